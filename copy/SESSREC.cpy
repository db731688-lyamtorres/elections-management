      ******************************************************************
      * Copybook:     SESSREC
      * Purpose:      Record layout for the operator session log
      *               (sessions.dat) - one record per sign-on event
      *               of any program of the suite: session opened
      *               (OUVERTURE) and closed (FIN), every refused
      *               sign-on (unknown code, bad PIN, suspended,
      *               retired or locked operator, no PIN assigned)
      *               and every lockout. gestionOperateurs also logs
      *               here each change it makes to operateurs.dat,
      *               with the operator changed in SE-OPER-CIBLE.
      *               The log is append-only and is never emptied by
      *               the close-out: it is the record of who could
      *               touch the registry and the ballots.
      * Modification History:
      *   2026-10-15  MF    Initial layout.
      ******************************************************************
       01  SE-RECORD.
           05  SE-DATE                 PIC 9(08).
           05  SE-HEURE                PIC 9(06).
           05  SE-OPERATEUR            PIC X(06).
           05  SE-PROGRAMME            PIC X(24).
           05  SE-EVENEMENT            PIC X(14).
               88  SE-OUVERTURE                VALUE "OUVERTURE".
               88  SE-FIN                      VALUE "FIN".
               88  SE-VERROUILLAGE             VALUE "VERROUILLAGE".
           05  SE-OPER-CIBLE           PIC X(06).
           05  SE-ID-SCRUTIN           PIC 9(04).
           05  SE-POSTE-TRAVAIL        PIC 9(02).
           05  FILLER                  PIC X(10).
