      *               "C" = commis (check-in only),
      *               "S" = superviseur du registre (check-in and
      *               registry maintenance).
      *               The file is maintained by gestionOperateurs.
      *               Every sign-on checks OP-NIP; OP-NB-ECHECS counts
      *               the consecutive bad PINs and the third one
      *               locks the code (OP-VERROUILLE) until a
      *               supervisor reactivates it. A retired operator
      *               is never deleted, so the file keeps every code
      *               that ever had access.
      * Modification History:
      *   2026-08-21  MF    Initial layout.
      *   2026-10-15  MF    Added OP-NIP, OP-STATUT and OP-NB-ECHECS
      *                     (carved out of the trailing filler -
      *                     record stays 40). A record written before
      *                     these fields has spaces in them: blank
      *                     status counts as active, blank PIN as not
      *                     yet assigned.
      ******************************************************************
       01  OP-RECORD.
           05  OP-ID                   PIC X(06).
           05  OP-ROLE                 PIC X(01).
               88  OP-ROLE-COMMIS              VALUE "C".
               88  OP-ROLE-SUPERVISEUR         VALUE "S".
           05  OP-NIP                  PIC X(04).
           05  OP-STATUT               PIC X(01).
               88  OP-ACTIF                    VALUE "A" " ".
               88  OP-SUSPENDU                 VALUE "S".
               88  OP-RETIRE                   VALUE "R".
               88  OP-VERROUILLE               VALUE "V".
           05  OP-NB-ECHECS            PIC 9(01).
           05  FILLER                  PIC X(07).
