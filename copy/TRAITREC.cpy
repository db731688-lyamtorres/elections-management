      ******************************************************************
      * Copybook:     TRAITREC
      * Purpose:      Record layout for the run-control ledger
      *               (traitements.dat) - one record per run of any
      *               program of the suite: program, scrutin id, date
      *               and time, return code, operator and three record
      *               counts (read, written or updated, rejected; what
      *               each count covers is the program's own summary).
      *               The programs holding a step of the
      *               election-night order check their prerequisites
      *               for the scrutin against this ledger or the
      *               files concerned before starting. A prerequisite
      *               that is not met stops the run (record type R)
      *               unless a supervisor signs an override (record
      *               type D, supervisor in TR-OPERATEUR); in both
      *               cases TR-PREALABLE names the prerequisite, and
      *               the execution record of an overridden run
      *               carries it too. The ledger is append-only and is
      *               never emptied by the close-out: journalTraitements
      *               prints the full processing history of a scrutin
      *               from it.
      * Modification History:
      *   2026-10-15  MF    Initial layout.
      ******************************************************************
       01  TR-RECORD.
           05  TR-TYPE                 PIC X(01).
               88  TR-EXECUTION                VALUE "E".
               88  TR-DEROGATION               VALUE "D".
               88  TR-REFUS                    VALUE "R".
           05  TR-PROGRAMME            PIC X(24).
           05  TR-ID-SCRUTIN           PIC 9(04).
           05  TR-DATE                 PIC 9(08).
           05  TR-HEURE                PIC 9(06).
           05  TR-CODE-RETOUR          PIC 9(04).
           05  TR-OPERATEUR            PIC X(06).
           05  TR-NB-LUS               PIC 9(07).
           05  TR-NB-ECRITS            PIC 9(07).
           05  TR-NB-REJETS            PIC 9(07).
           05  TR-PREALABLE            PIC X(20).
           05  FILLER                  PIC X(06).
