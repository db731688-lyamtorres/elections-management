      ******************************************************************
      * Copybook:     DOUBREC
      * Purpose:      Record layout for the duplicate-elector review
      *               file (doublons.dat), recreated by each detection
      *               run of doublonsRegistre - one record per pair of
      *               active registrations whose normalized names
      *               (accents, case, hyphens, apostrophes and spaces
      *               removed) are identical. DB-SCORE rates the pair
      *               (see doublonsRegistre); DB-VOTE-SIGNALE marks a
      *               pair where either record has voted in the
      *               current scrutin. A pair merged by a supervisor
      *               is rewritten with status F, the number kept
      *               active, the supervisor and the date.
      * Modification History:
      *   2026-10-15  MF    Initial layout.
      ******************************************************************
       01  DB-RECORD.
           05  DB-NUMERO               PIC 9(04).
           05  DB-ID-1                 PIC 9(05).
           05  DB-PRECINCT-1           PIC 9(04).
           05  DB-ID-2                 PIC 9(05).
           05  DB-PRECINCT-2           PIC 9(04).
           05  DB-SCORE                PIC 9(03).
           05  DB-VOTE-SIGNALE         PIC X(01).
               88  DB-DOUBLE-VOTE              VALUE "O".
           05  DB-STATUT               PIC X(01).
               88  DB-A-REVOIR                 VALUE "R".
               88  DB-FUSIONNEE                VALUE "F".
           05  DB-ID-CONSERVE          PIC 9(05).
           05  DB-OPERATEUR            PIC X(06).
           05  DB-DATE                 PIC 9(08).
           05  DB-ID-SCRUTIN           PIC 9(04).
           05  FILLER                  PIC X(10).
