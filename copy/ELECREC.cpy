      *   2026-08-21  MF    electeurs.dat is now an indexed file
      *                     keyed on EL-ID (see conversionRegistre
      *                     for the one-time load/rebuild).
      *   2026-10-15  MF    Added EL-ID-FUSION (carved out of the
      *                     filler): on a record deactivated by the
      *                     merge of a duplicate registration
      *                     (doublonsRegistre), the number of the
      *                     record kept active. Spaces or zero on
      *                     every other record.
      ******************************************************************
       01  EL-RECORD.
           05  EL-ID                   PIC 9(05).
           05  EL-VOTE-FLAG            PIC X(01).
               88  EL-DEJA-VOTE                VALUE "O".
               88  EL-PAS-ENCORE-VOTE          VALUE "N".
           05  EL-ID-FUSION            PIC 9(05).
           05  FILLER                  PIC X(05).
