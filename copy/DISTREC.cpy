      ******************************************************************
      * Copybook:     DISTREC
      * Purpose:      Record layout for the voted-list distribution log
      *               (distributions.dat) - one record per list of
      *               electors who have voted handed to a party
      *               representative (see extraitVotants): scrutin,
      *               extract number and precinct of the list, party
      *               (as on candidats.dat) and representative, date
      *               and time it was handed over, the counts printed
      *               on it and the operator who handed it over. The
      *               log is append-only.
      * Modification History:
      *   2026-10-15  MF    Initial layout.
      ******************************************************************
       01  DI-RECORD.
           05  DI-ID-SCRUTIN           PIC 9(04).
           05  DI-EXTRAIT              PIC 9(04).
           05  DI-PRECINCT             PIC 9(04).
           05  DI-PARTI                PIC X(15).
           05  DI-REPRESENTANT         PIC X(20).
           05  DI-DATE                 PIC 9(08).
           05  DI-HEURE                PIC 9(06).
           05  DI-NB-NOUVEAUX          PIC 9(06).
           05  DI-NB-CUMUL             PIC 9(07).
           05  DI-OPERATEUR            PIC X(06).
