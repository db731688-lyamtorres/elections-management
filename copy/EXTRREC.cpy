      ******************************************************************
      * Copybook:     EXTRREC
      * Purpose:      Record layout for the voted-list extract file
      *               (extraits.dat) - the memory of the intraday
      *               "who has voted" extracts produced for the party
      *               representatives (see extraitVotants). Each
      *               extract writes one header record (type E) with
      *               its number within the scrutin and its window:
      *               the acceptances listed are those timed from the
      *               start (the previous extract's cutoff, zero for
      *               the first) up to but not including the cutoff,
      *               the date and time the extract was taken. One
      *               record per precinct (type B) follows with the
      *               electors newly listed and the cumulative count
      *               of electors accepted before the cutoff. The next
      *               extract starts from the last cutoff of the
      *               scrutin. The file is append-only. Fields carry
      *               the XT- prefix; EX- belongs to EXPREC
      *               (export.dat).
      * Modification History:
      *   2026-10-15  MF    Initial layout.
      *   2026-10-15  MF    Record and fields renamed from EX- to XT-
      *                     so they no longer clash with EXPREC.
      *                     Layout unchanged.
      ******************************************************************
       01  XT-RECORD.
           05  XT-TYPE                 PIC X(01).
               88  XT-EXTRAIT                  VALUE "E".
               88  XT-BUREAU                   VALUE "B".
           05  XT-ID-SCRUTIN           PIC 9(04).
           05  XT-NUMERO               PIC 9(04).
           05  XT-DATE-DEBUT           PIC 9(08).
           05  XT-HEURE-DEBUT          PIC 9(06).
           05  XT-DATE-COUPURE         PIC 9(08).
           05  XT-HEURE-COUPURE        PIC 9(06).
           05  XT-PRECINCT             PIC 9(04).
           05  XT-NB-NOUVEAUX          PIC 9(06).
           05  XT-NB-CUMUL             PIC 9(07).
           05  XT-OPERATEUR            PIC X(06).
           05  FILLER                  PIC X(20).
