      ******************************************************************
      * Copybook:     POINTREC
      * Purpose:      Record layout for the paper check-in file
      *               (pointages.dat) - one record per elector signed
      *               in on the paper backup poll book (see
      *               cahierSecours) while the check-in stations were
      *               down, keyed from the poll book pages once
      *               service returns: elector number, precinct of
      *               the page, date and the time written by the
      *               poll worker (HHMM). Input to the batch re-entry
      *               program repriseSecours.
      * Modification History:
      *   2026-10-15  MF    Initial layout.
      ******************************************************************
       01  PT-RECORD.
           05  PT-ELECTEUR             PIC 9(05).
           05  PT-PRECINCT             PIC 9(04).
           05  PT-DATE                 PIC 9(08).
           05  PT-HEURE                PIC 9(04).
           05  FILLER                  PIC X(09).
