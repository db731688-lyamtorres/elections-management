      ******************************************************************
      * Copybook:     HISTREC
      * Purpose:      Record layout for the permanent voting-history
      *               file (historique.dat) - one record per elector
      *               who voted in a certified election, appended by
      *               clotureScrutin just before it resets the vote
      *               flags: elector, scrutin and its official date,
      *               the elector's precinct, the voting method taken
      *               from the accepted audit entry and the date of
      *               certification. The file is never emptied or
      *               archived by the close-out: it is the source of
      *               the state voter-history return and of the
      *               list-maintenance selection of electors who have
      *               stopped voting (see retourHistorique).
      * Modification History:
      *   2026-10-15  MF    Initial layout.
      ******************************************************************
       01  HI-RECORD.
           05  HI-ELECTEUR             PIC 9(05).
           05  HI-ID-SCRUTIN           PIC 9(04).
           05  HI-DATE-SCRUTIN         PIC 9(08).
           05  HI-PRECINCT             PIC 9(04).
           05  HI-METHODE              PIC X(01).
               88  HI-EN-PERSONNE              VALUE "P".
               88  HI-POSTAL                   VALUE "C".
               88  HI-PROVISOIRE               VALUE "V".
           05  HI-DATE-CERTIF          PIC 9(08).
           05  FILLER                  PIC X(10).
