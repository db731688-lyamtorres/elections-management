      ******************************************************************
      * Copybook:     RETHREC
      * Purpose:      Record layout for retourhisto.dat, the
      *               fixed-width voter-history return sent to the
      *               state election office after certification. One
      *               header record, one detail record per elector
      *               who voted in the scrutin (from historique.dat,
      *               see HISTREC), and one trailer record with the
      *               counts by voting method, each 50 characters,
      *               distinguished by the record-type byte in column
      *               1 as in export.dat (see EXPREC).
      * Modification History:
      *   2026-10-15  MF    Initial layout.
      ******************************************************************
       01  RH-RECORD.
           05  RH-TYPE-ENREG           PIC X(01).
               88  RH-TYPE-ENTETE              VALUE "H".
               88  RH-TYPE-DETAIL              VALUE "D".
               88  RH-TYPE-FIN                 VALUE "T".
           05  FILLER                  PIC X(49).

       01  RH-ENTETE-REC REDEFINES RH-RECORD.
           05  RH-E-TYPE-ENREG         PIC X(01).
           05  RH-E-CODE-COMTE         PIC 9(03).
           05  RH-E-ID-SCRUTIN         PIC 9(04).
           05  RH-E-DATE-SCRUTIN       PIC 9(08).
           05  RH-E-DATE-CERTIF        PIC 9(08).
           05  RH-E-NB-ELECTEURS       PIC 9(07).
           05  FILLER                  PIC X(19).

       01  RH-DETAIL-REC REDEFINES RH-RECORD.
           05  RH-D-TYPE-ENREG         PIC X(01).
           05  RH-D-CODE-COMTE         PIC 9(03).
           05  RH-D-ELECTEUR           PIC 9(05).
           05  RH-D-PRECINCT           PIC 9(04).
           05  RH-D-METHODE            PIC X(01).
           05  RH-D-DATE-SCRUTIN       PIC 9(08).
           05  FILLER                  PIC X(28).

       01  RH-FIN-REC REDEFINES RH-RECORD.
           05  RH-F-TYPE-ENREG         PIC X(01).
           05  RH-F-CODE-COMTE         PIC 9(03).
           05  RH-F-NB-ELECTEURS       PIC 9(07).
           05  RH-F-NB-PERSONNE        PIC 9(07).
           05  RH-F-NB-POSTAL          PIC 9(07).
           05  RH-F-NB-PROVISOIRE      PIC 9(07).
           05  FILLER                  PIC X(18).
