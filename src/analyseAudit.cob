      *              than one rejected attempt, repeated rejections
      *              on the same number being the fraud signal to
      *              investigate same-day.
      *              Each run is recorded in the run-control
      *              ledger (traitements.dat).
      ******************************************************************
      * Modification History:
      *   2026-08-21  MF    Initial version.
      *   2026-10-15  MF    Execution consignee au journal des
      *                     traitements (voir TRAITREC).
      *   2026-10-15  MF    Heure systeme lue en HHMMSScc: le journal
      *                     des traitements recoit HHMMSS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FAUDIT.

           SELECT FTRAITEMENTS ASSIGN TO "traitements.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FTRAITEMENTS.

      *-----------------------
       DATA DIVISION.

           LABEL RECORD IS STANDARD.
           COPY AUDREC.

       FD  FTRAITEMENTS
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY TRAITREC.

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
           77  CR-FAUDIT               PIC 9(02).
               88  CR-FAUDIT-OK                VALUE 00.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  WS-FIN-AUDIT-SW         PIC X(01)   VALUE "N".
               88  WS-FIN-AUDIT                VALUE "O".
                   10  WS-E-NUMERO     PIC 9(05).
                   10  WS-E-REJETS     PIC 9(04)   VALUE ZERO.

      * Trace de l'execution au journal des traitements (voir
      * TRAITREC): scrutin, operateur et comptes d'enregistrements
      * lus, ecrits et rejetes.
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "analyseAudit".
           01  WS-TRAITEMENT.
               05  WS-TR-TYPE          PIC X(01)   VALUE "E".
               05  WS-TR-ID-SCRUTIN    PIC 9(04)   VALUE ZERO.
               05  WS-TR-OPERATEUR     PIC X(06)   VALUE SPACES.
               05  WS-TR-NB-LUS        PIC 9(07)   VALUE ZERO.
               05  WS-TR-NB-ECRITS     PIC 9(07)   VALUE ZERO.
               05  WS-TR-NB-REJETS     PIC 9(07)   VALUE ZERO.
               05  WS-TR-PREALABLE     PIC X(20)   VALUE SPACES.

      * Heure systeme HHMMSScc: l'heure consignee en est HHMMSS.
           01  WS-HEURE-SYS            PIC 9(08).
           01  FILLER REDEFINES WS-HEURE-SYS.
               05  WS-HEURE-HHMMSS     PIC 9(06).
               05  FILLER              PIC 9(02).

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM 9000-TERMINAISON
               THRU 9000-EXIT.

           MOVE WS-NB-LUS            TO WS-TR-NB-LUS.
           MOVE WS-NB-REJETES        TO WS-TR-NB-REJETS.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
                   SET WS-FIN-AUDIT-SW TO "O"
                   GO TO 2000-EXIT
           END-READ.
           MOVE AU-ID-SCRUTIN TO WS-TR-ID-SCRUTIN.

           ADD 1 TO WS-NB-LUS.
           IF AU-RES-ACCEPTE
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       9500-JOURNAL-TRAITEMENT.
      **
      * Ajoute au journal des traitements (traitements.dat) la
      * trace de l'execution: programme, scrutin, date et heure,
      * code retour (RETURN-CODE), operateur et comptes. Le journal
      * est ouvert et referme a chaque ecriture: les executions de
      * tous les programmes de la suite s'y succedent.
      **
           OPEN EXTEND FTRAITEMENTS.
           IF CR-FTRAITEMENTS-ABSENT
               OPEN OUTPUT FTRAITEMENTS
           END-IF.
           IF NOT CR-FTRAITEMENTS-OK
               DISPLAY "ERREUR OUVERTURE TRAITEMENTS.DAT - CODE "
                       CR-FTRAITEMENTS
               GO TO 9500-EXIT
           END-IF.

           MOVE SPACES TO TR-RECORD.
           MOVE WS-TR-TYPE            TO TR-TYPE.
           MOVE WS-NOM-PROGRAMME      TO TR-PROGRAMME.
           MOVE WS-TR-ID-SCRUTIN      TO TR-ID-SCRUTIN.
           ACCEPT TR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-SYS FROM TIME.
           MOVE WS-HEURE-HHMMSS       TO TR-HEURE.
           MOVE RETURN-CODE           TO TR-CODE-RETOUR.
           MOVE WS-TR-OPERATEUR       TO TR-OPERATEUR.
           MOVE WS-TR-NB-LUS          TO TR-NB-LUS.
           MOVE WS-TR-NB-ECRITS       TO TR-NB-ECRITS.
           MOVE WS-TR-NB-REJETS       TO TR-NB-REJETS.
           MOVE WS-TR-PREALABLE       TO TR-PREALABLE.

           WRITE TR-RECORD.
           IF NOT CR-FTRAITEMENTS-OK
               DISPLAY "ERREUR ECRITURE TRAITEMENTS.DAT - CODE "
                       CR-FTRAITEMENTS
           END-IF.

           CLOSE FTRAITEMENTS.
       9500-EXIT.
           EXIT.

       END PROGRAM analyseAudit.
