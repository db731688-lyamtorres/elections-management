      *              registry lock cannot catch while stations run
      *              side by side. Each merged station file is then
      *              recreated empty so a rerun cannot duplicate
      *              entries. The run is recorded against the
      *              current scrutin in the run-control ledger
      *              (traitements.dat), which balancementScrutin
      *              checks before it starts.
      ******************************************************************
      * Modification History:
      *   2026-09-02  MF    Initial version.
      *   2026-10-15  MF    Journal des traitements (voir TRAITREC):
      *                     la consolidation se rattache au scrutin
      *                     OUVERT, sinon FERME, du calendrier et y
      *                     consigne son execution - balancementScrutin
      *                     ne demarre pas sans elle.
      *   2026-10-15  MF    Les arrets en erreur sont consignes au
      *                     journal des traitements avec le code retour
      *                     8, depassement de la table des electeurs
      *                     compris. Heure systeme lue en HHMMSScc: le
      *                     journal des traitements recoit HHMMSS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FAUDIT.

           SELECT FSCRUTIN ASSIGN TO "scrutin.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FSCRUTIN.

           SELECT FTRAITEMENTS ASSIGN TO "traitements.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FTRAITEMENTS.

      *-----------------------
       DATA DIVISION.

           LABEL RECORD IS STANDARD.
           COPY AUDREC.

       FD  FSCRUTIN
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY SCRUTREC.

       FD  FTRAITEMENTS
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY TRAITREC.

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
               88  CR-FAUDITPOSTE-ABSENT       VALUE 35.
           77  CR-FAUDIT               PIC 9(02).
               88  CR-FAUDIT-OK                VALUE 00.
           77  CR-FSCRUTIN             PIC 9(02).
               88  CR-FSCRUTIN-OK              VALUE 00.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  WS-FIN-POSTE-SW         PIC X(01)   VALUE "N".
               88  WS-FIN-POSTE                VALUE "O".
           77  WS-TROUVE-SW            PIC X(01)   VALUE "N".
               88  WS-TROUVE                   VALUE "O".
           77  WS-FIN-SCRUTIN-SW       PIC X(01)   VALUE "N".
               88  WS-FIN-SCRUTIN              VALUE "O".
           77  WS-SCRUTIN-TROUVE-SW    PIC X(01)   VALUE "N".
               88  WS-SCRUTIN-TROUVE           VALUE "O".
           77  WS-OUVERT-TROUVE-SW     PIC X(01)   VALUE "N".
               88  WS-OUVERT-TROUVE            VALUE "O".

           01  WS-SCRUTIN-COURANT.
               05  WS-SC-ID            PIC 9(04)   VALUE ZERO.
               05  WS-SC-TITRE         PIC X(30)   VALUE SPACES.

           77  WS-NB-POSTES            PIC 9(02)   VALUE ZERO.
           77  WS-POSTE-COURANT        PIC 9(02)   VALUE ZERO.
                   10  WS-E-POSTE1     PIC 9(02).
                   10  WS-E-POSTE2     PIC 9(02).

      * Trace de l'execution au journal des traitements (voir
      * TRAITREC): scrutin, operateur et comptes d'enregistrements
      * lus, ecrits et rejetes.
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "consolidationAudit".
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
           PERFORM 4000-SOMMAIRE
               THRU 4000-EXIT.

           MOVE WS-NB-TOTAL-LUS TO WS-TR-NB-LUS.
           MOVE WS-NB-TOTAL-LUS TO WS-TR-NB-ECRITS.
           MOVE WS-NB-SIGNALES  TO WS-TR-NB-REJETS.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      **
           DISPLAY "===== CONSOLIDATION DES PISTES DE POSTE =====".

           PERFORM 1200-LIRE-SCRUTIN
               THRU 1200-EXIT.

           PERFORM 1100-DEMANDER-NB-POSTES
               THRU 1100-EXIT
               UNTIL WS-NB-POSTES >= 1 AND WS-NB-POSTES <= 20.
           END-IF.
           IF NOT CR-FAUDIT-OK
               DISPLAY "ERREUR OUVERTURE AUDIT.DAT - CODE " CR-FAUDIT
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
       1000-EXIT.
       1100-EXIT.
           EXIT.

       1200-LIRE-SCRUTIN.
      **
      * Rattache la consolidation a l'evenement OUVERT du
      * calendrier s'il y en a un, sinon a l'evenement FERME, pour
      * le journal des traitements.
      **
           OPEN INPUT FSCRUTIN.
           IF NOT CR-FSCRUTIN-OK
               DISPLAY "ERREUR OUVERTURE SCRUTIN.DAT - CODE "
                       CR-FSCRUTIN
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.

           SET WS-FIN-SCRUTIN-SW TO "N".
           SET WS-SCRUTIN-TROUVE-SW TO "N".
           SET WS-OUVERT-TROUVE-SW TO "N".
           PERFORM 1210-CHERCHER-SCRUTIN
               THRU 1210-EXIT
               UNTIL WS-FIN-SCRUTIN.
           CLOSE FSCRUTIN.

           IF WS-SCRUTIN-TROUVE
               DISPLAY "SCRUTIN " WS-SC-ID " - " WS-SC-TITRE
           ELSE
               DISPLAY "AUCUN SCRUTIN OUVERT NI FERME AU CALENDRIER"
           END-IF.
           MOVE WS-SC-ID TO WS-TR-ID-SCRUTIN.
       1200-EXIT.
           EXIT.

       1210-CHERCHER-SCRUTIN.
           READ FSCRUTIN
               AT END
                   SET WS-FIN-SCRUTIN-SW TO "O"
                   GO TO 1210-EXIT
           END-READ.

           IF SC-OUVERT AND NOT WS-OUVERT-TROUVE
               MOVE SC-ID-SCRUTIN TO WS-SC-ID
               MOVE SC-TITRE      TO WS-SC-TITRE
               SET WS-OUVERT-TROUVE-SW TO "O"
               SET WS-SCRUTIN-TROUVE-SW TO "O"
           END-IF.

           IF SC-FERME AND NOT WS-SCRUTIN-TROUVE
               MOVE SC-ID-SCRUTIN TO WS-SC-ID
               MOVE SC-TITRE      TO WS-SC-TITRE
               SET WS-SCRUTIN-TROUVE-SW TO "O"
           END-IF.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2000-FUSIONNER-POSTE.
      **
               DISPLAY "ERREUR OUVERTURE " WS-NOM-AUDIT-POSTE
                       " - CODE " CR-FAUDITPOSTE
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.

               DISPLAY "ERREUR REINITIALISATION " WS-NOM-AUDIT-POSTE
                       " - CODE " CR-FAUDITPOSTE
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           CLOSE FAUDITPOSTE.
           IF NOT CR-FAUDIT-OK
               DISPLAY "ERREUR ECRITURE AUDIT.DAT - CODE " CR-FAUDIT
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.

               IF WS-NB-ELECTEURS > 5000
                   DISPLAY "TROP D'ELECTEURS ACCEPTES DISTINCTS - "
                           "MAXIMUM 5000"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9500-JOURNAL-TRAITEMENT
                       THRU 9500-EXIT
                   STOP RUN
               END-IF
               SET EL-IDX TO WS-NB-ELECTEURS
       4000-EXIT.
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

       END PROGRAM consolidationAudit.
