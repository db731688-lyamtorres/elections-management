      *              CONFORME, ECART DE N, or present on only one
      *              side. RETURN-CODE zero when every line matches,
      *              8 otherwise.
      *              Each run is recorded in the run-control
      *              ledger (traitements.dat).
      ******************************************************************
      * Modification History:
      *   2026-09-02  MF    Initial version.
      *   2026-10-15  MF    Saisie par bulletin (voir BULLREC): les
      *                     en-tetes de bulletin sont comptes a part
      *                     comme bulletins deposes, les postes annules
      *                     pour survote ne creditent aucun candidat,
      *                     comme au depouillement.
      *   2026-10-15  MF    Execution consignee au journal des
      *                     traitements (voir TRAITREC).
      *   2026-10-15  MF    Heure systeme lue en HHMMSScc: le journal
      *                     des traitements recoit HHMMSS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FARCHTALLIES.

           SELECT FTRAITEMENTS ASSIGN TO "traitements.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FTRAITEMENTS.

      *-----------------------
       DATA DIVISION.

           LABEL RECORD IS STANDARD.
           COPY TALLYREC REPLACING LEADING ==TL-== BY ==AT-==.

       FD  FTRAITEMENTS
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY TRAITREC.

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
               88  CR-FARCHBULLETINS-OK        VALUE 00.
           77  CR-FARCHTALLIES         PIC 9(02).
               88  CR-FARCHTALLIES-OK          VALUE 00.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  WS-FIN-SCRUTIN-SW       PIC X(01)   VALUE "N".
               88  WS-FIN-SCRUTIN              VALUE "O".
           77  WS-NB-BULLETINS-LUS     PIC 9(06)   VALUE ZERO.
           77  WS-NB-BULLETINS-REJ     PIC 9(06)   VALUE ZERO.
           77  WS-NB-HORS-STYLE        PIC 9(06)   VALUE ZERO.
           77  WS-NB-DEPOSES           PIC 9(06)   VALUE ZERO.
           77  WS-NB-SURVOTES          PIC 9(06)   VALUE ZERO.
           77  WS-NB-CONFORMES         PIC 9(04)   VALUE ZERO.
           77  WS-NB-ECARTS            PIC 9(04)   VALUE ZERO.
           77  WS-NB-CERTIFIE-SEUL     PIC 9(04)   VALUE ZERO.
                   10  WS-S-PRECINCT   PIC 9(04).
                   10  WS-S-POSTE      PIC X(15).

      * Trace de l'execution au journal des traitements (voir
      * TRAITREC): scrutin, operateur et comptes d'enregistrements
      * lus, ecrits et rejetes.
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "recomptageScrutin".
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
           PERFORM 4000-ETAT-RECOMPTAGE
               THRU 4000-EXIT.

           MOVE WS-NB-BULLETINS-LUS  TO WS-TR-NB-LUS.
           MOVE WS-NB-ECARTS         TO WS-TR-NB-REJETS.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*

           IF SC-DATE = WS-DATE-DEMANDEE AND SC-CERTIFIE
               SET WS-CERTIFIE-TROUVE-SW TO "O"
               MOVE SC-ID-SCRUTIN TO WS-TR-ID-SCRUTIN
               DISPLAY "SCRUTIN " SC-ID-SCRUTIN " - " SC-TITRE
                       " DU " SC-DATE " (CERTIFIE)"
           END-IF.
      **
      * Lit un bulletin archive et le recompte selon les memes
      * regles que decompteVotes: candidat inconnu rejete, poste
      * hors du style du bureau ecarte, en-tete de bulletin compte
      * comme bulletin depose, survote sans vote credite.
      **
           READ FARCHBULLETINS
               AT END

           ADD 1 TO WS-NB-BULLETINS-LUS.

           IF AB-EN-TETE
               ADD 1 TO WS-NB-DEPOSES
               GO TO 2000-EXIT
           END-IF.

           SET WS-TROUVE-SW TO "N".
           SET CD-IDX TO 1.
           SEARCH WS-CANDIDAT
               GO TO 2000-EXIT
           END-IF.

           IF AB-SURVOTE
               ADD 1 TO WS-NB-SURVOTES
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-T-VOTES (CD-IDX).
       2000-EXIT.
           EXIT.
      **
           DISPLAY " ".
           DISPLAY "===== SOMMAIRE DU RECOMPTAGE =====".
           DISPLAY "ENREGISTREMENTS LUS:     " WS-NB-BULLETINS-LUS.
           DISPLAY "BULLETINS DEPOSES:       " WS-NB-DEPOSES.
           DISPLAY "BULLETINS REJETES:       " WS-NB-BULLETINS-REJ.
           DISPLAY "BULLETINS HORS STYLE:    " WS-NB-HORS-STYLE.
           DISPLAY "POSTES ANNULES SURVOTE:  " WS-NB-SURVOTES.
           DISPLAY "LIGNES CONFORMES:        " WS-NB-CONFORMES.
           DISPLAY "LIGNES EN ECART:         " WS-NB-ECARTS.
           DISPLAY "AU CERTIFIE SEULEMENT:   " WS-NB-CERTIFIE-SEUL.
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

       END PROGRAM recomptageScrutin.
