      *              batch with its counts, operators and status, so
      *              a bad batch can be named, pulled and re-keyed
      *              without touching the rest of the file.
      *              Each run is recorded in the run-control
      *              ledger (traitements.dat).
      ******************************************************************
      * Modification History:
      *   2026-09-02  MF    Initial version.
      *                     par anticipation), sinon a l'evenement
      *                     FERME (saisie apres la fermeture des
      *                     bureaux).
      *   2026-10-15  MF    NIP controle a l'ouverture de session (voir
      *                     OPERREC, gestionOperateurs): operateur
      *                     suspendu, retire ou verrouille refuse,
      *                     verrouillage au troisieme NIP errone.
      *                     Ouverture, fin de session et refus
      *                     consignes au journal sessions.dat.
      *   2026-10-15  MF    Saisie par bulletin: chaque bulletin papier
      *                     est saisi comme un tout, numerote dans le
      *                     lot, et ecrit sous un enregistrement
      *                     d'en-tete suivi de ses choix (voir
      *                     BULLREC). Code inconnu ou repete sur le
      *                     bulletin refuse a la frappe (candidats.dat
      *                     et candidatsecrits.dat charges en table).
      *                     Un poste marque pour plus d'un candidat
      *                     est annule sur le bulletin (survote) et
      *                     inscrit a part; le compte du lot est celui
      *                     des bulletins, non plus des choix.
      *   2026-10-15  MF    Execution consignee au journal des
      *                     traitements (voir TRAITREC).
      *   2026-10-15  MF    Heure systeme lue en HHMMSScc: les journaux
      *                     des traitements et des sessions recoivent
      *                     HHMMSS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FSCRUTIN.

           SELECT FCANDIDATS ASSIGN TO "candidats.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FCANDIDATS.

           SELECT FQUALIFIES ASSIGN TO "candidatsecrits.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FQUALIFIES.

           SELECT FOPERATEURS ASSIGN TO "operateurs.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FOPERATEURS.

           SELECT FSESSIONS ASSIGN TO "sessions.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FSESSIONS.

           SELECT FLOTS ASSIGN TO "lots.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FECRITS.

           SELECT FTRAITEMENTS ASSIGN TO "traitements.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FTRAITEMENTS.

      *-----------------------
       DATA DIVISION.

           LABEL RECORD IS STANDARD.
           COPY SCRUTREC.

       FD  FCANDIDATS
           RECORD CONTAINS 59 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY CANDREC.

       FD  FQUALIFIES
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY QUALREC.

       FD  FOPERATEURS
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY OPERREC.

       FD  FSESSIONS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY SESSREC.

       FD  FLOTS
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
           COPY ECRITREC.

       FD  FTRAITEMENTS
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY TRAITREC.

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
           77  CR-FSCRUTIN             PIC 9(02).
               88  CR-FSCRUTIN-OK              VALUE 00.
           77  CR-FCANDIDATS           PIC 9(02).
               88  CR-FCANDIDATS-OK            VALUE 00.
           77  CR-FQUALIFIES           PIC 9(02).
               88  CR-FQUALIFIES-OK            VALUE 00.
               88  CR-FQUALIFIES-ABSENT        VALUE 35.
           77  CR-FOPERATEURS          PIC 9(02).
               88  CR-FOPERATEURS-OK           VALUE 00.
           77  CR-FSESSIONS            PIC 9(02).
               88  CR-FSESSIONS-OK             VALUE 00.
           77  CR-FLOTS                PIC 9(02).
               88  CR-FLOTS-OK                 VALUE 00.
               88  CR-FLOTS-ABSENT             VALUE 35.
           77  CR-FECRITS              PIC 9(02).
               88  CR-FECRITS-OK               VALUE 00.
               88  CR-FECRITS-ABSENT           VALUE 35.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  WS-FIN-OPER-SW          PIC X(01)   VALUE "N".
               88  WS-FIN-OPER                 VALUE "O".
               88  WS-OUVERT-TROUVE            VALUE "O".
           77  WS-TROUVE-SW            PIC X(01)   VALUE "N".
               88  WS-TROUVE                   VALUE "O".
           77  WS-FIN-CANDIDATS-SW     PIC X(01)   VALUE "N".
               88  WS-FIN-CANDIDATS            VALUE "O".
           77  WS-FIN-QUALIFIES-SW     PIC X(01)   VALUE "N".
               88  WS-FIN-QUALIFIES            VALUE "O".
           77  WS-FIN-LOT-SW           PIC X(01)   VALUE "N".
               88  WS-FIN-LOT                  VALUE "O".
           77  WS-PREMIER-SW           PIC X(01)   VALUE "N".
               88  WS-PREMIER                  VALUE "O".

           77  WS-OPER-CHERCHE         PIC X(06).
           77  WS-OPER-ID              PIC X(06).
           77  WS-OPER-NOM             PIC X(20).
           77  WS-CHOIX                PIC 9(01).
           77  WS-CODE-SAISI           PIC 9(04).
           77  WS-TYPE-SAISI           PIC X(01).
           77  WS-REPONSE              PIC X(01).
           77  WS-DATE-SYS             PIC 9(08).

           77  WS-LOT-NUMERO           PIC 9(04)   VALUE ZERO.
           77  WS-LOT-PRECINCT         PIC 9(04).
           77  WS-NB-ANNONCE           PIC 9(05)   VALUE ZERO.
           77  WS-NB-SAISIS            PIC 9(05)   VALUE ZERO.
           77  WS-NB-LIGNES            PIC 9(05)   VALUE ZERO.
           77  WS-NB-SURVOTES          PIC 9(05)   VALUE ZERO.
           77  WS-NO-BULLETIN          PIC 9(05).
           77  WS-NB-PREMIERE          PIC 9(05)   VALUE ZERO.
           77  WS-NB-ECARTS            PIC 9(03)   VALUE ZERO.
           77  WS-NB-CUMULS            PIC 9(03)   VALUE ZERO.
           77  WS-IND-SAISIE           PIC 9(05)   COMP.
           77  WS-IND-MARQUE           PIC 9(02)   COMP.
           77  WS-IND-AUTRE            PIC 9(02)   COMP.
           77  WS-NB-MARQUES           PIC 9(02)   VALUE ZERO.
           77  WS-NB-MEME-POSTE        PIC 9(02)   VALUE ZERO.
           77  WS-NB-CODES             PIC 9(03)   VALUE ZERO.
           77  WS-NB-POSTES            PIC 9(03)   VALUE ZERO.
           77  WS-IND-CUMUL            PIC 9(03)   COMP.
           77  WS-IND-ECRIT            PIC 9(03)   COMP.
           77  WS-NB-ECRITS            PIC 9(03)   VALUE ZERO.

      * Les bulletins du lot en cours de saisie, retenus en table
      * jusqu'a la fermeture du lot: rien n'atteint bulletins.dat
      * avant que le lot ne balance. Une ligne par enregistrement a
      * ecrire - en-tete de bulletin, choix ou poste annule pour
      * survote (voir BULLREC) - avec le numero du bulletin.
           01  WS-TABLE-SAISIE.
               05  WS-SAISIE           OCCURS 10000 TIMES.
                   10  WS-SA-CODE      PIC 9(04).
                   10  WS-SA-TYPE      PIC X(01).
                   10  WS-SA-BULLETIN  PIC 9(05).

      * Les choix du bulletin en cours de saisie, avec le poste de
      * chacun, retenus jusqu'a la fin du bulletin pour le controle
      * des survotes.
           01  WS-TABLE-MARQUES.
               05  WS-MARQUE           OCCURS 50 TIMES.
                   10  WS-M-CODE       PIC 9(04).
                   10  WS-M-POSTE      PIC X(15).
                   10  WS-M-NOM-ECRIT  PIC X(20).

      * Codes candidats admis a la saisie (candidats.dat et
      * candidatsecrits.dat) avec leur poste, et postes du scrutin
      * avec le premier code charge pour chacun - le code qui
      * identifie le poste sur un enregistrement de survote.
           01  WS-TABLE-CODES.
               05  WS-CODE             OCCURS 600 TIMES
                                       INDEXED BY CO-IDX.
                   10  WS-K-CODE       PIC 9(04).
                   10  WS-K-POSTE      PIC X(15).

           01  WS-TABLE-POSTES.
               05  WS-POSTE            OCCURS 100 TIMES
                                       INDEXED BY PO-IDX.
                   10  WS-P-POSTE      PIC X(15).
                   10  WS-P-CODE       PIC 9(04).

      * Les choix ecrits (write-in) du lot en cours: poste et nom
      * tel qu'inscrit, ecrits dans ecrits.dat a la liberation du
               05  WS-ECRIT            OCCURS 200 TIMES.
                   10  WS-E-POSTE      PIC X(15).
                   10  WS-E-NOM-ECRIT  PIC X(20).
                   10  WS-E-BULLETIN   PIC 9(04).

      * Cumul des choix par code candidat pour le rapprochement des
      * deux passes de saisie d'un lot suspendu: premiere saisie
               05  WS-CUMUL            OCCURS 500 TIMES
                                       INDEXED BY CU-IDX.
                   10  WS-C-CODE       PIC 9(04).
                   10  WS-C-TYPE       PIC X(01).
                   10  WS-C-NB1        PIC 9(05)   VALUE ZERO.
                   10  WS-C-NB2        PIC 9(05)   VALUE ZERO.

      * Controle du NIP a l'ouverture de session et journal des
      * sessions (voir SESSREC).
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "saisieBulletins".
           77  WS-NIP-SAISI            PIC X(04).
           77  WS-NIP-OK-SW            PIC X(01)   VALUE "N".
               88  WS-NIP-OK                   VALUE "O".
           77  WS-MAX-ECHECS-NIP       PIC 9(01)   VALUE 3.
           77  WS-SE-OPERATEUR         PIC X(06).
           77  WS-SE-EVENEMENT         PIC X(14).

      * Trace de l'execution au journal des traitements (voir
      * TRAITREC): scrutin, operateur et comptes d'enregistrements
      * lus, ecrits et rejetes.
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
               UNTIL WS-QUITTER.

           DISPLAY "FIN DE LA SESSION DE SAISIE.".
           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "FIN"       TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.

           MOVE WS-SC-ID             TO WS-TR-ID-SCRUTIN.
           MOVE WS-OPER-ID           TO WS-TR-OPERATEUR.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
           PERFORM 1200-OUVERTURE-SESSION
               THRU 1200-EXIT.

           PERFORM 1300-CHARGER-CODES
               THRU 1300-EXIT.

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           DISPLAY "===== SAISIE DES BULLETINS PAR LOT =====".
       1000-EXIT.
      * Identifie l'operateur de saisie; chaque lot ouvert ou
      * verifie est consigne a son nom dans lots.dat.
      **
           SET WS-NIP-OK-SW TO "N".
           PERFORM 1210-SAISIE-OPERATEUR
               THRU 1210-EXIT
               UNTIL WS-NIP-OK.

           MOVE OP-ID  TO WS-OPER-ID.
           MOVE OP-NOM TO WS-OPER-NOM.
           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "OUVERTURE" TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.
           DISPLAY "SESSION OUVERTE - " WS-OPER-NOM
                   " (" WS-OPER-ID ")".
       1200-EXIT.
       1210-SAISIE-OPERATEUR.
           DISPLAY "CODE OPERATEUR: ".
           ACCEPT WS-OPER-CHERCHE.
           DISPLAY "NIP: ".
           ACCEPT WS-NIP-SAISI.

           PERFORM 7000-CONTROLE-OPERATEUR
               THRU 7000-EXIT.
       1210-EXIT.
           EXIT.

       1300-CHARGER-CODES.
      **
      * Charge en table les codes admis a la saisie et leur poste:
      * candidats imprimes (candidats.dat) puis candidats inscrits
      * qualifies (candidatsecrits.dat, fichier facultatif).
      **
           SET WS-FIN-CANDIDATS-SW TO "N".
           OPEN INPUT FCANDIDATS.
           IF NOT CR-FCANDIDATS-OK
               DISPLAY "ERREUR OUVERTURE CANDIDATS.DAT - CODE "
                       CR-FCANDIDATS
               STOP RUN
           END-IF.

           PERFORM 1310-CHARGER-CANDIDAT
               THRU 1310-EXIT
               UNTIL WS-FIN-CANDIDATS.
           CLOSE FCANDIDATS.

           SET WS-FIN-QUALIFIES-SW TO "N".
           OPEN INPUT FQUALIFIES.
           IF CR-FQUALIFIES-ABSENT
               GO TO 1300-EXIT
           END-IF.
           IF NOT CR-FQUALIFIES-OK
               DISPLAY "ERREUR OUVERTURE CANDIDATSECRITS.DAT - CODE "
                       CR-FQUALIFIES
               STOP RUN
           END-IF.

           PERFORM 1320-CHARGER-QUALIFIE
               THRU 1320-EXIT
               UNTIL WS-FIN-QUALIFIES.
           CLOSE FQUALIFIES.
       1300-EXIT.
           EXIT.

       1310-CHARGER-CANDIDAT.
           READ FCANDIDATS
               AT END
                   SET WS-FIN-CANDIDATS-SW TO "O"
                   GO TO 1310-EXIT
           END-READ.

           MOVE CD-CODE  TO WS-CODE-SAISI.
           MOVE CD-POSTE TO WS-POSTE-SAISI.
           PERFORM 1330-AJOUTER-CODE
               THRU 1330-EXIT.
       1310-EXIT.
           EXIT.

       1320-CHARGER-QUALIFIE.
           READ FQUALIFIES
               AT END
                   SET WS-FIN-QUALIFIES-SW TO "O"
                   GO TO 1320-EXIT
           END-READ.

           MOVE QW-CODE  TO WS-CODE-SAISI.
           MOVE QW-POSTE TO WS-POSTE-SAISI.
           PERFORM 1330-AJOUTER-CODE
               THRU 1330-EXIT.
       1320-EXIT.
           EXIT.

       1330-AJOUTER-CODE.
      **
      * Ajoute le code WS-CODE-SAISI du poste WS-POSTE-SAISI a la
      * table des codes, et le poste a la table des postes s'il y
      * est nouveau.
      **
           ADD 1 TO WS-NB-CODES.
           IF WS-NB-CODES > 600
               DISPLAY "TROP DE CANDIDATS - MAXIMUM 600"
               STOP RUN
           END-IF.
           MOVE WS-CODE-SAISI  TO WS-K-CODE (WS-NB-CODES).
           MOVE WS-POSTE-SAISI TO WS-K-POSTE (WS-NB-CODES).

           PERFORM 3160-CHERCHER-POSTE
               THRU 3160-EXIT.
           IF WS-TROUVE
               GO TO 1330-EXIT
           END-IF.

           ADD 1 TO WS-NB-POSTES.
           IF WS-NB-POSTES > 100
               DISPLAY "TROP DE POSTES - MAXIMUM 100"
               STOP RUN
           END-IF.
           MOVE WS-POSTE-SAISI TO WS-P-POSTE (WS-NB-POSTES).
           MOVE WS-CODE-SAISI  TO WS-P-CODE (WS-NB-POSTES).
       1330-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * lots.dat, bureau de vote et compte annonce de la feuille de
      * pointage papier, puis saisie des bulletins en table. A la
      * fermeture, le lot balance est libere vers bulletins.dat; le
      * lot en ecart est suspendu dans attente.dat. Le compte saisi
      * est celui des bulletins papier, non des choix.
      **
           PERFORM 3010-NUMEROTER-LOT
               THRU 3010-EXIT.
           DISPLAY "COMPTE ANNONCE (FEUILLE DE POINTAGE): ".
           ACCEPT WS-NB-ANNONCE.

           PERFORM 3050-SAISIR-LOT
               THRU 3050-EXIT.

           DISPLAY "LOT " WS-LOT-NUMERO " - ANNONCES: "
                   WS-NB-ANNONCE " - SAISIS: " WS-NB-SAISIS.
       3020-EXIT.
           EXIT.

       3050-SAISIR-LOT.
      **
      * Saisit les bulletins du lot jusqu'a sa fermeture - premiere
      * saisie comme passe de verification.
      **
           MOVE ZERO TO WS-NB-SAISIS.
           MOVE ZERO TO WS-NB-LIGNES.
           MOVE ZERO TO WS-NB-SURVOTES.
           MOVE ZERO TO WS-NB-ECRITS.
           SET WS-FIN-LOT-SW TO "N".
           PERFORM 3100-SAISIR-BULLETIN
               THRU 3100-EXIT
               UNTIL WS-FIN-LOT.

           IF WS-NB-SURVOTES NOT = ZERO
               DISPLAY "POSTES ANNULES POUR SURVOTE DANS LE LOT: "
                       WS-NB-SURVOTES
           END-IF.
       3050-EXIT.
           EXIT.

       3100-SAISIR-BULLETIN.
      **
      * Saisit un bulletin papier du lot comme un tout: ses choix
      * sont saisis jusqu'au code zero, puis le bulletin est inscrit
      * en table - en-tete, choix retenus et postes annules pour
      * survote. F ferme le lot.
      **
           MOVE WS-NB-SAISIS TO WS-NO-BULLETIN.
           ADD 1 TO WS-NO-BULLETIN.
           DISPLAY "BULLETIN " WS-NO-BULLETIN
                   " - B POUR LE SAISIR, F POUR FERMER LE LOT: ".
           ACCEPT WS-REPONSE.
           IF WS-REPONSE = "F"
               SET WS-FIN-LOT-SW TO "O"
               GO TO 3100-EXIT
           END-IF.
           IF WS-REPONSE NOT = "B"
               DISPLAY "REPONSE INVALIDE"
               GO TO 3100-EXIT
           END-IF.

           END-IF.

           ADD 1 TO WS-NB-SAISIS.
           MOVE ZERO TO WS-NB-MARQUES.
           PERFORM 3110-SAISIR-CHOIX
               THRU 3110-EXIT.
           PERFORM 3110-SAISIR-CHOIX
               THRU 3110-EXIT
               UNTIL WS-CODE-SAISI = ZERO.

           MOVE ZERO TO WS-CODE-SAISI.
           MOVE "B"  TO WS-TYPE-SAISI.
           PERFORM 3170-AJOUTER-LIGNE
               THRU 3170-EXIT.

           PERFORM 3130-CLASSER-MARQUE
               THRU 3130-EXIT
               VARYING WS-IND-MARQUE FROM 1 BY 1
               UNTIL WS-IND-MARQUE > WS-NB-MARQUES.
       3100-EXIT.
           EXIT.

       3110-SAISIR-CHOIX.
      **
      * Saisit un choix du bulletin en cours - le code candidat,
      * zero pour finir le bulletin. Un code inconnu ou deja saisi
      * sur le bulletin est refuse.
      **
           DISPLAY "CODE CANDIDAT (0 = FIN DU BULLETIN): ".
           ACCEPT WS-CODE-SAISI.
           IF WS-CODE-SAISI = ZERO
               GO TO 3110-EXIT
           END-IF.

           IF WS-NB-MARQUES = 50
               DISPLAY "TROP DE CHOIX SUR LE BULLETIN - MAXIMUM 50"
               GO TO 3110-EXIT
           END-IF.

           MOVE SPACES TO WS-NOM-ECRIT-SAISI.
           IF WS-CODE-SAISI = WS-CODE-ECRIT
               PERFORM 3150-SAISIR-ECRIT
                   THRU 3150-EXIT
               IF NOT WS-TROUVE
                   GO TO 3110-EXIT
               END-IF
           ELSE
               PERFORM 3180-CHERCHER-CODE
                   THRU 3180-EXIT
               IF NOT WS-TROUVE
                   DISPLAY "CODE CANDIDAT " WS-CODE-SAISI
                           " INCONNU - CHOIX REFUSE"
                   GO TO 3110-EXIT
               END-IF
               MOVE WS-K-POSTE (CO-IDX) TO WS-POSTE-SAISI
               PERFORM 3190-CHERCHER-MARQUE
                   THRU 3190-EXIT
               IF WS-TROUVE
                   DISPLAY "CODE " WS-CODE-SAISI
                           " DEJA SAISI SUR CE BULLETIN - REFUSE"
                   GO TO 3110-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-NB-MARQUES.
           MOVE WS-CODE-SAISI      TO WS-M-CODE (WS-NB-MARQUES).
           MOVE WS-POSTE-SAISI     TO WS-M-POSTE (WS-NB-MARQUES).
           MOVE WS-NOM-ECRIT-SAISI TO WS-M-NOM-ECRIT (WS-NB-MARQUES).
       3110-EXIT.
           EXIT.

       3130-CLASSER-MARQUE.
      **
      * Classe le choix WS-IND-MARQUE du bulletin a sa fermeture: un
      * choix seul pour son poste est retenu; un poste marque pour
      * plus d'un candidat est annule sur ce bulletin - une seule
      * ligne de survote, au premier choix du poste, portant le code
      * qui identifie le poste - et aucun de ses choix n'est retenu.
      **
           MOVE ZERO TO WS-NB-MEME-POSTE.
           SET WS-PREMIER-SW TO "O".
           PERFORM 3140-COMPTER-POSTE
               THRU 3140-EXIT
               VARYING WS-IND-AUTRE FROM 1 BY 1
               UNTIL WS-IND-AUTRE > WS-NB-MARQUES.

           IF WS-NB-MEME-POSTE = 1
               MOVE WS-M-CODE (WS-IND-MARQUE) TO WS-CODE-SAISI
               MOVE "V" TO WS-TYPE-SAISI
               PERFORM 3170-AJOUTER-LIGNE
                   THRU 3170-EXIT
               IF WS-CODE-SAISI = WS-CODE-ECRIT
                   PERFORM 3175-RETENIR-ECRIT
                       THRU 3175-EXIT
               END-IF
               GO TO 3130-EXIT
           END-IF.

           IF NOT WS-PREMIER
               GO TO 3130-EXIT
           END-IF.

           MOVE WS-M-POSTE (WS-IND-MARQUE) TO WS-POSTE-SAISI.
           PERFORM 3160-CHERCHER-POSTE
               THRU 3160-EXIT.
           MOVE WS-P-CODE (PO-IDX) TO WS-CODE-SAISI.
           MOVE "S" TO WS-TYPE-SAISI.
           PERFORM 3170-AJOUTER-LIGNE
               THRU 3170-EXIT.
           ADD 1 TO WS-NB-SURVOTES.
           DISPLAY "SURVOTE - POSTE " WS-POSTE-SAISI
                   " MARQUE " WS-NB-MEME-POSTE
                   " FOIS - ANNULE SUR CE BULLETIN".
       3130-EXIT.
           EXIT.

       3140-COMPTER-POSTE.
           IF WS-M-POSTE (WS-IND-AUTRE) NOT = WS-M-POSTE (WS-IND-MARQUE)
               GO TO 3140-EXIT
           END-IF.
           ADD 1 TO WS-NB-MEME-POSTE.
           IF WS-IND-AUTRE < WS-IND-MARQUE
               SET WS-PREMIER-SW TO "N"
           END-IF.
       3140-EXIT.
           EXIT.

       3150-SAISIR-ECRIT.
      **
      * Le code 9999 annonce un choix ecrit: le poste vise, qui doit
      * etre un poste du scrutin, et le nom du candidat tel
      * qu'inscrit sur le bulletin sont saisis. Ils ne sont retenus
      * pour ecrits.dat qu'a la fermeture du bulletin, si le poste
      * n'est pas survote.
      **
           DISPLAY "POSTE DU CHOIX ECRIT: ".
           ACCEPT WS-POSTE-SAISI.
           PERFORM 3160-CHERCHER-POSTE
               THRU 3160-EXIT.
           IF NOT WS-TROUVE
               DISPLAY "POSTE " WS-POSTE-SAISI
                       " INCONNU - CHOIX ECRIT REFUSE"
               GO TO 3150-EXIT
           END-IF.

           DISPLAY "NOM TEL QU'INSCRIT: ".
           ACCEPT WS-NOM-ECRIT-SAISI.
       3150-EXIT.
           EXIT.

       3160-CHERCHER-POSTE.
      **
      * Localise le poste WS-POSTE-SAISI dans la table des postes
      * (PO-IDX); WS-TROUVE pose s'il y est.
      **
           SET WS-TROUVE-SW TO "N".
           IF WS-NB-POSTES = ZERO
               GO TO 3160-EXIT
           END-IF.
           SET PO-IDX TO 1.
           SEARCH WS-POSTE
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN PO-IDX > WS-NB-POSTES
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-P-POSTE (PO-IDX) = WS-POSTE-SAISI
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.
       3160-EXIT.
           EXIT.

       3170-AJOUTER-LIGNE.
      **
      * Ajoute a la table du lot une ligne WS-CODE-SAISI de type
      * WS-TYPE-SAISI pour le bulletin en cours.
      **
           IF WS-NB-LIGNES = 10000
               DISPLAY "TROP DE LIGNES DANS LE LOT - MAXIMUM 10000"
               STOP RUN
           END-IF.

           ADD 1 TO WS-NB-LIGNES.
           MOVE WS-CODE-SAISI TO WS-SA-CODE (WS-NB-LIGNES).
           MOVE WS-TYPE-SAISI TO WS-SA-TYPE (WS-NB-LIGNES).
           MOVE WS-NB-SAISIS  TO WS-SA-BULLETIN (WS-NB-LIGNES).
       3170-EXIT.
           EXIT.

       3175-RETENIR-ECRIT.
      **
      * Retient le choix ecrit WS-IND-MARQUE du bulletin en cours
      * pour ecrits.dat, a consolider par la commission apres la
      * liberation du lot.
      **
           IF WS-NB-ECRITS = 200
               STOP RUN
           END-IF.

           ADD 1 TO WS-NB-ECRITS.
           MOVE WS-M-POSTE (WS-IND-MARQUE)
                                   TO WS-E-POSTE (WS-NB-ECRITS).
           MOVE WS-M-NOM-ECRIT (WS-IND-MARQUE)
                                   TO WS-E-NOM-ECRIT (WS-NB-ECRITS).
           MOVE WS-NB-SAISIS       TO WS-E-BULLETIN (WS-NB-ECRITS).
       3175-EXIT.
           EXIT.

       3180-CHERCHER-CODE.
      **
      * Localise le code WS-CODE-SAISI dans la table des codes
      * admis (CO-IDX); WS-TROUVE pose s'il y est.
      **
           SET WS-TROUVE-SW TO "N".
           IF WS-NB-CODES = ZERO
               GO TO 3180-EXIT
           END-IF.
           SET CO-IDX TO 1.
           SEARCH WS-CODE
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN CO-IDX > WS-NB-CODES
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-K-CODE (CO-IDX) = WS-CODE-SAISI
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.
       3180-EXIT.
           EXIT.

       3190-CHERCHER-MARQUE.
      **
      * WS-TROUVE pose si le code WS-CODE-SAISI est deja saisi sur
      * le bulletin en cours.
      **
           SET WS-TROUVE-SW TO "N".
           PERFORM 3195-COMPARER-MARQUE
               THRU 3195-EXIT
               VARYING WS-IND-AUTRE FROM 1 BY 1
               UNTIL WS-IND-AUTRE > WS-NB-MARQUES
                  OR WS-TROUVE.
       3190-EXIT.
           EXIT.

       3195-COMPARER-MARQUE.
           IF WS-M-CODE (WS-IND-AUTRE) = WS-CODE-SAISI
               SET WS-TROUVE-SW TO "O"
           END-IF.
       3195-EXIT.
           EXIT.

       3200-LIBERER-LOT.
       3210-ECRIRE-BULLETINS.
      **
      * Ecrit les bulletins de la table de saisie dans
      * bulletins.dat, chaque enregistrement estampille du numero de
      * lot et du numero du bulletin dans le lot.
      **
           OPEN EXTEND FBULLETINS.
           IF CR-FBULLETINS = 35
           PERFORM 3220-ECRIRE-UN-BULLETIN
               THRU 3220-EXIT
               VARYING WS-IND-SAISIE FROM 1 BY 1
               UNTIL WS-IND-SAISIE > WS-NB-LIGNES.

           CLOSE FBULLETINS.
       3210-EXIT.
           MOVE WS-LOT-PRECINCT            TO BL-PRECINCT.
           MOVE WS-SC-DATE                 TO BL-DATE.
           MOVE WS-LOT-NUMERO              TO BL-LOT.
           MOVE WS-SA-BULLETIN (WS-IND-SAISIE) TO BL-BULLETIN.
           MOVE WS-SA-TYPE (WS-IND-SAISIE) TO BL-TYPE.
           WRITE BL-RECORD.
           IF NOT CR-FBULLETINS-OK
               DISPLAY "ERREUR ECRITURE BULLETINS.DAT - CODE "
           SET WI-EN-ATTENTE    TO TRUE.
           MOVE ZERO            TO WI-CODE-ATTRIBUE.
           MOVE WS-SC-ID        TO WI-ID-SCRUTIN.
           MOVE WS-E-BULLETIN (WS-IND-ECRIT) TO WI-BULLETIN.
           WRITE WI-RECORD.
           IF NOT CR-FECRITS-OK
               DISPLAY "ERREUR ECRITURE ECRITS.DAT - CODE "
           PERFORM 3310-ECRIRE-ATTENTE
               THRU 3310-EXIT
               VARYING WS-IND-SAISIE FROM 1 BY 1
               UNTIL WS-IND-SAISIE > WS-NB-LIGNES.

           CLOSE FATTENTE.

           MOVE WS-LOT-PRECINCT            TO AT-PRECINCT.
           MOVE WS-SC-DATE                 TO AT-DATE.
           MOVE WS-LOT-NUMERO              TO AT-LOT.
           MOVE WS-SA-BULLETIN (WS-IND-SAISIE) TO AT-BULLETIN.
           MOVE WS-SA-TYPE (WS-IND-SAISIE) TO AT-TYPE.
           WRITE AT-RECORD.
           IF NOT CR-FATTENTE-OK
               DISPLAY "ERREUR ECRITURE ATTENTE.DAT - CODE "
      **
      * Verification d'un lot suspendu par un second operateur: la
      * premiere saisie est relue d'attente.dat, le lot est re-saisi
      * au complet, les deux passes sont rapprochees code par code
      * (choix retenus et postes annules pour survote), et le lot
      * n'est libere vers bulletins.dat que si la saisie de
      * verification balance contre le compte annonce. Les
      * enregistrements de la premiere saisie restent dans
      * attente.dat mais le statut VERIFIE du lot les perime.
      **
                   " - PREMIERE SAISIE: " WS-NB-PREMIERE.
           DISPLAY "RE-SAISIR LE LOT AU COMPLET.".

           PERFORM 3050-SAISIR-LOT
               THRU 3050-EXIT.
           PERFORM 4300-CUMULER-VERIF
               THRU 4300-EXIT
               VARYING WS-IND-SAISIE FROM 1 BY 1
               UNTIL WS-IND-SAISIE > WS-NB-LIGNES.

           PERFORM 4400-COMPARER-PASSES
               THRU 4400-EXIT.
       4200-CHARGER-PREMIERE.
      **
      * Recharge la premiere saisie du lot suspendu depuis
      * attente.dat: les en-tetes donnent le compte des bulletins,
      * les choix et survotes sont cumules par code candidat pour le
      * rapprochement des deux passes.
      **
           MOVE ZERO TO WS-NB-PREMIERE.
               GO TO 4210-EXIT
           END-IF.

           IF AT-EN-TETE
               ADD 1 TO WS-NB-PREMIERE
               GO TO 4210-EXIT
           END-IF.

           MOVE AT-CODE-CANDIDAT TO WS-CODE-SAISI.
           IF AT-SURVOTE
               MOVE "S" TO WS-TYPE-SAISI
           ELSE
               MOVE "V" TO WS-TYPE-SAISI
           END-IF.
           PERFORM 4500-TROUVER-CUMUL
               THRU 4500-EXIT.
           ADD 1 TO WS-C-NB1 (CU-IDX).
       4210-EXIT.
           EXIT.

       4300-CUMULER-VERIF.
      **
      * Cumule par code candidat une ligne de la passe de
      * verification - les en-tetes de bulletin exceptes.
      **
           IF WS-SA-TYPE (WS-IND-SAISIE) = "B"
               GO TO 4300-EXIT
           END-IF.

           MOVE WS-SA-CODE (WS-IND-SAISIE) TO WS-CODE-SAISI.
           MOVE WS-SA-TYPE (WS-IND-SAISIE) TO WS-TYPE-SAISI.
           PERFORM 4500-TROUVER-CUMUL
               THRU 4500-EXIT.
           ADD 1 TO WS-C-NB2 (CU-IDX).
       4300-EXIT.
           EXIT.

           END-IF.

           ADD 1 TO WS-NB-ECARTS.
           IF WS-C-TYPE (WS-IND-CUMUL) = "S"
               DISPLAY "  SURVOTE CODE " WS-C-CODE (WS-IND-CUMUL)
                       " - 1RE SAISIE: " WS-C-NB1 (WS-IND-CUMUL)
                       " - VERIFICATION: " WS-C-NB2 (WS-IND-CUMUL)
           ELSE
               DISPLAY "  CODE " WS-C-CODE (WS-IND-CUMUL)
                       " - 1RE SAISIE: " WS-C-NB1 (WS-IND-CUMUL)
                       " - VERIFICATION: " WS-C-NB2 (WS-IND-CUMUL)
           END-IF.
       4410-EXIT.
           EXIT.

       4500-TROUVER-CUMUL.
      **
      * Localise l'entree de cumul du code candidat WS-CODE-SAISI
      * pour le type de ligne WS-TYPE-SAISI (choix ou survote), en
      * la creant au besoin.
      **
           SET WS-TROUVE-SW TO "N".
           SET CU-IDX TO 1.
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-C-CODE (CU-IDX) = WS-CODE-SAISI
                AND WS-C-TYPE (CU-IDX) = WS-TYPE-SAISI
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.

               END-IF
               SET CU-IDX TO WS-NB-CUMULS
               MOVE WS-CODE-SAISI TO WS-C-CODE (CU-IDX)
               MOVE WS-TYPE-SAISI TO WS-C-TYPE (CU-IDX)
               MOVE ZERO TO WS-C-NB1 (CU-IDX)
               MOVE ZERO TO WS-C-NB2 (CU-IDX)
           END-IF.
           EXIT.

      *-----------------------------------------------------------*
       7000-CONTROLE-OPERATEUR.
      **
      * Recherche le code WS-OPER-CHERCHE dans operateurs.dat et
      * controle le NIP saisi (WS-NIP-SAISI). Le fichier, court, est
      * parcouru sequentiellement a chaque appel, ouvert en mise a
      * jour pour tenir le compte des NIP refuses: le troisieme
      * refus consecutif verrouille l'operateur, un NIP accepte
      * remet le compte a zero. WS-NIP-OK n'est pose que pour un
      * operateur actif dont le NIP concorde; tout refus est
      * consigne au journal des sessions. OP-RECORD contient
      * l'operateur trouve en sortie.
      **
           SET WS-NIP-OK-SW TO "N".
           SET WS-OPER-TROUVE-SW TO "N".
           SET WS-FIN-OPER-SW TO "N".
           MOVE WS-OPER-CHERCHE TO WS-SE-OPERATEUR.

           OPEN I-O FOPERATEURS.
           IF NOT CR-FOPERATEURS-OK
               DISPLAY "ERREUR OUVERTURE OPERATEURS.DAT - CODE "
                       CR-FOPERATEURS
               THRU 7010-EXIT
               UNTIL WS-FIN-OPER OR WS-OPER-TROUVE.

           IF NOT WS-OPER-TROUVE
               CLOSE FOPERATEURS
               DISPLAY "OPERATEUR " WS-OPER-CHERCHE " INCONNU"
               MOVE "REFUS INCONNU" TO WS-SE-EVENEMENT
               PERFORM 7100-JOURNAL-SESSION
                   THRU 7100-EXIT
               GO TO 7000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN OP-SUSPENDU
                   DISPLAY "OPERATEUR " OP-ID " SUSPENDU - ACCES "
                           "REFUSE"
                   MOVE "REFUS SUSPENDU" TO WS-SE-EVENEMENT
               WHEN OP-RETIRE
                   DISPLAY "OPERATEUR " OP-ID " RETIRE - ACCES "
                           "REFUSE"
                   MOVE "REFUS RETIRE" TO WS-SE-EVENEMENT
               WHEN OP-VERROUILLE
                   DISPLAY "OPERATEUR " OP-ID " VERROUILLE - VOIR "
                           "UN SUPERVISEUR (GESTIONOPERATEURS)"
                   MOVE "REFUS VERROU" TO WS-SE-EVENEMENT
               WHEN OP-NIP = SPACES
                   DISPLAY "OPERATEUR " OP-ID " SANS NIP - VOIR "
                           "UN SUPERVISEUR (GESTIONOPERATEURS)"
                   MOVE "REFUS SANS NIP" TO WS-SE-EVENEMENT
               WHEN WS-NIP-SAISI NOT = OP-NIP
                   PERFORM 7020-REFUSER-NIP
                       THRU 7020-EXIT
               WHEN OTHER
                   SET WS-NIP-OK-SW TO "O"
                   IF OP-NB-ECHECS NOT = ZERO
                       MOVE ZERO TO OP-NB-ECHECS
                       REWRITE OP-RECORD
                   END-IF
           END-EVALUATE.

           CLOSE FOPERATEURS.

           IF NOT WS-NIP-OK
               PERFORM 7100-JOURNAL-SESSION
                   THRU 7100-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

       7010-EXIT.
           EXIT.

       7020-REFUSER-NIP.
      **
      * NIP errone: un refus de plus au compte de l'operateur, et
      * verrouillage au maximum permis.
      **
           IF OP-NB-ECHECS NOT NUMERIC
               MOVE ZERO TO OP-NB-ECHECS
           END-IF.
           ADD 1 TO OP-NB-ECHECS.

           IF OP-NB-ECHECS < WS-MAX-ECHECS-NIP
               DISPLAY "NIP REFUSE"
               MOVE "NIP REFUSE" TO WS-SE-EVENEMENT
           ELSE
               SET OP-VERROUILLE TO TRUE
               DISPLAY "NIP REFUSE - OPERATEUR " OP-ID
                       " VERROUILLE APRES " OP-NB-ECHECS " ESSAIS"
               MOVE "VERROUILLAGE" TO WS-SE-EVENEMENT
           END-IF.

           REWRITE OP-RECORD.
           IF NOT CR-FOPERATEURS-OK
               DISPLAY "ERREUR MISE A JOUR OPERATEURS.DAT - CODE "
                       CR-FOPERATEURS
           END-IF.
       7020-EXIT.
           EXIT.

       7100-JOURNAL-SESSION.
      **
      * Ajoute au journal des sessions (sessions.dat) l'evenement
      * WS-SE-EVENEMENT de l'operateur WS-SE-OPERATEUR. Le journal
      * est ouvert et referme a chaque ecriture: les sessions de
      * tous les programmes de la suite s'y succedent.
      **
           OPEN EXTEND FSESSIONS.
           IF CR-FSESSIONS = 35
               OPEN OUTPUT FSESSIONS
           END-IF.
           IF NOT CR-FSESSIONS-OK
               DISPLAY "ERREUR OUVERTURE SESSIONS.DAT - CODE "
                       CR-FSESSIONS
               GO TO 7100-EXIT
           END-IF.

           MOVE SPACES TO SE-RECORD.
           ACCEPT SE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-SYS FROM TIME.
           MOVE WS-HEURE-HHMMSS      TO SE-HEURE.
           MOVE WS-SE-OPERATEUR      TO SE-OPERATEUR.
           MOVE WS-NOM-PROGRAMME     TO SE-PROGRAMME.
           MOVE WS-SE-EVENEMENT      TO SE-EVENEMENT.
           MOVE WS-SC-ID              TO SE-ID-SCRUTIN.
           MOVE ZERO                  TO SE-POSTE-TRAVAIL.

           WRITE SE-RECORD.
           IF NOT CR-FSESSIONS-OK
               DISPLAY "ERREUR ECRITURE SESSIONS.DAT - CODE "
                       CR-FSESSIONS
           END-IF.

           CLOSE FSESSIONS.
       7100-EXIT.
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

       END PROGRAM saisieBulletins.
