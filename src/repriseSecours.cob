      ******************************************************************
      * Program-ID:  REPRISESECOURS
      * Author:      M. Fortin, Direction du scrutin - Informatique
      * Installation: Bureau des elections
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Batch re-entry of the check-ins signed on the
      *              paper backup poll book (see cahierSecours) while
      *              the check-in stations were down. The pages are
      *              keyed into pointages.dat once service returns;
      *              each paper check-in is validated against the
      *              elector registry like a check-in at the table -
      *              unknown, inactive, wrong-precinct and
      *              already-voted electors are rejected - and an
      *              acceptance sets the elector's vote flag. Every
      *              entry is written to the audit trail with a
      *              PAPIER motif and the time written in the poll
      *              book, so balancementScrutin balances without
      *              reconstructing the outage by hand. An elector
      *              signed in on paper who was meanwhile accepted
      *              elsewhere (station, mail, provisional, or a
      *              second paper line) is flagged to the director
      *              with the other acceptance found on the pistes.
      *              Each run is recorded in the run-control
      *              ledger (traitements.dat).
      ******************************************************************
      * Modification History:
      *   2026-10-15  MF    Initial version.
      *   2026-10-15  MF    Execution consignee au journal des
      *                     traitements (voir TRAITREC).
      *   2026-10-15  MF    Heure systeme lue en HHMMSScc: les journaux
      *                     des traitements et des sessions recoivent
      *                     HHMMSS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. repriseSecours.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FPOINTAGES ASSIGN TO "pointages.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FPOINTAGES.

           SELECT FELECTION ASSIGN TO "electeurs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EL-ID
               ALTERNATE RECORD KEY IS EL-NOM WITH DUPLICATES
               FILE STATUS IS CR-FELECTION.

           SELECT FAUDIT ASSIGN TO "audit.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FAUDIT.

           SELECT FAUDITPOSTE ASSIGN TO WS-NOM-AUDIT-POSTE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FAUDITPOSTE.

           SELECT FSCRUTIN ASSIGN TO "scrutin.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FSCRUTIN.

           SELECT FOPERATEURS ASSIGN TO "operateurs.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FOPERATEURS.

           SELECT FSESSIONS ASSIGN TO "sessions.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FSESSIONS.

           SELECT FTRAITEMENTS ASSIGN TO "traitements.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FTRAITEMENTS.

      *-----------------------
       DATA DIVISION.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FPOINTAGES
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY POINTREC.

       FD  FELECTION
           RECORD CONTAINS 56 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY ELECREC.

       FD  FAUDIT
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY AUDREC.

       FD  FAUDITPOSTE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY AUDREC REPLACING LEADING ==AU-== BY ==AP-==.

       FD  FSCRUTIN
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY SCRUTREC.

       FD  FOPERATEURS
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY OPERREC.

       FD  FSESSIONS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY SESSREC.

       FD  FTRAITEMENTS
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY TRAITREC.

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
           77  CR-FPOINTAGES           PIC 9(02).
               88  CR-FPOINTAGES-OK            VALUE 00.
           77  CR-FELECTION            PIC 9(02).
               88  CR-FELECTION-OK             VALUE 00.
           77  CR-FAUDIT               PIC 9(02).
               88  CR-FAUDIT-OK                VALUE 00.
           77  CR-FAUDITPOSTE          PIC 9(02).
               88  CR-FAUDITPOSTE-OK           VALUE 00.
               88  CR-FAUDITPOSTE-ABSENT       VALUE 35.
           77  CR-FSCRUTIN             PIC 9(02).
               88  CR-FSCRUTIN-OK              VALUE 00.
           77  CR-FOPERATEURS          PIC 9(02).
               88  CR-FOPERATEURS-OK           VALUE 00.
           77  CR-FSESSIONS            PIC 9(02).
               88  CR-FSESSIONS-OK             VALUE 00.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  WS-FIN-POINTAGES-SW     PIC X(01)   VALUE "N".
               88  WS-FIN-POINTAGES            VALUE "O".
           77  WS-FIN-AUDIT-SW         PIC X(01)   VALUE "N".
               88  WS-FIN-AUDIT                VALUE "O".
           77  WS-FIN-SCRUTIN-SW       PIC X(01)   VALUE "N".
               88  WS-FIN-SCRUTIN              VALUE "O".
           77  WS-SCRUTIN-TROUVE-SW    PIC X(01)   VALUE "N".
               88  WS-SCRUTIN-TROUVE           VALUE "O".
           77  WS-OUVERT-TROUVE-SW     PIC X(01)   VALUE "N".
               88  WS-OUVERT-TROUVE            VALUE "O".
           77  WS-FIN-OPER-SW          PIC X(01)   VALUE "N".
               88  WS-FIN-OPER                 VALUE "O".
           77  WS-OPER-TROUVE-SW       PIC X(01)   VALUE "N".
               88  WS-OPER-TROUVE              VALUE "O".
           77  WS-ELECTEUR-TROUVE-SW   PIC X(01)   VALUE "N".
               88  WS-ELECTEUR-TROUVE          VALUE "O".
           77  WS-TROUVE-SW            PIC X(01)   VALUE "N".
               88  WS-TROUVE                   VALUE "O".

           77  WS-OPER-CHERCHE         PIC X(06).
           77  WS-OPER-ID              PIC X(06).
           77  WS-OPER-NOM             PIC X(20).
           77  WS-MOTIF                PIC X(20).

           01  WS-HEURE-PAPIER.
               05  WS-HP-HH            PIC 9(02).
               05  WS-HP-MM            PIC 9(02).
           01  WS-HEURE-PAPIER-N REDEFINES WS-HEURE-PAPIER
                                       PIC 9(04).

           77  WS-NB-LUS               PIC 9(06)   VALUE ZERO.
           77  WS-NB-ACCEPTES          PIC 9(06)   VALUE ZERO.
           77  WS-NB-INTROUVABLES      PIC 9(06)   VALUE ZERO.
           77  WS-NB-INACTIFS          PIC 9(06)   VALUE ZERO.
           77  WS-NB-AUTRE-BUREAU      PIC 9(06)   VALUE ZERO.
           77  WS-NB-DEJA-VOTE         PIC 9(06)   VALUE ZERO.
           77  WS-NB-HEURE-ERRONEE     PIC 9(06)   VALUE ZERO.
           77  WS-NB-HORS-HEURES       PIC 9(06)   VALUE ZERO.
           77  WS-NB-ERREURS           PIC 9(06)   VALUE ZERO.
           77  WS-POSTE-COURANT        PIC 9(02).
           77  WS-ELECTEUR-CHERCHE     PIC 9(05).

           01  WS-SCRUTIN-COURANT.
               05  WS-SC-ID            PIC 9(04).
               05  WS-SC-TITRE         PIC X(30).
               05  WS-SC-DATE          PIC 9(08).
               05  WS-SC-OUVERTURE     PIC 9(04).
               05  WS-SC-FERMETURE     PIC 9(04).

      * Piste de poste relue pour retrouver l'autre acceptation des
      * electeurs signales (voir gestionElections, 1400).
           01  WS-NOM-AUDIT-POSTE.
               05  FILLER              PIC X(06)   VALUE "auditp".
               05  WS-NOM-AU-POSTE     PIC 9(02).
               05  FILLER              PIC X(04)   VALUE ".dat".

      * Electeurs pointes au cahier papier alors que le registre les
      * marquait deja comme ayant vote - a faire verifier par le
      * directeur du scrutin. L'autre acceptation (motif, poste,
      * heure) est retrouvee en fin de traitement sur audit.dat et
      * sur les pistes de poste non encore consolidees.
           77  WS-NB-SIGNALES          PIC 9(04)   VALUE ZERO.
           01  WS-TABLE-SIGNALES.
               05  WS-SIGNALE          OCCURS 500 TIMES
                                       INDEXED BY SG-IDX.
                   10  WS-SG-ELECTEUR  PIC 9(05).
                   10  WS-SG-PRECINCT  PIC 9(04).
                   10  WS-SG-HEURE-PAPIER
                                       PIC 9(04).
                   10  WS-SG-MOTIF     PIC X(20).
                   10  WS-SG-POSTE     PIC 9(02).
                   10  WS-SG-DATE      PIC 9(08).
                   10  WS-SG-HEURE     PIC 9(06).

      * Controle du NIP a l'ouverture de session et journal des
      * sessions (voir SESSREC).
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "repriseSecours".
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
       0000-MAINLINE.
      **
      * Point d'entree du programme.
      **
           PERFORM 1000-INITIALISATION
               THRU 1000-EXIT.

           PERFORM 2000-TRAITER-POINTAGE
               THRU 2000-EXIT
               UNTIL WS-FIN-POINTAGES.

           CLOSE FPOINTAGES.
           CLOSE FELECTION.
           CLOSE FAUDIT.

           PERFORM 3000-SOMMAIRE
               THRU 3000-EXIT.

           PERFORM 4000-SIGNALER-DOUBLONS
               THRU 4000-EXIT.

           PERFORM 9000-TERMINAISON
               THRU 9000-EXIT.

           MOVE WS-SC-ID             TO WS-TR-ID-SCRUTIN.
           MOVE WS-OPER-ID           TO WS-TR-OPERATEUR.
           MOVE WS-NB-LUS            TO WS-TR-NB-LUS.
           MOVE WS-NB-ACCEPTES       TO WS-TR-NB-ECRITS.
           COMPUTE WS-TR-NB-REJETS = WS-NB-LUS - WS-NB-ACCEPTES.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
       1000-INITIALISATION.
      **
      * Lit le calendrier, identifie l'operateur de la reprise et
      * ouvre les fichiers de travail.
      **
           PERFORM 1100-LIRE-SCRUTIN
               THRU 1100-EXIT.

           PERFORM 1200-OUVERTURE-SESSION
               THRU 1200-EXIT.

           OPEN INPUT FPOINTAGES.
           IF NOT CR-FPOINTAGES-OK
               DISPLAY "ERREUR OUVERTURE POINTAGES.DAT - CODE "
                       CR-FPOINTAGES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O FELECTION.
           IF NOT CR-FELECTION-OK
               DISPLAY "ERREUR OUVERTURE ELECTEURS.DAT - CODE "
                       CR-FELECTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND FAUDIT.
           IF CR-FAUDIT = 35
               OPEN OUTPUT FAUDIT
           END-IF.
           IF NOT CR-FAUDIT-OK
               DISPLAY "ERREUR OUVERTURE AUDIT.DAT - CODE " CR-FAUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "===== REPRISE DU CAHIER DE SECOURS =====".
       1000-EXIT.
           EXIT.

       1100-LIRE-SCRUTIN.
      **
      * Parcourt le calendrier des scrutins (scrutin.dat) et retient
      * l'evenement OUVERT, ou a defaut l'evenement FERME: le service
      * peut revenir apres la fermeture des bureaux, la reprise se
      * fait alors avant le balancement.
      **
           OPEN INPUT FSCRUTIN.
           IF NOT CR-FSCRUTIN-OK
               DISPLAY "ERREUR OUVERTURE SCRUTIN.DAT - CODE "
                       CR-FSCRUTIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-FIN-SCRUTIN-SW TO "N".
           SET WS-SCRUTIN-TROUVE-SW TO "N".
           SET WS-OUVERT-TROUVE-SW TO "N".
           PERFORM 1110-CHERCHER-SCRUTIN
               THRU 1110-EXIT
               UNTIL WS-FIN-SCRUTIN.
           CLOSE FSCRUTIN.

           IF NOT WS-SCRUTIN-TROUVE
               DISPLAY "AUCUN SCRUTIN OUVERT NI FERME AU CALENDRIER "
                       "- REPRISE IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "SCRUTIN " WS-SC-ID " - " WS-SC-TITRE.
       1100-EXIT.
           EXIT.

       1110-CHERCHER-SCRUTIN.
           READ FSCRUTIN
               AT END
                   SET WS-FIN-SCRUTIN-SW TO "O"
                   GO TO 1110-EXIT
           END-READ.

           IF WS-OUVERT-TROUVE
               GO TO 1110-EXIT
           END-IF.
           IF SC-OUVERT
               SET WS-OUVERT-TROUVE-SW TO "O"
           ELSE
               IF NOT SC-FERME OR WS-SCRUTIN-TROUVE
                   GO TO 1110-EXIT
               END-IF
           END-IF.

           MOVE SC-ID-SCRUTIN      TO WS-SC-ID.
           MOVE SC-TITRE           TO WS-SC-TITRE.
           MOVE SC-DATE            TO WS-SC-DATE.
           MOVE SC-HEURE-OUVERTURE TO WS-SC-OUVERTURE.
           MOVE SC-HEURE-FERMETURE TO WS-SC-FERMETURE.
           SET WS-SCRUTIN-TROUVE-SW TO "O".
       1110-EXIT.
           EXIT.

       1200-OUVERTURE-SESSION.
      **
      * Identifie l'operateur responsable de la reprise; chaque
      * entree de la piste de verification est consignee a son nom.
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
           EXIT.

       1210-SAISIE-OPERATEUR.
           DISPLAY "CODE OPERATEUR: ".
           ACCEPT WS-OPER-CHERCHE.
           DISPLAY "NIP: ".
           ACCEPT WS-NIP-SAISI.

           PERFORM 7000-CONTROLE-OPERATEUR
               THRU 7000-EXIT.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2000-TRAITER-POINTAGE.
      **
      * Lit un pointage du cahier papier et le valide contre le
      * registre comme une verification a la table: heure
      * illisible, electeur inconnu, inactif, d'un autre bureau ou
      * ayant deja vote rejete, acceptation posant le drapeau de
      * vote. Un electeur deja marque est en outre signale.
      **
           READ FPOINTAGES
               AT END
                   SET WS-FIN-POINTAGES-SW TO "O"
                   GO TO 2000-EXIT
           END-READ.

           ADD 1 TO WS-NB-LUS.
           IF PT-DATE NOT NUMERIC OR PT-DATE = ZERO
               MOVE WS-SC-DATE TO PT-DATE
           END-IF.

           SET WS-ELECTEUR-TROUVE-SW TO "N".
           MOVE PT-ELECTEUR TO EL-ID.
           READ FELECTION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ELECTEUR-TROUVE-SW TO "O"
           END-READ.

           IF NOT WS-ELECTEUR-TROUVE
               MOVE PT-PRECINCT TO EL-PRECINCT
           END-IF.

           IF PT-HEURE NOT NUMERIC
               MOVE ZERO TO WS-HEURE-PAPIER-N
           ELSE
               MOVE PT-HEURE TO WS-HEURE-PAPIER-N
           END-IF.
           IF PT-HEURE NOT NUMERIC
              OR WS-HP-HH > 23 OR WS-HP-MM > 59
               ADD 1 TO WS-NB-HEURE-ERRONEE
               DISPLAY "BUREAU " PT-PRECINCT " - ELECTEUR "
                       PT-ELECTEUR " - HEURE " PT-HEURE
                       " ILLISIBLE - REJETE"
               MOVE ZERO TO WS-HEURE-PAPIER-N
               MOVE "PAPIER HEURE ERRONEE" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF NOT WS-ELECTEUR-TROUVE
               ADD 1 TO WS-NB-INTROUVABLES
               DISPLAY "BUREAU " PT-PRECINCT " - ELECTEUR "
                       PT-ELECTEUR " INTROUVABLE - REJETE"
               MOVE "PAPIER INTROUVABLE" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF EL-INACTIF
               ADD 1 TO WS-NB-INACTIFS
               DISPLAY "BUREAU " PT-PRECINCT " - ELECTEUR "
                       PT-ELECTEUR " INACTIF - REJETE"
               MOVE "PAPIER INACTIF" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF EL-PRECINCT NOT = PT-PRECINCT
               ADD 1 TO WS-NB-AUTRE-BUREAU
               DISPLAY "BUREAU " PT-PRECINCT " - ELECTEUR "
                       PT-ELECTEUR " INSCRIT AU BUREAU " EL-PRECINCT
                       " - REJETE"
               MOVE "PAPIER AUTRE BUREAU" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF EL-DEJA-VOTE
               ADD 1 TO WS-NB-DEJA-VOTE
               DISPLAY "BUREAU " PT-PRECINCT " - ELECTEUR "
                       PT-ELECTEUR " A DEJA VOTE - REJETE ET "
                       "SIGNALE AU DIRECTEUR"
               MOVE "PAPIER DEJA VOTE" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               PERFORM 2100-RETENIR-SIGNALE
                   THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF WS-HEURE-PAPIER-N < WS-SC-OUVERTURE
              OR WS-HEURE-PAPIER-N > WS-SC-FERMETURE
               ADD 1 TO WS-NB-HORS-HEURES
               DISPLAY "ATTENTION - BUREAU " PT-PRECINCT
                       " - ELECTEUR " PT-ELECTEUR " POINTE A "
                       PT-HEURE " HORS DES HEURES LEGALES ("
                       WS-SC-OUVERTURE " A " WS-SC-FERMETURE ")"
           END-IF.

           SET EL-DEJA-VOTE TO TRUE.
           REWRITE EL-RECORD.
           IF NOT CR-FELECTION-OK
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "ERREUR ECRITURE ELECTEURS.DAT - CODE "
                       CR-FELECTION
               MOVE "PAPIER ERREUR ECRIT" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-NB-ACCEPTES.
           MOVE "PAPIER ACCEPTE" TO WS-MOTIF.
           PERFORM 8000-ECRITURE-AUDIT
               THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

       2100-RETENIR-SIGNALE.
           IF WS-NB-SIGNALES = 500
               DISPLAY "TROP D'ELECTEURS SIGNALES - MAXIMUM 500"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-NB-SIGNALES.
           SET SG-IDX TO WS-NB-SIGNALES.
           MOVE PT-ELECTEUR       TO WS-SG-ELECTEUR (SG-IDX).
           MOVE PT-PRECINCT       TO WS-SG-PRECINCT (SG-IDX).
           MOVE WS-HEURE-PAPIER-N TO WS-SG-HEURE-PAPIER (SG-IDX).
           MOVE "INTROUVEE"       TO WS-SG-MOTIF (SG-IDX).
           MOVE ZERO              TO WS-SG-POSTE (SG-IDX).
           MOVE ZERO              TO WS-SG-DATE (SG-IDX).
           MOVE ZERO              TO WS-SG-HEURE (SG-IDX).
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       3000-SOMMAIRE.
      **
      * Imprime le sommaire de la reprise du cahier papier.
      **
           DISPLAY " ".
           DISPLAY "===== SOMMAIRE DE LA REPRISE =====".
           DISPLAY "POINTAGES LUS:           " WS-NB-LUS.
           DISPLAY "ACCEPTES:                " WS-NB-ACCEPTES.
           DISPLAY "  DONT HORS DES HEURES:  " WS-NB-HORS-HEURES.
           DISPLAY "REJETES - HEURE ERRONEE  " WS-NB-HEURE-ERRONEE.
           DISPLAY "REJETES - INTROUVABLE    " WS-NB-INTROUVABLES.
           DISPLAY "REJETES - INACTIF        " WS-NB-INACTIFS.
           DISPLAY "REJETES - AUTRE BUREAU   " WS-NB-AUTRE-BUREAU.
           DISPLAY "REJETES - DEJA VOTE      " WS-NB-DEJA-VOTE.
           DISPLAY "ERREURS D'ECRITURE:      " WS-NB-ERREURS.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       4000-SIGNALER-DOUBLONS.
      **
      * Liste pour le directeur du scrutin les electeurs pointes au
      * cahier papier alors qu'ils etaient deja acceptes. L'autre
      * acceptation du scrutin est recherchee sur audit.dat puis sur
      * chaque piste de poste (01-20) pas encore consolidee; la
      * derniere trouvee est retenue.
      **
           DISPLAY " ".
           DISPLAY "-- ELECTEURS POINTES AU CAHIER ET DEJA ACCEPTES --".
           IF WS-NB-SIGNALES = ZERO
               DISPLAY "AUCUN"
               GO TO 4000-EXIT
           END-IF.

           OPEN INPUT FAUDIT.
           IF CR-FAUDIT-OK
               SET WS-FIN-AUDIT-SW TO "N"
               PERFORM 4100-CHERCHER-AUDIT
                   THRU 4100-EXIT
                   UNTIL WS-FIN-AUDIT
               CLOSE FAUDIT
           END-IF.

           PERFORM 4200-CHERCHER-POSTE
               THRU 4200-EXIT
               VARYING WS-POSTE-COURANT FROM 1 BY 1
               UNTIL WS-POSTE-COURANT > 20.

           PERFORM 4400-IMPRIMER-SIGNALE
               THRU 4400-EXIT
               VARYING SG-IDX FROM 1 BY 1
               UNTIL SG-IDX > WS-NB-SIGNALES.

           DISPLAY "ELECTEURS SIGNALES: " WS-NB-SIGNALES
                   " - A FAIRE VERIFIER PAR LE DIRECTEUR DU SCRUTIN".
           MOVE 4 TO RETURN-CODE.
       4000-EXIT.
           EXIT.

       4100-CHERCHER-AUDIT.
           READ FAUDIT
               AT END
                   SET WS-FIN-AUDIT-SW TO "O"
                   GO TO 4100-EXIT
           END-READ.

           IF AU-ID-SCRUTIN NOT = WS-SC-ID
              OR NOT AU-RES-ACCEPTE
               GO TO 4100-EXIT
           END-IF.

           MOVE AU-ELECTEUR TO WS-ELECTEUR-CHERCHE.
           PERFORM 4300-CHERCHER-SIGNALE
               THRU 4300-EXIT.
           IF WS-TROUVE
               MOVE AU-MOTIF         TO WS-SG-MOTIF (SG-IDX)
               MOVE AU-POSTE-TRAVAIL TO WS-SG-POSTE (SG-IDX)
               MOVE AU-DATE          TO WS-SG-DATE (SG-IDX)
               MOVE AU-HEURE         TO WS-SG-HEURE (SG-IDX)
           END-IF.
       4100-EXIT.
           EXIT.

       4200-CHERCHER-POSTE.
           MOVE WS-POSTE-COURANT TO WS-NOM-AU-POSTE.
           OPEN INPUT FAUDITPOSTE.
           IF NOT CR-FAUDITPOSTE-OK
               GO TO 4200-EXIT
           END-IF.

           SET WS-FIN-AUDIT-SW TO "N".
           PERFORM 4210-LIRE-POSTE
               THRU 4210-EXIT
               UNTIL WS-FIN-AUDIT.
           CLOSE FAUDITPOSTE.
       4200-EXIT.
           EXIT.

       4210-LIRE-POSTE.
           READ FAUDITPOSTE
               AT END
                   SET WS-FIN-AUDIT-SW TO "O"
                   GO TO 4210-EXIT
           END-READ.

           IF AP-ID-SCRUTIN NOT = WS-SC-ID
              OR NOT AP-RES-ACCEPTE
               GO TO 4210-EXIT
           END-IF.

           MOVE AP-ELECTEUR TO WS-ELECTEUR-CHERCHE.
           PERFORM 4300-CHERCHER-SIGNALE
               THRU 4300-EXIT.
           IF WS-TROUVE
               MOVE AP-MOTIF         TO WS-SG-MOTIF (SG-IDX)
               MOVE AP-POSTE-TRAVAIL TO WS-SG-POSTE (SG-IDX)
               MOVE AP-DATE          TO WS-SG-DATE (SG-IDX)
               MOVE AP-HEURE         TO WS-SG-HEURE (SG-IDX)
           END-IF.
       4210-EXIT.
           EXIT.

       4300-CHERCHER-SIGNALE.
      **
      * WS-TROUVE pose si WS-ELECTEUR-CHERCHE est un electeur
      * signale; SG-IDX le designe en sortie.
      **
           SET WS-TROUVE-SW TO "N".
           SET SG-IDX TO 1.
           SEARCH WS-SIGNALE
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN SG-IDX > WS-NB-SIGNALES
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-SG-ELECTEUR (SG-IDX) = WS-ELECTEUR-CHERCHE
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.
       4300-EXIT.
           EXIT.

       4400-IMPRIMER-SIGNALE.
           DISPLAY "ELECTEUR " WS-SG-ELECTEUR (SG-IDX)
                   " - BUREAU " WS-SG-PRECINCT (SG-IDX)
                   " - CAHIER A " WS-SG-HEURE-PAPIER (SG-IDX).
           DISPLAY "    AUTRE ACCEPTATION: " WS-SG-MOTIF (SG-IDX)
                   " POSTE " WS-SG-POSTE (SG-IDX)
                   " LE " WS-SG-DATE (SG-IDX)
                   " A " WS-SG-HEURE (SG-IDX).
       4400-EXIT.
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
               STOP RUN
           END-IF.

           PERFORM 7010-LIRE-OPERATEUR
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

       7010-LIRE-OPERATEUR.
           READ FOPERATEURS
               AT END
                   SET WS-FIN-OPER-SW TO "O"
               NOT AT END
                   IF OP-ID = WS-OPER-CHERCHE
                       SET WS-OPER-TROUVE-SW TO "O"
                   END-IF
           END-READ.
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
       8000-ECRITURE-AUDIT.
      **
      * Consigne le pointage courant a la piste de verification,
      * date et heure inscrites au cahier papier. Les motifs PAPIER
      * distinguent la reprise du cahier de secours des
      * verifications faites aux postes.
      **
           MOVE PT-DATE        TO AU-DATE.
           COMPUTE AU-HEURE = WS-HEURE-PAPIER-N * 100.
           MOVE PT-ELECTEUR    TO AU-ELECTEUR.
           MOVE EL-PRECINCT    TO AU-PRECINCT.
           MOVE WS-MOTIF       TO AU-MOTIF.
           MOVE WS-SC-ID       TO AU-ID-SCRUTIN.
           MOVE WS-OPER-ID     TO AU-OPERATEUR.
           MOVE ZERO           TO AU-POSTE-TRAVAIL.
           IF WS-MOTIF = "PAPIER ACCEPTE"
               SET AU-RES-ACCEPTE TO TRUE
           ELSE
               SET AU-RES-REJETE TO TRUE
           END-IF.

           WRITE AU-RECORD.
           IF NOT CR-FAUDIT-OK
               DISPLAY "ERREUR ECRITURE AUDIT.DAT - CODE " CR-FAUDIT
           END-IF.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       9000-TERMINAISON.
      **
      * Consigne la fin de session au journal avant de terminer.
      **
           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "FIN"       TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.
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

       END PROGRAM repriseSecours.
