      ******************************************************************
      * Program-ID:  CAHIERSECOURS
      * Author:      M. Fortin, Direction du scrutin - Informatique
      * Installation: Bureau des elections
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Prints the paper backup poll book, one section
      *              per precinct, from the elector registry
      *              (electeurs.dat) so the tables can keep signing
      *              electors in when the check-in stations are down.
      *              Electors are listed in EL-NOM / EL-PRENOM order
      *              with their number, registration status and a
      *              signature box; electors already flagged as
      *              having voted (advance or postal votes) are
      *              struck through. Run before polls open, or on
      *              demand during the day for one precinct. The
      *              signed pages are keyed back into pointages.dat
      *              and replayed by repriseSecours.
      *              Each run is recorded in the run-control
      *              ledger (traitements.dat).
      ******************************************************************
      * Modification History:
      *   2026-10-15  MF    Initial version.
      *   2026-10-15  MF    Execution consignee au journal des
      *                     traitements (voir TRAITREC).
      *   2026-10-15  MF    Heure systeme lue en HHMMSScc: le journal
      *                     des traitements recoit HHMMSS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. cahierSecours.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FELECTION ASSIGN TO "electeurs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-ID
               ALTERNATE RECORD KEY IS EL-NOM WITH DUPLICATES
               FILE STATUS IS CR-FELECTION.

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

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FELECTION
           RECORD CONTAINS 56 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY ELECREC.

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
           77  CR-FELECTION            PIC 9(02).
               88  CR-FELECTION-OK             VALUE 00.
           77  CR-FSCRUTIN             PIC 9(02).
               88  CR-FSCRUTIN-OK              VALUE 00.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  WS-FIN-ROLE-SW          PIC X(01)   VALUE "N".
               88  WS-FIN-ROLE                 VALUE "O".
           77  WS-FIN-SCRUTIN-SW       PIC X(01)   VALUE "N".
               88  WS-FIN-SCRUTIN              VALUE "O".
           77  WS-SCRUTIN-TROUVE-SW    PIC X(01)   VALUE "N".
               88  WS-SCRUTIN-TROUVE           VALUE "O".
           77  WS-OUVERT-TROUVE-SW     PIC X(01)   VALUE "N".
               88  WS-OUVERT-TROUVE            VALUE "O".
           77  WS-FIN-RECHERCHE-SW     PIC X(01)   VALUE "N".
               88  WS-FIN-RECHERCHE            VALUE "O".

           77  WS-PRECINCT-DEMANDE     PIC 9(04)   VALUE ZERO.
           77  WS-PRECINCT-COURANT     PIC 9(04).
           77  WS-NB-PRECINCTS         PIC 9(04)   VALUE ZERO.
           77  WS-IND-PRECINCT         PIC 9(04).
           77  WS-IND-INSERTION        PIC 9(04).
           77  WS-NB-CAHIER            PIC 9(04)   VALUE ZERO.
           77  WS-IND-CAHIER           PIC 9(04).
           77  WS-IND-DECALAGE         PIC 9(04).
           77  WS-NB-RAYES             PIC 9(04)   VALUE ZERO.
           77  WS-TOTAL-INSCRITS       PIC 9(07)   VALUE ZERO.
           77  WS-TOTAL-RAYES          PIC 9(07)   VALUE ZERO.

           01  WS-SCRUTIN-COURANT.
               05  WS-SC-ID            PIC 9(04).
               05  WS-SC-TITRE         PIC X(30).
               05  WS-SC-DATE          PIC 9(08).
               05  WS-SC-OUVERTURE     PIC 9(04).
               05  WS-SC-FERMETURE     PIC 9(04).

      * Bureaux de vote du registre, en ordre croissant.
           01  WS-TABLE-PRECINCTS.
               05  WS-PRECINCT         PIC 9(04)
                                       OCCURS 500 TIMES.

      * Electeurs du bureau en cours d'impression, classes par nom
      * et prenom a mesure qu'ils sont lus par la cle EL-NOM.
           01  WS-TABLE-CAHIER.
               05  WS-CAHIER           OCCURS 5000 TIMES.
                   10  WS-CA-CLE.
                       15  WS-CA-NOM   PIC X(20).
                       15  WS-CA-PRENOM
                                       PIC X(15).
                   10  WS-CA-NUMERO    PIC 9(05).
                   10  WS-CA-STATUT    PIC X(01).
                   10  WS-CA-VOTE      PIC X(01).
           01  WS-CAHIER-NOUVEAU.
               05  WS-CN-CLE.
                   10  WS-CN-NOM       PIC X(20).
                   10  WS-CN-PRENOM    PIC X(15).
               05  WS-CN-NUMERO        PIC 9(05).
               05  WS-CN-STATUT        PIC X(01).
               05  WS-CN-VOTE          PIC X(01).

      * Ligne du cahier: numero, nom, statut et case de signature.
      * Un electeur deja marque au registre est raye - nom et prenom
      * barres et case de signature fermee.
           01  WS-LIGNE-CAHIER.
               05  WS-LC-NUMERO        PIC 9(05).
               05  FILLER              PIC X(02)   VALUE SPACES.
               05  WS-LC-NOM-COMPLET.
                   10  WS-LC-NOM       PIC X(20).
                   10  FILLER          PIC X(01).
                   10  WS-LC-PRENOM    PIC X(15).
               05  FILLER              PIC X(02)   VALUE SPACES.
               05  WS-LC-STATUT        PIC X(07).
               05  FILLER              PIC X(02)   VALUE SPACES.
               05  WS-LC-SIGNATURE     PIC X(30).

      * Trace de l'execution au journal des traitements (voir
      * TRAITREC): scrutin, operateur et comptes d'enregistrements
      * lus, ecrits et rejetes.
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "cahierSecours".
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

           PERFORM 2000-IMPRIMER-BUREAU
               THRU 2000-EXIT
               VARYING WS-IND-PRECINCT FROM 1 BY 1
               UNTIL WS-IND-PRECINCT > WS-NB-PRECINCTS.

           PERFORM 3000-SOMMAIRE
               THRU 3000-EXIT.

           PERFORM 9000-TERMINAISON
               THRU 9000-EXIT.

           MOVE WS-SC-ID             TO WS-TR-ID-SCRUTIN.
           MOVE WS-TOTAL-INSCRITS    TO WS-TR-NB-LUS.
           MOVE WS-TOTAL-RAYES       TO WS-TR-NB-REJETS.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
       1000-INITIALISATION.
      **
      * Retient le scrutin, demande le bureau a imprimer (zero pour
      * tous) et releve les bureaux de vote du registre.
      **
           PERFORM 1100-LIRE-SCRUTIN
               THRU 1100-EXIT.

           DISPLAY "===== CAHIER DE SCRUTIN DE SECOURS =====".
           DISPLAY "BUREAU DE VOTE A IMPRIMER (0000 POUR TOUS): ".
           ACCEPT WS-PRECINCT-DEMANDE.

           OPEN INPUT FELECTION.
           IF NOT CR-FELECTION-OK
               DISPLAY "ERREUR OUVERTURE ELECTEURS.DAT - CODE "
                       CR-FELECTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-FIN-ROLE-SW TO "N".
           PERFORM 1200-RELEVER-PRECINCT
               THRU 1200-EXIT
               UNTIL WS-FIN-ROLE.

           IF WS-NB-PRECINCTS = ZERO
               DISPLAY "AUCUN ELECTEUR AU REGISTRE POUR LE BUREAU "
                       "DEMANDE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LIRE-SCRUTIN.
      **
      * Le cahier se prepare pour le scrutin OUVERT, ou a defaut
      * pour le scrutin PLANIFIE a venir.
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
               DISPLAY "AUCUN SCRUTIN OUVERT NI PLANIFIE AU "
                       "CALENDRIER - CAHIER IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
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
               IF NOT SC-PLANIFIE OR WS-SCRUTIN-TROUVE
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

       1200-RELEVER-PRECINCT.
      **
      * Premiere passe sur le registre: inscrit chaque bureau de
      * vote rencontre dans la table, a son rang en ordre croissant.
      **
           READ FELECTION NEXT RECORD
               AT END
                   SET WS-FIN-ROLE-SW TO "O"
                   GO TO 1200-EXIT
           END-READ.

           IF WS-PRECINCT-DEMANDE NOT = ZERO
              AND EL-PRECINCT NOT = WS-PRECINCT-DEMANDE
               GO TO 1200-EXIT
           END-IF.

           MOVE 1 TO WS-IND-INSERTION.
           SET WS-FIN-RECHERCHE-SW TO "N".
           PERFORM 1210-SITUER-PRECINCT
               THRU 1210-EXIT
               UNTIL WS-FIN-RECHERCHE.
           IF WS-IND-INSERTION NOT > WS-NB-PRECINCTS
               IF WS-PRECINCT (WS-IND-INSERTION) = EL-PRECINCT
                   GO TO 1200-EXIT
               END-IF
           END-IF.

           IF WS-NB-PRECINCTS = 500
               DISPLAY "TROP DE BUREAUX DE VOTE - MAXIMUM 500"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-NB-PRECINCTS.
           PERFORM 1220-DECALER-PRECINCT
               THRU 1220-EXIT
               VARYING WS-IND-DECALAGE FROM WS-NB-PRECINCTS BY -1
               UNTIL WS-IND-DECALAGE NOT > WS-IND-INSERTION.
           MOVE EL-PRECINCT TO WS-PRECINCT (WS-IND-INSERTION).
       1200-EXIT.
           EXIT.

       1210-SITUER-PRECINCT.
      **
      * Avance WS-IND-INSERTION jusqu'au premier bureau de la table
      * qui n'est pas inferieur au bureau lu, ou apres le dernier.
      **
           IF WS-IND-INSERTION > WS-NB-PRECINCTS
               SET WS-FIN-RECHERCHE-SW TO "O"
               GO TO 1210-EXIT
           END-IF.
           IF WS-PRECINCT (WS-IND-INSERTION) NOT < EL-PRECINCT
               SET WS-FIN-RECHERCHE-SW TO "O"
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-IND-INSERTION.
       1210-EXIT.
           EXIT.

       1220-DECALER-PRECINCT.
           MOVE WS-PRECINCT (WS-IND-DECALAGE - 1)
                                   TO WS-PRECINCT (WS-IND-DECALAGE).
       1220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2000-IMPRIMER-BUREAU.
      **
      * Imprime la section du cahier d'un bureau de vote: le
      * registre est relu par la cle EL-NOM, les electeurs du bureau
      * sont classes en table par nom et prenom, puis imprimes.
      **
           MOVE WS-PRECINCT (WS-IND-PRECINCT) TO WS-PRECINCT-COURANT.
           MOVE ZERO TO WS-NB-CAHIER.
           MOVE ZERO TO WS-NB-RAYES.
           SET WS-FIN-ROLE-SW TO "N".

           MOVE LOW-VALUES TO EL-NOM.
           START FELECTION KEY IS NOT LESS THAN EL-NOM
               INVALID KEY
                   SET WS-FIN-ROLE-SW TO "O"
           END-START.

           PERFORM 2100-CLASSER-ELECTEUR
               THRU 2100-EXIT
               UNTIL WS-FIN-ROLE.

           DISPLAY " ".
           DISPLAY "==========================================="
                   "=====================================".
           DISPLAY "CAHIER DE SCRUTIN DE SECOURS - BUREAU DE VOTE "
                   WS-PRECINCT-COURANT.
           DISPLAY "SCRUTIN " WS-SC-ID " - " WS-SC-TITRE
                   " - " WS-SC-DATE.
           DISPLAY "BUREAUX OUVERTS DE " WS-SC-OUVERTURE " A "
                   WS-SC-FERMETURE
                   " - INSCRIRE L'HEURE EN MARGE DE CHAQUE SIGNATURE".
           DISPLAY "==========================================="
                   "=====================================".
           DISPLAY "NUMERO NOM                  PRENOM           "
                   "STATUT   SIGNATURE".
           DISPLAY " ".

           PERFORM 2200-IMPRIMER-LIGNE
               THRU 2200-EXIT
               VARYING WS-IND-CAHIER FROM 1 BY 1
               UNTIL WS-IND-CAHIER > WS-NB-CAHIER.

           DISPLAY "-------------------------------------------"
                   "-------------------------------------".
           DISPLAY "BUREAU " WS-PRECINCT-COURANT
                   " - ELECTEURS AU CAHIER: " WS-NB-CAHIER
                   " - DEJA VOTE (RAYES): " WS-NB-RAYES.
           DISPLAY "SIGNATURE DU SCRUTATEUR: "
                   "______________________________".

           ADD WS-NB-CAHIER TO WS-TOTAL-INSCRITS.
           ADD WS-NB-RAYES  TO WS-TOTAL-RAYES.
       2000-EXIT.
           EXIT.

       2100-CLASSER-ELECTEUR.
      **
      * Lit l'electeur suivant dans l'ordre des noms et, s'il est du
      * bureau courant, l'insere a son rang nom et prenom. Les
      * electeurs arrivant deja tries par nom, seul un prenom hors
      * d'ordre fait reculer l'insertion.
      **
           READ FELECTION NEXT RECORD
               AT END
                   SET WS-FIN-ROLE-SW TO "O"
                   GO TO 2100-EXIT
           END-READ.

           IF EL-PRECINCT NOT = WS-PRECINCT-COURANT
               GO TO 2100-EXIT
           END-IF.

           IF WS-NB-CAHIER = 5000
               DISPLAY "TROP D'ELECTEURS AU BUREAU "
                       WS-PRECINCT-COURANT " - MAXIMUM 5000"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE EL-NOM       TO WS-CN-NOM.
           MOVE EL-PRENOM    TO WS-CN-PRENOM.
           MOVE EL-ID        TO WS-CN-NUMERO.
           MOVE EL-STATUT    TO WS-CN-STATUT.
           MOVE EL-VOTE-FLAG TO WS-CN-VOTE.

           ADD 1 TO WS-NB-CAHIER.
           MOVE WS-NB-CAHIER TO WS-IND-DECALAGE.
           SET WS-FIN-RECHERCHE-SW TO "N".
           PERFORM 2110-DECALER-ELECTEUR
               THRU 2110-EXIT
               UNTIL WS-FIN-RECHERCHE.
           MOVE WS-CAHIER-NOUVEAU TO WS-CAHIER (WS-IND-DECALAGE).
       2100-EXIT.
           EXIT.

       2110-DECALER-ELECTEUR.
      **
      * Recule d'un rang l'insertion du nouvel electeur tant que
      * l'electeur qui le precede le suit en ordre nom et prenom.
      **
           IF WS-IND-DECALAGE = 1
               SET WS-FIN-RECHERCHE-SW TO "O"
               GO TO 2110-EXIT
           END-IF.
           IF WS-CA-CLE (WS-IND-DECALAGE - 1) NOT > WS-CN-CLE
               SET WS-FIN-RECHERCHE-SW TO "O"
               GO TO 2110-EXIT
           END-IF.
           MOVE WS-CAHIER (WS-IND-DECALAGE - 1)
                                   TO WS-CAHIER (WS-IND-DECALAGE).
           SUBTRACT 1 FROM WS-IND-DECALAGE.
       2110-EXIT.
           EXIT.

       2200-IMPRIMER-LIGNE.
      **
      * Imprime la ligne d'un electeur suivie d'une ligne blanche
      * pour la signature.
      **
           MOVE SPACES TO WS-LC-NOM-COMPLET.
           MOVE WS-CA-NUMERO (WS-IND-CAHIER) TO WS-LC-NUMERO.
           MOVE WS-CA-NOM (WS-IND-CAHIER)    TO WS-LC-NOM.
           MOVE WS-CA-PRENOM (WS-IND-CAHIER) TO WS-LC-PRENOM.
           IF WS-CA-STATUT (WS-IND-CAHIER) = "I"
               MOVE "INACTIF" TO WS-LC-STATUT
           ELSE
               MOVE "ACTIF"   TO WS-LC-STATUT
           END-IF.

           IF WS-CA-VOTE (WS-IND-CAHIER) = "O"
               INSPECT WS-LC-NOM-COMPLET REPLACING ALL SPACE BY "-"
               MOVE "|XXXXXXXX DEJA VOTE XXXXXXXX|"
                                   TO WS-LC-SIGNATURE
               ADD 1 TO WS-NB-RAYES
           ELSE
               MOVE "|                            |"
                                   TO WS-LC-SIGNATURE
           END-IF.

           DISPLAY WS-LIGNE-CAHIER.
           DISPLAY "                                  "
                   "                    |____________________________|".
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       3000-SOMMAIRE.
           DISPLAY " ".
           DISPLAY "===== SOMMAIRE DU CAHIER DE SECOURS =====".
           DISPLAY "BUREAUX DE VOTE IMPRIMES: " WS-NB-PRECINCTS.
           DISPLAY "ELECTEURS AU CAHIER:      " WS-TOTAL-INSCRITS.
           DISPLAY "DEJA VOTE (RAYES):        " WS-TOTAL-RAYES.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       9000-TERMINAISON.
           CLOSE FELECTION.
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

       END PROGRAM cahierSecours.
