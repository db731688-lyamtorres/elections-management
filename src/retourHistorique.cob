      ******************************************************************
      * Program-ID:  RETOURHISTORIQUE
      * Author:      M. Fortin, Direction du scrutin - Informatique
      * Installation: Bureau des elections
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Works from the permanent voting-history file
      *              (historique.dat) that clotureScrutin appends to
      *              at certification. Option 1 writes the state
      *              voter-history return (retourhisto.dat) for one
      *              certified scrutin - a header, one detail record
      *              per elector who voted with the precinct and the
      *              voting method, and a trailer with the counts by
      *              method - and reports the filing deadline counted
      *              from the certification date. Option 2 lists the
      *              active electors who voted in none of the last N
      *              certified scrutins, for list maintenance.
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
       PROGRAM-ID. retourHistorique.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FHISTORIQUE ASSIGN TO "historique.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FHISTORIQUE.

           SELECT FRETOUR ASSIGN TO "retourhisto.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FRETOUR.

           SELECT FSCRUTIN ASSIGN TO "scrutin.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FSCRUTIN.

           SELECT FELECTION ASSIGN TO "electeurs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EL-ID
               ALTERNATE RECORD KEY IS EL-NOM WITH DUPLICATES
               FILE STATUS IS CR-FELECTION.

           SELECT FTRAITEMENTS ASSIGN TO "traitements.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FTRAITEMENTS.

      *-----------------------
       DATA DIVISION.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FHISTORIQUE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY HISTREC.

       FD  FRETOUR
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY RETHREC.

       FD  FSCRUTIN
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY SCRUTREC.

       FD  FELECTION
           RECORD CONTAINS 56 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY ELECREC.

       FD  FTRAITEMENTS
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY TRAITREC.

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
           77  CR-FHISTORIQUE          PIC 9(02).
               88  CR-FHISTORIQUE-OK           VALUE 00.
               88  CR-FHISTORIQUE-ABSENT       VALUE 35.
           77  CR-FRETOUR              PIC 9(02).
               88  CR-FRETOUR-OK               VALUE 00.
           77  CR-FSCRUTIN             PIC 9(02).
               88  CR-FSCRUTIN-OK              VALUE 00.
           77  CR-FELECTION            PIC 9(02).
               88  CR-FELECTION-OK             VALUE 00.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  WS-FIN-FICHIER-SW       PIC X(01)   VALUE "N".
               88  WS-FIN-FICHIER              VALUE "O".
           77  WS-SCRUTIN-TROUVE-SW    PIC X(01)   VALUE "N".
               88  WS-SCRUTIN-TROUVE           VALUE "O".
           77  WS-TROUVE-SW            PIC X(01)   VALUE "N".
               88  WS-TROUVE                   VALUE "O".

           77  WS-CHOIX                PIC 9(01).
           77  WS-ID-DEMANDE           PIC 9(04).
           77  WS-NB-DEMANDE           PIC 9(03).

      * Scrutin certifie vise par le retour a l'etat.
           77  WS-SC-ID                PIC 9(04)   VALUE ZERO.
           77  WS-SC-TITRE             PIC X(30).
           77  WS-SC-DATE              PIC 9(08)   VALUE ZERO.
           77  WS-SC-CODE-COMTE        PIC 9(03).

           77  WS-DATE-CERTIF          PIC 9(08)   VALUE ZERO.
           77  WS-DATE-SYS             PIC 9(08).
           77  WS-DELAI-RETOUR         PIC 9(03)   VALUE 30.
           77  WS-NB-JOURS             PIC 9(03).

           77  WS-NB-ELECTEURS         PIC 9(07)   VALUE ZERO.
           77  WS-NB-PERSONNE          PIC 9(07)   VALUE ZERO.
           77  WS-NB-POSTAL            PIC 9(07)   VALUE ZERO.
           77  WS-NB-PROVISOIRE        PIC 9(07)   VALUE ZERO.
           77  WS-NB-ECRITS            PIC 9(07)   VALUE ZERO.
           77  WS-NB-NON-VOTANTS       PIC 9(07)   VALUE ZERO.

      * Date de travail pour le calcul de l'echeance - jour par jour,
      * fin de mois et annees bissextiles comprises.
           01  WS-DATE-CALCUL.
               05  WS-DC-ANNEE         PIC 9(04).
               05  WS-DC-MOIS          PIC 9(02).
               05  WS-DC-JOUR          PIC 9(02).
           01  WS-DATE-CALCUL-N REDEFINES WS-DATE-CALCUL
                                       PIC 9(08).
           77  WS-JOURS-MOIS           PIC 9(02).
           77  WS-QUOTIENT             PIC 9(04).
           77  WS-RESTE-4              PIC 9(04).
           77  WS-RESTE-100            PIC 9(04).
           77  WS-RESTE-400            PIC 9(04).

           01  WS-TABLE-JOURS-MOIS.
               05  FILLER              PIC X(24)
                   VALUE "312831303130313130313031".
           01  WS-JOURS-MOIS-R REDEFINES WS-TABLE-JOURS-MOIS.
               05  WS-JM               PIC 9(02)   OCCURS 12 TIMES.

      * Scrutins certifies du calendrier, pour le choix des N
      * derniers (option 2).
           77  WS-NB-CERTIFIES         PIC 9(03)   VALUE ZERO.
           77  WS-NB-RETENUS           PIC 9(03)   VALUE ZERO.
           77  WS-IND-CHOIX            PIC 9(03).
           77  WS-IND-MAX              PIC 9(03).
           77  WS-DATE-MAX             PIC 9(08).
           01  WS-TABLE-CERTIFIES.
               05  WS-CERTIFIE         OCCURS 200 TIMES
                                       INDEXED BY CE-IDX.
                   10  WS-CE-ID        PIC 9(04).
                   10  WS-CE-DATE      PIC 9(08).
                   10  WS-CE-RETENU    PIC X(01).

      * Electeurs ayant vote a l'un des scrutins retenus (rang =
      * numero d'electeur).
           01  WS-TABLE-VOTANTS.
               05  WS-A-VOTE           PIC X(01)   VALUE "N"
                                       OCCURS 99999 TIMES.

      * Trace de l'execution au journal des traitements (voir
      * TRAITREC): scrutin, operateur et comptes d'enregistrements
      * lus, ecrits et rejetes.
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "retourHistorique".
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
           DISPLAY "===== HISTORIQUE DE VOTE =====".
           DISPLAY "1 - RETOUR DE L'HISTORIQUE A L'ETAT".
           DISPLAY "2 - ELECTEURS N'AYANT VOTE A AUCUN DES N DERNIERS "
                   "SCRUTINS".
           DISPLAY "VOTRE CHOIX: ".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM 1000-RETOUR-ETAT
                       THRU 1000-EXIT
               WHEN 2
                   PERFORM 5000-NON-VOTANTS
                       THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           MOVE WS-SC-ID             TO WS-TR-ID-SCRUTIN.
           MOVE WS-NB-ELECTEURS      TO WS-TR-NB-LUS.
           MOVE WS-NB-ECRITS         TO WS-TR-NB-ECRITS.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
       1000-RETOUR-ETAT.
      **
      * Retour de l'historique de vote a l'etat pour un scrutin
      * certifie: une premiere passe sur historique.dat compte les
      * electeurs par mode de vote pour l'entete, une seconde ecrit
      * les details, puis la fin. Zero choisit le dernier scrutin
      * certifie du calendrier.
      **
           DISPLAY "SCRUTIN A RETOURNER (0 = DERNIER CERTIFIE): ".
           ACCEPT WS-ID-DEMANDE.

           PERFORM 1100-LIRE-SCRUTIN
               THRU 1100-EXIT.

           OPEN INPUT FHISTORIQUE.
           IF CR-FHISTORIQUE-ABSENT
               DISPLAY "AUCUN HISTORIQUE DE VOTE - HISTORIQUE.DAT "
                       "ABSENT"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF NOT CR-FHISTORIQUE-OK
               DISPLAY "ERREUR OUVERTURE HISTORIQUE.DAT - CODE "
                       CR-FHISTORIQUE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-FIN-FICHIER-SW TO "N".
           PERFORM 2000-PRELECTURE-HISTORIQUE
               THRU 2000-EXIT
               UNTIL WS-FIN-FICHIER.
           CLOSE FHISTORIQUE.

           IF WS-NB-ELECTEURS = ZERO
               DISPLAY "AUCUN ELECTEUR A L'HISTORIQUE POUR LE SCRUTIN "
                       WS-SC-ID " - RETOUR NON PRODUIT"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT FRETOUR.
           IF NOT CR-FRETOUR-OK
               DISPLAY "ERREUR OUVERTURE RETOURHISTO.DAT - CODE "
                       CR-FRETOUR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 3000-ECRITURE-ENTETE
               THRU 3000-EXIT.

           OPEN INPUT FHISTORIQUE.
           IF NOT CR-FHISTORIQUE-OK
               DISPLAY "ERREUR REOUVERTURE HISTORIQUE.DAT - CODE "
                       CR-FHISTORIQUE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-FIN-FICHIER-SW TO "N".
           PERFORM 3100-ECRITURE-DETAIL
               THRU 3100-EXIT
               UNTIL WS-FIN-FICHIER.
           CLOSE FHISTORIQUE.

           PERFORM 3200-ECRITURE-FIN
               THRU 3200-EXIT.
           CLOSE FRETOUR.

           PERFORM 4000-ETAT-RETOUR
               THRU 4000-EXIT.
       1000-EXIT.
           EXIT.

       1100-LIRE-SCRUTIN.
      **
      * Retient au calendrier le scrutin demande, qui doit etre
      * CERTIFIE - ou, sur zero, le certifie le plus recent - pour
      * le code de comte et la date officielle.
      **
           OPEN INPUT FSCRUTIN.
           IF NOT CR-FSCRUTIN-OK
               DISPLAY "ERREUR OUVERTURE SCRUTIN.DAT - CODE "
                       CR-FSCRUTIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-FIN-FICHIER-SW TO "N".
           SET WS-SCRUTIN-TROUVE-SW TO "N".
           PERFORM 1110-CHERCHER-SCRUTIN
               THRU 1110-EXIT
               UNTIL WS-FIN-FICHIER.
           CLOSE FSCRUTIN.

           IF NOT WS-SCRUTIN-TROUVE
               IF WS-ID-DEMANDE = ZERO
                   DISPLAY "AUCUN SCRUTIN CERTIFIE AU CALENDRIER"
               ELSE
                   DISPLAY "SCRUTIN " WS-ID-DEMANDE
                           " ABSENT OU NON CERTIFIE - LE RETOUR NE "
                           "SE FAIT QU'APRES LA CERTIFICATION"
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

       1110-CHERCHER-SCRUTIN.
           READ FSCRUTIN
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 1110-EXIT
           END-READ.

           IF NOT SC-CERTIFIE
               GO TO 1110-EXIT
           END-IF.
           IF WS-ID-DEMANDE NOT = ZERO
              AND SC-ID-SCRUTIN NOT = WS-ID-DEMANDE
               GO TO 1110-EXIT
           END-IF.
           IF WS-ID-DEMANDE = ZERO
              AND WS-SCRUTIN-TROUVE
              AND SC-DATE < WS-SC-DATE
               GO TO 1110-EXIT
           END-IF.

           MOVE SC-ID-SCRUTIN  TO WS-SC-ID.
           MOVE SC-TITRE       TO WS-SC-TITRE.
           MOVE SC-DATE        TO WS-SC-DATE.
           MOVE SC-CODE-COMTE  TO WS-SC-CODE-COMTE.
           SET WS-SCRUTIN-TROUVE-SW TO "O".
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2000-PRELECTURE-HISTORIQUE.
      **
      * Premiere passe: compte les electeurs du scrutin par mode de
      * vote et releve la date de certification.
      **
           READ FHISTORIQUE
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 2000-EXIT
           END-READ.

           IF HI-ID-SCRUTIN NOT = WS-SC-ID
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-NB-ELECTEURS.
           EVALUATE TRUE
               WHEN HI-POSTAL
                   ADD 1 TO WS-NB-POSTAL
               WHEN HI-PROVISOIRE
                   ADD 1 TO WS-NB-PROVISOIRE
               WHEN OTHER
                   ADD 1 TO WS-NB-PERSONNE
           END-EVALUATE.
           IF HI-DATE-CERTIF > WS-DATE-CERTIF
               MOVE HI-DATE-CERTIF TO WS-DATE-CERTIF
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       3000-ECRITURE-ENTETE.
           MOVE SPACES TO RH-RECORD.
           SET RH-TYPE-ENTETE TO TRUE.
           MOVE WS-SC-CODE-COMTE  TO RH-E-CODE-COMTE.
           MOVE WS-SC-ID          TO RH-E-ID-SCRUTIN.
           MOVE WS-SC-DATE        TO RH-E-DATE-SCRUTIN.
           MOVE WS-DATE-CERTIF    TO RH-E-DATE-CERTIF.
           MOVE WS-NB-ELECTEURS   TO RH-E-NB-ELECTEURS.
           WRITE RH-ENTETE-REC.
           IF NOT CR-FRETOUR-OK
               DISPLAY "ERREUR ECRITURE RETOURHISTO.DAT - CODE "
                       CR-FRETOUR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       3000-EXIT.
           EXIT.

       3100-ECRITURE-DETAIL.
      **
      * Seconde passe: un detail par electeur du scrutin.
      **
           READ FHISTORIQUE
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 3100-EXIT
           END-READ.

           IF HI-ID-SCRUTIN NOT = WS-SC-ID
               GO TO 3100-EXIT
           END-IF.

           MOVE SPACES TO RH-RECORD.
           SET RH-TYPE-DETAIL TO TRUE.
           MOVE WS-SC-CODE-COMTE  TO RH-D-CODE-COMTE.
           MOVE HI-ELECTEUR       TO RH-D-ELECTEUR.
           MOVE HI-PRECINCT       TO RH-D-PRECINCT.
           MOVE HI-METHODE        TO RH-D-METHODE.
           MOVE HI-DATE-SCRUTIN   TO RH-D-DATE-SCRUTIN.
           WRITE RH-DETAIL-REC.
           IF NOT CR-FRETOUR-OK
               DISPLAY "ERREUR ECRITURE RETOURHISTO.DAT - CODE "
                       CR-FRETOUR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-ECRITS.
       3100-EXIT.
           EXIT.

       3200-ECRITURE-FIN.
           MOVE SPACES TO RH-RECORD.
           SET RH-TYPE-FIN TO TRUE.
           MOVE WS-SC-CODE-COMTE  TO RH-F-CODE-COMTE.
           MOVE WS-NB-ECRITS      TO RH-F-NB-ELECTEURS.
           MOVE WS-NB-PERSONNE    TO RH-F-NB-PERSONNE.
           MOVE WS-NB-POSTAL      TO RH-F-NB-POSTAL.
           MOVE WS-NB-PROVISOIRE  TO RH-F-NB-PROVISOIRE.
           WRITE RH-FIN-REC.
           IF NOT CR-FRETOUR-OK
               DISPLAY "ERREUR ECRITURE RETOURHISTO.DAT - CODE "
                       CR-FRETOUR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       4000-ETAT-RETOUR.
      **
      * Etat du retour et echeance de depot: WS-DELAI-RETOUR jours
      * apres la date de certification. Un retour produit apres
      * l'echeance est signale et rend le code 4.
      **
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           IF WS-DATE-CERTIF = ZERO
               MOVE WS-DATE-SYS TO WS-DATE-CERTIF
           END-IF.
           MOVE WS-DATE-CERTIF TO WS-DATE-CALCUL-N.
           PERFORM 8000-AJOUTER-JOUR
               THRU 8000-EXIT
               VARYING WS-NB-JOURS FROM 1 BY 1
               UNTIL WS-NB-JOURS > WS-DELAI-RETOUR.

           DISPLAY " ".
           DISPLAY "RETOUR DE L'HISTORIQUE DE VOTE - SCRUTIN "
                   WS-SC-ID " " WS-SC-TITRE.
           DISPLAY "  DATE DU SCRUTIN:          " WS-SC-DATE.
           DISPLAY "  DATE DE CERTIFICATION:    " WS-DATE-CERTIF.
           DISPLAY "  ELECTEURS RETOURNES:      " WS-NB-ECRITS.
           DISPLAY "    EN PERSONNE:            " WS-NB-PERSONNE.
           DISPLAY "    PAR CORRESPONDANCE:     " WS-NB-POSTAL.
           DISPLAY "    PROVISOIRES:            " WS-NB-PROVISOIRE.
           DISPLAY "  ECHEANCE DE DEPOT:        " WS-DATE-CALCUL-N.
           IF WS-DATE-SYS > WS-DATE-CALCUL-N
               DISPLAY "*** ECHEANCE DEPASSEE - RETOUR EN RETARD ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       5000-NON-VOTANTS.
      **
      * Liste de radiation: electeurs actifs qui n'ont vote a aucun
      * des N derniers scrutins certifies du calendrier.
      **
           DISPLAY "NOMBRE DE SCRUTINS CERTIFIES A EXAMINER: ".
           ACCEPT WS-NB-DEMANDE.
           IF WS-NB-DEMANDE = ZERO
               DISPLAY "NOMBRE INVALIDE"
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5100-CHARGER-CERTIFIES
               THRU 5100-EXIT.
           IF WS-NB-CERTIFIES = ZERO
               DISPLAY "AUCUN SCRUTIN CERTIFIE AU CALENDRIER"
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           IF WS-NB-DEMANDE > WS-NB-CERTIFIES
               DISPLAY "SEULEMENT " WS-NB-CERTIFIES
                       " SCRUTINS CERTIFIES - TOUS SONT EXAMINES"
               MOVE WS-NB-CERTIFIES TO WS-NB-DEMANDE
           END-IF.

           MOVE ZERO TO WS-NB-RETENUS.
           PERFORM 5200-RETENIR-RECENT
               THRU 5200-EXIT
               UNTIL WS-NB-RETENUS = WS-NB-DEMANDE.

           OPEN INPUT FHISTORIQUE.
           IF CR-FHISTORIQUE-ABSENT
               DISPLAY "AUCUN HISTORIQUE DE VOTE - HISTORIQUE.DAT "
                       "ABSENT"
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           IF NOT CR-FHISTORIQUE-OK
               DISPLAY "ERREUR OUVERTURE HISTORIQUE.DAT - CODE "
                       CR-FHISTORIQUE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-FIN-FICHIER-SW TO "N".
           PERFORM 5300-MARQUER-VOTANT
               THRU 5300-EXIT
               UNTIL WS-FIN-FICHIER.
           CLOSE FHISTORIQUE.

           OPEN INPUT FELECTION.
           IF NOT CR-FELECTION-OK
               DISPLAY "ERREUR OUVERTURE ELECTEURS.DAT - CODE "
                       CR-FELECTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY " ".
           DISPLAY "ELECTEURS ACTIFS SANS VOTE AUX " WS-NB-DEMANDE
                   " DERNIERS SCRUTINS CERTIFIES".
           DISPLAY "NUMERO NOM                  PRENOM          BUREAU".
           SET WS-FIN-FICHIER-SW TO "N".
           PERFORM 5400-LISTER-ELECTEUR
               THRU 5400-EXIT
               UNTIL WS-FIN-FICHIER.
           CLOSE FELECTION.

           DISPLAY "TOTAL DES ELECTEURS LISTES: " WS-NB-NON-VOTANTS.
       5000-EXIT.
           EXIT.

       5100-CHARGER-CERTIFIES.
           OPEN INPUT FSCRUTIN.
           IF NOT CR-FSCRUTIN-OK
               DISPLAY "ERREUR OUVERTURE SCRUTIN.DAT - CODE "
                       CR-FSCRUTIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-FIN-FICHIER-SW TO "N".
           PERFORM 5110-LIRE-CERTIFIE
               THRU 5110-EXIT
               UNTIL WS-FIN-FICHIER.
           CLOSE FSCRUTIN.
       5100-EXIT.
           EXIT.

       5110-LIRE-CERTIFIE.
           READ FSCRUTIN
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 5110-EXIT
           END-READ.

           IF NOT SC-CERTIFIE
               GO TO 5110-EXIT
           END-IF.
           IF WS-NB-CERTIFIES = 200
               DISPLAY "TROP DE SCRUTINS CERTIFIES - MAXIMUM 200"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-NB-CERTIFIES.
           MOVE SC-ID-SCRUTIN TO WS-CE-ID (WS-NB-CERTIFIES).
           MOVE SC-DATE       TO WS-CE-DATE (WS-NB-CERTIFIES).
           MOVE "N"           TO WS-CE-RETENU (WS-NB-CERTIFIES).
       5110-EXIT.
           EXIT.

       5200-RETENIR-RECENT.
      **
      * Retient le plus recent des scrutins certifies non encore
      * retenus.
      **
           MOVE ZERO TO WS-IND-MAX.
           MOVE ZERO TO WS-DATE-MAX.
           PERFORM 5210-COMPARER-DATE
               THRU 5210-EXIT
               VARYING WS-IND-CHOIX FROM 1 BY 1
               UNTIL WS-IND-CHOIX > WS-NB-CERTIFIES.

           MOVE "O" TO WS-CE-RETENU (WS-IND-MAX).
           ADD 1 TO WS-NB-RETENUS.
           DISPLAY "  SCRUTIN EXAMINE: " WS-CE-ID (WS-IND-MAX)
                   " DU " WS-CE-DATE (WS-IND-MAX).
       5200-EXIT.
           EXIT.

       5210-COMPARER-DATE.
           IF WS-CE-RETENU (WS-IND-CHOIX) = "O"
               GO TO 5210-EXIT
           END-IF.
           IF WS-IND-MAX = ZERO
              OR WS-CE-DATE (WS-IND-CHOIX) > WS-DATE-MAX
               MOVE WS-IND-CHOIX TO WS-IND-MAX
               MOVE WS-CE-DATE (WS-IND-CHOIX) TO WS-DATE-MAX
           END-IF.
       5210-EXIT.
           EXIT.

       5300-MARQUER-VOTANT.
      **
      * Marque l'electeur de l'enregistrement d'historique courant
      * s'il porte sur l'un des scrutins retenus.
      **
           READ FHISTORIQUE
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 5300-EXIT
           END-READ.

           IF HI-ELECTEUR = ZERO
               GO TO 5300-EXIT
           END-IF.

           SET CE-IDX TO 1.
           SEARCH WS-CERTIFIE
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN CE-IDX > WS-NB-CERTIFIES
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-CE-ID (CE-IDX) = HI-ID-SCRUTIN
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.

           IF WS-TROUVE AND WS-CE-RETENU (CE-IDX) = "O"
               MOVE "O" TO WS-A-VOTE (HI-ELECTEUR)
           END-IF.
       5300-EXIT.
           EXIT.

       5400-LISTER-ELECTEUR.
           READ FELECTION NEXT RECORD
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 5400-EXIT
           END-READ.

           IF NOT EL-ACTIF
               GO TO 5400-EXIT
           END-IF.
           IF EL-ID = ZERO
               GO TO 5400-EXIT
           END-IF.
           IF WS-A-VOTE (EL-ID) = "O"
               GO TO 5400-EXIT
           END-IF.

           DISPLAY EL-ID "  " EL-NOM " " EL-PRENOM " " EL-PRECINCT.
           ADD 1 TO WS-NB-NON-VOTANTS.
       5400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       8000-AJOUTER-JOUR.
      **
      * Avance WS-DATE-CALCUL d'un jour. Fevrier compte 29 jours les
      * annees divisibles par 4, sauf les siecles non divisibles par
      * 400.
      **
           MOVE WS-JM (WS-DC-MOIS) TO WS-JOURS-MOIS.
           IF WS-DC-MOIS = 2
               DIVIDE WS-DC-ANNEE BY 4   GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE-4
               DIVIDE WS-DC-ANNEE BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE-100
               DIVIDE WS-DC-ANNEE BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE-400
               IF WS-RESTE-400 = ZERO
                  OR (WS-RESTE-4 = ZERO AND WS-RESTE-100 NOT = ZERO)
                   MOVE 29 TO WS-JOURS-MOIS
               END-IF
           END-IF.

           ADD 1 TO WS-DC-JOUR.
           IF WS-DC-JOUR > WS-JOURS-MOIS
               MOVE 1 TO WS-DC-JOUR
               ADD 1 TO WS-DC-MOIS
               IF WS-DC-MOIS > 12
                   MOVE 1 TO WS-DC-MOIS
                   ADD 1 TO WS-DC-ANNEE
               END-IF
           END-IF.
       8000-EXIT.
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

       END PROGRAM retourHistorique.
