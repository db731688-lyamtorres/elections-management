      ******************************************************************
      * Program-ID:  DOUBLONSREGISTRE
      * Author:      M. Fortin, Direction du scrutin - Informatique
      * Installation: Bureau des elections
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Detection and merge of duplicate registrations in
      *              the elector registry (electeurs.dat) - the same
      *              person registered under two numbers, typically a
      *              move between precincts that came through as an
      *              add instead of a correction. reconciliationRegistre
      *              only catches a number present twice.
      *              The detection run reads every active elector,
      *              normalizes NOM and PRENOM (case, accented letters
      *              in ISO 8859-1 or UTF-8, hyphens, apostrophes,
      *              periods and spaces removed) and pairs the records
      *              whose normalized names are identical. Each pair is
      *              scored: 60 for the normalized match, plus 20 when
      *              the names are also spelled identically, plus 10
      *              when the precincts differ (the move pattern),
      *              less 10 for each further record sharing the name
      *              (a common name is weaker evidence), never under
      *              10. The review list is printed and kept in
      *              doublons.dat (see DOUBREC). A pair where either
      *              record has voted in the current scrutin is listed
      *              again for the director as a possible double vote
      *              (RETURN-CODE 4).
      *              A supervisor merges a confirmed pair: the record
      *              dropped is deactivated with the number kept in
      *              EL-ID-FUSION and the merge is logged to audit.dat
      *              (motif FUSION DOUBLON) like any registry change.
      *              When only one of the two records has voted, that
      *              is the one kept, so its vote flag stays on the
      *              active registration.
      *              Each run is recorded in the run-control ledger
      *              (traitements.dat).
      ******************************************************************
      * Modification History:
      *   2026-10-15  MF    Initial version.
      *   2026-10-15  MF    Heure systeme lue en HHMMSScc: la piste de
      *                     verification et les journaux recoivent
      *                     HHMMSS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. doublonsRegistre.
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

           SELECT FDOUBLONS ASSIGN TO "doublons.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FDOUBLONS.

           SELECT FAUDIT ASSIGN TO "audit.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FAUDIT.

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
       FD  FELECTION
           RECORD CONTAINS 56 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY ELECREC.

       FD  FDOUBLONS
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY DOUBREC.

       FD  FAUDIT
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY AUDREC.

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
           77  CR-FELECTION            PIC 9(02).
               88  CR-FELECTION-OK             VALUE 00.
           77  CR-FDOUBLONS            PIC 9(02).
               88  CR-FDOUBLONS-OK             VALUE 00.
               88  CR-FDOUBLONS-ABSENT         VALUE 35.
           77  CR-FAUDIT               PIC 9(02).
               88  CR-FAUDIT-OK                VALUE 00.
           77  CR-FSCRUTIN             PIC 9(02).
               88  CR-FSCRUTIN-OK              VALUE 00.
           77  CR-FOPERATEURS          PIC 9(02).
               88  CR-FOPERATEURS-OK           VALUE 00.
           77  CR-FSESSIONS            PIC 9(02).
               88  CR-FSESSIONS-OK             VALUE 00.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  WS-FIN-ROLE-SW          PIC X(01)   VALUE "N".
               88  WS-FIN-ROLE                 VALUE "O".
           77  WS-FIN-DOUBLONS-SW      PIC X(01)   VALUE "N".
               88  WS-FIN-DOUBLONS             VALUE "O".
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
           77  WS-QUITTER-SW           PIC X(01)   VALUE "N".
               88  WS-QUITTER                  VALUE "O".
           77  WS-TROUVE-SW            PIC X(01)   VALUE "N".
               88  WS-TROUVE                   VALUE "O".
           77  WS-FIN-RECHERCHE-SW     PIC X(01)   VALUE "N".
               88  WS-FIN-RECHERCHE            VALUE "O".
           77  WS-FIN-GROUPE-SW        PIC X(01)   VALUE "N".
               88  WS-FIN-GROUPE               VALUE "O".
           77  WS-UTF8-SW              PIC X(01)   VALUE "N".
               88  WS-UTF8-SUITE               VALUE "O".

           77  WS-OPER-CHERCHE         PIC X(06).
           77  WS-OPER-ID              PIC X(06).
           77  WS-OPER-NOM             PIC X(20).
           77  WS-OPER-ROLE            PIC X(01).
               88  WS-OPER-SUPERVISEUR         VALUE "S".
           77  WS-CHOIX                PIC 9(01).
           77  WS-REPONSE              PIC X(01).
           77  WS-MOTIF                PIC X(20).
           77  WS-DATE-SYS             PIC 9(08).
      * Heure systeme HHMMSScc: l'heure consignee en est HHMMSS.
           01  WS-HEURE-SYS            PIC 9(08).
           01  FILLER REDEFINES WS-HEURE-SYS.
               05  WS-HEURE-HHMMSS     PIC 9(06).
               05  FILLER              PIC 9(02).

           01  WS-SCRUTIN-COURANT.
               05  WS-SC-ID            PIC 9(04)   VALUE ZERO.
               05  WS-SC-TITRE         PIC X(30)   VALUE SPACES.

           77  WS-NB-LUS               PIC 9(07)   VALUE ZERO.
           77  WS-NB-ELECTEURS         PIC 9(05)   VALUE ZERO.
           77  WS-NB-PAIRES            PIC 9(05)   VALUE ZERO.
           77  WS-NB-ELEVEES           PIC 9(05)   VALUE ZERO.
           77  WS-NB-SIGNALES          PIC 9(05)   VALUE ZERO.
           77  WS-NB-FUSIONS           PIC 9(05)   VALUE ZERO.
           77  WS-NB-GROUPE            PIC 9(05).
           77  WS-IND-INSERTION        PIC 9(05).
           77  WS-IND-DECALAGE         PIC 9(05).
           77  WS-IND-DEBUT            PIC 9(05).
           77  WS-IND-FIN              PIC 9(05).
           77  WS-IND-1                PIC 9(05).
           77  WS-IND-2                PIC 9(05).

      * Note d'une paire (voir l'objet du programme).
           77  WS-SCORE                PIC S9(04).
           77  WS-SCORE-BASE           PIC 9(03)   VALUE 60.
           77  WS-SCORE-GRAPHIE        PIC 9(03)   VALUE 20.
           77  WS-SCORE-BUREAUX        PIC 9(03)   VALUE 10.
           77  WS-SCORE-HOMONYME       PIC 9(03)   VALUE 10.
           77  WS-SCORE-MINIMUM        PIC 9(03)   VALUE 10.
           77  WS-SCORE-ELEVE          PIC 9(03)   VALUE 80.
           77  WS-SCORE-MOYEN          PIC 9(03)   VALUE 60.
           77  WS-PRIORITE             PIC X(07).

      * Fusion d'une paire confirmee.
           77  WS-NUMERO-PAIRE         PIC 9(04).
           77  WS-ID-CONSERVE          PIC 9(05).
           77  WS-ID-DESACTIVE         PIC 9(05).
           77  WS-ID-VOTANT            PIC 9(05).
           77  WS-NB-VOTANTS           PIC 9(01).

      * Normalisation d'un nom: majuscules, lettres accentuees
      * ramenees a la lettre de base (ISO 8859-1 sur un octet, ou
      * UTF-8 sur deux octets dont le premier est X"C3"), puis seules
      * les lettres A a Z sont gardees, bout a bout.
           77  WS-NORM-ENTREE          PIC X(20).
           77  WS-NORM-TRAVAIL         PIC X(20).
           77  WS-NORM-SORTIE          PIC X(20).
           77  WS-NORM-CAR             PIC X(01).
           77  WS-NORM-POS             PIC 9(02).
           77  WS-NORM-LONG            PIC 9(02).

           01  WS-CONV-DE.
               05  FILLER              PIC X(10)
                                       VALUE X"C0C1C2C4C5C7C8C9CACB".
               05  FILLER              PIC X(10)
                                       VALUE X"CCCDCECFD1D2D3D4D5D6".
               05  FILLER              PIC X(10)
                                       VALUE X"D9DADBDCDDE0E1E2E3E4".
               05  FILLER              PIC X(10)
                                       VALUE X"E5E7E8E9EAEBECEDEEEF".
               05  FILLER              PIC X(10)
                                       VALUE X"F1F2F3F4F5F6F9FAFBFC".
               05  FILLER              PIC X(02)
                                       VALUE X"FDFF".
               05  FILLER              PIC X(13)
                                       VALUE "abcdefghijklm".
               05  FILLER              PIC X(13)
                                       VALUE "nopqrstuvwxyz".
           01  WS-CONV-VERS.
               05  FILLER              PIC X(10)   VALUE "AAAAACEEEE".
               05  FILLER              PIC X(10)   VALUE "IIIINOOOOO".
               05  FILLER              PIC X(10)   VALUE "UUUUYAAAAA".
               05  FILLER              PIC X(10)   VALUE "ACEEEEIIII".
               05  FILLER              PIC X(10)   VALUE "NOOOOOUUUU".
               05  FILLER              PIC X(02)   VALUE "YY".
               05  FILLER              PIC X(13)
                                       VALUE "ABCDEFGHIJKLM".
               05  FILLER              PIC X(13)
                                       VALUE "NOPQRSTUVWXYZ".

           01  WS-UTF8-DE.
               05  FILLER              PIC X(10)
                                       VALUE X"8081828384858788898A".
               05  FILLER              PIC X(10)
                                       VALUE X"8B8C8D8E8F9192939495".
               05  FILLER              PIC X(10)
                                       VALUE X"96999A9B9C9DA0A1A2A3".
               05  FILLER              PIC X(10)
                                       VALUE X"A4A5A7A8A9AAABACADAE".
               05  FILLER              PIC X(10)
                                       VALUE X"AFB1B2B3B4B5B6B9BABB".
               05  FILLER              PIC X(03)
                                       VALUE X"BCBDBF".
           01  WS-UTF8-VERS.
               05  FILLER              PIC X(10)   VALUE "AAAAAACEEE".
               05  FILLER              PIC X(10)   VALUE "EIIIINOOOO".
               05  FILLER              PIC X(10)   VALUE "OUUUUYAAAA".
               05  FILLER              PIC X(10)   VALUE "AACEEEEIII".
               05  FILLER              PIC X(10)   VALUE "INOOOOOUUU".
               05  FILLER              PIC X(03)   VALUE "UYY".

      * Electeurs actifs du registre, classes par nom et prenom
      * normalises puis par numero.
           01  WS-TABLE-REGISTRE.
               05  WS-REGISTRE         OCCURS 20000 TIMES.
                   10  WS-RG-TRI.
                       15  WS-RG-CLE.
                           20  WS-RG-NOM-NORM    PIC X(20).
                           20  WS-RG-PRENOM-NORM PIC X(15).
                       15  WS-RG-ID    PIC 9(05).
                   10  WS-RG-NOM       PIC X(20).
                   10  WS-RG-PRENOM    PIC X(15).
                   10  WS-RG-PRECINCT  PIC 9(04).
                   10  WS-RG-VOTE      PIC X(01).
           01  WS-REGISTRE-NOUVEAU.
               05  WS-RN-TRI.
                   10  WS-RN-CLE.
                       15  WS-RN-NOM-NORM    PIC X(20).
                       15  WS-RN-PRENOM-NORM PIC X(15).
                   10  WS-RN-ID        PIC 9(05).
               05  WS-RN-NOM           PIC X(20).
               05  WS-RN-PRENOM        PIC X(15).
               05  WS-RN-PRECINCT      PIC 9(04).
               05  WS-RN-VOTE          PIC X(01).
           77  WS-MAX-REGISTRE         PIC 9(05)   VALUE 20000.

      * Les deux inscriptions d'une paire, lues au registre pour la
      * fusion.
           01  WS-INSCRIPTION-1.
               05  WS-I1-ID            PIC 9(05).
               05  WS-I1-NOM           PIC X(20).
               05  WS-I1-PRENOM        PIC X(15).
               05  WS-I1-PRECINCT      PIC 9(04).
               05  WS-I1-STATUT        PIC X(01).
               05  WS-I1-VOTE          PIC X(01).
           01  WS-INSCRIPTION-2.
               05  WS-I2-ID            PIC 9(05).
               05  WS-I2-NOM           PIC X(20).
               05  WS-I2-PRENOM        PIC X(15).
               05  WS-I2-PRECINCT      PIC 9(04).
               05  WS-I2-STATUT        PIC X(01).
               05  WS-I2-VOTE          PIC X(01).

      * Controle du NIP a l'ouverture de session et journal des
      * sessions (voir SESSREC).
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "doublonsRegistre".
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

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAINLINE.
      **
      * Point d'entree du programme.
      **
           PERFORM 1000-INITIALISATION
               THRU 1000-EXIT.

           PERFORM 2000-MENU-PRINCIPAL
               THRU 2000-EXIT
               UNTIL WS-QUITTER.

           DISPLAY "FIN DU CONTROLE DES DOUBLONS.".
           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "FIN"       TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.

           MOVE WS-SC-ID             TO WS-TR-ID-SCRUTIN.
           MOVE WS-OPER-ID           TO WS-TR-OPERATEUR.
           MOVE WS-NB-LUS            TO WS-TR-NB-LUS.
           COMPUTE WS-TR-NB-ECRITS = WS-NB-PAIRES + WS-NB-FUSIONS.
           MOVE WS-NB-SIGNALES       TO WS-TR-NB-REJETS.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
       1000-INITIALISATION.
      **
      * Identifie l'operateur et retient le scrutin courant du
      * calendrier, celui dont les drapeaux de vote font foi.
      **
           DISPLAY "===== DOUBLONS DU REGISTRE DES ELECTEURS =====".

           SET WS-NIP-OK-SW TO "N".
           PERFORM 1100-SAISIE-OPERATEUR
               THRU 1100-EXIT
               UNTIL WS-NIP-OK.

           MOVE OP-ID   TO WS-OPER-ID.
           MOVE OP-NOM  TO WS-OPER-NOM.
           MOVE OP-ROLE TO WS-OPER-ROLE.
           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "OUVERTURE" TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.
           DISPLAY "SESSION OUVERTE - " WS-OPER-NOM
                   " (" WS-OPER-ID ")".

           PERFORM 1200-LIRE-SCRUTIN
               THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1100-SAISIE-OPERATEUR.
           DISPLAY "CODE OPERATEUR: ".
           ACCEPT WS-OPER-CHERCHE.
           DISPLAY "NIP: ".
           ACCEPT WS-NIP-SAISI.

           PERFORM 7000-CONTROLE-OPERATEUR
               THRU 7000-EXIT.
       1100-EXIT.
           EXIT.

       1200-LIRE-SCRUTIN.
      **
      * Parcourt le calendrier des scrutins (scrutin.dat) et retient
      * l'evenement OUVERT s'il y en a un, sinon l'evenement FERME:
      * les drapeaux de vote du registre sont ceux de ce scrutin
      * jusqu'a sa certification. Hors scrutin, aucun drapeau n'est
      * pose et le controle du double vote est sans objet.
      **
           OPEN INPUT FSCRUTIN.
           IF NOT CR-FSCRUTIN-OK
               DISPLAY "ERREUR OUVERTURE SCRUTIN.DAT - CODE "
                       CR-FSCRUTIN
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
       2000-MENU-PRINCIPAL.
      **
      * Menu principal du controle des doublons.
      **
           DISPLAY " ".
           DISPLAY "1 - DETECTION DES DOUBLONS (LISTE DE REVUE)".
           DISPLAY "2 - FUSION D'UNE PAIRE CONFIRMEE".
           DISPLAY "9 - FIN DE SESSION".
           DISPLAY "VOTRE CHOIX: ".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM 3000-DETECTION
                       THRU 3000-EXIT
               WHEN 2
                   PERFORM 4000-FUSION
                       THRU 4000-EXIT
               WHEN 9
                   SET WS-QUITTER TO TRUE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       3000-DETECTION.
      **
      * Charge et classe les electeurs actifs par nom normalise,
      * puis forme les paires de chaque groupe de noms identiques,
      * les note, les imprime et recree doublons.dat. Les paires a
      * double vote possible sont reprises a part pour le
      * directeur.
      **
           MOVE ZERO TO WS-NB-LUS.
           MOVE ZERO TO WS-NB-ELECTEURS.
           MOVE ZERO TO WS-NB-PAIRES.
           MOVE ZERO TO WS-NB-ELEVEES.
           MOVE ZERO TO WS-NB-SIGNALES.

           OPEN INPUT FELECTION.
           IF NOT CR-FELECTION-OK
               DISPLAY "ERREUR OUVERTURE ELECTEURS.DAT - CODE "
                       CR-FELECTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-FIN-ROLE-SW TO "N".
           MOVE LOW-VALUES TO EL-NOM.
           START FELECTION KEY IS NOT LESS THAN EL-NOM
               INVALID KEY
                   SET WS-FIN-ROLE-SW TO "O"
           END-START.

           PERFORM 3100-CHARGER-ELECTEUR
               THRU 3100-EXIT
               UNTIL WS-FIN-ROLE.
           CLOSE FELECTION.

           OPEN OUTPUT FDOUBLONS.
           IF NOT CR-FDOUBLONS-OK
               DISPLAY "ERREUR OUVERTURE DOUBLONS.DAT - CODE "
                       CR-FDOUBLONS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY " ".
           DISPLAY "===== LISTE DE REVUE DES DOUBLONS PROBABLES =====".
           DISPLAY "PAIRE NUMERO NOM                  PRENOM          "
                   "BUREAU VOTE".

           MOVE 1 TO WS-IND-DEBUT.
           PERFORM 3200-TRAITER-GROUPE
               THRU 3200-EXIT
               UNTIL WS-IND-DEBUT > WS-NB-ELECTEURS.
           CLOSE FDOUBLONS.

           DISPLAY " ".
           DISPLAY "===== SOMMAIRE DE LA DETECTION =====".
           DISPLAY "ELECTEURS LUS:             " WS-NB-LUS.
           DISPLAY "ELECTEURS ACTIFS CLASSES:  " WS-NB-ELECTEURS.
           DISPLAY "PAIRES A REVOIR:           " WS-NB-PAIRES.
           DISPLAY "  DONT PRIORITE ELEVEE:    " WS-NB-ELEVEES.
           DISPLAY "DOUBLE VOTE POSSIBLE:      " WS-NB-SIGNALES.

           IF WS-NB-SIGNALES > ZERO
               PERFORM 3400-SIGNALEMENTS
                   THRU 3400-EXIT
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CHARGER-ELECTEUR.
      **
      * Lit l'electeur suivant dans l'ordre des noms et, s'il est
      * actif, l'insere a son rang de nom et prenom normalises. Les
      * electeurs arrivant deja presque tries, l'insertion recule
      * rarement de plus de quelques rangs.
      **
           READ FELECTION NEXT RECORD
               AT END
                   SET WS-FIN-ROLE-SW TO "O"
                   GO TO 3100-EXIT
           END-READ.

           ADD 1 TO WS-NB-LUS.
           IF NOT EL-ACTIF
               GO TO 3100-EXIT
           END-IF.

           IF WS-NB-ELECTEURS = WS-MAX-REGISTRE
               DISPLAY "TROP D'ELECTEURS ACTIFS - MAXIMUM "
                       WS-MAX-REGISTRE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE EL-NOM TO WS-NORM-ENTREE.
           PERFORM 5000-NORMALISER-NOM
               THRU 5000-EXIT.
           MOVE WS-NORM-SORTIE TO WS-RN-NOM-NORM.
           MOVE EL-PRENOM TO WS-NORM-ENTREE.
           PERFORM 5000-NORMALISER-NOM
               THRU 5000-EXIT.
           MOVE WS-NORM-SORTIE TO WS-RN-PRENOM-NORM.

           MOVE EL-ID        TO WS-RN-ID.
           MOVE EL-NOM       TO WS-RN-NOM.
           MOVE EL-PRENOM    TO WS-RN-PRENOM.
           MOVE EL-PRECINCT  TO WS-RN-PRECINCT.
           MOVE EL-VOTE-FLAG TO WS-RN-VOTE.

           ADD 1 TO WS-NB-ELECTEURS.
           MOVE WS-NB-ELECTEURS TO WS-IND-DECALAGE.
           SET WS-FIN-RECHERCHE-SW TO "N".
           PERFORM 3110-DECALER-ELECTEUR
               THRU 3110-EXIT
               UNTIL WS-FIN-RECHERCHE.
           MOVE WS-REGISTRE-NOUVEAU TO WS-REGISTRE (WS-IND-DECALAGE).
       3100-EXIT.
           EXIT.

       3110-DECALER-ELECTEUR.
      **
      * Recule d'un rang l'insertion du nouvel electeur tant que
      * l'electeur qui le precede le suit en ordre de nom normalise
      * et de numero.
      **
           IF WS-IND-DECALAGE = 1
               SET WS-FIN-RECHERCHE-SW TO "O"
               GO TO 3110-EXIT
           END-IF.
           IF WS-RG-TRI (WS-IND-DECALAGE - 1) NOT > WS-RN-TRI
               SET WS-FIN-RECHERCHE-SW TO "O"
               GO TO 3110-EXIT
           END-IF.
           MOVE WS-REGISTRE (WS-IND-DECALAGE - 1)
                                   TO WS-REGISTRE (WS-IND-DECALAGE).
           SUBTRACT 1 FROM WS-IND-DECALAGE.
       3110-EXIT.
           EXIT.

       3200-TRAITER-GROUPE.
      **
      * Delimite le groupe des electeurs qui partagent le nom et le
      * prenom normalises de WS-IND-DEBUT et, s'ils sont plusieurs,
      * forme chacune de leurs paires.
      **
           MOVE WS-IND-DEBUT TO WS-IND-FIN.
           SET WS-FIN-GROUPE-SW TO "N".
           PERFORM 3210-ETENDRE-GROUPE
               THRU 3210-EXIT
               UNTIL WS-FIN-GROUPE.

           COMPUTE WS-NB-GROUPE = WS-IND-FIN - WS-IND-DEBUT + 1.
           IF WS-NB-GROUPE > 1
               PERFORM 3220-PAIRES-ELECTEUR
                   THRU 3220-EXIT
                   VARYING WS-IND-1 FROM WS-IND-DEBUT BY 1
                   UNTIL WS-IND-1 = WS-IND-FIN
           END-IF.

           COMPUTE WS-IND-DEBUT = WS-IND-FIN + 1.
       3200-EXIT.
           EXIT.

       3210-ETENDRE-GROUPE.
           IF WS-IND-FIN = WS-NB-ELECTEURS
               SET WS-FIN-GROUPE-SW TO "O"
               GO TO 3210-EXIT
           END-IF.
           IF WS-RG-CLE (WS-IND-FIN + 1) NOT = WS-RG-CLE (WS-IND-DEBUT)
               SET WS-FIN-GROUPE-SW TO "O"
               GO TO 3210-EXIT
           END-IF.
           ADD 1 TO WS-IND-FIN.
       3210-EXIT.
           EXIT.

       3220-PAIRES-ELECTEUR.
           PERFORM 3230-ECRIRE-PAIRE
               THRU 3230-EXIT
               VARYING WS-IND-2 FROM WS-IND-1 BY 1
               UNTIL WS-IND-2 = WS-IND-FIN.
       3220-EXIT.
           EXIT.

       3230-ECRIRE-PAIRE.
      **
      * Note la paire formee de l'electeur WS-IND-1 et du suivant
      * de rang WS-IND-2 + 1, l'ecrit a doublons.dat et l'imprime.
      **
           MOVE WS-SCORE-BASE TO WS-SCORE.
           IF WS-RG-NOM (WS-IND-1) = WS-RG-NOM (WS-IND-2 + 1)
              AND WS-RG-PRENOM (WS-IND-1) = WS-RG-PRENOM (WS-IND-2 + 1)
               ADD WS-SCORE-GRAPHIE TO WS-SCORE
           END-IF.
           IF WS-RG-PRECINCT (WS-IND-1)
                                 NOT = WS-RG-PRECINCT (WS-IND-2 + 1)
               ADD WS-SCORE-BUREAUX TO WS-SCORE
           END-IF.
           COMPUTE WS-SCORE = WS-SCORE
                            - WS-SCORE-HOMONYME * (WS-NB-GROUPE - 2).
           IF WS-SCORE < WS-SCORE-MINIMUM
               MOVE WS-SCORE-MINIMUM TO WS-SCORE
           END-IF.

           EVALUATE TRUE
               WHEN WS-SCORE NOT < WS-SCORE-ELEVE
                   MOVE "ELEVEE" TO WS-PRIORITE
                   ADD 1 TO WS-NB-ELEVEES
               WHEN WS-SCORE NOT < WS-SCORE-MOYEN
                   MOVE "MOYENNE" TO WS-PRIORITE
               WHEN OTHER
                   MOVE "FAIBLE" TO WS-PRIORITE
           END-EVALUATE.

           ADD 1 TO WS-NB-PAIRES.
           MOVE SPACES TO DB-RECORD.
           MOVE WS-NB-PAIRES                 TO DB-NUMERO.
           MOVE WS-RG-ID (WS-IND-1)          TO DB-ID-1.
           MOVE WS-RG-PRECINCT (WS-IND-1)    TO DB-PRECINCT-1.
           MOVE WS-RG-ID (WS-IND-2 + 1)      TO DB-ID-2.
           MOVE WS-RG-PRECINCT (WS-IND-2 + 1) TO DB-PRECINCT-2.
           MOVE WS-SCORE                     TO DB-SCORE.
           MOVE "N"                          TO DB-VOTE-SIGNALE.
           IF WS-RG-VOTE (WS-IND-1) = "O"
              OR WS-RG-VOTE (WS-IND-2 + 1) = "O"
               SET DB-DOUBLE-VOTE TO TRUE
               ADD 1 TO WS-NB-SIGNALES
           END-IF.
           SET DB-A-REVOIR TO TRUE.
           MOVE ZERO                         TO DB-ID-CONSERVE.
           MOVE ZERO                         TO DB-DATE.
           MOVE WS-SC-ID                     TO DB-ID-SCRUTIN.

           WRITE DB-RECORD.
           IF NOT CR-FDOUBLONS-OK
               DISPLAY "ERREUR ECRITURE DOUBLONS.DAT - CODE "
                       CR-FDOUBLONS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY " ".
           IF DB-DOUBLE-VOTE
               DISPLAY "PAIRE " DB-NUMERO " - NOTE " DB-SCORE
                       " - PRIORITE " WS-PRIORITE
                       " - *** DOUBLE VOTE POSSIBLE ***"
           ELSE
               DISPLAY "PAIRE " DB-NUMERO " - NOTE " DB-SCORE
                       " - PRIORITE " WS-PRIORITE
           END-IF.
           DISPLAY "      " WS-RG-ID (WS-IND-1) "  "
                   WS-RG-NOM (WS-IND-1) " " WS-RG-PRENOM (WS-IND-1)
                   " " WS-RG-PRECINCT (WS-IND-1) "   "
                   WS-RG-VOTE (WS-IND-1).
           DISPLAY "      " WS-RG-ID (WS-IND-2 + 1) "  "
                   WS-RG-NOM (WS-IND-2 + 1) " "
                   WS-RG-PRENOM (WS-IND-2 + 1) " "
                   WS-RG-PRECINCT (WS-IND-2 + 1) "   "
                   WS-RG-VOTE (WS-IND-2 + 1).
       3230-EXIT.
           EXIT.

       3400-SIGNALEMENTS.
      **
      * Reprend pour le directeur les paires dont l'une ou l'autre
      * inscription a deja vote au scrutin courant.
      **
           OPEN INPUT FDOUBLONS.
           IF NOT CR-FDOUBLONS-OK
               DISPLAY "ERREUR OUVERTURE DOUBLONS.DAT - CODE "
                       CR-FDOUBLONS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY " ".
           DISPLAY "===== A L'ATTENTION DU DIRECTEUR DU SCRUTIN =====".
           DISPLAY "DOUBLONS PROBABLES DONT UNE INSCRIPTION A VOTE AU "
                   "SCRUTIN " WS-SC-ID " - DOUBLE VOTE POSSIBLE".
           SET WS-FIN-DOUBLONS-SW TO "N".
           PERFORM 3410-LIRE-SIGNALEMENT
               THRU 3410-EXIT
               UNTIL WS-FIN-DOUBLONS.
           CLOSE FDOUBLONS.
       3400-EXIT.
           EXIT.

       3410-LIRE-SIGNALEMENT.
           READ FDOUBLONS
               AT END
                   SET WS-FIN-DOUBLONS-SW TO "O"
                   GO TO 3410-EXIT
           END-READ.

           IF DB-DOUBLE-VOTE
               DISPLAY "  PAIRE " DB-NUMERO " - ELECTEURS " DB-ID-1
                       " (BUREAU " DB-PRECINCT-1 ") ET " DB-ID-2
                       " (BUREAU " DB-PRECINCT-2 ") - NOTE " DB-SCORE
           END-IF.
       3410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       4000-FUSION.
      **
      * Fusion d'une paire de la liste de revue confirmee par un
      * superviseur: l'inscription abandonnee est desactivee avec
      * le numero conserve en renvoi, la fusion est consignee a la
      * piste de verification et la paire est marquee fusionnee.
      **
           IF NOT WS-OPER-SUPERVISEUR
               DISPLAY "FUSION RESERVEE A UN SUPERVISEUR"
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "NUMERO DE LA PAIRE A FUSIONNER: ".
           ACCEPT WS-NUMERO-PAIRE.

           OPEN I-O FDOUBLONS.
           IF CR-FDOUBLONS-ABSENT
               DISPLAY "AUCUNE LISTE DE REVUE - LANCER D'ABORD LA "
                       "DETECTION"
               GO TO 4000-EXIT
           END-IF.
           IF NOT CR-FDOUBLONS-OK
               DISPLAY "ERREUR OUVERTURE DOUBLONS.DAT - CODE "
                       CR-FDOUBLONS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-FIN-DOUBLONS-SW TO "N".
           SET WS-TROUVE-SW TO "N".
           PERFORM 4010-CHERCHER-PAIRE
               THRU 4010-EXIT
               UNTIL WS-FIN-DOUBLONS OR WS-TROUVE.

           IF NOT WS-TROUVE
               DISPLAY "PAIRE " WS-NUMERO-PAIRE
                       " ABSENTE DE LA LISTE DE REVUE"
               CLOSE FDOUBLONS
               GO TO 4000-EXIT
           END-IF.
           IF DB-FUSIONNEE
               DISPLAY "PAIRE " WS-NUMERO-PAIRE " DEJA FUSIONNEE - "
                       "ELECTEUR " DB-ID-CONSERVE " CONSERVE LE "
                       DB-DATE
               CLOSE FDOUBLONS
               GO TO 4000-EXIT
           END-IF.

           OPEN I-O FELECTION.
           IF NOT CR-FELECTION-OK
               DISPLAY "ERREUR OUVERTURE ELECTEURS.DAT - CODE "
                       CR-FELECTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 4100-LIRE-INSCRIPTIONS
               THRU 4100-EXIT.
           IF NOT WS-TROUVE
               CLOSE FELECTION
               CLOSE FDOUBLONS
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4200-CHOISIR-CONSERVE
               THRU 4200-EXIT.
           IF WS-ID-CONSERVE = ZERO
               CLOSE FELECTION
               CLOSE FDOUBLONS
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4300-DESACTIVER
               THRU 4300-EXIT.

           CLOSE FELECTION.
           CLOSE FDOUBLONS.
       4000-EXIT.
           EXIT.

       4010-CHERCHER-PAIRE.
           READ FDOUBLONS
               AT END
                   SET WS-FIN-DOUBLONS-SW TO "O"
                   GO TO 4010-EXIT
           END-READ.

           IF DB-NUMERO = WS-NUMERO-PAIRE
               SET WS-TROUVE-SW TO "O"
           END-IF.
       4010-EXIT.
           EXIT.

       4100-LIRE-INSCRIPTIONS.
      **
      * Relit au registre les deux inscriptions de la paire et les
      * affiche. Le registre a pu changer depuis la detection: les
      * deux doivent etre encore presentes et actives.
      **
           SET WS-TROUVE-SW TO "N".

           MOVE DB-ID-1 TO EL-ID.
           READ FELECTION
               INVALID KEY
                   DISPLAY "ELECTEUR " DB-ID-1 " ABSENT DU REGISTRE - "
                           "RELANCER LA DETECTION"
                   GO TO 4100-EXIT
           END-READ.
           MOVE EL-ID        TO WS-I1-ID.
           MOVE EL-NOM       TO WS-I1-NOM.
           MOVE EL-PRENOM    TO WS-I1-PRENOM.
           MOVE EL-PRECINCT  TO WS-I1-PRECINCT.
           MOVE EL-STATUT    TO WS-I1-STATUT.
           MOVE EL-VOTE-FLAG TO WS-I1-VOTE.

           MOVE DB-ID-2 TO EL-ID.
           READ FELECTION
               INVALID KEY
                   DISPLAY "ELECTEUR " DB-ID-2 " ABSENT DU REGISTRE - "
                           "RELANCER LA DETECTION"
                   GO TO 4100-EXIT
           END-READ.
           MOVE EL-ID        TO WS-I2-ID.
           MOVE EL-NOM       TO WS-I2-NOM.
           MOVE EL-PRENOM    TO WS-I2-PRENOM.
           MOVE EL-PRECINCT  TO WS-I2-PRECINCT.
           MOVE EL-STATUT    TO WS-I2-STATUT.
           MOVE EL-VOTE-FLAG TO WS-I2-VOTE.

           DISPLAY " ".
           DISPLAY "PAIRE " DB-NUMERO " - NOTE " DB-SCORE.
           DISPLAY "  " WS-I1-ID " " WS-I1-NOM " " WS-I1-PRENOM
                   " BUREAU " WS-I1-PRECINCT " STATUT " WS-I1-STATUT
                   " VOTE " WS-I1-VOTE.
           DISPLAY "  " WS-I2-ID " " WS-I2-NOM " " WS-I2-PRENOM
                   " BUREAU " WS-I2-PRECINCT " STATUT " WS-I2-STATUT
                   " VOTE " WS-I2-VOTE.

           IF WS-I1-STATUT NOT = "A" OR WS-I2-STATUT NOT = "A"
               DISPLAY "UNE DES INSCRIPTIONS N'EST PLUS ACTIVE - "
                       "RELANCER LA DETECTION"
               GO TO 4100-EXIT
           END-IF.

           SET WS-TROUVE-SW TO "O".
       4100-EXIT.
           EXIT.

       4200-CHOISIR-CONSERVE.
      **
      * Fait choisir l'inscription qui reste active. Si une seule
      * des deux a vote au scrutin courant, c'est elle qui est
      * conservee: son drapeau de vote reste sur l'inscription
      * active. Deux votes sont signales au directeur. Rend
      * WS-ID-CONSERVE a zero si la fusion est abandonnee.
      **
           MOVE ZERO TO WS-NB-VOTANTS.
           MOVE ZERO TO WS-ID-VOTANT.
           IF WS-I1-VOTE = "O"
               ADD 1 TO WS-NB-VOTANTS
               MOVE WS-I1-ID TO WS-ID-VOTANT
           END-IF.
           IF WS-I2-VOTE = "O"
               ADD 1 TO WS-NB-VOTANTS
               MOVE WS-I2-ID TO WS-ID-VOTANT
           END-IF.

           IF WS-NB-VOTANTS = 2
               DISPLAY "*** LES DEUX INSCRIPTIONS ONT VOTE AU SCRUTIN "
                       WS-SC-ID " - DOUBLE VOTE POSSIBLE A SIGNALER "
                       "AU DIRECTEUR ***"
           END-IF.
           IF WS-NB-VOTANTS = 1
               DISPLAY "*** L'INSCRIPTION " WS-ID-VOTANT " A VOTE AU "
                       "SCRUTIN " WS-SC-ID " - SIGNALER AU DIRECTEUR; "
                       "ELLE DOIT ETRE CONSERVEE ***"
           END-IF.

           DISPLAY "NUMERO DE L'INSCRIPTION A CONSERVER "
                   "(0 = ABANDON): ".
           ACCEPT WS-ID-CONSERVE.
           IF WS-ID-CONSERVE = ZERO
               DISPLAY "FUSION ABANDONNEE"
               GO TO 4200-EXIT
           END-IF.

           EVALUATE WS-ID-CONSERVE
               WHEN WS-I1-ID
                   MOVE WS-I2-ID TO WS-ID-DESACTIVE
               WHEN WS-I2-ID
                   MOVE WS-I1-ID TO WS-ID-DESACTIVE
               WHEN OTHER
                   DISPLAY "NUMERO " WS-ID-CONSERVE
                           " ETRANGER A LA PAIRE - FUSION ABANDONNEE"
                   MOVE ZERO TO WS-ID-CONSERVE
                   GO TO 4200-EXIT
           END-EVALUATE.

           IF WS-NB-VOTANTS = 1 AND WS-ID-CONSERVE NOT = WS-ID-VOTANT
               DISPLAY "L'INSCRIPTION CONSERVEE DOIT ETRE CELLE QUI A "
                       "VOTE (" WS-ID-VOTANT ") - FUSION ABANDONNEE"
               MOVE ZERO TO WS-ID-CONSERVE
               GO TO 4200-EXIT
           END-IF.

           DISPLAY "CONSERVER " WS-ID-CONSERVE " ET DESACTIVER "
                   WS-ID-DESACTIVE " (O/N)? ".
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O"
               DISPLAY "FUSION ABANDONNEE"
               MOVE ZERO TO WS-ID-CONSERVE
           END-IF.
       4200-EXIT.
           EXIT.

       4300-DESACTIVER.
      **
      * Desactive l'inscription abandonnee avec le renvoi au numero
      * conserve, consigne la fusion a la piste de verification et
      * au journal des sessions, et marque la paire fusionnee.
      **
           MOVE WS-ID-DESACTIVE TO EL-ID.
           READ FELECTION
               INVALID KEY
                   DISPLAY "ELECTEUR " WS-ID-DESACTIVE
                           " ABSENT DU REGISTRE"
                   GO TO 4300-EXIT
           END-READ.

           SET EL-INACTIF TO TRUE.
           MOVE WS-ID-CONSERVE TO EL-ID-FUSION.
           REWRITE EL-RECORD.
           IF NOT CR-FELECTION-OK
               DISPLAY "ERREUR ECRITURE ELECTEURS.DAT - CODE "
                       CR-FELECTION
               GO TO 4300-EXIT
           END-IF.

           MOVE "FUSION DOUBLON" TO WS-MOTIF.
           PERFORM 8000-ECRITURE-AUDIT
               THRU 8000-EXIT.

           SET DB-FUSIONNEE TO TRUE.
           MOVE WS-ID-CONSERVE TO DB-ID-CONSERVE.
           MOVE WS-OPER-ID     TO DB-OPERATEUR.
           ACCEPT DB-DATE FROM DATE YYYYMMDD.
           MOVE WS-SC-ID       TO DB-ID-SCRUTIN.
           REWRITE DB-RECORD.
           IF NOT CR-FDOUBLONS-OK
               DISPLAY "ERREUR MISE A JOUR DOUBLONS.DAT - CODE "
                       CR-FDOUBLONS
           END-IF.

           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "FUSION"    TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.

           ADD 1 TO WS-NB-FUSIONS.
           DISPLAY "FUSION FAITE - ELECTEUR " WS-ID-DESACTIVE
                   " DESACTIVE, RENVOI A " WS-ID-CONSERVE.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       5000-NORMALISER-NOM.
      **
      * Normalise WS-NORM-ENTREE dans WS-NORM-SORTIE: majuscules et
      * lettres accentuees ramenees a la lettre de base, puis les
      * seules lettres gardees bout a bout - "Lebel-Cote",
      * "LEBEL COTE" et "LEBELCOTE" donnent le meme nom.
      **
           MOVE WS-NORM-ENTREE TO WS-NORM-TRAVAIL.
           INSPECT WS-NORM-TRAVAIL CONVERTING WS-CONV-DE
                                           TO WS-CONV-VERS.
           MOVE SPACES TO WS-NORM-SORTIE.
           MOVE ZERO TO WS-NORM-LONG.
           SET WS-UTF8-SW TO "N".
           PERFORM 5010-NORMALISER-CAR
               THRU 5010-EXIT
               VARYING WS-NORM-POS FROM 1 BY 1
               UNTIL WS-NORM-POS > 20.
       5000-EXIT.
           EXIT.

       5010-NORMALISER-CAR.
      **
      * Un caractere du nom: l'octet qui suit X"C3" en UTF-8 est
      * ramene a sa lettre de base; X"C3" lui-meme est saute.
      **
           MOVE WS-NORM-TRAVAIL (WS-NORM-POS:1) TO WS-NORM-CAR.
           IF WS-UTF8-SUITE
               INSPECT WS-NORM-CAR CONVERTING WS-UTF8-DE
                                           TO WS-UTF8-VERS
               SET WS-UTF8-SW TO "N"
           ELSE
               IF WS-NORM-CAR = X"C3"
                   SET WS-UTF8-SW TO "O"
                   GO TO 5010-EXIT
               END-IF
           END-IF.

           IF WS-NORM-CAR NOT < "A" AND WS-NORM-CAR NOT > "Z"
               ADD 1 TO WS-NORM-LONG
               MOVE WS-NORM-CAR TO WS-NORM-SORTIE (WS-NORM-LONG:1)
           END-IF.
       5010-EXIT.
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
      * Consigne la fusion a la piste de verification sur
      * l'inscription desactivee (EL-RECORD), comme tout changement
      * au registre, au bureau central (poste zero).
      **
           OPEN EXTEND FAUDIT.
           IF CR-FAUDIT = 35
               OPEN OUTPUT FAUDIT
           END-IF.
           IF NOT CR-FAUDIT-OK
               DISPLAY "ERREUR OUVERTURE AUDIT.DAT - CODE " CR-FAUDIT
               GO TO 8000-EXIT
           END-IF.

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-SYS FROM TIME.

           MOVE WS-DATE-SYS    TO AU-DATE.
           MOVE WS-HEURE-HHMMSS TO AU-HEURE.
           MOVE EL-ID          TO AU-ELECTEUR.
           MOVE EL-PRECINCT    TO AU-PRECINCT.
           MOVE WS-MOTIF       TO AU-MOTIF.
           MOVE WS-SC-ID       TO AU-ID-SCRUTIN.
           MOVE WS-OPER-ID     TO AU-OPERATEUR.
           MOVE ZERO           TO AU-POSTE-TRAVAIL.
           SET AU-RES-ACCEPTE  TO TRUE.

           WRITE AU-RECORD.
           IF NOT CR-FAUDIT-OK
               DISPLAY "ERREUR ECRITURE AUDIT.DAT - CODE " CR-FAUDIT
           END-IF.

           CLOSE FAUDIT.
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

       END PROGRAM doublonsRegistre.
