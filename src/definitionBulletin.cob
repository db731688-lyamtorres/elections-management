      ******************************************************************
      * Program-ID:  DEFINITIONBULLETIN
      * Author:      M. Fortin, Direction du scrutin - Informatique
      * Installation: Bureau des elections
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Maintenance of the ballot definition: the
      *              printed candidates (candidats.dat), the
      *              qualified write-in candidates
      *              (candidatsecrits.dat) and the ballot styles
      *              (bureauxpostes.dat, offices per precinct). A
      *              registry supervisor adds and withdraws
      *              candidates, records qualified write-ins and
      *              assigns offices to precincts, then prints a
      *              ballot proof per precinct - every office and
      *              candidate that precinct's voters will see - for
      *              the candidates and parties to sign before the
      *              ballots go to the printer.
      *              Refused: a printed candidate code in the
      *              9000-9999 write-in range, a candidate (printed
      *              or write-in) for an office on no precinct's
      *              ballot style, removing the last precinct of an
      *              office that still has candidates, and any change
      *              at all while an event of the calendar is OUVERT
      *              or FERME - from the opening of the polls until
      *              clotureScrutin has archived the definition with
      *              the certified results.
      *              candidats.dat is rewritten grouped by office, as
      *              decompteVotes prints it.
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
       PROGRAM-ID. definitionBulletin.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FCANDIDATS ASSIGN TO "candidats.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FCANDIDATS.

           SELECT FQUALIFIES ASSIGN TO "candidatsecrits.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FQUALIFIES.

           SELECT FSTYLES ASSIGN TO "bureauxpostes.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FSTYLES.

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
       FD  FCANDIDATS
           RECORD CONTAINS 59 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY CANDREC.

       FD  FQUALIFIES
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY QUALREC.

       FD  FSTYLES
           RECORD CONTAINS 25 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY STYLREC.

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
           77  CR-FCANDIDATS           PIC 9(02).
               88  CR-FCANDIDATS-OK            VALUE 00.
               88  CR-FCANDIDATS-ABSENT        VALUE 35.
           77  CR-FQUALIFIES           PIC 9(02).
               88  CR-FQUALIFIES-OK            VALUE 00.
               88  CR-FQUALIFIES-ABSENT        VALUE 35.
           77  CR-FSTYLES              PIC 9(02).
               88  CR-FSTYLES-OK               VALUE 00.
               88  CR-FSTYLES-ABSENT           VALUE 35.
           77  CR-FSCRUTIN             PIC 9(02).
               88  CR-FSCRUTIN-OK              VALUE 00.
           77  CR-FOPERATEURS          PIC 9(02).
               88  CR-FOPERATEURS-OK           VALUE 00.
           77  CR-FSESSIONS            PIC 9(02).
               88  CR-FSESSIONS-OK             VALUE 00.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  WS-FIN-FICHIER-SW       PIC X(01)   VALUE "N".
               88  WS-FIN-FICHIER              VALUE "O".
           77  WS-FIN-SCRUTIN-SW       PIC X(01)   VALUE "N".
               88  WS-FIN-SCRUTIN              VALUE "O".
           77  WS-FIN-OPER-SW          PIC X(01)   VALUE "N".
               88  WS-FIN-OPER                 VALUE "O".
           77  WS-OPER-TROUVE-SW       PIC X(01)   VALUE "N".
               88  WS-OPER-TROUVE              VALUE "O".
           77  WS-SCRUTIN-TROUVE-SW    PIC X(01)   VALUE "N".
               88  WS-SCRUTIN-TROUVE           VALUE "O".
           77  WS-SCRUTIN-ACTIF-SW     PIC X(01)   VALUE "N".
               88  WS-SCRUTIN-ACTIF            VALUE "O".
           77  WS-MODIF-PERMISE-SW     PIC X(01)   VALUE "N".
               88  WS-MODIF-PERMISE            VALUE "O".
           77  WS-CODE-PRIS-SW         PIC X(01)   VALUE "N".
               88  WS-CODE-PRIS                VALUE "O".
           77  WS-POSTE-AU-STYLE-SW    PIC X(01)   VALUE "N".
               88  WS-POSTE-AU-STYLE           VALUE "O".
           77  WS-POSTE-A-CANDIDAT-SW  PIC X(01)   VALUE "N".
               88  WS-POSTE-A-CANDIDAT         VALUE "O".
           77  WS-TROUVE-SW            PIC X(01)   VALUE "N".
               88  WS-TROUVE                   VALUE "O".
           77  WS-QUITTER-SW           PIC X(01)   VALUE "N".
               88  WS-QUITTER                  VALUE "O".

           77  WS-OPER-CHERCHE         PIC X(06).
           77  WS-OPER-ID              PIC X(06).
           77  WS-OPER-NOM             PIC X(20).
           77  WS-CHOIX                PIC 9(01).
           77  WS-REPONSE              PIC X(01).

           77  WS-NOUV-CODE            PIC 9(04).
           77  WS-NOUV-NOM             PIC X(20).
           77  WS-NOUV-PARTI           PIC X(15).
           77  WS-NOUV-POSTE           PIC X(15).
           77  WS-NOUV-PRECINCT        PIC 9(04).
           77  WS-POSTE-CHERCHE        PIC X(15).
           77  WS-BUREAU-DEMANDE       PIC 9(04).

           77  WS-NB-CANDIDATS         PIC 9(04)   VALUE ZERO.
           77  WS-NB-QUALIFIES         PIC 9(04)   VALUE ZERO.
           77  WS-NB-STYLES            PIC 9(04)   VALUE ZERO.
           77  WS-NB-BUREAUX           PIC 9(04)   VALUE ZERO.
           77  WS-NB-ECRITS            PIC 9(04)   VALUE ZERO.
           77  WS-NB-POSTES-EPREUVE    PIC 9(03)   VALUE ZERO.
           77  WS-NB-CAND-POSTE        PIC 9(03)   VALUE ZERO.
           77  WS-NB-EPREUVES          PIC 9(04)   VALUE ZERO.
           77  WS-IND-RETRAIT          PIC 9(04)   COMP VALUE ZERO.
           77  WS-IND-GROUPE           PIC 9(04)   COMP.
           77  WS-IND-STYLE            PIC 9(04)   COMP.
           77  WS-MAX-CANDIDATS        PIC 9(04)   VALUE 500.
           77  WS-MAX-QUALIFIES        PIC 9(04)   VALUE 100.
           77  WS-MAX-STYLES           PIC 9(04)   VALUE 2000.

           01  WS-SCRUTIN-COURANT.
               05  WS-SC-ID            PIC 9(04)   VALUE ZERO.
               05  WS-SC-TITRE         PIC X(30)   VALUE SPACES.
               05  WS-SC-DATE          PIC 9(08)   VALUE ZERO.
               05  WS-SC-STATUT        PIC X(01)   VALUE SPACE.

      * Definition du bulletin chargee en table: candidats imprimes,
      * candidats inscrits qualifies et styles de bulletin. Chaque
      * modification reecrit le fichier concerne a partir de la
      * table, puis le recharge.
           01  WS-TABLE-CANDIDATS.
               05  WS-CANDIDAT         OCCURS 500 TIMES
                                       INDEXED BY CD-IDX CD-IDX2.
                   10  WS-T-CODE       PIC 9(04).
                   10  WS-T-NOM        PIC X(20).
                   10  WS-T-PARTI      PIC X(15).
                   10  WS-T-POSTE      PIC X(15).
                   10  WS-T-ECRIT-SW   PIC X(01).
                       88  WS-T-ECRIT          VALUE "O".

           01  WS-TABLE-QUALIFIES.
               05  WS-QUALIFIE         OCCURS 100 TIMES
                                       INDEXED BY QW-IDX.
                   10  WS-Q-CODE       PIC 9(04).
                   10  WS-Q-NOM        PIC X(20).
                   10  WS-Q-POSTE      PIC X(15).

           01  WS-TABLE-STYLES.
               05  WS-STYLE            OCCURS 2000 TIMES
                                       INDEXED BY SY-IDX.
                   10  WS-S-PRECINCT   PIC 9(04).
                   10  WS-S-POSTE      PIC X(15).

      * Bureaux distincts des styles, dans l'ordre du fichier, pour
      * l'epreuve du bulletin.
           01  WS-TABLE-BUREAUX.
               05  WS-BUREAU           OCCURS 200 TIMES
                                       INDEXED BY BU-IDX.
                   10  WS-B-CODE       PIC 9(04).

      * Controle du NIP a l'ouverture de session et journal des
      * sessions (voir SESSREC).
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "definitionBulletin".
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

           PERFORM 2000-MENU-PRINCIPAL
               THRU 2000-EXIT
               UNTIL WS-QUITTER.

           DISPLAY "FIN DE LA DEFINITION DU BULLETIN.".
           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "FIN"       TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.

           MOVE WS-SC-ID             TO WS-TR-ID-SCRUTIN.
           MOVE WS-OPER-ID           TO WS-TR-OPERATEUR.
           MOVE WS-NB-CANDIDATS      TO WS-TR-NB-LUS.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
       1000-INITIALISATION.
      **
      * Identifie le superviseur responsable du bulletin, situe le
      * scrutin au calendrier et charge la definition du bulletin.
      **
           DISPLAY "===== DEFINITION DU BULLETIN =====".

           SET WS-NIP-OK-SW TO "N".
           PERFORM 1100-SAISIE-OPERATEUR
               THRU 1100-EXIT
               UNTIL WS-NIP-OK AND OP-ROLE-SUPERVISEUR.

           MOVE OP-ID  TO WS-OPER-ID.
           MOVE OP-NOM TO WS-OPER-NOM.
           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "OUVERTURE" TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.
           DISPLAY "SESSION OUVERTE - " WS-OPER-NOM
                   " (" WS-OPER-ID ")".

           PERFORM 1200-LIRE-CALENDRIER
               THRU 1200-EXIT.
           IF WS-SCRUTIN-TROUVE
               DISPLAY "SCRUTIN " WS-SC-ID " - " WS-SC-TITRE
                       " DU " WS-SC-DATE
           END-IF.
           IF WS-SCRUTIN-ACTIF
               DISPLAY "SCRUTIN EN COURS - DEFINITION DU BULLETIN EN "
                       "CONSULTATION SEULEMENT"
           END-IF.

           PERFORM 1300-CHARGER-CANDIDATS
               THRU 1300-EXIT.
           PERFORM 1400-CHARGER-QUALIFIES
               THRU 1400-EXIT.
           PERFORM 1500-CHARGER-STYLES
               THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

       1100-SAISIE-OPERATEUR.
           DISPLAY "CODE OPERATEUR (SUPERVISEUR): ".
           ACCEPT WS-OPER-CHERCHE.
           DISPLAY "NIP: ".
           ACCEPT WS-NIP-SAISI.

           PERFORM 7000-CONTROLE-OPERATEUR
               THRU 7000-EXIT.

           IF WS-NIP-OK AND NOT OP-ROLE-SUPERVISEUR
               DISPLAY "OPERATEUR " WS-OPER-CHERCHE
                       " N'EST PAS SUPERVISEUR - REFUSE"
               MOVE "REFUS ROLE" TO WS-SE-EVENEMENT
               PERFORM 7100-JOURNAL-SESSION
                   THRU 7100-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LIRE-CALENDRIER.
      **
      * Parcourt le calendrier des scrutins (scrutin.dat). Un
      * evenement OUVERT ou FERME gele la definition du bulletin
      * jusqu'a sa certification; l'evenement retenu pour l'en-tete
      * de l'epreuve est celui-la, sinon le premier PLANIFIE. Relu
      * avant chaque modification: le scrutin a pu etre ouvert par
      * gestionScrutins pendant la session.
      **
           OPEN INPUT FSCRUTIN.
           IF NOT CR-FSCRUTIN-OK
               DISPLAY "ERREUR OUVERTURE SCRUTIN.DAT - CODE "
                       CR-FSCRUTIN
               STOP RUN
           END-IF.

           SET WS-FIN-SCRUTIN-SW TO "N".
           SET WS-SCRUTIN-TROUVE-SW TO "N".
           SET WS-SCRUTIN-ACTIF-SW TO "N".
           PERFORM 1210-CHERCHER-SCRUTIN
               THRU 1210-EXIT
               UNTIL WS-FIN-SCRUTIN.
           CLOSE FSCRUTIN.
       1200-EXIT.
           EXIT.

       1210-CHERCHER-SCRUTIN.
           READ FSCRUTIN
               AT END
                   SET WS-FIN-SCRUTIN-SW TO "O"
                   GO TO 1210-EXIT
           END-READ.

           IF (SC-OUVERT OR SC-FERME) AND NOT WS-SCRUTIN-ACTIF
               MOVE SC-ID-SCRUTIN TO WS-SC-ID
               MOVE SC-TITRE      TO WS-SC-TITRE
               MOVE SC-DATE       TO WS-SC-DATE
               MOVE SC-STATUT     TO WS-SC-STATUT
               SET WS-SCRUTIN-ACTIF-SW TO "O"
               SET WS-SCRUTIN-TROUVE-SW TO "O"
           END-IF.

           IF SC-PLANIFIE AND NOT WS-SCRUTIN-TROUVE
               MOVE SC-ID-SCRUTIN TO WS-SC-ID
               MOVE SC-TITRE      TO WS-SC-TITRE
               MOVE SC-DATE       TO WS-SC-DATE
               MOVE SC-STATUT     TO WS-SC-STATUT
               SET WS-SCRUTIN-TROUVE-SW TO "O"
           END-IF.
       1210-EXIT.
           EXIT.

       1250-CONTROLER-MODIFICATION.
      **
      * Pose WS-MODIF-PERMISE si aucun evenement du calendrier
      * n'est OUVERT ou FERME. Un bulletin corrige apres l'ouverture
      * des bureaux ferait compter HORS STYLE des bulletins deja
      * deposes.
      **
           SET WS-MODIF-PERMISE-SW TO "N".
           PERFORM 1200-LIRE-CALENDRIER
               THRU 1200-EXIT.

           IF WS-SCRUTIN-ACTIF
               IF WS-SC-STATUT = "O"
                   DISPLAY "SCRUTIN " WS-SC-ID " OUVERT - "
                           "MODIFICATION DU BULLETIN REFUSEE"
               ELSE
                   DISPLAY "SCRUTIN " WS-SC-ID " FERME, NON "
                           "CERTIFIE - MODIFICATION DU BULLETIN "
                           "REFUSEE"
               END-IF
               GO TO 1250-EXIT
           END-IF.

           SET WS-MODIF-PERMISE-SW TO "O".
       1250-EXIT.
           EXIT.

       1300-CHARGER-CANDIDATS.
      **
      * Charge les candidats imprimes (candidats.dat) en table. Le
      * fichier peut ne pas exister encore - aucun candidat depose.
      **
           MOVE ZERO TO WS-NB-CANDIDATS.
           OPEN INPUT FCANDIDATS.
           IF CR-FCANDIDATS-ABSENT
               GO TO 1300-EXIT
           END-IF.
           IF NOT CR-FCANDIDATS-OK
               DISPLAY "ERREUR OUVERTURE CANDIDATS.DAT - CODE "
                       CR-FCANDIDATS
               STOP RUN
           END-IF.

           SET WS-FIN-FICHIER-SW TO "N".
           PERFORM 1310-CHARGER-CANDIDAT
               THRU 1310-EXIT
               UNTIL WS-FIN-FICHIER.
           CLOSE FCANDIDATS.
       1300-EXIT.
           EXIT.

       1310-CHARGER-CANDIDAT.
           READ FCANDIDATS
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
               NOT AT END
                   ADD 1 TO WS-NB-CANDIDATS
                   IF WS-NB-CANDIDATS > WS-MAX-CANDIDATS
                       DISPLAY "TROP DE CANDIDATS - MAXIMUM 500"
                       STOP RUN
                   END-IF
                   MOVE CD-CODE   TO WS-T-CODE (WS-NB-CANDIDATS)
                   MOVE CD-NOM    TO WS-T-NOM  (WS-NB-CANDIDATS)
                   MOVE CD-PARTI  TO WS-T-PARTI (WS-NB-CANDIDATS)
                   MOVE CD-POSTE  TO WS-T-POSTE (WS-NB-CANDIDATS)
           END-READ.
       1310-EXIT.
           EXIT.

       1400-CHARGER-QUALIFIES.
      **
      * Charge les candidats inscrits qualifies
      * (candidatsecrits.dat) en table. Le fichier peut ne pas
      * exister - aucun candidat inscrit.
      **
           MOVE ZERO TO WS-NB-QUALIFIES.
           OPEN INPUT FQUALIFIES.
           IF CR-FQUALIFIES-ABSENT
               GO TO 1400-EXIT
           END-IF.
           IF NOT CR-FQUALIFIES-OK
               DISPLAY "ERREUR OUVERTURE CANDIDATSECRITS.DAT - "
                       "CODE " CR-FQUALIFIES
               STOP RUN
           END-IF.

           SET WS-FIN-FICHIER-SW TO "N".
           PERFORM 1410-CHARGER-QUALIFIE
               THRU 1410-EXIT
               UNTIL WS-FIN-FICHIER.
           CLOSE FQUALIFIES.
       1400-EXIT.
           EXIT.

       1410-CHARGER-QUALIFIE.
           READ FQUALIFIES
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
               NOT AT END
                   ADD 1 TO WS-NB-QUALIFIES
                   IF WS-NB-QUALIFIES > WS-MAX-QUALIFIES
                       DISPLAY "TROP DE CANDIDATS INSCRITS - "
                               "MAXIMUM 100"
                       STOP RUN
                   END-IF
                   MOVE QW-CODE   TO WS-Q-CODE (WS-NB-QUALIFIES)
                   MOVE QW-NOM    TO WS-Q-NOM (WS-NB-QUALIFIES)
                   MOVE QW-POSTE  TO WS-Q-POSTE (WS-NB-QUALIFIES)
           END-READ.
       1410-EXIT.
           EXIT.

       1500-CHARGER-STYLES.
      **
      * Charge les styles de bulletin (bureauxpostes.dat) en table.
      * Le fichier peut ne pas exister encore - aucun poste assigne.
      **
           MOVE ZERO TO WS-NB-STYLES.
           OPEN INPUT FSTYLES.
           IF CR-FSTYLES-ABSENT
               GO TO 1500-EXIT
           END-IF.
           IF NOT CR-FSTYLES-OK
               DISPLAY "ERREUR OUVERTURE BUREAUXPOSTES.DAT - CODE "
                       CR-FSTYLES
               STOP RUN
           END-IF.

           SET WS-FIN-FICHIER-SW TO "N".
           PERFORM 1510-CHARGER-STYLE
               THRU 1510-EXIT
               UNTIL WS-FIN-FICHIER.
           CLOSE FSTYLES.
       1500-EXIT.
           EXIT.

       1510-CHARGER-STYLE.
           READ FSTYLES
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
               NOT AT END
                   ADD 1 TO WS-NB-STYLES
                   IF WS-NB-STYLES > WS-MAX-STYLES
                       DISPLAY "TROP DE STYLES DE BULLETIN - "
                               "MAXIMUM 2000"
                       STOP RUN
                   END-IF
                   MOVE ST-PRECINCT TO WS-S-PRECINCT (WS-NB-STYLES)
                   MOVE ST-POSTE    TO WS-S-POSTE (WS-NB-STYLES)
           END-READ.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2000-MENU-PRINCIPAL.
      **
      * Menu principal de la definition du bulletin.
      **
           DISPLAY " ".
           DISPLAY "1 - LISTER LA DEFINITION DU BULLETIN".
           DISPLAY "2 - AJOUTER UN CANDIDAT".
           DISPLAY "3 - RETIRER UN CANDIDAT".
           DISPLAY "4 - INSCRIRE UN CANDIDAT ECRIT QUALIFIE".
           DISPLAY "5 - RETIRER UN CANDIDAT ECRIT QUALIFIE".
           DISPLAY "6 - AJOUTER UN POSTE AU BULLETIN D'UN BUREAU".
           DISPLAY "7 - RETIRER UN POSTE DU BULLETIN D'UN BUREAU".
           DISPLAY "8 - EPREUVE DU BULLETIN PAR BUREAU".
           DISPLAY "9 - FIN DE SESSION".
           DISPLAY "VOTRE CHOIX: ".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM 3000-LISTER-DEFINITION
                       THRU 3000-EXIT
               WHEN 2
                   PERFORM 4000-AJOUTER-CANDIDAT
                       THRU 4000-EXIT
               WHEN 3
                   PERFORM 4100-RETIRER-CANDIDAT
                       THRU 4100-EXIT
               WHEN 4
                   PERFORM 5000-AJOUTER-QUALIFIE
                       THRU 5000-EXIT
               WHEN 5
                   PERFORM 5100-RETIRER-QUALIFIE
                       THRU 5100-EXIT
               WHEN 6
                   PERFORM 6000-AJOUTER-STYLE
                       THRU 6000-EXIT
               WHEN 7
                   PERFORM 6100-RETIRER-STYLE
                       THRU 6100-EXIT
               WHEN 8
                   PERFORM 3500-EPREUVE-BULLETIN
                       THRU 3500-EXIT
               WHEN 9
                   SET WS-QUITTER TO TRUE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       3000-LISTER-DEFINITION.
      **
      * Liste les candidats imprimes, les candidats inscrits
      * qualifies et les styles de bulletin. Un candidat dont le
      * poste ne figure au style d'aucun bureau (fichier monte hors
      * du systeme) est signale HORS STYLE.
      **
           DISPLAY " ".
           DISPLAY "CANDIDATS IMPRIMES: " WS-NB-CANDIDATS.
           DISPLAY "CODE  NOM                   PARTI"
                   "           POSTE".
           PERFORM 3100-LISTER-CANDIDAT
               THRU 3100-EXIT
               VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > WS-NB-CANDIDATS.

           DISPLAY " ".
           DISPLAY "CANDIDATS ECRITS QUALIFIES: " WS-NB-QUALIFIES.
           PERFORM 3200-LISTER-QUALIFIE
               THRU 3200-EXIT
               VARYING QW-IDX FROM 1 BY 1
               UNTIL QW-IDX > WS-NB-QUALIFIES.

           DISPLAY " ".
           DISPLAY "STYLES DE BULLETIN (BUREAU / POSTE): "
                   WS-NB-STYLES.
           PERFORM 3300-LISTER-STYLE
               THRU 3300-EXIT
               VARYING SY-IDX FROM 1 BY 1
               UNTIL SY-IDX > WS-NB-STYLES.
       3000-EXIT.
           EXIT.

       3100-LISTER-CANDIDAT.
           MOVE WS-T-POSTE (CD-IDX) TO WS-POSTE-CHERCHE.
           PERFORM 8600-VERIFIER-POSTE
               THRU 8600-EXIT.

           IF WS-POSTE-AU-STYLE
               DISPLAY WS-T-CODE (CD-IDX) "  " WS-T-NOM (CD-IDX)
                       "  " WS-T-PARTI (CD-IDX) " "
                       WS-T-POSTE (CD-IDX)
           ELSE
               DISPLAY WS-T-CODE (CD-IDX) "  " WS-T-NOM (CD-IDX)
                       "  " WS-T-PARTI (CD-IDX) " "
                       WS-T-POSTE (CD-IDX) " HORS STYLE"
           END-IF.
       3100-EXIT.
           EXIT.

       3200-LISTER-QUALIFIE.
           MOVE WS-Q-POSTE (QW-IDX) TO WS-POSTE-CHERCHE.
           PERFORM 8600-VERIFIER-POSTE
               THRU 8600-EXIT.

           IF WS-POSTE-AU-STYLE
               DISPLAY WS-Q-CODE (QW-IDX) "  " WS-Q-NOM (QW-IDX)
                       "  INSCRIT         " WS-Q-POSTE (QW-IDX)
           ELSE
               DISPLAY WS-Q-CODE (QW-IDX) "  " WS-Q-NOM (QW-IDX)
                       "  INSCRIT         " WS-Q-POSTE (QW-IDX)
                       " HORS STYLE"
           END-IF.
       3200-EXIT.
           EXIT.

       3300-LISTER-STYLE.
           DISPLAY WS-S-PRECINCT (SY-IDX) "  " WS-S-POSTE (SY-IDX).
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       3500-EPREUVE-BULLETIN.
      **
      * Imprime l'epreuve du bulletin d'un bureau (ou de tous les
      * bureaux): chaque poste du style du bureau, dans l'ordre de
      * bureauxpostes.dat, avec ses candidats imprimes, les
      * candidats inscrits qualifies du poste et la case du choix
      * ecrit, puis les lignes de visa des candidats et des partis.
      **
           IF WS-NB-STYLES = ZERO
               DISPLAY "AUCUN STYLE DE BULLETIN - AUCUNE EPREUVE "
                       "POSSIBLE"
               GO TO 3500-EXIT
           END-IF.

           DISPLAY "BUREAU (0 = TOUS LES BUREAUX): ".
           ACCEPT WS-BUREAU-DEMANDE.

           MOVE ZERO TO WS-NB-BUREAUX.
           PERFORM 3510-RELEVER-BUREAU
               THRU 3510-EXIT
               VARYING SY-IDX FROM 1 BY 1
               UNTIL SY-IDX > WS-NB-STYLES.

           IF WS-NB-BUREAUX = ZERO
               DISPLAY "BUREAU " WS-BUREAU-DEMANDE
                       " ABSENT DES STYLES DE BULLETIN"
               GO TO 3500-EXIT
           END-IF.

           MOVE ZERO TO WS-NB-EPREUVES.
           PERFORM 3600-EPREUVE-BUREAU
               THRU 3600-EXIT
               VARYING BU-IDX FROM 1 BY 1
               UNTIL BU-IDX > WS-NB-BUREAUX.

           DISPLAY " ".
           DISPLAY "EPREUVES IMPRIMEES: " WS-NB-EPREUVES.
       3500-EXIT.
           EXIT.

       3510-RELEVER-BUREAU.
           IF WS-BUREAU-DEMANDE NOT = ZERO
              AND WS-S-PRECINCT (SY-IDX) NOT = WS-BUREAU-DEMANDE
               GO TO 3510-EXIT
           END-IF.

           SET WS-TROUVE-SW TO "N".
           SET BU-IDX TO 1.
           SEARCH WS-BUREAU
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN BU-IDX > WS-NB-BUREAUX
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-B-CODE (BU-IDX) = WS-S-PRECINCT (SY-IDX)
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.

           IF NOT WS-TROUVE
               ADD 1 TO WS-NB-BUREAUX
               IF WS-NB-BUREAUX > 200
                   DISPLAY "TROP DE BUREAUX DE VOTE - MAXIMUM 200"
                   STOP RUN
               END-IF
               MOVE WS-S-PRECINCT (SY-IDX)
                   TO WS-B-CODE (WS-NB-BUREAUX)
           END-IF.
       3510-EXIT.
           EXIT.

       3600-EPREUVE-BUREAU.
           ADD 1 TO WS-NB-EPREUVES.
           MOVE ZERO TO WS-NB-POSTES-EPREUVE.

           DISPLAY " ".
           DISPLAY "===== EPREUVE DU BULLETIN - BUREAU "
                   WS-B-CODE (BU-IDX) " =====".
           IF WS-SCRUTIN-TROUVE
               DISPLAY "SCRUTIN " WS-SC-ID " - " WS-SC-TITRE
                       " DU " WS-SC-DATE
           END-IF.

           PERFORM 3610-EPREUVE-POSTE
               THRU 3610-EXIT
               VARYING SY-IDX FROM 1 BY 1
               UNTIL SY-IDX > WS-NB-STYLES.

           DISPLAY " ".
           DISPLAY "POSTES AU BULLETIN DU BUREAU: "
                   WS-NB-POSTES-EPREUVE.
           DISPLAY "VISA DES CANDIDATS ET DES PARTIS:".
           DISPLAY "  NOM ______________________  SIGNATURE "
                   "______________________  DATE __________".
           DISPLAY "  NOM ______________________  SIGNATURE "
                   "______________________  DATE __________".
           DISPLAY "  NOM ______________________  SIGNATURE "
                   "______________________  DATE __________".
       3600-EXIT.
           EXIT.

       3610-EPREUVE-POSTE.
           IF WS-S-PRECINCT (SY-IDX) NOT = WS-B-CODE (BU-IDX)
               GO TO 3610-EXIT
           END-IF.

           ADD 1 TO WS-NB-POSTES-EPREUVE.
           MOVE WS-S-POSTE (SY-IDX) TO WS-POSTE-CHERCHE.
           MOVE ZERO TO WS-NB-CAND-POSTE.
           MOVE ZERO TO WS-NB-ECRITS.

           DISPLAY " ".
           DISPLAY "POSTE: " WS-POSTE-CHERCHE.

           PERFORM 3620-EPREUVE-CANDIDAT
               THRU 3620-EXIT
               VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > WS-NB-CANDIDATS.
           IF WS-NB-CAND-POSTE = ZERO
               DISPLAY "   AUCUN CANDIDAT IMPRIME"
           END-IF.

           PERFORM 3630-EPREUVE-QUALIFIE
               THRU 3630-EXIT
               VARYING QW-IDX FROM 1 BY 1
               UNTIL QW-IDX > WS-NB-QUALIFIES.

           DISPLAY "   ( )  CHOIX ECRIT: "
                   "______________________________".
       3610-EXIT.
           EXIT.

       3620-EPREUVE-CANDIDAT.
           IF WS-T-POSTE (CD-IDX) = WS-POSTE-CHERCHE
               ADD 1 TO WS-NB-CAND-POSTE
               DISPLAY "   ( )  " WS-T-NOM (CD-IDX) "  "
                       WS-T-PARTI (CD-IDX) "  CODE "
                       WS-T-CODE (CD-IDX)
           END-IF.
       3620-EXIT.
           EXIT.

       3630-EPREUVE-QUALIFIE.
           IF WS-Q-POSTE (QW-IDX) = WS-POSTE-CHERCHE
               ADD 1 TO WS-NB-ECRITS
               IF WS-NB-ECRITS = 1
                   DISPLAY "   CANDIDATS ECRITS QUALIFIES (NON "
                           "IMPRIMES AU BULLETIN):"
               END-IF
               DISPLAY "        " WS-Q-NOM (QW-IDX) "  CODE "
                       WS-Q-CODE (QW-IDX)
           END-IF.
       3630-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       4000-AJOUTER-CANDIDAT.
      **
      * Ajoute un candidat imprime. Code de 1 a 8999 (9000-9999 est
      * reserve aux candidats ecrits), jamais deja attribue, et
      * poste figurant au style d'au moins un bureau.
      **
           PERFORM 1250-CONTROLER-MODIFICATION
               THRU 1250-EXIT.
           IF NOT WS-MODIF-PERMISE
               GO TO 4000-EXIT
           END-IF.

           IF WS-NB-CANDIDATS NOT < WS-MAX-CANDIDATS
               DISPLAY "TROP DE CANDIDATS - MAXIMUM 500"
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "CODE DU CANDIDAT (1-8999): ".
           ACCEPT WS-NOUV-CODE.
           IF WS-NOUV-CODE = ZERO
               DISPLAY "CODE INVALIDE - AJOUT ANNULE"
               GO TO 4000-EXIT
           END-IF.
           IF WS-NOUV-CODE NOT < 9000
               DISPLAY "CODES 9000-9999 RESERVES AUX CANDIDATS "
                       "ECRITS - AJOUT REFUSE"
               GO TO 4000-EXIT
           END-IF.

           PERFORM 8500-VERIFIER-CODE
               THRU 8500-EXIT.
           IF WS-CODE-PRIS
               DISPLAY "CODE " WS-NOUV-CODE " DEJA ATTRIBUE - AJOUT "
                       "REFUSE"
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "NOM DU CANDIDAT: ".
           ACCEPT WS-NOUV-NOM.
           DISPLAY "PARTI: ".
           ACCEPT WS-NOUV-PARTI.
           DISPLAY "POSTE: ".
           ACCEPT WS-NOUV-POSTE.
           IF WS-NOUV-NOM = SPACES OR WS-NOUV-POSTE = SPACES
               DISPLAY "NOM ET POSTE OBLIGATOIRES - AJOUT ANNULE"
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-NOUV-POSTE TO WS-POSTE-CHERCHE.
           PERFORM 8600-VERIFIER-POSTE
               THRU 8600-EXIT.
           IF NOT WS-POSTE-AU-STYLE
               DISPLAY "POSTE " WS-NOUV-POSTE " AU STYLE D'AUCUN "
                       "BUREAU - AJOUT REFUSE"
               GO TO 4000-EXIT
           END-IF.

           ADD 1 TO WS-NB-CANDIDATS.
           MOVE WS-NOUV-CODE  TO WS-T-CODE (WS-NB-CANDIDATS).
           MOVE WS-NOUV-NOM   TO WS-T-NOM (WS-NB-CANDIDATS).
           MOVE WS-NOUV-PARTI TO WS-T-PARTI (WS-NB-CANDIDATS).
           MOVE WS-NOUV-POSTE TO WS-T-POSTE (WS-NB-CANDIDATS).

           MOVE ZERO TO WS-IND-RETRAIT.
           PERFORM 8100-REECRIRE-CANDIDATS
               THRU 8100-EXIT.
           DISPLAY "CANDIDAT " WS-NOUV-CODE " AJOUTE AU POSTE "
                   WS-NOUV-POSTE.
       4000-EXIT.
           EXIT.

       4100-RETIRER-CANDIDAT.
      **
      * Retire un candidat imprime (desistement, candidature
      * rejetee).
      **
           PERFORM 1250-CONTROLER-MODIFICATION
               THRU 1250-EXIT.
           IF NOT WS-MODIF-PERMISE
               GO TO 4100-EXIT
           END-IF.

           DISPLAY "CODE DU CANDIDAT A RETIRER: ".
           ACCEPT WS-NOUV-CODE.

           SET CD-IDX TO 1.
           SEARCH WS-CANDIDAT
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN CD-IDX > WS-NB-CANDIDATS
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-T-CODE (CD-IDX) = WS-NOUV-CODE
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.
           IF NOT WS-TROUVE
               DISPLAY "CANDIDAT " WS-NOUV-CODE " INCONNU"
               GO TO 4100-EXIT
           END-IF.

           DISPLAY "RETIRER " WS-T-NOM (CD-IDX) " ("
                   WS-T-POSTE (CD-IDX) ") (O/N)? ".
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O"
               DISPLAY "RETRAIT ANNULE"
               GO TO 4100-EXIT
           END-IF.

           SET WS-IND-RETRAIT TO CD-IDX.
           PERFORM 8100-REECRIRE-CANDIDATS
               THRU 8100-EXIT.
           MOVE ZERO TO WS-IND-RETRAIT.
           DISPLAY "CANDIDAT " WS-NOUV-CODE " RETIRE".
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       5000-AJOUTER-QUALIFIE.
      **
      * Inscrit un candidat ecrit qualifie. Code de 9000 a 9998
      * (9999 annonce un choix ecrit a la saisie), jamais deja
      * attribue, et poste figurant au style d'au moins un bureau.
      **
           PERFORM 1250-CONTROLER-MODIFICATION
               THRU 1250-EXIT.
           IF NOT WS-MODIF-PERMISE
               GO TO 5000-EXIT
           END-IF.

           IF WS-NB-QUALIFIES NOT < WS-MAX-QUALIFIES
               DISPLAY "TROP DE CANDIDATS INSCRITS - MAXIMUM 100"
               GO TO 5000-EXIT
           END-IF.

           DISPLAY "CODE DU CANDIDAT ECRIT (9000-9998): ".
           ACCEPT WS-NOUV-CODE.
           IF WS-NOUV-CODE < 9000 OR WS-NOUV-CODE = 9999
               DISPLAY "CODE HORS DE LA PLAGE 9000-9998 - "
                       "INSCRIPTION REFUSEE"
               GO TO 5000-EXIT
           END-IF.

           PERFORM 8500-VERIFIER-CODE
               THRU 8500-EXIT.
           IF WS-CODE-PRIS
               DISPLAY "CODE " WS-NOUV-CODE " DEJA ATTRIBUE - "
                       "INSCRIPTION REFUSEE"
               GO TO 5000-EXIT
           END-IF.

           DISPLAY "NOM DU CANDIDAT: ".
           ACCEPT WS-NOUV-NOM.
           DISPLAY "POSTE: ".
           ACCEPT WS-NOUV-POSTE.
           IF WS-NOUV-NOM = SPACES OR WS-NOUV-POSTE = SPACES
               DISPLAY "NOM ET POSTE OBLIGATOIRES - INSCRIPTION "
                       "ANNULEE"
               GO TO 5000-EXIT
           END-IF.

           MOVE WS-NOUV-POSTE TO WS-POSTE-CHERCHE.
           PERFORM 8600-VERIFIER-POSTE
               THRU 8600-EXIT.
           IF NOT WS-POSTE-AU-STYLE
               DISPLAY "POSTE " WS-NOUV-POSTE " AU STYLE D'AUCUN "
                       "BUREAU - INSCRIPTION REFUSEE"
               GO TO 5000-EXIT
           END-IF.

           ADD 1 TO WS-NB-QUALIFIES.
           MOVE WS-NOUV-CODE  TO WS-Q-CODE (WS-NB-QUALIFIES).
           MOVE WS-NOUV-NOM   TO WS-Q-NOM (WS-NB-QUALIFIES).
           MOVE WS-NOUV-POSTE TO WS-Q-POSTE (WS-NB-QUALIFIES).

           MOVE ZERO TO WS-IND-RETRAIT.
           PERFORM 8200-REECRIRE-QUALIFIES
               THRU 8200-EXIT.
           DISPLAY "CANDIDAT ECRIT " WS-NOUV-CODE " INSCRIT AU "
                   "POSTE " WS-NOUV-POSTE.
       5000-EXIT.
           EXIT.

       5100-RETIRER-QUALIFIE.
      **
      * Retire un candidat inscrit qualifie.
      **
           PERFORM 1250-CONTROLER-MODIFICATION
               THRU 1250-EXIT.
           IF NOT WS-MODIF-PERMISE
               GO TO 5100-EXIT
           END-IF.

           DISPLAY "CODE DU CANDIDAT ECRIT A RETIRER: ".
           ACCEPT WS-NOUV-CODE.

           SET QW-IDX TO 1.
           SEARCH WS-QUALIFIE
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN QW-IDX > WS-NB-QUALIFIES
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-Q-CODE (QW-IDX) = WS-NOUV-CODE
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.
           IF NOT WS-TROUVE
               DISPLAY "CANDIDAT ECRIT " WS-NOUV-CODE " INCONNU"
               GO TO 5100-EXIT
           END-IF.

           DISPLAY "RETIRER " WS-Q-NOM (QW-IDX) " ("
                   WS-Q-POSTE (QW-IDX) ") (O/N)? ".
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O"
               DISPLAY "RETRAIT ANNULE"
               GO TO 5100-EXIT
           END-IF.

           SET WS-IND-RETRAIT TO QW-IDX.
           PERFORM 8200-REECRIRE-QUALIFIES
               THRU 8200-EXIT.
           MOVE ZERO TO WS-IND-RETRAIT.
           DISPLAY "CANDIDAT ECRIT " WS-NOUV-CODE " RETIRE".
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       6000-AJOUTER-STYLE.
      **
      * Ajoute un poste au bulletin d'un bureau de vote.
      **
           PERFORM 1250-CONTROLER-MODIFICATION
               THRU 1250-EXIT.
           IF NOT WS-MODIF-PERMISE
               GO TO 6000-EXIT
           END-IF.

           IF WS-NB-STYLES NOT < WS-MAX-STYLES
               DISPLAY "TROP DE STYLES DE BULLETIN - MAXIMUM 2000"
               GO TO 6000-EXIT
           END-IF.

           DISPLAY "BUREAU DE VOTE: ".
           ACCEPT WS-NOUV-PRECINCT.
           DISPLAY "POSTE: ".
           ACCEPT WS-NOUV-POSTE.
           IF WS-NOUV-PRECINCT = ZERO OR WS-NOUV-POSTE = SPACES
               DISPLAY "BUREAU ET POSTE OBLIGATOIRES - AJOUT ANNULE"
               GO TO 6000-EXIT
           END-IF.

           PERFORM 8700-CHERCHER-STYLE
               THRU 8700-EXIT.
           IF WS-TROUVE
               DISPLAY "POSTE " WS-NOUV-POSTE " DEJA AU BULLETIN DU "
                       "BUREAU " WS-NOUV-PRECINCT
               GO TO 6000-EXIT
           END-IF.

           ADD 1 TO WS-NB-STYLES.
           MOVE WS-NOUV-PRECINCT TO WS-S-PRECINCT (WS-NB-STYLES).
           MOVE WS-NOUV-POSTE    TO WS-S-POSTE (WS-NB-STYLES).

           MOVE ZERO TO WS-IND-RETRAIT.
           PERFORM 8300-REECRIRE-STYLES
               THRU 8300-EXIT.
           DISPLAY "POSTE " WS-NOUV-POSTE " AJOUTE AU BULLETIN DU "
                   "BUREAU " WS-NOUV-PRECINCT.
       6000-EXIT.
           EXIT.

       6100-RETIRER-STYLE.
      **
      * Retire un poste du bulletin d'un bureau. Refuse si c'est le
      * dernier bureau du poste et que des candidats (imprimes ou
      * inscrits) y sont encore deposes: ils ne figureraient plus
      * sur aucun bulletin.
      **
           PERFORM 1250-CONTROLER-MODIFICATION
               THRU 1250-EXIT.
           IF NOT WS-MODIF-PERMISE
               GO TO 6100-EXIT
           END-IF.

           DISPLAY "BUREAU DE VOTE: ".
           ACCEPT WS-NOUV-PRECINCT.
           DISPLAY "POSTE: ".
           ACCEPT WS-NOUV-POSTE.

           PERFORM 8700-CHERCHER-STYLE
               THRU 8700-EXIT.
           IF NOT WS-TROUVE
               DISPLAY "POSTE " WS-NOUV-POSTE " ABSENT DU BULLETIN "
                       "DU BUREAU " WS-NOUV-PRECINCT
               GO TO 6100-EXIT
           END-IF.
           SET WS-IND-STYLE TO SY-IDX.

           PERFORM 8800-COMPTER-BUREAUX-POSTE
               THRU 8800-EXIT.
           IF WS-NB-BUREAUX = 1
               MOVE WS-NOUV-POSTE TO WS-POSTE-CHERCHE
               PERFORM 8900-VERIFIER-CANDIDATS-POSTE
                   THRU 8900-EXIT
               IF WS-POSTE-A-CANDIDAT
                   DISPLAY "DERNIER BUREAU DU POSTE " WS-NOUV-POSTE
                           " - RETIRER D'ABORD SES CANDIDATS"
                   GO TO 6100-EXIT
               END-IF
           END-IF.

           MOVE WS-IND-STYLE TO WS-IND-RETRAIT.
           PERFORM 8300-REECRIRE-STYLES
               THRU 8300-EXIT.
           MOVE ZERO TO WS-IND-RETRAIT.
           DISPLAY "POSTE " WS-NOUV-POSTE " RETIRE DU BULLETIN DU "
                   "BUREAU " WS-NOUV-PRECINCT.
       6100-EXIT.
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
           MOVE WS-SC-ID             TO SE-ID-SCRUTIN.
           MOVE ZERO                 TO SE-POSTE-TRAVAIL.

           WRITE SE-RECORD.
           IF NOT CR-FSESSIONS-OK
               DISPLAY "ERREUR ECRITURE SESSIONS.DAT - CODE "
                       CR-FSESSIONS
           END-IF.

           CLOSE FSESSIONS.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       8100-REECRIRE-CANDIDATS.
      **
      * Reecrit candidats.dat a partir de la table, sans l'entree
      * WS-IND-RETRAIT (zero: aucune), regroupe par poste dans
      * l'ordre de premiere apparition des postes - un candidat
      * ajoute rejoint ainsi les autres candidats de son poste.
      * La table est rechargee du fichier reecrit.
      **
           OPEN OUTPUT FCANDIDATS.
           IF NOT CR-FCANDIDATS-OK
               DISPLAY "ERREUR OUVERTURE CANDIDATS.DAT - CODE "
                       CR-FCANDIDATS
               STOP RUN
           END-IF.

           PERFORM 8110-MARQUER-CANDIDAT
               THRU 8110-EXIT
               VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > WS-NB-CANDIDATS.

           PERFORM 8120-ECRIRE-POSTE
               THRU 8120-EXIT
               VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > WS-NB-CANDIDATS.

           CLOSE FCANDIDATS.

           PERFORM 1300-CHARGER-CANDIDATS
               THRU 1300-EXIT.
       8100-EXIT.
           EXIT.

       8110-MARQUER-CANDIDAT.
           SET WS-IND-GROUPE TO CD-IDX.
           IF WS-IND-GROUPE = WS-IND-RETRAIT
               SET WS-T-ECRIT (CD-IDX) TO TRUE
           ELSE
               MOVE "N" TO WS-T-ECRIT-SW (CD-IDX)
           END-IF.
       8110-EXIT.
           EXIT.

       8120-ECRIRE-POSTE.
      **
      * Premier candidat non encore ecrit d'un poste: ecrit tous
      * les candidats de ce poste, a partir de celui-ci.
      **
           IF WS-T-ECRIT (CD-IDX)
               GO TO 8120-EXIT
           END-IF.

           MOVE WS-T-POSTE (CD-IDX) TO WS-POSTE-CHERCHE.
           PERFORM 8130-ECRIRE-CANDIDAT
               THRU 8130-EXIT
               VARYING CD-IDX2 FROM CD-IDX BY 1
               UNTIL CD-IDX2 > WS-NB-CANDIDATS.
       8120-EXIT.
           EXIT.

       8130-ECRIRE-CANDIDAT.
           IF WS-T-ECRIT (CD-IDX2)
              OR WS-T-POSTE (CD-IDX2) NOT = WS-POSTE-CHERCHE
               GO TO 8130-EXIT
           END-IF.

           MOVE SPACES               TO CD-RECORD.
           MOVE WS-T-CODE (CD-IDX2)  TO CD-CODE.
           MOVE WS-T-NOM (CD-IDX2)   TO CD-NOM.
           MOVE WS-T-PARTI (CD-IDX2) TO CD-PARTI.
           MOVE WS-T-POSTE (CD-IDX2) TO CD-POSTE.
           WRITE CD-RECORD.
           IF NOT CR-FCANDIDATS-OK
               DISPLAY "ERREUR ECRITURE CANDIDATS.DAT - CODE "
                       CR-FCANDIDATS
               STOP RUN
           END-IF.
           SET WS-T-ECRIT (CD-IDX2) TO TRUE.
       8130-EXIT.
           EXIT.

       8200-REECRIRE-QUALIFIES.
      **
      * Reecrit candidatsecrits.dat a partir de la table, sans
      * l'entree WS-IND-RETRAIT (zero: aucune), puis recharge la
      * table.
      **
           OPEN OUTPUT FQUALIFIES.
           IF NOT CR-FQUALIFIES-OK
               DISPLAY "ERREUR OUVERTURE CANDIDATSECRITS.DAT - "
                       "CODE " CR-FQUALIFIES
               STOP RUN
           END-IF.

           PERFORM 8210-ECRIRE-QUALIFIE
               THRU 8210-EXIT
               VARYING QW-IDX FROM 1 BY 1
               UNTIL QW-IDX > WS-NB-QUALIFIES.

           CLOSE FQUALIFIES.

           PERFORM 1400-CHARGER-QUALIFIES
               THRU 1400-EXIT.
       8200-EXIT.
           EXIT.

       8210-ECRIRE-QUALIFIE.
           SET WS-IND-GROUPE TO QW-IDX.
           IF WS-IND-GROUPE = WS-IND-RETRAIT
               GO TO 8210-EXIT
           END-IF.

           MOVE SPACES              TO QW-RECORD.
           MOVE WS-Q-CODE (QW-IDX)  TO QW-CODE.
           MOVE WS-Q-NOM (QW-IDX)   TO QW-NOM.
           MOVE WS-Q-POSTE (QW-IDX) TO QW-POSTE.
           WRITE QW-RECORD.
           IF NOT CR-FQUALIFIES-OK
               DISPLAY "ERREUR ECRITURE CANDIDATSECRITS.DAT - CODE "
                       CR-FQUALIFIES
               STOP RUN
           END-IF.
       8210-EXIT.
           EXIT.

       8300-REECRIRE-STYLES.
      **
      * Reecrit bureauxpostes.dat a partir de la table, sans
      * l'entree WS-IND-RETRAIT (zero: aucune), puis recharge la
      * table.
      **
           OPEN OUTPUT FSTYLES.
           IF NOT CR-FSTYLES-OK
               DISPLAY "ERREUR OUVERTURE BUREAUXPOSTES.DAT - CODE "
                       CR-FSTYLES
               STOP RUN
           END-IF.

           PERFORM 8310-ECRIRE-STYLE
               THRU 8310-EXIT
               VARYING SY-IDX FROM 1 BY 1
               UNTIL SY-IDX > WS-NB-STYLES.

           CLOSE FSTYLES.

           PERFORM 1500-CHARGER-STYLES
               THRU 1500-EXIT.
       8300-EXIT.
           EXIT.

       8310-ECRIRE-STYLE.
           SET WS-IND-GROUPE TO SY-IDX.
           IF WS-IND-GROUPE = WS-IND-RETRAIT
               GO TO 8310-EXIT
           END-IF.

           MOVE SPACES                 TO ST-RECORD.
           MOVE WS-S-PRECINCT (SY-IDX) TO ST-PRECINCT.
           MOVE WS-S-POSTE (SY-IDX)    TO ST-POSTE.
           WRITE ST-RECORD.
           IF NOT CR-FSTYLES-OK
               DISPLAY "ERREUR ECRITURE BUREAUXPOSTES.DAT - CODE "
                       CR-FSTYLES
               STOP RUN
           END-IF.
       8310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       8500-VERIFIER-CODE.
      **
      * Pose WS-CODE-PRIS si WS-NOUV-CODE est deja attribue a un
      * candidat imprime ou a un candidat inscrit qualifie.
      **
           SET WS-CODE-PRIS-SW TO "N".

           SET CD-IDX TO 1.
           SEARCH WS-CANDIDAT
               AT END
                   CONTINUE
               WHEN CD-IDX > WS-NB-CANDIDATS
                   CONTINUE
               WHEN WS-T-CODE (CD-IDX) = WS-NOUV-CODE
                   SET WS-CODE-PRIS-SW TO "O"
           END-SEARCH.

           SET QW-IDX TO 1.
           SEARCH WS-QUALIFIE
               AT END
                   CONTINUE
               WHEN QW-IDX > WS-NB-QUALIFIES
                   CONTINUE
               WHEN WS-Q-CODE (QW-IDX) = WS-NOUV-CODE
                   SET WS-CODE-PRIS-SW TO "O"
           END-SEARCH.
       8500-EXIT.
           EXIT.

       8600-VERIFIER-POSTE.
      **
      * Pose WS-POSTE-AU-STYLE si le poste WS-POSTE-CHERCHE figure
      * au style d'au moins un bureau.
      **
           SET WS-POSTE-AU-STYLE-SW TO "N".

           SET SY-IDX TO 1.
           SEARCH WS-STYLE
               AT END
                   CONTINUE
               WHEN SY-IDX > WS-NB-STYLES
                   CONTINUE
               WHEN WS-S-POSTE (SY-IDX) = WS-POSTE-CHERCHE
                   SET WS-POSTE-AU-STYLE-SW TO "O"
           END-SEARCH.
       8600-EXIT.
           EXIT.

       8700-CHERCHER-STYLE.
      **
      * Cherche le couple WS-NOUV-PRECINCT / WS-NOUV-POSTE dans les
      * styles; SY-IDX pointe l'entree trouvee (WS-TROUVE).
      **
           SET WS-TROUVE-SW TO "N".

           SET SY-IDX TO 1.
           SEARCH WS-STYLE
               AT END
                   CONTINUE
               WHEN SY-IDX > WS-NB-STYLES
                   CONTINUE
               WHEN WS-S-PRECINCT (SY-IDX) = WS-NOUV-PRECINCT
                AND WS-S-POSTE (SY-IDX) = WS-NOUV-POSTE
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.
       8700-EXIT.
           EXIT.

       8800-COMPTER-BUREAUX-POSTE.
      **
      * Compte dans WS-NB-BUREAUX les bureaux dont le bulletin porte
      * le poste WS-NOUV-POSTE.
      **
           MOVE ZERO TO WS-NB-BUREAUX.
           PERFORM 8810-COMPTER-STYLE
               THRU 8810-EXIT
               VARYING SY-IDX FROM 1 BY 1
               UNTIL SY-IDX > WS-NB-STYLES.
       8800-EXIT.
           EXIT.

       8810-COMPTER-STYLE.
           IF WS-S-POSTE (SY-IDX) = WS-NOUV-POSTE
               ADD 1 TO WS-NB-BUREAUX
           END-IF.
       8810-EXIT.
           EXIT.

       8900-VERIFIER-CANDIDATS-POSTE.
      **
      * Pose WS-POSTE-A-CANDIDAT si un candidat imprime ou inscrit
      * est depose au poste WS-POSTE-CHERCHE.
      **
           SET WS-POSTE-A-CANDIDAT-SW TO "N".

           SET CD-IDX TO 1.
           SEARCH WS-CANDIDAT
               AT END
                   CONTINUE
               WHEN CD-IDX > WS-NB-CANDIDATS
                   CONTINUE
               WHEN WS-T-POSTE (CD-IDX) = WS-POSTE-CHERCHE
                   SET WS-POSTE-A-CANDIDAT-SW TO "O"
           END-SEARCH.

           SET QW-IDX TO 1.
           SEARCH WS-QUALIFIE
               AT END
                   CONTINUE
               WHEN QW-IDX > WS-NB-QUALIFIES
                   CONTINUE
               WHEN WS-Q-POSTE (QW-IDX) = WS-POSTE-CHERCHE
                   SET WS-POSTE-A-CANDIDAT-SW TO "O"
           END-SEARCH.
       8900-EXIT.
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

       END PROGRAM definitionBulletin.
