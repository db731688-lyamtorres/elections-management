      ******************************************************************
      * Program-ID:  VERIFICATIONMANUELLE
      * Author:      M. Fortin, Direction du scrutin - Informatique
      * Installation: Bureau des elections
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Post-election hand-count audit of the FERME
      *              scrutin, before certification. A supervisor
      *              draws a random sample of keying batches
      *              (lots.dat, balanced or verified batches) or of
      *              precincts (resultatsbureaux.dat) from a seed the
      *              board enters in public - the generator is a
      *              plain multiplicative congruential one, so the
      *              draw can be reproduced by hand from the seed -
      *              and prints the pull list for the paper ballots.
      *              Hand-counted votes per candidate are keyed for
      *              each drawn batch; the discrepancy statement
      *              compares them with the bulletins.dat votes
      *              carrying that BL-LOT (BL-PRECINCT for a precinct
      *              sample). A discrepancy rate over the director's
      *              tolerance escalates the audit: the sample is
      *              doubled from the same generator and the new
      *              batches are added to the pull list, until the
      *              rate is within tolerance or every batch has
      *              been hand-counted. The finished audit is signed
      *              by a supervisor; clotureScrutin will not
      *              certify without that signature.
      *              Everything is journaled in verifmanuelle.dat
      *              (see VERIFREC).
      *              Each run is recorded in the run-control
      *              ledger (traitements.dat).
      ******************************************************************
      * Modification History:
      *   2026-10-15  MF    Initial version.
      *   2026-10-15  MF    Execution consignee au journal des
      *                     traitements (voir TRAITREC).
      *   2026-10-15  MF    Les arrets en erreur (code retour 8) sont
      *                     consignes au journal des traitements. Heure
      *                     systeme lue en HHMMSScc: les journaux des
      *                     traitements et des sessions recoivent
      *                     HHMMSS.
      *   2026-10-15  MF    Journal des traitements: les ecrits sont les
      *                     enregistrements ecrits a verifmanuelle.dat
      *                     pendant l'execution, non plus les comptes du
      *                     dernier lot saisi.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. verificationManuelle.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FVERIF ASSIGN TO "verifmanuelle.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FVERIF.

           SELECT FSCRUTIN ASSIGN TO "scrutin.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FSCRUTIN.

           SELECT FLOTS ASSIGN TO "lots.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FLOTS.

           SELECT FBUREAUX ASSIGN TO "resultatsbureaux.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FBUREAUX.

           SELECT FBULLETINS ASSIGN TO "bulletins.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FBULLETINS.

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
       FD  FVERIF
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY VERIFREC.

       FD  FSCRUTIN
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY SCRUTREC.

       FD  FLOTS
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY LOTREC.

       FD  FBUREAUX
           RECORD CONTAINS 70 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY PRECREC.

       FD  FBULLETINS
           RECORD CONTAINS 26 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY BULLREC.

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
           77  CR-FVERIF               PIC 9(02).
               88  CR-FVERIF-OK                VALUE 00.
               88  CR-FVERIF-ABSENT            VALUE 35.
           77  CR-FSCRUTIN             PIC 9(02).
               88  CR-FSCRUTIN-OK              VALUE 00.
           77  CR-FLOTS                PIC 9(02).
               88  CR-FLOTS-OK                 VALUE 00.
               88  CR-FLOTS-ABSENT             VALUE 35.
           77  CR-FBUREAUX             PIC 9(02).
               88  CR-FBUREAUX-OK              VALUE 00.
               88  CR-FBUREAUX-ABSENT          VALUE 35.
           77  CR-FBULLETINS           PIC 9(02).
               88  CR-FBULLETINS-OK            VALUE 00.
               88  CR-FBULLETINS-ABSENT        VALUE 35.
           77  CR-FCANDIDATS           PIC 9(02).
               88  CR-FCANDIDATS-OK            VALUE 00.
               88  CR-FCANDIDATS-ABSENT        VALUE 35.
           77  CR-FQUALIFIES           PIC 9(02).
               88  CR-FQUALIFIES-OK            VALUE 00.
               88  CR-FQUALIFIES-ABSENT        VALUE 35.
           77  CR-FSTYLES              PIC 9(02).
               88  CR-FSTYLES-OK               VALUE 00.
               88  CR-FSTYLES-ABSENT           VALUE 35.
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
           77  WS-SCRUTIN-TROUVE-SW    PIC X(01)   VALUE "N".
               88  WS-SCRUTIN-TROUVE           VALUE "O".
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
           77  WS-AU-STYLE-SW          PIC X(01)   VALUE "N".
               88  WS-AU-STYLE                 VALUE "O".
           77  WS-SIGNE-SW             PIC X(01)   VALUE "N".
               88  WS-SIGNE                    VALUE "O".
           77  WS-INCOMPLET-SW         PIC X(01)   VALUE "N".
               88  WS-INCOMPLET                VALUE "O".

           77  WS-OPER-CHERCHE         PIC X(06).
           77  WS-OPER-ID              PIC X(06).
           77  WS-OPER-NOM             PIC X(20).
           77  WS-OPER-ROLE            PIC X(01).
               88  WS-OPER-SUPERVISEUR         VALUE "S".
           77  WS-CHOIX                PIC 9(01).
           77  WS-REPONSE              PIC X(01).
           77  WS-DATE-SYS             PIC 9(08).

           01  WS-SCRUTIN-COURANT.
               05  WS-SC-ID            PIC 9(04)   VALUE ZERO.
               05  WS-SC-TITRE         PIC X(30).
               05  WS-SC-DATE          PIC 9(08).

      * Etat de la verification du scrutin, rebati de
      * verifmanuelle.dat: palier courant et parametres du tirage,
      * dernier verdict et signature.
           77  WS-PALIER               PIC 9(02)   VALUE ZERO.
           77  WS-MODE                 PIC X(01)   VALUE SPACE.
               88  WS-MODE-LOTS                VALUE "L".
               88  WS-MODE-BUREAUX             VALUE "B".
           77  WS-GERME                PIC 9(10)   VALUE ZERO.
           77  WS-ETAT-GERME           PIC 9(10)   VALUE ZERO.
           77  WS-TAILLE               PIC 9(04)   VALUE ZERO.
           77  WS-TOLERANCE            PIC 9(02)V99 VALUE ZERO.
           77  WS-VERDICT              PIC X(01)   VALUE SPACE.
               88  WS-VERDICT-CONFORME         VALUE "C".
               88  WS-VERDICT-HORS-TOLERANCE   VALUE "X".
           77  WS-VERDICT-PALIER       PIC 9(02)   VALUE ZERO.
           77  WS-SIGNATAIRE           PIC X(20)   VALUE SPACES.
           77  WS-DATE-SIGNATURE       PIC 9(08)   VALUE ZERO.

      * Saisie du tirage.
           77  WS-GERME-SAISI          PIC 9(09).
           77  WS-TAILLE-SAISIE        PIC 9(04).
           77  WS-TOLERANCE-SAISIE     PIC 9(04).
           77  WS-NB-A-TIRER           PIC 9(04).

      * Generateur du tirage: ETAT = ETAT * 16807 modulo
      * 2147483647. La position tiree est ETAT modulo le nombre de
      * lots restants, plus un: le rang du lot parmi les lots non
      * encore tires, dans l'ordre croissant des numeros.
           77  WS-MULTIPLICATEUR       PIC 9(05)   VALUE 16807.
           77  WS-MODULE               PIC 9(10)   VALUE 2147483647.
           77  WS-PRODUIT              PIC 9(15).
           77  WS-QUOTIENT             PIC 9(15).
           77  WS-NB-RESTANTS          PIC 9(04).
           77  WS-POSITION             PIC 9(04).
           77  WS-RANG-RESTANT         PIC 9(04).

           77  WS-CLE-SAISIE           PIC 9(04).
           77  WS-VOTES-SAISIS         PIC 9(05).
           77  WS-PRECINCT-LOT         PIC 9(04).
           77  WS-CLE-BULLETIN         PIC 9(04).

           77  WS-NB-POPULATION        PIC 9(04)   VALUE ZERO.
           77  WS-NB-TIRES             PIC 9(04)   VALUE ZERO.
           77  WS-NB-MANUEL            PIC 9(04)   VALUE ZERO.
           77  WS-NB-LIGNES            PIC 9(04)   VALUE ZERO.
           77  WS-NB-SAISIES           PIC 9(04)   VALUE ZERO.
           77  WS-NB-ECRITS            PIC 9(07)   VALUE ZERO.
           77  WS-NB-CANDIDATS         PIC 9(04)   VALUE ZERO.
           77  WS-NB-STYLES            PIC 9(04)   VALUE ZERO.
           77  WS-NB-A-COMPTER         PIC 9(04)   VALUE ZERO.
           77  WS-NB-DECOMPTES         PIC 9(04)   VALUE ZERO.
           77  WS-IND-INSERTION        PIC 9(04).
           77  WS-IND-DECALAGE         PIC 9(04).
           77  WS-IND-LIGNE            PIC 9(04).

           77  WS-TOTAL-MANUEL         PIC 9(07)   VALUE ZERO.
           77  WS-TOTAL-MACHINE        PIC 9(07)   VALUE ZERO.
           77  WS-TOTAL-ECART          PIC 9(07)   VALUE ZERO.
           77  WS-ECART-LIGNE          PIC S9(06).
           77  WS-TAUX                 PIC 9(03)V99 VALUE ZERO.
           77  WS-ECART-ED             PIC -(6)9.
           77  WS-TAUX-ED              PIC ZZ9.99.
           77  WS-TOLERANCE-ED         PIC Z9.99.
           77  WS-NOM-CANDIDAT         PIC X(20).

      * Population du tirage en ordre croissant de numero: lots de
      * saisie balances ou verifies du scrutin, ou bureaux de vote
      * de resultatsbureaux.dat. WS-PP-NB: bulletins saisis du lot
      * ou deposes au bureau, pour la liste de prelevement.
           01  WS-TABLE-POPULATION.
               05  WS-POPUL            OCCURS 2000 TIMES
                                       INDEXED BY PP-IDX.
                   10  WS-PP-CLE       PIC 9(04).
                   10  WS-PP-PRECINCT  PIC 9(04).
                   10  WS-PP-DATE      PIC 9(08).
                   10  WS-PP-OPER      PIC X(06).
                   10  WS-PP-NB        PIC 9(05).
                   10  WS-PP-TIRE-SW   PIC X(01).
                       88  WS-PP-TIRE          VALUE "O".
           01  WS-POPUL-NOUV.
               05  WS-PN-CLE           PIC 9(04).
               05  WS-PN-PRECINCT      PIC 9(04).
               05  WS-PN-DATE          PIC 9(08).
               05  WS-PN-OPER          PIC X(06).
               05  WS-PN-NB            PIC 9(05).
               05  WS-PN-TIRE-SW       PIC X(01).

      * Lots (ou bureaux) tires, dans l'ordre du tirage.
           01  WS-TABLE-TIRES.
               05  WS-TIRE             OCCURS 2000 TIMES
                                       INDEXED BY TI-IDX.
                   10  WS-TI-CLE       PIC 9(04).
                   10  WS-TI-PRECINCT  PIC 9(04).
                   10  WS-TI-PALIER    PIC 9(02).
                   10  WS-TI-RANG      PIC 9(04).
                   10  WS-TI-COMPTE-SW PIC X(01).
                       88  WS-TI-COMPTE        VALUE "O".

      * Lignes de comparaison par lot et candidat: votes comptes a
      * la main (saisis) et votes de bulletins.dat. Les
      * WS-NB-MANUEL premieres lignes viennent du depouillement
      * manuel; l'etat des ecarts y ajoute les candidats presents
      * aux seuls bulletins saisis.
           01  WS-TABLE-LIGNES.
               05  WS-LIGNE            OCCURS 5000 TIMES
                                       INDEXED BY LI-IDX.
                   10  WS-LI-CLE       PIC 9(04).
                   10  WS-LI-CANDIDAT  PIC 9(04).
                   10  WS-LI-MANUEL    PIC 9(05).
                   10  WS-LI-MACHINE   PIC 9(05).

           01  WS-TABLE-CANDIDATS.
               05  WS-CANDIDAT         OCCURS 600 TIMES
                                       INDEXED BY CA-IDX.
                   10  WS-CA-CODE      PIC 9(04).
                   10  WS-CA-NOM       PIC X(20).
                   10  WS-CA-POSTE     PIC X(15).

           01  WS-TABLE-STYLES.
               05  WS-STYLE            OCCURS 2000 TIMES
                                       INDEXED BY SY-IDX.
                   10  WS-S-PRECINCT   PIC 9(04).
                   10  WS-S-POSTE      PIC X(15).

      * Controle du NIP a l'ouverture de session et journal des
      * sessions (voir SESSREC).
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "verificationManuelle".
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

           DISPLAY "FIN DE LA VERIFICATION MANUELLE.".
           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "FIN"       TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.

           MOVE WS-NB-TIRES          TO WS-TR-NB-LUS.
           MOVE WS-NB-ECRITS         TO WS-TR-NB-ECRITS.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
       1000-INITIALISATION.
      **
      * Identifie l'operateur, retient le scrutin FERME du
      * calendrier, rebatit l'etat de sa verification et charge les
      * candidats et les styles de bulletin pour la saisie.
      **
           DISPLAY "===== VERIFICATION MANUELLE DU SCRUTIN =====".

           SET WS-NIP-OK-SW TO "N".
           PERFORM 1100-SAISIE-OPERATEUR
               THRU 1100-EXIT
               UNTIL WS-NIP-OK.

           MOVE OP-ID   TO WS-OPER-ID.
           MOVE OP-NOM  TO WS-OPER-NOM.
           MOVE OP-ROLE TO WS-OPER-ROLE.
           MOVE WS-OPER-ID TO WS-TR-OPERATEUR.
           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "OUVERTURE" TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.
           DISPLAY "SESSION OUVERTE - " WS-OPER-NOM
                   " (" WS-OPER-ID ")".

           PERFORM 1200-LIRE-SCRUTIN
               THRU 1200-EXIT.
           MOVE WS-SC-ID TO WS-TR-ID-SCRUTIN.

           PERFORM 1300-CHARGER-VERIFICATION
               THRU 1300-EXIT.

           PERFORM 1500-CHARGER-CANDIDATS
               THRU 1500-EXIT.
           PERFORM 1600-CHARGER-STYLES
               THRU 1600-EXIT.

           IF WS-PALIER NOT = ZERO
               PERFORM 1400-CHARGER-POPULATION
                   THRU 1400-EXIT
               IF WS-MODE-LOTS
                   DISPLAY "ECHANTILLON DE LOTS DE SAISIE - PALIER "
                           WS-PALIER " - " WS-NB-TIRES " TIRES SUR "
                           WS-NB-POPULATION
               ELSE
                   DISPLAY "ECHANTILLON DE BUREAUX DE VOTE - PALIER "
                           WS-PALIER " - " WS-NB-TIRES " TIRES SUR "
                           WS-NB-POPULATION
               END-IF
           ELSE
               DISPLAY "AUCUN ECHANTILLON TIRE POUR CE SCRUTIN"
           END-IF.
           IF WS-SIGNE
               DISPLAY "VERIFICATION SIGNEE PAR " WS-SIGNATAIRE
                       " LE " WS-DATE-SIGNATURE
           END-IF.
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
      * Retient l'evenement FERME du calendrier: la verification se
      * fait apres le decompte et avant la certification.
      **
           OPEN INPUT FSCRUTIN.
           IF NOT CR-FSCRUTIN-OK
               DISPLAY "ERREUR OUVERTURE SCRUTIN.DAT - CODE "
                       CR-FSCRUTIN
               STOP RUN
           END-IF.

           SET WS-FIN-SCRUTIN-SW TO "N".
           SET WS-SCRUTIN-TROUVE-SW TO "N".
           PERFORM 1210-CHERCHER-SCRUTIN-FERME
               THRU 1210-EXIT
               UNTIL WS-FIN-SCRUTIN.
           CLOSE FSCRUTIN.

           IF NOT WS-SCRUTIN-TROUVE
               DISPLAY "AUCUN SCRUTIN FERME AU CALENDRIER - RIEN A "
                       "VERIFIER"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.

           DISPLAY "SCRUTIN " WS-SC-ID " - " WS-SC-TITRE
                   " DU " WS-SC-DATE.
       1200-EXIT.
           EXIT.

       1210-CHERCHER-SCRUTIN-FERME.
           READ FSCRUTIN
               AT END
                   SET WS-FIN-SCRUTIN-SW TO "O"
                   GO TO 1210-EXIT
           END-READ.

           IF SC-FERME AND NOT WS-SCRUTIN-TROUVE
               MOVE SC-ID-SCRUTIN TO WS-SC-ID
               MOVE SC-TITRE      TO WS-SC-TITRE
               MOVE SC-DATE       TO WS-SC-DATE
               SET WS-SCRUTIN-TROUVE-SW TO "O"
           END-IF.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       1300-CHARGER-VERIFICATION.
      **
      * Rebatit l'etat de la verification du scrutin courant a
      * partir du journal verifmanuelle.dat: parametres du dernier
      * palier tire, lots tires, comptes manuels, dernier verdict et
      * signature. Sans journal, aucun tirage n'a encore eu lieu.
      **
           OPEN INPUT FVERIF.
           IF CR-FVERIF-ABSENT
               GO TO 1300-EXIT
           END-IF.
           IF NOT CR-FVERIF-OK
               DISPLAY "ERREUR OUVERTURE VERIFMANUELLE.DAT - CODE "
                       CR-FVERIF
               STOP RUN
           END-IF.

           SET WS-FIN-FICHIER-SW TO "N".
           PERFORM 1310-CHARGER-ENREG
               THRU 1310-EXIT
               UNTIL WS-FIN-FICHIER.
           CLOSE FVERIF.
       1300-EXIT.
           EXIT.

       1310-CHARGER-ENREG.
           READ FVERIF
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 1310-EXIT
           END-READ.

           IF VM-ID-SCRUTIN NOT = WS-SC-ID
               GO TO 1310-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN VM-TYPE-TIRAGE
                   MOVE VM-PALIER       TO WS-PALIER
                   MOVE VM-T-MODE       TO WS-MODE
                   MOVE VM-T-GERME      TO WS-GERME
                   MOVE VM-T-ETAT       TO WS-ETAT-GERME
                   MOVE VM-T-TAILLE     TO WS-TAILLE
                   MOVE VM-T-TOLERANCE  TO WS-TOLERANCE
               WHEN VM-TYPE-LOT
                   IF WS-NB-TIRES < 2000
                       ADD 1 TO WS-NB-TIRES
                       MOVE VM-L-LOT      TO WS-TI-CLE (WS-NB-TIRES)
                       MOVE VM-L-PRECINCT
                                       TO WS-TI-PRECINCT (WS-NB-TIRES)
                       MOVE VM-PALIER     TO WS-TI-PALIER (WS-NB-TIRES)
                       MOVE VM-L-RANG     TO WS-TI-RANG (WS-NB-TIRES)
                       MOVE "N"        TO WS-TI-COMPTE-SW (WS-NB-TIRES)
                   END-IF
               WHEN VM-TYPE-COMPTE
                   PERFORM 1320-CHARGER-COMPTE
                       THRU 1320-EXIT
               WHEN VM-TYPE-RESULTAT
                   MOVE VM-R-VERDICT    TO WS-VERDICT
                   MOVE VM-PALIER       TO WS-VERDICT-PALIER
               WHEN VM-TYPE-SIGNATURE
                   SET WS-SIGNE-SW TO "O"
                   MOVE VM-S-NOM        TO WS-SIGNATAIRE
                   MOVE VM-DATE         TO WS-DATE-SIGNATURE
           END-EVALUATE.
       1310-EXIT.
           EXIT.

       1320-CHARGER-COMPTE.
           IF WS-NB-MANUEL = 5000
               DISPLAY "TROP DE COMPTES MANUELS - MAXIMUM 5000"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.

           ADD 1 TO WS-NB-MANUEL.
           MOVE VM-C-LOT      TO WS-LI-CLE (WS-NB-MANUEL).
           MOVE VM-C-CANDIDAT TO WS-LI-CANDIDAT (WS-NB-MANUEL).
           MOVE VM-C-VOTES    TO WS-LI-MANUEL (WS-NB-MANUEL).
           MOVE ZERO          TO WS-LI-MACHINE (WS-NB-MANUEL).

           SET TI-IDX TO 1.
           SEARCH WS-TIRE
               AT END
                   CONTINUE
               WHEN TI-IDX > WS-NB-TIRES
                   CONTINUE
               WHEN WS-TI-CLE (TI-IDX) = VM-C-LOT
                   SET WS-TI-COMPTE (TI-IDX) TO TRUE
           END-SEARCH.
       1320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       1400-CHARGER-POPULATION.
      **
      * Charge la population du tirage selon le mode: lots de
      * saisie du scrutin balances ou verifies (les lots suspendus
      * n'ont rien verse a bulletins.dat), ou bureaux de vote de
      * resultatsbureaux.dat. La table est tenue en ordre croissant
      * de numero pour que le tirage se reproduise a partir du seul
      * germe; les lots deja tires y sont marques.
      **
           MOVE ZERO TO WS-NB-POPULATION.
           SET WS-FIN-FICHIER-SW TO "N".

           IF WS-MODE-LOTS
               OPEN INPUT FLOTS
               IF CR-FLOTS-ABSENT
                   DISPLAY "AUCUN FICHIER LOTS.DAT"
                   GO TO 1400-EXIT
               END-IF
               IF NOT CR-FLOTS-OK
                   DISPLAY "ERREUR OUVERTURE LOTS.DAT - CODE "
                           CR-FLOTS
                   STOP RUN
               END-IF
               PERFORM 1410-CHARGER-LOT
                   THRU 1410-EXIT
                   UNTIL WS-FIN-FICHIER
               CLOSE FLOTS
           ELSE
               OPEN INPUT FBUREAUX
               IF CR-FBUREAUX-ABSENT
                   DISPLAY "AUCUN FICHIER RESULTATSBUREAUX.DAT - "
                           "DECOMPTEVOTES N'A PAS ETE EXECUTE"
                   GO TO 1400-EXIT
               END-IF
               IF NOT CR-FBUREAUX-OK
                   DISPLAY "ERREUR OUVERTURE RESULTATSBUREAUX.DAT - "
                           "CODE " CR-FBUREAUX
                   STOP RUN
               END-IF
               PERFORM 1420-CHARGER-BUREAU
                   THRU 1420-EXIT
                   UNTIL WS-FIN-FICHIER
               CLOSE FBUREAUX
           END-IF.

           PERFORM 1470-MARQUER-TIRE
               THRU 1470-EXIT
               VARYING TI-IDX FROM 1 BY 1
               UNTIL TI-IDX > WS-NB-TIRES.
       1400-EXIT.
           EXIT.

       1410-CHARGER-LOT.
           READ FLOTS
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 1410-EXIT
           END-READ.

           IF LO-ID-SCRUTIN NOT = WS-SC-ID
               GO TO 1410-EXIT
           END-IF.
           IF NOT LO-BALANCE AND NOT LO-VERIFIE
               GO TO 1410-EXIT
           END-IF.

           MOVE LO-NUMERO     TO WS-PN-CLE.
           MOVE LO-PRECINCT   TO WS-PN-PRECINCT.
           MOVE LO-DATE       TO WS-PN-DATE.
           MOVE LO-OPERATEUR  TO WS-PN-OPER.
           MOVE LO-NB-SAISIS  TO WS-PN-NB.
           MOVE "N"           TO WS-PN-TIRE-SW.
           PERFORM 1450-INSERER-POPULATION
               THRU 1450-EXIT.
       1410-EXIT.
           EXIT.

       1420-CHARGER-BUREAU.
      **
      * Un bureau par numero; WS-PP-NB retient le plus grand nombre
      * de BULLETINS DEPOSES de ses postes.
      **
           READ FBUREAUX
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 1420-EXIT
           END-READ.

           IF PV-ID-SCRUTIN NOT = WS-SC-ID
               GO TO 1420-EXIT
           END-IF.

           MOVE PV-PRECINCT   TO WS-PN-CLE.
           MOVE PV-PRECINCT   TO WS-PN-PRECINCT.
           MOVE WS-SC-DATE    TO WS-PN-DATE.
           MOVE SPACES        TO WS-PN-OPER.
           MOVE ZERO          TO WS-PN-NB.
           MOVE "N"           TO WS-PN-TIRE-SW.
           PERFORM 1450-INSERER-POPULATION
               THRU 1450-EXIT.

           IF PV-NOM = "BULLETINS DEPOSES"
               IF PV-VOTES > WS-PP-NB (WS-IND-INSERTION)
                   MOVE PV-VOTES TO WS-PP-NB (WS-IND-INSERTION)
               END-IF
           END-IF.
       1420-EXIT.
           EXIT.

       1450-INSERER-POPULATION.
      **
      * Insere WS-POPUL-NOUV a son rang en ordre croissant de
      * numero, sauf s'il y est deja. WS-IND-INSERTION donne son
      * rang dans la table en sortie.
      **
           MOVE 1 TO WS-IND-INSERTION.
           SET WS-FIN-RECHERCHE-SW TO "N".
           PERFORM 1460-SITUER-POPULATION
               THRU 1460-EXIT
               UNTIL WS-FIN-RECHERCHE.
           IF WS-IND-INSERTION NOT > WS-NB-POPULATION
               IF WS-PP-CLE (WS-IND-INSERTION) = WS-PN-CLE
                   GO TO 1450-EXIT
               END-IF
           END-IF.

           IF WS-NB-POPULATION = 2000
               DISPLAY "POPULATION TROP GRANDE - MAXIMUM 2000"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.

           ADD 1 TO WS-NB-POPULATION.
           PERFORM 1465-DECALER-POPULATION
               THRU 1465-EXIT
               VARYING WS-IND-DECALAGE FROM WS-NB-POPULATION BY -1
               UNTIL WS-IND-DECALAGE NOT > WS-IND-INSERTION.
           MOVE WS-POPUL-NOUV TO WS-POPUL (WS-IND-INSERTION).
       1450-EXIT.
           EXIT.

       1460-SITUER-POPULATION.
           IF WS-IND-INSERTION > WS-NB-POPULATION
               SET WS-FIN-RECHERCHE-SW TO "O"
               GO TO 1460-EXIT
           END-IF.
           IF WS-PP-CLE (WS-IND-INSERTION) NOT < WS-PN-CLE
               SET WS-FIN-RECHERCHE-SW TO "O"
               GO TO 1460-EXIT
           END-IF.
           ADD 1 TO WS-IND-INSERTION.
       1460-EXIT.
           EXIT.

       1465-DECALER-POPULATION.
           MOVE WS-POPUL (WS-IND-DECALAGE - 1)
                                   TO WS-POPUL (WS-IND-DECALAGE).
       1465-EXIT.
           EXIT.

       1470-MARQUER-TIRE.
           SET PP-IDX TO 1.
           SEARCH WS-POPUL
               AT END
                   CONTINUE
               WHEN PP-IDX > WS-NB-POPULATION
                   CONTINUE
               WHEN WS-PP-CLE (PP-IDX) = WS-TI-CLE (TI-IDX)
                   SET WS-PP-TIRE (PP-IDX) TO TRUE
           END-SEARCH.
       1470-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       1500-CHARGER-CANDIDATS.
      **
      * Candidats imprimes (candidats.dat) et candidats inscrits
      * qualifies (candidatsecrits.dat), pour la saisie des comptes
      * manuels et les noms de l'etat des ecarts.
      **
           OPEN INPUT FCANDIDATS.
           IF CR-FCANDIDATS-ABSENT
               DISPLAY "AUCUN FICHIER CANDIDATS.DAT"
           ELSE
               IF NOT CR-FCANDIDATS-OK
                   DISPLAY "ERREUR OUVERTURE CANDIDATS.DAT - CODE "
                           CR-FCANDIDATS
                   STOP RUN
               END-IF
               SET WS-FIN-FICHIER-SW TO "N"
               PERFORM 1510-CHARGER-CANDIDAT
                   THRU 1510-EXIT
                   UNTIL WS-FIN-FICHIER
               CLOSE FCANDIDATS
           END-IF.

           OPEN INPUT FQUALIFIES.
           IF CR-FQUALIFIES-ABSENT
               GO TO 1500-EXIT
           END-IF.
           IF NOT CR-FQUALIFIES-OK
               DISPLAY "ERREUR OUVERTURE CANDIDATSECRITS.DAT - CODE "
                       CR-FQUALIFIES
               STOP RUN
           END-IF.
           SET WS-FIN-FICHIER-SW TO "N".
           PERFORM 1520-CHARGER-QUALIFIE
               THRU 1520-EXIT
               UNTIL WS-FIN-FICHIER.
           CLOSE FQUALIFIES.
       1500-EXIT.
           EXIT.

       1510-CHARGER-CANDIDAT.
           READ FCANDIDATS
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 1510-EXIT
           END-READ.

           IF WS-NB-CANDIDATS = 600
               DISPLAY "TROP DE CANDIDATS - MAXIMUM 600"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-CANDIDATS.
           MOVE CD-CODE  TO WS-CA-CODE (WS-NB-CANDIDATS).
           MOVE CD-NOM   TO WS-CA-NOM (WS-NB-CANDIDATS).
           MOVE CD-POSTE TO WS-CA-POSTE (WS-NB-CANDIDATS).
       1510-EXIT.
           EXIT.

       1520-CHARGER-QUALIFIE.
           READ FQUALIFIES
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 1520-EXIT
           END-READ.

           IF WS-NB-CANDIDATS = 600
               DISPLAY "TROP DE CANDIDATS - MAXIMUM 600"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-CANDIDATS.
           MOVE QW-CODE  TO WS-CA-CODE (WS-NB-CANDIDATS).
           MOVE QW-NOM   TO WS-CA-NOM (WS-NB-CANDIDATS).
           MOVE QW-POSTE TO WS-CA-POSTE (WS-NB-CANDIDATS).
       1520-EXIT.
           EXIT.

       1600-CHARGER-STYLES.
      **
      * Styles de bulletin (bureauxpostes.dat): la saisie d'un lot
      * ne demande que les candidats des postes au bulletin de son
      * bureau. Sans styles, tous les candidats sont demandes.
      **
           OPEN INPUT FSTYLES.
           IF CR-FSTYLES-ABSENT
               GO TO 1600-EXIT
           END-IF.
           IF NOT CR-FSTYLES-OK
               DISPLAY "ERREUR OUVERTURE BUREAUXPOSTES.DAT - CODE "
                       CR-FSTYLES
               STOP RUN
           END-IF.
           SET WS-FIN-FICHIER-SW TO "N".
           PERFORM 1610-CHARGER-STYLE
               THRU 1610-EXIT
               UNTIL WS-FIN-FICHIER.
           CLOSE FSTYLES.
       1600-EXIT.
           EXIT.

       1610-CHARGER-STYLE.
           READ FSTYLES
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 1610-EXIT
           END-READ.

           IF WS-NB-STYLES = 2000
               DISPLAY "TROP DE STYLES - MAXIMUM 2000"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-STYLES.
           MOVE ST-PRECINCT TO WS-S-PRECINCT (WS-NB-STYLES).
           MOVE ST-POSTE    TO WS-S-POSTE (WS-NB-STYLES).
       1610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2000-MENU-PRINCIPAL.
      **
      * Menu principal de la verification manuelle.
      **
           DISPLAY " ".
           DISPLAY "1 - TIRAGE DE L'ECHANTILLON".
           DISPLAY "2 - LISTE DE PRELEVEMENT DES BULLETINS".
           DISPLAY "3 - SAISIE DU DEPOUILLEMENT MANUEL D'UN LOT".
           DISPLAY "4 - ETAT DES ECARTS".
           DISPLAY "5 - SIGNATURE DE LA VERIFICATION".
           DISPLAY "9 - FIN DE SESSION".
           DISPLAY "VOTRE CHOIX: ".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM 3000-TIRAGE
                       THRU 3000-EXIT
               WHEN 2
                   PERFORM 4000-LISTE-PRELEVEMENT
                       THRU 4000-EXIT
               WHEN 3
                   PERFORM 4500-SAISIE-COMPTE
                       THRU 4500-EXIT
               WHEN 4
                   PERFORM 5000-ETAT-ECARTS
                       THRU 5000-EXIT
               WHEN 5
                   PERFORM 6000-SIGNATURE
                       THRU 6000-EXIT
               WHEN 9
                   SET WS-QUITTER TO TRUE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       3000-TIRAGE.
      **
      * Tirage du premier palier, fait par un superviseur devant la
      * commission: mode (lots de saisie ou bureaux), germe annonce
      * publiquement, taille de l'echantillon et tolerance fixee par
      * le directeur, en centiemes de pour cent de votes en ecart.
      **
           IF NOT WS-OPER-SUPERVISEUR
               DISPLAY "TIRAGE RESERVE A UN SUPERVISEUR"
               GO TO 3000-EXIT
           END-IF.
           IF WS-PALIER NOT = ZERO
               DISPLAY "ECHANTILLON DEJA TIRE POUR CE SCRUTIN - "
                       "VOIR LA LISTE DE PRELEVEMENT"
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "ECHANTILLON DE LOTS DE SAISIE (L) OU DE "
                   "BUREAUX (B): ".
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "L" AND WS-REPONSE NOT = "B"
               DISPLAY "MODE INVALIDE"
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-REPONSE TO WS-MODE.

           PERFORM 1400-CHARGER-POPULATION
               THRU 1400-EXIT.
           IF WS-NB-POPULATION = ZERO
               DISPLAY "AUCUN LOT A TIRER POUR CE SCRUTIN"
               MOVE SPACE TO WS-MODE
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "POPULATION: " WS-NB-POPULATION.

           DISPLAY "GERME ANNONCE PAR LA COMMISSION (1 A "
                   "999999999): ".
           ACCEPT WS-GERME-SAISI.
           DISPLAY "TAILLE DE L'ECHANTILLON: ".
           ACCEPT WS-TAILLE-SAISIE.
           DISPLAY "TOLERANCE DU DIRECTEUR EN CENTIEMES DE POUR "
                   "CENT (0050 = 0,50 %): ".
           ACCEPT WS-TOLERANCE-SAISIE.

           IF WS-GERME-SAISI = ZERO OR WS-TAILLE-SAISIE = ZERO
               DISPLAY "GERME ET TAILLE DOIVENT ETRE POSITIFS"
               MOVE SPACE TO WS-MODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-TAILLE-SAISIE > WS-NB-POPULATION
               MOVE WS-NB-POPULATION TO WS-TAILLE-SAISIE
           END-IF.
           COMPUTE WS-TOLERANCE = WS-TOLERANCE-SAISIE / 100.
           MOVE WS-TOLERANCE TO WS-TOLERANCE-ED.

           DISPLAY "TIRER " WS-TAILLE-SAISIE " SUR "
                   WS-NB-POPULATION " AVEC LE GERME " WS-GERME-SAISI
                   ", TOLERANCE " WS-TOLERANCE-ED " % (O/N)? ".
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O"
               DISPLAY "TIRAGE ANNULE"
               MOVE SPACE TO WS-MODE
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-GERME-SAISI   TO WS-GERME.
           MOVE WS-GERME-SAISI   TO WS-ETAT-GERME.
           MOVE WS-TAILLE-SAISIE TO WS-NB-A-TIRER.
           MOVE 1                TO WS-PALIER.
           PERFORM 3100-TIRER-ECHANTILLON
               THRU 3100-EXIT.

           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "TIRAGE"    TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.

           PERFORM 4000-LISTE-PRELEVEMENT
               THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

       3100-TIRER-ECHANTILLON.
      **
      * Tire WS-NB-A-TIRER lots de plus pour le palier WS-PALIER et
      * les consigne au journal: un enregistrement T (parametres et
      * etat du generateur apres le tirage) suivi d'un L par lot.
      **
           MOVE WS-NB-TIRES TO WS-IND-LIGNE.
           PERFORM 3110-TIRER-LOT
               THRU 3110-EXIT
               WS-NB-A-TIRER TIMES.
           MOVE WS-NB-TIRES TO WS-TAILLE.

           PERFORM 8000-OUVRIR-VERIF
               THRU 8000-EXIT.

           PERFORM 8020-PREPARER-VERIF
               THRU 8020-EXIT.
           SET VM-TYPE-TIRAGE TO TRUE.
           MOVE WS-MODE          TO VM-T-MODE.
           MOVE WS-GERME         TO VM-T-GERME.
           MOVE WS-ETAT-GERME    TO VM-T-ETAT.
           MOVE WS-TAILLE        TO VM-T-TAILLE.
           MOVE WS-NB-POPULATION TO VM-T-POPULATION.
           MOVE WS-TOLERANCE     TO VM-T-TOLERANCE.
           PERFORM 8010-ECRIRE-VERIF
               THRU 8010-EXIT.

           ADD 1 TO WS-IND-LIGNE.
           PERFORM 3150-ECRIRE-LOT-TIRE
               THRU 3150-EXIT
               VARYING TI-IDX FROM WS-IND-LIGNE BY 1
               UNTIL TI-IDX > WS-NB-TIRES.

           CLOSE FVERIF.
       3100-EXIT.
           EXIT.

       3110-TIRER-LOT.
      **
      * Un pas du generateur, puis le lot de rang WS-POSITION parmi
      * les lots non encore tires.
      **
           COMPUTE WS-PRODUIT = WS-ETAT-GERME * WS-MULTIPLICATEUR.
           DIVIDE WS-PRODUIT BY WS-MODULE GIVING WS-QUOTIENT
               REMAINDER WS-ETAT-GERME.

           COMPUTE WS-NB-RESTANTS = WS-NB-POPULATION - WS-NB-TIRES.
           IF WS-NB-RESTANTS = ZERO
               GO TO 3110-EXIT
           END-IF.
           DIVIDE WS-ETAT-GERME BY WS-NB-RESTANTS GIVING WS-QUOTIENT
               REMAINDER WS-POSITION.
           ADD 1 TO WS-POSITION.

           MOVE ZERO TO WS-RANG-RESTANT.
           SET WS-TROUVE-SW TO "N".
           PERFORM 3120-SITUER-RESTANT
               THRU 3120-EXIT
               VARYING PP-IDX FROM 1 BY 1
               UNTIL PP-IDX > WS-NB-POPULATION OR WS-TROUVE.
       3110-EXIT.
           EXIT.

       3120-SITUER-RESTANT.
           IF WS-PP-TIRE (PP-IDX)
               GO TO 3120-EXIT
           END-IF.
           ADD 1 TO WS-RANG-RESTANT.
           IF WS-RANG-RESTANT NOT = WS-POSITION
               GO TO 3120-EXIT
           END-IF.

           SET WS-TROUVE-SW TO "O".
           SET WS-PP-TIRE (PP-IDX) TO TRUE.
           ADD 1 TO WS-NB-TIRES.
           MOVE WS-PP-CLE (PP-IDX)      TO WS-TI-CLE (WS-NB-TIRES).
           MOVE WS-PP-PRECINCT (PP-IDX)
                                   TO WS-TI-PRECINCT (WS-NB-TIRES).
           MOVE WS-PALIER               TO WS-TI-PALIER (WS-NB-TIRES).
           MOVE WS-NB-TIRES             TO WS-TI-RANG (WS-NB-TIRES).
           MOVE "N"                  TO WS-TI-COMPTE-SW (WS-NB-TIRES).
       3120-EXIT.
           EXIT.

       3150-ECRIRE-LOT-TIRE.
           PERFORM 8020-PREPARER-VERIF
               THRU 8020-EXIT.
           SET VM-TYPE-LOT TO TRUE.
           MOVE WS-TI-CLE (TI-IDX)      TO VM-L-LOT.
           MOVE WS-TI-RANG (TI-IDX)     TO VM-L-RANG.
           MOVE WS-TI-PRECINCT (TI-IDX) TO VM-L-PRECINCT.
           PERFORM 8010-ECRIRE-VERIF
               THRU 8010-EXIT.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       4000-LISTE-PRELEVEMENT.
      **
      * Liste de prelevement des bulletins papier: chaque lot tire,
      * dans l'ordre du tirage, avec son bureau, sa date, son
      * operateur de saisie et son nombre de bulletins, et s'il a
      * deja ete compte a la main.
      **
           IF WS-PALIER = ZERO
               DISPLAY "AUCUN ECHANTILLON TIRE"
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-TOLERANCE TO WS-TOLERANCE-ED.
           DISPLAY " ".
           DISPLAY "===== LISTE DE PRELEVEMENT - SCRUTIN " WS-SC-ID
                   " =====".
           DISPLAY "GERME: " WS-GERME "  PALIER: " WS-PALIER
                   "  TIRES: " WS-NB-TIRES " SUR " WS-NB-POPULATION
                   "  TOLERANCE: " WS-TOLERANCE-ED " %".
           IF WS-MODE-LOTS
               DISPLAY "RANG PALIER LOT  BUREAU DATE     OPERATEUR "
                       "BULLETINS  ETAT"
           ELSE
               DISPLAY "RANG PALIER BUREAU           BULLETINS  ETAT"
           END-IF.
           PERFORM 4010-IMPRIMER-PRELEVEMENT
               THRU 4010-EXIT
               VARYING TI-IDX FROM 1 BY 1
               UNTIL TI-IDX > WS-NB-TIRES.
       4000-EXIT.
           EXIT.

       4010-IMPRIMER-PRELEVEMENT.
           SET PP-IDX TO 1.
           SEARCH WS-POPUL
               AT END
                   MOVE ZERO   TO WS-PN-NB
                   MOVE ZERO   TO WS-PN-DATE
                   MOVE SPACES TO WS-PN-OPER
               WHEN PP-IDX > WS-NB-POPULATION
                   MOVE ZERO   TO WS-PN-NB
                   MOVE ZERO   TO WS-PN-DATE
                   MOVE SPACES TO WS-PN-OPER
               WHEN WS-PP-CLE (PP-IDX) = WS-TI-CLE (TI-IDX)
                   MOVE WS-POPUL (PP-IDX) TO WS-POPUL-NOUV
           END-SEARCH.

           IF WS-TI-COMPTE (TI-IDX)
               MOVE "COMPTE" TO WS-NOM-CANDIDAT
           ELSE
               MOVE "A COMPTER" TO WS-NOM-CANDIDAT
           END-IF.

           IF WS-MODE-LOTS
               DISPLAY WS-TI-RANG (TI-IDX) " " WS-TI-PALIER (TI-IDX)
                       "     " WS-TI-CLE (TI-IDX) " "
                       WS-TI-PRECINCT (TI-IDX) "   " WS-PN-DATE " "
                       WS-PN-OPER "    " WS-PN-NB "      "
                       WS-NOM-CANDIDAT
           ELSE
               DISPLAY WS-TI-RANG (TI-IDX) " " WS-TI-PALIER (TI-IDX)
                       "     " WS-TI-CLE (TI-IDX) "             "
                       WS-PN-NB "      " WS-NOM-CANDIDAT
           END-IF.
       4010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       4500-SAISIE-COMPTE.
      **
      * Saisie du depouillement manuel d'un lot tire: le total
      * compte a la main pour chaque candidat des postes au
      * bulletin de son bureau. Les comptes sont consignes au
      * journal apres confirmation; un lot deja compte est refuse.
      **
           IF WS-PALIER = ZERO
               DISPLAY "AUCUN ECHANTILLON TIRE"
               GO TO 4500-EXIT
           END-IF.
           IF WS-SIGNE
               DISPLAY "VERIFICATION DEJA SIGNEE - SAISIE REFUSEE"
               GO TO 4500-EXIT
           END-IF.

           DISPLAY "NUMERO DU LOT (OU DU BUREAU) COMPTE: ".
           ACCEPT WS-CLE-SAISIE.

           SET TI-IDX TO 1.
           SEARCH WS-TIRE
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN TI-IDX > WS-NB-TIRES
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-TI-CLE (TI-IDX) = WS-CLE-SAISIE
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.
           IF NOT WS-TROUVE
               DISPLAY "LOT " WS-CLE-SAISIE " NON TIRE - REFUSE"
               GO TO 4500-EXIT
           END-IF.
           IF WS-TI-COMPTE (TI-IDX)
               DISPLAY "LOT " WS-CLE-SAISIE " DEJA COMPTE - REFUSE"
               GO TO 4500-EXIT
           END-IF.

           MOVE WS-TI-PRECINCT (TI-IDX) TO WS-PRECINCT-LOT.
           DISPLAY "LOT " WS-CLE-SAISIE " - BUREAU " WS-PRECINCT-LOT.
           DISPLAY "VOTES COMPTES A LA MAIN PAR CANDIDAT:".
           MOVE ZERO TO WS-NB-SAISIES.
           PERFORM 4510-SAISIR-CANDIDAT
               THRU 4510-EXIT
               VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > WS-NB-CANDIDATS.

           IF WS-NB-SAISIES = ZERO
               DISPLAY "AUCUN CANDIDAT AU BULLETIN DU BUREAU "
                       WS-PRECINCT-LOT
               GO TO 4500-EXIT
           END-IF.

           DISPLAY "CONSIGNER CES " WS-NB-SAISIES " COMPTES (O/N)? ".
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O"
               DISPLAY "SAISIE ANNULEE"
               GO TO 4500-EXIT
           END-IF.

           PERFORM 8000-OUVRIR-VERIF
               THRU 8000-EXIT.
           COMPUTE WS-IND-LIGNE = WS-NB-MANUEL + 1.
           ADD WS-NB-SAISIES TO WS-NB-MANUEL.
           PERFORM 4520-ECRIRE-COMPTE
               THRU 4520-EXIT
               VARYING LI-IDX FROM WS-IND-LIGNE BY 1
               UNTIL LI-IDX > WS-NB-MANUEL.
           CLOSE FVERIF.

           SET WS-TI-COMPTE (TI-IDX) TO TRUE.
           DISPLAY "DEPOUILLEMENT MANUEL DU LOT " WS-CLE-SAISIE
                   " CONSIGNE".
       4500-EXIT.
           EXIT.

       4510-SAISIR-CANDIDAT.
      **
      * Demande le compte d'un candidat si son poste est au
      * bulletin du bureau du lot. Les comptes sont poses a la
      * suite des lignes manuelles deja consignees.
      **
           SET WS-AU-STYLE-SW TO "O".
           IF WS-NB-STYLES NOT = ZERO
               SET SY-IDX TO 1
               SEARCH WS-STYLE
                   AT END
                       SET WS-AU-STYLE-SW TO "N"
                   WHEN SY-IDX > WS-NB-STYLES
                       SET WS-AU-STYLE-SW TO "N"
                   WHEN WS-S-PRECINCT (SY-IDX) = WS-PRECINCT-LOT
                    AND WS-S-POSTE (SY-IDX) = WS-CA-POSTE (CA-IDX)
                       SET WS-AU-STYLE-SW TO "O"
               END-SEARCH
           END-IF.
           IF NOT WS-AU-STYLE
               GO TO 4510-EXIT
           END-IF.

           IF WS-NB-MANUEL + WS-NB-SAISIES = 5000
               DISPLAY "TROP DE COMPTES MANUELS - MAXIMUM 5000"
               GO TO 4510-EXIT
           END-IF.

           DISPLAY "  " WS-CA-CODE (CA-IDX) " " WS-CA-NOM (CA-IDX)
                   " (" WS-CA-POSTE (CA-IDX) "): ".
           ACCEPT WS-VOTES-SAISIS.

           ADD 1 TO WS-NB-SAISIES.
           COMPUTE WS-IND-LIGNE = WS-NB-MANUEL + WS-NB-SAISIES.
           MOVE WS-CLE-SAISIE      TO WS-LI-CLE (WS-IND-LIGNE).
           MOVE WS-CA-CODE (CA-IDX) TO WS-LI-CANDIDAT (WS-IND-LIGNE).
           MOVE WS-VOTES-SAISIS    TO WS-LI-MANUEL (WS-IND-LIGNE).
           MOVE ZERO               TO WS-LI-MACHINE (WS-IND-LIGNE).
       4510-EXIT.
           EXIT.

       4520-ECRIRE-COMPTE.
           PERFORM 8020-PREPARER-VERIF
               THRU 8020-EXIT.
           SET VM-TYPE-COMPTE TO TRUE.
           MOVE WS-LI-CLE (LI-IDX)      TO VM-C-LOT.
           MOVE WS-LI-CANDIDAT (LI-IDX) TO VM-C-CANDIDAT.
           MOVE WS-LI-MANUEL (LI-IDX)   TO VM-C-VOTES.
           PERFORM 8010-ECRIRE-VERIF
               THRU 8010-EXIT.
       4520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       5000-ETAT-ECARTS.
      **
      * Etat des ecarts: pour chaque lot tire, les votes comptes a
      * la main face aux votes de bulletins.dat portant ce BL-LOT
      * (ce BL-PRECINCT pour un echantillon de bureaux), candidat
      * par candidat. Le taux d'ecart est la somme des ecarts, en
      * valeur absolue, sur le total des votes saisis de
      * l'echantillon. Une fois tous les lots comptes, le verdict
      * du palier est consigne: conforme, ou elargissement de
      * l'echantillon si le taux depasse la tolerance.
      **
           IF WS-PALIER = ZERO
               DISPLAY "AUCUN ECHANTILLON TIRE"
               GO TO 5000-EXIT
           END-IF.

           MOVE WS-NB-MANUEL TO WS-NB-LIGNES.
           PERFORM 5005-REMETTRE-MACHINE
               THRU 5005-EXIT
               VARYING LI-IDX FROM 1 BY 1
               UNTIL LI-IDX > WS-NB-LIGNES.

           OPEN INPUT FBULLETINS.
           IF CR-FBULLETINS-ABSENT
               DISPLAY "AUCUN FICHIER BULLETINS.DAT"
           ELSE
               IF NOT CR-FBULLETINS-OK
                   DISPLAY "ERREUR OUVERTURE BULLETINS.DAT - CODE "
                           CR-FBULLETINS
                   GO TO 5000-EXIT
               END-IF
               SET WS-FIN-FICHIER-SW TO "N"
               PERFORM 5010-LIRE-BULLETIN
                   THRU 5010-EXIT
                   UNTIL WS-FIN-FICHIER
               CLOSE FBULLETINS
           END-IF.

           MOVE ZERO TO WS-TOTAL-MANUEL.
           MOVE ZERO TO WS-TOTAL-MACHINE.
           MOVE ZERO TO WS-TOTAL-ECART.
           MOVE ZERO TO WS-NB-A-COMPTER.
           MOVE ZERO TO WS-NB-DECOMPTES.
           SET WS-INCOMPLET-SW TO "N".

           DISPLAY " ".
           DISPLAY "===== ETAT DES ECARTS - SCRUTIN " WS-SC-ID
                   " - PALIER " WS-PALIER " =====".
           PERFORM 5100-IMPRIMER-LOT
               THRU 5100-EXIT
               VARYING TI-IDX FROM 1 BY 1
               UNTIL TI-IDX > WS-NB-TIRES.

           IF WS-TOTAL-MACHINE = ZERO
               IF WS-TOTAL-ECART = ZERO
                   MOVE ZERO TO WS-TAUX
               ELSE
                   MOVE 100 TO WS-TAUX
               END-IF
           ELSE
               COMPUTE WS-TAUX ROUNDED =
                   WS-TOTAL-ECART * 100 / WS-TOTAL-MACHINE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-TAUX
               END-COMPUTE
           END-IF.
           MOVE WS-TAUX      TO WS-TAUX-ED.
           MOVE WS-TOLERANCE TO WS-TOLERANCE-ED.

           DISPLAY " ".
           DISPLAY "LOTS COMPTES:          " WS-NB-DECOMPTES
                   " SUR " WS-NB-TIRES.
           DISPLAY "VOTES COMPTES A LA MAIN: " WS-TOTAL-MANUEL.
           DISPLAY "VOTES SAISIS:            " WS-TOTAL-MACHINE.
           DISPLAY "ECARTS (VALEUR ABSOLUE): " WS-TOTAL-ECART.
           DISPLAY "TAUX D'ECART:            " WS-TAUX-ED " %"
                   " - TOLERANCE " WS-TOLERANCE-ED " %".

           IF WS-INCOMPLET
               DISPLAY "ETAT PROVISOIRE - " WS-NB-A-COMPTER
                       " LOT(S) RESTENT A COMPTER"
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5200-CONCLURE-PALIER
               THRU 5200-EXIT.
       5000-EXIT.
           EXIT.

       5005-REMETTRE-MACHINE.
           MOVE ZERO TO WS-LI-MACHINE (LI-IDX).
       5005-EXIT.
           EXIT.

       5010-LIRE-BULLETIN.
      **
      * Cumule un vote de bulletins.dat sur la ligne de son lot et
      * de son candidat, si le lot est tire. Les en-tetes et les
      * postes survotes ne sont pas des votes.
      **
           READ FBULLETINS
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 5010-EXIT
           END-READ.

           IF NOT BL-VOTE
               GO TO 5010-EXIT
           END-IF.

           IF WS-MODE-LOTS
               MOVE BL-LOT TO WS-CLE-BULLETIN
           ELSE
               MOVE BL-PRECINCT TO WS-CLE-BULLETIN
           END-IF.

           SET TI-IDX TO 1.
           SEARCH WS-TIRE
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN TI-IDX > WS-NB-TIRES
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-TI-CLE (TI-IDX) = WS-CLE-BULLETIN
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.
           IF NOT WS-TROUVE
               GO TO 5010-EXIT
           END-IF.

           SET LI-IDX TO 1.
           SEARCH WS-LIGNE
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN LI-IDX > WS-NB-LIGNES
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-LI-CLE (LI-IDX) = WS-CLE-BULLETIN
                AND WS-LI-CANDIDAT (LI-IDX) = BL-CODE-CANDIDAT
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.

           IF NOT WS-TROUVE
               IF WS-NB-LIGNES = 5000
                   DISPLAY "TROP DE LIGNES DE COMPARAISON - "
                           "MAXIMUM 5000"
                   GO TO 5010-EXIT
               END-IF
               ADD 1 TO WS-NB-LIGNES
               SET LI-IDX TO WS-NB-LIGNES
               MOVE WS-CLE-BULLETIN  TO WS-LI-CLE (LI-IDX)
               MOVE BL-CODE-CANDIDAT TO WS-LI-CANDIDAT (LI-IDX)
               MOVE ZERO             TO WS-LI-MANUEL (LI-IDX)
               MOVE ZERO             TO WS-LI-MACHINE (LI-IDX)
           END-IF.

           ADD 1 TO WS-LI-MACHINE (LI-IDX).
       5010-EXIT.
           EXIT.

       5100-IMPRIMER-LOT.
           DISPLAY " ".
           DISPLAY "LOT " WS-TI-CLE (TI-IDX) " - BUREAU "
                   WS-TI-PRECINCT (TI-IDX) " - PALIER "
                   WS-TI-PALIER (TI-IDX).

           IF NOT WS-TI-COMPTE (TI-IDX)
               SET WS-INCOMPLET-SW TO "O"
               ADD 1 TO WS-NB-A-COMPTER
               DISPLAY "  *** NON ENCORE COMPTE A LA MAIN ***"
               GO TO 5100-EXIT
           END-IF.

           ADD 1 TO WS-NB-DECOMPTES.
           DISPLAY "  CODE NOM                  MANUEL  SAISI   ECART".
           PERFORM 5110-IMPRIMER-LIGNE
               THRU 5110-EXIT
               VARYING LI-IDX FROM 1 BY 1
               UNTIL LI-IDX > WS-NB-LIGNES.
       5100-EXIT.
           EXIT.

       5110-IMPRIMER-LIGNE.
           IF WS-LI-CLE (LI-IDX) NOT = WS-TI-CLE (TI-IDX)
               GO TO 5110-EXIT
           END-IF.

           SET CA-IDX TO 1.
           SEARCH WS-CANDIDAT
               AT END
                   MOVE "CODE INCONNU" TO WS-NOM-CANDIDAT
               WHEN CA-IDX > WS-NB-CANDIDATS
                   MOVE "CODE INCONNU" TO WS-NOM-CANDIDAT
               WHEN WS-CA-CODE (CA-IDX) = WS-LI-CANDIDAT (LI-IDX)
                   MOVE WS-CA-NOM (CA-IDX) TO WS-NOM-CANDIDAT
           END-SEARCH.
           IF WS-LI-CANDIDAT (LI-IDX) = 9999
               MOVE "ECRIT NON QUALIFIE" TO WS-NOM-CANDIDAT
           END-IF.

           COMPUTE WS-ECART-LIGNE =
               WS-LI-MANUEL (LI-IDX) - WS-LI-MACHINE (LI-IDX).
           MOVE WS-ECART-LIGNE TO WS-ECART-ED.
           ADD WS-LI-MANUEL (LI-IDX)  TO WS-TOTAL-MANUEL.
           ADD WS-LI-MACHINE (LI-IDX) TO WS-TOTAL-MACHINE.
           IF WS-ECART-LIGNE < ZERO
               SUBTRACT WS-ECART-LIGNE FROM WS-TOTAL-ECART
           ELSE
               ADD WS-ECART-LIGNE TO WS-TOTAL-ECART
           END-IF.

           IF WS-ECART-LIGNE = ZERO
               DISPLAY "  " WS-LI-CANDIDAT (LI-IDX) " "
                       WS-NOM-CANDIDAT " " WS-LI-MANUEL (LI-IDX) "   "
                       WS-LI-MACHINE (LI-IDX) " " WS-ECART-ED
           ELSE
               DISPLAY "  " WS-LI-CANDIDAT (LI-IDX) " "
                       WS-NOM-CANDIDAT " " WS-LI-MANUEL (LI-IDX) "   "
                       WS-LI-MACHINE (LI-IDX) " " WS-ECART-ED
                       "  <== ECART"
           END-IF.
       5110-EXIT.
           EXIT.

       5200-CONCLURE-PALIER.
      **
      * Tous les lots tires sont comptes. Le verdict du palier
      * courant, deja consigne, est simplement rappele. Sinon: taux
      * dans la tolerance, la verification est terminee et peut
      * etre signee; au-dela, l'echantillon est double (au plus la
      * population entiere) a partir du meme generateur et la
      * liste de prelevement du nouveau palier est imprimee; si
      * tous les lots ont deja ete comptes a la main, le
      * depouillement manuel complet fait foi et l'ecart est
      * signale au directeur.
      **
           IF WS-VERDICT-PALIER = WS-PALIER
               IF WS-VERDICT-CONFORME
                   DISPLAY "VERDICT: CONFORME - VERIFICATION "
                           "TERMINEE"
               ELSE
                   DISPLAY "VERDICT: HORS TOLERANCE SUR "
                           "DEPOUILLEMENT MANUEL COMPLET"
               END-IF
               GO TO 5200-EXIT
           END-IF.

           PERFORM 8000-OUVRIR-VERIF
               THRU 8000-EXIT.
           PERFORM 8020-PREPARER-VERIF
               THRU 8020-EXIT.
           SET VM-TYPE-RESULTAT TO TRUE.
           MOVE WS-TOTAL-MACHINE TO VM-R-VOTES-MACHINE.
           MOVE WS-TOTAL-ECART   TO VM-R-ECART.
           MOVE WS-TAUX          TO VM-R-TAUX.

           EVALUATE TRUE
               WHEN WS-TAUX NOT > WS-TOLERANCE
                   SET VM-R-CONFORME TO TRUE
               WHEN WS-NB-TIRES < WS-NB-POPULATION
                   SET VM-R-ELARGI TO TRUE
               WHEN OTHER
                   SET VM-R-HORS-TOLERANCE TO TRUE
           END-EVALUATE.
           PERFORM 8010-ECRIRE-VERIF
               THRU 8010-EXIT.
           CLOSE FVERIF.

           MOVE VM-R-VERDICT TO WS-VERDICT.
           MOVE WS-PALIER    TO WS-VERDICT-PALIER.

           EVALUATE TRUE
               WHEN WS-VERDICT-CONFORME
                   DISPLAY "VERDICT: CONFORME - VERIFICATION "
                           "TERMINEE, A SIGNER"
               WHEN WS-VERDICT-HORS-TOLERANCE
                   DISPLAY "VERDICT: HORS TOLERANCE SUR "
                           "DEPOUILLEMENT MANUEL COMPLET - A "
                           "SIGNALER AU DIRECTEUR"
               WHEN OTHER
                   DISPLAY "VERDICT: TOLERANCE DEPASSEE - "
                           "ELARGISSEMENT DE L'ECHANTILLON"
                   MOVE WS-NB-TIRES TO WS-NB-A-TIRER
                   IF WS-NB-TIRES + WS-NB-A-TIRER > WS-NB-POPULATION
                       COMPUTE WS-NB-A-TIRER =
                           WS-NB-POPULATION - WS-NB-TIRES
                   END-IF
                   ADD 1 TO WS-PALIER
                   PERFORM 3100-TIRER-ECHANTILLON
                       THRU 3100-EXIT
                   MOVE WS-OPER-ID     TO WS-SE-OPERATEUR
                   MOVE "ELARGISSEMENT" TO WS-SE-EVENEMENT
                   PERFORM 7100-JOURNAL-SESSION
                       THRU 7100-EXIT
                   PERFORM 4000-LISTE-PRELEVEMENT
                       THRU 4000-EXIT
           END-EVALUATE.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       6000-SIGNATURE.
      **
      * Signature de la verification terminee par un superviseur:
      * le verdict du palier courant doit etre consigne (conforme,
      * ou hors tolerance sur depouillement complet). La signature
      * est consignee au journal; clotureScrutin l'exige avant de
      * certifier le scrutin.
      **
           IF NOT WS-OPER-SUPERVISEUR
               DISPLAY "SIGNATURE RESERVEE A UN SUPERVISEUR"
               GO TO 6000-EXIT
           END-IF.
           IF WS-SIGNE
               DISPLAY "VERIFICATION DEJA SIGNEE PAR " WS-SIGNATAIRE
                       " LE " WS-DATE-SIGNATURE
               GO TO 6000-EXIT
           END-IF.
           IF WS-PALIER = ZERO
              OR WS-VERDICT-PALIER NOT = WS-PALIER
              OR (NOT WS-VERDICT-CONFORME
                  AND NOT WS-VERDICT-HORS-TOLERANCE)
               DISPLAY "VERIFICATION NON TERMINEE - PRODUIRE L'ETAT "
                       "DES ECARTS UNE FOIS TOUS LES LOTS COMPTES"
               GO TO 6000-EXIT
           END-IF.

           IF WS-VERDICT-HORS-TOLERANCE
               DISPLAY "ATTENTION: ECARTS HORS TOLERANCE SUR LE "
                       "DEPOUILLEMENT MANUEL COMPLET"
           END-IF.
           DISPLAY "SIGNER LA VERIFICATION DU SCRUTIN " WS-SC-ID
                   " AU NOM DE " WS-OPER-NOM " (O/N)? ".
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O"
               DISPLAY "SIGNATURE ANNULEE"
               GO TO 6000-EXIT
           END-IF.

           PERFORM 8000-OUVRIR-VERIF
               THRU 8000-EXIT.
           PERFORM 8020-PREPARER-VERIF
               THRU 8020-EXIT.
           SET VM-TYPE-SIGNATURE TO TRUE.
           MOVE WS-OPER-NOM TO VM-S-NOM.
           PERFORM 8010-ECRIRE-VERIF
               THRU 8010-EXIT.
           CLOSE FVERIF.

           SET WS-SIGNE-SW TO "O".
           MOVE WS-OPER-NOM TO WS-SIGNATAIRE.
           MOVE VM-DATE     TO WS-DATE-SIGNATURE.

           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "SIGNATURE"  TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.
           DISPLAY "VERIFICATION SIGNEE - LE SCRUTIN PEUT ETRE "
                   "CERTIFIE (CLOTURESCRUTIN)".
       6000-EXIT.
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
       8000-OUVRIR-VERIF.
      **
      * Ouvre le journal de la verification en ajout (cree au
      * premier tirage).
      **
           OPEN EXTEND FVERIF.
           IF CR-FVERIF-ABSENT
               OPEN OUTPUT FVERIF
           END-IF.
           IF NOT CR-FVERIF-OK
               DISPLAY "ERREUR OUVERTURE VERIFMANUELLE.DAT - CODE "
                       CR-FVERIF
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
       8000-EXIT.
           EXIT.

       8010-ECRIRE-VERIF.
           WRITE VM-RECORD.
           IF NOT CR-FVERIF-OK
               DISPLAY "ERREUR ECRITURE VERIFMANUELLE.DAT - CODE "
                       CR-FVERIF
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-ECRITS.
       8010-EXIT.
           EXIT.

       8020-PREPARER-VERIF.
      **
      * Zone commune d'un enregistrement du journal: scrutin,
      * palier, date et operateur.
      **
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           MOVE SPACES       TO VM-RECORD.
           MOVE WS-SC-ID     TO VM-ID-SCRUTIN.
           MOVE WS-PALIER    TO VM-PALIER.
           MOVE WS-DATE-SYS  TO VM-DATE.
           MOVE WS-OPER-ID   TO VM-OPERATEUR.
       8020-EXIT.
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

       END PROGRAM verificationManuelle.
