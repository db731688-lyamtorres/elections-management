      *              grouped by office. Totals are printed for the
      *              election board and written to tallies.dat for
      *              downstream use (e.g. the state results export).
      *              Refuses to start while a keying batch is
      *              suspended, a write-in is pending review, a
      *              provisional envelope is pending adjudication or
      *              a mail ballot is still awaiting cure for the
      *              scrutin, unless a supervisor signs an override;
      *              the run goes to the run-control ledger
      *              (traitements.dat).
      ******************************************************************
      * Modification History:
      *   2026-08-09  MF    Initial version.
      *                     que sur l'evenement FERME (voir SCRUTREC
      *                     et gestionScrutins) - jamais pendant que
      *                     les bureaux sont ouverts.
      *   2026-10-15  MF    Saisie par bulletin (voir BULLREC): les
      *                     en-tetes de bulletin donnent les bulletins
      *                     deposes par bureau, les enregistrements de
      *                     survote les postes annules. Pour chaque
      *                     poste au style du bureau, l'etat et
      *                     resultatsbureaux.dat donnent bulletins
      *                     deposes, survotes et sous-votes (bulletins
      *                     sans choix valide ni survote pour le
      *                     poste); sommaire par poste pour le comte
      *                     en fin d'etat. tallies.dat inchange.
      *   2026-10-15  MF    Journal des traitements (voir TRAITREC):
      *                     le depouillement final est refuse tant
      *                     qu'un lot de saisie du scrutin est
      *                     SUSPENDU (lots.dat), qu'un choix ecrit
      *                     est EN ATTENTE (ecrits.dat) ou qu'une
      *                     enveloppe provisoire reste a juger
      *                     (provisoires.dat), sauf derogation
      *                     signee par un superviseur; l'execution
      *                     est consignee au journal.
      *   2026-10-15  MF    Derogation: NIP controle comme a l'ouverture
      *                     de session (refus comptes, verrouillage au
      *                     troisieme NIP errone); refus et derogation
      *                     consignes au journal sessions.dat. Nouveau
      *                     prealable: aucune enveloppe postale A
      *                     CORRIGER pour le scrutin (periode de
      *                     correction close, voir traitementPostal).
      *                     Heure systeme lue en HHMMSScc: les journaux
      *                     des traitements et des sessions recoivent
      *                     HHMMSS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FQUALIFIES.

           SELECT FLOTS ASSIGN TO "lots.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FLOTS.

           SELECT FECRITS ASSIGN TO "ecrits.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FECRITS.

           SELECT FPROVISOIRES ASSIGN TO "provisoires.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FPROVISOIRES.

           SELECT FEMISSIONS ASSIGN TO "emissions.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FEMISSIONS.

           SELECT FTRAITEMENTS ASSIGN TO "traitements.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FTRAITEMENTS.

           SELECT FOPERATEURS ASSIGN TO "operateurs.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FOPERATEURS.

           SELECT FSESSIONS ASSIGN TO "sessions.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FSESSIONS.

      *-----------------------
       DATA DIVISION.

           LABEL RECORD IS STANDARD.
           COPY QUALREC.

       FD  FLOTS
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY LOTREC.

       FD  FECRITS
           RECORD CONTAINS 64 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY ECRITREC.

       FD  FPROVISOIRES
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY PROVREC.

       FD  FEMISSIONS
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY EMISREC.

       FD  FTRAITEMENTS
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY TRAITREC.

       FD  FOPERATEURS
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY OPERREC.

       FD  FSESSIONS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY SESSREC.

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
           77  CR-FQUALIFIES           PIC 9(02).
               88  CR-FQUALIFIES-OK            VALUE 00.
               88  CR-FQUALIFIES-ABSENT        VALUE 35.
           77  CR-FLOTS                PIC 9(02).
               88  CR-FLOTS-OK                 VALUE 00.
               88  CR-FLOTS-ABSENT             VALUE 35.
           77  CR-FECRITS              PIC 9(02).
               88  CR-FECRITS-OK               VALUE 00.
               88  CR-FECRITS-ABSENT           VALUE 35.
           77  CR-FPROVISOIRES         PIC 9(02).
               88  CR-FPROVISOIRES-OK          VALUE 00.
               88  CR-FPROVISOIRES-ABSENT      VALUE 35.
           77  CR-FEMISSIONS           PIC 9(02).
               88  CR-FEMISSIONS-OK            VALUE 00.
               88  CR-FEMISSIONS-ABSENT        VALUE 35.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.
           77  CR-FOPERATEURS          PIC 9(02).
               88  CR-FOPERATEURS-OK           VALUE 00.
           77  CR-FSESSIONS            PIC 9(02).
               88  CR-FSESSIONS-OK             VALUE 00.

           77  WS-FIN-CANDIDATS-SW     PIC X(01)   VALUE "N".
               88  WS-FIN-CANDIDATS            VALUE "O".
               88  WS-TROUVE                   VALUE "O".
           77  WS-BUREAU-TROUVE-SW     PIC X(01)   VALUE "N".
               88  WS-BUREAU-TROUVE            VALUE "O".
           77  WS-FIN-PREALABLE-SW     PIC X(01)   VALUE "N".
               88  WS-FIN-PREALABLE            VALUE "O".
           77  WS-STYLES-PRESENT-SW    PIC X(01)   VALUE "N".
               88  WS-STYLES-PRESENT           VALUE "O".
           77  WS-STYLE-OK-SW          PIC X(01)   VALUE "N".
           77  WS-NB-HORS-STYLE        PIC 9(06)   VALUE ZERO.
           77  WS-NB-STYLES            PIC 9(04)   VALUE ZERO.
           77  WS-NB-QUALIFIES         PIC 9(03)   VALUE ZERO.
           77  WS-NB-DEPOSES           PIC 9(06)   VALUE ZERO.
           77  WS-NB-SURVOTES          PIC 9(06)   VALUE ZERO.
           77  WS-NB-POSTES            PIC 9(03)   VALUE ZERO.
           77  WS-IND-POSTE            PIC 9(03)   COMP.
           77  WS-NB-MARQUES           PIC 9(07).
           77  WS-NB-SOUS-VOTES        PIC 9(07).
           77  WS-POSTE-COURANT        PIC X(15)   VALUE SPACES.
           77  WS-NB-BUREAUX           PIC 9(04)   VALUE ZERO.
           77  WS-IND-CAND             PIC 9(04)   COMP.
           77  WS-NB-EN-SUSPENS        PIC 9(06)   VALUE ZERO.

           01  WS-SCRUTIN-COURANT.
               05  WS-SC-ID            PIC 9(04).
                   10  WS-T-PARTI      PIC X(15).
                   10  WS-T-POSTE      PIC X(15).
                   10  WS-T-VOTES      PIC 9(07)   VALUE ZERO.
                   10  WS-T-IND-POSTE  PIC 9(03)   VALUE ZERO.

      * Postes du scrutin, releves de la table des candidats, avec
      * les totaux du comte: bulletins deposes la ou le poste figure
      * au bulletin, survotes et sous-votes.
           01  WS-TABLE-POSTES.
               05  WS-POSTE            OCCURS 100 TIMES
                                       INDEXED BY PO-IDX.
                   10  WS-P-POSTE      PIC X(15).
                   10  WS-P-BULLETINS  PIC 9(07)   VALUE ZERO.
                   10  WS-P-SURVOTES   PIC 9(07)   VALUE ZERO.
                   10  WS-P-SOUS-VOTES PIC 9(07)   VALUE ZERO.

      * Ventilation des votes par bureau de vote: pour chaque bureau,
      * les votes de chaque candidat (meme rang que dans
      * WS-TABLE-CANDIDATS) et les bulletins rejetes du bureau;
      * les bulletins deposes au bureau (en-tetes de bulletin) et,
      * par poste (meme rang que dans WS-TABLE-POSTES), les choix
      * valides et les survotes.
           01  WS-TABLE-BUREAUX.
               05  WS-BUREAU           OCCURS 200 TIMES
                                       INDEXED BY BU-IDX.
                   10  WS-B-HORS-STYLE PIC 9(06)   VALUE ZERO.
                   10  WS-B-VOTES      PIC 9(06)   VALUE ZERO
                                       OCCURS 500 TIMES.
                   10  WS-B-BULLETINS  PIC 9(06)   VALUE ZERO.
                   10  WS-B-VALIDES    PIC 9(06)   VALUE ZERO
                                       OCCURS 100 TIMES.
                   10  WS-B-SURVOTES   PIC 9(06)   VALUE ZERO
                                       OCCURS 100 TIMES.

      * Styles de bulletin charges de bureauxpostes.dat: les couples
      * bureau / poste admis au depouillement. Fichier absent = tous
                   10  WS-S-PRECINCT   PIC 9(04).
                   10  WS-S-POSTE      PIC X(15).

      * Trace de l'execution au journal des traitements (voir
      * TRAITREC): scrutin, operateur et comptes d'enregistrements
      * lus, ecrits et rejetes.
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "decompteVotes".
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

      * Derogation a un prealable non satisfait, signee par un
      * superviseur (code et NIP, voir operateurs.dat). Les zones
      * WS-DR-NOM a WS-DR-STATUT reprennent l'operateur trouve;
      * refus et derogation vont au journal sessions.dat.
           77  WS-DR-REPONSE           PIC X(01).
           77  WS-DR-OPERATEUR         PIC X(06).
           77  WS-DR-NIP               PIC X(04).
           77  WS-DR-ACCORDEE-SW       PIC X(01)   VALUE "N".
               88  WS-DR-ACCORDEE              VALUE "O".
           77  WS-DR-TROUVE-SW         PIC X(01)   VALUE "N".
               88  WS-DR-TROUVE                VALUE "O".
           77  WS-DR-FIN-SW            PIC X(01)   VALUE "N".
               88  WS-DR-FIN                   VALUE "O".
           77  WS-DR-NOM               PIC X(20).
           77  WS-DR-ROLE              PIC X(01).
               88  WS-DR-SUPERVISEUR           VALUE "S".
           77  WS-DR-STATUT            PIC X(01).
               88  WS-DR-SUSPENDU              VALUE "S".
               88  WS-DR-RETIRE                VALUE "R".
               88  WS-DR-VERROUILLE            VALUE "V".
           77  WS-MAX-ECHECS-NIP       PIC 9(01)   VALUE 3.
           77  WS-SE-OPERATEUR         PIC X(06).
           77  WS-SE-EVENEMENT         PIC X(14).

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM 9000-TERMINAISON
               THRU 9000-EXIT.

           MOVE WS-NB-BULLETINS-LUS TO WS-TR-NB-LUS.
           MOVE WS-NB-CANDIDATS     TO WS-TR-NB-ECRITS.
           COMPUTE WS-TR-NB-REJETS = WS-NB-BULLETINS-REJ
                                   + WS-NB-HORS-STYLE.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
           PERFORM 1200-LIRE-SCRUTIN
               THRU 1200-EXIT.

           MOVE WS-SC-ID TO WS-TR-ID-SCRUTIN.
           PERFORM 1500-CONTROLER-PREALABLES
               THRU 1500-EXIT.

           OPEN INPUT FCANDIDATS.
           IF NOT CR-FCANDIDATS-OK
               DISPLAY "ERREUR OUVERTURE CANDIDATS.DAT - CODE "
           PERFORM 1150-CHARGER-QUALIFIES
               THRU 1150-EXIT.

           PERFORM 1400-RECENSER-POSTE
               THRU 1400-EXIT
               VARYING WS-IND-CAND FROM 1 BY 1
               UNTIL WS-IND-CAND > WS-NB-CANDIDATS.

           PERFORM 1300-CHARGER-STYLES
               THRU 1300-EXIT.

       1310-EXIT.
           EXIT.

       1400-RECENSER-POSTE.
      **
      * Rattache le candidat WS-IND-CAND a son poste dans la table
      * des postes, en y creant le poste au besoin.
      **
           SET WS-TROUVE-SW TO "N".
           SET PO-IDX TO 1.
           SEARCH WS-POSTE
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN PO-IDX > WS-NB-POSTES
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-P-POSTE (PO-IDX) = WS-T-POSTE (WS-IND-CAND)
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.

           IF NOT WS-TROUVE
               ADD 1 TO WS-NB-POSTES
               IF WS-NB-POSTES > 100
                   DISPLAY "TROP DE POSTES - MAXIMUM 100"
                   STOP RUN
               END-IF
               SET PO-IDX TO WS-NB-POSTES
               MOVE WS-T-POSTE (WS-IND-CAND) TO WS-P-POSTE (PO-IDX)
           END-IF.

           SET WS-T-IND-POSTE (WS-IND-CAND) TO PO-IDX.
       1400-EXIT.
           EXIT.

       1500-CONTROLER-PREALABLES.
      **
      * Rien ne doit plus pouvoir entrer dans bulletins.dat pour le
      * scrutin: aucun lot de saisie SUSPENDU, aucun choix ecrit EN
      * ATTENTE de revision, aucune enveloppe provisoire a juger,
      * aucune enveloppe postale A CORRIGER (la periode de
      * correction doit etre close par traitementPostal).
      * Chaque prealable manquant demande sa propre derogation.
      **
           MOVE ZERO TO WS-NB-EN-SUSPENS.
           OPEN INPUT FLOTS.
           IF CR-FLOTS-OK
               SET WS-FIN-PREALABLE-SW TO "N"
               PERFORM 1510-LIRE-LOT
                   THRU 1510-EXIT
                   UNTIL WS-FIN-PREALABLE
               CLOSE FLOTS
           END-IF.
           IF WS-NB-EN-SUSPENS NOT = ZERO
               DISPLAY "LOTS DE SAISIE SUSPENDUS: " WS-NB-EN-SUSPENS
                       " (VOIR SAISIEBULLETINS)"
               MOVE "LOTS SUSPENDUS" TO WS-TR-PREALABLE
               PERFORM 9510-DEROGATION
                   THRU 9510-EXIT
           END-IF.

           MOVE ZERO TO WS-NB-EN-SUSPENS.
           OPEN INPUT FECRITS.
           IF CR-FECRITS-OK
               SET WS-FIN-PREALABLE-SW TO "N"
               PERFORM 1520-LIRE-ECRIT
                   THRU 1520-EXIT
                   UNTIL WS-FIN-PREALABLE
               CLOSE FECRITS
           END-IF.
           IF WS-NB-EN-SUSPENS NOT = ZERO
               DISPLAY "CHOIX ECRITS EN ATTENTE: " WS-NB-EN-SUSPENS
                       " (VOIR REVISIONECRITS)"
               MOVE "ECRITS EN ATTENTE" TO WS-TR-PREALABLE
               PERFORM 9510-DEROGATION
                   THRU 9510-EXIT
           END-IF.

           MOVE ZERO TO WS-NB-EN-SUSPENS.
           OPEN INPUT FPROVISOIRES.
           IF CR-FPROVISOIRES-OK
               SET WS-FIN-PREALABLE-SW TO "N"
               PERFORM 1530-LIRE-PROVISOIRE
                   THRU 1530-EXIT
                   UNTIL WS-FIN-PREALABLE
               CLOSE FPROVISOIRES
           END-IF.
           IF WS-NB-EN-SUSPENS NOT = ZERO
               DISPLAY "ENVELOPPES PROVISOIRES A JUGER: "
                       WS-NB-EN-SUSPENS
                       " (VOIR ADJUDICATIONPROVISOIRES)"
               MOVE "PROVISOIRES A JUGER" TO WS-TR-PREALABLE
               PERFORM 9510-DEROGATION
                   THRU 9510-EXIT
           END-IF.

           MOVE ZERO TO WS-NB-EN-SUSPENS.
           OPEN INPUT FEMISSIONS.
           IF CR-FEMISSIONS-OK
               SET WS-FIN-PREALABLE-SW TO "N"
               PERFORM 1540-LIRE-EMISSION
                   THRU 1540-EXIT
                   UNTIL WS-FIN-PREALABLE
               CLOSE FEMISSIONS
           END-IF.
           IF WS-NB-EN-SUSPENS NOT = ZERO
               DISPLAY "ENVELOPPES POSTALES A CORRIGER: "
                       WS-NB-EN-SUSPENS
                       " (VOIR TRAITEMENTPOSTAL)"
               MOVE "CORRECTIONS POSTALES" TO WS-TR-PREALABLE
               PERFORM 9510-DEROGATION
                   THRU 9510-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

       1510-LIRE-LOT.
           READ FLOTS
               AT END
                   SET WS-FIN-PREALABLE-SW TO "O"
                   GO TO 1510-EXIT
           END-READ.

           IF LO-SUSPENDU AND LO-ID-SCRUTIN = WS-SC-ID
               ADD 1 TO WS-NB-EN-SUSPENS
           END-IF.
       1510-EXIT.
           EXIT.

       1520-LIRE-ECRIT.
           READ FECRITS
               AT END
                   SET WS-FIN-PREALABLE-SW TO "O"
                   GO TO 1520-EXIT
           END-READ.

           IF WI-EN-ATTENTE AND WI-ID-SCRUTIN = WS-SC-ID
               ADD 1 TO WS-NB-EN-SUSPENS
           END-IF.
       1520-EXIT.
           EXIT.

       1530-LIRE-PROVISOIRE.
           READ FPROVISOIRES
               AT END
                   SET WS-FIN-PREALABLE-SW TO "O"
                   GO TO 1530-EXIT
           END-READ.

           IF PB-EN-ATTENTE AND PB-ID-SCRUTIN = WS-SC-ID
               ADD 1 TO WS-NB-EN-SUSPENS
           END-IF.
       1530-EXIT.
           EXIT.

       1540-LIRE-EMISSION.
           READ FEMISSIONS
               AT END
                   SET WS-FIN-PREALABLE-SW TO "O"
                   GO TO 1540-EXIT
           END-READ.

           IF EM-A-CORRIGER AND EM-ID-SCRUTIN = WS-SC-ID
               ADD 1 TO WS-NB-EN-SUSPENS
           END-IF.
       1540-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2000-DEPOUILLEMENT.
      **
      * Lit un bulletin et ajoute le vote au total du candidat
      * correspondant. Un bulletin dont le code candidat est
      * introuvable dans la table est compte comme rejete. Un
      * en-tete de bulletin compte un bulletin depose au bureau; un
      * enregistrement de survote compte un survote pour le poste
      * du candidat qu'il porte, sans vote credite.
      **
           READ FBULLETINS
               AT END
           PERFORM 2100-TROUVER-BUREAU
               THRU 2100-EXIT.

           IF BL-EN-TETE
               ADD 1 TO WS-NB-DEPOSES
               ADD 1 TO WS-B-BULLETINS (BU-IDX)
               GO TO 2000-EXIT
           END-IF.

           SET WS-TROUVE-SW TO "N".
           SET CD-IDX TO 1.
           SEARCH WS-CANDIDAT
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-T-IND-POSTE (CD-IDX) TO WS-IND-POSTE.
           IF BL-SURVOTE
               ADD 1 TO WS-NB-SURVOTES
               ADD 1 TO WS-B-SURVOTES (BU-IDX, WS-IND-POSTE)
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-T-VOTES (CD-IDX).
           SET WS-IND-CAND TO CD-IDX.
           ADD 1 TO WS-B-VOTES (BU-IDX, WS-IND-CAND).
           ADD 1 TO WS-B-VALIDES (BU-IDX, WS-IND-POSTE).
       2000-EXIT.
           EXIT.

           MOVE WS-SC-ID              TO PV-ID-SCRUTIN.
           PERFORM 2530-ECRIRE-BUREAU
               THRU 2530-EXIT.

           DISPLAY "  BULLETINS DEPOSES AU BUREAU: "
                   WS-B-BULLETINS (BU-IDX).
           PERFORM 2540-IMPRIMER-POSTE-BUREAU
               THRU 2540-EXIT
               VARYING WS-IND-POSTE FROM 1 BY 1
               UNTIL WS-IND-POSTE > WS-NB-POSTES.
       2510-EXIT.
           EXIT.

       2530-EXIT.
           EXIT.

       2540-IMPRIMER-POSTE-BUREAU.
      **
      * Bulletins deposes, survotes et sous-votes du poste
      * WS-IND-POSTE au bureau courant, s'il figure au style du
      * bureau. Les sous-votes sont les bulletins sans choix valide
      * ni survote pour le poste - un siege par poste. Les bulletins
      * saisis avant la saisie par bulletin n'ont pas d'en-tete: le
      * compte des sous-votes ne descend pas sous zero.
      **
           PERFORM 2550-VERIFIER-STYLE-POSTE
               THRU 2550-EXIT.
           IF NOT WS-STYLE-OK
               GO TO 2540-EXIT
           END-IF.

           COMPUTE WS-NB-MARQUES = WS-B-VALIDES (BU-IDX, WS-IND-POSTE)
                                 + WS-B-SURVOTES (BU-IDX, WS-IND-POSTE).
           IF WS-NB-MARQUES > WS-B-BULLETINS (BU-IDX)
               MOVE ZERO TO WS-NB-SOUS-VOTES
           ELSE
               COMPUTE WS-NB-SOUS-VOTES = WS-B-BULLETINS (BU-IDX)
                                        - WS-NB-MARQUES
           END-IF.

           DISPLAY "  POSTE " WS-P-POSTE (WS-IND-POSTE)
                   " - BULLETINS: " WS-B-BULLETINS (BU-IDX)
                   " SURVOTES: " WS-B-SURVOTES (BU-IDX, WS-IND-POSTE)
                   " SOUS-VOTES: " WS-NB-SOUS-VOTES.

           ADD WS-B-BULLETINS (BU-IDX)
                                TO WS-P-BULLETINS (WS-IND-POSTE).
           ADD WS-B-SURVOTES (BU-IDX, WS-IND-POSTE)
                                TO WS-P-SURVOTES (WS-IND-POSTE).
           ADD WS-NB-SOUS-VOTES TO WS-P-SOUS-VOTES (WS-IND-POSTE).

           MOVE WS-B-CODE (BU-IDX)         TO PV-PRECINCT.
           MOVE WS-P-POSTE (WS-IND-POSTE)  TO PV-POSTE.
           MOVE ZERO                       TO PV-CODE-CANDIDAT.
           MOVE "BULLETINS DEPOSES"        TO PV-NOM.
           MOVE SPACES                     TO PV-PARTI.
           MOVE WS-B-BULLETINS (BU-IDX)    TO PV-VOTES.
           MOVE WS-SC-ID                   TO PV-ID-SCRUTIN.
           PERFORM 2530-ECRIRE-BUREAU
               THRU 2530-EXIT.

           MOVE "SURVOTES"                 TO PV-NOM.
           MOVE WS-B-SURVOTES (BU-IDX, WS-IND-POSTE) TO PV-VOTES.
           PERFORM 2530-ECRIRE-BUREAU
               THRU 2530-EXIT.

           MOVE "SOUS-VOTES"               TO PV-NOM.
           MOVE WS-NB-SOUS-VOTES           TO PV-VOTES.
           PERFORM 2530-ECRIRE-BUREAU
               THRU 2530-EXIT.
       2540-EXIT.
           EXIT.

       2550-VERIFIER-STYLE-POSTE.
      **
      * Dit si le poste WS-IND-POSTE figure au style de bulletin du
      * bureau courant. Sans fichier de styles, tout poste est
      * admis partout.
      **
           IF NOT WS-STYLES-PRESENT
               SET WS-STYLE-OK-SW TO "O"
               GO TO 2550-EXIT
           END-IF.

           SET WS-STYLE-OK-SW TO "N".
           SET SY-IDX TO 1.
           SEARCH WS-STYLE
               AT END
                   SET WS-STYLE-OK-SW TO "N"
               WHEN WS-S-PRECINCT (SY-IDX) = WS-B-CODE (BU-IDX)
                AND WS-S-POSTE (SY-IDX) = WS-P-POSTE (WS-IND-POSTE)
                   SET WS-STYLE-OK-SW TO "O"
           END-SEARCH.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       3000-IMPRESSION-RESULTATS.
      **
               UNTIL CD-IDX > WS-NB-CANDIDATS.

           DISPLAY " ".
           DISPLAY "===== BULLETINS, SURVOTES ET SOUS-VOTES PAR "
                   "POSTE =====".
           PERFORM 3200-IMPRIMER-POSTE
               THRU 3200-EXIT
               VARYING WS-IND-POSTE FROM 1 BY 1
               UNTIL WS-IND-POSTE > WS-NB-POSTES.

           DISPLAY " ".
           DISPLAY "ENREGISTREMENTS LUS: " WS-NB-BULLETINS-LUS.
           DISPLAY "BULLETINS DEPOSES: " WS-NB-DEPOSES.
           DISPLAY "BULLETINS REJETES: " WS-NB-BULLETINS-REJ.
           DISPLAY "BULLETINS HORS STYLE: " WS-NB-HORS-STYLE.
           DISPLAY "POSTES ANNULES POUR SURVOTE: " WS-NB-SURVOTES.
       3000-EXIT.
           EXIT.

       3100-EXIT.
           EXIT.

       3200-IMPRIMER-POSTE.
           DISPLAY "  " WS-P-POSTE (WS-IND-POSTE)
                   " - BULLETINS: " WS-P-BULLETINS (WS-IND-POSTE)
                   " SURVOTES: " WS-P-SURVOTES (WS-IND-POSTE)
                   " SOUS-VOTES: " WS-P-SOUS-VOTES (WS-IND-POSTE).
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       9000-TERMINAISON.
      **
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

       9510-DEROGATION.
      **
      * Le prealable WS-TR-PREALABLE n'est pas satisfait pour ce
      * scrutin. Le programme ne demarre que sur derogation signee
      * par un superviseur actif (code et NIP), consignee au
      * journal des traitements; le prealable reste porte par la
      * trace de l'execution. Sans derogation, le refus y est
      * consigne et le programme s'arrete avec le code retour 8.
      **
           DISPLAY "PREALABLE NON SATISFAIT - " WS-TR-PREALABLE.
           DISPLAY "DEROGATION SIGNEE PAR UN SUPERVISEUR (O/N)? ".
           ACCEPT WS-DR-REPONSE.

           SET WS-DR-ACCORDEE-SW TO "N".
           IF WS-DR-REPONSE = "O"
               DISPLAY "CODE SUPERVISEUR: "
               ACCEPT WS-DR-OPERATEUR
               DISPLAY "NIP: "
               ACCEPT WS-DR-NIP
               PERFORM 9520-CONTROLE-SUPERVISEUR
                   THRU 9520-EXIT
           END-IF.

           IF WS-DR-ACCORDEE
               DISPLAY "DEROGATION ACCORDEE PAR " WS-DR-NOM
                       " (" WS-DR-OPERATEUR ")"
               MOVE "D"             TO WS-TR-TYPE
               MOVE WS-DR-OPERATEUR TO WS-TR-OPERATEUR
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               MOVE "E"             TO WS-TR-TYPE
               GO TO 9510-EXIT
           END-IF.

           DISPLAY "EXECUTION REFUSEE - PREALABLE NON SATISFAIT".
           MOVE "R" TO WS-TR-TYPE.
           MOVE 8 TO RETURN-CODE.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.
           STOP RUN.
       9510-EXIT.
           EXIT.

       9520-CONTROLE-SUPERVISEUR.
      **
      * Recherche WS-DR-OPERATEUR dans operateurs.dat: la
      * derogation n'est accordee qu'a un superviseur actif dont le
      * NIP concorde. Le controle est celui de l'ouverture de
      * session: le fichier est ouvert en mise a jour pour tenir le
      * compte des NIP refuses (verrouillage au troisieme refus
      * consecutif), et la derogation comme chaque refus est
      * consignee au journal des sessions. L'operateur trouve est
      * repris dans les zones WS-DR- avant la fermeture.
      **
           SET WS-DR-TROUVE-SW TO "N".
           SET WS-DR-FIN-SW TO "N".
           MOVE WS-DR-OPERATEUR TO WS-SE-OPERATEUR.

           OPEN I-O FOPERATEURS.
           IF NOT CR-FOPERATEURS-OK
               DISPLAY "ERREUR OUVERTURE OPERATEURS.DAT - CODE "
                       CR-FOPERATEURS
               GO TO 9520-EXIT
           END-IF.

           PERFORM 9530-LIRE-SUPERVISEUR
               THRU 9530-EXIT
               UNTIL WS-DR-FIN OR WS-DR-TROUVE.

           IF NOT WS-DR-TROUVE
               CLOSE FOPERATEURS
               DISPLAY "OPERATEUR " WS-DR-OPERATEUR " INCONNU"
               MOVE "REFUS INCONNU" TO WS-SE-EVENEMENT
               PERFORM 9550-JOURNAL-SESSION
                   THRU 9550-EXIT
               GO TO 9520-EXIT
           END-IF.

           MOVE OP-NOM    TO WS-DR-NOM.
           MOVE OP-ROLE   TO WS-DR-ROLE.
           MOVE OP-STATUT TO WS-DR-STATUT.

           EVALUATE TRUE
               WHEN WS-DR-SUSPENDU
                   DISPLAY "OPERATEUR " WS-DR-OPERATEUR " SUSPENDU - "
                           "DEROGATION REFUSEE"
                   MOVE "REFUS SUSPENDU" TO WS-SE-EVENEMENT
               WHEN WS-DR-RETIRE
                   DISPLAY "OPERATEUR " WS-DR-OPERATEUR " RETIRE - "
                           "DEROGATION REFUSEE"
                   MOVE "REFUS RETIRE" TO WS-SE-EVENEMENT
               WHEN WS-DR-VERROUILLE
                   DISPLAY "OPERATEUR " WS-DR-OPERATEUR " VERROUILLE - "
                           "VOIR UN SUPERVISEUR (GESTIONOPERATEURS)"
                   MOVE "REFUS VERROU" TO WS-SE-EVENEMENT
               WHEN OP-NIP = SPACES
                   DISPLAY "OPERATEUR " WS-DR-OPERATEUR " SANS NIP"
                   MOVE "REFUS SANS NIP" TO WS-SE-EVENEMENT
               WHEN WS-DR-NIP NOT = OP-NIP
                   PERFORM 9540-REFUSER-NIP
                       THRU 9540-EXIT
               WHEN NOT WS-DR-SUPERVISEUR
                   DISPLAY "OPERATEUR " WS-DR-OPERATEUR " N'EST PAS "
                           "SUPERVISEUR"
                   MOVE "REFUS ROLE" TO WS-SE-EVENEMENT
               WHEN OTHER
                   SET WS-DR-ACCORDEE-SW TO "O"
                   MOVE "DEROGATION" TO WS-SE-EVENEMENT
                   IF OP-NB-ECHECS NOT = ZERO
                       MOVE ZERO TO OP-NB-ECHECS
                       REWRITE OP-RECORD
                   END-IF
           END-EVALUATE.

           CLOSE FOPERATEURS.

           PERFORM 9550-JOURNAL-SESSION
               THRU 9550-EXIT.
       9520-EXIT.
           EXIT.

       9530-LIRE-SUPERVISEUR.
           READ FOPERATEURS
               AT END
                   SET WS-DR-FIN-SW TO "O"
               NOT AT END
                   IF OP-ID = WS-DR-OPERATEUR
                       SET WS-DR-TROUVE-SW TO "O"
                   END-IF
           END-READ.
       9530-EXIT.
           EXIT.

       9540-REFUSER-NIP.
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
               DISPLAY "NIP REFUSE - OPERATEUR " WS-DR-OPERATEUR
                       " VERROUILLE APRES " OP-NB-ECHECS " ESSAIS"
               MOVE "VERROUILLAGE" TO WS-SE-EVENEMENT
           END-IF.

           REWRITE OP-RECORD.
           IF NOT CR-FOPERATEURS-OK
               DISPLAY "ERREUR MISE A JOUR OPERATEURS.DAT - CODE "
                       CR-FOPERATEURS
           END-IF.
       9540-EXIT.
           EXIT.

       9550-JOURNAL-SESSION.
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
               GO TO 9550-EXIT
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
       9550-EXIT.
           EXIT.

       END PROGRAM decompteVotes.
