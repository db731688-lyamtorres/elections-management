      ******************************************************************
      * Program-ID:  EXTRAITVOTANTS
      * Author:      M. Fortin, Direction du scrutin - Informatique
      * Installation: Bureau des elections
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Intraday "who has voted" lists for the party
      *              representatives, by precinct, for the OUVERT
      *              scrutin. Runs at the central office during
      *              polling hours without stopping the check-in
      *              tables: the station pistes (auditpNN.dat) are
      *              only opened for input and are left for the
      *              end-of-day consolidation, and audit.dat is read
      *              for the postal, provisional and paper
      *              acceptances already there (and for station
      *              acceptances, should a consolidation have run
      *              during the day). The registry is read by key
      *              for the elector's name.
      *              Each extract lists, precinct by precinct, the
      *              electors accepted since the previous extract's
      *              cutoff, with the cumulative count of electors
      *              accepted at the precinct. The cutoff is the date
      *              and time the extract is taken; it is kept in
      *              extraits.dat (see EXTRREC) and the next extract
      *              starts from it. An extract is only recorded when
      *              every station piste could be read, so no
      *              acceptance can fall between two extracts. A
      *              recorded extract can be reprinted for a further
      *              copy.
      *              Each list handed to a party representative is
      *              entered in the distribution log
      *              distributions.dat (see DISTREC): extract,
      *              precinct, party, representative, date and time;
      *              the log can be printed for the scrutin.
      *              Each run is recorded in the run-control ledger
      *              (traitements.dat).
      ******************************************************************
      * Modification History:
      *   2026-10-15  MF    Initial version.
      *   2026-10-15  MF    Heure systeme lue en HHMMSScc: la coupure
      *                     des extraits, les remises et les journaux
      *                     recoivent HHMMSS.
      *   2026-10-15  MF    Enregistrement des extraits renomme XT-
      *                     (voir EXTRREC). Electeurs absents du
      *                     registre remis a zero a chaque selection; le
      *                     journal des traitements en recoit le cumul
      *                     de l'execution.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. extraitVotants.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FELECTION ASSIGN TO "electeurs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EL-ID
               ALTERNATE RECORD KEY IS EL-NOM WITH DUPLICATES
               FILE STATUS IS CR-FELECTION.

           SELECT FAUDITPOSTE ASSIGN TO WS-NOM-AUDIT-POSTE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FAUDITPOSTE.

           SELECT FAUDIT ASSIGN TO "audit.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FAUDIT.

           SELECT FEXTRAITS ASSIGN TO "extraits.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FEXTRAITS.

           SELECT FDISTRIBUTIONS ASSIGN TO "distributions.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FDISTRIBUTIONS.

           SELECT FCANDIDATS ASSIGN TO "candidats.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FCANDIDATS.

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

       FD  FAUDITPOSTE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY AUDREC REPLACING LEADING ==AU-== BY ==AP-==.

       FD  FAUDIT
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY AUDREC.

       FD  FEXTRAITS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY EXTRREC.

       FD  FDISTRIBUTIONS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY DISTREC.

       FD  FCANDIDATS
           RECORD CONTAINS 59 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY CANDREC.

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
           77  CR-FAUDITPOSTE          PIC 9(02).
               88  CR-FAUDITPOSTE-OK           VALUE 00.
               88  CR-FAUDITPOSTE-ABSENT       VALUE 35.
           77  CR-FAUDIT               PIC 9(02).
               88  CR-FAUDIT-OK                VALUE 00.
               88  CR-FAUDIT-ABSENT            VALUE 35.
           77  CR-FEXTRAITS            PIC 9(02).
               88  CR-FEXTRAITS-OK             VALUE 00.
               88  CR-FEXTRAITS-ABSENT         VALUE 35.
           77  CR-FDISTRIBUTIONS       PIC 9(02).
               88  CR-FDISTRIBUTIONS-OK        VALUE 00.
               88  CR-FDISTRIBUTIONS-ABSENT    VALUE 35.
           77  CR-FCANDIDATS           PIC 9(02).
               88  CR-FCANDIDATS-OK            VALUE 00.
               88  CR-FCANDIDATS-ABSENT        VALUE 35.
           77  CR-FSCRUTIN             PIC 9(02).
               88  CR-FSCRUTIN-OK              VALUE 00.
           77  CR-FOPERATEURS          PIC 9(02).
               88  CR-FOPERATEURS-OK           VALUE 00.
           77  CR-FSESSIONS            PIC 9(02).
               88  CR-FSESSIONS-OK             VALUE 00.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  WS-FIN-POSTE-SW         PIC X(01)   VALUE "N".
               88  WS-FIN-POSTE                VALUE "O".
           77  WS-FIN-AUDIT-SW         PIC X(01)   VALUE "N".
               88  WS-FIN-AUDIT                VALUE "O".
           77  WS-FIN-EXTRAITS-SW      PIC X(01)   VALUE "N".
               88  WS-FIN-EXTRAITS             VALUE "O".
           77  WS-FIN-DISTRIB-SW       PIC X(01)   VALUE "N".
               88  WS-FIN-DISTRIB              VALUE "O".
           77  WS-FIN-CANDIDATS-SW     PIC X(01)   VALUE "N".
               88  WS-FIN-CANDIDATS            VALUE "O".
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
           77  WS-FIN-BUREAU-SW        PIC X(01)   VALUE "N".
               88  WS-FIN-BUREAU               VALUE "O".
           77  WS-PISTE-ERREUR-SW      PIC X(01)   VALUE "N".
               88  WS-PISTE-ERREUR             VALUE "O".

           77  WS-OPER-CHERCHE         PIC X(06).
           77  WS-OPER-ID              PIC X(06).
           77  WS-OPER-NOM             PIC X(20).
           77  WS-OPER-ROLE            PIC X(01).
           77  WS-CHOIX                PIC 9(01).

           01  WS-SCRUTIN-COURANT.
               05  WS-SC-ID            PIC 9(04)   VALUE ZERO.
               05  WS-SC-TITRE         PIC X(30)   VALUE SPACES.

           77  WS-POSTE-COURANT        PIC 9(02)   VALUE ZERO.
           77  WS-NB-LUS               PIC 9(07)   VALUE ZERO.
           77  WS-NB-LISTES            PIC 9(07)   VALUE ZERO.
           77  WS-NB-INCONNUS          PIC 9(05)   VALUE ZERO.
           77  WS-TOT-INCONNUS         PIC 9(07)   VALUE ZERO.
           77  WS-NB-REMISES           PIC 9(05)   VALUE ZERO.
           77  WS-NB-EXTRAITS          PIC 9(04)   VALUE ZERO.
           77  WS-NB-IMPRIMEES         PIC 9(05)   VALUE ZERO.
           77  WS-NB-NOUVEAUX          PIC 9(06)   VALUE ZERO.
           77  WS-NB-CUMUL             PIC 9(07)   VALUE ZERO.
           77  WS-NB-PRECINCTS         PIC 9(04)   VALUE ZERO.
           77  WS-NB-VOTANTS           PIC 9(05)   VALUE ZERO.
           77  WS-NB-PARTIS            PIC 9(02)   VALUE ZERO.
           77  WS-IND-DECALAGE         PIC 9(05).
           77  WS-IND-V                PIC 9(05).
           77  WS-IND-P                PIC 9(04).

      * Nom du fichier de piste du poste en cours de lecture.
           01  WS-NOM-AUDIT-POSTE.
               05  FILLER              PIC X(06)   VALUE "auditp".
               05  WS-NOM-AU-POSTE     PIC 9(02).
               05  FILLER              PIC X(04)   VALUE ".dat".

      * Fenetre de l'extrait: les acceptations datees du debut
      * (coupure de l'extrait precedent, zero pour le premier)
      * jusqu'a la coupure exclue. Date et heure sont comparees
      * ensemble.
           77  WS-EXT-NUMERO           PIC 9(04)   VALUE ZERO.
           77  WS-DERNIER-NUMERO       PIC 9(04)   VALUE ZERO.
           01  WS-DEBUT.
               05  WS-DB-DATE          PIC 9(08)   VALUE ZERO.
               05  WS-DB-HEURE         PIC 9(06)   VALUE ZERO.
           01  FILLER REDEFINES WS-DEBUT.
               05  WS-DB-HORODATE      PIC 9(14).
           01  WS-COUPURE.
               05  WS-CP-DATE          PIC 9(08)   VALUE ZERO.
               05  WS-CP-HEURE         PIC 9(06)   VALUE ZERO.
           01  FILLER REDEFINES WS-COUPURE.
               05  WS-CP-HORODATE      PIC 9(14).

      * Heure systeme HHMMSScc: l'heure consignee en est HHMMSS.
           01  WS-HEURE-SYS            PIC 9(08).
           01  FILLER REDEFINES WS-HEURE-SYS.
               05  WS-HEURE-HHMMSS     PIC 9(06).
               05  FILLER              PIC 9(02).

      * Entree de piste en cours d'examen, de poste ou d'audit.dat.
           01  WS-ENTREE.
               05  WS-EN-DATE          PIC 9(08).
               05  WS-EN-HEURE         PIC 9(06).
           01  FILLER REDEFINES WS-ENTREE.
               05  WS-EN-HORODATE      PIC 9(14).
           77  WS-EN-ELECTEUR          PIC 9(05).
           77  WS-EN-PRECINCT          PIC 9(04).
           77  WS-EN-MOTIF             PIC X(20).
           77  WS-EN-ID-SCRUTIN        PIC 9(04).
           77  WS-EN-POSTE             PIC 9(02).

           01  WS-MODE-POSTE.
               05  FILLER              PIC X(06)   VALUE "POSTE ".
               05  WS-MP-POSTE         PIC 9(02).

      * Bureaux ayant des votants avant la coupure: nouveaux
      * votants de l'extrait et cumul depuis l'ouverture. La table
      * est classee par bureau avant l'impression.
           01  WS-TABLE-PRECINCTS.
               05  WS-PRECINCT         OCCURS 200 TIMES
                                       INDEXED BY PR-IDX.
                   10  WS-P-CODE       PIC 9(04).
                   10  WS-P-NOUVEAUX   PIC 9(06).
                   10  WS-P-CUMUL      PIC 9(07).
           01  WS-PRECINCT-NOUVEAU.
               05  WS-PN-CODE          PIC 9(04).
               05  WS-PN-NOUVEAUX      PIC 9(06).
               05  WS-PN-CUMUL         PIC 9(07).

      * Nouveaux votants de l'extrait, classes par bureau, nom,
      * prenom et numero.
           01  WS-TABLE-VOTANTS.
               05  WS-VOTANT           OCCURS 10000 TIMES.
                   10  WS-V-TRI.
                       15  WS-V-PRECINCT   PIC 9(04).
                       15  WS-V-NOM        PIC X(20).
                       15  WS-V-PRENOM     PIC X(15).
                       15  WS-V-ID         PIC 9(05).
                   10  WS-V-MODE       PIC X(10).
                   10  WS-V-HEURE      PIC 9(06).
           01  WS-VOTANT-NOUVEAU.
               05  WS-VN-TRI.
                   10  WS-VN-PRECINCT  PIC 9(04).
                   10  WS-VN-NOM       PIC X(20).
                   10  WS-VN-PRENOM    PIC X(15).
                   10  WS-VN-ID        PIC 9(05).
               05  WS-VN-MODE          PIC X(10).
               05  WS-VN-HEURE         PIC 9(06).
           77  WS-MAX-VOTANTS          PIC 9(05)   VALUE 10000.

      * Remise d'une liste a un representant de parti.
           77  WS-REMISE-EXTRAIT       PIC 9(04).
           77  WS-REMISE-PRECINCT      PIC 9(04).
           77  WS-REMISE-PARTI         PIC X(15).
           77  WS-REMISE-REPRESENTANT  PIC X(20).
           77  WS-REMISE-NOUVEAUX      PIC 9(06).
           77  WS-REMISE-CUMUL         PIC 9(07).

      * Partis des candidats du scrutin (candidats.dat).
           01  WS-TABLE-PARTIS.
               05  WS-PARTI            OCCURS 50 TIMES
                                       INDEXED BY PA-IDX
                                       PIC X(15).

      * Controle du NIP a l'ouverture de session et journal des
      * sessions (voir SESSREC).
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "extraitVotants".
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

           DISPLAY "FIN DES EXTRAITS DE VOTANTS.".
           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "FIN"       TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.

           MOVE WS-SC-ID             TO WS-TR-ID-SCRUTIN.
           MOVE WS-OPER-ID           TO WS-TR-OPERATEUR.
           MOVE WS-NB-LUS            TO WS-TR-NB-LUS.
           COMPUTE WS-TR-NB-ECRITS = WS-NB-LISTES + WS-NB-REMISES.
           MOVE WS-TOT-INCONNUS      TO WS-TR-NB-REJETS.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
       1000-INITIALISATION.
      **
      * Identifie l'operateur et retient le scrutin courant du
      * calendrier.
      **
           DISPLAY "===== LISTES DES VOTANTS POUR LES PARTIS =====".

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
      * un nouvel extrait n'est pris que pendant le scrutin, mais les
      * extraits deja pris se reimpriment et le journal de
      * distribution s'imprime apres la fermeture des bureaux.
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
      * Menu principal des extraits de votants.
      **
           DISPLAY " ".
           DISPLAY "1 - NOUVEL EXTRAIT (VOTANTS DEPUIS LE DERNIER)".
           DISPLAY "2 - REIMPRESSION D'UN EXTRAIT".
           DISPLAY "3 - REMISE D'UNE LISTE A UN PARTI".
           DISPLAY "4 - JOURNAL DE DISTRIBUTION DU SCRUTIN".
           DISPLAY "9 - FIN DE SESSION".
           DISPLAY "VOTRE CHOIX: ".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM 3000-NOUVEL-EXTRAIT
                       THRU 3000-EXIT
               WHEN 2
                   PERFORM 3050-REIMPRESSION
                       THRU 3050-EXIT
               WHEN 3
                   PERFORM 4000-REMISE-LISTE
                       THRU 4000-EXIT
               WHEN 4
                   PERFORM 5000-JOURNAL-DISTRIBUTION
                       THRU 5000-EXIT
               WHEN 9
                   SET WS-QUITTER TO TRUE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       3000-NOUVEL-EXTRAIT.
      **
      * Prend un nouvel extrait du scrutin OUVERT: la coupure est
      * l'heure du moment, le debut la coupure du dernier extrait
      * du scrutin. Les listes sont imprimees par bureau, puis
      * l'extrait est consigne a extraits.dat - seulement si toutes
      * les pistes de poste ont pu etre lues, sinon le prochain
      * extrait repartira de la meme coupure.
      **
           IF NOT WS-OUVERT-TROUVE
               DISPLAY "AUCUN SCRUTIN OUVERT - PAS DE NOUVEL EXTRAIT"
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3010-DERNIER-EXTRAIT
               THRU 3010-EXIT.
           COMPUTE WS-EXT-NUMERO = WS-DERNIER-NUMERO + 1.

           ACCEPT WS-CP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-SYS FROM TIME.
           MOVE WS-HEURE-HHMMSS TO WS-CP-HEURE.
           IF WS-CP-HORODATE NOT > WS-DB-HORODATE
               DISPLAY "HEURE DU SYSTEME (" WS-CP-DATE " "
                       WS-CP-HEURE ") NON POSTERIEURE A LA DERNIERE "
                       "COUPURE (" WS-DB-DATE " " WS-DB-HEURE ")"
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-SELECTIONNER
               THRU 3100-EXIT.

           PERFORM 3500-IMPRIMER-LISTES
               THRU 3500-EXIT.

           IF WS-PISTE-ERREUR
               DISPLAY " "
               DISPLAY "*** PISTE DE POSTE ILLISIBLE - LISTES "
                       "INCOMPLETES, NE PAS REMETTRE ***"
               DISPLAY "EXTRAIT NON ENREGISTRE - LE PROCHAIN "
                       "REPRENDRA A LA MEME COUPURE"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3600-ENREGISTRER-EXTRAIT
               THRU 3600-EXIT.
       3000-EXIT.
           EXIT.

       3010-DERNIER-EXTRAIT.
      **
      * Retient le numero et la coupure du dernier extrait du
      * scrutin (zero s'il n'y en a pas encore) comme debut du
      * suivant.
      **
           MOVE ZERO TO WS-DERNIER-NUMERO.
           MOVE ZERO TO WS-DB-DATE.
           MOVE ZERO TO WS-DB-HEURE.

           OPEN INPUT FEXTRAITS.
           IF CR-FEXTRAITS-ABSENT
               GO TO 3010-EXIT
           END-IF.
           IF NOT CR-FEXTRAITS-OK
               DISPLAY "ERREUR OUVERTURE EXTRAITS.DAT - CODE "
                       CR-FEXTRAITS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-FIN-EXTRAITS-SW TO "N".
           PERFORM 3015-LIRE-EXTRAIT
               THRU 3015-EXIT
               UNTIL WS-FIN-EXTRAITS.
           CLOSE FEXTRAITS.
       3010-EXIT.
           EXIT.

       3015-LIRE-EXTRAIT.
           READ FEXTRAITS
               AT END
                   SET WS-FIN-EXTRAITS-SW TO "O"
                   GO TO 3015-EXIT
           END-READ.

           IF XT-EXTRAIT AND XT-ID-SCRUTIN = WS-SC-ID
              AND XT-NUMERO > WS-DERNIER-NUMERO
               MOVE XT-NUMERO       TO WS-DERNIER-NUMERO
               MOVE XT-DATE-COUPURE  TO WS-DB-DATE
               MOVE XT-HEURE-COUPURE TO WS-DB-HEURE
           END-IF.
       3015-EXIT.
           EXIT.

       3020-CHERCHER-EXTRAIT.
      **
      * Cherche a extraits.dat l'en-tete de l'extrait WS-EXT-NUMERO
      * du scrutin et en reprend la fenetre.
      **
           SET WS-TROUVE-SW TO "N".

           OPEN INPUT FEXTRAITS.
           IF CR-FEXTRAITS-ABSENT
               GO TO 3020-EXIT
           END-IF.
           IF NOT CR-FEXTRAITS-OK
               DISPLAY "ERREUR OUVERTURE EXTRAITS.DAT - CODE "
                       CR-FEXTRAITS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-FIN-EXTRAITS-SW TO "N".
           PERFORM 3025-LIRE-EN-TETE
               THRU 3025-EXIT
               UNTIL WS-FIN-EXTRAITS OR WS-TROUVE.
           CLOSE FEXTRAITS.
       3020-EXIT.
           EXIT.

       3025-LIRE-EN-TETE.
           READ FEXTRAITS
               AT END
                   SET WS-FIN-EXTRAITS-SW TO "O"
                   GO TO 3025-EXIT
           END-READ.

           IF XT-EXTRAIT AND XT-ID-SCRUTIN = WS-SC-ID
              AND XT-NUMERO = WS-EXT-NUMERO
               MOVE XT-DATE-DEBUT    TO WS-DB-DATE
               MOVE XT-HEURE-DEBUT   TO WS-DB-HEURE
               MOVE XT-DATE-COUPURE  TO WS-CP-DATE
               MOVE XT-HEURE-COUPURE TO WS-CP-HEURE
               SET WS-TROUVE-SW TO "O"
           END-IF.
       3025-EXIT.
           EXIT.

       3050-REIMPRESSION.
      **
      * Reimprime les listes d'un extrait enregistre, sur sa fenetre
      * d'origine. Les acceptations consolidees depuis sont relues a
      * audit.dat; la reimpression ne change pas extraits.dat.
      **
           DISPLAY "NUMERO DE L'EXTRAIT A REIMPRIMER: ".
           ACCEPT WS-EXT-NUMERO.

           PERFORM 3020-CHERCHER-EXTRAIT
               THRU 3020-EXIT.
           IF NOT WS-TROUVE
               DISPLAY "EXTRAIT " WS-EXT-NUMERO " ABSENT POUR LE "
                       "SCRUTIN " WS-SC-ID
               GO TO 3050-EXIT
           END-IF.

           PERFORM 3100-SELECTIONNER
               THRU 3100-EXIT.

           PERFORM 3500-IMPRIMER-LISTES
               THRU 3500-EXIT.

           IF WS-PISTE-ERREUR
               DISPLAY " "
               DISPLAY "*** PISTE DE POSTE ILLISIBLE - LISTES "
                       "INCOMPLETES, NE PAS REMETTRE ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       3100-SELECTIONNER.
      **
      * Relit les pistes de poste puis audit.dat et retient les
      * acceptations du scrutin datees avant la coupure: cumul par
      * bureau, et nouveaux votants pour celles datees du debut ou
      * apres. Les electeurs absents du registre sont comptes par
      * selection et cumules pour le journal des traitements.
      **
           MOVE ZERO TO WS-NB-PRECINCTS.
           MOVE ZERO TO WS-NB-VOTANTS.
           MOVE ZERO TO WS-NB-NOUVEAUX.
           MOVE ZERO TO WS-NB-CUMUL.
           MOVE ZERO TO WS-NB-INCONNUS.
           SET WS-PISTE-ERREUR-SW TO "N".

           OPEN INPUT FELECTION.
           IF NOT CR-FELECTION-OK
               DISPLAY "ERREUR OUVERTURE ELECTEURS.DAT - CODE "
                       CR-FELECTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 3110-LIRE-POSTE
               THRU 3110-EXIT
               VARYING WS-POSTE-COURANT FROM 1 BY 1
               UNTIL WS-POSTE-COURANT > 20.

           PERFORM 3120-LIRE-AUDIT
               THRU 3120-EXIT.

           CLOSE FELECTION.
           ADD WS-NB-INCONNUS TO WS-TOT-INCONNUS.

           PERFORM 3400-CLASSER-PRECINCTS
               THRU 3400-EXIT.
       3100-EXIT.
           EXIT.

       3110-LIRE-POSTE.
      **
      * Lit la piste du poste courant (auditpNN.dat) sans la
      * modifier: la table reste ouverte et continue d'y ecrire. Un
      * poste sans fichier est passe; une piste illisible rend
      * l'extrait incomplet.
      **
           MOVE WS-POSTE-COURANT TO WS-NOM-AU-POSTE.
           SET WS-FIN-POSTE-SW TO "N".

           OPEN INPUT FAUDITPOSTE.
           IF CR-FAUDITPOSTE-ABSENT
               GO TO 3110-EXIT
           END-IF.
           IF NOT CR-FAUDITPOSTE-OK
               DISPLAY "ERREUR OUVERTURE " WS-NOM-AUDIT-POSTE
                       " - CODE " CR-FAUDITPOSTE
               SET WS-PISTE-ERREUR-SW TO "O"
               GO TO 3110-EXIT
           END-IF.

           PERFORM 3115-LIRE-ENTREE-POSTE
               THRU 3115-EXIT
               UNTIL WS-FIN-POSTE.

           CLOSE FAUDITPOSTE.
       3110-EXIT.
           EXIT.

       3115-LIRE-ENTREE-POSTE.
           READ FAUDITPOSTE
               AT END
                   SET WS-FIN-POSTE-SW TO "O"
                   GO TO 3115-EXIT
           END-READ.

           ADD 1 TO WS-NB-LUS.
           MOVE AP-DATE          TO WS-EN-DATE.
           MOVE AP-HEURE         TO WS-EN-HEURE.
           MOVE AP-ELECTEUR      TO WS-EN-ELECTEUR.
           MOVE AP-PRECINCT      TO WS-EN-PRECINCT.
           MOVE AP-MOTIF         TO WS-EN-MOTIF.
           MOVE AP-ID-SCRUTIN    TO WS-EN-ID-SCRUTIN.
           MOVE AP-POSTE-TRAVAIL TO WS-EN-POSTE.
           PERFORM 3130-RETENIR-ENTREE
               THRU 3130-EXIT.
       3115-EXIT.
           EXIT.

       3120-LIRE-AUDIT.
      **
      * Lit la piste consolidee audit.dat: acceptations par la
      * poste, provisoires adjugees, pointages repris du cahier de
      * secours, et acceptations de poste deja consolidees.
      **
           SET WS-FIN-AUDIT-SW TO "N".

           OPEN INPUT FAUDIT.
           IF CR-FAUDIT-ABSENT
               GO TO 3120-EXIT
           END-IF.
           IF NOT CR-FAUDIT-OK
               DISPLAY "ERREUR OUVERTURE AUDIT.DAT - CODE " CR-FAUDIT
               SET WS-PISTE-ERREUR-SW TO "O"
               GO TO 3120-EXIT
           END-IF.

           PERFORM 3125-LIRE-ENTREE-AUDIT
               THRU 3125-EXIT
               UNTIL WS-FIN-AUDIT.

           CLOSE FAUDIT.
       3120-EXIT.
           EXIT.

       3125-LIRE-ENTREE-AUDIT.
           READ FAUDIT
               AT END
                   SET WS-FIN-AUDIT-SW TO "O"
                   GO TO 3125-EXIT
           END-READ.

           ADD 1 TO WS-NB-LUS.
           MOVE AU-DATE          TO WS-EN-DATE.
           MOVE AU-HEURE         TO WS-EN-HEURE.
           MOVE AU-ELECTEUR      TO WS-EN-ELECTEUR.
           MOVE AU-PRECINCT      TO WS-EN-PRECINCT.
           MOVE AU-MOTIF         TO WS-EN-MOTIF.
           MOVE AU-ID-SCRUTIN    TO WS-EN-ID-SCRUTIN.
           MOVE AU-POSTE-TRAVAIL TO WS-EN-POSTE.
           PERFORM 3130-RETENIR-ENTREE
               THRU 3130-EXIT.
       3125-EXIT.
           EXIT.

       3130-RETENIR-ENTREE.
      **
      * Seules les acceptations qui posent un drapeau de vote
      * comptent; le mode de vote est repris du motif.
      **
           IF WS-EN-ID-SCRUTIN NOT = WS-SC-ID
               GO TO 3130-EXIT
           END-IF.

           EVALUATE WS-EN-MOTIF
               WHEN "ACCEPTE"
                   MOVE WS-EN-POSTE   TO WS-MP-POSTE
                   MOVE WS-MODE-POSTE TO WS-VN-MODE
               WHEN "POSTAL ACCEPTE"
                   MOVE "POSTAL"      TO WS-VN-MODE
               WHEN "PROV ACCEPTE"
                   MOVE "PROVISOIRE"  TO WS-VN-MODE
               WHEN "PAPIER ACCEPTE"
                   MOVE "PAPIER"      TO WS-VN-MODE
               WHEN OTHER
                   GO TO 3130-EXIT
           END-EVALUATE.

           IF WS-EN-HORODATE NOT < WS-CP-HORODATE
               GO TO 3130-EXIT
           END-IF.

           PERFORM 3140-TROUVER-PRECINCT
               THRU 3140-EXIT.
           ADD 1 TO WS-P-CUMUL (PR-IDX).
           ADD 1 TO WS-NB-CUMUL.

           IF WS-EN-HORODATE < WS-DB-HORODATE
               GO TO 3130-EXIT
           END-IF.

           ADD 1 TO WS-P-NOUVEAUX (PR-IDX).
           ADD 1 TO WS-NB-NOUVEAUX.
           PERFORM 3150-AJOUTER-VOTANT
               THRU 3150-EXIT.
       3130-EXIT.
           EXIT.

       3140-TROUVER-PRECINCT.
           SET WS-TROUVE-SW TO "N".
           SET PR-IDX TO 1.
           SEARCH WS-PRECINCT
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN PR-IDX > WS-NB-PRECINCTS
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-P-CODE (PR-IDX) = WS-EN-PRECINCT
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.

           IF NOT WS-TROUVE
               ADD 1 TO WS-NB-PRECINCTS
               IF WS-NB-PRECINCTS > 200
                   DISPLAY "TROP DE BUREAUX - MAXIMUM 200"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET PR-IDX TO WS-NB-PRECINCTS
               MOVE WS-EN-PRECINCT TO WS-P-CODE (PR-IDX)
               MOVE ZERO TO WS-P-NOUVEAUX (PR-IDX)
               MOVE ZERO TO WS-P-CUMUL (PR-IDX)
           END-IF.
       3140-EXIT.
           EXIT.

       3150-AJOUTER-VOTANT.
      **
      * Prend le nom de l'electeur au registre et l'insere a son
      * rang de bureau et de nom parmi les nouveaux votants.
      **
           IF WS-NB-VOTANTS = WS-MAX-VOTANTS
               DISPLAY "TROP DE NOUVEAUX VOTANTS - MAXIMUM "
                       WS-MAX-VOTANTS " - PRENDRE LES EXTRAITS PLUS "
                       "SOUVENT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-EN-ELECTEUR TO EL-ID.
           READ FELECTION
               INVALID KEY
                   MOVE "*** ABSENT DU REGISTRE" TO WS-VN-NOM
                   MOVE SPACES TO WS-VN-PRENOM
                   ADD 1 TO WS-NB-INCONNUS
               NOT INVALID KEY
                   MOVE EL-NOM    TO WS-VN-NOM
                   MOVE EL-PRENOM TO WS-VN-PRENOM
           END-READ.

           MOVE WS-EN-PRECINCT TO WS-VN-PRECINCT.
           MOVE WS-EN-ELECTEUR TO WS-VN-ID.
           MOVE WS-EN-HEURE    TO WS-VN-HEURE.

           ADD 1 TO WS-NB-VOTANTS.
           MOVE WS-NB-VOTANTS TO WS-IND-DECALAGE.
           SET WS-FIN-RECHERCHE-SW TO "N".
           PERFORM 3160-DECALER-VOTANT
               THRU 3160-EXIT
               UNTIL WS-FIN-RECHERCHE.
           MOVE WS-VOTANT-NOUVEAU TO WS-VOTANT (WS-IND-DECALAGE).
       3150-EXIT.
           EXIT.

       3160-DECALER-VOTANT.
           IF WS-IND-DECALAGE = 1
               SET WS-FIN-RECHERCHE-SW TO "O"
               GO TO 3160-EXIT
           END-IF.
           IF WS-V-TRI (WS-IND-DECALAGE - 1) NOT > WS-VN-TRI
               SET WS-FIN-RECHERCHE-SW TO "O"
               GO TO 3160-EXIT
           END-IF.
           MOVE WS-VOTANT (WS-IND-DECALAGE - 1)
                                   TO WS-VOTANT (WS-IND-DECALAGE).
           SUBTRACT 1 FROM WS-IND-DECALAGE.
       3160-EXIT.
           EXIT.

       3400-CLASSER-PRECINCTS.
      **
      * Classe la table des bureaux par numero, dans l'ordre des
      * nouveaux votants.
      **
           PERFORM 3410-CLASSER-PRECINCT
               THRU 3410-EXIT
               VARYING WS-IND-P FROM 2 BY 1
               UNTIL WS-IND-P > WS-NB-PRECINCTS.
       3400-EXIT.
           EXIT.

       3410-CLASSER-PRECINCT.
           MOVE WS-PRECINCT (WS-IND-P) TO WS-PRECINCT-NOUVEAU.
           MOVE WS-IND-P TO WS-IND-DECALAGE.
           SET WS-FIN-RECHERCHE-SW TO "N".
           PERFORM 3420-DECALER-PRECINCT
               THRU 3420-EXIT
               UNTIL WS-FIN-RECHERCHE.
           MOVE WS-PRECINCT-NOUVEAU TO WS-PRECINCT (WS-IND-DECALAGE).
       3410-EXIT.
           EXIT.

       3420-DECALER-PRECINCT.
           IF WS-IND-DECALAGE = 1
               SET WS-FIN-RECHERCHE-SW TO "O"
               GO TO 3420-EXIT
           END-IF.
           IF WS-P-CODE (WS-IND-DECALAGE - 1) NOT > WS-PN-CODE
               SET WS-FIN-RECHERCHE-SW TO "O"
               GO TO 3420-EXIT
           END-IF.
           MOVE WS-PRECINCT (WS-IND-DECALAGE - 1)
                                   TO WS-PRECINCT (WS-IND-DECALAGE).
           SUBTRACT 1 FROM WS-IND-DECALAGE.
       3420-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       3500-IMPRIMER-LISTES.
      **
      * Imprime une liste par bureau: en-tete avec la fenetre de
      * l'extrait, nouveaux votants par ordre de nom, puis le nombre
      * de nouveaux votants et le cumul du bureau.
      **
           DISPLAY " ".
           DISPLAY "===== EXTRAIT " WS-EXT-NUMERO " - SCRUTIN "
                   WS-SC-ID " - " WS-SC-TITRE.
           IF WS-DB-HORODATE = ZERO
               DISPLAY "VOTANTS DEPUIS L'OUVERTURE JUSQU'AU "
                       WS-CP-DATE " " WS-CP-HEURE " (COUPURE)"
           ELSE
               DISPLAY "VOTANTS DEPUIS LE " WS-DB-DATE " "
                       WS-DB-HEURE " JUSQU'AU " WS-CP-DATE " "
                       WS-CP-HEURE " (COUPURE)"
           END-IF.

           MOVE 1 TO WS-IND-V.
           PERFORM 3510-IMPRIMER-BUREAU
               THRU 3510-EXIT
               VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > WS-NB-PRECINCTS.

           DISPLAY " ".
           DISPLAY "===== SOMMAIRE DE L'EXTRAIT " WS-EXT-NUMERO
                   " =====".
           DISPLAY "BUREAUX:                   " WS-NB-PRECINCTS.
           DISPLAY "NOUVEAUX VOTANTS:          " WS-NB-NOUVEAUX.
           DISPLAY "VOTANTS CUMULES:           " WS-NB-CUMUL.
           IF WS-NB-INCONNUS > ZERO
               DISPLAY "ELECTEURS ABSENTS DU REGISTRE: "
                       WS-NB-INCONNUS
           END-IF.
       3500-EXIT.
           EXIT.

       3510-IMPRIMER-BUREAU.
           DISPLAY " ".
           DISPLAY "----- BUREAU " WS-P-CODE (PR-IDX) " - EXTRAIT "
                   WS-EXT-NUMERO " -----".
           DISPLAY "NUMERO NOM                  PRENOM          "
                   "MODE       HEURE".

           SET WS-FIN-BUREAU-SW TO "N".
           PERFORM 3520-IMPRIMER-VOTANT
               THRU 3520-EXIT
               UNTIL WS-FIN-BUREAU.

           IF WS-P-NOUVEAUX (PR-IDX) = ZERO
               DISPLAY "AUCUN NOUVEAU VOTANT"
           END-IF.
           DISPLAY "NOUVEAUX VOTANTS: " WS-P-NOUVEAUX (PR-IDX)
                   "   CUMUL DU BUREAU: " WS-P-CUMUL (PR-IDX).
       3510-EXIT.
           EXIT.

       3520-IMPRIMER-VOTANT.
           IF WS-IND-V > WS-NB-VOTANTS
               SET WS-FIN-BUREAU-SW TO "O"
               GO TO 3520-EXIT
           END-IF.
           IF WS-V-PRECINCT (WS-IND-V) NOT = WS-P-CODE (PR-IDX)
               SET WS-FIN-BUREAU-SW TO "O"
               GO TO 3520-EXIT
           END-IF.

           DISPLAY WS-V-ID (WS-IND-V) "  " WS-V-NOM (WS-IND-V) " "
                   WS-V-PRENOM (WS-IND-V) " " WS-V-MODE (WS-IND-V)
                   " " WS-V-HEURE (WS-IND-V).
           ADD 1 TO WS-IND-V.
       3520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       3600-ENREGISTRER-EXTRAIT.
      **
      * Ajoute a extraits.dat l'en-tete de l'extrait (fenetre et
      * totaux) et une ligne par bureau; la coupure devient le debut
      * du prochain extrait.
      **
           OPEN EXTEND FEXTRAITS.
           IF CR-FEXTRAITS-ABSENT
               OPEN OUTPUT FEXTRAITS
           END-IF.
           IF NOT CR-FEXTRAITS-OK
               DISPLAY "ERREUR OUVERTURE EXTRAITS.DAT - CODE "
                       CR-FEXTRAITS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO XT-RECORD.
           SET XT-EXTRAIT TO TRUE.
           MOVE WS-SC-ID       TO XT-ID-SCRUTIN.
           MOVE WS-EXT-NUMERO  TO XT-NUMERO.
           MOVE WS-DB-DATE     TO XT-DATE-DEBUT.
           MOVE WS-DB-HEURE    TO XT-HEURE-DEBUT.
           MOVE WS-CP-DATE     TO XT-DATE-COUPURE.
           MOVE WS-CP-HEURE    TO XT-HEURE-COUPURE.
           MOVE ZERO           TO XT-PRECINCT.
           MOVE WS-NB-NOUVEAUX TO XT-NB-NOUVEAUX.
           MOVE WS-NB-CUMUL    TO XT-NB-CUMUL.
           MOVE WS-OPER-ID     TO XT-OPERATEUR.
           PERFORM 3610-ECRIRE-EXTRAIT
               THRU 3610-EXIT.

           SET XT-BUREAU TO TRUE.
           PERFORM 3620-ECRIRE-BUREAU
               THRU 3620-EXIT
               VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > WS-NB-PRECINCTS.

           CLOSE FEXTRAITS.

           ADD WS-NB-NOUVEAUX TO WS-NB-LISTES.
           ADD 1 TO WS-NB-EXTRAITS.
           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "EXTRAIT"   TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.

           DISPLAY " ".
           DISPLAY "EXTRAIT " WS-EXT-NUMERO " ENREGISTRE - COUPURE "
                   WS-CP-DATE " " WS-CP-HEURE.
       3600-EXIT.
           EXIT.

       3610-ECRIRE-EXTRAIT.
           WRITE XT-RECORD.
           IF NOT CR-FEXTRAITS-OK
               DISPLAY "ERREUR ECRITURE EXTRAITS.DAT - CODE "
                       CR-FEXTRAITS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       3610-EXIT.
           EXIT.

       3620-ECRIRE-BUREAU.
           MOVE WS-P-CODE (PR-IDX)     TO XT-PRECINCT.
           MOVE WS-P-NOUVEAUX (PR-IDX) TO XT-NB-NOUVEAUX.
           MOVE WS-P-CUMUL (PR-IDX)    TO XT-NB-CUMUL.
           PERFORM 3610-ECRIRE-EXTRAIT
               THRU 3610-EXIT.
       3620-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       4000-REMISE-LISTE.
      **
      * Consigne au journal de distribution la remise de la liste
      * d'un bureau, pour un extrait enregistre, au representant
      * d'un parti des candidats du scrutin.
      **
           PERFORM 3010-DERNIER-EXTRAIT
               THRU 3010-EXIT.
           IF WS-DERNIER-NUMERO = ZERO
               DISPLAY "AUCUN EXTRAIT ENREGISTRE POUR LE SCRUTIN "
                       WS-SC-ID
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "NUMERO DE L'EXTRAIT (0 = DERNIER, "
                   WS-DERNIER-NUMERO "): ".
           ACCEPT WS-REMISE-EXTRAIT.
           IF WS-REMISE-EXTRAIT = ZERO
               MOVE WS-DERNIER-NUMERO TO WS-REMISE-EXTRAIT
           END-IF.

           DISPLAY "BUREAU: ".
           ACCEPT WS-REMISE-PRECINCT.

           PERFORM 4010-CHERCHER-LISTE
               THRU 4010-EXIT.
           IF NOT WS-TROUVE
               DISPLAY "AUCUNE LISTE DU BUREAU " WS-REMISE-PRECINCT
                       " A L'EXTRAIT " WS-REMISE-EXTRAIT
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-CHARGER-PARTIS
               THRU 4100-EXIT.

           DISPLAY "PARTI (COMME AU FICHIER DES CANDIDATS): ".
           ACCEPT WS-REMISE-PARTI.
           SET WS-TROUVE-SW TO "N".
           SET PA-IDX TO 1.
           SEARCH WS-PARTI
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN PA-IDX > WS-NB-PARTIS
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-PARTI (PA-IDX) = WS-REMISE-PARTI
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.
           IF NOT WS-TROUVE
               DISPLAY "PARTI INCONNU - PARTIS DES CANDIDATS:"
               PERFORM 4120-AFFICHER-PARTI
                   THRU 4120-EXIT
                   VARYING PA-IDX FROM 1 BY 1
                   UNTIL PA-IDX > WS-NB-PARTIS
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "NOM DU REPRESENTANT: ".
           ACCEPT WS-REMISE-REPRESENTANT.
           IF WS-REMISE-REPRESENTANT = SPACES
               DISPLAY "NOM DU REPRESENTANT OBLIGATOIRE - REMISE NON "
                       "CONSIGNEE"
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4200-ECRIRE-DISTRIBUTION
               THRU 4200-EXIT.
       4000-EXIT.
           EXIT.

       4010-CHERCHER-LISTE.
      **
      * Cherche a extraits.dat la ligne du bureau pour l'extrait
      * demande et en reprend les comptes imprimes sur la liste.
      **
           SET WS-TROUVE-SW TO "N".

           OPEN INPUT FEXTRAITS.
           IF NOT CR-FEXTRAITS-OK
               DISPLAY "ERREUR OUVERTURE EXTRAITS.DAT - CODE "
                       CR-FEXTRAITS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-FIN-EXTRAITS-SW TO "N".
           PERFORM 4015-LIRE-LISTE
               THRU 4015-EXIT
               UNTIL WS-FIN-EXTRAITS OR WS-TROUVE.
           CLOSE FEXTRAITS.
       4010-EXIT.
           EXIT.

       4015-LIRE-LISTE.
           READ FEXTRAITS
               AT END
                   SET WS-FIN-EXTRAITS-SW TO "O"
                   GO TO 4015-EXIT
           END-READ.

           IF XT-BUREAU AND XT-ID-SCRUTIN = WS-SC-ID
              AND XT-NUMERO = WS-REMISE-EXTRAIT
              AND XT-PRECINCT = WS-REMISE-PRECINCT
               MOVE XT-NB-NOUVEAUX TO WS-REMISE-NOUVEAUX
               MOVE XT-NB-CUMUL    TO WS-REMISE-CUMUL
               SET WS-TROUVE-SW TO "O"
           END-IF.
       4015-EXIT.
           EXIT.

       4100-CHARGER-PARTIS.
      **
      * Charge les partis distincts du fichier des candidats.
      **
           MOVE ZERO TO WS-NB-PARTIS.

           OPEN INPUT FCANDIDATS.
           IF CR-FCANDIDATS-ABSENT
               GO TO 4100-EXIT
           END-IF.
           IF NOT CR-FCANDIDATS-OK
               DISPLAY "ERREUR OUVERTURE CANDIDATS.DAT - CODE "
                       CR-FCANDIDATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-FIN-CANDIDATS-SW TO "N".
           PERFORM 4110-LIRE-CANDIDAT
               THRU 4110-EXIT
               UNTIL WS-FIN-CANDIDATS.
           CLOSE FCANDIDATS.
       4100-EXIT.
           EXIT.

       4110-LIRE-CANDIDAT.
           READ FCANDIDATS
               AT END
                   SET WS-FIN-CANDIDATS-SW TO "O"
                   GO TO 4110-EXIT
           END-READ.

           IF CD-PARTI = SPACES
               GO TO 4110-EXIT
           END-IF.

           SET WS-TROUVE-SW TO "N".
           SET PA-IDX TO 1.
           SEARCH WS-PARTI
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN PA-IDX > WS-NB-PARTIS
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-PARTI (PA-IDX) = CD-PARTI
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.

           IF NOT WS-TROUVE
               ADD 1 TO WS-NB-PARTIS
               IF WS-NB-PARTIS > 50
                   DISPLAY "TROP DE PARTIS - MAXIMUM 50"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET PA-IDX TO WS-NB-PARTIS
               MOVE CD-PARTI TO WS-PARTI (PA-IDX)
           END-IF.
       4110-EXIT.
           EXIT.

       4120-AFFICHER-PARTI.
           DISPLAY "  " WS-PARTI (PA-IDX).
       4120-EXIT.
           EXIT.

       4200-ECRIRE-DISTRIBUTION.
           OPEN EXTEND FDISTRIBUTIONS.
           IF CR-FDISTRIBUTIONS-ABSENT
               OPEN OUTPUT FDISTRIBUTIONS
           END-IF.
           IF NOT CR-FDISTRIBUTIONS-OK
               DISPLAY "ERREUR OUVERTURE DISTRIBUTIONS.DAT - CODE "
                       CR-FDISTRIBUTIONS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO DI-RECORD.
           MOVE WS-SC-ID               TO DI-ID-SCRUTIN.
           MOVE WS-REMISE-EXTRAIT      TO DI-EXTRAIT.
           MOVE WS-REMISE-PRECINCT     TO DI-PRECINCT.
           MOVE WS-REMISE-PARTI        TO DI-PARTI.
           MOVE WS-REMISE-REPRESENTANT TO DI-REPRESENTANT.
           ACCEPT DI-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-SYS FROM TIME.
           MOVE WS-HEURE-HHMMSS        TO DI-HEURE.
           MOVE WS-REMISE-NOUVEAUX     TO DI-NB-NOUVEAUX.
           MOVE WS-REMISE-CUMUL        TO DI-NB-CUMUL.
           MOVE WS-OPER-ID             TO DI-OPERATEUR.

           WRITE DI-RECORD.
           IF NOT CR-FDISTRIBUTIONS-OK
               DISPLAY "ERREUR ECRITURE DISTRIBUTIONS.DAT - CODE "
                       CR-FDISTRIBUTIONS
               CLOSE FDISTRIBUTIONS
               GO TO 4200-EXIT
           END-IF.
           CLOSE FDISTRIBUTIONS.

           ADD 1 TO WS-NB-REMISES.
           MOVE WS-OPER-ID     TO WS-SE-OPERATEUR.
           MOVE "REMISE LISTE" TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.

           DISPLAY "REMISE CONSIGNEE - EXTRAIT " DI-EXTRAIT
                   " BUREAU " DI-PRECINCT " - " DI-PARTI " ("
                   DI-REPRESENTANT ") LE " DI-DATE " A " DI-HEURE.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       5000-JOURNAL-DISTRIBUTION.
      **
      * Imprime le journal de distribution du scrutin: quelle liste
      * a ete remise a quel parti, et quand.
      **
           OPEN INPUT FDISTRIBUTIONS.
           IF CR-FDISTRIBUTIONS-ABSENT
               DISPLAY "AUCUNE REMISE CONSIGNEE"
               GO TO 5000-EXIT
           END-IF.
           IF NOT CR-FDISTRIBUTIONS-OK
               DISPLAY "ERREUR OUVERTURE DISTRIBUTIONS.DAT - CODE "
                       CR-FDISTRIBUTIONS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY " ".
           DISPLAY "===== JOURNAL DE DISTRIBUTION - SCRUTIN "
                   WS-SC-ID " =====".
           DISPLAY "EXTR BUREAU PARTI           REPRESENTANT         "
                   "DATE     HEURE  NOUV.  CUMUL   OPER.".

           MOVE ZERO TO WS-NB-IMPRIMEES.
           SET WS-FIN-DISTRIB-SW TO "N".
           PERFORM 5010-IMPRIMER-REMISE
               THRU 5010-EXIT
               UNTIL WS-FIN-DISTRIB.
           CLOSE FDISTRIBUTIONS.

           DISPLAY "REMISES CONSIGNEES: " WS-NB-IMPRIMEES.
       5000-EXIT.
           EXIT.

       5010-IMPRIMER-REMISE.
           READ FDISTRIBUTIONS
               AT END
                   SET WS-FIN-DISTRIB-SW TO "O"
                   GO TO 5010-EXIT
           END-READ.

           IF DI-ID-SCRUTIN NOT = WS-SC-ID
               GO TO 5010-EXIT
           END-IF.

           ADD 1 TO WS-NB-IMPRIMEES.
           DISPLAY DI-EXTRAIT " " DI-PRECINCT "   " DI-PARTI " "
                   DI-REPRESENTANT " " DI-DATE " " DI-HEURE " "
                   DI-NB-NOUVEAUX " " DI-NB-CUMUL " " DI-OPERATEUR.
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

       END PROGRAM extraitVotants.
