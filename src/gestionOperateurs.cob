      ******************************************************************
      * Program-ID:  GESTIONOPERATEURS
      * Author:      M. Fortin, Direction du scrutin - Informatique
      * Installation: Bureau des elections
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Maintenance of the operator file (operateurs.dat).
      *              A registry supervisor, signed on with a PIN,
      *              lists the operators, adds an operator with a
      *              role and PIN, changes an operator's role,
      *              suspends, retires or reactivates an operator
      *              (reactivation also clears a PIN lockout) and
      *              assigns a new PIN. A retired operator is never
      *              deleted: the code stays in the file and cannot
      *              be given to anyone else. Every change is logged
      *              to the session log (sessions.dat, see SESSREC)
      *              with the supervisor who made it and the operator
      *              changed, so the board can show who could sign
      *              on to the suite on any given day.
      *              Changeover: as long as no operator of the file
      *              has a PIN yet, a supervisor without one chooses
      *              one at sign-on; once a first PIN exists,
      *              every other PIN is assigned here by a
      *              supervisor.
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
       PROGRAM-ID. gestionOperateurs.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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
           77  CR-FOPERATEURS          PIC 9(02).
               88  CR-FOPERATEURS-OK           VALUE 00.
           77  CR-FSESSIONS            PIC 9(02).
               88  CR-FSESSIONS-OK             VALUE 00.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  WS-FIN-OPER-SW          PIC X(01)   VALUE "N".
               88  WS-FIN-OPER                 VALUE "O".
           77  WS-OPER-TROUVE-SW       PIC X(01)   VALUE "N".
               88  WS-OPER-TROUVE              VALUE "O".
           77  WS-CIBLE-TROUVEE-SW     PIC X(01)   VALUE "N".
               88  WS-CIBLE-TROUVEE            VALUE "O".
           77  WS-NIP-VALIDE-SW        PIC X(01)   VALUE "N".
               88  WS-NIP-VALIDE               VALUE "O".
           77  WS-MISE-EN-SERVICE-SW   PIC X(01)   VALUE "N".
               88  WS-MISE-EN-SERVICE          VALUE "O".
           77  WS-QUITTER-SW           PIC X(01)   VALUE "N".
               88  WS-QUITTER                  VALUE "O".

           77  WS-OPER-CHERCHE         PIC X(06).
           77  WS-OPER-ID              PIC X(06).
           77  WS-OPER-NOM             PIC X(20).
           77  WS-CHOIX                PIC 9(01).
           77  WS-ID-CIBLE             PIC X(06).
           77  WS-NOUVEAU-NOM          PIC X(20).
           77  WS-NOUVEAU-ROLE         PIC X(01).
           77  WS-NOUVEAU-NIP          PIC X(04).
           77  WS-CONFIRME-NIP         PIC X(04).
           77  WS-REPONSE              PIC X(01).
           77  WS-LIB-ROLE             PIC X(11).
           77  WS-LIB-STATUT           PIC X(11).
           77  WS-LIB-NIP              PIC X(07).
           77  WS-NB-OPERATEURS        PIC 9(04)   VALUE ZERO.
           77  WS-NB-AVEC-NIP          PIC 9(04)   VALUE ZERO.

      * Controle du NIP a l'ouverture de session et journal des
      * sessions (voir SESSREC).
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "gestionOperateurs".
           77  WS-NIP-SAISI            PIC X(04).
           77  WS-NIP-OK-SW            PIC X(01)   VALUE "N".
               88  WS-NIP-OK                   VALUE "O".
           77  WS-MAX-ECHECS-NIP       PIC 9(01)   VALUE 3.
           77  WS-SE-OPERATEUR         PIC X(06).
           77  WS-SE-EVENEMENT         PIC X(14).
           77  WS-SE-CIBLE             PIC X(06).

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

           DISPLAY "FIN DE LA GESTION DES OPERATEURS.".
           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "FIN"       TO WS-SE-EVENEMENT.
           MOVE SPACES      TO WS-SE-CIBLE.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.

           MOVE WS-OPER-ID           TO WS-TR-OPERATEUR.
           MOVE WS-NB-OPERATEURS     TO WS-TR-NB-LUS.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
       1000-INITIALISATION.
      **
      * Releve si des NIP sont deja attribues (mise en service) et
      * identifie le superviseur responsable des operateurs.
      **
           DISPLAY "===== GESTION DES OPERATEURS =====".

           PERFORM 1100-RECENSER-NIP
               THRU 1100-EXIT.

           SET WS-NIP-OK-SW TO "N".
           PERFORM 1210-SAISIE-OPERATEUR
               THRU 1210-EXIT
               UNTIL WS-NIP-OK AND OP-ROLE-SUPERVISEUR.

           MOVE OP-ID  TO WS-OPER-ID.
           MOVE OP-NOM TO WS-OPER-NOM.
           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "OUVERTURE" TO WS-SE-EVENEMENT.
           MOVE SPACES      TO WS-SE-CIBLE.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.
           DISPLAY "SESSION OUVERTE - " WS-OPER-NOM
                   " (" WS-OPER-ID ")".
       1000-EXIT.
           EXIT.

       1100-RECENSER-NIP.
      **
      * Compte les operateurs du fichier et ceux qui ont deja un
      * NIP. Tant qu'aucun NIP n'est attribue, le fichier vient
      * d'etre mis en service: un superviseur sans NIP choisit le
      * sien a l'ouverture de session (voir 7030).
      **
           MOVE ZERO TO WS-NB-OPERATEURS.
           MOVE ZERO TO WS-NB-AVEC-NIP.
           SET WS-FIN-OPER-SW TO "N".

           OPEN INPUT FOPERATEURS.
           IF NOT CR-FOPERATEURS-OK
               DISPLAY "ERREUR OUVERTURE OPERATEURS.DAT - CODE "
                       CR-FOPERATEURS
               STOP RUN
           END-IF.

           PERFORM 1110-COMPTER-OPERATEUR
               THRU 1110-EXIT
               UNTIL WS-FIN-OPER.

           CLOSE FOPERATEURS.

           IF WS-NB-AVEC-NIP = ZERO
               SET WS-MISE-EN-SERVICE-SW TO "O"
               DISPLAY "AUCUN NIP ATTRIBUE - MISE EN SERVICE DES NIP"
           END-IF.
       1100-EXIT.
           EXIT.

       1110-COMPTER-OPERATEUR.
           READ FOPERATEURS
               AT END
                   SET WS-FIN-OPER-SW TO "O"
               NOT AT END
                   ADD 1 TO WS-NB-OPERATEURS
                   IF OP-NIP NOT = SPACES
                       ADD 1 TO WS-NB-AVEC-NIP
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

       1210-SAISIE-OPERATEUR.
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
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2000-MENU-PRINCIPAL.
      **
      * Menu principal de la gestion des operateurs.
      **
           DISPLAY " ".
           DISPLAY "1 - LISTER LES OPERATEURS".
           DISPLAY "2 - AJOUTER UN OPERATEUR".
           DISPLAY "3 - CHANGER LE ROLE D'UN OPERATEUR".
           DISPLAY "4 - SUSPENDRE UN OPERATEUR".
           DISPLAY "5 - RETIRER UN OPERATEUR".
           DISPLAY "6 - REACTIVER / DEVERROUILLER UN OPERATEUR".
           DISPLAY "7 - ATTRIBUER UN NOUVEAU NIP".
           DISPLAY "9 - FIN DE SESSION".
           DISPLAY "VOTRE CHOIX: ".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM 3000-LISTER-OPERATEURS
                       THRU 3000-EXIT
               WHEN 2
                   PERFORM 4000-AJOUTER-OPERATEUR
                       THRU 4000-EXIT
               WHEN 3
                   PERFORM 5000-CHANGER-ROLE
                       THRU 5000-EXIT
               WHEN 4
                   PERFORM 5100-SUSPENDRE-OPERATEUR
                       THRU 5100-EXIT
               WHEN 5
                   PERFORM 5200-RETIRER-OPERATEUR
                       THRU 5200-EXIT
               WHEN 6
                   PERFORM 5300-REACTIVER-OPERATEUR
                       THRU 5300-EXIT
               WHEN 7
                   PERFORM 5400-ATTRIBUER-NIP
                       THRU 5400-EXIT
               WHEN 9
                   SET WS-QUITTER TO TRUE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       3000-LISTER-OPERATEURS.
      **
      * Liste les operateurs avec leur role, leur statut et la
      * presence d'un NIP - le NIP lui-meme n'est jamais affiche.
      **
           SET WS-FIN-OPER-SW TO "N".

           OPEN INPUT FOPERATEURS.
           IF NOT CR-FOPERATEURS-OK
               DISPLAY "ERREUR OUVERTURE OPERATEURS.DAT - CODE "
                       CR-FOPERATEURS
               STOP RUN
           END-IF.

           DISPLAY "CODE    NOM                   ROLE        "
                   "STATUT      NIP     REFUS".
           PERFORM 3100-LISTER-UN-OPERATEUR
               THRU 3100-EXIT
               UNTIL WS-FIN-OPER.

           CLOSE FOPERATEURS.
       3000-EXIT.
           EXIT.

       3100-LISTER-UN-OPERATEUR.
           READ FOPERATEURS
               AT END
                   SET WS-FIN-OPER-SW TO "O"
                   GO TO 3100-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN OP-ROLE-SUPERVISEUR
                   MOVE "SUPERVISEUR" TO WS-LIB-ROLE
               WHEN OP-ROLE-COMMIS
                   MOVE "COMMIS"      TO WS-LIB-ROLE
               WHEN OTHER
                   MOVE "INCONNU"     TO WS-LIB-ROLE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN OP-ACTIF
                   MOVE "ACTIF"       TO WS-LIB-STATUT
               WHEN OP-SUSPENDU
                   MOVE "SUSPENDU"    TO WS-LIB-STATUT
               WHEN OP-RETIRE
                   MOVE "RETIRE"      TO WS-LIB-STATUT
               WHEN OP-VERROUILLE
                   MOVE "VERROUILLE"  TO WS-LIB-STATUT
               WHEN OTHER
                   MOVE "INCONNU"     TO WS-LIB-STATUT
           END-EVALUATE.

           IF OP-NIP = SPACES
               MOVE "ABSENT"  TO WS-LIB-NIP
           ELSE
               MOVE "ATTRIBUE" TO WS-LIB-NIP
           END-IF.

           IF OP-NB-ECHECS NOT NUMERIC
               MOVE ZERO TO OP-NB-ECHECS
           END-IF.

           DISPLAY OP-ID "  " OP-NOM "  " WS-LIB-ROLE " "
                   WS-LIB-STATUT " " WS-LIB-NIP " " OP-NB-ECHECS.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       4000-AJOUTER-OPERATEUR.
      **
      * Ajoute un operateur actif avec son role et son NIP. Le code
      * ne doit exister nulle part dans le fichier, pas meme sous
      * un operateur retire.
      **
           DISPLAY "CODE DU NOUVEL OPERATEUR (6 CARACTERES): ".
           ACCEPT WS-ID-CIBLE.
           IF WS-ID-CIBLE = SPACES
               DISPLAY "CODE OBLIGATOIRE - AJOUT ANNULE"
               GO TO 4000-EXIT
           END-IF.

           PERFORM 8000-POSITIONNER-OPERATEUR
               THRU 8000-EXIT.
           CLOSE FOPERATEURS.

           IF WS-CIBLE-TROUVEE
               DISPLAY "CODE " WS-ID-CIBLE " DEJA ATTRIBUE A "
                       OP-NOM " - AJOUT REFUSE"
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "NOM DE L'OPERATEUR: ".
           ACCEPT WS-NOUVEAU-NOM.
           DISPLAY "ROLE (C=COMMIS S=SUPERVISEUR): ".
           ACCEPT WS-NOUVEAU-ROLE.
           IF WS-NOUVEAU-ROLE NOT = "C" AND WS-NOUVEAU-ROLE NOT = "S"
               DISPLAY "ROLE INVALIDE - AJOUT ANNULE"
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-SAISIR-NIP
               THRU 4100-EXIT.
           IF NOT WS-NIP-VALIDE
               DISPLAY "AJOUT ANNULE"
               GO TO 4000-EXIT
           END-IF.

           OPEN EXTEND FOPERATEURS.
           IF NOT CR-FOPERATEURS-OK
               DISPLAY "ERREUR OUVERTURE OPERATEURS.DAT - CODE "
                       CR-FOPERATEURS
               STOP RUN
           END-IF.

           MOVE SPACES          TO OP-RECORD.
           MOVE WS-ID-CIBLE     TO OP-ID.
           MOVE WS-NOUVEAU-NOM  TO OP-NOM.
           MOVE WS-NOUVEAU-ROLE TO OP-ROLE.
           MOVE WS-NOUVEAU-NIP  TO OP-NIP.
           MOVE "A"             TO OP-STATUT.
           MOVE ZERO            TO OP-NB-ECHECS.
           WRITE OP-RECORD.
           IF NOT CR-FOPERATEURS-OK
               DISPLAY "ERREUR ECRITURE OPERATEURS.DAT - CODE "
                       CR-FOPERATEURS
               CLOSE FOPERATEURS
               GO TO 4000-EXIT
           END-IF.
           CLOSE FOPERATEURS.

           MOVE "AJOUT OPER" TO WS-SE-EVENEMENT.
           PERFORM 8500-CONSIGNER-CHANGEMENT
               THRU 8500-EXIT.
           DISPLAY "OPERATEUR " WS-ID-CIBLE " AJOUTE".
       4000-EXIT.
           EXIT.

       4100-SAISIR-NIP.
      **
      * Saisit un NIP de quatre chiffres et sa confirmation.
      * WS-NIP-VALIDE est pose quand les deux saisies concordent.
      **
           SET WS-NIP-VALIDE-SW TO "N".

           DISPLAY "NIP (4 CHIFFRES): ".
           ACCEPT WS-NOUVEAU-NIP.
           IF WS-NOUVEAU-NIP NOT NUMERIC
               DISPLAY "LE NIP DOIT COMPTER 4 CHIFFRES"
               GO TO 4100-EXIT
           END-IF.

           DISPLAY "CONFIRMER LE NIP: ".
           ACCEPT WS-CONFIRME-NIP.
           IF WS-CONFIRME-NIP NOT = WS-NOUVEAU-NIP
               DISPLAY "LES DEUX SAISIES DU NIP DIFFERENT"
               GO TO 4100-EXIT
           END-IF.

           SET WS-NIP-VALIDE-SW TO "O".
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       5000-CHANGER-ROLE.
      **
      * Change le role d'un operateur (commis <-> superviseur). Un
      * superviseur ne change pas son propre role, et le role d'un
      * operateur retire ne change plus.
      **
           PERFORM 5900-DEMANDER-CIBLE
               THRU 5900-EXIT.
           IF NOT WS-CIBLE-TROUVEE
               GO TO 5000-EXIT
           END-IF.

           IF OP-RETIRE
               DISPLAY "OPERATEUR " WS-ID-CIBLE " RETIRE - "
                       "CHANGEMENT REFUSE"
               CLOSE FOPERATEURS
               GO TO 5000-EXIT
           END-IF.

           DISPLAY "NOUVEAU ROLE (C=COMMIS S=SUPERVISEUR): ".
           ACCEPT WS-NOUVEAU-ROLE.
           IF WS-NOUVEAU-ROLE NOT = "C" AND WS-NOUVEAU-ROLE NOT = "S"
               DISPLAY "ROLE INVALIDE - CHANGEMENT ANNULE"
               CLOSE FOPERATEURS
               GO TO 5000-EXIT
           END-IF.
           IF WS-NOUVEAU-ROLE = OP-ROLE
               DISPLAY "ROLE INCHANGE"
               CLOSE FOPERATEURS
               GO TO 5000-EXIT
           END-IF.

           MOVE WS-NOUVEAU-ROLE TO OP-ROLE.
           MOVE "CHANGT ROLE" TO WS-SE-EVENEMENT.
           PERFORM 8400-REECRIRE-OPERATEUR
               THRU 8400-EXIT.
       5000-EXIT.
           EXIT.

       5100-SUSPENDRE-OPERATEUR.
      **
      * Suspend un operateur (absence, enquete): ses ouvertures de
      * session sont refusees jusqu'a sa reactivation.
      **
           PERFORM 5900-DEMANDER-CIBLE
               THRU 5900-EXIT.
           IF NOT WS-CIBLE-TROUVEE
               GO TO 5100-EXIT
           END-IF.

           IF OP-RETIRE OR OP-SUSPENDU
               DISPLAY "OPERATEUR " WS-ID-CIBLE " DEJA SUSPENDU OU "
                       "RETIRE"
               CLOSE FOPERATEURS
               GO TO 5100-EXIT
           END-IF.

           SET OP-SUSPENDU TO TRUE.
           MOVE "SUSPENSION" TO WS-SE-EVENEMENT.
           PERFORM 8400-REECRIRE-OPERATEUR
               THRU 8400-EXIT.
       5100-EXIT.
           EXIT.

       5200-RETIRER-OPERATEUR.
      **
      * Retire definitivement un operateur. L'enregistrement reste
      * au fichier, NIP efface, pour que son code ne soit jamais
      * reattribue.
      **
           PERFORM 5900-DEMANDER-CIBLE
               THRU 5900-EXIT.
           IF NOT WS-CIBLE-TROUVEE
               GO TO 5200-EXIT
           END-IF.

           IF OP-RETIRE
               DISPLAY "OPERATEUR " WS-ID-CIBLE " DEJA RETIRE"
               CLOSE FOPERATEURS
               GO TO 5200-EXIT
           END-IF.

           DISPLAY "RETRAIT DEFINITIF DE " OP-NOM " (O/N)? ".
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O"
               DISPLAY "RETRAIT ANNULE"
               CLOSE FOPERATEURS
               GO TO 5200-EXIT
           END-IF.

           SET OP-RETIRE TO TRUE.
           MOVE SPACES TO OP-NIP.
           MOVE "RETRAIT" TO WS-SE-EVENEMENT.
           PERFORM 8400-REECRIRE-OPERATEUR
               THRU 8400-EXIT.
       5200-EXIT.
           EXIT.

       5300-REACTIVER-OPERATEUR.
      **
      * Remet en service un operateur suspendu ou verrouille apres
      * trois NIP errones; le compte des refus repart a zero. Un
      * operateur retire ne se reactive pas.
      **
           PERFORM 5900-DEMANDER-CIBLE
               THRU 5900-EXIT.
           IF NOT WS-CIBLE-TROUVEE
               GO TO 5300-EXIT
           END-IF.

           IF NOT OP-SUSPENDU AND NOT OP-VERROUILLE
               DISPLAY "OPERATEUR " WS-ID-CIBLE " NI SUSPENDU NI "
                       "VERROUILLE - RIEN A REACTIVER"
               CLOSE FOPERATEURS
               GO TO 5300-EXIT
           END-IF.

           MOVE "A" TO OP-STATUT.
           MOVE ZERO TO OP-NB-ECHECS.
           MOVE "REACTIVATION" TO WS-SE-EVENEMENT.
           PERFORM 8400-REECRIRE-OPERATEUR
               THRU 8400-EXIT.
       5300-EXIT.
           EXIT.

       5400-ATTRIBUER-NIP.
      **
      * Attribue un nouveau NIP a un operateur (NIP oublie ou
      * compromis). Le NIP remis en personne par le superviseur
      * leve aussi un verrouillage.
      **
           PERFORM 5900-DEMANDER-CIBLE
               THRU 5900-EXIT.
           IF NOT WS-CIBLE-TROUVEE
               GO TO 5400-EXIT
           END-IF.

           IF OP-RETIRE
               DISPLAY "OPERATEUR " WS-ID-CIBLE " RETIRE - NIP "
                       "REFUSE"
               CLOSE FOPERATEURS
               GO TO 5400-EXIT
           END-IF.

           PERFORM 4100-SAISIR-NIP
               THRU 4100-EXIT.
           IF NOT WS-NIP-VALIDE
               DISPLAY "NIP INCHANGE"
               CLOSE FOPERATEURS
               GO TO 5400-EXIT
           END-IF.

           MOVE WS-NOUVEAU-NIP TO OP-NIP.
           MOVE ZERO TO OP-NB-ECHECS.
           IF OP-VERROUILLE
               MOVE "A" TO OP-STATUT
           END-IF.
           MOVE "NIP ATTRIBUE" TO WS-SE-EVENEMENT.
           PERFORM 8400-REECRIRE-OPERATEUR
               THRU 8400-EXIT.
       5400-EXIT.
           EXIT.

       5900-DEMANDER-CIBLE.
      **
      * Demande le code de l'operateur a modifier et positionne
      * operateurs.dat dessus. Le superviseur en session ne peut
      * pas se modifier lui-meme. WS-CIBLE-TROUVEE n'est pose que
      * si le fichier reste ouvert sur l'operateur, pour le
      * REWRITE de l'appelant.
      **
           DISPLAY "CODE DE L'OPERATEUR: ".
           ACCEPT WS-ID-CIBLE.

           IF WS-ID-CIBLE = WS-OPER-ID
               DISPLAY "UN SUPERVISEUR NE PEUT MODIFIER SON PROPRE "
                       "CODE"
               SET WS-CIBLE-TROUVEE-SW TO "N"
               GO TO 5900-EXIT
           END-IF.

           PERFORM 8000-POSITIONNER-OPERATEUR
               THRU 8000-EXIT.

           IF NOT WS-CIBLE-TROUVEE
               DISPLAY "OPERATEUR " WS-ID-CIBLE " INCONNU"
               CLOSE FOPERATEURS
               GO TO 5900-EXIT
           END-IF.

           DISPLAY "OPERATEUR " OP-ID " - " OP-NOM.
       5900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       7000-CONTROLE-OPERATEUR.
      **
      * Recherche le code WS-OPER-CHERCHE dans operateurs.dat et
      * controle le NIP saisi (WS-NIP-SAISI), comme a l'ouverture
      * de session de tous les programmes de la suite: le troisieme
      * refus consecutif verrouille l'operateur, un NIP accepte
      * remet le compte a zero. A la mise en service des NIP, un
      * superviseur sans NIP choisit le sien (voir 7030).
      * WS-NIP-OK n'est pose que pour un operateur actif dont le NIP
      * concorde; tout refus est consigne au journal des sessions.
      **
           SET WS-NIP-OK-SW TO "N".
           SET WS-OPER-TROUVE-SW TO "N".
           SET WS-FIN-OPER-SW TO "N".
           MOVE WS-OPER-CHERCHE TO WS-SE-OPERATEUR.
           MOVE SPACES TO WS-SE-CIBLE.

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
                           "UN AUTRE SUPERVISEUR"
                   MOVE "REFUS VERROU" TO WS-SE-EVENEMENT
               WHEN OP-NIP = SPACES
                AND WS-MISE-EN-SERVICE
                AND OP-ROLE-SUPERVISEUR
                   PERFORM 7030-NIP-INITIAL
                       THRU 7030-EXIT
               WHEN OP-NIP = SPACES
                   DISPLAY "OPERATEUR " OP-ID " SANS NIP - VOIR "
                           "UN AUTRE SUPERVISEUR"
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

       7030-NIP-INITIAL.
      **
      * Mise en service des NIP: aucun operateur du fichier n'a
      * encore de NIP, et le superviseur qui ouvre la session
      * choisit le sien. Le choix est consigne au journal.
      **
           DISPLAY "PREMIER NIP DU SUPERVISEUR " OP-ID.
           PERFORM 4100-SAISIR-NIP
               THRU 4100-EXIT.
           IF NOT WS-NIP-VALIDE
               MOVE "REFUS SANS NIP" TO WS-SE-EVENEMENT
               GO TO 7030-EXIT
           END-IF.

           MOVE WS-NOUVEAU-NIP TO OP-NIP.
           MOVE "A" TO OP-STATUT.
           MOVE ZERO TO OP-NB-ECHECS.
           REWRITE OP-RECORD.
           IF NOT CR-FOPERATEURS-OK
               DISPLAY "ERREUR MISE A JOUR OPERATEURS.DAT - CODE "
                       CR-FOPERATEURS
               MOVE "REFUS SANS NIP" TO WS-SE-EVENEMENT
               GO TO 7030-EXIT
           END-IF.

           SET WS-MISE-EN-SERVICE-SW TO "N".
           SET WS-NIP-OK-SW TO "O".
           MOVE "NIP INITIAL" TO WS-SE-EVENEMENT.
           MOVE OP-ID TO WS-SE-CIBLE.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.
           MOVE SPACES TO WS-SE-CIBLE.
       7030-EXIT.
           EXIT.

       7100-JOURNAL-SESSION.
      **
      * Ajoute au journal des sessions (sessions.dat) l'evenement
      * WS-SE-EVENEMENT de l'operateur WS-SE-OPERATEUR, avec
      * l'operateur modifie WS-SE-CIBLE s'il y a lieu. Le journal
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
           MOVE WS-SE-CIBLE          TO SE-OPER-CIBLE.
           MOVE ZERO                 TO SE-ID-SCRUTIN.
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
       8000-POSITIONNER-OPERATEUR.
      **
      * Positionne operateurs.dat (ouvert en mise a jour) sur
      * l'operateur WS-ID-CIBLE; OP-RECORD contient l'operateur
      * trouve en sortie et le fichier reste ouvert pour le REWRITE
      * de l'appelant, qui le referme.
      **
           SET WS-CIBLE-TROUVEE-SW TO "N".
           SET WS-FIN-OPER-SW TO "N".

           OPEN I-O FOPERATEURS.
           IF NOT CR-FOPERATEURS-OK
               DISPLAY "ERREUR OUVERTURE OPERATEURS.DAT - CODE "
                       CR-FOPERATEURS
               STOP RUN
           END-IF.

           PERFORM 8100-LIRE-OPERATEUR-CHERCHE
               THRU 8100-EXIT
               UNTIL WS-FIN-OPER OR WS-CIBLE-TROUVEE.
       8000-EXIT.
           EXIT.

       8100-LIRE-OPERATEUR-CHERCHE.
           READ FOPERATEURS
               AT END
                   SET WS-FIN-OPER-SW TO "O"
               NOT AT END
                   IF OP-ID = WS-ID-CIBLE
                       SET WS-CIBLE-TROUVEE-SW TO "O"
                   END-IF
           END-READ.
       8100-EXIT.
           EXIT.

       8400-REECRIRE-OPERATEUR.
      **
      * Reecrit l'operateur modifie sur lequel operateurs.dat est
      * positionne, referme le fichier et consigne le changement
      * WS-SE-EVENEMENT au journal.
      **
           REWRITE OP-RECORD.
           IF NOT CR-FOPERATEURS-OK
               DISPLAY "ERREUR MISE A JOUR OPERATEURS.DAT - CODE "
                       CR-FOPERATEURS
               CLOSE FOPERATEURS
               GO TO 8400-EXIT
           END-IF.
           CLOSE FOPERATEURS.

           PERFORM 8500-CONSIGNER-CHANGEMENT
               THRU 8500-EXIT.
           DISPLAY "OPERATEUR " WS-ID-CIBLE " - " WS-SE-EVENEMENT
                   " ENREGISTRE".
       8400-EXIT.
           EXIT.

       8500-CONSIGNER-CHANGEMENT.
      **
      * Consigne au journal des sessions le changement apporte a
      * l'operateur WS-ID-CIBLE, au nom du superviseur en session.
      **
           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE WS-ID-CIBLE TO WS-SE-CIBLE.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.
           MOVE SPACES      TO WS-SE-CIBLE.
       8500-EXIT.
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

       END PROGRAM gestionOperateurs.
