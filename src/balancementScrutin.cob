      * Date-Compiled:
      * Purpose:     End-of-day three-way balancing of the scrutin:
      *              accepted check-ins on the audit trail
      *              (audit.dat, motifs ACCEPTE, POSTAL ACCEPTE,
      *              PROV ACCEPTE et PAPIER ACCEPTE), electors
      *              flagged as having voted in the registry
      *              (electeurs.dat) and ballot
      *              records cast (bulletins.dat), tallied per
      *              precinct and county-wide. Prints the
      *              reconciliation statement with each leg and the
      *              verdict (RETURN-CODE zero when in balance, 8
      *              otherwise). The board does not certify until
      *              this statement balances.
      *              Refuses to start unless consolidationAudit has
      *              run cleanly for the scrutin and every station
      *              trail (auditp01.dat to auditp20.dat) is absent
      *              or empty (or a supervisor signs an override);
      *              the run and its verdict go to the run-control
      *              ledger (traitements.dat).
      ******************************************************************
      * Modification History:
      *   2026-08-21  MF    Initial version.
      *                     scrutins: le balancement se rattache a
      *                     l'evenement OUVERT s'il y en a un, sinon
      *                     a l'evenement FERME.
      *   2026-10-15  MF    Saisie par bulletin (voir BULLREC): seuls
      *                     les en-tetes de bulletin comptent comme
      *                     bulletins deposes, choix et survotes non;
      *                     un enregistrement sans type (saisi avant
      *                     le changement) compte encore pour un.
      *   2026-10-15  MF    Les pointages du cahier de secours repris
      *                     par repriseSecours (motif PAPIER ACCEPTE)
      *                     comptent parmi les verifications
      *                     acceptees.
      *   2026-10-15  MF    Journal des traitements (voir TRAITREC):
      *                     le balancement exige une consolidation
      *                     des pistes des postes (consolidationAudit)
      *                     terminee sans erreur pour le scrutin,
      *                     sauf derogation signee par un
      *                     superviseur, et consigne son execution
      *                     avec son verdict en code retour -
      *                     clotureScrutin s'y fie.
      *   2026-10-15  MF    Derogation: NIP controle comme a l'ouverture
      *                     de session (refus comptes, verrouillage au
      *                     troisieme NIP errone); refus et derogation
      *                     consignes au journal sessions.dat. Nouveau
      *                     prealable: aucune piste de poste
      *                     (auditp01.dat a auditp20.dat) ne doit rester
      *                     chargee. Heure systeme lue en HHMMSScc: les
      *                     journaux des traitements et des sessions
      *                     recoivent HHMMSS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FSCRUTIN.

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

           SELECT FAUDITPOSTE ASSIGN TO WS-NOM-AUDIT-POSTE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FAUDITPOSTE.

      *-----------------------
       DATA DIVISION.

           LABEL RECORD IS STANDARD.
           COPY SCRUTREC.

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

       FD  FAUDITPOSTE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY AUDREC REPLACING LEADING ==AU-== BY ==AP-==.

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
               88  CR-FBULLETINS-OK            VALUE 00.
           77  CR-FSCRUTIN             PIC 9(02).
               88  CR-FSCRUTIN-OK              VALUE 00.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.
           77  CR-FOPERATEURS          PIC 9(02).
               88  CR-FOPERATEURS-OK           VALUE 00.
           77  CR-FSESSIONS            PIC 9(02).
               88  CR-FSESSIONS-OK             VALUE 00.
           77  CR-FAUDITPOSTE          PIC 9(02).
               88  CR-FAUDITPOSTE-OK           VALUE 00.

           77  WS-FIN-AUDIT-SW         PIC X(01)   VALUE "N".
               88  WS-FIN-AUDIT                VALUE "O".
               88  WS-SCRUTIN-TROUVE           VALUE "O".
           77  WS-OUVERT-TROUVE-SW     PIC X(01)   VALUE "N".
               88  WS-OUVERT-TROUVE            VALUE "O".
           77  WS-FIN-TRAITEMENTS-SW   PIC X(01)   VALUE "N".
               88  WS-FIN-TRAITEMENTS          VALUE "O".
           77  WS-CONSOLIDE-SW         PIC X(01)   VALUE "N".
               88  WS-CONSOLIDE                VALUE "O".

      * Pistes de poste (auditp01.dat a auditp20.dat) encore
      * chargees, donc pas fusionnees dans audit.dat.
           77  WS-POSTE-COURANT        PIC 9(02)   VALUE ZERO.
           77  WS-NB-PISTES-CHARGEES   PIC 9(02)   VALUE ZERO.
           01  WS-NOM-AUDIT-POSTE.
               05  FILLER              PIC X(06)   VALUE "auditp".
               05  WS-NOM-AU-POSTE     PIC 9(02).
               05  FILLER              PIC X(04)   VALUE ".dat".

           77  WS-PRECINCT-COURANT     PIC 9(04).

               05  WS-SC-ID            PIC 9(04).
               05  WS-SC-TITRE         PIC X(30).
           77  WS-NB-PRECINCTS         PIC 9(04)   VALUE ZERO.
           77  WS-NB-DESEQUILIBRES     PIC 9(04)   VALUE ZERO.

           77  WS-TOT-VERIFICATIONS    PIC 9(07)   VALUE ZERO.
           77  WS-TOT-DRAPEAUX         PIC 9(07)   VALUE ZERO.
                   10  WS-P-DRAPEAUX   PIC 9(06)   VALUE ZERO.
                   10  WS-P-BULLETINS  PIC 9(06)   VALUE ZERO.

      * Trace de l'execution au journal des traitements (voir
      * TRAITREC): scrutin, operateur et comptes d'enregistrements
      * lus, ecrits et rejetes.
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "balancementScrutin".
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

           MOVE WS-TOT-VERIFICATIONS TO WS-TR-NB-LUS.
           MOVE WS-NB-DESEQUILIBRES  TO WS-TR-NB-REJETS.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
           DISPLAY "===== BALANCEMENT DE FIN DE JOURNEE =====".
           DISPLAY "SCRUTIN " WS-SC-ID " - " WS-SC-TITRE.

           MOVE WS-SC-ID TO WS-TR-ID-SCRUTIN.
           PERFORM 1200-CONTROLER-PREALABLES
               THRU 1200-EXIT.

           OPEN INPUT FAUDIT.
           IF NOT CR-FAUDIT-OK
               DISPLAY "ERREUR OUVERTURE AUDIT.DAT - CODE " CR-FAUDIT
       1110-EXIT.
           EXIT.

       1200-CONTROLER-PREALABLES.
      **
      * Les pistes des postes (auditpNN.dat) doivent avoir ete
      * fusionnees dans audit.dat: la derniere consolidation du
      * scrutin au journal des traitements doit s'etre terminee
      * avec le code retour zero, et aucune piste de poste ne doit
      * plus rien contenir (consolidationAudit vide chaque piste
      * qu'il a fusionnee). Chaque prealable manquant demande sa
      * propre derogation.
      **
           SET WS-CONSOLIDE-SW TO "N".
           OPEN INPUT FTRAITEMENTS.
           IF CR-FTRAITEMENTS-OK
               SET WS-FIN-TRAITEMENTS-SW TO "N"
               PERFORM 1210-LIRE-TRAITEMENT
                   THRU 1210-EXIT
                   UNTIL WS-FIN-TRAITEMENTS
               CLOSE FTRAITEMENTS
           END-IF.

           IF NOT WS-CONSOLIDE
               MOVE "CONSOLIDATION PISTES" TO WS-TR-PREALABLE
               PERFORM 9510-DEROGATION
                   THRU 9510-EXIT
           END-IF.

           MOVE ZERO TO WS-NB-PISTES-CHARGEES.
           PERFORM 1220-CONTROLER-PISTE-POSTE
               THRU 1220-EXIT
               VARYING WS-POSTE-COURANT FROM 1 BY 1
               UNTIL WS-POSTE-COURANT > 20.
           IF WS-NB-PISTES-CHARGEES NOT = ZERO
               DISPLAY "PISTES DE POSTE NON FUSIONNEES: "
                       WS-NB-PISTES-CHARGEES
                       " (VOIR CONSOLIDATIONAUDIT)"
               MOVE "PISTES DE POSTE" TO WS-TR-PREALABLE
               PERFORM 9510-DEROGATION
                   THRU 9510-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LIRE-TRAITEMENT.
           READ FTRAITEMENTS
               AT END
                   SET WS-FIN-TRAITEMENTS-SW TO "O"
                   GO TO 1210-EXIT
           END-READ.

           IF TR-EXECUTION
              AND TR-PROGRAMME = "consolidationAudit"
              AND TR-ID-SCRUTIN = WS-SC-ID
               IF TR-CODE-RETOUR = ZERO
                   SET WS-CONSOLIDE-SW TO "O"
               ELSE
                   SET WS-CONSOLIDE-SW TO "N"
               END-IF
           END-IF.
       1210-EXIT.
           EXIT.

       1220-CONTROLER-PISTE-POSTE.
      **
      * Une piste de poste absente ou vide est en regle; une piste
      * qui contient encore une entree n'a pas ete fusionnee.
      **
           MOVE WS-POSTE-COURANT TO WS-NOM-AU-POSTE.
           OPEN INPUT FAUDITPOSTE.
           IF NOT CR-FAUDITPOSTE-OK
               GO TO 1220-EXIT
           END-IF.

           READ FAUDITPOSTE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-NB-PISTES-CHARGEES
                   DISPLAY "POSTE " WS-POSTE-COURANT
                           " - PISTE NON FUSIONNEE ("
                           WS-NOM-AUDIT-POSTE ")"
           END-READ.

           CLOSE FAUDITPOSTE.
       1220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2000-CUMULER-AUDIT.
      **
      * Cumule les verifications acceptees de la piste - celles qui
      * posent un drapeau de vote au registre: verifications en
      * personne (ACCEPTE), courrier (POSTAL ACCEPTE), enveloppes
      * provisoires acceptees (PROV ACCEPTE) et pointages du cahier
      * de secours repris (PAPIER ACCEPTE). Les autres entrees de
      * la piste (maintenance, autorisations, emissions
      * provisoires) ne font pas partie du rapprochement.
      **
           IF AU-MOTIF NOT = "ACCEPTE"
              AND AU-MOTIF NOT = "POSTAL ACCEPTE"
              AND AU-MOTIF NOT = "PROV ACCEPTE"
              AND AU-MOTIF NOT = "PAPIER ACCEPTE"
               GO TO 2000-EXIT
           END-IF.

      *-----------------------------------------------------------*
       4000-CUMULER-BULLETINS.
      **
      * Cumule les bulletins deposes par bureau de vote: un par
      * en-tete de bulletin.
      **
           READ FBULLETINS
               AT END
                   GO TO 4000-EXIT
           END-READ.

           IF NOT BL-EN-TETE AND BL-TYPE NOT = SPACE
               GO TO 4000-EXIT
           END-IF.

           MOVE BL-PRECINCT TO WS-PRECINCT-COURANT.
           PERFORM 7000-TROUVER-PRECINCT
               THRU 7000-EXIT.
           END-IF.

           SET WS-EQUILIBRE-SW TO "N".
           ADD 1 TO WS-NB-DESEQUILIBRES.
           COMPUTE WS-ECART-1 = WS-P-DRAPEAUX (PR-IDX)
                              - WS-P-VERIFS (PR-IDX).
           COMPUTE WS-ECART-2 = WS-P-BULLETINS (PR-IDX)
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

       END PROGRAM balancementScrutin.
