      *              an elector number typed by a poll worker against
      *              the elector registry (electeurs.dat) instead of
      *              echoing back whatever was typed.
      *              Each run is recorded in the run-control
      *              ledger (traitements.dat).
      ******************************************************************
      * Modification History:
      *   2026-08-09  MF    Initial skeleton - accept/display only.
      *                     consolidation de fin de journee
      *                     (consolidationAudit) fusionne les pistes
      *                     de poste dans audit.dat.
      *   2026-10-15  MF    NIP controle a l'ouverture de session et a
      *                     l'autorisation d'un superviseur (voir
      *                     OPERREC, gestionOperateurs): operateur
      *                     suspendu, retire ou verrouille refuse,
      *                     verrouillage au troisieme NIP errone.
      *                     Ouverture, fin de session et refus
      *                     consignes au journal sessions.dat.
      *   2026-10-15  MF    Execution consignee au journal des
      *                     traitements (voir TRAITREC).
      *   2026-10-15  MF    Inscription inactive fusionnee a une autre
      *                     (doublonsRegistre): le numero conserve est
      *                     affiche au refus pour reprendre l'electeur
      *                     sous sa bonne inscription.
      *   2026-10-15  MF    Heure systeme lue en HHMMSScc: la piste, les
      *                     enveloppes provisoires, le point de reprise
      *                     et les journaux recoivent HHMMSS, et le
      *                     controle des heures legales compare bien
      *                     heures et minutes.
      *   2026-10-15  MF    Ajout d'un electeur: EL-ID-FUSION mis a
      *                     zero, la zone d'enregistrement gardant le
      *                     dernier electeur lu.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FOPERATEURS.

           SELECT FSESSIONS ASSIGN TO "sessions.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FSESSIONS.

           SELECT FPROVISOIRES ASSIGN TO "provisoires.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FPROVISOIRES.

           SELECT FTRAITEMENTS ASSIGN TO "traitements.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FTRAITEMENTS.

      *-----------------------
       DATA DIVISION.

           LABEL RECORD IS STANDARD.
           COPY OPERREC.

       FD  FSESSIONS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY SESSREC.

       FD  FPROVISOIRES
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY PROVREC.

       FD  FTRAITEMENTS
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY TRAITREC.

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
               88  CR-FSCRUTIN-OK              VALUE 00.
           77  CR-FOPERATEURS          PIC 9(02).
               88  CR-FOPERATEURS-OK           VALUE 00.
           77  CR-FSESSIONS            PIC 9(02).
               88  CR-FSESSIONS-OK             VALUE 00.
           77  CR-FPROVISOIRES         PIC 9(02).
               88  CR-FPROVISOIRES-OK          VALUE 00.
               88  CR-FPROVISOIRES-EOF         VALUE 10.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  ELECTEUR                PIC 9(05).
           77  WS-CHOIX-PRINCIPAL      PIC 9(01).
           77  WS-MOTIF                PIC X(20).
           77  WS-DATE-SYS             PIC 9(08).

      * Heure systeme HHMMSScc: l'heure consignee en est HHMMSS.
           01  WS-HEURE-SYS            PIC 9(08).
           01  FILLER REDEFINES WS-HEURE-SYS.
               05  WS-HEURE-HHMMSS     PIC 9(06).
               05  FILLER              PIC 9(02).
           01  FILLER REDEFINES WS-HEURE-SYS.
               05  WS-HEURE-HHMM       PIC 9(04).
               05  FILLER              PIC 9(04).

           01  WS-SCRUTIN-COURANT.
               05  WS-SC-ID            PIC 9(04).
               05  WS-NOM-CK-POSTE     PIC 9(02).
               05  FILLER              PIC X(04)   VALUE ".dat".

      * Controle du NIP a l'ouverture de session et journal des
      * sessions (voir SESSREC).
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "gestionElections".
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
           PERFORM 9000-TERMINAISON
               THRU 9000-EXIT.

           MOVE WS-SC-ID             TO WS-TR-ID-SCRUTIN.
           MOVE WS-OPER-ID           TO WS-TR-OPERATEUR.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
           PERFORM 1400-SAISIE-POSTE-TRAVAIL
               THRU 1400-EXIT.

           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "OUVERTURE" TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.

           OPEN I-O FELECTION.
           IF NOT CR-FELECTION-OK
               DISPLAY "ERREUR OUVERTURE ELECTEURS.DAT - CODE "

       1300-OUVERTURE-SESSION.
      **
      * Identifie l'operateur au debut de la session. Le code et le
      * NIP saisis sont valides contre operateurs.dat; la session ne
      * s'ouvre pas tant qu'un operateur actif n'a pas donne son
      * NIP. Le role de l'operateur (commis ou superviseur) decide
      * de l'acces au mode maintenance. L'ouverture est consignee
      * au journal des sessions apres la declaration du poste (voir
      * 1000).
      **
           SET WS-NIP-OK-SW TO "N".
           PERFORM 1310-SAISIE-OPERATEUR
               THRU 1310-EXIT
               UNTIL WS-NIP-OK.

           MOVE OP-ID   TO WS-OPER-ID.
           MOVE OP-NOM  TO WS-OPER-NOM.
       1310-SAISIE-OPERATEUR.
           DISPLAY "CODE OPERATEUR: ".
           ACCEPT WS-OPER-CHERCHE.
           DISPLAY "NIP: ".
           ACCEPT WS-NIP-SAISI.

           PERFORM 7000-CONTROLE-OPERATEUR
               THRU 7000-EXIT.
       1310-EXIT.
           EXIT.

           IF EL-INACTIF
               DISPLAY "Electeur " ELECTEUR
                       " n'est plus actif - rejete."
               IF EL-ID-FUSION NUMERIC AND EL-ID-FUSION NOT = ZERO
                   DISPLAY "Inscription fusionnee - voir electeur "
                           EL-ID-FUSION
               END-IF
               MOVE "INACTIF" TO WS-MOTIF
               PERFORM 4000-ECRITURE-AUDIT
                   THRU 4000-EXIT
           MOVE WS-PRENOM-SAISI    TO PB-PRENOM.
           MOVE WS-PRECINCT-SAISI  TO PB-PRECINCT.
           MOVE WS-DATE-SYS        TO PB-DATE.
           MOVE WS-HEURE-HHMMSS    TO PB-HEURE.
           SET PB-EN-ATTENTE       TO TRUE.
           MOVE WS-OPER-ID         TO PB-OPERATEUR.
           MOVE WS-SC-ID           TO PB-ID-SCRUTIN.
           ACCEPT WS-HEURE-SYS FROM TIME.

           MOVE WS-DATE-SYS    TO AU-DATE.
           MOVE WS-HEURE-HHMMSS TO AU-HEURE.
           MOVE ELECTEUR       TO AU-ELECTEUR.
           MOVE EL-PRECINCT    TO AU-PRECINCT.
           MOVE WS-MOTIF       TO AU-MOTIF.

           MOVE ELECTEUR       TO CK-ELECTEUR.
           MOVE WS-DATE-SYS    TO CK-DATE.
           MOVE WS-HEURE-HHMMSS TO CK-HEURE.
           WRITE CK-RECORD.
           IF NOT CR-FCHECKPOINT-OK
               DISPLAY "ERREUR ECRITURE " WS-NOM-REPRISE-POSTE
      **
      * Controle l'acces au mode maintenance. Le superviseur du
      * registre y accede directement; un commis doit faire saisir
      * le code et le NIP d'un superviseur present au bureau
      * (autorisation consignee a la piste de verification), ce qui
      * couvre la maintenance durant les heures d'ouverture des
      * bureaux. Le NIP du superviseur est controle comme a
      * l'ouverture de session, verrouillage compris.
      **
           SET WS-ACCES-MAINT-SW TO "N".


           DISPLAY "CODE DU SUPERVISEUR: ".
           ACCEPT WS-OPER-CHERCHE.
           DISPLAY "NIP DU SUPERVISEUR: ".
           ACCEPT WS-NIP-SAISI.

           PERFORM 7000-CONTROLE-OPERATEUR
               THRU 7000-EXIT.

           IF NOT WS-NIP-OK
               DISPLAY "AUTORISATION REFUSEE"
               GO TO 5000-EXIT
           END-IF.

           IF NOT OP-ROLE-SUPERVISEUR
               DISPLAY "AUTORISATION REFUSEE - CODE " WS-OPER-CHERCHE
                       " N'EST PAS UN SUPERVISEUR"
               GO TO 5000-EXIT
           END-IF.

           MOVE WS-NOUVEAU-NOM       TO EL-NOM.
           MOVE WS-NOUVEAU-PRENOM    TO EL-PRENOM.
           MOVE WS-NOUVEAU-PRECINCT  TO EL-PRECINCT.
           MOVE ZERO                 TO EL-ID-FUSION.
           SET EL-ACTIF TO TRUE.
           SET EL-PAS-ENCORE-VOTE TO TRUE.
           WRITE EL-RECORD
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
           MOVE WS-POSTE-TRAVAIL      TO SE-POSTE-TRAVAIL.

           WRITE SE-RECORD.
           IF NOT CR-FSESSIONS-OK
               DISPLAY "ERREUR ECRITURE SESSIONS.DAT - CODE "
                       CR-FSESSIONS
           END-IF.

           CLOSE FSESSIONS.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       9000-TERMINAISON.
      **
      * Ferme le registre et la piste de verification et consigne
      * la fin de session au journal avant de terminer.
      **
           CLOSE FELECTION.
           CLOSE FAUDIT.

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

       END PROGRAM gestionElections.
