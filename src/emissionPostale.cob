      *              statement lists, before close of polls, every
      *              ballot still in the mail. Each issuance is
      *              written to the audit trail (motif POSTAL EMIS).
      *              Each run is recorded in the run-control
      *              ledger (traitements.dat).
      ******************************************************************
      * Modification History:
      *   2026-09-02  MF    Initial version.
      *   2026-10-15  MF    NIP controle a l'ouverture de session (voir
      *                     OPERREC, gestionOperateurs): operateur
      *                     suspendu, retire ou verrouille refuse,
      *                     verrouillage au troisieme NIP errone.
      *                     Ouverture, fin de session et refus
      *                     consignes au journal sessions.dat.
      *   2026-10-15  MF    Correction des retours deficients (voir
      *                     EMISREC, traitementPostal): une enveloppe
      *                     A CORRIGER est encore au dossier de
      *                     l'electeur et bloque une nouvelle
      *                     emission; l'etat de circulation compte a
      *                     part les enveloppes a corriger et celles
      *                     rejetees faute de correction.
      *   2026-10-15  MF    Execution consignee au journal des
      *                     traitements (voir TRAITREC).
      *   2026-10-15  MF    Heure systeme lue en HHMMSScc: la piste de
      *                     verification et les journaux recoivent
      *                     HHMMSS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FOPERATEURS.

           SELECT FSESSIONS ASSIGN TO "sessions.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FSESSIONS.

           SELECT FELECTION ASSIGN TO "electeurs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FAUDIT.

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

       FD  FELECTION
           RECORD CONTAINS 56 CHARACTERS
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
           COPY AUDREC.

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
           77  CR-FELECTION            PIC 9(02).
               88  CR-FELECTION-OK             VALUE 00.
           77  CR-FEMISSIONS           PIC 9(02).
               88  CR-FEMISSIONS-ABSENT        VALUE 35.
           77  CR-FAUDIT               PIC 9(02).
               88  CR-FAUDIT-OK                VALUE 00.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  WS-FIN-SCRUTIN-SW       PIC X(01)   VALUE "N".
               88  WS-FIN-SCRUTIN              VALUE "O".
           77  WS-CHOIX                PIC 9(01).
           77  WS-MOTIF                PIC X(20).
           77  WS-DATE-SYS             PIC 9(08).
      * Heure systeme HHMMSScc: l'heure consignee en est HHMMSS.
           01  WS-HEURE-SYS            PIC 9(08).
           01  FILLER REDEFINES WS-HEURE-SYS.
               05  WS-HEURE-HHMMSS     PIC 9(06).
               05  FILLER              PIC 9(02).

           77  ELECTEUR                PIC 9(05).
           77  WS-ENVELOPPE-SAISIE     PIC X(10).
           77  WS-NB-EMISES            PIC 9(06)   VALUE ZERO.
           77  WS-NB-CIRCULATION       PIC 9(06)   VALUE ZERO.
           77  WS-NB-RETOURNEES        PIC 9(06)   VALUE ZERO.
           77  WS-NB-A-CORRIGER        PIC 9(06)   VALUE ZERO.
           77  WS-NB-NON-CORRIGEES     PIC 9(06)   VALUE ZERO.

           01  WS-SCRUTIN-COURANT.
               05  WS-SC-ID            PIC 9(04).
               05  WS-SC-TITRE         PIC X(30).

      * Controle du NIP a l'ouverture de session et journal des
      * sessions (voir SESSREC).
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "emissionPostale".
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
           MOVE WS-NB-EMISES         TO WS-TR-NB-ECRITS.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * Identifie l'operateur du bureau du courrier; chaque emission
      * est consignee a son nom a la piste de verification.
      **
           SET WS-NIP-OK-SW TO "N".
           PERFORM 1210-SAISIE-OPERATEUR
               THRU 1210-EXIT
               UNTIL WS-NIP-OK.

           MOVE OP-ID  TO WS-OPER-ID.
           MOVE OP-NOM TO WS-OPER-NOM.
           MOVE WS-OPER-ID  TO WS-SE-OPERATEUR.
           MOVE "OUVERTURE" TO WS-SE-EVENEMENT.
           PERFORM 7100-JOURNAL-SESSION
               THRU 7100-EXIT.
           DISPLAY "SESSION OUVERTE - " WS-OPER-NOM
                   " (" WS-OPER-ID ")".
       1200-EXIT.
       1210-SAISIE-OPERATEUR.
           DISPLAY "CODE OPERATEUR: ".
           ACCEPT WS-OPER-CHERCHE.
           DISPLAY "NIP: ".
           ACCEPT WS-NIP-SAISI.

           PERFORM 7000-CONTROLE-OPERATEUR
               THRU 7000-EXIT.
       1210-EXIT.
           EXIT.


           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

           MOVE SPACES              TO EM-RECORD.
           MOVE ZERO                TO EM-DATE-AVIS.
           MOVE ELECTEUR            TO EM-ELECTEUR.
           MOVE WS-ENVELOPPE-SAISIE TO EM-ENVELOPPE.
           MOVE WS-DATE-SYS         TO EM-DATE-EMISSION.

           IF EM-ELECTEUR = ELECTEUR
              AND EM-ID-SCRUTIN = WS-SC-ID
              AND (EM-EMISE OR EM-A-CORRIGER)
               DISPLAY "ELECTEUR " ELECTEUR " A DEJA UN BULLETIN EN "
                       "CIRCULATION (ENVELOPPE " EM-ENVELOPPE
                       ") - EMISSION REFUSEE"
           MOVE ZERO TO WS-NB-EMISES.
           MOVE ZERO TO WS-NB-CIRCULATION.
           MOVE ZERO TO WS-NB-RETOURNEES.
           MOVE ZERO TO WS-NB-A-CORRIGER.
           MOVE ZERO TO WS-NB-NON-CORRIGEES.
           SET WS-FIN-EMISSIONS-SW TO "N".

           OPEN INPUT FEMISSIONS.
           DISPLAY " ".
           DISPLAY "EMISES AU SCRUTIN COURANT: " WS-NB-EMISES.
           DISPLAY "RETOURNEES:                " WS-NB-RETOURNEES.
           DISPLAY "A CORRIGER PAR L'ELECTEUR: " WS-NB-A-CORRIGER.
           DISPLAY "REJETEES NON CORRIGEES:    " WS-NB-NON-CORRIGEES.
           DISPLAY "ENCORE EN CIRCULATION:     " WS-NB-CIRCULATION.
       5000-EXIT.
           EXIT.
               ADD 1 TO WS-NB-RETOURNEES
               GO TO 5100-EXIT
           END-IF.
           IF EM-A-CORRIGER
               ADD 1 TO WS-NB-A-CORRIGER
               GO TO 5100-EXIT
           END-IF.
           IF EM-NON-CORRIGEE
               ADD 1 TO WS-NB-NON-CORRIGEES
               GO TO 5100-EXIT
           END-IF.

           ADD 1 TO WS-NB-CIRCULATION.
           DISPLAY "  ENVELOPPE " EM-ENVELOPPE " - ELECTEUR "
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
           ACCEPT WS-HEURE-SYS FROM TIME.

           MOVE WS-DATE-SYS    TO AU-DATE.
           MOVE WS-HEURE-HHMMSS TO AU-HEURE.
           MOVE ELECTEUR       TO AU-ELECTEUR.
           MOVE EL-PRECINCT    TO AU-PRECINCT.
           MOVE WS-MOTIF       TO AU-MOTIF.
      *-----------------------------------------------------------*
       9000-TERMINAISON.
      **
      * Ferme les fichiers et consigne la fin de session au
      * journal avant de terminer.
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

       END PROGRAM emissionPostale.
