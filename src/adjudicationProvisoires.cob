      *              flag is set in the registry. Every decision is
      *              written to the audit trail, completing the life
      *              of the envelope begun at issuance.
      *              Each run is recorded in the run-control
      *              ledger (traitements.dat).
      ******************************************************************
      * Modification History:
      *   2026-08-21  MF    Initial version.
      *                     l'evenement FERME (voir SCRUTREC et
      *                     gestionScrutins), apres la fermeture des
      *                     bureaux.
      *   2026-10-15  MF    NIP controle a l'ouverture de session (voir
      *                     OPERREC, gestionOperateurs): operateur
      *                     suspendu, retire ou verrouille refuse,
      *                     verrouillage au troisieme NIP errone.
      *                     Ouverture, fin de session et refus
      *                     consignes au journal sessions.dat.
      *   2026-10-15  MF    Le bulletin de l'enveloppe est saisi comme
      *                     un tout: en-tete de bulletin portant le
      *                     numero de l'enveloppe, code inconnu ou
      *                     repete refuse, poste marque pour plus d'un
      *                     candidat annule sur le bulletin (survote),
      *                     comme a saisieBulletins (voir BULLREC).
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

           SELECT FCANDIDATS ASSIGN TO "candidats.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FCANDIDATS.

           SELECT FQUALIFIES ASSIGN TO "candidatsecrits.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FQUALIFIES.

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

       FD  FCANDIDATS
           RECORD CONTAINS 59 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY CANDREC.

       FD  FQUALIFIES
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY QUALREC.

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
           77  CR-FCANDIDATS           PIC 9(02).
               88  CR-FCANDIDATS-OK            VALUE 00.
           77  CR-FQUALIFIES           PIC 9(02).
               88  CR-FQUALIFIES-OK            VALUE 00.
               88  CR-FQUALIFIES-ABSENT        VALUE 35.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  WS-FIN-PROV-SW          PIC X(01)   VALUE "N".
               88  WS-FIN-PROV                 VALUE "O".
               88  WS-OPER-TROUVE              VALUE "O".
           77  WS-ELECTEUR-TROUVE-SW   PIC X(01)   VALUE "N".
               88  WS-ELECTEUR-TROUVE          VALUE "O".
           77  WS-FIN-CANDIDATS-SW     PIC X(01)   VALUE "N".
               88  WS-FIN-CANDIDATS            VALUE "O".
           77  WS-FIN-QUALIFIES-SW     PIC X(01)   VALUE "N".
               88  WS-FIN-QUALIFIES            VALUE "O".
           77  WS-TROUVE-SW            PIC X(01)   VALUE "N".
               88  WS-TROUVE                   VALUE "O".
           77  WS-PREMIER-SW           PIC X(01)   VALUE "N".
               88  WS-PREMIER                  VALUE "O".

           77  WS-OPER-CHERCHE         PIC X(06).
           77  WS-OPER-ID              PIC X(06).
           77  WS-OPER-NOM             PIC X(20).
           77  WS-DECISION             PIC X(01).
           77  WS-CODE-SAISI           PIC 9(04).
           77  WS-POSTE-SAISI          PIC X(15).
           77  WS-MOTIF                PIC X(20).
           77  WS-DATE-SYS             PIC 9(08).
      * Heure systeme HHMMSScc: l'heure consignee en est HHMMSS.
           01  WS-HEURE-SYS            PIC 9(08).
           01  FILLER REDEFINES WS-HEURE-SYS.
               05  WS-HEURE-HHMMSS     PIC 9(06).
               05  FILLER              PIC 9(02).

           77  WS-NB-ATTENTE           PIC 9(05)   VALUE ZERO.
           77  WS-NB-ACCEPTES          PIC 9(05)   VALUE ZERO.
           77  WS-NB-PASSES            PIC 9(05)   VALUE ZERO.
           77  WS-NB-AUTRE-SCRUTIN     PIC 9(05)   VALUE ZERO.
           77  WS-NB-VOTES-SAISIS      PIC 9(05)   VALUE ZERO.
           77  WS-NB-SURVOTES          PIC 9(05)   VALUE ZERO.
           77  WS-NB-MARQUES           PIC 9(02)   VALUE ZERO.
           77  WS-NB-MEME-POSTE        PIC 9(02)   VALUE ZERO.
           77  WS-NB-CODES             PIC 9(03)   VALUE ZERO.
           77  WS-NB-POSTES            PIC 9(03)   VALUE ZERO.
           77  WS-IND-MARQUE           PIC 9(02)   COMP.
           77  WS-IND-AUTRE            PIC 9(02)   COMP.

           01  WS-SCRUTIN-COURANT.
               05  WS-SC-ID            PIC 9(04).
               05  WS-SC-TITRE         PIC X(30).
               05  WS-SC-DATE          PIC 9(08).

      * Les choix du bulletin de l'enveloppe, avec le poste de
      * chacun, retenus jusqu'a la fin du bulletin pour le controle
      * des survotes.
           01  WS-TABLE-MARQUES.
               05  WS-MARQUE           OCCURS 50 TIMES.
                   10  WS-M-CODE       PIC 9(04).
                   10  WS-M-POSTE      PIC X(15).

      * Codes candidats admis a la saisie (candidats.dat et
      * candidatsecrits.dat) avec leur poste, et postes du scrutin
      * avec le premier code charge pour chacun - le code qui
      * identifie le poste sur un enregistrement de survote.
           01  WS-TABLE-CODES.
               05  WS-CODE             OCCURS 600 TIMES
                                       INDEXED BY CO-IDX.
                   10  WS-K-CODE       PIC 9(04).
                   10  WS-K-POSTE      PIC X(15).

           01  WS-TABLE-POSTES.
               05  WS-POSTE            OCCURS 100 TIMES
                                       INDEXED BY PO-IDX.
                   10  WS-P-POSTE      PIC X(15).
                   10  WS-P-CODE       PIC 9(04).

      * Controle du NIP a l'ouverture de session et journal des
      * sessions (voir SESSREC).
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "adjudicationProvisoires".
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
           MOVE WS-NB-ATTENTE        TO WS-TR-NB-LUS.
           MOVE WS-NB-ACCEPTES       TO WS-TR-NB-ECRITS.
           MOVE WS-NB-REJETES        TO WS-TR-NB-REJETS.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
           PERFORM 1200-OUVERTURE-SESSION
               THRU 1200-EXIT.

           PERFORM 1300-CHARGER-CODES
               THRU 1300-EXIT.

           OPEN I-O FPROVISOIRES.
           IF NOT CR-FPROVISOIRES-OK
               DISPLAY "ERREUR OUVERTURE PROVISOIRES.DAT - CODE "
      * operateur du role superviseur peut trancher les enveloppes
      * provisoires.
      **
           SET WS-NIP-OK-SW TO "N".
           PERFORM 1210-SAISIE-OPERATEUR
               THRU 1210-EXIT
               UNTIL WS-NIP-OK AND OP-ROLE-SUPERVISEUR.

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

       1300-CHARGER-CODES.
      **
      * Charge en table les codes admis a la saisie et leur poste:
      * candidats imprimes (candidats.dat) puis candidats inscrits
      * qualifies (candidatsecrits.dat, fichier facultatif).
      **
           SET WS-FIN-CANDIDATS-SW TO "N".
           OPEN INPUT FCANDIDATS.
           IF NOT CR-FCANDIDATS-OK
               DISPLAY "ERREUR OUVERTURE CANDIDATS.DAT - CODE "
                       CR-FCANDIDATS
               STOP RUN
           END-IF.

           PERFORM 1310-CHARGER-CANDIDAT
               THRU 1310-EXIT
               UNTIL WS-FIN-CANDIDATS.
           CLOSE FCANDIDATS.

           SET WS-FIN-QUALIFIES-SW TO "N".
           OPEN INPUT FQUALIFIES.
           IF CR-FQUALIFIES-ABSENT
               GO TO 1300-EXIT
           END-IF.
           IF NOT CR-FQUALIFIES-OK
               DISPLAY "ERREUR OUVERTURE CANDIDATSECRITS.DAT - CODE "
                       CR-FQUALIFIES
               STOP RUN
           END-IF.

           PERFORM 1320-CHARGER-QUALIFIE
               THRU 1320-EXIT
               UNTIL WS-FIN-QUALIFIES.
           CLOSE FQUALIFIES.
       1300-EXIT.
           EXIT.

       1310-CHARGER-CANDIDAT.
           READ FCANDIDATS
               AT END
                   SET WS-FIN-CANDIDATS-SW TO "O"
                   GO TO 1310-EXIT
           END-READ.

           MOVE CD-CODE  TO WS-CODE-SAISI.
           MOVE CD-POSTE TO WS-POSTE-SAISI.
           PERFORM 1330-AJOUTER-CODE
               THRU 1330-EXIT.
       1310-EXIT.
           EXIT.

       1320-CHARGER-QUALIFIE.
           READ FQUALIFIES
               AT END
                   SET WS-FIN-QUALIFIES-SW TO "O"
                   GO TO 1320-EXIT
           END-READ.

           MOVE QW-CODE  TO WS-CODE-SAISI.
           MOVE QW-POSTE TO WS-POSTE-SAISI.
           PERFORM 1330-AJOUTER-CODE
               THRU 1330-EXIT.
       1320-EXIT.
           EXIT.

       1330-AJOUTER-CODE.
      **
      * Ajoute le code WS-CODE-SAISI du poste WS-POSTE-SAISI a la
      * table des codes, et le poste a la table des postes s'il y
      * est nouveau.
      **
           ADD 1 TO WS-NB-CODES.
           IF WS-NB-CODES > 600
               DISPLAY "TROP DE CANDIDATS - MAXIMUM 600"
               STOP RUN
           END-IF.
           MOVE WS-CODE-SAISI  TO WS-K-CODE (WS-NB-CODES).
           MOVE WS-POSTE-SAISI TO WS-K-POSTE (WS-NB-CODES).

           PERFORM 2160-CHERCHER-POSTE
               THRU 2160-EXIT.
           IF WS-TROUVE
               GO TO 1330-EXIT
           END-IF.

           ADD 1 TO WS-NB-POSTES.
           IF WS-NB-POSTES > 100
               DISPLAY "TROP DE POSTES - MAXIMUM 100"
               STOP RUN
           END-IF.
           MOVE WS-POSTE-SAISI TO WS-P-POSTE (WS-NB-POSTES).
           MOVE WS-CODE-SAISI  TO WS-P-CODE (WS-NB-POSTES).
       1330-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2000-TRAITER-ENVELOPPE.
      **
       2120-SAISIR-BULLETIN.
      **
      * Saisit les choix du bulletin contenu dans l'enveloppe - un
      * code candidat par poste, zero pour terminer - et ajoute le
      * bulletin a bulletins.dat au bureau de vote declare de
      * l'enveloppe: en-tete portant le numero de l'enveloppe, puis
      * les choix retenus et les postes annules pour survote.
      **
           DISPLAY "SAISIE DU BULLETIN DE L'ENVELOPPE".
           MOVE ZERO TO WS-NB-MARQUES.
           PERFORM 2130-SAISIR-CHOIX
               THRU 2130-EXIT.
           PERFORM 2130-SAISIR-CHOIX
               THRU 2130-EXIT
               UNTIL WS-CODE-SAISI = ZERO.

           MOVE ZERO TO BL-CODE-CANDIDAT.
           SET BL-EN-TETE TO TRUE.
           PERFORM 2170-ECRIRE-BULLETIN
               THRU 2170-EXIT.

           PERFORM 2140-CLASSER-MARQUE
               THRU 2140-EXIT
               VARYING WS-IND-MARQUE FROM 1 BY 1
               UNTIL WS-IND-MARQUE > WS-NB-MARQUES.
       2120-EXIT.
           EXIT.

               GO TO 2130-EXIT
           END-IF.

           IF WS-NB-MARQUES = 50
               DISPLAY "TROP DE CHOIX SUR LE BULLETIN - MAXIMUM 50"
               GO TO 2130-EXIT
           END-IF.

           PERFORM 2180-CHERCHER-CODE
               THRU 2180-EXIT.
           IF NOT WS-TROUVE
               DISPLAY "CODE CANDIDAT " WS-CODE-SAISI
                       " INCONNU - CHOIX REFUSE"
               GO TO 2130-EXIT
           END-IF.

           PERFORM 2190-CHERCHER-MARQUE
               THRU 2190-EXIT.
           IF WS-TROUVE
               DISPLAY "CODE " WS-CODE-SAISI
                       " DEJA SAISI SUR CE BULLETIN - REFUSE"
               GO TO 2130-EXIT
           END-IF.

           ADD 1 TO WS-NB-MARQUES.
           MOVE WS-CODE-SAISI       TO WS-M-CODE (WS-NB-MARQUES).
           MOVE WS-K-POSTE (CO-IDX) TO WS-M-POSTE (WS-NB-MARQUES).
       2130-EXIT.
           EXIT.

       2140-CLASSER-MARQUE.
      **
      * Classe le choix WS-IND-MARQUE du bulletin: un choix seul
      * pour son poste est ecrit; un poste marque pour plus d'un
      * candidat est annule - une seule ligne de survote, au premier
      * choix du poste, portant le code qui identifie le poste.
      **
           MOVE ZERO TO WS-NB-MEME-POSTE.
           SET WS-PREMIER-SW TO "O".
           PERFORM 2150-COMPTER-POSTE
               THRU 2150-EXIT
               VARYING WS-IND-AUTRE FROM 1 BY 1
               UNTIL WS-IND-AUTRE > WS-NB-MARQUES.

           IF WS-NB-MEME-POSTE = 1
               MOVE WS-M-CODE (WS-IND-MARQUE) TO BL-CODE-CANDIDAT
               SET BL-VOTE TO TRUE
               PERFORM 2170-ECRIRE-BULLETIN
                   THRU 2170-EXIT
               IF CR-FBULLETINS-OK
                   ADD 1 TO WS-NB-VOTES-SAISIS
               END-IF
               GO TO 2140-EXIT
           END-IF.

           IF NOT WS-PREMIER
               GO TO 2140-EXIT
           END-IF.

           MOVE WS-M-POSTE (WS-IND-MARQUE) TO WS-POSTE-SAISI.
           PERFORM 2160-CHERCHER-POSTE
               THRU 2160-EXIT.
           MOVE WS-P-CODE (PO-IDX) TO BL-CODE-CANDIDAT.
           SET BL-SURVOTE TO TRUE.
           PERFORM 2170-ECRIRE-BULLETIN
               THRU 2170-EXIT.
           ADD 1 TO WS-NB-SURVOTES.
           DISPLAY "SURVOTE - POSTE " WS-POSTE-SAISI
                   " MARQUE " WS-NB-MEME-POSTE
                   " FOIS - ANNULE SUR CE BULLETIN".
       2140-EXIT.
           EXIT.

       2150-COMPTER-POSTE.
           IF WS-M-POSTE (WS-IND-AUTRE) NOT = WS-M-POSTE (WS-IND-MARQUE)
               GO TO 2150-EXIT
           END-IF.
           ADD 1 TO WS-NB-MEME-POSTE.
           IF WS-IND-AUTRE < WS-IND-MARQUE
               SET WS-PREMIER-SW TO "N"
           END-IF.
       2150-EXIT.
           EXIT.

       2160-CHERCHER-POSTE.
      **
      * Localise le poste WS-POSTE-SAISI dans la table des postes
      * (PO-IDX); WS-TROUVE pose s'il y est.
      **
           SET WS-TROUVE-SW TO "N".
           IF WS-NB-POSTES = ZERO
               GO TO 2160-EXIT
           END-IF.
           SET PO-IDX TO 1.
           SEARCH WS-POSTE
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN PO-IDX > WS-NB-POSTES
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-P-POSTE (PO-IDX) = WS-POSTE-SAISI
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.
       2160-EXIT.
           EXIT.

       2170-ECRIRE-BULLETIN.
      **
      * Ecrit a bulletins.dat l'enregistrement prepare par
      * l'appelant (code et type), hors lot, sous le numero de
      * l'enveloppe.
      **
           MOVE PB-PRECINCT   TO BL-PRECINCT.
           MOVE WS-SC-DATE    TO BL-DATE.
           MOVE ZERO          TO BL-LOT.
           MOVE PB-NUMERO     TO BL-BULLETIN.
           WRITE BL-RECORD.
           IF NOT CR-FBULLETINS-OK
               DISPLAY "ERREUR ECRITURE BULLETINS.DAT - CODE "
                       CR-FBULLETINS
           END-IF.
       2170-EXIT.
           EXIT.

       2180-CHERCHER-CODE.
      **
      * Localise le code WS-CODE-SAISI dans la table des codes
      * admis (CO-IDX); WS-TROUVE pose s'il y est.
      **
           SET WS-TROUVE-SW TO "N".
           IF WS-NB-CODES = ZERO
               GO TO 2180-EXIT
           END-IF.
           SET CO-IDX TO 1.
           SEARCH WS-CODE
               AT END
                   SET WS-TROUVE-SW TO "N"
               WHEN CO-IDX > WS-NB-CODES
                   SET WS-TROUVE-SW TO "N"
               WHEN WS-K-CODE (CO-IDX) = WS-CODE-SAISI
                   SET WS-TROUVE-SW TO "O"
           END-SEARCH.
       2180-EXIT.
           EXIT.

       2190-CHERCHER-MARQUE.
      **
      * WS-TROUVE pose si le code WS-CODE-SAISI est deja saisi sur
      * le bulletin en cours.
      **
           SET WS-TROUVE-SW TO "N".
           PERFORM 2195-COMPARER-MARQUE
               THRU 2195-EXIT
               VARYING WS-IND-AUTRE FROM 1 BY 1
               UNTIL WS-IND-AUTRE > WS-NB-MARQUES
                  OR WS-TROUVE.
       2190-EXIT.
           EXIT.

       2195-COMPARER-MARQUE.
           IF WS-M-CODE (WS-IND-AUTRE) = WS-CODE-SAISI
               SET WS-TROUVE-SW TO "O"
           END-IF.
       2195-EXIT.
           EXIT.

       2200-REJETER-ENVELOPPE.
           DISPLAY "ENVELOPPES D'UN AUTRE SCRUTIN (IGNOREES): "
                   WS-NB-AUTRE-SCRUTIN.
           DISPLAY "VOTES SAISIS:          " WS-NB-VOTES-SAISIS.
           DISPLAY "POSTES ANNULES POUR SURVOTE: " WS-NB-SURVOTES.
       3000-EXIT.
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
           MOVE PB-ELECTEUR    TO AU-ELECTEUR.
           MOVE PB-PRECINCT    TO AU-PRECINCT.
           MOVE WS-MOTIF       TO AU-MOTIF.
      *-----------------------------------------------------------*
       9000-TERMINAISON.
      **
      * Ferme les fichiers et consigne la fin de session au
      * journal avant de terminer.
      **
           CLOSE FPROVISOIRES.
           CLOSE FELECTION.
           CLOSE FBULLETINS.
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

       END PROGRAM adjudicationProvisoires.
