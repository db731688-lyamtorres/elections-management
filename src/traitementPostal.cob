      *              the audit trail with a POSTAL motif so the piste
      *              distinguishes postal intake from the check-in
      *              table. An intake summary closes the run.
      *              A returned envelope with a deficiency noted at
      *              intake (missing or mismatched signature, missing
      *              witness) is held pending cure instead of being
      *              accepted; the cure-notice list names each elector
      *              to notify and stamps the notice date, the
      *              elector's cure response is accepted like a normal
      *              return up to the statutory deadline (scrutin date
      *              plus WS-DELAI-CORRECTION days), and envelopes
      *              still uncured after it are rejected. Cure
      *              responses are still taken once the scrutin is
      *              FERME. The cure period comes before the count:
      *              once the deadline has passed, a run of this
      *              program rejects the uncured envelopes, and only
      *              then may decompteVotes count the scrutin and
      *              clotureScrutin certify it - both refuse to start
      *              while any envelope of the scrutin is still A
      *              CORRIGER, short of a supervisor's override.
      *              Each run is recorded in the run-control
      *              ledger (traitements.dat).
      ******************************************************************
      * Modification History:
      *   2026-08-21  MF    Initial version.
      *                     rejetee avant meme les controles du
      *                     registre; une acceptation marque
      *                     l'emission RETOURNEE.
      *   2026-10-15  MF    NIP controle a l'ouverture de session (voir
      *                     OPERREC, gestionOperateurs): operateur
      *                     suspendu, retire ou verrouille refuse,
      *                     verrouillage au troisieme NIP errone.
      *                     Ouverture, fin de session et refus
      *                     consignes au journal sessions.dat.
      *   2026-10-15  MF    Correction des enveloppes deficientes
      *                     (PO-DEFICIENCE): emission A CORRIGER au
      *                     lieu de l'acceptation, liste des avis de
      *                     correction avec date d'avis consignee,
      *                     reponses de l'electeur (PO-NATURE C)
      *                     acceptees jusqu'a l'echeance legale, rejet
      *                     d'office des enveloppes non corrigees
      *                     apres l'echeance. Le scrutin FERME est
      *                     retenu a defaut d'un OUVERT pour la periode
      *                     de correction. Controles du registre
      *                     regroupes en 2100.
      *   2026-10-15  MF    Execution consignee au journal des
      *                     traitements (voir TRAITREC).
      *   2026-10-15  MF    Ordre de la periode de correction par
      *                     rapport au depouillement et a la
      *                     certification precise en tete. Paragraphes
      *                     1300 et 1310 replaces dans l'ordre.
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

           SELECT FEMISSIONS ASSIGN TO "emissions.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FEMISSIONS.

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

       FD  FEMISSIONS
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY EMISREC.

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
           77  CR-FEMISSIONS           PIC 9(02).
               88  CR-FEMISSIONS-OK            VALUE 00.
               88  CR-FEMISSIONS-ABSENT        VALUE 35.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  WS-FIN-COURRIER-SW      PIC X(01)   VALUE "N".
               88  WS-FIN-COURRIER             VALUE "O".
               88  WS-EMIS-TROUVE              VALUE "O".
           77  WS-EMIS-REFUS-SW        PIC X(01)   VALUE "N".
               88  WS-EMIS-REFUS               VALUE "O".
           77  WS-REGISTRE-REFUS-SW    PIC X(01)   VALUE "N".
               88  WS-REGISTRE-REFUS           VALUE "O".
           77  WS-PERIODE-CORRECTION-SW PIC X(01)  VALUE "N".
               88  WS-PERIODE-CORRECTION       VALUE "O".

           77  WS-OPER-CHERCHE         PIC X(06).
           77  WS-OPER-ID              PIC X(06).
           77  WS-OPER-NOM             PIC X(20).
           77  WS-MOTIF                PIC X(20).
           77  WS-DATE-SYS             PIC 9(08).
      * Heure systeme HHMMSScc: l'heure consignee en est HHMMSS.
           01  WS-HEURE-SYS            PIC 9(08).
           01  FILLER REDEFINES WS-HEURE-SYS.
               05  WS-HEURE-HHMMSS     PIC 9(06).
               05  FILLER              PIC 9(02).
           77  WS-ELECTEUR-AUDIT       PIC 9(05).
           77  WS-LIBELLE-DEFICIENCE   PIC X(21).

           77  WS-NB-LUS               PIC 9(06)   VALUE ZERO.
           77  WS-NB-ACCEPTES          PIC 9(06)   VALUE ZERO.
           77  WS-NB-SANS-DEMANDE      PIC 9(06)   VALUE ZERO.
           77  WS-NB-EMISSIONS         PIC 9(04)   VALUE ZERO.
           77  WS-NB-MAJ-EMISSIONS     PIC 9(04)   VALUE ZERO.
           77  WS-NB-A-CORRIGER        PIC 9(06)   VALUE ZERO.
           77  WS-NB-CORRIGEES         PIC 9(06)   VALUE ZERO.
           77  WS-NB-CORR-INVALIDES    PIC 9(06)   VALUE ZERO.
           77  WS-NB-CORR-TARDIVES     PIC 9(06)   VALUE ZERO.
           77  WS-NB-CODES-ERRONES     PIC 9(06)   VALUE ZERO.
           77  WS-NB-APRES-CLOTURE     PIC 9(06)   VALUE ZERO.
           77  WS-NB-NON-CORRIGEES     PIC 9(06)   VALUE ZERO.
           77  WS-NB-AVIS              PIC 9(06)   VALUE ZERO.
           77  WS-NB-NOUVEAUX-AVIS     PIC 9(06)   VALUE ZERO.

      * Echeance legale de correction: WS-DELAI-CORRECTION jours
      * apres la date du scrutin (SC-DATE), calculee jour par jour,
      * fin de mois et annees bissextiles comprises.
           77  WS-DELAI-CORRECTION     PIC 9(03)   VALUE 7.
           77  WS-DATE-LIMITE          PIC 9(08).
           77  WS-NB-JOURS             PIC 9(03).
           01  WS-DATE-CALCUL.
               05  WS-DC-ANNEE         PIC 9(04).
               05  WS-DC-MOIS          PIC 9(02).
               05  WS-DC-JOUR          PIC 9(02).
           01  WS-DATE-CALCUL-N REDEFINES WS-DATE-CALCUL
                                       PIC 9(08).
           77  WS-JOURS-MOIS           PIC 9(02).
           77  WS-QUOTIENT             PIC 9(04).
           77  WS-RESTE-4              PIC 9(04).
           77  WS-RESTE-100            PIC 9(04).
           77  WS-RESTE-400            PIC 9(04).

           01  WS-TABLE-JOURS-MOIS.
               05  FILLER              PIC X(24)
                   VALUE "312831303130313130313031".
           01  WS-JOURS-MOIS-R REDEFINES WS-TABLE-JOURS-MOIS.
               05  WS-JM               PIC 9(02)   OCCURS 12 TIMES.

           01  WS-SCRUTIN-COURANT.
               05  WS-SC-ID            PIC 9(04).
               05  WS-SC-TITRE         PIC X(30).
               05  WS-SC-DATE          PIC 9(08).

      * Les emissions du scrutin courant chargees en table (voir
      * emissionPostale): chaque retour doit correspondre a une
      * emission encore en circulation. WS-EM-STATUT passe a R des
      * l'acceptation du retour, a C pour une enveloppe a corriger et
      * a N pour une enveloppe rejetee faute de correction; chaque
      * emission modifiee (WS-EM-MAJ) est reportee au fichier en fin
      * de traitement (3500).
           01  WS-TABLE-EMISSIONS.
               05  WS-EMISSION         OCCURS 2000 TIMES
                                       INDEXED BY EM-IDX.
                   10  WS-EM-ELECTEUR  PIC 9(05).
                   10  WS-EM-ENVELOPPE PIC X(10).
                   10  WS-EM-STATUT    PIC X(01).
                   10  WS-EM-DEFICIENCE PIC X(01).
                   10  WS-EM-DATE-AVIS PIC 9(08).
                   10  WS-EM-MAJ       PIC X(01).

      * Controle du NIP a l'ouverture de session et journal des
      * sessions (voir SESSREC).
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "traitementPostal".
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
               THRU 2000-EXIT
               UNTIL WS-FIN-COURRIER.

           PERFORM 2500-REJETER-NON-CORRIGEES
               THRU 2500-EXIT.

           PERFORM 2600-AVIS-CORRECTION
               THRU 2600-EXIT.

           PERFORM 3000-SOMMAIRE
               THRU 3000-EXIT.

           PERFORM 9000-TERMINAISON
               THRU 9000-EXIT.

           MOVE WS-SC-ID             TO WS-TR-ID-SCRUTIN.
           MOVE WS-OPER-ID           TO WS-TR-OPERATEUR.
           MOVE WS-NB-LUS            TO WS-TR-NB-LUS.
           COMPUTE WS-TR-NB-ECRITS = WS-NB-ACCEPTES + WS-NB-CORRIGEES.
           COMPUTE WS-TR-NB-REJETS = WS-NB-INTROUVABLES + WS-NB-INACTIFS
                                   + WS-NB-DEJA-VOTE + WS-NB-NON-EMISES
                                   + WS-NB-DEJA-RETOUR
                                   + WS-NB-SANS-DEMANDE
                                   + WS-NB-APRES-CLOTURE
                                   + WS-NB-CODES-ERRONES
                                   + WS-NB-CORR-INVALIDES
                                   + WS-NB-CORR-TARDIVES
                                   + WS-NB-NON-CORRIGEES.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
       1000-EXIT.
           EXIT.

       1100-LIRE-SCRUTIN.
      **
      * Parcourt le calendrier des scrutins (scrutin.dat) et retient
      * l'evenement OUVERT: le courrier ne peut etre pris en charge
      * que pendant qu'un scrutin est ouvert. A defaut, l'evenement
      * FERME est retenu pour la periode de correction: seules les
      * reponses de correction y sont recues. L'echeance legale de
      * correction est calculee sur la date du scrutin.
      **
           OPEN INPUT FSCRUTIN.
           IF NOT CR-FSCRUTIN-OK
               UNTIL WS-FIN-SCRUTIN.
           CLOSE FSCRUTIN.

           IF NOT WS-SCRUTIN-TROUVE
               OPEN INPUT FSCRUTIN
               SET WS-FIN-SCRUTIN-SW TO "N"
               PERFORM 1120-CHERCHER-SCRUTIN-FERME
                   THRU 1120-EXIT
                   UNTIL WS-FIN-SCRUTIN
               CLOSE FSCRUTIN
           END-IF.

           IF NOT WS-SCRUTIN-TROUVE
               DISPLAY "AUCUN SCRUTIN OUVERT AU CALENDRIER - PRISE "
                       "EN CHARGE DU COURRIER IMPOSSIBLE"
           END-IF.

           DISPLAY "SCRUTIN " WS-SC-ID " - " WS-SC-TITRE.
           IF WS-PERIODE-CORRECTION
               DISPLAY "SCRUTIN FERME - PERIODE DE CORRECTION: "
                       "SEULES LES REPONSES DE CORRECTION SONT "
                       "RECUES"
           END-IF.

           IF WS-SC-DATE NOT NUMERIC OR WS-SC-DATE = ZERO
               ACCEPT WS-SC-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-SC-DATE TO WS-DATE-CALCUL-N.
           PERFORM 8100-AJOUTER-JOUR
               THRU 8100-EXIT
               VARYING WS-NB-JOURS FROM 1 BY 1
               UNTIL WS-NB-JOURS > WS-DELAI-CORRECTION.
           MOVE WS-DATE-CALCUL-N TO WS-DATE-LIMITE.
           DISPLAY "ECHEANCE LEGALE DE CORRECTION: " WS-DATE-LIMITE.
       1100-EXIT.
           EXIT.

           IF SC-OUVERT AND NOT WS-SCRUTIN-TROUVE
               MOVE SC-ID-SCRUTIN TO WS-SC-ID
               MOVE SC-TITRE      TO WS-SC-TITRE
               MOVE SC-DATE       TO WS-SC-DATE
               SET WS-SCRUTIN-TROUVE-SW TO "O"
           END-IF.
       1110-EXIT.
           EXIT.

       1120-CHERCHER-SCRUTIN-FERME.
           READ FSCRUTIN
               AT END
                   SET WS-FIN-SCRUTIN-SW TO "O"
                   GO TO 1120-EXIT
           END-READ.

           IF SC-FERME AND NOT WS-SCRUTIN-TROUVE
               MOVE SC-ID-SCRUTIN TO WS-SC-ID
               MOVE SC-TITRE      TO WS-SC-TITRE
               MOVE SC-DATE       TO WS-SC-DATE
               SET WS-SCRUTIN-TROUVE-SW TO "O"
               SET WS-PERIODE-CORRECTION-SW TO "O"
           END-IF.
       1120-EXIT.
           EXIT.

       1200-OUVERTURE-SESSION.
      **
      * Identifie l'operateur responsable du traitement du courrier;
      * chaque entree de la piste de verification est consignee a
      * son nom.
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

       1300-CHARGER-EMISSIONS.
      **
      * Charge en table les emissions du scrutin courant
      * (emissions.dat). Sans fichier d'emission, aucun retour ne
      * peut etre rapproche - tout le courrier sera rejete NON
      * EMISE, ce qui est voulu: on ne compte pas un bulletin qu'on
      * n'a pas envoye.
      **
           SET WS-FIN-EMISSIONS-SW TO "N".

           OPEN INPUT FEMISSIONS.
           IF CR-FEMISSIONS-ABSENT
               DISPLAY "AUCUN FICHIER EMISSIONS.DAT - TOUT RETOUR "
                       "SERA REJETE NON EMISE"
               GO TO 1300-EXIT
           END-IF.
           IF NOT CR-FEMISSIONS-OK
               DISPLAY "ERREUR OUVERTURE EMISSIONS.DAT - CODE "
                       CR-FEMISSIONS
               STOP RUN
           END-IF.

           PERFORM 1310-CHARGER-EMISSION
               THRU 1310-EXIT
               UNTIL WS-FIN-EMISSIONS.

           CLOSE FEMISSIONS.
           DISPLAY "EMISSIONS CHARGEES: " WS-NB-EMISSIONS.
       1300-EXIT.
           EXIT.

       1310-CHARGER-EMISSION.
           READ FEMISSIONS
               AT END
                   SET WS-FIN-EMISSIONS-SW TO "O"
               NOT AT END
                   IF EM-ID-SCRUTIN = WS-SC-ID
                       ADD 1 TO WS-NB-EMISSIONS
                       IF WS-NB-EMISSIONS > 2000
                           DISPLAY "TROP D'EMISSIONS - MAXIMUM 2000"
                           STOP RUN
                       END-IF
                       MOVE EM-ELECTEUR
                           TO WS-EM-ELECTEUR (WS-NB-EMISSIONS)
                       MOVE EM-ENVELOPPE
                           TO WS-EM-ENVELOPPE (WS-NB-EMISSIONS)
                       MOVE EM-STATUT
                           TO WS-EM-STATUT (WS-NB-EMISSIONS)
                       MOVE EM-DEFICIENCE
                           TO WS-EM-DEFICIENCE (WS-NB-EMISSIONS)
                       MOVE EM-DATE-AVIS
                           TO WS-EM-DATE-AVIS (WS-NB-EMISSIONS)
                       IF EM-DATE-AVIS NOT NUMERIC
                           MOVE ZERO
                               TO WS-EM-DATE-AVIS (WS-NB-EMISSIONS)
                       END-IF
                       MOVE "N" TO WS-EM-MAJ (WS-NB-EMISSIONS)
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2000-TRAITER-ENVELOPPE.
      **
      * Lit un enregistrement du courrier. Une enveloppe retournee
      * est validee contre le registre comme une verification en
      * personne: electeur inconnu, inactif ou ayant deja vote
      * rejete, acceptation posant le drapeau de vote - sauf si le
      * courrier y a note une deficience corrigeable, qui met
      * l'emission A CORRIGER en attendant la reponse de l'electeur.
      * Une reponse de correction est traitee en 2200.
      **
           READ FCOURRIER
               AT END
           END-READ.

           ADD 1 TO WS-NB-LUS.
           MOVE PO-ELECTEUR TO WS-ELECTEUR-AUDIT.

           IF PO-REPONSE-CORRECTION
               PERFORM 2200-TRAITER-CORRECTION
                   THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF WS-PERIODE-CORRECTION
               ADD 1 TO WS-NB-APRES-CLOTURE
               DISPLAY "ENVELOPPE " PO-ENVELOPPE
                       " RECUE APRES LA FERMETURE DES BUREAUX - "
                       "REJETEE"
               MOVE ZERO TO EL-PRECINCT
               MOVE "POSTAL APRES CLOTURE" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF NOT PO-SANS-DEFICIENCE
              AND NOT PO-DEFICIENCE-VALIDE
               ADD 1 TO WS-NB-CODES-ERRONES
               DISPLAY "ENVELOPPE " PO-ENVELOPPE " - CODE DE "
                       "DEFICIENCE " PO-DEFICIENCE " INCONNU - "
                       "REJETEE"
               MOVE ZERO TO EL-PRECINCT
               MOVE "POSTAL CODE ERRONE" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2050-RAPPROCHER-EMISSION
               THRU 2050-EXIT.
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-CONTROLER-REGISTRE
               THRU 2100-EXIT.
           IF WS-REGISTRE-REFUS
               GO TO 2000-EXIT
           END-IF.

           IF PO-DEFICIENCE-VALIDE
               ADD 1 TO WS-NB-A-CORRIGER
               MOVE "C"           TO WS-EM-STATUT (EM-IDX)
               MOVE PO-DEFICIENCE TO WS-EM-DEFICIENCE (EM-IDX)
               MOVE "O"           TO WS-EM-MAJ (EM-IDX)
               DISPLAY "ENVELOPPE " PO-ENVELOPPE " - ELECTEUR "
                       PO-ELECTEUR " - DEFICIENCE " PO-DEFICIENCE
                       " - A CORRIGER PAR L'ELECTEUR"
               MOVE "POSTAL A CORRIGER" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2150-ACCEPTER-ENVELOPPE
               THRU 2150-EXIT.
       2000-EXIT.
           EXIT.

       2050-RAPPROCHER-EMISSION.
      **
      * Rapproche l'enveloppe retournee de son emission: enveloppe
      * jamais emise, deja retournee (RETOURNEE, A CORRIGER ou NON
      * CORRIGEE), ou emise a un autre electeur
      * que celui du retour (l'electeur n'a pas de demande pour
      * cette enveloppe) rejetee avant les controles du registre.
      * EM-IDX reste positionne sur l'emission appariee en sortie.
      **
           SET WS-EMIS-REFUS-SW TO "N".
           SET WS-EMIS-TROUVE-SW TO "N".

           SET EM-IDX TO 1.
           SEARCH WS-EMISSION
               AT END
                   SET WS-EMIS-TROUVE-SW TO "N"
               WHEN WS-EM-ENVELOPPE (EM-IDX) = PO-ENVELOPPE
                   SET WS-EMIS-TROUVE-SW TO "O"
           END-SEARCH.

           IF NOT WS-EMIS-TROUVE
               ADD 1 TO WS-NB-NON-EMISES
               DISPLAY "ENVELOPPE " PO-ENVELOPPE
                       " JAMAIS EMISE - REJETEE"
               MOVE ZERO TO EL-PRECINCT
               MOVE "POSTAL NON EMISE" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               SET WS-EMIS-REFUS-SW TO "O"
               GO TO 2050-EXIT
           END-IF.

           IF WS-EM-STATUT (EM-IDX) = "R" OR "C" OR "N"
               ADD 1 TO WS-NB-DEJA-RETOUR
               DISPLAY "ENVELOPPE " PO-ENVELOPPE
                       " DEJA RETOURNEE - REJETEE"
               MOVE ZERO TO EL-PRECINCT
               MOVE "POSTAL DEJA RETOURNE" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               SET WS-EMIS-REFUS-SW TO "O"
               GO TO 2050-EXIT
           END-IF.

           IF WS-EM-ELECTEUR (EM-IDX) NOT = PO-ELECTEUR
               ADD 1 TO WS-NB-SANS-DEMANDE
               DISPLAY "ENVELOPPE " PO-ENVELOPPE " EMISE A "
                       WS-EM-ELECTEUR (EM-IDX) " ET NON A "
                       PO-ELECTEUR " - REJETEE"
               MOVE ZERO TO EL-PRECINCT
               MOVE "POSTAL SANS DEMANDE" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               SET WS-EMIS-REFUS-SW TO "O"
           END-IF.
       2050-EXIT.
           EXIT.

       2100-CONTROLER-REGISTRE.
      **
      * Controles du registre communs a l'enveloppe retournee et a la
      * reponse de correction: electeur inconnu, inactif ou ayant
      * deja vote rejete (WS-REGISTRE-REFUS). EL-RECORD contient
      * l'electeur en sortie.
      **
           SET WS-REGISTRE-REFUS-SW TO "N".
           SET WS-ELECTEUR-TROUVE-SW TO "N".
           MOVE PO-ELECTEUR TO EL-ID.
           READ FELECTION
               MOVE "POSTAL INTROUVABLE" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               SET WS-REGISTRE-REFUS-SW TO "O"
               GO TO 2100-EXIT
           END-IF.

           IF EL-INACTIF
               MOVE "POSTAL INACTIF" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               SET WS-REGISTRE-REFUS-SW TO "O"
               GO TO 2100-EXIT
           END-IF.

           IF EL-DEJA-VOTE
               MOVE "POSTAL DEJA VOTE" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               SET WS-REGISTRE-REFUS-SW TO "O"
           END-IF.
       2100-EXIT.
           EXIT.

       2150-ACCEPTER-ENVELOPPE.
      **
      * Acceptation de l'enveloppe de l'emission EM-IDX: drapeau de
      * vote pose au registre, emission RETOURNEE, entree POSTAL
      * ACCEPTE a la piste.
      **
           SET EL-DEJA-VOTE TO TRUE.
           REWRITE EL-RECORD.
           IF NOT CR-FELECTION-OK
               MOVE "POSTAL ERREUR ECRIT" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               GO TO 2150-EXIT
           END-IF.

           ADD 1 TO WS-NB-ACCEPTES.
           MOVE "R" TO WS-EM-STATUT (EM-IDX).
           MOVE "O" TO WS-EM-MAJ (EM-IDX).
           MOVE "POSTAL ACCEPTE" TO WS-MOTIF.
           PERFORM 8000-ECRITURE-AUDIT
               THRU 8000-EXIT.
       2150-EXIT.
           EXIT.

       2200-TRAITER-CORRECTION.
      **
      * Reponse de l'electeur a un avis de correction: l'enveloppe
      * doit etre A CORRIGER au nom de l'electeur, et la reponse
      * recue au plus tard a l'echeance legale. L'enveloppe corrigee
      * est alors acceptee comme un retour normal.
      **
           SET WS-EMIS-TROUVE-SW TO "N".
           SET EM-IDX TO 1.
           SEARCH WS-EMISSION
               AT END
                   SET WS-EMIS-TROUVE-SW TO "N"
               WHEN EM-IDX > WS-NB-EMISSIONS
                   SET WS-EMIS-TROUVE-SW TO "N"
               WHEN WS-EM-ENVELOPPE (EM-IDX) = PO-ENVELOPPE
                   SET WS-EMIS-TROUVE-SW TO "O"
           END-SEARCH.

           IF NOT WS-EMIS-TROUVE
              OR WS-EM-STATUT (EM-IDX) NOT = "C"
              OR WS-EM-ELECTEUR (EM-IDX) NOT = PO-ELECTEUR
               ADD 1 TO WS-NB-CORR-INVALIDES
               DISPLAY "CORRECTION ENVELOPPE " PO-ENVELOPPE
                       " - ELECTEUR " PO-ELECTEUR
                       " - AUCUNE ENVELOPPE A CORRIGER - REJETEE"
               MOVE ZERO TO EL-PRECINCT
               MOVE "POSTAL CORR INVALIDE" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF PO-DATE-RECEPTION > WS-DATE-LIMITE
               ADD 1 TO WS-NB-CORR-TARDIVES
               DISPLAY "CORRECTION ENVELOPPE " PO-ENVELOPPE
                       " RECUE LE " PO-DATE-RECEPTION
                       " APRES L'ECHEANCE DU " WS-DATE-LIMITE
                       " - REJETEE"
               MOVE ZERO TO EL-PRECINCT
               MOVE "POSTAL CORR TARDIVE" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2100-CONTROLER-REGISTRE
               THRU 2100-EXIT.
           IF WS-REGISTRE-REFUS
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-NB-CORRIGEES.
           DISPLAY "ENVELOPPE " PO-ENVELOPPE " - ELECTEUR "
                   PO-ELECTEUR " - CORRIGEE - ACCEPTEE".
           PERFORM 2150-ACCEPTER-ENVELOPPE
               THRU 2150-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2500-REJETER-NON-CORRIGEES.
      **
      * L'echeance legale de correction passee, chaque enveloppe
      * encore A CORRIGER est rejetee d'office: emission NON
      * CORRIGEE et entree POSTAL NON CORRIGEE a la piste.
      **
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           IF WS-DATE-SYS NOT > WS-DATE-LIMITE
               GO TO 2500-EXIT
           END-IF.

           DISPLAY " ".
           DISPLAY "-- ENVELOPPES REJETEES FAUTE DE CORRECTION "
                   "(ECHEANCE " WS-DATE-LIMITE ") --".
           PERFORM 2510-REJETER-EMISSION
               THRU 2510-EXIT
               VARYING EM-IDX FROM 1 BY 1
               UNTIL EM-IDX > WS-NB-EMISSIONS.
           DISPLAY "REJETEES NON CORRIGEES: " WS-NB-NON-CORRIGEES.
       2500-EXIT.
           EXIT.

       2510-REJETER-EMISSION.
           IF WS-EM-STATUT (EM-IDX) NOT = "C"
               GO TO 2510-EXIT
           END-IF.

           MOVE "N" TO WS-EM-STATUT (EM-IDX).
           MOVE "O" TO WS-EM-MAJ (EM-IDX).
           ADD 1 TO WS-NB-NON-CORRIGEES.

           MOVE WS-EM-ELECTEUR (EM-IDX) TO WS-ELECTEUR-AUDIT.
           MOVE WS-EM-ELECTEUR (EM-IDX) TO EL-ID.
           READ FELECTION
               INVALID KEY
                   MOVE ZERO TO EL-PRECINCT
           END-READ.

           DISPLAY "  ENVELOPPE " WS-EM-ENVELOPPE (EM-IDX)
                   " - ELECTEUR " WS-EM-ELECTEUR (EM-IDX)
                   " - DEFICIENCE " WS-EM-DEFICIENCE (EM-IDX)
                   " - AVISE LE " WS-EM-DATE-AVIS (EM-IDX)
                   " - REJETEE".
           IF WS-EM-DATE-AVIS (EM-IDX) = ZERO
               DISPLAY "  *** ELECTEUR JAMAIS AVISE - A SIGNALER AU "
                       "DIRECTEUR ***"
           END-IF.
           MOVE "POSTAL NON CORRIGEE" TO WS-MOTIF.
           PERFORM 8000-ECRITURE-AUDIT
               THRU 8000-EXIT.
       2510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2600-AVIS-CORRECTION.
      **
      * Liste des avis de correction: chaque enveloppe encore A
      * CORRIGER, avec l'electeur, la deficience et l'echeance. La
      * date de la premiere inscription d'un electeur a la liste est
      * retenue a l'emission et consignee a la piste (POSTAL AVIS
      * CORR) - preuve que chaque electeur a ete avise a temps.
      **
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-NB-AVIS.
           MOVE ZERO TO WS-NB-NOUVEAUX-AVIS.

           DISPLAY " ".
           DISPLAY "===== AVIS DE CORRECTION - SCRUTIN " WS-SC-ID
                   " =====".
           DISPLAY "ECHEANCE LEGALE DE CORRECTION: " WS-DATE-LIMITE.
           DISPLAY "ELECTEUR NOM                  PRENOM          "
                   "ENVELOPPE  DEFICIENCE             AVISE LE".
           PERFORM 2610-AVISER-ELECTEUR
               THRU 2610-EXIT
               VARYING EM-IDX FROM 1 BY 1
               UNTIL EM-IDX > WS-NB-EMISSIONS.

           IF WS-NB-AVIS = ZERO
               DISPLAY "AUCUNE ENVELOPPE A CORRIGER"
           ELSE
               DISPLAY "ENVELOPPES A CORRIGER: " WS-NB-AVIS
                       " - DONT NOUVEAUX AVIS: " WS-NB-NOUVEAUX-AVIS
           END-IF.
       2600-EXIT.
           EXIT.

       2610-AVISER-ELECTEUR.
           IF WS-EM-STATUT (EM-IDX) NOT = "C"
               GO TO 2610-EXIT
           END-IF.

           ADD 1 TO WS-NB-AVIS.
           MOVE SPACES TO EL-NOM.
           MOVE SPACES TO EL-PRENOM.
           MOVE WS-EM-ELECTEUR (EM-IDX) TO EL-ID.
           READ FELECTION
               INVALID KEY
                   MOVE ZERO TO EL-PRECINCT
           END-READ.

           IF WS-EM-DATE-AVIS (EM-IDX) = ZERO
               ADD 1 TO WS-NB-NOUVEAUX-AVIS
               MOVE WS-DATE-SYS TO WS-EM-DATE-AVIS (EM-IDX)
               MOVE "O" TO WS-EM-MAJ (EM-IDX)
               MOVE WS-EM-ELECTEUR (EM-IDX) TO WS-ELECTEUR-AUDIT
               MOVE "POSTAL AVIS CORR" TO WS-MOTIF
               PERFORM 8000-ECRITURE-AUDIT
                   THRU 8000-EXIT
           END-IF.

           EVALUATE WS-EM-DEFICIENCE (EM-IDX)
               WHEN "S"
                   MOVE "SIGNATURE ABSENTE" TO WS-LIBELLE-DEFICIENCE
               WHEN "D"
                   MOVE "SIGNATURE DISCORDANTE"
                                       TO WS-LIBELLE-DEFICIENCE
               WHEN "T"
                   MOVE "TEMOIN ABSENT" TO WS-LIBELLE-DEFICIENCE
               WHEN OTHER
                   MOVE "INCONNUE"      TO WS-LIBELLE-DEFICIENCE
           END-EVALUATE.

           DISPLAY WS-EM-ELECTEUR (EM-IDX) "    " EL-NOM " "
                   EL-PRENOM " " WS-EM-ENVELOPPE (EM-IDX) " "
                   WS-LIBELLE-DEFICIENCE " "
                   WS-EM-DATE-AVIS (EM-IDX).
       2610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
           DISPLAY "REJETEES - NON EMISE   " WS-NB-NON-EMISES.
           DISPLAY "REJETEES - DEJA RETOUR " WS-NB-DEJA-RETOUR.
           DISPLAY "REJETEES - SANS DEMANDE " WS-NB-SANS-DEMANDE.
           DISPLAY "REJETEES - APRES CLOTURE " WS-NB-APRES-CLOTURE.
           DISPLAY "REJETEES - CODE ERRONE " WS-NB-CODES-ERRONES.
           DISPLAY "A CORRIGER (DEFICIENCE) " WS-NB-A-CORRIGER.
           DISPLAY "CORRECTIONS ACCEPTEES: " WS-NB-CORRIGEES.
           DISPLAY "CORRECTIONS INVALIDES: " WS-NB-CORR-INVALIDES.
           DISPLAY "CORRECTIONS TARDIVES:  " WS-NB-CORR-TARDIVES.
           DISPLAY "REJETEES NON CORRIGEES: " WS-NB-NON-CORRIGEES.
           DISPLAY "ERREURS D'ECRITURE:    " WS-NB-ERREURS.
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------*
       3500-MAJ-EMISSIONS.
      **
      * Reporte dans emissions.dat les emissions modifiees par le
      * traitement: statut (RETOURNEE, A CORRIGER, NON CORRIGEE),
      * code de deficience et date de l'avis de correction.
      **
           SET WS-FIN-EMISSIONS-SW TO "N".

               UNTIL WS-FIN-EMISSIONS.

           CLOSE FEMISSIONS.
           DISPLAY "EMISSIONS MISES A JOUR: "
                   WS-NB-MAJ-EMISSIONS.
       3500-EXIT.
           EXIT.
                   GO TO 3510-EXIT
           END-READ.

           IF EM-RETOURNEE OR EM-NON-CORRIGEE
              OR EM-ID-SCRUTIN NOT = WS-SC-ID
               GO TO 3510-EXIT
           END-IF.

                   SET WS-EMIS-TROUVE-SW TO "O"
           END-SEARCH.

           IF WS-EMIS-TROUVE AND WS-EM-MAJ (EM-IDX) = "O"
               MOVE WS-EM-STATUT (EM-IDX)     TO EM-STATUT
               MOVE WS-EM-DEFICIENCE (EM-IDX) TO EM-DEFICIENCE
               MOVE WS-EM-DATE-AVIS (EM-IDX)  TO EM-DATE-AVIS
               REWRITE EM-RECORD
               IF NOT CR-FEMISSIONS-OK
                   DISPLAY "ERREUR MISE A JOUR EMISSIONS.DAT - "
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
      * Consigne l'enveloppe courante (electeur WS-ELECTEUR-AUDIT) a
      * la piste de verification.
      * Les motifs POSTAL distinguent la prise en charge du courrier
      * des verifications en personne de la table.
      **
           ACCEPT WS-HEURE-SYS FROM TIME.

           MOVE WS-DATE-SYS    TO AU-DATE.
           MOVE WS-HEURE-HHMMSS TO AU-HEURE.
           MOVE WS-ELECTEUR-AUDIT TO AU-ELECTEUR.
           MOVE EL-PRECINCT    TO AU-PRECINCT.
           MOVE WS-MOTIF       TO AU-MOTIF.
           MOVE WS-SC-ID       TO AU-ID-SCRUTIN.
       8000-EXIT.
           EXIT.

       8100-AJOUTER-JOUR.
      **
      * Avance WS-DATE-CALCUL d'un jour. Fevrier compte 29 jours les
      * annees divisibles par 4, sauf les siecles non divisibles par
      * 400.
      **
           MOVE WS-JM (WS-DC-MOIS) TO WS-JOURS-MOIS.
           IF WS-DC-MOIS = 2
               DIVIDE WS-DC-ANNEE BY 4   GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE-4
               DIVIDE WS-DC-ANNEE BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE-100
               DIVIDE WS-DC-ANNEE BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE-400
               IF WS-RESTE-400 = ZERO
                  OR (WS-RESTE-4 = ZERO AND WS-RESTE-100 NOT = ZERO)
                   MOVE 29 TO WS-JOURS-MOIS
               END-IF
           END-IF.

           ADD 1 TO WS-DC-JOUR.
           IF WS-DC-JOUR > WS-JOURS-MOIS
               MOVE 1 TO WS-DC-JOUR
               ADD 1 TO WS-DC-MOIS
               IF WS-DC-MOIS > 12
                   MOVE 1 TO WS-DC-MOIS
                   ADD 1 TO WS-DC-ANNEE
               END-IF
           END-IF.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       9000-TERMINAISON.
      **
      * Ferme les fichiers et consigne la fin de session au
      * journal avant de terminer.
      **
           CLOSE FCOURRIER.
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

       END PROGRAM traitementPostal.
