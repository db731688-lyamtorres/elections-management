      *              certification manifest (record counts, accepted
      *              check-ins, votes by office) for the director's
      *              signature, and only after the archives verify:
      *              appends every elector who voted to the permanent
      *              voting-history file (historique.dat), resets
      *              every elector's vote flag, empties the
      *              audit, ballot and provisional-envelope files
      *              and clears the restart checkpoint so the next
      *              election event starts clean. Certification
      *              is refused until the post-election hand-count
      *              audit of the scrutin (verifmanuelle.dat) has
      *              been signed off. It is also refused, short of a
      *              supervisor's override, unless the last
      *              balancementScrutin run recorded for the scrutin
      *              in the run-control ledger (traitements.dat)
      *              returned zero, and while a mail ballot of the
      *              scrutin is still awaiting cure. The run itself
      *              is recorded there.
      ******************************************************************
      * Modification History:
      *   2026-08-21  MF    Initial version.
      *                     retailler le scrutin certifie avec les
      *                     memes regles. Ces fichiers maitres ne
      *                     sont ni vides ni modifies.
      *   2026-10-15  MF    Historique de vote: avant de remettre son
      *                     drapeau a zero, chaque electeur qui a vote
      *                     est ajoute a historique.dat (voir HISTREC)
      *                     avec le scrutin, son bureau et le mode de
      *                     vote tire de la piste (ACCEPTE, POSTAL
      *                     ACCEPTE, PROV ACCEPTE). Le fichier est
      *                     permanent - ni archive ni vide.
      *   2026-10-15  MF    Les pointages du cahier de secours (motif
      *                     PAPIER ACCEPTE, voir repriseSecours)
      *                     comptent parmi les acceptations et sont
      *                     inscrits en personne a l'historique.
      *   2026-10-15  MF    La certification exige la verification
      *                     manuelle signee du scrutin (voir
      *                     verificationManuelle): sans signature
      *                     au journal verifmanuelle.dat, la
      *                     cloture est refusee. Le signataire
      *                     figure au manifeste.
      *   2026-10-15  MF    Journal des traitements (voir TRAITREC):
      *                     la cloture exige que le dernier
      *                     balancementScrutin du scrutin se soit
      *                     termine en equilibre (code retour zero),
      *                     sauf derogation signee par un
      *                     superviseur; l'execution est consignee au
      *                     journal, qui n'est ni archive ni vide.
      *   2026-10-15  MF    Derogation: NIP controle comme a l'ouverture
      *                     de session (refus comptes, verrouillage au
      *                     troisieme NIP errone); refus et derogation
      *                     consignes au journal sessions.dat. Nouveau
      *                     prealable: aucune enveloppe postale A
      *                     CORRIGER pour le scrutin (periode de
      *                     correction close, voir traitementPostal).
      *                     Les arrets en erreur (code retour 8) sont
      *                     consignes au journal des traitements. Heure
      *                     systeme lue en HHMMSScc: les journaux des
      *                     traitements et des sessions recoivent
      *                     HHMMSS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FPROVISOIRES.

           SELECT FEMISSIONS ASSIGN TO "emissions.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FEMISSIONS.

           SELECT FLOTS ASSIGN TO "lots.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FARCHECRITS.

           SELECT FHISTORIQUE ASSIGN TO "historique.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FHISTORIQUE.

           SELECT FARCHCANDIDATS ASSIGN TO WS-NOM-ARCH-CANDIDATS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FARCHSTYLES.

           SELECT FVERIF ASSIGN TO "verifmanuelle.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FVERIF.

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
           COPY PROVREC.

       FD  FEMISSIONS
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY EMISREC.

       FD  FLOTS
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
           COPY QUALREC REPLACING LEADING ==QW-== BY ==AQ-==.

       FD  FHISTORIQUE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY HISTREC.

       FD  FARCHSTYLES
           RECORD CONTAINS 25 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY STYLREC REPLACING LEADING ==ST-== BY ==AS-==.

       FD  FVERIF
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY VERIFREC.

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
               88  CR-FCHECKPOINT-OK           VALUE 00.
           77  CR-FPROVISOIRES         PIC 9(02).
               88  CR-FPROVISOIRES-OK          VALUE 00.
           77  CR-FEMISSIONS           PIC 9(02).
               88  CR-FEMISSIONS-OK            VALUE 00.
           77  CR-FLOTS                PIC 9(02).
               88  CR-FLOTS-OK                 VALUE 00.
               88  CR-FLOTS-ABSENT             VALUE 35.
               88  CR-FSTYLES-ABSENT           VALUE 35.
           77  CR-FARCHELECTEURS       PIC 9(02).
               88  CR-FARCHELECTEURS-OK        VALUE 00.
           77  CR-FHISTORIQUE          PIC 9(02).
               88  CR-FHISTORIQUE-OK           VALUE 00.
               88  CR-FHISTORIQUE-ABSENT       VALUE 35.
           77  CR-FVERIF               PIC 9(02).
               88  CR-FVERIF-OK                VALUE 00.
               88  CR-FVERIF-ABSENT            VALUE 35.
           77  CR-FARCHAUDIT           PIC 9(02).
               88  CR-FARCHAUDIT-OK            VALUE 00.
           77  CR-FARCHBULLETINS       PIC 9(02).
               88  CR-FARCHQUALIFIES-OK        VALUE 00.
           77  CR-FARCHSTYLES          PIC 9(02).
               88  CR-FARCHSTYLES-OK           VALUE 00.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.
           77  CR-FOPERATEURS          PIC 9(02).
               88  CR-FOPERATEURS-OK           VALUE 00.
           77  CR-FSESSIONS            PIC 9(02).
               88  CR-FSESSIONS-OK             VALUE 00.

           77  WS-FIN-FICHIER-SW       PIC X(01)   VALUE "N".
               88  WS-FIN-FICHIER              VALUE "O".
           77  WS-NB-VERIF             PIC 9(07)   VALUE ZERO.
           77  WS-NB-ACCEPTES          PIC 9(07)   VALUE ZERO.
           77  WS-NB-DRAPEAUX-OTES     PIC 9(07)   VALUE ZERO.
           77  WS-NB-HISTORIQUE        PIC 9(07)   VALUE ZERO.
           77  WS-NB-SANS-PISTE        PIC 9(07)   VALUE ZERO.
           77  WS-DATE-SYS             PIC 9(08).

      * Signature de la verification manuelle du scrutin.
           77  WS-VERIF-SIGNEE-SW      PIC X(01)   VALUE "N".
               88  WS-VERIF-SIGNEE             VALUE "O".
           77  WS-VERIF-SIGNATAIRE     PIC X(20)   VALUE SPACES.
           77  WS-VERIF-DATE           PIC 9(08)   VALUE ZERO.

      * Dernier balancement du scrutin au journal des traitements.
           77  WS-BALANCEMENT-SW       PIC X(01)   VALUE "N".
               88  WS-BALANCEMENT-TROUVE       VALUE "O".
           77  WS-BALANCEMENT-CODE     PIC 9(04)   VALUE ZERO.

      * Enveloppes postales du scrutin encore A CORRIGER.
           77  WS-NB-A-CORRIGER        PIC 9(05)   VALUE ZERO.

           77  WS-NB-POSTES            PIC 9(02)   VALUE ZERO.

               05  WS-SC-TITRE         PIC X(30).
               05  WS-SC-DATE          PIC 9(08).

      * Mode de vote de chaque electeur accepte, releve de la piste
      * a l'archivage (rang = numero d'electeur): P en personne, C
      * par correspondance, V provisoire - la premiere acceptation
      * de l'electeur fait foi. Reporte a historique.dat a la remise
      * a zero des drapeaux.
           01  WS-TABLE-METHODES.
               05  WS-METHODE          PIC X(01)   VALUE SPACE
                                       OCCURS 99999 TIMES.

      * Total des votes par poste pour le manifeste de
      * certification.
           01  WS-TABLE-POSTES.
                   10  WS-PO-POSTE     PIC X(15).
                   10  WS-PO-TOTAL     PIC 9(08)   VALUE ZERO.

      * Trace de l'execution au journal des traitements (voir
      * TRAITREC): scrutin, operateur et comptes d'enregistrements
      * lus, ecrits et rejetes.
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "clotureScrutin".
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
           DISPLAY " ".
           DISPLAY "CLOTURE TERMINEE - LE PROCHAIN SCRUTIN PEUT "
                   "ETRE PREPARE".

           MOVE WS-NB-ELECTEURS     TO WS-TR-NB-LUS.
           MOVE WS-NB-HISTORIQUE    TO WS-TR-NB-ECRITS.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
               STOP RUN
           END-IF.

           MOVE WS-SC-ID TO WS-TR-ID-SCRUTIN.
           PERFORM 1200-CONTROLER-VERIFICATION
               THRU 1200-EXIT.

           PERFORM 1300-CONTROLER-BALANCEMENT
               THRU 1300-EXIT.

           PERFORM 1400-CONTROLER-CORRECTIONS
               THRU 1400-EXIT.

           MOVE WS-SC-DATE TO WS-ARCH-EL-DATE.
           MOVE WS-SC-DATE TO WS-ARCH-AU-DATE.
           MOVE WS-SC-DATE TO WS-ARCH-BL-DATE.
       1100-EXIT.
           EXIT.

       1200-CONTROLER-VERIFICATION.
      **
      * Le scrutin n'est certifie qu'apres la verification manuelle
      * d'un echantillon de lots, terminee et signee par un
      * superviseur (verificationManuelle). Sans signature pour ce
      * scrutin au journal verifmanuelle.dat, la cloture est
      * refusee avant toute archive.
      **
           OPEN INPUT FVERIF.
           IF CR-FVERIF-OK
               SET WS-FIN-FICHIER-SW TO "N"
               PERFORM 1210-LIRE-VERIFICATION
                   THRU 1210-EXIT
                   UNTIL WS-FIN-FICHIER
               CLOSE FVERIF
           ELSE
               IF NOT CR-FVERIF-ABSENT
                   DISPLAY "ERREUR OUVERTURE VERIFMANUELLE.DAT - "
                           "CODE " CR-FVERIF
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9500-JOURNAL-TRAITEMENT
                       THRU 9500-EXIT
                   STOP RUN
               END-IF
           END-IF.

           IF NOT WS-VERIF-SIGNEE
               DISPLAY "SCRUTIN " WS-SC-ID " - VERIFICATION MANUELLE "
                       "NON SIGNEE (VOIR VERIFICATIONMANUELLE)"
               DISPLAY "CLOTURE REFUSEE - AUCUNE ARCHIVE PRODUITE"
               MOVE 8 TO RETURN-CODE
               MOVE "R"                   TO WS-TR-TYPE
               MOVE WS-SC-ID              TO WS-TR-ID-SCRUTIN
               MOVE "VERIFICATION SIGNEE" TO WS-TR-PREALABLE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LIRE-VERIFICATION.
           READ FVERIF
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 1210-EXIT
           END-READ.

           IF VM-ID-SCRUTIN = WS-SC-ID AND VM-TYPE-SIGNATURE
               SET WS-VERIF-SIGNEE-SW TO "O"
               MOVE VM-S-NOM TO WS-VERIF-SIGNATAIRE
               MOVE VM-DATE  TO WS-VERIF-DATE
           END-IF.
       1210-EXIT.
           EXIT.

       1300-CONTROLER-BALANCEMENT.
      **
      * Le scrutin ne se certifie qu'en equilibre: le dernier
      * balancementScrutin consigne pour ce scrutin au journal des
      * traitements doit s'etre termine avec le code retour zero.
      **
           SET WS-BALANCEMENT-SW TO "N".
           OPEN INPUT FTRAITEMENTS.
           IF CR-FTRAITEMENTS-OK
               SET WS-FIN-FICHIER-SW TO "N"
               PERFORM 1310-LIRE-TRAITEMENT
                   THRU 1310-EXIT
                   UNTIL WS-FIN-FICHIER
               CLOSE FTRAITEMENTS
           END-IF.

           IF NOT WS-BALANCEMENT-TROUVE
               DISPLAY "AUCUN BALANCEMENT CONSIGNE POUR LE SCRUTIN "
                       WS-SC-ID
               MOVE "BALANCEMENT" TO WS-TR-PREALABLE
               PERFORM 9510-DEROGATION
                   THRU 9510-EXIT
               GO TO 1300-EXIT
           END-IF.

           IF WS-BALANCEMENT-CODE NOT = ZERO
               DISPLAY "DERNIER BALANCEMENT HORS EQUILIBRE - CODE "
                       "RETOUR " WS-BALANCEMENT-CODE
               MOVE "BALANCEMENT" TO WS-TR-PREALABLE
               PERFORM 9510-DEROGATION
                   THRU 9510-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

       1310-LIRE-TRAITEMENT.
           READ FTRAITEMENTS
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 1310-EXIT
           END-READ.

           IF TR-EXECUTION
              AND TR-PROGRAMME = "balancementScrutin"
              AND TR-ID-SCRUTIN = WS-SC-ID
               SET WS-BALANCEMENT-SW TO "O"
               MOVE TR-CODE-RETOUR TO WS-BALANCEMENT-CODE
           END-IF.
       1310-EXIT.
           EXIT.

       1400-CONTROLER-CORRECTIONS.
      **
      * La periode de correction du vote postal doit etre close:
      * aucune enveloppe du scrutin ne reste A CORRIGER au fichier
      * des emissions (traitementPostal rejette les enveloppes non
      * corrigees une fois l'echeance passee).
      **
           MOVE ZERO TO WS-NB-A-CORRIGER.
           OPEN INPUT FEMISSIONS.
           IF CR-FEMISSIONS-OK
               SET WS-FIN-FICHIER-SW TO "N"
               PERFORM 1410-LIRE-EMISSION
                   THRU 1410-EXIT
                   UNTIL WS-FIN-FICHIER
               CLOSE FEMISSIONS
           END-IF.

           IF WS-NB-A-CORRIGER NOT = ZERO
               DISPLAY "ENVELOPPES POSTALES A CORRIGER: "
                       WS-NB-A-CORRIGER
                       " (VOIR TRAITEMENTPOSTAL)"
               MOVE "CORRECTIONS POSTALES" TO WS-TR-PREALABLE
               PERFORM 9510-DEROGATION
                   THRU 9510-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

       1410-LIRE-EMISSION.
           READ FEMISSIONS
               AT END
                   SET WS-FIN-FICHIER-SW TO "O"
                   GO TO 1410-EXIT
           END-READ.

           IF EM-A-CORRIGER AND EM-ID-SCRUTIN = WS-SC-ID
               ADD 1 TO WS-NB-A-CORRIGER
           END-IF.
       1410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2000-ARCHIVER-ELECTEURS.
      **
           IF AU-MOTIF = "ACCEPTE"
              OR AU-MOTIF = "POSTAL ACCEPTE"
              OR AU-MOTIF = "PROV ACCEPTE"
              OR AU-MOTIF = "PAPIER ACCEPTE"
               ADD 1 TO WS-NB-ACCEPTES
               PERFORM 2120-RELEVER-METHODE
                   THRU 2120-EXIT
           END-IF.

           MOVE AU-RECORD TO AA-RECORD.
       2110-EXIT.
           EXIT.

       2120-RELEVER-METHODE.
      **
      * Retient le mode de vote de l'entree acceptee courante pour
      * l'historique, si l'electeur n'en a pas deja un.
      **
           IF AU-ELECTEUR = ZERO
               GO TO 2120-EXIT
           END-IF.
           IF WS-METHODE (AU-ELECTEUR) NOT = SPACE
               GO TO 2120-EXIT
           END-IF.

           EVALUATE AU-MOTIF
               WHEN "POSTAL ACCEPTE"
                   MOVE "C" TO WS-METHODE (AU-ELECTEUR)
               WHEN "PROV ACCEPTE"
                   MOVE "V" TO WS-METHODE (AU-ELECTEUR)
               WHEN OTHER
                   MOVE "P" TO WS-METHODE (AU-ELECTEUR)
           END-EVALUATE.
       2120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2200-ARCHIVER-BULLETINS.
      **
               DISPLAY "ERREUR OUVERTURE PROVISOIRES.DAT - CODE "
                       CR-FPROVISOIRES
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           SET WS-PROV-PRESENT-SW TO "O".
               DISPLAY "ERREUR OUVERTURE ARCHIVE PROVISOIRES - CODE "
                       CR-FARCHPROVISOIRES
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.

               DISPLAY "ERREUR ECRITURE ARCHIVE PROVISOIRES - CODE "
                       CR-FARCHPROVISOIRES
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
       2410-EXIT.
           IF NOT CR-FLOTS-OK
               DISPLAY "ERREUR OUVERTURE LOTS.DAT - CODE " CR-FLOTS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           SET WS-LOTS-PRESENT-SW TO "O".
               DISPLAY "ERREUR OUVERTURE ARCHIVE LOTS - CODE "
                       CR-FARCHLOTS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.

               DISPLAY "ERREUR ECRITURE ARCHIVE LOTS - CODE "
                       CR-FARCHLOTS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
       2510-EXIT.
               DISPLAY "ERREUR OUVERTURE ECRITS.DAT - CODE "
                       CR-FECRITS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           SET WS-ECRITS-PRESENT-SW TO "O".
               DISPLAY "ERREUR OUVERTURE ARCHIVE ECRITS - CODE "
                       CR-FARCHECRITS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.

               DISPLAY "ERREUR ECRITURE ARCHIVE ECRITS - CODE "
                       CR-FARCHECRITS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
       2610-EXIT.
               DISPLAY "ERREUR OUVERTURE CANDIDATS.DAT - CODE "
                       CR-FCANDIDATS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           SET WS-CAND-PRESENT-SW TO "O".
               DISPLAY "ERREUR OUVERTURE ARCHIVE CANDIDATS - CODE "
                       CR-FARCHCANDIDATS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.

               DISPLAY "ERREUR ECRITURE ARCHIVE CANDIDATS - CODE "
                       CR-FARCHCANDIDATS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
       2710-EXIT.
               DISPLAY "ERREUR OUVERTURE CANDIDATSECRITS.DAT - "
                       "CODE " CR-FQUALIFIES
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           SET WS-QUAL-PRESENT-SW TO "O".
               DISPLAY "ERREUR OUVERTURE ARCHIVE CANDIDATSECRITS - "
                       "CODE " CR-FARCHQUALIFIES
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.

               DISPLAY "ERREUR ECRITURE ARCHIVE CANDIDATSECRITS - "
                       "CODE " CR-FARCHQUALIFIES
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
       2760-EXIT.
               DISPLAY "ERREUR OUVERTURE BUREAUXPOSTES.DAT - CODE "
                       CR-FSTYLES
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           SET WS-STYLES-PRESENT-SW TO "O".
               DISPLAY "ERREUR OUVERTURE ARCHIVE STYLES - CODE "
                       CR-FARCHSTYLES
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.

               DISPLAY "ERREUR ECRITURE ARCHIVE STYLES - CODE "
                       CR-FARCHSTYLES
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
       2810-EXIT.
               DISPLAY "ERREUR REOUVERTURE ARCHIVE ELECTEURS - CODE "
                       CR-FARCHELECTEURS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           PERFORM 3010-COMPTER-ARCH-ELECTEUR
               DISPLAY "ERREUR REOUVERTURE ARCHIVE AUDIT - CODE "
                       CR-FARCHAUDIT
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           PERFORM 3020-COMPTER-ARCH-AUDIT
               DISPLAY "ERREUR REOUVERTURE ARCHIVE BULLETINS - CODE "
                       CR-FARCHBULLETINS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           PERFORM 3030-COMPTER-ARCH-BULLETIN
               DISPLAY "ERREUR REOUVERTURE ARCHIVE TALLIES - CODE "
                       CR-FARCHTALLIES
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           PERFORM 3040-COMPTER-ARCH-TALLY
                   DISPLAY "ERREUR REOUVERTURE ARCHIVE PROVISOIRES "
                           "- CODE " CR-FARCHPROVISOIRES
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9500-JOURNAL-TRAITEMENT
                       THRU 9500-EXIT
                   STOP RUN
               END-IF
               PERFORM 3050-COMPTER-ARCH-PROVISOIRE
                   DISPLAY "ERREUR REOUVERTURE ARCHIVE LOTS - CODE "
                           CR-FARCHLOTS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9500-JOURNAL-TRAITEMENT
                       THRU 9500-EXIT
                   STOP RUN
               END-IF
               PERFORM 3060-COMPTER-ARCH-LOT
                   DISPLAY "ERREUR REOUVERTURE ARCHIVE ECRITS - "
                           "CODE " CR-FARCHECRITS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9500-JOURNAL-TRAITEMENT
                       THRU 9500-EXIT
                   STOP RUN
               END-IF
               PERFORM 3070-COMPTER-ARCH-ECRIT
                   DISPLAY "ERREUR REOUVERTURE ARCHIVE CANDIDATS - "
                           "CODE " CR-FARCHCANDIDATS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9500-JOURNAL-TRAITEMENT
                       THRU 9500-EXIT
                   STOP RUN
               END-IF
               PERFORM 3080-COMPTER-ARCH-CANDIDAT
                           "CANDIDATSECRITS - CODE "
                           CR-FARCHQUALIFIES
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9500-JOURNAL-TRAITEMENT
                       THRU 9500-EXIT
                   STOP RUN
               END-IF
               PERFORM 3085-COMPTER-ARCH-QUALIFIE
                   DISPLAY "ERREUR REOUVERTURE ARCHIVE STYLES - "
                           "CODE " CR-FARCHSTYLES
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9500-JOURNAL-TRAITEMENT
                       THRU 9500-EXIT
                   STOP RUN
               END-IF
               PERFORM 3090-COMPTER-ARCH-STYLE
               DISPLAY "ARCHIVES NON CONFORMES - CLOTURE ABANDONNEE "
                       "SANS REINITIALISATION"
               MOVE 8 TO RETURN-CODE
               MOVE WS-NB-ELECTEURS TO WS-TR-NB-LUS
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.

           DISPLAY "STYLES DE BULLETIN ARCHIVES: " WS-NB-STYLES.
           DISPLAY "VERIFICATIONS ACCEPTEES AU TOTAL: "
                   WS-NB-ACCEPTES.
           DISPLAY "VERIFICATION MANUELLE SIGNEE PAR "
                   WS-VERIF-SIGNATAIRE " LE " WS-VERIF-DATE.
           DISPLAY " ".
           DISPLAY "TOTAL DES VOTES PAR POSTE:".
           PERFORM 4100-IMPRIMER-POSTE
      *-----------------------------------------------------------*
       5000-REINITIALISER.
      **
      * Les archives etant verifiees: ajoute chaque electeur qui a
      * vote a l'historique de vote, remet son drapeau de vote a
      * PAS ENCORE VOTE, vide la piste de
      * verification, le fichier des bulletins et celui des
      * enveloppes provisoires, et retire le point de reprise
      * perime du scrutin termine.
               STOP RUN
           END-IF.

           OPEN EXTEND FHISTORIQUE.
           IF CR-FHISTORIQUE-ABSENT
               OPEN OUTPUT FHISTORIQUE
           END-IF.
           IF NOT CR-FHISTORIQUE-OK
               DISPLAY "ERREUR OUVERTURE HISTORIQUE.DAT - CODE "
                       CR-FHISTORIQUE
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.

           SET WS-FIN-FICHIER-SW TO "N".
           PERFORM 5100-REINIT-ELECTEUR
               THRU 5100-EXIT
               UNTIL WS-FIN-FICHIER.

           CLOSE FELECTION.
           CLOSE FHISTORIQUE.
           DISPLAY "ELECTEURS AJOUTES A L'HISTORIQUE DE VOTE: "
                   WS-NB-HISTORIQUE.
           IF WS-NB-SANS-PISTE NOT = ZERO
               DISPLAY "  DONT SANS ACCEPTATION A LA PISTE (MODE "
                       "EN PERSONNE PRESUME): " WS-NB-SANS-PISTE
           END-IF.
           DISPLAY "DRAPEAUX DE VOTE REMIS A ZERO: "
                   WS-NB-DRAPEAUX-OTES.

           IF NOT CR-FAUDIT-OK
               DISPLAY "ERREUR OUVERTURE AUDIT.DAT - CODE " CR-FAUDIT
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           CLOSE FAUDIT.
               DISPLAY "ERREUR OUVERTURE BULLETINS.DAT - CODE "
                       CR-FBULLETINS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           CLOSE FBULLETINS.
               DISPLAY "ERREUR OUVERTURE PROVISOIRES.DAT - CODE "
                       CR-FPROVISOIRES
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           CLOSE FPROVISOIRES.
           IF NOT CR-FLOTS-OK
               DISPLAY "ERREUR OUVERTURE LOTS.DAT - CODE " CR-FLOTS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           CLOSE FLOTS.
               DISPLAY "ERREUR OUVERTURE ATTENTE.DAT - CODE "
                       CR-FATTENTE
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           CLOSE FATTENTE.
               DISPLAY "ERREUR OUVERTURE ECRITS.DAT - CODE "
                       CR-FECRITS
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           CLOSE FECRITS.
               DISPLAY "ERREUR OUVERTURE RESTART.DAT - CODE "
                       CR-FCHECKPOINT
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           CLOSE FCHECKPOINT.
               GO TO 5100-EXIT
           END-IF.

           PERFORM 5110-ECRIRE-HISTORIQUE
               THRU 5110-EXIT.

           SET EL-PAS-ENCORE-VOTE TO TRUE.
           REWRITE EL-RECORD.
           IF NOT CR-FELECTION-OK
       5100-EXIT.
           EXIT.

       5110-ECRIRE-HISTORIQUE.
      **
      * Ajoute l'electeur courant, qui a vote, a historique.dat. Un
      * drapeau pose sans acceptation a la piste (piste perdue ou
      * incomplete) est inscrit en personne et compte a part.
      **
           MOVE SPACES          TO HI-RECORD.
           MOVE EL-ID           TO HI-ELECTEUR.
           MOVE WS-SC-ID        TO HI-ID-SCRUTIN.
           MOVE WS-SC-DATE      TO HI-DATE-SCRUTIN.
           MOVE EL-PRECINCT     TO HI-PRECINCT.
           MOVE WS-DATE-SYS     TO HI-DATE-CERTIF.
           IF EL-ID = ZERO
              OR WS-METHODE (EL-ID) = SPACE
               SET HI-EN-PERSONNE TO TRUE
               ADD 1 TO WS-NB-SANS-PISTE
           ELSE
               MOVE WS-METHODE (EL-ID) TO HI-METHODE
           END-IF.

           WRITE HI-RECORD.
           IF NOT CR-FHISTORIQUE-OK
               DISPLAY "ERREUR ECRITURE HISTORIQUE.DAT - CODE "
                       CR-FHISTORIQUE
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-HISTORIQUE.
       5110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       6000-CERTIFIER-SCRUTIN.
      **
               DISPLAY "ERREUR OUVERTURE SCRUTIN.DAT - CODE "
                       CR-FSCRUTIN
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-JOURNAL-TRAITEMENT
                   THRU 9500-EXIT
               STOP RUN
           END-IF.

       6100-EXIT.
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

       END PROGRAM clotureScrutin.
