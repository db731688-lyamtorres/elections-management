      ******************************************************************
      * Program-ID:  JOURNALTRAITEMENTS
      * Author:      M. Fortin, Direction du scrutin - Informatique
      * Installation: Bureau des elections
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Processing history of a scrutin from the
      *              run-control ledger (traitements.dat). Lists, in
      *              the order they happened, every run recorded for
      *              the scrutin asked for - executions, supervisor
      *              overrides and refusals, with return code,
      *              operator, record counts and the prerequisite
      *              concerned - then states where the election-night
      *              chain stands: last run and return code of each
      *              of its steps. The scrutin defaults to the OUVERT
      *              event of the calendar, else the FERME one; 0000
      *              lists the runs tied to no scrutin (registry and
      *              operator maintenance). RETURN-CODE 4 when the
      *              history holds an override or a refusal. The run
      *              is itself recorded in the ledger.
      ******************************************************************
      * Modification History:
      *   2026-10-15  MF    Initial version.
      *   2026-10-15  MF    Heure systeme lue en HHMMSScc: le journal
      *                     des traitements recoit HHMMSS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. journalTraitements.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FSCRUTIN ASSIGN TO "scrutin.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FSCRUTIN.

           SELECT FTRAITEMENTS ASSIGN TO "traitements.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CR-FTRAITEMENTS.

      *-----------------------
       DATA DIVISION.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  FSCRUTIN
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY SCRUTREC.

       FD  FTRAITEMENTS
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORD IS STANDARD.
           COPY TRAITREC.

      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
           77  CR-FSCRUTIN             PIC 9(02).
               88  CR-FSCRUTIN-OK              VALUE 00.
           77  CR-FTRAITEMENTS         PIC 9(02).
               88  CR-FTRAITEMENTS-OK          VALUE 00.
               88  CR-FTRAITEMENTS-ABSENT      VALUE 35.

           77  WS-FIN-SCRUTIN-SW       PIC X(01)   VALUE "N".
               88  WS-FIN-SCRUTIN              VALUE "O".
           77  WS-SCRUTIN-TROUVE-SW    PIC X(01)   VALUE "N".
               88  WS-SCRUTIN-TROUVE           VALUE "O".
           77  WS-OUVERT-TROUVE-SW     PIC X(01)   VALUE "N".
               88  WS-OUVERT-TROUVE            VALUE "O".
           77  WS-FIN-TRAITEMENTS-SW   PIC X(01)   VALUE "N".
               88  WS-FIN-TRAITEMENTS          VALUE "O".

           77  WS-SAISIE-SCRUTIN       PIC X(04).
           77  WS-SAISIE-SCRUTIN-N REDEFINES WS-SAISIE-SCRUTIN
                                       PIC 9(04).
           77  WS-DEFAUT-ID            PIC 9(04)   VALUE ZERO.
           77  WS-LIBELLE-TYPE         PIC X(10).

           77  WS-NB-LUS               PIC 9(07)   VALUE ZERO.
           77  WS-NB-LISTES            PIC 9(07)   VALUE ZERO.
           77  WS-NB-EXECUTIONS        PIC 9(05)   VALUE ZERO.
           77  WS-NB-DEROGATIONS       PIC 9(05)   VALUE ZERO.
           77  WS-NB-REFUS             PIC 9(05)   VALUE ZERO.
           77  WS-IND-ETAPE            PIC 9(02).

           01  WS-SCRUTIN-COURANT.
               05  WS-SC-ID            PIC 9(04)   VALUE ZERO.
               05  WS-SC-TITRE         PIC X(30)   VALUE SPACES.
               05  WS-SC-STATUT        PIC X(01)   VALUE SPACE.

      * Etapes de la chaine du soir du scrutin, dans l'ordre ou
      * elles doivent s'executer, et derniere execution de chacune.
           01  WS-TABLE-ETAPES-VAL.
               05  FILLER              PIC X(24)
                                       VALUE "consolidationAudit".
               05  FILLER              PIC X(24)
                                       VALUE "balancementScrutin".
               05  FILLER              PIC X(24)
                                       VALUE "decompteVotes".
               05  FILLER              PIC X(24)
                                       VALUE "verificationManuelle".
               05  FILLER              PIC X(24)
                                       VALUE "clotureScrutin".
           01  WS-TABLE-ETAPES REDEFINES WS-TABLE-ETAPES-VAL.
               05  WS-ETAPE-PROGRAMME  PIC X(24)
                                       OCCURS 5 TIMES.
           77  WS-NB-ETAPES            PIC 9(02)   VALUE 5.

           01  WS-ETAT-ETAPES.
               05  WS-ETAT-ETAPE       OCCURS 5 TIMES.
                   10  WS-EE-NB        PIC 9(04).
                   10  WS-EE-DATE      PIC 9(08).
                   10  WS-EE-HEURE     PIC 9(06).
                   10  WS-EE-CODE      PIC 9(04).

      * Trace de l'execution au journal des traitements (voir
      * TRAITREC): scrutin, operateur et comptes d'enregistrements
      * lus, ecrits et rejetes.
           77  WS-NOM-PROGRAMME        PIC X(24)
                                       VALUE "journalTraitements".
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

           PERFORM 2000-LISTER-TRAITEMENT
               THRU 2000-EXIT
               UNTIL WS-FIN-TRAITEMENTS.

           PERFORM 3000-SOMMAIRE
               THRU 3000-EXIT.

           PERFORM 9000-TERMINAISON
               THRU 9000-EXIT.

           MOVE WS-SC-ID             TO WS-TR-ID-SCRUTIN.
           MOVE WS-NB-LUS            TO WS-TR-NB-LUS.
           MOVE WS-NB-LISTES         TO WS-TR-NB-ECRITS.
           PERFORM 9500-JOURNAL-TRAITEMENT
               THRU 9500-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
       1000-INITIALISATION.
      **
      * Propose le scrutin courant du calendrier, fait choisir le
      * scrutin dont on veut l'historique et ouvre le journal des
      * traitements.
      **
           DISPLAY "===== JOURNAL DES TRAITEMENTS =====".

           PERFORM 1100-LIRE-SCRUTIN
               THRU 1100-EXIT.

           DISPLAY "SCRUTIN A LISTER (ENTREE = " WS-DEFAUT-ID
                   ", 0000 = HORS SCRUTIN): ".
           MOVE SPACES TO WS-SAISIE-SCRUTIN.
           ACCEPT WS-SAISIE-SCRUTIN.
           IF WS-SAISIE-SCRUTIN = SPACES
               MOVE WS-DEFAUT-ID TO WS-SC-ID
           ELSE
               IF WS-SAISIE-SCRUTIN-N NOT NUMERIC
                   DISPLAY "NUMERO DE SCRUTIN INVALIDE: "
                           WS-SAISIE-SCRUTIN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-SCRUTIN-N TO WS-SC-ID
           END-IF.

           PERFORM 1200-TITRE-SCRUTIN
               THRU 1200-EXIT.

           MOVE ZERO TO WS-ETAT-ETAPES.

           OPEN INPUT FTRAITEMENTS.
           IF CR-FTRAITEMENTS-ABSENT
               DISPLAY "AUCUN TRAITEMENT CONSIGNE (TRAITEMENTS.DAT "
                       "ABSENT)"
               SET WS-FIN-TRAITEMENTS-SW TO "O"
               GO TO 1000-EXIT
           END-IF.
           IF NOT CR-FTRAITEMENTS-OK
               DISPLAY "ERREUR OUVERTURE TRAITEMENTS.DAT - CODE "
                       CR-FTRAITEMENTS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY " ".
           DISPLAY "DATE     HEURE  TYPE       PROGRAMME               "
                   "  CODE OPER.  LUS     ECRITS  REJETS".
       1000-EXIT.
           EXIT.

       1100-LIRE-SCRUTIN.
      **
      * Parcourt le calendrier des scrutins (scrutin.dat) et retient
      * l'evenement OUVERT s'il y en a un, sinon l'evenement FERME,
      * comme scrutin propose par defaut.
      **
           OPEN INPUT FSCRUTIN.
           IF NOT CR-FSCRUTIN-OK
               DISPLAY "ERREUR OUVERTURE SCRUTIN.DAT - CODE "
                       CR-FSCRUTIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-FIN-SCRUTIN-SW TO "N".
           SET WS-SCRUTIN-TROUVE-SW TO "N".
           SET WS-OUVERT-TROUVE-SW TO "N".
           PERFORM 1110-CHERCHER-SCRUTIN
               THRU 1110-EXIT
               UNTIL WS-FIN-SCRUTIN.
           CLOSE FSCRUTIN.
       1100-EXIT.
           EXIT.

       1110-CHERCHER-SCRUTIN.
           READ FSCRUTIN
               AT END
                   SET WS-FIN-SCRUTIN-SW TO "O"
                   GO TO 1110-EXIT
           END-READ.

           IF SC-OUVERT AND NOT WS-OUVERT-TROUVE
               MOVE SC-ID-SCRUTIN TO WS-DEFAUT-ID
               SET WS-OUVERT-TROUVE-SW TO "O"
               SET WS-SCRUTIN-TROUVE-SW TO "O"
           END-IF.

           IF SC-FERME AND NOT WS-SCRUTIN-TROUVE
               MOVE SC-ID-SCRUTIN TO WS-DEFAUT-ID
               SET WS-SCRUTIN-TROUVE-SW TO "O"
           END-IF.
       1110-EXIT.
           EXIT.

       1200-TITRE-SCRUTIN.
      **
      * Retrouve au calendrier le titre et le statut du scrutin
      * choisi pour l'entete de l'historique.
      **
           IF WS-SC-ID = ZERO
               DISPLAY "TRAITEMENTS HORS SCRUTIN (REGISTRE, "
                       "OPERATEURS, CALENDRIER)"
               GO TO 1200-EXIT
           END-IF.

           OPEN INPUT FSCRUTIN.
           IF NOT CR-FSCRUTIN-OK
               DISPLAY "ERREUR OUVERTURE SCRUTIN.DAT - CODE "
                       CR-FSCRUTIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-FIN-SCRUTIN-SW TO "N".
           SET WS-SCRUTIN-TROUVE-SW TO "N".
           PERFORM 1210-CHERCHER-TITRE
               THRU 1210-EXIT
               UNTIL WS-FIN-SCRUTIN OR WS-SCRUTIN-TROUVE.
           CLOSE FSCRUTIN.

           IF WS-SCRUTIN-TROUVE
               DISPLAY "SCRUTIN " WS-SC-ID " - " WS-SC-TITRE
                       " (STATUT " WS-SC-STATUT ")"
           ELSE
               DISPLAY "SCRUTIN " WS-SC-ID " - ABSENT DU CALENDRIER"
           END-IF.
       1200-EXIT.
           EXIT.

       1210-CHERCHER-TITRE.
           READ FSCRUTIN
               AT END
                   SET WS-FIN-SCRUTIN-SW TO "O"
                   GO TO 1210-EXIT
           END-READ.

           IF SC-ID-SCRUTIN = WS-SC-ID
               MOVE SC-TITRE      TO WS-SC-TITRE
               MOVE SC-STATUT     TO WS-SC-STATUT
               SET WS-SCRUTIN-TROUVE-SW TO "O"
           END-IF.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       2000-LISTER-TRAITEMENT.
      **
      * Lit une trace du journal et l'imprime si elle porte sur le
      * scrutin choisi. Le journal est tenu en ajout seulement: son
      * ordre est celui des traitements.
      **
           READ FTRAITEMENTS
               AT END
                   SET WS-FIN-TRAITEMENTS-SW TO "O"
                   GO TO 2000-EXIT
           END-READ.

           ADD 1 TO WS-NB-LUS.
           IF TR-ID-SCRUTIN NOT = WS-SC-ID
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-NB-LISTES.
           EVALUATE TRUE
               WHEN TR-EXECUTION
                   MOVE "EXECUTION" TO WS-LIBELLE-TYPE
                   ADD 1 TO WS-NB-EXECUTIONS
                   PERFORM 2100-SUIVRE-ETAPE
                       THRU 2100-EXIT
               WHEN TR-DEROGATION
                   MOVE "DEROGATION" TO WS-LIBELLE-TYPE
                   ADD 1 TO WS-NB-DEROGATIONS
               WHEN TR-REFUS
                   MOVE "REFUS" TO WS-LIBELLE-TYPE
                   ADD 1 TO WS-NB-REFUS
               WHEN OTHER
                   MOVE "INCONNU" TO WS-LIBELLE-TYPE
           END-EVALUATE.

           DISPLAY TR-DATE " " TR-HEURE " " WS-LIBELLE-TYPE " "
                   TR-PROGRAMME " " TR-CODE-RETOUR " " TR-OPERATEUR
                   " " TR-NB-LUS " " TR-NB-ECRITS " " TR-NB-REJETS.
           IF TR-PREALABLE NOT = SPACES
               DISPLAY "                PREALABLE: " TR-PREALABLE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SUIVRE-ETAPE.
      **
      * Retient la derniere execution de chaque etape de la chaine
      * du soir du scrutin.
      **
           MOVE 1 TO WS-IND-ETAPE.
           PERFORM 2110-CHERCHER-ETAPE
               THRU 2110-EXIT
               UNTIL WS-IND-ETAPE > WS-NB-ETAPES.
       2100-EXIT.
           EXIT.

       2110-CHERCHER-ETAPE.
           IF WS-ETAPE-PROGRAMME (WS-IND-ETAPE) = TR-PROGRAMME
               ADD 1 TO WS-EE-NB (WS-IND-ETAPE)
               MOVE TR-DATE        TO WS-EE-DATE (WS-IND-ETAPE)
               MOVE TR-HEURE       TO WS-EE-HEURE (WS-IND-ETAPE)
               MOVE TR-CODE-RETOUR TO WS-EE-CODE (WS-IND-ETAPE)
               MOVE WS-NB-ETAPES   TO WS-IND-ETAPE
           END-IF.
           ADD 1 TO WS-IND-ETAPE.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       3000-SOMMAIRE.
      **
      * Imprime les totaux de l'historique et l'etat de la chaine:
      * derniere execution et code retour de chaque etape.
      **
           DISPLAY " ".
           DISPLAY "===== SOMMAIRE DU SCRUTIN " WS-SC-ID " =====".
           DISPLAY "TRACES DU SCRUTIN:     " WS-NB-LISTES.
           DISPLAY "EXECUTIONS:            " WS-NB-EXECUTIONS.
           DISPLAY "DEROGATIONS SIGNEES:   " WS-NB-DEROGATIONS.
           DISPLAY "REFUS D'EXECUTION:     " WS-NB-REFUS.

           IF WS-SC-ID NOT = ZERO
               DISPLAY " "
               DISPLAY "ETAT DE LA CHAINE DU SOIR DU SCRUTIN:"
               PERFORM 3100-ETAT-ETAPE
                   THRU 3100-EXIT
                   VARYING WS-IND-ETAPE FROM 1 BY 1
                   UNTIL WS-IND-ETAPE > WS-NB-ETAPES
           END-IF.

           IF WS-NB-DEROGATIONS > ZERO OR WS-NB-REFUS > ZERO
               DISPLAY " "
               DISPLAY "*** DEROGATION OU REFUS AU JOURNAL - A "
                       "EXAMINER PAR LE DIRECTEUR ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-ETAT-ETAPE.
           IF WS-EE-NB (WS-IND-ETAPE) = ZERO
               DISPLAY "  " WS-ETAPE-PROGRAMME (WS-IND-ETAPE)
                       " NON EXECUTE"
           ELSE
               DISPLAY "  " WS-ETAPE-PROGRAMME (WS-IND-ETAPE)
                       " DERNIERE EXECUTION "
                       WS-EE-DATE (WS-IND-ETAPE) " "
                       WS-EE-HEURE (WS-IND-ETAPE)
                       " CODE " WS-EE-CODE (WS-IND-ETAPE)
                       " (" WS-EE-NB (WS-IND-ETAPE) " EXECUTIONS)"
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       9000-TERMINAISON.
      **
      * Ferme le journal des traitements.
      **
           IF CR-FTRAITEMENTS-ABSENT
               GO TO 9000-EXIT
           END-IF.
           CLOSE FTRAITEMENTS.
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

       END PROGRAM journalTraitements.
