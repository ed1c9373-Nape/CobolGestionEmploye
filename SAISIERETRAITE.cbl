      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TENIR LA TABLE DES REGIMES DE PENSION AGREES
      *          (REGIMESRETRAITE.DAT) : CODE DE REGIME, NOM, NUMERO
      *          D'AGREMENT, ADMINISTRATEUR, TAUX DE COTISATION DU
      *          MEMBRE (POURCENTAGE DES GAINS OUVRANT DROIT A
      *          PENSION), TAUX D'APPARIEMENT DE L'EMPLOYEUR
      *          (POURCENTAGE DE LA COTISATION DU MEMBRE), PLAFOND
      *          PATRONAL FACULTATIF (POURCENTAGE DES GAINS), REGLE
      *          D'ACQUISITION (MOIS DE PARTICIPATION AVANT QUE LA
      *          PART PATRONALE SOIT ACQUISE, 0 = IMMEDIATE) ET
      *          STATUT. LE CALCUL DE PAYE RETIENT LA COTISATION DU
      *          MEMBRE AVANT IMPOT ET PASSE LA PART PATRONALE EN
      *          CHARGES SOCIALES.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIERETRAITE.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-REGIMES-RET  ASSIGN TO "REGIMESRETRAITE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RR-CODE.

       DATA DIVISION.

       FILE SECTION.

       FD  FICHIER-REGIMES-RET
       LABEL RECORD STANDARD.
       01  RR-FICHE-REGIME.
           05  RR-CODE                 PIC X(4).
           05  RR-NOM                  PIC X(30).
           05  RR-NO-AGREMENT          PIC X(7).
           05  RR-ADMINISTRATEUR       PIC X(30).
           05  RR-TAUX-EMPLOYE         PIC 99V99.
           05  RR-TAUX-APPARIEMENT     PIC 999V99.
           05  RR-PLAFOND-PATRONAL     PIC 99V99.
           05  RR-MOIS-ACQUISITION     PIC 99.
           05  RR-ACTIF                PIC X.
           05  RR-RESERVE              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-RR-ABSENT      PIC 9   VALUE 0.
               88  W-RR-ABSENT              VALUE 1.

       01  W-COMPTE-REGIMES         PIC 9(4) VALUE 0.

       01  W-FILE-DETAIL.
           05  W-SIZE-REGIMES       PIC X(8)   COMP-X.

      *********************************************************
      * Saisie : code (blanc = fin), nom (vide = suppression),
      * numero d'agrement, administrateur, taux en pourcentage,
      * mois d'acquisition, statut A/I.
      *********************************************************
       01  W-SAISIE-REGIME.
           05  W-CODE-SAISI         PIC X(4).
           05  W-NOM-SAISI          PIC X(30).
           05  W-AGREMENT-SAISI     PIC X(7).
           05  W-ADMIN-SAISI        PIC X(30).
           05  W-TAUX-EMP-SAISI     PIC 99V99.
           05  W-TAUX-APP-SAISI     PIC 999V99.
           05  W-PLAFOND-SAISI      PIC 99V99.
           05  W-MOIS-SAISIS        PIC 99.
           05  W-STATUT-SAISI       PIC X.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIERETRAITE".
           05  W-JE-EVENEMENT       PIC X(5).
           05  W-JE-MODE            PIC X(10) VALUE SPACES.
           05  W-JE-COMPTE          PIC 9(6)  VALUE 0.
           05  W-JE-RESULTAT        PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  W-MESSAGE-ERREUR PIC X(80).

       PROCEDURE DIVISION USING W-MESSAGE-ERREUR.

       00000-MAIN.
           MOVE "DEBUT" TO W-JE-EVENEMENT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           PERFORM 05000-OUVRIR-REGIMES.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-REGIMES.
           PERFORM 10000-SAISIR-REGIME UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-REGIMES-RET.

           IF W-COMPTE-REGIMES > 0
               STRING W-COMPTE-REGIMES DELIMITED BY SIZE
                      " REGIME(S) DE PENSION MIS A JOUR"
                                       DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUN REGIME DE PENSION MIS A JOUR"
               TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-REGIMES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       05000-OUVRIR-REGIMES.
           CALL "CBL_CHECK_FILE_EXIST" USING "REGIMESRETRAITE.DAT "
                                              W-SIZE-REGIMES.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-REGIMES-RET
           ELSE
               OPEN OUTPUT FICHIER-REGIMES-RET
               CLOSE FICHIER-REGIMES-RET
               OPEN I-O FICHIER-REGIMES-RET
           END-IF.

      ******************************************************************
      *  SAISIT UN REGIME : CODE (BLANC = FIN), NOM (VIDE =
      *  SUPPRESSION), NUMERO D'AGREMENT, ADMINISTRATEUR, TAUX DE
      *  COTISATION DU MEMBRE, APPARIEMENT ET PLAFOND PATRONAUX,
      *  MOIS D'ACQUISITION, STATUT. UN REGIME DEJA LA EST REMPLACE.
      ******************************************************************
       10000-SAISIR-REGIME.
           MOVE SPACES TO W-CODE-SAISI W-NOM-SAISI W-AGREMENT-SAISI
                          W-ADMIN-SAISI W-STATUT-SAISI.
           MOVE 0 TO W-TAUX-EMP-SAISI W-TAUX-APP-SAISI
                     W-PLAFOND-SAISI W-MOIS-SAISIS.

           DISPLAY "CODE DU REGIME (BLANC = FIN)    : " AT 0405.
           DISPLAY "    "                               AT 0440.
           ACCEPT  W-CODE-SAISI AT 0440.

           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               DISPLAY "NOM (VIDE = SUPPRIMER)          : " AT 0605
               ACCEPT  W-NOM-SAISI AT 0640
               IF W-NOM-SAISI = SPACES
                   PERFORM 40000-SUPPRIMER-REGIME
               ELSE
                   DISPLAY "NUMERO D'AGREMENT               : " AT 0705
                   ACCEPT  W-AGREMENT-SAISI AT 0740
                   DISPLAY "ADMINISTRATEUR DU REGIME        : " AT 0805
                   ACCEPT  W-ADMIN-SAISI AT 0840
                   DISPLAY "COTISATION DU MEMBRE (% GAINS)  : " AT 0905
                   ACCEPT  W-TAUX-EMP-SAISI AT 0940
                   DISPLAY "APPARIEMENT (% DE LA COTISATION): " AT 1005
                   ACCEPT  W-TAUX-APP-SAISI AT 1040
                   DISPLAY "PLAFOND PATRONAL (% GAINS, 0=AUCUN): "
                                                              AT 1105
                   ACCEPT  W-PLAFOND-SAISI AT 1143
                   DISPLAY "MOIS AVANT ACQUISITION (0=IMMED.): "
                                                              AT 1205
                   ACCEPT  W-MOIS-SAISIS AT 1243
                   DISPLAY "STATUT (A=ACTIF, I=INACTIF)     : " AT 1405
                   ACCEPT  W-STATUT-SAISI AT 1440
                   MOVE FUNCTION UPPER-CASE(W-STATUT-SAISI)
                     TO W-STATUT-SAISI
                   EVALUATE TRUE
                       WHEN W-TAUX-EMP-SAISI = 0
                           DISPLAY "LA COTISATION DOIT DEPASSER 0  "
                                                     AT 1805
                       WHEN W-STATUT-SAISI NOT = "A"
                        AND W-STATUT-SAISI NOT = "I"
                           DISPLAY "LE STATUT DOIT ETRE A OU I     "
                                                     AT 1805
                       WHEN OTHER
                           PERFORM 20000-ENREGISTRER-REGIME
                           ADD 1 TO W-COMPTE-REGIMES
                           DISPLAY "REGIME MIS A JOUR              "
                                                     AT 1805
                   END-EVALUATE
               END-IF
           END-IF.

       20000-ENREGISTRER-REGIME.
           MOVE 0 TO W-IND-RR-ABSENT.
           MOVE W-CODE-SAISI TO RR-CODE.
           READ FICHIER-REGIMES-RET
               INVALID KEY MOVE 1 TO W-IND-RR-ABSENT
           END-READ.

           MOVE W-CODE-SAISI      TO RR-CODE.
           MOVE W-NOM-SAISI       TO RR-NOM.
           MOVE W-AGREMENT-SAISI  TO RR-NO-AGREMENT.
           MOVE W-ADMIN-SAISI     TO RR-ADMINISTRATEUR.
           MOVE W-TAUX-EMP-SAISI  TO RR-TAUX-EMPLOYE.
           MOVE W-TAUX-APP-SAISI  TO RR-TAUX-APPARIEMENT.
           MOVE W-PLAFOND-SAISI   TO RR-PLAFOND-PATRONAL.
           MOVE W-MOIS-SAISIS     TO RR-MOIS-ACQUISITION.
           MOVE W-STATUT-SAISI    TO RR-ACTIF.
           MOVE SPACES            TO RR-RESERVE.
           IF W-RR-ABSENT
               WRITE RR-FICHE-REGIME
           ELSE
               REWRITE RR-FICHE-REGIME
           END-IF.

       40000-SUPPRIMER-REGIME.
           MOVE 0 TO W-IND-RR-ABSENT.
           MOVE W-CODE-SAISI TO RR-CODE.
           READ FICHIER-REGIMES-RET
               INVALID KEY MOVE 1 TO W-IND-RR-ABSENT
           END-READ.
           IF W-RR-ABSENT
               DISPLAY "AUCUN REGIME SOUS CE CODE      " AT 1805
           ELSE
               DELETE FICHIER-REGIMES-RET
               ADD 1 TO W-COMPTE-REGIMES
               DISPLAY "REGIME SUPPRIME                " AT 1805
           END-IF.
