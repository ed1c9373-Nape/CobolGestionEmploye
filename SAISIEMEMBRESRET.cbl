      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TENIR LES MEMBRES DU REGIME DE PENSION AGREE
      *          (MEMBRESRETRAITE.DAT : UNE FICHE PAR EMPLOYE, SON
      *          REGIME, SA DATE D'ADHESION ET SA DATE DE FIN DE
      *          PARTICIPATION), COMME LA SAISIE DES ADHESIONS A
      *          L'ASSURANCE COLLECTIVE. LA FICHE D'UN MEMBRE RETIRE
      *          EST CONSERVEE (DATE DE FIN) : SES COTISATIONS ET
      *          L'ACQUISITION DE LA PART PATRONALE SE CALCULENT
      *          TOUJOURS A PARTIR DE SA DATE D'ADHESION.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIEMEMBRESRET.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-IDX  ASSIGN TO "EMPLOYES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EMP-CODE
               ALTERNATE RECORD KEY IS EMP-NOM-PREN
                          WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DATE-ENGAGEMENT
                          WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-REGION
                          WITH DUPLICATES.

       SELECT FICHIER-REGIMES-RET  ASSIGN TO "REGIMESRETRAITE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RR-CODE
               FILE STATUS IS W-STATUT-REGIMES.

       SELECT FICHIER-MEMBRES-RET  ASSIGN TO "MEMBRESRETRAITE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS MR-CODE.

       DATA DIVISION.

       FILE SECTION.

       FD  FICHIER-IDX
       LABEL RECORD STANDARD.
       01  EMP-FICHE-PERSONNELLE.
           05  EMP-CODE                PIC X(6).
           05  EMP-REGION              PIC 9(2).
           05  EMP-SEXE                PIC X.
           05  EMP-NOM-PREN.
               10  EMP-NOM             PIC X(20).
               10  EMP-PREN            PIC X(15).
           05  EMP-DATE-ENGAGEMENT     PIC 9(8).
           05  EMP-RESTE               PIC X(142).

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

      *********************************************************
      * Membres : une fiche par employe (date de fin a zero =
      * participation en cours).
      *********************************************************
       FD  FICHIER-MEMBRES-RET
       LABEL RECORD STANDARD.
       01  MR-FICHE-MEMBRE.
           05  MR-CODE                 PIC X(6).
           05  MR-REGIME               PIC X(4).
           05  MR-DATE-ADHESION        PIC 9(8).
           05  MR-DATE-FIN             PIC 9(8).
           05  MR-RESERVE              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-EMP-ABSENT     PIC 9.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-RR-ABSENT      PIC 9.
               88  W-RR-ABSENT              VALUE 1.
           05  W-IND-MR-ABSENT      PIC 9.
               88  W-MR-ABSENT              VALUE 1.

       01  W-STATUT-REGIMES         PIC XX.
           88  REGIMES-OK                   VALUE "00".
           88  REGIMES-INEXISTANT           VALUE "35".

       01  W-COMPTE-MEMBRES         PIC 9(4) VALUE 0.
       01  W-DATE-DU-JOUR           PIC 9(8).

       01  W-FILE-DETAIL.
           05  W-SIZE-MEMBRES       PIC X(8)   COMP-X.

      *********************************************************
      * Saisie : code employe (blanc = fin), action A (adherer)
      * ou R (retirer), code de regime et date d'adhesion (0 =
      * aujourd'hui) a l'adhesion, date de fin (0 = aujourd'hui)
      * au retrait.
      *********************************************************
       01  W-SAISIE-MEMBRE.
           05  W-CODE-SAISI         PIC X(6).
           05  W-REGIME-SAISI       PIC X(4).
           05  W-DATE-SAISIE        PIC 9(8).
           05  W-ACTION-SAISIE      PIC X.
               88  W-ACTION-ADHERER         VALUE "A".
               88  W-ACTION-RETIRER         VALUE "R".

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIEMEMBRESR".
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-DU-JOUR.

           OPEN INPUT FICHIER-IDX.
           OPEN INPUT FICHIER-REGIMES-RET.
           PERFORM 05000-OUVRIR-MEMBRES.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-MEMBRES.
           PERFORM 10000-SAISIR-MEMBRE UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-IDX FICHIER-MEMBRES-RET.
           IF NOT REGIMES-INEXISTANT
               CLOSE FICHIER-REGIMES-RET
           END-IF.

           IF W-COMPTE-MEMBRES > 0
               STRING W-COMPTE-MEMBRES DELIMITED BY SIZE
                      " MEMBRE(S) DU REGIME MIS A JOUR"
                                        DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUN MEMBRE DU REGIME MIS A JOUR"
                 TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-MEMBRES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       05000-OUVRIR-MEMBRES.
           CALL "CBL_CHECK_FILE_EXIST" USING "MEMBRESRETRAITE.DAT "
                                              W-SIZE-MEMBRES.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-MEMBRES-RET
           ELSE
               OPEN OUTPUT FICHIER-MEMBRES-RET
               CLOSE FICHIER-MEMBRES-RET
               OPEN I-O FICHIER-MEMBRES-RET
           END-IF.

      ******************************************************************
      *  SAISIT UN MEMBRE : CODE EMPLOYE (BLANC = FIN), ACTION A
      *  (ADHERER : REGIME ACTIF ET DATE D'ADHESION) OU R (RETIRER :
      *  DATE DE FIN DE PARTICIPATION).
      ******************************************************************
       10000-SAISIR-MEMBRE.
           MOVE SPACES TO W-CODE-SAISI W-REGIME-SAISI W-ACTION-SAISIE.
           MOVE 0 TO W-DATE-SAISIE.

           DISPLAY "CODE EMPLOYE (BLANC = FIN)   : " AT 0405.
           DISPLAY "      "                          AT 0437.
           ACCEPT  W-CODE-SAISI AT 0437.

           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               PERFORM 20000-VALIDER-EMPLOYE
               IF W-EMP-ABSENT
                   DISPLAY "EMPLOYE INTROUVABLE            " AT 1205
               ELSE
                   DISPLAY "ACTION (A=ADHERER, R=RETIRER): " AT 0605
                   ACCEPT  W-ACTION-SAISIE AT 0637
                   MOVE FUNCTION UPPER-CASE(W-ACTION-SAISIE)
                     TO W-ACTION-SAISIE
                   EVALUATE TRUE
                       WHEN W-ACTION-ADHERER
                           DISPLAY "CODE DE REGIME               : "
                                                              AT 0805
                           ACCEPT  W-REGIME-SAISI AT 0837
                           MOVE FUNCTION UPPER-CASE(W-REGIME-SAISI)
                             TO W-REGIME-SAISI
                           DISPLAY "DATE D'ADHESION (0=AUJOURD'HUI): "
                                                              AT 1005
                           ACCEPT  W-DATE-SAISIE AT 1039
                           PERFORM 30000-ADHERER
                       WHEN W-ACTION-RETIRER
                           DISPLAY "DATE DE FIN (0=AUJOURD'HUI)   : "
                                                              AT 1005
                           ACCEPT  W-DATE-SAISIE AT 1039
                           PERFORM 40000-RETIRER
                       WHEN OTHER
                           DISPLAY "L'ACTION DOIT ETRE A OU R      "
                                                              AT 1205
                   END-EVALUATE
               END-IF
           END-IF.

       20000-VALIDER-EMPLOYE.
           MOVE 0 TO W-IND-EMP-ABSENT.
           MOVE W-CODE-SAISI TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
           END-READ.

      ******************************************************************
      *  ADHESION : LE REGIME DOIT EXISTER ET ETRE ACTIF. LA FICHE
      *  D'UN ANCIEN MEMBRE EST REPRISE (NOUVELLE DATE D'ADHESION,
      *  FIN EFFACEE).
      ******************************************************************
       30000-ADHERER.
           MOVE 0 TO W-IND-RR-ABSENT.
           IF REGIMES-INEXISTANT
               MOVE 1 TO W-IND-RR-ABSENT
           ELSE
               MOVE W-REGIME-SAISI TO RR-CODE
               READ FICHIER-REGIMES-RET
                   INVALID KEY MOVE 1 TO W-IND-RR-ABSENT
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN W-RR-ABSENT
                   DISPLAY "REGIME INCONNU DE LA TABLE     " AT 1205
               WHEN RR-ACTIF NOT = "A"
                   DISPLAY "CE REGIME EST INACTIF          " AT 1205
               WHEN OTHER
                   IF W-DATE-SAISIE = 0
                       MOVE W-DATE-DU-JOUR TO W-DATE-SAISIE
                   END-IF
                   MOVE 0 TO W-IND-MR-ABSENT
                   MOVE W-CODE-SAISI TO MR-CODE
                   READ FICHIER-MEMBRES-RET
                       INVALID KEY MOVE 1 TO W-IND-MR-ABSENT
                   END-READ
                   MOVE W-CODE-SAISI   TO MR-CODE
                   MOVE W-REGIME-SAISI TO MR-REGIME
                   MOVE W-DATE-SAISIE  TO MR-DATE-ADHESION
                   MOVE 0              TO MR-DATE-FIN
                   MOVE SPACES         TO MR-RESERVE
                   IF W-MR-ABSENT
                       WRITE MR-FICHE-MEMBRE
                   ELSE
                       REWRITE MR-FICHE-MEMBRE
                   END-IF
                   ADD 1 TO W-COMPTE-MEMBRES
                   DISPLAY "ADHESION ENREGISTREE           " AT 1205
           END-EVALUATE.

      ******************************************************************
      *  RETRAIT : LA FICHE RESTE, DATEE DE LA FIN DE PARTICIPATION
      *  (LA PAYE CESSE DE COTISER DES LA PERIODE SUIVANTE).
      ******************************************************************
       40000-RETIRER.
           MOVE 0 TO W-IND-MR-ABSENT.
           MOVE W-CODE-SAISI TO MR-CODE.
           READ FICHIER-MEMBRES-RET
               INVALID KEY MOVE 1 TO W-IND-MR-ABSENT
           END-READ.
           IF W-MR-ABSENT
               DISPLAY "CET EMPLOYE N'EST PAS MEMBRE   " AT 1205
           ELSE
               IF W-DATE-SAISIE = 0
                   MOVE W-DATE-DU-JOUR TO W-DATE-SAISIE
               END-IF
               MOVE W-DATE-SAISIE TO MR-DATE-FIN
               REWRITE MR-FICHE-MEMBRE
               ADD 1 TO W-COMPTE-MEMBRES
               DISPLAY "PARTICIPATION TERMINEE         " AT 1205
           END-IF.
