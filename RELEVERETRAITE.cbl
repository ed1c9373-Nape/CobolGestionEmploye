      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: RELEVE DES MEMBRES DU REGIME DE PENSION AGREE
      *          (ReleveRetraite.doc). POUR UN MEMBRE (OU TOUS),
      *          CUMULE PAR ANNEE LES COTISATIONS EN VIGUEUR DU
      *          REGISTRE (COTISRETRAITE.DAT, STATUT "A") : PART DU
      *          MEMBRE, PART DE L'EMPLOYEUR ET SOLDE ACQUIS. LA
      *          PART DU MEMBRE EST TOUJOURS ACQUISE ; CELLE DE
      *          L'EMPLOYEUR L'EST QUAND LA PARTICIPATION (DE
      *          L'ADHESION A AUJOURD'HUI OU A LA FIN DE
      *          PARTICIPATION) ATTEINT LE NOMBRE DE MOIS PREVU AU
      *          REGIME.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVERETRAITE.

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
               ACCESS MODE DYNAMIC
               RECORD KEY IS MR-CODE
               FILE STATUS IS W-STATUT-MEMBRES.

       SELECT FICHIER-COTIS-RET  ASSIGN TO "COTISRETRAITE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CR-CLE
               FILE STATUS IS W-STATUT-COTIS.

       SELECT RAPPORT-RELEVE  ASSIGN TO "ReleveRetraite.doc"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  FICHIER-MEMBRES-RET
       LABEL RECORD STANDARD.
       01  MR-FICHE-MEMBRE.
           05  MR-CODE                 PIC X(6).
           05  MR-REGIME               PIC X(4).
           05  MR-DATE-ADHESION        PIC 9(8).
           05  MR-DATE-FIN             PIC 9(8).
           05  MR-RESERVE              PIC X(10).

       FD  FICHIER-COTIS-RET
       LABEL RECORD STANDARD.
       01  CR-FICHE-COTIS.
           05  CR-CLE.
               10  CR-CODE             PIC X(6).
               10  CR-ANNEE            PIC 9(4).
               10  CR-PERIODE          PIC 9(2).
           05  CR-REGIME               PIC X(4).
           05  CR-DATE-RUN             PIC 9(8).
           05  CR-GAINS                PIC 9(7)V99.
           05  CR-COTIS-EMPLOYE        PIC 9(5)V99.
           05  CR-COTIS-EMPLOYEUR      PIC 9(5)V99.
           05  CR-STATUT               PIC X.
           05  CR-DATE-REMISE          PIC 9(8).
           05  CR-REMIS-EMPLOYE        PIC 9(5)V99.
           05  CR-REMIS-EMPLOYEUR      PIC 9(5)V99.
           05  CR-EMPLOYEUR            PIC X(2).
           05  CR-RESERVE              PIC X(4).

       FD  RAPPORT-RELEVE.
       01  LIGNE-RELEVE                PIC X(120).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-MEMBRES    PIC 9   VALUE 0.
               88  W-FIN-MEMBRES            VALUE 1.
           05  W-IND-FIN-COTIS      PIC 9   VALUE 0.
               88  W-FIN-COTIS              VALUE 1.
           05  W-IND-RR-ABSENT      PIC 9   VALUE 0.
               88  W-RR-ABSENT              VALUE 1.
           05  W-IND-MR-ABSENT      PIC 9   VALUE 0.
               88  W-MR-ABSENT              VALUE 1.
           05  W-IND-ACQUIS         PIC 9   VALUE 0.
               88  W-PART-PAT-ACQUISE       VALUE 1.

       01  W-STATUT-REGIMES         PIC XX.
           88  REGIMES-OK                   VALUE "00".
           88  REGIMES-INEXISTANT           VALUE "35".

       01  W-STATUT-MEMBRES         PIC XX.
           88  MEMBRES-OK                   VALUE "00".
           88  MEMBRES-INEXISTANT           VALUE "35".

       01  W-STATUT-COTIS           PIC XX.
           88  COTIS-OK                     VALUE "00".
           88  COTIS-INEXISTANT             VALUE "35".

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-CODE-SAISI             PIC X(6).
       01  W-COMPTE-MEMBRES         PIC 9(4) VALUE 0.

      *********************************************************
      * Duree de participation en mois entiers, de la date
      * d'adhesion a la date de fin (aujourd'hui si le membre
      * participe toujours).
      *********************************************************
       01  W-DUREE-PARTICIPATION.
           05  W-DATE-DEBUT-PART    PIC 9(8).
           05  W-DEBUT-PART-R REDEFINES W-DATE-DEBUT-PART.
               10  W-DP-ANNEE       PIC 9(4).
               10  W-DP-MOIS        PIC 99.
               10  W-DP-JOUR        PIC 99.
           05  W-DATE-FIN-PART      PIC 9(8).
           05  W-FIN-PART-R REDEFINES W-DATE-FIN-PART.
               10  W-FP-ANNEE       PIC 9(4).
               10  W-FP-MOIS        PIC 99.
               10  W-FP-JOUR        PIC 99.
           05  W-MOIS-PARTICIPATION PIC S9(4).

      *********************************************************
      * Cumuls du membre : par annee (rupture sur l'annee du
      * registre) et pour toute la participation.
      *********************************************************
       01  W-CUMULS-MEMBRE.
           05  W-ANNEE-COURANTE     PIC 9(4).
           05  W-AN-EMPLOYE         PIC 9(7)V99.
           05  W-AN-EMPLOYEUR       PIC 9(7)V99.
           05  W-TOT-EMPLOYE        PIC 9(7)V99.
           05  W-TOT-EMPLOYEUR      PIC 9(7)V99.
           05  W-TOT-ACQUIS         PIC 9(7)V99.

       01  W-LIGNE-ANNEE.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  W-LA-ANNEE           PIC 9(4).
           05  FILLER               PIC X(8)    VALUE SPACES.
           05  W-LA-EMPLOYE         PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  W-LA-EMPLOYEUR       PIC $$,$$$,$$9.99.

       01  W-EDITION.
           05  W-ED-EMPLOYE         PIC $$,$$$,$$9.99.
           05  W-ED-EMPLOYEUR       PIC $$,$$$,$$9.99.
           05  W-ED-ACQUIS          PIC $$,$$$,$$9.99.
           05  W-ED-MOIS            PIC ZZZ9-.
           05  W-ED-MOIS-REGLE      PIC Z9.

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "RELEVERETRAITE".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "ReleveRetraite.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "RELEVERETRAITE".
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
           MOVE W-DATE-DU-JOUR(1:4) TO W-SP-PERIODE.

           MOVE SPACES TO W-CODE-SAISI.
           DISPLAY "CODE EMPLOYE (BLANC = TOUS LES MEMBRES) : " AT 0405.
           ACCEPT  W-CODE-SAISI AT 0447.
           MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI.

           OPEN INPUT FICHIER-MEMBRES-RET.
           IF MEMBRES-INEXISTANT
               MOVE "AUCUN MEMBRE (MEMBRESRETRAITE.DAT ABSENT)"
                 TO W-MESSAGE-ERREUR
           ELSE
               OPEN INPUT FICHIER-IDX
               OPEN INPUT FICHIER-REGIMES-RET
               OPEN INPUT FICHIER-COTIS-RET
               OPEN OUTPUT RAPPORT-RELEVE
               PERFORM 10000-ECRIRE-ENTETE

               IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
                   MOVE 0 TO W-IND-FIN-MEMBRES
                   PERFORM 15000-LIRE-MEMBRE
                   PERFORM UNTIL W-FIN-MEMBRES
                       PERFORM 20000-RELEVE-UN-MEMBRE
                       PERFORM 15000-LIRE-MEMBRE
                   END-PERFORM
               ELSE
                   MOVE 0 TO W-IND-MR-ABSENT
                   MOVE W-CODE-SAISI TO MR-CODE
                   READ FICHIER-MEMBRES-RET
                       INVALID KEY MOVE 1 TO W-IND-MR-ABSENT
                   END-READ
                   IF W-MR-ABSENT
                       MOVE SPACES TO LIGNE-RELEVE
                       STRING "EMPLOYE "   DELIMITED BY SIZE
                              W-CODE-SAISI DELIMITED BY SIZE
                              " : N'EST PAS MEMBRE DU REGIME"
                                           DELIMITED BY SIZE
                         INTO LIGNE-RELEVE
                       WRITE LIGNE-RELEVE AFTER ADVANCING 2 LINES
                   ELSE
                       PERFORM 20000-RELEVE-UN-MEMBRE
                   END-IF
               END-IF

               CLOSE RAPPORT-RELEVE FICHIER-IDX FICHIER-MEMBRES-RET
               IF NOT REGIMES-INEXISTANT
                   CLOSE FICHIER-REGIMES-RET
               END-IF
               IF NOT COTIS-INEXISTANT
                   CLOSE FICHIER-COTIS-RET
               END-IF
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR

               STRING W-COMPTE-MEMBRES DELIMITED BY SIZE
                      " RELEVE(S) DE RETRAITE PRODUIT(S)"
                                        DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-MEMBRES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       10000-ECRIRE-ENTETE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "** RELEVE DES MEMBRES DU REGIME DE RETRAITE - "
                                      DELIMITED BY SIZE
                  W-DATE-DU-JOUR      DELIMITED BY SIZE
                  " **"               DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE.

       15000-LIRE-MEMBRE.
           READ FICHIER-MEMBRES-RET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-MEMBRES
           END-READ.

      ******************************************************************
      *  RELEVE D'UN MEMBRE : IDENTIFICATION, REGIME ET REGLE
      *  D'ACQUISITION, COTISATIONS PAR ANNEE, TOTAUX ET SOLDE ACQUIS.
      ******************************************************************
       20000-RELEVE-UN-MEMBRE.
           ADD 1 TO W-COMPTE-MEMBRES.
           MOVE MR-CODE TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE SPACES TO EMP-NOM EMP-PREN
           END-READ.

           MOVE 0 TO W-IND-RR-ABSENT.
           IF REGIMES-INEXISTANT
               MOVE 1 TO W-IND-RR-ABSENT
           ELSE
               MOVE MR-REGIME TO RR-CODE
               READ FICHIER-REGIMES-RET
                   INVALID KEY MOVE 1 TO W-IND-RR-ABSENT
               END-READ
           END-IF.
           IF W-RR-ABSENT
               MOVE SPACES TO RR-NOM
               MOVE 0      TO RR-MOIS-ACQUISITION
           END-IF.

           PERFORM 25000-CALCULER-PARTICIPATION.

           MOVE SPACES TO LIGNE-RELEVE.
           STRING "MEMBRE "   DELIMITED BY SIZE
                  MR-CODE     DELIMITED BY SIZE
                  " - "       DELIMITED BY SIZE
                  EMP-NOM     DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  EMP-PREN    DELIMITED BY SIZE
                  "  REGIME " DELIMITED BY SIZE
                  MR-REGIME   DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  RR-NOM      DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 2 LINES.

           MOVE W-MOIS-PARTICIPATION TO W-ED-MOIS.
           MOVE RR-MOIS-ACQUISITION  TO W-ED-MOIS-REGLE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "   ADHESION "     DELIMITED BY SIZE
                  MR-DATE-ADHESION   DELIMITED BY SIZE
                  "  FIN "           DELIMITED BY SIZE
                  MR-DATE-FIN        DELIMITED BY SIZE
                  "  PARTICIPATION " DELIMITED BY SIZE
                  W-ED-MOIS          DELIMITED BY SIZE
                  " MOIS  ACQUISITION APRES " DELIMITED BY SIZE
                  W-ED-MOIS-REGLE    DELIMITED BY SIZE
                  " MOIS"            DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LIGNE-RELEVE.
           STRING "     ANNEE      PART DU MEMBRE"
                                     DELIMITED BY SIZE
                  "   PART EMPLOYEUR"
                                     DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE.

           MOVE 0 TO W-ANNEE-COURANTE W-AN-EMPLOYE W-AN-EMPLOYEUR
                     W-TOT-EMPLOYE W-TOT-EMPLOYEUR.
           IF NOT COTIS-INEXISTANT
               PERFORM 30000-CUMULER-COTISATIONS
           END-IF.

           MOVE W-TOT-EMPLOYE TO W-TOT-ACQUIS.
           IF W-PART-PAT-ACQUISE
               ADD W-TOT-EMPLOYEUR TO W-TOT-ACQUIS
           END-IF.

           MOVE W-TOT-EMPLOYE   TO W-ED-EMPLOYE.
           MOVE W-TOT-EMPLOYEUR TO W-ED-EMPLOYEUR.
           MOVE W-TOT-ACQUIS    TO W-ED-ACQUIS.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "   TOTAL MEMBRE : " DELIMITED BY SIZE
                  W-ED-EMPLOYE        DELIMITED BY SIZE
                  "  EMPLOYEUR : "    DELIMITED BY SIZE
                  W-ED-EMPLOYEUR      DELIMITED BY SIZE
                  "  SOLDE ACQUIS : " DELIMITED BY SIZE
                  W-ED-ACQUIS         DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LIGNE-RELEVE.
           IF W-PART-PAT-ACQUISE
               MOVE "   PART DE L'EMPLOYEUR ACQUISE" TO LIGNE-RELEVE
           ELSE
               MOVE "   PART DE L'EMPLOYEUR NON ACQUISE"
                 TO LIGNE-RELEVE
           END-IF.
           WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE.

      ******************************************************************
      *  MOIS ENTIERS DE PARTICIPATION (UN MOIS ENTAME NE COMPTE
      *  PAS) ET ACQUISITION DE LA PART PATRONALE SELON LE REGIME.
      ******************************************************************
       25000-CALCULER-PARTICIPATION.
           MOVE MR-DATE-ADHESION TO W-DATE-DEBUT-PART.
           IF MR-DATE-FIN > 0 AND MR-DATE-FIN < W-DATE-DU-JOUR
               MOVE MR-DATE-FIN    TO W-DATE-FIN-PART
           ELSE
               MOVE W-DATE-DU-JOUR TO W-DATE-FIN-PART
           END-IF.
           COMPUTE W-MOIS-PARTICIPATION =
               (W-FP-ANNEE * 12 + W-FP-MOIS)
             - (W-DP-ANNEE * 12 + W-DP-MOIS).
           IF W-FP-JOUR < W-DP-JOUR
               SUBTRACT 1 FROM W-MOIS-PARTICIPATION
           END-IF.
           IF W-MOIS-PARTICIPATION < 0
               MOVE 0 TO W-MOIS-PARTICIPATION
           END-IF.

           MOVE 0 TO W-IND-ACQUIS.
           IF W-MOIS-PARTICIPATION NOT < RR-MOIS-ACQUISITION
               MOVE 1 TO W-IND-ACQUIS
           END-IF.

      ******************************************************************
      *  PARCOURT LES LIGNES DU MEMBRE (CLE CODE + ANNEE + PERIODE)
      *  ET CUMULE LES PAYES EN VIGUEUR, AVEC RUPTURE PAR ANNEE.
      ******************************************************************
       30000-CUMULER-COTISATIONS.
           MOVE 0 TO W-IND-FIN-COTIS.
           MOVE MR-CODE TO CR-CODE.
           MOVE 0       TO CR-ANNEE CR-PERIODE.
           START FICHIER-COTIS-RET KEY IS NOT LESS THAN CR-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-COTIS
           END-START.
           IF NOT W-FIN-COTIS
               PERFORM 31000-LIRE-COTIS
           END-IF.
           PERFORM UNTIL W-FIN-COTIS
               IF CR-STATUT = "A"
                   IF CR-ANNEE NOT = W-ANNEE-COURANTE
                       PERFORM 32000-ECRIRE-ANNEE
                       MOVE CR-ANNEE TO W-ANNEE-COURANTE
                   END-IF
                   ADD CR-COTIS-EMPLOYE   TO W-AN-EMPLOYE
                                             W-TOT-EMPLOYE
                   ADD CR-COTIS-EMPLOYEUR TO W-AN-EMPLOYEUR
                                             W-TOT-EMPLOYEUR
               END-IF
               PERFORM 31000-LIRE-COTIS
           END-PERFORM.
           PERFORM 32000-ECRIRE-ANNEE.

       31000-LIRE-COTIS.
           READ FICHIER-COTIS-RET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-COTIS
           END-READ.
           IF NOT W-FIN-COTIS AND CR-CODE NOT = MR-CODE
               MOVE 1 TO W-IND-FIN-COTIS
           END-IF.

       32000-ECRIRE-ANNEE.
           IF W-ANNEE-COURANTE > 0
               MOVE W-ANNEE-COURANTE TO W-LA-ANNEE
               MOVE W-AN-EMPLOYE     TO W-LA-EMPLOYE
               MOVE W-AN-EMPLOYEUR   TO W-LA-EMPLOYEUR
               WRITE LIGNE-RELEVE FROM W-LIGNE-ANNEE
                                  AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 0 TO W-AN-EMPLOYE W-AN-EMPLOYEUR.
