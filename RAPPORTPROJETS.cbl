      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: COUTS DE MAIN-D'OEUVRE PAR PROJET (CoutsProjets.doc)
      *          TIRES DU FICHIER DES COUTS PAR PROJET (PROJCOUTS.DAT)
      *          QU'ALIMENTE LE CALCUL DE LA PAYE : PAR PROJET ET PAR
      *          PAYE, LES HEURES IMPUTEES, LE BRUT ET LES CHARGES
      *          SOCIALES DE L'EMPLOYEUR, AVEC SOUS-TOTAUX PAR PAYE ET
      *          PAR PROJET ET TOTAL GENERAL. SAISIE D'UN PROJET
      *          (BLANC = TOUS) ET D'UNE ANNEE (0 = TOUTES).

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORTPROJETS.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-PROJETS  ASSIGN TO "PROJETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PJ-CODE
               FILE STATUS IS W-STATUT-PROJETS.

       SELECT FICHIER-COUTS-PROJETS  ASSIGN TO "PROJCOUTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CLE.

       SELECT RAPPORT-PROJETS  ASSIGN TO "CoutsProjets.doc"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  FICHIER-PROJETS
       LABEL RECORD STANDARD.
       01  PJ-FICHE-PROJET.
           05  PJ-CODE                 PIC X(6).
           05  PJ-NOM                  PIC X(30).
           05  PJ-COMPTE               PIC X(8).
           05  PJ-ACTIF                PIC X.
           05  PJ-RESERVE              PIC X(10).

       FD  FICHIER-COUTS-PROJETS
       LABEL RECORD STANDARD.
       01  CP-FICHE-COUT.
           05  CP-CLE.
               10  CP-PROJET           PIC X(6).
               10  CP-ANNEE            PIC 9(4).
               10  CP-PERIODE          PIC 9(2).
               10  CP-CODE             PIC X(6).
               10  CP-DEPT             PIC X(2).
           05  CP-HEURES               PIC 9(4).
           05  CP-BRUT                 PIC 9(7)V99.
           05  CP-CHARGES              PIC 9(7)V99.
           05  CP-DATE-RUN             PIC 9(8).
           05  CP-RESERVE              PIC X(10).

       FD  RAPPORT-PROJETS.
       01  LIGNE-PROJETS               PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.

       01  W-STATUT-PROJETS         PIC XX.
           88  PROJETS-INEXISTANT           VALUE "35".

       01  W-FILE-DETAIL.
           05  W-SIZE-COUTS         PIC X(8)   COMP-X.

       01  W-DATE-DU-JOUR           PIC 9(8).

      *********************************************************
      * Criteres : projet (blanc = tous), annee (0 = toutes).
      *********************************************************
       01  W-CRITERES.
           05  W-PROJET-CHOISI      PIC X(6).
           05  W-ANNEE-CHOISIE      PIC 9(4).

       01  W-RUPTURES.
           05  W-PROJET-COURANT     PIC X(6).
           05  W-PAYE-COURANTE.
               10  W-ANNEE-COURANTE     PIC 9(4).
               10  W-PERIODE-COURANTE   PIC 9(2).

      *********************************************************
      * Cumuls : 1 = paye, 2 = projet, 3 = general.
      *********************************************************
       01  W-TABLE-CUMULS.
           05  W-CU-ENTREE OCCURS 3 TIMES.
               10  W-CU-HEURES      PIC 9(7).
               10  W-CU-BRUT        PIC 9(9)V99.
               10  W-CU-CHARGES     PIC 9(9)V99.

       01  W-IDX-CUMUL              PIC 9.
       01  W-NB-LIGNES              PIC 9(6)   VALUE 0.
       01  W-NB-PROJETS             PIC 9(4)   VALUE 0.

       01  W-LIGNE-PROJET.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(8)    VALUE "PROJET: ".
           05  W-LP-CODE            PIC X(6).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LP-NOM             PIC X(30).
           05  FILLER               PIC X(10)   VALUE "  COMPTE: ".
           05  W-LP-COMPTE          PIC X(8).

       01  W-LIGNE-DETAIL.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  W-LD-ANNEE           PIC 9(4).
           05  FILLER               PIC X(1)    VALUE "-".
           05  W-LD-PERIODE         PIC 9(2).
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LD-CODE            PIC X(6).
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LD-DEPT            PIC X(2).
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LD-HEURES          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-BRUT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-CHARGES         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-COUT            PIC ZZZ,ZZZ,ZZ9.99.

       01  W-LIGNE-TOTAL.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  W-LT-LIBELLE         PIC X(24).
           05  W-LT-HEURES          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LT-BRUT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LT-CHARGES         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LT-COUT            PIC ZZZ,ZZZ,ZZ9.99.

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "RAPPORTPROJETS".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "CoutsProjets.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "RAPPORTPROJETS".
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
           INITIALIZE W-TABLE-CUMULS.
           MOVE 0 TO W-NB-LIGNES W-NB-PROJETS.

           PERFORM 05000-SAISIR-CRITERES.

           CALL "CBL_CHECK_FILE_EXIST" USING "PROJCOUTS.DAT "
                                              W-SIZE-COUTS.
           IF RETURN-CODE NOT = 0
               MOVE "AUCUN COUT DE PROJET (PROJCOUTS.DAT ABSENT)"
                 TO W-MESSAGE-ERREUR
           ELSE
               OPEN INPUT FICHIER-PROJETS FICHIER-COUTS-PROJETS
               OPEN OUTPUT RAPPORT-PROJETS
               PERFORM 10000-ENTETE

               MOVE SPACES TO W-PROJET-COURANT
               MOVE 0 TO W-PAYE-COURANTE
               PERFORM 15000-POSITIONNER
               PERFORM UNTIL W-FIN-FICHIER
                   PERFORM 20000-TRAITER-COUT
                   PERFORM 21000-LIRE-COUT
               END-PERFORM

               IF W-NB-LIGNES = 0
                   MOVE "  (AUCUN COUT POUR CES CRITERES)"
                     TO LIGNE-PROJETS
                   WRITE LIGNE-PROJETS AFTER ADVANCING 1 LINE
               ELSE
                   PERFORM 32000-TOTAL-PAYE
                   PERFORM 34000-TOTAL-PROJET
               END-IF
               PERFORM 40000-TOTAL-GENERAL
               IF NOT PROJETS-INEXISTANT
                   CLOSE FICHIER-PROJETS
               END-IF
               CLOSE FICHIER-COUTS-PROJETS RAPPORT-PROJETS

               STRING W-DATE-DU-JOUR(1:4) "-" W-DATE-DU-JOUR(5:2)
                      DELIMITED BY SIZE INTO W-SP-PERIODE
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR

               STRING "COUTS PAR PROJET : " DELIMITED BY SIZE
                      W-NB-PROJETS          DELIMITED BY SIZE
                      " PROJET(S), "        DELIMITED BY SIZE
                      W-NB-LIGNES           DELIMITED BY SIZE
                      " LIGNE(S)"           DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-NB-LIGNES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       05000-SAISIR-CRITERES.
           MOVE SPACES TO W-PROJET-CHOISI.
           MOVE 0      TO W-ANNEE-CHOISIE.
           DISPLAY "PROJET (BLANC=TOUS)            : " AT 0405.
           ACCEPT  W-PROJET-CHOISI AT 0439.
           DISPLAY "ANNEE (0=TOUTES)               : " AT 0505.
           ACCEPT  W-ANNEE-CHOISIE AT 0539.
           MOVE FUNCTION UPPER-CASE(W-PROJET-CHOISI)
             TO W-PROJET-CHOISI.
           IF W-PROJET-CHOISI = LOW-VALUES
               MOVE SPACES TO W-PROJET-CHOISI
           END-IF.

       10000-ENTETE.
           MOVE SPACES TO LIGNE-PROJETS.
           STRING "** COUTS DE MAIN-D'OEUVRE PAR PROJET AU "
                                       DELIMITED BY SIZE
                  W-DATE-DU-JOUR(1:4)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-DU-JOUR(5:2)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-DU-JOUR(7:2)  DELIMITED BY SIZE
                  " **"                DELIMITED BY SIZE
             INTO LIGNE-PROJETS.
           WRITE LIGNE-PROJETS.
           MOVE "    PAYE     EMPLOYE  DP    HEURES            BRUT
      -"        CHARGES      COUT TOTAL"
             TO LIGNE-PROJETS.
           WRITE LIGNE-PROJETS AFTER ADVANCING 2 LINES.

      ******************************************************************
      *  SE PLACE SUR LE PREMIER COUT DU PROJET CHOISI (OU DU FICHIER
      *  SI TOUS LES PROJETS SONT DEMANDES).
      ******************************************************************
       15000-POSITIONNER.
           MOVE 0 TO W-IND-FIN-FICHIER.
           MOVE LOW-VALUES      TO CP-CLE.
           MOVE W-PROJET-CHOISI TO CP-PROJET.
           START FICHIER-COUTS-PROJETS KEY IS NOT LESS THAN CP-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
           END-START.
           PERFORM 21000-LIRE-COUT.

      ******************************************************************
      *  UNE LIGNE PAR EMPLOYE ET DEPARTEMENT IMPUTE ; RUPTURE SUR LA
      *  PAYE (ANNEE + PERIODE) PUIS SUR LE PROJET.
      ******************************************************************
       20000-TRAITER-COUT.
           IF CP-PROJET NOT = W-PROJET-COURANT
               IF W-NB-LIGNES > 0
                   PERFORM 32000-TOTAL-PAYE
                   PERFORM 34000-TOTAL-PROJET
               END-IF
               PERFORM 30000-ENTETE-PROJET
           ELSE
               IF CP-ANNEE NOT = W-ANNEE-COURANTE
                  OR CP-PERIODE NOT = W-PERIODE-COURANTE
                   PERFORM 32000-TOTAL-PAYE
               END-IF
           END-IF.
           MOVE CP-ANNEE   TO W-ANNEE-COURANTE.
           MOVE CP-PERIODE TO W-PERIODE-COURANTE.

           ADD 1 TO W-NB-LIGNES.
           PERFORM VARYING W-IDX-CUMUL FROM 1 BY 1
                   UNTIL W-IDX-CUMUL > 3
               ADD CP-HEURES  TO W-CU-HEURES(W-IDX-CUMUL)
               ADD CP-BRUT    TO W-CU-BRUT(W-IDX-CUMUL)
               ADD CP-CHARGES TO W-CU-CHARGES(W-IDX-CUMUL)
           END-PERFORM.

           MOVE CP-ANNEE   TO W-LD-ANNEE.
           MOVE CP-PERIODE TO W-LD-PERIODE.
           MOVE CP-CODE    TO W-LD-CODE.
           MOVE CP-DEPT    TO W-LD-DEPT.
           MOVE CP-HEURES  TO W-LD-HEURES.
           MOVE CP-BRUT    TO W-LD-BRUT.
           MOVE CP-CHARGES TO W-LD-CHARGES.
           COMPUTE W-LD-COUT = CP-BRUT + CP-CHARGES.
           WRITE LIGNE-PROJETS FROM W-LIGNE-DETAIL
                               AFTER ADVANCING 1 LINE.

      ******************************************************************
      *  LECTURE SUIVANTE : FIN DES QU'ON SORT DU PROJET CHOISI ; LES
      *  COUTS D'UNE AUTRE ANNEE QUE CELLE DEMANDEE SONT SAUTES.
      ******************************************************************
       21000-LIRE-COUT.
           IF NOT W-FIN-FICHIER
               READ FICHIER-COUTS-PROJETS NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-FICHIER
               END-READ
           END-IF.
           IF NOT W-FIN-FICHIER
              AND W-PROJET-CHOISI NOT = SPACES
              AND CP-PROJET NOT = W-PROJET-CHOISI
               MOVE 1 TO W-IND-FIN-FICHIER
           END-IF.
           IF NOT W-FIN-FICHIER
              AND W-ANNEE-CHOISIE NOT = 0
              AND CP-ANNEE NOT = W-ANNEE-CHOISIE
               PERFORM 21000-LIRE-COUT
           END-IF.

       30000-ENTETE-PROJET.
           ADD 1 TO W-NB-PROJETS.
           MOVE CP-PROJET TO W-PROJET-COURANT.
           MOVE CP-PROJET TO W-LP-CODE.
           MOVE "PROJET INCONNU" TO W-LP-NOM.
           MOVE SPACES           TO W-LP-COMPTE.
           IF NOT PROJETS-INEXISTANT
               MOVE CP-PROJET TO PJ-CODE
               READ FICHIER-PROJETS
                   NOT INVALID KEY
                       MOVE PJ-NOM    TO W-LP-NOM
                       MOVE PJ-COMPTE TO W-LP-COMPTE
               END-READ
           END-IF.
           WRITE LIGNE-PROJETS FROM W-LIGNE-PROJET
                               AFTER ADVANCING 2 LINES.

       32000-TOTAL-PAYE.
           MOVE 1 TO W-IDX-CUMUL.
           MOVE SPACES TO W-LT-LIBELLE.
           STRING "  TOTAL PAYE "      DELIMITED BY SIZE
                  W-ANNEE-COURANTE     DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-PERIODE-COURANTE   DELIMITED BY SIZE
             INTO W-LT-LIBELLE.
           PERFORM 38000-ECRIRE-TOTAL.

       34000-TOTAL-PROJET.
           MOVE 2 TO W-IDX-CUMUL.
           MOVE SPACES TO W-LT-LIBELLE.
           STRING "TOTAL PROJET "      DELIMITED BY SIZE
                  W-PROJET-COURANT     DELIMITED BY SIZE
             INTO W-LT-LIBELLE.
           PERFORM 38000-ECRIRE-TOTAL.

       38000-ECRIRE-TOTAL.
           MOVE W-CU-HEURES(W-IDX-CUMUL)  TO W-LT-HEURES.
           MOVE W-CU-BRUT(W-IDX-CUMUL)    TO W-LT-BRUT.
           MOVE W-CU-CHARGES(W-IDX-CUMUL) TO W-LT-CHARGES.
           COMPUTE W-LT-COUT = W-CU-BRUT(W-IDX-CUMUL)
                             + W-CU-CHARGES(W-IDX-CUMUL).
           WRITE LIGNE-PROJETS FROM W-LIGNE-TOTAL
                               AFTER ADVANCING 1 LINE.
           MOVE 0 TO W-CU-HEURES(W-IDX-CUMUL)
                     W-CU-BRUT(W-IDX-CUMUL)
                     W-CU-CHARGES(W-IDX-CUMUL).

       40000-TOTAL-GENERAL.
           MOVE 3 TO W-IDX-CUMUL.
           MOVE "TOTAL GENERAL" TO W-LT-LIBELLE.
           MOVE W-CU-HEURES(W-IDX-CUMUL)  TO W-LT-HEURES.
           MOVE W-CU-BRUT(W-IDX-CUMUL)    TO W-LT-BRUT.
           MOVE W-CU-CHARGES(W-IDX-CUMUL) TO W-LT-CHARGES.
           COMPUTE W-LT-COUT = W-CU-BRUT(W-IDX-CUMUL)
                             + W-CU-CHARGES(W-IDX-CUMUL).
           WRITE LIGNE-PROJETS FROM W-LIGNE-TOTAL
                               AFTER ADVANCING 3 LINES.
