      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: SALAIRE MINIMUM A VENIR (SalaireMinimum.doc) : POUR
      *          CHAQUE NOUVEAU MINIMUM DE SalaireMinimum.dat DONT LA
      *          DATE D'EFFET EST A VENIR, LISTE LES EMPLOYES DE LA
      *          PROVINCE DONT LE TAUX HORAIRE EFFECTIF EN VIGUEUR A
      *          CETTE DATE (HISTORIQUE DES TAUX COMPRIS) SERA SOUS
      *          LE NOUVEAU MINIMUM. UN SALARIE EST RAMENE A L'HEURE
      *          PAR LES HEURES NORMALES DE SON GROUPE DE PAYE ; UNE
      *          CLASSE D'EMPLOI AU POURBOIRE PREND LE TAUX DES
      *          EMPLOYES AU POURBOIRE. UNE AUGMENTATION DEJA DEPOSEE
      *          A L'HISTORIQUE DES TAUX POUR LA DATE D'EFFET FAIT
      *          SORTIR L'EMPLOYE DE LA LISTE.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORTSALMIN.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-IDX  ASSIGN TO "EMPLOYES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CODE
               ALTERNATE RECORD KEY IS EMP-NOM-PREN
                          WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DATE-ENGAGEMENT
                          WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-REGION
                          WITH DUPLICATES.

       SELECT FICHIER-TAUXHISTO  ASSIGN TO "TAUXHISTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-CLE
               FILE STATUS IS W-STATUT-TAUXHISTO.

       SELECT FICHIER-GROUPES  ASSIGN TO "GROUPESPAYE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS GP-CODE
               FILE STATUS IS W-STATUT-GROUPES.

       SELECT FICHIER-CLASSES  ASSIGN TO "CLASSES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CL-CLASSE
               FILE STATUS IS W-STATUT-CLASSES.

       SELECT FICHIER-SALAIRE-MIN  ASSIGN TO "SalaireMinimum.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-SALAIRE-MIN.

       SELECT RAPPORT-SALMIN  ASSIGN TO "SalaireMinimum.doc"
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
           05  EMP-TAUX                PIC 99V99.
           05  EMP-NB-HEURE            PIC 9(3).
           05  EMP-STATUT              PIC X.
               88  EMP-INACTIF         VALUE "I".
           05  EMP-NAS                 PIC 9(9).
           05  EMP-COURRIEL            PIC X(30).
           05  EMP-ADRESSE             PIC X(30).
           05  EMP-DATE-FIN            PIC 9(8).
           05  EMP-RAISON-FIN          PIC X.
           05  EMP-TYPE-EMPLOYE        PIC X.
               88  EMP-SALARIE         VALUE "S".
           05  EMP-SALAIRE-PERIODE     PIC 9(6)V99.
           05  EMP-MODE-PAIEMENT       PIC X.
           05  EMP-INSTITUTION         PIC 9(3).
           05  EMP-TRANSIT             PIC 9(5).
           05  EMP-COMPTE              PIC X(12).
           05  EMP-DATE-NAISSANCE      PIC 9(8).
           05  EMP-BANQUE-TEMPS        PIC X.
           05  EMP-STATUT-COORD        PIC X.
           05  EMP-GROUPE-PAYE         PIC X(2).
           05  EMP-PROVINCE            PIC X(2).
           05  EMP-DEPARTEMENT         PIC X(2).
           05  EMP-CLASSE              PIC X(4).
           05  EMP-ECHELON             PIC 9(2).
           05  EMP-RESERVE             PIC X(4).

       FD  FICHIER-TAUXHISTO
       LABEL RECORD STANDARD.
       01  TH-FICHE-TAUX.
           05  TH-CLE.
               10  TH-CODE             PIC X(6).
               10  TH-DATE-EFFET       PIC 9(8).
           05  TH-TAUX                 PIC 99V99.
           05  TH-SALAIRE-PERIODE      PIC 9(6)V99.
           05  TH-RETRO-PAYE           PIC X.
           05  TH-RESERVE              PIC X(10).

       FD  FICHIER-GROUPES
       LABEL RECORD STANDARD.
       01  GP-FICHE-GROUPE.
           05  GP-CODE                 PIC X(2).
           05  GP-NOM                  PIC X(20).
           05  GP-NB-PERIODES-AN       PIC 9(2).
           05  GP-JOURS-PERIODE        PIC 9(2).
           05  GP-ACTIF                PIC X.
           05  GP-HEURES-PERIODE       PIC 9(3).
           05  GP-RESERVE              PIC X(7).

       FD  FICHIER-CLASSES
       LABEL RECORD STANDARD.
       01  CL-FICHE-CLASSE.
           05  CL-CLASSE               PIC X(4).
           05  CL-DESCRIPTION          PIC X(30).
           05  CL-NB-ECHELONS          PIC 9(2).
           05  CL-ACTIF                PIC X.
           05  CL-POINTS               PIC 9(4).
           05  CL-POURBOIRE            PIC X.
           05  CL-RESERVE              PIC X(5).

       FD  FICHIER-SALAIRE-MIN.
       01  LIGNE-SALAIRE-MIN.
           05  LM-PROVINCE             PIC X(2).
           05  LM-DATE-EFFET           PIC 9(8).
           05  LM-TAUX-GENERAL         PIC 99V99.
           05  LM-TAUX-POURBOIRE       PIC 99V99.

       FD  RAPPORT-SALMIN.
       01  LIGNE-SALMIN                PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-FIN-SALMIN     PIC 9   VALUE 0.
               88  W-FIN-SALMIN             VALUE 1.
           05  W-IND-FIN-TH         PIC 9   VALUE 0.
               88  W-FIN-TH                 VALUE 1.

       01  W-STATUT-TAUXHISTO       PIC XX.
           88  TAUXHISTO-OK                 VALUE "00".
       01  W-STATUT-GROUPES         PIC XX.
           88  GROUPES-OK                   VALUE "00".
       01  W-STATUT-CLASSES         PIC XX.
           88  CLASSES-OK                   VALUE "00".
       01  W-STATUT-SALAIRE-MIN     PIC XX.
           88  SALAIRE-MIN-OK               VALUE "00".

       01  W-IND-FICHIERS-OUVERTS.
           05  W-IND-TH-OUVERT      PIC 9   VALUE 0.
               88  W-TH-OUVERT              VALUE 1.
           05  W-IND-GP-OUVERT      PIC 9   VALUE 0.
               88  W-GP-OUVERT              VALUE 1.
           05  W-IND-CL-OUVERT      PIC 9   VALUE 0.
               88  W-CL-OUVERT              VALUE 1.

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-DATE-DEPART            PIC 9(8).

       01  W-NB-MINIMUMS            PIC 9(4)   VALUE 0.
       01  W-NB-SOUS-MINIMUM        PIC 9(6)   VALUE 0.
       01  W-NB-SOUS-CE-MINIMUM     PIC 9(6)   VALUE 0.

      *********************************************************
      * Employe courant : province (blanc = QC), remuneration
      * en vigueur a la date d'effet du minimum, taux horaire
      * effectif et minimum applicable.
      *********************************************************
       01  W-CALCUL-EMPLOYE.
           05  W-PROVINCE-EMP       PIC X(2).
           05  W-TAUX-VIGUEUR       PIC 99V99.
           05  W-SALAIRE-VIGUEUR    PIC 9(6)V99.
           05  W-HEURES-GROUPE      PIC 9(3).
           05  W-TAUX-EFFECTIF      PIC 9(4)V9999.
           05  W-MINIMUM-EMP        PIC 99V99.
           05  W-MANQUE-HEURE       PIC 9(4)V9999.
           05  W-IND-POURBOIRE      PIC 9.
               88  W-AU-POURBOIRE           VALUE 1.

       01  W-LIGNE-MINIMUM.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  FILLER               PIC X(10)   VALUE "PROVINCE: ".
           05  W-LM-PROVINCE        PIC X(2).
           05  FILLER               PIC X(17)
                                    VALUE "  DATE D'EFFET : ".
           05  W-LM-DATE            PIC 9999/99/99.
           05  FILLER               PIC X(12)   VALUE "  GENERAL : ".
           05  W-LM-GENERAL         PIC Z9.99.
           05  FILLER               PIC X(14)
                                    VALUE "  POURBOIRE : ".
           05  W-LM-POURBOIRE       PIC Z9.99.

       01  W-LIGNE-DETAIL.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  W-LD-CODE            PIC X(6).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-NOM             PIC X(20).
           05  FILLER               PIC X(1)    VALUE SPACES.
           05  W-LD-PREN            PIC X(15).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-TYPE            PIC X.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-GROUPE          PIC X(2).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-CLASSE          PIC X(4).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-POURBOIRE       PIC X.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LD-EFFECTIF        PIC Z9.99.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LD-MINIMUM         PIC Z9.99.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LD-MANQUE          PIC Z9.99.

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "RAPPORTSALMIN".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "SalaireMinimum.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "RAPPORTSALMIN".
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
           MOVE 0 TO W-NB-MINIMUMS W-NB-SOUS-MINIMUM.

           PERFORM 05000-SAISIR-CRITERES.

           OPEN INPUT FICHIER-SALAIRE-MIN.
           IF NOT SALAIRE-MIN-OK
               MOVE "AUCUN SALAIRE MINIMUM (SalaireMinimum.dat ABSENT)"
                 TO W-MESSAGE-ERREUR
           ELSE
               PERFORM 06000-OUVRIR-TABLES
               OPEN OUTPUT RAPPORT-SALMIN
               PERFORM 10000-ENTETE

               MOVE 0 TO W-IND-FIN-SALMIN
               PERFORM 11000-LIRE-SALAIRE-MIN
               PERFORM UNTIL W-FIN-SALMIN
                   IF LM-DATE-EFFET NOT < W-DATE-DEPART
                       PERFORM 20000-TRAITER-MINIMUM
                   END-IF
                   PERFORM 11000-LIRE-SALAIRE-MIN
               END-PERFORM

               IF W-NB-MINIMUMS = 0
                   MOVE "  (AUCUN NOUVEAU MINIMUM A VENIR)"
                     TO LIGNE-SALMIN
                   WRITE LIGNE-SALMIN AFTER ADVANCING 2 LINES
               END-IF
               MOVE SPACES TO LIGNE-SALMIN
               STRING "TOTAL : "          DELIMITED BY SIZE
                      W-NB-SOUS-MINIMUM   DELIMITED BY SIZE
                      " CAS SOUS UN MINIMUM A VENIR"
                                          DELIMITED BY SIZE
                 INTO LIGNE-SALMIN
               WRITE LIGNE-SALMIN AFTER ADVANCING 3 LINES

               CLOSE FICHIER-SALAIRE-MIN RAPPORT-SALMIN
               PERFORM 07000-FERMER-TABLES

               STRING W-DATE-DU-JOUR(1:4) "-" W-DATE-DU-JOUR(5:2)
                      DELIMITED BY SIZE INTO W-SP-PERIODE
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR

               STRING "SALAIRE MINIMUM A VENIR : " DELIMITED BY SIZE
                      W-NB-MINIMUMS          DELIMITED BY SIZE
                      " MINIMUM(S), "        DELIMITED BY SIZE
                      W-NB-SOUS-MINIMUM      DELIMITED BY SIZE
                      " CAS SOUS LE MINIMUM" DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-NB-SOUS-MINIMUM TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  LES MINIMUMS DONT LA DATE D'EFFET EST A COMPTER DE LA DATE
      *  SAISIE (0 = DEMAIN, SOIT LES SEULS MINIMUMS A VENIR) SONT
      *  TRAITES.
      ******************************************************************
       05000-SAISIR-CRITERES.
           MOVE 0 TO W-DATE-DEPART.
           DISPLAY "MINIMUMS EN VIGUEUR A COMPTER DU (AAAAMMJJ,"
                                                        AT 0405.
           DISPLAY "0 = A VENIR SEULEMENT)          : " AT 0505.
           ACCEPT  W-DATE-DEPART AT 0539.
           IF W-DATE-DEPART = 0
               COMPUTE W-DATE-DEPART = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(W-DATE-DU-JOUR) + 1)
           END-IF.

      ******************************************************************
      *  OUVRE LES TABLES DE REFERENCE ; UNE TABLE ABSENTE LAISSE LA
      *  VALEUR PAR DEFAUT (FICHE MAITRE, 40 HEURES PAR SEMAINE,
      *  TAUX GENERAL).
      ******************************************************************
       06000-OUVRIR-TABLES.
           MOVE 0 TO W-IND-TH-OUVERT W-IND-GP-OUVERT W-IND-CL-OUVERT.
           OPEN INPUT FICHIER-TAUXHISTO.
           IF TAUXHISTO-OK
               MOVE 1 TO W-IND-TH-OUVERT
           END-IF.
           OPEN INPUT FICHIER-GROUPES.
           IF GROUPES-OK
               MOVE 1 TO W-IND-GP-OUVERT
           END-IF.
           OPEN INPUT FICHIER-CLASSES.
           IF CLASSES-OK
               MOVE 1 TO W-IND-CL-OUVERT
           END-IF.

       07000-FERMER-TABLES.
           IF W-TH-OUVERT
               CLOSE FICHIER-TAUXHISTO
           END-IF.
           IF W-GP-OUVERT
               CLOSE FICHIER-GROUPES
           END-IF.
           IF W-CL-OUVERT
               CLOSE FICHIER-CLASSES
           END-IF.

       10000-ENTETE.
           MOVE SPACES TO LIGNE-SALMIN.
           STRING "** EMPLOYES SOUS LE SALAIRE MINIMUM A VENIR AU "
                                       DELIMITED BY SIZE
                  W-DATE-DU-JOUR(1:4)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-DU-JOUR(5:2)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-DU-JOUR(7:2)  DELIMITED BY SIZE
                  " **"                DELIMITED BY SIZE
             INTO LIGNE-SALMIN.
           WRITE LIGNE-SALMIN.
           MOVE "    CODE    NOM                  PRENOM           T  GR
      -"  CLAS P   TAUX EFF.  MINIMUM  MANQUE/H"
             TO LIGNE-SALMIN.
           WRITE LIGNE-SALMIN AFTER ADVANCING 2 LINES.

       11000-LIRE-SALAIRE-MIN.
           READ FICHIER-SALAIRE-MIN
               AT END MOVE 1 TO W-IND-FIN-SALMIN
           END-READ.

      ******************************************************************
      *  UN NOUVEAU MINIMUM : ENTETE, PUIS PARCOURS COMPLET DES
      *  EMPLOYES NON INACTIFS DE LA PROVINCE.
      ******************************************************************
       20000-TRAITER-MINIMUM.
           ADD 1 TO W-NB-MINIMUMS.
           MOVE 0 TO W-NB-SOUS-CE-MINIMUM.
           MOVE LM-PROVINCE       TO W-LM-PROVINCE.
           MOVE LM-DATE-EFFET     TO W-LM-DATE.
           MOVE LM-TAUX-GENERAL   TO W-LM-GENERAL.
           MOVE LM-TAUX-POURBOIRE TO W-LM-POURBOIRE.
           WRITE LIGNE-SALMIN FROM W-LIGNE-MINIMUM
                              AFTER ADVANCING 2 LINES.

           MOVE 0 TO W-IND-FIN-FICHIER.
           OPEN INPUT FICHIER-IDX.
           PERFORM 21000-LIRE-EMPLOYE.
           PERFORM UNTIL W-FIN-FICHIER
               PERFORM 30000-VERIFIER-EMPLOYE
               PERFORM 21000-LIRE-EMPLOYE
           END-PERFORM.
           CLOSE FICHIER-IDX.

           IF W-NB-SOUS-CE-MINIMUM = 0
               MOVE "    (PERSONNE SOUS CE MINIMUM)" TO LIGNE-SALMIN
               WRITE LIGNE-SALMIN AFTER ADVANCING 1 LINE
           END-IF.

       21000-LIRE-EMPLOYE.
           READ FICHIER-IDX NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

      ******************************************************************
      *  TAUX HORAIRE EFFECTIF DE L'EMPLOYE A LA DATE D'EFFET DU
      *  MINIMUM, COMPARE AU MINIMUM DE SA CATEGORIE.
      ******************************************************************
       30000-VERIFIER-EMPLOYE.
           MOVE EMP-PROVINCE TO W-PROVINCE-EMP.
           IF W-PROVINCE-EMP = SPACES OR W-PROVINCE-EMP = LOW-VALUES
               MOVE "QC" TO W-PROVINCE-EMP
           END-IF.

           IF NOT EMP-INACTIF AND W-PROVINCE-EMP = LM-PROVINCE
               PERFORM 31000-REMUN-EN-VIGUEUR
               PERFORM 32000-CATEGORIE-EMPLOI

               IF EMP-SALARIE
                   PERFORM 33000-HEURES-GROUPE
                   COMPUTE W-TAUX-EFFECTIF =
                           W-SALAIRE-VIGUEUR / W-HEURES-GROUPE
               ELSE
                   MOVE W-TAUX-VIGUEUR TO W-TAUX-EFFECTIF
               END-IF

               IF W-AU-POURBOIRE
                   MOVE LM-TAUX-POURBOIRE TO W-MINIMUM-EMP
               ELSE
                   MOVE LM-TAUX-GENERAL   TO W-MINIMUM-EMP
               END-IF

               IF W-TAUX-EFFECTIF < W-MINIMUM-EMP
                   PERFORM 40000-ECRIRE-DETAIL
               END-IF
           END-IF.

      ******************************************************************
      *  REMUNERATION EN VIGUEUR A LA DATE D'EFFET : LA LIGNE DE
      *  L'HISTORIQUE DES TAUX LA PLUS RECENTE QUI NE LA DEPASSE PAS,
      *  SINON LA FICHE MAITRE.
      ******************************************************************
       31000-REMUN-EN-VIGUEUR.
           MOVE EMP-TAUX            TO W-TAUX-VIGUEUR.
           MOVE EMP-SALAIRE-PERIODE TO W-SALAIRE-VIGUEUR.
           IF W-TH-OUVERT
               MOVE 0 TO W-IND-FIN-TH
               MOVE EMP-CODE TO TH-CODE
               MOVE 0        TO TH-DATE-EFFET
               START FICHIER-TAUXHISTO KEY IS NOT LESS THAN TH-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-TH
               END-START
               PERFORM 31100-LIRE-HISTO-TAUX
               PERFORM UNTIL W-FIN-TH
                   MOVE TH-TAUX            TO W-TAUX-VIGUEUR
                   MOVE TH-SALAIRE-PERIODE TO W-SALAIRE-VIGUEUR
                   PERFORM 31100-LIRE-HISTO-TAUX
               END-PERFORM
           END-IF.

       31100-LIRE-HISTO-TAUX.
           IF NOT W-FIN-TH
               READ FICHIER-TAUXHISTO NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-TH
               END-READ
           END-IF.
           IF NOT W-FIN-TH
              AND (TH-CODE NOT = EMP-CODE
                   OR TH-DATE-EFFET > LM-DATE-EFFET)
               MOVE 1 TO W-IND-FIN-TH
           END-IF.

       32000-CATEGORIE-EMPLOI.
           MOVE 0 TO W-IND-POURBOIRE.
           IF W-CL-OUVERT AND EMP-CLASSE NOT = SPACES
               MOVE EMP-CLASSE TO CL-CLASSE
               READ FICHIER-CLASSES
                   NOT INVALID KEY
                       IF CL-POURBOIRE = "O"
                           MOVE 1 TO W-IND-POURBOIRE
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      *  HEURES NORMALES DE LA PERIODE DU GROUPE DE PAYE DE L'EMPLOYE
      *  (FICHE SANS GROUPE = 01) ; A DEFAUT, 40 HEURES PAR SEMAINE
      *  DE 7 JOURS.
      ******************************************************************
       33000-HEURES-GROUPE.
           MOVE 40 TO W-HEURES-GROUPE.
           IF W-GP-OUVERT
               MOVE EMP-GROUPE-PAYE TO GP-CODE
               IF GP-CODE = SPACES OR GP-CODE = LOW-VALUES
                   MOVE "01" TO GP-CODE
               END-IF
               READ FICHIER-GROUPES
                   NOT INVALID KEY
                       IF GP-HEURES-PERIODE IS NUMERIC
                          AND GP-HEURES-PERIODE > 0
                           MOVE GP-HEURES-PERIODE TO W-HEURES-GROUPE
                       ELSE
                           COMPUTE W-HEURES-GROUPE ROUNDED =
                                   GP-JOURS-PERIODE * 40 / 7
                       END-IF
               END-READ
           END-IF.
           IF W-HEURES-GROUPE = 0
               MOVE 40 TO W-HEURES-GROUPE
           END-IF.

       40000-ECRIRE-DETAIL.
           ADD 1 TO W-NB-SOUS-MINIMUM W-NB-SOUS-CE-MINIMUM.
           COMPUTE W-MANQUE-HEURE = W-MINIMUM-EMP - W-TAUX-EFFECTIF.
           MOVE EMP-CODE         TO W-LD-CODE.
           MOVE EMP-NOM          TO W-LD-NOM.
           MOVE EMP-PREN         TO W-LD-PREN.
           MOVE EMP-TYPE-EMPLOYE TO W-LD-TYPE.
           MOVE EMP-GROUPE-PAYE  TO W-LD-GROUPE.
           MOVE EMP-CLASSE       TO W-LD-CLASSE.
           IF W-AU-POURBOIRE
               MOVE "O" TO W-LD-POURBOIRE
           ELSE
               MOVE "N" TO W-LD-POURBOIRE
           END-IF.
           MOVE W-TAUX-EFFECTIF  TO W-LD-EFFECTIF.
           MOVE W-MINIMUM-EMP    TO W-LD-MINIMUM.
           MOVE W-MANQUE-HEURE   TO W-LD-MANQUE.
           WRITE LIGNE-SALMIN FROM W-LIGNE-DETAIL
                              AFTER ADVANCING 1 LINE.
