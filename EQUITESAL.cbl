      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: EXERCICE DE MAINTIEN DE L'EQUITE SALARIALE. A PARTIR
      *          DES CLASSES D'EMPLOI (CLASSES.DAT, AVEC LES POINTS DE
      *          L'EVALUATION DES EMPLOIS), DES ECHELLES (ECHELLES.DAT)
      *          ET DU SEXE DES TITULAIRES ACTIFS (EMPLOYES.DAT) :
      *          - MARQUE CHAQUE CLASSE A PREDOMINANCE FEMININE,
      *            MASCULINE OU NEUTRE SELON L'EFFECTIF (60 % ET PLUS
      *            D'UN MEME SEXE) ;
      *          - COMPARE LE TAUX HORAIRE MAXIMAL (DERNIER ECHELON,
      *            SALAIRE RAMENE A L'HEURE) DE CHAQUE CLASSE A
      *            PREDOMINANCE FEMININE A LA MOYENNE DES CLASSES A
      *            PREDOMINANCE MASCULINE DE VALEUR EQUIVALENTE
      *            (POINTS A L'INTERIEUR DE L'ECART ADMIS) ;
      *          - LISTE LES ECARTS ET L'AJUSTEMENT QUI LES COMBLE
      *            (Equite.doc) ET, SUR DEMANDE, PRODUIT L'AVIS A
      *            AFFICHER AU PERSONNEL (EquiteAffichage.doc).

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUITESAL.

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

       SELECT FICHIER-CLASSES  ASSIGN TO "CLASSES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CLASSE.

       SELECT FICHIER-ECHELLES  ASSIGN TO "ECHELLES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CLE.

       SELECT RAPPORT-EQUITE  ASSIGN TO "Equite.doc"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RAPPORT-AFFICHAGE  ASSIGN TO "EquiteAffichage.doc"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  FICHIER-IDX
       LABEL RECORD STANDARD.
       01  EMP-FICHE-PERSONNELLE.
           05  EMP-CODE                PIC X(6).
           05  EMP-REGION              PIC 9(2).
           05  EMP-SEXE                PIC X.
               88 EMP-SEXE-M           VALUE "M".
               88 EMP-SEXE-F           VALUE "F".
           05  EMP-NOM-PREN.
               10  EMP-NOM             PIC X(20).
               10  EMP-PREN            PIC X(15).
           05  EMP-DATE-ENGAGEMENT     PIC 9(8).
           05  EMP-TAUX                PIC 99V99.
           05  EMP-NB-HEURE            PIC 9(3).
           05  EMP-STATUT              PIC X.
               88 EMP-ACTIF            VALUE "A".
               88 EMP-INACTIF          VALUE "I".
               88 EMP-EN-CONGE         VALUE "C".
           05  EMP-NAS                 PIC 9(9).
           05  EMP-COURRIEL            PIC X(30).
           05  EMP-ADRESSE             PIC X(30).
           05  EMP-DATE-FIN            PIC 9(8).
           05  EMP-RAISON-FIN          PIC X.
           05  EMP-TYPE-EMPLOYE        PIC X.
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

      *********************************************************
      * Classes d'emploi et echelles salariales, tenues par
      * SAISIECLASSES.
      *********************************************************
       FD  FICHIER-CLASSES
       LABEL RECORD STANDARD.
       01  CL-FICHE-CLASSE.
           05  CL-CLASSE               PIC X(4).
           05  CL-DESCRIPTION          PIC X(30).
           05  CL-NB-ECHELONS          PIC 9(2).
           05  CL-ACTIF                PIC X.
           05  CL-POINTS               PIC 9(4).
           05  CL-RESERVE              PIC X(6).

       FD  FICHIER-ECHELLES
       LABEL RECORD STANDARD.
       01  EC-FICHE-ECHELLE.
           05  EC-CLE.
               10  EC-CLASSE           PIC X(4).
               10  EC-ECHELON          PIC 9(2).
               10  EC-DATE-EFFET       PIC 9(8).
           05  EC-TAUX                 PIC 99V99.
           05  EC-SALAIRE-PERIODE      PIC 9(6)V99.
           05  EC-RESERVE              PIC X(10).

       FD  RAPPORT-EQUITE.
       01  LIGNE-EQUITE                PIC X(120).

       FD  RAPPORT-AFFICHAGE.
       01  LIGNE-AFFICHAGE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-FIN-CLASSES    PIC 9   VALUE 0.
               88  W-FIN-CLASSES            VALUE 1.
           05  W-IND-FIN-EC         PIC 9   VALUE 0.
               88  W-FIN-EC                 VALUE 1.
           05  W-IND-ECHELLES       PIC 9   VALUE 0.
               88  W-ECHELLES-PRESENTES     VALUE 1.

       01  W-FILE-DETAIL.
           05  W-SIZE-CLASSES       PIC X(8)   COMP-X.
           05  W-SIZE-ECHELLES      PIC X(8)   COMP-X.

       01  W-DATE-DU-JOUR           PIC 9(8).

      *********************************************************
      * Parametres de l'exercice saisis en tete de passage :
      * date de l'exercice (echelles en vigueur a cette date),
      * ecart de points admis entre deux classes de valeur
      * equivalente, heures d'une periode de paye pour ramener
      * a l'heure un salaire periodique, et demande d'affichage.
      *********************************************************
       01  W-PARAMETRES.
           05  W-DATE-EXERCICE      PIC 9(8).
           05  W-EXE-ERR-MOIS       PIC 9.
           05  W-EXE-ERR-JOUR       PIC 9.
           05  W-ECART-POINTS-PCT   PIC 9(2).
           05  W-HEURES-PERIODE     PIC 9(3).
           05  W-BOOL-AFFICHAGE     PIC X.
               88  AFFICHAGE-OUI            VALUE "O" "o".

      *********************************************************
      * Une entree par classe : valeur (points), effectif par
      * sexe, predominance (F, M, N = neutre, blanc = sans
      * titulaire), taux horaire maximal et, pour une classe a
      * predominance feminine, la comparaison et l'ajustement.
      *********************************************************
       01  W-TABLE-EQUITE.
           05  W-NB-EQ              PIC 99  VALUE 0.
           05  W-EQ OCCURS 50 TIMES
                                    INDEXED BY W-IDX-EQ W-IDX-COMP.
               10  W-EQ-CLASSE      PIC X(4).
               10  W-EQ-DESC        PIC X(30).
               10  W-EQ-NB-ECH      PIC 9(2).
               10  W-EQ-POINTS      PIC 9(4).
               10  W-EQ-NB-F        PIC 9(4).
               10  W-EQ-NB-M        PIC 9(4).
               10  W-EQ-PREDOM      PIC X.
                   88  W-EQ-FEMININE        VALUE "F".
                   88  W-EQ-MASCULINE       VALUE "M".
               10  W-EQ-TAUX-MAX    PIC 9(4)V99.
               10  W-EQ-NB-COMP     PIC 99.
               10  W-EQ-TAUX-COMP   PIC 9(4)V99.
               10  W-EQ-ECART       PIC 9(4)V99.
               10  W-EQ-AJUST-PCT   PIC 9(3)V99.

       01  W-CALCUL-EQUITE.
           05  W-NB-TOTAL           PIC 9(5).
           05  W-POINTS-MIN         PIC 9(5).
           05  W-POINTS-MAX         PIC 9(5).
           05  W-SOMME-COMP         PIC 9(7)V99.
           05  W-TAUX-TROUVE        PIC 9(4)V99.

       01  W-COMPTEURS.
           05  W-COMPTE-FEMININES   PIC 9(4) VALUE 0.
           05  W-COMPTE-MASCULINES  PIC 9(4) VALUE 0.
           05  W-COMPTE-AJUSTEES    PIC 9(4) VALUE 0.

       01  W-LIGNE-CLASSE.
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LC-CLASSE          PIC X(4).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LC-DESC            PIC X(30).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LC-POINTS          PIC ZZZ9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LC-NB-F            PIC ZZZ9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LC-NB-M            PIC ZZZ9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LC-PREDOM          PIC X(14).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LC-TAUX-MAX        PIC $$,$$9.99.

       01  W-LIGNE-COMPARAISON.
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LP-CLASSE          PIC X(4).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LP-POINTS          PIC ZZZ9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LP-TAUX-MAX        PIC $$,$$9.99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LP-NB-COMP         PIC Z9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LP-TAUX-COMP       PIC $$,$$9.99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LP-ECART           PIC $$,$$9.99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LP-AJUST-PCT       PIC ZZ9.99.
           05  FILLER               PIC X(3)    VALUE " % ".
           05  W-LP-NOTE            PIC X(28).

       01  W-LIGNE-AVIS.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LA-CLASSE          PIC X(4).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LA-DESC            PIC X(30).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LA-RESULTAT        PIC X(40).

       01  W-MONTANT-EDITE          PIC Z9.99.
       01  W-POURCENT-EDITE         PIC ZZ9.99.

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "EQUITESAL".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "Equite.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "EQUITESAL".
           05  W-JE-EVENEMENT       PIC X(5).
           05  W-JE-MODE            PIC X(10) VALUE SPACES.
           05  W-JE-COMPTE          PIC 9(6)  VALUE 0.
           05  W-JE-RESULTAT        PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  W-MESSAGE-ERREUR PIC X(80).
       01  W-OPERATEUR      PIC X(8).

       PROCEDURE DIVISION USING W-MESSAGE-ERREUR W-OPERATEUR.

       00000-MAIN.
           MOVE "DEBUT" TO W-JE-EVENEMENT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-DU-JOUR.

           PERFORM 02000-DEMANDER-PARAMETRES.
           PERFORM 03000-CHARGER-CLASSES.

           IF W-NB-EQ = 0
               MOVE "AUCUNE CLASSE D'EMPLOI A LA TABLE (SAISIECLASSES)"
               TO W-MESSAGE-ERREUR
           ELSE
               PERFORM 10000-CUMULER-EFFECTIF
               PERFORM 20000-ETABLIR-PREDOMINANCE
               PERFORM 25000-TAUX-MAXIMAUX
               PERFORM 30000-COMPARER-CLASSES
               PERFORM 40000-IMPRIMER-RAPPORT
               MOVE W-OPERATEUR TO W-SP-OPERATEUR
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR
               IF AFFICHAGE-OUI
                   PERFORM 50000-PRODUIRE-AFFICHAGE
                   MOVE "EquiteAffichage.doc " TO W-SP-NOM
                   CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                             W-SP-PERIODE
                                             W-SP-OPERATEUR
               END-IF
               STRING "EQUITE SALARIALE : "   DELIMITED BY SIZE
                      W-COMPTE-FEMININES      DELIMITED BY SIZE
                      " CLASSE(S) FEMININE(S), "
                                              DELIMITED BY SIZE
                      W-COMPTE-AJUSTEES       DELIMITED BY SIZE
                      " A AJUSTER"            DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-AJUSTEES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  SAISIT LES PARAMETRES DE L'EXERCICE (0 = VALEUR PAR DEFAUT).
      ******************************************************************
       02000-DEMANDER-PARAMETRES.
           MOVE 0 TO W-DATE-EXERCICE W-ECART-POINTS-PCT
                     W-HEURES-PERIODE.
           MOVE SPACE TO W-BOOL-AFFICHAGE.

           DISPLAY "DATE DE L'EXERCICE (AAAAMMJJ, 0=AUJOURD'HUI) : "
                                    AT 0605.
           ACCEPT  W-DATE-EXERCICE AT 0653.
           DISPLAY "ECART DE POINTS ADMIS, VALEUR EQUIV. (%, 0=10): "
                                    AT 0805.
           ACCEPT  W-ECART-POINTS-PCT AT 0853.
           DISPLAY "HEURES D'UNE PERIODE DES SALARIES (0=80)      : "
                                    AT 1005.
           ACCEPT  W-HEURES-PERIODE AT 1053.
           DISPLAY "PRODUIRE L'AVIS A AFFICHER (O/N)              : "
                                    AT 1205.
           ACCEPT  W-BOOL-AFFICHAGE AT 1253.

           IF W-DATE-EXERCICE = 0
               MOVE W-DATE-DU-JOUR TO W-DATE-EXERCICE
           END-IF.
           MOVE 0 TO W-EXE-ERR-MOIS W-EXE-ERR-JOUR.
           CALL "VALIDE-DATE"
               USING BY REFERENCE W-DATE-EXERCICE
                                  W-EXE-ERR-MOIS
                                  W-EXE-ERR-JOUR.
           IF W-EXE-ERR-MOIS = 1 OR W-EXE-ERR-JOUR = 1
               DISPLAY "DATE INVALIDE - AUJOURD'HUI RETENUE" AT 1405
               MOVE W-DATE-DU-JOUR TO W-DATE-EXERCICE
           END-IF.
           IF W-ECART-POINTS-PCT = 0
               MOVE 10 TO W-ECART-POINTS-PCT
           END-IF.
           IF W-HEURES-PERIODE = 0
               MOVE 80 TO W-HEURES-PERIODE
           END-IF.

      ******************************************************************
      *  CHARGE LES CLASSES D'EMPLOI (ACTIVES OU NON : UNE CLASSE
      *  FERMEE QUI A ENCORE DES TITULAIRES FAIT PARTIE DE
      *  L'EXERCICE).
      ******************************************************************
       03000-CHARGER-CLASSES.
           MOVE 0 TO W-NB-EQ W-IND-FIN-CLASSES.
           CALL "CBL_CHECK_FILE_EXIST" USING "CLASSES.DAT "
                                              W-SIZE-CLASSES.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-CLASSES
               MOVE LOW-VALUES TO CL-CLASSE
               START FICHIER-CLASSES KEY IS NOT LESS THAN CL-CLASSE
                   INVALID KEY MOVE 1 TO W-IND-FIN-CLASSES
               END-START
               PERFORM 03100-LIRE-CLASSE
               PERFORM UNTIL W-FIN-CLASSES OR W-NB-EQ = 50
                   ADD 1 TO W-NB-EQ
                   INITIALIZE W-EQ(W-NB-EQ)
                   MOVE CL-CLASSE      TO W-EQ-CLASSE(W-NB-EQ)
                   MOVE CL-DESCRIPTION TO W-EQ-DESC(W-NB-EQ)
                   MOVE CL-NB-ECHELONS TO W-EQ-NB-ECH(W-NB-EQ)
                   IF CL-POINTS NUMERIC
                       MOVE CL-POINTS  TO W-EQ-POINTS(W-NB-EQ)
                   END-IF
                   PERFORM 03100-LIRE-CLASSE
               END-PERFORM
               CLOSE FICHIER-CLASSES
           END-IF.

       03100-LIRE-CLASSE.
           READ FICHIER-CLASSES NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-CLASSES
           END-READ.

      ******************************************************************
      *  COMPTE LES TITULAIRES ACTIFS DE CHAQUE CLASSE PAR SEXE.
      ******************************************************************
       10000-CUMULER-EFFECTIF.
           OPEN INPUT FICHIER-IDX.
           MOVE 0 TO W-IND-FIN-FICHIER.
           PERFORM 11000-LIRE-EMPLOYE.
           PERFORM 12000-COMPTER-EMPLOYE UNTIL W-FIN-FICHIER.
           CLOSE FICHIER-IDX.

       11000-LIRE-EMPLOYE.
           READ FICHIER-IDX
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       12000-COMPTER-EMPLOYE.
           IF (EMP-ACTIF OR EMP-EN-CONGE) AND EMP-CLASSE NOT = SPACES
               PERFORM VARYING W-IDX-EQ FROM 1 BY 1
                       UNTIL W-IDX-EQ > W-NB-EQ
                   IF W-EQ-CLASSE(W-IDX-EQ) = EMP-CLASSE
                       IF EMP-SEXE-F
                           ADD 1 TO W-EQ-NB-F(W-IDX-EQ)
                       ELSE
                           ADD 1 TO W-EQ-NB-M(W-IDX-EQ)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 11000-LIRE-EMPLOYE.

      ******************************************************************
      *  PREDOMINANCE SELON L'EFFECTIF : FEMININE OU MASCULINE SI AU
      *  MOINS 60 % DES TITULAIRES SONT DE CE SEXE, NEUTRE SINON ;
      *  UNE CLASSE SANS TITULAIRE N'EST PAS EVALUEE.
      ******************************************************************
       20000-ETABLIR-PREDOMINANCE.
           MOVE 0 TO W-COMPTE-FEMININES W-COMPTE-MASCULINES.
           PERFORM VARYING W-IDX-EQ FROM 1 BY 1
                   UNTIL W-IDX-EQ > W-NB-EQ
               COMPUTE W-NB-TOTAL = W-EQ-NB-F(W-IDX-EQ)
                                  + W-EQ-NB-M(W-IDX-EQ)
               EVALUATE TRUE
                   WHEN W-NB-TOTAL = 0
                       MOVE SPACE TO W-EQ-PREDOM(W-IDX-EQ)
                   WHEN W-EQ-NB-F(W-IDX-EQ) * 100 >= W-NB-TOTAL * 60
                       MOVE "F" TO W-EQ-PREDOM(W-IDX-EQ)
                       ADD 1 TO W-COMPTE-FEMININES
                   WHEN W-EQ-NB-M(W-IDX-EQ) * 100 >= W-NB-TOTAL * 60
                       MOVE "M" TO W-EQ-PREDOM(W-IDX-EQ)
                       ADD 1 TO W-COMPTE-MASCULINES
                   WHEN OTHER
                       MOVE "N" TO W-EQ-PREDOM(W-IDX-EQ)
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      *  TAUX HORAIRE MAXIMAL DE CHAQUE CLASSE : DERNIER ECHELON, A
      *  L'ECHELLE EN VIGUEUR A LA DATE DE L'EXERCICE. UNE LIGNE SANS
      *  TAUX HORAIRE EST RAMENEE A L'HEURE PAR LES HEURES D'UNE
      *  PERIODE DE PAYE.
      ******************************************************************
       25000-TAUX-MAXIMAUX.
           MOVE 0 TO W-IND-ECHELLES.
           CALL "CBL_CHECK_FILE_EXIST" USING "ECHELLES.DAT "
                                              W-SIZE-ECHELLES.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-ECHELLES
               MOVE 1 TO W-IND-ECHELLES
               PERFORM VARYING W-IDX-EQ FROM 1 BY 1
                       UNTIL W-IDX-EQ > W-NB-EQ
                   PERFORM 26000-TAUX-MAX-CLASSE
               END-PERFORM
               CLOSE FICHIER-ECHELLES
           END-IF.

       26000-TAUX-MAX-CLASSE.
           MOVE 0 TO W-IND-FIN-EC W-TAUX-TROUVE.
           MOVE W-EQ-CLASSE(W-IDX-EQ) TO EC-CLASSE.
           MOVE W-EQ-NB-ECH(W-IDX-EQ) TO EC-ECHELON.
           MOVE 0                     TO EC-DATE-EFFET.
           START FICHIER-ECHELLES KEY IS NOT LESS THAN EC-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-EC
           END-START.
           PERFORM 26100-LIRE-ECHELLE.
           PERFORM UNTIL W-FIN-EC
               IF EC-CLASSE = W-EQ-CLASSE(W-IDX-EQ)
                  AND EC-ECHELON = W-EQ-NB-ECH(W-IDX-EQ)
                  AND EC-DATE-EFFET NOT > W-DATE-EXERCICE
                   IF EC-TAUX > 0
                       MOVE EC-TAUX TO W-TAUX-TROUVE
                   ELSE
                       COMPUTE W-TAUX-TROUVE ROUNDED =
                           EC-SALAIRE-PERIODE / W-HEURES-PERIODE
                   END-IF
                   PERFORM 26100-LIRE-ECHELLE
               ELSE
                   MOVE 1 TO W-IND-FIN-EC
               END-IF
           END-PERFORM.
           MOVE W-TAUX-TROUVE TO W-EQ-TAUX-MAX(W-IDX-EQ).

       26100-LIRE-ECHELLE.
           IF NOT W-FIN-EC
               READ FICHIER-ECHELLES NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-EC
               END-READ
           END-IF.

      ******************************************************************
      *  POUR CHAQUE CLASSE A PREDOMINANCE FEMININE : MOYENNE DES
      *  TAUX MAXIMAUX DES CLASSES A PREDOMINANCE MASCULINE DONT LES
      *  POINTS SONT A L'INTERIEUR DE L'ECART ADMIS ; L'ECART POSITIF
      *  EST L'AJUSTEMENT HORAIRE QUI LE COMBLE (EN $ ET EN %).
      ******************************************************************
       30000-COMPARER-CLASSES.
           MOVE 0 TO W-COMPTE-AJUSTEES.
           PERFORM VARYING W-IDX-EQ FROM 1 BY 1
                   UNTIL W-IDX-EQ > W-NB-EQ
               IF W-EQ-FEMININE(W-IDX-EQ)
                   PERFORM 31000-COMPARER-UNE-CLASSE
               END-IF
           END-PERFORM.

       31000-COMPARER-UNE-CLASSE.
           COMPUTE W-POINTS-MIN =
               W-EQ-POINTS(W-IDX-EQ) * (100 - W-ECART-POINTS-PCT) / 100.
           COMPUTE W-POINTS-MAX =
               W-EQ-POINTS(W-IDX-EQ) * (100 + W-ECART-POINTS-PCT) / 100.
           MOVE 0 TO W-SOMME-COMP W-EQ-NB-COMP(W-IDX-EQ).

           PERFORM VARYING W-IDX-COMP FROM 1 BY 1
                   UNTIL W-IDX-COMP > W-NB-EQ
               IF W-EQ-MASCULINE(W-IDX-COMP)
                  AND W-EQ-POINTS(W-IDX-COMP) NOT < W-POINTS-MIN
                  AND W-EQ-POINTS(W-IDX-COMP) NOT > W-POINTS-MAX
                   ADD 1 TO W-EQ-NB-COMP(W-IDX-EQ)
                   ADD W-EQ-TAUX-MAX(W-IDX-COMP) TO W-SOMME-COMP
               END-IF
           END-PERFORM.

           MOVE 0 TO W-EQ-TAUX-COMP(W-IDX-EQ) W-EQ-ECART(W-IDX-EQ)
                     W-EQ-AJUST-PCT(W-IDX-EQ).
           IF W-EQ-NB-COMP(W-IDX-EQ) > 0
               COMPUTE W-EQ-TAUX-COMP(W-IDX-EQ) ROUNDED =
                   W-SOMME-COMP / W-EQ-NB-COMP(W-IDX-EQ)
               IF W-EQ-TAUX-COMP(W-IDX-EQ) > W-EQ-TAUX-MAX(W-IDX-EQ)
                   COMPUTE W-EQ-ECART(W-IDX-EQ) =
                       W-EQ-TAUX-COMP(W-IDX-EQ)
                     - W-EQ-TAUX-MAX(W-IDX-EQ)
                   IF W-EQ-TAUX-MAX(W-IDX-EQ) > 0
                       COMPUTE W-EQ-AJUST-PCT(W-IDX-EQ) ROUNDED =
                           W-EQ-ECART(W-IDX-EQ) * 100
                         / W-EQ-TAUX-MAX(W-IDX-EQ)
                   END-IF
                   ADD 1 TO W-COMPTE-AJUSTEES
               END-IF
           END-IF.

      ******************************************************************
      *  IMPRIME Equite.doc : LA PREDOMINANCE DE CHAQUE CLASSE, PUIS
      *  LA COMPARAISON DE CHAQUE CLASSE A PREDOMINANCE FEMININE.
      ******************************************************************
       40000-IMPRIMER-RAPPORT.
           OPEN OUTPUT RAPPORT-EQUITE.

           MOVE SPACES TO LIGNE-EQUITE.
           STRING "** EXERCICE DE MAINTIEN DE L'EQUITE SALARIALE AU "
                                      DELIMITED BY SIZE
                  W-DATE-EXERCICE     DELIMITED BY SIZE
                  " - ECART DE POINTS ADMIS "
                                      DELIMITED BY SIZE
                  W-ECART-POINTS-PCT  DELIMITED BY SIZE
                  " % **"             DELIMITED BY SIZE
             INTO LIGNE-EQUITE.
           WRITE LIGNE-EQUITE.

           MOVE " CLAS DESCRIPTION                     PTS FEMMES HOMMES
      -"  PREDOMINANCE  TAUX MAX" TO LIGNE-EQUITE.
           WRITE LIGNE-EQUITE AFTER ADVANCING 2 LINES.

           PERFORM VARYING W-IDX-EQ FROM 1 BY 1
                   UNTIL W-IDX-EQ > W-NB-EQ
               PERFORM 41000-LIGNE-CLASSE
           END-PERFORM.

           MOVE SPACES TO LIGNE-EQUITE.
           MOVE "** CLASSES A PREDOMINANCE FEMININE ET COMPARATEURS MAS
      -"CULINS DE VALEUR EQUIVALENTE **" TO LIGNE-EQUITE.
           WRITE LIGNE-EQUITE AFTER ADVANCING 3 LINES.

           MOVE " CLAS  PTS   TAUX MAX  NB  COMPARAT.      ECART  AJUST.
      -"    " TO LIGNE-EQUITE.
           WRITE LIGNE-EQUITE AFTER ADVANCING 2 LINES.

           PERFORM VARYING W-IDX-EQ FROM 1 BY 1
                   UNTIL W-IDX-EQ > W-NB-EQ
               IF W-EQ-FEMININE(W-IDX-EQ)
                   PERFORM 42000-LIGNE-COMPARAISON
               END-IF
           END-PERFORM.

           MOVE SPACES TO LIGNE-EQUITE.
           STRING "CLASSES FEMININES: "  DELIMITED BY SIZE
                  W-COMPTE-FEMININES     DELIMITED BY SIZE
                  "  MASCULINES: "       DELIMITED BY SIZE
                  W-COMPTE-MASCULINES    DELIMITED BY SIZE
                  "  A AJUSTER: "        DELIMITED BY SIZE
                  W-COMPTE-AJUSTEES      DELIMITED BY SIZE
             INTO LIGNE-EQUITE.
           WRITE LIGNE-EQUITE AFTER ADVANCING 2 LINES.

           CLOSE RAPPORT-EQUITE.

       41000-LIGNE-CLASSE.
           MOVE W-EQ-CLASSE(W-IDX-EQ)   TO W-LC-CLASSE.
           MOVE W-EQ-DESC(W-IDX-EQ)     TO W-LC-DESC.
           MOVE W-EQ-POINTS(W-IDX-EQ)   TO W-LC-POINTS.
           MOVE W-EQ-NB-F(W-IDX-EQ)     TO W-LC-NB-F.
           MOVE W-EQ-NB-M(W-IDX-EQ)     TO W-LC-NB-M.
           MOVE W-EQ-TAUX-MAX(W-IDX-EQ) TO W-LC-TAUX-MAX.
           EVALUATE W-EQ-PREDOM(W-IDX-EQ)
               WHEN "F"   MOVE "FEMININE"      TO W-LC-PREDOM
               WHEN "M"   MOVE "MASCULINE"     TO W-LC-PREDOM
               WHEN "N"   MOVE "NEUTRE"        TO W-LC-PREDOM
               WHEN OTHER MOVE "SANS TITULAIRE" TO W-LC-PREDOM
           END-EVALUATE.
           WRITE LIGNE-EQUITE FROM W-LIGNE-CLASSE
                              AFTER ADVANCING 1 LINE.

       42000-LIGNE-COMPARAISON.
           MOVE W-EQ-CLASSE(W-IDX-EQ)    TO W-LP-CLASSE.
           MOVE W-EQ-POINTS(W-IDX-EQ)    TO W-LP-POINTS.
           MOVE W-EQ-TAUX-MAX(W-IDX-EQ)  TO W-LP-TAUX-MAX.
           MOVE W-EQ-NB-COMP(W-IDX-EQ)   TO W-LP-NB-COMP.
           MOVE W-EQ-TAUX-COMP(W-IDX-EQ) TO W-LP-TAUX-COMP.
           MOVE W-EQ-ECART(W-IDX-EQ)     TO W-LP-ECART.
           MOVE W-EQ-AJUST-PCT(W-IDX-EQ) TO W-LP-AJUST-PCT.
           EVALUATE TRUE
               WHEN W-EQ-NB-COMP(W-IDX-EQ) = 0
                   MOVE "AUCUN COMPARATEUR MASCULIN" TO W-LP-NOTE
               WHEN W-EQ-ECART(W-IDX-EQ) > 0
                   MOVE "AJUSTEMENT REQUIS"          TO W-LP-NOTE
               WHEN OTHER
                   MOVE "AUCUN ECART"                TO W-LP-NOTE
           END-EVALUATE.
           WRITE LIGNE-EQUITE FROM W-LIGNE-COMPARAISON
                              AFTER ADVANCING 1 LINE.

      ******************************************************************
      *  PRODUIT L'AVIS A AFFICHER (EquiteAffichage.doc) : DATE DE
      *  L'EXERCICE, CATEGORIES A PREDOMINANCE FEMININE ET
      *  MASCULINE, RESULTAT ET AJUSTEMENT DE CHAQUE CATEGORIE
      *  FEMININE, DELAI DE 60 JOURS POUR DEMANDER DES RENSEIGNEMENTS
      *  OU PRESENTER SES OBSERVATIONS ET RECOURS A LA CNESST.
      ******************************************************************
       50000-PRODUIRE-AFFICHAGE.
           OPEN OUTPUT RAPPORT-AFFICHAGE.

           MOVE "AVIS - EXERCICE DE MAINTIEN DE L'EQUITE SALARIALE"
             TO LIGNE-AFFICHAGE.
           WRITE LIGNE-AFFICHAGE.
           MOVE SPACES TO LIGNE-AFFICHAGE.
           STRING "DATE DE L'EXERCICE : " DELIMITED BY SIZE
                  W-DATE-EXERCICE(1:4)    DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  W-DATE-EXERCICE(5:2)    DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  W-DATE-EXERCICE(7:2)    DELIMITED BY SIZE
             INTO LIGNE-AFFICHAGE.
           WRITE LIGNE-AFFICHAGE AFTER ADVANCING 2 LINES.

           MOVE "CATEGORIES D'EMPLOIS A PREDOMINANCE FEMININE :"
             TO LIGNE-AFFICHAGE.
           WRITE LIGNE-AFFICHAGE AFTER ADVANCING 2 LINES.
           PERFORM VARYING W-IDX-EQ FROM 1 BY 1
                   UNTIL W-IDX-EQ > W-NB-EQ
               IF W-EQ-FEMININE(W-IDX-EQ)
                   PERFORM 51000-LIGNE-AVIS-FEMININE
               END-IF
           END-PERFORM.

           MOVE "CATEGORIES D'EMPLOIS A PREDOMINANCE MASCULINE :"
             TO LIGNE-AFFICHAGE.
           WRITE LIGNE-AFFICHAGE AFTER ADVANCING 2 LINES.
           PERFORM VARYING W-IDX-EQ FROM 1 BY 1
                   UNTIL W-IDX-EQ > W-NB-EQ
               IF W-EQ-MASCULINE(W-IDX-EQ)
                   MOVE W-EQ-CLASSE(W-IDX-EQ) TO W-LA-CLASSE
                   MOVE W-EQ-DESC(W-IDX-EQ)   TO W-LA-DESC
                   MOVE SPACES                TO W-LA-RESULTAT
                   WRITE LIGNE-AFFICHAGE FROM W-LIGNE-AVIS
                                         AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

           MOVE "TOUTE PERSONNE SALARIEE PEUT, DANS LES 60 JOURS DU PRE
      -"SENT AFFICHAGE," TO LIGNE-AFFICHAGE.
           WRITE LIGNE-AFFICHAGE AFTER ADVANCING 3 LINES.
           MOVE "DEMANDER PAR ECRIT DES RENSEIGNEMENTS ADDITIONNELS OU
      -"PRESENTER SES" TO LIGNE-AFFICHAGE.
           WRITE LIGNE-AFFICHAGE AFTER ADVANCING 1 LINE.
           MOVE "OBSERVATIONS A L'EMPLOYEUR. UN NOUVEL AFFICHAGE INDIQ
      -"UERA, LE CAS" TO LIGNE-AFFICHAGE.
           WRITE LIGNE-AFFICHAGE AFTER ADVANCING 1 LINE.
           MOVE "ECHEANT, LES MODIFICATIONS APPORTEES A LA SUITE DE CES
      -" OBSERVATIONS." TO LIGNE-AFFICHAGE.
           WRITE LIGNE-AFFICHAGE AFTER ADVANCING 1 LINE.
           MOVE "RECOURS : COMMISSION DES NORMES, DE L'EQUITE, DE LA SA
      -"NTE ET DE LA" TO LIGNE-AFFICHAGE.
           WRITE LIGNE-AFFICHAGE AFTER ADVANCING 2 LINES.
           MOVE "SECURITE DU TRAVAIL (CNESST)." TO LIGNE-AFFICHAGE.
           WRITE LIGNE-AFFICHAGE AFTER ADVANCING 1 LINE.

           CLOSE RAPPORT-AFFICHAGE.

       51000-LIGNE-AVIS-FEMININE.
           MOVE W-EQ-CLASSE(W-IDX-EQ) TO W-LA-CLASSE.
           MOVE W-EQ-DESC(W-IDX-EQ)   TO W-LA-DESC.
           MOVE SPACES                TO W-LA-RESULTAT.
           EVALUATE TRUE
               WHEN W-EQ-NB-COMP(W-IDX-EQ) = 0
                   MOVE "AUCUN COMPARATEUR MASCULIN" TO W-LA-RESULTAT
               WHEN W-EQ-ECART(W-IDX-EQ) > 0
                   MOVE W-EQ-ECART(W-IDX-EQ)     TO W-MONTANT-EDITE
                   MOVE W-EQ-AJUST-PCT(W-IDX-EQ) TO W-POURCENT-EDITE
                   STRING "AJUSTEMENT DE "       DELIMITED BY SIZE
                          W-MONTANT-EDITE        DELIMITED BY SIZE
                          " $/H ("               DELIMITED BY SIZE
                          W-POURCENT-EDITE       DELIMITED BY SIZE
                          " %)"                  DELIMITED BY SIZE
                     INTO W-LA-RESULTAT
               WHEN OTHER
                   MOVE "AUCUN AJUSTEMENT REQUIS" TO W-LA-RESULTAT
           END-EVALUATE.
           WRITE LIGNE-AFFICHAGE FROM W-LIGNE-AVIS
                                 AFTER ADVANCING 1 LINE.
