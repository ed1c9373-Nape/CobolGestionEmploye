      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TENIR LA TABLE DES CLASSES D'EMPLOI (CLASSES.DAT :
      *          DESCRIPTION, NOMBRE D'ECHELONS, ACTIVE/INACTIVE,
      *          POINTS DE L'EVALUATION DES EMPLOIS SERVANT A
      *          L'EXERCICE D'EQUITE SALARIALE (EQUITESAL),
      *          EMPLOI AU POURBOIRE (SALAIRE MINIMUM REDUIT)) ET
      *          LES ECHELLES SALARIALES DE LA CONVENTION COLLECTIVE
      *          (ECHELLES.DAT : UNE LIGNE PAR CLASSE, ECHELON ET
      *          DATE D'EFFET, AVEC LE TAUX HORAIRE ET LE SALAIRE
      *          PERIODIQUE). L'ECRAN DE MISE A JOUR ET L'IMPORT DES
      *          EMBAUCHES Y VALIDENT LA CLASSE ET L'ECHELON DE LA
      *          FICHE ; LA PROGRESSION D'ECHELON (PROGECHELON) Y
      *          PREND LE TAUX DE L'ECHELON SUIVANT.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIECLASSES.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-CLASSES  ASSIGN TO "CLASSES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CL-CLASSE.

       SELECT FICHIER-ECHELLES  ASSIGN TO "ECHELLES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EC-CLE.

       DATA DIVISION.

       FILE SECTION.

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

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-FIN-ECHELLE    PIC 9   VALUE 0.
               88  W-FIN-ECHELLE            VALUE 1.
           05  W-IND-CLASSE-ABSENTE PIC 9   VALUE 0.
               88  W-CLASSE-ABSENTE         VALUE 1.
           05  W-IND-LIGNE-ABSENTE  PIC 9   VALUE 0.
               88  W-LIGNE-ABSENTE          VALUE 1.

       01  W-COMPTEURS.
           05  W-COMPTE-CLASSES     PIC 9(4) VALUE 0.
           05  W-COMPTE-LIGNES      PIC 9(4) VALUE 0.

       01  W-FILE-DETAIL-CLASSES.
           05  W-SIZE-CLASSES       PIC X(8)   COMP-X.
           05  W-SIZE-ECHELLES      PIC X(8)   COMP-X.

       01  W-DATE-DU-JOUR           PIC 9(8).

      *********************************************************
      * Saisie d'une classe : code (blanc = fin), description,
      * nombre d'echelons (1 a 20), statut (A = active,
      * I = inactive : plus admise sur une fiche) et points de
      * l'evaluation des emplois (valeur de la classe), emploi
      * au pourboire (O = salaire minimum des employes au
      * pourboire, N = taux general).
      *********************************************************
       01  W-SAISIE-CLASSE.
           05  W-CLASSE-SAISIE      PIC X(4).
           05  W-DESC-SAISIE        PIC X(30).
           05  W-NB-ECH-SAISI       PIC 9(2).
           05  W-ACTIF-SAISI        PIC X.
               88  W-ACTIF-VALIDE           VALUE "A" "I".
           05  W-POINTS-SAISIS      PIC 9(4).
           05  W-POURBOIRE-SAISI    PIC X.
               88  W-POURBOIRE-VALIDE       VALUE "O" "N".

      *********************************************************
      * Saisie d'une ligne d'echelle : echelon (0 = fin de la
      * classe), date d'effet (0 = aujourd'hui), taux horaire
      * et salaire periodique de l'echelon a cette date.
      *********************************************************
       01  W-SAISIE-ECHELLE.
           05  W-ECHELON-SAISI      PIC 9(2).
           05  W-DATE-EFFET-SAISIE  PIC 9(8).
           05  W-TAUX-SAISI         PIC 99V99.
           05  W-SALAIRE-SAISI      PIC 9(6)V99.
           05  W-EFF-ERR-MOIS       PIC 9.
           05  W-EFF-ERR-JOUR       PIC 9.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIECLASSES".
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

           PERFORM 05000-OUVRIR-FICHIERS.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-CLASSES W-COMPTE-LIGNES.
           PERFORM 10000-SAISIR-CLASSE UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-CLASSES FICHIER-ECHELLES.

           IF W-COMPTE-CLASSES > 0 OR W-COMPTE-LIGNES > 0
               STRING W-COMPTE-CLASSES DELIMITED BY SIZE
                      " CLASSE(S) ET "  DELIMITED BY SIZE
                      W-COMPTE-LIGNES   DELIMITED BY SIZE
                      " LIGNE(S) D'ECHELLE MISE(S) A JOUR"
                                        DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUNE CLASSE D'EMPLOI MISE A JOUR"
                 TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-CLASSES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  OUVRE LES DEUX TABLES EN MISE A JOUR ; LES CREE VIDES AU
      *  PREMIER USAGE, COMME LES AUTRES FICHIERS DE LA FAMILLE.
      ******************************************************************
       05000-OUVRIR-FICHIERS.
           CALL "CBL_CHECK_FILE_EXIST" USING "CLASSES.DAT "
                                              W-SIZE-CLASSES.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-CLASSES
           ELSE
               OPEN OUTPUT FICHIER-CLASSES
               CLOSE FICHIER-CLASSES
               OPEN I-O FICHIER-CLASSES
           END-IF.

           CALL "CBL_CHECK_FILE_EXIST" USING "ECHELLES.DAT "
                                              W-SIZE-ECHELLES.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-ECHELLES
           ELSE
               OPEN OUTPUT FICHIER-ECHELLES
               CLOSE FICHIER-ECHELLES
               OPEN I-O FICHIER-ECHELLES
           END-IF.

      ******************************************************************
      *  SAISIT UNE CLASSE : CODE (BLANC = FIN), DESCRIPTION, NOMBRE
      *  D'ECHELONS ET STATUT. UNE CLASSE DEJA A LA TABLE EST
      *  REMPLACEE. SES LIGNES D'ECHELLE SONT SAISIES ENSUITE.
      ******************************************************************
       10000-SAISIR-CLASSE.
           MOVE SPACES TO W-SAISIE-CLASSE.
           MOVE 0      TO W-NB-ECH-SAISI W-POINTS-SAISIS.

           DISPLAY "CLASSE D'EMPLOI (BLANC = FIN)    : " AT 0605.
           DISPLAY "    "                               AT 0641.
           ACCEPT  W-CLASSE-SAISIE AT 0641.

           IF W-CLASSE-SAISIE = SPACES OR W-CLASSE-SAISIE = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CLASSE-SAISIE)
                 TO W-CLASSE-SAISIE
               DISPLAY "DESCRIPTION                      : " AT 0705
               ACCEPT  W-DESC-SAISIE AT 0741
               DISPLAY "NOMBRE D'ECHELONS (1 A 20)       : " AT 0805
               ACCEPT  W-NB-ECH-SAISI AT 0841
               DISPLAY "STATUT (A=ACTIVE, I=INACTIVE)    : " AT 0905
               ACCEPT  W-ACTIF-SAISI AT 0941
               DISPLAY "POINTS D'EVALUATION (0 A 9999)   : " AT 1005
               ACCEPT  W-POINTS-SAISIS AT 1041
               DISPLAY "AU POURBOIRE (O/N) : "              AT 1050
               ACCEPT  W-POURBOIRE-SAISI AT 1071
               MOVE FUNCTION UPPER-CASE(W-DESC-SAISIE)
                 TO W-DESC-SAISIE
               MOVE FUNCTION UPPER-CASE(W-ACTIF-SAISI)
                 TO W-ACTIF-SAISI
               MOVE FUNCTION UPPER-CASE(W-POURBOIRE-SAISI)
                 TO W-POURBOIRE-SAISI
               IF W-ACTIF-SAISI = SPACE
                   MOVE "A" TO W-ACTIF-SAISI
               END-IF
               IF W-POURBOIRE-SAISI = SPACE
                   MOVE "N" TO W-POURBOIRE-SAISI
               END-IF
               IF NOT W-ACTIF-VALIDE OR NOT W-POURBOIRE-VALIDE
                  OR W-NB-ECH-SAISI < 1 OR W-NB-ECH-SAISI > 20
                   DISPLAY "ECHELONS 1 A 20, STATUT A/I, POURBOIRE O/N"
                                                     AT 1805
               ELSE
                   PERFORM 20000-ENREGISTRER-CLASSE
                   ADD 1 TO W-COMPTE-CLASSES
                   DISPLAY "CLASSE D'EMPLOI MISE A JOUR            "
                                                     AT 1805
                   MOVE 0 TO W-IND-FIN-ECHELLE
                   PERFORM 30000-SAISIR-ECHELLE UNTIL W-FIN-ECHELLE
               END-IF
           END-IF.

       20000-ENREGISTRER-CLASSE.
           MOVE 0 TO W-IND-CLASSE-ABSENTE.
           MOVE W-CLASSE-SAISIE TO CL-CLASSE.
           READ FICHIER-CLASSES
               INVALID KEY MOVE 1 TO W-IND-CLASSE-ABSENTE
           END-READ.

           MOVE SPACES             TO CL-FICHE-CLASSE.
           MOVE W-CLASSE-SAISIE    TO CL-CLASSE.
           MOVE W-DESC-SAISIE      TO CL-DESCRIPTION.
           MOVE W-NB-ECH-SAISI     TO CL-NB-ECHELONS.
           MOVE W-ACTIF-SAISI      TO CL-ACTIF.
           MOVE W-POINTS-SAISIS    TO CL-POINTS.
           MOVE W-POURBOIRE-SAISI  TO CL-POURBOIRE.
           IF W-CLASSE-ABSENTE
               WRITE CL-FICHE-CLASSE
           ELSE
               REWRITE CL-FICHE-CLASSE
           END-IF.

      ******************************************************************
      *  SAISIT UNE LIGNE D'ECHELLE DE LA CLASSE COURANTE : ECHELON
      *  (0 = FIN), DATE D'EFFET, TAUX ET SALAIRE. UNE LIGNE DEJA A
      *  L'ECHELLE POUR LE MEME ECHELON ET LA MEME DATE EST
      *  REMPLACEE ; UNE NOUVELLE DATE D'EFFET AJOUTE UNE LIGNE SANS
      *  TOUCHER A L'HISTORIQUE DES ANCIENNES ECHELLES.
      ******************************************************************
       30000-SAISIR-ECHELLE.
           MOVE 0 TO W-ECHELON-SAISI W-DATE-EFFET-SAISIE
                     W-TAUX-SAISI W-SALAIRE-SAISI.

           DISPLAY "ECHELON (0 = FIN DE LA CLASSE)   : " AT 1105.
           DISPLAY "  "                                 AT 1141.
           ACCEPT  W-ECHELON-SAISI AT 1141.

           IF W-ECHELON-SAISI = 0
               MOVE 1 TO W-IND-FIN-ECHELLE
           ELSE
               DISPLAY "DATE D'EFFET (AAAAMMJJ, 0=AUJOURD'HUI): "
                                                     AT 1205
               ACCEPT  W-DATE-EFFET-SAISIE AT 1246
               DISPLAY "TAUX HORAIRE DE L'ECHELON        : " AT 1305
               ACCEPT  W-TAUX-SAISI AT 1341
               DISPLAY "SALAIRE PERIODIQUE DE L'ECHELON  : " AT 1405
               ACCEPT  W-SALAIRE-SAISI AT 1441
               IF W-DATE-EFFET-SAISIE = 0
                   MOVE W-DATE-DU-JOUR TO W-DATE-EFFET-SAISIE
               END-IF
               MOVE 0 TO W-EFF-ERR-MOIS W-EFF-ERR-JOUR
               CALL "VALIDE-DATE"
                   USING BY REFERENCE W-DATE-EFFET-SAISIE
                                      W-EFF-ERR-MOIS
                                      W-EFF-ERR-JOUR
               EVALUATE TRUE
                   WHEN W-ECHELON-SAISI > W-NB-ECH-SAISI
                       DISPLAY "ECHELON HORS DE L'ECHELLE DE LA CLASSE"
                                                     AT 1805
                   WHEN W-EFF-ERR-MOIS = 1 OR W-EFF-ERR-JOUR = 1
                       DISPLAY "DATE D'EFFET INVALIDE (MOIS OU JOUR)  "
                                                     AT 1805
                   WHEN W-TAUX-SAISI = 0 AND W-SALAIRE-SAISI = 0
                       DISPLAY "UN TAUX OU UN SALAIRE EST REQUIS      "
                                                     AT 1805
                   WHEN OTHER
                       PERFORM 40000-ENREGISTRER-ECHELLE
                       ADD 1 TO W-COMPTE-LIGNES
                       DISPLAY "LIGNE D'ECHELLE MISE A JOUR           "
                                                     AT 1805
               END-EVALUATE
           END-IF.

       40000-ENREGISTRER-ECHELLE.
           MOVE 0 TO W-IND-LIGNE-ABSENTE.
           MOVE W-CLASSE-SAISIE     TO EC-CLASSE.
           MOVE W-ECHELON-SAISI     TO EC-ECHELON.
           MOVE W-DATE-EFFET-SAISIE TO EC-DATE-EFFET.
           READ FICHIER-ECHELLES
               INVALID KEY MOVE 1 TO W-IND-LIGNE-ABSENTE
           END-READ.

           MOVE SPACES              TO EC-FICHE-ECHELLE.
           MOVE W-CLASSE-SAISIE     TO EC-CLASSE.
           MOVE W-ECHELON-SAISI     TO EC-ECHELON.
           MOVE W-DATE-EFFET-SAISIE TO EC-DATE-EFFET.
           MOVE W-TAUX-SAISI        TO EC-TAUX.
           MOVE W-SALAIRE-SAISI     TO EC-SALAIRE-PERIODE.
           IF W-LIGNE-ABSENTE
               WRITE EC-FICHE-ECHELLE
           ELSE
               REWRITE EC-FICHE-ECHELLE
           END-IF.
