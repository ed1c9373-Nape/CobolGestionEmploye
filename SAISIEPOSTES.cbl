      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TENIR LA TABLE DES POSTES AUTORISES (POSTES.DAT) :
      *          NUMERO DE POSTE, REGION, DEPARTEMENT, CLASSE
      *          D'EMPLOI (BLANC = TOUTE CLASSE), EQUIVALENT TEMPS
      *          PLEIN, TAUX BUDGETE ET STATUT (O = OUVERT/VACANT,
      *          C = COMBLE, G = GELE). LE STATUT COMBLE ET LE
      *          TITULAIRE SONT POSES PAR LA MISE A JOUR DES EMPLOYES
      *          (TP3) ET L'IMPORT DES EMBAUCHES ; ICI, UN POSTE
      *          VACANT PEUT ETRE GELE, DEGELE OU ABOLI (S).
      *          RAPPORTPOSTES EN TIRE LES VACANCES ET LE SURNOMBRE.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIEPOSTES.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-POSTES  ASSIGN TO "POSTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMERO
               ALTERNATE RECORD KEY IS PO-EMPLOYE
                          WITH DUPLICATES.

       SELECT FICHIER-DEPARTEMENTS  ASSIGN TO "DEPARTEMENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS DP-CODE.

       SELECT FICHIER-CLASSES  ASSIGN TO "CLASSES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CL-CLASSE.

       DATA DIVISION.

       FILE SECTION.

       FD  FICHIER-POSTES
       LABEL RECORD STANDARD.
       01  PO-FICHE-POSTE.
           05  PO-NUMERO               PIC X(6).
           05  PO-REGION               PIC 9(2).
           05  PO-DEPARTEMENT          PIC X(2).
           05  PO-CLASSE               PIC X(4).
           05  PO-ETP                  PIC 9V99.
           05  PO-TAUX-BUDGET          PIC 99V99.
           05  PO-STATUT               PIC X.
               88  PO-VACANT                   VALUE "O".
               88  PO-COMBLE                   VALUE "C".
               88  PO-GELE                     VALUE "G".
           05  PO-EMPLOYE              PIC X(6).
           05  PO-RESERVE              PIC X(10).

       FD  FICHIER-DEPARTEMENTS
       LABEL RECORD STANDARD.
       01  DP-FICHE-DEPARTEMENT.
           05  DP-CODE                 PIC X(2).
           05  DP-NOM                  PIC X(20).
           05  DP-ACTIF                PIC X.

       FD  FICHIER-CLASSES
       LABEL RECORD STANDARD.
       01  CL-FICHE-CLASSE.
           05  CL-CLASSE               PIC X(4).
           05  CL-DESCRIPTION          PIC X(30).
           05  CL-NB-ECHELONS          PIC 9(2).
           05  CL-ACTIF                PIC X.
           05  CL-POINTS               PIC 9(4).
           05  CL-RESERVE              PIC X(6).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-POSTE-ABSENT   PIC 9   VALUE 0.
               88  W-POSTE-ABSENT           VALUE 1.
           05  W-IND-DEPTS          PIC 9   VALUE 0.
               88  W-DEPTS-PRESENTS         VALUE 1.
           05  W-IND-CLASSES        PIC 9   VALUE 0.
               88  W-CLASSES-PRESENTES      VALUE 1.
           05  W-IND-REFUS          PIC 9   VALUE 0.
               88  W-SAISIE-REFUSEE         VALUE 1.

       01  W-COMPTE-POSTES          PIC 9(4) VALUE 0.

       01  W-FILE-DETAIL.
           05  W-SIZE-POSTES        PIC X(8)   COMP-X.
           05  W-SIZE-DEPTS         PIC X(8)   COMP-X.
           05  W-SIZE-CLASSES       PIC X(8)   COMP-X.

      *********************************************************
      * Saisie : numero (blanc = fin), region, departement,
      * classe (blanc = toute classe), equivalent temps plein
      * (0 = 1,00), taux horaire budgete et statut (O = ouvert,
      * G = gele, S = abolir le poste vacant).
      *********************************************************
       01  W-SAISIE-POSTE.
           05  W-NUMERO-SAISI       PIC X(6).
           05  W-REGION-SAISIE      PIC 9(2).
           05  W-DEPT-SAISI         PIC X(2).
           05  W-CLASSE-SAISIE      PIC X(4).
           05  W-ETP-SAISI          PIC 9V99.
           05  W-TAUX-SAISI         PIC 99V99.
           05  W-STATUT-SAISI       PIC X.
               88  W-STATUT-VALIDE          VALUE "O" "G" "S".

       01  W-TITULAIRE              PIC X(6).
       01  W-MESSAGE-REFUS          PIC X(45).

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIEPOSTES".
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

           PERFORM 05000-OUVRIR-FICHIERS.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-POSTES.
           PERFORM 10000-SAISIR-POSTE UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-POSTES.
           IF W-DEPTS-PRESENTS
               CLOSE FICHIER-DEPARTEMENTS
           END-IF.
           IF W-CLASSES-PRESENTES
               CLOSE FICHIER-CLASSES
           END-IF.

           IF W-COMPTE-POSTES > 0
               STRING W-COMPTE-POSTES DELIMITED BY SIZE
                      " POSTE(S) MIS A JOUR"
                                     DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUN POSTE MIS A JOUR" TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-POSTES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  OUVRE LA TABLE DES POSTES EN MISE A JOUR (CREEE VIDE AU TOUT
      *  PREMIER USAGE) ET, SI ELLES EXISTENT, LES TABLES DES
      *  DEPARTEMENTS ET DES CLASSES QUI SERVENT A LA VALIDATION.
      ******************************************************************
       05000-OUVRIR-FICHIERS.
           CALL "CBL_CHECK_FILE_EXIST" USING "POSTES.DAT "
                                              W-SIZE-POSTES.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-POSTES
           ELSE
               OPEN OUTPUT FICHIER-POSTES
               CLOSE FICHIER-POSTES
               OPEN I-O FICHIER-POSTES
           END-IF.

           CALL "CBL_CHECK_FILE_EXIST" USING "DEPARTEMENTS.DAT "
                                              W-SIZE-DEPTS.
           IF RETURN-CODE = 0
               MOVE 1 TO W-IND-DEPTS
               OPEN INPUT FICHIER-DEPARTEMENTS
           END-IF.

           CALL "CBL_CHECK_FILE_EXIST" USING "CLASSES.DAT "
                                              W-SIZE-CLASSES.
           IF RETURN-CODE = 0
               MOVE 1 TO W-IND-CLASSES
               OPEN INPUT FICHIER-CLASSES
           END-IF.

      ******************************************************************
      *  SAISIT UN POSTE : NUMERO (BLANC = FIN), PUIS SON AFFECTATION
      *  ET SON STATUT. UN POSTE DEJA A LA TABLE EST REMPLACE EN
      *  GARDANT SON TITULAIRE ; UN POSTE COMBLE NE PEUT ETRE NI GELE
      *  NI ABOLI.
      ******************************************************************
       10000-SAISIR-POSTE.
           MOVE SPACES TO W-SAISIE-POSTE W-TITULAIRE.
           MOVE 0 TO W-REGION-SAISIE W-ETP-SAISI W-TAUX-SAISI.

           DISPLAY "NUMERO DE POSTE (BLANC = FIN)   : " AT 0605.
           DISPLAY "      "                            AT 0640.
           ACCEPT  W-NUMERO-SAISI AT 0640.

           IF W-NUMERO-SAISI = SPACES OR W-NUMERO-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-NUMERO-SAISI)
                 TO W-NUMERO-SAISI
               PERFORM 15000-LIRE-POSTE
               DISPLAY "REGION                          : " AT 0705
               ACCEPT  W-REGION-SAISIE AT 0740
               DISPLAY "DEPARTEMENT                     : " AT 0805
               ACCEPT  W-DEPT-SAISI AT 0840
               DISPLAY "CLASSE D'EMPLOI (BLANC = TOUTES): " AT 0905
               ACCEPT  W-CLASSE-SAISIE AT 0940
               DISPLAY "EQUIVALENT TEMPS PLEIN (0=1,00) : " AT 1005
               ACCEPT  W-ETP-SAISI AT 1040
               DISPLAY "TAUX HORAIRE BUDGETE            : " AT 1105
               ACCEPT  W-TAUX-SAISI AT 1140
               DISPLAY "STATUT (O=OUVERT G=GELE S=ABOLIR): " AT 1205
               ACCEPT  W-STATUT-SAISI AT 1240
               MOVE FUNCTION UPPER-CASE(W-DEPT-SAISI)   TO W-DEPT-SAISI
               MOVE FUNCTION UPPER-CASE(W-CLASSE-SAISIE)
                 TO W-CLASSE-SAISIE
               MOVE FUNCTION UPPER-CASE(W-STATUT-SAISI)
                 TO W-STATUT-SAISI
               IF W-CLASSE-SAISIE = LOW-VALUES
                   MOVE SPACES TO W-CLASSE-SAISIE
               END-IF
               IF W-ETP-SAISI = 0
                   MOVE 1 TO W-ETP-SAISI
               END-IF
               PERFORM 20000-VALIDER-POSTE
               IF W-SAISIE-REFUSEE
                   DISPLAY W-MESSAGE-REFUS AT 1605
               ELSE
                   PERFORM 30000-ENREGISTRER-POSTE
                   ADD 1 TO W-COMPTE-POSTES
               END-IF
           END-IF.

      *UN POSTE EXISTANT EST AFFICHE AVANT LA SAISIE, AVEC SON
      *TITULAIRE S'IL EST COMBLE.
       15000-LIRE-POSTE.
           MOVE 0 TO W-IND-POSTE-ABSENT.
           MOVE W-NUMERO-SAISI TO PO-NUMERO.
           READ FICHIER-POSTES
               INVALID KEY MOVE 1 TO W-IND-POSTE-ABSENT
           END-READ.
           DISPLAY "                                             "
                                                     AT 1405.
           IF NOT W-POSTE-ABSENT
               MOVE PO-EMPLOYE TO W-TITULAIRE
               DISPLAY "POSTE EXISTANT - STATUT " AT 1405
               DISPLAY PO-STATUT                  AT 1429
               DISPLAY " TITULAIRE "              AT 1430
               DISPLAY PO-EMPLOYE                 AT 1441
           END-IF.

       20000-VALIDER-POSTE.
           MOVE 0 TO W-IND-REFUS.
           MOVE SPACES TO W-MESSAGE-REFUS.
           EVALUATE TRUE
               WHEN NOT W-STATUT-VALIDE
                   MOVE "LE STATUT DOIT ETRE O, G OU S"
                     TO W-MESSAGE-REFUS
               WHEN W-STATUT-SAISI = "S" AND W-POSTE-ABSENT
                   MOVE "POSTE INEXISTANT - RIEN A ABOLIR"
                     TO W-MESSAGE-REFUS
               WHEN W-STATUT-SAISI NOT = "O"
                AND W-TITULAIRE NOT = SPACES
                   MOVE "POSTE COMBLE : NI GEL NI ABOLITION"
                     TO W-MESSAGE-REFUS
               WHEN W-STATUT-SAISI = "S"
                   CONTINUE
               WHEN W-REGION-SAISIE = 0
                   MOVE "LA REGION EST REQUISE" TO W-MESSAGE-REFUS
               WHEN OTHER
                   PERFORM 21000-VALIDER-REFERENCES
           END-EVALUATE.
           IF W-MESSAGE-REFUS NOT = SPACES
               MOVE 1 TO W-IND-REFUS
           END-IF.

      *LE DEPARTEMENT ET LA CLASSE DOIVENT ETRE ACTIFS A LEUR TABLE
      *QUAND CELLE-CI EXISTE.
       21000-VALIDER-REFERENCES.
           IF W-DEPTS-PRESENTS
               MOVE W-DEPT-SAISI TO DP-CODE
               READ FICHIER-DEPARTEMENTS
                   INVALID KEY
                       MOVE "LE DEPARTEMENT N'EST PAS A LA TABLE"
                         TO W-MESSAGE-REFUS
                   NOT INVALID KEY
                       IF DP-ACTIF NOT = "A"
                           MOVE "LE DEPARTEMENT EST INACTIF"
                             TO W-MESSAGE-REFUS
                       END-IF
               END-READ
           END-IF.
           IF W-MESSAGE-REFUS = SPACES
              AND W-CLASSE-SAISIE NOT = SPACES
               IF NOT W-CLASSES-PRESENTES
                   MOVE "LA CLASSE D'EMPLOI N'EST PAS A LA TABLE"
                     TO W-MESSAGE-REFUS
               ELSE
                   MOVE W-CLASSE-SAISIE TO CL-CLASSE
                   READ FICHIER-CLASSES
                       INVALID KEY
                           MOVE "CLASSE D'EMPLOI ABSENTE DE LA TABLE"
                             TO W-MESSAGE-REFUS
                       NOT INVALID KEY
                           IF CL-ACTIF NOT = "A"
                               MOVE "CLASSE D'EMPLOI INACTIVE"
                                 TO W-MESSAGE-REFUS
                           END-IF
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      *  ECRIT OU REMPLACE LE POSTE (LE TITULAIRE EST CONSERVE ET UN
      *  POSTE COMBLE LE RESTE), OU L'ABOLIT.
      ******************************************************************
       30000-ENREGISTRER-POSTE.
           IF W-STATUT-SAISI = "S"
               MOVE W-NUMERO-SAISI TO PO-NUMERO
               DELETE FICHIER-POSTES
                   INVALID KEY CONTINUE
               END-DELETE
               DISPLAY "POSTE ABOLI                                  "
                                                     AT 1605
           ELSE
               MOVE SPACES            TO PO-FICHE-POSTE
               MOVE W-NUMERO-SAISI    TO PO-NUMERO
               MOVE W-REGION-SAISIE   TO PO-REGION
               MOVE W-DEPT-SAISI      TO PO-DEPARTEMENT
               MOVE W-CLASSE-SAISIE   TO PO-CLASSE
               MOVE W-ETP-SAISI       TO PO-ETP
               MOVE W-TAUX-SAISI      TO PO-TAUX-BUDGET
               MOVE W-TITULAIRE       TO PO-EMPLOYE
               IF W-TITULAIRE NOT = SPACES
                   SET PO-COMBLE TO TRUE
               ELSE
                   MOVE W-STATUT-SAISI TO PO-STATUT
               END-IF
               IF W-POSTE-ABSENT
                   WRITE PO-FICHE-POSTE
               ELSE
                   REWRITE PO-FICHE-POSTE
               END-IF
               DISPLAY "POSTE MIS A JOUR                             "
                                                     AT 1605
           END-IF.
