      * Date:   2026/09/03
      * Purpose: TENIR LA TABLE DES GROUPES DE PAYE (GROUPESPAYE.DAT):
      *          CODE, NOM EN CLAIR, NOMBRE DE PERIODES PAR ANNEE ET
      *          JOURS PAR PERIODE, HEURES NORMALES PAR PERIODE
      *          (TAUX HORAIRE EFFECTIF DES SALARIES POUR LE
      *          CONTROLE DU SALAIRE MINIMUM), STATUT ACTIF/INACTIF,
      *          EMPLOYEUR (ENTITE JURIDIQUE DE EMPLOYEURS.DAT) AU
      *          NOM DUQUEL LES PAYES DU GROUPE SONT FAITES.
      *          CHAQUE GROUPE A SON PROPRE CALENDRIER DE PAYE
      *          (OUVRIERS HEBDOMADAIRES, BUREAU AUX DEUX
      *          SEMAINES...) ET SES PROPRES PASSAGES DE CALCUL.

      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE RANDOM
               RECORD KEY IS GP-CODE.

       SELECT FICHIER-EMPLOYEURS  ASSIGN TO "EMPLOYEURS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EM-CODE.

       DATA DIVISION.

       FILE SECTION.
           05  GP-NB-PERIODES-AN      PIC 9(2).
           05  GP-JOURS-PERIODE        PIC 9(2).
           05  GP-ACTIF                PIC X.
           05  GP-HEURES-PERIODE       PIC 9(3).
           05  GP-EMPLOYEUR            PIC X(2).
           05  GP-RESERVE              PIC X(5).

       FD  FICHIER-EMPLOYEURS
       LABEL RECORD STANDARD.
       01  EM-FICHE-EMPLOYEUR.
           05  EM-CODE                 PIC X(2).
           05  EM-NOM                  PIC X(30).
           05  EM-RESTE                PIC X(68).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-GROUPE-ABSENT  PIC 9   VALUE 0.
               88  W-GROUPE-ABSENT          VALUE 1.
           05  W-IND-EMPLOYEUR-VALIDE PIC 9 VALUE 0.
               88  W-EMPLOYEUR-VALIDE       VALUE 1.

       01  W-COMPTE-GROUPES         PIC 9(4) VALUE 0.

       01  W-FILE-DETAIL-GROUPES.
           05  W-SIZE-GROUPES       PIC X(8)   COMP-X.
           05  W-SIZE-EMPLOYEURS    PIC X(8)   COMP-X.

      *********************************************************
      * Saisie : code (blanc = fin), nom, periodes par annee
      * (52 hebdomadaire, 26 aux deux semaines...), jours par
      * periode, heures normales par periode (0 = 40 heures par
      * semaine de 7 jours), statut A/I, employeur (blanc =
      * 01, l'employeur historique).
      *********************************************************
       01  W-SAISIE-GROUPE.
           05  W-CODE-SAISI         PIC X(2).
           05  W-NOM-SAISI          PIC X(20).
           05  W-PERIODES-SAISIES   PIC 9(2).
           05  W-JOURS-SAISIS       PIC 9(2).
           05  W-HEURES-SAISIES     PIC 9(3).
           05  W-STATUT-SAISI       PIC X.
           05  W-EMPLOYEUR-SAISI    PIC X(2).

      *********************************************************
      * Zone d'appel du journal central des executions
               MOVE "HEBDOMADAIRE" TO GP-NOM
               MOVE 52            TO GP-NB-PERIODES-AN
               MOVE 7             TO GP-JOURS-PERIODE
               MOVE 40            TO GP-HEURES-PERIODE
               MOVE "A"           TO GP-ACTIF
               MOVE "01"          TO GP-EMPLOYEUR
               MOVE SPACES        TO GP-RESERVE
               WRITE GP-FICHE-GROUPE
               CLOSE FICHIER-GROUPES

      ******************************************************************
      *  SAISIT UN GROUPE : CODE (BLANC = FIN), NOM, PERIODES PAR
      *  ANNEE, JOURS PAR PERIODE, STATUT A/I, EMPLOYEUR. UN GROUPE
      *  DEJA A LA TABLE EST REMPLACE.
      ******************************************************************
       10000-SAISIR-GROUPE.
           MOVE SPACES TO W-CODE-SAISI W-NOM-SAISI W-STATUT-SAISI
                          W-EMPLOYEUR-SAISI.
           MOVE 0 TO W-PERIODES-SAISIES W-JOURS-SAISIS
                     W-HEURES-SAISIES.

           DISPLAY "CODE DU GROUPE (BLANC = FIN)  : " AT 0605.
           DISPLAY "  "                               AT 0638.
               ACCEPT  W-JOURS-SAISIS AT 1238
               DISPLAY "STATUT (A=ACTIF, I=INACTIF)   : " AT 1405
               ACCEPT  W-STATUT-SAISI AT 1438
               DISPLAY "HEURES PAR PERIODE (0=DEFAUT) : " AT 1605
               ACCEPT  W-HEURES-SAISIES AT 1638
               DISPLAY "EMPLOYEUR (BLANC = 01)        : " AT 1805
               ACCEPT  W-EMPLOYEUR-SAISI AT 1838
               IF W-EMPLOYEUR-SAISI = SPACES
                  OR W-EMPLOYEUR-SAISI = LOW-VALUES
                   MOVE "01" TO W-EMPLOYEUR-SAISI
               END-IF
               MOVE FUNCTION UPPER-CASE(W-EMPLOYEUR-SAISI)
                 TO W-EMPLOYEUR-SAISI
               PERFORM 15000-VERIFIER-EMPLOYEUR
               IF W-HEURES-SAISIES = 0
                   COMPUTE W-HEURES-SAISIES ROUNDED =
                           W-JOURS-SAISIS * 40 / 7
               END-IF
               MOVE FUNCTION UPPER-CASE(W-NOM-SAISI) TO W-NOM-SAISI
               MOVE FUNCTION UPPER-CASE(W-STATUT-SAISI)
                 TO W-STATUT-SAISI
                   WHEN W-PERIODES-SAISIES < 1
                     OR W-PERIODES-SAISIES > 53
                       DISPLAY "PERIODES PAR ANNEE DE 1 A 53    "
                                                 AT 2005
                   WHEN W-JOURS-SAISIS < 1 OR W-JOURS-SAISIS > 31
                       DISPLAY "JOURS PAR PERIODE DE 1 A 31     "
                                                 AT 2005
                   WHEN W-STATUT-SAISI NOT = "A" AND
                        W-STATUT-SAISI NOT = "I"
                       DISPLAY "LE STATUT DOIT ETRE A OU I      "
                                                 AT 2005
                   WHEN NOT W-EMPLOYEUR-VALIDE
                       DISPLAY "EMPLOYEUR ABSENT DE LA TABLE    "
                                                 AT 2005
                   WHEN OTHER
                       PERFORM 20000-ENREGISTRER-GROUPE
                       ADD 1 TO W-COMPTE-GROUPES
                       DISPLAY "GROUPE MIS A JOUR               "
                                                 AT 2005
               END-EVALUATE
           END-IF.

      ******************************************************************
      *  L'EMPLOYEUR DOIT ETRE A LA TABLE DES EMPLOYEURS ; TANT QUE LA
      *  TABLE N'EXISTE PAS, SEUL L'EMPLOYEUR HISTORIQUE 01 EST ADMIS.
      ******************************************************************
       15000-VERIFIER-EMPLOYEUR.
           MOVE 0 TO W-IND-EMPLOYEUR-VALIDE.
           CALL "CBL_CHECK_FILE_EXIST" USING "EMPLOYEURS.DAT "
                                              W-SIZE-EMPLOYEURS.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-EMPLOYEURS
               MOVE W-EMPLOYEUR-SAISI TO EM-CODE
               READ FICHIER-EMPLOYEURS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO W-IND-EMPLOYEUR-VALIDE
               END-READ
               CLOSE FICHIER-EMPLOYEURS
           ELSE
               IF W-EMPLOYEUR-SAISI = "01"
                   MOVE 1 TO W-IND-EMPLOYEUR-VALIDE
               END-IF
           END-IF.

       20000-ENREGISTRER-GROUPE.
           MOVE 0 TO W-IND-GROUPE-ABSENT.
           MOVE W-CODE-SAISI TO GP-CODE.
           MOVE W-PERIODES-SAISIES TO GP-NB-PERIODES-AN.
           MOVE W-JOURS-SAISIS     TO GP-JOURS-PERIODE.
           MOVE W-STATUT-SAISI     TO GP-ACTIF.
           MOVE W-HEURES-SAISIES   TO GP-HEURES-PERIODE.
           MOVE W-EMPLOYEUR-SAISI  TO GP-EMPLOYEUR.
           MOVE SPACES             TO GP-RESERVE.
           IF W-GROUPE-ABSENT
               WRITE GP-FICHE-GROUPE
