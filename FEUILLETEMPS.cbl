      *          SOLDE (SNS), ET MONTANTS FORFAITAIRES DE BONI (BON)
      *          OU DE COMMISSION (COM) - FINI LES HEURES MAQUILLEES
      *          POUR PAYER UN BONI.
      *          CHAQUE LIGNE PEUT ETRE IMPUTEE A UN AUTRE
      *          DEPARTEMENT ET/OU A UN PROJET (BLANC = LE
      *          DEPARTEMENT DE L'EMPLOYE, AUCUN PROJET) POUR LA
      *          VENTILATION DU COUT AU GRAND LIVRE.
      *          UN LOT DE CORRECTIONS SAISIT LES HEURES REG OU MAL
      *          OUBLIEES (AJOUT) OU EN TROP (RETRAIT) D'UNE PERIODE
      *          DEJA PAYEE : LA LIGNE EST INSCRITE A LA PERIODE DU
      *          LOT, QUI LA PAIE, ET PORTE LA PERIODE CORRIGEE.

      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE RANDOM
               RECORD KEY IS FT-CLE.

       SELECT FICHIER-DEPARTEMENTS  ASSIGN TO "DEPARTEMENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS DP-CODE
               FILE STATUS IS W-STATUT-DEPTS.

       SELECT FICHIER-PROJETS  ASSIGN TO "PROJETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PJ-CODE
               FILE STATUS IS W-STATUT-PROJETS.

       DATA DIVISION.

       FILE SECTION.
      *********************************************************
      * Feuilles de temps : une ligne par employe, par periode
      * de paye (annee + numero de periode du calendrier) et
      * par code de gain et imputation (departement + projet,
      * blanc = departement de l'employe, aucun projet). Les
      * codes en heures (REG, MAL, SNS, CNE) portent FT-HEURES ;
      * les codes en montant (BON, COM) portent FT-MONTANT.
      * Une ligne saisie ("S") doit etre approuvee ("A", avec
      * l'approbateur) par l'ecran APPROFEUILLES avant que le
      * calcul de paye la retienne.
      * Une ligne de correction d'une periode deja payee porte
      * cette periode (FT-ORIGINE, zero = ligne ordinaire) a la
      * fin de la cle et le sens de la correction (FT-SENS "+"
      * ajout, "-" retrait d'heures) ; elle est payee avec la
      * periode de sa cle, au taux de la periode corrigee.
      *********************************************************
       FD  FICHIER-FEUILLES
       LABEL RECORD STANDARD.
               10  FT-ANNEE            PIC 9(4).
               10  FT-PERIODE          PIC 9(2).
               10  FT-GAIN             PIC X(3).
               10  FT-IMPUTATION.
                   15  FT-DEPT-IMPUT   PIC X(2).
                   15  FT-PROJET       PIC X(6).
               10  FT-ORIGINE.
                   15  FT-ANNEE-ORIG   PIC 9(4).
                   15  FT-PERIODE-ORIG PIC 9(2).
           05  FT-HEURES               PIC 9(3).
           05  FT-MONTANT              PIC 9(5)V99.
           05  FT-STATUT-APPR          PIC X.
           05  FT-APPROBATEUR          PIC X(8).
           05  FT-SENS                 PIC X.
               88  FT-RETRAIT          VALUE "-".
           05  FT-RESERVE              PIC X.

       FD  FICHIER-DEPARTEMENTS
       LABEL RECORD STANDARD.
       01  DP-FICHE-DEPARTEMENT.
           05  DP-CODE                 PIC X(2).
           05  DP-NOM                  PIC X(20).
           05  DP-ACTIF                PIC X.

       FD  FICHIER-PROJETS
       LABEL RECORD STANDARD.
       01  PJ-FICHE-PROJET.
           05  PJ-CODE                 PIC X(6).
           05  PJ-NOM                  PIC X(30).
           05  PJ-COMPTE               PIC X(8).
           05  PJ-ACTIF                PIC X.
               88  PJ-OUVERT           VALUE "A".
           05  PJ-RESERVE              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FEUILLE-ABSENTE        VALUE 1.
           05  W-IND-EMP-ABSENT     PIC 9   VALUE 0.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-IMPUT-REJETEE  PIC 9   VALUE 0.
               88  W-IMPUT-REJETEE          VALUE 1.

       01  W-STATUT-DEPTS           PIC XX.
           88  DEPTS-INEXISTANT             VALUE "35".

       01  W-STATUT-PROJETS         PIC XX.
           88  PROJETS-INEXISTANT           VALUE "35".

       01  W-COMPTE-FEUILLES        PIC 9(4) VALUE 0.

           05  W-DATE-DEBUT-ANNEE   PIC 9(8).

      *********************************************************
      * Lot de corrections d'une periode deja payee (O/N) :
      * chaque ligne du lot porte la periode corrigee et le
      * sens de la correction.
      *********************************************************
       01  W-LOT-CORRECTIONS        PIC X   VALUE "N".
           88  W-LOT-DE-CORRECTIONS         VALUE "O" "o".
      *********************************************************
      * Detail saisi : code employe, code de gain (blanc = REG),
      * imputation facultative, puis selon le mode du code des
      * heures ou un montant.
      *********************************************************
       01  W-SAISIE-DETAIL.
           05  W-CODE-SAISI         PIC X(6).
           05  W-GAIN-SAISI         PIC X(3).
               88  W-GAIN-VALIDE    VALUE "REG" "MAL" "SNS"
                                          "RPR" "BON" "COM" "CNE".
               88  W-GAIN-EN-MONTANT VALUE "BON" "COM".
               88  W-GAIN-CORRIGEABLE VALUE "REG" "MAL".
           05  W-IMPUT-SAISIE.
               10  W-DEPT-SAISI     PIC X(2).
               10  W-PROJET-SAISI   PIC X(6).
           05  W-HEURES-SAISIES     PIC 9(3).
           05  W-MONTANT-SAISI      PIC 9(5)V99.
           05  W-ORIGINE-SAISIE.
               10  W-ANNEE-CORRIGEE PIC 9(4).
               10  W-PERIODE-CORRIGEE PIC 9(2).
           05  W-SENS-SAISI         PIC X.
               88  W-SENS-VALIDE    VALUE "+" "-".

       01  W-FILE-DETAIL-FEUILLES.
           05  W-SIZE-FEUILLES      PIC X(8)   COMP-X.
           MOVE W-DATE-DU-JOUR(1:4) TO W-ANNEE-COURANTE.

           PERFORM 02000-DEMANDER-PERIODE.
           PERFORM 03000-DEMANDER-LOT-CORRECTIONS.

           OPEN INPUT FICHIER-IDX.
           OPEN INPUT FICHIER-DEPARTEMENTS.
           OPEN INPUT FICHIER-PROJETS.
           PERFORM 05000-OUVRIR-FEUILLES.

           MOVE 0 TO W-IND-FIN-SAISIE.
           PERFORM 10000-SAISIR-FEUILLE UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-IDX FICHIER-FEUILLES.
           IF NOT DEPTS-INEXISTANT
               CLOSE FICHIER-DEPARTEMENTS
           END-IF.
           IF NOT PROJETS-INEXISTANT
               CLOSE FICHIER-PROJETS
           END-IF.

           IF W-COMPTE-FEUILLES > 0
               STRING W-COMPTE-FEUILLES        DELIMITED BY SIZE
                   ((W-JOUR-COURANT-INT - W-JOUR-DEBUT-AN-INT) / 7) + 1
           END-IF.

      ******************************************************************
      *  DEMANDE SI LE LOT CORRIGE UNE PERIODE DEJA PAYEE : LES
      *  LIGNES SONT ALORS SAISIES COMME CORRECTIONS, PAYEES AVEC LA
      *  PERIODE DU LOT.
      ******************************************************************
       03000-DEMANDER-LOT-CORRECTIONS.
           MOVE "N" TO W-LOT-CORRECTIONS.
           DISPLAY "CORRECTIONS D'UNE PERIODE PAYEE (O/N) : " AT 1105.
           ACCEPT  W-LOT-CORRECTIONS AT 1146.

      ******************************************************************
      *  OUVRE LE FICHIER DES FEUILLES DE TEMPS EN MISE A JOUR ; LE
      *  CREE AU PREMIER USAGE, COMME LE REGISTRE CUMULATIF DE PAYE.

      ******************************************************************
      *  SAISIT UNE LIGNE DE FEUILLE DE TEMPS : CODE EMPLOYE (BLANC =
      *  FIN DE LA SAISIE), CODE DE GAIN (BLANC = REG), IMPUTATION,
      *  PUIS HEURES OU MONTANT SELON LE MODE DU CODE. L'EMPLOYE
      *  DOIT EXISTER ET ETRE ACTIF ; UNE LIGNE DEJA SAISIE POUR LA
      *  PERIODE, LE MEME CODE DE GAIN ET LA MEME IMPUTATION EST
      *  REMPLACEE (CORRECTION), JAMAIS ADDITIONNEE.
      ******************************************************************
       10000-SAISIR-FEUILLE.
           MOVE SPACES TO W-CODE-SAISI W-GAIN-SAISI W-IMPUT-SAISIE.
           MOVE 0      TO W-HEURES-SAISIES W-MONTANT-SAISI.
           MOVE ZEROS  TO W-ORIGINE-SAISIE.
           MOVE SPACE  TO W-SENS-SAISI.

           DISPLAY "CODE EMPLOYE (BLANC = FIN) : " AT 1305.
           DISPLAY "                           "   AT 1335.
                   DISPLAY "EMPLOYE INTROUVABLE OU INACTIF      "
                                            AT 1505
               ELSE
                   IF W-LOT-DE-CORRECTIONS
                       PERFORM 17000-SAISIR-CORRECTION
                   ELSE
                       PERFORM 15000-SAISIR-DETAIL-GAIN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *  SAISIT LE CODE DE GAIN ET SON DETAIL. REG (HEURES
      *  REGULIERES), MAL (MALADIE AU TAUX REGULIER), SNS (CONGE
      *  SANS SOLDE), RPR (REPRISE DE TEMPS PUISEE DANS LA BANQUE
      *  DE TEMPS) ET CNE (ACCIDENT DU TRAVAIL, 14 PREMIERS JOURS A
      *  90 % DU NET) SE SAISISSENT EN HEURES ; BON (BONI) ET COM
      *  (COMMISSION) EN MONTANT.
      ******************************************************************
       15000-SAISIR-DETAIL-GAIN.
           DISPLAY "GAIN (REG/MAL/SNS/RPR/BON/COM/CNE, BLANC=REG): "
                                                      AT 1505.
           DISPLAY "   "                                     AT 1554.
           ACCEPT  W-GAIN-SAISI AT 1554.
           MOVE FUNCTION UPPER-CASE(W-GAIN-SAISI) TO W-GAIN-SAISI.
           IF W-GAIN-SAISI = SPACES
               MOVE "REG" TO W-GAIN-SAISI
           END-IF.

           IF W-GAIN-VALIDE
               PERFORM 16000-SAISIR-IMPUTATION
           END-IF.

           EVALUATE TRUE
               WHEN NOT W-GAIN-VALIDE
                   DISPLAY "CODE DE GAIN INCONNU                "
                                            AT 1905
               WHEN W-IMPUT-REJETEE
                   DISPLAY "DEPARTEMENT OU PROJET INCONNU/INACTIF"
                                            AT 1905
               WHEN W-GAIN-EN-MONTANT
                   DISPLAY "MONTANT DU GAIN             : " AT 1705
                   ACCEPT  W-MONTANT-SAISI AT 1736
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *  SAISIT L'IMPUTATION FACULTATIVE DE LA LIGNE : DEPARTEMENT
      *  CHARGE (BLANC = CELUI DE L'EMPLOYE) ET PROJET (BLANC =
      *  AUCUN). LE DEPARTEMENT DOIT ETRE ACTIF A SA TABLE ET LE
      *  PROJET OUVERT A LA SIENNE.
      ******************************************************************
       16000-SAISIR-IMPUTATION.
           MOVE 0 TO W-IND-IMPUT-REJETEE.
           DISPLAY "DEPT IMPUTE (BLANC=LE SIEN): " AT 1605.
           DISPLAY "  "                             AT 1635.
           ACCEPT  W-DEPT-SAISI AT 1635.
           DISPLAY "PROJET (BLANC=AUCUN): "         AT 1640.
           DISPLAY "      "                         AT 1662.
           ACCEPT  W-PROJET-SAISI AT 1662.
           MOVE FUNCTION UPPER-CASE(W-IMPUT-SAISIE) TO W-IMPUT-SAISIE.
           IF W-DEPT-SAISI = LOW-VALUES
               MOVE SPACES TO W-DEPT-SAISI
           END-IF.
           IF W-PROJET-SAISI = LOW-VALUES
               MOVE SPACES TO W-PROJET-SAISI
           END-IF.

           IF W-DEPT-SAISI NOT = SPACES
               IF DEPTS-INEXISTANT
                   MOVE 1 TO W-IND-IMPUT-REJETEE
               ELSE
                   MOVE W-DEPT-SAISI TO DP-CODE
                   READ FICHIER-DEPARTEMENTS
                       INVALID KEY MOVE 1 TO W-IND-IMPUT-REJETEE
                   END-READ
                   IF NOT W-IMPUT-REJETEE AND DP-ACTIF NOT = "A"
                       MOVE 1 TO W-IND-IMPUT-REJETEE
                   END-IF
               END-IF
           END-IF.
           IF W-PROJET-SAISI NOT = SPACES
               IF PROJETS-INEXISTANT
                   MOVE 1 TO W-IND-IMPUT-REJETEE
               ELSE
                   MOVE W-PROJET-SAISI TO PJ-CODE
                   READ FICHIER-PROJETS
                       INVALID KEY MOVE 1 TO W-IND-IMPUT-REJETEE
                   END-READ
                   IF NOT W-IMPUT-REJETEE AND NOT PJ-OUVERT
                       MOVE 1 TO W-IND-IMPUT-REJETEE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *  SAISIT UNE LIGNE DE CORRECTION : CODE DE GAIN CORRIGE (REG OU
      *  MAL, BLANC = REG), PERIODE CORRIGEE (ANTERIEURE A CELLE DU
      *  LOT), SENS (+ AJOUT, - RETRAIT) ET HEURES (1-60). LA LIGNE
      *  N'A PAS D'IMPUTATION : ELLE RESTE AU DEPARTEMENT DE
      *  L'EMPLOYE. LE CALCUL DE PAYE VERIFIE QUE LA PERIODE CORRIGEE
      *  A BIEN ETE PAYEE.
      ******************************************************************
       17000-SAISIR-CORRECTION.
           DISPLAY "GAIN CORRIGE (REG/MAL, BLANC=REG)   : " AT 1505.
           DISPLAY "   "                                     AT 1544.
           ACCEPT  W-GAIN-SAISI AT 1544.
           MOVE FUNCTION UPPER-CASE(W-GAIN-SAISI) TO W-GAIN-SAISI.
           IF W-GAIN-SAISI = SPACES
               MOVE "REG" TO W-GAIN-SAISI
           END-IF.

           DISPLAY "PERIODE CORRIGEE AAAA PP : " AT 1605.
           DISPLAY "SENS (+/-) : "               AT 1640.
           ACCEPT  W-ANNEE-CORRIGEE   AT 1632.
           ACCEPT  W-PERIODE-CORRIGEE AT 1637.
           ACCEPT  W-SENS-SAISI       AT 1653.
           DISPLAY "HEURES CORRIGEES (1-60) : "  AT 1705.
           ACCEPT  W-HEURES-SAISIES AT 1736.

           EVALUATE TRUE
               WHEN NOT W-GAIN-CORRIGEABLE
                   DISPLAY "SEULS REG ET MAL SE CORRIGENT        "
                                            AT 1905
               WHEN W-PERIODE-CORRIGEE < 1 OR W-PERIODE-CORRIGEE > 53
                   DISPLAY "PERIODE CORRIGEE INVALIDE            "
                                            AT 1905
               WHEN W-ANNEE-CORRIGEE * 100 + W-PERIODE-CORRIGEE
                    NOT < W-ANNEE-SAISIE * 100 + W-PERIODE-SAISIE
                   DISPLAY "LA PERIODE CORRIGEE DOIT PRECEDER LE LOT"
                                            AT 1905
               WHEN NOT W-SENS-VALIDE
                   DISPLAY "SENS : + (AJOUT) OU - (RETRAIT)      "
                                            AT 1905
               WHEN W-HEURES-SAISIES < 1 OR W-HEURES-SAISIES > 60
                   DISPLAY "HEURES CORRIGEES DE 1 A 60           "
                                            AT 1905
               WHEN OTHER
                   MOVE SPACES TO W-IMPUT-SAISIE
                   PERFORM 30000-ENREGISTRER-FEUILLE
                   ADD 1 TO W-COMPTE-FEUILLES
                   DISPLAY "CORRECTION ENREGISTREE              "
                                            AT 1905
           END-EVALUATE.

      ******************************************************************
      *  VERIFIE QUE LE CODE SAISI EXISTE DANS LE FICHIER MAITRE ET
      *  QUE L'EMPLOYE EST ACTIF.

      ******************************************************************
      *  ECRIT LA LIGNE DE FEUILLE DE TEMPS, OU LA REECRIT SI UNE
      *  LIGNE EXISTE DEJA POUR CET EMPLOYE, CETTE PERIODE, CE
      *  CODE DE GAIN ET CETTE IMPUTATION (ET, POUR UNE CORRECTION,
      *  CETTE PERIODE CORRIGEE).
      ******************************************************************
       30000-ENREGISTRER-FEUILLE.
           MOVE 0 TO W-IND-FEUILLE-ABSENTE.
           MOVE W-ANNEE-SAISIE   TO FT-ANNEE.
           MOVE W-PERIODE-SAISIE TO FT-PERIODE.
           MOVE W-GAIN-SAISI     TO FT-GAIN.
           MOVE W-IMPUT-SAISIE   TO FT-IMPUTATION.
           MOVE W-ORIGINE-SAISIE TO FT-ORIGINE.
           READ FICHIER-FEUILLES
               INVALID KEY MOVE 1 TO W-IND-FEUILLE-ABSENTE
           END-READ.
           MOVE W-ANNEE-SAISIE   TO FT-ANNEE.
           MOVE W-PERIODE-SAISIE TO FT-PERIODE.
           MOVE W-GAIN-SAISI     TO FT-GAIN.
           MOVE W-IMPUT-SAISIE   TO FT-IMPUTATION.
           MOVE W-ORIGINE-SAISIE TO FT-ORIGINE.
           MOVE W-HEURES-SAISIES TO FT-HEURES.
           MOVE W-MONTANT-SAISI  TO FT-MONTANT.
      *UNE LIGNE SAISIE ATTEND L'APPROBATION DU SUPERVISEUR
           MOVE "S"              TO FT-STATUT-APPR.
           MOVE SPACES           TO FT-APPROBATEUR.
           MOVE SPACES           TO FT-RESERVE.
           MOVE W-SENS-SAISI     TO FT-SENS.
           IF W-FEUILLE-ABSENTE
               WRITE FT-FICHE-HEURES
           ELSE
