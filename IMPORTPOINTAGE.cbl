      *          HEURES) SONT REJETES SUR PointageExceptions.doc -
      *          FINI LES DEUX HEURES DE RETRANSCRIPTION MANUELLE
      *          PAR PERIODE.
      *          DEUX COLONNES OPTIONNELLES EN FIN DE LIGNE
      *          (;DEPARTEMENT;PROJET) IMPUTENT LA PAIRE A UN AUTRE
      *          DEPARTEMENT OU A UN PROJET : UNE LIGNE REG EST
      *          ECRITE PAR EMPLOYE ET PAR IMPUTATION. UN DEPARTEMENT
      *          OU UN PROJET ABSENT DE SA TABLE (OU INACTIF) EST
      *          REJETE COMME UN BADGE INCONNU.
      *          LES HEURES D'ENTREE ET DE SORTIE SERVENT AUSSI AUX
      *          PRIMES DE QUART (PRIMESQUART.DAT, SOIR, NUIT, FIN DE
      *          SEMAINE) : CHAQUE MINUTE DE LA PAIRE EST RAPPORTEE A
      *          SON JOUR ET A SON HEURE, LES MINUTES VISEES PAR UNE
      *          PRIME SONT ARRONDIES AU QUART D'HEURE ET UNE LIGNE DE
      *          GAIN DE LA PRIME (CODE DE LA TABLE) EST ECRITE A COTE
      *          DE LA LIGNE REG, EN ATTENTE D'APPROBATION COMME ELLE.
      *          LES HEURES REG RESTENT LES HEURES TRAVAILLEES ; LA
      *          LIGNE DE PRIME NE PAIE QUE LE SUPPLEMENT.

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

       SELECT FICHIER-PRIMES  ASSIGN TO "PRIMESQUART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PQ-CODE
               FILE STATUS IS W-STATUT-PRIMES.

       SELECT RAPPORT-EXCEPTION  ASSIGN TO "PointageExceptions.doc"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  FICHIER-PRIMES
       LABEL RECORD STANDARD.
       01  PQ-FICHE-PRIME.
           05  PQ-CODE                 PIC X(3).
           05  PQ-DESCRIPTION          PIC X(20).
           05  PQ-HEURE-DEBUT          PIC 9(4).
           05  PQ-DEBUT-R REDEFINES PQ-HEURE-DEBUT.
               10  PQ-DEBUT-HH         PIC 99.
               10  PQ-DEBUT-MM         PIC 99.
           05  PQ-HEURE-FIN            PIC 9(4).
           05  PQ-FIN-R REDEFINES PQ-HEURE-FIN.
               10  PQ-FIN-HH           PIC 99.
               10  PQ-FIN-MM           PIC 99.
           05  PQ-JOURS                PIC X(7).
           05  PQ-TYPE                 PIC X.
           05  PQ-VALEUR               PIC 9(3)V99.
           05  PQ-ACTIF                PIC X.
               88  PQ-EN-VIGUEUR       VALUE "A".
           05  PQ-RESERVE              PIC X(10).

       FD  RAPPORT-EXCEPTION.
       01  LIGNE-EXCEPTION             PIC X(120).

               88  W-FT-ABSENTE             VALUE 1.
           05  W-IND-EMP-TROUVE     PIC 9.
               88  W-EMP-TROUVE             VALUE 1.
           05  W-IND-IMPUT-REJETEE  PIC 9.
               88  W-IMPUT-REJETEE          VALUE 1.
           05  W-IND-PAIRE-RETENUE  PIC 9.
               88  W-PAIRE-RETENUE          VALUE 1.
           05  W-IND-FIN-PRIMES     PIC 9.
               88  W-FIN-PRIMES             VALUE 1.
           05  W-IND-PRIME-TROUVEE  PIC 9.
               88  W-PRIME-TROUVEE          VALUE 1.

       01  W-STATUT-POINTAGES       PIC XX.
           88  POINTAGES-OK                 VALUE "00".
           88  BADGES-OK                    VALUE "00".
           88  BADGES-INEXISTANT            VALUE "35".

       01  W-STATUT-DEPTS           PIC XX.
           88  DEPTS-INEXISTANT             VALUE "35".

       01  W-STATUT-PROJETS         PIC XX.
           88  PROJETS-INEXISTANT           VALUE "35".

       01  W-STATUT-PRIMES          PIC XX.
           88  PRIMES-OK                    VALUE "00".

       01  W-FILE-DETAIL.
           05  W-SIZE-FEUILLES      PIC X(8)   COMP-X.

           05  W-CH-DATE            PIC X(8).
           05  W-CH-ENTREE          PIC X(4).
           05  W-CH-SORTIE          PIC X(4).
           05  W-CH-DEPT            PIC X(2).
           05  W-CH-PROJET          PIC X(6).

       01  W-CALCUL-DUREE.
           05  W-HEURE-ENTREE       PIC 9(4).
           05  W-ENTREE-R REDEFINES W-HEURE-ENTREE.
               10  W-ENTREE-HH      PIC 99.
               10  W-ENTREE-MM      PIC 99.
           05  W-HEURE-SORTIE       PIC 9(4).
           05  W-SORTIE-R REDEFINES W-HEURE-SORTIE.
               10  W-SORTIE-HH      PIC 99.
               10  W-SORTIE-MM      PIC 99.
           05  W-MIN-ENTREE         PIC S9(5) COMP.
           05  W-MIN-SORTIE         PIC S9(5) COMP.
           05  W-MINUTES            PIC S9(5) COMP.
           05  W-DUREE-HEURES       PIC 9(3)V99.

      *********************************************************
      * Totaux d'heures par employe et imputation (departement
      * + projet), cumules des paires avant l'ecriture des
      * feuilles (200 lignes au plus).
      *********************************************************
       01  W-TABLE-TOTAUX.
           05  W-NB-EMPLOYES        PIC 9(3) VALUE 0.
           05  W-TOT-ENTREE OCCURS 200 TIMES
                                    INDEXED BY W-IDX-TOT.
               10  W-TE-CODE        PIC X(6).
               10  W-TE-IMPUTATION.
                   15  W-TE-DEPT    PIC X(2).
                   15  W-TE-PROJET  PIC X(6).
               10  W-TE-HEURES      PIC 9(4)V99.

      *********************************************************
      * Primes de quart en vigueur (PRIMESQUART.DAT, 20 au plus,
      * en ordre de code : la premiere qui vise une minute la
      * prend). Debut et fin en minutes depuis minuit.
      *********************************************************
       01  W-TABLE-PRIMES.
           05  W-NB-PRIMES          PIC 99   VALUE 0.
           05  W-PRIME OCCURS 20 TIMES
                                    INDEXED BY W-IDX-PRIME.
               10  W-PR-CODE        PIC X(3).
               10  W-PR-DEBUT       PIC S9(5) COMP.
               10  W-PR-FIN         PIC S9(5) COMP.
               10  W-PR-JOURS       PIC X(7).
               10  W-PR-MINUTES     PIC S9(5) COMP.

      *********************************************************
      * Repartition d'une paire : minute courante depuis le
      * minuit du jour d'entree, minute dans sa journee et jour
      * de la semaine (1 = lundi) de cette minute.
      *********************************************************
       01  W-CALCUL-PRIMES.
           05  W-DATE-POINCON       PIC 9(8).
           05  W-JOUR-ENTREE-INT    PIC S9(8) COMP.
           05  W-JOUR-SEM-ENTREE    PIC S9(3) COMP.
           05  W-MIN-COURANTE       PIC S9(5) COMP.
           05  W-MIN-FIN-PAIRE      PIC S9(5) COMP.
           05  W-MIN-DU-JOUR        PIC S9(5) COMP.
           05  W-DECALAGE-JOURS     PIC S9(3) COMP.
           05  W-JOUR-SEMAINE       PIC S9(3) COMP.
           05  W-QUARTS-PRIME       PIC S9(5) COMP.
           05  W-HEURES-PRIME       PIC 9(3)V99.

      *********************************************************
      * Heures de prime par employe, imputation et code de
      * prime, ecrites avec la ligne REG de meme imputation.
      *********************************************************
       01  W-TABLE-TOT-PRIMES.
           05  W-NB-TOT-PRIMES      PIC 9(3) VALUE 0.
           05  W-TOT-PRIME OCCURS 400 TIMES
                                    INDEXED BY W-IDX-TP.
               10  W-TP-CODE        PIC X(6).
               10  W-TP-IMPUTATION  PIC X(8).
               10  W-TP-GAIN        PIC X(3).
               10  W-TP-HEURES      PIC 9(4)V99.

       01  W-COMPTEURS.
           05  W-COMPTE-LUES        PIC 9(5) VALUE 0.
           05  W-COMPTE-REJETEES    PIC 9(5) VALUE 0.
           05  W-COMPTE-FEUILLES    PIC 9(4) VALUE 0.
           05  W-COMPTE-PLAFONNES   PIC 9(4) VALUE 0.
           05  W-COMPTE-PRIMES      PIC 9(4) VALUE 0.

       01  W-HEURES-ARRONDIES       PIC 9(3).

           ELSE
               PERFORM 02000-DEMANDER-PERIODE
               OPEN INPUT FICHIER-BADGES
               OPEN INPUT FICHIER-DEPARTEMENTS
               OPEN INPUT FICHIER-PROJETS
               PERFORM 05000-OUVRIR-FEUILLES
               PERFORM 06000-CHARGER-PRIMES
               OPEN OUTPUT RAPPORT-EXCEPTION

               MOVE 0 TO W-IND-FIN-FICHIER
               IF NOT BADGES-INEXISTANT
                   CLOSE FICHIER-BADGES
               END-IF
               IF NOT DEPTS-INEXISTANT
                   CLOSE FICHIER-DEPARTEMENTS
               END-IF
               IF NOT PROJETS-INEXISTANT
                   CLOSE FICHIER-PROJETS
               END-IF

               STRING "POINTAGE IMPORTE: " DELIMITED BY SIZE
                      W-COMPTE-FEUILLES    DELIMITED BY SIZE
                      " FEUILLE(S), "      DELIMITED BY SIZE
                      W-COMPTE-REJETEES    DELIMITED BY SIZE
                      " REJET(S), "        DELIMITED BY SIZE
                      W-COMPTE-PRIMES      DELIMITED BY SIZE
                      " PRIME(S)"          DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

               OPEN I-O FICHIER-FEUILLES
           END-IF.

      ******************************************************************
      *  CHARGE LES PRIMES DE QUART ACTIVES ; SANS TABLE, AUCUNE
      *  PRIME N'EST CALCULEE.
      ******************************************************************
       06000-CHARGER-PRIMES.
           MOVE 0 TO W-NB-PRIMES W-IND-FIN-PRIMES.
           OPEN INPUT FICHIER-PRIMES.
           IF PRIMES-OK
               PERFORM 06100-LIRE-PRIME
               PERFORM UNTIL W-FIN-PRIMES OR W-NB-PRIMES = 20
                   IF PQ-EN-VIGUEUR
                       ADD 1 TO W-NB-PRIMES
                       SET W-IDX-PRIME TO W-NB-PRIMES
                       MOVE PQ-CODE  TO W-PR-CODE(W-IDX-PRIME)
                       COMPUTE W-PR-DEBUT(W-IDX-PRIME) =
                           PQ-DEBUT-HH * 60 + PQ-DEBUT-MM
                       COMPUTE W-PR-FIN(W-IDX-PRIME) =
                           PQ-FIN-HH * 60 + PQ-FIN-MM
                       MOVE PQ-JOURS TO W-PR-JOURS(W-IDX-PRIME)
                   END-IF
                   PERFORM 06100-LIRE-PRIME
               END-PERFORM
               CLOSE FICHIER-PRIMES
           END-IF.

       06100-LIRE-PRIME.
           READ FICHIER-PRIMES NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-PRIMES
           END-READ.

       10000-LIRE-POINTAGE.
           READ FICHIER-POINTAGES
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           ADD 1 TO W-COMPTE-LUES.
           MOVE SPACES TO W-CHAMPS-POINTAGE.
           UNSTRING LIGNE-POINTAGE DELIMITED BY ";"
               INTO W-CH-BADGE W-CH-DATE W-CH-ENTREE W-CH-SORTIE
                    W-CH-DEPT W-CH-PROJET.

           MOVE FUNCTION UPPER-CASE(W-CH-BADGE) TO W-CH-BADGE.
           MOVE FUNCTION UPPER-CASE(W-CH-DEPT)   TO W-CH-DEPT.
           MOVE FUNCTION UPPER-CASE(W-CH-PROJET) TO W-CH-PROJET.
           PERFORM 28000-VALIDER-IMPUTATION.

           MOVE 0 TO W-IND-BG-ABSENT.
           IF BADGES-INEXISTANT
               WHEN W-CH-ENTREE NOT NUMERIC
                 OR W-CH-SORTIE NOT NUMERIC
                   PERFORM 26000-REJETER-POINCON
               WHEN W-IMPUT-REJETEE
                   PERFORM 27000-REJETER-IMPUTATION
               WHEN OTHER
                   PERFORM 30000-CUMULER-DUREE
           END-EVALUATE.
           WRITE LIGNE-EXCEPTION.
           ADD 1 TO W-COMPTE-REJETEES.

       27000-REJETER-IMPUTATION.
           MOVE SPACES TO LIGNE-EXCEPTION.
           STRING "DEPARTEMENT OU PROJET INCONNU - "
                                      DELIMITED BY SIZE
                  LIGNE-POINTAGE      DELIMITED BY SIZE
             INTO LIGNE-EXCEPTION.
           WRITE LIGNE-EXCEPTION.
           ADD 1 TO W-COMPTE-REJETEES.

      ******************************************************************
      *  L'IMPUTATION DE LA PAIRE EST FACULTATIVE ; QUAND ELLE EST
      *  DONNEE, LE DEPARTEMENT DOIT ETRE ACTIF A SA TABLE ET LE
      *  PROJET OUVERT A LA SIENNE.
      ******************************************************************
       28000-VALIDER-IMPUTATION.
           MOVE 0 TO W-IND-IMPUT-REJETEE.
           IF W-CH-DEPT = LOW-VALUES
               MOVE SPACES TO W-CH-DEPT
           END-IF.
           IF W-CH-PROJET = LOW-VALUES
               MOVE SPACES TO W-CH-PROJET
           END-IF.
           IF W-CH-DEPT NOT = SPACES
               IF DEPTS-INEXISTANT
                   MOVE 1 TO W-IND-IMPUT-REJETEE
               ELSE
                   MOVE W-CH-DEPT TO DP-CODE
                   READ FICHIER-DEPARTEMENTS
                       INVALID KEY MOVE 1 TO W-IND-IMPUT-REJETEE
                   END-READ
                   IF NOT W-IMPUT-REJETEE AND DP-ACTIF NOT = "A"
                       MOVE 1 TO W-IND-IMPUT-REJETEE
                   END-IF
               END-IF
           END-IF.
           IF W-CH-PROJET NOT = SPACES
               IF PROJETS-INEXISTANT
                   MOVE 1 TO W-IND-IMPUT-REJETEE
               ELSE
                   MOVE W-CH-PROJET TO PJ-CODE
                   READ FICHIER-PROJETS
                       INVALID KEY MOVE 1 TO W-IND-IMPUT-REJETEE
                   END-READ
                   IF NOT W-IMPUT-REJETEE AND NOT PJ-OUVERT
                       MOVE 1 TO W-IND-IMPUT-REJETEE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *  DUREE DE LA PAIRE EN MINUTES (UNE SORTIE AVANT L'ENTREE EST
      *  UN QUART DE NUIT : 24 HEURES S'AJOUTENT), ARRONDIE AU QUART
      *  D'HEURE LE PLUS PROCHE, PUIS CUMULEE A L'EMPLOYE DU BADGE
      *  SOUS L'IMPUTATION DE LA PAIRE.
      ******************************************************************
       30000-CUMULER-DUREE.
           MOVE W-CH-ENTREE TO W-HEURE-ENTREE.
           MOVE W-CH-SORTIE TO W-HEURE-SORTIE.
           COMPUTE W-MIN-ENTREE = W-ENTREE-HH * 60 + W-ENTREE-MM.
           COMPUTE W-MIN-SORTIE = W-SORTIE-HH * 60 + W-SORTIE-MM.
           COMPUTE W-MINUTES = W-MIN-SORTIE - W-MIN-ENTREE.
           IF W-MINUTES < 0
               ADD 1440 TO W-MINUTES
           COMPUTE W-DUREE-HEURES = W-QUARTS * 15 / 60.

           PERFORM 35000-AJOUTER-AU-TOTAL.
           IF W-PAIRE-RETENUE AND W-NB-PRIMES > 0
               PERFORM 40000-REPARTIR-PRIMES
           END-IF.

       35000-AJOUTER-AU-TOTAL.
           MOVE 0 TO W-IND-EMP-TROUVE W-IND-PAIRE-RETENUE.
           PERFORM VARYING W-IDX-TOT FROM 1 BY 1
                   UNTIL W-IDX-TOT > W-NB-EMPLOYES
                      OR W-EMP-TROUVE
               IF W-TE-CODE(W-IDX-TOT) = BG-CODE
                  AND W-TE-DEPT(W-IDX-TOT) = W-CH-DEPT
                  AND W-TE-PROJET(W-IDX-TOT) = W-CH-PROJET
                   MOVE 1 TO W-IND-EMP-TROUVE
               END-IF
           END-PERFORM.
           IF W-EMP-TROUVE
               SET W-IDX-TOT DOWN BY 1
               ADD W-DUREE-HEURES TO W-TE-HEURES(W-IDX-TOT)
               MOVE 1 TO W-IND-PAIRE-RETENUE
           ELSE
               IF W-NB-EMPLOYES < 200
                   MOVE 1 TO W-IND-PAIRE-RETENUE
                   ADD 1 TO W-NB-EMPLOYES
                   SET W-IDX-TOT TO W-NB-EMPLOYES
                   MOVE BG-CODE TO W-TE-CODE(W-IDX-TOT)
                   MOVE W-CH-DEPT   TO W-TE-DEPT(W-IDX-TOT)
                   MOVE W-CH-PROJET TO W-TE-PROJET(W-IDX-TOT)
                   MOVE W-DUREE-HEURES TO W-TE-HEURES(W-IDX-TOT)
               ELSE
                   MOVE SPACES TO LIGNE-EXCEPTION
               END-IF
           END-IF.

      ******************************************************************
      *  REPARTIT LES MINUTES REELLEMENT POINCONNEES DE LA PAIRE
      *  ENTRE LES PRIMES DE QUART : LE JOUR DE CHAQUE MINUTE EST
      *  CELUI DE LA DATE DU POINCON, PLUS UN APRES MINUIT. UNE
      *  PLAGE DONT LE DEBUT EGALE LA FIN COUVRE LA JOURNEE ; UNE
      *  FIN AVANT LE DEBUT ENJAMBE MINUIT. LES MINUTES DE CHAQUE
      *  PRIME SONT ARRONDIES AU QUART D'HEURE COMME LA PAIRE. UNE
      *  DATE INVALIDE LAISSE LA PAIRE SANS PRIME, AVEC UN AVIS.
      ******************************************************************
       40000-REPARTIR-PRIMES.
           MOVE 0 TO W-DATE-POINCON.
           IF W-CH-DATE IS NUMERIC
               MOVE W-CH-DATE TO W-DATE-POINCON
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(W-DATE-POINCON) NOT = 0
               MOVE SPACES TO LIGNE-EXCEPTION
               STRING "DATE INVALIDE, PRIMES NON CALCULEES - "
                                          DELIMITED BY SIZE
                      LIGNE-POINTAGE      DELIMITED BY SIZE
                 INTO LIGNE-EXCEPTION
               WRITE LIGNE-EXCEPTION
           ELSE
               COMPUTE W-JOUR-ENTREE-INT =
                   FUNCTION INTEGER-OF-DATE(W-DATE-POINCON)
               COMPUTE W-JOUR-SEM-ENTREE =
                   FUNCTION MOD(W-JOUR-ENTREE-INT - 1, 7)
               PERFORM VARYING W-IDX-PRIME FROM 1 BY 1
                       UNTIL W-IDX-PRIME > W-NB-PRIMES
                   MOVE 0 TO W-PR-MINUTES(W-IDX-PRIME)
               END-PERFORM
               COMPUTE W-MIN-FIN-PAIRE = W-MIN-ENTREE + W-MINUTES
               PERFORM VARYING W-MIN-COURANTE FROM W-MIN-ENTREE BY 1
                       UNTIL W-MIN-COURANTE >= W-MIN-FIN-PAIRE
                   PERFORM 41000-CLASSER-MINUTE
               END-PERFORM
               PERFORM VARYING W-IDX-PRIME FROM 1 BY 1
                       UNTIL W-IDX-PRIME > W-NB-PRIMES
                   IF W-PR-MINUTES(W-IDX-PRIME) > 0
                       COMPUTE W-QUARTS-PRIME ROUNDED =
                           W-PR-MINUTES(W-IDX-PRIME) / 15
                       COMPUTE W-HEURES-PRIME =
                           W-QUARTS-PRIME * 15 / 60
                       IF W-HEURES-PRIME > 0
                           PERFORM 45000-AJOUTER-PRIME
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *LA PREMIERE PRIME (ORDRE DES CODES) QUI VISE LE JOUR ET
      *L'HEURE DE LA MINUTE LA PREND.
       41000-CLASSER-MINUTE.
           COMPUTE W-DECALAGE-JOURS = W-MIN-COURANTE / 1440.
           COMPUTE W-MIN-DU-JOUR =
               W-MIN-COURANTE - W-DECALAGE-JOURS * 1440.
           COMPUTE W-JOUR-SEMAINE =
               FUNCTION MOD(W-JOUR-SEM-ENTREE + W-DECALAGE-JOURS, 7)
               + 1.
           MOVE 0 TO W-IND-PRIME-TROUVEE.
           PERFORM VARYING W-IDX-PRIME FROM 1 BY 1
                   UNTIL W-IDX-PRIME > W-NB-PRIMES OR W-PRIME-TROUVEE
               IF W-PR-JOURS(W-IDX-PRIME)(W-JOUR-SEMAINE:1) = "O"
                   EVALUATE TRUE
                       WHEN W-PR-DEBUT(W-IDX-PRIME) =
                            W-PR-FIN(W-IDX-PRIME)
                           MOVE 1 TO W-IND-PRIME-TROUVEE
                       WHEN W-PR-DEBUT(W-IDX-PRIME) <
                            W-PR-FIN(W-IDX-PRIME)
                           IF W-MIN-DU-JOUR >= W-PR-DEBUT(W-IDX-PRIME)
                              AND W-MIN-DU-JOUR < W-PR-FIN(W-IDX-PRIME)
                               MOVE 1 TO W-IND-PRIME-TROUVEE
                           END-IF
                       WHEN OTHER
                           IF W-MIN-DU-JOUR >= W-PR-DEBUT(W-IDX-PRIME)
                              OR W-MIN-DU-JOUR < W-PR-FIN(W-IDX-PRIME)
                               MOVE 1 TO W-IND-PRIME-TROUVEE
                           END-IF
                   END-EVALUATE
                   IF W-PRIME-TROUVEE
                       ADD 1 TO W-PR-MINUTES(W-IDX-PRIME)
                   END-IF
               END-IF
           END-PERFORM.

       45000-AJOUTER-PRIME.
           MOVE 0 TO W-IND-EMP-TROUVE.
           PERFORM VARYING W-IDX-TP FROM 1 BY 1
                   UNTIL W-IDX-TP > W-NB-TOT-PRIMES
                      OR W-EMP-TROUVE
               IF W-TP-CODE(W-IDX-TP) = BG-CODE
                  AND W-TP-IMPUTATION(W-IDX-TP)(1:2) = W-CH-DEPT
                  AND W-TP-IMPUTATION(W-IDX-TP)(3:6) = W-CH-PROJET
                  AND W-TP-GAIN(W-IDX-TP) = W-PR-CODE(W-IDX-PRIME)
                   MOVE 1 TO W-IND-EMP-TROUVE
               END-IF
           END-PERFORM.
           IF W-EMP-TROUVE
               SET W-IDX-TP DOWN BY 1
               ADD W-HEURES-PRIME TO W-TP-HEURES(W-IDX-TP)
           ELSE
               IF W-NB-TOT-PRIMES < 400
                   ADD 1 TO W-NB-TOT-PRIMES
                   SET W-IDX-TP TO W-NB-TOT-PRIMES
                   MOVE BG-CODE     TO W-TP-CODE(W-IDX-TP)
                   MOVE W-CH-DEPT   TO W-TP-IMPUTATION(W-IDX-TP)(1:2)
                   MOVE W-CH-PROJET TO W-TP-IMPUTATION(W-IDX-TP)(3:6)
                   MOVE W-PR-CODE(W-IDX-PRIME)
                                    TO W-TP-GAIN(W-IDX-TP)
                   MOVE W-HEURES-PRIME TO W-TP-HEURES(W-IDX-TP)
               ELSE
                   MOVE SPACES TO LIGNE-EXCEPTION
                   STRING "TABLE DES PRIMES PLEINE - "
                                          DELIMITED BY SIZE
                          LIGNE-POINTAGE  DELIMITED BY SIZE
                     INTO LIGNE-EXCEPTION
                   WRITE LIGNE-EXCEPTION
               END-IF
           END-IF.

      ******************************************************************
      *  ECRIT (OU REMPLACE) LA LIGNE REG DE CHAQUE EMPLOYE CUMULE,
      *  UNE PAR IMPUTATION,
      *  EN ATTENTE D'APPROBATION. UN TOTAL AU-DELA DU PLAFOND DE
      *  VRAISEMBLANCE (60 HEURES) EST REJETE, AUCUNE FEUILLE
      *  ECRITE : A VERIFIER A LA POINTEUSE.
                   ADD 1 TO W-COMPTE-REJETEES
               ELSE
                   PERFORM 55000-ECRIRE-UNE-FEUILLE
                   PERFORM 57000-ECRIRE-PRIMES
               END-IF
           END-PERFORM.

           MOVE W-ANNEE-SAISIE       TO FT-ANNEE.
           MOVE W-PERIODE-SAISIE     TO FT-PERIODE.
           MOVE "REG"                TO FT-GAIN.
           MOVE W-TE-IMPUTATION(W-IDX-TOT) TO FT-IMPUTATION.
           MOVE ZEROS                TO FT-ORIGINE.
           READ FICHIER-FEUILLES
               INVALID KEY MOVE 1 TO W-IND-FT-ABSENTE
           END-READ.
           MOVE W-ANNEE-SAISIE       TO FT-ANNEE.
           MOVE W-PERIODE-SAISIE     TO FT-PERIODE.
           MOVE "REG"                TO FT-GAIN.
           MOVE W-TE-IMPUTATION(W-IDX-TOT) TO FT-IMPUTATION.
           MOVE ZEROS                TO FT-ORIGINE.
           MOVE W-HEURES-ARRONDIES   TO FT-HEURES.
           MOVE 0                    TO FT-MONTANT.
           MOVE "S"                  TO FT-STATUT-APPR.
           MOVE SPACES               TO FT-APPROBATEUR.
           MOVE SPACES               TO FT-RESERVE.
           MOVE SPACE                TO FT-SENS.
           IF W-FT-ABSENTE
               WRITE FT-FICHE-HEURES
           ELSE
           END-IF.
           ADD 1 TO W-COMPTE-FEUILLES.

      ******************************************************************
      *  LIGNES DE PRIME DE L'EMPLOYE ET DE L'IMPUTATION DE LA LIGNE
      *  REG QUI VIENT D'ETRE ECRITE, HEURES ARRONDIES A L'HEURE
      *  COMME ELLE, MONTANT CALCULE A LA PAYE SELON LA TABLE.
      ******************************************************************
       57000-ECRIRE-PRIMES.
           PERFORM VARYING W-IDX-TP FROM 1 BY 1
                   UNTIL W-IDX-TP > W-NB-TOT-PRIMES
               IF W-TP-CODE(W-IDX-TP) = W-TE-CODE(W-IDX-TOT)
                  AND W-TP-IMPUTATION(W-IDX-TP) =
                      W-TE-IMPUTATION(W-IDX-TOT)
                   COMPUTE W-HEURES-ARRONDIES ROUNDED =
                       W-TP-HEURES(W-IDX-TP)
                   IF W-HEURES-ARRONDIES > 0
                       PERFORM 57100-ECRIRE-UNE-PRIME
                   END-IF
               END-IF
           END-PERFORM.

       57100-ECRIRE-UNE-PRIME.
           MOVE 0 TO W-IND-FT-ABSENTE.
           MOVE W-TP-CODE(W-IDX-TP)       TO FT-CODE.
           MOVE W-ANNEE-SAISIE            TO FT-ANNEE.
           MOVE W-PERIODE-SAISIE          TO FT-PERIODE.
           MOVE W-TP-GAIN(W-IDX-TP)       TO FT-GAIN.
           MOVE W-TP-IMPUTATION(W-IDX-TP) TO FT-IMPUTATION.
           MOVE ZEROS                     TO FT-ORIGINE.
           READ FICHIER-FEUILLES
               INVALID KEY MOVE 1 TO W-IND-FT-ABSENTE
           END-READ.

           MOVE W-TP-CODE(W-IDX-TP)       TO FT-CODE.
           MOVE W-ANNEE-SAISIE            TO FT-ANNEE.
           MOVE W-PERIODE-SAISIE          TO FT-PERIODE.
           MOVE W-TP-GAIN(W-IDX-TP)       TO FT-GAIN.
           MOVE W-TP-IMPUTATION(W-IDX-TP) TO FT-IMPUTATION.
           MOVE ZEROS                     TO FT-ORIGINE.
           MOVE W-HEURES-ARRONDIES        TO FT-HEURES.
           MOVE 0                         TO FT-MONTANT.
           MOVE "S"                       TO FT-STATUT-APPR.
           MOVE SPACES                    TO FT-APPROBATEUR.
           MOVE SPACES                    TO FT-RESERVE.
           MOVE SPACE                     TO FT-SENS.
           IF W-FT-ABSENTE
               WRITE FT-FICHE-HEURES
           ELSE
               REWRITE FT-FICHE-HEURES
           END-IF.
           ADD 1 TO W-COMPTE-PRIMES.

       80000-SOMMAIRE.
           MOVE SPACES TO LIGNE-EXCEPTION.
           STRING "PAIRES LUES: "     DELIMITED BY SIZE
                  W-COMPTE-FEUILLES   DELIMITED BY SIZE
                  "  REJETS: "        DELIMITED BY SIZE
                  W-COMPTE-REJETEES   DELIMITED BY SIZE
                  "  LIGNES DE PRIME: " DELIMITED BY SIZE
                  W-COMPTE-PRIMES     DELIMITED BY SIZE
             INTO LIGNE-EXCEPTION.
           WRITE LIGNE-EXCEPTION AFTER ADVANCING 2 LINES.
