      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: PROJECTION DU COUT DE LA PAYE DE L'ANNEE A VENIR
      *          (ProjectionPaye.doc) PAR REGION ET DEPARTEMENT, MOIS
      *          PAR MOIS. CHAQUE EMPLOYE ACTIF EST PAYE A BLANC SUR
      *          TOUTES LES PERIODES DE L'ANNEE DE SON GROUPE DE PAYE
      *          (PERIODES COMPTEES DEPUIS LE 1ER JANVIER, COMME LE
      *          CALENDRIER DE PAYE), AU TAUX OU SALAIRE EN VIGUEUR A
      *          LA FIN DE CHAQUE PERIODE (AUGMENTATIONS DEJA
      *          DEPOSEES A TAUXHISTO.DAT COMPRISES), AVEC LES LIGNES
      *          DE L'ANNEE PROJETEE DE Cotisations.dat, TauxImpot.dat
      *          ET ParamPaye.dat (LA DERNIERE ANNEE CONNUE A
      *          DEFAUT, SIGNALEE). COUTS PROJETES : BRUT, RRQ, AE,
      *          RQAP, FSS ET CNESST DE L'EMPLOYEUR, VACANCES ACCUMULEES
      *          ET PART PATRONALE DE L'ASSURANCE COLLECTIVE.
      *          LE BRUT PROJETE PAR REGION PEUT ETRE CHARGE DANS
      *          BUDGETS.DAT COMME BUDGET DE DEPART DE L'ANNEE, AU
      *          LIEU D'ETRE RESAISI DANS SAISIEBUDGETS.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECTIONPAYE.

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

       SELECT FICHIER-ASSURANCES  ASSIGN TO "ASSURANCES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CODE
               FILE STATUS IS W-STATUT-ASSURANCES.

       SELECT FICHIER-ADHESIONS  ASSIGN TO "ADHESIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CLE
               FILE STATUS IS W-STATUT-ADHESIONS.

       SELECT FICHIER-REGIONS  ASSIGN TO "REGIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CODE
               FILE STATUS IS W-STATUT-REGIONS.

       SELECT FICHIER-DEPARTEMENTS  ASSIGN TO "DEPARTEMENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS DP-CODE
               FILE STATUS IS W-STATUT-DEPARTEMENTS.

       SELECT FICHIER-BUDGETS  ASSIGN TO "BUDGETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS BU-CLE.

       SELECT FICHIER-COTISATION ASSIGN TO "Cotisations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-COTISATION.

       SELECT FICHIER-TAUX  ASSIGN TO "TauxImpot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-TAUX.

       SELECT FICHIER-PARAM  ASSIGN TO "ParamPaye.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-PARAM.

       SELECT RAPPORT-PROJECTION  ASSIGN TO "ProjectionPaye.doc"
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
           05  GP-EMPLOYEUR            PIC X(2).
           05  GP-RESERVE              PIC X(5).

       FD  FICHIER-ASSURANCES
       LABEL RECORD STANDARD.
       01  AS-FICHE-REGIME.
           05  AS-CODE                 PIC X(4).
           05  AS-NOM                  PIC X(30).
           05  AS-PART-EMPLOYE         PIC 9(4)V99.
           05  AS-PART-EMPLOYEUR       PIC 9(4)V99.
           05  AS-IMPOSABLE-PROV       PIC X.
           05  AS-ACTIF                PIC X.
           05  AS-RESERVE              PIC X(10).

       FD  FICHIER-ADHESIONS
       LABEL RECORD STANDARD.
       01  AD-FICHE-ADHESION.
           05  AD-CLE.
               10  AD-CODE             PIC X(6).
               10  AD-PLAN             PIC X(4).
           05  AD-DATE-ADHESION        PIC 9(8).
           05  AD-RESERVE              PIC X(10).

       FD  FICHIER-REGIONS
       LABEL RECORD STANDARD.
       01  RG-FICHE-REGION.
           05  RG-CODE                 PIC 9(2).
           05  RG-NOM                  PIC X(20).
           05  RG-ACTIF                PIC X.

       FD  FICHIER-DEPARTEMENTS
       LABEL RECORD STANDARD.
       01  DP-FICHE-DEPARTEMENT.
           05  DP-CODE                 PIC X(2).
           05  DP-NOM                  PIC X(20).
           05  DP-ACTIF                PIC X.

       FD  FICHIER-BUDGETS
       LABEL RECORD STANDARD.
       01  BU-FICHE-BUDGET.
           05  BU-CLE.
               10  BU-ANNEE            PIC 9(4).
               10  BU-REGION           PIC 9(2).
           05  BU-MONTANT-PERIODE      PIC 9(7)V99.
           05  BU-MONTANT-ANNEE        PIC 9(9)V99.
           05  BU-RESERVE              PIC X(10).

       FD  FICHIER-COTISATION.
       01  LIGNE-COTISATION.
           05  LC-ANNEE                 PIC 9(4).
           05  LC-PROVINCE              PIC X(2).
           05  LC-TAUX-RRQ              PIC V999.
           05  LC-TAUX-AE               PIC V999.
           05  LC-TAUX-RQAP             PIC V999.
           05  LC-TAUX-RAMQ             PIC V999.
           05  LC-MAX-RRQ               PIC 9(6).
           05  LC-MAX-AE                PIC 9(6).
           05  LC-MAX-RQAP              PIC 9(6).
           05  LC-TAUX-FSS              PIC V9999.
           05  LC-TAUX-CNESST           PIC V9999.
           05  LC-MAX-CNESST            PIC 9(6).

       FD  FICHIER-TAUX.
       01  LIGNE-TAUX.
           05  LT-ANNEE                PIC 9(4).
           05  LT-PROVINCE             PIC X(2).
           05  LT-SEUIL                PIC 9(6).
           05  LT-TAUX-FEDERAL         PIC V99.
           05  LT-TAUX-PROV            PIC V99.

       FD  FICHIER-PARAM.
       01  LIGNE-PARAM.
           05  LP-ANNEE                 PIC 9(4).
           05  LP-SEUIL-HEURES-SUPP     PIC 9(3).
           05  LP-MAJORATION-SUPP       PIC 9V9.
           05  LP-TAUX-VACANCES         PIC V99.
           05  LP-NB-PERIODES-AN        PIC 9(2).
           05  LP-SEUIL-VARIANCE        PIC 9(2).
           05  LP-ACCRU-MALADIE         PIC 9V99.

       FD  RAPPORT-PROJECTION.
       01  LIGNE-PROJECTION            PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-FIN-TH         PIC 9   VALUE 0.
               88  W-FIN-TH                 VALUE 1.
           05  W-IND-FIN-AD         PIC 9   VALUE 0.
               88  W-FIN-AD                 VALUE 1.
           05  W-IND-FIN-AS         PIC 9   VALUE 0.
               88  W-FIN-AS                 VALUE 1.
           05  W-IND-FIN-LIGNES     PIC 9   VALUE 0.
               88  W-FIN-LIGNES             VALUE 1.
           05  W-IND-TROUVE         PIC 9   VALUE 0.
               88  W-TROUVE                 VALUE 1.

       01  W-STATUT-TAUXHISTO       PIC XX.
           88  TAUXHISTO-OK                 VALUE "00".
       01  W-STATUT-GROUPES         PIC XX.
           88  GROUPES-OK                   VALUE "00".
       01  W-STATUT-ASSURANCES      PIC XX.
           88  ASSURANCES-OK                VALUE "00".
       01  W-STATUT-ADHESIONS       PIC XX.
           88  ADHESIONS-OK                 VALUE "00".
       01  W-STATUT-REGIONS         PIC XX.
           88  REGIONS-OK                   VALUE "00".
       01  W-STATUT-DEPARTEMENTS    PIC XX.
           88  DEPARTEMENTS-OK              VALUE "00".
       01  W-STATUT-COTISATION      PIC XX.
           88  COTISATION-OK                VALUE "00".
       01  W-STATUT-TAUX            PIC XX.
           88  TAUX-OK                      VALUE "00".
       01  W-STATUT-PARAM           PIC XX.
           88  PARAM-OK                     VALUE "00".

       01  W-IND-FICHIERS-OUVERTS.
           05  W-IND-TH-OUVERT      PIC 9   VALUE 0.
               88  W-TH-OUVERT              VALUE 1.
           05  W-IND-GP-OUVERT      PIC 9   VALUE 0.
               88  W-GP-OUVERT              VALUE 1.
           05  W-IND-AD-OUVERT      PIC 9   VALUE 0.
               88  W-AD-OUVERT              VALUE 1.
           05  W-IND-RG-OUVERT      PIC 9   VALUE 0.
               88  W-RG-OUVERT              VALUE 1.
           05  W-IND-DP-OUVERT      PIC 9   VALUE 0.
               88  W-DP-OUVERT              VALUE 1.

       01  W-FILE-DETAIL-BUDGETS.
           05  W-SIZE-BUDGETS       PIC X(8)   COMP-X.

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-ANNEE-PROJETEE         PIC 9(4)   VALUE 0.
       01  W-NB-EMPLOYES            PIC 9(6)   VALUE 0.
       01  W-NB-BUDGETS             PIC 9(4)   VALUE 0.
       01  W-REPONSE-BUDGET         PIC X      VALUE "N".
           88  W-CHARGER-BUDGETS            VALUE "O" "o".

      *********************************************************
      * Parametres de l'annee projetee : la plus recente ligne
      * de chaque fichier qui ne depasse pas l'annee projetee
      * (l'annee retenue est imprimee ; une annee anterieure
      * est signalee comme derniere annee connue). Taux des
      * cotisations par province (4 provinces au plus).
      *********************************************************
       01  W-PARAMETRES.
           05  W-ANNEE-COTIS        PIC 9(4)   VALUE 0.
           05  W-ANNEE-IMPOT        PIC 9(4)   VALUE 0.
           05  W-ANNEE-PARAM        PIC 9(4)   VALUE 0.
           05  W-TAUX-VACANCES      PIC V99    VALUE 0.
           05  W-NB-PERIODES-PARAM  PIC 9(2)   VALUE 0.

       01  W-TABLE-PROVINCES.
           05  W-NB-PROVINCES       PIC 9      VALUE 0.
           05  W-PV-ENTREE OCCURS 4 TIMES
                                    INDEXED BY W-IDX-PV.
               10  W-PV-CODE        PIC X(2).
               10  W-PV-ANNEE       PIC 9(4).
               10  W-PV-TAUX-RRQ    PIC V999.
               10  W-PV-TAUX-AE     PIC V999.
               10  W-PV-TAUX-RQAP   PIC V999.
               10  W-PV-MAX-RRQ     PIC 9(6).
               10  W-PV-MAX-AE      PIC 9(6).
               10  W-PV-MAX-RQAP    PIC 9(6).
               10  W-PV-TAUX-FSS    PIC V9999.
               10  W-PV-TAUX-CNESST PIC V9999.

      *********************************************************
      * Regimes d'assurance collective actifs (part patronale
      * par periode) et historique des taux de l'employe
      * courant (20 changements au plus, en ordre de date).
      *********************************************************
       01  W-TABLE-ASSURANCES.
           05  W-NB-AS              PIC 99     VALUE 0.
           05  W-AS-ENTREE OCCURS 10 TIMES
                                    INDEXED BY W-IDX-AS.
               10  W-AS-CODE        PIC X(4).
               10  W-AS-PART-PAT    PIC 9(4)V99.

       01  W-TABLE-TAUXHISTO.
           05  W-NB-TH              PIC 99     VALUE 0.
           05  W-TH-ENTREE OCCURS 20 TIMES
                                    INDEXED BY W-IDX-TH.
               10  W-TH-DATE        PIC 9(8).
               10  W-TH-TAUX        PIC 99V99.
               10  W-TH-SALAIRE     PIC 9(6)V99.

      *********************************************************
      * Employe courant : groupe de paye (52 periodes de 7
      * jours et 40 heures sans table des groupes), province,
      * remuneration de la periode, gains deja assujettis dans
      * l'annee (plafonds annuels) et couts de la periode.
      *********************************************************
       01  W-CALCUL-EMPLOYE.
           05  W-GROUPE-EMP         PIC X(2).
           05  W-PERIODES-EMP       PIC 9(2).
           05  W-JOURS-EMP          PIC 9(2).
           05  W-HEURES-EMP         PIC 9(3).
           05  W-PROVINCE-EMP       PIC X(2).
           05  W-ASSURANCE-PERIODE  PIC 9(5)V99.
           05  W-TAUX-VIGUEUR       PIC 99V99.
           05  W-SALAIRE-VIGUEUR    PIC 9(6)V99.
           05  W-CUMUL-RRQ          PIC 9(9)V99.
           05  W-CUMUL-AE           PIC 9(9)V99.
           05  W-CUMUL-RQAP         PIC 9(9)V99.
           05  W-ASSUJETTI          PIC 9(9)V99.
           05  W-AGE-EMPLOYE        PIC 9(3).
           05  W-IND-EMP-COMPTE     PIC 9.
               88  W-EMP-COMPTE             VALUE 1.

       01  W-PERIODE-COURANTE.
           05  W-PERIODE            PIC 9(2).
           05  W-MOIS               PIC 9(2).
           05  W-JOUR-AN-INT        PIC 9(8).
           05  W-DEBUT-INT          PIC 9(8).
           05  W-DATE-DEBUT-PER     PIC 9(8).
           05  W-DATE-FIN-PER       PIC 9(8).
           05  W-DATE-DEBUT-AN      PIC 9(8).

      *********************************************************
      * Couts d'une periode, dans l'ordre des colonnes du
      * rapport : 1 brut, 2 RRQ, 3 AE, 4 RQAP, 5 FSS, 6 CNESST,
      * 7 vacances, 8 assurance collective (parts patronales).
      *********************************************************
       01  W-COUTS-PERIODE.
           05  W-CP-MONTANT OCCURS 8 TIMES
                                    INDEXED BY W-IDX-CP
                                    PIC 9(7)V99.

      *********************************************************
      * Cumuls par region et departement (200 combinaisons au
      * plus, gardees en ordre de region puis de departement),
      * par mois et par colonne de cout ; brut annuel par
      * region pour le chargement des budgets.
      *********************************************************
       01  W-TABLE-RD.
           05  W-NB-RD              PIC 9(3)   VALUE 0.
           05  W-RD-ENTREE OCCURS 200 TIMES
                                    INDEXED BY W-IDX-RD W-IDX-RD2.
               10  W-RD-REGION      PIC 9(2).
               10  W-RD-DEPT        PIC X(2).
               10  W-RD-EMPLOYES    PIC 9(5).
               10  W-RD-MOIS OCCURS 12 TIMES.
                   15  W-RD-MONTANT OCCURS 8 TIMES
                                    PIC 9(9)V99.

       01  W-RD-NOUVELLE.
           05  W-RN-REGION          PIC 9(2).
           05  W-RN-DEPT            PIC X(2).

       01  W-TABLE-REGIONS.
           05  W-RE-BRUT OCCURS 99 TIMES
                                    INDEXED BY W-IDX-RE
                                    PIC 9(11)V99.
           05  W-RE-COUT OCCURS 99 TIMES
                                    PIC 9(11)V99.

       01  W-TOTAUX-MOIS.
           05  W-TM-MOIS OCCURS 12 TIMES INDEXED BY W-IDX-MO.
               10  W-TM-MONTANT OCCURS 8 TIMES
                                    PIC 9(11)V99.

       01  W-TOTAUX-LIGNE.
           05  W-TL-MONTANT OCCURS 8 TIMES
                                    INDEXED BY W-IDX-TL
                                    PIC 9(11)V99.
           05  W-TL-TOTAL           PIC 9(11)V99.

       01  W-REGION-COURANTE        PIC 9(2).
       01  W-COUT-REGION            PIC 9(11)V99.
       01  W-NOM-REGION             PIC X(20).
       01  W-NOM-DEPT               PIC X(20).

       01  W-TABLE-NOMS-MOIS.
           05  FILLER  PIC X(36)
                       VALUE "JANFEVMARAVRMAIJUNJUIAOUSEPOCTNOVDEC".
       01  W-NOMS-MOIS REDEFINES W-TABLE-NOMS-MOIS.
           05  W-NOM-MOIS           PIC X(3) OCCURS 12 TIMES.

       01  W-ENTETE-COLONNES.
           05  FILLER  PIC X(45) VALUE
               "   MOIS                 BRUT          RRQ    ".
           05  FILLER  PIC X(45) VALUE
               "       AE         RQAP          FSS       CNE".
           05  FILLER  PIC X(42) VALUE
               "SST     VACANCES    ASSURANCE   COUT TOTAL".

       01  W-LIGNE-MONTANTS.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LM-LIBELLE         PIC X(12).
           05  W-LM-COLONNE OCCURS 9 TIMES.
               10  FILLER           PIC X(1).
               10  W-LM-MONTANT     PIC Z(8)9.99.

       01  W-EDITION.
           05  W-ED-ANNEE           PIC 9(4).
           05  W-ED-NB              PIC ZZZZ9.
           05  W-ED-TAUX-VAC        PIC Z9.

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "PROJECTIONPAYE".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "ProjectionPaye.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "PROJECTIONPAYE".
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

           PERFORM 05000-SAISIR-ANNEE.
           PERFORM 06000-CHARGER-PARAMETRES.
           PERFORM 07000-OUVRIR-TABLES.

           INITIALIZE W-TABLE-RD W-TABLE-REGIONS.
           MOVE 0 TO W-NB-EMPLOYES.
           OPEN INPUT FICHIER-IDX.
           MOVE 0 TO W-IND-FIN-FICHIER.
           PERFORM 10000-LIRE-EMPLOYE.
           PERFORM UNTIL W-FIN-FICHIER
               PERFORM 20000-PROJETER-EMPLOYE
               PERFORM 10000-LIRE-EMPLOYE
           END-PERFORM.
           CLOSE FICHIER-IDX.

           OPEN OUTPUT RAPPORT-PROJECTION.
           PERFORM 30000-ECRIRE-ENTETE.
           PERFORM 32000-ECRIRE-REGION-DEPT
               VARYING W-IDX-RD FROM 1 BY 1
               UNTIL W-IDX-RD > W-NB-RD.
           PERFORM 35000-ECRIRE-SOMMAIRES.
           CLOSE RAPPORT-PROJECTION.
           PERFORM 08000-FERMER-TABLES.

           MOVE W-ANNEE-PROJETEE TO W-SP-PERIODE.
           CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                     W-SP-PERIODE W-SP-OPERATEUR.

           MOVE 0 TO W-NB-BUDGETS.
           IF W-NB-EMPLOYES > 0
               PERFORM 40000-OFFRIR-BUDGETS
           END-IF.

           MOVE SPACES TO W-MESSAGE-ERREUR.
           IF W-NB-BUDGETS > 0
               STRING "PROJECTION " DELIMITED BY SIZE
                      W-ANNEE-PROJETEE DELIMITED BY SIZE
                      " : "          DELIMITED BY SIZE
                      W-NB-EMPLOYES  DELIMITED BY SIZE
                      " EMPLOYE(S), " DELIMITED BY SIZE
                      W-NB-BUDGETS   DELIMITED BY SIZE
                      " BUDGET(S) CHARGE(S)" DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               STRING "PROJECTION " DELIMITED BY SIZE
                      W-ANNEE-PROJETEE DELIMITED BY SIZE
                      " : "          DELIMITED BY SIZE
                      W-NB-EMPLOYES  DELIMITED BY SIZE
                      " EMPLOYE(S) - ProjectionPaye.doc"
                                     DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-NB-EMPLOYES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  ANNEE A PROJETER (0 = L'ANNEE PROCHAINE).
      ******************************************************************
       05000-SAISIR-ANNEE.
           MOVE 0 TO W-ANNEE-PROJETEE.
           DISPLAY "ANNEE A PROJETER (AAAA, 0 = PROCHAINE) : "
                                    AT 0405.
           ACCEPT  W-ANNEE-PROJETEE AT 0447.
           IF W-ANNEE-PROJETEE = 0
               MOVE W-DATE-DU-JOUR(1:4) TO W-ANNEE-PROJETEE
               ADD 1 TO W-ANNEE-PROJETEE
           END-IF.
           COMPUTE W-DATE-DEBUT-AN = W-ANNEE-PROJETEE * 10000 + 101.
           COMPUTE W-JOUR-AN-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-DEBUT-AN).

      ******************************************************************
      *  PARAMETRES DE L'ANNEE PROJETEE : TAUX ET PLAFONDS DES
      *  COTISATIONS PAR PROVINCE (Cotisations.dat), ANNEE DES PALIERS
      *  D'IMPOT (TauxImpot.dat) ET TAUX DE VACANCES (ParamPaye.dat),
      *  CHAQUE FOIS LA PLUS RECENTE LIGNE NON POSTERIEURE.
      ******************************************************************
       06000-CHARGER-PARAMETRES.
           MOVE 0 TO W-NB-PROVINCES W-ANNEE-COTIS.
           MOVE 0 TO W-IND-FIN-LIGNES.
           OPEN INPUT FICHIER-COTISATION.
           IF COTISATION-OK
               PERFORM UNTIL W-FIN-LIGNES
                   READ FICHIER-COTISATION
                       AT END MOVE 1 TO W-IND-FIN-LIGNES
                       NOT AT END
                           IF LC-ANNEE NOT > W-ANNEE-PROJETEE
                               PERFORM 06100-RANGER-COTISATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COTISATION
           END-IF.

           MOVE 0 TO W-ANNEE-IMPOT W-IND-FIN-LIGNES.
           OPEN INPUT FICHIER-TAUX.
           IF TAUX-OK
               PERFORM UNTIL W-FIN-LIGNES
                   READ FICHIER-TAUX
                       AT END MOVE 1 TO W-IND-FIN-LIGNES
                       NOT AT END
                           IF LT-ANNEE NOT > W-ANNEE-PROJETEE
                              AND LT-ANNEE > W-ANNEE-IMPOT
                               MOVE LT-ANNEE TO W-ANNEE-IMPOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TAUX
           END-IF.

           MOVE 0 TO W-ANNEE-PARAM W-IND-FIN-LIGNES.
           OPEN INPUT FICHIER-PARAM.
           IF PARAM-OK
               PERFORM UNTIL W-FIN-LIGNES
                   READ FICHIER-PARAM
                       AT END MOVE 1 TO W-IND-FIN-LIGNES
                       NOT AT END
                           IF LP-ANNEE NOT > W-ANNEE-PROJETEE
                              AND LP-ANNEE NOT < W-ANNEE-PARAM
                               MOVE LP-ANNEE TO W-ANNEE-PARAM
                               MOVE LP-TAUX-VACANCES
                                 TO W-TAUX-VACANCES
                               MOVE LP-NB-PERIODES-AN
                                 TO W-NB-PERIODES-PARAM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PARAM
           END-IF.
           IF W-NB-PERIODES-PARAM = 0
               MOVE 52 TO W-NB-PERIODES-PARAM
           END-IF.

      *LA LIGNE DE L'ANNEE LA PLUS RECENTE REMPLACE CELLE D'UNE
      *ANNEE ANTERIEURE POUR SA PROVINCE.
       06100-RANGER-COTISATION.
           MOVE 0 TO W-IND-TROUVE.
           PERFORM VARYING W-IDX-PV FROM 1 BY 1
                   UNTIL W-IDX-PV > W-NB-PROVINCES OR W-TROUVE
               IF W-PV-CODE(W-IDX-PV) = LC-PROVINCE
                   MOVE 1 TO W-IND-TROUVE
               END-IF
           END-PERFORM.
           IF W-TROUVE
               SET W-IDX-PV DOWN BY 1
           ELSE
               IF W-NB-PROVINCES < 4
                   ADD 1 TO W-NB-PROVINCES
                   SET W-IDX-PV TO W-NB-PROVINCES
                   MOVE LC-PROVINCE TO W-PV-CODE(W-IDX-PV)
                   MOVE 0 TO W-PV-ANNEE(W-IDX-PV)
                   MOVE 1 TO W-IND-TROUVE
               END-IF
           END-IF.
           IF W-TROUVE
              AND LC-ANNEE NOT < W-PV-ANNEE(W-IDX-PV)
               MOVE LC-ANNEE       TO W-PV-ANNEE(W-IDX-PV)
               MOVE LC-TAUX-RRQ    TO W-PV-TAUX-RRQ(W-IDX-PV)
               MOVE LC-TAUX-AE     TO W-PV-TAUX-AE(W-IDX-PV)
               MOVE LC-TAUX-RQAP   TO W-PV-TAUX-RQAP(W-IDX-PV)
               MOVE LC-MAX-RRQ     TO W-PV-MAX-RRQ(W-IDX-PV)
               MOVE LC-MAX-AE      TO W-PV-MAX-AE(W-IDX-PV)
               MOVE LC-MAX-RQAP    TO W-PV-MAX-RQAP(W-IDX-PV)
               MOVE LC-TAUX-FSS    TO W-PV-TAUX-FSS(W-IDX-PV)
               MOVE LC-TAUX-CNESST TO W-PV-TAUX-CNESST(W-IDX-PV)
               IF LC-ANNEE > W-ANNEE-COTIS
                   MOVE LC-ANNEE TO W-ANNEE-COTIS
               END-IF
           END-IF.

      ******************************************************************
      *  OUVRE LES TABLES DE CONSULTATION (CHACUNE FACULTATIVE) ET
      *  CHARGE LES REGIMES D'ASSURANCE COLLECTIVE ACTIFS.
      ******************************************************************
       07000-OUVRIR-TABLES.
           MOVE 0 TO W-IND-TH-OUVERT W-IND-GP-OUVERT W-IND-AD-OUVERT
                     W-IND-RG-OUVERT W-IND-DP-OUVERT.
           OPEN INPUT FICHIER-TAUXHISTO.
           IF TAUXHISTO-OK
               MOVE 1 TO W-IND-TH-OUVERT
           END-IF.
           OPEN INPUT FICHIER-GROUPES.
           IF GROUPES-OK
               MOVE 1 TO W-IND-GP-OUVERT
           END-IF.
           OPEN INPUT FICHIER-ADHESIONS.
           IF ADHESIONS-OK
               MOVE 1 TO W-IND-AD-OUVERT
           END-IF.
           OPEN INPUT FICHIER-REGIONS.
           IF REGIONS-OK
               MOVE 1 TO W-IND-RG-OUVERT
           END-IF.
           OPEN INPUT FICHIER-DEPARTEMENTS.
           IF DEPARTEMENTS-OK
               MOVE 1 TO W-IND-DP-OUVERT
           END-IF.

           MOVE 0 TO W-NB-AS W-IND-FIN-AS.
           OPEN INPUT FICHIER-ASSURANCES.
           IF ASSURANCES-OK
               MOVE LOW-VALUES TO AS-CODE
               START FICHIER-ASSURANCES KEY IS NOT LESS THAN AS-CODE
                   INVALID KEY MOVE 1 TO W-IND-FIN-AS
               END-START
               PERFORM 07100-LIRE-ASSURANCE
               PERFORM UNTIL W-FIN-AS OR W-NB-AS = 10
                   IF AS-ACTIF = "A"
                       ADD 1 TO W-NB-AS
                       MOVE AS-CODE           TO W-AS-CODE(W-NB-AS)
                       MOVE AS-PART-EMPLOYEUR TO W-AS-PART-PAT(W-NB-AS)
                   END-IF
                   PERFORM 07100-LIRE-ASSURANCE
               END-PERFORM
               CLOSE FICHIER-ASSURANCES
           END-IF.

       07100-LIRE-ASSURANCE.
           READ FICHIER-ASSURANCES NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-AS
           END-READ.

       08000-FERMER-TABLES.
           IF W-TH-OUVERT
               CLOSE FICHIER-TAUXHISTO
           END-IF.
           IF W-GP-OUVERT
               CLOSE FICHIER-GROUPES
           END-IF.
           IF W-AD-OUVERT
               CLOSE FICHIER-ADHESIONS
           END-IF.
           IF W-RG-OUVERT
               CLOSE FICHIER-REGIONS
           END-IF.
           IF W-DP-OUVERT
               CLOSE FICHIER-DEPARTEMENTS
           END-IF.

       10000-LIRE-EMPLOYE.
           READ FICHIER-IDX
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

      ******************************************************************
      *  PROJETTE UN EMPLOYE : UN INACTIF OU UN EMPLOYE TERMINE AVANT
      *  L'ANNEE PROJETEE EST IGNORE. CHAQUE PERIODE DE L'ANNEE DE SON
      *  GROUPE EST PAYEE A BLANC ET VERSEE AU MOIS DE SA DATE DE FIN,
      *  DANS LA CASE DE SA REGION ET DE SON DEPARTEMENT.
      ******************************************************************
       20000-PROJETER-EMPLOYE.
           IF EMP-INACTIF
              OR (EMP-DATE-FIN > 0 AND EMP-DATE-FIN < W-DATE-DEBUT-AN)
               CONTINUE
           ELSE
               PERFORM 21000-ETABLIR-GROUPE
               PERFORM 22000-CHARGER-HISTO-TAUX
               PERFORM 23000-CALCULER-ASSURANCE
               MOVE EMP-PROVINCE TO W-PROVINCE-EMP
               IF W-PROVINCE-EMP = SPACES
                   MOVE "QC" TO W-PROVINCE-EMP
               END-IF
               PERFORM 24000-TROUVER-PROVINCE
               MOVE EMP-REGION      TO W-RN-REGION
               MOVE EMP-DEPARTEMENT TO W-RN-DEPT
               PERFORM 31000-TROUVER-REGION-DEPT
               MOVE 0 TO W-CUMUL-RRQ W-CUMUL-AE W-CUMUL-RQAP
                         W-IND-EMP-COMPTE
               PERFORM 25000-PROJETER-PERIODE
                   VARYING W-PERIODE FROM 1 BY 1
                   UNTIL W-PERIODE > W-PERIODES-EMP
               IF W-EMP-COMPTE
                   ADD 1 TO W-NB-EMPLOYES
                   ADD 1 TO W-RD-EMPLOYES(W-IDX-RD)
               END-IF
           END-IF.

      *GROUPE DE PAYE DE L'EMPLOYE (01 SANS GROUPE) ; SANS TABLE
      *DES GROUPES, LE GROUPE HEBDOMADAIRE D'ORIGINE.
       21000-ETABLIR-GROUPE.
           MOVE EMP-GROUPE-PAYE TO W-GROUPE-EMP.
           IF W-GROUPE-EMP = SPACES OR W-GROUPE-EMP = LOW-VALUES
               MOVE "01" TO W-GROUPE-EMP
           END-IF.
           MOVE 52 TO W-PERIODES-EMP.
           MOVE 7  TO W-JOURS-EMP.
           MOVE 40 TO W-HEURES-EMP.
           IF W-GP-OUVERT
               MOVE W-GROUPE-EMP TO GP-CODE
               READ FICHIER-GROUPES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF GP-NB-PERIODES-AN > 0
                           MOVE GP-NB-PERIODES-AN TO W-PERIODES-EMP
                       END-IF
                       IF GP-JOURS-PERIODE > 0
                           MOVE GP-JOURS-PERIODE TO W-JOURS-EMP
                       END-IF
                       IF GP-HEURES-PERIODE > 0
                           MOVE GP-HEURES-PERIODE TO W-HEURES-EMP
                       END-IF
               END-READ
           END-IF.
      *LES HEURES NORMALES DE LA FICHE PRIMENT SUR CELLES DU GROUPE.
           IF EMP-NB-HEURE > 0
               MOVE EMP-NB-HEURE TO W-HEURES-EMP
           END-IF.

       22000-CHARGER-HISTO-TAUX.
           MOVE 0 TO W-NB-TH W-IND-FIN-TH.
           IF W-TH-OUVERT
               MOVE EMP-CODE TO TH-CODE
               MOVE 0        TO TH-DATE-EFFET
               START FICHIER-TAUXHISTO KEY IS NOT LESS THAN TH-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-TH
               END-START
               PERFORM 22100-LIRE-HISTO-TAUX
               PERFORM UNTIL W-FIN-TH OR W-NB-TH = 20
                   ADD 1 TO W-NB-TH
                   MOVE TH-DATE-EFFET      TO W-TH-DATE(W-NB-TH)
                   MOVE TH-TAUX            TO W-TH-TAUX(W-NB-TH)
                   MOVE TH-SALAIRE-PERIODE TO W-TH-SALAIRE(W-NB-TH)
                   PERFORM 22100-LIRE-HISTO-TAUX
               END-PERFORM
           END-IF.

       22100-LIRE-HISTO-TAUX.
           READ FICHIER-TAUXHISTO NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-TH
           END-READ.
           IF NOT W-FIN-TH AND TH-CODE NOT = EMP-CODE
               MOVE 1 TO W-IND-FIN-TH
           END-IF.

      *PART PATRONALE PAR PERIODE DES REGIMES ACTIFS AUXQUELS
      *L'EMPLOYE ADHERE.
       23000-CALCULER-ASSURANCE.
           MOVE 0 TO W-ASSURANCE-PERIODE W-IND-FIN-AD.
           IF W-AD-OUVERT AND W-NB-AS > 0
               MOVE EMP-CODE   TO AD-CODE
               MOVE LOW-VALUES TO AD-PLAN
               START FICHIER-ADHESIONS KEY IS NOT LESS THAN AD-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-AD
               END-START
               PERFORM 23100-LIRE-ADHESION
               PERFORM UNTIL W-FIN-AD
                   PERFORM VARYING W-IDX-AS FROM 1 BY 1
                           UNTIL W-IDX-AS > W-NB-AS
                       IF W-AS-CODE(W-IDX-AS) = AD-PLAN
                           ADD W-AS-PART-PAT(W-IDX-AS)
                             TO W-ASSURANCE-PERIODE
                       END-IF
                   END-PERFORM
                   PERFORM 23100-LIRE-ADHESION
               END-PERFORM
           END-IF.

       23100-LIRE-ADHESION.
           READ FICHIER-ADHESIONS NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-AD
           END-READ.
           IF NOT W-FIN-AD AND AD-CODE NOT = EMP-CODE
               MOVE 1 TO W-IND-FIN-AD
           END-IF.

      *JEU DE COTISATIONS DE LA PROVINCE D'EMPLOI (LE PREMIER DU
      *FICHIER, QC EN TETE, A DEFAUT).
       24000-TROUVER-PROVINCE.
           MOVE 0 TO W-IND-TROUVE.
           PERFORM VARYING W-IDX-PV FROM 1 BY 1
                   UNTIL W-IDX-PV > W-NB-PROVINCES OR W-TROUVE
               IF W-PV-CODE(W-IDX-PV) = W-PROVINCE-EMP
                   MOVE 1 TO W-IND-TROUVE
               END-IF
           END-PERFORM.
           IF W-TROUVE
               SET W-IDX-PV DOWN BY 1
           ELSE
               SET W-IDX-PV TO 1
           END-IF.

      ******************************************************************
      *  UNE PERIODE DE PAYE PROJETEE : BORNES COMPTEES DEPUIS LE 1ER
      *  JANVIER (REGLE DU CALENDRIER DE PAYE), REMUNERATION EN
      *  VIGUEUR A LA FIN DE LA PERIODE, COUTS DE L'EMPLOYEUR AVEC
      *  LES PLAFONDS ANNUELS (RRQ APPARIEE, AE ET RQAP A 1,4 FOIS LA
      *  COTISATION DE L'EMPLOYE, FSS ET CNESST SUR LE BRUT COMME LA
      *  PAYE), VACANCES ACCUMULEES ET ASSURANCE COLLECTIVE. UNE
      *  PERIODE AVANT L'EMBAUCHE OU APRES LA FIN D'EMPLOI NE COUTE
      *  RIEN.
      ******************************************************************
       25000-PROJETER-PERIODE.
           COMPUTE W-DEBUT-INT =
               W-JOUR-AN-INT + ((W-PERIODE - 1) * W-JOURS-EMP).
           MOVE FUNCTION DATE-OF-INTEGER(W-DEBUT-INT)
             TO W-DATE-DEBUT-PER.
           MOVE FUNCTION DATE-OF-INTEGER(W-DEBUT-INT
               + W-JOURS-EMP - 1)
             TO W-DATE-FIN-PER.

           IF EMP-DATE-ENGAGEMENT > W-DATE-FIN-PER
              OR (EMP-DATE-FIN > 0
                  AND EMP-DATE-FIN < W-DATE-DEBUT-PER)
               CONTINUE
           ELSE
               MOVE 1 TO W-IND-EMP-COMPTE
               IF W-DATE-FIN-PER(1:4) > W-ANNEE-PROJETEE
                   MOVE 12 TO W-MOIS
               ELSE
                   MOVE W-DATE-FIN-PER(5:2) TO W-MOIS
               END-IF

               MOVE EMP-TAUX            TO W-TAUX-VIGUEUR
               MOVE EMP-SALAIRE-PERIODE TO W-SALAIRE-VIGUEUR
               PERFORM VARYING W-IDX-TH FROM 1 BY 1
                       UNTIL W-IDX-TH > W-NB-TH
                   IF W-TH-DATE(W-IDX-TH) NOT > W-DATE-FIN-PER
                       MOVE W-TH-TAUX(W-IDX-TH)    TO W-TAUX-VIGUEUR
                       MOVE W-TH-SALAIRE(W-IDX-TH) TO W-SALAIRE-VIGUEUR
                   END-IF
               END-PERFORM

               INITIALIZE W-COUTS-PERIODE
               IF EMP-SALARIE
                   MOVE W-SALAIRE-VIGUEUR TO W-CP-MONTANT(1)
               ELSE
                   COMPUTE W-CP-MONTANT(1) ROUNDED =
                       W-TAUX-VIGUEUR * W-HEURES-EMP
               END-IF
               PERFORM 26000-COTISATIONS-EMPLOYEUR
               COMPUTE W-CP-MONTANT(7) ROUNDED =
                   W-CP-MONTANT(1) * W-TAUX-VACANCES
               MOVE W-ASSURANCE-PERIODE TO W-CP-MONTANT(8)

               PERFORM VARYING W-IDX-CP FROM 1 BY 1
                       UNTIL W-IDX-CP > 8
                   ADD W-CP-MONTANT(W-IDX-CP)
                     TO W-RD-MONTANT(W-IDX-RD, W-MOIS, W-IDX-CP)
               END-PERFORM
           END-IF.

       26000-COTISATIONS-EMPLOYEUR.
           IF W-NB-PROVINCES > 0
      *AUCUNE COTISATION RRQ AVANT 18 ANS (SANS DATE DE NAISSANCE,
      *L'EMPLOYE COTISE).
               COMPUTE W-AGE-EMPLOYE =
                   (W-DATE-FIN-PER - EMP-DATE-NAISSANCE) / 10000
               IF EMP-DATE-NAISSANCE = 0 OR W-AGE-EMPLOYE NOT < 18
                   COMPUTE W-ASSUJETTI =
                       W-PV-MAX-RRQ(W-IDX-PV) - W-CUMUL-RRQ
                   IF W-CP-MONTANT(1) < W-ASSUJETTI
                       MOVE W-CP-MONTANT(1) TO W-ASSUJETTI
                   END-IF
                   ADD W-ASSUJETTI TO W-CUMUL-RRQ
                   COMPUTE W-CP-MONTANT(2) ROUNDED =
                       W-ASSUJETTI * W-PV-TAUX-RRQ(W-IDX-PV)
               END-IF

               COMPUTE W-ASSUJETTI =
                   W-PV-MAX-AE(W-IDX-PV) - W-CUMUL-AE
               IF W-CP-MONTANT(1) < W-ASSUJETTI
                   MOVE W-CP-MONTANT(1) TO W-ASSUJETTI
               END-IF
               ADD W-ASSUJETTI TO W-CUMUL-AE
               COMPUTE W-CP-MONTANT(3) ROUNDED =
                   W-ASSUJETTI * W-PV-TAUX-AE(W-IDX-PV) * 1.4

               COMPUTE W-ASSUJETTI =
                   W-PV-MAX-RQAP(W-IDX-PV) - W-CUMUL-RQAP
               IF W-CP-MONTANT(1) < W-ASSUJETTI
                   MOVE W-CP-MONTANT(1) TO W-ASSUJETTI
               END-IF
               ADD W-ASSUJETTI TO W-CUMUL-RQAP
               COMPUTE W-CP-MONTANT(4) ROUNDED =
                   W-ASSUJETTI * W-PV-TAUX-RQAP(W-IDX-PV) * 1.4

               COMPUTE W-CP-MONTANT(5) ROUNDED =
                   W-CP-MONTANT(1) * W-PV-TAUX-FSS(W-IDX-PV)
               COMPUTE W-CP-MONTANT(6) ROUNDED =
                   W-CP-MONTANT(1) * W-PV-TAUX-CNESST(W-IDX-PV)
           END-IF.

      ******************************************************************
      *  ENTETE : ANNEE PROJETEE ET ANNEE DES PARAMETRES RETENUS (UNE
      *  ANNEE ANTERIEURE EST LA DERNIERE CONNUE, A METTRE A JOUR).
      ******************************************************************
       30000-ECRIRE-ENTETE.
           MOVE SPACES TO LIGNE-PROJECTION.
           STRING "** PROJECTION DU COUT DE LA PAYE "
                                    DELIMITED BY SIZE
                  W-ANNEE-PROJETEE  DELIMITED BY SIZE
                  " PAR REGION ET DEPARTEMENT - CRACK-INFO **"
                                    DELIMITED BY SIZE
             INTO LIGNE-PROJECTION.
           WRITE LIGNE-PROJECTION.

           COMPUTE W-ED-TAUX-VAC = W-TAUX-VACANCES * 100.
           MOVE SPACES TO LIGNE-PROJECTION.
           STRING "   PARAMETRES RETENUS : COTISATIONS "
                                    DELIMITED BY SIZE
                  W-ANNEE-COTIS     DELIMITED BY SIZE
                  "   IMPOT "       DELIMITED BY SIZE
                  W-ANNEE-IMPOT     DELIMITED BY SIZE
                  "   PARAMPAYE "   DELIMITED BY SIZE
                  W-ANNEE-PARAM     DELIMITED BY SIZE
                  " (VACANCES "     DELIMITED BY SIZE
                  W-ED-TAUX-VAC     DELIMITED BY SIZE
                  " %)"             DELIMITED BY SIZE
             INTO LIGNE-PROJECTION.
           WRITE LIGNE-PROJECTION AFTER ADVANCING 2 LINES.

           IF W-ANNEE-COTIS NOT = W-ANNEE-PROJETEE
              OR W-ANNEE-IMPOT NOT = W-ANNEE-PROJETEE
              OR W-ANNEE-PARAM NOT = W-ANNEE-PROJETEE
               MOVE SPACES TO LIGNE-PROJECTION
               STRING "   ATTENTION : LIGNES DE "
                                    DELIMITED BY SIZE
                      W-ANNEE-PROJETEE DELIMITED BY SIZE
                      " ABSENTES D'UN FICHIER DE PARAMETRES -"
                                    DELIMITED BY SIZE
                      " DERNIERE ANNEE CONNUE UTILISEE"
                                    DELIMITED BY SIZE
                 INTO LIGNE-PROJECTION
               WRITE LIGNE-PROJECTION AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO LIGNE-PROJECTION.
           STRING "   IMPOT : RETENUE DE L'EMPLOYE, HORS COUT EMPLOYEUR"
                                    DELIMITED BY SIZE
                  " ; RQAP ET AE PATRONALES A 1,4 FOIS LA COTISATION"
                                    DELIMITED BY SIZE
                  " DE L'EMPLOYE"   DELIMITED BY SIZE
             INTO LIGNE-PROJECTION.
           WRITE LIGNE-PROJECTION AFTER ADVANCING 1 LINE.

      ******************************************************************
      *  TROUVE (OU INSERE A SON RANG, EN ORDRE DE REGION PUIS DE
      *  DEPARTEMENT) LA CASE REGION + DEPARTEMENT DE L'EMPLOYE.
      *  AU-DELA DE 200 CASES, LA DERNIERE RECOIT LE SURPLUS.
      ******************************************************************
       31000-TROUVER-REGION-DEPT.
           MOVE 0 TO W-IND-TROUVE.
           PERFORM VARYING W-IDX-RD FROM 1 BY 1
                   UNTIL W-IDX-RD > W-NB-RD OR W-TROUVE
               IF W-RD-REGION(W-IDX-RD) = W-RN-REGION
                  AND W-RD-DEPT(W-IDX-RD) = W-RN-DEPT
                   MOVE 1 TO W-IND-TROUVE
               END-IF
           END-PERFORM.
           IF W-TROUVE
               SET W-IDX-RD DOWN BY 1
           ELSE
               IF W-NB-RD < 200
                   PERFORM 31100-INSERER-REGION-DEPT
               ELSE
                   SET W-IDX-RD TO 200
               END-IF
           END-IF.

       31100-INSERER-REGION-DEPT.
           SET W-IDX-RD TO 1.
           PERFORM UNTIL W-IDX-RD > W-NB-RD
                  OR W-RD-REGION(W-IDX-RD) > W-RN-REGION
                  OR (W-RD-REGION(W-IDX-RD) = W-RN-REGION
                      AND W-RD-DEPT(W-IDX-RD) > W-RN-DEPT)
               SET W-IDX-RD UP BY 1
           END-PERFORM.
           ADD 1 TO W-NB-RD.
           SET W-IDX-RD2 TO W-NB-RD.
           PERFORM UNTIL W-IDX-RD2 NOT > W-IDX-RD
               MOVE W-RD-ENTREE(W-IDX-RD2 - 1)
                 TO W-RD-ENTREE(W-IDX-RD2)
               SET W-IDX-RD2 DOWN BY 1
           END-PERFORM.
           INITIALIZE W-RD-ENTREE(W-IDX-RD).
           MOVE W-RN-REGION TO W-RD-REGION(W-IDX-RD).
           MOVE W-RN-DEPT   TO W-RD-DEPT(W-IDX-RD).

      ******************************************************************
      *  UNE SECTION PAR REGION + DEPARTEMENT : UNE LIGNE PAR MOIS ET
      *  LE TOTAL DE L'ANNEE. LES MOIS SONT AUSSI VERSES AUX TOTAUX
      *  GENERAUX ET LE BRUT ET LE COUT A LA REGION.
      ******************************************************************
       32000-ECRIRE-REGION-DEPT.
           PERFORM 33000-NOMMER-REGION-DEPT.
           MOVE W-RD-EMPLOYES(W-IDX-RD) TO W-ED-NB.
           MOVE SPACES TO LIGNE-PROJECTION.
           STRING "REGION "           DELIMITED BY SIZE
                  W-RD-REGION(W-IDX-RD) DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  W-NOM-REGION        DELIMITED BY SIZE
                  "   DEPARTEMENT "   DELIMITED BY SIZE
                  W-RD-DEPT(W-IDX-RD) DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  W-NOM-DEPT          DELIMITED BY SIZE
                  "   ("              DELIMITED BY SIZE
                  W-ED-NB             DELIMITED BY SIZE
                  " EMPLOYE(S))"      DELIMITED BY SIZE
             INTO LIGNE-PROJECTION.
           WRITE LIGNE-PROJECTION AFTER ADVANCING 3 LINES.
           WRITE LIGNE-PROJECTION FROM W-ENTETE-COLONNES
                                  AFTER ADVANCING 1 LINE.

           INITIALIZE W-TOTAUX-LIGNE.
           PERFORM VARYING W-IDX-MO FROM 1 BY 1 UNTIL W-IDX-MO > 12
               MOVE W-NOM-MOIS(W-IDX-MO) TO W-LM-LIBELLE
               MOVE 0 TO W-TL-TOTAL
               PERFORM VARYING W-IDX-CP FROM 1 BY 1
                       UNTIL W-IDX-CP > 8
                   MOVE W-RD-MONTANT(W-IDX-RD, W-IDX-MO, W-IDX-CP)
                     TO W-LM-MONTANT(W-IDX-CP)
                   ADD W-RD-MONTANT(W-IDX-RD, W-IDX-MO, W-IDX-CP)
                     TO W-TL-TOTAL W-TL-MONTANT(W-IDX-CP)
                        W-TM-MONTANT(W-IDX-MO, W-IDX-CP)
               END-PERFORM
               MOVE W-TL-TOTAL TO W-LM-MONTANT(9)
               WRITE LIGNE-PROJECTION FROM W-LIGNE-MONTANTS
                                      AFTER ADVANCING 1 LINE
           END-PERFORM.

           MOVE "TOTAL ANNEE" TO W-LM-LIBELLE.
           MOVE 0 TO W-TL-TOTAL.
           PERFORM VARYING W-IDX-TL FROM 1 BY 1 UNTIL W-IDX-TL > 8
               MOVE W-TL-MONTANT(W-IDX-TL) TO W-LM-MONTANT(W-IDX-TL)
               ADD W-TL-MONTANT(W-IDX-TL) TO W-TL-TOTAL
           END-PERFORM.
           MOVE W-TL-TOTAL TO W-LM-MONTANT(9).
           WRITE LIGNE-PROJECTION FROM W-LIGNE-MONTANTS
                                  AFTER ADVANCING 2 LINES.

           IF W-RD-REGION(W-IDX-RD) > 0
               SET W-IDX-RE TO W-RD-REGION(W-IDX-RD)
               ADD W-TL-MONTANT(1) TO W-RE-BRUT(W-IDX-RE)
               ADD W-TL-TOTAL      TO W-RE-COUT(W-IDX-RE)
           END-IF.

       33000-NOMMER-REGION-DEPT.
           MOVE SPACES TO W-NOM-REGION W-NOM-DEPT.
           MOVE W-RD-REGION(W-IDX-RD) TO W-REGION-COURANTE.
           PERFORM 33100-NOMMER-REGION.
           IF W-DP-OUVERT
               MOVE W-RD-DEPT(W-IDX-RD) TO DP-CODE
               READ FICHIER-DEPARTEMENTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE DP-NOM TO W-NOM-DEPT
               END-READ
           END-IF.

       33100-NOMMER-REGION.
           MOVE SPACES TO W-NOM-REGION.
           IF W-RG-OUVERT
               MOVE W-REGION-COURANTE TO RG-CODE
               READ FICHIER-REGIONS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE RG-NOM TO W-NOM-REGION
               END-READ
           END-IF.

      ******************************************************************
      *  SOMMAIRES : BRUT ET COUT TOTAL DE L'ANNEE PAR REGION, PUIS
      *  TOTAUX GENERAUX MOIS PAR MOIS.
      ******************************************************************
       35000-ECRIRE-SOMMAIRES.
           MOVE SPACES TO LIGNE-PROJECTION.
           STRING "** SOMMAIRE PAR REGION - "  DELIMITED BY SIZE
                  W-ANNEE-PROJETEE              DELIMITED BY SIZE
                  " **"                         DELIMITED BY SIZE
             INTO LIGNE-PROJECTION.
           WRITE LIGNE-PROJECTION AFTER ADVANCING PAGE.
           MOVE "   REGION                           BRUT   COUT TOTAL"
             TO LIGNE-PROJECTION.
           WRITE LIGNE-PROJECTION AFTER ADVANCING 2 LINES.

           PERFORM VARYING W-IDX-RE FROM 1 BY 1 UNTIL W-IDX-RE > 99
               IF W-RE-COUT(W-IDX-RE) > 0
                   SET W-REGION-COURANTE TO W-IDX-RE
                   PERFORM 33100-NOMMER-REGION
                   MOVE SPACES TO LIGNE-PROJECTION
                   MOVE W-RE-BRUT(W-IDX-RE) TO W-LM-MONTANT(1)
                   MOVE W-RE-COUT(W-IDX-RE) TO W-LM-MONTANT(2)
                   STRING "   "                DELIMITED BY SIZE
                          W-REGION-COURANTE    DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          W-NOM-REGION         DELIMITED BY SIZE
                          "  "                 DELIMITED BY SIZE
                          W-LM-MONTANT(1)      DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          W-LM-MONTANT(2)      DELIMITED BY SIZE
                     INTO LIGNE-PROJECTION
                   WRITE LIGNE-PROJECTION AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO LIGNE-PROJECTION.
           STRING "** TOTAL GENERAL PAR MOIS - " DELIMITED BY SIZE
                  W-ANNEE-PROJETEE               DELIMITED BY SIZE
                  " **"                          DELIMITED BY SIZE
             INTO LIGNE-PROJECTION.
           WRITE LIGNE-PROJECTION AFTER ADVANCING 3 LINES.
           WRITE LIGNE-PROJECTION FROM W-ENTETE-COLONNES
                                  AFTER ADVANCING 2 LINES.

           INITIALIZE W-TOTAUX-LIGNE.
           PERFORM VARYING W-IDX-MO FROM 1 BY 1 UNTIL W-IDX-MO > 12
               MOVE W-NOM-MOIS(W-IDX-MO) TO W-LM-LIBELLE
               MOVE 0 TO W-TL-TOTAL
               PERFORM VARYING W-IDX-CP FROM 1 BY 1
                       UNTIL W-IDX-CP > 8
                   MOVE W-TM-MONTANT(W-IDX-MO, W-IDX-CP)
                     TO W-LM-MONTANT(W-IDX-CP)
                   ADD W-TM-MONTANT(W-IDX-MO, W-IDX-CP)
                     TO W-TL-TOTAL W-TL-MONTANT(W-IDX-CP)
               END-PERFORM
               MOVE W-TL-TOTAL TO W-LM-MONTANT(9)
               WRITE LIGNE-PROJECTION FROM W-LIGNE-MONTANTS
                                      AFTER ADVANCING 1 LINE
           END-PERFORM.

           MOVE "TOTAL ANNEE" TO W-LM-LIBELLE.
           MOVE 0 TO W-TL-TOTAL.
           PERFORM VARYING W-IDX-TL FROM 1 BY 1 UNTIL W-IDX-TL > 8
               MOVE W-TL-MONTANT(W-IDX-TL) TO W-LM-MONTANT(W-IDX-TL)
               ADD W-TL-MONTANT(W-IDX-TL) TO W-TL-TOTAL
           END-PERFORM.
           MOVE W-TL-TOTAL TO W-LM-MONTANT(9).
           WRITE LIGNE-PROJECTION FROM W-LIGNE-MONTANTS
                                  AFTER ADVANCING 2 LINES.

      ******************************************************************
      *  CHARGEMENT DES BUDGETS : SUR CONFIRMATION, LE BRUT PROJETE DE
      *  CHAQUE REGION (1 A 20) DEVIENT SON BUDGET DE L'ANNEE DANS
      *  BUDGETS.DAT (LE RAPPORT BUDGET/REEL COMPARE LE BRUT), LE
      *  BUDGET PAR PERIODE ETANT LE BRUT ANNUEL SUR LE NOMBRE DE
      *  PERIODES DE ParamPaye.dat. UN BUDGET DEJA SAISI POUR L'ANNEE
      *  EST REMPLACE ; IL RESTE AJUSTABLE DANS SAISIEBUDGETS.
      ******************************************************************
       40000-OFFRIR-BUDGETS.
           MOVE "N" TO W-REPONSE-BUDGET.
           DISPLAY "CHARGER LE BRUT PROJETE DANS BUDGETS.DAT (O/N) : "
                                    AT 0605.
           ACCEPT  W-REPONSE-BUDGET AT 0655.
           IF W-CHARGER-BUDGETS
               CALL "CBL_CHECK_FILE_EXIST" USING "BUDGETS.DAT "
                                                  W-SIZE-BUDGETS
               IF RETURN-CODE = 0
                   OPEN I-O FICHIER-BUDGETS
               ELSE
                   OPEN OUTPUT FICHIER-BUDGETS
                   CLOSE FICHIER-BUDGETS
                   OPEN I-O FICHIER-BUDGETS
               END-IF
               PERFORM VARYING W-IDX-RE FROM 1 BY 1 UNTIL W-IDX-RE > 20
                   IF W-RE-BRUT(W-IDX-RE) > 0
                       PERFORM 41000-CHARGER-UN-BUDGET
                   END-IF
               END-PERFORM
               CLOSE FICHIER-BUDGETS
           END-IF.

       41000-CHARGER-UN-BUDGET.
           MOVE W-ANNEE-PROJETEE TO BU-ANNEE.
           SET BU-REGION TO W-IDX-RE.
           READ FICHIER-BUDGETS
               INVALID KEY
                   PERFORM 41100-REMPLIR-BUDGET
                   WRITE BU-FICHE-BUDGET
               NOT INVALID KEY
                   PERFORM 41100-REMPLIR-BUDGET
                   REWRITE BU-FICHE-BUDGET
           END-READ.
           ADD 1 TO W-NB-BUDGETS.

       41100-REMPLIR-BUDGET.
           MOVE W-ANNEE-PROJETEE TO BU-ANNEE.
           SET BU-REGION TO W-IDX-RE.
           MOVE W-RE-BRUT(W-IDX-RE) TO BU-MONTANT-ANNEE.
           COMPUTE BU-MONTANT-PERIODE ROUNDED =
               W-RE-BRUT(W-IDX-RE) / W-NB-PERIODES-PARAM.
           MOVE SPACES TO BU-RESERVE.
