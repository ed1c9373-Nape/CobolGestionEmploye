      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: PROVISION DE LA PAYE DE FIN DE MOIS AU GRAND LIVRE.
      *          UNE PERIODE DE PAYE ENCORE OUVERTE AU CALENDRIER
      *          (CALENDRIER.DAT) QUI CHEVAUCHE LE MOIS A FERMER A DES
      *          JOURS DEJA TRAVAILLES MAIS PAS ENCORE PAYES : LEUR
      *          SALAIRE ET LES CHARGES SOCIALES DE L'EMPLOYEUR SONT
      *          ESTIMES PAR EMPLOYE (FEUILLES DE TEMPS APPROUVEES DE
      *          LA PERIODE, A DEFAUT MOYENNE DES TROIS DERNIERES
      *          PAYES DE HISTOPAYE.DAT, A DEFAUT LA FICHE), AU
      *          PRORATA DES JOURS DE LA PERIODE ECOULES A LA FIN DU
      *          MOIS. L'ECRITURE DE PROVISION (DEBITS SR/CE PAR
      *          REGION+DEPARTEMENT, CREDITS CP "SAL"/"CHAR" AU PLAN
      *          DE COMPTES) EST DATEE DU DERNIER JOUR DU MOIS ET SA
      *          CONTREPASSATION DU PREMIER JOUR DU MOIS SUIVANT,
      *          TOUTES DEUX DANS JOURNALGL.DAT. LE RAPPORT
      *          ProvisionPaye.doc APPUIE L'ECRITURE POUR LES
      *          VERIFICATEURS.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISIONPAYE.

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

       SELECT FICHIER-CALENDRIER ASSIGN TO "CALENDRIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CLE
               FILE STATUS IS W-STATUT-CALENDRIER.

       SELECT FICHIER-GROUPES  ASSIGN TO "GROUPESPAYE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS GP-CODE
               FILE STATUS IS W-STATUT-GROUPES.

       SELECT FICHIER-FEUILLES  ASSIGN TO "FEUILLETEMPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FT-CLE
               FILE STATUS IS W-STATUT-FEUILLES.

       SELECT FICHIER-HISTO ASSIGN TO "HISTOPAYE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-CLE
               FILE STATUS IS W-STATUT-HISTO.

       SELECT FICHIER-COTISATION ASSIGN TO "Cotisations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-COTISATION.

       SELECT FICHIER-COMPTES  ASSIGN TO "PlanComptes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-COMPTES.

       SELECT FICHIER-JOURNAL-GL  ASSIGN TO "JOURNALGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-JOURNAL-GL.

       SELECT RAPPORT-PROVISION  ASSIGN TO "ProvisionPaye.doc"
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
               88  EMP-ACTIF           VALUE "A".
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

       FD  FICHIER-CALENDRIER
       LABEL RECORD STANDARD.
       01  CAL-FICHE-PERIODE.
           05  CAL-CLE.
               10  CAL-GROUPE          PIC X(2).
               10  CAL-ANNEE           PIC 9(4).
               10  CAL-PERIODE         PIC 9(2).
           05  CAL-DATE-DEBUT          PIC 9(8).
           05  CAL-DATE-FIN            PIC 9(8).
           05  CAL-STATUT              PIC X(7).
               88  CAL-OUVERTE         VALUE "OUVERTE".

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

       FD  FICHIER-FEUILLES
       LABEL RECORD STANDARD.
       01  FT-FICHE-HEURES.
           05  FT-CLE.
               10  FT-CODE             PIC X(6).
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
               88  FT-APPROUVEE        VALUE "A".
           05  FT-APPROBATEUR          PIC X(8).
           05  FT-SENS                 PIC X.
               88  FT-RETRAIT          VALUE "-".
           05  FT-RESERVE              PIC X.

       FD  FICHIER-HISTO
       LABEL RECORD STANDARD.
       01  HP-FICHE-PAYE.
           05  HP-CLE.
               10  HP-CODE             PIC X(6).
               10  HP-ANNEE            PIC 9(4).
               10  HP-PERIODE          PIC 9(2).
           05  HP-DATE-RUN             PIC 9(8).
           05  HP-HEURES               PIC 9(3).
           05  HP-BRUT                 PIC 9(6)V99.
           05  HP-IMPOT-FED            PIC 9(4)V99.
           05  HP-IMPOT-PROV           PIC 9(4)V99.
           05  HP-RRQ                  PIC 9(4)V99.
           05  HP-AE                   PIC 9(4)V99.
           05  HP-RQAP                 PIC 9(4)V99.
           05  HP-RAMQ                 PIC 9(4)V99.
           05  HP-NET                  PIC 9(5)V99.
           05  HP-VACANCES             PIC 9(5)V99.
           05  HP-STATUT               PIC X.
               88  HP-PAYE-ACTIVE      VALUE "A".

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

      *********************************************************
      * Plan de comptes de la paye : SR/CE = depense salariale
      * et charges sociales par region(+departement), CP =
      * provisions de fin de mois ("SAL " salaires courus,
      * "CHAR" charges sociales courues). PC-EMPLOYEUR : blanc
      * = compte commun, un code = compte propre a l'employeur.
      *********************************************************
       FD  FICHIER-COMPTES.
       01  LIGNE-COMPTE.
           05  PC-TYPE                 PIC X(2).
           05  PC-CODE                 PIC X(4).
           05  PC-COMPTE               PIC X(8).
           05  PC-EMPLOYEUR            PIC X(2).

       FD  FICHIER-JOURNAL-GL
       LABEL RECORD STANDARD.
       01  JOURNAL-GL-LIGNE.
           05  JG-COMPTE               PIC X(8).
           05  JG-SENS                 PIC X.
           05  JG-MONTANT              PIC 9(9)V99.
           05  JG-DATE-RUN             PIC 9(8).
           05  JG-GROUPE               PIC X(2).
           05  JG-EMPLOYEUR            PIC X(2).
           05  JG-NATURE               PIC X.
               88  JG-PROVISION        VALUE "P".

       FD  RAPPORT-PROVISION.
       01  LIGNE-PROVISION             PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-FIN-CAL        PIC 9   VALUE 0.
               88  W-FIN-CAL                VALUE 1.
           05  W-IND-FIN-FT         PIC 9   VALUE 0.
               88  W-FIN-FT                 VALUE 1.
           05  W-IND-FIN-HP         PIC 9   VALUE 0.
               88  W-FIN-HP                 VALUE 1.
           05  W-IND-FIN-LIGNES     PIC 9   VALUE 0.
               88  W-FIN-LIGNES             VALUE 1.
           05  W-IND-TROUVE         PIC 9   VALUE 0.
               88  W-TROUVE                 VALUE 1.
           05  W-IND-DEJA-PASSEE    PIC 9   VALUE 0.
               88  W-DEJA-PASSEE            VALUE 1.
           05  W-IND-COMPTE-PROPRE  PIC 9   VALUE 0.
               88  W-COMPTE-PROPRE          VALUE 1.

       01  W-STATUT-CALENDRIER      PIC XX.
           88  CALENDRIER-OK                VALUE "00".
       01  W-STATUT-GROUPES         PIC XX.
           88  GROUPES-OK                   VALUE "00".
       01  W-STATUT-FEUILLES        PIC XX.
           88  FEUILLES-OK                  VALUE "00".
       01  W-STATUT-HISTO           PIC XX.
           88  HISTO-OK                     VALUE "00".
       01  W-STATUT-COTISATION      PIC XX.
           88  COTISATION-OK                VALUE "00".
       01  W-STATUT-COMPTES         PIC XX.
           88  COMPTES-OK                   VALUE "00".
       01  W-STATUT-JOURNAL-GL      PIC XX.
           88  JOURNAL-GL-OK                VALUE "00".
           88  JOURNAL-GL-INEXISTANT        VALUE "35".

       01  W-IND-FICHIERS-OUVERTS.
           05  W-IND-GP-OUVERT      PIC 9   VALUE 0.
               88  W-GP-OUVERT              VALUE 1.
           05  W-IND-FT-OUVERT      PIC 9   VALUE 0.
               88  W-FT-OUVERT              VALUE 1.
           05  W-IND-HP-OUVERT      PIC 9   VALUE 0.
               88  W-HP-OUVERT              VALUE 1.

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-MOIS-SAISI             PIC 9(6)   VALUE 0.
       01  W-MOIS-SAISI-R REDEFINES W-MOIS-SAISI.
           05  W-MS-ANNEE           PIC 9(4).
           05  W-MS-MOIS            PIC 9(2).
       01  W-REPONSE-PASSER         PIC X      VALUE "N".
           88  W-PASSER-ECRITURES           VALUE "O" "o".

      *********************************************************
      * Bornes du mois a fermer : premier et dernier jour (date
      * de la provision) et premier jour du mois suivant (date
      * de la contrepassation), en AAAAMMJJ et en jours.
      *********************************************************
       01  W-BORNES-MOIS.
           05  W-DATE-DEBUT-MOIS    PIC 9(8).
           05  W-DATE-FIN-MOIS      PIC 9(8).
           05  W-DATE-CONTREPASSE   PIC 9(8).
           05  W-FIN-MOIS-INT       PIC 9(8).
           05  W-DEBUT-PER-INT      PIC 9(8).
           05  W-FIN-PER-INT        PIC 9(8).

      *********************************************************
      * Periodes ouvertes du calendrier qui chevauchent le mois
      * (20 au plus) : groupe, employeur du groupe, bornes,
      * jours ecoules a la fin du mois sur jours de la periode,
      * heures normales du groupe et totaux provisionnes.
      *********************************************************
       01  W-TABLE-PERIODES.
           05  W-NB-PER             PIC 99     VALUE 0.
           05  W-PER-ENTREE OCCURS 20 TIMES
                                    INDEXED BY W-IDX-PER.
               10  W-PER-GROUPE     PIC X(2).
               10  W-PER-EMPLOYEUR  PIC X(2).
               10  W-PER-ANNEE      PIC 9(4).
               10  W-PER-PERIODE    PIC 9(2).
               10  W-PER-DEBUT      PIC 9(8).
               10  W-PER-FIN        PIC 9(8).
               10  W-PER-JOURS-ECOULES PIC 9(3).
               10  W-PER-JOURS-TOTAL   PIC 9(3).
               10  W-PER-HEURES     PIC 9(3).
               10  W-PER-EMPLOYES   PIC 9(5).
               10  W-PER-BRUT       PIC 9(9)V99.
               10  W-PER-CHARGES    PIC 9(9)V99.

      *********************************************************
      * Taux des charges sociales de l'employeur par province
      * (Cotisations.dat, la plus recente annee non posterieure
      * au mois ; 4 provinces au plus).
      *********************************************************
       01  W-TABLE-PROVINCES.
           05  W-NB-PROVINCES       PIC 9      VALUE 0.
           05  W-PV-ENTREE OCCURS 4 TIMES
                                    INDEXED BY W-IDX-PV.
               10  W-PV-CODE        PIC X(2).
               10  W-PV-ANNEE       PIC 9(4).
               10  W-PV-TAUX-CHARGES PIC 9V9(6).

      *********************************************************
      * Cases de la provision : groupe + region + departement
      * (200 au plus ; au-dela, la derniere recoit le surplus).
      *********************************************************
       01  W-TABLE-CASES.
           05  W-NB-CASES           PIC 9(3)   VALUE 0.
           05  W-CA-ENTREE OCCURS 200 TIMES
                                    INDEXED BY W-IDX-CA.
               10  W-CA-GROUPE      PIC X(2).
               10  W-CA-EMPLOYEUR   PIC X(2).
               10  W-CA-REGION      PIC 9(2).
               10  W-CA-DEPT        PIC X(2).
               10  W-CA-BRUT        PIC 9(9)V99.
               10  W-CA-CHARGES     PIC 9(9)V99.

       01  W-CASE-CHERCHEE.
           05  W-CC-REGION          PIC 9(2).
           05  W-CC-DEPT            PIC X(2).
           05  W-CC-MONTANT         PIC 9(9)V99.

      *********************************************************
      * Plan de comptes en memoire et zone de preparation d'une
      * ecriture de journal (meme resolution que la paye : le
      * compte propre a l'employeur l'emporte ; SR/CE retombent
      * sur la region seule a defaut de region+departement).
      *********************************************************
       01  W-TABLE-COMPTES.
           05  W-NB-COMPTES         PIC 9(3)   VALUE 0.
           05  W-COMPTE-ENTREE OCCURS 100 TIMES
                                    INDEXED BY W-IDX-COMPTE.
               10  W-PC-TYPE        PIC X(2).
               10  W-PC-CODE        PIC X(4).
               10  W-PC-COMPTE      PIC X(8).
               10  W-PC-EMPLOYEUR   PIC X(2).

       01  W-JOURNAL-ZONE.
           05  W-CLE-TYPE           PIC X(2).
           05  W-CLE-CODE           PIC X(4).
           05  W-CLE-CODE-R REDEFINES W-CLE-CODE.
               10  W-CLE-REGION     PIC 99.
               10  FILLER           PIC XX.
           05  W-CLE-EMPLOYEUR      PIC X(2).
           05  W-CLE-GROUPE         PIC X(2).
           05  W-COMPTE-TROUVE      PIC X(8).
           05  W-SENS-COURANT       PIC X.
           05  W-MONTANT-COURANT    PIC 9(9)V99.
           05  W-DATE-ECRITURE      PIC 9(8).
           05  W-NATURE-ECRITURE    PIC X.

      *********************************************************
      * Estimation de l'employe courant pour une periode.
      *********************************************************
       01  W-CALCUL-EMPLOYE.
           05  W-GROUPE-EMP         PIC X(2).
           05  W-PROVINCE-EMP       PIC X(2).
           05  W-SOURCE             PIC X(6).
           05  W-BRUT-PERIODE       PIC 9(7)V99.
           05  W-BRUT-COURU         PIC 9(7)V99.
           05  W-CHARGES-COURUES    PIC 9(7)V99.
           05  W-HEURES-FT          PIC 9(5).
           05  W-MONTANT-FT         PIC 9(7)V99.
           05  W-NB-LIGNES-FT       PIC 9(3).
           05  W-NB-HP              PIC 9.
           05  W-HP-DERNIERS OCCURS 3 TIMES PIC 9(6)V99.
           05  W-HP-SOMME           PIC 9(7)V99.
           05  W-IDX-HP             PIC 9.

       01  W-TOTAUX.
           05  W-TOT-EMPLOYES       PIC 9(5)   VALUE 0.
           05  W-TOT-BRUT           PIC 9(9)V99 VALUE 0.
           05  W-TOT-CHARGES        PIC 9(9)V99 VALUE 0.
           05  W-TOT-DEBITS         PIC 9(9)V99 VALUE 0.
           05  W-TOT-CREDITS        PIC 9(9)V99 VALUE 0.
           05  W-NB-ECRITURES       PIC 9(5)   VALUE 0.

       01  W-LIGNE-PERIODE.
           05  FILLER               PIC X(9)  VALUE "GROUPE ".
           05  W-LP-GROUPE          PIC X(2).
           05  FILLER               PIC X(10) VALUE "  PERIODE ".
           05  W-LP-ANNEE           PIC 9(4).
           05  FILLER               PIC X     VALUE "-".
           05  W-LP-PERIODE         PIC 99.
           05  FILLER               PIC X(6)  VALUE "  DU ".
           05  W-LP-DEBUT           PIC 9(8).
           05  FILLER               PIC X(4)  VALUE " AU ".
           05  W-LP-FIN             PIC 9(8).
           05  FILLER               PIC X(12) VALUE "  ECOULES : ".
           05  W-LP-ECOULES         PIC ZZ9.
           05  FILLER               PIC X(3)  VALUE " / ".
           05  W-LP-TOTAL           PIC ZZ9.
           05  FILLER               PIC X(7)  VALUE " JOURS ".
           05  FILLER               PIC X(11) VALUE "EMPLOYEUR ".
           05  W-LP-EMPLOYEUR       PIC X(2).

       01  W-ENTETE-EMPLOYES.
           05  FILLER  PIC X(50) VALUE
               "   CODE   NOM                  PRENOM          RG ".
           05  FILLER  PIC X(49) VALUE
               " DP SOURCE BRUT PERIODE   BRUT COURU      CHARGES".

       01  W-LIGNE-EMPLOYE.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  W-LE-CODE            PIC X(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LE-NOM             PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LE-PREN            PIC X(15).
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LE-REGION          PIC 99.
           05  FILLER               PIC XX    VALUE SPACES.
           05  W-LE-DEPT            PIC XX.
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LE-SOURCE          PIC X(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LE-BRUT-PERIODE    PIC Z(8)9.99.
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LE-BRUT-COURU      PIC Z(8)9.99.
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LE-CHARGES         PIC Z(8)9.99.

       01  W-LIGNE-ECRITURE.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  W-LG-DATE            PIC 9(8).
           05  FILLER               PIC XX    VALUE SPACES.
           05  W-LG-NATURE          PIC X(16).
           05  W-LG-GROUPE          PIC X(2).
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LG-EMPLOYEUR       PIC X(2).
           05  FILLER               PIC XX    VALUE SPACES.
           05  W-LG-CLE             PIC X(6).
           05  FILLER               PIC XX    VALUE SPACES.
           05  W-LG-COMPTE          PIC X(8).
           05  FILLER               PIC XX    VALUE SPACES.
           05  W-LG-DEBIT           PIC Z(9)9.99.
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LG-CREDIT          PIC Z(9)9.99.

       01  W-ED-MONTANT             PIC Z(9)9.99.
       01  W-ED-MONTANT2            PIC Z(9)9.99.

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "PROVISIONPAYE".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "ProvisionPaye.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "PROVISIONPAYE".
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
           INITIALIZE W-TOTAUX.

           PERFORM 05000-SAISIR-MOIS.
           PERFORM 06000-CHARGER-TAUX.
           PERFORM 07000-CHARGER-COMPTES.
           PERFORM 08000-VERIFIER-JOURNAL.
           PERFORM 10000-CHOISIR-PERIODES.

           OPEN OUTPUT RAPPORT-PROVISION.
           PERFORM 30000-ECRIRE-ENTETE.
           IF W-NB-PER = 0
               MOVE SPACES TO LIGNE-PROVISION
               STRING "   AUCUNE PERIODE OUVERTE NE CHEVAUCHE LE MOIS"
                                    DELIMITED BY SIZE
                      " - AUCUNE PROVISION" DELIMITED BY SIZE
                 INTO LIGNE-PROVISION
               WRITE LIGNE-PROVISION AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 20000-ESTIMER-PERIODES
               PERFORM 40000-ECRIRE-ECRITURES
           END-IF.
           CLOSE RAPPORT-PROVISION.

           MOVE W-MOIS-SAISI TO W-SP-PERIODE.
           CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                     W-SP-PERIODE W-SP-OPERATEUR.

           MOVE W-TOT-BRUT TO W-ED-MONTANT.
           MOVE SPACES TO W-MESSAGE-ERREUR.
           EVALUATE TRUE
               WHEN W-NB-PER = 0
                   STRING "AUCUNE PERIODE OUVERTE EN "
                                          DELIMITED BY SIZE
                          W-MOIS-SAISI    DELIMITED BY SIZE
                          " - AUCUNE PROVISION" DELIMITED BY SIZE
                     INTO W-MESSAGE-ERREUR
               WHEN W-DEJA-PASSEE
                   STRING "PROVISION " DELIMITED BY SIZE
                          W-MOIS-SAISI DELIMITED BY SIZE
                          " DEJA PASSEE - RAPPORT SEULEMENT"
                                       DELIMITED BY SIZE
                     INTO W-MESSAGE-ERREUR
               WHEN W-NB-ECRITURES > 0
                   STRING "PROVISION " DELIMITED BY SIZE
                          W-MOIS-SAISI DELIMITED BY SIZE
                          " PASSEE : BRUT " DELIMITED BY SIZE
                          W-ED-MONTANT DELIMITED BY SIZE
                          " - ProvisionPaye.doc" DELIMITED BY SIZE
                     INTO W-MESSAGE-ERREUR
               WHEN OTHER
                   STRING "PROVISION " DELIMITED BY SIZE
                          W-MOIS-SAISI DELIMITED BY SIZE
                          " ESTIMEE SANS ECRITURE : BRUT "
                                       DELIMITED BY SIZE
                          W-ED-MONTANT DELIMITED BY SIZE
                     INTO W-MESSAGE-ERREUR
           END-EVALUATE.

           MOVE "FIN" TO W-JE-EVENEMENT.
           IF W-NB-ECRITURES > 0
               MOVE "POSTE" TO W-JE-MODE
           ELSE
               MOVE "RAPPORT" TO W-JE-MODE
           END-IF.
           MOVE W-TOT-EMPLOYES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  MOIS A FERMER (AAAAMM, 0 = LE MOIS PRECEDENT) ET CHOIX DE
      *  PASSER LES ECRITURES OU DE PRODUIRE LE RAPPORT SEULEMENT.
      ******************************************************************
       05000-SAISIR-MOIS.
           MOVE 0 TO W-MOIS-SAISI.
           DISPLAY "MOIS A FERMER (AAAAMM, 0 = MOIS PRECEDENT) : "
                                    AT 0405.
           ACCEPT  W-MOIS-SAISI     AT 0450.
           IF W-MOIS-SAISI = 0 OR W-MS-MOIS = 0 OR W-MS-MOIS > 12
               MOVE W-DATE-DU-JOUR(1:6) TO W-MOIS-SAISI
               IF W-MS-MOIS = 1
                   SUBTRACT 1 FROM W-MS-ANNEE
                   MOVE 12 TO W-MS-MOIS
               ELSE
                   SUBTRACT 1 FROM W-MS-MOIS
               END-IF
           END-IF.

           COMPUTE W-DATE-DEBUT-MOIS = W-MOIS-SAISI * 100 + 1.
           IF W-MS-MOIS = 12
               COMPUTE W-DATE-CONTREPASSE =
                   (W-MS-ANNEE + 1) * 10000 + 101
           ELSE
               COMPUTE W-DATE-CONTREPASSE =
                   W-DATE-DEBUT-MOIS + 100
           END-IF.
           COMPUTE W-FIN-MOIS-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-CONTREPASSE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(W-FIN-MOIS-INT)
             TO W-DATE-FIN-MOIS.

           MOVE "N" TO W-REPONSE-PASSER.
           DISPLAY "PASSER LES ECRITURES AU GRAND LIVRE (O/N) : "
                                    AT 0605.
           ACCEPT  W-REPONSE-PASSER AT 0650.

      ******************************************************************
      *  TAUX GLOBAL DES CHARGES SOCIALES DE L'EMPLOYEUR PAR PROVINCE :
      *  RRQ APPARIEE + AE A 1,4 FOIS + FSS + CNESST (COMME LA PAYE),
      *  SANS LES PLAFONDS ANNUELS (ESTIMATION).
      ******************************************************************
       06000-CHARGER-TAUX.
           MOVE 0 TO W-NB-PROVINCES W-IND-FIN-LIGNES.
           OPEN INPUT FICHIER-COTISATION.
           IF COTISATION-OK
               PERFORM UNTIL W-FIN-LIGNES
                   READ FICHIER-COTISATION
                       AT END MOVE 1 TO W-IND-FIN-LIGNES
                       NOT AT END
                           IF LC-ANNEE NOT > W-MS-ANNEE
                               PERFORM 06100-RANGER-TAUX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COTISATION
           END-IF.

       06100-RANGER-TAUX.
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
               MOVE LC-ANNEE TO W-PV-ANNEE(W-IDX-PV)
               COMPUTE W-PV-TAUX-CHARGES(W-IDX-PV) =
                   LC-TAUX-RRQ + (LC-TAUX-AE * 1.4)
                 + LC-TAUX-FSS + LC-TAUX-CNESST
           END-IF.

      ******************************************************************
      *  PLAN DE COMPTES EN MEMOIRE (TOUS LES EMPLOYEURS : LE COMPTE
      *  EST RESOLU POUR L'EMPLOYEUR DU GROUPE DE CHAQUE ECRITURE).
      ******************************************************************
       07000-CHARGER-COMPTES.
           MOVE 0 TO W-NB-COMPTES W-IND-FIN-LIGNES.
           OPEN INPUT FICHIER-COMPTES.
           IF COMPTES-OK
               PERFORM UNTIL W-FIN-LIGNES OR W-NB-COMPTES = 100
                   READ FICHIER-COMPTES
                       AT END MOVE 1 TO W-IND-FIN-LIGNES
                       NOT AT END
                           ADD 1 TO W-NB-COMPTES
                           MOVE PC-TYPE   TO W-PC-TYPE(W-NB-COMPTES)
                           MOVE PC-CODE   TO W-PC-CODE(W-NB-COMPTES)
                           MOVE PC-COMPTE TO W-PC-COMPTE(W-NB-COMPTES)
                           MOVE PC-EMPLOYEUR
                             TO W-PC-EMPLOYEUR(W-NB-COMPTES)
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COMPTES
           END-IF.

      ******************************************************************
      *  UNE PROVISION DEJA PASSEE POUR CE MOIS (LIGNE "P" DATEE DE LA
      *  FIN DU MOIS AU JOURNAL) N'EST PAS PASSEE UNE SECONDE FOIS :
      *  LE RAPPORT EST PRODUIT SANS ECRITURE.
      ******************************************************************
       08000-VERIFIER-JOURNAL.
           MOVE 0 TO W-IND-DEJA-PASSEE W-IND-FIN-LIGNES.
           OPEN INPUT FICHIER-JOURNAL-GL.
           IF JOURNAL-GL-OK
               PERFORM UNTIL W-FIN-LIGNES OR W-DEJA-PASSEE
                   READ FICHIER-JOURNAL-GL
                       AT END MOVE 1 TO W-IND-FIN-LIGNES
                       NOT AT END
                           IF JG-PROVISION
                              AND JG-DATE-RUN = W-DATE-FIN-MOIS
                               MOVE 1 TO W-IND-DEJA-PASSEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-JOURNAL-GL
           END-IF.

      ******************************************************************
      *  RETIENT LES PERIODES OUVERTES DU CALENDRIER QUI CHEVAUCHENT LE
      *  MOIS (DEBUT AU PLUS TARD LE DERNIER JOUR, FIN AU PLUS TOT LE
      *  PREMIER) : LEURS JOURS ECOULES A LA FIN DU MOIS ONT ETE
      *  TRAVAILLES SANS ETRE PAYES. UNE PERIODE DEJA PAYEE A ETE
      *  PASSEE AU JOURNAL PAR LA PAYE.
      ******************************************************************
       10000-CHOISIR-PERIODES.
           MOVE 0 TO W-NB-PER W-IND-FIN-CAL.
           MOVE 0 TO W-IND-GP-OUVERT.
           OPEN INPUT FICHIER-GROUPES.
           IF GROUPES-OK
               MOVE 1 TO W-IND-GP-OUVERT
           END-IF.
           OPEN INPUT FICHIER-CALENDRIER.
           IF CALENDRIER-OK
               MOVE LOW-VALUES TO CAL-CLE
               START FICHIER-CALENDRIER KEY IS NOT LESS THAN CAL-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-CAL
               END-START
               PERFORM 10100-LIRE-CALENDRIER
               PERFORM UNTIL W-FIN-CAL OR W-NB-PER = 20
                   IF CAL-OUVERTE
                      AND CAL-DATE-DEBUT NOT > W-DATE-FIN-MOIS
                      AND CAL-DATE-FIN NOT < W-DATE-DEBUT-MOIS
                       PERFORM 10200-RETENIR-PERIODE
                   END-IF
                   PERFORM 10100-LIRE-CALENDRIER
               END-PERFORM
               CLOSE FICHIER-CALENDRIER
           END-IF.
           IF W-GP-OUVERT
               CLOSE FICHIER-GROUPES
           END-IF.

       10100-LIRE-CALENDRIER.
           READ FICHIER-CALENDRIER NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-CAL
           END-READ.

      *JOURS ECOULES = DU DEBUT DE LA PERIODE A LA FIN DU MOIS (OU A
      *LA FIN DE LA PERIODE SI ELLE SE TERMINE DANS LE MOIS).
       10200-RETENIR-PERIODE.
           ADD 1 TO W-NB-PER.
           SET W-IDX-PER TO W-NB-PER.
           INITIALIZE W-PER-ENTREE(W-IDX-PER).
           MOVE CAL-GROUPE     TO W-PER-GROUPE(W-IDX-PER).
           MOVE CAL-ANNEE      TO W-PER-ANNEE(W-IDX-PER).
           MOVE CAL-PERIODE    TO W-PER-PERIODE(W-IDX-PER).
           MOVE CAL-DATE-DEBUT TO W-PER-DEBUT(W-IDX-PER).
           MOVE CAL-DATE-FIN   TO W-PER-FIN(W-IDX-PER).
           COMPUTE W-DEBUT-PER-INT =
               FUNCTION INTEGER-OF-DATE(CAL-DATE-DEBUT).
           COMPUTE W-FIN-PER-INT =
               FUNCTION INTEGER-OF-DATE(CAL-DATE-FIN).
           COMPUTE W-PER-JOURS-TOTAL(W-IDX-PER) =
               W-FIN-PER-INT - W-DEBUT-PER-INT + 1.
           IF W-FIN-PER-INT > W-FIN-MOIS-INT
               MOVE W-FIN-MOIS-INT TO W-FIN-PER-INT
           END-IF.
           COMPUTE W-PER-JOURS-ECOULES(W-IDX-PER) =
               W-FIN-PER-INT - W-DEBUT-PER-INT + 1.

           MOVE "01" TO W-PER-EMPLOYEUR(W-IDX-PER).
           MOVE 40   TO W-PER-HEURES(W-IDX-PER).
           IF W-GP-OUVERT
               MOVE CAL-GROUPE TO GP-CODE
               READ FICHIER-GROUPES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF GP-EMPLOYEUR NOT = SPACES
                          AND GP-EMPLOYEUR NOT = LOW-VALUES
                           MOVE GP-EMPLOYEUR
                             TO W-PER-EMPLOYEUR(W-IDX-PER)
                       END-IF
                       IF GP-HEURES-PERIODE > 0
                           MOVE GP-HEURES-PERIODE
                             TO W-PER-HEURES(W-IDX-PER)
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      *  ESTIME CHAQUE PERIODE RETENUE : UN PASSAGE DU FICHIER MAITRE
      *  PAR PERIODE, SEULS LES EMPLOYES ACTIFS DU GROUPE (CEUX QUE LA
      *  PAYE PAIERAIT) ENTRANT DANS LA PROVISION.
      ******************************************************************
       20000-ESTIMER-PERIODES.
           MOVE 0 TO W-IND-FT-OUVERT W-IND-HP-OUVERT.
           OPEN INPUT FICHIER-FEUILLES.
           IF FEUILLES-OK
               MOVE 1 TO W-IND-FT-OUVERT
           END-IF.
           OPEN INPUT FICHIER-HISTO.
           IF HISTO-OK
               MOVE 1 TO W-IND-HP-OUVERT
           END-IF.

           PERFORM VARYING W-IDX-PER FROM 1 BY 1
                   UNTIL W-IDX-PER > W-NB-PER
               PERFORM 21000-ESTIMER-PERIODE
           END-PERFORM.

           IF W-FT-OUVERT
               CLOSE FICHIER-FEUILLES
           END-IF.
           IF W-HP-OUVERT
               CLOSE FICHIER-HISTO
           END-IF.

       21000-ESTIMER-PERIODE.
           MOVE W-PER-GROUPE(W-IDX-PER)    TO W-LP-GROUPE.
           MOVE W-PER-ANNEE(W-IDX-PER)     TO W-LP-ANNEE.
           MOVE W-PER-PERIODE(W-IDX-PER)   TO W-LP-PERIODE.
           MOVE W-PER-DEBUT(W-IDX-PER)     TO W-LP-DEBUT.
           MOVE W-PER-FIN(W-IDX-PER)       TO W-LP-FIN.
           MOVE W-PER-JOURS-ECOULES(W-IDX-PER) TO W-LP-ECOULES.
           MOVE W-PER-JOURS-TOTAL(W-IDX-PER)   TO W-LP-TOTAL.
           MOVE W-PER-EMPLOYEUR(W-IDX-PER) TO W-LP-EMPLOYEUR.
           WRITE LIGNE-PROVISION FROM W-LIGNE-PERIODE
                                 AFTER ADVANCING 3 LINES.
           WRITE LIGNE-PROVISION FROM W-ENTETE-EMPLOYES
                                 AFTER ADVANCING 2 LINES.

           OPEN INPUT FICHIER-IDX.
           MOVE 0 TO W-IND-FIN-FICHIER.
           PERFORM 21100-LIRE-EMPLOYE.
           PERFORM UNTIL W-FIN-FICHIER
               MOVE EMP-GROUPE-PAYE TO W-GROUPE-EMP
               IF W-GROUPE-EMP = SPACES OR W-GROUPE-EMP = LOW-VALUES
                   MOVE "01" TO W-GROUPE-EMP
               END-IF
               IF EMP-ACTIF
                  AND W-GROUPE-EMP = W-PER-GROUPE(W-IDX-PER)
                  AND EMP-DATE-ENGAGEMENT NOT > W-DATE-FIN-MOIS
                  AND (EMP-DATE-FIN = 0
                       OR EMP-DATE-FIN NOT < W-PER-DEBUT(W-IDX-PER))
                   PERFORM 22000-ESTIMER-EMPLOYE
               END-IF
               PERFORM 21100-LIRE-EMPLOYE
           END-PERFORM.
           CLOSE FICHIER-IDX.

           MOVE SPACES TO W-LIGNE-EMPLOYE.
           MOVE "TOTAL"  TO W-LE-NOM.
           MOVE W-PER-BRUT(W-IDX-PER)    TO W-LE-BRUT-COURU.
           MOVE W-PER-CHARGES(W-IDX-PER) TO W-LE-CHARGES.
           WRITE LIGNE-PROVISION FROM W-LIGNE-EMPLOYE
                                 AFTER ADVANCING 2 LINES.

       21100-LIRE-EMPLOYE.
           READ FICHIER-IDX
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

      ******************************************************************
      *  BRUT DE LA PERIODE ENTIERE : SALAIRE PERIODIQUE (SALARIE),
      *  SINON FEUILLES DE TEMPS APPROUVEES DE LA PERIODE (HEURES
      *  PAYEES AU TAUX + BONI ET COMMISSIONS), SINON MOYENNE DES
      *  TROIS DERNIERES PAYES ACTIVES, SINON TAUX X HEURES NORMALES.
      *  LE BRUT COURU EN EST LA PART DES JOURS ECOULES ; LES CHARGES
      *  SUIVENT AU TAUX DE LA PROVINCE D'EMPLOI.
      ******************************************************************
       22000-ESTIMER-EMPLOYE.
           MOVE 0 TO W-BRUT-PERIODE.
           IF EMP-SALARIE
               MOVE "SALAIR" TO W-SOURCE
               MOVE EMP-SALAIRE-PERIODE TO W-BRUT-PERIODE
           ELSE
               PERFORM 23000-CUMULER-FEUILLES
               IF W-NB-LIGNES-FT > 0
                   MOVE "FEUIL." TO W-SOURCE
                   COMPUTE W-BRUT-PERIODE ROUNDED =
                       W-HEURES-FT * EMP-TAUX + W-MONTANT-FT
               ELSE
                   PERFORM 24000-MOYENNE-HISTO
                   IF W-NB-HP > 0
                       MOVE "HISTO" TO W-SOURCE
                       COMPUTE W-BRUT-PERIODE ROUNDED =
                           W-HP-SOMME / W-NB-HP
                   ELSE
                       MOVE "FICHE" TO W-SOURCE
                       IF EMP-NB-HEURE > 0
                           COMPUTE W-BRUT-PERIODE ROUNDED =
                               EMP-TAUX * EMP-NB-HEURE
                       ELSE
                           COMPUTE W-BRUT-PERIODE ROUNDED =
                               EMP-TAUX * W-PER-HEURES(W-IDX-PER)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           COMPUTE W-BRUT-COURU ROUNDED =
               W-BRUT-PERIODE * W-PER-JOURS-ECOULES(W-IDX-PER)
                              / W-PER-JOURS-TOTAL(W-IDX-PER).

           MOVE EMP-PROVINCE TO W-PROVINCE-EMP.
           IF W-PROVINCE-EMP = SPACES
               MOVE "QC" TO W-PROVINCE-EMP
           END-IF.
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
           MOVE 0 TO W-CHARGES-COURUES.
           IF W-NB-PROVINCES > 0
               COMPUTE W-CHARGES-COURUES ROUNDED =
                   W-BRUT-COURU * W-PV-TAUX-CHARGES(W-IDX-PV)
           END-IF.

           MOVE EMP-REGION      TO W-CC-REGION.
           MOVE EMP-DEPARTEMENT TO W-CC-DEPT.
           PERFORM 25000-TROUVER-CASE.
           ADD W-BRUT-COURU      TO W-CA-BRUT(W-IDX-CA).
           ADD W-CHARGES-COURUES TO W-CA-CHARGES(W-IDX-CA).
           ADD W-BRUT-COURU      TO W-PER-BRUT(W-IDX-PER) W-TOT-BRUT.
           ADD W-CHARGES-COURUES TO W-PER-CHARGES(W-IDX-PER)
                                    W-TOT-CHARGES.
           ADD 1 TO W-PER-EMPLOYES(W-IDX-PER) W-TOT-EMPLOYES.

           MOVE EMP-CODE            TO W-LE-CODE.
           MOVE EMP-NOM             TO W-LE-NOM.
           MOVE EMP-PREN            TO W-LE-PREN.
           MOVE EMP-REGION          TO W-LE-REGION.
           MOVE EMP-DEPARTEMENT     TO W-LE-DEPT.
           MOVE W-SOURCE            TO W-LE-SOURCE.
           MOVE W-BRUT-PERIODE      TO W-LE-BRUT-PERIODE.
           MOVE W-BRUT-COURU        TO W-LE-BRUT-COURU.
           MOVE W-CHARGES-COURUES   TO W-LE-CHARGES.
           WRITE LIGNE-PROVISION FROM W-LIGNE-EMPLOYE
                                 AFTER ADVANCING 1 LINE.

      *LIGNES APPROUVEES SEULEMENT ; HEURES PAYEES REG/MAL/RPR AU
      *TAUX, BONI ET COMMISSIONS EN MONTANT (SNS NON PAYE ; CNE EST
      *AVANCE POUR LA CNESST, PAS UNE DEPENSE DE L'EMPLOYEUR).
      *UNE LIGNE DE CORRECTION D'UNE PERIODE DEJA PAYEE (AU TAUX DE
      *CETTE PERIODE, SUPPLEMENTAIRES REFAITES) N'EST PAS ESTIMEE.
       23000-CUMULER-FEUILLES.
           MOVE 0 TO W-HEURES-FT W-MONTANT-FT W-NB-LIGNES-FT
                     W-IND-FIN-FT.
           IF W-FT-OUVERT
               MOVE EMP-CODE                 TO FT-CODE
               MOVE W-PER-ANNEE(W-IDX-PER)   TO FT-ANNEE
               MOVE W-PER-PERIODE(W-IDX-PER) TO FT-PERIODE
               MOVE LOW-VALUES TO FT-GAIN FT-IMPUTATION
               START FICHIER-FEUILLES KEY IS NOT LESS THAN FT-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-FT
               END-START
               PERFORM 23100-LIRE-FEUILLE
               PERFORM UNTIL W-FIN-FT
                   IF FT-APPROUVEE AND FT-ANNEE-ORIG = 0
                       ADD 1 TO W-NB-LIGNES-FT
                       EVALUATE FT-GAIN
                           WHEN "REG"
                           WHEN "MAL"
                           WHEN "RPR"
                               ADD FT-HEURES  TO W-HEURES-FT
                           WHEN "BON"
                           WHEN "COM"
                               ADD FT-MONTANT TO W-MONTANT-FT
                       END-EVALUATE
                   END-IF
                   PERFORM 23100-LIRE-FEUILLE
               END-PERFORM
           END-IF.

       23100-LIRE-FEUILLE.
           READ FICHIER-FEUILLES NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FT
           END-READ.
           IF NOT W-FIN-FT
              AND (FT-CODE NOT = EMP-CODE
                   OR FT-ANNEE NOT = W-PER-ANNEE(W-IDX-PER)
                   OR FT-PERIODE NOT = W-PER-PERIODE(W-IDX-PER))
               MOVE 1 TO W-IND-FIN-FT
           END-IF.

      *LES TROIS DERNIERES PAYES ACTIVES DE L'EMPLOYE (L'HISTORIQUE
      *EST EN ORDRE D'ANNEE ET DE PERIODE ; LES PLUS RECENTES
      *REMPLACENT LES PLUS ANCIENNES).
       24000-MOYENNE-HISTO.
           MOVE 0 TO W-NB-HP W-HP-SOMME W-IND-FIN-HP.
           MOVE 1 TO W-IDX-HP.
           IF W-HP-OUVERT
               MOVE EMP-CODE TO HP-CODE
               MOVE 0        TO HP-ANNEE HP-PERIODE
               START FICHIER-HISTO KEY IS NOT LESS THAN HP-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-HP
               END-START
               PERFORM 24100-LIRE-HISTO
               PERFORM UNTIL W-FIN-HP
                   IF HP-PAYE-ACTIVE
                       MOVE HP-BRUT TO W-HP-DERNIERS(W-IDX-HP)
                       IF W-NB-HP < 3
                           ADD 1 TO W-NB-HP
                       END-IF
                       IF W-IDX-HP = 3
                           MOVE 1 TO W-IDX-HP
                       ELSE
                           ADD 1 TO W-IDX-HP
                       END-IF
                   END-IF
                   PERFORM 24100-LIRE-HISTO
               END-PERFORM
               PERFORM VARYING W-IDX-HP FROM 1 BY 1
                       UNTIL W-IDX-HP > W-NB-HP
                   ADD W-HP-DERNIERS(W-IDX-HP) TO W-HP-SOMME
               END-PERFORM
           END-IF.

       24100-LIRE-HISTO.
           READ FICHIER-HISTO NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HP
           END-READ.
           IF NOT W-FIN-HP AND HP-CODE NOT = EMP-CODE
               MOVE 1 TO W-IND-FIN-HP
           END-IF.

      *CASE GROUPE + REGION + DEPARTEMENT DE L'EMPLOYE.
       25000-TROUVER-CASE.
           MOVE 0 TO W-IND-TROUVE.
           PERFORM VARYING W-IDX-CA FROM 1 BY 1
                   UNTIL W-IDX-CA > W-NB-CASES OR W-TROUVE
               IF W-CA-GROUPE(W-IDX-CA) = W-PER-GROUPE(W-IDX-PER)
                  AND W-CA-REGION(W-IDX-CA) = W-CC-REGION
                  AND W-CA-DEPT(W-IDX-CA) = W-CC-DEPT
                   MOVE 1 TO W-IND-TROUVE
               END-IF
           END-PERFORM.
           IF W-TROUVE
               SET W-IDX-CA DOWN BY 1
           ELSE
               IF W-NB-CASES < 200
                   ADD 1 TO W-NB-CASES
                   SET W-IDX-CA TO W-NB-CASES
                   MOVE W-PER-GROUPE(W-IDX-PER)
                     TO W-CA-GROUPE(W-IDX-CA)
                   MOVE W-PER-EMPLOYEUR(W-IDX-PER)
                     TO W-CA-EMPLOYEUR(W-IDX-CA)
                   MOVE W-CC-REGION TO W-CA-REGION(W-IDX-CA)
                   MOVE W-CC-DEPT   TO W-CA-DEPT(W-IDX-CA)
                   MOVE 0 TO W-CA-BRUT(W-IDX-CA) W-CA-CHARGES(W-IDX-CA)
               ELSE
                   SET W-IDX-CA TO 200
               END-IF
           END-IF.

      ******************************************************************
      *  ENTETE DU RAPPORT.
      ******************************************************************
       30000-ECRIRE-ENTETE.
           MOVE SPACES TO LIGNE-PROVISION.
           STRING "** PROVISION DE LA PAYE DE FIN DE MOIS - "
                                    DELIMITED BY SIZE
                  W-MOIS-SAISI      DELIMITED BY SIZE
                  " - CRACK-INFO **" DELIMITED BY SIZE
             INTO LIGNE-PROVISION.
           WRITE LIGNE-PROVISION.

           MOVE SPACES TO LIGNE-PROVISION.
           STRING "   PROVISION DATEE DU " DELIMITED BY SIZE
                  W-DATE-FIN-MOIS          DELIMITED BY SIZE
                  ", CONTREPASSEE LE "     DELIMITED BY SIZE
                  W-DATE-CONTREPASSE       DELIMITED BY SIZE
                  " - PRODUIT LE "         DELIMITED BY SIZE
                  W-DATE-DU-JOUR           DELIMITED BY SIZE
             INTO LIGNE-PROVISION.
           WRITE LIGNE-PROVISION AFTER ADVANCING 2 LINES.

           MOVE SPACES TO LIGNE-PROVISION.
           STRING "   BRUT COURU = BRUT ESTIME DE LA PERIODE X JOURS"
                                    DELIMITED BY SIZE
                  " ECOULES / JOURS DE LA PERIODE ; CHARGES = RRQ +"
                                    DELIMITED BY SIZE
                  " 1,4 AE + FSS + CNESST SANS PLAFONDS"
                                    DELIMITED BY SIZE
             INTO LIGNE-PROVISION.
           WRITE LIGNE-PROVISION AFTER ADVANCING 1 LINE.

           IF W-DEJA-PASSEE
               MOVE SPACES TO LIGNE-PROVISION
               STRING "   ATTENTION : PROVISION DE "
                                    DELIMITED BY SIZE
                      W-MOIS-SAISI  DELIMITED BY SIZE
                      " DEJA PASSEE AU JOURNAL - AUCUNE NOUVELLE"
                                    DELIMITED BY SIZE
                      " ECRITURE"   DELIMITED BY SIZE
                 INTO LIGNE-PROVISION
               WRITE LIGNE-PROVISION AFTER ADVANCING 1 LINE
           END-IF.

      ******************************************************************
      *  ECRITURES : PROVISION DATEE DE LA FIN DU MOIS (DEBIT SR ET CE
      *  PAR CASE, CREDIT CP "SAL " ET "CHAR" PAR GROUPE) ET SA
      *  CONTREPASSATION, SENS INVERSES, DATEE DU PREMIER JOUR DU MOIS
      *  SUIVANT. ELLES SONT TOUJOURS LISTEES AU RAPPORT ; ELLES NE SONT
      *  ECRITES A JOURNALGL.DAT QUE SUR CONFIRMATION ET SI LA
      *  PROVISION DU MOIS N'Y EST PAS DEJA.
      ******************************************************************
       40000-ECRIRE-ECRITURES.
           MOVE SPACES TO LIGNE-PROVISION.
           MOVE "** ECRITURES AU GRAND LIVRE **" TO LIGNE-PROVISION.
           WRITE LIGNE-PROVISION AFTER ADVANCING PAGE.
           MOVE "   DATE      NATURE          GR EM  CLE     COMPTE"
             TO LIGNE-PROVISION.
           MOVE "DEBIT        CREDIT" TO LIGNE-PROVISION(63:19).
           WRITE LIGNE-PROVISION AFTER ADVANCING 2 LINES.

           IF W-PASSER-ECRITURES AND NOT W-DEJA-PASSEE
               OPEN EXTEND FICHIER-JOURNAL-GL
               IF JOURNAL-GL-INEXISTANT
                   OPEN OUTPUT FICHIER-JOURNAL-GL
               END-IF
           END-IF.

           MOVE W-DATE-FIN-MOIS TO W-DATE-ECRITURE.
           MOVE "P"             TO W-NATURE-ECRITURE.
           PERFORM 41000-ECRIRE-JEU.
           MOVE W-DATE-CONTREPASSE TO W-DATE-ECRITURE.
           MOVE "R"                TO W-NATURE-ECRITURE.
           PERFORM 41000-ECRIRE-JEU.

           IF W-PASSER-ECRITURES AND NOT W-DEJA-PASSEE
               CLOSE FICHIER-JOURNAL-GL
           END-IF.

           MOVE W-TOT-DEBITS  TO W-ED-MONTANT.
           MOVE W-TOT-CREDITS TO W-ED-MONTANT2.
           MOVE SPACES TO LIGNE-PROVISION.
           STRING "   TOTAUX (PROVISION + CONTREPASSATION)"
                                    DELIMITED BY SIZE
                  "               " DELIMITED BY SIZE
                  W-ED-MONTANT      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  W-ED-MONTANT2     DELIMITED BY SIZE
             INTO LIGNE-PROVISION.
           WRITE LIGNE-PROVISION AFTER ADVANCING 2 LINES.
           IF W-NB-ECRITURES = 0
               MOVE "   ECRITURES NON PASSEES AU JOURNAL (RAPPORT SEUL)"
                 TO LIGNE-PROVISION
               WRITE LIGNE-PROVISION AFTER ADVANCING 1 LINE
           END-IF.

      *UN JEU EQUILIBRE PAR DATE : LA PROVISION ("P") DEBITE LES
      *DEPENSES ET CREDITE LES COMPTES DE PROVISION, LA
      *CONTREPASSATION ("R") FAIT L'INVERSE.
       41000-ECRIRE-JEU.
           PERFORM VARYING W-IDX-CA FROM 1 BY 1
                   UNTIL W-IDX-CA > W-NB-CASES
               MOVE W-CA-GROUPE(W-IDX-CA)    TO W-CLE-GROUPE
               MOVE W-CA-EMPLOYEUR(W-IDX-CA) TO W-CLE-EMPLOYEUR
               IF W-NATURE-ECRITURE = "P"
                   MOVE "D" TO W-SENS-COURANT
               ELSE
                   MOVE "C" TO W-SENS-COURANT
               END-IF
               MOVE "SR"   TO W-CLE-TYPE
               MOVE SPACES TO W-CLE-CODE
               MOVE W-CA-REGION(W-IDX-CA) TO W-CLE-REGION
               MOVE W-CA-DEPT(W-IDX-CA)   TO W-CLE-CODE(3:2)
               MOVE W-CA-BRUT(W-IDX-CA)   TO W-MONTANT-COURANT
               PERFORM 42000-ECRIRE-SI-NON-NUL
               MOVE "CE"   TO W-CLE-TYPE
               MOVE SPACES TO W-CLE-CODE
               MOVE W-CA-REGION(W-IDX-CA) TO W-CLE-REGION
               MOVE W-CA-DEPT(W-IDX-CA)   TO W-CLE-CODE(3:2)
               MOVE W-CA-CHARGES(W-IDX-CA) TO W-MONTANT-COURANT
               PERFORM 42000-ECRIRE-SI-NON-NUL
           END-PERFORM.

           PERFORM VARYING W-IDX-PER FROM 1 BY 1
                   UNTIL W-IDX-PER > W-NB-PER
               MOVE W-PER-GROUPE(W-IDX-PER)    TO W-CLE-GROUPE
               MOVE W-PER-EMPLOYEUR(W-IDX-PER) TO W-CLE-EMPLOYEUR
               IF W-NATURE-ECRITURE = "P"
                   MOVE "C" TO W-SENS-COURANT
               ELSE
                   MOVE "D" TO W-SENS-COURANT
               END-IF
               MOVE "CP"   TO W-CLE-TYPE
               MOVE "SAL " TO W-CLE-CODE
               MOVE W-PER-BRUT(W-IDX-PER) TO W-MONTANT-COURANT
               PERFORM 42000-ECRIRE-SI-NON-NUL
               MOVE "CP"   TO W-CLE-TYPE
               MOVE "CHAR" TO W-CLE-CODE
               MOVE W-PER-CHARGES(W-IDX-PER) TO W-MONTANT-COURANT
               PERFORM 42000-ECRIRE-SI-NON-NUL
           END-PERFORM.

       42000-ECRIRE-SI-NON-NUL.
           IF W-MONTANT-COURANT > 0
               PERFORM 43000-TROUVER-COMPTE
               MOVE W-CLE-TYPE TO W-LG-CLE
               MOVE W-CLE-CODE TO W-LG-CLE(3:4)
               MOVE W-DATE-ECRITURE TO W-LG-DATE
               IF W-NATURE-ECRITURE = "P"
                   MOVE "PROVISION"      TO W-LG-NATURE
               ELSE
                   MOVE "CONTREPASSATION" TO W-LG-NATURE
               END-IF
               MOVE W-CLE-GROUPE    TO W-LG-GROUPE
               MOVE W-CLE-EMPLOYEUR TO W-LG-EMPLOYEUR
               MOVE W-COMPTE-TROUVE TO W-LG-COMPTE
               MOVE 0 TO W-LG-DEBIT W-LG-CREDIT
               IF W-SENS-COURANT = "D"
                   MOVE W-MONTANT-COURANT TO W-LG-DEBIT
                   ADD W-MONTANT-COURANT TO W-TOT-DEBITS
               ELSE
                   MOVE W-MONTANT-COURANT TO W-LG-CREDIT
                   ADD W-MONTANT-COURANT TO W-TOT-CREDITS
               END-IF
               WRITE LIGNE-PROVISION FROM W-LIGNE-ECRITURE
                                     AFTER ADVANCING 1 LINE
               IF W-PASSER-ECRITURES AND NOT W-DEJA-PASSEE
                   MOVE W-COMPTE-TROUVE   TO JG-COMPTE
                   MOVE W-SENS-COURANT    TO JG-SENS
                   MOVE W-MONTANT-COURANT TO JG-MONTANT
                   MOVE W-DATE-ECRITURE   TO JG-DATE-RUN
                   MOVE W-CLE-GROUPE      TO JG-GROUPE
                   MOVE W-CLE-EMPLOYEUR   TO JG-EMPLOYEUR
                   MOVE W-NATURE-ECRITURE TO JG-NATURE
                   WRITE JOURNAL-GL-LIGNE
                   ADD 1 TO W-NB-ECRITURES
               END-IF
           END-IF.

      ******************************************************************
      *  COMPTE DU PLAN (TYPE + CODE) POUR L'EMPLOYEUR DE L'ECRITURE ;
      *  NONDEFNI SI LE PLAN NE LE CONNAIT PAS, COMME DANS LA PAYE.
      ******************************************************************
       43000-TROUVER-COMPTE.
           PERFORM 43100-CHERCHER-PLAN.
           IF W-COMPTE-TROUVE = "NONDEFNI"
              AND (W-CLE-TYPE = "SR" OR W-CLE-TYPE = "CE")
              AND W-CLE-CODE(3:2) NOT = SPACES
               MOVE SPACES TO W-CLE-CODE(3:2)
               PERFORM 43100-CHERCHER-PLAN
           END-IF.

       43100-CHERCHER-PLAN.
           MOVE "NONDEFNI" TO W-COMPTE-TROUVE.
           MOVE 0 TO W-IND-COMPTE-PROPRE.
           PERFORM VARYING W-IDX-COMPTE FROM 1 BY 1
                   UNTIL W-IDX-COMPTE > W-NB-COMPTES
               IF W-PC-TYPE(W-IDX-COMPTE) = W-CLE-TYPE
                  AND W-PC-CODE(W-IDX-COMPTE) = W-CLE-CODE
                   IF W-PC-EMPLOYEUR(W-IDX-COMPTE) = W-CLE-EMPLOYEUR
                       MOVE W-PC-COMPTE(W-IDX-COMPTE)
                         TO W-COMPTE-TROUVE
                       MOVE 1 TO W-IND-COMPTE-PROPRE
                   ELSE
                       IF NOT W-COMPTE-PROPRE
                          AND (W-PC-EMPLOYEUR(W-IDX-COMPTE) = SPACES
                            OR W-PC-EMPLOYEUR(W-IDX-COMPTE)
                                = LOW-VALUES)
                           MOVE W-PC-COMPTE(W-IDX-COMPTE)
                             TO W-COMPTE-TROUVE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
