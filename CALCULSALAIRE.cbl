           SELECT RAPPORT-BULLETIN  ASSIGN TO "Bulletins.doc"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RAPPORT-CORR-HEURES ASSIGN TO "CorrectionsHeures.doc"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FICHIER-REGISTRE ASSIGN TO "REGISTRE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HP-CLE.

           SELECT FICHIER-REPART  ASSIGN TO "REPARTDEPOT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DR-CLE.

           SELECT FICHIER-DEPOTHISTO  ASSIGN TO "DEPOTHISTO.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DH-CLE.

           SELECT FICHIER-RETENUES ASSIGN TO "RETENUES.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TH-CLE.

           SELECT FICHIER-CHGT-ATTENTE  ASSIGN TO "CHGTATTENTE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CA-CODE.

           SELECT FICHIER-RETDETAIL  ASSIGN TO "RETDETAIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W-STATUT-RETDETAIL.

           SELECT FICHIER-TYPES-RET ASSIGN TO "TYPESRETENUE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TY-TYPE.

           SELECT FICHIER-ASSURANCES  ASSIGN TO "ASSURANCES.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AD-CLE.

           SELECT FICHIER-REGIMES-RET  ASSIGN TO "REGIMESRETRAITE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RR-CODE.

           SELECT FICHIER-MEMBRES-RET  ASSIGN TO "MEMBRESRETRAITE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MR-CODE.

           SELECT FICHIER-COTIS-RET  ASSIGN TO "COTISRETRAITE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CR-CLE.

           SELECT FICHIER-CORR-COTIS ASSIGN TO "CORRECTIONCOTIS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CC-CLE.

           SELECT FICHIER-CREDITS  ASSIGN TO "CREDITSIMPOT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CI-CLE.

           SELECT FICHIER-PARAM-CREDITS  ASSIGN TO "ParamCredits.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W-STATUT-PARAM-CREDITS.

           SELECT FICHIER-GROUPES  ASSIGN TO "GROUPESPAYE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GP-CODE.

           SELECT FICHIER-EMPLOYEURS  ASSIGN TO "EMPLOYEURS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE RANDOM
                   RECORD KEY IS EM-CODE.

           SELECT FICHIER-FERIES  ASSIGN TO "JoursFeries.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W-STATUT-FERIES.

           SELECT FICHIER-SALAIRE-MIN  ASSIGN TO "SalaireMinimum.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W-STATUT-SALAIRE-MIN.

           SELECT FICHIER-CLASSES  ASSIGN TO "CLASSES.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CL-CLASSE
                   FILE STATUS IS W-STATUT-CLASSES.

           SELECT FICHIER-CHEQUES  ASSIGN TO "Cheques.doc"
           ORGANIZATION IS LINE SEQUENTIAL.

                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RG-CODE.

           SELECT FICHIER-PRIMES-QUART  ASSIGN TO "PRIMESQUART.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PQ-CODE
                   FILE STATUS IS W-STATUT-PRIMES-QUART.

           SELECT FICHIER-RETRAITS  ASSIGN TO "RETRAITS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W-STATUT-RETRAITS.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W-STATUT-JOURNAL-GL.

           SELECT FICHIER-CONGES  ASSIGN TO "CONGES.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CG-CLE.

           SELECT RAPPORT-CONGES  ASSIGN TO "PrimesConges.doc"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FICHIER-ACCIDENTS  ASSIGN TO "ACCIDENTS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AC-CLE.

           SELECT FICHIER-PROJETS  ASSIGN TO "PROJETS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PJ-CODE
                   FILE STATUS IS W-STATUT-PROJETS.

           SELECT FICHIER-COUTS-PROJETS  ASSIGN TO "PROJCOUTS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CP-CLE.

           SELECT FICHIER-FRAIS  ASSIGN TO "FRAIS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FR-CLE
                   FILE STATUS IS W-STATUT-FRAIS.

           SELECT FICHIER-CAT-FRAIS  ASSIGN TO "CATFRAIS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CF-CODE
                   FILE STATUS IS W-STATUT-CAT-FRAIS.

           SELECT FICHIER-TRI ASSIGN TO "Tri.txt".

       DATA DIVISION.
           05  EMP-STATUT              PIC X VALUE "A".
               88 EMP-ACTIF            VALUE "A".
               88 EMP-INACTIF          VALUE "I".
               88 EMP-EN-CONGE         VALUE "C".
           05  EMP-NAS                 PIC 9(9).
           05  EMP-COURRIEL            PIC X(30).
           05  EMP-ADRESSE             PIC X(30).
       FD  RAPPORT-BULLETIN.
       01  LIGNE-BULLETIN               PIC X(120).

       FD  RAPPORT-CORR-HEURES.
       01  LIGNE-CORR-HEURES            PIC X(120).

      *********************************************************
      * Registre cumulatif annuel, un enregistrement par employé
      * et par année civile, mis à jour à chaque passage de paye
      * (cumul annuel, remis a zero au premier passage d'une
      * nouvelle année grace a la cle composee REG-CLE). Le
      * cumul des gains assurables AE/RQAP occupe l'ancienne
      * reserve : a blanc sur un cumul anterieur, il part du
      * brut cumule.
      *********************************************************
       FD  FICHIER-REGISTRE
       LABEL RECORD STANDARD.
           05  REG-SOLDE-MALADIE       PIC 9(5)V99.
           05  REG-SOLDE-TEMPS         PIC 9(5)V99.
           05  REG-CUMUL-AVSOC         PIC 9(9)V99.
           05  REG-CUMUL-ASSURABLE     PIC 9(8)V99.

      *********************************************************
      * Table des taux d'imposition, maintenue hors-programme
      * regime absent d'une
      * province (RQAP/RAMQ hors Quebec) porte un taux a zero,
      * ce qui retranche la cotisation sans cas particulier.
      * L'exemption de base annuelle RRQ/RPC suit en fin de
      * ligne (absente d'une ancienne ligne = aucune).
      *********************************************************
       FD  FICHIER-COTISATION.
       01  LIGNE-COTISATION.
           05  LC-TAUX-FSS              PIC V9999.
           05  LC-TAUX-CNESST           PIC V9999.
           05  LC-MAX-CNESST            PIC 9(6).
           05  LC-EXEMPTION-RRQ         PIC 9(4).

      *********************************************************
      * Fichier de dépôt direct au format EFT normalise (norme
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

      *********************************************************
           05  RM-SENS              PIC X.
           05  RM-GROUPE            PIC X(2).
           05  RM-PROVINCE          PIC X(2).
           05  RM-EMPLOYEUR         PIC X(2).

      *********************************************************
      * Plan de comptes de la paye (PlanComptes.dat) : une
      * ligne par compte du grand livre utilise par l'ecriture
      * de journal (SR = depense salariale par region, PA =
      * retenue a payer par regime, NP = salaire net a verser).
      * PC-EMPLOYEUR : blanc = compte commun a tous les
      * employeurs ; un code = compte propre a cet employeur,
      * qui l'emporte sur le compte commun de meme type+code.
      *********************************************************
       FD  FICHIER-COMPTES.
       01  LIGNE-COMPTE.
           05  PC-TYPE                 PIC X(2).
           05  PC-CODE                 PIC X(4).
           05  PC-COMPTE               PIC X(8).
           05  PC-EMPLOYEUR            PIC X(2).

      *********************************************************
      * Ecritures de journal du grand livre : un jeu equilibre
      * par passage de paye (debits de depense salariale par
      * region, credits des retenues a payer et du net a
      * verser), repris par la comptabilite.
      * JG-NATURE : blanc = passage de paye, "P" = provision de
      * fin de mois, "R" = contrepassation de la provision
      * (PROVISIONPAYE).
      *********************************************************
       FD  FICHIER-JOURNAL-GL
       LABEL RECORD STANDARD.
           05  JG-MONTANT              PIC 9(9)V99.
           05  JG-DATE-RUN             PIC 9(8).
           05  JG-GROUPE               PIC X(2).
           05  JG-EMPLOYEUR            PIC X(2).
           05  JG-NATURE               PIC X.

      *********************************************************
      * Historique des payes : un enregistrement par employe et
               88  HP-PAYE-ACTIVE      VALUE "A".
               88  HP-PAYE-RENVERSEE   VALUE "R".

      *********************************************************
      * Repartition du depot direct (SAISIEREPARTDEPOT) : une
      * ligne par compte secondaire, cle code employe +
      * priorite. DR-TYPE "M" montant fixe, "P" pourcentage du
      * net, "R" solde ; sans ligne "R", le reste va au compte
      * principal de la fiche. DR-STATUT-COORD "P" : prenote
      * en attente, "C" : compte confirme (CONFPRENOTE).
      *********************************************************
       FD  FICHIER-REPART
       LABEL RECORD STANDARD.
       01  DR-FICHE-REPARTITION.
           05  DR-CLE.
               10  DR-CODE             PIC X(6).
               10  DR-PRIORITE         PIC 9(2).
           05  DR-INSTITUTION          PIC 9(3).
           05  DR-TRANSIT              PIC 9(5).
           05  DR-COMPTE               PIC X(12).
           05  DR-TYPE                 PIC X.
               88  DR-MONTANT-FIXE         VALUE "M".
               88  DR-POURCENTAGE          VALUE "P".
               88  DR-SOLDE                VALUE "R".
           05  DR-VALEUR               PIC 9(5)V99.
           05  DR-STATUT-COORD         PIC X.
               88  DR-COORD-EN-ATTENTE     VALUE "P".
           05  DR-RESERVE              PIC X(10).

      *********************************************************
      * Depots verses par paye : un enregistrement par detail
      * "C" ecrit au fichier EFT, sous la cle de la paye a
      * l'historique (HISTOPAYE) et un numero de depot. Sert au
      * rapprochement des rejets de la banque (RETOURDEPOT) et
      * au retrait de chaque depot d'une paye renversee
      * (RENVERSEPAYE). DH-STATUT : "A" actif, "R" renverse,
      * "J" rejete par la banque (RETOURDEPOT).
      *********************************************************
       FD  FICHIER-DEPOTHISTO
       LABEL RECORD STANDARD.
       01  DH-FICHE-DEPOT.
           05  DH-CLE.
               10  DH-CODE             PIC X(6).
               10  DH-ANNEE            PIC 9(4).
               10  DH-PERIODE          PIC 9(2).
               10  DH-SEQUENCE         PIC 9(2).
           05  DH-DATE-RUN             PIC 9(8).
           05  DH-INSTITUTION          PIC 9(3).
           05  DH-TRANSIT              PIC 9(5).
           05  DH-COMPTE               PIC X(12).
           05  DH-MONTANT              PIC 9(7)V99.
           05  DH-STATUT               PIC X.
               88  DH-DEPOT-ACTIF          VALUE "A".
               88  DH-DEPOT-RENVERSE       VALUE "R".
               88  DH-DEPOT-REJETE         VALUE "J".
           05  DH-RESERVE              PIC X(10).

      *********************************************************
      * Retenues recurrentes par employe (cotisation syndicale,
      * REER collectif, saisies-arrets...) appliquees apres les
           05  RD-MONTANT           PIC 9(7)V99.
           05  RD-STATUT            PIC X.

      *********************************************************
      * Traitement fiscal des types de retenue (TYPESRETENUE.
      * DAT, tenu par SAISIETYPESRET) : un type qui reduit le
      * revenu imposable federal et/ou provincial ou les gains
      * assurables est retenu avant impot ; les cases T4 et
      * RL-1 servent aux releves de fin d'annee (RELEVEPAYE).
      *********************************************************
       FD  FICHIER-TYPES-RET
       LABEL RECORD STANDARD.
       01  TY-FICHE-TYPE.
           05  TY-TYPE                 PIC X(4).
           05  TY-DESCRIPTION          PIC X(30).
           05  TY-REDUIT-FED           PIC X.
           05  TY-REDUIT-PROV          PIC X.
           05  TY-REDUIT-ASSURABLE     PIC X.
           05  TY-CASE-T4              PIC X(4).
           05  TY-CASE-RL1             PIC X(4).
           05  TY-RESERVE              PIC X(10).

      *********************************************************
      * Regimes d'assurance collective (ASSURANCES.DAT) et
      * adhesions par employe (ADHESIONS.DAT), tenus par leurs
           05  AD-DATE-ADHESION        PIC 9(8).
           05  AD-RESERVE              PIC X(10).

      *********************************************************
      * Regime de pension agree (REGIMESRETRAITE.DAT) et membres
      * (MEMBRESRETRAITE.DAT), tenus par leurs ecrans. Le membre
      * cotise un pourcentage de ses gains ouvrant droit a
      * pension (le brut), retenu avant impot ; l'employeur
      * verse un pourcentage de la cotisation du membre (plafond
      * facultatif en pourcentage des gains), passe en charges
      * sociales. Chaque paye d'un membre est consignee au
      * registre des cotisations (COTISRETRAITE.DAT, meme cle
      * que l'historique) pour la remise a l'administrateur, le
      * facteur d'equivalence des feuillets et le releve.
      *********************************************************
       FD  FICHIER-REGIMES-RET
       LABEL RECORD STANDARD.
       01  RR-FICHE-REGIME.
           05  RR-CODE                 PIC X(4).
           05  RR-NOM                  PIC X(30).
           05  RR-NO-AGREMENT          PIC X(7).
           05  RR-ADMINISTRATEUR       PIC X(30).
           05  RR-TAUX-EMPLOYE         PIC 99V99.
           05  RR-TAUX-APPARIEMENT     PIC 999V99.
           05  RR-PLAFOND-PATRONAL     PIC 99V99.
           05  RR-MOIS-ACQUISITION     PIC 99.
           05  RR-ACTIF                PIC X.
           05  RR-RESERVE              PIC X(10).

       FD  FICHIER-MEMBRES-RET
       LABEL RECORD STANDARD.
       01  MR-FICHE-MEMBRE.
           05  MR-CODE                 PIC X(6).
           05  MR-REGIME               PIC X(4).
           05  MR-DATE-ADHESION        PIC 9(8).
           05  MR-DATE-FIN             PIC 9(8).
           05  MR-RESERVE              PIC X(10).

       FD  FICHIER-COTIS-RET
       LABEL RECORD STANDARD.
       01  CR-FICHE-COTIS.
           05  CR-CLE.
               10  CR-CODE             PIC X(6).
               10  CR-ANNEE            PIC 9(4).
               10  CR-PERIODE          PIC 9(2).
           05  CR-REGIME               PIC X(4).
           05  CR-DATE-RUN             PIC 9(8).
           05  CR-GAINS                PIC 9(7)V99.
           05  CR-COTIS-EMPLOYE        PIC 9(5)V99.
           05  CR-COTIS-EMPLOYEUR      PIC 9(5)V99.
           05  CR-STATUT               PIC X.
           05  CR-DATE-REMISE          PIC 9(8).
           05  CR-REMIS-EMPLOYE        PIC 9(5)V99.
           05  CR-REMIS-EMPLOYEUR      PIC 9(5)V99.
           05  CR-EMPLOYEUR            PIC X(2).
           05  CR-RESERVE              PIC X(4).

      *********************************************************
      * Corrections de cotisations RRQ/RPC, AE et RQAP issues
      * de la revision de fin d'annee (REVISIONCOTIS), une fiche
      * par employe et par annee : sens (+ = manque a retenir,
      * - = retenu en trop) et montant restant par regime. Le
      * calcul applique a la paye reguliere de l'annee celles
      * du mode "P" en attente ("E") ; le mode "F" est porte
      * aux feuillets par RELEVEPAYE.
      *********************************************************
       FD  FICHIER-CORR-COTIS
       LABEL RECORD STANDARD.
       01  CC-FICHE-CORRECTION.
           05  CC-CLE.
               10  CC-CODE             PIC X(6).
               10  CC-ANNEE            PIC 9(4).
           05  CC-MODE                 PIC X.
           05  CC-STATUT               PIC X.
           05  CC-SENS-RRQ             PIC X.
           05  CC-AJUST-RRQ            PIC 9(5)V99.
           05  CC-SENS-AE              PIC X.
           05  CC-AJUST-AE             PIC 9(5)V99.
           05  CC-SENS-RQAP            PIC X.
           05  CC-AJUST-RQAP           PIC 9(5)V99.
           05  CC-DATE-REVISION        PIC 9(8).
           05  CC-DATE-APPLIQUEE       PIC 9(8).
           05  CC-RESERVE              PIC X(10).

      *********************************************************
      * Demandes de credits d'impot personnels (TD1 federal et
      * TP-1015.3 au Quebec, TD1 provincial ailleurs), une fiche
      * par employe et par annee, tenue par SAISIECREDITS :
      * montant total des credits demandes au federal et au
      * provincial, impot supplementaire demande par paye (a
      * chacun des deux paliers de gouvernement), et
      * lettre d'autorisation de l'autorite fiscale (E =
      * exoneration, aucun impot retenu ; R = retenue reduite,
      * CI-REDUCTION-ANNUELLE soustraite du revenu annualise).
      *********************************************************
       FD  FICHIER-CREDITS
       LABEL RECORD STANDARD.
       01  CI-FICHE-CREDITS.
           05  CI-CLE.
               10  CI-CODE             PIC X(6).
               10  CI-ANNEE            PIC 9(4).
           05  CI-MONTANT-FED          PIC 9(6)V99.
           05  CI-MONTANT-PROV         PIC 9(6)V99.
           05  CI-SUPP-FED             PIC 9(4)V99.
           05  CI-SUPP-PROV            PIC 9(4)V99.
           05  CI-LETTRE               PIC X.
               88  CI-LETTRE-EXONERATION   VALUE "E".
               88  CI-LETTRE-REDUCTION     VALUE "R".
           05  CI-REDUCTION-ANNUELLE   PIC 9(6)V99.
           05  CI-DATE-MAJ             PIC 9(8).
           05  CI-RESERVE              PIC X(10).

      *********************************************************
      * Parametres d'indexation des credits personnels
      * (ParamCredits.dat), une ligne par annee d'effet et par
      * province d'emploi : montant personnel de base federal
      * et provincial de l'annee, et taux d'indexation de
      * l'annee (federal, provincial) applique aux demandes de
      * l'annee precedente d'un employe qui n'a pas rempli de
      * nouveau formulaire.
      *********************************************************
       FD  FICHIER-PARAM-CREDITS.
       01  LIGNE-PARAM-CREDITS.
           05  LI-ANNEE                 PIC 9(4).
           05  LI-PROVINCE              PIC X(2).
           05  LI-BASE-FED              PIC 9(6).
           05  LI-BASE-PROV             PIC 9(6).
           05  LI-INDEX-FED             PIC V9999.
           05  LI-INDEX-PROV            PIC V9999.

      *********************************************************
      * Table des groupes de paye (GROUPESPAYE.DAT), tenue par
      * son ecran (SAISIEGROUPES) : code, nom, nombre de
           05  GP-NB-PERIODES-AN      PIC 9(2).
           05  GP-JOURS-PERIODE        PIC 9(2).
           05  GP-ACTIF                PIC X.
           05  GP-HEURES-PERIODE       PIC 9(3).
           05  GP-EMPLOYEUR            PIC X(2).
           05  GP-RESERVE              PIC X(5).

      *********************************************************
      * Table des employeurs (EMPLOYEURS.DAT, SAISIEEMPLOYEURS) :
      * l'employeur du groupe paye donne l'expediteur du
      * fichier de depot ; remises et ecritures de journal
      * portent son code.
      *********************************************************
       FD  FICHIER-EMPLOYEURS
       LABEL RECORD STANDARD.
       01  EM-FICHE-EMPLOYEUR.
           05  EM-CODE                 PIC X(2).
           05  EM-NOM                  PIC X(30).
           05  EM-NE                   PIC X(15).
           05  EM-NO-RQ                PIC X(16).
           05  EM-ID-EXPEDITEUR        PIC X(10).
           05  EM-NO-CNESST            PIC X(10).
           05  EM-ACTIF                PIC X.
           05  EM-RESERVE              PIC X(16).

      *********************************************************
      * Historique des taux (TAUXHISTO.DAT), tenu par l'ecran
           05  TH-RETRO-PAYE           PIC X.
           05  TH-RESERVE              PIC X(10).

      *********************************************************
      * Changements sensibles (taux, salaire, coordonnees
      * bancaires, NAS) deposes par TP3 et pas encore approuves
      * par un second operateur (APPROCHANGEMENTS). Le calcul
      * paie avec la fiche actuelle : il ne fait qu'avertir.
      *********************************************************
       FD  FICHIER-CHGT-ATTENTE
       LABEL RECORD STANDARD.
       01  CA-FICHE-CHANGEMENT.
           05  CA-CODE                 PIC X(6).
           05  CA-GROUPE-PAYE          PIC X(2).
           05  CA-DATE-DEMANDE         PIC 9(8).
           05  CA-HEURE-DEMANDE        PIC 9(8).
           05  CA-DEMANDEUR            PIC X(8).
           05  CA-DATE-EFFET           PIC 9(8).
           05  CA-AVANT                PIC X(194).
           05  CA-APRES                PIC X(194).
           05  CA-RESERVE              PIC X(10).

      *********************************************************
      * Liste des jours feries legaux (JoursFeries.dat), une
      * date AAAAMMJJ par ligne, maintenue hors-programme comme
       01  LIGNE-FERIE.
           05  LF-DATE                 PIC 9(8).

      *********************************************************
      * Salaire minimum (SalaireMinimum.dat), maintenu hors-
      * programme comme les autres parametres de paye : une
      * ligne par province et par date d'effet, avec le taux
      * general et le taux des employes au pourboire.
      *********************************************************
       FD  FICHIER-SALAIRE-MIN.
       01  LIGNE-SALAIRE-MIN.
           05  LM-PROVINCE             PIC X(2).
           05  LM-DATE-EFFET           PIC 9(8).
           05  LM-TAUX-GENERAL         PIC 99V99.
           05  LM-TAUX-POURBOIRE       PIC 99V99.

      *********************************************************
      * Classes d'emploi (CLASSES.DAT, tenue par SAISIECLASSES),
      * lue pour connaitre les emplois au pourboire.
      *********************************************************
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

      *********************************************************
      * Cheques a imprimer (Cheques.doc) pour les employes
      * payes par cheque (EMP-MODE-PAIEMENT "C"), et registre
           05  PR-CUMUL-BRUT        PIC 9(9)V99.
           05  PR-CUMUL-NET         PIC 9(9)V99.
           05  PR-CHOIX             PIC X.
           05  PR-TOTAUX-RUN        PIC X(176).
           05  PR-REGIONS-RUN       PIC X(220).
           05  PR-CONTROLE-DEPOT    PIC X(55).
           05  PR-TOT-RETENUES      PIC X(152).
           05  PR-TOT-PROVINCES     PIC X(448).
           05  PR-TOT-DEPTS         PIC X(3203).
           05  PR-TOT-FRAIS         PIC X(452).

      *********************************************************
      * Rapport des variances d'un passage a l'autre : ecarts
           05  RG-NOM                  PIC X(20).
           05  RG-ACTIF                PIC X.

      *********************************************************
      * Table des primes de quart (PRIMESQUART.DAT), tenue par
      * SAISIEPRIMES : le code de la prime est le code de gain
      * des lignes ecrites par IMPORTPOINTAGE.
      *********************************************************
       FD  FICHIER-PRIMES-QUART
       LABEL RECORD STANDARD.
       01  PQ-FICHE-PRIME.
           05  PQ-CODE                 PIC X(3).
           05  PQ-DESCRIPTION          PIC X(20).
           05  PQ-HEURE-DEBUT          PIC 9(4).
           05  PQ-HEURE-FIN            PIC 9(4).
           05  PQ-JOURS                PIC X(7).
           05  PQ-TYPE                 PIC X.
           05  PQ-VALEUR               PIC 9(3)V99.
           05  PQ-ACTIF                PIC X.
           05  PQ-RESERVE              PIC X(10).

      *********************************************************
      * Retraits en attente (RETRAITS.DAT) : renversements de
      * paye ecrits par RENVERSEPAYE entre deux passages. Le
           05  RW-TRANSIT               PIC 9(5).
           05  RW-COMPTE                PIC X(12).

      *********************************************************
      * Conges autorises (CONGES.DAT, tenus par SAISIECONGES).
      * L'employe en conge (statut "C") n'est pas paye ; a chaque
      * passage, les parts d'employe de ses regimes d'assurance
      * s'ajoutent a ses arrerages (CG-TRAITEMENT-PRIMES "A") ou
      * a sa facture (F), une seule fois par periode de paye.
      *********************************************************
       FD  FICHIER-CONGES
       LABEL RECORD STANDARD.
       01  CG-FICHE-CONGE.
           05  CG-CLE.
               10  CG-CODE             PIC X(6).
               10  CG-DATE-DEBUT       PIC 9(8).
           05  CG-TYPE                 PIC X.
           05  CG-DATE-RETOUR-PREVU    PIC 9(8).
           05  CG-DATE-RETOUR          PIC 9(8).
           05  CG-TRAITEMENT-PRIMES    PIC X.
               88  CG-PRIMES-FACTUREES         VALUE "F".
           05  CG-ARRERAGES            PIC 9(5)V99.
           05  CG-FACTURE              PIC 9(5)V99.
           05  CG-PRIME-PERIODE        PIC 9(4)V99.
           05  CG-DERNIERE-PAYE        PIC 9(6).
           05  CG-STATUT               PIC X.
               88  CG-EN-COURS                 VALUE "O".
           05  CG-RESERVE              PIC X(10).

       FD  RAPPORT-CONGES.
       01  LIGNE-CONGE                 PIC X(100).

      *********************************************************
      * Registre des accidents du travail (SAISIEACCIDENTS) :
      * les heures "CNE" des 14 premiers jours, payees a 90 %
      * du net, sont cumulees en avance sur la reclamation
      * ouverte de l'employe, a recouvrer de la CNESST.
      *********************************************************
       FD  FICHIER-ACCIDENTS
       LABEL RECORD STANDARD.
       01  AC-FICHE-ACCIDENT.
           05  AC-CLE.
               10  AC-CODE             PIC X(6).
               10  AC-DATE-ACCIDENT    PIC 9(8).
           05  AC-NATURE               PIC X(30).
           05  AC-JOURS-PERDUS         PIC 9(3).
           05  AC-NO-RECLAMATION       PIC X(10).
           05  AC-HEURES-AVANCEES      PIC 9(4).
           05  AC-MONTANT-AVANCE       PIC 9(6)V99.
           05  AC-DATE-AVANCE          PIC 9(8).
           05  AC-MONTANT-REMBOURSE    PIC 9(6)V99.
           05  AC-DATE-REMBOURSEMENT   PIC 9(8).
           05  AC-DERNIERE-PAYE        PIC 9(6).
           05  AC-AVANCE-DERNIERE      PIC 9(6)V99.
           05  AC-HEURES-DERNIERE      PIC 9(3).
           05  AC-STATUT               PIC X.
               88  AC-OUVERT                   VALUE "O".
           05  AC-RESERVE              PIC X(10).

      *********************************************************
      * Table des projets (SAISIEPROJETS) : le cout des heures
      * imputees a un projet est capitalise au compte du projet.
      *********************************************************
       FD  FICHIER-PROJETS
       LABEL RECORD STANDARD.
       01  PJ-FICHE-PROJET.
           05  PJ-CODE                 PIC X(6).
           05  PJ-NOM                  PIC X(30).
           05  PJ-COMPTE               PIC X(8).
           05  PJ-ACTIF                PIC X.
           05  PJ-RESERVE              PIC X(10).

      *********************************************************
      * Couts de main-d'oeuvre par projet (RAPPORTPROJETS) :
      * une ligne par projet, paye (annee + periode de
      * l'historique), employe et departement impute, avec les
      * heures, le brut et les charges sociales de l'employeur
      * ventiles au prorata. Un recalcul de la meme paye
      * remplace la ligne.
      *********************************************************
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

      *********************************************************
      * Reclamations de frais des employes (FRAIS.DAT), saisies
      * et approuvees par SAISIEFRAIS : une reclamation
      * approuvee ("A") est versee par la paye reguliere, qui la
      * marque payee ("P") avec l'annee et la periode de paye.
      *********************************************************
       FD  FICHIER-FRAIS
       LABEL RECORD STANDARD.
       01  FR-FICHE-FRAIS.
           05  FR-CLE.
               10  FR-CODE             PIC X(6).
               10  FR-DATE             PIC 9(8).
               10  FR-SEQ              PIC 99.
           05  FR-CATEGORIE            PIC X(4).
           05  FR-MONTANT              PIC 9(5)V99.
           05  FR-RECU                 PIC X(12).
           05  FR-STATUT               PIC X.
               88  FR-APPROUVEE            VALUE "A".
               88  FR-PAYEE                VALUE "P".
           05  FR-SAISI-PAR            PIC X(8).
           05  FR-APPROBATEUR          PIC X(8).
           05  FR-ANNEE-PAYE           PIC 9(4).
           05  FR-PERIODE-PAYE         PIC 99.
           05  FR-RESERVE              PIC X(10).

      *********************************************************
      * Categories de frais (CATFRAIS.DAT), tenues par
      * SAISIECATFRAIS : nature R = remboursement non imposable,
      * A = allocation imposable, et regimes (O/N) qui visent
      * l'allocation.
      *********************************************************
       FD  FICHIER-CAT-FRAIS
       LABEL RECORD STANDARD.
       01  CF-FICHE-CATEGORIE.
           05  CF-CODE                 PIC X(4).
           05  CF-DESCRIPTION          PIC X(20).
           05  CF-NATURE               PIC X.
           05  CF-IMPOSABLE-FED        PIC X.
           05  CF-IMPOSABLE-PROV       PIC X.
           05  CF-COTISABLE-RRQ        PIC X.
           05  CF-ASSURABLE            PIC X.
           05  CF-ACTIF                PIC X.
           05  CF-RESERVE              PIC X(10).

       SD  FICHIER-TRI.
       01  TRI-FICHE-PERSONNELLE.
           05  TRI-CODE                  PIC X(6).
           05  W-GROUPE-PAYE           PIC X(2).
           05  W-PROVINCE              PIC X(2).
           05  W-DEPARTEMENT           PIC X(2).
           05  W-CLASSE                PIC X(4).
           05  W-ECHELON               PIC 9(2).
           05  W-LANGUE                PIC X.
           05  W-RESERVE               PIC X(3).

      *********************************************************
      * Zone des indicateurs
      *********************************************************
       01  W-FILE-DETAIL-FEUILLES.
           05  W-SIZE-FEUILLES      PIC X(8)   COMP-X.
           05  W-SIZE-ACCIDENTS     PIC X(8)   COMP-X.
           05  W-SIZE-COUTS-PROJETS PIC X(8)   COMP-X.

       01  W-STATUT-PROJETS         PIC XX.
           88  PROJETS-INEXISTANT           VALUE "35".

       01  W-FILE-DETAIL-HISTO.
           05  W-SIZE-HISTO         PIC X(8)   COMP-X.
       01  W-IND-HISTO-NOUVEAU      PIC 9.
           88  HISTO-NOUVELLE-PAYE          VALUE 1.

       01  W-FILE-DETAIL-REPART.
           05  W-SIZE-REPART        PIC X(8)   COMP-X.
           05  W-SIZE-DEPOTHISTO    PIC X(8)   COMP-X.

       01  W-IND-REPART-OUVERT      PIC 9      VALUE 0.
           88  W-REPART-OUVERT              VALUE 1.
       01  W-IND-FIN-REPART         PIC 9.
           88  W-FIN-REPART                 VALUE 1.
       01  W-IND-FIN-DEPOTHISTO     PIC 9.
           88  W-FIN-DEPOTHISTO             VALUE 1.

      *********************************************************
      * Zone des retenues recurrentes : retenues lues pour
      * l'employe courant (appliquees en ordre de priorite 1-9,
               10  W-RL-SOLDE       PIC 9(7)V99.
               10  W-RL-APPLIQUE    PIC 9(4)V99.

      *********************************************************
      * Types de retenue avant impot (charges de TYPESRETENUE.
      * DAT au debut du passage) et retenues avant impot de
      * l'employe courant : elles reduisent le brut annualise
      * (federal, provincial) et les gains assurables AE/RQAP.
      *********************************************************
       01  W-FILE-DETAIL-TYPES-RET.
           05  W-SIZE-TYPES-RET     PIC X(8)   COMP-X.

       01  W-IND-FIN-TYPES-RET      PIC 9.
           88  W-FIN-TYPES-RET              VALUE 1.

       01  W-TABLE-TYPES-RET.
           05  W-NB-TY              PIC 99     VALUE 0.
           05  W-TY-ENTREE OCCURS 30 TIMES
                                    INDEXED BY W-IDX-TY.
               10  W-TY-TYPE        PIC X(4).
               10  W-TY-REDUIT-FED  PIC X.
               10  W-TY-REDUIT-PROV PIC X.
               10  W-TY-REDUIT-ASSUR PIC X.

       01  W-AVANT-IMPOT.
           05  W-AI-FED             PIC 9(6)V99.
           05  W-AI-PROV            PIC 9(6)V99.
           05  W-AI-ASSURABLE       PIC 9(6)V99.
           05  W-AI-MONTANT         PIC 9(6)V99.

       01  W-RETENUES-CALCUL.
           05  W-PRIORITE-COURANTE  PIC 9.
           05  W-MONTANT-RET-CALC   PIC 9(4)V99.
                                    INDEXED BY W-IDX-FERIE.
               10  W-FERIE-DATE     PIC 9(8).

      *********************************************************
      * Salaire minimum en vigueur par province et date
      * d'effet, et classes d'emploi au pourboire, charges au
      * debut du passage pour le controle de chaque employe.
      *********************************************************
       01  W-STATUT-SALAIRE-MIN     PIC XX.
           88  SALAIRE-MIN-OK               VALUE "00".

       01  W-STATUT-CLASSES         PIC XX.
           88  CLASSES-OK                   VALUE "00".

       01  W-IND-FIN-SALMIN         PIC 9.
           88  W-FIN-SALMIN                 VALUE 1.

       01  W-TABLE-SALAIRE-MIN.
           05  W-NB-SM              PIC 99  VALUE 0.
           05  W-SM-ENTREE OCCURS 40 TIMES
                                    INDEXED BY W-IDX-SM.
               10  W-SM-PROVINCE    PIC X(2).
               10  W-SM-DATE        PIC 9(8).
               10  W-SM-GENERAL     PIC 99V99.
               10  W-SM-POURBOIRE   PIC 99V99.

       01  W-TABLE-CLASSES-POURBOIRE.
           05  W-NB-CLP             PIC 9(3)  VALUE 0.
           05  W-CLP-CLASSE         PIC X(4)  OCCURS 100 TIMES
                                    INDEXED BY W-IDX-CLP.

       01  W-CONTROLE-SALAIRE-MIN.
           05  W-SM-PROV-CHERCHEE   PIC X(2).
           05  W-SM-DATE-RETENUE    PIC 9(8).
           05  W-SM-MINIMUM         PIC 99V99.
           05  W-IND-SM-POURBOIRE   PIC 9.
               88  W-SM-AU-POURBOIRE        VALUE 1.
           05  W-TAUX-EFFECTIF      PIC 9(4)V9999.
           05  W-ED-TAUX-EFFECTIF   PIC Z9.99.
           05  W-ED-SM-MINIMUM      PIC Z9.99.

      *********************************************************
      * Zone des cheques : prochain numero sequentiel (tire du
      * registre des cheques au debut du passage) et montant
       01  W-PROCHAIN-CHEQUE        PIC 9(6).
       01  W-LC-MONTANT             PIC $$$$,$$9.99.

      *********************************************************
      * Libelles des talons et des cheques dans la langue de
      * l'employe (F/A), tires de la table des textes par
      * TEXTEDOC : document "BUL" (bulletins de paye et de
      * vacances) et "CHQ" (cheques). L'ordre des zones suit
      * la numerotation des libelles dans Textes.dat.
      *********************************************************
       01  W-LANGUE-DOC             PIC X.
       01  W-TB-LANGUE              PIC X      VALUE LOW-VALUE.
       01  W-TB-DOCUMENT            PIC X(3)   VALUE "BUL".
       01  W-TB-NOMBRE              PIC 9(2)   VALUE 45.
       01  W-TEXTES-BULLETIN.
           05  W-TB-BULLETIN        PIC X(60).
           05  W-TB-VACANCES        PIC X(60).
           05  W-TB-HORS-CYCLE      PIC X(60).
           05  W-TB-ESSAI           PIC X(60).
           05  W-TB-HEURES          PIC X(60).
           05  W-TB-TAUX            PIC X(60).
           05  W-TB-BRUT            PIC X(60).
           05  W-TB-FERIE           PIC X(60).
           05  W-TB-PRORATE         PIC X(60).
           05  W-TB-JOURS-SUR       PIC X(60).
           05  W-TB-DE-PERIODE      PIC X(60).
           05  W-TB-MALADIE         PIC X(60).
           05  W-TB-HRS             PIC X(60).
           05  W-TB-BONI            PIC X(60).
           05  W-TB-COMMISSION      PIC X(60).
           05  W-TB-PREAVIS         PIC X(60).
           05  W-TB-VAC-CESSATION   PIC X(60).
           05  W-TB-BANQUE-PAYEE    PIC X(60).
           05  W-TB-PRIME           PIC X(60).
           05  W-TB-REMBOURSEMENT   PIC X(60).
           05  W-TB-NON-IMPOSABLE-P PIC X(60).
           05  W-TB-ALLOCATION      PIC X(60).
           05  W-TB-CNESST          PIC X(60).
           05  W-TB-NON-IMPOSABLE   PIC X(60).
           05  W-TB-SANS-SOLDE      PIC X(60).
           05  W-TB-TEMPS-BANQUE    PIC X(60).
           05  W-TB-REPRISE         PIC X(60).
           05  W-TB-AVANTAGE        PIC X(60).
           05  W-TB-NON-VERSE       PIC X(60).
           05  W-TB-RETRO           PIC X(60).
           05  W-TB-EXONERATION     PIC X(60).
           05  W-TB-IMPOT-SUPP      PIC X(60).
           05  W-TB-IMPOT-FED       PIC X(60).
           05  W-TB-IMPOT-PROV      PIC X(60).
           05  W-TB-RRQ             PIC X(60).
           05  W-TB-AE              PIC X(60).
           05  W-TB-RQAP            PIC X(60).
           05  W-TB-RAMQ            PIC X(60).
           05  W-TB-RETENUE         PIC X(60).
           05  W-TB-COTIS-PATRON    PIC X(60).
           05  W-TB-NET             PIC X(60).
           05  W-TB-INDEMNITE-BRUTE PIC X(60).
           05  W-TB-MONTANT-NET     PIC X(60).
           05  W-TB-DEPOT-COMPTE    PIC X(60).
           05  W-TB-AJUSTEMENT      PIC X(60).
       01  W-TC-LANGUE              PIC X      VALUE LOW-VALUE.
       01  W-TC-DOCUMENT            PIC X(3)   VALUE "CHQ".
       01  W-TC-NOMBRE              PIC 9(2)   VALUE 4.
       01  W-TEXTES-CHEQUE.
           05  W-TC-CHEQUE-NO       PIC X(60).
           05  W-TC-DATE            PIC X(60).
           05  W-TC-ORDRE           PIC X(60).
           05  W-TC-MONTANT         PIC X(60).

      *********************************************************
      * Compteurs de controle du fichier de depot EFT (repris
      * dans l'enregistrement total "Z").
           05  W-NB-RETRAITS        PIC 9(6).
           05  W-TOTAL-RETRAITS     PIC 9(11)V99.

      *********************************************************
      * Repartition du net de l'employe entre ses comptes, dans
      * l'ordre des priorites ; la derniere part est celle du
      * compte principal de la fiche (le reste). W-PA-STATUT
      * "P" : compte en prenote, qui ne recoit rien. Le total
      * des parts egale toujours le net.
      *********************************************************
       01  W-REPARTITION-DEPOT.
           05  W-NB-PARTS           PIC 99.
           05  W-NB-VERSEMENTS      PIC 99.
           05  W-IX-PART            PIC 99.
           05  W-IX-PART-SOLDE      PIC 99.
           05  W-RESTE-DEPOT        PIC 9(7)V99.
           05  W-PART-CALCULEE      PIC 9(7)V99.
           05  W-PART OCCURS 10.
               10  W-PA-INSTITUTION PIC 9(3).
               10  W-PA-TRANSIT     PIC 9(5).
               10  W-PA-COMPTE      PIC X(12).
               10  W-PA-MONTANT     PIC 9(7)V99.
               10  W-PA-STATUT      PIC X.

      *********************************************************
      * Cle de la paye a l'historique, reprise par les depots
      * verses (DEPOTHISTO.DAT), et compte masque du talon.
      *********************************************************
       01  W-CLE-DEPOT-HISTO.
           05  W-CDH-ANNEE          PIC 9(4).
           05  W-CDH-PERIODE        PIC 9(2).
       01  W-SEQUENCE-DEPOT         PIC 99.

       01  W-EDITION-DEPOT.
           05  W-CM-VALEUR          PIC X(12).
           05  W-CM-LONGUEUR        PIC 99.
           05  W-CM-POS             PIC 99.
           05  W-CM-MONTANT         PIC $$$,$$9.99.

       01  W-STATUT-RETRAITS        PIC XX.
           88  RETRAITS-OK                  VALUE "00".
           88  RETRAITS-INEXISTANT          VALUE "35".
           05  W-IND-FIN-HISTO      PIC 9.
               88  W-FIN-HISTO              VALUE 1.

      *********************************************************
      * Zone des primes d'assurance des employes en conge
      * (PrimesConges.doc) : periode courante AAAAPP, prime de
      * la periode et totaux du passage.
      *********************************************************
       01  W-PRIMES-CONGES.
           05  W-PC-PAYE            PIC 9(6).
           05  W-PC-PRIME           PIC 9(4)V99.
           05  W-PC-NB              PIC 9(4).
           05  W-PC-TOTAL-ARR       PIC 9(7)V99.
           05  W-PC-TOTAL-FACT      PIC 9(7)V99.
           05  W-SIZE-CONGES        PIC X(8)   COMP-X.
           05  W-IND-FIN-CG         PIC 9.
               88  W-FIN-CG                 VALUE 1.

       01  W-LIGNE-PRIME-CONGE.
           05  W-LPC-CODE           PIC X(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LPC-NOM            PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LPC-PREN           PIC X(15).
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LPC-TYPE           PIC X.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LPC-TRAITEMENT     PIC X(11).
           05  W-LPC-PRIME          PIC Z,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LPC-CUMUL          PIC ZZ,ZZ9.99.

      *********************************************************
      * Zone du rapport des variances : paye courante mise de
      * cote pendant les lectures croisees de l'historique, et
           05  W-SAV-COMPTE-EXCEPT  PIC 9(4).
           05  W-SAV-CUMUL-BRUT     PIC 9(9)V99.
           05  W-SAV-CUMUL-NET      PIC 9(9)V99.
           05  W-SAV-TOTAUX-RUN     PIC X(176).
           05  W-SAV-REGIONS-RUN    PIC X(220).
           05  W-SAV-CONTROLE-DEPOT PIC X(55).
           05  W-SAV-TOT-RETENUES   PIC X(152).
           05  W-SAV-TOT-PROVINCES  PIC X(448).
           05  W-SAV-TOT-DEPTS      PIC X(3203).
           05  W-SAV-TOT-FRAIS      PIC X(452).

       01  W-ZONE-FERIE.
           05  W-IND-PERIODE-FERIE  PIC 9.
           05  W-MONTANT-COM        PIC 9(5)V99.
           05  W-MONTANT-MAL        PIC 9(6)V99.
           05  W-MONTANT-RPR        PIC 9(6)V99.
           05  W-HEURES-CNE         PIC 9(3).
           05  W-MONTANT-CNE        PIC 9(6)V99.
           05  W-MONTANT-PRIMES     PIC 9(6)V99.
           05  W-MONTANT-PRA        PIC 9(6)V99.
           05  W-MONTANT-VAC        PIC 9(6)V99.
           05  W-HEURES-BQT         PIC 9(3).
           05  W-MONTANT-BQT        PIC 9(6)V99.
           05  W-GAIN-PRIME OCCURS 20 TIMES.
               10  W-HEURES-PRIME   PIC 9(3).
               10  W-MONTANT-PRIME  PIC 9(6)V99.

      *********************************************************
      * Primes de quart (soir, nuit, fin de semaine) chargees de
      * PRIMESQUART.DAT : une ligne de feuille dont le code de
      * gain est celui d'une prime paie ses heures au montant
      * horaire ("H") ou au pourcentage du taux ("P") de la
      * prime, en sus des heures REG.
      *********************************************************
       01  W-STATUT-PRIMES-QUART    PIC XX.
           88  PRIMES-QUART-OK              VALUE "00".
       01  W-IND-FIN-PRIMES-QUART   PIC 9.
           88  W-FIN-PRIMES-QUART           VALUE 1.
       01  W-IND-PRIME-TROUVEE      PIC 9.
           88  W-PRIME-TROUVEE              VALUE 1.
       01  W-TABLE-PRIMES-QUART.
           05  W-NB-PRIMES-QUART    PIC 99  VALUE 0.
           05  W-PRIME-QUART OCCURS 20 TIMES
                                    INDEXED BY W-IDX-PQ.
               10  W-PQ-CODE        PIC X(3).
               10  W-PQ-DESCRIPTION PIC X(20).
               10  W-PQ-TYPE        PIC X.
                   88  W-PQ-EN-POURCENTAGE  VALUE "P".
               10  W-PQ-VALEUR      PIC 9(3)V99.

      *********************************************************
      * Frais des employes (FRAIS.DAT) verses avec la paye
      * reguliere selon leur categorie (CATFRAIS.DAT) : un
      * remboursement ("R") s'ajoute au net sans toucher au
      * brut ; une allocation ("A") entre au brut et sort de
      * l'assiette de chaque regime qui ne la vise pas. Chaque
      * categorie a sa ligne au bulletin et son compte "FR" au
      * plan de comptes ; le total du passage par categorie
      * est debite au journal du grand livre.
      *********************************************************
       01  W-STATUT-FRAIS           PIC XX.
           88  FRAIS-OK                     VALUE "00".
           88  FRAIS-INEXISTANT             VALUE "35".
       01  W-STATUT-CAT-FRAIS       PIC XX.
           88  CAT-FRAIS-OK                 VALUE "00".
       01  W-IND-FRAIS-OUVERT       PIC 9   VALUE 0.
           88  W-FRAIS-OUVERT               VALUE 1.
       01  W-IND-FIN-FRAIS          PIC 9.
           88  W-FIN-FRAIS                  VALUE 1.
       01  W-IND-MARQUER-FRAIS      PIC 9   VALUE 0.
           88  W-MARQUER-FRAIS              VALUE 1.
       01  W-IND-CAT-FRAIS-TROUVEE  PIC 9.
           88  W-CAT-FRAIS-TROUVEE          VALUE 1.
       01  W-TABLE-CAT-FRAIS.
           05  W-NB-CAT-FRAIS       PIC 99  VALUE 0.
           05  W-CAT-FRAIS OCCURS 30 TIMES
                                    INDEXED BY W-IDX-CF.
               10  W-CF-CODE        PIC X(4).
               10  W-CF-DESCRIPTION PIC X(20).
               10  W-CF-NATURE      PIC X.
                   88  W-CF-REMBOURSEMENT   VALUE "R".
               10  W-CF-IMPOSABLE-FED   PIC X.
               10  W-CF-IMPOSABLE-PROV  PIC X.
               10  W-CF-COTISABLE-RRQ   PIC X.
               10  W-CF-ASSURABLE       PIC X.
       01  W-FRAIS-EMPLOYE.
           05  W-FE-ALLOCATIONS     PIC 9(6)V99.
           05  W-FE-REMBOURSEMENTS  PIC 9(6)V99.
           05  W-FE-NON-FED         PIC 9(6)V99.
           05  W-FE-NON-PROV        PIC 9(6)V99.
           05  W-FE-NON-RRQ         PIC 9(6)V99.
           05  W-FE-NON-ASSURABLE   PIC 9(6)V99.
           05  W-FE-MONTANT-CAT     PIC 9(6)V99 OCCURS 30 TIMES.
       01  W-TABLE-RUN-FRAIS.
           05  W-NB-RUN-FRAIS       PIC 99.
           05  W-RUN-FRAIS OCCURS 30 TIMES
                                    INDEXED BY W-IDX-RUN-FR.
               10  W-RF-CODE        PIC X(4).
               10  W-RF-TOTAL       PIC 9(9)V99.

      *********************************************************
      * Imputations de la feuille de temps de l'employe :
      * lignes chargees a un autre departement ou a un projet
      * (heures payees REG/MAL/RPR et montants BON/COM), puis
      * leur part du brut et des charges de l'employeur une
      * fois la paye calculee. Le reste demeure a son propre
      * departement.
      *********************************************************
       01  W-TABLE-IMPUT.
           05  W-IM-CODE-EMP        PIC X(6).
           05  W-NB-IMPUT           PIC 9(2).
           05  W-NB-VENT            PIC 9(2).
           05  W-IM-HEURES-TOT      PIC 9(4).
           05  W-IM-ENTREE OCCURS 20 TIMES
                               INDEXED BY W-IDX-IMPUT.
               10  W-IM-DEPT        PIC X(2).
               10  W-IM-PROJET      PIC X(6).
               10  W-IM-HEURES      PIC 9(4).
               10  W-IM-MONTANT     PIC 9(6)V99.
               10  W-IM-BRUT        PIC 9(7)V99.
               10  W-IM-CHARGES     PIC 9(7)V99.

       01  W-IND-IMPUT-TROUVEE      PIC 9.
           88  W-IMPUT-TROUVEE              VALUE 1.

       01  W-VENTILATION-ZONE.
           05  W-VT-BRUT-HEURES     PIC 9(7)V99.
           05  W-VT-CHARGES-TOT     PIC 9(7)V99.
           05  W-VT-BRUT-RESTE      PIC 9(7)V99.
           05  W-VT-CHARGES-RESTE   PIC 9(7)V99.
           05  W-VT-DEPT            PIC X(2).
           05  W-VT-PROJET          PIC X(6).
           05  W-VT-BRUT            PIC 9(7)V99.
           05  W-VT-CHARGES         PIC 9(7)V99.

      *********************************************************
      * Accident du travail de l'employe paye en heures "CNE" :
      * reclamation ouverte la plus recente au registre, fin
      * des 14 premiers jours (a la charge de l'employeur) et
      * estimation du net des heures au taux regulier.
      *********************************************************
       01  W-ACCIDENT-ZONE.
           05  W-IND-ACC-TROUVE     PIC 9.
               88  W-ACC-TROUVE             VALUE 1.
           05  W-IND-FIN-AC         PIC 9.
               88  W-FIN-AC                 VALUE 1.
           05  W-AC-CLE-TROUVEE.
               10  W-AC-CODE-TROUVE PIC X(6).
               10  W-AC-DATE-TROUVEE PIC 9(8).
           05  W-AC-LIMITE-INT      PIC S9(8) COMP.
           05  W-AC-DEBUT-PER-INT   PIC S9(8) COMP.
           05  W-BRUT-CNE           PIC 9(6)V99.
           05  W-IMPOTS-CNE         PIC 9(6)V99.
           05  W-COTIS-CNE          PIC 9(6)V99.
           05  W-NET-CNE            PIC S9(6)V99.

       01  W-LECTURE-FEUILLES.
           05  W-NB-LIGNES-FT       PIC 99.
           05  W-IND-FT-NON-APPR    PIC 9.
               88  W-FT-NON-APPROUVEE       VALUE 1.

      *********************************************************
      * Corrections de periodes anterieures : lignes de feuille
      * saisies sous la periode payee avec la periode d'origine
      * en fin de cle (FT-ORIGINE). Un poste par periode
      * d'origine (au plus 10), ecarts d'heures REG et MAL
      * signes, payes a part au taux en vigueur de la periode
      * d'origine, heures supplementaires refaites.
      *********************************************************
       01  W-CORRECTIONS-HEURES.
           05  W-CH-NB              PIC 99.
           05  W-CH-ENTREE OCCURS 10 TIMES
                                    INDEXED BY W-IDX-CH.
               10  W-CH-ANNEE       PIC 9(4).
               10  W-CH-PERIODE     PIC 9(2).
               10  W-CH-DELTA-REG   PIC S9(3).
               10  W-CH-DELTA-MAL   PIC S9(3).
               10  W-CH-DATE-FIN    PIC 9(8).
               10  W-CH-HRS-AVANT   PIC S9(4).
               10  W-CH-MAL-AVANT   PIC S9(4).
               10  W-CH-TAUX        PIC 99V99.
               10  W-CH-MONTANT     PIC S9(6)V99.

       01  W-CH-ZONE.
           05  W-IND-CH-GAIN        PIC 9.
               88  W-CH-GAIN-INVALIDE       VALUE 1.
           05  W-IND-CH-TROP        PIC 9.
               88  W-CH-TROP                VALUE 1.
           05  W-IND-CH-ERREUR      PIC 9.
               88  W-CH-PERIODE-INVALIDE    VALUE 1.
               88  W-CH-JAMAIS-PAYEE        VALUE 2.
               88  W-CH-RETRAIT-TROP        VALUE 3.
           05  W-CH-PAYE-COURANTE   PIC 9(6).
           05  W-CH-PAYE-ORIGINE    PIC 9(6).
           05  W-CH-HEURES-CALC     PIC 9(4).
           05  W-CH-PAYE-CALC       PIC 9(6)V99.
           05  W-CH-PAYE-AVANT      PIC 9(6)V99.
           05  W-CH-SOLDE-DISPO     PIC S9(5)V99.
           05  W-CH-MAL-PAYEES      PIC 9(3).
           05  W-CH-MAL-REFUSEES    PIC 9(3).
           05  W-CH-HEURES-MAL      PIC S9(4).
           05  W-CH-HEURES-NET      PIC S9(4).
           05  W-CH-HEURES-LIGNE    PIC S9(4).
           05  W-MONTANT-CORRECTIONS PIC S9(6)V99.
           05  W-CH-NON-RECUPERE    PIC 9(6)V99.
           05  W-CH-NB-RAPPORT      PIC 9(4).
           05  W-CH-TOTAL-RAPPORT   PIC S9(7)V99.
           05  W-CH-ED-TOTAL        PIC Z,ZZZ,ZZ9.99-.

       01  W-LIGNE-CORR-HEURES.
           05  W-LCH-CODE           PIC X(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LCH-NOM            PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LCH-PERIODE        PIC 99.
           05  FILLER               PIC X     VALUE "/".
           05  W-LCH-ANNEE          PIC 9(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LCH-DELTA-REG      PIC ---9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LCH-DELTA-MAL      PIC ---9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LCH-HRS-AVANT      PIC ----9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LCH-HRS-APRES      PIC ----9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LCH-TAUX           PIC Z9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LCH-MONTANT        PIC ZZZ,ZZ9.99-.

      *********************************************************
      * Gains assurables AE/RQAP de la paye courante (tout le
      * brut sauf le boni, gain non assurable) et base passee
               88  W-GROUPE-ABSENT          VALUE 1.
           05  W-SIZE-GROUPES       PIC X(8)  COMP-X.
           05  W-ARG-GROUPE         PIC X(2).
           05  W-GROUPE-HEURES      PIC 9(3)  VALUE 40.

      *********************************************************
      * Employeur du passage courant : celui du groupe paye
      * (blanc = 01, l'employeur historique) ; le versement des
      * vacances, qui ne passe pas par un groupe, le demande a
      * l'ecran (ou en deuxieme argument en lot). La table des
      * groupes en memoire donne l'employeur de chaque fiche.
      *********************************************************
       01  W-EMPLOYEUR-ZONE.
           05  W-EMPLOYEUR-CHOISI   PIC X(2)  VALUE "01".
           05  W-EMPLOYEUR-EXPEDITEUR PIC X(10) VALUE "CRACKINFO ".
           05  W-EMPLOYEUR-EMPLOYE  PIC X(2).
           05  W-SIZE-EMPLOYEURS    PIC X(8)  COMP-X.
           05  W-IND-FIN-GROUPES    PIC 9.
               88  W-FIN-GROUPES            VALUE 1.
           05  W-IND-COMPTE-PROPRE  PIC 9.
               88  W-COMPTE-PROPRE          VALUE 1.

       01  W-TABLE-GROUPES-EMPLOYEUR.
           05  W-NB-GE              PIC 99    VALUE 0.
           05  W-GE-ENTREE OCCURS 50 TIMES
                                    INDEXED BY W-IDX-GE.
               10  W-GE-GROUPE      PIC X(2).
               10  W-GE-EMPLOYEUR   PIC X(2).

      *********************************************************
      * Changements sensibles en attente d'approbation pour le
      * groupe du passage.
      *********************************************************
       01  W-CHGT-ATTENTE-ZONE.
           05  W-NB-CHGT-ATTENTE    PIC 9(4)  VALUE 0.
           05  W-SIZE-CHGT-ATTENTE  PIC X(8)  COMP-X.
           05  W-IND-FIN-CHGT       PIC 9.
               88  W-FIN-CHGT               VALUE 1.
           05  W-IND-LISTER-CHGT    PIC 9.
               88  W-LISTER-CHGT            VALUE 1.
           05  W-PAUSE-CHGT         PIC X.

      *********************************************************
      * Passage hors-cycle (option 5) : paye finale ou
       01  W-IND-SANS-ADHESIONS     PIC 9   VALUE 0.
           88  W-SANS-ADHESIONS             VALUE 1.

      *********************************************************
      * Paye reguliere d'un passage de periode (50000) : seule
      * elle recoit la part d'exemption de base RRQ/RPC de la
      * periode et la correction de cotisations en attente
      * (mode "P") de la revision de fin d'annee, avec ce qui
      * reste a appliquer par regime et le net encore
      * disponible pour un manque a retenir.
      *********************************************************
       01  W-IND-PAYE-REGULIERE     PIC 9   VALUE 0.
           88  W-PAYE-REGULIERE             VALUE 1.

       01  W-CORRECTION-ZONE.
           05  W-SIZE-CORRECTIONS   PIC X(8)  COMP-X.
           05  W-IND-CO-A-APPLIQUER PIC 9     VALUE 0.
               88  W-CO-A-APPLIQUER         VALUE 1.
           05  W-CO-SENS            PIC X.
           05  W-CO-RESTE           PIC 9(5)V99.
           05  W-CO-COTISATION      PIC 9(4)V99.
           05  W-CO-APPLIQUE        PIC 9(5)V99.
           05  W-CO-DISPONIBLE      PIC S9(7)V99.

      *********************************************************
      * Credits d'impot personnels de l'employe courant pour
      * l'annee payee (CREDITSIMPOT.DAT). Sans formulaire de
      * l'annee, la demande de l'annee precedente est indexee
      * selon ParamCredits.dat ; sans aucune demande, les
      * montants personnels de base de l'annee s'appliquent.
      * Le credit annuel est le montant demande au taux du
      * premier palier de TauxImpot.dat.
      *********************************************************
       01  W-STATUT-PARAM-CREDITS   PIC XX.
           88  PARAM-CREDITS-OK             VALUE "00".

       01  W-FILE-DETAIL-CREDITS.
           05  W-SIZE-CREDITS       PIC X(8)   COMP-X.

       01  W-IND-CREDITS.
           05  W-IND-FIN-PARAM-CREDITS  PIC 9   VALUE 0.
               88  W-FIN-PARAM-CREDITS          VALUE 1.
           05  W-IND-CREDITS-ABSENTS    PIC 9   VALUE 0.
               88  W-CREDITS-ABSENTS            VALUE 1.
           05  W-IND-PK-TROUVE          PIC 9   VALUE 0.
               88  W-PK-TROUVE                  VALUE 1.

       01  W-TABLE-PARAM-CREDITS.
           05  W-NB-PK              PIC 9   VALUE 0.
           05  W-PK-ENTREE OCCURS 4 TIMES INDEXED BY W-IDX-PK.
               10  W-PK-PROVINCE    PIC X(2).
               10  W-PK-ANNEE       PIC 9(4).
               10  W-PK-BASE-FED    PIC 9(6).
               10  W-PK-BASE-PROV   PIC 9(6).
               10  W-PK-INDEX-FED   PIC V9999.
               10  W-PK-INDEX-PROV  PIC V9999.

       01  W-CREDITS-EMPLOYE.
           05  W-CR-MONTANT-FED     PIC 9(6)V99.
           05  W-CR-MONTANT-PROV    PIC 9(6)V99.
           05  W-CR-SUPP-FED        PIC 9(4)V99.
           05  W-CR-SUPP-PROV       PIC 9(4)V99.
           05  W-CR-LETTRE          PIC X.
               88  W-CR-EXONERE             VALUE "E".
               88  W-CR-REDUIT              VALUE "R".
           05  W-CR-REDUCTION       PIC 9(6)V99.
           05  W-CR-CREDIT-FED      PIC 9(7)V99.
           05  W-CR-CREDIT-PROV     PIC 9(7)V99.

      *********************************************************
      * Calcul du brut pour un net vise (option 7) : la
      * direction promet "500$ net", on cherche par iterations
                   15  W-PV-TAUX-FSS    PIC V9999.
                   15  W-PV-TAUX-CNESST PIC V9999.
                   15  W-PV-MAX-CNESST  PIC 9(6).
                   15  W-PV-EXEMPTION-RRQ PIC 9(4).
               10  W-PV-NB-TAUX     PIC 99.
               10  W-PV-TAUX-ENTREE OCCURS 10 TIMES
                                    INDEXED BY W-IDX-PV-TAUX.
               10  W-AD-PART-EMP    PIC 9(4)V99.
       01  W-AVANTAGE-IMPOSABLE     PIC 9(5)V99.

      *********************************************************
      * Regimes de pension charges en memoire et regime du
      * membre courant (W-RE-REGIME a blanc = non membre) :
      * taux de cotisation, appariement et plafond patronal,
      * cotisation retenue a la paye et part de l'employeur.
      *********************************************************
       01  W-RETRAITE-ZONE.
           05  W-SIZE-RETRAITE      PIC X(8)  COMP-X.
           05  W-IND-FIN-PN         PIC 9.
               88  W-FIN-PN                 VALUE 1.
           05  W-IND-MR-ABSENT      PIC 9.
               88  W-MR-ABSENT              VALUE 1.
           05  W-IND-CR-NOUVELLE    PIC 9.
               88  W-CR-NOUVELLE            VALUE 1.

       01  W-TABLE-REGIMES-RET.
           05  W-NB-PN              PIC 99  VALUE 0.
           05  W-PN-ENTREE OCCURS 10 TIMES
                                    INDEXED BY W-IDX-PN.
               10  W-PN-CODE        PIC X(4).
               10  W-PN-TAUX-EMP    PIC 99V99.
               10  W-PN-TAUX-APP    PIC 999V99.
               10  W-PN-PLAFOND     PIC 99V99.
               10  W-PN-ACTIF       PIC X.

       01  W-RETRAITE-EMPLOYE.
           05  W-RE-REGIME          PIC X(4).
           05  W-RE-TAUX-EMP        PIC 99V99.
           05  W-RE-TAUX-APP        PIC 999V99.
           05  W-RE-PLAFOND         PIC 99V99.
           05  W-RE-COTIS-EMP       PIC 9(5)V99.
           05  W-RE-PLAFOND-MNT     PIC 9(7)V99.

       01  W-PROVINCE-COURANTE      PIC X(2)  VALUE "QC".
       01  W-IND-PROV-TROUVEE       PIC 9.
           88  W-PROV-TROUVEE               VALUE 1.
      * journal au niveau region+departement (PlanComptes.dat,
      * lignes "SR" a code region+departement ; retombee sur le
      * compte de la region seule si le niveau fin n'est pas au
      * plan). Les charges sociales de l'employeur suivent le
      * brut (lignes "CE"). Une case avec projet est
      * capitalisee au compte du projet (PROJETS.DAT).
      *********************************************************
       01  W-TABLE-RUN-DEPT.
           05  W-NB-RUN-DEPT        PIC 9(3).
                               INDEXED BY W-IDX-RUN-DEPT.
               10  W-RD-REGION      PIC 9(2).
               10  W-RD-DEPT        PIC X(2).
               10  W-RD-PROJET      PIC X(6).
               10  W-RD-BRUT        PIC 9(9)V99.
               10  W-RD-CHARGES     PIC 9(9)V99.

       01  W-IND-DEPT-TROUVE        PIC 9.
           88  W-DEPT-TROUVE                VALUE 1.
           05  W-TAUX-FSS           PIC V9999.
           05  W-TAUX-CNESST        PIC V9999.
           05  W-MAX-CNESST         PIC 9(6).
           05  W-EXEMPTION-RRQ      PIC 9(4).

       01  W-COTISATIONS-CALCUL.
           05  W-COTISATION-RRQ     PIC 9(4)V99.

       01  W-PLAFONDS-CALCUL.
           05  W-CUMUL-BRUT-ANNEE   PIC 9(9)V99.
           05  W-CUMUL-ASSUR-ANNEE  PIC 9(9)V99.
           05  W-CUMUL-COURANT      PIC 9(9)V99.
           05  W-EXEMPTION-PERIODE  PIC 9(6)V99.
           05  W-PLAFOND-COURANT    PIC 9(6).
           05  W-RESTE-PLAFOND     PIC 9(9)V99.
           05  W-ASSUJETTI          PIC 9(6)V99.
           05  W-EMPL-AE            PIC 9(4)V99.
           05  W-EMPL-FSS           PIC 9(4)V99.
           05  W-EMPL-CNESST        PIC 9(4)V99.
           05  W-EMPL-RETRAITE      PIC 9(4)V99.

       01  W-TOTAUX-RUN.
           05  W-RUN-IMPOT-FED      PIC 9(9)V99.
           05  W-RUN-EMPL-FSS       PIC 9(9)V99.
           05  W-RUN-EMPL-CNESST    PIC 9(9)V99.
           05  W-RUN-FERIES         PIC 9(9)V99.
           05  W-RUN-AVANCE-CNESST  PIC 9(9)V99.
           05  W-RUN-NET-DETAIL     PIC 9(9)V99.
           05  W-RUN-NET-DEPOSE     PIC 9(9)V99.
           05  W-RUN-NET-REGISTRE   PIC 9(9)V99.
           88  W-FIN-COMPTES                VALUE 1.

       01  W-TABLE-COMPTES.
           05  W-NB-COMPTES         PIC 9(3) VALUE 0.
           05  W-COMPTE-ENTREE OCCURS 100 TIMES
                                    INDEXED BY W-IDX-COMPTE.
               10  W-PC-TYPE        PIC X(2).
               10  W-PC-CODE        PIC X(4).
               10  W-PC-COMPTE      PIC X(8).
               10  W-PC-EMPLOYEUR   PIC X(2).

       01  W-JOURNAL-ZONE.
           05  W-CLE-TYPE           PIC X(2).
      *********************************************************
       01  W-IMPOT-MARGINAL.
           05  W-BRUT-ANNUALISE     PIC 9(9)V99.
           05  W-BRUT-ANNUALISE-S   PIC S9(9)V99.
           05  W-BORNE-BASSE        PIC 9(9)V99.
           05  W-BORNE-HAUTE        PIC 9(9)V99.
           05  W-TRANCHE            PIC 9(9)V99.
      * du registre. Versee par l'option 4 du menu.
      *********************************************************
       01  W-ACCRU-VACANCES         PIC 9(5)V99.
      *INDEMNITE ACQUISE SUR LA PAYE FINALE D'UN EMPLOYE PARTI,
      *VERSEE AVEC SON SOLDE DE VACANCES (LIGNE VAC).
       01  W-ACCRU-VAC-FINALE       PIC 9(5)V99.
       01  W-COMPTE-VACANCES        PIC 9(4).

      *********************************************************
        MOVE W-DATE-DU-JOUR(1:4) TO W-ANNEE-PAYE.

        PERFORM 38600-CHARGER-REGIONS.
        PERFORM 38650-CHARGER-PRIMES-QUART.

        ACCEPT W-LIGNE-COMMANDE FROM COMMAND-LINE.
        IF W-LIGNE-COMMANDE(1:1) = "1" OR "2" OR "3" OR "4"
                    PERFORM 39300-OUVRIR-FEUILLES
                    PERFORM 39400-CHARGER-COMPTES
                    PERFORM 39500-OUVRIR-HISTORIQUE
                    PERFORM 39550-OUVRIR-REPARTITION
                    PERFORM 39600-OUVRIR-RETENUES
                    PERFORM 39650-OUVRIR-TAUXHISTO
                    PERFORM 39670-OUVRIR-ASSURANCES
                    PERFORM 39700-CHARGER-FERIES
                    PERFORM 39720-CHARGER-SALAIRE-MIN
                    PERFORM 39950-OUVRIR-SUSPENS
                    PERFORM 39960-OUVRIR-CORRECTIONS
                    PERFORM 39970-OUVRIR-FRAIS
                    PERFORM 10000-TRAIT-NOM-PREN-DATE
                END-IF

                    PERFORM 39300-OUVRIR-FEUILLES
                    PERFORM 39400-CHARGER-COMPTES
                    PERFORM 39500-OUVRIR-HISTORIQUE
                    PERFORM 39550-OUVRIR-REPARTITION
                    PERFORM 39600-OUVRIR-RETENUES
                    PERFORM 39650-OUVRIR-TAUXHISTO
                    PERFORM 39670-OUVRIR-ASSURANCES
                    PERFORM 39700-CHARGER-FERIES
                    PERFORM 39720-CHARGER-SALAIRE-MIN
                    PERFORM 39950-OUVRIR-SUSPENS
                    PERFORM 39960-OUVRIR-CORRECTIONS
                    PERFORM 39970-OUVRIR-FRAIS
                    SORT FICHIER-TRI ON ASCENDING KEY TRI-REGION
                                                   TRI-NB-HEURES
                           INPUT PROCEDURE   20000-REGION-HEURE
                    PERFORM 39300-OUVRIR-FEUILLES
                    PERFORM 39400-CHARGER-COMPTES
                    PERFORM 39500-OUVRIR-HISTORIQUE
                    PERFORM 39550-OUVRIR-REPARTITION
                    PERFORM 39600-OUVRIR-RETENUES
                    PERFORM 39650-OUVRIR-TAUXHISTO
                    PERFORM 39670-OUVRIR-ASSURANCES
                    PERFORM 39700-CHARGER-FERIES
                    PERFORM 39720-CHARGER-SALAIRE-MIN
                    PERFORM 39950-OUVRIR-SUSPENS
                    PERFORM 39960-OUVRIR-CORRECTIONS
                    PERFORM 39970-OUVRIR-FRAIS
                    PERFORM 10000-TRAIT-NOM-PREN-DATE
                END-IF
                MOVE 0 TO W-IND-MODE-ESSAI
      -"E ***" TO LIGNE-EXCEPTION
               WRITE LIGNE-EXCEPTION
           END-IF.
           MOVE 1 TO W-IND-LISTER-CHGT.
           PERFORM 39045-PARCOURIR-CHGT-ATTENTE.
      *EN MODE ESSAI, NI FICHIER DE DEPOT NI CHEQUES : SEULS LES
      *COMPTEURS SONT REMIS A ZERO POUR LE CERTIFICAT.
           IF W-MODE-ESSAI
           PERFORM 38000-CHARGER-PARAMETRES.
           PERFORM 20000-INITIALISATION.
           PERFORM 31000-IMPRESSION-ENTETE.
           PERFORM 39980-OUVRIR-RAPPORT-CORR.

           MOVE "I" TO W-SOURCE-TRI.
           OPEN INPUT FICHIER-IDX.
           PERFORM 61000-SOMMAIRE-EXCEPTION.

           CLOSE FICHIER-IDX.
           IF NOT W-MODE-ESSAI
               PERFORM 66000-PRIMES-CONGES
           END-IF.
           CLOSE RAPPORT-IMPRIME.
           CLOSE RAPPORT-EXCEPTION.
           CLOSE RAPPORT-BULLETIN.
           PERFORM 61500-FERMER-RAPPORT-CORR.
           IF NOT W-MODE-ESSAI
               PERFORM 59100-ECRIRE-TOTAL-DEPOT
               CLOSE FICHIER-DEPOT
           END-IF.
           CLOSE FICHIER-REGISTRE.
           CLOSE FICHIER-FEUILLES.
           CLOSE FICHIER-ACCIDENTS.
           CLOSE FICHIER-COUTS-PROJETS.
           CLOSE FICHIER-HISTO.
           PERFORM 39560-FERMER-REPARTITION.
           CLOSE FICHIER-RETENUES.
           CLOSE FICHIER-RETDETAIL.
           CLOSE FICHIER-TAUXHISTO.
           CLOSE FICHIER-ADHESIONS.
           CLOSE FICHIER-MEMBRES-RET.
           CLOSE FICHIER-COTIS-RET.
           CLOSE FICHIER-CREDITS.
           CLOSE FICHIER-SUSPENS.
           CLOSE FICHIER-CORR-COTIS.
           IF W-FRAIS-OUVERT
               CLOSE FICHIER-FRAIS
               MOVE 0 TO W-IND-FRAIS-OUVERT
           END-IF.
           PERFORM 58000-CLORE-PERIODE.
           PERFORM 64000-RAPPORT-VARIANCES.
           IF NOT W-MODE-ESSAI
      *  signale en exception au prochain calcul complet).
      **************************************************************
       21000-TRAIT-VALIDATION-HEURE.
           PERFORM 21100-CUMULER-HEURES-REG.

           IF W-GROUPE-PAYE = SPACES OR W-GROUPE-PAYE = LOW-VALUES
               MOVE "01" TO W-GROUPE-PAYE
           END-IF.
           IF NOT W-SANS-FEUILLE
              AND W-GROUPE-PAYE = W-GROUPE-CHOISI
               MOVE W-HEURES-REG TO W-NB-HEURES
               IF W-NB-HEURES > 40 AND W-EMPLOYE-ACTIF
                   RELEASE TRI-FICHE-PERSONNELLE
                                      FROM W-FICHE-PERSONNELLE
           END-IF.
           PERFORM 11000-LECTURE-SEQ.

      **************************************************************
      *  Additionne les heures REG approuvees de la periode, toutes
      *  imputations confondues (une ligne REG par departement ou
      *  projet charge) ; sans aucune ligne approuvee, l'employe
      *  est sans feuille.
      **************************************************************
       21100-CUMULER-HEURES-REG.
           MOVE 1 TO W-IND-SANS-FEUILLE.
           MOVE 0 TO W-HEURES-REG W-IND-FIN-FT.
           MOVE W-CODE         TO FT-CODE.
           MOVE W-ANNEE-PAYE   TO FT-ANNEE.
           MOVE W-PERIODE-PAYE TO FT-PERIODE.
           MOVE "REG"          TO FT-GAIN.
           MOVE LOW-VALUES     TO FT-IMPUTATION.
           MOVE ZEROS          TO FT-ORIGINE.
           START FICHIER-FEUILLES KEY IS NOT LESS THAN FT-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-FT
           END-START.
           PERFORM 49810-LIRE-LIGNE-FEUILLE.
      *LES LIGNES DE CORRECTION D'UNE PERIODE ANTERIEURE NE SONT
      *PAS DES HEURES TRAVAILLEES DE LA PERIODE.
           PERFORM UNTIL W-FIN-FT OR FT-GAIN NOT = "REG"
               IF FT-APPROUVEE AND FT-ANNEE-ORIG = 0
                   ADD FT-HEURES TO W-HEURES-REG
                   MOVE 0 TO W-IND-SANS-FEUILLE
               END-IF
               PERFORM 49810-LIRE-LIGNE-FEUILLE
           END-PERFORM.

      ******************************************************************
      *             SOMMAIRE PAR REGION (OPTION 3 DU MENU)
      *  EFFECTIF, HEURES PREVUES ET COUT DE PAYE BRUT PAR REGION,
         OPEN OUTPUT RAPPORT-IMPRIME.
         OPEN OUTPUT RAPPORT-EXCEPTION.
         OPEN OUTPUT RAPPORT-BULLETIN.
         MOVE 1 TO W-IND-LISTER-CHGT.
         PERFORM 39045-PARCOURIR-CHGT-ATTENTE.
         IF W-EN-REPRISE
             OPEN EXTEND FICHIER-DEPOT
         ELSE
         PERFORM 38000-CHARGER-PARAMETRES.
         PERFORM 20000-INITIALISATION
         PERFORM 31000-IMPRESSION-ENTETE
         PERFORM 39980-OUVRIR-RAPPORT-CORR.
         PERFORM 32000-LECTURE-TRI.
         PERFORM 50000-TRAITEMENT UNTIL W-FIN-FICHIER.
         PERFORM 60000-STATISTIQUE.
         PERFORM 62000-SOMMAIRE-RETENUES.
         PERFORM 63000-VERIFIER-BALANCEMENT.
         PERFORM 61000-SOMMAIRE-EXCEPTION.
         PERFORM 66000-PRIMES-CONGES.
         CLOSE RAPPORT-IMPRIME.
         CLOSE RAPPORT-EXCEPTION.
         CLOSE RAPPORT-BULLETIN.
         PERFORM 61500-FERMER-RAPPORT-CORR.
         PERFORM 59100-ECRIRE-TOTAL-DEPOT.
         CLOSE FICHIER-DEPOT.
         CLOSE FICHIER-REGISTRE.
         CLOSE FICHIER-FEUILLES.
         CLOSE FICHIER-ACCIDENTS.
         CLOSE FICHIER-COUTS-PROJETS.
         CLOSE FICHIER-HISTO.
         PERFORM 39560-FERMER-REPARTITION.
         CLOSE FICHIER-RETENUES.
         CLOSE FICHIER-RETDETAIL.
         CLOSE FICHIER-TAUXHISTO.
         CLOSE FICHIER-CREDITS.
         CLOSE FICHIER-CHEQUES.
         CLOSE FICHIER-REG-CHEQUES.
         CLOSE FICHIER-SUSPENS.
         CLOSE FICHIER-CORR-COTIS.
         IF W-FRAIS-OUVERT
             CLOSE FICHIER-FRAIS
             MOVE 0 TO W-IND-FRAIS-OUVERT
         END-IF.
         PERFORM 58000-CLORE-PERIODE.
         PERFORM 64000-RAPPORT-VARIANCES.
         IF W-RUN-BALANCE
                                 TO W-PV-TAUX-CNESST(W-IDX-PROVINCE)
               MOVE LC-MAX-CNESST
                                 TO W-PV-MAX-CNESST(W-IDX-PROVINCE)
               IF LC-EXEMPTION-RRQ IS NUMERIC
                   MOVE LC-EXEMPTION-RRQ
                              TO W-PV-EXEMPTION-RRQ(W-IDX-PROVINCE)
               ELSE
                   MOVE 0     TO W-PV-EXEMPTION-RRQ(W-IDX-PROVINCE)
               END-IF
           END-IF.

      **************************************************************
               MOVE 6 TO W-NB-REF-REGIONS
           END-IF.

      **************************************************************
      *  Charge les primes de quart actives (PRIMESQUART.DAT). Sans
      *  table, un code de prime sur une feuille reste un code de
      *  gain inconnu.
      **************************************************************
       38650-CHARGER-PRIMES-QUART.
           MOVE 0 TO W-NB-PRIMES-QUART W-IND-FIN-PRIMES-QUART.
           OPEN INPUT FICHIER-PRIMES-QUART.
           IF PRIMES-QUART-OK
               PERFORM 38660-LIRE-PRIME-QUART
               PERFORM UNTIL W-FIN-PRIMES-QUART
                          OR W-NB-PRIMES-QUART = 20
                   IF PQ-ACTIF = "A"
                       ADD 1 TO W-NB-PRIMES-QUART
                       SET W-IDX-PQ TO W-NB-PRIMES-QUART
                       MOVE PQ-CODE        TO W-PQ-CODE(W-IDX-PQ)
                       MOVE PQ-DESCRIPTION TO W-PQ-DESCRIPTION(W-IDX-PQ)
                       MOVE PQ-TYPE        TO W-PQ-TYPE(W-IDX-PQ)
                       MOVE PQ-VALEUR      TO W-PQ-VALEUR(W-IDX-PQ)
                   END-IF
                   PERFORM 38660-LIRE-PRIME-QUART
               END-PERFORM
               CLOSE FICHIER-PRIMES-QUART
           END-IF.

       38660-LIRE-PRIME-QUART.
           READ FICHIER-PRIMES-QUART NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-PRIMES-QUART
           END-READ.

       38610-LIRE-REGION.
           READ FICHIER-REGIONS NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-REGIONS

           MOVE 52 TO W-GROUPE-NB-PERIODES.
           MOVE 7  TO W-GROUPE-JOURS.
           MOVE 40 TO W-GROUPE-HEURES.
           MOVE 0  TO W-IND-GROUPE-ABSENT.
           MOVE "01" TO W-EMPLOYEUR-CHOISI.
           CALL "CBL_CHECK_FILE_EXIST" USING "GROUPESPAYE.DAT "
                                              W-SIZE-GROUPES.
           IF RETURN-CODE = 0
                   NOT INVALID KEY
                       MOVE GP-NB-PERIODES-AN TO W-GROUPE-NB-PERIODES
                       MOVE GP-JOURS-PERIODE  TO W-GROUPE-JOURS
                       IF GP-HEURES-PERIODE IS NUMERIC
                          AND GP-HEURES-PERIODE > 0
                           MOVE GP-HEURES-PERIODE TO W-GROUPE-HEURES
                       ELSE
                           COMPUTE W-GROUPE-HEURES ROUNDED =
                                   GP-JOURS-PERIODE * 40 / 7
                       END-IF
                       IF GP-EMPLOYEUR NOT = SPACES
                          AND GP-EMPLOYEUR NOT = LOW-VALUES
                           MOVE GP-EMPLOYEUR TO W-EMPLOYEUR-CHOISI
                       END-IF
               END-READ
               CLOSE FICHIER-GROUPES
           END-IF.
           PERFORM 39050-CHARGER-EMPLOYEUR.

           MOVE 0 TO W-IND-LISTER-CHGT.
           PERFORM 39045-PARCOURIR-CHGT-ATTENTE.
           IF W-NB-CHGT-ATTENTE > 0
               IF W-EN-MODE-LOT
                   DISPLAY "AVERTISSEMENT : " W-NB-CHGT-ATTENTE
                           " CHANGEMENT(S) SENSIBLE(S) EN ATTENTE"
                           " D'APPROBATION POUR LE GROUPE "
                           W-GROUPE-CHOISI
               ELSE
                   DISPLAY "AVERTISSEMENT : CHANGEMENT(S) EN ATTENTE D'A
      -"PPROBATION : " AT 2205
                   DISPLAY W-NB-CHGT-ATTENTE AT 2261
                   DISPLAY "(VOIR EXCEPTIONS.DOC) - ENTREE = CONTINUER"
                                                         AT 2305
                   ACCEPT W-PAUSE-CHGT AT 2349
               END-IF
           END-IF.

      **************************************************************
      *  Parcourt les changements sensibles en attente du groupe
      *  choisi : les compte (W-LISTER-CHGT a 0) ou les inscrit
      *  au rapport d'exceptions (W-LISTER-CHGT a 1). Ces employes
      *  sont payes avec leur fiche actuelle ; le changement ne
      *  vaudra qu'une fois approuve par un second operateur.
      **************************************************************
       39045-PARCOURIR-CHGT-ATTENTE.
           MOVE 0 TO W-NB-CHGT-ATTENTE W-IND-FIN-CHGT.
           CALL "CBL_CHECK_FILE_EXIST" USING "CHGTATTENTE.DAT "
                                              W-SIZE-CHGT-ATTENTE.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-CHGT-ATTENTE
               PERFORM UNTIL W-FIN-CHGT
                   READ FICHIER-CHGT-ATTENTE
                       AT END MOVE 1 TO W-IND-FIN-CHGT
                   END-READ
                   IF NOT W-FIN-CHGT
                      AND CA-GROUPE-PAYE = W-GROUPE-CHOISI
                       ADD 1 TO W-NB-CHGT-ATTENTE
                       IF W-LISTER-CHGT
                           PERFORM 39046-ECRIRE-CHGT-ATTENTE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FICHIER-CHGT-ATTENTE
           END-IF.

       39046-ECRIRE-CHGT-ATTENTE.
           MOVE SPACES TO LIGNE-EXCEPTION.
           STRING CA-CODE          DELIMITED BY SIZE
                  " - CHANGEMENT SENSIBLE EN ATTENTE D'APPROBATION"
                                   DELIMITED BY SIZE
                  " (DEMANDE PAR " DELIMITED BY SIZE
                  CA-DEMANDEUR     DELIMITED BY SPACE
                  " LE "           DELIMITED BY SIZE
                  CA-DATE-DEMANDE  DELIMITED BY SIZE
                  ") - PAYE AVEC LA FICHE ACTUELLE"
                                   DELIMITED BY SIZE
             INTO LIGNE-EXCEPTION.
           WRITE LIGNE-EXCEPTION.

      **************************************************************
      *  Code d'expediteur bancaire de l'employeur du passage, tire
      *  de la table des employeurs ; sans table (ou employeur
      *  absent), l'expediteur historique CRACKINFO est garde.
      **************************************************************
       39050-CHARGER-EMPLOYEUR.
           MOVE "CRACKINFO " TO W-EMPLOYEUR-EXPEDITEUR.
           CALL "CBL_CHECK_FILE_EXIST" USING "EMPLOYEURS.DAT "
                                              W-SIZE-EMPLOYEURS.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-EMPLOYEURS
               MOVE W-EMPLOYEUR-CHOISI TO EM-CODE
               READ FICHIER-EMPLOYEURS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EM-ID-EXPEDITEUR NOT = SPACES
                           MOVE EM-ID-EXPEDITEUR
                             TO W-EMPLOYEUR-EXPEDITEUR
                       END-IF
               END-READ
               CLOSE FICHIER-EMPLOYEURS
           END-IF.

      **************************************************************
      *  Versement des vacances : l'employeur est demande (deuxieme
      *  argument en lot, blanc = 01) et la table des groupes est
      *  chargee pour ne verser qu'aux employes de ses groupes.
      **************************************************************
       39060-CHOISIR-EMPLOYEUR.
           MOVE SPACES TO W-ARG-GROUPE.
           IF W-EN-MODE-LOT
               MOVE W-LIGNE-COMMANDE(3:2) TO W-ARG-GROUPE
           ELSE
               DISPLAY "EMPLOYEUR (BLANC = 01) : " AT 2005
               ACCEPT  W-ARG-GROUPE AT 2031
           END-IF.
           IF W-ARG-GROUPE = SPACES OR W-ARG-GROUPE = LOW-VALUES
               MOVE "01" TO W-EMPLOYEUR-CHOISI
           ELSE
               MOVE FUNCTION UPPER-CASE(W-ARG-GROUPE)
                 TO W-EMPLOYEUR-CHOISI
           END-IF.
           PERFORM 39050-CHARGER-EMPLOYEUR.

           MOVE 0 TO W-NB-GE W-IND-FIN-GROUPES.
           CALL "CBL_CHECK_FILE_EXIST" USING "GROUPESPAYE.DAT "
                                              W-SIZE-GROUPES.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-GROUPES
               MOVE LOW-VALUES TO GP-CODE
               START FICHIER-GROUPES KEY IS NOT LESS THAN GP-CODE
                   INVALID KEY MOVE 1 TO W-IND-FIN-GROUPES
               END-START
               PERFORM UNTIL W-FIN-GROUPES
                   READ FICHIER-GROUPES NEXT RECORD
                       AT END MOVE 1 TO W-IND-FIN-GROUPES
                       NOT AT END
                           IF W-NB-GE < 50
                               ADD 1 TO W-NB-GE
                               MOVE GP-CODE TO W-GE-GROUPE(W-NB-GE)
                               MOVE GP-EMPLOYEUR
                                 TO W-GE-EMPLOYEUR(W-NB-GE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-GROUPES
           END-IF.

      **************************************************************
      *  Employeur de la fiche courante, par son groupe de paye
      *  (groupe blanc = 01 ; groupe ou employeur inconnu = 01).
      **************************************************************
       39065-EMPLOYEUR-EMPLOYE.
           MOVE "01" TO W-EMPLOYEUR-EMPLOYE.
           IF W-GROUPE-PAYE NOT = SPACES
              AND W-GROUPE-PAYE NOT = LOW-VALUES
               PERFORM VARYING W-IDX-GE FROM 1 BY 1
                       UNTIL W-IDX-GE > W-NB-GE
                   IF W-GE-GROUPE(W-IDX-GE) = W-GROUPE-PAYE
                      AND W-GE-EMPLOYEUR(W-IDX-GE) NOT = SPACES
                      AND W-GE-EMPLOYEUR(W-IDX-GE) NOT = LOW-VALUES
                       MOVE W-GE-EMPLOYEUR(W-IDX-GE)
                         TO W-EMPLOYEUR-EMPLOYE
                   END-IF
               END-PERFORM
           END-IF.

      **************************************************************
      *  Localise la periode de paye couvrant la date du jour dans
      *  le calendrier (CALENDRIER.DAT) et verifie son statut. Une
      **************************************************************
      *  Ouvre le fichier des feuilles de temps en lecture ; le
      *  cree vide au premier usage (tous les employes tomberont
      *  alors en exception, faute de feuille saisie). Le registre
      *  des accidents, qui accompagne les heures "CNE" de la
      *  feuille, et le fichier des couts par projet, qui en
      *  recoit les imputations, sont ouverts (ou crees) du meme
      *  coup.
      **************************************************************
       39300-OUVRIR-FEUILLES.
           CALL "CBL_CHECK_FILE_EXIST" USING "FEUILLETEMPS.DAT "
               CLOSE FICHIER-FEUILLES
               OPEN INPUT FICHIER-FEUILLES
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING "ACCIDENTS.DAT "
                                              W-SIZE-ACCIDENTS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-ACCIDENTS
           ELSE
               OPEN OUTPUT FICHIER-ACCIDENTS
               CLOSE FICHIER-ACCIDENTS
               OPEN I-O FICHIER-ACCIDENTS
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING "PROJCOUTS.DAT "
                                              W-SIZE-COUTS-PROJETS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-COUTS-PROJETS
           ELSE
               OPEN OUTPUT FICHIER-COUTS-PROJETS
               CLOSE FICHIER-COUTS-PROJETS
               OPEN I-O FICHIER-COUTS-PROJETS
           END-IF.

      **************************************************************
      *  Charge le plan de comptes de la paye (PlanComptes.dat) en
      *  memoire pour l'ecriture de journal du grand livre.
      **************************************************************
      *  Seuls les comptes communs et ceux de l'employeur du passage
      *  sont charges : les comptes d'un autre employeur n'entrent
      *  jamais dans son journal.
       39400-CHARGER-COMPTES.
           MOVE 0 TO W-NB-COMPTES W-IND-FIN-COMPTES.
           OPEN INPUT FICHIER-COMPTES.
           PERFORM 39410-LIRE-COMPTE.
           PERFORM UNTIL W-FIN-COMPTES OR W-NB-COMPTES = 100
               IF PC-EMPLOYEUR = SPACES OR PC-EMPLOYEUR = LOW-VALUES
                  OR PC-EMPLOYEUR = W-EMPLOYEUR-CHOISI
                   ADD 1 TO W-NB-COMPTES
                   MOVE PC-TYPE   TO W-PC-TYPE(W-NB-COMPTES)
                   MOVE PC-CODE   TO W-PC-CODE(W-NB-COMPTES)
                   MOVE PC-COMPTE TO W-PC-COMPTE(W-NB-COMPTES)
                   MOVE PC-EMPLOYEUR TO W-PC-EMPLOYEUR(W-NB-COMPTES)
               END-IF
               PERFORM 39410-LIRE-COMPTE
           END-PERFORM.
           CLOSE FICHIER-COMPTES.
               OPEN I-O FICHIER-HISTO
           END-IF.

      **************************************************************
      *  Ouvre la repartition du depot direct en lecture (sans
      *  fichier, chaque employe est depose en entier a son compte
      *  principal) et les depots verses par paye en mise a jour
      *  (crees vides au premier usage).
      **************************************************************
       39550-OUVRIR-REPARTITION.
           MOVE 0 TO W-IND-REPART-OUVERT.
           CALL "CBL_CHECK_FILE_EXIST" USING "REPARTDEPOT.DAT "
                                              W-SIZE-REPART.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-REPART
               MOVE 1 TO W-IND-REPART-OUVERT
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING "DEPOTHISTO.DAT "
                                              W-SIZE-DEPOTHISTO.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-DEPOTHISTO
           ELSE
               OPEN OUTPUT FICHIER-DEPOTHISTO
               CLOSE FICHIER-DEPOTHISTO
               OPEN I-O FICHIER-DEPOTHISTO
           END-IF.

       39560-FERMER-REPARTITION.
           IF W-REPART-OUVERT
               CLOSE FICHIER-REPART
               MOVE 0 TO W-IND-REPART-OUVERT
           END-IF.
           CLOSE FICHIER-DEPOTHISTO.

      **************************************************************
      *  Ouvre le fichier des retenues recurrentes en mise a jour
      *  (les soldes declinants des saisies-arrets y sont reduits
               OPEN I-O FICHIER-RETENUES
           END-IF.

      *TYPES DE RETENUE AVANT IMPOT : LA TABLE EST CHARGEE UNE
      *FOIS PAR PASSAGE ; SANS TABLE, TOUTES LES RETENUES SONT
      *PRISES APRES IMPOT, COMME AVANT.
           MOVE 0 TO W-NB-TY.
           CALL "CBL_CHECK_FILE_EXIST" USING "TYPESRETENUE.DAT "
                                              W-SIZE-TYPES-RET.
           IF RETURN-CODE = 0
               MOVE 0 TO W-IND-FIN-TYPES-RET
               OPEN INPUT FICHIER-TYPES-RET
               PERFORM 39610-LIRE-TYPE-RET
               PERFORM UNTIL W-FIN-TYPES-RET OR W-NB-TY = 30
                   IF TY-REDUIT-FED = "O" OR TY-REDUIT-PROV = "O"
                      OR TY-REDUIT-ASSURABLE = "O"
                       ADD 1 TO W-NB-TY
                       MOVE TY-TYPE         TO W-TY-TYPE(W-NB-TY)
                       MOVE TY-REDUIT-FED   TO W-TY-REDUIT-FED(W-NB-TY)
                       MOVE TY-REDUIT-PROV
                         TO W-TY-REDUIT-PROV(W-NB-TY)
                       MOVE TY-REDUIT-ASSURABLE
                         TO W-TY-REDUIT-ASSUR(W-NB-TY)
                   END-IF
                   PERFORM 39610-LIRE-TYPE-RET
               END-PERFORM
               CLOSE FICHIER-TYPES-RET
           END-IF.

      *LE DETAIL DES RETENUES APPLIQUEES S'AJOUTE AU FIL DU
      *PASSAGE (UNE LIGNE PAR RETENUE PAYEE), POUR LA REMISE
      *AUX BENEFICIAIRES. CREE AU PREMIER USAGE.
               OPEN OUTPUT FICHIER-RETDETAIL
           END-IF.

       39610-LIRE-TYPE-RET.
           READ FICHIER-TYPES-RET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-TYPES-RET
           END-READ.

      **************************************************************
      *  Ouvre l'historique des taux en mise a jour (les lignes de
      *  retro generees y sont marquees faites) ; le cree vide au
               CLOSE FICHIER-ADHESIONS
               OPEN INPUT FICHIER-ADHESIONS
           END-IF.
           PERFORM 39690-OUVRIR-RETRAITE.
           PERFORM 39680-OUVRIR-CREDITS.

       39675-LIRE-ASSURANCE.
           READ FICHIER-ASSURANCES NEXT RECORD
           END-READ.

      **************************************************************
      *  Charge les regimes de pension en memoire, ouvre les
      *  membres et le registre des cotisations (crees vides au
      *  premier usage : personne ne cotise tant que rien n'est
      *  saisi).
      **************************************************************
       39690-OUVRIR-RETRAITE.
           MOVE 0 TO W-NB-PN W-IND-FIN-PN.
           CALL "CBL_CHECK_FILE_EXIST" USING "REGIMESRETRAITE.DAT "
                                              W-SIZE-RETRAITE.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-REGIMES-RET
               MOVE LOW-VALUES TO RR-CODE
               START FICHIER-REGIMES-RET KEY IS NOT LESS THAN RR-CODE
                   INVALID KEY MOVE 1 TO W-IND-FIN-PN
               END-START
               PERFORM 39692-LIRE-REGIME-RET
               PERFORM UNTIL W-FIN-PN OR W-NB-PN = 10
                   ADD 1 TO W-NB-PN
                   MOVE RR-CODE             TO W-PN-CODE(W-NB-PN)
                   MOVE RR-TAUX-EMPLOYE     TO W-PN-TAUX-EMP(W-NB-PN)
                   MOVE RR-TAUX-APPARIEMENT TO W-PN-TAUX-APP(W-NB-PN)
                   MOVE RR-PLAFOND-PATRONAL TO W-PN-PLAFOND(W-NB-PN)
                   MOVE RR-ACTIF            TO W-PN-ACTIF(W-NB-PN)
                   PERFORM 39692-LIRE-REGIME-RET
               END-PERFORM
               CLOSE FICHIER-REGIMES-RET
           END-IF.

           CALL "CBL_CHECK_FILE_EXIST" USING "MEMBRESRETRAITE.DAT "
                                              W-SIZE-RETRAITE.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-MEMBRES-RET
           ELSE
               OPEN OUTPUT FICHIER-MEMBRES-RET
               CLOSE FICHIER-MEMBRES-RET
               OPEN INPUT FICHIER-MEMBRES-RET
           END-IF.
           PERFORM 39695-OUVRIR-COTIS-RETRAITE.

       39692-LIRE-REGIME-RET.
           READ FICHIER-REGIMES-RET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-PN
           END-READ.

       39695-OUVRIR-COTIS-RETRAITE.
           CALL "CBL_CHECK_FILE_EXIST" USING "COTISRETRAITE.DAT "
                                              W-SIZE-RETRAITE.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-COTIS-RET
           ELSE
               OPEN OUTPUT FICHIER-COTIS-RET
               CLOSE FICHIER-COTIS-RET
               OPEN I-O FICHIER-COTIS-RET
           END-IF.

      **************************************************************
      *  Ouvre les demandes de credits d'impot personnels (creees
      *  vides au premier usage) et charge, par province d'emploi,
      *  la plus recente ligne de ParamCredits.dat qui ne depasse
      *  pas l'annee payee (fichier absent = aucun credit, le
      *  calcul d'avant).
      **************************************************************
       39680-OUVRIR-CREDITS.
           CALL "CBL_CHECK_FILE_EXIST" USING "CREDITSIMPOT.DAT "
                                              W-SIZE-CREDITS.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-CREDITS
           ELSE
               OPEN OUTPUT FICHIER-CREDITS
               CLOSE FICHIER-CREDITS
               OPEN INPUT FICHIER-CREDITS
           END-IF.

           MOVE 0 TO W-NB-PK W-IND-FIN-PARAM-CREDITS.
           OPEN INPUT FICHIER-PARAM-CREDITS.
           IF PARAM-CREDITS-OK
               PERFORM 39685-LIRE-PARAM-CREDITS
               PERFORM UNTIL W-FIN-PARAM-CREDITS
                   IF LI-ANNEE NOT > W-ANNEE-PAYE
                       PERFORM 39691-RANGER-PARAM-CREDITS
                   END-IF
                   PERFORM 39685-LIRE-PARAM-CREDITS
               END-PERFORM
               CLOSE FICHIER-PARAM-CREDITS
           END-IF.

       39685-LIRE-PARAM-CREDITS.
           READ FICHIER-PARAM-CREDITS
               AT END MOVE 1 TO W-IND-FIN-PARAM-CREDITS
           END-READ.

      **************************************************************
      *  Range la ligne lue dans l'entree de sa province (creee au
      *  besoin, 4 provinces au plus) si son annee est plus
      *  recente que celle deja retenue.
      **************************************************************
       39691-RANGER-PARAM-CREDITS.
           MOVE 0 TO W-IND-PK-TROUVE.
           PERFORM VARYING W-IDX-PK FROM 1 BY 1
                   UNTIL W-IDX-PK > W-NB-PK OR W-PK-TROUVE
               IF W-PK-PROVINCE(W-IDX-PK) = LI-PROVINCE
                   MOVE 1 TO W-IND-PK-TROUVE
               END-IF
           END-PERFORM.
           IF W-PK-TROUVE
               SET W-IDX-PK DOWN BY 1
           ELSE
               IF W-NB-PK < 4
                   ADD 1 TO W-NB-PK
                   SET W-IDX-PK TO W-NB-PK
                   MOVE LI-PROVINCE TO W-PK-PROVINCE(W-IDX-PK)
                   MOVE 0           TO W-PK-ANNEE(W-IDX-PK)
                   MOVE 1 TO W-IND-PK-TROUVE
               END-IF
           END-IF.
           IF W-PK-TROUVE
              AND LI-ANNEE NOT < W-PK-ANNEE(W-IDX-PK)
               MOVE LI-ANNEE      TO W-PK-ANNEE(W-IDX-PK)
               MOVE LI-BASE-FED   TO W-PK-BASE-FED(W-IDX-PK)
               MOVE LI-BASE-PROV  TO W-PK-BASE-PROV(W-IDX-PK)
               MOVE LI-INDEX-FED  TO W-PK-INDEX-FED(W-IDX-PK)
               MOVE LI-INDEX-PROV TO W-PK-INDEX-PROV(W-IDX-PK)
           END-IF.

      **************************************************************
      *  Charge la liste des jours feries (aucune si le fichier
      *  n'existe pas) et determine si la periode de paye courante
      *  (bornes du calendrier) contient un jour ferie.
      **************************************************************
       39700-CHARGER-FERIES.
           MOVE 0 TO W-NB-FERIES W-IND-FIN-FERIES
                     W-IND-PERIODE-FERIE.
           OPEN INPUT FICHIER-FERIES.
           IF FERIES-OK
               PERFORM 39710-LIRE-FERIE
               PERFORM UNTIL W-FIN-FERIES OR W-NB-FERIES = 20
                   ADD 1 TO W-NB-FERIES
                   MOVE LF-DATE TO W-FERIE-DATE(W-NB-FERIES)
                   PERFORM 39710-LIRE-FERIE
               END-PERFORM
               CLOSE FICHIER-FERIES
           END-IF.

           READ FICHIER-FERIES
               AT END MOVE 1 TO W-IND-FIN-FERIES.

      **************************************************************
      *  Charge la table du salaire minimum (aucun controle si le
      *  fichier n'existe pas) et la liste des classes d'emploi
      *  au pourboire (aucune si la table des classes n'existe
      *  pas : tout le monde au taux general).
      **************************************************************
       39720-CHARGER-SALAIRE-MIN.
           MOVE 0 TO W-NB-SM W-NB-CLP W-IND-FIN-SALMIN.
           OPEN INPUT FICHIER-SALAIRE-MIN.
           IF SALAIRE-MIN-OK
               PERFORM 39725-LIRE-SALAIRE-MIN
               PERFORM UNTIL W-FIN-SALMIN OR W-NB-SM = 40
                   ADD 1 TO W-NB-SM
                   MOVE LM-PROVINCE       TO W-SM-PROVINCE(W-NB-SM)
                   MOVE LM-DATE-EFFET     TO W-SM-DATE(W-NB-SM)
                   MOVE LM-TAUX-GENERAL   TO W-SM-GENERAL(W-NB-SM)
                   MOVE LM-TAUX-POURBOIRE TO W-SM-POURBOIRE(W-NB-SM)
                   PERFORM 39725-LIRE-SALAIRE-MIN
               END-PERFORM
               CLOSE FICHIER-SALAIRE-MIN
           END-IF.

           MOVE 0 TO W-IND-FIN-SALMIN.
           OPEN INPUT FICHIER-CLASSES.
           IF CLASSES-OK
               PERFORM UNTIL W-FIN-SALMIN OR W-NB-CLP = 100
                   READ FICHIER-CLASSES
                       AT END MOVE 1 TO W-IND-FIN-SALMIN
                   END-READ
                   IF NOT W-FIN-SALMIN AND CL-POURBOIRE = "O"
                       ADD 1 TO W-NB-CLP
                       MOVE CL-CLASSE TO W-CLP-CLASSE(W-NB-CLP)
                   END-IF
               END-PERFORM
               CLOSE FICHIER-CLASSES
           END-IF.

       39725-LIRE-SALAIRE-MIN.
           READ FICHIER-SALAIRE-MIN
               AT END MOVE 1 TO W-IND-FIN-SALMIN.

      **************************************************************
      *  Prepare l'emission des cheques : le prochain numero est le
      *  plus grand numero du registre des cheques plus un (1001 au
               OPEN I-O FICHIER-SUSPENS
           END-IF.

      **************************************************************
      *  Ouvre les corrections de cotisations de la revision de fin
      *  d'annee (creees vides au premier usage).
      **************************************************************
       39960-OUVRIR-CORRECTIONS.
           CALL "CBL_CHECK_FILE_EXIST" USING "CORRECTIONCOTIS.DAT "
                                              W-SIZE-CORRECTIONS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-CORR-COTIS
           ELSE
               OPEN OUTPUT FICHIER-CORR-COTIS
               CLOSE FICHIER-CORR-COTIS
               OPEN I-O FICHIER-CORR-COTIS
           END-IF.

      **************************************************************
      *  Charge les categories de frais (CATFRAIS.DAT) et ouvre les
      *  reclamations (FRAIS.DAT) en mise a jour. Sans l'un ou
      *  l'autre, le passage ne verse aucun frais ; les fichiers ne
      *  sont pas crees ici (un passage d'essai ne laisse aucune
      *  trace).
      **************************************************************
       39970-OUVRIR-FRAIS.
           MOVE 0 TO W-NB-CAT-FRAIS W-IND-FRAIS-OUVERT.
           INITIALIZE W-FRAIS-EMPLOYE.
           OPEN INPUT FICHIER-CAT-FRAIS.
           IF CAT-FRAIS-OK
               MOVE 0 TO W-IND-FIN-FRAIS
               PERFORM 39975-LIRE-CAT-FRAIS
               PERFORM UNTIL W-FIN-FRAIS OR W-NB-CAT-FRAIS = 30
                   ADD 1 TO W-NB-CAT-FRAIS
                   SET W-IDX-CF TO W-NB-CAT-FRAIS
                   MOVE CF-CODE        TO W-CF-CODE(W-IDX-CF)
                   MOVE CF-DESCRIPTION TO W-CF-DESCRIPTION(W-IDX-CF)
                   MOVE CF-NATURE      TO W-CF-NATURE(W-IDX-CF)
                   MOVE CF-IMPOSABLE-FED
                     TO W-CF-IMPOSABLE-FED(W-IDX-CF)
                   MOVE CF-IMPOSABLE-PROV
                     TO W-CF-IMPOSABLE-PROV(W-IDX-CF)
                   MOVE CF-COTISABLE-RRQ
                     TO W-CF-COTISABLE-RRQ(W-IDX-CF)
                   MOVE CF-ASSURABLE      TO W-CF-ASSURABLE(W-IDX-CF)
                   PERFORM 39975-LIRE-CAT-FRAIS
               END-PERFORM
               CLOSE FICHIER-CAT-FRAIS
           END-IF.
           IF W-NB-CAT-FRAIS > 0
               OPEN I-O FICHIER-FRAIS
               IF FRAIS-OK
                   MOVE 1 TO W-IND-FRAIS-OUVERT
               END-IF
           END-IF.

       39975-LIRE-CAT-FRAIS.
           READ FICHIER-CAT-FRAIS NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FRAIS
           END-READ.

      **************************************************************
      *  Ouvre le rapport des corrections de periodes anterieures
      *  (CorrectionsHeures.doc) : une ligne par periode corrigee
      *  d'un employe paye, ecarts d'heures, heures REG avant et
      *  apres, taux de la periode d'origine et montant.
      **************************************************************
       39980-OUVRIR-RAPPORT-CORR.
           MOVE 0 TO W-CH-NB-RAPPORT W-CH-TOTAL-RAPPORT.
           OPEN OUTPUT RAPPORT-CORR-HEURES.
           MOVE SPACES TO LIGNE-CORR-HEURES.
           IF W-EN-HORS-CYCLE
               STRING "** CORRECTIONS DE PERIODES ANTERIEURES - PASSA
      -"GE HORS-CYCLE **" DELIMITED BY SIZE
                 INTO LIGNE-CORR-HEURES
           ELSE
               STRING "** CORRECTIONS DE PERIODES ANTERIEURES - PERIO
      -"DE " DELIMITED BY SIZE
                      W-PERIODE-PAYE DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      W-ANNEE-PAYE   DELIMITED BY SIZE
                      " **"          DELIMITED BY SIZE
                 INTO LIGNE-CORR-HEURES
           END-IF.
           WRITE LIGNE-CORR-HEURES.
           MOVE "CODE   NOM                  PERIODE   REG   MAL  AVANT
      -"  APRES   TAUX      MONTANT" TO LIGNE-CORR-HEURES.
           WRITE LIGNE-CORR-HEURES AFTER ADVANCING 2 LINES.

      **************************************************************
      *  Detecte un passage de paye interrompu (POINTREPRISE.DAT
      *  present). Le calcul refuse de repartir en aveugle :
                   MOVE PR-TOT-RETENUES   TO W-SAV-TOT-RETENUES
                   MOVE PR-TOT-PROVINCES  TO W-SAV-TOT-PROVINCES
                   MOVE PR-TOT-DEPTS      TO W-SAV-TOT-DEPTS
                   MOVE PR-TOT-FRAIS      TO W-SAV-TOT-FRAIS
               WHEN W-REPRISE-ANNULER
                   PERFORM 48500-ANNULER-PASSAGE-PARTIEL
                   CALL "CBL_DELETE_FILE" USING "POINTREPRISE.DAT "
           MOVE W-TABLE-TOT-RETENUES TO PR-TOT-RETENUES.
           MOVE W-TABLE-RUN-PROVINCES TO PR-TOT-PROVINCES.
           MOVE W-TABLE-RUN-DEPT      TO PR-TOT-DEPTS.
           MOVE W-TABLE-RUN-FRAIS     TO PR-TOT-FRAIS.
           WRITE POINT-REPRISE-LIGNE.
           CLOSE FICHIER-REPRISE.

       48500-ANNULER-PASSAGE-PARTIEL.
           PERFORM 35000-OUVRIR-REGISTRE.
           PERFORM 39500-OUVRIR-HISTORIQUE.
           PERFORM 39695-OUVRIR-COTIS-RETRAITE.
           MOVE 0 TO W-IND-FRAIS-OUVERT.
           OPEN I-O FICHIER-FRAIS.
           IF FRAIS-OK
               MOVE 1 TO W-IND-FRAIS-OUVERT
           END-IF.

           MOVE 0 TO W-IND-FIN-HISTO.
           MOVE LOW-VALUES TO HP-CLE.
               PERFORM 48510-LIRE-HISTO-REPRISE
           END-PERFORM.

           CLOSE FICHIER-HISTO FICHIER-REGISTRE FICHIER-COTIS-RET.
           IF W-FRAIS-OUVERT
               CLOSE FICHIER-FRAIS
               MOVE 0 TO W-IND-FRAIS-OUVERT
           END-IF.

       48510-LIRE-HISTO-REPRISE.
           READ FICHIER-HISTO NEXT RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SUBTRACT HP-HEURES     FROM REG-CUMUL-HEURES
                   PERFORM 48525-DEFAIRE-ASSURABLE
                   SUBTRACT HP-BRUT       FROM REG-CUMUL-BRUT
                   SUBTRACT HP-IMPOT-FED  FROM REG-CUMUL-IMPOT-FED
                   SUBTRACT HP-IMPOT-PROV FROM REG-CUMUL-IMPOT-PROV
           END-READ.
           MOVE "R" TO HP-STATUT.
           REWRITE HP-FICHE-PAYE.
           PERFORM 48530-ANNULER-COTIS-RETRAITE.
           IF W-FRAIS-OUVERT
               PERFORM 48540-ROUVRIR-FRAIS
           END-IF.

      *L'HISTORIQUE NE DISTINGUE PAS LES GAINS ASSURABLES : LE
      *BRUT DE LA PAYE DEFAITE SORT DU CUMUL ASSURABLE, SANS
      *DESCENDRE SOUS ZERO.
       48525-DEFAIRE-ASSURABLE.
           IF REG-CUMUL-ASSURABLE NOT NUMERIC
               MOVE REG-CUMUL-BRUT TO REG-CUMUL-ASSURABLE
           END-IF.
           IF HP-BRUT > REG-CUMUL-ASSURABLE
               MOVE 0 TO REG-CUMUL-ASSURABLE
           ELSE
               SUBTRACT HP-BRUT FROM REG-CUMUL-ASSURABLE
           END-IF.

      *LA COTISATION DE RETRAITE DE LA PAYE DEFAITE SORT AUSSI DU
      *REGISTRE DES COTISATIONS (MEME CLE QUE L'HISTORIQUE).
       48530-ANNULER-COTIS-RETRAITE.
           MOVE HP-CODE    TO CR-CODE.
           MOVE HP-ANNEE   TO CR-ANNEE.
           MOVE HP-PERIODE TO CR-PERIODE.
           READ FICHIER-COTIS-RET
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CR-STATUT = "A"
                       MOVE "R" TO CR-STATUT
                       REWRITE CR-FICHE-COTIS
                   END-IF
           END-READ.


      *LES FRAIS VERSES PAR LA PAYE DEFAITE REDEVIENNENT
      *APPROUVES : LE PASSAGE REPRIS A NEUF LES VERSERA.
       48540-ROUVRIR-FRAIS.
           MOVE 0 TO W-IND-FIN-FRAIS.
           MOVE HP-CODE TO FR-CODE.
           MOVE 0       TO FR-DATE FR-SEQ.
           START FICHIER-FRAIS KEY IS NOT LESS THAN FR-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-FRAIS
           END-START.
           PERFORM UNTIL W-FIN-FRAIS
               READ FICHIER-FRAIS NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-FRAIS
               END-READ
               IF NOT W-FIN-FRAIS
                   IF FR-CODE NOT = HP-CODE
                       MOVE 1 TO W-IND-FIN-FRAIS
                   ELSE
                       IF FR-PAYEE AND FR-ANNEE-PAYE = HP-ANNEE
                          AND FR-PERIODE-PAYE = HP-PERIODE
                           MOVE "A" TO FR-STATUT
                           MOVE 0   TO FR-ANNEE-PAYE FR-PERIODE-PAYE
                           REWRITE FR-FICHE-FRAIS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      **************************************************************
      *  Initialiser les indicateurs, compteurs et totalisateurs
      **************************************************************
               MOVE W-SAV-TOT-RETENUES   TO W-TABLE-TOT-RETENUES
               MOVE W-SAV-TOT-PROVINCES  TO W-TABLE-RUN-PROVINCES
               MOVE W-SAV-TOT-DEPTS      TO W-TABLE-RUN-DEPT
               MOVE W-SAV-TOT-FRAIS      TO W-TABLE-RUN-FRAIS
           ELSE
               MOVE ZERO TO W-CUMUL-BRUT
               MOVE ZERO TO W-CUMUL-NET
               INITIALIZE W-TABLE-RUN-REGION
               INITIALIZE W-TABLE-RUN-PROVINCES
               INITIALIZE W-TABLE-RUN-DEPT
               INITIALIZE W-TABLE-RUN-FRAIS
           END-IF.

      **************************************************************
               PERFORM 49000-VALIDER-EMPLOYE

               IF W-EMPLOYE-VALIDE
                   MOVE 0 TO W-IND-CO-A-APPLIQUER
                   MOVE 1 TO W-IND-PAYE-REGULIERE
                   PERFORM 51000-CALCUL-SALAIRE
                   MOVE 0 TO W-IND-PAYE-REGULIERE
                   PERFORM 52000-CALCUL-CUMULATIFS
                   PERFORM 53000-TRANSFERT-INFO
                   IF W-COMPTE-LIGNES > 20
      *EN MODE ESSAI, AUCUNE ECRITURE PERMANENTE : SEULS LES
      *TOTAUX DU CERTIFICAT DE BALANCEMENT SONT SIMULES.
                   IF W-MODE-ESSAI
                       ADD W-SALAIRE-NET   TO W-RUN-NET-REGISTRE
                       ADD W-SALAIRE-NET   TO W-RUN-NET-DEPOSE
                       ADD W-SALAIRE-NET   TO W-TOTAL-DEPOTS
                       ADD W-NB-VERSEMENTS TO W-NB-DEPOTS
                   ELSE
                       PERFORM 56000-MAJ-REGISTRE
                       PERFORM 56500-ECRIRE-HISTORIQUE
                       PERFORM 56700-MAJ-ACCIDENT
                       PERFORM 56800-ECRIRE-COUTS-PROJETS
                       PERFORM 56900-MAJ-CORRECTION
                       PERFORM 56950-MARQUER-FRAIS-PAYES
                       PERFORM 57000-ECRITURE-DEPOT
                       PERFORM 49700-RESOUDRE-SUSPENS
                   END-IF
               END-IF
           END-IF.

      *LE SALAIRE MINIMUM EST CONTROLE SUR LA REMUNERATION EN
      *VIGUEUR POUR LA PERIODE (HISTORIQUE DES TAUX COMPRIS).
           IF W-RAISON-EXCEPTION = SPACES
               PERFORM 51020-CHOISIR-TAUX-PERIODE
               PERFORM 49900-VERIFIER-SALAIRE-MIN
           END-IF.

           IF W-RAISON-EXCEPTION = SPACES
               MOVE 1 TO W-BOOL-VALIDATION-OK
           END-IF.

      **************************************************************
      *  Compare le taux horaire effectif de l'employe (taux de la
      *  fiche, ou salaire periodique divise par les heures
      *  normales du groupe de paye pour un salarie) au salaire
      *  minimum de sa province en vigueur a la fin de la periode
      *  payee : taux des employes au pourboire si sa classe
      *  d'emploi l'est, taux general sinon. Un manque met
      *  l'employe en exception et au suspens jusqu'a ce que sa
      *  remuneration soit corrigee (TP3 puis approbation, avec
      *  retro a la date d'effet du nouveau minimum).
      **************************************************************
       49900-VERIFIER-SALAIRE-MIN.
           MOVE W-PROVINCE TO W-SM-PROV-CHERCHEE.
           IF W-SM-PROV-CHERCHEE = SPACES
              OR W-SM-PROV-CHERCHEE = LOW-VALUES
               MOVE "QC" TO W-SM-PROV-CHERCHEE
           END-IF.

           MOVE 0 TO W-IND-SM-POURBOIRE.
           PERFORM VARYING W-IDX-CLP FROM 1 BY 1
                   UNTIL W-IDX-CLP > W-NB-CLP OR W-SM-AU-POURBOIRE
               IF W-CLP-CLASSE(W-IDX-CLP) = W-CLASSE
                   MOVE 1 TO W-IND-SM-POURBOIRE
               END-IF
           END-PERFORM.

           MOVE 0 TO W-SM-DATE-RETENUE W-SM-MINIMUM.
           PERFORM VARYING W-IDX-SM FROM 1 BY 1
                   UNTIL W-IDX-SM > W-NB-SM
               IF W-SM-PROVINCE(W-IDX-SM) = W-SM-PROV-CHERCHEE
                  AND W-SM-DATE(W-IDX-SM) NOT > W-DATE-FIN-PERIODE
                  AND W-SM-DATE(W-IDX-SM) NOT < W-SM-DATE-RETENUE
                   MOVE W-SM-DATE(W-IDX-SM) TO W-SM-DATE-RETENUE
                   IF W-SM-AU-POURBOIRE
                       MOVE W-SM-POURBOIRE(W-IDX-SM) TO W-SM-MINIMUM
                   ELSE
                       MOVE W-SM-GENERAL(W-IDX-SM)   TO W-SM-MINIMUM
                   END-IF
               END-IF
           END-PERFORM.

           IF W-EMPLOYE-SALARIE
               IF W-GROUPE-HEURES > 0
                   COMPUTE W-TAUX-EFFECTIF =
                           W-SALAIRE-PERIODE / W-GROUPE-HEURES
               ELSE
                   MOVE W-SM-MINIMUM TO W-TAUX-EFFECTIF
               END-IF
           ELSE
               MOVE W-TAUX TO W-TAUX-EFFECTIF
           END-IF.

           IF W-SM-MINIMUM > 0 AND W-TAUX-EFFECTIF < W-SM-MINIMUM
               MOVE W-TAUX-EFFECTIF TO W-ED-TAUX-EFFECTIF
               MOVE W-SM-MINIMUM    TO W-ED-SM-MINIMUM
               STRING "TAUX EFFECTIF "   DELIMITED BY SIZE
                      W-ED-TAUX-EFFECTIF DELIMITED BY SIZE
                      " < MINIMUM "      DELIMITED BY SIZE
                      W-SM-PROV-CHERCHEE DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      W-ED-SM-MINIMUM    DELIMITED BY SIZE
                 INTO W-RAISON-EXCEPTION
           END-IF.

      **************************************************************
      *  Ecrit la fiche rejetée, avec sa raison, sur Exceptions.doc.
      **************************************************************
                     W-IND-GAIN-INCONNU W-NB-LIGNES-FT
                     W-IND-FT-NON-APPR.
           INITIALIZE W-GAINS-PERIODE.
           INITIALIZE W-TABLE-IMPUT.
           INITIALIZE W-CORRECTIONS-HEURES.
           MOVE 0 TO W-IND-CH-GAIN W-IND-CH-TROP W-IND-CH-ERREUR.
           MOVE W-CODE         TO W-IM-CODE-EMP.

           MOVE W-CODE         TO FT-CODE.
           MOVE W-ANNEE-PAYE   TO FT-ANNEE.
           MOVE W-PERIODE-PAYE TO FT-PERIODE.
           MOVE LOW-VALUES     TO FT-GAIN.
           MOVE LOW-VALUES     TO FT-IMPUTATION.
           START FICHIER-FEUILLES KEY IS NOT LESS THAN FT-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-FT
           END-START.
           PERFORM 49810-LIRE-LIGNE-FEUILLE.
           PERFORM 49820-CUMULER-GAIN UNTIL W-FIN-FT.

      *LES HEURES CNE (ACCIDENT DU TRAVAIL) EXIGENT UNE RECLAMATION
      *OUVERTE AU REGISTRE DES ACCIDENTS, ET UNE PERIODE QUI
      *DEBUTE DANS LES 14 JOURS DE L'ACCIDENT : AU-DELA, C'EST LA
      *CNESST QUI VERSE L'INDEMNITE, PAS LA PAYE.
           MOVE 0 TO W-IND-ACC-TROUVE.
           IF W-HEURES-CNE > 0
               PERFORM 49850-CHERCHER-ACCIDENT
           END-IF.

      *LES CORRECTIONS DE PERIODES ANTERIEURES DOIVENT VISER UNE
      *PERIODE DU CALENDRIER DEJA PAYEE A L'EMPLOYE, ET UN
      *RETRAIT NE PEUT ENLEVER PLUS D'HEURES REG QUE CELLES
      *DEJA PAYEES POUR CETTE PERIODE.
           IF W-CH-NB > 0 AND NOT W-CH-GAIN-INVALIDE
                          AND NOT W-CH-TROP
               PERFORM 49860-VALIDER-CORRECTIONS
           END-IF.

      *UN SALARIE N'A PAS A REMETTRE DE FEUILLE DE TEMPS : SANS
      *FEUILLE SES HEURES SONT A ZERO, SANS MISE EN EXCEPTION.
           EVALUATE TRUE
               WHEN W-GAIN-INCONNU
                   MOVE "CODE DE GAIN INCONNU SUR LA FEUILLE DE TEMPS"
                     TO W-RAISON-EXCEPTION
               WHEN W-HEURES-CNE > 0 AND W-EMPLOYE-SALARIE
                   MOVE "HEURES CNE SUR UN SALARIE (AJUSTER LE SALAIRE)"
                     TO W-RAISON-EXCEPTION
               WHEN W-HEURES-CNE > 0 AND NOT W-ACC-TROUVE
                   MOVE "HEURES CNE SANS ACCIDENT OUVERT AU REGISTRE"
                     TO W-RAISON-EXCEPTION
               WHEN W-HEURES-CNE > 0
                AND W-AC-DEBUT-PER-INT > W-AC-LIMITE-INT
                   MOVE "HEURES CNE APRES LES 14 JOURS DE L'EMPLOYEUR"
                     TO W-RAISON-EXCEPTION
               WHEN W-CH-GAIN-INVALIDE
                   MOVE "CORRECTION SUR UN GAIN AUTRE QUE REG/MAL"
                     TO W-RAISON-EXCEPTION
               WHEN W-CH-TROP
                   MOVE "PLUS DE 10 PERIODES CORRIGEES"
                     TO W-RAISON-EXCEPTION
               WHEN W-CH-PERIODE-INVALIDE
                   MOVE "PERIODE CORRIGEE ABSENTE DU CALENDRIER"
                     TO W-RAISON-EXCEPTION
               WHEN W-CH-JAMAIS-PAYEE
                   MOVE "PERIODE CORRIGEE JAMAIS PAYEE"
                     TO W-RAISON-EXCEPTION
               WHEN W-CH-RETRAIT-TROP
                   MOVE "RETRAIT SUPERIEUR AUX HEURES PAYEES"
                     TO W-RAISON-EXCEPTION
               WHEN W-NB-LIGNES-FT > 0
                   MOVE W-HEURES-REG TO W-NB-HEURES
               WHEN W-EMPLOYE-SALARIE
               MOVE 1 TO W-IND-FIN-FT
           END-IF.

      **************************************************************
      *  Cumule l'ecart signe d'une ligne de correction dans le
      *  poste de sa periode d'origine. Seules les heures REG et
      *  MAL se corrigent ; la ligne n'est pas imputee (le cout
      *  reste au departement de l'employe).
      **************************************************************
       49840-CUMULER-CORRECTION.
           IF FT-GAIN NOT = "REG" AND FT-GAIN NOT = "MAL"
               MOVE 1 TO W-IND-CH-GAIN
           ELSE
               SET W-IDX-CH TO 1
               PERFORM UNTIL W-IDX-CH > W-CH-NB
                  OR (W-CH-ANNEE(W-IDX-CH) = FT-ANNEE-ORIG
                      AND W-CH-PERIODE(W-IDX-CH) = FT-PERIODE-ORIG)
                   SET W-IDX-CH UP BY 1
               END-PERFORM
               IF W-IDX-CH > W-CH-NB
                   IF W-CH-NB < 10
                       ADD 1 TO W-CH-NB
                       MOVE FT-ANNEE-ORIG   TO W-CH-ANNEE(W-IDX-CH)
                       MOVE FT-PERIODE-ORIG TO W-CH-PERIODE(W-IDX-CH)
                   ELSE
                       MOVE 1 TO W-IND-CH-TROP
                   END-IF
               END-IF
               IF NOT W-CH-TROP
                   IF FT-RETRAIT
                       IF FT-GAIN = "REG"
                           SUBTRACT FT-HEURES
                               FROM W-CH-DELTA-REG(W-IDX-CH)
                       ELSE
                           SUBTRACT FT-HEURES
                               FROM W-CH-DELTA-MAL(W-IDX-CH)
                       END-IF
                   ELSE
                       IF FT-GAIN = "REG"
                           ADD FT-HEURES TO W-CH-DELTA-REG(W-IDX-CH)
                       ELSE
                           ADD FT-HEURES TO W-CH-DELTA-MAL(W-IDX-CH)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      *  Valide chaque periode corrigee : anterieure a la periode
      *  payee et presente au calendrier du groupe (sa fin de
      *  periode choisit le taux), payee a l'employe (paye active
      *  a l'historique), et, pour un horaire, un retrait REG qui
      *  n'enleve pas plus que les heures REG deja payees. Pour
      *  tous, un retrait MAL n'enleve pas plus que les heures MAL
      *  deja payees pour la periode.
      **************************************************************
       49860-VALIDER-CORRECTIONS.
           COMPUTE W-CH-PAYE-COURANTE =
               W-ANNEE-PAYE * 100 + W-PERIODE-PAYE.
           PERFORM VARYING W-IDX-CH FROM 1 BY 1
                   UNTIL W-IDX-CH > W-CH-NB OR W-IND-CH-ERREUR > 0
               PERFORM 49862-VALIDER-UNE-CORRECTION
           END-PERFORM.

       49862-VALIDER-UNE-CORRECTION.
           COMPUTE W-CH-PAYE-ORIGINE =
               W-CH-ANNEE(W-IDX-CH) * 100 + W-CH-PERIODE(W-IDX-CH).
           IF W-CH-PAYE-ORIGINE NOT < W-CH-PAYE-COURANTE
               MOVE 1 TO W-IND-CH-ERREUR
           ELSE
               MOVE W-GROUPE-CHOISI        TO CAL-GROUPE
               MOVE W-CH-ANNEE(W-IDX-CH)   TO CAL-ANNEE
               MOVE W-CH-PERIODE(W-IDX-CH) TO CAL-PERIODE
               READ FICHIER-CALENDRIER
                   INVALID KEY MOVE 1 TO W-IND-CH-ERREUR
                   NOT INVALID KEY
                       MOVE CAL-DATE-FIN TO W-CH-DATE-FIN(W-IDX-CH)
               END-READ
           END-IF.
           IF W-IND-CH-ERREUR = 0
               MOVE W-CODE                 TO HP-CODE
               MOVE W-CH-ANNEE(W-IDX-CH)   TO HP-ANNEE
               MOVE W-CH-PERIODE(W-IDX-CH) TO HP-PERIODE
               READ FICHIER-HISTO
                   INVALID KEY MOVE 2 TO W-IND-CH-ERREUR
                   NOT INVALID KEY
                       IF NOT HP-PAYE-ACTIVE
                           MOVE 2 TO W-IND-CH-ERREUR
                       END-IF
               END-READ
           END-IF.
           IF W-IND-CH-ERREUR = 0
               PERFORM 49864-CUMULER-HEURES-PAYEES
               IF NOT W-EMPLOYE-SALARIE
                  AND W-CH-HRS-AVANT(W-IDX-CH)
                      + W-CH-DELTA-REG(W-IDX-CH) < 0
                   MOVE 3 TO W-IND-CH-ERREUR
               END-IF
               IF W-CH-MAL-AVANT(W-IDX-CH)
                  + W-CH-DELTA-MAL(W-IDX-CH) < 0
                   MOVE 3 TO W-IND-CH-ERREUR
               END-IF
           END-IF.

      **************************************************************
      *  Heures REG et MAL deja payees pour la periode d'origine :
      *  lignes regulieres approuvees de cette periode, plus les
      *  corrections approuvees de la meme periode d'origine
      *  saisies sous une periode payee avant la periode courante.
      **************************************************************
       49864-CUMULER-HEURES-PAYEES.
           MOVE 0 TO W-CH-HRS-AVANT(W-IDX-CH) W-CH-MAL-AVANT(W-IDX-CH)
                     W-IND-FIN-FT.
           MOVE W-CODE                 TO FT-CODE.
           MOVE W-CH-ANNEE(W-IDX-CH)   TO FT-ANNEE.
           MOVE W-CH-PERIODE(W-IDX-CH) TO FT-PERIODE.
           MOVE LOW-VALUES             TO FT-GAIN.
           MOVE LOW-VALUES             TO FT-IMPUTATION.
           MOVE ZEROS                  TO FT-ORIGINE.
           START FICHIER-FEUILLES KEY IS NOT LESS THAN FT-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-FT
           END-START.
           PERFORM 49866-LIRE-FEUILLE-ANTERIEURE.
           PERFORM UNTIL W-FIN-FT
               IF (FT-GAIN = "REG" OR FT-GAIN = "MAL") AND FT-APPROUVEE
                   MOVE 0 TO W-CH-HEURES-LIGNE
                   IF FT-ANNEE-ORIG = 0
                       IF FT-ANNEE = W-CH-ANNEE(W-IDX-CH)
                          AND FT-PERIODE = W-CH-PERIODE(W-IDX-CH)
                           MOVE FT-HEURES TO W-CH-HEURES-LIGNE
                       END-IF
                   ELSE
                       IF FT-ANNEE-ORIG = W-CH-ANNEE(W-IDX-CH)
                          AND FT-PERIODE-ORIG = W-CH-PERIODE(W-IDX-CH)
                           IF FT-RETRAIT
                               COMPUTE W-CH-HEURES-LIGNE = 0 - FT-HEURES
                           ELSE
                               MOVE FT-HEURES TO W-CH-HEURES-LIGNE
                           END-IF
                       END-IF
                   END-IF
                   IF FT-GAIN = "REG"
                       ADD W-CH-HEURES-LIGNE TO W-CH-HRS-AVANT(W-IDX-CH)
                   ELSE
                       ADD W-CH-HEURES-LIGNE TO W-CH-MAL-AVANT(W-IDX-CH)
                   END-IF
               END-IF
               PERFORM 49866-LIRE-FEUILLE-ANTERIEURE
           END-PERFORM.

       49866-LIRE-FEUILLE-ANTERIEURE.
           READ FICHIER-FEUILLES NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FT
           END-READ.
           IF NOT W-FIN-FT
              AND (FT-CODE NOT = W-CODE
                   OR FT-ANNEE * 100 + FT-PERIODE
                      NOT < W-CH-PAYE-COURANTE)
               MOVE 1 TO W-IND-FIN-FT
           END-IF.

      **************************************************************
      *  Cherche la reclamation ouverte la plus recente de
      *  l'employe au registre des accidents et etablit la fin des
      *  14 premiers jours (jour de l'accident compris) contre le
      *  debut de la periode payee.
      **************************************************************
       49850-CHERCHER-ACCIDENT.
           MOVE 0 TO W-IND-FIN-AC.
           MOVE W-CODE TO AC-CODE.
           MOVE 0      TO AC-DATE-ACCIDENT.
           START FICHIER-ACCIDENTS KEY IS NOT LESS THAN AC-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-AC
           END-START.
           PERFORM UNTIL W-FIN-AC
               READ FICHIER-ACCIDENTS NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-AC
               END-READ
               IF NOT W-FIN-AC
                   IF AC-CODE NOT = W-CODE
                       MOVE 1 TO W-IND-FIN-AC
                   ELSE
                       IF AC-OUVERT
                           MOVE 1      TO W-IND-ACC-TROUVE
                           MOVE AC-CLE TO W-AC-CLE-TROUVEE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF W-ACC-TROUVE
               COMPUTE W-AC-LIMITE-INT =
                   FUNCTION INTEGER-OF-DATE(W-AC-DATE-TROUVEE) + 13
               COMPUTE W-AC-DEBUT-PER-INT =
                   FUNCTION INTEGER-OF-DATE(W-DATE-DEBUT-PERIODE)
           END-IF.

      **************************************************************
      *  Cumule la ligne de feuille courante dans le gain de son
      *  code ; un code inconnu met l'employe en exception.
           IF NOT FT-APPROUVEE
               MOVE 1 TO W-IND-FT-NON-APPR
           END-IF.
      *UNE LIGNE DE CORRECTION D'UNE PERIODE ANTERIEURE NE
      *S'AJOUTE PAS AUX GAINS DE LA PERIODE : SON ECART EST
      *CUMULE PAR PERIODE D'ORIGINE ET PAYE A PART (51200).
           IF FT-ANNEE-ORIG NOT = 0
               PERFORM 49840-CUMULER-CORRECTION
           ELSE
               PERFORM 49822-CUMULER-GAIN-PERIODE
           END-IF.
           ADD 1 TO W-NB-LIGNES-FT.
           PERFORM 49810-LIRE-LIGNE-FEUILLE.

       49822-CUMULER-GAIN-PERIODE.
           EVALUATE FT-GAIN
               WHEN "REG"
                   ADD FT-HEURES  TO W-HEURES-REG
                   ADD FT-MONTANT TO W-MONTANT-BON
               WHEN "COM"
                   ADD FT-MONTANT TO W-MONTANT-COM
               WHEN "CNE"
                   ADD FT-HEURES  TO W-HEURES-CNE
               WHEN "PRA"
                   ADD FT-MONTANT TO W-MONTANT-PRA
               WHEN "VAC"
                   ADD FT-MONTANT TO W-MONTANT-VAC
               WHEN "BQT"
                   ADD FT-HEURES  TO W-HEURES-BQT
                   ADD FT-MONTANT TO W-MONTANT-BQT
               WHEN OTHER
                   PERFORM 49825-CUMULER-PRIME-QUART
           END-EVALUATE.
           PERFORM 49830-CUMULER-IMPUTATION.

      *UN CODE DE GAIN HORS DE LA LISTE N'EST ADMIS QUE S'IL EST
      *CELUI D'UNE PRIME DE QUART ACTIVE.
       49825-CUMULER-PRIME-QUART.
           MOVE 0 TO W-IND-PRIME-TROUVEE.
           PERFORM VARYING W-IDX-PQ FROM 1 BY 1
                   UNTIL W-IDX-PQ > W-NB-PRIMES-QUART
                      OR W-PRIME-TROUVEE
               IF W-PQ-CODE(W-IDX-PQ) = FT-GAIN
                   MOVE 1 TO W-IND-PRIME-TROUVEE
                   ADD FT-HEURES TO W-HEURES-PRIME(W-IDX-PQ)
               END-IF
           END-PERFORM.
           IF NOT W-PRIME-TROUVEE
               MOVE 1 TO W-IND-GAIN-INCONNU
           END-IF.

      **************************************************************
      *  Cumule les heures payees de la ligne (base du prorata) et,
      *  si la ligne est imputee a un autre departement ou a un
      *  projet, ses heures ou son montant dans la case de cette
      *  imputation. Au-dela de 20 imputations, la ligne reste au
      *  departement de l'employe.
      **************************************************************
       49830-CUMULER-IMPUTATION.
           IF FT-GAIN = "REG" OR FT-GAIN = "MAL" OR FT-GAIN = "RPR"
               ADD FT-HEURES TO W-IM-HEURES-TOT
           END-IF.
           IF FT-IMPUTATION NOT = SPACES
              AND (FT-GAIN = "REG" OR FT-GAIN = "MAL"
                   OR FT-GAIN = "RPR" OR FT-GAIN = "BON"
                   OR FT-GAIN = "COM")
               MOVE 0 TO W-IND-IMPUT-TROUVEE
               PERFORM VARYING W-IDX-IMPUT FROM 1 BY 1
                       UNTIL W-IDX-IMPUT > W-NB-IMPUT
                          OR W-IMPUT-TROUVEE
                   IF W-IM-DEPT(W-IDX-IMPUT) = FT-DEPT-IMPUT
                      AND W-IM-PROJET(W-IDX-IMPUT) = FT-PROJET
                       MOVE 1 TO W-IND-IMPUT-TROUVEE
                   END-IF
               END-PERFORM
               IF W-IMPUT-TROUVEE
                   SET W-IDX-IMPUT DOWN BY 1
               ELSE
                   IF W-NB-IMPUT < 20
                       ADD 1 TO W-NB-IMPUT
                       SET W-IDX-IMPUT TO W-NB-IMPUT
                       MOVE FT-DEPT-IMPUT TO W-IM-DEPT(W-IDX-IMPUT)
                       MOVE FT-PROJET     TO W-IM-PROJET(W-IDX-IMPUT)
                       MOVE 1 TO W-IND-IMPUT-TROUVEE
                   END-IF
               END-IF
               IF W-IMPUT-TROUVEE
                   IF FT-GAIN = "BON" OR FT-GAIN = "COM"
                       ADD FT-MONTANT TO W-IM-MONTANT(W-IDX-IMPUT)
                   ELSE
                       ADD FT-HEURES  TO W-IM-HEURES(W-IDX-IMPUT)
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      * Si le nombre d'heure travaillé par l'employé est plus grand
            ADD W-MONTANT-COM TO W-SALAIRE-BRUT
            ADD W-MONTANT-RETRO TO W-SALAIRE-BRUT

      *AJUSTEMENTS DES PERIODES ANTERIEURES (LIGNES DE CORRECTION
      *DE LA FEUILLE DE TEMPS), PAYES AU TAUX DE LA PERIODE
      *D'ORIGINE ; UN RETRAIT NE REND PAS LE BRUT NEGATIF.
            MOVE 0 TO W-MONTANT-CORRECTIONS W-CH-HEURES-MAL
                      W-CH-HEURES-NET
            IF W-CH-NB > 0
                PERFORM 51200-CALCULER-CORRECTIONS
                ADD W-MONTANT-CORRECTIONS TO W-SALAIRE-BRUT
            END-IF

      *PRIMES DE QUART (SOIR, NUIT, FIN DE SEMAINE) DES LIGNES
      *IMPORTEES DE LA POINTEUSE, EN SUS DES HEURES REG.
            PERFORM 51018-CALCULER-PRIMES-QUART
            ADD W-MONTANT-PRIMES TO W-SALAIRE-BRUT

      *INDEMNITE DE JOUR FERIE (1/20 DU BRUT DES QUATRE SEMAINES
      *PRECEDENTES) LORSQUE LA PERIODE EN CONTIENT UN : GAIN
      *DISTINCT SUR LE BULLETIN, IMPOSE AVEC LE RESTE DE LA PAYE.
                PERFORM 51900-CALCULER-INDEMNITE-FERIE
            END-IF

      *REGLEMENT FINAL D'UN EMPLOYE PARTI (LIGNES INSCRITES PAR
      *REGLEMENTFINAL) : INDEMNITE DE PREAVIS (PRA), SOLDE DE
      *VACANCES (VAC) ET BANQUE DE TEMPS PAYEE (BQT). LE SOLDE
      *DE VACANCES VERSE COMPREND L'INDEMNITE ACQUISE SUR CETTE
      *DERNIERE PAYE, QUI NE SERA JAMAIS VERSEE AUTREMENT.
            MOVE 0 TO W-ACCRU-VAC-FINALE
            IF W-MONTANT-VAC > 0
                COMPUTE W-ACCRU-VAC-FINALE ROUNDED =
                    W-SALAIRE-BRUT * W-TAUX-VACANCES
                ADD W-ACCRU-VAC-FINALE TO W-MONTANT-VAC
            END-IF
            ADD W-MONTANT-PRA TO W-SALAIRE-BRUT
            ADD W-MONTANT-VAC TO W-SALAIRE-BRUT
            ADD W-MONTANT-BQT TO W-SALAIRE-BRUT

      *FRAIS APPROUVES DE L'EMPLOYE (FRAIS.DAT), VERSES AVEC LA
      *PAYE REGULIERE SEULEMENT : LES ALLOCATIONS IMPOSABLES
      *ENTRENT AU BRUT, LES REMBOURSEMENTS S'AJOUTENT AU NET
      *PLUS BAS.
            INITIALIZE W-FRAIS-EMPLOYE
            IF W-PAYE-REGULIERE AND W-FRAIS-OUVERT
                MOVE 0 TO W-IND-MARQUER-FRAIS
                PERFORM 51400-PARCOURIR-FRAIS
                ADD W-FE-ALLOCATIONS TO W-SALAIRE-BRUT
            END-IF

      *GAINS ASSURABLES AE/RQAP : TOUT LE BRUT SAUF LE BONI ET
      *LES ALLOCATIONS NON ASSURABLES ; LA RRQ COTISE SUR TOUT
      *LE BRUT SAUF LES ALLOCATIONS QUI N'Y SONT PAS SOUMISES.
            COMPUTE W-BRUT-ASSURABLE =
                W-SALAIRE-BRUT - W-MONTANT-BON - W-FE-NON-ASSURABLE

            PERFORM 51050-CALCUL-RETENUES.

      *ACCIDENT DU TRAVAIL (CNE) : INDEMNITE DES 14 PREMIERS JOURS
      *A 90 % DU NET, VERSEE EN SUS DU NET (NI IMPOSEE NI
      *COTISEE) ET AVANCEE POUR LE COMPTE DE LA CNESST.
            IF W-HEURES-CNE > 0
                PERFORM 51300-INDEMNITE-CNESST
            END-IF.

      *REMBOURSEMENTS DE FRAIS : NI IMPOSES NI COTISES, VERSES EN
      *SUS DU NET (APRES LES RETENUES RECURRENTES, QUI NE PEUVENT
      *LES SAISIR).
            ADD W-FE-REMBOURSEMENTS TO W-SALAIRE-NET.

      **************************************************************
      *  Parcourt les reclamations de frais de l'employe courant.
      *  Au calcul, les montants approuves sont cumules par
      *  categorie et par regime ; apres la paye (indicateur de
      *  marquage), les memes reclamations sont marquees payees
      *  avec l'annee et la periode de paye.
      **************************************************************
       51400-PARCOURIR-FRAIS.
           MOVE 0 TO W-IND-FIN-FRAIS.
           MOVE W-CODE TO FR-CODE.
           MOVE 0      TO FR-DATE FR-SEQ.
           START FICHIER-FRAIS KEY IS NOT LESS THAN FR-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-FRAIS
           END-START.
           PERFORM 51410-LIRE-FRAIS.
           PERFORM 51420-TRAITER-FRAIS UNTIL W-FIN-FRAIS.

       51410-LIRE-FRAIS.
           READ FICHIER-FRAIS NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FRAIS
           END-READ.
           IF NOT W-FIN-FRAIS AND FR-CODE NOT = W-CODE
               MOVE 1 TO W-IND-FIN-FRAIS
           END-IF.

      *SEULE UNE RECLAMATION APPROUVEE DONT LA DEPENSE NE TOMBE
      *PAS APRES LA FIN DE LA PERIODE PAYEE EST VERSEE ; UNE
      *CATEGORIE DISPARUE DE LA TABLE EST SIGNALEE EN EXCEPTION
      *ET SA RECLAMATION ATTEND.
       51420-TRAITER-FRAIS.
           IF FR-APPROUVEE
              AND (W-DATE-FIN-PERIODE = 0
                   OR FR-DATE NOT > W-DATE-FIN-PERIODE)
               PERFORM 51430-CHERCHER-CAT-FRAIS
               EVALUATE TRUE
                   WHEN NOT W-CAT-FRAIS-TROUVEE
                       IF NOT W-MARQUER-FRAIS
                           PERFORM 51440-SIGNALER-CAT-INCONNUE
                       END-IF
                   WHEN W-MARQUER-FRAIS
                       MOVE "P"            TO FR-STATUT
                       MOVE W-ANNEE-PAYE   TO FR-ANNEE-PAYE
                       MOVE W-PERIODE-PAYE TO FR-PERIODE-PAYE
                       REWRITE FR-FICHE-FRAIS
                   WHEN OTHER
                       PERFORM 51450-CUMULER-FRAIS
               END-EVALUATE
           END-IF.
           PERFORM 51410-LIRE-FRAIS.

       51430-CHERCHER-CAT-FRAIS.
           MOVE 0 TO W-IND-CAT-FRAIS-TROUVEE.
           PERFORM VARYING W-IDX-CF FROM 1 BY 1
                   UNTIL W-IDX-CF > W-NB-CAT-FRAIS
                      OR W-CAT-FRAIS-TROUVEE
               IF W-CF-CODE(W-IDX-CF) = FR-CATEGORIE
                   MOVE 1 TO W-IND-CAT-FRAIS-TROUVEE
               END-IF
           END-PERFORM.
           IF W-CAT-FRAIS-TROUVEE
               SET W-IDX-CF DOWN BY 1
           END-IF.

       51440-SIGNALER-CAT-INCONNUE.
           MOVE FR-MONTANT TO W-ED-GAIN-MONTANT.
           MOVE SPACES TO LIGNE-EXCEPTION.
           STRING W-CODE            DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  W-NOM             DELIMITED BY SIZE
                  " - FRAIS DE CATEGORIE INCONNUE "
                                    DELIMITED BY SIZE
                  FR-CATEGORIE      DELIMITED BY SIZE
                  ": "              DELIMITED BY SIZE
                  W-ED-GAIN-MONTANT DELIMITED BY SIZE
                  " NON VERSES"     DELIMITED BY SIZE
             INTO LIGNE-EXCEPTION.
           WRITE LIGNE-EXCEPTION.

      *UNE ALLOCATION SORT DE L'ASSIETTE DE CHAQUE REGIME QUI NE
      *LA VISE PAS ("O" AU REGIME = VISEE).
       51450-CUMULER-FRAIS.
           ADD FR-MONTANT TO W-FE-MONTANT-CAT(W-IDX-CF).
           IF W-CF-REMBOURSEMENT(W-IDX-CF)
               ADD FR-MONTANT TO W-FE-REMBOURSEMENTS
           ELSE
               ADD FR-MONTANT TO W-FE-ALLOCATIONS
               IF W-CF-IMPOSABLE-FED(W-IDX-CF) NOT = "O"
                   ADD FR-MONTANT TO W-FE-NON-FED
               END-IF
               IF W-CF-IMPOSABLE-PROV(W-IDX-CF) NOT = "O"
                   ADD FR-MONTANT TO W-FE-NON-PROV
               END-IF
               IF W-CF-COTISABLE-RRQ(W-IDX-CF) NOT = "O"
                   ADD FR-MONTANT TO W-FE-NON-RRQ
               END-IF
               IF W-CF-ASSURABLE(W-IDX-CF) NOT = "O"
                   ADD FR-MONTANT TO W-FE-NON-ASSURABLE
               END-IF
           END-IF.

      **************************************************************
      *  Paye les corrections de periodes anterieures. Pour chaque
      *  periode d'origine, le taux est celui de l'historique en
      *  vigueur a la fin de cette periode (le taux courant sans
      *  historique). L'ecart REG est la paye des heures corrigees
      *  moins celle des heures deja payees, heures
      *  supplementaires refaites et toujours payees en argent ;
      *  l'ecart MAL est paye au taux simple, plafonne a la
      *  banque de maladie. Un salarie n'est pas repaye (montant
      *  nul) mais ses banques et ses heures sont ajustees.
      **************************************************************
       51200-CALCULER-CORRECTIONS.
           PERFORM 51010-LIRE-SOLDES-BANQUES.
           COMPUTE W-CH-SOLDE-DISPO = W-SOLDE-MALADIE - W-HEURES-MAL.
           PERFORM VARYING W-IDX-CH FROM 1 BY 1
                   UNTIL W-IDX-CH > W-CH-NB
               PERFORM 51210-CORRIGER-UNE-PERIODE
           END-PERFORM.
           IF W-SALAIRE-BRUT + W-MONTANT-CORRECTIONS < 0
               COMPUTE W-CH-NON-RECUPERE =
                   0 - (W-SALAIRE-BRUT + W-MONTANT-CORRECTIONS)
               COMPUTE W-MONTANT-CORRECTIONS = 0 - W-SALAIRE-BRUT
               PERFORM 51240-SIGNALER-CORR-NON-RECUP
           END-IF.

       51210-CORRIGER-UNE-PERIODE.
           MOVE W-TAUX TO W-CH-TAUX(W-IDX-CH).
           PERFORM VARYING W-IDX-TH FROM 1 BY 1
                   UNTIL W-IDX-TH > W-NB-TH
               IF W-TH-DATE(W-IDX-TH) NOT > W-CH-DATE-FIN(W-IDX-CH)
                   MOVE W-TH-TAUX(W-IDX-TH) TO W-CH-TAUX(W-IDX-CH)
               END-IF
           END-PERFORM.

           IF W-CH-DELTA-MAL(W-IDX-CH) > 0
              AND W-CH-DELTA-MAL(W-IDX-CH) > W-CH-SOLDE-DISPO
               MOVE 0 TO W-CH-MAL-PAYEES
               IF W-CH-SOLDE-DISPO > 0
                   COMPUTE W-CH-MAL-PAYEES = W-CH-SOLDE-DISPO
               END-IF
               COMPUTE W-CH-MAL-REFUSEES =
                   W-CH-DELTA-MAL(W-IDX-CH) - W-CH-MAL-PAYEES
               MOVE W-CH-MAL-PAYEES TO W-CH-DELTA-MAL(W-IDX-CH)
               PERFORM 51230-SIGNALER-CORR-MAL
           END-IF.
           SUBTRACT W-CH-DELTA-MAL(W-IDX-CH) FROM W-CH-SOLDE-DISPO.
           ADD W-CH-DELTA-MAL(W-IDX-CH) TO W-CH-HEURES-MAL.
           COMPUTE W-CH-HEURES-NET = W-CH-HEURES-NET
               + W-CH-DELTA-REG(W-IDX-CH) + W-CH-DELTA-MAL(W-IDX-CH).

           MOVE 0 TO W-CH-MONTANT(W-IDX-CH).
           IF NOT W-EMPLOYE-SALARIE
               MOVE W-CH-HRS-AVANT(W-IDX-CH) TO W-CH-HEURES-CALC
               PERFORM 51220-PAYER-HEURES
               MOVE W-CH-PAYE-CALC TO W-CH-PAYE-AVANT
               COMPUTE W-CH-HEURES-CALC =
                   W-CH-HRS-AVANT(W-IDX-CH) + W-CH-DELTA-REG(W-IDX-CH)
               PERFORM 51220-PAYER-HEURES
               COMPUTE W-CH-MONTANT(W-IDX-CH) ROUNDED =
                   W-CH-PAYE-CALC - W-CH-PAYE-AVANT
                   + W-CH-TAUX(W-IDX-CH) * W-CH-DELTA-MAL(W-IDX-CH)
           END-IF.
           ADD W-CH-MONTANT(W-IDX-CH) TO W-MONTANT-CORRECTIONS.
           PERFORM 51250-ECRIRE-LIGNE-CORRECTION.

      *PAYE DE W-CH-HEURES-CALC HEURES REG AU TAUX DE LA PERIODE
      *D'ORIGINE, MAJOREES AU-DELA DU SEUIL DES HEURES SUPP.
       51220-PAYER-HEURES.
           IF W-CH-HEURES-CALC > W-SEUIL-HEURES-SUPP
               COMPUTE W-CH-PAYE-CALC ROUNDED =
                   W-CH-TAUX(W-IDX-CH) * W-SEUIL-HEURES-SUPP
                   + W-CH-TAUX(W-IDX-CH) * W-MAJORATION-SUPP
                     * (W-CH-HEURES-CALC - W-SEUIL-HEURES-SUPP)
           ELSE
               COMPUTE W-CH-PAYE-CALC ROUNDED =
                   W-CH-TAUX(W-IDX-CH) * W-CH-HEURES-CALC
           END-IF.

      **************************************************************
      *  Signale les heures MAL corrigees refusees faute de solde
      *  a la banque de maladie.
      **************************************************************
       51230-SIGNALER-CORR-MAL.
           MOVE W-CH-MAL-REFUSEES TO W-ED-GAIN-HEURES.
           MOVE SPACES TO LIGNE-EXCEPTION.
           STRING W-CODE            DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  W-NOM             DELIMITED BY SIZE
                  " - CORRECTION MALADIE "
                                    DELIMITED BY SIZE
                  W-CH-PERIODE(W-IDX-CH) DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  W-CH-ANNEE(W-IDX-CH)   DELIMITED BY SIZE
                  " AU-DELA DU SOLDE: "  DELIMITED BY SIZE
                  W-ED-GAIN-HEURES  DELIMITED BY SIZE
                  " HRS NON PAYEES" DELIMITED BY SIZE
             INTO LIGNE-EXCEPTION.
           WRITE LIGNE-EXCEPTION.

      **************************************************************
      *  Signale la part d'un retrait qui depasse le brut de la
      *  paye : elle n'est pas recuperee sur cette paye.
      **************************************************************
       51240-SIGNALER-CORR-NON-RECUP.
           MOVE W-CH-NON-RECUPERE TO W-ED-GAIN-MONTANT.
           MOVE SPACES TO LIGNE-EXCEPTION.
           STRING W-CODE            DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  W-NOM             DELIMITED BY SIZE
                  " - RETRAIT DE CORRECTIONS NON RECUPERE: "
                                    DELIMITED BY SIZE
                  W-ED-GAIN-MONTANT DELIMITED BY SIZE
             INTO LIGNE-EXCEPTION.
           WRITE LIGNE-EXCEPTION.

      **************************************************************
      *  Ligne du rapport des corrections (CorrectionsHeures.doc).
      **************************************************************
       51250-ECRIRE-LIGNE-CORRECTION.
           MOVE W-CODE                   TO W-LCH-CODE.
           MOVE W-NOM                    TO W-LCH-NOM.
           MOVE W-CH-PERIODE(W-IDX-CH)   TO W-LCH-PERIODE.
           MOVE W-CH-ANNEE(W-IDX-CH)     TO W-LCH-ANNEE.
           MOVE W-CH-DELTA-REG(W-IDX-CH) TO W-LCH-DELTA-REG.
           MOVE W-CH-DELTA-MAL(W-IDX-CH) TO W-LCH-DELTA-MAL.
           MOVE W-CH-HRS-AVANT(W-IDX-CH) TO W-LCH-HRS-AVANT.
           COMPUTE W-LCH-HRS-APRES =
               W-CH-HRS-AVANT(W-IDX-CH) + W-CH-DELTA-REG(W-IDX-CH).
           MOVE W-CH-TAUX(W-IDX-CH)      TO W-LCH-TAUX.
           MOVE W-CH-MONTANT(W-IDX-CH)   TO W-LCH-MONTANT.
           WRITE LIGNE-CORR-HEURES FROM W-LIGNE-CORR-HEURES
                                   AFTER ADVANCING 1 LINE.
           ADD 1 TO W-CH-NB-RAPPORT.
           ADD W-CH-MONTANT(W-IDX-CH) TO W-CH-TOTAL-RAPPORT.

      **************************************************************
      *  Indemnite de remplacement du revenu des 14 premiers jours
      *  d'un accident du travail : les heures CNE au taux regulier
      *  donnent un brut de reference, dont le net est estime par
      *  les memes paliers d'impot annualises (51100) et credits
      *  personnels que la paye, moins les cotisations RRQ, AE et
      *  RQAP au taux de la juridiction. L'employeur verse 90 % de
      *  ce net, ajoute au net de la paye ; la CNESST le rembourse.
      **************************************************************
       51300-INDEMNITE-CNESST.
            MULTIPLY W-TAUX BY W-HEURES-CNE GIVING W-BRUT-CNE.

            COMPUTE W-BRUT-ANNUALISE = W-BRUT-CNE * W-NB-PERIODES-AN.
            PERFORM 51070-REDUIRE-REVENU-LETTRE.
            MOVE 0 TO W-IMPOT-FED-ANNUEL W-IMPOT-PROV-ANNUEL.
            PERFORM VARYING W-IDX-TAUX FROM 1 BY 1
                    UNTIL W-IDX-TAUX > W-NB-TAUX
                PERFORM 51100-IMPOSER-TRANCHE
            END-PERFORM.
            PERFORM 51075-DEDUIRE-CREDIT-FED.
            PERFORM 51080-DEDUIRE-CREDIT-PROV.
            IF W-CR-EXONERE
                MOVE 0 TO W-IMPOT-FED-ANNUEL W-IMPOT-PROV-ANNUEL
            END-IF.
            COMPUTE W-IMPOTS-CNE ROUNDED =
                (W-IMPOT-FED-ANNUEL + W-IMPOT-PROV-ANNUEL)
                / W-NB-PERIODES-AN.

            COMPUTE W-COTIS-CNE ROUNDED =
                W-BRUT-CNE * (W-TAUX-RRQ + W-TAUX-AE + W-TAUX-RQAP).

            COMPUTE W-NET-CNE =
                W-BRUT-CNE - W-IMPOTS-CNE - W-COTIS-CNE.
            IF W-NET-CNE < 0
                MOVE 0 TO W-NET-CNE
            END-IF.

            COMPUTE W-MONTANT-CNE ROUNDED = W-NET-CNE * 0.90.
            ADD W-MONTANT-CNE TO W-SALAIRE-NET.

      **************************************************************
      * Retenues et cotisations sur le salaire brut de la periode
      * (W-SALAIRE-BRUT deja etabli) : impots, cotisations de
                PERFORM 51048-CHARGER-ADHESIONS
            END-IF.

      *REGIME DE PENSION DU MEMBRE : SA COTISATION EST RETENUE EN
      *TETE DES RETENUES RECURRENTES ; LE VERSEMENT DU SOLDE DE
      *VACANCES N'OUVRE PAS DROIT A PENSION.
            MOVE SPACES TO W-RE-REGIME.
            MOVE 0 TO W-RE-COTIS-EMP W-EMPL-RETRAITE.
            IF NOT W-SANS-ADHESIONS
                PERFORM 51090-CHARGER-RETRAITE
            END-IF.

      *CREDITS D'IMPOT PERSONNELS DEMANDES (TD1 / TP-1015.3) :
      *ILS REDUISENT L'IMPOT ANNUEL AVANT LE RETOUR A LA PERIODE.
            PERFORM 51060-CHARGER-CREDITS.

      *RETENUES RECURRENTES DE L'EMPLOYE ET PART AVANT IMPOT
      *(REER COLLECTIF, COTISATION SYNDICALE, REGIME DE RETRAITE
      *SELON TYPESRETENUE.DAT) : ELLE EST SOUSTRAITE DU BRUT
      *AVANT LE CALCUL DES TRANCHES.
            PERFORM 51085-CALCULER-AVANT-IMPOT.

      *IMPOT PROGRESSIF (MARGINAL) ANNUALISE : LE BRUT DE LA
      *PERIODE EST PROJETE SUR L'ANNEE (NOMBRE DE PERIODES DE
      *ParamPaye.dat), L'IMPOT ANNUEL EST CALCULE TRANCHE PAR
      *TRANCHE SUR LES PALIERS ANNUELS DE TauxImpot.dat (CHAQUE
      *TRANCHE A SON PROPRE TAUX), PUIS RAMENE A LA PERIODE.
      *FINI L'EFFET DE FALAISE OU UN DOLLAR DE PLUS FAISAIT
      *IMPOSER TOUT LE BRUT AU TAUX SUPERIEUR. DES RETENUES AVANT
      *IMPOT QUI DEPASSENT LE BRUT LAISSENT UN REVENU NUL, JAMAIS
      *NEGATIF.
            COMPUTE W-BRUT-ANNUALISE-S =
                (W-SALAIRE-BRUT - W-AI-FED - W-FE-NON-FED)
                * W-NB-PERIODES-AN.
            PERFORM 51068-PLANCHER-BRUT-ANNUALISE.
            PERFORM 51070-REDUIRE-REVENU-LETTRE.

            MOVE 0 TO W-IMPOT-FED-ANNUEL W-IMPOT-PROV-ANNUEL.
            PERFORM VARYING W-IDX-TAUX FROM 1 BY 1
                PERFORM 51100-IMPOSER-TRANCHE
            END-PERFORM.

            PERFORM 51075-DEDUIRE-CREDIT-FED.
            DIVIDE W-IMPOT-FED-ANNUEL BY W-NB-PERIODES-AN
                GIVING W-IMPOT-FEDERAL ROUNDED.

      *IMPOSABLE AU PROVINCIAL SEULEMENT : LES TRANCHES SONT
      *REPRISES SUR LE BRUT MAJORE DE L'AVANTAGE POUR LE SEUL
      *IMPOT PROVINCIAL (LE FEDERAL GARDE LE PREMIER PASSAGE).
      *IDEM QUAND LES RETENUES AVANT IMPOT NE REDUISENT PAS LE
      *REVENU PROVINCIAL DU MEME MONTANT QUE LE FEDERAL, OU
      *QU'UNE ALLOCATION N'EST IMPOSABLE QUE D'UN COTE.
            IF W-AVANTAGE-IMPOSABLE > 0
               OR W-AI-PROV NOT = W-AI-FED
               OR W-FE-NON-PROV NOT = W-FE-NON-FED
                COMPUTE W-BRUT-ANNUALISE-S =
                    (W-SALAIRE-BRUT + W-AVANTAGE-IMPOSABLE
                     - W-AI-PROV - W-FE-NON-PROV) * W-NB-PERIODES-AN
                PERFORM 51068-PLANCHER-BRUT-ANNUALISE
                PERFORM 51070-REDUIRE-REVENU-LETTRE
                MOVE 0 TO W-IMPOT-FED-ANNUEL W-IMPOT-PROV-ANNUEL
                PERFORM VARYING W-IDX-TAUX FROM 1 BY 1
                        UNTIL W-IDX-TAUX > W-NB-TAUX
                END-PERFORM
            END-IF.

            PERFORM 51080-DEDUIRE-CREDIT-PROV.
            DIVIDE W-IMPOT-PROV-ANNUEL BY W-NB-PERIODES-AN
                GIVING W-IMPOT-PROV ROUNDED.

      *UNE LETTRE D'EXONERATION SUPPRIME TOUTE RETENUE D'IMPOT ;
      *L'IMPOT SUPPLEMENTAIRE DEMANDE PAR L'EMPLOYE S'AJOUTE
      *ENSUITE A CHAQUE PAYE, TEL QUE DEMANDE.
            IF W-CR-EXONERE
                MOVE 0 TO W-IMPOT-FEDERAL W-IMPOT-PROV
            END-IF.
            ADD W-CR-SUPP-FED  TO W-IMPOT-FEDERAL.
            ADD W-CR-SUPP-PROV TO W-IMPOT-PROV.

      *CALCUL DES COTISATIONS STATUTAIRES (RRQ, AE, RQAP, RAMQ).
      *RRQ, AE ET RQAP ONT UN PLAFOND ANNUEL DE GAINS ASSURABLES :
      *SEULE LA PORTION DU BRUT SOUS LE PLAFOND, COMPTE TENU DU
      *PAS DE PLAFOND.
            PERFORM 51500-LIRE-CUMUL-ANNUEL.

      *LES RETENUES QUI REDUISENT LES GAINS ASSURABLES SORTENT
      *DE LA BASE AE/RQAP.
            IF W-AI-ASSURABLE > W-BRUT-ASSURABLE
                MOVE 0 TO W-BRUT-ASSURABLE
            ELSE
                SUBTRACT W-AI-ASSURABLE FROM W-BRUT-ASSURABLE
            END-IF.

      *AUCUNE COTISATION RRQ AVANT L'AGE LEGAL DE 18 ANS NI A
      *COMPTER DE 70 ANS (UNE FICHE SANS DATE DE NAISSANCE COTISE
      *COMME AVANT).
            COMPUTE W-AGE-EMPLOYE =
                (W-DATE-DU-JOUR - W-DATE-NAISSANCE) / 10000.

            IF W-DATE-NAISSANCE > 0
               AND (W-AGE-EMPLOYE < 18 OR W-AGE-EMPLOYE NOT < 70)
                MOVE 0 TO W-COTISATION-RRQ
            ELSE
                MOVE W-MAX-RRQ TO W-PLAFOND-COURANT
                COMPUTE W-BASE-ASSUJETTIE =
                    W-SALAIRE-BRUT - W-FE-NON-RRQ
                MOVE W-CUMUL-BRUT-ANNEE TO W-CUMUL-COURANT
                PERFORM 51600-CALCULER-ASSUJETTI
      *L'EXEMPTION DE BASE ANNUELLE SE REPARTIT EGALEMENT SUR LES
      *PAYES REGULIERES DE L'ANNEE (AUCUNE SUR UN VERSEMENT
      *HORS-CYCLE OU DE VACANCES).
                IF W-PAYE-REGULIERE
                    COMPUTE W-EXEMPTION-PERIODE =
                        W-EXEMPTION-RRQ / W-NB-PERIODES-AN
                    IF W-ASSUJETTI > W-EXEMPTION-PERIODE
                        SUBTRACT W-EXEMPTION-PERIODE FROM W-ASSUJETTI
                    ELSE
                        MOVE 0 TO W-ASSUJETTI
                    END-IF
                END-IF
                MULTIPLY W-ASSUJETTI BY W-TAUX-RRQ
                GIVING W-COTISATION-RRQ
            END-IF.

      *L'AE ET LE RQAP COTISENT SUR LES GAINS ASSURABLES (BRUT
      *MOINS LES GAINS NON ASSURABLES COMME LE BONI), LA RRQ
      *ET LA RAMQ SUR TOUT LE BRUT ; LEUR PLAFOND S'APPLIQUE AU
      *CUMUL DES GAINS ASSURABLES.
            MOVE W-MAX-AE TO W-PLAFOND-COURANT.
            MOVE W-BRUT-ASSURABLE TO W-BASE-ASSUJETTIE.
            MOVE W-CUMUL-ASSUR-ANNEE TO W-CUMUL-COURANT.
            PERFORM 51600-CALCULER-ASSUJETTI.
            MULTIPLY W-ASSUJETTI BY W-TAUX-AE
            GIVING W-COTISATION-AE.

            MOVE W-MAX-RQAP TO W-PLAFOND-COURANT.
            MOVE W-BRUT-ASSURABLE TO W-BASE-ASSUJETTIE.
            MOVE W-CUMUL-ASSUR-ANNEE TO W-CUMUL-COURANT.
            PERFORM 51600-CALCULER-ASSUJETTI.
            MULTIPLY W-ASSUJETTI BY W-TAUX-RQAP
            GIVING W-COTISATION-RQAP.
            MULTIPLY W-SALAIRE-BRUT BY W-TAUX-RAMQ
            GIVING W-COTISATION-RAMQ.

      *CORRECTION DE LA REVISION DE FIN D'ANNEE A APPLIQUER A LA
      *PAYE (MODE "P"), AVANT LE NET ET LA PART DE L'EMPLOYEUR.
            IF W-PAYE-REGULIERE
                PERFORM 51700-APPLIQUER-CORRECTION
            END-IF.

      *CALCUL DU SALAIRE NET
           SUBTRACT W-IMPOT-FEDERAL W-IMPOT-PROV
                    W-COTISATION-RRQ W-COTISATION-AE
           MULTIPLY W-SALAIRE-BRUT BY W-TAUX-CNESST
           GIVING W-EMPL-CNESST.

           PERFORM 51095-CALCULER-RETRAITE-PAT.


      **************************************************************
      *  Prorate le salaire periodique d'un salarie dont la date
             INTO LIGNE-EXCEPTION.
           WRITE LIGNE-EXCEPTION.

      **************************************************************
      *  Prime de quart : heures x montant horaire de la prime, ou
      *  heures x taux de la periode x pourcentage de la prime.
      **************************************************************
       51018-CALCULER-PRIMES-QUART.
           MOVE 0 TO W-MONTANT-PRIMES.
           PERFORM VARYING W-IDX-PQ FROM 1 BY 1
                   UNTIL W-IDX-PQ > W-NB-PRIMES-QUART
               MOVE 0 TO W-MONTANT-PRIME(W-IDX-PQ)
               IF W-HEURES-PRIME(W-IDX-PQ) > 0
                   IF W-PQ-EN-POURCENTAGE(W-IDX-PQ)
                       COMPUTE W-MONTANT-PRIME(W-IDX-PQ) ROUNDED =
                           W-HEURES-PRIME(W-IDX-PQ) * W-TAUX
                           * W-PQ-VALEUR(W-IDX-PQ) / 100
                   ELSE
                       COMPUTE W-MONTANT-PRIME(W-IDX-PQ) ROUNDED =
                           W-HEURES-PRIME(W-IDX-PQ)
                           * W-PQ-VALEUR(W-IDX-PQ)
                   END-IF
                   ADD W-MONTANT-PRIME(W-IDX-PQ) TO W-MONTANT-PRIMES
               END-IF
           END-PERFORM.

      **************************************************************
      *  Charge l'historique des taux de l'employe courant en table
      *  (l'ordre de la cle donne l'ordre des dates d'effet) et
           END-START.
           PERFORM 51049-LIRE-ADHESION.
           PERFORM UNTIL W-FIN-AD
               PERFORM 51047-RANGER-ADHESION
               PERFORM 51049-LIRE-ADHESION
           END-PERFORM.

               MOVE 1 TO W-IND-FIN-AD
           END-IF.

       51047-RANGER-ADHESION.
           PERFORM VARYING W-IDX-AS FROM 1 BY 1
                   UNTIL W-IDX-AS > W-NB-AS
               IF W-AS-CODE(W-IDX-AS) = AD-PLAN
               END-IF
           END-PERFORM.

      **************************************************************
      *  Etablit les credits personnels de l'employe courant pour
      *  l'annee payee : son formulaire de l'annee s'il existe ;
      *  sinon celui de l'annee precedente, montants indexes au
      *  taux de l'annee (l'impot supplementaire demande suit,
      *  la lettre de l'autorite fiscale, valide pour une annee,
      *  ne suit pas) ; sinon les montants personnels de base.
      **************************************************************
       51060-CHARGER-CREDITS.
           INITIALIZE W-CREDITS-EMPLOYE.
           PERFORM 51065-CHERCHER-PARAM-CREDITS.

           MOVE 0            TO W-IND-CREDITS-ABSENTS.
           MOVE W-CODE       TO CI-CODE.
           MOVE W-ANNEE-PAYE TO CI-ANNEE.
           READ FICHIER-CREDITS
               INVALID KEY MOVE 1 TO W-IND-CREDITS-ABSENTS
           END-READ.
           IF NOT W-CREDITS-ABSENTS
               MOVE CI-MONTANT-FED        TO W-CR-MONTANT-FED
               MOVE CI-MONTANT-PROV       TO W-CR-MONTANT-PROV
               MOVE CI-SUPP-FED           TO W-CR-SUPP-FED
               MOVE CI-SUPP-PROV          TO W-CR-SUPP-PROV
               MOVE CI-LETTRE             TO W-CR-LETTRE
               MOVE CI-REDUCTION-ANNUELLE TO W-CR-REDUCTION
           ELSE
               MOVE 0 TO W-IND-CREDITS-ABSENTS
               COMPUTE CI-ANNEE = W-ANNEE-PAYE - 1
               READ FICHIER-CREDITS
                   INVALID KEY MOVE 1 TO W-IND-CREDITS-ABSENTS
               END-READ
               IF NOT W-CREDITS-ABSENTS
                   MOVE CI-SUPP-FED  TO W-CR-SUPP-FED
                   MOVE CI-SUPP-PROV TO W-CR-SUPP-PROV
                   IF W-PK-TROUVE
                       COMPUTE W-CR-MONTANT-FED ROUNDED =
                           CI-MONTANT-FED
                           * (1 + W-PK-INDEX-FED(W-IDX-PK))
                       COMPUTE W-CR-MONTANT-PROV ROUNDED =
                           CI-MONTANT-PROV
                           * (1 + W-PK-INDEX-PROV(W-IDX-PK))
                   ELSE
                       MOVE CI-MONTANT-FED  TO W-CR-MONTANT-FED
                       MOVE CI-MONTANT-PROV TO W-CR-MONTANT-PROV
                   END-IF
               ELSE
                   IF W-PK-TROUVE
                       MOVE W-PK-BASE-FED(W-IDX-PK)
                         TO W-CR-MONTANT-FED
                       MOVE W-PK-BASE-PROV(W-IDX-PK)
                         TO W-CR-MONTANT-PROV
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      *  Trouve les parametres d'indexation de la province d'emploi
      *  courante (W-IDX-PK, W-PK-TROUVE).
      **************************************************************
       51065-CHERCHER-PARAM-CREDITS.
           MOVE 0 TO W-IND-PK-TROUVE.
           PERFORM VARYING W-IDX-PK FROM 1 BY 1
                   UNTIL W-IDX-PK > W-NB-PK OR W-PK-TROUVE
               IF W-PK-PROVINCE(W-IDX-PK) = W-PROVINCE-COURANTE
                   MOVE 1 TO W-IND-PK-TROUVE
               END-IF
           END-PERFORM.
           IF W-PK-TROUVE
               SET W-IDX-PK DOWN BY 1
           END-IF.

      **************************************************************
      *  Revenu annualise ramene a zero quand les retenues avant
      *  impot et les allocations non imposables depassent le brut.
      **************************************************************
       51068-PLANCHER-BRUT-ANNUALISE.
           IF W-BRUT-ANNUALISE-S < 0
               MOVE 0 TO W-BRUT-ANNUALISE
           ELSE
               MOVE W-BRUT-ANNUALISE-S TO W-BRUT-ANNUALISE
           END-IF.

      **************************************************************
      *  Lettre de retenue reduite : le montant annuel autorise par
      *  l'autorite fiscale est soustrait du revenu annualise
      *  avant le passage dans les tranches (jamais sous zero).
      **************************************************************
       51070-REDUIRE-REVENU-LETTRE.
           IF W-CR-REDUIT
               IF W-BRUT-ANNUALISE > W-CR-REDUCTION
                   SUBTRACT W-CR-REDUCTION FROM W-BRUT-ANNUALISE
               ELSE
                   MOVE 0 TO W-BRUT-ANNUALISE
               END-IF
           END-IF.

      **************************************************************
      *  Deduit de l'impot annuel le credit personnel : montant
      *  demande au taux du premier palier (jamais sous zero).
      **************************************************************
       51075-DEDUIRE-CREDIT-FED.
           MOVE 0 TO W-CR-CREDIT-FED.
           IF W-NB-TAUX > 0
               COMPUTE W-CR-CREDIT-FED ROUNDED =
                   W-CR-MONTANT-FED * W-T-FEDERAL(1)
           END-IF.
           IF W-IMPOT-FED-ANNUEL > W-CR-CREDIT-FED
               SUBTRACT W-CR-CREDIT-FED FROM W-IMPOT-FED-ANNUEL
           ELSE
               MOVE 0 TO W-IMPOT-FED-ANNUEL
           END-IF.

       51080-DEDUIRE-CREDIT-PROV.
           MOVE 0 TO W-CR-CREDIT-PROV.
           IF W-NB-TAUX > 0
               COMPUTE W-CR-CREDIT-PROV ROUNDED =
                   W-CR-MONTANT-PROV * W-T-PROV(1)
           END-IF.
           IF W-IMPOT-PROV-ANNUEL > W-CR-CREDIT-PROV
               SUBTRACT W-CR-CREDIT-PROV FROM W-IMPOT-PROV-ANNUEL
           ELSE
               MOVE 0 TO W-IMPOT-PROV-ANNUEL
           END-IF.

      **************************************************************
      *  Charge les retenues recurrentes de l'employe (appliquees
      *  plus loin par 51800) et cumule le montant prevu de celles
      *  dont le type est avant impot : reduction du revenu
      *  federal, provincial et des gains assurables. Le montant
      *  prevu suit le mode et le solde declinant de la retenue,
      *  sans depasser le brut.
      **************************************************************
       51085-CALCULER-AVANT-IMPOT.
           MOVE 0 TO W-NB-RET-LUES.
           PERFORM 51810-CHARGER-RETENUES.
           MOVE 0 TO W-AI-FED W-AI-PROV W-AI-ASSURABLE.

           PERFORM VARYING W-IDX-RET FROM 1 BY 1
                   UNTIL W-IDX-RET > W-NB-RET-LUES
               IF W-RL-TYPE(W-IDX-RET) = W-RE-REGIME
                   PERFORM 51088-AVANT-IMPOT-RETRAITE
               ELSE
                   PERFORM VARYING W-IDX-TY FROM 1 BY 1
                           UNTIL W-IDX-TY > W-NB-TY
                       IF W-TY-TYPE(W-IDX-TY) = W-RL-TYPE(W-IDX-RET)
                           PERFORM 51087-CUMULER-AVANT-IMPOT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF W-AI-FED > W-SALAIRE-BRUT
               MOVE W-SALAIRE-BRUT TO W-AI-FED
           END-IF.
           IF W-AI-PROV > W-SALAIRE-BRUT
               MOVE W-SALAIRE-BRUT TO W-AI-PROV
           END-IF.

       51087-CUMULER-AVANT-IMPOT.
           IF W-RL-MODE(W-IDX-RET) = "P"
               COMPUTE W-AI-MONTANT =
                   W-SALAIRE-BRUT * W-RL-MONTANT(W-IDX-RET) / 100
           ELSE
               MOVE W-RL-MONTANT(W-IDX-RET) TO W-AI-MONTANT
           END-IF.
           IF W-RL-SOLDE(W-IDX-RET) > 0
              AND W-AI-MONTANT > W-RL-SOLDE(W-IDX-RET)
               MOVE W-RL-SOLDE(W-IDX-RET) TO W-AI-MONTANT
           END-IF.

           IF W-TY-REDUIT-FED(W-IDX-TY) = "O"
               ADD W-AI-MONTANT TO W-AI-FED
           END-IF.
           IF W-TY-REDUIT-PROV(W-IDX-TY) = "O"
               ADD W-AI-MONTANT TO W-AI-PROV
           END-IF.
           IF W-TY-REDUIT-ASSUR(W-IDX-TY) = "O"
               ADD W-AI-MONTANT TO W-AI-ASSURABLE
           END-IF.

      *LA COTISATION A UN REGIME DE PENSION AGREE EST DEDUCTIBLE
      *AU FEDERAL COMME AU PROVINCIAL, MAIS RESTE ASSURABLE.
       51088-AVANT-IMPOT-RETRAITE.
           COMPUTE W-AI-MONTANT =
               W-SALAIRE-BRUT * W-RL-MONTANT(W-IDX-RET) / 100.
           ADD W-AI-MONTANT TO W-AI-FED W-AI-PROV.

      **************************************************************
      *  Etablit le regime de pension de l'employe courant : sa
      *  fiche de membre (sans date de fin, ou une fin qui ne
      *  precede pas la periode) et un regime actif de la table.
      **************************************************************
       51090-CHARGER-RETRAITE.
           MOVE 0 TO W-IND-MR-ABSENT.
           MOVE W-CODE TO MR-CODE.
           READ FICHIER-MEMBRES-RET
               INVALID KEY MOVE 1 TO W-IND-MR-ABSENT
           END-READ.
           IF NOT W-MR-ABSENT
              AND (MR-DATE-FIN = 0
                   OR MR-DATE-FIN NOT < W-DATE-DEBUT-PERIODE)
               PERFORM VARYING W-IDX-PN FROM 1 BY 1
                       UNTIL W-IDX-PN > W-NB-PN
                   IF W-PN-CODE(W-IDX-PN) = MR-REGIME
                      AND W-PN-ACTIF(W-IDX-PN) = "A"
                       MOVE MR-REGIME TO W-RE-REGIME
                       MOVE W-PN-TAUX-EMP(W-IDX-PN) TO W-RE-TAUX-EMP
                       MOVE W-PN-TAUX-APP(W-IDX-PN) TO W-RE-TAUX-APP
                       MOVE W-PN-PLAFOND(W-IDX-PN)  TO W-RE-PLAFOND
                   END-IF
               END-PERFORM
           END-IF.

      **************************************************************
      *  Part de l'employeur : le pourcentage d'appariement de la
      *  cotisation reellement retenue au membre, plafonnee au
      *  pourcentage des gains du regime (zero = sans plafond).
      **************************************************************
       51095-CALCULER-RETRAITE-PAT.
           MOVE 0 TO W-EMPL-RETRAITE.
           IF W-RE-REGIME NOT = SPACES AND W-RE-COTIS-EMP > 0
               COMPUTE W-EMPL-RETRAITE ROUNDED =
                   W-RE-COTIS-EMP * W-RE-TAUX-APP / 100
               IF W-RE-PLAFOND > 0
                   COMPUTE W-RE-PLAFOND-MNT ROUNDED =
                       W-SALAIRE-BRUT * W-RE-PLAFOND / 100
                   IF W-EMPL-RETRAITE > W-RE-PLAFOND-MNT
                       MOVE W-RE-PLAFOND-MNT TO W-EMPL-RETRAITE
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      *  Choisit le jeu de parametres de la province d'emploi de
      *  l'employe courant (fiche sans province = QC). Une province
      **************************************************************
      *  Lit le cumul brut annuel de l'employe au registre (0 si
      *  premiere paye de l'annee), pour l'application des
      *  plafonds annuels des cotisations, et son cumul des gains
      *  assurables (le brut cumule sur un ancien cumul).
      **************************************************************
       51500-LIRE-CUMUL-ANNUEL.
           MOVE 0 TO W-CUMUL-BRUT-ANNEE W-CUMUL-ASSUR-ANNEE.
           MOVE W-CODE       TO REG-CODE.
           MOVE W-ANNEE-PAYE TO REG-ANNEE.
           READ FICHIER-REGISTRE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE REG-CUMUL-BRUT TO W-CUMUL-BRUT-ANNEE
                   IF REG-CUMUL-ASSURABLE IS NUMERIC
                       MOVE REG-CUMUL-ASSURABLE TO W-CUMUL-ASSUR-ANNEE
                   ELSE
                       MOVE REG-CUMUL-BRUT TO W-CUMUL-ASSUR-ANNEE
                   END-IF
           END-READ.

      **************************************************************
      *  (W-BASE-ASSUJETTIE : brut complet ou gains assurables
      *  selon le regime) encore assujettie au regime dont le
      *  plafond annuel est dans W-PLAFOND-COURANT : zero si le
      *  cumul annuel du regime (W-CUMUL-COURANT : brut ou gains
      *  assurables) atteint deja le plafond, sinon le moindre de
      *  la base et du reste assurable (proration de la periode
      *  qui franchit le plafond).
      **************************************************************
       51600-CALCULER-ASSUJETTI.
           IF W-CUMUL-COURANT NOT < W-PLAFOND-COURANT
               MOVE 0 TO W-ASSUJETTI
           ELSE
               COMPUTE W-RESTE-PLAFOND =
                   W-PLAFOND-COURANT - W-CUMUL-COURANT
               IF W-BASE-ASSUJETTIE > W-RESTE-PLAFOND
                   MOVE W-RESTE-PLAFOND TO W-ASSUJETTI
               ELSE
                   MOVE W-BASE-ASSUJETTIE TO W-ASSUJETTI
               END-IF
           END-IF.

      **************************************************************
      *  Correction de cotisations de la revision de fin d'annee
      *  (CORRECTIONCOTIS.DAT, mode "P" en attente pour l'annee
      *  payee) : un manque a retenir s'ajoute a la cotisation de
      *  la periode sans depasser le net encore disponible, un
      *  retenu en trop la reduit sans passer sous zero. Ce qui
      *  n'a pu etre applique reste en attente pour la paye
      *  suivante de l'annee (56900 met la fiche a jour).
      **************************************************************
       51700-APPLIQUER-CORRECTION.
           MOVE 0 TO W-IND-CO-A-APPLIQUER.
           MOVE W-CODE       TO CC-CODE.
           MOVE W-ANNEE-PAYE TO CC-ANNEE.
           READ FICHIER-CORR-COTIS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CC-MODE = "P" AND CC-STATUT = "E"
                       MOVE 1 TO W-IND-CO-A-APPLIQUER
                   END-IF
           END-READ.

           IF W-CO-A-APPLIQUER
               COMPUTE W-CO-DISPONIBLE = W-SALAIRE-BRUT
                   - W-IMPOT-FEDERAL   - W-IMPOT-PROV
                   - W-COTISATION-RRQ  - W-COTISATION-AE
                   - W-COTISATION-RQAP - W-COTISATION-RAMQ
               IF W-CO-DISPONIBLE < 0
                   MOVE 0 TO W-CO-DISPONIBLE
               END-IF

               MOVE CC-SENS-RRQ      TO W-CO-SENS
               MOVE CC-AJUST-RRQ     TO W-CO-RESTE
               MOVE W-COTISATION-RRQ TO W-CO-COTISATION
               PERFORM 51710-AJUSTER-COTISATION
               MOVE W-CO-COTISATION  TO W-COTISATION-RRQ
               MOVE W-CO-RESTE       TO CC-AJUST-RRQ

               MOVE CC-SENS-AE       TO W-CO-SENS
               MOVE CC-AJUST-AE      TO W-CO-RESTE
               MOVE W-COTISATION-AE  TO W-CO-COTISATION
               PERFORM 51710-AJUSTER-COTISATION
               MOVE W-CO-COTISATION  TO W-COTISATION-AE
               MOVE W-CO-RESTE       TO CC-AJUST-AE

               MOVE CC-SENS-RQAP     TO W-CO-SENS
               MOVE CC-AJUST-RQAP    TO W-CO-RESTE
               MOVE W-COTISATION-RQAP TO W-CO-COTISATION
               PERFORM 51710-AJUSTER-COTISATION
               MOVE W-CO-COTISATION  TO W-COTISATION-RQAP
               MOVE W-CO-RESTE       TO CC-AJUST-RQAP
           END-IF.

       51710-AJUSTER-COTISATION.
           IF W-CO-SENS = "+"
               IF W-CO-RESTE > W-CO-DISPONIBLE
                   MOVE W-CO-DISPONIBLE TO W-CO-APPLIQUE
               ELSE
                   MOVE W-CO-RESTE      TO W-CO-APPLIQUE
               END-IF
               ADD W-CO-APPLIQUE      TO W-CO-COTISATION
               SUBTRACT W-CO-APPLIQUE FROM W-CO-DISPONIBLE
           ELSE
               IF W-CO-RESTE > W-CO-COTISATION
                   MOVE W-CO-COTISATION TO W-CO-APPLIQUE
               ELSE
                   MOVE W-CO-RESTE      TO W-CO-APPLIQUE
               END-IF
               SUBTRACT W-CO-APPLIQUE FROM W-CO-COTISATION
               ADD W-CO-APPLIQUE      TO W-CO-DISPONIBLE
           END-IF.
           SUBTRACT W-CO-APPLIQUE FROM W-CO-RESTE.

      **************************************************************
      *  Indemnite legale de jour ferie : 1/20 du salaire brut des
      *  Le total applique est soustrait du salaire net.
      **************************************************************
       51800-APPLIQUER-RETENUES.
           MOVE 0 TO W-TOTAL-RETENUES-EMP.

           PERFORM VARYING W-PRIORITE-COURANTE FROM 1 BY 1
                   UNTIL W-PRIORITE-COURANTE > 9
      **************************************************************
       51810-CHARGER-RETENUES.
           MOVE 0 TO W-IND-FIN-RETENUES.
      *LA COTISATION DU MEMBRE AU REGIME DE PENSION PASSE EN
      *PREMIER (POURCENTAGE DU BRUT, PRIORITE 1, SOUS LE CODE DU
      *REGIME) : ELLE EST REMISE A L'ADMINISTRATEUR DU REGIME PAR
      *SON PROPRE REGISTRE, PAS PAR LE DETAIL DES RETENUES.
           IF W-RE-REGIME NOT = SPACES
               ADD 1 TO W-NB-RET-LUES
               MOVE W-RE-REGIME   TO W-RL-TYPE(W-NB-RET-LUES)
               MOVE "P"           TO W-RL-MODE(W-NB-RET-LUES)
               MOVE W-RE-TAUX-EMP TO W-RL-MONTANT(W-NB-RET-LUES)
               MOVE 1             TO W-RL-PRIORITE(W-NB-RET-LUES)
               MOVE 0             TO W-RL-SOLDE(W-NB-RET-LUES)
               MOVE 0             TO W-RL-APPLIQUE(W-NB-RET-LUES)
           END-IF.
      *LES PARTS D'EMPLOYE DES REGIMES D'ASSURANCE ADHERES SONT
      *RETENUES COMME DES RETENUES RECURRENTES (MONTANT FIXE,
      *DERNIERE PRIORITE, SOUS LE CODE DU REGIME : LA REMISE AU

           IF W-MONTANT-RET-CALC > 0
               PERFORM 51830-CUMULER-TOTAL-RETENUE
               IF W-RL-TYPE(W-IDX-RET) = W-RE-REGIME
                   MOVE W-MONTANT-RET-CALC TO W-RE-COTIS-EMP
               ELSE
                   IF NOT W-MODE-ESSAI
                       PERFORM 51840-ECRIRE-DETAIL-RETENUE
                   END-IF
               END-IF
           END-IF.

          ADD W-EMPL-AE         TO W-RUN-EMPL-AE.
          ADD W-EMPL-FSS        TO W-RUN-EMPL-FSS.
          ADD W-EMPL-CNESST     TO W-RUN-EMPL-CNESST.
          ADD W-MONTANT-CNE     TO W-RUN-AVANCE-CNESST.

      *PART PATRONALE DE RETRAITE : UN TOTAL DU PASSAGE SOUS LE
      *TYPE "ERPA", CREDITE A PAYER COMME LES RETENUES.
          IF W-EMPL-RETRAITE > 0
              PERFORM 52050-CUMULER-RETRAITE-PAT
          END-IF.

          ADD W-SALAIRE-BRUT    TO W-RUN-REG-BRUT(W-REGION).

      *GRAND LIVRE AU NIVEAU QUE LA COMPTABILITE DEMANDE.
          PERFORM 52200-CUMULER-DEPARTEMENT.

      *FRAIS VERSES : UN TOTAL DU PASSAGE PAR CATEGORIE, DEBITE A
      *SON COMPTE "FR" AU JOURNAL DU GRAND LIVRE.
          IF W-FE-ALLOCATIONS > 0 OR W-FE-REMBOURSEMENTS > 0
              PERFORM VARYING W-IDX-CF FROM 1 BY 1
                      UNTIL W-IDX-CF > W-NB-CAT-FRAIS
                  IF W-FE-MONTANT-CAT(W-IDX-CF) > 0
                      PERFORM 52300-CUMULER-FRAIS
                  END-IF
              END-PERFORM
          END-IF.


       52050-CUMULER-RETRAITE-PAT.
           MOVE 0 TO W-IND-TYPE-TROUVE.
           PERFORM VARYING W-IDX-TOT-RET FROM 1 BY 1
                   UNTIL W-IDX-TOT-RET > W-NB-TOT-RET
               IF W-TR-TYPE(W-IDX-TOT-RET) = "ERPA"
                   ADD W-EMPL-RETRAITE TO W-TR-TOTAL(W-IDX-TOT-RET)
                   MOVE 1 TO W-IND-TYPE-TROUVE
               END-IF
           END-PERFORM.
           IF NOT W-TYPE-TROUVE AND W-NB-TOT-RET < 10
               ADD 1 TO W-NB-TOT-RET
               MOVE "ERPA"          TO W-TR-TYPE(W-NB-TOT-RET)
               MOVE W-EMPL-RETRAITE TO W-TR-TOTAL(W-NB-TOT-RET)
           END-IF.

      **************************************************************
      *  Cumule les retenues et cotisations de l'employe courant
           ADD W-EMPL-CNESST     TO W-RP-EMPL-CNESST(W-IDX-RUN-PROV).

      **************************************************************
      *  Cumule le brut de l'employe et les charges sociales de
      *  l'employeur dans la case de sa region et de son
      *  departement (fiche sans departement = general "00"). Les
      *  lignes de sa feuille de temps imputees a un autre
      *  departement ou a un projet en prennent d'abord leur part :
      *  leur montant (BON/COM) plus le brut horaire au prorata de
      *  leurs heures, les charges suivant le brut.
      **************************************************************
       52200-CUMULER-DEPARTEMENT.
           IF W-DEPARTEMENT = SPACES OR W-DEPARTEMENT = LOW-VALUES
               MOVE "00" TO W-DEPARTEMENT
           END-IF.
           MOVE 0 TO W-NB-VENT.
           COMPUTE W-VT-CHARGES-TOT = W-EMPL-RRQ + W-EMPL-AE
                                    + W-EMPL-FSS + W-EMPL-CNESST
                                    + W-EMPL-RETRAITE.
      *LES ALLOCATIONS DE FRAIS NE SONT PAS DE LA DEPENSE
      *SALARIALE : ELLES VONT AU COMPTE "FR" DE LEUR CATEGORIE.
           COMPUTE W-VT-BRUT-RESTE = W-SALAIRE-BRUT - W-FE-ALLOCATIONS.
           MOVE W-VT-CHARGES-TOT TO W-VT-CHARGES-RESTE.

      *LA TABLE DES IMPUTATIONS N'APPARTIENT QU'A LA PAYE DONT LA
      *FEUILLE VIENT D'ETRE LUE (UN PAIEMENT DE VACANCES, SANS
      *FEUILLE, RESTE ENTIER AU DEPARTEMENT DE L'EMPLOYE).
           IF W-IM-CODE-EMP = W-CODE AND W-NB-IMPUT > 0
               MOVE 0 TO W-VT-BRUT-HEURES
               IF W-VT-BRUT-RESTE > W-MONTANT-BON + W-MONTANT-COM
                   COMPUTE W-VT-BRUT-HEURES = W-VT-BRUT-RESTE
                           - W-MONTANT-BON - W-MONTANT-COM
               END-IF
               PERFORM VARYING W-IDX-IMPUT FROM 1 BY 1
                       UNTIL W-IDX-IMPUT > W-NB-IMPUT
                   PERFORM 52250-VENTILER-IMPUTATION
               END-PERFORM
               MOVE W-NB-IMPUT TO W-NB-VENT
               MOVE SPACES     TO W-IM-CODE-EMP
           END-IF.

           MOVE W-DEPARTEMENT      TO W-VT-DEPT.
           MOVE SPACES             TO W-VT-PROJET.
           MOVE W-VT-BRUT-RESTE    TO W-VT-BRUT.
           MOVE W-VT-CHARGES-RESTE TO W-VT-CHARGES.
           PERFORM 52260-CUMULER-CASE-DEPT.

      **************************************************************
      *  Part d'une imputation : son montant forfaitaire plus le
      *  brut horaire au prorata de ses heures sur les heures
      *  payees de la feuille ; les charges de l'employeur au
      *  prorata de ce brut. Jamais plus que le reste a ventiler.
      **************************************************************
       52250-VENTILER-IMPUTATION.
           MOVE W-IM-MONTANT(W-IDX-IMPUT) TO W-IM-BRUT(W-IDX-IMPUT).
           IF W-IM-HEURES-TOT > 0
               COMPUTE W-IM-BRUT(W-IDX-IMPUT) ROUNDED =
                   W-IM-MONTANT(W-IDX-IMPUT)
                 + W-VT-BRUT-HEURES * W-IM-HEURES(W-IDX-IMPUT)
                                    / W-IM-HEURES-TOT
           END-IF.
           IF W-IM-BRUT(W-IDX-IMPUT) > W-VT-BRUT-RESTE
               MOVE W-VT-BRUT-RESTE TO W-IM-BRUT(W-IDX-IMPUT)
           END-IF.

           MOVE 0 TO W-IM-CHARGES(W-IDX-IMPUT).
           IF W-SALAIRE-BRUT > 0
               COMPUTE W-IM-CHARGES(W-IDX-IMPUT) ROUNDED =
                   W-VT-CHARGES-TOT * W-IM-BRUT(W-IDX-IMPUT)
                                    / W-SALAIRE-BRUT
           END-IF.
           IF W-IM-CHARGES(W-IDX-IMPUT) > W-VT-CHARGES-RESTE
               MOVE W-VT-CHARGES-RESTE TO W-IM-CHARGES(W-IDX-IMPUT)
           END-IF.

           SUBTRACT W-IM-BRUT(W-IDX-IMPUT)    FROM W-VT-BRUT-RESTE.
           SUBTRACT W-IM-CHARGES(W-IDX-IMPUT) FROM W-VT-CHARGES-RESTE.

           MOVE W-IM-DEPT(W-IDX-IMPUT)    TO W-VT-DEPT.
           IF W-VT-DEPT = SPACES
               MOVE W-DEPARTEMENT TO W-VT-DEPT
           END-IF.
           MOVE W-IM-PROJET(W-IDX-IMPUT)  TO W-VT-PROJET.
           MOVE W-IM-BRUT(W-IDX-IMPUT)    TO W-VT-BRUT.
           MOVE W-IM-CHARGES(W-IDX-IMPUT) TO W-VT-CHARGES.
           PERFORM 52260-CUMULER-CASE-DEPT.

      **************************************************************
      *  Ajoute le brut et les charges ventiles a la case region +
      *  departement + projet (creee au besoin).
      **************************************************************
       52260-CUMULER-CASE-DEPT.
           MOVE 0 TO W-IND-DEPT-TROUVE.
           PERFORM VARYING W-IDX-RUN-DEPT FROM 1 BY 1
                   UNTIL W-IDX-RUN-DEPT > W-NB-RUN-DEPT
                      OR W-DEPT-TROUVE
               IF W-RD-REGION(W-IDX-RUN-DEPT) = W-REGION
                  AND W-RD-DEPT(W-IDX-RUN-DEPT) = W-VT-DEPT
                  AND W-RD-PROJET(W-IDX-RUN-DEPT) = W-VT-PROJET
                   MOVE 1 TO W-IND-DEPT-TROUVE
               END-IF
           END-PERFORM.
           IF W-DEPT-TROUVE
               SET W-IDX-RUN-DEPT DOWN BY 1
               ADD W-VT-BRUT    TO W-RD-BRUT(W-IDX-RUN-DEPT)
               ADD W-VT-CHARGES TO W-RD-CHARGES(W-IDX-RUN-DEPT)
           ELSE
               IF W-NB-RUN-DEPT < 100
                   ADD 1 TO W-NB-RUN-DEPT
                   SET W-IDX-RUN-DEPT TO W-NB-RUN-DEPT
                   MOVE W-REGION     TO W-RD-REGION(W-IDX-RUN-DEPT)
                   MOVE W-VT-DEPT    TO W-RD-DEPT(W-IDX-RUN-DEPT)
                   MOVE W-VT-PROJET  TO W-RD-PROJET(W-IDX-RUN-DEPT)
                   MOVE W-VT-BRUT    TO W-RD-BRUT(W-IDX-RUN-DEPT)
                   MOVE W-VT-CHARGES TO W-RD-CHARGES(W-IDX-RUN-DEPT)
               END-IF
           END-IF.

      **************************************************************
      *  Ajoute les frais d'une categorie de l'employe courant au
      *  total du passage de cette categorie (cree au besoin).
      **************************************************************
       52300-CUMULER-FRAIS.
           MOVE 0 TO W-IND-CAT-FRAIS-TROUVEE.
           PERFORM VARYING W-IDX-RUN-FR FROM 1 BY 1
                   UNTIL W-IDX-RUN-FR > W-NB-RUN-FRAIS
                      OR W-CAT-FRAIS-TROUVEE
               IF W-RF-CODE(W-IDX-RUN-FR) = W-CF-CODE(W-IDX-CF)
                   MOVE 1 TO W-IND-CAT-FRAIS-TROUVEE
               END-IF
           END-PERFORM.
           IF W-CAT-FRAIS-TROUVEE
               SET W-IDX-RUN-FR DOWN BY 1
               ADD W-FE-MONTANT-CAT(W-IDX-CF)
                 TO W-RF-TOTAL(W-IDX-RUN-FR)
           ELSE
               IF W-NB-RUN-FRAIS < 30
                   ADD 1 TO W-NB-RUN-FRAIS
                   SET W-IDX-RUN-FR TO W-NB-RUN-FRAIS
                   MOVE W-CF-CODE(W-IDX-CF) TO W-RF-CODE(W-IDX-RUN-FR)
                   MOVE W-FE-MONTANT-CAT(W-IDX-CF)
                     TO W-RF-TOTAL(W-IDX-RUN-FR)
               END-IF
           END-IF.

      * employé puisse recevoir son propre talon.
      **************************************************************
       55000-ECRITURE-BULLETIN.
           PERFORM 55900-CHARGER-TEXTES-BULLETIN.

           MOVE SPACES TO LIGNE-BULLETIN.
           STRING W-TB-BULLETIN             DELIMITED BY "  "
                  " - "                     DELIMITED BY SIZE
                  W-LD-NOM                  DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  W-LD-PRENOM                DELIMITED BY SIZE
      *UNE PAYE HORS-CYCLE EST MARQUEE COMME TELLE SUR LE TALON,
      *POUR QUE LA PISTE PAPIER LA DISTINGUE DU PASSAGE REGULIER.
           IF W-EN-HORS-CYCLE
               MOVE W-TB-HORS-CYCLE TO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.
           IF W-MODE-ESSAI
               MOVE W-TB-ESSAI TO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO LIGNE-BULLETIN.
           STRING W-TB-HEURES               DELIMITED BY "  "
                  ": "                      DELIMITED BY SIZE
                  W-LD-NB-HEURES             DELIMITED BY SIZE
                  "   "                     DELIMITED BY SIZE
                  W-TB-TAUX                 DELIMITED BY "  "
                  ": "                      DELIMITED BY SIZE
                  W-LD-TAUX                  DELIMITED BY SIZE
             INTO LIGNE-BULLETIN.
           WRITE LIGNE-BULLETIN AFTER ADVANCING 2 LINES.

           MOVE SPACES TO LIGNE-BULLETIN.
           STRING W-TB-BRUT                 DELIMITED BY "  "
                  ": "                      DELIMITED BY SIZE
                  W-LD-SALAIRE-BRUT          DELIMITED BY SIZE
             INTO LIGNE-BULLETIN.
           WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE.
           IF W-INDEMNITE-FERIE > 0
               MOVE W-INDEMNITE-FERIE TO W-LD-RETENUE
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-FERIE              DELIMITED BY "  "
                      ": "                    DELIMITED BY SIZE
                      W-LD-RETENUE            DELIMITED BY SIZE
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.
               MOVE W-PRO-JOURS-TRAV    TO W-ED-PRO-TRAV
               MOVE W-PRO-JOURS-PERIODE TO W-ED-PRO-PERIODE
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-PRORATE     DELIMITED BY "  "
                      ": "             DELIMITED BY SIZE
                      W-ED-PRO-TRAV    DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      W-TB-JOURS-SUR   DELIMITED BY "  "
                      " "              DELIMITED BY SIZE
                      W-ED-PRO-PERIODE DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      W-TB-DE-PERIODE  DELIMITED BY "  "
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.
               MOVE W-MONTANT-MAL TO W-ED-GAIN-MONTANT
               MOVE W-HEURES-MAL  TO W-ED-GAIN-HEURES
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-MALADIE           DELIMITED BY "  "
                      " ("                   DELIMITED BY SIZE
                      W-ED-GAIN-HEURES       DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      W-TB-HRS               DELIMITED BY "  "
                      "): "                  DELIMITED BY SIZE
                      W-ED-GAIN-MONTANT      DELIMITED BY SIZE
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           IF W-MONTANT-BON > 0
               MOVE W-MONTANT-BON TO W-ED-GAIN-MONTANT
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-BONI              DELIMITED BY "  "
                      ": "                   DELIMITED BY SIZE
                      W-ED-GAIN-MONTANT      DELIMITED BY SIZE
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.
           IF W-MONTANT-COM > 0
               MOVE W-MONTANT-COM TO W-ED-GAIN-MONTANT
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-COMMISSION        DELIMITED BY "  "
                      ": "                   DELIMITED BY SIZE
                      W-ED-GAIN-MONTANT      DELIMITED BY SIZE
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.
           IF W-MONTANT-PRA > 0
               MOVE W-MONTANT-PRA TO W-ED-GAIN-MONTANT
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-PREAVIS           DELIMITED BY "  "
                      ": "                   DELIMITED BY SIZE
                      W-ED-GAIN-MONTANT      DELIMITED BY SIZE
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.
           IF W-MONTANT-VAC > 0
               MOVE W-MONTANT-VAC TO W-ED-GAIN-MONTANT
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-VAC-CESSATION     DELIMITED BY "  "
                      ": "                   DELIMITED BY SIZE
                      W-ED-GAIN-MONTANT      DELIMITED BY SIZE
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.
           IF W-MONTANT-BQT > 0
               MOVE W-MONTANT-BQT TO W-ED-GAIN-MONTANT
               MOVE W-HEURES-BQT  TO W-ED-GAIN-HEURES
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-BANQUE-PAYEE      DELIMITED BY "  "
                      " ("                   DELIMITED BY SIZE
                      W-ED-GAIN-HEURES       DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      W-TB-HRS               DELIMITED BY "  "
                      "): "                  DELIMITED BY SIZE
                      W-ED-GAIN-MONTANT      DELIMITED BY SIZE
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM VARYING W-IDX-PQ FROM 1 BY 1
                   UNTIL W-IDX-PQ > W-NB-PRIMES-QUART
               IF W-MONTANT-PRIME(W-IDX-PQ) > 0
                   MOVE W-MONTANT-PRIME(W-IDX-PQ) TO W-ED-GAIN-MONTANT
                   MOVE W-HEURES-PRIME(W-IDX-PQ)  TO W-ED-GAIN-HEURES
                   MOVE SPACES TO LIGNE-BULLETIN
                   STRING W-TB-PRIME          DELIMITED BY "  "
                          " "                 DELIMITED BY SIZE
                          W-PQ-DESCRIPTION(W-IDX-PQ)
                                              DELIMITED BY "  "
                          " ("                DELIMITED BY SIZE
                          W-ED-GAIN-HEURES    DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          W-TB-HRS            DELIMITED BY "  "
                          "): "               DELIMITED BY SIZE
                          W-ED-GAIN-MONTANT   DELIMITED BY SIZE
                     INTO LIGNE-BULLETIN
                   WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
      *FRAIS VERSES : UNE LIGNE PAR CATEGORIE, L'ALLOCATION DANS
      *LE BRUT, LE REMBOURSEMENT EN SUS DU NET.
           PERFORM VARYING W-IDX-CF FROM 1 BY 1
                   UNTIL W-IDX-CF > W-NB-CAT-FRAIS
               IF W-FE-MONTANT-CAT(W-IDX-CF) > 0
                   MOVE W-FE-MONTANT-CAT(W-IDX-CF) TO W-ED-GAIN-MONTANT
                   MOVE SPACES TO LIGNE-BULLETIN
                   IF W-CF-REMBOURSEMENT(W-IDX-CF)
                       STRING W-TB-REMBOURSEMENT DELIMITED BY "  "
                              " "                DELIMITED BY SIZE
                              W-CF-DESCRIPTION(W-IDX-CF)
                                                 DELIMITED BY "  "
                              " "                DELIMITED BY SIZE
                              W-TB-NON-IMPOSABLE-P
                                                 DELIMITED BY "  "
                              ": "               DELIMITED BY SIZE
                              W-ED-GAIN-MONTANT  DELIMITED BY SIZE
                         INTO LIGNE-BULLETIN
                   ELSE
                       STRING W-TB-ALLOCATION    DELIMITED BY "  "
                              " "                DELIMITED BY SIZE
                              W-CF-DESCRIPTION(W-IDX-CF)
                                                 DELIMITED BY "  "
                              ": "               DELIMITED BY SIZE
                              W-ED-GAIN-MONTANT  DELIMITED BY SIZE
                         INTO LIGNE-BULLETIN
                   END-IF
                   WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           IF W-MONTANT-CNE > 0
               MOVE W-MONTANT-CNE TO W-ED-GAIN-MONTANT
               MOVE W-HEURES-CNE  TO W-ED-GAIN-HEURES
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-CNESST            DELIMITED BY "  "
                      " ("                   DELIMITED BY SIZE
                      W-ED-GAIN-HEURES       DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      W-TB-HRS               DELIMITED BY "  "
                      ", "                   DELIMITED BY SIZE
                      W-TB-NON-IMPOSABLE     DELIMITED BY "  "
                      "): "                  DELIMITED BY SIZE
                      W-ED-GAIN-MONTANT      DELIMITED BY SIZE
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           IF W-HEURES-SNS > 0
               MOVE W-HEURES-SNS TO W-ED-GAIN-HEURES
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-SANS-SOLDE        DELIMITED BY "  "
                      ": "                   DELIMITED BY SIZE
                      W-ED-GAIN-HEURES       DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      W-TB-HRS               DELIMITED BY "  "
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.
           IF W-HEURES-BANQUE-AJOUT > 0
               MOVE W-HEURES-BANQUE-AJOUT TO W-ED-GAIN-HRS-DEC
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-TEMPS-BANQUE      DELIMITED BY "  "
                      ": "                   DELIMITED BY SIZE
                      W-ED-GAIN-HRS-DEC      DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      W-TB-HRS               DELIMITED BY "  "
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.
               MOVE W-MONTANT-RPR TO W-ED-GAIN-MONTANT
               MOVE W-HEURES-RPR  TO W-ED-GAIN-HEURES
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-REPRISE           DELIMITED BY "  "
                      " ("                   DELIMITED BY SIZE
                      W-ED-GAIN-HEURES       DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      W-TB-HRS               DELIMITED BY "  "
                      "): "                  DELIMITED BY SIZE
                      W-ED-GAIN-MONTANT      DELIMITED BY SIZE
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           IF W-AVANTAGE-IMPOSABLE > 0
               MOVE W-AVANTAGE-IMPOSABLE TO W-ED-GAIN-MONTANT
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-AVANTAGE          DELIMITED BY "  "
                      ": "                   DELIMITED BY SIZE
                      W-ED-GAIN-MONTANT      DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      W-TB-NON-VERSE         DELIMITED BY "  "
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.
           IF W-MONTANT-RETRO NOT = 0
               MOVE W-MONTANT-RETRO TO W-ED-RETRO
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-RETRO                     DELIMITED BY "  "
                      ": "                           DELIMITED BY SIZE
                      W-ED-RETRO                     DELIMITED BY SIZE
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.

      *AJUSTEMENTS DES PERIODES ANTERIEURES (CORRECTIONS DE LA
      *FEUILLE DE TEMPS), UNE LIGNE PAR PERIODE D'ORIGINE.
           PERFORM VARYING W-IDX-CH FROM 1 BY 1
                   UNTIL W-IDX-CH > W-CH-NB
               MOVE W-CH-MONTANT(W-IDX-CH) TO W-ED-RETRO
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-AJUSTEMENT                DELIMITED BY "  "
                      " "                            DELIMITED BY SIZE
                      W-CH-PERIODE(W-IDX-CH)         DELIMITED BY SIZE
                      "/"                            DELIMITED BY SIZE
                      W-CH-ANNEE(W-IDX-CH)           DELIMITED BY SIZE
                      ": "                           DELIMITED BY SIZE
                      W-ED-RETRO                     DELIMITED BY SIZE
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-PERFORM.

      *CREDITS D'IMPOT : LETTRE D'EXONERATION ET IMPOT
      *SUPPLEMENTAIRE DEMANDE, INCLUS DANS LES IMPOTS CI-DESSOUS.
           IF W-CR-EXONERE
               MOVE W-TB-EXONERATION TO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.
           IF W-CR-SUPP-FED > 0 OR W-CR-SUPP-PROV > 0
               COMPUTE W-ED-GAIN-MONTANT =
                   W-CR-SUPP-FED + W-CR-SUPP-PROV
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-IMPOT-SUPP        DELIMITED BY "  "
                      ": "                   DELIMITED BY SIZE
                      W-ED-GAIN-MONTANT      DELIMITED BY SIZE
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO LIGNE-BULLETIN.
           STRING W-TB-IMPOT-FED            DELIMITED BY "  "
                  ": "                      DELIMITED BY SIZE
                  W-LD-IMPOT-FEDERAL         DELIMITED BY SIZE
                  "   "                     DELIMITED BY SIZE
                  W-TB-IMPOT-PROV           DELIMITED BY "  "
                  ": "                      DELIMITED BY SIZE
                  W-LD-IMPOT-PROV            DELIMITED BY SIZE
             INTO LIGNE-BULLETIN.
           WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LIGNE-BULLETIN.
           STRING W-TB-RRQ                  DELIMITED BY "  "
                  ": "                      DELIMITED BY SIZE
                  W-LD-COTISATION-RRQ        DELIMITED BY SIZE
                  "   "                     DELIMITED BY SIZE
                  W-TB-AE                   DELIMITED BY "  "
                  ": "                      DELIMITED BY SIZE
                  W-LD-COTISATION-AE         DELIMITED BY SIZE
                  "   "                     DELIMITED BY SIZE
                  W-TB-RQAP                 DELIMITED BY "  "
                  ": "                      DELIMITED BY SIZE
                  W-LD-COTISATION-RQAP       DELIMITED BY SIZE
                  "   "                     DELIMITED BY SIZE
                  W-TB-RAMQ                 DELIMITED BY "  "
                  ": "                      DELIMITED BY SIZE
                  W-LD-COTISATION-RAMQ       DELIMITED BY SIZE
             INTO LIGNE-BULLETIN.
           WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE.
               IF W-RL-APPLIQUE(W-IDX-RET) > 0
                   MOVE W-RL-APPLIQUE(W-IDX-RET) TO W-LD-RETENUE
                   MOVE SPACES TO LIGNE-BULLETIN
                   STRING W-TB-RETENUE          DELIMITED BY "  "
                          " "                   DELIMITED BY SIZE
                          W-RL-TYPE(W-IDX-RET)  DELIMITED BY SIZE
                          ": "                  DELIMITED BY SIZE
                          W-LD-RETENUE          DELIMITED BY SIZE
               END-IF
           END-PERFORM.

      *PART DE L'EMPLOYEUR AU REGIME DE PENSION, A TITRE INDICATIF
      *(ELLE NE TOUCHE PAS LE NET).
           IF W-EMPL-RETRAITE > 0
               MOVE W-EMPL-RETRAITE TO W-LD-RETENUE
               MOVE SPACES TO LIGNE-BULLETIN
               STRING W-TB-COTIS-PATRON        DELIMITED BY "  "
                      " "                      DELIMITED BY SIZE
                      W-RE-REGIME              DELIMITED BY SIZE
                      ": "                     DELIMITED BY SIZE
                      W-LD-RETENUE             DELIMITED BY SIZE
                 INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO LIGNE-BULLETIN.
           STRING W-TB-NET                  DELIMITED BY "  "
                  ": "                      DELIMITED BY SIZE
                  W-LD-SALAIRE-NET           DELIMITED BY SIZE
             INTO LIGNE-BULLETIN.
           WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE.
           PERFORM 55800-ECRIRE-DEPOTS-BULLETIN.

      **************************************************************
      * Detail du versement sous le net : une ligne par compte qui
      * recoit une part du depot direct, compte masque aux quatre
      * derniers caracteres. Rien pour un cheque (paye par cheque
      * ou prenote en attente).
      **************************************************************
       55800-ECRIRE-DEPOTS-BULLETIN.
           PERFORM 57050-REPARTIR-DEPOT.
           IF NOT W-PAIEMENT-CHEQUE AND NOT W-COORD-EN-ATTENTE
               PERFORM VARYING W-IX-PART FROM 1 BY 1
                       UNTIL W-IX-PART > W-NB-PARTS
                   IF W-PA-MONTANT(W-IX-PART) > 0 OR W-NB-PARTS = 1
                       PERFORM 55850-ECRIRE-LIGNE-DEPOT
                   END-IF
               END-PERFORM
           END-IF.

       55850-ECRIRE-LIGNE-DEPOT.
           MOVE W-PA-COMPTE(W-IX-PART) TO W-CM-VALEUR.
           MOVE 0 TO W-CM-LONGUEUR.
           PERFORM VARYING W-CM-POS FROM 12 BY -1
                   UNTIL W-CM-POS < 1 OR W-CM-LONGUEUR > 0
               IF W-CM-VALEUR(W-CM-POS:1) NOT = SPACE
                   MOVE W-CM-POS TO W-CM-LONGUEUR
               END-IF
           END-PERFORM.
           PERFORM VARYING W-CM-POS FROM 1 BY 1
                   UNTIL W-CM-POS > W-CM-LONGUEUR - 4
               MOVE "*" TO W-CM-VALEUR(W-CM-POS:1)
           END-PERFORM.
           MOVE W-PA-MONTANT(W-IX-PART) TO W-CM-MONTANT.

           MOVE SPACES TO LIGNE-BULLETIN.
           STRING "   "                       DELIMITED BY SIZE
                  W-TB-DEPOT-COMPTE           DELIMITED BY "  "
                  " "                         DELIMITED BY SIZE
                  W-PA-INSTITUTION(W-IX-PART) DELIMITED BY SIZE
                  "-"                         DELIMITED BY SIZE
                  W-PA-TRANSIT(W-IX-PART)     DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  W-CM-VALEUR                 DELIMITED BY SPACE
                  ": "                        DELIMITED BY SIZE
                  W-CM-MONTANT                DELIMITED BY SIZE
             INTO LIGNE-BULLETIN.
           WRITE LIGNE-BULLETIN AFTER ADVANCING 1 LINE.

      **************************************************************
      * Libelles des talons dans la langue de l'employe (table des
      * textes, document "BUL"), relus seulement quand la langue
      * change d'un employe a l'autre.
      **************************************************************
       55900-CHARGER-TEXTES-BULLETIN.
           IF W-LANGUE = "A" OR W-LANGUE = "a"
               MOVE "A" TO W-LANGUE-DOC
           ELSE
               MOVE "F" TO W-LANGUE-DOC
           END-IF.
           IF W-LANGUE-DOC NOT = W-TB-LANGUE
               CALL "TEXTEDOC" USING W-TB-DOCUMENT W-LANGUE-DOC
                                     W-TB-NOMBRE W-TEXTES-BULLETIN
               MOVE W-LANGUE-DOC TO W-TB-LANGUE
           END-IF.

      **************************************************************
      * Met à jour le registre cumulatif annuel de l'employé : crée
      **************************************************************
       56000-MAJ-REGISTRE.
           MOVE 0 TO W-IND-REGISTRE-NOUVEAU.
      *A LA PAYE FINALE, L'INDEMNITE ACQUISE EST DEJA VERSEE AVEC
      *LE SOLDE (LIGNE VAC) : ELLE ENTRE AU CUMUL, PAS AU SOLDE.
           IF W-MONTANT-VAC > 0
               MOVE W-ACCRU-VAC-FINALE TO W-ACCRU-VACANCES
           ELSE
      *LES ALLOCATIONS DE FRAIS N'OUVRENT PAS DROIT A L'INDEMNITE.
               COMPUTE W-ACCRU-VACANCES =
                   (W-SALAIRE-BRUT - W-FE-ALLOCATIONS) * W-TAUX-VACANCES
           END-IF.
           MOVE W-CODE       TO REG-CODE.
           MOVE W-ANNEE-PAYE TO REG-ANNEE.
           READ FICHIER-REGISTRE
                                        REG-SOLDE-VACANCES
               MOVE W-ACCRU-MALADIE TO REG-CUMUL-MALADIE
               COMPUTE REG-SOLDE-MALADIE =
                   W-ACCRU-MALADIE - W-HEURES-MAL - W-CH-HEURES-MAL
               PERFORM 56050-CORRIGER-CUMUL-HEURES
               COMPUTE REG-SOLDE-TEMPS =
                   W-HEURES-BANQUE-AJOUT - W-HEURES-RPR
               MOVE W-AVANTAGE-IMPOSABLE TO REG-CUMUL-AVSOC
               MOVE W-BRUT-ASSURABLE TO REG-CUMUL-ASSURABLE
               IF W-MONTANT-VAC > 0
                   MOVE 0 TO REG-SOLDE-VACANCES
               END-IF
               WRITE REG-FICHE-CUMUL
           ELSE
               IF REG-CUMUL-ASSURABLE NOT NUMERIC
                   MOVE REG-CUMUL-BRUT TO REG-CUMUL-ASSURABLE
               END-IF
               ADD W-BRUT-ASSURABLE TO REG-CUMUL-ASSURABLE
               ADD W-NB-HEURES     TO REG-CUMUL-HEURES
               ADD W-SALAIRE-BRUT  TO REG-CUMUL-BRUT
               ADD W-IMPOT-FEDERAL TO REG-CUMUL-IMPOT-FED
               ADD W-ACCRU-VACANCES TO REG-SOLDE-VACANCES
               ADD W-ACCRU-MALADIE  TO REG-CUMUL-MALADIE
               COMPUTE REG-SOLDE-MALADIE = REG-SOLDE-MALADIE
                   + W-ACCRU-MALADIE - W-HEURES-MAL - W-CH-HEURES-MAL
               PERFORM 56050-CORRIGER-CUMUL-HEURES
               COMPUTE REG-SOLDE-TEMPS = REG-SOLDE-TEMPS
                   + W-HEURES-BANQUE-AJOUT - W-HEURES-RPR
               ADD W-AVANTAGE-IMPOSABLE TO REG-CUMUL-AVSOC
               IF W-MONTANT-VAC > 0
                   MOVE 0 TO REG-SOLDE-VACANCES
               END-IF
               REWRITE REG-FICHE-CUMUL
           END-IF.
           ADD W-SALAIRE-NET TO W-RUN-NET-REGISTRE.

      *LES HEURES CORRIGEES DES PERIODES ANTERIEURES S'AJOUTENT AU
      *CUMUL DES HEURES (UN RETRAIT NE LE REND PAS NEGATIF).
       56050-CORRIGER-CUMUL-HEURES.
           IF W-CH-HEURES-NET < 0
              AND REG-CUMUL-HEURES < 0 - W-CH-HEURES-NET
               MOVE 0 TO REG-CUMUL-HEURES
           ELSE
               COMPUTE REG-CUMUL-HEURES =
                   REG-CUMUL-HEURES + W-CH-HEURES-NET
           END-IF.

      **************************************************************
      *  Ajoute une entrée au fichier de dépôt direct (DepotDirect.
      *  dat) : code employé, date de paye, montant net à déposer.
           MOVE W-SALAIRE-NET     TO HP-NET.
           MOVE W-ACCRU-VACANCES  TO HP-VACANCES.
           MOVE "A"               TO HP-STATUT.
           MOVE HP-ANNEE          TO W-CDH-ANNEE.
           MOVE HP-PERIODE        TO W-CDH-PERIODE.
           IF HISTO-NOUVELLE-PAYE
               WRITE HP-FICHE-PAYE
           ELSE
               REWRITE HP-FICHE-PAYE
           END-IF.
           PERFORM 56550-ECRIRE-COTIS-RETRAITE.

      **************************************************************
      *  Consigne au registre des cotisations de retraite la paye
      *  d'un membre (cle de l'historique, statut "A", a remettre).
      *  Un recalcul de la meme paye remplace les montants mais
      *  garde ce qui a deja ete remis (la remise suivante ne
      *  transmet que l'ecart) ; s'il ne cotise plus, la ligne
      *  precedente est annulee ("R").
      **************************************************************
       56550-ECRIRE-COTIS-RETRAITE.
           MOVE 0 TO W-IND-CR-NOUVELLE.
           MOVE W-CODE         TO CR-CODE.
           MOVE W-ANNEE-PAYE   TO CR-ANNEE.
           MOVE W-PERIODE-PAYE TO CR-PERIODE.
           READ FICHIER-COTIS-RET
               INVALID KEY MOVE 1 TO W-IND-CR-NOUVELLE
           END-READ.

           IF W-RE-COTIS-EMP > 0 OR W-EMPL-RETRAITE > 0
               MOVE W-CODE             TO CR-CODE
               MOVE W-ANNEE-PAYE       TO CR-ANNEE
               MOVE W-PERIODE-PAYE     TO CR-PERIODE
               MOVE W-RE-REGIME        TO CR-REGIME
               MOVE W-DATE-DU-JOUR     TO CR-DATE-RUN
               MOVE W-SALAIRE-BRUT     TO CR-GAINS
               MOVE W-RE-COTIS-EMP     TO CR-COTIS-EMPLOYE
               MOVE W-EMPL-RETRAITE    TO CR-COTIS-EMPLOYEUR
               MOVE "A"                TO CR-STATUT
               MOVE W-EMPLOYEUR-CHOISI TO CR-EMPLOYEUR
               IF W-CR-NOUVELLE
                   MOVE 0              TO CR-DATE-REMISE
                                          CR-REMIS-EMPLOYE
                                          CR-REMIS-EMPLOYEUR
                   MOVE SPACES         TO CR-RESERVE
                   WRITE CR-FICHE-COTIS
               ELSE
                   REWRITE CR-FICHE-COTIS
               END-IF
           ELSE
               IF NOT W-CR-NOUVELLE AND CR-STATUT = "A"
                   MOVE "R" TO CR-STATUT
                   REWRITE CR-FICHE-COTIS
               END-IF
           END-IF.

      **************************************************************
      *  Porte l'indemnite CNE de la paye en avance sur la
      *  reclamation ouverte de l'employe (a recouvrer de la
      *  CNESST). Un recalcul de la meme paye (meme entree
      *  d'historique) remplace l'avance precedente au lieu de
      *  s'y ajouter.
      **************************************************************
       56700-MAJ-ACCIDENT.
           IF W-MONTANT-CNE > 0 AND W-ACC-TROUVE
               MOVE W-AC-CLE-TROUVEE TO AC-CLE
               READ FICHIER-ACCIDENTS
                   INVALID KEY MOVE 0 TO W-IND-ACC-TROUVE
               END-READ
           END-IF.
           IF W-MONTANT-CNE > 0 AND W-ACC-TROUVE
               IF AC-DERNIERE-PAYE = HP-ANNEE * 100 + HP-PERIODE
                   SUBTRACT AC-AVANCE-DERNIERE FROM AC-MONTANT-AVANCE
                   SUBTRACT AC-HEURES-DERNIERE FROM AC-HEURES-AVANCEES
               END-IF
               COMPUTE AC-DERNIERE-PAYE = HP-ANNEE * 100 + HP-PERIODE
               MOVE W-MONTANT-CNE  TO AC-AVANCE-DERNIERE
               MOVE W-HEURES-CNE   TO AC-HEURES-DERNIERE
               ADD W-MONTANT-CNE   TO AC-MONTANT-AVANCE
               ADD W-HEURES-CNE    TO AC-HEURES-AVANCEES
               MOVE W-DATE-DU-JOUR TO AC-DATE-AVANCE
               REWRITE AC-FICHE-ACCIDENT
           END-IF.

      **************************************************************
      *  Consigne au fichier des couts par projet la part de la
      *  paye imputee a chaque projet (heures, brut, charges de
      *  l'employeur), sous l'annee et la periode de l'entree
      *  d'historique : un recalcul de la meme paye remplace la
      *  ligne au lieu de s'y ajouter.
      **************************************************************
       56800-ECRIRE-COUTS-PROJETS.
           PERFORM VARYING W-IDX-IMPUT FROM 1 BY 1
                   UNTIL W-IDX-IMPUT > W-NB-VENT
               IF W-IM-PROJET(W-IDX-IMPUT) NOT = SPACES
                   PERFORM 56850-ECRIRE-UN-COUT
               END-IF
           END-PERFORM.
           MOVE 0 TO W-NB-VENT.

       56850-ECRIRE-UN-COUT.
           MOVE W-IM-PROJET(W-IDX-IMPUT) TO CP-PROJET.
           MOVE HP-ANNEE                 TO CP-ANNEE.
           MOVE HP-PERIODE               TO CP-PERIODE.
           MOVE W-CODE                   TO CP-CODE.
           MOVE W-IM-DEPT(W-IDX-IMPUT)   TO CP-DEPT.
           IF CP-DEPT = SPACES
               MOVE W-DEPARTEMENT TO CP-DEPT
           END-IF.
           MOVE W-IM-HEURES(W-IDX-IMPUT)  TO CP-HEURES.
           MOVE W-IM-BRUT(W-IDX-IMPUT)    TO CP-BRUT.
           MOVE W-IM-CHARGES(W-IDX-IMPUT) TO CP-CHARGES.
           MOVE W-DATE-DU-JOUR            TO CP-DATE-RUN.
           MOVE SPACES                    TO CP-RESERVE.
           WRITE CP-FICHE-COUT
               INVALID KEY REWRITE CP-FICHE-COUT
           END-WRITE.

      **************************************************************
      *  Met a jour la correction de cotisations appliquee a la
      *  paye : le reste par regime et la date ; la fiche passe
      *  au statut applique ("A") une fois entierement soldee.
      **************************************************************
       56900-MAJ-CORRECTION.
           IF W-CO-A-APPLIQUER
               IF CC-AJUST-RRQ = 0 AND CC-AJUST-AE = 0
                  AND CC-AJUST-RQAP = 0
                   MOVE "A" TO CC-STATUT
               END-IF
               MOVE W-DATE-DU-JOUR TO CC-DATE-APPLIQUEE
               REWRITE CC-FICHE-CORRECTION
           END-IF.

      *LES RECLAMATIONS DE FRAIS VERSEES PAR CETTE PAYE SONT
      *MARQUEES PAYEES : ELLES NE REVIENDRONT PAS AU PROCHAIN
      *PASSAGE.
       56950-MARQUER-FRAIS-PAYES.
           IF W-FE-ALLOCATIONS > 0 OR W-FE-REMBOURSEMENTS > 0
               MOVE 1 TO W-IND-MARQUER-FRAIS
               PERFORM 51400-PARCOURIR-FRAIS
               MOVE 0 TO W-IND-MARQUER-FRAIS
           END-IF.

      *DES COORDONNEES BANCAIRES EN ATTENTE DE PRENOTE ("P") NE
      *RECOIVENT PAS ENCORE DE DEPOT : L'EMPLOYE EST PAYE PAR
      *DOLLAR SUR LES NOUVELLES COORDONNEES, QUE LA BANQUE
      *VALIDE. L'OPERATEUR CONFIRME ENSUITE LA PRENOTE
      *(CONFPRENOTE) ET LES DEPOTS REPRENNENT.
      *UN NET REPARTI ENTRE PLUSIEURS COMPTES DONNE UN DETAIL "C"
      *PAR COMPTE, CHACUN COMPTE AU TOTAL "Z" ET CONSERVE AUX
      *DEPOTS VERSES DE LA PAYE ; LE NET VERSE CUMULE POUR LE
      *BALANCEMENT EST LA SOMME DES DETAILS REELLEMENT ECRITS.
       57000-ECRITURE-DEPOT.
           PERFORM 57050-REPARTIR-DEPOT.
           PERFORM 57300-EFFACER-DEPOTS-VERSES.
           EVALUATE TRUE
               WHEN W-PAIEMENT-CHEQUE
                   PERFORM 57500-ECRIRE-CHEQUE
                   ADD W-SALAIRE-NET TO W-RUN-NET-DEPOSE
               WHEN W-COORD-EN-ATTENTE
                   PERFORM VARYING W-IX-PART FROM 1 BY 1
                           UNTIL W-IX-PART > W-NB-PARTS
                       IF W-PA-STATUT(W-IX-PART) = "P"
                           PERFORM 57200-ECRIRE-PRENOTE
                       END-IF
                   END-PERFORM
                   PERFORM 57500-ECRIRE-CHEQUE
                   ADD W-SALAIRE-NET TO W-RUN-NET-DEPOSE
               WHEN OTHER
                   MOVE 0 TO W-SEQUENCE-DEPOT
                   PERFORM 57100-ECRIRE-PART-DEPOT
                       VARYING W-IX-PART FROM 1 BY 1
                       UNTIL W-IX-PART > W-NB-PARTS
           END-EVALUATE.

      **************************************************************
      *  Repartit le net entre les comptes de l'employe, dans
      *  l'ordre des priorites de REPARTDEPOT.DAT : un montant fixe
      *  ou un pourcentage du net, jamais plus que ce qui reste ; la
      *  ligne de solde ("R") ou, a defaut, le compte principal de
      *  la fiche (derniere part) recoit le reste. Un compte en
      *  prenote ne recoit rien : sa part reste au solde. Sans
      *  repartition, le compte principal recoit tout le net.
      **************************************************************
       57050-REPARTIR-DEPOT.
           MOVE 0 TO W-NB-PARTS W-NB-VERSEMENTS W-IX-PART-SOLDE.
           MOVE W-SALAIRE-NET TO W-RESTE-DEPOT.
           IF W-REPART-OUVERT
               MOVE 0      TO W-IND-FIN-REPART
               MOVE W-CODE TO DR-CODE
               MOVE 0      TO DR-PRIORITE
               START FICHIER-REPART KEY IS NOT LESS THAN DR-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-REPART
               END-START
               PERFORM 57060-LIRE-REPARTITION
               PERFORM 57070-RANGER-PART UNTIL W-FIN-REPART
           END-IF.

           ADD 1 TO W-NB-PARTS.
           MOVE W-INSTITUTION TO W-PA-INSTITUTION(W-NB-PARTS).
           MOVE W-TRANSIT     TO W-PA-TRANSIT(W-NB-PARTS).
           MOVE W-COMPTE      TO W-PA-COMPTE(W-NB-PARTS).
           MOVE 0             TO W-PA-MONTANT(W-NB-PARTS).
           IF W-COORD-EN-ATTENTE
               MOVE "P" TO W-PA-STATUT(W-NB-PARTS)
           ELSE
               MOVE "C" TO W-PA-STATUT(W-NB-PARTS)
           END-IF.
           IF W-IX-PART-SOLDE > 0
               ADD W-RESTE-DEPOT TO W-PA-MONTANT(W-IX-PART-SOLDE)
           ELSE
               MOVE W-RESTE-DEPOT TO W-PA-MONTANT(W-NB-PARTS)
           END-IF.
           MOVE 0 TO W-RESTE-DEPOT.

      *UN EMPLOYE SANS REPARTITION GARDE SON DETAIL UNIQUE, MEME A
      *NET NUL ; AUTREMENT, SEULES LES PARTS NON NULLES SONT
      *VERSEES.
           IF W-NB-PARTS = 1
               MOVE 1 TO W-NB-VERSEMENTS
           ELSE
               PERFORM VARYING W-IX-PART FROM 1 BY 1
                       UNTIL W-IX-PART > W-NB-PARTS
                   IF W-PA-MONTANT(W-IX-PART) > 0
                       ADD 1 TO W-NB-VERSEMENTS
                   END-IF
               END-PERFORM
           END-IF.

       57060-LIRE-REPARTITION.
           READ FICHIER-REPART NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-REPART
           END-READ.
           IF NOT W-FIN-REPART AND DR-CODE NOT = W-CODE
               MOVE 1 TO W-IND-FIN-REPART
           END-IF.

       57070-RANGER-PART.
           IF W-NB-PARTS < 9
               ADD 1 TO W-NB-PARTS
               MOVE DR-INSTITUTION  TO W-PA-INSTITUTION(W-NB-PARTS)
               MOVE DR-TRANSIT      TO W-PA-TRANSIT(W-NB-PARTS)
               MOVE DR-COMPTE       TO W-PA-COMPTE(W-NB-PARTS)
               MOVE DR-STATUT-COORD TO W-PA-STATUT(W-NB-PARTS)
               MOVE 0 TO W-PART-CALCULEE
               IF NOT DR-COORD-EN-ATTENTE
                   EVALUATE TRUE
                       WHEN DR-MONTANT-FIXE
                           MOVE DR-VALEUR TO W-PART-CALCULEE
                       WHEN DR-POURCENTAGE
                           COMPUTE W-PART-CALCULEE ROUNDED =
                                   W-SALAIRE-NET * DR-VALEUR / 100
                       WHEN DR-SOLDE
                           MOVE W-NB-PARTS TO W-IX-PART-SOLDE
                   END-EVALUATE
               END-IF
               IF W-PART-CALCULEE > W-RESTE-DEPOT
                   MOVE W-RESTE-DEPOT TO W-PART-CALCULEE
               END-IF
               MOVE W-PART-CALCULEE TO W-PA-MONTANT(W-NB-PARTS)
               SUBTRACT W-PART-CALCULEE FROM W-RESTE-DEPOT
           END-IF.
           PERFORM 57060-LIRE-REPARTITION.

      **************************************************************
      *  Ecrit le detail "C" d'une part du net (une part nulle d'un
      *  net reparti n'est pas versee ; un compte en prenote recoit
      *  son essai a zero dollar), la compte au total "Z" et au
      *  hachage des transits et la conserve aux depots verses.
      **************************************************************
       57100-ECRIRE-PART-DEPOT.
           EVALUATE TRUE
               WHEN W-PA-STATUT(W-IX-PART) = "P"
                   PERFORM 57200-ECRIRE-PRENOTE
               WHEN W-PA-MONTANT(W-IX-PART) = 0 AND W-NB-PARTS > 1
                   CONTINUE
               WHEN OTHER
                   MOVE "C"                     TO DD-TYPE
                   MOVE W-CODE                  TO DD-CODE
                   MOVE W-DATE-DU-JOUR          TO DD-DATE
                   MOVE W-PA-MONTANT(W-IX-PART) TO DD-MONTANT
                   MOVE "D"                     TO DD-SENS
                   MOVE W-PA-INSTITUTION(W-IX-PART)
                                                TO DD-INSTITUTION
                   MOVE W-PA-TRANSIT(W-IX-PART) TO DD-TRANSIT
                   MOVE W-PA-COMPTE(W-IX-PART)  TO DD-COMPTE
                   WRITE LIGNE-DEPOT
                   ADD 1                        TO W-NB-DEPOTS
                   ADD W-PA-MONTANT(W-IX-PART)  TO W-TOTAL-DEPOTS
                   ADD W-PA-MONTANT(W-IX-PART)  TO W-RUN-NET-DEPOSE
                   ADD W-PA-TRANSIT(W-IX-PART)  TO W-HASH-TRANSITS
                   PERFORM 57150-CONSERVER-DEPOT
           END-EVALUATE.

       57150-CONSERVER-DEPOT.
           ADD 1 TO W-SEQUENCE-DEPOT.
           MOVE W-CODE                      TO DH-CODE.
           MOVE W-CDH-ANNEE                 TO DH-ANNEE.
           MOVE W-CDH-PERIODE               TO DH-PERIODE.
           MOVE W-SEQUENCE-DEPOT            TO DH-SEQUENCE.
           MOVE W-DATE-DU-JOUR              TO DH-DATE-RUN.
           MOVE W-PA-INSTITUTION(W-IX-PART) TO DH-INSTITUTION.
           MOVE W-PA-TRANSIT(W-IX-PART)     TO DH-TRANSIT.
           MOVE W-PA-COMPTE(W-IX-PART)      TO DH-COMPTE.
           MOVE W-PA-MONTANT(W-IX-PART)     TO DH-MONTANT.
           MOVE "A"                         TO DH-STATUT.
           MOVE SPACES                      TO DH-RESERVE.
           WRITE DH-FICHE-DEPOT
               INVALID KEY REWRITE DH-FICHE-DEPOT
           END-WRITE.

      **************************************************************
      *  Ecrit le detail de prenote (ESSAI A ZERO DOLLAR) sur le
      *  compte en attente de la part courante : compte dans les
      *  credits du total "Z" (montant nul) et dans le hachage des
      *  transits.
      **************************************************************
       57200-ECRIRE-PRENOTE.
           MOVE "C"                         TO DD-TYPE.
           MOVE W-CODE                      TO DD-CODE.
           MOVE W-DATE-DU-JOUR              TO DD-DATE.
           MOVE 0                           TO DD-MONTANT.
           MOVE "D"                         TO DD-SENS.
           MOVE W-PA-INSTITUTION(W-IX-PART) TO DD-INSTITUTION.
           MOVE W-PA-TRANSIT(W-IX-PART)     TO DD-TRANSIT.
           MOVE W-PA-COMPTE(W-IX-PART)      TO DD-COMPTE.
           WRITE LIGNE-DEPOT.
           ADD 1                            TO W-NB-DEPOTS.
           ADD W-PA-TRANSIT(W-IX-PART)      TO W-HASH-TRANSITS.

      **************************************************************
      *  Un recalcul de la meme paye (reprise apres bris) remplace
      *  ses depots verses : les anciens sont effaces avant que les
      *  nouveaux soient conserves.
      **************************************************************
       57300-EFFACER-DEPOTS-VERSES.
           MOVE 0             TO W-IND-FIN-DEPOTHISTO.
           MOVE W-CODE        TO DH-CODE.
           MOVE W-CDH-ANNEE   TO DH-ANNEE.
           MOVE W-CDH-PERIODE TO DH-PERIODE.
           MOVE 0             TO DH-SEQUENCE.
           START FICHIER-DEPOTHISTO KEY IS NOT LESS THAN DH-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-DEPOTHISTO
           END-START.
           PERFORM 57310-LIRE-DEPOT-VERSE.
           PERFORM UNTIL W-FIN-DEPOTHISTO
               DELETE FICHIER-DEPOTHISTO
               PERFORM 57310-LIRE-DEPOT-VERSE
           END-PERFORM.

       57310-LIRE-DEPOT-VERSE.
           READ FICHIER-DEPOTHISTO NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-DEPOTHISTO
           END-READ.
           IF NOT W-FIN-DEPOTHISTO
              AND (DH-CODE NOT = W-CODE
                   OR DH-ANNEE NOT = W-CDH-ANNEE
                   OR DH-PERIODE NOT = W-CDH-PERIODE)
               MOVE 1 TO W-IND-FIN-DEPOTHISTO
           END-IF.

      **************************************************************
      *  Emet un cheque pour l'employe paye par cheque : le numero
      *  "E") et le cheque est ecrit au fichier d'impression.
      **************************************************************
       57500-ECRIRE-CHEQUE.
           PERFORM 57600-CHARGER-TEXTES-CHEQUE.
           MOVE W-SALAIRE-NET TO W-LC-MONTANT.
           MOVE SPACES TO LIGNE-CHEQUE.
           STRING W-TC-CHEQUE-NO      DELIMITED BY "  "
                  " "                 DELIMITED BY SIZE
                  W-PROCHAIN-CHEQUE   DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  W-TC-DATE           DELIMITED BY "  "
                  " "                 DELIMITED BY SIZE
                  W-DATE-DU-JOUR      DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  W-TC-ORDRE          DELIMITED BY "  "
                  " "                 DELIMITED BY SIZE
                  W-NOM               DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  W-PRENOM            DELIMITED BY SIZE
           WRITE LIGNE-CHEQUE AFTER ADVANCING PAGE.

           MOVE SPACES TO LIGNE-CHEQUE.
           STRING W-TC-MONTANT        DELIMITED BY "  "
                  ": "                DELIMITED BY SIZE
                  W-LC-MONTANT        DELIMITED BY SIZE
             INTO LIGNE-CHEQUE.
           WRITE LIGNE-CHEQUE AFTER ADVANCING 1 LINE.
           ADD 1 TO W-PROCHAIN-CHEQUE.
           ADD 1 TO W-NB-CHEQUES.

      **************************************************************
      *  Libelles du cheque dans la langue de l'employe (table des
      *  textes, document "CHQ").
      **************************************************************
       57600-CHARGER-TEXTES-CHEQUE.
           IF W-LANGUE = "A" OR W-LANGUE = "a"
               MOVE "A" TO W-LANGUE-DOC
           ELSE
               MOVE "F" TO W-LANGUE-DOC
           END-IF.
           IF W-LANGUE-DOC NOT = W-TC-LANGUE
               CALL "TEXTEDOC" USING W-TC-DOCUMENT W-LANGUE-DOC
                                     W-TC-NOMBRE W-TEXTES-CHEQUE
               MOVE W-LANGUE-DOC TO W-TC-LANGUE
           END-IF.

      **************************************************************
      *  Ecrit l'entete "A" du fichier de depot EFT et remet les
      *  compteurs de controle a zero.
                     W-NB-CHEQUES W-NB-RETRAITS W-TOTAL-RETRAITS.
           MOVE "A"            TO DE-TYPE.
           MOVE W-PERIODE-PAYE TO DE-NO-FICHIER.
           MOVE W-EMPLOYEUR-EXPEDITEUR TO DE-ID-EXPEDITEUR.
           MOVE W-DATE-DU-JOUR TO DE-DATE-CREATION.
           WRITE DEPOT-ENTETE.

           MOVE "N"                TO RM-SENS.
           MOVE W-GROUPE-CHOISI    TO RM-GROUPE.
           MOVE W-RP-CODE(W-IDX-RUN-PROV) TO RM-PROVINCE.
           MOVE W-EMPLOYEUR-CHOISI TO RM-EMPLOYEUR.
           WRITE REMISE-LIGNE.

      **************************************************************
               OPEN OUTPUT FICHIER-JOURNAL-GL
           END-IF.

      *UN DEBIT DE DEPENSE SALARIALE ("SR") ET UN DEBIT DE
      *CHARGES SOCIALES DE L'EMPLOYEUR ("CE") PAR REGION+DEPARTEMENT
      *PAYE (PC-CODE = REGION+DEPARTEMENT AU PLAN ; A DEFAUT DE
      *LIGNE A CE NIVEAU, LE COMPTE DE LA REGION SEULE EST PRIS).
      *LE BRUT ET LES CHARGES IMPUTES A UN PROJET SONT CAPITALISES
      *AU COMPTE DU PROJET PLUTOT QUE PASSES EN DEPENSE.
           OPEN INPUT FICHIER-PROJETS.
           PERFORM VARYING W-IDX-RUN-DEPT FROM 1 BY 1
                   UNTIL W-IDX-RUN-DEPT > W-NB-RUN-DEPT
               MOVE "D" TO W-SENS-COURANT
               IF W-RD-PROJET(W-IDX-RUN-DEPT) = SPACES
                   MOVE "SR"   TO W-CLE-TYPE
                   MOVE SPACES TO W-CLE-CODE
                   MOVE W-RD-REGION(W-IDX-RUN-DEPT) TO W-CLE-REGION
                   MOVE W-RD-DEPT(W-IDX-RUN-DEPT)
                     TO W-CLE-CODE(3:2)
                   MOVE W-RD-BRUT(W-IDX-RUN-DEPT)
                     TO W-MONTANT-COURANT
                   PERFORM 58330-ECRIRE-SI-NON-NUL
                   MOVE "CE"   TO W-CLE-TYPE
                   MOVE SPACES TO W-CLE-CODE
                   MOVE W-RD-REGION(W-IDX-RUN-DEPT) TO W-CLE-REGION
                   MOVE W-RD-DEPT(W-IDX-RUN-DEPT)
                     TO W-CLE-CODE(3:2)
                   MOVE W-RD-CHARGES(W-IDX-RUN-DEPT)
                     TO W-MONTANT-COURANT
                   PERFORM 58330-ECRIRE-SI-NON-NUL
               ELSE
                   COMPUTE W-MONTANT-COURANT =
                       W-RD-BRUT(W-IDX-RUN-DEPT)
                     + W-RD-CHARGES(W-IDX-RUN-DEPT)
                   IF W-MONTANT-COURANT > 0
                       PERFORM 58360-COMPTE-PROJET
                       PERFORM 58345-ECRIRE-LIGNE-GL
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT PROJETS-INEXISTANT
               CLOSE FICHIER-PROJETS
           END-IF.

      *INDEMNITES CNE AVANCEES POUR LA CNESST : DEBIT AU COMPTE A
      *RECEVOIR, LE NET CREDITE PLUS BAS LES COMPRENANT.
           MOVE "CR"   TO W-CLE-TYPE.
           MOVE "CNES" TO W-CLE-CODE.
           MOVE "D"    TO W-SENS-COURANT.
           MOVE W-RUN-AVANCE-CNESST TO W-MONTANT-COURANT.
           PERFORM 58330-ECRIRE-SI-NON-NUL.

      *FRAIS VERSES AVEC LA PAYE : UN DEBIT PAR CATEGORIE AU
      *COMPTE "FR" + CATEGORIE DU PLAN. L'ALLOCATION EST DANS LE
      *BRUT (SORTIE DU DEBIT "SR"), LE REMBOURSEMENT DANS LE NET
      *CREDITE PLUS BAS.
           MOVE "FR"   TO W-CLE-TYPE.
           MOVE "D"    TO W-SENS-COURANT.
           PERFORM VARYING W-IDX-RUN-FR FROM 1 BY 1
                   UNTIL W-IDX-RUN-FR > W-NB-RUN-FRAIS
               MOVE W-RF-CODE(W-IDX-RUN-FR)  TO W-CLE-CODE
               MOVE W-RF-TOTAL(W-IDX-RUN-FR) TO W-MONTANT-COURANT
               PERFORM 58330-ECRIRE-SI-NON-NUL
           END-PERFORM.

           MOVE "PA"   TO W-CLE-TYPE.
           MOVE "C"    TO W-SENS-COURANT.
           MOVE W-RUN-RAMQ TO W-MONTANT-COURANT.
           PERFORM 58330-ECRIRE-SI-NON-NUL.

      *PARTS DE L'EMPLOYEUR A REMETTRE, CONTREPARTIE DES DEBITS DE
      *CHARGES SOCIALES (DEPARTEMENTS) ET DES CHARGES CAPITALISEES
      *(PROJETS) CI-DESSUS.
           MOVE "ERRQ" TO W-CLE-CODE.
           MOVE W-RUN-EMPL-RRQ TO W-MONTANT-COURANT.
           PERFORM 58330-ECRIRE-SI-NON-NUL.

           MOVE "EAE " TO W-CLE-CODE.
           MOVE W-RUN-EMPL-AE TO W-MONTANT-COURANT.
           PERFORM 58330-ECRIRE-SI-NON-NUL.

           MOVE "EFSS" TO W-CLE-CODE.
           MOVE W-RUN-EMPL-FSS TO W-MONTANT-COURANT.
           PERFORM 58330-ECRIRE-SI-NON-NUL.

           MOVE "ECNE" TO W-CLE-CODE.
           MOVE W-RUN-EMPL-CNESST TO W-MONTANT-COURANT.
           PERFORM 58330-ECRIRE-SI-NON-NUL.

      *UN CREDIT A PAYER PAR TYPE DE RETENUE RECURRENTE : LE NET
      *CREDITE PLUS BAS EN EST DEJA AMPUTE, SANS CES LIGNES LES
      *DEBITS DEPASSERAIENT LES CREDITS DU TOTAL DES RETENUES.
      **************************************************************
       58340-ECRIRE-ECRITURE.
           PERFORM 58350-TROUVER-COMPTE.
           PERFORM 58345-ECRIRE-LIGNE-GL.

       58345-ECRIRE-LIGNE-GL.
           MOVE W-COMPTE-TROUVE   TO JG-COMPTE.
           MOVE W-SENS-COURANT    TO JG-SENS.
           MOVE W-MONTANT-COURANT TO JG-MONTANT.
           MOVE W-DATE-DU-JOUR    TO JG-DATE-RUN.
           MOVE W-GROUPE-CHOISI   TO JG-GROUPE.
           MOVE W-EMPLOYEUR-CHOISI TO JG-EMPLOYEUR.
           MOVE SPACE             TO JG-NATURE.
           WRITE JOURNAL-GL-LIGNE.

      **************************************************************
           PERFORM 58355-CHERCHER-PLAN.
      *AUCUN COMPTE AU NIVEAU REGION+DEPARTEMENT : ON RETOMBE SUR
      *LE COMPTE DE LA REGION SEULE (LES LIGNES "SR" HISTORIQUES
      *DU PLAN NE PORTENT QUE LA REGION ; "CE" DE MEME).
           IF W-COMPTE-TROUVE = "NONDEFNI"
              AND (W-CLE-TYPE = "SR" OR W-CLE-TYPE = "CE")
              AND W-CLE-CODE(3:2) NOT = SPACES
               MOVE SPACES TO W-CLE-CODE(3:2)
               PERFORM 58355-CHERCHER-PLAN
           END-IF.

      *LE COMPTE PROPRE A L'EMPLOYEUR DU PASSAGE L'EMPORTE SUR LE
      *COMPTE COMMUN, QUEL QUE SOIT L'ORDRE DES LIGNES DU PLAN.
       58355-CHERCHER-PLAN.
           MOVE "NONDEFNI" TO W-COMPTE-TROUVE.
           MOVE 0 TO W-IND-COMPTE-PROPRE.
           PERFORM VARYING W-IDX-COMPTE FROM 1 BY 1
                   UNTIL W-IDX-COMPTE > W-NB-COMPTES
               IF W-PC-TYPE(W-IDX-COMPTE) = W-CLE-TYPE
                  AND W-PC-CODE(W-IDX-COMPTE) = W-CLE-CODE
                   IF W-PC-EMPLOYEUR(W-IDX-COMPTE) = W-EMPLOYEUR-CHOISI
                       MOVE W-PC-COMPTE(W-IDX-COMPTE)
                         TO W-COMPTE-TROUVE
                       MOVE 1 TO W-IND-COMPTE-PROPRE
                   ELSE
                       IF NOT W-COMPTE-PROPRE
                           MOVE W-PC-COMPTE(W-IDX-COMPTE)
                             TO W-COMPTE-TROUVE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      **************************************************************
      *  Compte d'immobilisation du projet de la case courante
      *  (PROJETS.DAT) ; NONDEFNI si le projet n'y est pas.
      **************************************************************
       58360-COMPTE-PROJET.
           MOVE "NONDEFNI" TO W-COMPTE-TROUVE.
           IF NOT PROJETS-INEXISTANT
               MOVE W-RD-PROJET(W-IDX-RUN-DEPT) TO PJ-CODE
               READ FICHIER-PROJETS
                   NOT INVALID KEY MOVE PJ-COMPTE TO W-COMPTE-TROUVE
               END-READ
           END-IF.




      *  INDEMNITE DE VACANCES NE S'ACCUMULE SUR CE VERSEMENT.
      ******************************************************************
       80000-VERSER-VACANCES SECTION.
           PERFORM 39060-CHOISIR-EMPLOYEUR.
           MOVE 0 TO W-PERIODE-PAYE.
           MOVE 0 TO W-NB-TOT-RET.
           MOVE ZERO TO W-CUMUL-BRUT W-CUMUL-NET.
           INITIALIZE W-TABLE-RUN-REGION.
           INITIALIZE W-TABLE-RUN-PROVINCES.
           INITIALIZE W-TABLE-RUN-DEPT.
           INITIALIZE W-TABLE-RUN-FRAIS.
           OPEN INPUT  FICHIER-IDX.
           OPEN OUTPUT RAPPORT-BULLETIN.
           OPEN OUTPUT RAPPORT-EXCEPTION.
           PERFORM 38000-CHARGER-PARAMETRES.
           PERFORM 39400-CHARGER-COMPTES.
           PERFORM 39500-OUVRIR-HISTORIQUE.
           PERFORM 39550-OUVRIR-REPARTITION.
           PERFORM 39600-OUVRIR-RETENUES.
           PERFORM 39670-OUVRIR-ASSURANCES.
           PERFORM 39800-OUVRIR-CHEQUES.
           PERFORM 59100-ECRIRE-TOTAL-DEPOT.
           CLOSE FICHIER-IDX RAPPORT-BULLETIN RAPPORT-EXCEPTION
                 FICHIER-DEPOT FICHIER-REGISTRE FICHIER-RETENUES
                 FICHIER-RETDETAIL FICHIER-ADHESIONS FICHIER-CREDITS
                 FICHIER-MEMBRES-RET FICHIER-COTIS-RET
                 FICHIER-HISTO FICHIER-CHEQUES FICHIER-REG-CHEQUES.
           PERFORM 39560-FERMER-REPARTITION.

      *LES RETENUES DU VERSEMENT DOIVENT ATTEINDRE LA REMISE
      *GOUVERNEMENTALE, LE JOURNAL DU GRAND LIVRE ET LE CONTROLE

       81000-TRAITER-VACANCES.
           IF W-EMPLOYE-ACTIF
               PERFORM 39065-EMPLOYEUR-EMPLOYE
               IF W-EMPLOYEUR-EMPLOYE = W-EMPLOYEUR-CHOISI
                   PERFORM 82000-PAYER-SOLDE-VACANCES
               END-IF
           END-IF.
           PERFORM 11000-LECTURE-SEQ.

               IF W-RAISON-EXCEPTION = SPACES
                   MOVE REG-SOLDE-VACANCES TO W-SALAIRE-BRUT
                   MOVE W-SALAIRE-BRUT TO W-BRUT-ASSURABLE
                   MOVE 0 TO W-NB-HEURES W-MONTANT-CNE
                   INITIALIZE W-FRAIS-EMPLOYE
      *L'AVANTAGE D'ASSURANCE APPARTIENT A LA PAYE REGULIERE :
      *IL N'EST NI RETENU NI IMPOSE UNE SECONDE FOIS SUR CE
      *VERSEMENT.
               INVALID KEY CONTINUE
           END-READ.

           IF REG-CUMUL-ASSURABLE NOT NUMERIC
               MOVE REG-CUMUL-BRUT TO REG-CUMUL-ASSURABLE
           END-IF.
           ADD W-BRUT-ASSURABLE TO REG-CUMUL-ASSURABLE.
           ADD W-SALAIRE-BRUT  TO REG-CUMUL-BRUT.
           ADD W-IMPOT-FEDERAL TO REG-CUMUL-IMPOT-FED.
           ADD W-IMPOT-PROV    TO REG-CUMUL-IMPOT-PROV.
      *  Ecrit le talon du versement de vacances (Bulletins.doc).
      **************************************************************
       84000-ECRIRE-BULLETIN-VACANCES.
           PERFORM 55900-CHARGER-TEXTES-BULLETIN.
           MOVE W-SALAIRE-BRUT TO W-LD-SALAIRE-BRUT.
           MOVE W-SALAIRE-NET  TO W-LD-SALAIRE-NET.

           MOVE SPACES TO LIGNE-BULLETIN.
           STRING W-TB-VACANCES             DELIMITED BY "  "
                  " - "                     DELIMITED BY SIZE
                  W-NOM                     DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  W-PRENOM                  DELIMITED BY SIZE
           WRITE LIGNE-BULLETIN AFTER ADVANCING PAGE.

           MOVE SPACES TO LIGNE-BULLETIN.
           STRING W-TB-INDEMNITE-BRUTE      DELIMITED BY "  "
                  ": "                      DELIMITED BY SIZE
                  W-LD-SALAIRE-BRUT         DELIMITED BY SIZE
                  "   "                     DELIMITED BY SIZE
                  W-TB-MONTANT-NET          DELIMITED BY "  "
                  ": "                      DELIMITED BY SIZE
                  W-LD-SALAIRE-NET          DELIMITED BY SIZE
             INTO LIGNE-BULLETIN.
           WRITE LIGNE-BULLETIN AFTER ADVANCING 2 LINES.
           PERFORM 55800-ECRIRE-DEPOTS-BULLETIN.

      ******************************************************************
      *            PASSAGE HORS-CYCLE (OPTION 5 DU MENU)
           INITIALIZE W-TABLE-RUN-REGION.
           INITIALIZE W-TABLE-RUN-PROVINCES.
           INITIALIZE W-TABLE-RUN-DEPT.
           INITIALIZE W-TABLE-RUN-FRAIS.

           OPEN INPUT  FICHIER-IDX.
           OPEN OUTPUT RAPPORT-BULLETIN.
           PERFORM 39300-OUVRIR-FEUILLES.
           PERFORM 39400-CHARGER-COMPTES.
           PERFORM 39500-OUVRIR-HISTORIQUE.
           PERFORM 39550-OUVRIR-REPARTITION.
           PERFORM 39600-OUVRIR-RETENUES.
           PERFORM 39650-OUVRIR-TAUXHISTO.
           PERFORM 39670-OUVRIR-ASSURANCES.
           PERFORM 39720-CHARGER-SALAIRE-MIN.
           PERFORM 39800-OUVRIR-CHEQUES.
           PERFORM 39950-OUVRIR-SUSPENS.
      *LE CALENDRIER EST OUVERT EN LECTURE SEULE : LA RETRO DES
      *LA REMUNERATION EN VIGUEUR EST CELLE D'AUJOURD'HUI.
           MOVE W-DATE-DU-JOUR TO W-DATE-DEBUT-PERIODE
                                  W-DATE-FIN-PERIODE.
           PERFORM 39980-OUVRIR-RAPPORT-CORR.

           MOVE 0 TO W-COMPTE-EMPLOYE W-COMPTE-EXCEPTIONS.
           MOVE 0 TO W-IND-FIN-HC.
           PERFORM 85200-TRAITER-UN-EMPLOYE UNTIL W-FIN-HC.

           PERFORM 61000-SOMMAIRE-EXCEPTION.
           PERFORM 61500-FERMER-RAPPORT-CORR.
           PERFORM 59100-ECRIRE-TOTAL-DEPOT.
           CLOSE FICHIER-IDX RAPPORT-BULLETIN RAPPORT-EXCEPTION
                 FICHIER-DEPOT FICHIER-REGISTRE FICHIER-FEUILLES
                 FICHIER-HISTO FICHIER-RETENUES FICHIER-RETDETAIL
                 FICHIER-TAUXHISTO FICHIER-ADHESIONS FICHIER-CHEQUES
                 FICHIER-REG-CHEQUES FICHIER-SUSPENS FICHIER-CREDITS
                 FICHIER-CALENDRIER FICHIER-ACCIDENTS
                 FICHIER-COUTS-PROJETS FICHIER-MEMBRES-RET
                 FICHIER-COTIS-RET.
           PERFORM 39560-FERMER-REPARTITION.

           MOVE SPACES TO W-SP-PERIODE.
           STRING "HC/"        DELIMITED BY SIZE
                  W-ANNEE-PAYE DELIMITED BY SIZE
             INTO W-SP-PERIODE.
           PERFORM 65500-SPOULER-BULLETINS.
           IF W-CH-NB-RAPPORT > 0
               MOVE "CorrectionsHeures.doc " TO W-SP-NOM
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR
           END-IF.

           IF W-COMPTE-EMPLOYE > 0
               PERFORM 58060-SUSPENDRE-DEPOT
               PERFORM 55000-ECRITURE-BULLETIN
               PERFORM 56000-MAJ-REGISTRE
               PERFORM 85400-ECRIRE-HISTO-HORS-CYCLE
               PERFORM 56700-MAJ-ACCIDENT
               PERFORM 56800-ECRIRE-COUTS-PROJETS
               PERFORM 57000-ECRITURE-DEPOT
               PERFORM 49700-RESOUDRE-SUSPENS
               ADD 1 TO W-COMPTE-EMPLOYE
                   END-IF
                   CLOSE FICHIER-IDX FICHIER-REGISTRE
                         FICHIER-RETENUES FICHIER-RETDETAIL
                         FICHIER-ADHESIONS FICHIER-CREDITS
                         FICHIER-MEMBRES-RET FICHIER-COTIS-RET
                   MOVE W-MAJ-ANNEE-SAUVEE TO W-ANNEE-PAYE
                   IF W-MAJ-CONVERGE
                       MOVE "BRUT POUR NET VISE CALCULE"
           MOVE 0 TO W-IND-MAJ-CONVERGE.
           COMPUTE W-MAJ-BRUT ROUNDED = W-MAJ-NET-VISE * 1.4.
           MOVE 0 TO W-NB-HEURES W-HEURES-MAL W-HEURES-RPR.
           INITIALIZE W-FRAIS-EMPLOYE.
           PERFORM VARYING W-MAJ-ITERATION FROM 1 BY 1
                   UNTIL W-MAJ-ITERATION > 25 OR W-MAJ-CONVERGE
               IF W-MAJ-BRUT < 0
           MOVE W-MAJ-ANNEE-FT   TO FT-ANNEE.
           MOVE W-MAJ-PERIODE-FT TO FT-PERIODE.
           MOVE "BON"            TO FT-GAIN.
           MOVE SPACES           TO FT-IMPUTATION.
           MOVE ZEROS            TO FT-ORIGINE.
           READ FICHIER-FEUILLES
               INVALID KEY MOVE 1 TO W-IND-MAJ-FT-ABS
           END-READ.
           MOVE W-MAJ-ANNEE-FT   TO FT-ANNEE.
           MOVE W-MAJ-PERIODE-FT TO FT-PERIODE.
           MOVE "BON"            TO FT-GAIN.
           MOVE SPACES           TO FT-IMPUTATION.
           MOVE ZEROS            TO FT-ORIGINE.
           MOVE 0                TO FT-HEURES.
           MOVE W-SALAIRE-BRUT   TO FT-MONTANT.
      *LE BONI INSCRIT ATTEND L'APPROBATION DU SUPERVISEUR COMME
           MOVE "S"              TO FT-STATUT-APPR.
           MOVE SPACES           TO FT-APPROBATEUR.
           MOVE SPACES           TO FT-RESERVE.
           MOVE SPACE            TO FT-SENS.
           IF W-MAJ-FT-ABSENTE
               WRITE FT-FICHE-HEURES
           ELSE
           END-IF.
           CLOSE FICHIER-FEUILLES.

      ******************************************************************
      *  TOTAL DU RAPPORT DES CORRECTIONS ET FERMETURE.
      ******************************************************************
       61500-FERMER-RAPPORT-CORR.
           MOVE W-CH-TOTAL-RAPPORT TO W-CH-ED-TOTAL.
           MOVE SPACES TO LIGNE-CORR-HEURES.
           STRING W-CH-NB-RAPPORT        DELIMITED BY SIZE
                  " PERIODE(S) CORRIGEE(S) - TOTAL DES AJUSTEMENTS: "
                                         DELIMITED BY SIZE
                  W-CH-ED-TOTAL          DELIMITED BY SIZE
             INTO LIGNE-CORR-HEURES.
           WRITE LIGNE-CORR-HEURES AFTER ADVANCING 2 LINES.
           CLOSE RAPPORT-CORR-HEURES.

      ******************************************************************
      *  MET AU SPOULE LES ETATS DU PASSAGE COMPLET (SORTIE,
      *  EXCEPTIONS, BULLETINS, VARIANCES), AVEC LA PERIODE ET
           MOVE "Variances.doc " TO W-SP-NOM.
           CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                     W-SP-PERIODE W-SP-OPERATEUR.
           IF W-PC-NB > 0
               MOVE "PrimesConges.doc " TO W-SP-NOM
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR
           END-IF.
           IF W-CH-NB-RAPPORT > 0
               MOVE "CorrectionsHeures.doc " TO W-SP-NOM
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR
           END-IF.
           PERFORM 65500-SPOULER-BULLETINS.

      ******************************************************************
           START FICHIER-HISTO KEY IS GREATER THAN HP-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-VAR
           END-START.

      ******************************************************************
      *          PRIMES D'ASSURANCE DES EMPLOYES EN CONGE
      *  L'EMPLOYE EN CONGE (STATUT "C") EST ECARTE DU PASSAGE SANS
      *  EXCEPTION NI SUSPENS. POUR CHAQUE CONGE OUVERT D'UN EMPLOYE
      *  DU GROUPE PAYE, LES PARTS D'EMPLOYE DE SES REGIMES ADHERES
      *  S'AJOUTENT AUX ARRERAGES (RECOUVRES AU RETOUR PAR
      *  SAISIECONGES) OU A LA FACTURE DE L'EMPLOYE, UNE SEULE FOIS
      *  PAR PERIODE (CG-DERNIERE-PAYE : UNE REPRISE NE CUMULE PAS
      *  DEUX FOIS). DETAIL SUR PrimesConges.doc.
      ******************************************************************
       66000-PRIMES-CONGES.
           MOVE 0 TO W-PC-NB W-PC-TOTAL-ARR W-PC-TOTAL-FACT.
           COMPUTE W-PC-PAYE = W-ANNEE-PAYE * 100 + W-PERIODE-PAYE.
           CALL "CBL_CHECK_FILE_EXIST" USING "CONGES.DAT "
                                              W-SIZE-CONGES.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-CONGES
               OPEN INPUT FICHIER-IDX
               OPEN OUTPUT RAPPORT-CONGES
               MOVE SPACES TO LIGNE-CONGE
               STRING "** PRIMES D'ASSURANCE DES EMPLOYES EN CONGE - PE
      -"RIODE " DELIMITED BY SIZE
                      W-PERIODE-PAYE DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      W-ANNEE-PAYE   DELIMITED BY SIZE
                      " **"          DELIMITED BY SIZE
                 INTO LIGNE-CONGE
               WRITE LIGNE-CONGE
               MOVE "CODE   NOM                  PRENOM          T  TRA
      -"ITEMENT      PRIME      CUMUL" TO LIGNE-CONGE
               WRITE LIGNE-CONGE AFTER ADVANCING 2 LINES

               MOVE 0 TO W-IND-FIN-CG
               MOVE LOW-VALUES TO CG-CLE
               START FICHIER-CONGES KEY IS NOT LESS THAN CG-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-CG
               END-START
               PERFORM 66100-LIRE-CONGE
               PERFORM UNTIL W-FIN-CG
                   IF CG-EN-COURS AND CG-DERNIERE-PAYE NOT = W-PC-PAYE
                       PERFORM 66200-CUMULER-PRIMES-CONGE
                   END-IF
                   PERFORM 66100-LIRE-CONGE
               END-PERFORM

               MOVE SPACES TO LIGNE-CONGE
               STRING W-PC-NB               DELIMITED BY SIZE
                      " CONGE(S) - ARRERAGES : " DELIMITED BY SIZE
                      W-PC-TOTAL-ARR        DELIMITED BY SIZE
                      "  A FACTURER : "     DELIMITED BY SIZE
                      W-PC-TOTAL-FACT       DELIMITED BY SIZE
                 INTO LIGNE-CONGE
               WRITE LIGNE-CONGE AFTER ADVANCING 2 LINES
               CLOSE FICHIER-CONGES FICHIER-IDX RAPPORT-CONGES
           END-IF.

       66100-LIRE-CONGE.
           READ FICHIER-CONGES NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-CG
           END-READ.

       66200-CUMULER-PRIMES-CONGE.
           MOVE CG-CODE TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE SPACES TO EMP-STATUT
           END-READ.
           IF EMP-GROUPE-PAYE = SPACES OR EMP-GROUPE-PAYE = LOW-VALUES
               MOVE "01" TO EMP-GROUPE-PAYE
           END-IF.
           IF EMP-EN-CONGE AND EMP-GROUPE-PAYE = W-GROUPE-CHOISI
               MOVE CG-CODE TO W-CODE
               PERFORM 51048-CHARGER-ADHESIONS
               MOVE 0 TO W-PC-PRIME
               PERFORM VARYING W-IDX-AD FROM 1 BY 1
                       UNTIL W-IDX-AD > W-NB-AD
                   ADD W-AD-PART-EMP(W-IDX-AD) TO W-PC-PRIME
               END-PERFORM
               IF W-PC-PRIME > 0
                   MOVE W-PC-PRIME TO CG-PRIME-PERIODE
                   MOVE CG-CODE    TO W-LPC-CODE
                   MOVE EMP-NOM    TO W-LPC-NOM
                   MOVE EMP-PREN   TO W-LPC-PREN
                   MOVE CG-TYPE    TO W-LPC-TYPE
                   MOVE W-PC-PRIME TO W-LPC-PRIME
                   IF CG-PRIMES-FACTUREES
                       ADD W-PC-PRIME TO CG-FACTURE W-PC-TOTAL-FACT
                       MOVE "A FACTURER" TO W-LPC-TRAITEMENT
                       MOVE CG-FACTURE   TO W-LPC-CUMUL
                   ELSE
                       ADD W-PC-PRIME TO CG-ARRERAGES W-PC-TOTAL-ARR
                       MOVE "ARRERAGES"  TO W-LPC-TRAITEMENT
                       MOVE CG-ARRERAGES TO W-LPC-CUMUL
                   END-IF
                   WRITE LIGNE-CONGE FROM W-LIGNE-PRIME-CONGE
                                     AFTER ADVANCING 1 LINE
                   ADD 1 TO W-PC-NB
               END-IF
               MOVE W-PC-PAYE TO CG-DERNIERE-PAYE
               REWRITE CG-FICHE-CONGE
           END-IF.
