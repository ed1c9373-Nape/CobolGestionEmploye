      *          CONTRE LES REMISES REELLEMENT VERSEES DANS L'ANNEE
      *          (REMISES.DAT) : UN ECART SE VOIT AVANT LA
      *          TRANSMISSION, PAS PAR AVIS DE COTISATION.
      *          LES CASES DES RETENUES (COTISATION SYNDICALE,
      *          REGIME DE RETRAITE...) SONT TOTALISEES A PARTIR
      *          DU DETAIL DES RETENUES (RETDETAIL.DAT) SELON LES
      *          CASES DE LA TABLE TYPESRETENUE.DAT ; CELLES DU
      *          REGIME DE PENSION AGREE (COTISATIONS, FACTEUR
      *          D'EQUIVALENCE, NUMERO D'AGREMENT) DU REGISTRE DES
      *          COTISATIONS DE RETRAITE (COTISRETRAITE.DAT).
      *          CHAQUE EMPLOYEUR (EMPLOYEURS.DAT, PAR LE GROUPE DE
      *          PAYE DE L'EMPLOYE) A SON BLOC DE TRANSMISSION
      *          (ENTETE A SES NUMEROS, DETAILS, TOTAL) ET SA PROPRE
      *          CONCILIATION CONTRE SES REMISES.

      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-REMISES.

       SELECT FICHIER-RETDETAIL  ASSIGN TO "RETDETAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-RETDETAIL.

       SELECT FICHIER-TYPES-RET  ASSIGN TO "TYPESRETENUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS TY-TYPE.

       SELECT FICHIER-GROUPES  ASSIGN TO "GROUPESPAYE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS GP-CODE.

       SELECT FICHIER-EMPLOYEURS  ASSIGN TO "EMPLOYEURS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EM-CODE.

       SELECT FICHIER-COTIS-RET  ASSIGN TO "COTISRETRAITE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CLE.

       SELECT FICHIER-REGIMES-RET  ASSIGN TO "REGIMESRETRAITE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RR-CODE.

       SELECT FICHIER-CORR-COTIS  ASSIGN TO "CORRECTIONCOTIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CC-CLE.

       DATA DIVISION.

       FILE SECTION.
           05  EMP-GROUPE-PAYE         PIC X(2).
           05  EMP-PROVINCE            PIC X(2).
           05  EMP-DEPARTEMENT         PIC X(2).
           05  EMP-CLASSE              PIC X(4).
           05  EMP-ECHELON             PIC 9(2).
           05  EMP-LANGUE              PIC X.
           05  EMP-RESERVE             PIC X(3).

       FD  FICHIER-REGISTRE
       LABEL RECORD STANDARD.
           05  RM-SENS              PIC X.
           05  RM-GROUPE            PIC X(2).
           05  RM-PROVINCE          PIC X(2).
           05  RM-EMPLOYEUR         PIC X(2).

      *********************************************************
      * Detail des retenues recurrentes appliquees par la paye
      * (une ligne par employe, type et passage) et table du
      * traitement fiscal des types (cases T4 / RL-1).
      *********************************************************
       FD  FICHIER-RETDETAIL
       LABEL RECORD STANDARD.
       01  RETDETAIL-LIGNE.
           05  RD-DATE-RUN          PIC 9(8).
           05  RD-TYPE              PIC X(4).
           05  RD-CODE              PIC X(6).
           05  RD-MONTANT           PIC 9(7)V99.
           05  RD-STATUT            PIC X.

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
      * Groupes de paye (employeur de chaque groupe) et table
      * des employeurs (numeros d'entreprise et d'expediteur).
      *********************************************************
       FD  FICHIER-GROUPES
       LABEL RECORD STANDARD.
       01  GP-FICHE-GROUPE.
           05  GP-CODE                 PIC X(2).
           05  GP-NOM                  PIC X(20).
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
           05  EM-NE                   PIC X(15).
           05  EM-NO-RQ                PIC X(16).
           05  EM-ID-EXPEDITEUR        PIC X(10).
           05  EM-NO-CNESST            PIC X(10).
           05  EM-ACTIF                PIC X.
           05  EM-RESERVE              PIC X(16).

      *********************************************************
      * Registre des cotisations au regime de pension agree
      * (une ligne par paye d'un membre, statut "A" = active)
      * et table des regimes (numero d'agrement, case 50).
      *********************************************************
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

      *********************************************************
      * Corrections de cotisations de la revision de fin
      * d'annee (REVISIONCOTIS) : celles du mode "F" sont
      * portees aux feuillets (sens + = manque a retenir,
      * - = retenu en trop).
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

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
               88  W-EMPLOYE-SANS-CUMUL     VALUE 1.

       01  W-COMPTE-EMPLOYE         PIC 9(4) VALUE 0.
       01  W-COMPTE-EMPLOYEUR       PIC 9(4) VALUE 0.

      *********************************************************
      * Employeurs presents dans l'annee (par les groupes de
      * paye des employes et par les remises), chacun produit
      * a part. Une ligne de remise ou un groupe sans employeur
      * appartient a l'employeur 01, qui garde son nom et son
      * expediteur historiques si la table n'existe pas.
      *********************************************************
       01  W-TABLE-EMPLOYEURS.
           05  W-NB-EM              PIC 99     VALUE 0.
           05  W-EM-ENTREE OCCURS 50 TIMES
                                    INDEXED BY W-IDX-EM.
               10  W-EM-CODE        PIC X(2).
               10  W-EM-NOM         PIC X(30).
               10  W-EM-NE          PIC X(15).
               10  W-EM-NO-RQ       PIC X(16).
               10  W-EM-EXPEDITEUR  PIC X(10).

       01  W-EMPLOYEUR-EMPLOYE      PIC X(2).

       01  W-IND-EMPLOYEURS.
           05  W-IND-SANS-EMPLOYEURS PIC 9  VALUE 0.
               88  W-SANS-EMPLOYEURS        VALUE 1.
           05  W-IND-SANS-GROUPES   PIC 9   VALUE 0.
               88  W-SANS-GROUPES           VALUE 1.
           05  W-IND-EM-TROUVE      PIC 9.
               88  W-EM-TROUVE              VALUE 1.
           05  W-IND-REMISE-EMPLOYEUR PIC 9.
               88  W-REMISE-EMPLOYEUR       VALUE 1.
           05  W-SIZE-EMPLOYEURS    PIC X(8)   COMP-X.
           05  W-SIZE-GROUPES       PIC X(8)   COMP-X.

       01  W-ANNEE-COURANTE         PIC 9(4).
       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-IND-FIN-REMISES        PIC 9.
           88  W-FIN-REMISES                VALUE 1.

      *********************************************************
      * Cases des retenues : cumul de l'annee par employe et
      * type (tire de RETDETAIL.DAT), cases de l'employe
      * courant et grands totaux par case pour le sommaire.
      * Regime "T" = T4, "R" = RL-1.
      *********************************************************
       01  W-STATUT-RETDETAIL       PIC XX.
           88  RETDETAIL-OK                 VALUE "00".

       01  W-FILE-DETAIL-TYPES-RET.
           05  W-SIZE-TYPES-RET     PIC X(8)   COMP-X.

       01  W-IND-CASES.
           05  W-IND-FIN-RETDETAIL  PIC 9.
               88  W-FIN-RETDETAIL          VALUE 1.
           05  W-IND-SANS-TYPES     PIC 9   VALUE 0.
               88  W-SANS-TYPES             VALUE 1.
           05  W-IND-TYPE-ABSENT    PIC 9.
               88  W-TYPE-ABSENT            VALUE 1.
           05  W-IND-CU-TROUVE      PIC 9.
               88  W-CU-TROUVE              VALUE 1.

       01  W-TABLE-CUMUL-RET.
           05  W-NB-CU              PIC 9(4)   VALUE 0.
           05  W-CU-ENTREE OCCURS 3000 TIMES
                                    INDEXED BY W-IDX-CU.
               10  W-CU-CODE        PIC X(6).
               10  W-CU-TYPE        PIC X(4).
               10  W-CU-MONTANT     PIC 9(9)V99.

       01  W-CASE-COURANTE.
           05  W-CC-REGIME          PIC X.
           05  W-CC-CASE            PIC X(4).
           05  W-CC-DESCRIPTION     PIC X(30).
           05  W-CC-MONTANT         PIC 9(9)V99.

      *********************************************************
      * Regime de pension agree : cotisations de l'annee de
      * l'employe courant (lignes actives du registre), facteur
      * d'equivalence (regime a cotisations determinees :
      * cotisations de l'employe et de l'employeur) et numero
      * d'agrement du regime.
      *********************************************************
       01  W-ZONE-RETRAITE.
           05  W-SIZE-COTIS-RET     PIC X(8)   COMP-X.
           05  W-IND-SANS-RETRAITE  PIC 9   VALUE 0.
               88  W-SANS-RETRAITE          VALUE 1.
           05  W-IND-SANS-REGIMES   PIC 9   VALUE 0.
               88  W-SANS-REGIMES           VALUE 1.
           05  W-IND-FIN-CR         PIC 9.
               88  W-FIN-CR                 VALUE 1.
           05  W-RPA-EMPLOYE        PIC 9(9)V99.
           05  W-RPA-EMPLOYEUR      PIC 9(9)V99.
           05  W-RPA-REGIME         PIC X(4).
           05  W-RPA-AGREMENT       PIC X(7).

      *********************************************************
      * Correction de la revision de fin d'annee portee au
      * feuillet de l'employe courant (sans fichier, aucune).
      *********************************************************
       01  W-ZONE-CORRECTION.
           05  W-SIZE-CORRECTIONS   PIC X(8)   COMP-X.
           05  W-IND-SANS-CORRECTIONS PIC 9 VALUE 0.
               88  W-SANS-CORRECTIONS       VALUE 1.
           05  W-IND-CORRIGE        PIC 9   VALUE 0.
               88  W-FEUILLET-CORRIGE       VALUE 1.
           05  W-COR-SENS           PIC X.
           05  W-COR-MONTANT        PIC 9(5)V99.
           05  W-COR-CUMUL          PIC 9(9)V99.

       01  W-TABLE-CASES-EMP.
           05  W-NB-CE              PIC 99     VALUE 0.
           05  W-CE-ENTREE OCCURS 20 TIMES
                                    INDEXED BY W-IDX-CE.
               10  W-CE-REGIME      PIC X.
               10  W-CE-CASE        PIC X(4).
               10  W-CE-DESCRIPTION PIC X(30).
               10  W-CE-MONTANT     PIC 9(9)V99.

       01  W-TABLE-CASES-TOT.
           05  W-NB-CT              PIC 99     VALUE 0.
           05  W-CT-ENTREE OCCURS 40 TIMES
                                    INDEXED BY W-IDX-CT.
               10  W-CT-REGIME      PIC X.
               10  W-CT-CASE        PIC X(4).
               10  W-CT-DESCRIPTION PIC X(30).
               10  W-CT-MONTANT     PIC 9(11)V99.

      *********************************************************
      * Libelles des releves dans la langue de l'employe (F/A),
      * tires de la table des textes par TEXTEDOC (document
      * "REL"). L'ordre des zones suit la numerotation des
      * libelles dans Textes.dat.
      *********************************************************
       01  W-LANGUE-DOC             PIC X.
       01  W-TRL-LANGUE             PIC X      VALUE LOW-VALUE.
       01  W-TRL-DOCUMENT           PIC X(3)   VALUE "REL".
       01  W-TRL-NOMBRE             PIC 9(2)   VALUE 14.
       01  W-TEXTES-RELEVE.
           05  W-TRL-RELEVE         PIC X(60).
           05  W-TRL-BRUT           PIC X(60).
           05  W-TRL-IMPOT-FED      PIC X(60).
           05  W-TRL-IMPOT-PROV     PIC X(60).
           05  W-TRL-RRQ            PIC X(60).
           05  W-TRL-AE             PIC X(60).
           05  W-TRL-RQAP           PIC X(60).
           05  W-TRL-RAMQ           PIC X(60).
           05  W-TRL-CORRIGE        PIC X(60).
           05  W-TRL-NET            PIC X(60).
           05  W-TRL-AVANTAGE       PIC X(60).
           05  W-TRL-CASE-T4        PIC X(60).
           05  W-TRL-CASE-RL1       PIC X(60).
           05  W-TRL-AGREMENT       PIC X(60).

       01  W-DT-CASE                PIC 9(9)V99.
       01  W-LE-CASE                PIC $(6)9.99.

      *********************************************************
      * Totaux des feuillets produits (cote declaration) et
      * totaux des remises versees dans l'annee (cote

           PERFORM 02000-DEMANDER-ANNEE.

           OPEN INPUT  FICHIER-REGISTRE.
           OPEN OUTPUT RAPPORT-RELEVE.
           OPEN OUTPUT FICHIER-T4CRA.
           OPEN OUTPUT FICHIER-RL1RQ.
           PERFORM 05000-CUMULER-RETENUES.
           PERFORM 06000-OUVRIR-RETRAITE.
           PERFORM 06500-OUVRIR-CORRECTIONS.
           PERFORM 07000-RECENSER-EMPLOYEURS.

           MOVE 0 TO W-COMPTE-EMPLOYE.
           PERFORM 08000-PRODUIRE-EMPLOYEUR
               VARYING W-IDX-EM FROM 1 BY 1
               UNTIL W-IDX-EM > W-NB-EM.

           CLOSE FICHIER-REGISTRE RAPPORT-RELEVE
                 FICHIER-T4CRA FICHIER-RL1RQ.
           IF NOT W-SANS-TYPES
               CLOSE FICHIER-TYPES-RET
           END-IF.
           IF NOT W-SANS-GROUPES
               CLOSE FICHIER-GROUPES
           END-IF.
           IF NOT W-SANS-EMPLOYEURS
               CLOSE FICHIER-EMPLOYEURS
           END-IF.
           IF NOT W-SANS-RETRAITE
               CLOSE FICHIER-COTIS-RET
           END-IF.
           IF NOT W-SANS-REGIMES
               CLOSE FICHIER-REGIMES-RET
           END-IF.
           IF NOT W-SANS-CORRECTIONS
               CLOSE FICHIER-CORR-COTIS
           END-IF.

           MOVE W-ANNEE-DEMANDEE TO W-SP-PERIODE.
           MOVE "T4Releve1.doc " TO W-SP-NOM.
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *  CUMULE LES RETENUES DE L'ANNEE PAR EMPLOYE ET PAR TYPE A
      *  PARTIR DU DETAIL DES RETENUES, ET OUVRE LA TABLE DES TYPES
      *  (SANS TABLE, AUCUNE CASE DE RETENUE N'EST PRODUITE).
      ******************************************************************
       05000-CUMULER-RETENUES.
           MOVE 0 TO W-NB-CU W-NB-CT.
           CALL "CBL_CHECK_FILE_EXIST" USING "TYPESRETENUE.DAT "
                                              W-SIZE-TYPES-RET.
           IF RETURN-CODE = 0
               MOVE 0 TO W-IND-SANS-TYPES
               OPEN INPUT FICHIER-TYPES-RET
           ELSE
               MOVE 1 TO W-IND-SANS-TYPES
           END-IF.

           MOVE 0 TO W-IND-FIN-RETDETAIL.
           OPEN INPUT FICHIER-RETDETAIL.
           IF RETDETAIL-OK AND NOT W-SANS-TYPES
               PERFORM UNTIL W-FIN-RETDETAIL
                   READ FICHIER-RETDETAIL
                       AT END MOVE 1 TO W-IND-FIN-RETDETAIL
                       NOT AT END
                           IF RD-DATE-RUN(1:4) = W-ANNEE-DEMANDEE
                               PERFORM 05100-CUMULER-UNE-RETENUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF RETDETAIL-OK OR W-FIN-RETDETAIL
               CLOSE FICHIER-RETDETAIL
           END-IF.

       05100-CUMULER-UNE-RETENUE.
           MOVE 0 TO W-IND-CU-TROUVE.
           PERFORM VARYING W-IDX-CU FROM 1 BY 1
                   UNTIL W-IDX-CU > W-NB-CU OR W-CU-TROUVE
               IF W-CU-CODE(W-IDX-CU) = RD-CODE
                  AND W-CU-TYPE(W-IDX-CU) = RD-TYPE
                   ADD RD-MONTANT TO W-CU-MONTANT(W-IDX-CU)
                   MOVE 1 TO W-IND-CU-TROUVE
               END-IF
           END-PERFORM.
           IF NOT W-CU-TROUVE AND W-NB-CU < 3000
               ADD 1 TO W-NB-CU
               MOVE RD-CODE    TO W-CU-CODE(W-NB-CU)
               MOVE RD-TYPE    TO W-CU-TYPE(W-NB-CU)
               MOVE RD-MONTANT TO W-CU-MONTANT(W-NB-CU)
           END-IF.

      ******************************************************************
      *  OUVRE LE REGISTRE DES COTISATIONS DE RETRAITE ET LA TABLE
      *  DES REGIMES (SANS REGISTRE, AUCUNE CASE DE REGIME DE
      *  PENSION N'EST PRODUITE).
      ******************************************************************
       06000-OUVRIR-RETRAITE.
           CALL "CBL_CHECK_FILE_EXIST" USING "COTISRETRAITE.DAT "
                                              W-SIZE-COTIS-RET.
           IF RETURN-CODE = 0
               MOVE 0 TO W-IND-SANS-RETRAITE
               OPEN INPUT FICHIER-COTIS-RET
           ELSE
               MOVE 1 TO W-IND-SANS-RETRAITE
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING "REGIMESRETRAITE.DAT "
                                              W-SIZE-COTIS-RET.
           IF RETURN-CODE = 0
               MOVE 0 TO W-IND-SANS-REGIMES
               OPEN INPUT FICHIER-REGIMES-RET
           ELSE
               MOVE 1 TO W-IND-SANS-REGIMES
           END-IF.

      ******************************************************************
      *  OUVRE LES CORRECTIONS DE COTISATIONS DE LA REVISION DE FIN
      *  D'ANNEE (SANS FICHIER, LES FEUILLETS PORTENT LE REGISTRE).
      ******************************************************************
       06500-OUVRIR-CORRECTIONS.
           CALL "CBL_CHECK_FILE_EXIST" USING "CORRECTIONCOTIS.DAT "
                                              W-SIZE-CORRECTIONS.
           IF RETURN-CODE = 0
               MOVE 0 TO W-IND-SANS-CORRECTIONS
               OPEN INPUT FICHIER-CORR-COTIS
           ELSE
               MOVE 1 TO W-IND-SANS-CORRECTIONS
           END-IF.

      ******************************************************************
      *  RECENSE LES EMPLOYEURS DE L'ANNEE : CELUI DE CHAQUE EMPLOYE
      *  (PAR SON GROUPE DE PAYE) ET CELUI DE CHAQUE LIGNE DE REMISE
      *  DE L'ANNEE, AVEC LEURS NUMEROS TIRES DE EMPLOYEURS.DAT.
      ******************************************************************
       07000-RECENSER-EMPLOYEURS.
           MOVE 0 TO W-NB-EM.
           CALL "CBL_CHECK_FILE_EXIST" USING "EMPLOYEURS.DAT "
                                              W-SIZE-EMPLOYEURS.
           IF RETURN-CODE = 0
               MOVE 0 TO W-IND-SANS-EMPLOYEURS
               OPEN INPUT FICHIER-EMPLOYEURS
           ELSE
               MOVE 1 TO W-IND-SANS-EMPLOYEURS
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING "GROUPESPAYE.DAT "
                                              W-SIZE-GROUPES.
           IF RETURN-CODE = 0
               MOVE 0 TO W-IND-SANS-GROUPES
               OPEN INPUT FICHIER-GROUPES
           ELSE
               MOVE 1 TO W-IND-SANS-GROUPES
           END-IF.

           OPEN INPUT FICHIER-IDX.
           MOVE 0 TO W-IND-FIN-FICHIER.
           PERFORM 10000-LECTURE-EMPLOYE.
           PERFORM UNTIL W-FIN-FICHIER
               PERFORM 15000-EMPLOYEUR-EMPLOYE
               PERFORM 07100-AJOUTER-EMPLOYEUR
               PERFORM 10000-LECTURE-EMPLOYE
           END-PERFORM.
           CLOSE FICHIER-IDX.

           MOVE 0 TO W-IND-FIN-REMISES.
           OPEN INPUT FICHIER-REMISES.
           IF REMISES-OK
               PERFORM UNTIL W-FIN-REMISES
                   READ FICHIER-REMISES
                       AT END MOVE 1 TO W-IND-FIN-REMISES
                       NOT AT END
                           IF RM-DATE-RUN(1:4) = W-ANNEE-DEMANDEE
                               PERFORM 66500-EMPLOYEUR-REMISE
                               PERFORM 07100-AJOUTER-EMPLOYEUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REMISES
           END-IF.

       07100-AJOUTER-EMPLOYEUR.
           MOVE 0 TO W-IND-EM-TROUVE.
           PERFORM VARYING W-IDX-EM FROM 1 BY 1
                   UNTIL W-IDX-EM > W-NB-EM OR W-EM-TROUVE
               IF W-EM-CODE(W-IDX-EM) = W-EMPLOYEUR-EMPLOYE
                   MOVE 1 TO W-IND-EM-TROUVE
               END-IF
           END-PERFORM.
           IF NOT W-EM-TROUVE AND W-NB-EM < 50
               ADD 1 TO W-NB-EM
               SET W-IDX-EM TO W-NB-EM
               MOVE W-EMPLOYEUR-EMPLOYE TO W-EM-CODE(W-IDX-EM)
               MOVE SPACES TO W-EM-NOM(W-IDX-EM) W-EM-NE(W-IDX-EM)
                              W-EM-NO-RQ(W-IDX-EM)
                              W-EM-EXPEDITEUR(W-IDX-EM)
               IF W-EMPLOYEUR-EMPLOYE = "01"
                   MOVE "LA CIE CRACK-INFO" TO W-EM-NOM(W-IDX-EM)
                   MOVE "CRACKINFO "        TO W-EM-EXPEDITEUR(W-IDX-EM)
               END-IF
               IF NOT W-SANS-EMPLOYEURS
                   MOVE W-EMPLOYEUR-EMPLOYE TO EM-CODE
                   READ FICHIER-EMPLOYEURS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE EM-NOM   TO W-EM-NOM(W-IDX-EM)
                           MOVE EM-NE    TO W-EM-NE(W-IDX-EM)
                           MOVE EM-NO-RQ TO W-EM-NO-RQ(W-IDX-EM)
                           MOVE EM-ID-EXPEDITEUR
                             TO W-EM-EXPEDITEUR(W-IDX-EM)
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      *  PRODUIT LES RELEVES, LE BLOC DE TRANSMISSION ET LE SOMMAIRE
      *  D'UN EMPLOYEUR : LE FICHIER MAITRE EST RELU EN ENTIER ET SEULS
      *  SES EMPLOYES SONT RETENUS. UN EMPLOYEUR SANS FEUILLET NI
      *  REMISE DANS L'ANNEE NE PRODUIT RIEN.
      ******************************************************************
       08000-PRODUIRE-EMPLOYEUR.
           INITIALIZE W-TOTAUX-FEUILLETS.
           MOVE 0 TO W-NB-CT.
           MOVE 0 TO W-COMPTE-EMPLOYEUR.

           OPEN INPUT FICHIER-IDX.
           MOVE 0 TO W-IND-FIN-FICHIER.
           PERFORM 10000-LECTURE-EMPLOYE.
           PERFORM 20000-PRODUIRE-RELEVE UNTIL W-FIN-FICHIER.
           CLOSE FICHIER-IDX.

           IF W-COMPTE-EMPLOYEUR > 0
               PERFORM 50000-ECRIRE-TOTAUX-TRANSMISSION
           END-IF.

           PERFORM 65000-TOTALISER-REMISES.
           IF W-COMPTE-EMPLOYEUR > 0 OR W-REMISE-EMPLOYEUR
               PERFORM 60000-ECRIRE-SOMMAIRE-CONCILIATION
           END-IF.

       10000-LECTURE-EMPLOYE.
           READ FICHIER-IDX INTO EMP-FICHE-PERSONNELLE
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

      ******************************************************************
      *  EMPLOYEUR DE L'EMPLOYE COURANT, PAR SON GROUPE DE PAYE (UN
      *  GROUPE SANS EMPLOYEUR, OU SANS TABLE, EST A L'EMPLOYEUR 01 ;
      *  UNE FICHE SANS GROUPE EST AU GROUPE 01).
      ******************************************************************
       15000-EMPLOYEUR-EMPLOYE.
           MOVE "01" TO W-EMPLOYEUR-EMPLOYE.
           IF NOT W-SANS-GROUPES
               MOVE EMP-GROUPE-PAYE TO GP-CODE
               IF GP-CODE = SPACES OR GP-CODE = LOW-VALUES
                   MOVE "01" TO GP-CODE
               END-IF
               READ FICHIER-GROUPES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF GP-EMPLOYEUR NOT = SPACES
                          AND GP-EMPLOYEUR NOT = LOW-VALUES
                           MOVE GP-EMPLOYEUR TO W-EMPLOYEUR-EMPLOYE
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      *  POUR CHAQUE EMPLOYE DU FICHIER MAITRE, ON RECHERCHE SON CUMUL
      *  ANNUEL DANS LE REGISTRE. S'IL N'A PAS TRAVAILLE CETTE ANNEE
      *  (AUCUN CUMUL), AUCUN RELEVE N'EST PRODUIT POUR LUI. L'EMPLOYE
      *  D'UN AUTRE EMPLOYEUR QUE CELUI EN COURS EST LAISSE A SON TOUR.
      ******************************************************************
       20000-PRODUIRE-RELEVE.
           MOVE 0 TO W-IND-SANS-CUMUL.
           PERFORM 15000-EMPLOYEUR-EMPLOYE.
           IF W-EMPLOYEUR-EMPLOYE NOT = W-EM-CODE(W-IDX-EM)
               MOVE 1 TO W-IND-SANS-CUMUL
           ELSE
               MOVE EMP-CODE        TO REG-CODE
               MOVE W-ANNEE-DEMANDEE TO REG-ANNEE
               READ FICHIER-REGISTRE INTO REG-FICHE-CUMUL
                   INVALID KEY MOVE 1 TO W-IND-SANS-CUMUL
               END-READ
           END-IF.

           IF NOT W-EMPLOYE-SANS-CUMUL
               MOVE 0 TO W-IND-CORRIGE
               IF NOT W-SANS-CORRECTIONS
                   PERFORM 21000-CORRIGER-COTISATIONS
               END-IF
               IF W-COMPTE-EMPLOYEUR = 0
                   PERFORM 40000-ECRIRE-ENTETES-TRANSMISSION
               END-IF
               PERFORM 25000-TOTALISER-CASES
               PERFORM 30000-ECRIRE-RELEVE
               PERFORM 35000-ECRIRE-DETAILS-TRANSMISSION
               ADD REG-CUMUL-BRUT       TO W-TF-BRUT
               ADD REG-CUMUL-RAMQ       TO W-TF-RAMQ
               ADD REG-CUMUL-AVSOC      TO W-TF-AVSOC
               ADD 1 TO W-COMPTE-EMPLOYE
               ADD 1 TO W-COMPTE-EMPLOYEUR
           END-IF.

           PERFORM 10000-LECTURE-EMPLOYE.

      ******************************************************************
      *  CORRECTION DE LA REVISION DE FIN D'ANNEE A PORTER AU
      *  FEUILLET (MODE "F") : LES COTISATIONS RRQ/RPC, AE ET RQAP
      *  DU CUMUL LU SONT RAMENEES AUX MONTANTS REQUIS (LE REGISTRE
      *  N'EST PAS MODIFIE ; L'EMPLOYEUR REMET L'ECART).
      ******************************************************************
       21000-CORRIGER-COTISATIONS.
           MOVE EMP-CODE         TO CC-CODE.
           MOVE W-ANNEE-DEMANDEE TO CC-ANNEE.
           READ FICHIER-CORR-COTIS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CC-MODE = "F"
                       MOVE 1 TO W-IND-CORRIGE
                   END-IF
           END-READ.

           IF W-FEUILLET-CORRIGE
               MOVE CC-SENS-RRQ    TO W-COR-SENS
               MOVE CC-AJUST-RRQ   TO W-COR-MONTANT
               MOVE REG-CUMUL-RRQ  TO W-COR-CUMUL
               PERFORM 21100-AJUSTER-CUMUL
               MOVE W-COR-CUMUL    TO REG-CUMUL-RRQ

               MOVE CC-SENS-AE     TO W-COR-SENS
               MOVE CC-AJUST-AE    TO W-COR-MONTANT
               MOVE REG-CUMUL-AE   TO W-COR-CUMUL
               PERFORM 21100-AJUSTER-CUMUL
               MOVE W-COR-CUMUL    TO REG-CUMUL-AE

               MOVE CC-SENS-RQAP   TO W-COR-SENS
               MOVE CC-AJUST-RQAP  TO W-COR-MONTANT
               MOVE REG-CUMUL-RQAP TO W-COR-CUMUL
               PERFORM 21100-AJUSTER-CUMUL
               MOVE W-COR-CUMUL    TO REG-CUMUL-RQAP
           END-IF.

       21100-AJUSTER-CUMUL.
           IF W-COR-SENS = "+"
               ADD W-COR-MONTANT TO W-COR-CUMUL
           ELSE
               IF W-COR-MONTANT > W-COR-CUMUL
                   MOVE 0 TO W-COR-CUMUL
               ELSE
                   SUBTRACT W-COR-MONTANT FROM W-COR-CUMUL
               END-IF
           END-IF.

      ******************************************************************
      *  CASES DES RETENUES DE L'EMPLOYE COURANT : CHAQUE TYPE
      *  CUMULE DANS L'ANNEE EST PORTE A SA CASE T4 ET A SA CASE
      *  RL-1 (TYPESRETENUE.DAT) ; DEUX TYPES DE MEME CASE S'Y
      *  ADDITIONNENT. LES GRANDS TOTAUX SUIVENT POUR LE SOMMAIRE.
      ******************************************************************
       25000-TOTALISER-CASES.
           MOVE 0 TO W-NB-CE.
           PERFORM VARYING W-IDX-CU FROM 1 BY 1
                   UNTIL W-IDX-CU > W-NB-CU
               IF W-CU-CODE(W-IDX-CU) = EMP-CODE
                   PERFORM 25100-CLASSER-UN-TYPE
               END-IF
           END-PERFORM.
           MOVE SPACES TO W-RPA-AGREMENT.
           IF NOT W-SANS-RETRAITE
               PERFORM 26000-CASES-RETRAITE
           END-IF.

       25100-CLASSER-UN-TYPE.
           MOVE 0 TO W-IND-TYPE-ABSENT.
           MOVE W-CU-TYPE(W-IDX-CU) TO TY-TYPE.
           READ FICHIER-TYPES-RET
               INVALID KEY MOVE 1 TO W-IND-TYPE-ABSENT
           END-READ.
           IF NOT W-TYPE-ABSENT
               MOVE TY-DESCRIPTION TO W-CC-DESCRIPTION
               MOVE W-CU-MONTANT(W-IDX-CU) TO W-CC-MONTANT
               IF TY-CASE-T4 NOT = SPACES
                   MOVE "T"        TO W-CC-REGIME
                   MOVE TY-CASE-T4 TO W-CC-CASE
                   PERFORM 25200-AJOUTER-CASE
               END-IF
               IF TY-CASE-RL1 NOT = SPACES
                   MOVE "R"         TO W-CC-REGIME
                   MOVE TY-CASE-RL1 TO W-CC-CASE
                   PERFORM 25200-AJOUTER-CASE
               END-IF
           END-IF.

       25200-AJOUTER-CASE.
           MOVE 0 TO W-IND-CU-TROUVE.
           PERFORM VARYING W-IDX-CE FROM 1 BY 1
                   UNTIL W-IDX-CE > W-NB-CE OR W-CU-TROUVE
               IF W-CE-REGIME(W-IDX-CE) = W-CC-REGIME
                  AND W-CE-CASE(W-IDX-CE) = W-CC-CASE
                   ADD W-CC-MONTANT TO W-CE-MONTANT(W-IDX-CE)
                   MOVE 1 TO W-IND-CU-TROUVE
               END-IF
           END-PERFORM.
           IF NOT W-CU-TROUVE AND W-NB-CE < 20
               ADD 1 TO W-NB-CE
               MOVE W-CC-REGIME      TO W-CE-REGIME(W-NB-CE)
               MOVE W-CC-CASE        TO W-CE-CASE(W-NB-CE)
               MOVE W-CC-DESCRIPTION TO W-CE-DESCRIPTION(W-NB-CE)
               MOVE W-CC-MONTANT     TO W-CE-MONTANT(W-NB-CE)
           END-IF.

           MOVE 0 TO W-IND-CU-TROUVE.
           PERFORM VARYING W-IDX-CT FROM 1 BY 1
                   UNTIL W-IDX-CT > W-NB-CT OR W-CU-TROUVE
               IF W-CT-REGIME(W-IDX-CT) = W-CC-REGIME
                  AND W-CT-CASE(W-IDX-CT) = W-CC-CASE
                   ADD W-CC-MONTANT TO W-CT-MONTANT(W-IDX-CT)
                   MOVE 1 TO W-IND-CU-TROUVE
               END-IF
           END-PERFORM.
           IF NOT W-CU-TROUVE AND W-NB-CT < 40
               ADD 1 TO W-NB-CT
               MOVE W-CC-REGIME      TO W-CT-REGIME(W-NB-CT)
               MOVE W-CC-CASE        TO W-CT-CASE(W-NB-CT)
               MOVE W-CC-DESCRIPTION TO W-CT-DESCRIPTION(W-NB-CT)
               MOVE W-CC-MONTANT     TO W-CT-MONTANT(W-NB-CT)
           END-IF.

      ******************************************************************
      *  CASES DU REGIME DE PENSION AGREE DE L'EMPLOYE COURANT : SES
      *  COTISATIONS ACTIVES DE L'ANNEE AU REGISTRE PORTEES AUX CASES
      *  T4 20 ET RL-1 D, LE FACTEUR D'EQUIVALENCE (COTISATIONS DE
      *  L'EMPLOYE ET DE L'EMPLOYEUR) A LA CASE T4 52, ET LE NUMERO
      *  D'AGREMENT DU REGIME POUR LA CASE T4 50.
      ******************************************************************
       26000-CASES-RETRAITE.
           MOVE 0 TO W-RPA-EMPLOYE W-RPA-EMPLOYEUR W-IND-FIN-CR.
           MOVE SPACES TO W-RPA-REGIME.
           MOVE EMP-CODE         TO CR-CODE.
           MOVE W-ANNEE-DEMANDEE TO CR-ANNEE.
           MOVE 0                TO CR-PERIODE.
           START FICHIER-COTIS-RET KEY IS NOT LESS THAN CR-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-CR
           END-START.
           PERFORM 26100-LIRE-COTIS-RET.
           PERFORM UNTIL W-FIN-CR
               IF CR-STATUT = "A"
                   ADD CR-COTIS-EMPLOYE   TO W-RPA-EMPLOYE
                   ADD CR-COTIS-EMPLOYEUR TO W-RPA-EMPLOYEUR
                   MOVE CR-REGIME         TO W-RPA-REGIME
               END-IF
               PERFORM 26100-LIRE-COTIS-RET
           END-PERFORM.

           IF W-RPA-EMPLOYE > 0
               MOVE "COTISATIONS A UN RPA" TO W-CC-DESCRIPTION
               MOVE W-RPA-EMPLOYE TO W-CC-MONTANT
               MOVE "T"           TO W-CC-REGIME
               MOVE "20"          TO W-CC-CASE
               PERFORM 25200-AJOUTER-CASE
               MOVE "R"           TO W-CC-REGIME
               MOVE "D"           TO W-CC-CASE
               PERFORM 25200-AJOUTER-CASE
           END-IF.
           IF W-RPA-EMPLOYE + W-RPA-EMPLOYEUR > 0
               MOVE "FACTEUR D'EQUIVALENCE" TO W-CC-DESCRIPTION
               COMPUTE W-CC-MONTANT = W-RPA-EMPLOYE + W-RPA-EMPLOYEUR
               MOVE "T"           TO W-CC-REGIME
               MOVE "52"          TO W-CC-CASE
               PERFORM 25200-AJOUTER-CASE
               IF NOT W-SANS-REGIMES
                   MOVE W-RPA-REGIME TO RR-CODE
                   READ FICHIER-REGIMES-RET
                       NOT INVALID KEY
                           MOVE RR-NO-AGREMENT TO W-RPA-AGREMENT
                   END-READ
               END-IF
           END-IF.

       26100-LIRE-COTIS-RET.
           READ FICHIER-COTIS-RET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-CR
           END-READ.
           IF NOT W-FIN-CR
              AND (CR-CODE NOT = EMP-CODE
                   OR CR-ANNEE NOT = W-ANNEE-DEMANDEE)
               MOVE 1 TO W-IND-FIN-CR
           END-IF.

      ******************************************************************
      *  ECRIT UN RELEVE (T4 / RELEVE 1) POUR L'EMPLOYE COURANT.
      ******************************************************************
       30000-ECRIRE-RELEVE.
           PERFORM 30900-CHARGER-TEXTES-RELEVE.
           MOVE REG-CUMUL-BRUT       TO W-LE-BRUT.
           MOVE REG-CUMUL-IMPOT-FED  TO W-LE-IMPOT-FED.
           MOVE REG-CUMUL-IMPOT-PROV TO W-LE-IMPOT-PROV.
           MOVE REG-CUMUL-NET        TO W-LE-NET.

           MOVE SPACES TO LIGNE-RELEVE.
           STRING W-TRL-RELEVE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  W-ANNEE-DEMANDEE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  W-EM-NOM(W-IDX-EM) DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  EMP-NOM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMP-PREN DELIMITED BY SIZE
           WRITE LIGNE-RELEVE AFTER ADVANCING PAGE.

           MOVE SPACES TO LIGNE-RELEVE.
           STRING W-TRL-BRUT DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  W-LE-BRUT        DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 2 LINES.

           MOVE SPACES TO LIGNE-RELEVE.
           STRING W-TRL-IMPOT-FED           DELIMITED BY "  "
                  ": "                      DELIMITED BY SIZE
                  W-LE-IMPOT-FED            DELIMITED BY SIZE
                  "   "                     DELIMITED BY SIZE
                  W-TRL-IMPOT-PROV          DELIMITED BY "  "
                  ": "                      DELIMITED BY SIZE
                  W-LE-IMPOT-PROV           DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LIGNE-RELEVE.
           STRING W-TRL-RRQ DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  W-LE-RRQ DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  W-TRL-AE DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  W-LE-AE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  W-TRL-RQAP DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  W-LE-RQAP DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  W-TRL-RAMQ DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  W-LE-RAMQ DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE.

           IF W-FEUILLET-CORRIGE
               MOVE W-TRL-CORRIGE TO LIGNE-RELEVE
               WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO LIGNE-RELEVE.
           STRING W-TRL-NET DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  W-LE-NET         DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE.
           IF REG-CUMUL-AVSOC > 0
               MOVE REG-CUMUL-AVSOC TO W-LE-AVSOC
               MOVE SPACES TO LIGNE-RELEVE
               STRING W-TRL-AVANTAGE DELIMITED BY "  "
                      ": "          DELIMITED BY SIZE
                      W-LE-AVSOC    DELIMITED BY SIZE
                 INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE
           END-IF.

      *CASES DES RETENUES (COTISATION SYNDICALE, REGIME DE
      *RETRAITE...) SELON LA TABLE DES TYPES DE RETENUE.
           PERFORM VARYING W-IDX-CE FROM 1 BY 1
                   UNTIL W-IDX-CE > W-NB-CE
               MOVE W-CE-MONTANT(W-IDX-CE) TO W-LE-CASE
               MOVE SPACES TO LIGNE-RELEVE
               IF W-CE-REGIME(W-IDX-CE) = "T"
                   STRING W-TRL-CASE-T4        DELIMITED BY "  "
                          " "                  DELIMITED BY SIZE
                          W-CE-CASE(W-IDX-CE)  DELIMITED BY SIZE
                          "   "                DELIMITED BY SIZE
                          W-CE-DESCRIPTION(W-IDX-CE)
                                               DELIMITED BY SIZE
                          ": "                 DELIMITED BY SIZE
                          W-LE-CASE            DELIMITED BY SIZE
                     INTO LIGNE-RELEVE
               ELSE
                   STRING W-TRL-CASE-RL1       DELIMITED BY "  "
                          " "                  DELIMITED BY SIZE
                          W-CE-CASE(W-IDX-CE)  DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          W-CE-DESCRIPTION(W-IDX-CE)
                                               DELIMITED BY SIZE
                          ": "                 DELIMITED BY SIZE
                          W-LE-CASE            DELIMITED BY SIZE
                     INTO LIGNE-RELEVE
               END-IF
               WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE
           END-PERFORM.

           IF W-RPA-AGREMENT NOT = SPACES
               MOVE SPACES TO LIGNE-RELEVE
               STRING W-TRL-CASE-T4     DELIMITED BY "  "
                      " 50     "        DELIMITED BY SIZE
                      W-TRL-AGREMENT    DELIMITED BY "  "
                      ": "              DELIMITED BY SIZE
                      W-RPA-AGREMENT    DELIMITED BY SIZE
                 INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE
           END-IF.

      ******************************************************************
      *  LIBELLES DU RELEVE DANS LA LANGUE DE L'EMPLOYE.
      ******************************************************************
       30900-CHARGER-TEXTES-RELEVE.
           IF EMP-LANGUE = "A" OR EMP-LANGUE = "a"
               MOVE "A" TO W-LANGUE-DOC
           ELSE
               MOVE "F" TO W-LANGUE-DOC
           END-IF.
           IF W-LANGUE-DOC NOT = W-TRL-LANGUE
               CALL "TEXTEDOC" USING W-TRL-DOCUMENT W-LANGUE-DOC
                                     W-TRL-NOMBRE W-TEXTES-RELEVE
               MOVE W-LANGUE-DOC TO W-TRL-LANGUE
           END-IF.

      ******************************************************************
      *  ENTETES DES FICHIERS DE TRANSMISSION (EXPEDITEUR ET ANNEE),
      *  UNE PAR EMPLOYEUR, SUIVIES DE SON NUMERO D'ENTREPRISE (ARC)
      *  OU DE SON NUMERO D'IDENTIFICATION (REVENU QUEBEC).
      ******************************************************************
       40000-ECRIRE-ENTETES-TRANSMISSION.
           MOVE SPACES TO LIGNE-T4.
           STRING "T4HDR"          DELIMITED BY SIZE
                  W-EM-EXPEDITEUR(W-IDX-EM) DELIMITED BY SIZE
                  W-ANNEE-DEMANDEE DELIMITED BY SIZE
                  W-EM-NE(W-IDX-EM) DELIMITED BY SIZE
             INTO LIGNE-T4.
           WRITE LIGNE-T4.

           MOVE SPACES TO LIGNE-RL1.
           STRING "R1HDR"          DELIMITED BY SIZE
                  W-EM-EXPEDITEUR(W-IDX-EM) DELIMITED BY SIZE
                  W-ANNEE-DEMANDEE DELIMITED BY SIZE
                  W-EM-NO-RQ(W-IDX-EM) DELIMITED BY SIZE
             INTO LIGNE-RL1.
           WRITE LIGNE-RL1.

             INTO LIGNE-T4.
           WRITE LIGNE-T4.

      *UN ENREGISTREMENT DE CASE PAR CASE DE RETENUE DU FEUILLET.
           PERFORM VARYING W-IDX-CE FROM 1 BY 1
                   UNTIL W-IDX-CE > W-NB-CE
               IF W-CE-REGIME(W-IDX-CE) = "T"
                   MOVE W-CE-MONTANT(W-IDX-CE) TO W-DT-CASE
                   MOVE SPACES TO LIGNE-T4
                   STRING "T4CAS"             DELIMITED BY SIZE
                          EMP-NAS             DELIMITED BY SIZE
                          W-CE-CASE(W-IDX-CE) DELIMITED BY SIZE
                          W-DT-CASE           DELIMITED BY SIZE
                     INTO LIGNE-T4
                   WRITE LIGNE-T4
               END-IF
           END-PERFORM.

      *NUMERO D'AGREMENT DU REGIME DE PENSION (CASE 50).
           IF W-RPA-AGREMENT NOT = SPACES
               MOVE SPACES TO LIGNE-T4
               STRING "T4RPA"         DELIMITED BY SIZE
                      EMP-NAS         DELIMITED BY SIZE
                      W-RPA-AGREMENT  DELIMITED BY SIZE
                 INTO LIGNE-T4
               WRITE LIGNE-T4
           END-IF.

           COMPUTE W-DT-BRUT =
               REG-CUMUL-BRUT + REG-CUMUL-AVSOC.
           MOVE REG-CUMUL-IMPOT-PROV TO W-DT-PROV.
             INTO LIGNE-RL1.
           WRITE LIGNE-RL1.

           PERFORM VARYING W-IDX-CE FROM 1 BY 1
                   UNTIL W-IDX-CE > W-NB-CE
               IF W-CE-REGIME(W-IDX-CE) = "R"
                   MOVE W-CE-MONTANT(W-IDX-CE) TO W-DT-CASE
                   MOVE SPACES TO LIGNE-RL1
                   STRING "R1CAS"             DELIMITED BY SIZE
                          EMP-NAS             DELIMITED BY SIZE
                          W-CE-CASE(W-IDX-CE) DELIMITED BY SIZE
                          W-DT-CASE           DELIMITED BY SIZE
                     INTO LIGNE-RL1
                   WRITE LIGNE-RL1
               END-IF
           END-PERFORM.

      ******************************************************************
      *  TOTAUX DES FICHIERS DE TRANSMISSION (NOMBRE DE FEUILLETS ET
      *  GRANDS TOTAUX DE L'EMPLOYEUR, QUE LES AGENCES VERIFIENT).
      ******************************************************************
       50000-ECRIRE-TOTAUX-TRANSMISSION.
           MOVE W-COMPTE-EMPLOYEUR TO W-DT-NB.
           MOVE W-TF-BRUT        TO W-DT-BRUT.
           MOVE W-TF-IMPOT-FED   TO W-DT-FED.
           MOVE SPACES TO LIGNE-T4.
      *  SOMMAIRE T4 / RL-1 ET CONCILIATION : LES TOTAUX DECLARES SUR
      *  LES FEUILLETS SONT COMPARES AUX REMISES REELLEMENT VERSEES
      *  DANS L'ANNEE (REMISES.DAT, LES RENVERSEMENTS EN MOINS). UN
      *  ECART SE REGLE AVANT LA TRANSMISSION. UN SOMMAIRE PAR
      *  EMPLOYEUR, CONTRE SES SEULES REMISES.
      ******************************************************************
       60000-ECRIRE-SOMMAIRE-CONCILIATION.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "** SOMMAIRE T4 / RL-1 ET CONCILIATION DES REMISES "
                                    DELIMITED BY SIZE
                  W-ANNEE-DEMANDEE  DELIMITED BY SIZE
                  " - "             DELIMITED BY SIZE
                  W-EM-NOM(W-IDX-EM) DELIMITED BY "  "
                  " **"             DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING PAGE.

           MOVE SPACES TO LIGNE-RELEVE.
           STRING "   EMPLOYEUR "   DELIMITED BY SIZE
                  W-EM-CODE(W-IDX-EM) DELIMITED BY SIZE
                  "   NE : "        DELIMITED BY SIZE
                  W-EM-NE(W-IDX-EM) DELIMITED BY SIZE
                  "   NO REVENU QUEBEC : " DELIMITED BY SIZE
                  W-EM-NO-RQ(W-IDX-EM) DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE.

           MOVE "   RETENUE             DECLARE         REMIS
      -"     ECART" TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 2 LINES.
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE.

      *GRANDS TOTAUX DES CASES DE RETENUES DECLAREES.
           PERFORM VARYING W-IDX-CT FROM 1 BY 1
                   UNTIL W-IDX-CT > W-NB-CT
               MOVE W-CT-MONTANT(W-IDX-CT) TO W-ED-DECLARE
               MOVE SPACES TO LIGNE-RELEVE
               IF W-CT-REGIME(W-IDX-CT) = "T"
                   STRING "   CASE T4 "        DELIMITED BY SIZE
                          W-CT-CASE(W-IDX-CT)  DELIMITED BY SIZE
                          "   "                DELIMITED BY SIZE
                          W-CT-DESCRIPTION(W-IDX-CT)
                                               DELIMITED BY SIZE
                          ": "                 DELIMITED BY SIZE
                          W-ED-DECLARE         DELIMITED BY SIZE
                     INTO LIGNE-RELEVE
               ELSE
                   STRING "   CASE RL-1 "      DELIMITED BY SIZE
                          W-CT-CASE(W-IDX-CT)  DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          W-CT-DESCRIPTION(W-IDX-CT)
                                               DELIMITED BY SIZE
                          ": "                 DELIMITED BY SIZE
                          W-ED-DECLARE         DELIMITED BY SIZE
                     INTO LIGNE-RELEVE
               END-IF
               WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE
           END-PERFORM.

       65000-TOTALISER-REMISES.
           INITIALIZE W-TOTAUX-REMIS.
           MOVE 0 TO W-IND-REMISE-EMPLOYEUR.
           MOVE 0 TO W-IND-FIN-REMISES.
           OPEN INPUT FICHIER-REMISES.
           IF REMISES-OK
                   READ FICHIER-REMISES
                       AT END MOVE 1 TO W-IND-FIN-REMISES
                       NOT AT END
                           PERFORM 66500-EMPLOYEUR-REMISE
                           IF RM-DATE-RUN(1:4) = W-ANNEE-DEMANDEE
                              AND W-EMPLOYEUR-EMPLOYE =
                                  W-EM-CODE(W-IDX-EM)
                               MOVE 1 TO W-IND-REMISE-EMPLOYEUR
                               PERFORM 66000-CUMULER-UNE-REMISE
                           END-IF
                   END-READ
               ADD RM-TOTAL-RAMQ       TO W-TR-RAMQ
           END-IF.

      *UNE LIGNE DE REMISE SANS EMPLOYEUR EST A L'EMPLOYEUR 01.
       66500-EMPLOYEUR-REMISE.
           MOVE RM-EMPLOYEUR TO W-EMPLOYEUR-EMPLOYE.
           IF W-EMPLOYEUR-EMPLOYE = SPACES
              OR W-EMPLOYEUR-EMPLOYE = LOW-VALUES
               MOVE "01" TO W-EMPLOYEUR-EMPLOYE
           END-IF.

       68000-ECRIRE-LIGNE-CONCIL.
           MOVE W-CO-LIBELLE TO W-LC-LIBELLE.
           MOVE W-CO-DECLARE TO W-LC-DECLARE.
