      *          DATE ET RAISON DE FIN SAISIES A LA DESACTIVATION,
      *          HEURES ET GAINS ASSURABLES TIRES DU REGISTRE
      *          CUMULATIF DE L'ANNEE DE FIN ET DE L'ANNEE PRECEDENTE.
      *          LES SOMMES VERSEES A LA CESSATION (PAIE DE VACANCES,
      *          INDEMNITE DE PREAVIS, BANQUE DE TEMPS) SONT REPRISES
      *          DU REGLEMENT FINAL APPROUVE (REGLEMENTS.DAT).

      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CLE.

       SELECT FICHIER-REGLEMENTS  ASSIGN TO "REGLEMENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RF-CODE
               FILE STATUS IS W-STATUT-REGLEMENTS.

       SELECT RAPPORT-RELEVE  ASSIGN TO "ReleveEmploi.doc"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  EMP-GROUPE-PAYE         PIC X(2).
           05  EMP-PROVINCE            PIC X(2).
           05  EMP-DEPARTEMENT         PIC X(2).
           05  EMP-CLASSE              PIC X(4).
           05  EMP-ECHELON             PIC 9(2).
           05  EMP-LANGUE              PIC X.
           05  EMP-RESERVE             PIC X(3).

       FD  FICHIER-REGISTRE
       LABEL RECORD STANDARD.
           05  REG-CUMUL-AVSOC         PIC 9(9)V99.
           05  REG-RESERVE             PIC X(10).

      *********************************************************
      * Reglements finals : une fiche par employe desactive.
      * Statut A = approuve (lignes de paye inscrites), P = clos
      * apres la paye finale (pret restant radie). Les montants
      * sont ceux du releve approuve ; le releve d'emploi les
      * reprend.
      *********************************************************
       FD  FICHIER-REGLEMENTS
       LABEL RECORD STANDARD.
       01  RF-FICHE-REGLEMENT.
           05  RF-CODE                 PIC X(6).
           05  RF-DATE-CALCUL          PIC 9(8).
           05  RF-DATE-FIN             PIC 9(8).
           05  RF-RAISON-FIN           PIC X.
           05  RF-ANCIENNETE-MOIS      PIC 9(3).
           05  RF-SEMAINES-PREAVIS     PIC 9(2).
           05  RF-SALAIRE-HEBDO        PIC 9(5)V99.
           05  RF-INDEMNITE-PREAVIS    PIC 9(7)V99.
           05  RF-VACANCES             PIC 9(7)V99.
           05  RF-HEURES-BANQUE        PIC 9(5)V99.
           05  RF-MONTANT-BANQUE       PIC 9(7)V99.
           05  RF-SOLDE-PRET           PIC 9(7)V99.
           05  RF-RADIATION            PIC 9(7)V99.
           05  RF-ANNEE-REGISTRE       PIC 9(4).
           05  RF-ANNEE                PIC 9(4).
           05  RF-PERIODE              PIC 9(2).
           05  RF-STATUT               PIC X.
               88  RF-APPROUVE         VALUE "A".
               88  RF-CLOS             VALUE "P".
           05  RF-APPROBATEUR          PIC X(8).
           05  RF-DATE-CLOTURE         PIC 9(8).
           05  RF-RESERVE              PIC X(10).

       FD  RAPPORT-RELEVE.
       01  LIGNE-RELEVE                PIC X(120).

               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-SANS-CUMUL     PIC 9   VALUE 0.
               88  W-SANS-CUMUL             VALUE 1.
           05  W-IND-REGLEMENT      PIC 9   VALUE 0.
               88  W-AVEC-REGLEMENT         VALUE 1.

       01  W-STATUT-REGLEMENTS      PIC XX.
           88  REGLEMENTS-INEXISTANT        VALUE "35".

       01  W-CODE-SAISI             PIC X(6).


       01  W-LIBELLE-RAISON         PIC X(20).

      *********************************************************
      * Libelles du releve dans la langue de l'employe (F/A),
      * tires de la table des textes par TEXTEDOC (document
      * "ROE"). L'ordre des zones suit la numerotation des
      * libelles dans Textes.dat.
      *********************************************************
       01  W-LANGUE-DOC             PIC X.
       01  W-TRE-DOCUMENT           PIC X(3)   VALUE "ROE".
       01  W-TRE-NOMBRE             PIC 9(2)   VALUE 18.
       01  W-TEXTES-RELEVE.
           05  W-TRE-TITRE          PIC X(60).
           05  W-TRE-NAS            PIC X(60).
           05  W-TRE-ADRESSE        PIC X(60).
           05  W-TRE-PREMIER-JOUR   PIC X(60).
           05  W-TRE-DERNIER-JOUR   PIC X(60).
           05  W-TRE-RAISON         PIC X(60).
           05  W-TRE-HEURES-ASS     PIC X(60).
           05  W-TRE-GAINS-ASS      PIC X(60).
           05  W-TRE-ANNEES         PIC X(60).
           05  W-TRE-RAISON-A       PIC X(60).
           05  W-TRE-RAISON-D       PIC X(60).
           05  W-TRE-RAISON-E       PIC X(60).
           05  W-TRE-RAISON-K       PIC X(60).
           05  W-TRE-RAISON-AUTRE   PIC X(60).
           05  W-TRE-VAC-CESSATION  PIC X(60).
           05  W-TRE-ACQUIS-FINALE  PIC X(60).
           05  W-TRE-PREAVIS        PIC X(60).
           05  W-TRE-BANQUE         PIC X(60).


      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
                       TO W-MESSAGE-ERREUR
                   WHEN OTHER
                       PERFORM 20000-CUMULER-ASSURABLES
                       PERFORM 22000-LIRE-REGLEMENT
                       PERFORM 30000-ECRIRE-RELEVE
                       MOVE "RELEVE D'EMPLOI PRODUIT (ReleveEmploi.doc)
      -"" TO W-MESSAGE-ERREUR
               ADD REG-CUMUL-BRUT   TO W-GAINS-ASSURABLES
           END-IF.

      ******************************************************************
      *  REGLEMENT FINAL APPROUVE OU CLOS DE L'EMPLOYE, S'IL Y EN A
      *  UN : SES MONTANTS SONT CEUX QUE LA PAYE FINALE A VERSES.
      ******************************************************************
       22000-LIRE-REGLEMENT.
           MOVE 0 TO W-IND-REGLEMENT.
           OPEN INPUT FICHIER-REGLEMENTS.
           IF NOT REGLEMENTS-INEXISTANT
               MOVE EMP-CODE TO RF-CODE
               READ FICHIER-REGLEMENTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RF-APPROUVE OR RF-CLOS
                           MOVE 1 TO W-IND-REGLEMENT
                       END-IF
               END-READ
               CLOSE FICHIER-REGLEMENTS
           END-IF.

      ******************************************************************
      *  ECRIT LE RELEVE D'EMPLOI DANS SON PROPRE DOCUMENT.
      ******************************************************************
       30000-ECRIRE-RELEVE.
           PERFORM 30900-CHARGER-TEXTES-RELEVE.
           OPEN OUTPUT RAPPORT-RELEVE.

           MOVE SPACES TO LIGNE-RELEVE.
           STRING W-TRE-TITRE     DELIMITED BY "  "
                  " - "           DELIMITED BY SIZE
                  EMP-NOM         DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  EMP-PREN        DELIMITED BY SIZE
           WRITE LIGNE-RELEVE.

           MOVE SPACES TO LIGNE-RELEVE.
           STRING W-TRE-NAS       DELIMITED BY "  "
                  ": "            DELIMITED BY SIZE
                  EMP-NAS         DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  W-TRE-ADRESSE   DELIMITED BY "  "
                  ": "            DELIMITED BY SIZE
                  EMP-ADRESSE     DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 2 LINES.

           MOVE EMP-DATE-ENGAGEMENT TO W-LE-DATE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING W-TRE-PREMIER-JOUR          DELIMITED BY "  "
                  ": "                        DELIMITED BY SIZE
                  W-LE-DATE                   DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE.
           PERFORM 31000-LIBELLER-RAISON.
           MOVE EMP-DATE-FIN TO W-LE-DATE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING W-TRE-DERNIER-JOUR    DELIMITED BY "  "
                  ": "                  DELIMITED BY SIZE
                  W-LE-DATE             DELIMITED BY SIZE
                  "   "                 DELIMITED BY SIZE
                  W-TRE-RAISON          DELIMITED BY "  "
                  " ("                  DELIMITED BY SIZE
                  EMP-RAISON-FIN        DELIMITED BY SIZE
                  "): "                 DELIMITED BY SIZE
                  W-LIBELLE-RAISON      DELIMITED BY SIZE
           MOVE W-HEURES-ASSURABLES TO W-LE-HEURES.
           MOVE W-GAINS-ASSURABLES  TO W-LE-GAINS.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING W-TRE-HEURES-ASS      DELIMITED BY "  "
                  ": "                  DELIMITED BY SIZE
                  W-LE-HEURES           DELIMITED BY SIZE
                  "   "                 DELIMITED BY SIZE
                  W-TRE-GAINS-ASS       DELIMITED BY "  "
                  ": "                  DELIMITED BY SIZE
                  W-LE-GAINS            DELIMITED BY SIZE
                  "  ("                 DELIMITED BY SIZE
                  W-TRE-ANNEES          DELIMITED BY "  "
                  " "                   DELIMITED BY SIZE
                  W-ANNEE-PRECEDENTE    DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  W-ANNEE-FIN           DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 2 LINES.

           IF W-AVEC-REGLEMENT
               PERFORM 32000-ECRIRE-SOMMES-CESSATION
           END-IF.

           CLOSE RAPPORT-RELEVE.

           CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                     W-SP-PERIODE W-SP-OPERATEUR.

      ******************************************************************
      *  LIBELLES DU RELEVE DANS LA LANGUE DE L'EMPLOYE.
      ******************************************************************
       30900-CHARGER-TEXTES-RELEVE.
           IF EMP-LANGUE = "A" OR EMP-LANGUE = "a"
               MOVE "A" TO W-LANGUE-DOC
           ELSE
               MOVE "F" TO W-LANGUE-DOC
           END-IF.
           CALL "TEXTEDOC" USING W-TRE-DOCUMENT W-LANGUE-DOC
                                 W-TRE-NOMBRE W-TEXTES-RELEVE.

      ******************************************************************
      *  TRADUIT LE CODE DE RAISON EN LIBELLE LISIBLE.
      ******************************************************************
       31000-LIBELLER-RAISON.
           EVALUATE EMP-RAISON-FIN
               WHEN "A" MOVE W-TRE-RAISON-A     TO W-LIBELLE-RAISON
               WHEN "D" MOVE W-TRE-RAISON-D     TO W-LIBELLE-RAISON
               WHEN "E" MOVE W-TRE-RAISON-E     TO W-LIBELLE-RAISON
               WHEN "K" MOVE W-TRE-RAISON-K     TO W-LIBELLE-RAISON
               WHEN OTHER MOVE W-TRE-RAISON-AUTRE TO W-LIBELLE-RAISON
           END-EVALUATE.

      ******************************************************************
      *  SOMMES VERSEES A LA CESSATION, TIREES DU REGLEMENT FINAL :
      *  PAIE DE VACANCES, AUTRES SOMMES (PREAVIS, BANQUE DE TEMPS).
      ******************************************************************
       32000-ECRIRE-SOMMES-CESSATION.
           MOVE RF-VACANCES TO W-LE-GAINS.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING W-TRE-VAC-CESSATION   DELIMITED BY "  "
                  ": "                  DELIMITED BY SIZE
                  W-LE-GAINS            DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  W-TRE-ACQUIS-FINALE   DELIMITED BY "  "
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 2 LINES.

           MOVE RF-INDEMNITE-PREAVIS TO W-LE-GAINS.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING W-TRE-PREAVIS         DELIMITED BY "  "
                  ": "                  DELIMITED BY SIZE
                  W-LE-GAINS            DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE.

           MOVE RF-MONTANT-BANQUE TO W-LE-GAINS.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING W-TRE-BANQUE          DELIMITED BY "  "
                  ": "                  DELIMITED BY SIZE
                  W-LE-GAINS            DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE.
