      *          COTISATIONS CNESST REELLEMENT REMISES DANS L'ANNEE
      *          (REMISES.DAT). LA DECLARATION NE S'ASSEMBLE PLUS A
      *          LA MAIN DEPUIS LE REGISTRE.
      *          UNE DECLARATION PAR EMPLOYEUR (EMPLOYEURS.DAT, PAR
      *          LE GROUPE DE PAYE DE L'EMPLOYE) SOUS SON NUMERO DE
      *          DOSSIER CNESST, CONCILIEE CONTRE SES SEULES REMISES.

      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT RAPPORT-DECL  ASSIGN TO "DeclCNESST.doc"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-GROUPES  ASSIGN TO "GROUPESPAYE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS GP-CODE.

       SELECT FICHIER-EMPLOYEURS  ASSIGN TO "EMPLOYEURS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EM-CODE.

       DATA DIVISION.

       FILE SECTION.
               10  EMP-NOM             PIC X(20).
               10  EMP-PREN            PIC X(15).
           05  EMP-DATE-ENGAGEMENT     PIC 9(8).
           05  EMP-RESTE-1             PIC X(126).
           05  EMP-GROUPE-PAYE         PIC X(2).
           05  EMP-RESTE-2             PIC X(14).

       FD  FICHIER-ANNEES
       LABEL RECORD STANDARD.
           05  RM-SENS              PIC X.
           05  RM-GROUPE            PIC X(2).
           05  RM-PROVINCE          PIC X(2).
           05  RM-EMPLOYEUR         PIC X(2).

       FD  RAPPORT-DECL.
       01  LIGNE-DECL                  PIC X(120).

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

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-UNITE-TROUVEE  PIC 9.
               88  W-UNITE-TROUVEE          VALUE 1.
           05  W-IND-EM-TROUVE      PIC 9.
               88  W-EM-TROUVE              VALUE 1.
           05  W-IND-SANS-EMPLOYEURS PIC 9  VALUE 0.
               88  W-SANS-EMPLOYEURS        VALUE 1.
           05  W-IND-SANS-GROUPES   PIC 9   VALUE 0.
               88  W-SANS-GROUPES           VALUE 1.

       01  W-STATUT-REGISTRE        PIC XX.
           88  REGISTRE-OK                  VALUE "00".
           05  W-ANNEE-RETENUE      PIC 9(4).

      *********************************************************
      * Unites par region (20 regions) et cumuls par employeur
      * et unite de classification (30 cases au plus).
      *********************************************************
       01  W-TABLE-UNITES-REGION.
           05  W-UR-ENTREE OCCURS 20 TIMES

       01  W-TABLE-UNITES.
           05  W-NB-UNITES          PIC 99  VALUE 0.
           05  W-UN-ENTREE OCCURS 30 TIMES
                                    INDEXED BY W-IDX-UN.
               10  W-UN-EMPLOYEUR   PIC X(2).
               10  W-UN-CODE        PIC X(6).
               10  W-UN-EMPLOYES    PIC 9(5).
               10  W-UN-ASSURABLE   PIC 9(11)V99.

      *********************************************************
      * Employeurs declares (par le groupe de paye de chaque
      * employe ; 01 a defaut, avec son nom historique), leurs
      * totaux et leurs cotisations CNESST remises.
      *********************************************************
       01  W-TABLE-EMPLOYEURS.
           05  W-NB-EM              PIC 99     VALUE 0.
           05  W-EM-ENTREE OCCURS 50 TIMES
                                    INDEXED BY W-IDX-EM.
               10  W-EM-CODE        PIC X(2).
               10  W-EM-NOM         PIC X(30).
               10  W-EM-NO-CNESST   PIC X(10).
               10  W-EM-EMPLOYES    PIC 9(5).
               10  W-EM-ASSURABLE   PIC 9(11)V99.
               10  W-EM-REMISE      PIC S9(11)V99.

       01  W-EMPLOYEUR-COURANT      PIC X(2).
       01  W-FILE-DETAIL-EMPLOYEURS.
           05  W-SIZE-EMPLOYEURS    PIC X(8)   COMP-X.
           05  W-SIZE-GROUPES       PIC X(8)   COMP-X.

       01  W-CALCUL.
           05  W-ASSURABLE-EMPLOYE  PIC 9(9)V99.
           05  W-UNITE-EMPLOYE      PIC X(6).
           PERFORM 07000-VERIFIER-ANNEE-CLOSE.

           OPEN INPUT FICHIER-IDX.
           PERFORM 08000-OUVRIR-EMPLOYEURS.
           INITIALIZE W-TABLE-UNITES.
           INITIALIZE W-TABLE-EMPLOYEURS.
           MOVE 0 TO W-TOTAL-ASSURABLE W-TOTAL-EMPLOYES.

           IF W-ANNEE-CLOSE
           CLOSE FICHIER-IDX.

           PERFORM 60000-TOTALISER-CNESST-REMISE.
      *SANS AUCUN SALAIRE NI REMISE, LA DECLARATION (A ZERO) RESTE
      *CELLE DE L'EMPLOYEUR 01.
           IF W-NB-EM = 0
               MOVE "01" TO W-EMPLOYEUR-COURANT
               PERFORM 36000-TROUVER-EMPLOYEUR
           END-IF.
           PERFORM 70000-ECRIRE-DECLARATION.

           IF NOT W-SANS-GROUPES
               CLOSE FICHIER-GROUPES
           END-IF.
           IF NOT W-SANS-EMPLOYEURS
               CLOSE FICHIER-EMPLOYEURS
           END-IF.

           STRING "DECLARATION CNESST " DELIMITED BY SIZE
                  W-ANNEE-DEMANDEE      DELIMITED BY SIZE
                  " PRODUITE ("         DELIMITED BY SIZE
               CLOSE FICHIER-ANNEES
           END-IF.

       08000-OUVRIR-EMPLOYEURS.
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

      ******************************************************************
      *  BALAYE LE REGISTRE D'ARCHIVE (ANNEE FERMEE) OU LE REGISTRE
      *  VIVANT : CHAQUE CUMUL DE L'ANNEE DECLAREE EST PLAFONNE AU

      ******************************************************************
      *  PLAFONNE LE SALAIRE DE L'EMPLOYE AU MAXIMUM ASSURABLE ET LE
      *  CUMULE DANS L'UNITE DE CLASSIFICATION DE SA REGION, CHEZ SON
      *  EMPLOYEUR (UNITE "GENERL" ET EMPLOYEUR 01 SI LA FICHE N'EST
      *  PLUS AU MAITRE).
      ******************************************************************
       30000-CUMULER-EMPLOYE.
           IF W-ASSURABLE-EMPLOYE > W-MAX-CNESST
           END-IF.

           MOVE 0 TO W-IND-EMP-ABSENT W-REGION-EMPLOYE.
           MOVE "01" TO W-EMPLOYEUR-COURANT.
           READ FICHIER-IDX
               INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
               NOT INVALID KEY MOVE EMP-REGION TO W-REGION-EMPLOYE
                               PERFORM 35000-EMPLOYEUR-EMPLOYE
           END-READ.
           PERFORM 36000-TROUVER-EMPLOYEUR.

           IF W-REGION-EMPLOYE > 0 AND W-REGION-EMPLOYE < 21
               MOVE W-UR-UNITE(W-REGION-EMPLOYE) TO W-UNITE-EMPLOYE
           PERFORM VARYING W-IDX-UN FROM 1 BY 1
                   UNTIL W-IDX-UN > W-NB-UNITES OR W-UNITE-TROUVEE
               IF W-UN-CODE(W-IDX-UN) = W-UNITE-EMPLOYE
                  AND W-UN-EMPLOYEUR(W-IDX-UN) = W-EMPLOYEUR-COURANT
                   MOVE 1 TO W-IND-UNITE-TROUVEE
               END-IF
           END-PERFORM.
           IF W-UNITE-TROUVEE
               SET W-IDX-UN DOWN BY 1
           ELSE
               IF W-NB-UNITES < 30
                   ADD 1 TO W-NB-UNITES
                   SET W-IDX-UN TO W-NB-UNITES
                   MOVE W-UNITE-EMPLOYE TO W-UN-CODE(W-IDX-UN)
                   MOVE W-EMPLOYEUR-COURANT
                     TO W-UN-EMPLOYEUR(W-IDX-UN)
               ELSE
                   SET W-IDX-UN TO 1
               END-IF

           ADD 1 TO W-UN-EMPLOYES(W-IDX-UN).
           ADD W-ASSURABLE-EMPLOYE TO W-UN-ASSURABLE(W-IDX-UN).
           ADD 1 TO W-EM-EMPLOYES(W-IDX-EM).
           ADD W-ASSURABLE-EMPLOYE TO W-EM-ASSURABLE(W-IDX-EM).
           ADD 1 TO W-TOTAL-EMPLOYES.
           ADD W-ASSURABLE-EMPLOYE TO W-TOTAL-ASSURABLE.

      ******************************************************************
      *  EMPLOYEUR DE L'EMPLOYE PAR SON GROUPE DE PAYE (GROUPE 01 POUR
      *  UNE FICHE SANS GROUPE, EMPLOYEUR 01 POUR UN GROUPE SANS
      *  EMPLOYEUR OU SANS TABLE DES GROUPES).
      ******************************************************************
       35000-EMPLOYEUR-EMPLOYE.
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
                           MOVE GP-EMPLOYEUR TO W-EMPLOYEUR-COURANT
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      *  TROUVE (OU AJOUTE, AVEC SON NOM ET SON NUMERO DE DOSSIER
      *  CNESST) LA CASE DE L'EMPLOYEUR COURANT.
      ******************************************************************
       36000-TROUVER-EMPLOYEUR.
           MOVE 0 TO W-IND-EM-TROUVE.
           PERFORM VARYING W-IDX-EM FROM 1 BY 1
                   UNTIL W-IDX-EM > W-NB-EM OR W-EM-TROUVE
               IF W-EM-CODE(W-IDX-EM) = W-EMPLOYEUR-COURANT
                   MOVE 1 TO W-IND-EM-TROUVE
               END-IF
           END-PERFORM.
           IF W-EM-TROUVE
               SET W-IDX-EM DOWN BY 1
           ELSE
               IF W-NB-EM < 50
                   ADD 1 TO W-NB-EM
                   SET W-IDX-EM TO W-NB-EM
                   MOVE W-EMPLOYEUR-COURANT TO W-EM-CODE(W-IDX-EM)
                   MOVE SPACES TO W-EM-NOM(W-IDX-EM)
                                  W-EM-NO-CNESST(W-IDX-EM)
                   MOVE 0 TO W-EM-EMPLOYES(W-IDX-EM)
                             W-EM-ASSURABLE(W-IDX-EM)
                             W-EM-REMISE(W-IDX-EM)
                   IF W-EMPLOYEUR-COURANT = "01"
                       MOVE "CRACK-INFO" TO W-EM-NOM(W-IDX-EM)
                   END-IF
                   IF NOT W-SANS-EMPLOYEURS
                       MOVE W-EMPLOYEUR-COURANT TO EM-CODE
                       READ FICHIER-EMPLOYEURS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE EM-NOM TO W-EM-NOM(W-IDX-EM)
                               MOVE EM-NO-CNESST
                                 TO W-EM-NO-CNESST(W-IDX-EM)
                       END-READ
                   END-IF
               ELSE
                   SET W-IDX-EM TO 1
               END-IF
           END-IF.

      ******************************************************************
      *  COTISATIONS CNESST REELLEMENT REMISES DANS L'ANNEE
      *  (RENVERSEMENTS EN MOINS), PAR EMPLOYEUR (UNE LIGNE SANS
      *  EMPLOYEUR EST A L'EMPLOYEUR 01).
      ******************************************************************
       60000-TOTALISER-CNESST-REMISE.
           MOVE 0 TO W-IND-FIN-FICHIER.
           OPEN INPUT FICHIER-REMISES.
           IF REMISES-OK
               PERFORM UNTIL W-FIN-FICHIER
                       AT END MOVE 1 TO W-IND-FIN-FICHIER
                       NOT AT END
                           IF RM-DATE-RUN(1:4) = W-ANNEE-DEMANDEE
                               PERFORM 61000-CUMULER-REMISE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REMISES
           END-IF.

       61000-CUMULER-REMISE.
           MOVE RM-EMPLOYEUR TO W-EMPLOYEUR-COURANT.
           IF W-EMPLOYEUR-COURANT = SPACES
              OR W-EMPLOYEUR-COURANT = LOW-VALUES
               MOVE "01" TO W-EMPLOYEUR-COURANT
           END-IF.
           PERFORM 36000-TROUVER-EMPLOYEUR.
           IF RM-SENS = "R"
               SUBTRACT RM-EMPL-CNESST FROM W-EM-REMISE(W-IDX-EM)
           ELSE
               ADD RM-EMPL-CNESST TO W-EM-REMISE(W-IDX-EM)
           END-IF.

      ******************************************************************
      *  ECRIT LA DECLARATION : UNE SECTION PAR EMPLOYEUR AVEC SES
      *  SALAIRES ASSURABLES PAR UNITE DE CLASSIFICATION, SON TOTAL,
      *  SA PRIME DUE ET LA CONCILIATION CONTRE SES COTISATIONS
      *  REMISES.
      ******************************************************************
       70000-ECRIRE-DECLARATION.
           OPEN OUTPUT RAPPORT-DECL.

           PERFORM 71000-ECRIRE-EMPLOYEUR
               VARYING W-IDX-EM FROM 1 BY 1
               UNTIL W-IDX-EM > W-NB-EM.

           CLOSE RAPPORT-DECL.

           MOVE W-ANNEE-DEMANDEE TO W-SP-PERIODE.
           CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                     W-SP-PERIODE W-SP-OPERATEUR.

       71000-ECRIRE-EMPLOYEUR.
           MOVE SPACES TO LIGNE-DECL.
           STRING "** DECLARATION DES SALAIRES CNESST "
                                    DELIMITED BY SIZE
                  W-ANNEE-DEMANDEE  DELIMITED BY SIZE
                  " - "             DELIMITED BY SIZE
                  W-EM-NOM(W-IDX-EM) DELIMITED BY "  "
                  " **"             DELIMITED BY SIZE
             INTO LIGNE-DECL.
           IF W-IDX-EM = 1
               WRITE LIGNE-DECL
           ELSE
               WRITE LIGNE-DECL AFTER ADVANCING PAGE
           END-IF.

           MOVE SPACES TO LIGNE-DECL.
           STRING "   EMPLOYEUR "   DELIMITED BY SIZE
                  W-EM-CODE(W-IDX-EM) DELIMITED BY SIZE
                  "   NO DE DOSSIER CNESST : " DELIMITED BY SIZE
                  W-EM-NO-CNESST(W-IDX-EM) DELIMITED BY SIZE
             INTO LIGNE-DECL.
           WRITE LIGNE-DECL AFTER ADVANCING 1 LINE.

           MOVE "   UNITE    EMPLOYES   SALAIRES ASSURABLES"
             TO LIGNE-DECL.

           PERFORM VARYING W-IDX-UN FROM 1 BY 1
                   UNTIL W-IDX-UN > W-NB-UNITES
               IF W-UN-EMPLOYEUR(W-IDX-UN) = W-EM-CODE(W-IDX-EM)
                   MOVE W-UN-CODE(W-IDX-UN)      TO W-LU-UNITE
                   MOVE W-UN-EMPLOYES(W-IDX-UN)  TO W-LU-EMPLOYES
                   MOVE W-UN-ASSURABLE(W-IDX-UN) TO W-LU-ASSURABLE
                   WRITE LIGNE-DECL FROM W-LIGNE-UNITE
                                    AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

           MOVE W-EM-ASSURABLE(W-IDX-EM) TO W-ED-MONTANT.
           MOVE W-EM-EMPLOYES(W-IDX-EM)  TO W-ED-NB.
           MOVE SPACES TO LIGNE-DECL.
           STRING "   TOTAL ("       DELIMITED BY SIZE
                  W-ED-NB            DELIMITED BY SIZE
           WRITE LIGNE-DECL AFTER ADVANCING 2 LINES.

           COMPUTE W-PRIME-DUE ROUNDED =
               W-EM-ASSURABLE(W-IDX-EM) * W-TAUX-CNESST.
           MOVE W-PRIME-DUE TO W-ED-MONTANT.
           MOVE SPACES TO LIGNE-DECL.
           STRING "   PRIME DUE (TAUX DE L'ANNEE) : "
             INTO LIGNE-DECL.
           WRITE LIGNE-DECL AFTER ADVANCING 1 LINE.

           MOVE W-EM-REMISE(W-IDX-EM) TO W-CNESST-REMISE.
           MOVE W-CNESST-REMISE TO W-ED-MONTANT2.
           MOVE SPACES TO LIGNE-DECL.
           STRING "   COTISATIONS REMISES DANS L'ANNEE : "
                  W-ED-MONTANT2      DELIMITED BY SIZE
             INTO LIGNE-DECL.
           WRITE LIGNE-DECL AFTER ADVANCING 1 LINE.
