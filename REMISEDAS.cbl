      *          RETENUES DES EMPLOYES PAR REGIME, COTISATIONS DE
      *          L'EMPLOYEUR, GRAND TOTAL A REMETTRE, VENTILES PAR
      *          JURIDICTION (PROVINCE D'EMPLOI) POUR QUE CHAQUE
      *          PAIEMENT PARTE VERS LA BONNE AGENCE, ET PAR
      *          EMPLOYEUR (EMPLOYEURS.DAT) : CHAQUE ENTITE REMET
      *          SOUS SES PROPRES NUMEROS, SANS MELANGE.

      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT RAPPORT-REMISE  ASSIGN TO "RemiseDAS.doc"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-EMPLOYEURS  ASSIGN TO "EMPLOYEURS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EM-CODE.

       DATA DIVISION.

       FILE SECTION.
           05  RM-SENS              PIC X.
           05  RM-GROUPE            PIC X(2).
           05  RM-PROVINCE          PIC X(2).
           05  RM-EMPLOYEUR         PIC X(2).

       FD  RAPPORT-REMISE.
       01  LIGNE-REMISE             PIC X(120).

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
      *  RETENUES D'UN REGIME DOIT S'IMPRIMER EN CREDIT, PAS EN
      *  VALEUR ABSOLUE.)
      *********************************************************
      * Totaux du mois par employeur et juridiction (province
      * d'emploi des lignes de remise ; une ligne sans province
      * est comptee au Quebec, une ligne sans employeur a
      * l'employeur 01, les dessins d'avant ces ventilations).
      *********************************************************
       01  W-TABLE-JURIDICTIONS.
           05  W-NB-JUR             PIC 99  VALUE 0.
           05  W-JUR-ENTREE OCCURS 50 TIMES
                                    INDEXED BY W-IDX-JUR.
               10  W-JU-EMPLOYEUR   PIC X(2).
               10  W-JU-CODE        PIC X(2).
               10  W-JU-IMPOT-FED   PIC S9(9)V99.
               10  W-JU-IMPOT-PROV  PIC S9(9)V99.
               10  W-JU-EMPL-CNESST PIC S9(9)V99.

       01  W-PROVINCE-LIGNE         PIC X(2).
       01  W-EMPLOYEUR-LIGNE        PIC X(2).
       01  W-IND-JUR-TROUVEE        PIC 9.
           88  W-JUR-TROUVEE                VALUE 1.
       01  W-IND-JUR-HORS-TABLE     PIC 9.
           88  W-JUR-HORS-TABLE             VALUE 1.
       01  W-NB-LIGNES-HORS-TABLE   PIC 9(4) VALUE 0.

       01  W-TOTAUX-MOIS.
           05  W-TOT-IMPOT-FED      PIC S9(9)V99.
       01  W-MONTANT-RETENUE        PIC S9(9)V99.
       01  W-MONTANT-EMPLOYEUR      PIC S9(9)V99.

      *********************************************************
      * Identification de l'employeur de la section imprimee
      * (l'employeur 01 garde son nom historique si la table
      * des employeurs n'existe pas encore).
      *********************************************************
       01  W-EMPLOYEUR-SECTION.
           05  W-ES-NOM             PIC X(30).
           05  W-ES-NE              PIC X(15).
           05  W-ES-NO-RQ           PIC X(16).
           05  W-SIZE-EMPLOYEURS    PIC X(8)   COMP-X.
           05  W-IND-SANS-EMPLOYEURS PIC 9   VALUE 0.
               88  W-SANS-EMPLOYEURS        VALUE 1.


      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
               TO W-MESSAGE-ERREUR
           ELSE
               OPEN OUTPUT RAPPORT-REMISE
               PERFORM 05000-OUVRIR-EMPLOYEURS
               INITIALIZE W-TOTAUX-MOIS
               MOVE 0 TO W-NB-JUR
               INITIALIZE W-TABLE-JURIDICTIONS
               MOVE 0 TO W-IND-FIN-FICHIER W-COMPTE-PASSAGES
                         W-NB-LIGNES-HORS-TABLE
               PERFORM 10000-LIRE-REMISE
               PERFORM 20000-CUMULER-MOIS UNTIL W-FIN-FICHIER
      *UN SOMMAIRE PAR EMPLOYEUR ET JURIDICTION : CHAQUE CASE EST
      *VERSEE DANS LES TOTAUX A PLAT PUIS IMPRIMEE AVEC SON ENTETE.
               PERFORM VARYING W-IDX-JUR FROM 1 BY 1
                       UNTIL W-IDX-JUR > W-NB-JUR
                   PERFORM 28000-SOMMAIRE-JURIDICTION
               END-PERFORM
               CLOSE FICHIER-REMISES RAPPORT-REMISE
               IF NOT W-SANS-EMPLOYEURS
                   CLOSE FICHIER-EMPLOYEURS
               END-IF
               MOVE SPACES TO W-SP-PERIODE
               STRING W-MOIS-DEMANDE   DELIMITED BY SIZE
                      "/"              DELIMITED BY SIZE
                 INTO W-SP-PERIODE
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR
               IF W-NB-LIGNES-HORS-TABLE > 0
                   MOVE SPACES TO W-MESSAGE-ERREUR
                   STRING "SOMMAIRE DAS INCOMPLET : "
                                                DELIMITED BY SIZE
                          W-NB-LIGNES-HORS-TABLE
                                                DELIMITED BY SIZE
                          " LIGNE(S) HORS TABLE (VOIR LE RAPPORT)"
                                                DELIMITED BY SIZE
                     INTO W-MESSAGE-ERREUR
               ELSE
                   STRING "SOMMAIRE DAS PRODUIT (" DELIMITED BY SIZE
                          W-COMPTE-PASSAGES        DELIMITED BY SIZE
                          " PASSAGE(S) DE PAYE)"   DELIMITED BY SIZE
                     INTO W-MESSAGE-ERREUR
               END-IF
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
               MOVE W-DATE-DU-JOUR(5:2) TO W-MOIS-DEMANDE
           END-IF.

       05000-OUVRIR-EMPLOYEURS.
           CALL "CBL_CHECK_FILE_EXIST" USING "EMPLOYEURS.DAT "
                                              W-SIZE-EMPLOYEURS.
           IF RETURN-CODE = 0
               MOVE 0 TO W-IND-SANS-EMPLOYEURS
               OPEN INPUT FICHIER-EMPLOYEURS
           ELSE
               MOVE 1 TO W-IND-SANS-EMPLOYEURS
           END-IF.

       10000-LIRE-REMISE.
           READ FICHIER-REMISES
               AT END MOVE 1 TO W-IND-FIN-FICHIER
      *  DANS LE MOIS DEMANDE.
      ******************************************************************
      *UNE LIGNE DE SENS "R" (PAYE RENVERSEE) SE SOUSTRAIT DES
      *TOTAUX DU MOIS AU LIEU DE S'Y AJOUTER. UNE LIGNE SANS CASE
      *(TABLE PLEINE) EST SIGNALEE AU RAPPORT ET N'EST PAS CUMULEE.
       20000-CUMULER-MOIS.
           IF RM-DATE-RUN(1:4) = W-ANNEE-DEMANDEE
              AND RM-DATE-RUN(5:2) = W-MOIS-DEMANDE
               PERFORM 25000-TROUVER-JURIDICTION
               IF NOT W-JUR-HORS-TABLE
                   IF RM-SENS = "R"
                       SUBTRACT RM-TOTAL-IMPOT-FED
                           FROM W-JU-IMPOT-FED(W-IDX-JUR)
                       SUBTRACT RM-TOTAL-IMPOT-PROV
                           FROM W-JU-IMPOT-PROV(W-IDX-JUR)
                       SUBTRACT RM-TOTAL-RRQ  FROM W-JU-RRQ(W-IDX-JUR)
                       SUBTRACT RM-TOTAL-AE   FROM W-JU-AE(W-IDX-JUR)
                       SUBTRACT RM-TOTAL-RQAP FROM W-JU-RQAP(W-IDX-JUR)
                       SUBTRACT RM-TOTAL-RAMQ FROM W-JU-RAMQ(W-IDX-JUR)
                       SUBTRACT RM-EMPL-RRQ
                           FROM W-JU-EMPL-RRQ(W-IDX-JUR)
                       SUBTRACT RM-EMPL-AE
                           FROM W-JU-EMPL-AE(W-IDX-JUR)
                       SUBTRACT RM-EMPL-FSS
                           FROM W-JU-EMPL-FSS(W-IDX-JUR)
                       SUBTRACT RM-EMPL-CNESST
                           FROM W-JU-EMPL-CNESST(W-IDX-JUR)
                   ELSE
                       ADD RM-TOTAL-IMPOT-FED
                           TO W-JU-IMPOT-FED(W-IDX-JUR)
                       ADD RM-TOTAL-IMPOT-PROV
                           TO W-JU-IMPOT-PROV(W-IDX-JUR)
                       ADD RM-TOTAL-RRQ  TO W-JU-RRQ(W-IDX-JUR)
                       ADD RM-TOTAL-AE   TO W-JU-AE(W-IDX-JUR)
                       ADD RM-TOTAL-RQAP TO W-JU-RQAP(W-IDX-JUR)
                       ADD RM-TOTAL-RAMQ TO W-JU-RAMQ(W-IDX-JUR)
                       ADD RM-EMPL-RRQ   TO W-JU-EMPL-RRQ(W-IDX-JUR)
                       ADD RM-EMPL-AE    TO W-JU-EMPL-AE(W-IDX-JUR)
                       ADD RM-EMPL-FSS   TO W-JU-EMPL-FSS(W-IDX-JUR)
                       ADD RM-EMPL-CNESST
                           TO W-JU-EMPL-CNESST(W-IDX-JUR)
                   END-IF
                   ADD 1 TO W-COMPTE-PASSAGES
               END-IF
           END-IF.

           PERFORM 10000-LIRE-REMISE.

      ******************************************************************
      *  TROUVE (OU CREE) LA CASE EMPLOYEUR + JURIDICTION DE LA LIGNE
      *  DE REMISE COURANTE (UNE LIGNE SANS PROVINCE COMPTE AU
      *  QUEBEC, UNE LIGNE SANS EMPLOYEUR A L'EMPLOYEUR 01).
      ******************************************************************
       25000-TROUVER-JURIDICTION.
           MOVE RM-PROVINCE TO W-PROVINCE-LIGNE.
              OR W-PROVINCE-LIGNE = LOW-VALUES
               MOVE "QC" TO W-PROVINCE-LIGNE
           END-IF.
           MOVE RM-EMPLOYEUR TO W-EMPLOYEUR-LIGNE.
           IF W-EMPLOYEUR-LIGNE = SPACES
              OR W-EMPLOYEUR-LIGNE = LOW-VALUES
               MOVE "01" TO W-EMPLOYEUR-LIGNE
           END-IF.
           MOVE 0 TO W-IND-JUR-TROUVEE W-IND-JUR-HORS-TABLE.
           PERFORM VARYING W-IDX-JUR FROM 1 BY 1
                   UNTIL W-IDX-JUR > W-NB-JUR OR W-JUR-TROUVEE
               IF W-JU-CODE(W-IDX-JUR) = W-PROVINCE-LIGNE
                  AND W-JU-EMPLOYEUR(W-IDX-JUR) = W-EMPLOYEUR-LIGNE
                   MOVE 1 TO W-IND-JUR-TROUVEE
               END-IF
           END-PERFORM.
           IF W-JUR-TROUVEE
               SET W-IDX-JUR DOWN BY 1
           ELSE
               IF W-NB-JUR < 50
                   ADD 1 TO W-NB-JUR
                   SET W-IDX-JUR TO W-NB-JUR
                   MOVE W-PROVINCE-LIGNE TO W-JU-CODE(W-IDX-JUR)
                   MOVE W-EMPLOYEUR-LIGNE
                     TO W-JU-EMPLOYEUR(W-IDX-JUR)
               ELSE
                   PERFORM 26000-SIGNALER-HORS-TABLE
               END-IF
           END-IF.

      ******************************************************************
      *  PLUS DE CASE LIBRE POUR LE COUPLE EMPLOYEUR + JURIDICTION : LA
      *  LIGNE DE REMISE EST SIGNALEE AU RAPPORT ET LAISSEE HORS DES
      *  TOTAUX PLUTOT QUE VERSEE DANS LA CASE D'UN AUTRE EMPLOYEUR.
      ******************************************************************
       26000-SIGNALER-HORS-TABLE.
           MOVE 1 TO W-IND-JUR-HORS-TABLE.
           ADD 1 TO W-NB-LIGNES-HORS-TABLE.
           MOVE SPACES TO LIGNE-REMISE.
           STRING "*** ERREUR : TABLE DES JURIDICTIONS PLEINE, "
                                               DELIMITED BY SIZE
                  "LIGNE DU "                  DELIMITED BY SIZE
                  RM-DATE-RUN                  DELIMITED BY SIZE
                  " EMPLOYEUR "                DELIMITED BY SIZE
                  W-EMPLOYEUR-LIGNE            DELIMITED BY SIZE
                  " PROVINCE "                 DELIMITED BY SIZE
                  W-PROVINCE-LIGNE             DELIMITED BY SIZE
                  " NON CUMULEE"               DELIMITED BY SIZE
             INTO LIGNE-REMISE.
           WRITE LIGNE-REMISE AFTER ADVANCING 1 LINE.

      ******************************************************************
      *  ECRIT LE SOMMAIRE MENSUEL : UNE LIGNE PAR REGIME (RETENUE DE
      *  L'EMPLOYE ET PART DE L'EMPLOYEUR), PUIS LES TOTAUX ET LE
           MOVE W-JU-EMPL-AE(W-IDX-JUR)     TO W-TOT-EMPL-AE.
           MOVE W-JU-EMPL-FSS(W-IDX-JUR)    TO W-TOT-EMPL-FSS.
           MOVE W-JU-EMPL-CNESST(W-IDX-JUR) TO W-TOT-EMPL-CNESST.
           PERFORM 29000-IDENTIFIER-EMPLOYEUR.
           PERFORM 30000-ECRIRE-SOMMAIRE.

      ******************************************************************
      *  NOM ET NUMEROS (NE FEDERAL, REVENU QUEBEC) DE L'EMPLOYEUR DE
      *  LA CASE COURANTE, POUR L'ENTETE DE SON SOMMAIRE.
      ******************************************************************
       29000-IDENTIFIER-EMPLOYEUR.
           MOVE SPACES TO W-ES-NOM W-ES-NE W-ES-NO-RQ.
           IF W-JU-EMPLOYEUR(W-IDX-JUR) = "01"
               MOVE "LA CIE CRACK-INFO" TO W-ES-NOM
           END-IF.
           IF NOT W-SANS-EMPLOYEURS
               MOVE W-JU-EMPLOYEUR(W-IDX-JUR) TO EM-CODE
               READ FICHIER-EMPLOYEURS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EM-NOM   TO W-ES-NOM
                       MOVE EM-NE    TO W-ES-NE
                       MOVE EM-NO-RQ TO W-ES-NO-RQ
               END-READ
           END-IF.

       30000-ECRIRE-SOMMAIRE.
           MOVE SPACES TO LIGNE-REMISE.
           STRING "REMISE MENSUELLE DAS - "
                                      DELIMITED BY SIZE
                  W-ES-NOM            DELIMITED BY "  "
                  " - "               DELIMITED BY SIZE
                  W-MOIS-DEMANDE      DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  W-ANNEE-DEMANDEE    DELIMITED BY SIZE
             INTO LIGNE-REMISE.
           WRITE LIGNE-REMISE AFTER ADVANCING 2 LINES.

           MOVE SPACES TO LIGNE-REMISE.
           STRING "   EMPLOYEUR "     DELIMITED BY SIZE
                  W-JU-EMPLOYEUR(W-IDX-JUR) DELIMITED BY SIZE
                  "   NE : "          DELIMITED BY SIZE
                  W-ES-NE             DELIMITED BY SIZE
                  "   NO REVENU QUEBEC : " DELIMITED BY SIZE
                  W-ES-NO-RQ          DELIMITED BY SIZE
             INTO LIGNE-REMISE.
           WRITE LIGNE-REMISE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LIGNE-REMISE.
           MOVE "   REGIME                        RETENUE EMPLOYE
      -     "PART EMPLOYEUR" TO LIGNE-REMISE.
