      *          LIT RetourBanque.csv (CODE;MONTANT;RAISON PAR
      *          LIGNE), RAPPROCHE CHAQUE REJET DE LA PAYE ACTIVE
      *          CORRESPONDANTE DANS L'HISTORIQUE (MEME EMPLOYE,
      *          MEME NET OU, POUR UN NET REPARTI ENTRE PLUSIEURS
      *          COMPTES, UN DEPOT VERSE DE CE MONTANT - DEPOTHISTO
      *          .DAT -, LA PLUS RECENTE), OUVRE UN SUSPENS AVEC
      *          LE CODE DE RAISON DE LA BANQUE, EMET UN CHEQUE DE
      *          REMPLACEMENT (REGISTRE DES CHEQUES + FICHIER
      *          D'IMPRESSION ChequesRemplacement.doc) ET CONSIGNE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-CLE.

       SELECT FICHIER-DEPOTHISTO  ASSIGN TO "DEPOTHISTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-CLE.

       SELECT FICHIER-IDX  ASSIGN TO "EMPLOYES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               88  HP-PAYE-ACTIVE      VALUE "A".
               88  HP-PAYE-RENVERSEE   VALUE "R".

      *********************************************************
      * Depots verses par paye (CALCULSALAIRE) : un par detail
      * "C" du fichier EFT, sous la cle de la paye.
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

       FD  FICHIER-IDX
       LABEL RECORD STANDARD.
       01  EMP-FICHE-PERSONNELLE.
           05  EMP-GROUPE-PAYE         PIC X(2).
           05  EMP-PROVINCE            PIC X(2).
           05  EMP-DEPARTEMENT         PIC X(2).
           05  EMP-CLASSE              PIC X(4).
           05  EMP-ECHELON             PIC 9(2).
           05  EMP-LANGUE              PIC X.
           05  EMP-RESERVE             PIC X(3).

       FD  FICHIER-SUSPENS
       LABEL RECORD STANDARD.
               88  W-SUSPENS-ABSENT         VALUE 1.
           05  W-IND-FIN-REG-CHEQUES PIC 9.
               88  W-FIN-REG-CHEQUES        VALUE 1.
           05  W-IND-DEPOTHISTO-OUVERT PIC 9 VALUE 0.
               88  W-DEPOTHISTO-OUVERT      VALUE 1.
           05  W-IND-FIN-DEPOTHISTO PIC 9.
               88  W-FIN-DEPOTHISTO         VALUE 1.
           05  W-IND-DEPOT-TROUVE   PIC 9.
               88  W-DEPOT-TROUVE           VALUE 1.
           05  W-IND-PAYE-A-DEPOTS  PIC 9.
               88  W-PAYE-A-DEPOTS          VALUE 1.

       01  W-STATUT-RETOUR          PIC XX.
           88  RETOUR-OK                    VALUE "00".
       01  W-FILE-DETAIL.
           05  W-SIZE-HISTO         PIC X(8)   COMP-X.
           05  W-SIZE-SUSPENS       PIC X(8)   COMP-X.
           05  W-SIZE-DEPOTHISTO    PIC X(8)   COMP-X.

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-HEURE-DU-JOUR          PIC 9(8).
       01  W-PAYE-TROUVEE-CLE.
           05  W-PT-ANNEE           PIC 9(4).
           05  W-PT-PERIODE         PIC 9(2).
           05  W-PT-SEQUENCE        PIC 9(2).

       01  W-COMPTEURS.
           05  W-COMPTE-TRAITES     PIC 9(4) VALUE 0.
           05  W-COMPTE-SANS-PAYE   PIC 9(4) VALUE 0.

      *********************************************************
      * Libelles du cheque dans la langue de l'employe (F/A),
      * tires de la table des textes par TEXTEDOC (document
      * "CHQ").
      *********************************************************
       01  W-LANGUE-DOC             PIC X.
       01  W-TC-LANGUE              PIC X      VALUE LOW-VALUE.
       01  W-TC-DOCUMENT            PIC X(3)   VALUE "CHQ".
       01  W-TC-NOMBRE              PIC 9(2)   VALUE 6.
       01  W-TEXTES-CHEQUE.
           05  W-TC-CHEQUE-NO       PIC X(60).
           05  W-TC-DATE            PIC X(60).
           05  W-TC-ORDRE           PIC X(60).
           05  W-TC-MONTANT         PIC X(60).
           05  W-TC-AVANCE          PIC X(60).
           05  W-TC-REMPLACEMENT    PIC X(60).

       01  W-EDITION.
           05  W-ED-MONTANT         PIC $$$,$$9.99.

                   CLOSE FICHIER-RETOUR FICHIER-HISTO FICHIER-IDX
                         FICHIER-SUSPENS FICHIER-REG-CHEQUES
                         FICHIER-CHEQUES RAPPORT-RETOUR
                   IF W-DEPOTHISTO-OUVERT
                       CLOSE FICHIER-DEPOTHISTO
                   END-IF
                   MOVE W-OPERATEUR TO W-SP-OPERATEUR
                   CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                             W-SP-PERIODE W-SP-OPERATEUR
           OPEN INPUT FICHIER-HISTO.
           OPEN INPUT FICHIER-IDX.

           MOVE 0 TO W-IND-DEPOTHISTO-OUVERT.
           CALL "CBL_CHECK_FILE_EXIST" USING "DEPOTHISTO.DAT "
                                              W-SIZE-DEPOTHISTO.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-DEPOTHISTO
               MOVE 1 TO W-IND-DEPOTHISTO-OUVERT
           END-IF.

           CALL "CBL_CHECK_FILE_EXIST" USING "SUSPENS.DAT "
                                              W-SIZE-SUSPENS.
           IF RETURN-CODE = 0
           IF W-PAYE-TROUVEE
               PERFORM 40000-PORTER-AU-SUSPENS
               PERFORM 50000-EMETTRE-CHEQUE-REMPL
               PERFORM 55000-MARQUER-DEPOT-REJETE
               PERFORM 60000-ECRIRE-AUDIT
               PERFORM 70000-ECRIRE-LIGNE-TRAITEE
               ADD 1 TO W-COMPTE-TRAITES

      ******************************************************************
      *  RETROUVE LA PAYE ACTIVE LA PLUS RECENTE DE L'EMPLOYE DONT LE
      *  NET EGALE LE MONTANT REJETE OU, SI LE NET A ETE REPARTI
      *  ENTRE PLUSIEURS COMPTES, DONT UN DEPOT VERSE EGALE CE
      *  MONTANT (LE REJET NE VISE ALORS QU'UN DES DEPOTS). LE NET
      *  SEUL NE SERT QU'AUX PAYES SANS DEPOT VERSE CONSIGNE : UNE
      *  PAYE DONT LE DEPOT A DEJA ETE REJETE N'EST PAS REPRISE.
      ******************************************************************
       30000-RETROUVER-PAYE.
           MOVE 0 TO W-IND-PAYE-TROUVEE W-IND-FIN-HISTO.
           END-START.
           PERFORM 31000-LIRE-HISTO.
           PERFORM UNTIL W-FIN-HISTO
               IF HP-PAYE-ACTIVE
                   MOVE 0 TO W-IND-DEPOT-TROUVE W-IND-PAYE-A-DEPOTS
                   IF W-DEPOTHISTO-OUVERT
                       PERFORM 32000-CHERCHER-DEPOT-VERSE
                   END-IF
                   IF W-DEPOT-TROUVE
                       MOVE 1 TO W-IND-PAYE-TROUVEE
                       MOVE HP-ANNEE    TO W-PT-ANNEE
                       MOVE HP-PERIODE  TO W-PT-PERIODE
                       MOVE DH-SEQUENCE TO W-PT-SEQUENCE
                   ELSE
                       IF HP-NET = W-REJ-MONTANT
                          AND NOT W-PAYE-A-DEPOTS
                           MOVE 1 TO W-IND-PAYE-TROUVEE
                           MOVE HP-ANNEE   TO W-PT-ANNEE
                           MOVE HP-PERIODE TO W-PT-PERIODE
                           MOVE 0          TO W-PT-SEQUENCE
                       END-IF
                   END-IF
               END-IF
               PERFORM 31000-LIRE-HISTO
           END-PERFORM.
               MOVE 1 TO W-IND-FIN-HISTO
           END-IF.

      ******************************************************************
      *  CHERCHE, PARMI LES DEPOTS VERSES DE LA PAYE LUE, UN DEPOT
      *  ACTIF DU MONTANT REJETE.
      ******************************************************************
       32000-CHERCHER-DEPOT-VERSE.
           MOVE 0          TO W-IND-FIN-DEPOTHISTO.
           MOVE HP-CODE    TO DH-CODE.
           MOVE HP-ANNEE   TO DH-ANNEE.
           MOVE HP-PERIODE TO DH-PERIODE.
           MOVE 0          TO DH-SEQUENCE.
           START FICHIER-DEPOTHISTO KEY IS NOT LESS THAN DH-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-DEPOTHISTO
           END-START.
           PERFORM 33000-LIRE-DEPOT-VERSE.
           PERFORM UNTIL W-FIN-DEPOTHISTO OR W-DEPOT-TROUVE
               IF DH-DEPOT-ACTIF AND DH-MONTANT = W-REJ-MONTANT
                   MOVE 1 TO W-IND-DEPOT-TROUVE
               ELSE
                   PERFORM 33000-LIRE-DEPOT-VERSE
               END-IF
           END-PERFORM.

       33000-LIRE-DEPOT-VERSE.
           READ FICHIER-DEPOTHISTO NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-DEPOTHISTO
           END-READ.
           IF NOT W-FIN-DEPOTHISTO
              AND (DH-CODE NOT = HP-CODE
                   OR DH-ANNEE NOT = HP-ANNEE
                   OR DH-PERIODE NOT = HP-PERIODE)
               MOVE 1 TO W-IND-FIN-DEPOTHISTO
           END-IF.
           IF NOT W-FIN-DEPOTHISTO
               MOVE 1 TO W-IND-PAYE-A-DEPOTS
           END-IF.

      ******************************************************************
      *  OUVRE (OU ROUVRE) LE SUSPENS DE L'EMPLOYE AVEC LE CODE DE
      *  RAISON DE LA BANQUE, COMME LES EXCEPTIONS DE PAYE.
           READ FICHIER-IDX
               INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
           END-READ.
           IF W-EMP-ABSENT
               MOVE SPACE TO EMP-LANGUE
           END-IF.
           PERFORM 50100-CHARGER-TEXTES-CHEQUE.

           MOVE W-REJ-MONTANT TO W-ED-MONTANT.
           MOVE SPACES TO LIGNE-CHEQUE.
           IF W-EMP-ABSENT
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
                      W-REJ-CODE          DELIMITED BY SIZE
                 INTO LIGNE-CHEQUE
           ELSE
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
                      EMP-NOM             DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      EMP-PREN            DELIMITED BY SIZE
           WRITE LIGNE-CHEQUE AFTER ADVANCING PAGE.

           MOVE SPACES TO LIGNE-CHEQUE.
           STRING W-TC-MONTANT        DELIMITED BY "  "
                  ": "                DELIMITED BY SIZE
                  W-ED-MONTANT        DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  W-TC-REMPLACEMENT   DELIMITED BY "  "
             INTO LIGNE-CHEQUE.
           WRITE LIGNE-CHEQUE AFTER ADVANCING 1 LINE.

           WRITE REG-CHEQUE-LIGNE.
           ADD 1 TO W-PROCHAIN-CHEQUE.

      ******************************************************************
      *  LIBELLES DU CHEQUE DANS LA LANGUE DE L'EMPLOYE.
      ******************************************************************
       50100-CHARGER-TEXTES-CHEQUE.
           IF EMP-LANGUE = "A" OR EMP-LANGUE = "a"
               MOVE "A" TO W-LANGUE-DOC
           ELSE
               MOVE "F" TO W-LANGUE-DOC
           END-IF.
           IF W-LANGUE-DOC NOT = W-TC-LANGUE
               CALL "TEXTEDOC" USING W-TC-DOCUMENT W-LANGUE-DOC
                                     W-TC-NOMBRE W-TEXTES-CHEQUE
               MOVE W-LANGUE-DOC TO W-TC-LANGUE
           END-IF.

      ******************************************************************
      *  LE DEPOT VERSE RAPPROCHE PASSE AU STATUT REJETE : UN SECOND
      *  RETOUR DU MEME MONTANT NE LE RAPPROCHE PLUS, ET LE RENVERSEMENT
      *  DE LA PAYE NE LE RETIRE PLUS (IL A ETE REMPLACE PAR CHEQUE).
      ******************************************************************
       55000-MARQUER-DEPOT-REJETE.
           IF W-DEPOTHISTO-OUVERT AND W-PT-SEQUENCE > 0
               MOVE W-REJ-CODE    TO DH-CODE
               MOVE W-PT-ANNEE    TO DH-ANNEE
               MOVE W-PT-PERIODE  TO DH-PERIODE
               MOVE W-PT-SEQUENCE TO DH-SEQUENCE
               READ FICHIER-DEPOTHISTO KEY IS DH-CLE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "J" TO DH-STATUT
                       REWRITE DH-FICHE-DEPOT
               END-READ
           END-IF.

      ******************************************************************
      *  CONSIGNE LE REJET DANS LA PISTE D'AUDIT : OPERATION
      *  "REJET-DEPOT", L'IMAGE APRES PORTE LA RAISON DE LA BANQUE
                  W-PT-ANNEE    DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  W-PT-PERIODE  DELIMITED BY SIZE
                  " DEPOT "     DELIMITED BY SIZE
                  W-PT-SEQUENCE DELIMITED BY SIZE
                  " REMPLACE PAR CHEQUE" DELIMITED BY SIZE
             INTO W-AU-APRES.
           CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                     W-AU-OPER-ID
