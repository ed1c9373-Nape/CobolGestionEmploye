      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: REMISE MENSUELLE DES COTISATIONS AU REGIME DE
      *          PENSION AGREE. LIT LE REGISTRE DES COTISATIONS
      *          (COTISRETRAITE.DAT) JUSQU'A LA FIN DU MOIS DEMANDE,
      *          CUMULE PAR REGIME CE QUI RESTE A REMETTRE (PARTS DU
      *          MEMBRE ET DE L'EMPLOYEUR, MOINS CE QUI A DEJA ETE
      *          REMIS : UNE PAYE RENVERSEE OU RECALCULEE APRES SA
      *          REMISE EST REGULARISEE), PRODUIT LE FICHIER DE
      *          REMISE DE L'ADMINISTRATEUR (RemiseRPA.dat) ET
      *          L'ETAT DE REMISE (RemiseRetraite.doc), EMET LE
      *          PAIEMENT PAR LE CANAL DU BENEFICIAIRE INSCRIT SOUS
      *          LE CODE DU REGIME (DEPOT OU CHEQUE, COMME LA REMISE
      *          DES RETENUES) PUIS MARQUE LES LIGNES REMISES. UN
      *          REGIME DONT LE SOLDE EST NEGATIF OU SANS
      *          BENEFICIAIRE AU MAITRE EST REPORTE AU MOIS SUIVANT.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMISERETRAITE.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-IDX  ASSIGN TO "EMPLOYES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EMP-CODE
               ALTERNATE RECORD KEY IS EMP-NOM-PREN
                          WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DATE-ENGAGEMENT
                          WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-REGION
                          WITH DUPLICATES.

       SELECT FICHIER-REGIMES-RET  ASSIGN TO "REGIMESRETRAITE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RR-CODE
               FILE STATUS IS W-STATUT-REGIMES.

       SELECT FICHIER-COTIS-RET  ASSIGN TO "COTISRETRAITE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CR-CLE
               FILE STATUS IS W-STATUT-COTIS.

       SELECT FICHIER-BENEF  ASSIGN TO "BENEFICIAIRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS BF-TYPE
               FILE STATUS IS W-STATUT-BENEF.

       SELECT FICHIER-RETRAITS  ASSIGN TO "RETRAITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-RETRAITS.

       SELECT FICHIER-REG-CHEQUES  ASSIGN TO "REGCHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-REG-CHEQUES.

       SELECT FICHIER-CHEQUES  ASSIGN TO "ChequesRemises.doc"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-ADMIN  ASSIGN TO "RemiseRPA.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RAPPORT-REMISE  ASSIGN TO "RemiseRetraite.doc"
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
           05  EMP-NAS                 PIC 9(9).
           05  EMP-RESTE               PIC X(125).

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
      * Registre des cotisations : une ligne par paye d'un
      * membre. CR-REMIS-EMPLOYE / CR-REMIS-EMPLOYEUR gardent
      * ce qui a deja ete transmis a l'administrateur ; le reste
      * a remettre est l'ecart avec la cotisation courante (zero
      * si la paye a ete renversee, statut "R").
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

       FD  FICHIER-BENEF
       LABEL RECORD STANDARD.
       01  BF-FICHE-BENEF.
           05  BF-TYPE                 PIC X(4).
           05  BF-NOM                  PIC X(30).
           05  BF-ADRESSE              PIC X(30).
           05  BF-MODE                 PIC X.
               88  BF-PAIEMENT-DEPOT   VALUE "D".
           05  BF-INSTITUTION          PIC 9(3).
           05  BF-TRANSIT              PIC 9(5).
           05  BF-COMPTE               PIC X(12).
           05  BF-FREQUENCE            PIC X.
           05  BF-RESERVE              PIC X(10).

       FD  FICHIER-RETRAITS.
       01  LIGNE-RETRAIT.
           05  RW-TYPE                  PIC X.
           05  RW-CODE                  PIC X(6).
           05  RW-DATE                  PIC 9(8).
           05  RW-MONTANT               PIC 9(7)V99.
           05  RW-SENS                  PIC X.
           05  RW-INSTITUTION           PIC 9(3).
           05  RW-TRANSIT               PIC 9(5).
           05  RW-COMPTE                PIC X(12).

       FD  FICHIER-REG-CHEQUES
       LABEL RECORD STANDARD.
       01  REG-CHEQUE-LIGNE.
           05  RC-NUMERO               PIC 9(6).
           05  RC-CODE                 PIC X(6).
           05  RC-DATE                 PIC 9(8).
           05  RC-MONTANT              PIC 9(7)V99.
           05  RC-STATUT               PIC X.

       FD  FICHIER-CHEQUES.
       01  LIGNE-CHEQUE                PIC X(120).

      *********************************************************
      * Fichier de remise a l'administrateur : par regime, une
      * entete "H" (numero d'agrement, mois remis), un detail
      * "D" par paye (NAS, periode, gains, parts du membre et
      * de l'employeur avec leur signe, "-" pour une
      * regularisation) et un controle "T".
      *********************************************************
       FD  FICHIER-ADMIN.
       01  AD-ENTETE.
           05  AE-TYPE                 PIC X.
           05  AE-NO-AGREMENT          PIC X(7).
           05  AE-REGIME               PIC X(4).
           05  AE-MOIS                 PIC 9(6).
           05  AE-DATE-CREATION        PIC 9(8).
       01  AD-DETAIL.
           05  AD-TYPE                 PIC X.
           05  AD-NAS                  PIC 9(9).
           05  AD-CODE                 PIC X(6).
           05  AD-NOM                  PIC X(20).
           05  AD-PREN                 PIC X(15).
           05  AD-ANNEE                PIC 9(4).
           05  AD-PERIODE              PIC 9(2).
           05  AD-GAINS                PIC 9(7)V99.
           05  AD-SIGNE-EMPLOYE        PIC X.
           05  AD-COTIS-EMPLOYE        PIC 9(5)V99.
           05  AD-SIGNE-EMPLOYEUR      PIC X.
           05  AD-COTIS-EMPLOYEUR      PIC 9(5)V99.
       01  AD-TOTAL.
           05  AT-TYPE                 PIC X.
           05  AT-NB-DETAILS           PIC 9(6).
           05  AT-SIGNE-EMPLOYE        PIC X.
           05  AT-TOTAL-EMPLOYE        PIC 9(9)V99.
           05  AT-SIGNE-EMPLOYEUR      PIC X.
           05  AT-TOTAL-EMPLOYEUR      PIC 9(9)V99.
           05  AT-TOTAL-REMIS          PIC 9(9)V99.

       FD  RAPPORT-REMISE.
       01  LIGNE-REMISE                PIC X(120).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-BF-ABSENT      PIC 9   VALUE 0.
               88  W-BF-ABSENT              VALUE 1.
           05  W-IND-RR-ABSENT      PIC 9   VALUE 0.
               88  W-RR-ABSENT              VALUE 1.
           05  W-IND-REGIME-TROUVE  PIC 9.
               88  W-REGIME-TROUVE          VALUE 1.
           05  W-IND-LIGNE-DUE      PIC 9.
               88  W-LIGNE-DUE              VALUE 1.

       01  W-STATUT-REGIMES         PIC XX.
           88  REGIMES-OK                   VALUE "00".
           88  REGIMES-INEXISTANT           VALUE "35".

       01  W-STATUT-COTIS           PIC XX.
           88  COTIS-OK                     VALUE "00".
           88  COTIS-INEXISTANT             VALUE "35".

       01  W-STATUT-BENEF           PIC XX.
           88  BENEF-OK                     VALUE "00".
           88  BENEF-INEXISTANT             VALUE "35".

       01  W-STATUT-RETRAITS        PIC XX.
           88  RETRAITS-OK                  VALUE "00".
           88  RETRAITS-INEXISTANT          VALUE "35".

       01  W-STATUT-REG-CHEQUES     PIC XX.
           88  REG-CHEQUES-OK               VALUE "00".
           88  REG-CHEQUES-INEXISTANT       VALUE "35".

       01  W-IND-FIN-REG-CHEQUES    PIC 9.
           88  W-FIN-REG-CHEQUES            VALUE 1.

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-PROCHAIN-CHEQUE        PIC 9(6).

      *********************************************************
      * Mois remis (AAAAMM, 0 = le mois precedent) ; les payes
      * passees jusqu'a sa fin (AAAAMM31) sont remises.
      *********************************************************
       01  W-MOIS-SAISI             PIC 9(6)   VALUE 0.
       01  W-MOIS-SAISI-R REDEFINES W-MOIS-SAISI.
           05  W-MS-ANNEE           PIC 9(4).
           05  W-MS-MOIS            PIC 9(2).
       01  W-DATE-FIN-MOIS          PIC 9(8).

      *********************************************************
      * Reste a remettre de la ligne courante (signe : negatif
      * pour une paye renversee ou reduite apres sa remise).
      *********************************************************
       01  W-RESTE-LIGNE.
           05  W-DU-EMPLOYE         PIC S9(6)V99.
           05  W-DU-EMPLOYEUR       PIC S9(6)V99.

      *********************************************************
      * Totaux a remettre par regime ; W-PR-REMIS marque les
      * regimes dont le paiement a ete emis (leurs lignes sont
      * marquees remises).
      *********************************************************
       01  W-TABLE-TOT-REGIMES.
           05  W-NB-TOT-PR          PIC 99.
           05  W-TOT-PR OCCURS 10 TIMES
                                    INDEXED BY W-IDX-PR.
               10  W-PR-REGIME      PIC X(4).
               10  W-PR-EMPLOYE     PIC S9(9)V99.
               10  W-PR-EMPLOYEUR   PIC S9(9)V99.
               10  W-PR-NB-LIGNES   PIC 9(5).
               10  W-PR-REMIS       PIC X.

       01  W-TOTAL-A-REMETTRE       PIC S9(9)V99.
       01  W-MONTANT-REMIS          PIC 9(7)V99.

       01  W-COMPTEURS.
           05  W-COMPTE-REMIS       PIC 9(4) VALUE 0.
           05  W-COMPTE-REPORTES    PIC 9(4) VALUE 0.

       01  W-EDITION.
           05  W-ED-MONTANT         PIC $$,$$$,$$9.99-.
           05  W-ED-MONTANT-2       PIC $$,$$$,$$9.99-.
           05  W-ED-NB              PIC ZZZZ9.

       01  W-LIGNE-DETAIL.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LD-DATE            PIC 9999/99/99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-CODE            PIC X(6).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-NOM             PIC X(20).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-ANNEE           PIC 9(4).
           05  FILLER               PIC X       VALUE "-".
           05  W-LD-PERIODE         PIC 99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-EMPLOYE         PIC $$$,$$9.99-.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-EMPLOYEUR       PIC $$$,$$9.99-.

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "REMISERETRAITE".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "RemiseRetraite.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "REMISERETRAITE".
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

           PERFORM 05000-SAISIR-MOIS.
           MOVE W-MOIS-SAISI TO W-SP-PERIODE.

           PERFORM 10000-CUMULER-PAR-REGIME.

           IF COTIS-INEXISTANT
               MOVE "AUCUNE COTISATION (COTISRETRAITE.DAT ABSENT)"
               TO W-MESSAGE-ERREUR
           ELSE
           IF W-NB-TOT-PR = 0
               MOVE "AUCUNE COTISATION DE RETRAITE A REMETTRE"
               TO W-MESSAGE-ERREUR
           ELSE
               OPEN INPUT FICHIER-IDX
               OPEN INPUT FICHIER-REGIMES-RET
               OPEN INPUT FICHIER-BENEF
               PERFORM 25000-PREPARER-CHEQUES
               OPEN OUTPUT FICHIER-ADMIN
               OPEN OUTPUT RAPPORT-REMISE
               PERFORM 30000-ECRIRE-ENTETE

               PERFORM VARYING W-IDX-PR FROM 1 BY 1
                       UNTIL W-IDX-PR > W-NB-TOT-PR
                   PERFORM 40000-REMETTRE-UN-REGIME
               END-PERFORM

               CLOSE RAPPORT-REMISE FICHIER-ADMIN FICHIER-CHEQUES
                     FICHIER-REG-CHEQUES FICHIER-IDX
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR
               IF NOT BENEF-INEXISTANT
                   CLOSE FICHIER-BENEF
               END-IF
               IF NOT REGIMES-INEXISTANT
                   CLOSE FICHIER-REGIMES-RET
               END-IF

               IF W-COMPTE-REMIS > 0
                   PERFORM 70000-MARQUER-LIGNES-REMISES
               END-IF

               STRING W-COMPTE-REMIS    DELIMITED BY SIZE
                      " REGIME(S) REMIS, " DELIMITED BY SIZE
                      W-COMPTE-REPORTES DELIMITED BY SIZE
                      " REPORTE(S) - MOIS " DELIMITED BY SIZE
                      W-MOIS-SAISI      DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-REMIS TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  MOIS A REMETTRE (AAAAMM, 0 = LE MOIS PRECEDENT).
      ******************************************************************
       05000-SAISIR-MOIS.
           MOVE 0 TO W-MOIS-SAISI.
           DISPLAY "MOIS A REMETTRE (AAAAMM, 0 = MOIS PRECEDENT) : "
                                    AT 0405.
           ACCEPT  W-MOIS-SAISI     AT 0452.
           IF W-MOIS-SAISI = 0 OR W-MS-MOIS = 0 OR W-MS-MOIS > 12
               MOVE W-DATE-DU-JOUR(1:6) TO W-MOIS-SAISI
               IF W-MS-MOIS = 1
                   SUBTRACT 1 FROM W-MS-ANNEE
                   MOVE 12 TO W-MS-MOIS
               ELSE
                   SUBTRACT 1 FROM W-MS-MOIS
               END-IF
           END-IF.
           COMPUTE W-DATE-FIN-MOIS = W-MOIS-SAISI * 100 + 31.

      ******************************************************************
      *  PARCOURT LE REGISTRE ET CUMULE PAR REGIME LE RESTE A
      *  REMETTRE DES PAYES PASSEES JUSQU'A LA FIN DU MOIS.
      ******************************************************************
       10000-CUMULER-PAR-REGIME.
           MOVE 0 TO W-NB-TOT-PR.
           OPEN INPUT FICHIER-COTIS-RET.
           IF COTIS-OK
               MOVE 0 TO W-IND-FIN-FICHIER
               PERFORM 11000-LIRE-COTIS
               PERFORM UNTIL W-FIN-FICHIER
                   PERFORM 15000-CALCULER-LIGNE-DUE
                   IF W-LIGNE-DUE
                       PERFORM 12000-CUMULER-UNE-LIGNE
                   END-IF
                   PERFORM 11000-LIRE-COTIS
               END-PERFORM
               CLOSE FICHIER-COTIS-RET
           END-IF.

       11000-LIRE-COTIS.
           READ FICHIER-COTIS-RET NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       12000-CUMULER-UNE-LIGNE.
           MOVE 0 TO W-IND-REGIME-TROUVE.
           PERFORM VARYING W-IDX-PR FROM 1 BY 1
                   UNTIL W-IDX-PR > W-NB-TOT-PR
               IF W-PR-REGIME(W-IDX-PR) = CR-REGIME
                   ADD W-DU-EMPLOYE   TO W-PR-EMPLOYE(W-IDX-PR)
                   ADD W-DU-EMPLOYEUR TO W-PR-EMPLOYEUR(W-IDX-PR)
                   ADD 1 TO W-PR-NB-LIGNES(W-IDX-PR)
                   MOVE 1 TO W-IND-REGIME-TROUVE
               END-IF
           END-PERFORM.
           IF NOT W-REGIME-TROUVE AND W-NB-TOT-PR < 10
               ADD 1 TO W-NB-TOT-PR
               MOVE CR-REGIME      TO W-PR-REGIME(W-NB-TOT-PR)
               MOVE W-DU-EMPLOYE   TO W-PR-EMPLOYE(W-NB-TOT-PR)
               MOVE W-DU-EMPLOYEUR TO W-PR-EMPLOYEUR(W-NB-TOT-PR)
               MOVE 1              TO W-PR-NB-LIGNES(W-NB-TOT-PR)
               MOVE "N"            TO W-PR-REMIS(W-NB-TOT-PR)
           END-IF.

      ******************************************************************
      *  RESTE A REMETTRE DE LA LIGNE COURANTE : COTISATION
      *  COURANTE (ZERO SI LA PAYE EST RENVERSEE) MOINS CE QUI A
      *  DEJA ETE REMIS. SEULES LES PAYES PASSEES AVANT LA FIN DU
      *  MOIS COMPTENT.
      ******************************************************************
       15000-CALCULER-LIGNE-DUE.
           MOVE 0 TO W-IND-LIGNE-DUE W-DU-EMPLOYE W-DU-EMPLOYEUR.
           IF CR-DATE-RUN NOT > W-DATE-FIN-MOIS
               IF CR-STATUT = "A"
                   COMPUTE W-DU-EMPLOYE =
                       CR-COTIS-EMPLOYE - CR-REMIS-EMPLOYE
                   COMPUTE W-DU-EMPLOYEUR =
                       CR-COTIS-EMPLOYEUR - CR-REMIS-EMPLOYEUR
               ELSE
                   COMPUTE W-DU-EMPLOYE   = 0 - CR-REMIS-EMPLOYE
                   COMPUTE W-DU-EMPLOYEUR = 0 - CR-REMIS-EMPLOYEUR
               END-IF
               IF W-DU-EMPLOYE NOT = 0 OR W-DU-EMPLOYEUR NOT = 0
                   MOVE 1 TO W-IND-LIGNE-DUE
               END-IF
           END-IF.

      ******************************************************************
      *  PREPARE L'EMISSION DES CHEQUES DE REMISE : MEME NUMEROTATION
      *  SEQUENTIELLE QUE LES CHEQUES DE PAYE (REGISTRE DES CHEQUES).
      ******************************************************************
       25000-PREPARER-CHEQUES.
           MOVE 1001 TO W-PROCHAIN-CHEQUE.
           MOVE 0    TO W-IND-FIN-REG-CHEQUES.
           OPEN INPUT FICHIER-REG-CHEQUES.
           IF REG-CHEQUES-OK
               PERFORM 26000-LIRE-REG-CHEQUE
               PERFORM UNTIL W-FIN-REG-CHEQUES
                   IF RC-NUMERO NOT < W-PROCHAIN-CHEQUE
                       COMPUTE W-PROCHAIN-CHEQUE = RC-NUMERO + 1
                   END-IF
                   PERFORM 26000-LIRE-REG-CHEQUE
               END-PERFORM
               CLOSE FICHIER-REG-CHEQUES
               OPEN EXTEND FICHIER-REG-CHEQUES
           ELSE
               OPEN OUTPUT FICHIER-REG-CHEQUES
           END-IF.
           OPEN OUTPUT FICHIER-CHEQUES.

       26000-LIRE-REG-CHEQUE.
           READ FICHIER-REG-CHEQUES
               AT END MOVE 1 TO W-IND-FIN-REG-CHEQUES
           END-READ.

       30000-ECRIRE-ENTETE.
           MOVE SPACES TO LIGNE-REMISE.
           STRING "** REMISE DES COTISATIONS DE RETRAITE - MOIS "
                                      DELIMITED BY SIZE
                  W-MOIS-SAISI        DELIMITED BY SIZE
                  " - "               DELIMITED BY SIZE
                  W-DATE-DU-JOUR      DELIMITED BY SIZE
                  " **"               DELIMITED BY SIZE
             INTO LIGNE-REMISE.
           WRITE LIGNE-REMISE.

      ******************************************************************
      *  REMET UN REGIME : ETAT (REGIME, ADMINISTRATEUR, DETAIL DES
      *  PAYES, TOTAUX). UN SOLDE POSITIF AVEC BENEFICIAIRE EST
      *  TRANSMIS A L'ADMINISTRATEUR ET PAYE ; SINON LE REGIME EST
      *  REPORTE ET SES LIGNES RESTENT A REMETTRE.
      ******************************************************************
       40000-REMETTRE-UN-REGIME.
           MOVE 0 TO W-IND-RR-ABSENT.
           IF REGIMES-INEXISTANT
               MOVE 1 TO W-IND-RR-ABSENT
           ELSE
               MOVE W-PR-REGIME(W-IDX-PR) TO RR-CODE
               READ FICHIER-REGIMES-RET
                   INVALID KEY MOVE 1 TO W-IND-RR-ABSENT
               END-READ
           END-IF.
           IF W-RR-ABSENT
               MOVE SPACES TO RR-NOM RR-NO-AGREMENT RR-ADMINISTRATEUR
           END-IF.

           MOVE 0 TO W-IND-BF-ABSENT.
           IF BENEF-INEXISTANT
               MOVE 1 TO W-IND-BF-ABSENT
           ELSE
               MOVE W-PR-REGIME(W-IDX-PR) TO BF-TYPE
               READ FICHIER-BENEF
                   INVALID KEY MOVE 1 TO W-IND-BF-ABSENT
               END-READ
           END-IF.

           COMPUTE W-TOTAL-A-REMETTRE = W-PR-EMPLOYE(W-IDX-PR)
                                      + W-PR-EMPLOYEUR(W-IDX-PR).
           IF W-TOTAL-A-REMETTRE > 0 AND NOT W-BF-ABSENT
               MOVE "O" TO W-PR-REMIS(W-IDX-PR)
           END-IF.

           MOVE SPACES TO LIGNE-REMISE.
           STRING "REGIME "      DELIMITED BY SIZE
                  W-PR-REGIME(W-IDX-PR) DELIMITED BY SIZE
                  " - "          DELIMITED BY SIZE
                  RR-NOM         DELIMITED BY SIZE
                  " AGREMENT "   DELIMITED BY SIZE
                  RR-NO-AGREMENT DELIMITED BY SIZE
                  " ADMINISTRATEUR " DELIMITED BY SIZE
                  RR-ADMINISTRATEUR  DELIMITED BY SIZE
             INTO LIGNE-REMISE.
           WRITE LIGNE-REMISE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LIGNE-REMISE.
           STRING "   DATE PASSAGE  CODE    NOM"  DELIMITED BY SIZE
                  "                   PERIODE"    DELIMITED BY SIZE
                  "         MEMBRE     EMPLOYEUR" DELIMITED BY SIZE
             INTO LIGNE-REMISE.
           WRITE LIGNE-REMISE AFTER ADVANCING 1 LINE.

           IF W-PR-REMIS(W-IDX-PR) = "O"
               MOVE "H"                   TO AE-TYPE
               MOVE RR-NO-AGREMENT        TO AE-NO-AGREMENT
               MOVE W-PR-REGIME(W-IDX-PR) TO AE-REGIME
               MOVE W-MOIS-SAISI          TO AE-MOIS
               MOVE W-DATE-DU-JOUR        TO AE-DATE-CREATION
               WRITE AD-ENTETE
           END-IF.

           PERFORM 50000-DETAILLER-UN-REGIME.

           MOVE W-PR-EMPLOYE(W-IDX-PR)   TO W-ED-MONTANT.
           MOVE W-PR-EMPLOYEUR(W-IDX-PR) TO W-ED-MONTANT-2.
           MOVE W-PR-NB-LIGNES(W-IDX-PR) TO W-ED-NB.
           MOVE SPACES TO LIGNE-REMISE.
           STRING "   TOTAL (" DELIMITED BY SIZE
                  W-ED-NB      DELIMITED BY SIZE
                  " LIGNE(S)) MEMBRE : " DELIMITED BY SIZE
                  W-ED-MONTANT DELIMITED BY SIZE
                  "  EMPLOYEUR : " DELIMITED BY SIZE
                  W-ED-MONTANT-2   DELIMITED BY SIZE
             INTO LIGNE-REMISE.
           WRITE LIGNE-REMISE AFTER ADVANCING 1 LINE.

           MOVE W-TOTAL-A-REMETTRE TO W-ED-MONTANT.
           MOVE SPACES TO LIGNE-REMISE.
           EVALUATE TRUE
               WHEN W-PR-REMIS(W-IDX-PR) = "O"
                   STRING "   TOTAL REMIS A L'ADMINISTRATEUR : "
                                            DELIMITED BY SIZE
                          W-ED-MONTANT      DELIMITED BY SIZE
                     INTO LIGNE-REMISE
               WHEN W-TOTAL-A-REMETTRE NOT > 0
                   STRING "   SOLDE NEGATIF OU NUL "
                                            DELIMITED BY SIZE
                          W-ED-MONTANT      DELIMITED BY SIZE
                          " - REPORTE AU MOIS SUIVANT"
                                            DELIMITED BY SIZE
                     INTO LIGNE-REMISE
               WHEN OTHER
                   STRING "   AUCUN BENEFICIAIRE AU MAITRE POUR "
                                            DELIMITED BY SIZE
                          "CE REGIME - NON REMIS"
                                            DELIMITED BY SIZE
                     INTO LIGNE-REMISE
           END-EVALUATE.
           WRITE LIGNE-REMISE AFTER ADVANCING 1 LINE.

           IF W-PR-REMIS(W-IDX-PR) = "O"
               PERFORM 55000-ECRIRE-CONTROLE
               MOVE W-TOTAL-A-REMETTRE TO W-MONTANT-REMIS
               IF BF-PAIEMENT-DEPOT
                   PERFORM 60000-EMETTRE-DEPOT
               ELSE
                   PERFORM 65000-EMETTRE-CHEQUE
               END-IF
               ADD 1 TO W-COMPTE-REMIS
           ELSE
               ADD 1 TO W-COMPTE-REPORTES
           END-IF.

      ******************************************************************
      *  DETAILLE LES PAYES DU REGIME COURANT EN RELISANT LE
      *  REGISTRE ; LE DETAIL VA AUSSI AU FICHIER DE
      *  L'ADMINISTRATEUR QUAND LE REGIME EST REMIS.
      ******************************************************************
       50000-DETAILLER-UN-REGIME.
           OPEN INPUT FICHIER-COTIS-RET.
           MOVE 0 TO W-IND-FIN-FICHIER.
           PERFORM 11000-LIRE-COTIS.
           PERFORM UNTIL W-FIN-FICHIER
               IF CR-REGIME = W-PR-REGIME(W-IDX-PR)
                   PERFORM 15000-CALCULER-LIGNE-DUE
                   IF W-LIGNE-DUE
                       PERFORM 51000-DETAILLER-UNE-LIGNE
                   END-IF
               END-IF
               PERFORM 11000-LIRE-COTIS
           END-PERFORM.
           CLOSE FICHIER-COTIS-RET.

       51000-DETAILLER-UNE-LIGNE.
           MOVE CR-CODE TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY
                   MOVE SPACES TO EMP-NOM EMP-PREN
                   MOVE 0      TO EMP-NAS
           END-READ.

           MOVE CR-DATE-RUN    TO W-LD-DATE.
           MOVE CR-CODE        TO W-LD-CODE.
           MOVE EMP-NOM        TO W-LD-NOM.
           MOVE CR-ANNEE       TO W-LD-ANNEE.
           MOVE CR-PERIODE     TO W-LD-PERIODE.
           MOVE W-DU-EMPLOYE   TO W-LD-EMPLOYE.
           MOVE W-DU-EMPLOYEUR TO W-LD-EMPLOYEUR.
           WRITE LIGNE-REMISE FROM W-LIGNE-DETAIL
                              AFTER ADVANCING 1 LINE.

           IF W-PR-REMIS(W-IDX-PR) = "O"
               MOVE "D"        TO AD-TYPE
               MOVE EMP-NAS    TO AD-NAS
               MOVE CR-CODE    TO AD-CODE
               MOVE EMP-NOM    TO AD-NOM
               MOVE EMP-PREN   TO AD-PREN
               MOVE CR-ANNEE   TO AD-ANNEE
               MOVE CR-PERIODE TO AD-PERIODE
               MOVE CR-GAINS   TO AD-GAINS
               MOVE "+"        TO AD-SIGNE-EMPLOYE AD-SIGNE-EMPLOYEUR
               IF W-DU-EMPLOYE < 0
                   MOVE "-" TO AD-SIGNE-EMPLOYE
               END-IF
               IF W-DU-EMPLOYEUR < 0
                   MOVE "-" TO AD-SIGNE-EMPLOYEUR
               END-IF
               MOVE W-DU-EMPLOYE   TO AD-COTIS-EMPLOYE
               MOVE W-DU-EMPLOYEUR TO AD-COTIS-EMPLOYEUR
               WRITE AD-DETAIL
           END-IF.

       55000-ECRIRE-CONTROLE.
           MOVE "T"                      TO AT-TYPE.
           MOVE W-PR-NB-LIGNES(W-IDX-PR) TO AT-NB-DETAILS.
           MOVE "+" TO AT-SIGNE-EMPLOYE AT-SIGNE-EMPLOYEUR.
           IF W-PR-EMPLOYE(W-IDX-PR) < 0
               MOVE "-" TO AT-SIGNE-EMPLOYE
           END-IF.
           IF W-PR-EMPLOYEUR(W-IDX-PR) < 0
               MOVE "-" TO AT-SIGNE-EMPLOYEUR
           END-IF.
           MOVE W-PR-EMPLOYE(W-IDX-PR)   TO AT-TOTAL-EMPLOYE.
           MOVE W-PR-EMPLOYEUR(W-IDX-PR) TO AT-TOTAL-EMPLOYEUR.
           MOVE W-TOTAL-A-REMETTRE       TO AT-TOTAL-REMIS.
           WRITE AD-TOTAL.

      ******************************************************************
      *  MET EN ATTENTE (RETRAITS.DAT) LE DEPOT A L'ADMINISTRATEUR,
      *  FUSIONNE AU PROCHAIN FICHIER DE DEPOT EFT (SENS "D").
      ******************************************************************
       60000-EMETTRE-DEPOT.
           OPEN EXTEND FICHIER-RETRAITS.
           IF RETRAITS-INEXISTANT
               OPEN OUTPUT FICHIER-RETRAITS
           END-IF.
           MOVE "C"             TO RW-TYPE.
           MOVE SPACES          TO RW-CODE.
           MOVE W-PR-REGIME(W-IDX-PR) TO RW-CODE(1:4).
           MOVE W-DATE-DU-JOUR  TO RW-DATE.
           MOVE W-MONTANT-REMIS TO RW-MONTANT.
           MOVE "D"             TO RW-SENS.
           MOVE BF-INSTITUTION  TO RW-INSTITUTION.
           MOVE BF-TRANSIT      TO RW-TRANSIT.
           MOVE BF-COMPTE       TO RW-COMPTE.
           WRITE LIGNE-RETRAIT.
           CLOSE FICHIER-RETRAITS.

      ******************************************************************
      *  EMET UN CHEQUE DE REMISE : CONSIGNE AU REGISTRE DES CHEQUES
      *  (STATUT "E") ET ECRIT AU FICHIER D'IMPRESSION DES CHEQUES
      *  DE REMISE.
      ******************************************************************
       65000-EMETTRE-CHEQUE.
           MOVE W-MONTANT-REMIS TO W-ED-MONTANT.
           MOVE SPACES TO LIGNE-CHEQUE.
           STRING "CHEQUE NO "        DELIMITED BY SIZE
                  W-PROCHAIN-CHEQUE   DELIMITED BY SIZE
                  "  DATE "           DELIMITED BY SIZE
                  W-DATE-DU-JOUR      DELIMITED BY SIZE
                  "  A L'ORDRE DE "   DELIMITED BY SIZE
                  BF-NOM              DELIMITED BY SIZE
             INTO LIGNE-CHEQUE.
           WRITE LIGNE-CHEQUE AFTER ADVANCING PAGE.

           MOVE SPACES TO LIGNE-CHEQUE.
           STRING "MONTANT: "         DELIMITED BY SIZE
                  W-ED-MONTANT        DELIMITED BY SIZE
             INTO LIGNE-CHEQUE.
           WRITE LIGNE-CHEQUE AFTER ADVANCING 1 LINE.

           MOVE W-PROCHAIN-CHEQUE TO RC-NUMERO.
           MOVE SPACES            TO RC-CODE.
           MOVE W-PR-REGIME(W-IDX-PR) TO RC-CODE(1:4).
           MOVE W-DATE-DU-JOUR    TO RC-DATE.
           MOVE W-MONTANT-REMIS   TO RC-MONTANT.
           MOVE "E"               TO RC-STATUT.
           WRITE REG-CHEQUE-LIGNE.
           ADD 1 TO W-PROCHAIN-CHEQUE.

      ******************************************************************
      *  MARQUE REMISES LES LIGNES DES REGIMES PAYES : CE QUI A ETE
      *  TRANSMIS DEVIENT LA COTISATION COURANTE (ZERO POUR UNE PAYE
      *  RENVERSEE) ET LA DATE DE REMISE EST CELLE DU JOUR.
      ******************************************************************
       70000-MARQUER-LIGNES-REMISES.
           OPEN I-O FICHIER-COTIS-RET.
           MOVE 0 TO W-IND-FIN-FICHIER.
           PERFORM 11000-LIRE-COTIS.
           PERFORM UNTIL W-FIN-FICHIER
               PERFORM 15000-CALCULER-LIGNE-DUE
               IF W-LIGNE-DUE
                   PERFORM 71000-MARQUER-SI-REMISE
               END-IF
               PERFORM 11000-LIRE-COTIS
           END-PERFORM.
           CLOSE FICHIER-COTIS-RET.

       71000-MARQUER-SI-REMISE.
           PERFORM VARYING W-IDX-PR FROM 1 BY 1
                   UNTIL W-IDX-PR > W-NB-TOT-PR
               IF W-PR-REGIME(W-IDX-PR) = CR-REGIME
                  AND W-PR-REMIS(W-IDX-PR) = "O"
                   IF CR-STATUT = "A"
                       MOVE CR-COTIS-EMPLOYE   TO CR-REMIS-EMPLOYE
                       MOVE CR-COTIS-EMPLOYEUR TO CR-REMIS-EMPLOYEUR
                   ELSE
                       MOVE 0 TO CR-REMIS-EMPLOYE CR-REMIS-EMPLOYEUR
                   END-IF
                   MOVE W-DATE-DU-JOUR TO CR-DATE-REMISE
                   REWRITE CR-FICHE-COTIS
               END-IF
           END-PERFORM.
