      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: CONCILIATION DE LA FACTURE MENSUELLE DE L'ASSUREUR
      *          COLLECTIF. IMPORTE LA FACTURE (FactureAssurance.csv,
      *          CHAMPS CODE EMPLOYE;CODE DE REGIME;MONTANT SEPARES PAR
      *          ";", UNE LIGNE PAR EMPLOYE ET PAR REGIME, LES LIGNES
      *          REPETEES S'ADDITIONNENT) ET L'APPARIE PAR EMPLOYE ET
      *          PAR REGIME A CE QUE NOUS DEVONS POUR LE MOIS : LES
      *          PARTS D'EMPLOYE RETENUES A LA PAYE (RETDETAIL.DAT,
      *          PASSAGES DU MOIS) PLUS LA PART DE L'EMPLOYEUR POUR
      *          CHACUNE DE CES RETENUES (ASSURANCES.DAT). LES
      *          ADHESIONS EN VIGUEUR SANS RETENUE DANS LE MOIS SONT
      *          AUSSI ATTENDUES. LES ECARTS SONT LISTES AVEC LEUR
      *          INCIDENCE EN DOLLARS (FACTURE MOINS ATTENDU : POSITIF
      *          = SURFACTURATION) DANS ConcilAssurance.doc :
      *            NON ADHERE   : FACTURE SANS ADHESION NI RETENUE,
      *            EMP. TERMINE : FACTURE APRES LA FIN D'EMPLOI,
      *            MONTANT      : FACTURE DIFFERENT DE L'ATTENDU,
      *            NON FACTURE  : ATTENDU ABSENT DE LA FACTURE.
      *          UN MAUVAIS REGIME PARAIT EN NON ADHERE POUR LE REGIME
      *          FACTURE ET EN NON FACTURE POUR LE REGIME ADHERE.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILASSUR.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-FACTURE  ASSIGN TO "FactureAssurance.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-FACTURE.

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

       SELECT FICHIER-RETDETAIL  ASSIGN TO "RETDETAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-RETDETAIL.

       SELECT RAPPORT-CONCIL  ASSIGN TO "ConcilAssurance.doc"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  FICHIER-FACTURE.
       01  LIGNE-FACTURE               PIC X(80).

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
               88 EMP-ACTIF            VALUE "A".
               88 EMP-INACTIF          VALUE "I".
               88 EMP-EN-CONGE         VALUE "C".
           05  EMP-RESTE               PIC X(134).

       FD  FICHIER-ASSURANCES
       LABEL RECORD STANDARD.
       01  AS-FICHE-REGIME.
           05  AS-CODE                 PIC X(4).
           05  AS-NOM                  PIC X(30).
           05  AS-PART-EMPLOYE         PIC 9(4)V99.
           05  AS-PART-EMPLOYEUR      PIC 9(4)V99.
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

       FD  FICHIER-RETDETAIL
       LABEL RECORD STANDARD.
       01  RETDETAIL-LIGNE.
           05  RD-DATE-RUN          PIC 9(8).
           05  RD-TYPE              PIC X(4).
           05  RD-CODE              PIC X(6).
           05  RD-MONTANT           PIC 9(7)V99.
           05  RD-STATUT            PIC X.

       FD  RAPPORT-CONCIL.
       01  LIGNE-CONCIL                PIC X(120).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-TROUVE         PIC 9.
               88  W-TROUVE                 VALUE 1.
           05  W-IND-EMP-ABSENT     PIC 9.
               88  W-EMP-ABSENT             VALUE 1.

       01  W-STATUT-FACTURE         PIC XX.
           88  FACTURE-OK                   VALUE "00".
           88  FACTURE-INEXISTANT           VALUE "35".

       01  W-STATUT-ASSURANCES      PIC XX.
           88  ASSURANCES-OK                VALUE "00".
           88  ASSURANCES-INEXISTANT        VALUE "35".

       01  W-STATUT-ADHESIONS       PIC XX.
           88  ADHESIONS-OK                 VALUE "00".
           88  ADHESIONS-INEXISTANT         VALUE "35".

       01  W-STATUT-RETDETAIL       PIC XX.
           88  RETDETAIL-OK                 VALUE "00".
           88  RETDETAIL-INEXISTANT         VALUE "35".

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-MOIS-DEMANDE           PIC 9(6).
       01  W-MOIS-R REDEFINES W-MOIS-DEMANDE.
           05  W-MOIS-ANNEE         PIC 9(4).
           05  W-MOIS-MM            PIC 9(2).

      *********************************************************
      * Regimes de la table (parts par periode de paye).
      *********************************************************
       01  W-TABLE-REGIMES.
           05  W-NB-AS              PIC 99     VALUE 0.
           05  W-AS-ENTREE OCCURS 50 TIMES
                                    INDEXED BY W-IDX-AS.
               10  W-AS-CODE        PIC X(4).
               10  W-AS-PART-PAT    PIC 9(4)V99.
               10  W-AS-ACTIF       PIC X.

      *********************************************************
      * Lignes de la facture, cumulees par employe et regime.
      *********************************************************
       01  W-CHAMPS-FACTURE.
           05  W-CH-CODE            PIC X(6).
           05  W-CH-PLAN            PIC X(4).
           05  W-CH-MONTANT         PIC X(12).

       01  W-TABLE-FACTURE.
           05  W-NB-FACT            PIC 9(4)   VALUE 0.
           05  W-FA-ENTREE OCCURS 2000 TIMES
                                    INDEXED BY W-IDX-FA.
               10  W-FA-CODE        PIC X(6).
               10  W-FA-PLAN        PIC X(4).
               10  W-FA-MONTANT     PIC S9(7)V99.
               10  W-FA-APPARIE     PIC X.

      *********************************************************
      * Montants attendus par employe et regime : parts
      * d'employe retenues dans le mois, nombre de retenues
      * (pour la part patronale) et adhesion en vigueur.
      *********************************************************
       01  W-TABLE-ATTENDU.
           05  W-NB-ATT             PIC 9(4)   VALUE 0.
           05  W-AT-ENTREE OCCURS 2000 TIMES
                                    INDEXED BY W-IDX-AT.
               10  W-AT-CODE        PIC X(6).
               10  W-AT-PLAN        PIC X(4).
               10  W-AT-RETENU      PIC 9(7)V99.
               10  W-AT-NB-RETENUES PIC 9(3).
               10  W-AT-ADHERE      PIC X.
               10  W-AT-APPARIE     PIC X.

       01  W-CLE-CODE               PIC X(6).
       01  W-CLE-PLAN               PIC X(4).
       01  W-FACTURE                PIC S9(7)V99.
       01  W-ATTENDU                PIC 9(7)V99.
       01  W-INCIDENCE              PIC S9(7)V99.
       01  W-NOTE                   PIC X(12).

       01  W-TOTAUX.
           05  W-TOTAL-FACTURE      PIC S9(9)V99  VALUE 0.
           05  W-TOTAL-ATTENDU      PIC S9(9)V99  VALUE 0.
           05  W-TOTAL-INCIDENCE    PIC S9(9)V99  VALUE 0.
           05  W-COMPTE-CONCORDE    PIC 9(4)      VALUE 0.
           05  W-COMPTE-ECARTS      PIC 9(4)      VALUE 0.

       01  W-EDITION.
           05  W-ED-TOTAL           PIC $$$,$$$,$$9.99-.

       01  W-LIGNE-ECART.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LE-NOTE            PIC X(12).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LE-CODE            PIC X(6).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LE-NOM             PIC X(20).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LE-PREN            PIC X(15).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LE-PLAN            PIC X(4).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LE-FACTURE         PIC $$$,$$9.99-.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LE-ATTENDU         PIC $$$,$$9.99.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LE-INCIDENCE       PIC $$$,$$9.99-.

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "CONCILASSUR".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "ConcilAssurance.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "CONCILASSUR".
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

           MOVE 0 TO W-MOIS-DEMANDE.
           DISPLAY "MOIS FACTURE (AAAAMM, 0 = PRECEDENT) : " AT 0405.
           ACCEPT  W-MOIS-DEMANDE AT 0445.
           IF W-MOIS-DEMANDE = 0
               MOVE W-DATE-DU-JOUR(1:6) TO W-MOIS-DEMANDE
               IF W-MOIS-MM = 1
                   SUBTRACT 1 FROM W-MOIS-ANNEE
                   MOVE 12 TO W-MOIS-MM
               ELSE
                   SUBTRACT 1 FROM W-MOIS-MM
               END-IF
           END-IF.

           PERFORM 10000-CHARGER-FACTURE.

           IF FACTURE-INEXISTANT
               MOVE "AUCUNE FACTURE (FactureAssurance.csv ABSENT)"
                 TO W-MESSAGE-ERREUR
           ELSE
               OPEN INPUT FICHIER-IDX
               PERFORM 20000-CHARGER-REGIMES
               PERFORM 30000-CHARGER-ADHESIONS
               PERFORM 35000-CHARGER-RETENUES
               OPEN OUTPUT RAPPORT-CONCIL
               PERFORM 40000-ECRIRE-ENTETE
               PERFORM 50000-APPARIER-FACTURE
               PERFORM 60000-SIGNALER-NON-FACTURES
               PERFORM 70000-ECRIRE-TOTAUX
               CLOSE RAPPORT-CONCIL FICHIER-IDX
               MOVE W-MOIS-DEMANDE TO W-SP-PERIODE
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR
               MOVE W-TOTAL-INCIDENCE TO W-ED-TOTAL
               MOVE SPACES TO W-MESSAGE-ERREUR
               STRING "FACTURE "          DELIMITED BY SIZE
                      W-MOIS-DEMANDE      DELIMITED BY SIZE
                      " : "               DELIMITED BY SIZE
                      W-COMPTE-ECARTS     DELIMITED BY SIZE
                      " ECART(S), INCIDENCE " DELIMITED BY SIZE
                      W-ED-TOTAL          DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-ECARTS TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  CHARGE LA FACTURE EN TABLE (CODE;REGIME;MONTANT PAR LIGNE),
      *  CUMULEE PAR EMPLOYE ET REGIME. UNE LIGNE SANS CODE EMPLOYE
      *  (ENTETE, TOTAL) EST IGNOREE ; UN CREDIT PEUT ETRE NEGATIF.
      ******************************************************************
       10000-CHARGER-FACTURE.
           MOVE 0 TO W-NB-FACT.
           OPEN INPUT FICHIER-FACTURE.
           IF FACTURE-OK
               MOVE 0 TO W-IND-FIN-FICHIER
               PERFORM 11000-LIRE-FACTURE
               PERFORM UNTIL W-FIN-FICHIER
                   PERFORM 12000-DECOUPER-LIGNE-FACTURE
                   PERFORM 11000-LIRE-FACTURE
               END-PERFORM
               CLOSE FICHIER-FACTURE
           END-IF.

       11000-LIRE-FACTURE.
           READ FICHIER-FACTURE
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       12000-DECOUPER-LIGNE-FACTURE.
           MOVE SPACES TO W-CHAMPS-FACTURE.
           UNSTRING LIGNE-FACTURE DELIMITED BY ";"
               INTO W-CH-CODE W-CH-PLAN W-CH-MONTANT.
           MOVE FUNCTION UPPER-CASE(W-CH-CODE) TO W-CH-CODE.
           MOVE FUNCTION UPPER-CASE(W-CH-PLAN) TO W-CH-PLAN.
           IF W-CH-CODE NOT = SPACES AND W-CH-PLAN NOT = SPACES
              AND FUNCTION TEST-NUMVAL(W-CH-MONTANT) = 0
               MOVE 0 TO W-IND-TROUVE
               PERFORM VARYING W-IDX-FA FROM 1 BY 1
                       UNTIL W-IDX-FA > W-NB-FACT OR W-TROUVE
                   IF W-FA-CODE(W-IDX-FA) = W-CH-CODE
                      AND W-FA-PLAN(W-IDX-FA) = W-CH-PLAN
                       MOVE 1 TO W-IND-TROUVE
                       COMPUTE W-FA-MONTANT(W-IDX-FA) =
                           W-FA-MONTANT(W-IDX-FA)
                           + FUNCTION NUMVAL(W-CH-MONTANT)
                   END-IF
               END-PERFORM
               IF NOT W-TROUVE AND W-NB-FACT < 2000
                   ADD 1 TO W-NB-FACT
                   MOVE W-CH-CODE TO W-FA-CODE(W-NB-FACT)
                   MOVE W-CH-PLAN TO W-FA-PLAN(W-NB-FACT)
                   COMPUTE W-FA-MONTANT(W-NB-FACT) =
                       FUNCTION NUMVAL(W-CH-MONTANT)
                   MOVE "N" TO W-FA-APPARIE(W-NB-FACT)
               END-IF
           END-IF.

       20000-CHARGER-REGIMES.
           MOVE 0 TO W-NB-AS.
           OPEN INPUT FICHIER-ASSURANCES.
           IF ASSURANCES-OK
               MOVE 0 TO W-IND-FIN-FICHIER
               MOVE LOW-VALUES TO AS-CODE
               START FICHIER-ASSURANCES KEY IS NOT LESS THAN AS-CODE
                   INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
               END-START
               PERFORM UNTIL W-FIN-FICHIER OR W-NB-AS = 50
                   READ FICHIER-ASSURANCES NEXT RECORD
                       AT END MOVE 1 TO W-IND-FIN-FICHIER
                       NOT AT END
                           ADD 1 TO W-NB-AS
                           MOVE AS-CODE TO W-AS-CODE(W-NB-AS)
                           MOVE AS-PART-EMPLOYEUR
                             TO W-AS-PART-PAT(W-NB-AS)
                           MOVE AS-ACTIF TO W-AS-ACTIF(W-NB-AS)
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ASSURANCES
           END-IF.

      ******************************************************************
      *  ADHESIONS EN VIGUEUR (REGIME ACTIF, EMPLOYE NON INACTIF) :
      *  ATTENDUES SUR LA FACTURE MEME SANS RETENUE DANS LE MOIS.
      ******************************************************************
       30000-CHARGER-ADHESIONS.
           OPEN INPUT FICHIER-ADHESIONS.
           IF ADHESIONS-OK
               MOVE 0 TO W-IND-FIN-FICHIER
               MOVE LOW-VALUES TO AD-CLE
               START FICHIER-ADHESIONS KEY IS NOT LESS THAN AD-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
               END-START
               PERFORM UNTIL W-FIN-FICHIER
                   READ FICHIER-ADHESIONS NEXT RECORD
                       AT END MOVE 1 TO W-IND-FIN-FICHIER
                       NOT AT END PERFORM 31000-RETENIR-ADHESION
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ADHESIONS
           END-IF.

       31000-RETENIR-ADHESION.
           MOVE AD-PLAN TO W-CLE-PLAN.
           PERFORM 81000-CHERCHER-REGIME.
           IF W-TROUVE AND W-AS-ACTIF(W-IDX-AS) = "A"
               MOVE AD-CODE TO EMP-CODE
               PERFORM 80000-LIRE-EMPLOYE
               IF NOT W-EMP-ABSENT AND NOT EMP-INACTIF
                   MOVE AD-CODE TO W-CLE-CODE
                   PERFORM 82000-TROUVER-ATTENDU
                   MOVE "O" TO W-AT-ADHERE(W-IDX-AT)
               END-IF
           END-IF.

      ******************************************************************
      *  PARTS D'EMPLOYE RETENUES DANS LE MOIS : LIGNES DU DETAIL DES
      *  RETENUES DONT LE TYPE EST UN REGIME DE LA TABLE.
      ******************************************************************
       35000-CHARGER-RETENUES.
           OPEN INPUT FICHIER-RETDETAIL.
           IF RETDETAIL-OK
               MOVE 0 TO W-IND-FIN-FICHIER
               PERFORM UNTIL W-FIN-FICHIER
                   READ FICHIER-RETDETAIL
                       AT END MOVE 1 TO W-IND-FIN-FICHIER
                       NOT AT END
                           IF RD-DATE-RUN(1:6) = W-MOIS-DEMANDE
                               PERFORM 36000-RETENIR-RETENUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-RETDETAIL
           END-IF.

       36000-RETENIR-RETENUE.
           MOVE RD-TYPE TO W-CLE-PLAN.
           PERFORM 81000-CHERCHER-REGIME.
           IF W-TROUVE
               MOVE RD-CODE TO W-CLE-CODE
               PERFORM 82000-TROUVER-ATTENDU
               ADD RD-MONTANT TO W-AT-RETENU(W-IDX-AT)
               ADD 1          TO W-AT-NB-RETENUES(W-IDX-AT)
           END-IF.

       40000-ECRIRE-ENTETE.
           MOVE SPACES TO LIGNE-CONCIL.
           STRING "** CONCILIATION DE LA FACTURE D'ASSURANCE "
                                      DELIMITED BY SIZE
                  "COLLECTIVE - MOIS " DELIMITED BY SIZE
                  W-MOIS-DEMANDE      DELIMITED BY SIZE
                  " **"               DELIMITED BY SIZE
             INTO LIGNE-CONCIL.
           WRITE LIGNE-CONCIL.
           MOVE SPACES TO LIGNE-CONCIL.
           STRING "   ATTENDU = PARTS D'EMPLOYE RETENUES + PART DE "
                                      DELIMITED BY SIZE
                  "L'EMPLOYEUR PAR RETENUE ; INCIDENCE = FACTURE - "
                                      DELIMITED BY SIZE
                  "ATTENDU"           DELIMITED BY SIZE
             INTO LIGNE-CONCIL.
           WRITE LIGNE-CONCIL AFTER ADVANCING 1 LINE.
           MOVE "   ECART         CODE    NOM                  PRENOM
      -"        REGIME    FACTURE    ATTENDU   INCIDENCE"
             TO LIGNE-CONCIL.
           WRITE LIGNE-CONCIL AFTER ADVANCING 2 LINES.

      ******************************************************************
      *  APPARIE CHAQUE LIGNE DE LA FACTURE A L'ATTENDU DU MEME
      *  EMPLOYE ET DU MEME REGIME.
      ******************************************************************
       50000-APPARIER-FACTURE.
           PERFORM VARYING W-IDX-FA FROM 1 BY 1
                   UNTIL W-IDX-FA > W-NB-FACT
               PERFORM 51000-APPARIER-LIGNE
           END-PERFORM.

       51000-APPARIER-LIGNE.
           MOVE W-FA-PLAN(W-IDX-FA) TO W-CLE-PLAN.
           ADD W-FA-MONTANT(W-IDX-FA) TO W-TOTAL-FACTURE.
           MOVE W-FA-MONTANT(W-IDX-FA) TO W-FACTURE.
           MOVE W-FA-CODE(W-IDX-FA) TO EMP-CODE.
           PERFORM 80000-LIRE-EMPLOYE.

           MOVE 0 TO W-IND-TROUVE.
           PERFORM VARYING W-IDX-AT FROM 1 BY 1
                   UNTIL W-IDX-AT > W-NB-ATT OR W-TROUVE
               IF W-AT-CODE(W-IDX-AT) = W-FA-CODE(W-IDX-FA)
                  AND W-AT-PLAN(W-IDX-AT) = W-FA-PLAN(W-IDX-FA)
                   MOVE 1 TO W-IND-TROUVE
               END-IF
           END-PERFORM.

           IF W-TROUVE
               SET W-IDX-AT DOWN BY 1
               MOVE "O" TO W-AT-APPARIE(W-IDX-AT)
               PERFORM 83000-CALCULER-ATTENDU
               ADD W-ATTENDU TO W-TOTAL-ATTENDU
               COMPUTE W-INCIDENCE =
                   W-FA-MONTANT(W-IDX-FA) - W-ATTENDU
               IF W-INCIDENCE = 0
                   ADD 1 TO W-COMPTE-CONCORDE
               ELSE
                   MOVE "MONTANT" TO W-NOTE
                   PERFORM 85000-ECRIRE-ECART
               END-IF
           ELSE
               MOVE 0 TO W-ATTENDU
               MOVE W-FA-MONTANT(W-IDX-FA) TO W-INCIDENCE
               IF NOT W-EMP-ABSENT AND EMP-INACTIF
                   MOVE "EMP. TERMINE" TO W-NOTE
               ELSE
                   MOVE "NON ADHERE" TO W-NOTE
               END-IF
               PERFORM 85000-ECRIRE-ECART
           END-IF.

      ******************************************************************
      *  ATTENDUS QU'AUCUNE LIGNE DE LA FACTURE N'A APPARIES.
      ******************************************************************
       60000-SIGNALER-NON-FACTURES.
           PERFORM VARYING W-IDX-AT FROM 1 BY 1
                   UNTIL W-IDX-AT > W-NB-ATT
               IF W-AT-APPARIE(W-IDX-AT) = "N"
                   PERFORM 61000-SIGNALER-NON-FACTURE
               END-IF
           END-PERFORM.

       61000-SIGNALER-NON-FACTURE.
           MOVE W-AT-CODE(W-IDX-AT) TO EMP-CODE.
           PERFORM 80000-LIRE-EMPLOYE.
           PERFORM 83000-CALCULER-ATTENDU.
           ADD W-ATTENDU TO W-TOTAL-ATTENDU.
           COMPUTE W-INCIDENCE = 0 - W-ATTENDU.
           MOVE "NON FACTURE" TO W-NOTE.
           MOVE 0 TO W-FACTURE.
           PERFORM 85000-ECRIRE-ECART.

       70000-ECRIRE-TOTAUX.
           MOVE W-TOTAL-FACTURE TO W-ED-TOTAL.
           MOVE SPACES TO LIGNE-CONCIL.
           STRING "TOTAL FACTURE : "  DELIMITED BY SIZE
                  W-ED-TOTAL          DELIMITED BY SIZE
             INTO LIGNE-CONCIL.
           WRITE LIGNE-CONCIL AFTER ADVANCING 2 LINES.

           MOVE W-TOTAL-ATTENDU TO W-ED-TOTAL.
           MOVE SPACES TO LIGNE-CONCIL.
           STRING "TOTAL ATTENDU : "  DELIMITED BY SIZE
                  W-ED-TOTAL          DELIMITED BY SIZE
             INTO LIGNE-CONCIL.
           WRITE LIGNE-CONCIL AFTER ADVANCING 1 LINE.

           MOVE W-TOTAL-INCIDENCE TO W-ED-TOTAL.
           MOVE SPACES TO LIGNE-CONCIL.
           STRING "INCIDENCE NETTE DES ECARTS : " DELIMITED BY SIZE
                  W-ED-TOTAL          DELIMITED BY SIZE
                  "   LIGNES CONCORDANTES : " DELIMITED BY SIZE
                  W-COMPTE-CONCORDE   DELIMITED BY SIZE
                  "   ECARTS : "      DELIMITED BY SIZE
                  W-COMPTE-ECARTS     DELIMITED BY SIZE
             INTO LIGNE-CONCIL.
           WRITE LIGNE-CONCIL AFTER ADVANCING 1 LINE.

       80000-LIRE-EMPLOYE.
           MOVE 0 TO W-IND-EMP-ABSENT.
           READ FICHIER-IDX
               INVALID KEY
                   MOVE 1 TO W-IND-EMP-ABSENT
                   MOVE "** INCONNU AU MAITRE" TO EMP-NOM
                   MOVE SPACES TO EMP-PREN EMP-STATUT
           END-READ.

      *CHERCHE LE REGIME W-CLE-PLAN DANS LA TABLE (W-IDX-AS SI TROUVE).
       81000-CHERCHER-REGIME.
           MOVE 0 TO W-IND-TROUVE.
           PERFORM VARYING W-IDX-AS FROM 1 BY 1
                   UNTIL W-IDX-AS > W-NB-AS OR W-TROUVE
               IF W-AS-CODE(W-IDX-AS) = W-CLE-PLAN
                   MOVE 1 TO W-IND-TROUVE
               END-IF
           END-PERFORM.
           IF W-TROUVE
               SET W-IDX-AS DOWN BY 1
           END-IF.

      *TROUVE (OU AJOUTE A ZERO) L'ATTENDU DE W-CLE-CODE/W-CLE-PLAN.
       82000-TROUVER-ATTENDU.
           MOVE 0 TO W-IND-TROUVE.
           PERFORM VARYING W-IDX-AT FROM 1 BY 1
                   UNTIL W-IDX-AT > W-NB-ATT OR W-TROUVE
               IF W-AT-CODE(W-IDX-AT) = W-CLE-CODE
                  AND W-AT-PLAN(W-IDX-AT) = W-CLE-PLAN
                   MOVE 1 TO W-IND-TROUVE
               END-IF
           END-PERFORM.
           IF W-TROUVE
               SET W-IDX-AT DOWN BY 1
           ELSE
               IF W-NB-ATT < 2000
                   ADD 1 TO W-NB-ATT
               END-IF
               SET W-IDX-AT TO W-NB-ATT
               MOVE W-CLE-CODE TO W-AT-CODE(W-IDX-AT)
               MOVE W-CLE-PLAN TO W-AT-PLAN(W-IDX-AT)
               MOVE 0   TO W-AT-RETENU(W-IDX-AT)
                           W-AT-NB-RETENUES(W-IDX-AT)
               MOVE "N" TO W-AT-ADHERE(W-IDX-AT)
                           W-AT-APPARIE(W-IDX-AT)
           END-IF.

      *ATTENDU DE L'ENTREE W-IDX-AT : PARTS D'EMPLOYE RETENUES PLUS LA
      *PART PATRONALE DU REGIME POUR CHAQUE RETENUE.
       83000-CALCULER-ATTENDU.
           MOVE W-AT-PLAN(W-IDX-AT) TO W-CLE-PLAN.
           PERFORM 81000-CHERCHER-REGIME.
           MOVE W-AT-RETENU(W-IDX-AT) TO W-ATTENDU.
           IF W-TROUVE
               COMPUTE W-ATTENDU = W-ATTENDU
                   + W-AS-PART-PAT(W-IDX-AS)
                   * W-AT-NB-RETENUES(W-IDX-AT)
           END-IF.

      *ECRIT LA LIGNE D'ECART (W-NOTE, W-FACTURE, W-ATTENDU,
      *W-INCIDENCE) DE L'EMPLOYE EN MEMOIRE ET DE W-CLE-PLAN.
       85000-ECRIRE-ECART.
           MOVE W-NOTE              TO W-LE-NOTE.
           MOVE EMP-CODE            TO W-LE-CODE.
           MOVE EMP-NOM             TO W-LE-NOM.
           MOVE EMP-PREN            TO W-LE-PREN.
           MOVE W-CLE-PLAN          TO W-LE-PLAN.
           MOVE W-FACTURE           TO W-LE-FACTURE.
           MOVE W-ATTENDU           TO W-LE-ATTENDU.
           MOVE W-INCIDENCE         TO W-LE-INCIDENCE.
           WRITE LIGNE-CONCIL FROM W-LIGNE-ECART
                              AFTER ADVANCING 1 LINE.
           ADD W-INCIDENCE TO W-TOTAL-INCIDENCE.
           ADD 1 TO W-COMPTE-ECARTS.
