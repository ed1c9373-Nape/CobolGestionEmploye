      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TENIR LA REPARTITION DU DEPOT DIRECT D'UN EMPLOYE
      *          ENTRE PLUSIEURS COMPTES (REPARTDEPOT.DAT). CHAQUE
      *          LIGNE, DANS L'ORDRE DE SA PRIORITE (1 A 9), VERSE A
      *          UN COMPTE UN MONTANT FIXE (M), UN POURCENTAGE DU NET
      *          (P) OU LE SOLDE (R, UNE SEULE LIGNE, LA DERNIERE).
      *          SANS LIGNE DE SOLDE, CE QUI RESTE VA AU COMPTE
      *          PRINCIPAL DE LA FICHE (EMP-INSTITUTION/TRANSIT/
      *          COMPTE). UN COMPTE AJOUTE OU CHANGE PASSE PAR LA
      *          PRENOTE : LA LIGNE ET LA FICHE (EMP-STATUT-COORD)
      *          SONT MISES EN ATTENTE ("P"), LE PROCHAIN PASSAGE
      *          PAIE PAR CHEQUE ET ENVOIE L'ESSAI A ZERO DOLLAR, ET
      *          CONFPRENOTE CONFIRME ENSUITE LA FICHE ET SES
      *          LIGNES. CHAQUE MISE A JOUR EST CONSIGNEE A LA PISTE
      *          D'AUDIT.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIEREPARTDEPOT.

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

       SELECT FICHIER-REPART  ASSIGN TO "REPARTDEPOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-CLE.

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
               88 EMP-ACTIF            VALUE "A".
               88 EMP-INACTIF          VALUE "I".
           05  EMP-NAS                 PIC 9(9).
           05  EMP-COURRIEL            PIC X(30).
           05  EMP-ADRESSE             PIC X(30).
           05  EMP-DATE-FIN            PIC 9(8).
           05  EMP-RAISON-FIN          PIC X.
           05  EMP-TYPE-EMPLOYE        PIC X.
           05  EMP-SALAIRE-PERIODE     PIC 9(6)V99.
           05  EMP-MODE-PAIEMENT       PIC X.
           05  EMP-INSTITUTION         PIC 9(3).
           05  EMP-TRANSIT             PIC 9(5).
           05  EMP-COMPTE              PIC X(12).
           05  EMP-DATE-NAISSANCE      PIC 9(8).
           05  EMP-BANQUE-TEMPS        PIC X.
           05  EMP-STATUT-COORD        PIC X.
               88  EMP-COORD-EN-ATTENTE    VALUE "P".
           05  EMP-GROUPE-PAYE         PIC X(2).
           05  EMP-PROVINCE            PIC X(2).
           05  EMP-DEPARTEMENT         PIC X(2).
           05  EMP-CLASSE              PIC X(4).
           05  EMP-ECHELON             PIC 9(2).
           05  EMP-LANGUE              PIC X.
           05  EMP-RESERVE             PIC X(3).

      *********************************************************
      * Repartition du depot direct : une ligne par compte
      * secondaire, cle code employe + priorite. DR-TYPE "M"
      * montant fixe, "P" pourcentage du net (DR-VALEUR en %),
      * "R" solde. DR-STATUT-COORD "P" : prenote en attente,
      * "C" : compte confirme.
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

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-FIN-LIGNES     PIC 9   VALUE 0.
               88  W-FIN-LIGNES             VALUE 1.
           05  W-IND-FIN-REPART     PIC 9   VALUE 0.
               88  W-FIN-REPART             VALUE 1.
           05  W-IND-EMP-ABSENT     PIC 9.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-DR-ABSENT      PIC 9.
               88  W-DR-ABSENT              VALUE 1.
           05  W-IND-COORD-CHANGEES PIC 9.
               88  W-COORD-CHANGEES         VALUE 1.

       01  W-COMPTE-MISES-A-JOUR    PIC 9(4) VALUE 0.
       01  W-LIGNE-ECRAN            PIC 99.
       01  W-LIGNE-AFFICHEE         PIC X(70).
       01  W-MESSAGE-LIGNE          PIC X(45).
       01  W-P                      PIC 99.
       01  W-VALEUR-EDITEE          PIC ZZ,ZZ9.99.

       01  W-FILE-DETAIL.
           05  W-SIZE-REPART        PIC X(8)   COMP-X.

      *********************************************************
      * Lignes actuelles de l'employe, rangees par priorite,
      * pour les controles de la saisie (une seule ligne de
      * solde, en derniere priorite ; pourcentages d'au plus
      * 100 % au total).
      *********************************************************
       01  W-LIGNES-ACTUELLES.
           05  W-LA-LIGNE OCCURS 9.
               10  W-LA-PRESENTE    PIC X.
               10  W-LA-TYPE        PIC X.
               10  W-LA-VALEUR      PIC 9(5)V99.
       01  W-PRIORITE-SOLDE         PIC 99.
       01  W-PRIORITE-MAX-AUTRE     PIC 99.
       01  W-TOTAL-POURCENT-AUTRE   PIC 9(5)V99.

      *********************************************************
      * Saisie : code employe (blanc = fin), priorite (0 = fin
      * de l'employe), compte (vide = retirer la ligne),
      * institution, transit, type M/P/R et valeur.
      *********************************************************
       01  W-SAISIE-REPARTITION.
           05  W-CODE-SAISI         PIC X(6).
           05  W-PRIORITE-SAISIE    PIC 9.
           05  W-COMPTE-SAISI       PIC X(12).
           05  W-INSTITUTION-SAISIE PIC 9(3).
           05  W-TRANSIT-SAISI      PIC 9(5).
           05  W-TYPE-SAISI         PIC X.
           05  W-VALEUR-SAISIE      PIC 9(5)V99.

       01  W-DR-AVANT-IMAGE         PIC X(47).
       01  W-EMP-AVANT-IMAGE        PIC X(194).

      *********************************************************
      * Zone d'appel du masquage des comptes (MASQUERP).
      *********************************************************
       01  W-MQ-TYPE                PIC X     VALUE "C".
       01  W-MQ-VALEUR              PIC X(12).
       01  W-MQ-AFFICHAGE           PIC X(15).
       01  W-MQ-JOURNAL             PIC X     VALUE "N".

      *********************************************************
      * Zone d'appel de la piste d'audit indexee
      * (JOURNALAUDIT -> AUDITIDX.DAT).
      *********************************************************
       01  W-APPEL-AUDIT.
           05  W-AU-CODE            PIC X(6).
           05  W-AU-OPERATION       PIC X(13).
           05  W-AU-OPER-ID         PIC X(8).
           05  W-AU-AVANT           PIC X(194).
           05  W-AU-APRES           PIC X(194).

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIEREPARTDE".
           05  W-JE-EVENEMENT       PIC X(5).
           05  W-JE-MODE            PIC X(10) VALUE SPACES.
           05  W-JE-COMPTE          PIC 9(6)  VALUE 0.
           05  W-JE-RESULTAT        PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  W-MESSAGE-ERREUR PIC X(80).
       01  W-OPERATEUR      PIC X(8).

       PROCEDURE DIVISION USING W-MESSAGE-ERREUR W-OPERATEUR.

       00000-MAIN.
           MOVE "DEBUT" TO W-JE-EVENEMENT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           OPEN I-O FICHIER-IDX.
           PERFORM 05000-OUVRIR-REPARTITION.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-MISES-A-JOUR.
           PERFORM 10000-SAISIR-EMPLOYE UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-IDX FICHIER-REPART.

           IF W-COMPTE-MISES-A-JOUR > 0
               STRING W-COMPTE-MISES-A-JOUR DELIMITED BY SIZE
                      " LIGNE(S) DE REPARTITION MISE(S) A JOUR"
                                            DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUNE REPARTITION MISE A JOUR" TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-MISES-A-JOUR TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       05000-OUVRIR-REPARTITION.
           CALL "CBL_CHECK_FILE_EXIST" USING "REPARTDEPOT.DAT "
                                              W-SIZE-REPART.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-REPART
           ELSE
               OPEN OUTPUT FICHIER-REPART
               CLOSE FICHIER-REPART
               OPEN I-O FICHIER-REPART
           END-IF.

      ******************************************************************
      *  SAISIT LE CODE EMPLOYE (BLANC = FIN). SEUL UN EMPLOYE PAYE
      *  PAR DEPOT DIRECT PEUT REPARTIR SON DEPOT ; SES LIGNES SONT
      *  ENSUITE MISES A JOUR UNE A UNE JUSQU'A LA PRIORITE 0.
      ******************************************************************
       10000-SAISIR-EMPLOYE.
           MOVE SPACES TO W-CODE-SAISI.
           DISPLAY "REPARTITION DU DEPOT DIRECT" AT 0220.
           DISPLAY "CODE EMPLOYE (BLANC = FIN)      : " AT 0405.
           DISPLAY "      "                             AT 0440.
           ACCEPT  W-CODE-SAISI AT 0440.

           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               MOVE 0 TO W-IND-EMP-ABSENT
               MOVE W-CODE-SAISI TO EMP-CODE
               READ FICHIER-IDX
                   INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
               END-READ
               EVALUATE TRUE
                   WHEN W-EMP-ABSENT
                       DISPLAY "EMPLOYE INTROUVABLE                    "
                                                AT 2305
                   WHEN EMP-MODE-PAIEMENT NOT = "D"
                       DISPLAY "EMPLOYE PAYE PAR CHEQUE                "
                                                AT 2305
                   WHEN OTHER
                       MOVE 0 TO W-IND-FIN-LIGNES
                       PERFORM 20000-SAISIR-LIGNE UNTIL W-FIN-LIGNES
               END-EVALUATE
           END-IF.

      ******************************************************************
      *  AFFICHE LA REPARTITION ACTUELLE, PUIS SAISIT UNE LIGNE PAR
      *  SA PRIORITE : UN COMPTE VIDE RETIRE LA LIGNE, SINON LA
      *  LIGNE EST VALIDEE PUIS AJOUTEE OU REMPLACEE.
      ******************************************************************
       20000-SAISIR-LIGNE.
           PERFORM 25000-AFFICHER-REPARTITION.
           MOVE 0      TO W-PRIORITE-SAISIE W-INSTITUTION-SAISIE
                          W-TRANSIT-SAISI W-VALEUR-SAISIE.
           MOVE SPACES TO W-COMPTE-SAISI W-TYPE-SAISI.

           DISPLAY "PRIORITE (1 A 9, 0 = FIN)       : " AT 1705.
           ACCEPT  W-PRIORITE-SAISIE AT 1740.

           IF W-PRIORITE-SAISIE = 0
               MOVE 1 TO W-IND-FIN-LIGNES
           ELSE
               MOVE 0 TO W-IND-DR-ABSENT
               MOVE W-CODE-SAISI      TO DR-CODE
               MOVE W-PRIORITE-SAISIE TO DR-PRIORITE
               READ FICHIER-REPART
                   INVALID KEY MOVE 1 TO W-IND-DR-ABSENT
               END-READ
               IF W-DR-ABSENT
                   MOVE SPACES TO W-DR-AVANT-IMAGE
               ELSE
                   MOVE DR-FICHE-REPARTITION TO W-DR-AVANT-IMAGE
               END-IF

               DISPLAY "COMPTE (VIDE = RETIRER LA LIGNE): " AT 1805
               ACCEPT  W-COMPTE-SAISI AT 1840
               IF W-COMPTE-SAISI = SPACES
                   PERFORM 50000-RETIRER-LIGNE
               ELSE
                   DISPLAY "INSTITUTION / TRANSIT           : "
                                                AT 1905
                   ACCEPT  W-INSTITUTION-SAISIE AT 1940
                   ACCEPT  W-TRANSIT-SAISI      AT 1945
                   DISPLAY "TYPE (M=MONTANT, P=%, R=SOLDE)  : "
                                                AT 2005
                   ACCEPT  W-TYPE-SAISI AT 2040
                   MOVE FUNCTION UPPER-CASE(W-TYPE-SAISI)
                     TO W-TYPE-SAISI
                   IF W-TYPE-SAISI NOT = "R"
                       DISPLAY "MONTANT OU POURCENTAGE          : "
                                                AT 2105
                       ACCEPT  W-VALEUR-SAISIE AT 2140
                   END-IF
                   PERFORM 30000-VALIDER-LIGNE
                   IF W-MESSAGE-LIGNE = SPACES
                       PERFORM 40000-ENREGISTRER-LIGNE
                   ELSE
                       DISPLAY W-MESSAGE-LIGNE AT 2305
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *  AFFICHE LE COMPTE PRINCIPAL DE LA FICHE ET LES LIGNES DE
      *  REPARTITION DE L'EMPLOYE (COMPTES MASQUES SELON LE DROIT DE
      *  L'OPERATEUR), ET RANGE CES LIGNES POUR LES CONTROLES.
      ******************************************************************
       25000-AFFICHER-REPARTITION.
           INITIALIZE W-LIGNES-ACTUELLES.
           MOVE 0 TO W-PRIORITE-SOLDE.

           MOVE EMP-COMPTE TO W-MQ-VALEUR.
           PERFORM 26000-MASQUER-COMPTE.
           MOVE SPACES TO W-LIGNE-AFFICHEE.
           STRING "PRINCIPAL : "    DELIMITED BY SIZE
                  EMP-INSTITUTION   DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  EMP-TRANSIT       DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  W-MQ-AFFICHAGE    DELIMITED BY SIZE
                  " (RECOIT LE RESTE SANS LIGNE R) "
                                    DELIMITED BY SIZE
                  EMP-STATUT-COORD  DELIMITED BY SIZE
             INTO W-LIGNE-AFFICHEE.
           DISPLAY W-LIGNE-AFFICHEE AT 0605.
           DISPLAY "PR  INST/TRANS/COMPTE        T     VALEUR    P"
                                                AT 0705.

           PERFORM VARYING W-LIGNE-ECRAN FROM 8 BY 1
                   UNTIL W-LIGNE-ECRAN > 16
               MOVE SPACES TO W-LIGNE-AFFICHEE
               DISPLAY W-LIGNE-AFFICHEE AT LINE W-LIGNE-ECRAN
                                        COLUMN 5
           END-PERFORM.
           MOVE 8 TO W-LIGNE-ECRAN.

           MOVE 0 TO W-IND-FIN-REPART.
           MOVE W-CODE-SAISI TO DR-CODE.
           MOVE 0            TO DR-PRIORITE.
           START FICHIER-REPART KEY IS NOT LESS THAN DR-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-REPART
           END-START.
           PERFORM 27000-LIRE-REPARTITION.
           PERFORM 28000-AFFICHER-UNE-LIGNE UNTIL W-FIN-REPART.

       26000-MASQUER-COMPTE.
           CALL "MASQUERP" USING W-OPERATEUR W-CODE-SAISI W-MQ-TYPE
                                 W-MQ-VALEUR W-MQ-AFFICHAGE
                                 W-MQ-JOURNAL.

       27000-LIRE-REPARTITION.
           READ FICHIER-REPART NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-REPART
           END-READ.
           IF NOT W-FIN-REPART AND DR-CODE NOT = W-CODE-SAISI
               MOVE 1 TO W-IND-FIN-REPART
           END-IF.

       28000-AFFICHER-UNE-LIGNE.
           IF DR-PRIORITE > 0 AND DR-PRIORITE < 10
               MOVE "O"         TO W-LA-PRESENTE(DR-PRIORITE)
               MOVE DR-TYPE     TO W-LA-TYPE(DR-PRIORITE)
               MOVE DR-VALEUR   TO W-LA-VALEUR(DR-PRIORITE)
               IF DR-SOLDE
                   MOVE DR-PRIORITE TO W-PRIORITE-SOLDE
               END-IF
           END-IF.

           MOVE DR-COMPTE TO W-MQ-VALEUR.
           PERFORM 26000-MASQUER-COMPTE.
           MOVE DR-VALEUR TO W-VALEUR-EDITEE.
           MOVE SPACES TO W-LIGNE-AFFICHEE.
           STRING DR-PRIORITE      DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  DR-INSTITUTION   DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  DR-TRANSIT       DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  W-MQ-AFFICHAGE   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  DR-TYPE          DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  W-VALEUR-EDITEE  DELIMITED BY SIZE
                  "    "           DELIMITED BY SIZE
                  DR-STATUT-COORD  DELIMITED BY SIZE
             INTO W-LIGNE-AFFICHEE.
           IF W-LIGNE-ECRAN < 17
               DISPLAY W-LIGNE-AFFICHEE AT LINE W-LIGNE-ECRAN
                                        COLUMN 5
               ADD 1 TO W-LIGNE-ECRAN
           END-IF.
           PERFORM 27000-LIRE-REPARTITION.

      ******************************************************************
      *  CONTROLES DE LA LIGNE SAISIE, CONTRE LES AUTRES LIGNES DE
      *  L'EMPLOYE : COORDONNEES COMPLETES ET DISTINCTES DU COMPTE
      *  PRINCIPAL, TYPE CONNU, VALEUR PLAUSIBLE, POURCENTAGES D'AU
      *  PLUS 100 % ET UNE SEULE LIGNE DE SOLDE, EN DERNIER.
      ******************************************************************
       30000-VALIDER-LIGNE.
           MOVE SPACES TO W-MESSAGE-LIGNE.
           MOVE 0 TO W-PRIORITE-MAX-AUTRE W-TOTAL-POURCENT-AUTRE.
           PERFORM VARYING W-P FROM 1 BY 1 UNTIL W-P > 9
               IF W-LA-PRESENTE(W-P) = "O"
                  AND W-P NOT = W-PRIORITE-SAISIE
                   MOVE W-P TO W-PRIORITE-MAX-AUTRE
                   IF W-LA-TYPE(W-P) = "P"
                       ADD W-LA-VALEUR(W-P) TO W-TOTAL-POURCENT-AUTRE
                   END-IF
               END-IF
           END-PERFORM.
           IF W-PRIORITE-SOLDE = W-PRIORITE-SAISIE
               MOVE 0 TO W-PRIORITE-SOLDE
           END-IF.
           MOVE FUNCTION UPPER-CASE(W-COMPTE-SAISI) TO W-COMPTE-SAISI.

           EVALUATE TRUE
               WHEN W-INSTITUTION-SAISIE = 0 OR W-TRANSIT-SAISI = 0
                   MOVE "INSTITUTION ET TRANSIT OBLIGATOIRES"
                     TO W-MESSAGE-LIGNE
               WHEN W-INSTITUTION-SAISIE = EMP-INSTITUTION
                AND W-TRANSIT-SAISI = EMP-TRANSIT
                AND W-COMPTE-SAISI = EMP-COMPTE
                   MOVE "C'EST LE COMPTE PRINCIPAL DE LA FICHE"
                     TO W-MESSAGE-LIGNE
               WHEN W-TYPE-SAISI NOT = "M" AND W-TYPE-SAISI NOT = "P"
                AND W-TYPE-SAISI NOT = "R"
                   MOVE "LE TYPE DOIT ETRE M, P OU R"
                     TO W-MESSAGE-LIGNE
               WHEN W-TYPE-SAISI = "M" AND W-VALEUR-SAISIE = 0
                   MOVE "MONTANT OBLIGATOIRE"
                     TO W-MESSAGE-LIGNE
               WHEN W-TYPE-SAISI = "P"
                AND (W-VALEUR-SAISIE = 0 OR W-VALEUR-SAISIE > 100)
                   MOVE "POURCENTAGE ENTRE 0,01 ET 100"
                     TO W-MESSAGE-LIGNE
               WHEN W-TYPE-SAISI = "P"
                AND W-TOTAL-POURCENT-AUTRE + W-VALEUR-SAISIE > 100
                   MOVE "LES POURCENTAGES DEPASSENT 100 %"
                     TO W-MESSAGE-LIGNE
               WHEN W-TYPE-SAISI = "R" AND W-PRIORITE-SOLDE > 0
                   MOVE "UNE SEULE LIGNE DE SOLDE PAR EMPLOYE"
                     TO W-MESSAGE-LIGNE
               WHEN W-TYPE-SAISI = "R"
                AND W-PRIORITE-MAX-AUTRE > W-PRIORITE-SAISIE
                   MOVE "LE SOLDE DOIT ETRE LA DERNIERE PRIORITE"
                     TO W-MESSAGE-LIGNE
               WHEN W-TYPE-SAISI NOT = "R" AND W-PRIORITE-SOLDE > 0
                AND W-PRIORITE-SAISIE > W-PRIORITE-SOLDE
                   MOVE "AUCUNE LIGNE APRES LA LIGNE DE SOLDE"
                     TO W-MESSAGE-LIGNE
           END-EVALUATE.

      ******************************************************************
      *  AJOUTE OU REMPLACE LA LIGNE. UN COMPTE NOUVEAU OU CHANGE EST
      *  MIS EN PRENOTE ("P"), AINSI QUE LA FICHE DE L'EMPLOYE ; UNE
      *  LIGNE DONT SEULS LE TYPE OU LA VALEUR CHANGENT GARDE SON
      *  STATUT.
      ******************************************************************
       40000-ENREGISTRER-LIGNE.
           MOVE 0 TO W-IND-COORD-CHANGEES.
           IF W-DR-ABSENT
               MOVE 1 TO W-IND-COORD-CHANGEES
           ELSE
               IF DR-INSTITUTION NOT = W-INSTITUTION-SAISIE
                  OR DR-TRANSIT NOT = W-TRANSIT-SAISI
                  OR DR-COMPTE NOT = W-COMPTE-SAISI
                   MOVE 1 TO W-IND-COORD-CHANGEES
               END-IF
           END-IF.

           MOVE W-CODE-SAISI         TO DR-CODE.
           MOVE W-PRIORITE-SAISIE    TO DR-PRIORITE.
           MOVE W-INSTITUTION-SAISIE TO DR-INSTITUTION.
           MOVE W-TRANSIT-SAISI      TO DR-TRANSIT.
           MOVE W-COMPTE-SAISI       TO DR-COMPTE.
           MOVE W-TYPE-SAISI         TO DR-TYPE.
           MOVE W-VALEUR-SAISIE      TO DR-VALEUR.
           MOVE SPACES               TO DR-RESERVE.
           IF W-COORD-CHANGEES
               MOVE "P" TO DR-STATUT-COORD
           END-IF.
           IF W-DR-ABSENT
               WRITE DR-FICHE-REPARTITION
           ELSE
               REWRITE DR-FICHE-REPARTITION
           END-IF.

           MOVE "REPARTITION" TO W-AU-OPERATION.
           MOVE DR-FICHE-REPARTITION TO W-AU-APRES.
           PERFORM 60000-ECRIRE-AUDIT.

           IF W-COORD-CHANGEES
               PERFORM 45000-METTRE-EN-PRENOTE
               DISPLAY "LIGNE ENREGISTREE - PRENOTE EN ATTENTE "
                                                AT 2305
           ELSE
               DISPLAY "LIGNE ENREGISTREE                      "
                                                AT 2305
           END-IF.
           ADD 1 TO W-COMPTE-MISES-A-JOUR.

      ******************************************************************
      *  MET LA FICHE EN ATTENTE DE PRENOTE (EMP-STATUT-COORD "P"),
      *  COMME UN CHANGEMENT DES COORDONNEES PRINCIPALES : LE
      *  PROCHAIN PASSAGE PAIE PAR CHEQUE ET ENVOIE L'ESSAI A ZERO
      *  DOLLAR SUR CHAQUE COMPTE EN ATTENTE.
      ******************************************************************
       45000-METTRE-EN-PRENOTE.
           IF NOT EMP-COORD-EN-ATTENTE
               MOVE EMP-FICHE-PERSONNELLE TO W-EMP-AVANT-IMAGE
               MOVE "P" TO EMP-STATUT-COORD
               REWRITE EMP-FICHE-PERSONNELLE
               MOVE EMP-CODE              TO W-AU-CODE
               MOVE "MODIFICATION"        TO W-AU-OPERATION
               MOVE W-OPERATEUR           TO W-AU-OPER-ID
               MOVE W-EMP-AVANT-IMAGE     TO W-AU-AVANT
               MOVE EMP-FICHE-PERSONNELLE TO W-AU-APRES
               CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                         W-AU-OPER-ID
                                         W-AU-AVANT W-AU-APRES
           END-IF.

       50000-RETIRER-LIGNE.
           IF W-DR-ABSENT
               DISPLAY "AUCUNE LIGNE A CETTE PRIORITE          "
                                                AT 2305
           ELSE
               DELETE FICHIER-REPART
               MOVE "REPART RETIRE" TO W-AU-OPERATION
               MOVE SPACES          TO W-AU-APRES
               PERFORM 60000-ECRIRE-AUDIT
               ADD 1 TO W-COMPTE-MISES-A-JOUR
               DISPLAY "LIGNE RETIREE                          "
                                                AT 2305
           END-IF.

       60000-ECRIRE-AUDIT.
           MOVE W-CODE-SAISI     TO W-AU-CODE.
           MOVE W-OPERATEUR      TO W-AU-OPER-ID.
           MOVE W-DR-AVANT-IMAGE TO W-AU-AVANT.
           CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                     W-AU-OPER-ID
                                     W-AU-AVANT W-AU-APRES.
