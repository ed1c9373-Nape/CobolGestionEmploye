      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: RECLAMATIONS DE FRAIS DES EMPLOYES (FRAIS.DAT) :
      *          KILOMETRAGE, REPAS, OUTILS, ALLOCATIONS D'AUTO OU DE
      *          TELEPHONE, SELON LES CATEGORIES DE CATFRAIS.DAT
      *          (SAISIECATFRAIS). L'OPTION 1 SAISIT LES
      *          RECLAMATIONS (EMPLOYE, DATE, CATEGORIE, MONTANT,
      *          REFERENCE DU RECU, OBLIGATOIRE POUR UN
      *          REMBOURSEMENT) ; L'OPTION 2 LES SOUMET UNE A UNE A
      *          L'APPROBATION. UN OPERATEUR N'APPROUVE PAS UNE
      *          RECLAMATION QU'IL A LUI-MEME SAISIE. LA RECLAMATION
      *          APPROUVEE EST VERSEE PAR CALCULSALAIRE AVEC LA
      *          PROCHAINE PAYE REGULIERE, QUI LA MARQUE PAYEE.
      *          CHAQUE SAISIE ET CHAQUE DECISION VONT A LA PISTE
      *          D'AUDIT.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIEFRAIS.

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

       SELECT FICHIER-FRAIS  ASSIGN TO "FRAIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-CLE.

       SELECT FICHIER-CAT-FRAIS  ASSIGN TO "CATFRAIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CF-CODE
               FILE STATUS IS W-STATUT-CAT-FRAIS.

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
           05  EMP-GROUPE-PAYE         PIC X(2).
           05  EMP-PROVINCE            PIC X(2).
           05  EMP-DEPARTEMENT         PIC X(2).
           05  EMP-RESERVE             PIC X(10).

      *********************************************************
      * Reclamations de frais : une fiche par reclamation
      * (code employe + date de la depense + sequence du
      * jour). Statut S = soumise, A = approuvee, R = refusee,
      * P = payee (annee et periode de la paye qui l'a versee).
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
               88  FR-SOUMISE              VALUE "S".
               88  FR-APPROUVEE            VALUE "A".
               88  FR-REFUSEE              VALUE "R".
               88  FR-PAYEE                VALUE "P".
           05  FR-SAISI-PAR            PIC X(8).
           05  FR-APPROBATEUR          PIC X(8).
           05  FR-ANNEE-PAYE           PIC 9(4).
           05  FR-PERIODE-PAYE         PIC 99.
           05  FR-RESERVE              PIC X(10).

       FD  FICHIER-CAT-FRAIS
       LABEL RECORD STANDARD.
       01  CF-FICHE-CATEGORIE.
           05  CF-CODE                 PIC X(4).
           05  CF-DESCRIPTION          PIC X(20).
           05  CF-NATURE               PIC X.
               88  CF-REMBOURSEMENT        VALUE "R".
               88  CF-ALLOCATION           VALUE "A".
           05  CF-IMPOSABLE-FED        PIC X.
           05  CF-IMPOSABLE-PROV       PIC X.
           05  CF-COTISABLE-RRQ        PIC X.
           05  CF-ASSURABLE            PIC X.
           05  CF-ACTIF                PIC X.
           05  CF-RESERVE              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-FIN-FICHIER    PIC 9.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-EMP-ABSENT     PIC 9.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-CF-ABSENTE     PIC 9.
               88  W-CF-ABSENTE             VALUE 1.
           05  W-IND-FIN-SEQ        PIC 9.
               88  W-FIN-SEQ                VALUE 1.
           05  W-IND-CAT-OUVERTE    PIC 9.
               88  W-CAT-OUVERTE            VALUE 1.

       01  W-STATUT-CAT-FRAIS       PIC XX.
           88  CAT-FRAIS-OK                 VALUE "00".

       01  W-FILE-DETAIL.
           05  W-SIZE-FRAIS         PIC X(8)   COMP-X.

       01  W-DATE-DU-JOUR           PIC 9(8).

       01  W-CHOIX-FRAIS            PIC X       VALUE SPACE.

      *********************************************************
      * Saisie d'une reclamation : employe, date de la
      * depense (0 = aujourd'hui), categorie, montant, recu.
      *********************************************************
       01  W-SAISIE-FRAIS.
           05  W-CODE-SAISI         PIC X(6).
           05  W-DATE-SAISIE        PIC 9(8).
           05  W-DATE-R REDEFINES W-DATE-SAISIE.
               10  W-DATE-AAAA      PIC 9(4).
               10  W-DATE-MM        PIC 99.
               10  W-DATE-JJ        PIC 99.
           05  W-CATEGORIE-SAISIE   PIC X(4).
           05  W-MONTANT-SAISI      PIC 9(5)V99.
           05  W-RECU-SAISI         PIC X(12).
           05  W-PROCHAINE-SEQ      PIC 99.

       01  W-DECISION               PIC X.
           88  W-DECISION-APPROUVER         VALUE "A".
           88  W-DECISION-REFUSER           VALUE "R".
           88  W-DECISION-FIN               VALUE "F".

       01  W-COMPTEURS.
           05  W-COMPTE-SAISIES     PIC 9(4) VALUE 0.
           05  W-COMPTE-APPROUVEES  PIC 9(4) VALUE 0.
           05  W-COMPTE-REFUSEES    PIC 9(4) VALUE 0.

       01  W-EDITION.
           05  W-ED-MONTANT         PIC $$$,$$9.99.
           05  W-ED-DATE            PIC 9999/99/99.

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
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIEFRAIS".
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-DU-JOUR.

           MOVE SPACE TO W-CHOIX-FRAIS.
           DISPLAY "1) SAISIR DES RECLAMATIONS DE FRAIS"  AT 0405.
           DISPLAY "2) APPROUVER LES RECLAMATIONS SOUMISES" AT 0605.
           DISPLAY "Q) QUITTER"                          AT 0805.
           DISPLAY "VOTRE CHOIX (1, 2, Q): "             AT 1005.
           ACCEPT  W-CHOIX-FRAIS AT 1029.

           EVALUATE W-CHOIX-FRAIS
               WHEN "1"
                   MOVE "SAISIE" TO W-JE-MODE
                   PERFORM 10000-SAISIR-RECLAMATIONS
               WHEN "2"
                   MOVE "APPROBATION" TO W-JE-MODE
                   PERFORM 50000-APPROUVER-RECLAMATIONS
               WHEN OTHER
                   MOVE "FRAIS: AUCUNE ACTION" TO W-MESSAGE-ERREUR
           END-EVALUATE.

           MOVE "FIN" TO W-JE-EVENEMENT.
           COMPUTE W-JE-COMPTE = W-COMPTE-SAISIES
                               + W-COMPTE-APPROUVEES
                               + W-COMPTE-REFUSEES.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  SAISIE DES RECLAMATIONS : UNE PAR EMPLOYE SAISI (BLANC =
      *  FIN). SANS CATEGORIE A LA TABLE, RIEN NE PEUT ETRE SAISI.
      ******************************************************************
       10000-SAISIR-RECLAMATIONS.
           OPEN INPUT FICHIER-CAT-FRAIS.
           IF NOT CAT-FRAIS-OK
               MOVE "AUCUNE CATEGORIE DE FRAIS (CATFRAIS.DAT ABSENT)"
                 TO W-MESSAGE-ERREUR
           ELSE
               OPEN INPUT FICHIER-IDX
               PERFORM 11000-OUVRIR-FRAIS

               MOVE 0 TO W-IND-FIN-SAISIE
               PERFORM 20000-SAISIR-RECLAMATION UNTIL W-FIN-SAISIE

               CLOSE FICHIER-IDX FICHIER-FRAIS FICHIER-CAT-FRAIS

               STRING W-COMPTE-SAISIES DELIMITED BY SIZE
                      " RECLAMATION(S) DE FRAIS SOUMISE(S)"
                                        DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

       11000-OUVRIR-FRAIS.
           CALL "CBL_CHECK_FILE_EXIST" USING "FRAIS.DAT "
                                              W-SIZE-FRAIS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-FRAIS
           ELSE
               OPEN OUTPUT FICHIER-FRAIS
               CLOSE FICHIER-FRAIS
               OPEN I-O FICHIER-FRAIS
           END-IF.

      ******************************************************************
      *  SAISIT UNE RECLAMATION : CODE EMPLOYE (BLANC = FIN), DATE DE
      *  LA DEPENSE, CATEGORIE, MONTANT, REFERENCE DU RECU. L'EMPLOYE
      *  DOIT ETRE ACTIF ET LA CATEGORIE ACTIVE ; UNE DEPENSE NE PEUT
      *  ETRE POSTERIEURE A AUJOURD'HUI.
      ******************************************************************
       20000-SAISIR-RECLAMATION.
           MOVE SPACES TO W-CODE-SAISI W-CATEGORIE-SAISIE W-RECU-SAISI.
           MOVE 0 TO W-DATE-SAISIE W-MONTANT-SAISI.

           DISPLAY "CODE EMPLOYE (BLANC = FIN)     : " AT 1205.
           DISPLAY "      "                            AT 1239.
           ACCEPT  W-CODE-SAISI AT 1239.

           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               MOVE 0 TO W-IND-EMP-ABSENT
               MOVE W-CODE-SAISI TO EMP-CODE
               READ FICHIER-IDX
                   INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
               END-READ
               IF W-EMP-ABSENT OR NOT EMP-ACTIF
                   DISPLAY "EMPLOYE INTROUVABLE OU INACTIF " AT 1805
               ELSE
                   DISPLAY "DATE DE LA DEPENSE (0=AUJOURD'HUI): "
                                                    AT 1305
                   ACCEPT  W-DATE-SAISIE AT 1342
                   DISPLAY "CATEGORIE DE FRAIS             : " AT 1405
                   ACCEPT  W-CATEGORIE-SAISIE AT 1439
                   DISPLAY "MONTANT                        : " AT 1505
                   ACCEPT  W-MONTANT-SAISI AT 1539
                   DISPLAY "REFERENCE DU RECU              : " AT 1605
                   ACCEPT  W-RECU-SAISI AT 1639
                   MOVE FUNCTION UPPER-CASE(W-CATEGORIE-SAISIE)
                     TO W-CATEGORIE-SAISIE
                   MOVE FUNCTION UPPER-CASE(W-RECU-SAISI)
                     TO W-RECU-SAISI
                   IF W-DATE-SAISIE = 0
                       MOVE W-DATE-DU-JOUR TO W-DATE-SAISIE
                   END-IF
                   MOVE 0 TO W-IND-CF-ABSENTE
                   MOVE W-CATEGORIE-SAISIE TO CF-CODE
                   READ FICHIER-CAT-FRAIS
                       INVALID KEY MOVE 1 TO W-IND-CF-ABSENTE
                   END-READ
                   EVALUATE TRUE
                       WHEN W-DATE-MM < 1 OR W-DATE-MM > 12
                         OR W-DATE-JJ < 1 OR W-DATE-JJ > 31
                         OR W-DATE-SAISIE > W-DATE-DU-JOUR
                           DISPLAY "DATE DE DEPENSE INVALIDE       "
                                                    AT 1805
                       WHEN W-CF-ABSENTE OR CF-ACTIF NOT = "A"
                           DISPLAY "CATEGORIE INCONNUE OU INACTIVE "
                                                    AT 1805
                       WHEN W-MONTANT-SAISI = 0
                           DISPLAY "LE MONTANT EST OBLIGATOIRE     "
                                                    AT 1805
                       WHEN CF-REMBOURSEMENT AND W-RECU-SAISI = SPACES
                           DISPLAY "RECU OBLIGATOIRE (REMBOURSEMENT)"
                                                    AT 1805
                       WHEN OTHER
                           PERFORM 30000-ECRIRE-RECLAMATION
                           ADD 1 TO W-COMPTE-SAISIES
                           DISPLAY "RECLAMATION SOUMISE            "
                                                    AT 1805
                   END-EVALUATE
               END-IF
           END-IF.

      *LA SEQUENCE DISTINGUE LES RECLAMATIONS D'UN MEME EMPLOYE
      *POUR UNE MEME DATE : LA PROCHAINE SUIT LA DERNIERE AU
      *FICHIER.
       30000-ECRIRE-RECLAMATION.
           MOVE 1 TO W-PROCHAINE-SEQ.
           MOVE 0 TO W-IND-FIN-SEQ.
           MOVE W-CODE-SAISI  TO FR-CODE.
           MOVE W-DATE-SAISIE TO FR-DATE.
           MOVE 0             TO FR-SEQ.
           START FICHIER-FRAIS KEY IS NOT LESS THAN FR-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-SEQ
           END-START.
           PERFORM UNTIL W-FIN-SEQ
               READ FICHIER-FRAIS NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-SEQ
               END-READ
               IF NOT W-FIN-SEQ
                   IF FR-CODE = W-CODE-SAISI
                      AND FR-DATE = W-DATE-SAISIE
                       COMPUTE W-PROCHAINE-SEQ = FR-SEQ + 1
                   ELSE
                       MOVE 1 TO W-IND-FIN-SEQ
                   END-IF
               END-IF
           END-PERFORM.

           MOVE W-CODE-SAISI       TO FR-CODE.
           MOVE W-DATE-SAISIE      TO FR-DATE.
           MOVE W-PROCHAINE-SEQ    TO FR-SEQ.
           MOVE W-CATEGORIE-SAISIE TO FR-CATEGORIE.
           MOVE W-MONTANT-SAISI    TO FR-MONTANT.
           MOVE W-RECU-SAISI       TO FR-RECU.
           MOVE "S"                TO FR-STATUT.
           MOVE W-OPERATEUR        TO FR-SAISI-PAR.
           MOVE SPACES             TO FR-APPROBATEUR FR-RESERVE.
           MOVE 0                  TO FR-ANNEE-PAYE FR-PERIODE-PAYE.
           WRITE FR-FICHE-FRAIS.

           MOVE SPACES TO W-AU-AVANT.
           MOVE "FRAIS SOUMIS" TO W-AU-OPERATION.
           PERFORM 90000-ECRIRE-AUDIT.

      ******************************************************************
      *  APPROBATION : CHAQUE RECLAMATION SOUMISE EST PRESENTEE A SON
      *  TOUR ; A = APPROUVER, R = REFUSER, BLANC = LAISSER EN
      *  ATTENTE, F = TERMINER. UNE RECLAMATION SAISIE PAR
      *  L'OPERATEUR LUI-MEME EST LAISSEE A UN AUTRE APPROBATEUR.
      ******************************************************************
       50000-APPROUVER-RECLAMATIONS.
           CALL "CBL_CHECK_FILE_EXIST" USING "FRAIS.DAT "
                                              W-SIZE-FRAIS.
           IF RETURN-CODE NOT = 0
               MOVE "AUCUNE RECLAMATION DE FRAIS (FRAIS.DAT ABSENT)"
                 TO W-MESSAGE-ERREUR
           ELSE
               OPEN I-O FICHIER-FRAIS
               OPEN INPUT FICHIER-IDX
               MOVE 0 TO W-IND-CAT-OUVERTE
               OPEN INPUT FICHIER-CAT-FRAIS
               IF CAT-FRAIS-OK
                   MOVE 1 TO W-IND-CAT-OUVERTE
               END-IF

               MOVE 0 TO W-IND-FIN-FICHIER
               MOVE LOW-VALUES TO FR-CLE
               START FICHIER-FRAIS KEY IS NOT LESS THAN FR-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
               END-START
               PERFORM 51000-LIRE-RECLAMATION
               PERFORM 52000-DECIDER-RECLAMATION UNTIL W-FIN-FICHIER

               CLOSE FICHIER-FRAIS FICHIER-IDX
               IF W-CAT-OUVERTE
                   CLOSE FICHIER-CAT-FRAIS
               END-IF

               STRING W-COMPTE-APPROUVEES DELIMITED BY SIZE
                      " RECLAMATION(S) APPROUVEE(S), "
                                           DELIMITED BY SIZE
                      W-COMPTE-REFUSEES    DELIMITED BY SIZE
                      " REFUSEE(S)"        DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

       51000-LIRE-RECLAMATION.
           READ FICHIER-FRAIS NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       52000-DECIDER-RECLAMATION.
           IF FR-SOUMISE AND FR-SAISI-PAR NOT = W-OPERATEUR
               PERFORM 53000-PRESENTER-RECLAMATION
               MOVE SPACE TO W-DECISION
               DISPLAY "A=APPROUVER R=REFUSER BLANC=PLUS TARD F=FIN: "
                                                    AT 1605
               ACCEPT  W-DECISION AT 1651
               MOVE FUNCTION UPPER-CASE(W-DECISION) TO W-DECISION
               EVALUATE TRUE
                   WHEN W-DECISION-APPROUVER
                       MOVE FR-FICHE-FRAIS TO W-AU-AVANT
                       MOVE "A"            TO FR-STATUT
                       MOVE W-OPERATEUR    TO FR-APPROBATEUR
                       REWRITE FR-FICHE-FRAIS
                       MOVE "FRAIS APPROUV" TO W-AU-OPERATION
                       PERFORM 90000-ECRIRE-AUDIT
                       ADD 1 TO W-COMPTE-APPROUVEES
                   WHEN W-DECISION-REFUSER
                       MOVE FR-FICHE-FRAIS TO W-AU-AVANT
                       MOVE "R"            TO FR-STATUT
                       MOVE W-OPERATEUR    TO FR-APPROBATEUR
                       REWRITE FR-FICHE-FRAIS
                       MOVE "FRAIS REFUSE" TO W-AU-OPERATION
                       PERFORM 90000-ECRIRE-AUDIT
                       ADD 1 TO W-COMPTE-REFUSEES
                   WHEN W-DECISION-FIN
                       MOVE 1 TO W-IND-FIN-FICHIER
               END-EVALUATE
           END-IF.
           IF NOT W-FIN-FICHIER
               PERFORM 51000-LIRE-RECLAMATION
           END-IF.

       53000-PRESENTER-RECLAMATION.
           MOVE SPACES TO EMP-NOM EMP-PREN.
           MOVE FR-CODE TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE SPACES TO EMP-NOM EMP-PREN
           END-READ.
           MOVE SPACES TO CF-DESCRIPTION.
           IF W-CAT-OUVERTE
               MOVE FR-CATEGORIE TO CF-CODE
               READ FICHIER-CAT-FRAIS
                   INVALID KEY MOVE "CATEGORIE INCONNUE"
                                 TO CF-DESCRIPTION
               END-READ
           END-IF.
           MOVE FR-MONTANT TO W-ED-MONTANT.
           MOVE FR-DATE    TO W-ED-DATE.

           DISPLAY "EMPLOYE   : "  AT 1205.
           DISPLAY FR-CODE         AT 1217.
           DISPLAY EMP-NOM         AT 1224.
           DISPLAY EMP-PREN        AT 1245.
           DISPLAY "DATE      : "  AT 1305.
           DISPLAY W-ED-DATE       AT 1317.
           DISPLAY "CATEGORIE : "  AT 1405.
           DISPLAY FR-CATEGORIE    AT 1417.
           DISPLAY CF-DESCRIPTION  AT 1422.
           DISPLAY "MONTANT   : "  AT 1505.
           DISPLAY W-ED-MONTANT    AT 1517.
           DISPLAY "RECU: "        AT 1530.
           DISPLAY FR-RECU         AT 1536.

       90000-ECRIRE-AUDIT.
           MOVE FR-CODE        TO W-AU-CODE.
           MOVE W-OPERATEUR    TO W-AU-OPER-ID.
           MOVE SPACES         TO W-AU-APRES.
           MOVE FR-FICHE-FRAIS TO W-AU-APRES.
           CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                     W-AU-OPER-ID
                                     W-AU-AVANT W-AU-APRES.
