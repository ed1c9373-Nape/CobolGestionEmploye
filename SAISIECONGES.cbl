      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: SAISIE DES CONGES AUTORISES (CONGES.DAT) : MATERNITE
      *          OU PARENTAL (RQAP), LESION PROFESSIONNELLE (CNESST),
      *          SABBATIQUE OU AUTRE. LE DEPART EN CONGE PASSE LA FICHE
      *          AU STATUT "C" (EN CONGE) SANS FIN D'EMPLOI : LE
      *          CALCUL DE PAYE L'ECARTE SANS LE PORTER AU SUSPENS,
      *          L'ANCIENNETE ET LE POSTE SONT CONSERVES, ET LES PARTS
      *          D'EMPLOYE DE L'ASSURANCE COLLECTIVE S'ACCUMULENT EN
      *          ARRERAGES OU SONT FACTUREES SELON LE CHOIX FAIT AU
      *          DEPART. LE
      *          RETOUR AU TRAVAIL REMET LA FICHE ACTIVE, FERME LE
      *          CONGE ET PORTE LES ARRERAGES EN RETENUE A SOLDE
      *          DECLINANT (TYPE "ARAS" DANS RETENUES.DAT). LE CONGE
      *          EN COURS PEUT AUSSI ETRE PROLONGE (NOUVEAU RETOUR
      *          PREVU). CHAQUE CHANGEMENT DE STATUT EST CONSIGNE A LA
      *          PISTE D'AUDIT.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIECONGES.

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

       SELECT FICHIER-CONGES  ASSIGN TO "CONGES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CLE.

       SELECT FICHIER-RETENUES ASSIGN TO "RETENUES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RT-CLE.

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
               88 EMP-EN-CONGE         VALUE "C".
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
           05  EMP-CLASSE              PIC X(4).
           05  EMP-ECHELON             PIC 9(2).
           05  EMP-RESERVE             PIC X(4).

      *********************************************************
      * Conges autorises (CONGES.DAT), une fiche par employe et
      * par date de debut. CG-TYPE : M maternite, P parental
      * (RQAP), C lesion professionnelle (CNESST), S sabbatique,
      * A autre. CG-TRAITEMENT-PRIMES : A parts d'assurance
      * accumulees en arrerages (recouvrees au retour), F parts
      * facturees a l'employe. CG-DERNIERE-PAYE (AAAAPP) evite
      * de cumuler deux fois la meme periode de paye.
      *********************************************************
       FD  FICHIER-CONGES
       LABEL RECORD STANDARD.
       01  CG-FICHE-CONGE.
           05  CG-CLE.
               10  CG-CODE             PIC X(6).
               10  CG-DATE-DEBUT       PIC 9(8).
           05  CG-TYPE                 PIC X.
               88  CG-TYPE-VALIDE      VALUE "M" "P" "C" "S" "A".
           05  CG-DATE-RETOUR-PREVU    PIC 9(8).
           05  CG-DATE-RETOUR          PIC 9(8).
           05  CG-TRAITEMENT-PRIMES    PIC X.
               88  CG-PRIMES-ARRERAGES         VALUE "A".
               88  CG-PRIMES-FACTUREES         VALUE "F".
           05  CG-ARRERAGES            PIC 9(5)V99.
           05  CG-FACTURE              PIC 9(5)V99.
           05  CG-PRIME-PERIODE        PIC 9(4)V99.
           05  CG-DERNIERE-PAYE        PIC 9(6).
           05  CG-STATUT               PIC X.
               88  CG-EN-COURS                 VALUE "O".
               88  CG-TERMINE                  VALUE "F".
           05  CG-RESERVE              PIC X(10).

       FD  FICHIER-RETENUES
       LABEL RECORD STANDARD.
       01  RT-FICHE-RETENUE.
           05  RT-CLE.
               10  RT-CODE             PIC X(6).
               10  RT-TYPE             PIC X(4).
           05  RT-MODE                 PIC X.
           05  RT-MONTANT              PIC 9(4)V99.
           05  RT-PRIORITE             PIC 9.
           05  RT-SOLDE                PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-EMP-ABSENT     PIC 9   VALUE 0.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-CONGE-TROUVE   PIC 9   VALUE 0.
               88  W-CONGE-TROUVE           VALUE 1.
           05  W-IND-FIN-CONGES     PIC 9   VALUE 0.
               88  W-FIN-CONGES             VALUE 1.
           05  W-IND-RET-ABSENTE    PIC 9   VALUE 0.
               88  W-RET-ABSENTE            VALUE 1.
           05  W-IND-DATE-ERR-MOIS  PIC 9   VALUE 0.
           05  W-IND-DATE-ERR-JOUR  PIC 9   VALUE 0.

       01  W-COMPTE-CONGES          PIC 9(4) VALUE 0.
       01  W-DATE-DU-JOUR           PIC 9(8).

       01  W-FILE-DETAIL-CONGES.
           05  W-SIZE-CONGES        PIC X(8)   COMP-X.
           05  W-SIZE-RETENUES      PIC X(8)   COMP-X.

      *********************************************************
      * Saisie : code employe ; au depart, type, debut (0 =
      * aujourd'hui), retour prevu et traitement des primes
      * (A/F, blanc = A) ; en conge, action R (retour) ou P
      * (prolongation), date et retenue de recouvrement par
      * paye (0 = la prime d'une periode).
      *********************************************************
       01  W-SAISIE-CONGE.
           05  W-CODE-SAISI         PIC X(6).
           05  W-TYPE-SAISI         PIC X.
           05  W-DEBUT-SAISI        PIC 9(8).
           05  W-RETOUR-PREVU-SAISI PIC 9(8).
           05  W-PRIMES-SAISI       PIC X.
           05  W-ACTION-SAISIE      PIC X.
           05  W-DATE-SAISIE        PIC 9(8).
           05  W-RECOUVREMENT-SAISI PIC 9(4)V99.

       01  W-DATE-VALIDEE           PIC 9(8).

       01  W-LIGNE-CONGE.
           05  FILLER               PIC X(7)  VALUE "CONGE ".
           05  W-LC-TYPE            PIC X(11).
           05  FILLER               PIC X(8)  VALUE " DEBUT ".
           05  W-LC-DEBUT           PIC 9(8).
           05  FILLER               PIC X(15) VALUE " RETOUR PREVU ".
           05  W-LC-RETOUR          PIC 9(8).

       01  W-LIGNE-PRIMES.
           05  FILLER               PIC X(12) VALUE "ARRERAGES : ".
           05  W-LP-ARRERAGES       PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(15) VALUE "   FACTURE : ".
           05  W-LP-FACTURE         PIC ZZ,ZZ9.99.

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

       01  W-EMP-AVANT-IMAGE        PIC X(194).

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIECONGES".
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

           OPEN I-O FICHIER-IDX.
           PERFORM 05000-OUVRIR-CONGES.
           PERFORM 06000-OUVRIR-RETENUES.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-CONGES.
           PERFORM 10000-SAISIR-CONGE UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-IDX FICHIER-CONGES FICHIER-RETENUES.

           IF W-COMPTE-CONGES > 0
               STRING W-COMPTE-CONGES DELIMITED BY SIZE
                      " CONGE(S) MIS A JOUR" DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUN CONGE MIS A JOUR" TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-CONGES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       05000-OUVRIR-CONGES.
           CALL "CBL_CHECK_FILE_EXIST" USING "CONGES.DAT "
                                              W-SIZE-CONGES.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-CONGES
           ELSE
               OPEN OUTPUT FICHIER-CONGES
               CLOSE FICHIER-CONGES
               OPEN I-O FICHIER-CONGES
           END-IF.

       06000-OUVRIR-RETENUES.
           CALL "CBL_CHECK_FILE_EXIST" USING "RETENUES.DAT "
                                              W-SIZE-RETENUES.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-RETENUES
           ELSE
               OPEN OUTPUT FICHIER-RETENUES
               CLOSE FICHIER-RETENUES
               OPEN I-O FICHIER-RETENUES
           END-IF.

      ******************************************************************
      *  SAISIT LE CODE DE L'EMPLOYE (BLANC = FIN) : UN EMPLOYE ACTIF
      *  PART EN CONGE, UN EMPLOYE EN CONGE REVIENT OU VOIT SON CONGE
      *  PROLONGE ; UN EMPLOYE INACTIF EST REFUSE.
      ******************************************************************
       10000-SAISIR-CONGE.
           MOVE SPACES TO W-SAISIE-CONGE.
           MOVE 0 TO W-DEBUT-SAISI W-RETOUR-PREVU-SAISI W-DATE-SAISIE
                     W-RECOUVREMENT-SAISI.

           DISPLAY "CODE EMPLOYE (BLANC = FIN)     : " AT 0805.
           DISPLAY "      "                            AT 0839.
           ACCEPT  W-CODE-SAISI AT 0839.

           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               PERFORM 11000-LIRE-EMPLOYE
               EVALUATE TRUE
                   WHEN W-EMP-ABSENT
                       DISPLAY "EMPLOYE INTROUVABLE                   "
                                                 AT 2005
                   WHEN EMP-INACTIF
                       DISPLAY "EMPLOYE INACTIF - AUCUN CONGE POSSIBLE"
                                                 AT 2005
                   WHEN EMP-EN-CONGE
                       DISPLAY EMP-NOM-PREN AT 0846
                       PERFORM 30000-TRAITER-CONGE-EN-COURS
                   WHEN OTHER
                       DISPLAY EMP-NOM-PREN AT 0846
                       PERFORM 20000-OUVRIR-CONGE
               END-EVALUATE
           END-IF.

       11000-LIRE-EMPLOYE.
           MOVE 0 TO W-IND-EMP-ABSENT.
           MOVE W-CODE-SAISI TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
           END-READ.

      ******************************************************************
      *  DEPART EN CONGE : TYPE, DEBUT, RETOUR PREVU ET TRAITEMENT DES
      *  PRIMES D'ASSURANCE ; LA FICHE PASSE AU STATUT "C".
      ******************************************************************
       20000-OUVRIR-CONGE.
           DISPLAY "TYPE (M=MATERNITE P=PARENTAL C=CNESST S=SABBATIQUE
      -" A=AUTRE) : " AT 1005.
           ACCEPT  W-TYPE-SAISI AT 1069.
           DISPLAY "DEBUT DU CONGE (AAAAMMJJ, 0 = AUJOURD'HUI) : "
                                                          AT 1105.
           ACCEPT  W-DEBUT-SAISI AT 1150.
           DISPLAY "RETOUR PREVU (AAAAMMJJ)                    : "
                                                          AT 1205.
           ACCEPT  W-RETOUR-PREVU-SAISI AT 1250.
           DISPLAY "PRIMES D'ASSURANCE (A=ARRERAGES F=FACTUREES) : "
                                                          AT 1305.
           ACCEPT  W-PRIMES-SAISI AT 1352.

           MOVE FUNCTION UPPER-CASE(W-TYPE-SAISI)   TO W-TYPE-SAISI.
           MOVE FUNCTION UPPER-CASE(W-PRIMES-SAISI) TO W-PRIMES-SAISI.
           IF W-DEBUT-SAISI = 0
               MOVE W-DATE-DU-JOUR TO W-DEBUT-SAISI
           END-IF.
           IF W-PRIMES-SAISI = SPACE OR W-PRIMES-SAISI = LOW-VALUE
               MOVE "A" TO W-PRIMES-SAISI
           END-IF.

           MOVE W-TYPE-SAISI TO CG-TYPE.
           MOVE W-DEBUT-SAISI TO W-DATE-VALIDEE.
           PERFORM 40000-VALIDER-DATE.
           EVALUATE TRUE
               WHEN NOT CG-TYPE-VALIDE
                   DISPLAY "TYPE DE CONGE INVALIDE                "
                                                 AT 2005
               WHEN W-IND-DATE-ERR-MOIS = 1 OR W-IND-DATE-ERR-JOUR = 1
                   DISPLAY "DATE DE DEBUT INVALIDE                "
                                                 AT 2005
               WHEN W-DEBUT-SAISI < EMP-DATE-ENGAGEMENT
                   DISPLAY "DEBUT ANTERIEUR A L'EMBAUCHE          "
                                                 AT 2005
               WHEN W-RETOUR-PREVU-SAISI NOT > W-DEBUT-SAISI
                   DISPLAY "LE RETOUR PREVU DOIT SUIVRE LE DEBUT  "
                                                 AT 2005
               WHEN W-PRIMES-SAISI NOT = "A"
                AND W-PRIMES-SAISI NOT = "F"
                   DISPLAY "PRIMES : A OU F                       "
                                                 AT 2005
               WHEN OTHER
                   MOVE W-RETOUR-PREVU-SAISI TO W-DATE-VALIDEE
                   PERFORM 40000-VALIDER-DATE
                   IF W-IND-DATE-ERR-MOIS = 1
                      OR W-IND-DATE-ERR-JOUR = 1
                       DISPLAY "DATE DE RETOUR PREVU INVALIDE         "
                                                 AT 2005
                   ELSE
                       PERFORM 21000-ECRIRE-CONGE
                   END-IF
           END-EVALUATE.

       21000-ECRIRE-CONGE.
           INITIALIZE CG-FICHE-CONGE.
           MOVE W-CODE-SAISI         TO CG-CODE.
           MOVE W-DEBUT-SAISI        TO CG-DATE-DEBUT.
           MOVE W-TYPE-SAISI         TO CG-TYPE.
           MOVE W-RETOUR-PREVU-SAISI TO CG-DATE-RETOUR-PREVU.
           MOVE 0                    TO CG-DATE-RETOUR.
           MOVE W-PRIMES-SAISI       TO CG-TRAITEMENT-PRIMES.
           MOVE 0 TO CG-ARRERAGES CG-FACTURE CG-PRIME-PERIODE
                     CG-DERNIERE-PAYE.
           MOVE "O"                  TO CG-STATUT.
           MOVE SPACES               TO CG-RESERVE.
           WRITE CG-FICHE-CONGE
               INVALID KEY
                   DISPLAY "UN CONGE DEBUTE DEJA A CETTE DATE     "
                                                 AT 2005
               NOT INVALID KEY
                   MOVE EMP-FICHE-PERSONNELLE TO W-EMP-AVANT-IMAGE
                   SET EMP-EN-CONGE TO TRUE
                   REWRITE EMP-FICHE-PERSONNELLE
                   MOVE "DEPART CONGE" TO W-AU-OPERATION
                   PERFORM 50000-ECRIRE-AUDIT
                   ADD 1 TO W-COMPTE-CONGES
                   DISPLAY "DEPART EN CONGE ENREGISTRE            "
                                                 AT 2005
           END-WRITE.

      ******************************************************************
      *  EMPLOYE EN CONGE : AFFICHE LE CONGE OUVERT, PUIS RETOUR AU
      *  TRAVAIL (R) OU PROLONGATION (P) ; BLANC = AUCUN CHANGEMENT.
      ******************************************************************
       30000-TRAITER-CONGE-EN-COURS.
           PERFORM 31000-CHERCHER-CONGE-OUVERT.
           IF W-CONGE-TROUVE
               EVALUATE TRUE
                   WHEN CG-TYPE = "M"
                       MOVE "MATERNITE"   TO W-LC-TYPE
                   WHEN CG-TYPE = "P"
                       MOVE "PARENTAL"    TO W-LC-TYPE
                   WHEN CG-TYPE = "C"
                       MOVE "CNESST"      TO W-LC-TYPE
                   WHEN CG-TYPE = "S"
                       MOVE "SABBATIQUE"  TO W-LC-TYPE
                   WHEN OTHER
                       MOVE "AUTRE"       TO W-LC-TYPE
               END-EVALUATE
               MOVE CG-DATE-DEBUT        TO W-LC-DEBUT
               MOVE CG-DATE-RETOUR-PREVU TO W-LC-RETOUR
               MOVE CG-ARRERAGES         TO W-LP-ARRERAGES
               MOVE CG-FACTURE           TO W-LP-FACTURE
               DISPLAY W-LIGNE-CONGE  AT 1005
               DISPLAY W-LIGNE-PRIMES AT 1105
           ELSE
               DISPLAY "AUCUN CONGE OUVERT A CONGES.DAT (RETOUR SEULEME
      -"NT)" AT 1005
           END-IF.

           DISPLAY "ACTION (R=RETOUR AU TRAVAIL P=PROLONGER BLANC=RIEN)
      -" : " AT 1305.
           ACCEPT  W-ACTION-SAISIE AT 1360.
           MOVE FUNCTION UPPER-CASE(W-ACTION-SAISIE)
             TO W-ACTION-SAISIE.

           EVALUATE TRUE
               WHEN W-ACTION-SAISIE = "R"
                   PERFORM 32000-RETOUR-AU-TRAVAIL
               WHEN W-ACTION-SAISIE = "P" AND W-CONGE-TROUVE
                   PERFORM 33000-PROLONGER-CONGE
               WHEN W-ACTION-SAISIE = "P"
                   DISPLAY "AUCUN CONGE OUVERT A PROLONGER        "
                                                 AT 2005
               WHEN OTHER
                   DISPLAY "AUCUN CHANGEMENT                      "
                                                 AT 2005
           END-EVALUATE.

      *LE CONGE OUVERT EST LE PREMIER DE L'EMPLOYE AU STATUT "O".
       31000-CHERCHER-CONGE-OUVERT.
           MOVE 0 TO W-IND-CONGE-TROUVE W-IND-FIN-CONGES.
           MOVE W-CODE-SAISI TO CG-CODE.
           MOVE 0            TO CG-DATE-DEBUT.
           START FICHIER-CONGES KEY IS NOT LESS THAN CG-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-CONGES
           END-START.
           PERFORM UNTIL W-FIN-CONGES OR W-CONGE-TROUVE
               READ FICHIER-CONGES NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-CONGES
               END-READ
               IF NOT W-FIN-CONGES
                   IF CG-CODE NOT = W-CODE-SAISI
                       MOVE 1 TO W-IND-FIN-CONGES
                   ELSE
                       IF CG-EN-COURS
                           MOVE 1 TO W-IND-CONGE-TROUVE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      *  RETOUR AU TRAVAIL : DATE REELLE (0 = AUJOURD'HUI), FICHE
      *  REMISE ACTIVE, CONGE FERME ; DES ARRERAGES DE PRIMES SONT
      *  PORTES EN RETENUE A SOLDE DECLINANT.
      ******************************************************************
       32000-RETOUR-AU-TRAVAIL.
           DISPLAY "DATE DE RETOUR (AAAAMMJJ, 0 = AUJOURD'HUI) : "
                                                          AT 1405.
           ACCEPT  W-DATE-SAISIE AT 1450.
           IF W-DATE-SAISIE = 0
               MOVE W-DATE-DU-JOUR TO W-DATE-SAISIE
           END-IF.
           IF W-CONGE-TROUVE AND CG-ARRERAGES > 0
               DISPLAY "RECOUVREMENT PAR PAYE (0 = UNE PRIME)      : "
                                                          AT 1505
               ACCEPT  W-RECOUVREMENT-SAISI AT 1550
           END-IF.

           MOVE W-DATE-SAISIE TO W-DATE-VALIDEE.
           PERFORM 40000-VALIDER-DATE.
           IF W-IND-DATE-ERR-MOIS = 1 OR W-IND-DATE-ERR-JOUR = 1
               DISPLAY "DATE DE RETOUR INVALIDE               " AT 2005
           ELSE
           IF W-CONGE-TROUVE AND W-DATE-SAISIE < CG-DATE-DEBUT
               DISPLAY "RETOUR ANTERIEUR AU DEBUT DU CONGE    " AT 2005
           ELSE
               IF W-CONGE-TROUVE
                   MOVE W-DATE-SAISIE TO CG-DATE-RETOUR
                   MOVE "F"           TO CG-STATUT
                   REWRITE CG-FICHE-CONGE
                   IF CG-ARRERAGES > 0
                       PERFORM 34000-PORTER-ARRERAGES
                   END-IF
               END-IF
               MOVE EMP-FICHE-PERSONNELLE TO W-EMP-AVANT-IMAGE
               SET EMP-ACTIF TO TRUE
               REWRITE EMP-FICHE-PERSONNELLE
               MOVE "RETOUR CONGE" TO W-AU-OPERATION
               PERFORM 50000-ECRIRE-AUDIT
               ADD 1 TO W-COMPTE-CONGES
               DISPLAY "RETOUR AU TRAVAIL ENREGISTRE          " AT 2005
           END-IF
           END-IF.

       33000-PROLONGER-CONGE.
           DISPLAY "NOUVEAU RETOUR PREVU (AAAAMMJJ)            : "
                                                          AT 1405.
           ACCEPT  W-RETOUR-PREVU-SAISI AT 1450.
           MOVE W-RETOUR-PREVU-SAISI TO W-DATE-VALIDEE.
           PERFORM 40000-VALIDER-DATE.
           IF W-IND-DATE-ERR-MOIS = 1 OR W-IND-DATE-ERR-JOUR = 1
              OR W-RETOUR-PREVU-SAISI NOT > CG-DATE-DEBUT
               DISPLAY "RETOUR PREVU INVALIDE                 " AT 2005
           ELSE
               MOVE W-RETOUR-PREVU-SAISI TO CG-DATE-RETOUR-PREVU
               REWRITE CG-FICHE-CONGE
               ADD 1 TO W-COMPTE-CONGES
               DISPLAY "CONGE PROLONGE                        " AT 2005
           END-IF.

      ******************************************************************
      *  PORTE LES ARRERAGES DU CONGE EN RETENUE RECURRENTE "ARAS" A
      *  SOLDE DECLINANT (AJOUTES AU SOLDE D'UNE RETENUE ARAS DEJA EN
      *  COURS) : MONTANT PAR PAYE SAISI, SINON LA PRIME D'UNE PERIODE,
      *  SINON LE SOLDE ENTIER.
      ******************************************************************
       34000-PORTER-ARRERAGES.
           IF W-RECOUVREMENT-SAISI = 0
               MOVE CG-PRIME-PERIODE TO W-RECOUVREMENT-SAISI
           END-IF.
           IF W-RECOUVREMENT-SAISI = 0
              OR W-RECOUVREMENT-SAISI > CG-ARRERAGES
               MOVE CG-ARRERAGES TO W-RECOUVREMENT-SAISI
           END-IF.

           MOVE 0 TO W-IND-RET-ABSENTE.
           MOVE W-CODE-SAISI TO RT-CODE.
           MOVE "ARAS"       TO RT-TYPE.
           READ FICHIER-RETENUES
               INVALID KEY MOVE 1 TO W-IND-RET-ABSENTE
           END-READ.

           MOVE W-CODE-SAISI TO RT-CODE.
           MOVE "ARAS"       TO RT-TYPE.
           MOVE "M"                  TO RT-MODE.
           MOVE W-RECOUVREMENT-SAISI TO RT-MONTANT.
           MOVE 9                    TO RT-PRIORITE.
           IF W-RET-ABSENTE
               MOVE CG-ARRERAGES TO RT-SOLDE
               WRITE RT-FICHE-RETENUE
           ELSE
               ADD CG-ARRERAGES TO RT-SOLDE
               REWRITE RT-FICHE-RETENUE
           END-IF.

       40000-VALIDER-DATE.
           MOVE 0 TO W-IND-DATE-ERR-MOIS W-IND-DATE-ERR-JOUR.
           CALL "VALIDE-DATE" USING BY REFERENCE W-DATE-VALIDEE
                                               W-IND-DATE-ERR-MOIS
                                               W-IND-DATE-ERR-JOUR.

      ******************************************************************
      *  CONSIGNE LE CHANGEMENT DE STATUT A LA PISTE D'AUDIT INDEXEE
      *  (JOURNALAUDIT) AVEC LES IMAGES AVANT/APRES DE LA FICHE.
      ******************************************************************
       50000-ECRIRE-AUDIT.
           MOVE EMP-CODE               TO W-AU-CODE.
           MOVE W-OPERATEUR            TO W-AU-OPER-ID.
           MOVE W-EMP-AVANT-IMAGE      TO W-AU-AVANT.
           MOVE EMP-FICHE-PERSONNELLE  TO W-AU-APRES.
           CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                     W-AU-OPER-ID
                                     W-AU-AVANT W-AU-APRES.
