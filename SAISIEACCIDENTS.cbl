      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: REGISTRE DES ACCIDENTS DU TRAVAIL (ACCIDENTS.DAT) :
      *          EMPLOYE, DATE DE L'ACCIDENT, NATURE DE LA LESION,
      *          JOURS PERDUS ET NUMERO DE RECLAMATION CNESST. LES
      *          14 PREMIERS JOURS SONT PAYES PAR L'EMPLOYEUR A 90 %
      *          DU NET (CODE DE GAIN "CNE" DE LA FEUILLE DE TEMPS) :
      *          LE CALCUL DE PAYE CUMULE CES AVANCES SUR LA FICHE DE
      *          L'ACCIDENT. LES REMBOURSEMENTS RECUS DE LA CNESST SE
      *          SAISISSENT ICI ; LA RECLAMATION EST FERMEE UNE FOIS
      *          REGLEE (OU REFUSEE). LE SOLDE A RECEVOIR PAR
      *          RECLAMATION EST SUIVI PAR RAPPORTCNESST.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIEACCIDENTS.

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

       SELECT FICHIER-ACCIDENTS  ASSIGN TO "ACCIDENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CLE.

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
           05  EMP-RESTE               PIC X(134).

      *********************************************************
      * Registre des accidents du travail, une fiche par
      * employe et par date d'accident. AC-HEURES-AVANCEES et
      * AC-MONTANT-AVANCE cumulent les heures "CNE" payees par
      * l'employeur (90 % du net) ; AC-MONTANT-REMBOURSE les
      * remboursements recus de la CNESST. AC-DERNIERE-PAYE
      * (AAAAPP de l'historique) et l'avance de cette paye
      * permettent a un recalcul de la remplacer sans la
      * doubler. AC-STATUT : O reclamation ouverte, F fermee.
      *********************************************************
       FD  FICHIER-ACCIDENTS
       LABEL RECORD STANDARD.
       01  AC-FICHE-ACCIDENT.
           05  AC-CLE.
               10  AC-CODE             PIC X(6).
               10  AC-DATE-ACCIDENT    PIC 9(8).
           05  AC-NATURE               PIC X(30).
           05  AC-JOURS-PERDUS         PIC 9(3).
           05  AC-NO-RECLAMATION       PIC X(10).
           05  AC-HEURES-AVANCEES      PIC 9(4).
           05  AC-MONTANT-AVANCE       PIC 9(6)V99.
           05  AC-DATE-AVANCE          PIC 9(8).
           05  AC-MONTANT-REMBOURSE    PIC 9(6)V99.
           05  AC-DATE-REMBOURSEMENT   PIC 9(8).
           05  AC-DERNIERE-PAYE        PIC 9(6).
           05  AC-AVANCE-DERNIERE      PIC 9(6)V99.
           05  AC-HEURES-DERNIERE      PIC 9(3).
           05  AC-STATUT               PIC X.
               88  AC-OUVERT                   VALUE "O".
               88  AC-FERME                    VALUE "F".
           05  AC-RESERVE              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-EMP-ABSENT     PIC 9   VALUE 0.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-ACC-ABSENT     PIC 9   VALUE 0.
               88  W-ACC-ABSENT             VALUE 1.
           05  W-IND-DATE-ERR-MOIS  PIC 9   VALUE 0.
           05  W-IND-DATE-ERR-JOUR  PIC 9   VALUE 0.

       01  W-COMPTE-ACCIDENTS       PIC 9(4) VALUE 0.
       01  W-DATE-DU-JOUR           PIC 9(8).

       01  W-FILE-DETAIL-ACCIDENTS.
           05  W-SIZE-ACCIDENTS     PIC X(8)   COMP-X.

      *********************************************************
      * Saisie : code employe et date de l'accident (0 =
      * aujourd'hui) ; pour un nouvel accident, nature, jours
      * perdus et numero de reclamation (blanc = a venir) ; pour
      * un accident deja inscrit, action M (modifier), R
      * (remboursement recu) ou F (fermer la reclamation).
      *********************************************************
       01  W-SAISIE-ACCIDENT.
           05  W-CODE-SAISI         PIC X(6).
           05  W-DATE-ACC-SAISIE    PIC 9(8).
           05  W-NATURE-SAISIE      PIC X(30).
           05  W-JOURS-SAISIS       PIC 9(3).
           05  W-RECLAMATION-SAISIE PIC X(10).
           05  W-ACTION-SAISIE      PIC X.
           05  W-REMB-SAISI         PIC 9(6)V99.
           05  W-DATE-REMB-SAISIE   PIC 9(8).

       01  W-DATE-VALIDEE           PIC 9(8).
       01  W-SOLDE-RECLAMATION      PIC S9(6)V99.

       01  W-LIGNE-ACCIDENT.
           05  FILLER               PIC X(8)  VALUE "NATURE ".
           05  W-LA-NATURE          PIC X(30).
           05  FILLER               PIC X(8)  VALUE " JOURS ".
           05  W-LA-JOURS           PIC ZZ9.
           05  FILLER               PIC X(7)  VALUE " RECL ".
           05  W-LA-RECLAMATION     PIC X(10).

       01  W-LIGNE-MONTANTS.
           05  FILLER               PIC X(8)  VALUE "AVANCE ".
           05  W-LM-AVANCE          PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(14) VALUE "  REMBOURSE ".
           05  W-LM-REMBOURSE       PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(10) VALUE "  SOLDE ".
           05  W-LM-SOLDE           PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LM-STATUT          PIC X(7).

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIEACCIDENT".
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

           OPEN INPUT FICHIER-IDX.
           PERFORM 05000-OUVRIR-ACCIDENTS.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-ACCIDENTS.
           PERFORM 10000-SAISIR-ACCIDENT UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-IDX FICHIER-ACCIDENTS.

           IF W-COMPTE-ACCIDENTS > 0
               STRING W-COMPTE-ACCIDENTS DELIMITED BY SIZE
                      " ACCIDENT(S) MIS A JOUR" DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUN ACCIDENT MIS A JOUR" TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-ACCIDENTS TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       05000-OUVRIR-ACCIDENTS.
           CALL "CBL_CHECK_FILE_EXIST" USING "ACCIDENTS.DAT "
                                              W-SIZE-ACCIDENTS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-ACCIDENTS
           ELSE
               OPEN OUTPUT FICHIER-ACCIDENTS
               CLOSE FICHIER-ACCIDENTS
               OPEN I-O FICHIER-ACCIDENTS
           END-IF.

      ******************************************************************
      *  SAISIT LE CODE DE L'EMPLOYE (BLANC = FIN) PUIS LA DATE DE
      *  L'ACCIDENT : UN ACCIDENT ABSENT DU REGISTRE Y EST INSCRIT,
      *  UN ACCIDENT DEJA INSCRIT EST AFFICHE ET MIS A JOUR.
      ******************************************************************
       10000-SAISIR-ACCIDENT.
           MOVE SPACES TO W-SAISIE-ACCIDENT.
           MOVE 0 TO W-DATE-ACC-SAISIE W-JOURS-SAISIS W-REMB-SAISI
                     W-DATE-REMB-SAISIE.

           DISPLAY "CODE EMPLOYE (BLANC = FIN)     : " AT 0805.
           DISPLAY "      "                            AT 0839.
           ACCEPT  W-CODE-SAISI AT 0839.

           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               PERFORM 11000-LIRE-EMPLOYE
               IF W-EMP-ABSENT
                   DISPLAY "EMPLOYE INTROUVABLE                   "
                                                 AT 2005
               ELSE
                   DISPLAY EMP-NOM-PREN AT 0846
                   PERFORM 12000-SAISIR-DATE-ACCIDENT
               END-IF
           END-IF.

       11000-LIRE-EMPLOYE.
           MOVE 0 TO W-IND-EMP-ABSENT.
           MOVE W-CODE-SAISI TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
           END-READ.

       12000-SAISIR-DATE-ACCIDENT.
           DISPLAY "DATE DE L'ACCIDENT (AAAAMMJJ, 0 = AUJOURD'HUI) : "
                                                          AT 0905.
           ACCEPT  W-DATE-ACC-SAISIE AT 0954.
           IF W-DATE-ACC-SAISIE = 0
               MOVE W-DATE-DU-JOUR TO W-DATE-ACC-SAISIE
           END-IF.

           MOVE W-DATE-ACC-SAISIE TO W-DATE-VALIDEE.
           PERFORM 40000-VALIDER-DATE.
           EVALUATE TRUE
               WHEN W-IND-DATE-ERR-MOIS = 1 OR W-IND-DATE-ERR-JOUR = 1
                   DISPLAY "DATE D'ACCIDENT INVALIDE              "
                                                 AT 2005
               WHEN W-DATE-ACC-SAISIE > W-DATE-DU-JOUR
                   DISPLAY "DATE D'ACCIDENT POSTERIEURE A AUJOURD'HUI"
                                                 AT 2005
               WHEN W-DATE-ACC-SAISIE < EMP-DATE-ENGAGEMENT
                   DISPLAY "ACCIDENT ANTERIEUR A L'EMBAUCHE       "
                                                 AT 2005
               WHEN OTHER
                   MOVE 0 TO W-IND-ACC-ABSENT
                   MOVE W-CODE-SAISI      TO AC-CODE
                   MOVE W-DATE-ACC-SAISIE TO AC-DATE-ACCIDENT
                   READ FICHIER-ACCIDENTS
                       INVALID KEY MOVE 1 TO W-IND-ACC-ABSENT
                   END-READ
                   IF W-ACC-ABSENT
                       PERFORM 20000-INSCRIRE-ACCIDENT
                   ELSE
                       PERFORM 30000-METTRE-A-JOUR-ACCIDENT
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *  NOUVEL ACCIDENT : NATURE DE LA LESION, JOURS PERDUS ET
      *  NUMERO DE RECLAMATION CNESST (BLANC = PAS ENCORE ATTRIBUE).
      ******************************************************************
       20000-INSCRIRE-ACCIDENT.
           DISPLAY "NATURE DE LA LESION          : " AT 1005.
           ACCEPT  W-NATURE-SAISIE AT 1037.
           DISPLAY "JOURS PERDUS                 : " AT 1105.
           ACCEPT  W-JOURS-SAISIS AT 1137.
           DISPLAY "NO DE RECLAMATION CNESST     : " AT 1205.
           ACCEPT  W-RECLAMATION-SAISIE AT 1237.

           IF W-NATURE-SAISIE = SPACES
               DISPLAY "LA NATURE DE LA LESION EST REQUISE    "
                                                 AT 2005
           ELSE
               MOVE FUNCTION UPPER-CASE(W-NATURE-SAISIE)
                 TO W-NATURE-SAISIE
               MOVE FUNCTION UPPER-CASE(W-RECLAMATION-SAISIE)
                 TO W-RECLAMATION-SAISIE
               INITIALIZE AC-FICHE-ACCIDENT
               MOVE W-CODE-SAISI         TO AC-CODE
               MOVE W-DATE-ACC-SAISIE    TO AC-DATE-ACCIDENT
               MOVE W-NATURE-SAISIE      TO AC-NATURE
               MOVE W-JOURS-SAISIS       TO AC-JOURS-PERDUS
               MOVE W-RECLAMATION-SAISIE TO AC-NO-RECLAMATION
               MOVE 0 TO AC-HEURES-AVANCEES AC-MONTANT-AVANCE
                         AC-DATE-AVANCE AC-MONTANT-REMBOURSE
                         AC-DATE-REMBOURSEMENT AC-DERNIERE-PAYE
                         AC-AVANCE-DERNIERE AC-HEURES-DERNIERE
               MOVE "O"                  TO AC-STATUT
               MOVE SPACES               TO AC-RESERVE
               WRITE AC-FICHE-ACCIDENT
                   INVALID KEY
                       DISPLAY "ACCIDENT DEJA INSCRIT A CETTE DATE    "
                                                 AT 2005
                   NOT INVALID KEY
                       ADD 1 TO W-COMPTE-ACCIDENTS
                       DISPLAY "ACCIDENT INSCRIT AU REGISTRE          "
                                                 AT 2005
               END-WRITE
           END-IF.

      ******************************************************************
      *  ACCIDENT DEJA INSCRIT : AFFICHE LA FICHE ET LE SOLDE A
      *  RECEVOIR, PUIS M (JOURS PERDUS, NO DE RECLAMATION), R
      *  (REMBOURSEMENT RECU DE LA CNESST) OU F (FERMER) ; BLANC =
      *  AUCUN CHANGEMENT.
      ******************************************************************
       30000-METTRE-A-JOUR-ACCIDENT.
           PERFORM 31000-AFFICHER-ACCIDENT.

           DISPLAY "ACTION (M=MODIFIER R=REMBOURSEMENT F=FERMER BLANC=R
      -"IEN) : " AT 1305.
           ACCEPT  W-ACTION-SAISIE AT 1363.
           MOVE FUNCTION UPPER-CASE(W-ACTION-SAISIE)
             TO W-ACTION-SAISIE.

           EVALUATE TRUE
               WHEN W-ACTION-SAISIE = "M"
                   PERFORM 32000-MODIFIER-ACCIDENT
               WHEN W-ACTION-SAISIE = "R" AND AC-FERME
                   DISPLAY "RECLAMATION FERMEE                    "
                                                 AT 2005
               WHEN W-ACTION-SAISIE = "R"
                   PERFORM 33000-SAISIR-REMBOURSEMENT
               WHEN W-ACTION-SAISIE = "F"
                   MOVE "F" TO AC-STATUT
                   REWRITE AC-FICHE-ACCIDENT
                   ADD 1 TO W-COMPTE-ACCIDENTS
                   DISPLAY "RECLAMATION FERMEE                    "
                                                 AT 2005
               WHEN OTHER
                   DISPLAY "AUCUN CHANGEMENT                      "
                                                 AT 2005
           END-EVALUATE.

       31000-AFFICHER-ACCIDENT.
           MOVE AC-NATURE         TO W-LA-NATURE.
           MOVE AC-JOURS-PERDUS   TO W-LA-JOURS.
           MOVE AC-NO-RECLAMATION TO W-LA-RECLAMATION.
           COMPUTE W-SOLDE-RECLAMATION =
               AC-MONTANT-AVANCE - AC-MONTANT-REMBOURSE.
           MOVE AC-MONTANT-AVANCE    TO W-LM-AVANCE.
           MOVE AC-MONTANT-REMBOURSE TO W-LM-REMBOURSE.
           MOVE W-SOLDE-RECLAMATION  TO W-LM-SOLDE.
           IF AC-OUVERT
               MOVE "OUVERTE" TO W-LM-STATUT
           ELSE
               MOVE "FERMEE"  TO W-LM-STATUT
           END-IF.
           DISPLAY W-LIGNE-ACCIDENT AT 1005.
           DISPLAY W-LIGNE-MONTANTS AT 1105.

       32000-MODIFIER-ACCIDENT.
           MOVE AC-JOURS-PERDUS   TO W-JOURS-SAISIS.
           MOVE AC-NO-RECLAMATION TO W-RECLAMATION-SAISIE.
           DISPLAY "JOURS PERDUS                 : " AT 1405.
           ACCEPT  W-JOURS-SAISIS AT 1437.
           DISPLAY "NO DE RECLAMATION CNESST     : " AT 1505.
           ACCEPT  W-RECLAMATION-SAISIE AT 1537.
           MOVE FUNCTION UPPER-CASE(W-RECLAMATION-SAISIE)
             TO W-RECLAMATION-SAISIE.
           MOVE W-JOURS-SAISIS       TO AC-JOURS-PERDUS.
           MOVE W-RECLAMATION-SAISIE TO AC-NO-RECLAMATION.
           REWRITE AC-FICHE-ACCIDENT.
           ADD 1 TO W-COMPTE-ACCIDENTS.
           DISPLAY "ACCIDENT MODIFIE                      " AT 2005.

      ******************************************************************
      *  REMBOURSEMENT RECU DE LA CNESST : MONTANT ET DATE DE
      *  RECEPTION (0 = AUJOURD'HUI), CUMULES SUR LA RECLAMATION. UN
      *  REMBOURSEMENT QUI SOLDE L'AVANCE FERME LA RECLAMATION.
      ******************************************************************
       33000-SAISIR-REMBOURSEMENT.
           DISPLAY "MONTANT REMBOURSE            : " AT 1405.
           ACCEPT  W-REMB-SAISI AT 1437.
           DISPLAY "DATE DE RECEPTION (0 = AUJOURD'HUI) : " AT 1505.
           ACCEPT  W-DATE-REMB-SAISIE AT 1544.
           IF W-DATE-REMB-SAISIE = 0
               MOVE W-DATE-DU-JOUR TO W-DATE-REMB-SAISIE
           END-IF.

           MOVE W-DATE-REMB-SAISIE TO W-DATE-VALIDEE.
           PERFORM 40000-VALIDER-DATE.
           EVALUATE TRUE
               WHEN W-REMB-SAISI = 0
                   DISPLAY "AUCUN MONTANT SAISI                   "
                                                 AT 2005
               WHEN W-IND-DATE-ERR-MOIS = 1 OR W-IND-DATE-ERR-JOUR = 1
                   DISPLAY "DATE DE RECEPTION INVALIDE            "
                                                 AT 2005
               WHEN W-DATE-REMB-SAISIE < AC-DATE-ACCIDENT
                   DISPLAY "RECEPTION ANTERIEURE A L'ACCIDENT     "
                                                 AT 2005
               WHEN OTHER
                   ADD W-REMB-SAISI TO AC-MONTANT-REMBOURSE
                   MOVE W-DATE-REMB-SAISIE TO AC-DATE-REMBOURSEMENT
                   IF AC-MONTANT-REMBOURSE NOT < AC-MONTANT-AVANCE
                       MOVE "F" TO AC-STATUT
                   END-IF
                   REWRITE AC-FICHE-ACCIDENT
                   ADD 1 TO W-COMPTE-ACCIDENTS
                   PERFORM 31000-AFFICHER-ACCIDENT
                   DISPLAY "REMBOURSEMENT ENREGISTRE              "
                                                 AT 2005
           END-EVALUATE.

       40000-VALIDER-DATE.
           MOVE 0 TO W-IND-DATE-ERR-MOIS W-IND-DATE-ERR-JOUR.
           CALL "VALIDE-DATE" USING BY REFERENCE W-DATE-VALIDEE
                                               W-IND-DATE-ERR-MOIS
                                               W-IND-DATE-ERR-JOUR.
