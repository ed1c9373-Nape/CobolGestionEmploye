      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TENIR LA TABLE DES EMPLOYEURS (EMPLOYEURS.DAT) :
      *          UNE ENTITE JURIDIQUE PAR CODE, AVEC SON NOM, SON
      *          NUMERO D'ENTREPRISE FEDERAL (NE), SON NUMERO
      *          D'IDENTIFICATION DE REVENU QUEBEC, SON CODE
      *          D'EXPEDITEUR A LA BANQUE (FICHIER DE DEPOT DIRECT)
      *          ET SON NUMERO DE DOSSIER CNESST. CHAQUE GROUPE DE
      *          PAYE EST RATTACHE A UN EMPLOYEUR (SAISIEGROUPES) :
      *          DEPOTS, REMISES DAS, ECRITURES DE JOURNAL, RELEVES
      *          T4 / RL-1 ET DECLARATION CNESST SONT PRODUITS ET
      *          BALANCES PAR EMPLOYEUR.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIEEMPLOYEURS.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-EMPLOYEURS  ASSIGN TO "EMPLOYEURS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EM-CODE.

       DATA DIVISION.

       FILE SECTION.

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
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-EMPLOYEUR-ABSENT PIC 9 VALUE 0.
               88  W-EMPLOYEUR-ABSENT       VALUE 1.

       01  W-COMPTE-EMPLOYEURS      PIC 9(4) VALUE 0.

       01  W-FILE-DETAIL-EMPLOYEURS.
           05  W-SIZE-EMPLOYEURS    PIC X(8)   COMP-X.

      *********************************************************
      * Saisie : code (blanc = fin), nom, NE (15 caracteres,
      * ex. 123456789RP0001), numero Revenu Quebec (16, ex.
      * 1234567890RS0001), code d'expediteur bancaire, dossier
      * CNESST, statut A/I. Un employeur deja a la table est
      * remplace ; sa fiche actuelle s'affiche sous chaque zone
      * et sert de valeur par defaut.
      *********************************************************
       01  W-SAISIE-EMPLOYEUR.
           05  W-CODE-SAISI         PIC X(2).
           05  W-NOM-SAISI          PIC X(30).
           05  W-NE-SAISI           PIC X(15).
           05  W-RQ-SAISI           PIC X(16).
           05  W-EXPEDITEUR-SAISI   PIC X(10).
           05  W-CNESST-SAISI       PIC X(10).
           05  W-STATUT-SAISI       PIC X.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIEEMPLOYEU".
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

           PERFORM 05000-OUVRIR-EMPLOYEURS.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-EMPLOYEURS.
           PERFORM 10000-SAISIR-EMPLOYEUR UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-EMPLOYEURS.

           IF W-COMPTE-EMPLOYEURS > 0
               STRING W-COMPTE-EMPLOYEURS DELIMITED BY SIZE
                      " EMPLOYEUR(S) MIS A JOUR"
                                       DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUN EMPLOYEUR MIS A JOUR"
               TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-EMPLOYEURS TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  OUVRE LA TABLE EN MISE A JOUR ; AU TOUT PREMIER USAGE, ELLE
      *  EST CREEE ET AMORCEE AVEC L'EMPLOYEUR HISTORIQUE 01 (LA CIE
      *  CRACK-INFO, EXPEDITEUR CRACKINFO), AUQUEL SONT RATTACHES
      *  TOUS LES GROUPES DE PAYE SANS EMPLOYEUR.
      ******************************************************************
       05000-OUVRIR-EMPLOYEURS.
           CALL "CBL_CHECK_FILE_EXIST" USING "EMPLOYEURS.DAT "
                                              W-SIZE-EMPLOYEURS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-EMPLOYEURS
           ELSE
               OPEN OUTPUT FICHIER-EMPLOYEURS
               MOVE "01"                TO EM-CODE
               MOVE "LA CIE CRACK-INFO" TO EM-NOM
               MOVE SPACES              TO EM-NE EM-NO-RQ
                                           EM-NO-CNESST EM-RESERVE
               MOVE "CRACKINFO "        TO EM-ID-EXPEDITEUR
               MOVE "A"                 TO EM-ACTIF
               WRITE EM-FICHE-EMPLOYEUR
               CLOSE FICHIER-EMPLOYEURS
               OPEN I-O FICHIER-EMPLOYEURS
           END-IF.

      ******************************************************************
      *  SAISIT UN EMPLOYEUR : CODE (BLANC = FIN), PUIS CHAQUE ZONE ;
      *  UNE ZONE LAISSEE EN BLANC GARDE LA VALEUR DE LA FICHE
      *  EXISTANTE. LE NOM ET LE CODE D'EXPEDITEUR SONT OBLIGATOIRES.
      ******************************************************************
       10000-SAISIR-EMPLOYEUR.
           MOVE SPACES TO W-SAISIE-EMPLOYEUR.

           DISPLAY "CODE DE L'EMPLOYEUR (BLANC = FIN) : " AT 0605.
           DISPLAY "  "                                   AT 0642.
           ACCEPT  W-CODE-SAISI AT 0642.

           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               MOVE 0 TO W-IND-EMPLOYEUR-ABSENT
               MOVE W-CODE-SAISI TO EM-CODE
               READ FICHIER-EMPLOYEURS
                   INVALID KEY MOVE 1 TO W-IND-EMPLOYEUR-ABSENT
               END-READ
               IF W-EMPLOYEUR-ABSENT
                   MOVE SPACES TO EM-FICHE-EMPLOYEUR
                   MOVE "A"    TO EM-ACTIF
               END-IF

               DISPLAY "NOM DE L'EMPLOYEUR              : " AT 0805
               DISPLAY EM-NOM                              AT 0942
               ACCEPT  W-NOM-SAISI AT 0842
               DISPLAY "NO D'ENTREPRISE FEDERAL (NE)    : " AT 1005
               DISPLAY EM-NE                               AT 1142
               ACCEPT  W-NE-SAISI AT 1042
               DISPLAY "NO D'IDENTIFICATION REVENU QC   : " AT 1205
               DISPLAY EM-NO-RQ                            AT 1342
               ACCEPT  W-RQ-SAISI AT 1242
               DISPLAY "CODE D'EXPEDITEUR (BANQUE)      : " AT 1405
               DISPLAY EM-ID-EXPEDITEUR                    AT 1542
               ACCEPT  W-EXPEDITEUR-SAISI AT 1442
               DISPLAY "NO DE DOSSIER CNESST            : " AT 1605
               DISPLAY EM-NO-CNESST                        AT 1742
               ACCEPT  W-CNESST-SAISI AT 1642
               DISPLAY "STATUT (A=ACTIF, I=INACTIF)     : " AT 1805
               DISPLAY EM-ACTIF                            AT 1942
               ACCEPT  W-STATUT-SAISI AT 1842

               PERFORM 15000-REPORTER-SAISIE

               EVALUATE TRUE
                   WHEN EM-NOM = SPACES
                       DISPLAY "LE NOM EST OBLIGATOIRE           "
                                                 AT 2005
                   WHEN EM-ID-EXPEDITEUR = SPACES
                       DISPLAY "LE CODE D'EXPEDITEUR EST OBLIGATOIRE"
                                                 AT 2005
                   WHEN EM-ACTIF NOT = "A" AND EM-ACTIF NOT = "I"
                       DISPLAY "LE STATUT DOIT ETRE A OU I       "
                                                 AT 2005
                   WHEN OTHER
                       PERFORM 20000-ENREGISTRER-EMPLOYEUR
                       ADD 1 TO W-COMPTE-EMPLOYEURS
                       DISPLAY "EMPLOYEUR MIS A JOUR             "
                                                 AT 2005
               END-EVALUATE
           END-IF.

      ******************************************************************
      *  PORTE LES ZONES SAISIES (NON BLANCHES) SUR LA FICHE.
      ******************************************************************
       15000-REPORTER-SAISIE.
           MOVE W-CODE-SAISI TO EM-CODE.
           IF W-NOM-SAISI NOT = SPACES
               MOVE FUNCTION UPPER-CASE(W-NOM-SAISI) TO EM-NOM
           END-IF.
           IF W-NE-SAISI NOT = SPACES
               MOVE FUNCTION UPPER-CASE(W-NE-SAISI) TO EM-NE
           END-IF.
           IF W-RQ-SAISI NOT = SPACES
               MOVE FUNCTION UPPER-CASE(W-RQ-SAISI) TO EM-NO-RQ
           END-IF.
           IF W-EXPEDITEUR-SAISI NOT = SPACES
               MOVE FUNCTION UPPER-CASE(W-EXPEDITEUR-SAISI)
                 TO EM-ID-EXPEDITEUR
           END-IF.
           IF W-CNESST-SAISI NOT = SPACES
               MOVE W-CNESST-SAISI TO EM-NO-CNESST
           END-IF.
           IF W-STATUT-SAISI NOT = SPACES
               MOVE FUNCTION UPPER-CASE(W-STATUT-SAISI) TO EM-ACTIF
           END-IF.

       20000-ENREGISTRER-EMPLOYEUR.
           MOVE SPACES TO EM-RESERVE.
           IF W-EMPLOYEUR-ABSENT
               WRITE EM-FICHE-EMPLOYEUR
           ELSE
               REWRITE EM-FICHE-EMPLOYEUR
           END-IF.
