      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TENIR L'AFFECTATION DES REPRESENTANTS AUX REGIMES
      *          DE COMMISSION (REPRESENTANTS.DAT : CODE EMPLOYE,
      *          NUMERO DE VENDEUR DU SYSTEME DE VENTES, REGIME DE
      *          PLANSCOMM.DAT, STATUT). LE NUMERO DE VENDEUR EST LA
      *          CLE QUI RELIE L'EXTRAIT DES VENTES A L'EMPLOYE ; IL
      *          NE PEUT ETRE DONNE QU'A UN SEUL REPRESENTANT. LE
      *          SOLDE D'AVANCE NON RECUPERE EST TENU PAR LE CALCUL
      *          DES COMMISSIONS (IMPORTVENTES) ; IL EST AFFICHE ICI
      *          ET PEUT ETRE RADIE (REMIS A ZERO) SUR DECISION DE LA
      *          DIRECTION DES VENTES.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIEREPRESENT.

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

       SELECT FICHIER-PLANSCOMM  ASSIGN TO "PLANSCOMM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PC-CODE
               FILE STATUS IS W-STATUT-PLANSCOMM.

       SELECT FICHIER-REPRESENTANTS  ASSIGN TO "REPRESENTANTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RP-CODE
               ALTERNATE RECORD KEY IS RP-NO-VENDEUR.

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
           05  EMP-RESTE               PIC X(142).

       FD  FICHIER-PLANSCOMM
       LABEL RECORD STANDARD.
       01  PC-FICHE-REGIME.
           05  PC-CODE                 PIC X(4).
           05  PC-NOM                  PIC X(30).
           05  PC-FREQUENCE            PIC X.
           05  PC-AVANCE               PIC 9(5)V99.
           05  PC-AVANCE-RECUP         PIC X.
           05  PC-PALIER OCCURS 5.
               10  PC-PLANCHER         PIC 9(7)V99.
               10  PC-TAUX             PIC 99V99.
           05  PC-ACTIF                PIC X.
           05  PC-RESERVE              PIC X(10).

      *********************************************************
      * Representants : une fiche par employe commissionne.
      * Le solde d'avance et la derniere periode calculee sont
      * tenus par IMPORTVENTES.
      *********************************************************
       FD  FICHIER-REPRESENTANTS
       LABEL RECORD STANDARD.
       01  RP-FICHE-REPRESENTANT.
           05  RP-CODE                 PIC X(6).
           05  RP-NO-VENDEUR           PIC X(8).
           05  RP-PLAN                 PIC X(4).
           05  RP-SOLDE-AVANCE         PIC 9(7)V99.
           05  RP-DERNIERE-PERIODE     PIC 9(6).
           05  RP-ACTIF                PIC X.
           05  RP-RESERVE              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-EMP-ABSENT     PIC 9.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-PC-ABSENT      PIC 9.
               88  W-PC-ABSENT              VALUE 1.
           05  W-IND-RP-ABSENT      PIC 9.
               88  W-RP-ABSENT              VALUE 1.
           05  W-IND-VENDEUR-PRIS   PIC 9.
               88  W-VENDEUR-PRIS           VALUE 1.

       01  W-STATUT-PLANSCOMM       PIC XX.
           88  PLANSCOMM-OK                 VALUE "00".
           88  PLANSCOMM-INEXISTANT         VALUE "35".

       01  W-COMPTE-REPRESENTANTS   PIC 9(4) VALUE 0.
       01  W-SOLDE-EDITE            PIC Z(6)9.99.

       01  W-FILE-DETAIL.
           05  W-SIZE-REPRESENTANTS PIC X(8)   COMP-X.

      *********************************************************
      * Saisie : code employe (blanc = fin), numero de vendeur
      * (vide = retirer), regime, statut A/I, radiation du
      * solde d'avance O/N.
      *********************************************************
       01  W-SAISIE-REPRESENTANT.
           05  W-CODE-SAISI         PIC X(6).
           05  W-VENDEUR-SAISI      PIC X(8).
           05  W-PLAN-SAISI         PIC X(4).
           05  W-STATUT-SAISI       PIC X.
           05  W-RADIER-SAISI       PIC X.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIEREPRESEN".
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

           OPEN INPUT FICHIER-IDX.
           OPEN INPUT FICHIER-PLANSCOMM.
           PERFORM 05000-OUVRIR-REPRESENTANTS.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-REPRESENTANTS.
           PERFORM 10000-SAISIR-REPRESENTANT UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-IDX FICHIER-REPRESENTANTS.
           IF NOT PLANSCOMM-INEXISTANT
               CLOSE FICHIER-PLANSCOMM
           END-IF.

           IF W-COMPTE-REPRESENTANTS > 0
               STRING W-COMPTE-REPRESENTANTS DELIMITED BY SIZE
                      " REPRESENTANT(S) MIS A JOUR" DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUN REPRESENTANT MIS A JOUR" TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-REPRESENTANTS TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       05000-OUVRIR-REPRESENTANTS.
           CALL "CBL_CHECK_FILE_EXIST" USING "REPRESENTANTS.DAT "
                                              W-SIZE-REPRESENTANTS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-REPRESENTANTS
           ELSE
               OPEN OUTPUT FICHIER-REPRESENTANTS
               CLOSE FICHIER-REPRESENTANTS
               OPEN I-O FICHIER-REPRESENTANTS
           END-IF.

      ******************************************************************
      *  SAISIT UN REPRESENTANT : CODE EMPLOYE (BLANC = FIN, DOIT
      *  EXISTER), NUMERO DE VENDEUR (VIDE = RETIRER LE
      *  REPRESENTANT), REGIME DE COMMISSION, STATUT ET, S'IL Y A UN
      *  SOLDE D'AVANCE, SA RADIATION EVENTUELLE.
      ******************************************************************
       10000-SAISIR-REPRESENTANT.
           MOVE SPACES TO W-CODE-SAISI W-VENDEUR-SAISI W-PLAN-SAISI
                          W-STATUT-SAISI W-RADIER-SAISI.

           DISPLAY "CODE EMPLOYE (BLANC = FIN)      : " AT 0405.
           DISPLAY "      "                             AT 0440.
           ACCEPT  W-CODE-SAISI AT 0440.

           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               PERFORM 20000-VALIDER-EMPLOYE
               IF W-EMP-ABSENT
                   DISPLAY "EMPLOYE INTROUVABLE            " AT 1805
               ELSE
                   PERFORM 25000-AFFICHER-REPRESENTANT
                   DISPLAY "NO DE VENDEUR (VIDE = RETIRER)  : " AT 0605
                   ACCEPT  W-VENDEUR-SAISI AT 0640
                   MOVE FUNCTION UPPER-CASE(W-VENDEUR-SAISI)
                     TO W-VENDEUR-SAISI
                   IF W-VENDEUR-SAISI = SPACES
                       PERFORM 50000-RETIRER-REPRESENTANT
                   ELSE
                       PERFORM 12000-SAISIR-AFFECTATION
                   END-IF
               END-IF
           END-IF.

       12000-SAISIR-AFFECTATION.
           DISPLAY "REGIME DE COMMISSION            : " AT 0805.
           ACCEPT  W-PLAN-SAISI AT 0840.
           DISPLAY "STATUT (A=ACTIF, I=INACTIF)     : " AT 1005.
           ACCEPT  W-STATUT-SAISI AT 1040.
           MOVE FUNCTION UPPER-CASE(W-PLAN-SAISI)   TO W-PLAN-SAISI.
           MOVE FUNCTION UPPER-CASE(W-STATUT-SAISI) TO W-STATUT-SAISI.
           IF NOT W-RP-ABSENT AND RP-SOLDE-AVANCE > 0
               DISPLAY "RADIER LE SOLDE D'AVANCE (O/N)  : " AT 1405
               ACCEPT  W-RADIER-SAISI AT 1440
               MOVE FUNCTION UPPER-CASE(W-RADIER-SAISI)
                 TO W-RADIER-SAISI
           END-IF.

           PERFORM 30000-VALIDER-REGIME.
           PERFORM 35000-VALIDER-VENDEUR.

           EVALUATE TRUE
               WHEN W-PC-ABSENT
                   DISPLAY "REGIME INCONNU DE LA TABLE     " AT 1805
               WHEN PC-ACTIF NOT = "A"
                   DISPLAY "CE REGIME EST INACTIF          " AT 1805
               WHEN W-VENDEUR-PRIS
                   DISPLAY "NO DE VENDEUR DEJA ATTRIBUE    " AT 1805
               WHEN W-STATUT-SAISI NOT = "A"
                AND W-STATUT-SAISI NOT = "I"
                   DISPLAY "LE STATUT DOIT ETRE A OU I     " AT 1805
               WHEN OTHER
                   PERFORM 40000-ENREGISTRER-REPRESENTANT
           END-EVALUATE.

       20000-VALIDER-EMPLOYE.
           MOVE 0 TO W-IND-EMP-ABSENT.
           MOVE W-CODE-SAISI TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
           END-READ.

      ******************************************************************
      *  AFFICHE L'AFFECTATION ACTUELLE DU REPRESENTANT, S'IL EN A
      *  UNE, AVEC SON SOLDE D'AVANCE A RECUPERER.
      ******************************************************************
       25000-AFFICHER-REPRESENTANT.
           MOVE 0 TO W-IND-RP-ABSENT.
           MOVE W-CODE-SAISI TO RP-CODE.
           READ FICHIER-REPRESENTANTS
               INVALID KEY MOVE 1 TO W-IND-RP-ABSENT
           END-READ.
           IF W-RP-ABSENT
               DISPLAY "NOUVEAU REPRESENTANT           " AT 1805
           ELSE
               MOVE RP-SOLDE-AVANCE TO W-SOLDE-EDITE
               DISPLAY "ACTUEL : " AT 1205
               DISPLAY RP-NO-VENDEUR AT 1214
               DISPLAY RP-PLAN       AT 1224
               DISPLAY RP-ACTIF      AT 1230
               DISPLAY "SOLDE D'AVANCE : " AT 1235
               DISPLAY W-SOLDE-EDITE AT 1252
           END-IF.

       30000-VALIDER-REGIME.
           MOVE 0 TO W-IND-PC-ABSENT.
           IF PLANSCOMM-INEXISTANT
               MOVE 1 TO W-IND-PC-ABSENT
           ELSE
               MOVE W-PLAN-SAISI TO PC-CODE
               READ FICHIER-PLANSCOMM
                   INVALID KEY MOVE 1 TO W-IND-PC-ABSENT
               END-READ
           END-IF.

      ******************************************************************
      *  LE NUMERO DE VENDEUR NE PEUT APPARTENIR QU'A UN SEUL
      *  REPRESENTANT. LA LECTURE PAR LA CLE SECONDAIRE DEPLACE LA
      *  FICHE EN MEMOIRE : LA FICHE DU REPRESENTANT SAISI EST
      *  RELUE ENSUITE.
      ******************************************************************
       35000-VALIDER-VENDEUR.
           MOVE 0 TO W-IND-VENDEUR-PRIS.
           MOVE W-VENDEUR-SAISI TO RP-NO-VENDEUR.
           READ FICHIER-REPRESENTANTS KEY IS RP-NO-VENDEUR
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF RP-CODE NOT = W-CODE-SAISI
                       MOVE 1 TO W-IND-VENDEUR-PRIS
                   END-IF
           END-READ.
           IF NOT W-RP-ABSENT
               MOVE W-CODE-SAISI TO RP-CODE
               READ FICHIER-REPRESENTANTS
                   INVALID KEY MOVE 1 TO W-IND-RP-ABSENT
               END-READ
           END-IF.

      ******************************************************************
      *  UN NOUVEAU REPRESENTANT PART SANS SOLDE D'AVANCE ; UN
      *  REPRESENTANT DEJA LA GARDE SON SOLDE ET SA DERNIERE
      *  PERIODE CALCULEE, SAUF RADIATION DU SOLDE.
      ******************************************************************
       40000-ENREGISTRER-REPRESENTANT.
           IF W-RP-ABSENT
               MOVE 0 TO RP-SOLDE-AVANCE RP-DERNIERE-PERIODE
           END-IF.
           IF W-RADIER-SAISI = "O"
               MOVE 0 TO RP-SOLDE-AVANCE
           END-IF.
           MOVE W-CODE-SAISI    TO RP-CODE.
           MOVE W-VENDEUR-SAISI TO RP-NO-VENDEUR.
           MOVE W-PLAN-SAISI    TO RP-PLAN.
           MOVE W-STATUT-SAISI  TO RP-ACTIF.
           MOVE SPACES          TO RP-RESERVE.
           IF W-RP-ABSENT
               WRITE RP-FICHE-REPRESENTANT
           ELSE
               REWRITE RP-FICHE-REPRESENTANT
           END-IF.
           ADD 1 TO W-COMPTE-REPRESENTANTS.
           DISPLAY "REPRESENTANT MIS A JOUR        " AT 1805.

       50000-RETIRER-REPRESENTANT.
           IF W-RP-ABSENT
               DISPLAY "AUCUN REPRESENTANT SOUS CE CODE" AT 1805
           ELSE
               DELETE FICHIER-REPRESENTANTS
               ADD 1 TO W-COMPTE-REPRESENTANTS
               DISPLAY "REPRESENTANT RETIRE            " AT 1805
           END-IF.
