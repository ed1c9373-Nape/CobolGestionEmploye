      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TENIR LA TABLE DES PROJETS (PROJETS.DAT) : CODE,
      *          DESCRIPTION, COMPTE D'IMMOBILISATION DU GRAND LIVRE
      *          ET STATUT ACTIF/INACTIF, COMME LA TABLE DES
      *          DEPARTEMENTS. LES HEURES IMPUTEES A UN PROJET SUR LA
      *          FEUILLE DE TEMPS SONT CAPITALISEES AU COMPTE DU
      *          PROJET AU LIEU D'ETRE PASSEES EN DEPENSE SALARIALE ;
      *          UN PROJET INACTIF (TERMINE) N'ACCEPTE PLUS D'HEURES.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIEPROJETS.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-PROJETS  ASSIGN TO "PROJETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PJ-CODE.

       DATA DIVISION.

       FILE SECTION.

       FD  FICHIER-PROJETS
       LABEL RECORD STANDARD.
       01  PJ-FICHE-PROJET.
           05  PJ-CODE                 PIC X(6).
           05  PJ-NOM                  PIC X(30).
           05  PJ-COMPTE               PIC X(8).
           05  PJ-ACTIF                PIC X.
           05  PJ-RESERVE              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-PJ-ABSENT      PIC 9   VALUE 0.
               88  W-PJ-ABSENT              VALUE 1.

       01  W-COMPTE-PROJETS         PIC 9(4) VALUE 0.

       01  W-FILE-DETAIL.
           05  W-SIZE-PROJETS       PIC X(8)   COMP-X.

      *********************************************************
      * Saisie : code (blanc = fin), description, compte
      * d'immobilisation, statut A/I.
      *********************************************************
       01  W-SAISIE-PROJET.
           05  W-CODE-SAISI         PIC X(6).
           05  W-NOM-SAISI          PIC X(30).
           05  W-COMPTE-SAISI       PIC X(8).
           05  W-STATUT-SAISI       PIC X.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIEPROJETS".
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

           PERFORM 05000-OUVRIR-PROJETS.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-PROJETS.
           PERFORM 10000-SAISIR-PROJET UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-PROJETS.

           IF W-COMPTE-PROJETS > 0
               STRING W-COMPTE-PROJETS DELIMITED BY SIZE
                      " PROJET(S) MIS A JOUR" DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUN PROJET MIS A JOUR" TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-PROJETS TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  OUVRE LA TABLE EN MISE A JOUR ; ELLE EST CREEE VIDE AU TOUT
      *  PREMIER USAGE.
      ******************************************************************
       05000-OUVRIR-PROJETS.
           CALL "CBL_CHECK_FILE_EXIST" USING "PROJETS.DAT "
                                              W-SIZE-PROJETS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-PROJETS
           ELSE
               OPEN OUTPUT FICHIER-PROJETS
               CLOSE FICHIER-PROJETS
               OPEN I-O FICHIER-PROJETS
           END-IF.

      ******************************************************************
      *  SAISIT UN PROJET : CODE (BLANC = FIN), DESCRIPTION, COMPTE
      *  D'IMMOBILISATION (OBLIGATOIRE), STATUT. UN PROJET DEJA A LA
      *  TABLE EST REMPLACE.
      ******************************************************************
       10000-SAISIR-PROJET.
           MOVE SPACES TO W-CODE-SAISI W-NOM-SAISI W-COMPTE-SAISI
                          W-STATUT-SAISI.

           DISPLAY "CODE DU PROJET (BLANC=FIN)     : " AT 0405.
           DISPLAY "      "                            AT 0439.
           ACCEPT  W-CODE-SAISI AT 0439.

           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               DISPLAY "DESCRIPTION DU PROJET          : " AT 0605
               ACCEPT  W-NOM-SAISI AT 0639
               DISPLAY "COMPTE D'IMMOBILISATION (G/L)  : " AT 0705
               ACCEPT  W-COMPTE-SAISI AT 0739
               DISPLAY "STATUT (A=ACTIF, I=INACTIF)    : " AT 0805
               ACCEPT  W-STATUT-SAISI AT 0839
               MOVE FUNCTION UPPER-CASE(W-NOM-SAISI)
                 TO W-NOM-SAISI
               MOVE FUNCTION UPPER-CASE(W-COMPTE-SAISI)
                 TO W-COMPTE-SAISI
               MOVE FUNCTION UPPER-CASE(W-STATUT-SAISI)
                 TO W-STATUT-SAISI
               EVALUATE TRUE
                   WHEN W-COMPTE-SAISI = SPACES
                       DISPLAY "LE COMPTE EST OBLIGATOIRE     " AT 1205
                   WHEN W-STATUT-SAISI NOT = "A" AND
                        W-STATUT-SAISI NOT = "I"
                       DISPLAY "LE STATUT DOIT ETRE A OU I    " AT 1205
                   WHEN OTHER
                       PERFORM 20000-ENREGISTRER-PROJET
                       ADD 1 TO W-COMPTE-PROJETS
                       DISPLAY "PROJET MIS A JOUR             " AT 1205
               END-EVALUATE
           END-IF.

       20000-ENREGISTRER-PROJET.
           MOVE 0 TO W-IND-PJ-ABSENT.
           MOVE W-CODE-SAISI TO PJ-CODE.
           READ FICHIER-PROJETS
               INVALID KEY MOVE 1 TO W-IND-PJ-ABSENT
           END-READ.

           MOVE W-CODE-SAISI   TO PJ-CODE.
           MOVE W-NOM-SAISI    TO PJ-NOM.
           MOVE W-COMPTE-SAISI TO PJ-COMPTE.
           MOVE W-STATUT-SAISI TO PJ-ACTIF.
           IF W-PJ-ABSENT
               MOVE SPACES TO PJ-RESERVE
               WRITE PJ-FICHE-PROJET
           ELSE
               REWRITE PJ-FICHE-PROJET
           END-IF.
