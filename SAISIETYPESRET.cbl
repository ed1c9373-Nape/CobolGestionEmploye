      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TENIR LA TABLE DE TRAITEMENT FISCAL DES TYPES DE
      *          RETENUE (TYPESRETENUE.DAT) : DESCRIPTION, REDUCTION
      *          DU REVENU IMPOSABLE FEDERAL ET/OU PROVINCIAL,
      *          REDUCTION DES GAINS ASSURABLES, CASES T4 ET RL-1.
      *          LE CALCUL DE PAYE Y PREND LES RETENUES AVANT
      *          IMPOT ET RELEVEPAYE, LES TOTAUX PAR CASE.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIETYPESRET.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-TYPES-RET  ASSIGN TO "TYPESRETENUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS TY-TYPE.

       DATA DIVISION.

       FILE SECTION.

       FD  FICHIER-TYPES-RET
       LABEL RECORD STANDARD.
       01  TY-FICHE-TYPE.
           05  TY-TYPE                 PIC X(4).
           05  TY-DESCRIPTION          PIC X(30).
           05  TY-REDUIT-FED           PIC X.
           05  TY-REDUIT-PROV          PIC X.
           05  TY-REDUIT-ASSURABLE     PIC X.
           05  TY-CASE-T4              PIC X(4).
           05  TY-CASE-RL1             PIC X(4).
           05  TY-RESERVE              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-TYPE-ABSENT    PIC 9   VALUE 0.
               88  W-TYPE-ABSENT            VALUE 1.

       01  W-COMPTE-TYPES           PIC 9(4) VALUE 0.

       01  W-FILE-DETAIL-TYPES-RET.
           05  W-SIZE-TYPES-RET     PIC X(8)   COMP-X.

      *********************************************************
      * Saisie : type (blanc = fin), description, indicateurs
      * O/N de reduction (federal, provincial, assurable) et
      * cases T4 / RL-1 (blanc = aucune case).
      *********************************************************
       01  W-SAISIE-TYPE.
           05  W-TYPE-SAISI         PIC X(4).
           05  W-DESC-SAISIE        PIC X(30).
           05  W-FED-SAISI          PIC X.
               88  W-FED-VALIDE             VALUE "O" "N".
           05  W-PROV-SAISI         PIC X.
               88  W-PROV-VALIDE            VALUE "O" "N".
           05  W-ASSUR-SAISI        PIC X.
               88  W-ASSUR-VALIDE           VALUE "O" "N".
           05  W-CASE-T4-SAISIE     PIC X(4).
           05  W-CASE-RL1-SAISIE    PIC X(4).

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIETYPESRET".
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

           PERFORM 05000-OUVRIR-TYPES.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-TYPES.
           PERFORM 10000-SAISIR-TYPE UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-TYPES-RET.

           IF W-COMPTE-TYPES > 0
               STRING W-COMPTE-TYPES DELIMITED BY SIZE
                      " TYPE(S) DE RETENUE MIS A JOUR"
                                     DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUN TYPE DE RETENUE MIS A JOUR"
                 TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-TYPES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  OUVRE LA TABLE EN MISE A JOUR ; AU TOUT PREMIER USAGE, ELLE
      *  EST CREEE ET AMORCEE AVEC LES TYPES HABITUELS (SYNDICAT,
      *  REER COLLECTIF, REGIME DE RETRAITE, SAISIE-ARRET).
      ******************************************************************
       05000-OUVRIR-TYPES.
           CALL "CBL_CHECK_FILE_EXIST" USING "TYPESRETENUE.DAT "
                                              W-SIZE-TYPES-RET.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-TYPES-RET
           ELSE
               OPEN OUTPUT FICHIER-TYPES-RET
               MOVE SPACES TO TY-FICHE-TYPE
               MOVE "REER"                        TO TY-TYPE
               MOVE "REER COLLECTIF"              TO TY-DESCRIPTION
               MOVE "O" TO TY-REDUIT-FED TY-REDUIT-PROV
               MOVE "N" TO TY-REDUIT-ASSURABLE
               WRITE TY-FICHE-TYPE

               MOVE SPACES TO TY-FICHE-TYPE
               MOVE "RPA "                        TO TY-TYPE
               MOVE "REGIME DE RETRAITE AGREE"    TO TY-DESCRIPTION
               MOVE "O" TO TY-REDUIT-FED TY-REDUIT-PROV
               MOVE "N" TO TY-REDUIT-ASSURABLE
               MOVE "20"                          TO TY-CASE-T4
               MOVE "D"                           TO TY-CASE-RL1
               WRITE TY-FICHE-TYPE

               MOVE SPACES TO TY-FICHE-TYPE
               MOVE "SAIS"                        TO TY-TYPE
               MOVE "SAISIE-ARRET"                TO TY-DESCRIPTION
               MOVE "N" TO TY-REDUIT-FED TY-REDUIT-PROV
                           TY-REDUIT-ASSURABLE
               WRITE TY-FICHE-TYPE

               MOVE SPACES TO TY-FICHE-TYPE
               MOVE "SYND"                        TO TY-TYPE
               MOVE "COTISATION SYNDICALE"        TO TY-DESCRIPTION
               MOVE "O" TO TY-REDUIT-FED
               MOVE "N" TO TY-REDUIT-PROV TY-REDUIT-ASSURABLE
               MOVE "44"                          TO TY-CASE-T4
               MOVE "F"                           TO TY-CASE-RL1
               WRITE TY-FICHE-TYPE

               CLOSE FICHIER-TYPES-RET
               OPEN I-O FICHIER-TYPES-RET
           END-IF.

      ******************************************************************
      *  SAISIT UN TYPE : CODE (BLANC = FIN), DESCRIPTION, TROIS
      *  INDICATEURS O/N ET LES CASES. UN TYPE DEJA A LA TABLE EST
      *  REMPLACE.
      ******************************************************************
       10000-SAISIR-TYPE.
           MOVE SPACES TO W-SAISIE-TYPE.

           DISPLAY "TYPE DE RETENUE (BLANC = FIN)   : " AT 0805.
           DISPLAY "    "                              AT 0840.
           ACCEPT  W-TYPE-SAISI AT 0840.

           IF W-TYPE-SAISI = SPACES OR W-TYPE-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-TYPE-SAISI) TO W-TYPE-SAISI
               DISPLAY "DESCRIPTION                     : " AT 0905
               ACCEPT  W-DESC-SAISIE AT 0940
               DISPLAY "REDUIT LE REVENU FEDERAL (O/N)  : " AT 1005
               ACCEPT  W-FED-SAISI AT 1040
               DISPLAY "REDUIT LE REVENU QUEBEC (O/N)   : " AT 1105
               ACCEPT  W-PROV-SAISI AT 1140
               DISPLAY "REDUIT LES GAINS ASSURABLES(O/N): " AT 1205
               ACCEPT  W-ASSUR-SAISI AT 1240
               DISPLAY "CASE T4 (BLANC = AUCUNE)        : " AT 1305
               ACCEPT  W-CASE-T4-SAISIE AT 1340
               DISPLAY "CASE RL-1 (BLANC = AUCUNE)      : " AT 1405
               ACCEPT  W-CASE-RL1-SAISIE AT 1440
               MOVE FUNCTION UPPER-CASE(W-DESC-SAISIE)
                 TO W-DESC-SAISIE
               MOVE FUNCTION UPPER-CASE(W-FED-SAISI)   TO W-FED-SAISI
               MOVE FUNCTION UPPER-CASE(W-PROV-SAISI)  TO W-PROV-SAISI
               MOVE FUNCTION UPPER-CASE(W-ASSUR-SAISI) TO W-ASSUR-SAISI
               MOVE FUNCTION UPPER-CASE(W-CASE-RL1-SAISIE)
                 TO W-CASE-RL1-SAISIE
               IF NOT W-FED-VALIDE OR NOT W-PROV-VALIDE
                  OR NOT W-ASSUR-VALIDE
                   DISPLAY "LES INDICATEURS DOIVENT ETRE O OU N "
                                                     AT 1605
               ELSE
                   PERFORM 20000-ENREGISTRER-TYPE
                   ADD 1 TO W-COMPTE-TYPES
                   DISPLAY "TYPE DE RETENUE MIS A JOUR          "
                                                     AT 1605
               END-IF
           END-IF.

       20000-ENREGISTRER-TYPE.
           MOVE 0 TO W-IND-TYPE-ABSENT.
           MOVE W-TYPE-SAISI TO TY-TYPE.
           READ FICHIER-TYPES-RET
               INVALID KEY MOVE 1 TO W-IND-TYPE-ABSENT
           END-READ.

           MOVE SPACES             TO TY-FICHE-TYPE.
           MOVE W-TYPE-SAISI       TO TY-TYPE.
           MOVE W-DESC-SAISIE      TO TY-DESCRIPTION.
           MOVE W-FED-SAISI        TO TY-REDUIT-FED.
           MOVE W-PROV-SAISI       TO TY-REDUIT-PROV.
           MOVE W-ASSUR-SAISI      TO TY-REDUIT-ASSURABLE.
           MOVE W-CASE-T4-SAISIE   TO TY-CASE-T4.
           MOVE W-CASE-RL1-SAISIE  TO TY-CASE-RL1.
           IF W-TYPE-ABSENT
               WRITE TY-FICHE-TYPE
           ELSE
               REWRITE TY-FICHE-TYPE
           END-IF.
