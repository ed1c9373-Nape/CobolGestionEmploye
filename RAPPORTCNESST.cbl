      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: COMPTES A RECEVOIR DE LA CNESST (RecevableCNESST.doc)
      *          TIRES DU REGISTRE DES ACCIDENTS (ACCIDENTS.DAT) : PAR
      *          RECLAMATION, INDEMNITES DES 14 PREMIERS JOURS
      *          AVANCEES PAR LA PAYE, REMBOURSEMENTS RECUS ET SOLDE
      *          A RECEVOIR, CLASSE PAR ANCIENNETE DEPUIS LA DERNIERE
      *          AVANCE (0-30, 31-60, 61-90, PLUS DE 90 JOURS), AVEC
      *          LES TOTAUX PAR TRANCHE. AUCUNE SAISIE.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORTCNESST.

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AC-CLE.

       SELECT RAPPORT-CNESST  ASSIGN TO "RecevableCNESST.doc"
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
           05  EMP-RESTE               PIC X(142).

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
           05  AC-RESERVE              PIC X(10).

       FD  RAPPORT-CNESST.
       01  LIGNE-CNESST                PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.

       01  W-FILE-DETAIL.
           05  W-SIZE-ACCIDENTS     PIC X(8)   COMP-X.

       01  W-DATES.
           05  W-DATE-DU-JOUR       PIC 9(8).
           05  W-DATE-REFERENCE     PIC 9(8).
           05  W-JOURS-AGE          PIC 9(5).

       01  W-SOLDE-RECLAMATION      PIC S9(6)V99.

       01  W-COMPTEURS.
           05  W-NB-RECLAMATIONS    PIC 9(5)   VALUE 0.
           05  W-NB-A-RECEVOIR      PIC 9(5)   VALUE 0.
           05  W-TOTAL-AVANCE       PIC 9(8)V99 VALUE 0.
           05  W-TOTAL-REMBOURSE    PIC 9(8)V99 VALUE 0.
           05  W-TOTAL-SOLDE        PIC S9(8)V99 VALUE 0.

      *********************************************************
      * Tranches d'anciennete du solde a recevoir : borne
      * superieure en jours (99999 = sans limite) et total.
      *********************************************************
       01  W-TABLE-TRANCHES-DATA.
           05  FILLER   PIC X(20) VALUE "000300 A 30 JOURS   ".
           05  FILLER   PIC X(20) VALUE "0006031 A 60 JOURS  ".
           05  FILLER   PIC X(20) VALUE "0009061 A 90 JOURS  ".
           05  FILLER   PIC X(20) VALUE "9999991 JOURS ET +  ".
       01  W-TABLE-TRANCHES REDEFINES W-TABLE-TRANCHES-DATA.
           05  W-TR-ENTREE OCCURS 4 TIMES INDEXED BY W-IDX-TR.
               10  W-TR-BORNE       PIC 9(5).
               10  W-TR-LIBELLE     PIC X(15).
       01  W-TR-TOTAUX.
           05  W-TR-TOTAL OCCURS 4 TIMES PIC S9(8)V99.

       01  W-LIGNE-DETAIL.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-RECLAMATION     PIC X(10).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-CODE            PIC X(6).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-NOM             PIC X(20).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-DATE-ACCIDENT   PIC 9999/99/99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-JOURS-PERDUS    PIC ZZ9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-AVANCE          PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-REMBOURSE       PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-SOLDE           PIC ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-AGE             PIC ZZZZ9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-TRANCHE         PIC X(15).

       01  W-LIGNE-TOTAL.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LT-LIBELLE         PIC X(30).
           05  W-LT-MONTANT         PIC ZZ,ZZZ,ZZ9.99-.

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "RAPPORTCNESST".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "RecevableCNESST.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "RAPPORTCNESST".
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
           INITIALIZE W-COMPTEURS W-TR-TOTAUX.

           CALL "CBL_CHECK_FILE_EXIST" USING "ACCIDENTS.DAT "
                                              W-SIZE-ACCIDENTS.
           IF RETURN-CODE NOT = 0
               MOVE "AUCUN ACCIDENT AU REGISTRE (ACCIDENTS.DAT ABSENT)"
                 TO W-MESSAGE-ERREUR
           ELSE
               OPEN INPUT FICHIER-IDX FICHIER-ACCIDENTS
               OPEN OUTPUT RAPPORT-CNESST
               PERFORM 10000-ENTETE

               MOVE 0 TO W-IND-FIN-FICHIER
               PERFORM 21000-LIRE-ACCIDENT
               PERFORM UNTIL W-FIN-FICHIER
                   PERFORM 20000-TRAITER-RECLAMATION
                   PERFORM 21000-LIRE-ACCIDENT
               END-PERFORM

               IF W-NB-A-RECEVOIR = 0
                   MOVE "  (AUCUN SOLDE A RECEVOIR)" TO LIGNE-CNESST
                   WRITE LIGNE-CNESST AFTER ADVANCING 1 LINE
               END-IF
               PERFORM 40000-TOTAUX
               CLOSE FICHIER-IDX FICHIER-ACCIDENTS RAPPORT-CNESST

               STRING W-DATE-DU-JOUR(1:4) "-" W-DATE-DU-JOUR(5:2)
                      DELIMITED BY SIZE INTO W-SP-PERIODE
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR

               STRING "CNESST : "         DELIMITED BY SIZE
                      W-NB-A-RECEVOIR     DELIMITED BY SIZE
                      " RECLAMATION(S) A RECEVOIR SUR "
                                          DELIMITED BY SIZE
                      W-NB-RECLAMATIONS   DELIMITED BY SIZE
                      " AU REGISTRE"      DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-NB-A-RECEVOIR TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       10000-ENTETE.
           MOVE SPACES TO LIGNE-CNESST.
           STRING "** COMPTES A RECEVOIR DE LA CNESST AU "
                                       DELIMITED BY SIZE
                  W-DATE-DU-JOUR(1:4)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-DU-JOUR(5:2)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-DU-JOUR(7:2)  DELIMITED BY SIZE
                  " **"                DELIMITED BY SIZE
             INTO LIGNE-CNESST.
           WRITE LIGNE-CNESST.
           MOVE "  RECLAMATION CODE    NOM                   ACCIDENT
      -"  JRS      AVANCE   REMBOURSE       SOLDE    AGE  TRANCHE"
             TO LIGNE-CNESST.
           WRITE LIGNE-CNESST AFTER ADVANCING 2 LINES.

      ******************************************************************
      *  TOUTE RECLAMATION EST COMPTEE ET TOTALISEE ; SEULES CELLES
      *  DONT L'AVANCE N'EST PAS ENTIEREMENT REMBOURSEE SONT LISTEES,
      *  CLASSEES PAR JOURS ECOULES DEPUIS LA DERNIERE AVANCE (DATE
      *  DE L'ACCIDENT SI AUCUNE AVANCE N'A ETE PAYEE).
      ******************************************************************
       20000-TRAITER-RECLAMATION.
           ADD 1 TO W-NB-RECLAMATIONS.
           ADD AC-MONTANT-AVANCE    TO W-TOTAL-AVANCE.
           ADD AC-MONTANT-REMBOURSE TO W-TOTAL-REMBOURSE.
           COMPUTE W-SOLDE-RECLAMATION =
               AC-MONTANT-AVANCE - AC-MONTANT-REMBOURSE.
           IF W-SOLDE-RECLAMATION > 0
               ADD 1 TO W-NB-A-RECEVOIR
               ADD W-SOLDE-RECLAMATION TO W-TOTAL-SOLDE
               IF AC-DATE-AVANCE > 0
                   MOVE AC-DATE-AVANCE   TO W-DATE-REFERENCE
               ELSE
                   MOVE AC-DATE-ACCIDENT TO W-DATE-REFERENCE
               END-IF
               COMPUTE W-JOURS-AGE =
                   FUNCTION INTEGER-OF-DATE(W-DATE-DU-JOUR)
                 - FUNCTION INTEGER-OF-DATE(W-DATE-REFERENCE)
               SET W-IDX-TR TO 1
               SEARCH W-TR-ENTREE
                   WHEN W-JOURS-AGE NOT > W-TR-BORNE(W-IDX-TR)
                       ADD W-SOLDE-RECLAMATION
                         TO W-TR-TOTAL(W-IDX-TR)
                       MOVE W-TR-LIBELLE(W-IDX-TR) TO W-LD-TRANCHE
               END-SEARCH
               PERFORM 30000-LIGNE-DETAIL
           END-IF.

       21000-LIRE-ACCIDENT.
           READ FICHIER-ACCIDENTS NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       30000-LIGNE-DETAIL.
           MOVE SPACES TO EMP-NOM.
           MOVE AC-CODE TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE "EMPLOYE INTROUVABLE" TO EMP-NOM
           END-READ.
           IF AC-NO-RECLAMATION = SPACES
               MOVE "A VENIR"         TO W-LD-RECLAMATION
           ELSE
               MOVE AC-NO-RECLAMATION TO W-LD-RECLAMATION
           END-IF.
           MOVE AC-CODE              TO W-LD-CODE.
           MOVE EMP-NOM              TO W-LD-NOM.
           MOVE AC-DATE-ACCIDENT     TO W-LD-DATE-ACCIDENT.
           MOVE AC-JOURS-PERDUS      TO W-LD-JOURS-PERDUS.
           MOVE AC-MONTANT-AVANCE    TO W-LD-AVANCE.
           MOVE AC-MONTANT-REMBOURSE TO W-LD-REMBOURSE.
           MOVE W-SOLDE-RECLAMATION  TO W-LD-SOLDE.
           MOVE W-JOURS-AGE          TO W-LD-AGE.
           WRITE LIGNE-CNESST FROM W-LIGNE-DETAIL
                              AFTER ADVANCING 1 LINE.

       40000-TOTAUX.
           MOVE "** SOLDE A RECEVOIR PAR ANCIENNETE **" TO LIGNE-CNESST.
           WRITE LIGNE-CNESST AFTER ADVANCING 3 LINES.
           PERFORM VARYING W-IDX-TR FROM 1 BY 1
                   UNTIL W-IDX-TR > 4
               MOVE W-TR-LIBELLE(W-IDX-TR) TO W-LT-LIBELLE
               MOVE W-TR-TOTAL(W-IDX-TR)   TO W-LT-MONTANT
               WRITE LIGNE-CNESST FROM W-LIGNE-TOTAL
                                  AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE "TOTAL A RECEVOIR"   TO W-LT-LIBELLE.
           MOVE W-TOTAL-SOLDE        TO W-LT-MONTANT.
           WRITE LIGNE-CNESST FROM W-LIGNE-TOTAL
                              AFTER ADVANCING 2 LINES.
           MOVE "TOTAL AVANCE (REGISTRE)" TO W-LT-LIBELLE.
           MOVE W-TOTAL-AVANCE       TO W-LT-MONTANT.
           WRITE LIGNE-CNESST FROM W-LIGNE-TOTAL
                              AFTER ADVANCING 1 LINE.
           MOVE "TOTAL REMBOURSE (REGISTRE)" TO W-LT-LIBELLE.
           MOVE W-TOTAL-REMBOURSE    TO W-LT-MONTANT.
           WRITE LIGNE-CNESST FROM W-LIGNE-TOTAL
                              AFTER ADVANCING 1 LINE.
