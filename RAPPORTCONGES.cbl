      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: RAPPORT HEBDOMADAIRE DES CONGES (Conges.doc) TIRE DE
      *          CONGES.DAT : CONGES OUVERTS DONT LE RETOUR PREVU EST
      *          DEPASSE (AVEC LE NOMBRE DE JOURS DE RETARD), PUIS
      *          RETOURS PREVUS DANS LES 14 PROCHAINS JOURS, AVEC LES
      *          ARRERAGES ET LA FACTURE DE PRIMES D'ASSURANCE DE
      *          CHACUN, ET LE NOMBRE DE CONGES EN COURS PAR TYPE.
      *          AUCUNE SAISIE : LA CHAINE DE NUIT LE PRODUIT CHAQUE
      *          LUNDI.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORTCONGES.

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CG-CLE.

       SELECT RAPPORT-CONGES  ASSIGN TO "Conges.doc"
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

       FD  FICHIER-CONGES
       LABEL RECORD STANDARD.
       01  CG-FICHE-CONGE.
           05  CG-CLE.
               10  CG-CODE             PIC X(6).
               10  CG-DATE-DEBUT       PIC 9(8).
           05  CG-TYPE                 PIC X.
           05  CG-DATE-RETOUR-PREVU    PIC 9(8).
           05  CG-DATE-RETOUR          PIC 9(8).
           05  CG-TRAITEMENT-PRIMES    PIC X.
           05  CG-ARRERAGES            PIC 9(5)V99.
           05  CG-FACTURE              PIC 9(5)V99.
           05  CG-PRIME-PERIODE        PIC 9(4)V99.
           05  CG-DERNIERE-PAYE        PIC 9(6).
           05  CG-STATUT               PIC X.
               88  CG-EN-COURS                 VALUE "O".
           05  CG-RESERVE              PIC X(10).

       FD  RAPPORT-CONGES.
       01  LIGNE-CONGES                PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-SECTION        PIC 9   VALUE 0.
               88  W-SECTION-DEPASSES       VALUE 1.
               88  W-SECTION-RETOURS        VALUE 2.

       01  W-FILE-DETAIL.
           05  W-SIZE-CONGES        PIC X(8)   COMP-X.

       01  W-DATES.
           05  W-DATE-DU-JOUR       PIC 9(8).
           05  W-DATE-HORIZON       PIC 9(8).
           05  W-JOURS-RETARD       PIC 9(5).
           05  W-HORIZON-JOURS      PIC 9(3)   VALUE 14.

       01  W-COMPTEURS.
           05  W-NB-DEPASSES        PIC 9(5)   VALUE 0.
           05  W-NB-RETOURS         PIC 9(5)   VALUE 0.
           05  W-NB-EN-COURS        PIC 9(5)   VALUE 0.
           05  W-NB-SECTION         PIC 9(5)   VALUE 0.

      *********************************************************
      * Conges en cours par type (M, P, C, S, A).
      *********************************************************
       01  W-TABLE-TYPES-DATA.
           05  FILLER   PIC X(21) VALUE "MMATERNITE (RQAP)    ".
           05  FILLER   PIC X(21) VALUE "PPARENTAL (RQAP)     ".
           05  FILLER   PIC X(21) VALUE "CLESION CNESST       ".
           05  FILLER   PIC X(21) VALUE "SSABBATIQUE          ".
           05  FILLER   PIC X(21) VALUE "AAUTRE               ".
       01  W-TABLE-TYPES REDEFINES W-TABLE-TYPES-DATA.
           05  W-TY-ENTREE OCCURS 5 TIMES INDEXED BY W-IDX-TY.
               10  W-TY-CODE        PIC X.
               10  W-TY-LIBELLE     PIC X(20).
       01  W-TY-NOMBRES.
           05  W-TY-NB OCCURS 5 TIMES PIC 9(5).

       01  W-LIGNE-DETAIL.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-CODE            PIC X(6).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-NOM             PIC X(20).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LD-PREN            PIC X(15).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-TYPE            PIC X(20).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LD-DEBUT           PIC 9999/99/99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-RETOUR          PIC 9999/99/99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-JOURS           PIC ZZZZ9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-ARRERAGES       PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-FACTURE         PIC ZZ,ZZ9.99.

       01  W-LIGNE-TYPE.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LT-LIBELLE         PIC X(20).
           05  W-LT-NOMBRE          PIC ZZZZ9.

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "RAPPORTCONGES".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "Conges.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "RAPPORTCONGES".
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
           MOVE FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(W-DATE-DU-JOUR)
                    + W-HORIZON-JOURS) TO W-DATE-HORIZON.
           INITIALIZE W-COMPTEURS W-TY-NOMBRES.

           CALL "CBL_CHECK_FILE_EXIST" USING "CONGES.DAT "
                                              W-SIZE-CONGES.
           IF RETURN-CODE NOT = 0
               MOVE "AUCUN CONGE AU FICHIER (CONGES.DAT ABSENT)"
                 TO W-MESSAGE-ERREUR
           ELSE
               OPEN INPUT FICHIER-IDX
               OPEN OUTPUT RAPPORT-CONGES
               PERFORM 10000-ENTETE

               MOVE 1 TO W-IND-SECTION
               PERFORM 20000-PARCOURIR-CONGES
               MOVE 2 TO W-IND-SECTION
               PERFORM 20000-PARCOURIR-CONGES

               PERFORM 40000-SOMMAIRE-TYPES
               CLOSE FICHIER-IDX RAPPORT-CONGES

               STRING W-DATE-DU-JOUR(1:4) "-" W-DATE-DU-JOUR(5:2)
                      DELIMITED BY SIZE INTO W-SP-PERIODE
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR

               STRING "CONGES : "         DELIMITED BY SIZE
                      W-NB-EN-COURS       DELIMITED BY SIZE
                      " EN COURS, "       DELIMITED BY SIZE
                      W-NB-DEPASSES       DELIMITED BY SIZE
                      " DEPASSE(S), "     DELIMITED BY SIZE
                      W-NB-RETOURS        DELIMITED BY SIZE
                      " RETOUR(S) PREVU(S)" DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-NB-DEPASSES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       10000-ENTETE.
           MOVE SPACES TO LIGNE-CONGES.
           STRING "** SUIVI HEBDOMADAIRE DES CONGES AU "
                                       DELIMITED BY SIZE
                  W-DATE-DU-JOUR(1:4)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-DU-JOUR(5:2)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-DU-JOUR(7:2)  DELIMITED BY SIZE
                  " **"                DELIMITED BY SIZE
             INTO LIGNE-CONGES.
           WRITE LIGNE-CONGES.

      ******************************************************************
      *  UN PASSAGE DE CONGES.DAT PAR SECTION : 1 = CONGES OUVERTS DONT
      *  LE RETOUR PREVU EST PASSE ; 2 = RETOURS PREVUS D'ICI
      *  L'HORIZON (AUJOURD'HUI COMPRIS).
      ******************************************************************
       20000-PARCOURIR-CONGES.
           MOVE SPACES TO LIGNE-CONGES.
           IF W-SECTION-DEPASSES
               MOVE "** CONGES DONT LE RETOUR PREVU EST DEPASSE **"
                 TO LIGNE-CONGES
           ELSE
               STRING "** RETOURS PREVUS D'ICI LE "
                                           DELIMITED BY SIZE
                      W-DATE-HORIZON(1:4)  DELIMITED BY SIZE
                      "-"                  DELIMITED BY SIZE
                      W-DATE-HORIZON(5:2)  DELIMITED BY SIZE
                      "-"                  DELIMITED BY SIZE
                      W-DATE-HORIZON(7:2)  DELIMITED BY SIZE
                      " **"                DELIMITED BY SIZE
                 INTO LIGNE-CONGES
           END-IF.
           WRITE LIGNE-CONGES AFTER ADVANCING 3 LINES.
           MOVE "  CODE    NOM                  PRENOM           TYPE
      -"                 DEBUT       RETOUR PREVU  JOURS  ARRERAGES    F
      -"ACTURE" TO LIGNE-CONGES.
           WRITE LIGNE-CONGES AFTER ADVANCING 2 LINES.

           MOVE 0 TO W-NB-SECTION W-IND-FIN-FICHIER.
           OPEN INPUT FICHIER-CONGES.
           PERFORM 21000-LIRE-CONGE.
           PERFORM UNTIL W-FIN-FICHIER
               IF CG-EN-COURS
                   PERFORM 22000-TRIER-CONGE
               END-IF
               PERFORM 21000-LIRE-CONGE
           END-PERFORM.
           CLOSE FICHIER-CONGES.

           IF W-NB-SECTION = 0
               MOVE "  (AUCUN)" TO LIGNE-CONGES
               WRITE LIGNE-CONGES AFTER ADVANCING 1 LINE
           END-IF.

       21000-LIRE-CONGE.
           READ FICHIER-CONGES NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       22000-TRIER-CONGE.
           IF W-SECTION-DEPASSES
               ADD 1 TO W-NB-EN-COURS
               PERFORM 23000-COMPTER-TYPE
               IF CG-DATE-RETOUR-PREVU < W-DATE-DU-JOUR
                   COMPUTE W-JOURS-RETARD =
                       FUNCTION INTEGER-OF-DATE(W-DATE-DU-JOUR)
                     - FUNCTION INTEGER-OF-DATE(CG-DATE-RETOUR-PREVU)
                   ADD 1 TO W-NB-DEPASSES W-NB-SECTION
                   PERFORM 30000-LIGNE-DETAIL
               END-IF
           ELSE
               IF CG-DATE-RETOUR-PREVU NOT < W-DATE-DU-JOUR
                  AND CG-DATE-RETOUR-PREVU NOT > W-DATE-HORIZON
                   COMPUTE W-JOURS-RETARD =
                       FUNCTION INTEGER-OF-DATE(CG-DATE-RETOUR-PREVU)
                     - FUNCTION INTEGER-OF-DATE(W-DATE-DU-JOUR)
                   ADD 1 TO W-NB-RETOURS W-NB-SECTION
                   PERFORM 30000-LIGNE-DETAIL
               END-IF
           END-IF.

       23000-COMPTER-TYPE.
           PERFORM VARYING W-IDX-TY FROM 1 BY 1
                   UNTIL W-IDX-TY > 5
               IF W-TY-CODE(W-IDX-TY) = CG-TYPE
                   ADD 1 TO W-TY-NB(W-IDX-TY)
               END-IF
           END-PERFORM.

      *JOURS : DE RETARD (SECTION 1) OU AVANT LE RETOUR (SECTION 2).
       30000-LIGNE-DETAIL.
           MOVE SPACES TO EMP-NOM EMP-PREN.
           MOVE CG-CODE TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE "EMPLOYE INTROUVABLE" TO EMP-NOM
           END-READ.
           MOVE "AUTRE" TO W-LD-TYPE.
           PERFORM VARYING W-IDX-TY FROM 1 BY 1
                   UNTIL W-IDX-TY > 5
               IF W-TY-CODE(W-IDX-TY) = CG-TYPE
                   MOVE W-TY-LIBELLE(W-IDX-TY) TO W-LD-TYPE
               END-IF
           END-PERFORM.
           MOVE CG-CODE              TO W-LD-CODE.
           MOVE EMP-NOM              TO W-LD-NOM.
           MOVE EMP-PREN             TO W-LD-PREN.
           MOVE CG-DATE-DEBUT        TO W-LD-DEBUT.
           MOVE CG-DATE-RETOUR-PREVU TO W-LD-RETOUR.
           MOVE W-JOURS-RETARD       TO W-LD-JOURS.
           MOVE CG-ARRERAGES         TO W-LD-ARRERAGES.
           MOVE CG-FACTURE           TO W-LD-FACTURE.
           WRITE LIGNE-CONGES FROM W-LIGNE-DETAIL
                              AFTER ADVANCING 1 LINE.

       40000-SOMMAIRE-TYPES.
           MOVE "** CONGES EN COURS PAR TYPE **" TO LIGNE-CONGES.
           WRITE LIGNE-CONGES AFTER ADVANCING 3 LINES.
           PERFORM VARYING W-IDX-TY FROM 1 BY 1
                   UNTIL W-IDX-TY > 5
               MOVE W-TY-LIBELLE(W-IDX-TY) TO W-LT-LIBELLE
               MOVE W-TY-NB(W-IDX-TY)      TO W-LT-NOMBRE
               WRITE LIGNE-CONGES FROM W-LIGNE-TYPE
                                  AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE SPACES       TO W-LT-LIBELLE.
           MOVE "TOTAL"      TO W-LT-LIBELLE.
           MOVE W-NB-EN-COURS TO W-LT-NOMBRE.
           WRITE LIGNE-CONGES FROM W-LIGNE-TYPE
                              AFTER ADVANCING 2 LINES.
