      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TENIR LA TABLE DES CATEGORIES DE FRAIS (CATFRAIS.DAT)
      *          VERSES AVEC LA PAYE : CODE (4 CARACTERES, AUSSI CODE
      *          DU COMPTE "FR" AU PLAN DE COMPTES), DESCRIPTION
      *          IMPRIMEE AU BULLETIN, NATURE ("R" = REMBOURSEMENT
      *          NON IMPOSABLE VERSE EN SUS DU NET, "A" = ALLOCATION
      *          IMPOSABLE AJOUTEE AU BRUT) ET, POUR UNE ALLOCATION,
      *          LES REGIMES QUI LA VISENT (O/N) : IMPOT FEDERAL,
      *          IMPOT PROVINCIAL, RRQ, GAINS ASSURABLES AE/RQAP.
      *          UN REMBOURSEMENT N'EST VISE PAR AUCUN REGIME. UNE
      *          CATEGORIE INACTIVE N'ACCEPTE PLUS DE RECLAMATION,
      *          MAIS CELLES DEJA APPROUVEES SONT VERSEES.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIECATFRAIS.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-CAT-FRAIS  ASSIGN TO "CATFRAIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CF-CODE.

       DATA DIVISION.

       FILE SECTION.

       FD  FICHIER-CAT-FRAIS
       LABEL RECORD STANDARD.
       01  CF-FICHE-CATEGORIE.
           05  CF-CODE                 PIC X(4).
           05  CF-DESCRIPTION          PIC X(20).
           05  CF-NATURE               PIC X.
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
           05  W-IND-CF-ABSENTE     PIC 9   VALUE 0.
               88  W-CF-ABSENTE             VALUE 1.
           05  W-IND-REGIMES-VALIDES PIC 9  VALUE 0.
               88  W-REGIMES-VALIDES        VALUE 1.

       01  W-COMPTE-CATEGORIES      PIC 9(4) VALUE 0.

       01  W-FILE-DETAIL.
           05  W-SIZE-CAT-FRAIS     PIC X(8)   COMP-X.

      *********************************************************
      * Saisie : code (blanc = fin), description (vide =
      * suppression), nature, regimes (allocation seulement),
      * statut.
      *********************************************************
       01  W-SAISIE-CATEGORIE.
           05  W-CODE-SAISI         PIC X(4).
           05  W-DESC-SAISIE        PIC X(20).
           05  W-NATURE-SAISIE      PIC X.
               88  W-NATURE-REMBOURSEMENT   VALUE "R".
               88  W-NATURE-ALLOCATION      VALUE "A".
           05  W-REGIMES-SAISIS.
               10  W-FED-SAISI      PIC X.
               10  W-PROV-SAISI     PIC X.
               10  W-RRQ-SAISI      PIC X.
               10  W-ASSUR-SAISI    PIC X.
           05  W-STATUT-SAISI       PIC X.
           05  W-POS-REGIME         PIC 9.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIECATFRAIS".
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

           PERFORM 05000-OUVRIR-CATEGORIES.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-CATEGORIES.
           PERFORM 10000-SAISIR-CATEGORIE UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-CAT-FRAIS.

           IF W-COMPTE-CATEGORIES > 0
               STRING W-COMPTE-CATEGORIES DELIMITED BY SIZE
                      " CATEGORIE(S) DE FRAIS MISE(S) A JOUR"
                                      DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUNE CATEGORIE DE FRAIS MISE A JOUR"
               TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-CATEGORIES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  OUVRE LA TABLE EN MISE A JOUR ; ELLE EST CREEE VIDE AU TOUT
      *  PREMIER USAGE.
      ******************************************************************
       05000-OUVRIR-CATEGORIES.
           CALL "CBL_CHECK_FILE_EXIST" USING "CATFRAIS.DAT "
                                              W-SIZE-CAT-FRAIS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-CAT-FRAIS
           ELSE
               OPEN OUTPUT FICHIER-CAT-FRAIS
               CLOSE FICHIER-CAT-FRAIS
               OPEN I-O FICHIER-CAT-FRAIS
           END-IF.

      ******************************************************************
      *  SAISIT UNE CATEGORIE : CODE (BLANC = FIN), DESCRIPTION (VIDE
      *  = SUPPRESSION), NATURE, REGIMES D'UNE ALLOCATION, STATUT.
      *  UNE CATEGORIE DEJA A LA TABLE EST REMPLACEE.
      ******************************************************************
       10000-SAISIR-CATEGORIE.
           MOVE SPACES TO W-CODE-SAISI W-DESC-SAISIE W-NATURE-SAISIE
                          W-STATUT-SAISI.
           MOVE "NNNN" TO W-REGIMES-SAISIS.

           DISPLAY "CODE DE LA CATEGORIE (BLANC = FIN): " AT 0405.
           DISPLAY "    "                                 AT 0442.
           ACCEPT  W-CODE-SAISI AT 0442.

           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               DISPLAY "DESCRIPTION (VIDE = SUPPRIMER)    : " AT 0605
               ACCEPT  W-DESC-SAISIE AT 0642
               IF W-DESC-SAISIE = SPACES
                   PERFORM 40000-SUPPRIMER-CATEGORIE
               ELSE
                   DISPLAY "NATURE (R=REMBOURSEMENT, A=ALLOC.): "
                                                         AT 0805
                   ACCEPT  W-NATURE-SAISIE AT 0842
                   MOVE FUNCTION UPPER-CASE(W-NATURE-SAISIE)
                     TO W-NATURE-SAISIE
                   IF W-NATURE-ALLOCATION
                       PERFORM 15000-SAISIR-REGIMES
                   END-IF
                   DISPLAY "STATUT (A=ACTIF, I=INACTIF)       : "
                                                         AT 1505
                   ACCEPT  W-STATUT-SAISI AT 1542
                   MOVE FUNCTION UPPER-CASE(W-DESC-SAISIE)
                     TO W-DESC-SAISIE
                   MOVE FUNCTION UPPER-CASE(W-STATUT-SAISI)
                     TO W-STATUT-SAISI
                   PERFORM 16000-VALIDER-REGIMES
                   EVALUATE TRUE
                       WHEN NOT W-NATURE-REMBOURSEMENT
                        AND NOT W-NATURE-ALLOCATION
                           DISPLAY "LA NATURE DOIT ETRE R OU A     "
                                                     AT 1805
                       WHEN NOT W-REGIMES-VALIDES
                           DISPLAY "REGIMES : O OU N SEULEMENT     "
                                                     AT 1805
                       WHEN W-STATUT-SAISI NOT = "A"
                        AND W-STATUT-SAISI NOT = "I"
                           DISPLAY "LE STATUT DOIT ETRE A OU I     "
                                                     AT 1805
                       WHEN OTHER
                           PERFORM 20000-ENREGISTRER-CATEGORIE
                           ADD 1 TO W-COMPTE-CATEGORIES
                           DISPLAY "CATEGORIE MISE A JOUR          "
                                                     AT 1805
                   END-EVALUATE
               END-IF
           END-IF.

      *UNE ALLOCATION EST VISEE PAR DEFAUT PAR TOUS LES REGIMES ;
      *L'OPERATEUR EXCLUT CEUX QUI NE S'Y APPLIQUENT PAS.
       15000-SAISIR-REGIMES.
           MOVE "OOOO" TO W-REGIMES-SAISIS.
           DISPLAY "IMPOSABLE AU FEDERAL (O/N)        : " AT 1005.
           ACCEPT  W-FED-SAISI AT 1042.
           DISPLAY "IMPOSABLE AU PROVINCIAL (O/N)     : " AT 1105.
           ACCEPT  W-PROV-SAISI AT 1142.
           DISPLAY "COTISABLE A LA RRQ (O/N)          : " AT 1205.
           ACCEPT  W-RRQ-SAISI AT 1242.
           DISPLAY "ASSURABLE AE/RQAP (O/N)           : " AT 1305.
           ACCEPT  W-ASSUR-SAISI AT 1342.
           MOVE FUNCTION UPPER-CASE(W-REGIMES-SAISIS)
             TO W-REGIMES-SAISIS.

       16000-VALIDER-REGIMES.
           MOVE 1 TO W-IND-REGIMES-VALIDES.
           PERFORM VARYING W-POS-REGIME FROM 1 BY 1
                   UNTIL W-POS-REGIME > 4
               IF W-REGIMES-SAISIS(W-POS-REGIME:1) NOT = "O"
                  AND W-REGIMES-SAISIS(W-POS-REGIME:1) NOT = "N"
                   MOVE 0 TO W-IND-REGIMES-VALIDES
               END-IF
           END-PERFORM.

       20000-ENREGISTRER-CATEGORIE.
           MOVE 0 TO W-IND-CF-ABSENTE.
           MOVE W-CODE-SAISI TO CF-CODE.
           READ FICHIER-CAT-FRAIS
               INVALID KEY MOVE 1 TO W-IND-CF-ABSENTE
           END-READ.

           MOVE W-CODE-SAISI    TO CF-CODE.
           MOVE W-DESC-SAISIE   TO CF-DESCRIPTION.
           MOVE W-NATURE-SAISIE TO CF-NATURE.
           MOVE W-FED-SAISI     TO CF-IMPOSABLE-FED.
           MOVE W-PROV-SAISI    TO CF-IMPOSABLE-PROV.
           MOVE W-RRQ-SAISI     TO CF-COTISABLE-RRQ.
           MOVE W-ASSUR-SAISI   TO CF-ASSURABLE.
           MOVE W-STATUT-SAISI  TO CF-ACTIF.
           MOVE SPACES          TO CF-RESERVE.
           IF W-CF-ABSENTE
               WRITE CF-FICHE-CATEGORIE
           ELSE
               REWRITE CF-FICHE-CATEGORIE
           END-IF.

       40000-SUPPRIMER-CATEGORIE.
           MOVE 0 TO W-IND-CF-ABSENTE.
           MOVE W-CODE-SAISI TO CF-CODE.
           READ FICHIER-CAT-FRAIS
               INVALID KEY MOVE 1 TO W-IND-CF-ABSENTE
           END-READ.
           IF W-CF-ABSENTE
               DISPLAY "AUCUNE CATEGORIE SOUS CE CODE  " AT 1805
           ELSE
               DELETE FICHIER-CAT-FRAIS
               ADD 1 TO W-COMPTE-CATEGORIES
               DISPLAY "CATEGORIE SUPPRIMEE            " AT 1805
           END-IF.
