      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: SOUS-PROGRAMME COMMUN DES LIBELLES TRADUISIBLES DES
      *          DOCUMENTS ET ECRANS REMIS AUX EMPLOYES. LA TABLE DES
      *          TEXTES (Textes.dat, TENUE PAR LES TRADUCTEURS) PORTE
      *          UNE LIGNE PAR DOCUMENT, NUMERO DE LIBELLE ET LANGUE
      *          (F = FRANCAIS, A = ANGLAIS). ELLE EST CHARGEE EN
      *          MEMOIRE AU PREMIER APPEL ; CHAQUE APPEL REND LES
      *          LIBELLES 1 A N DU DOCUMENT DEMANDE DANS LA LANGUE DE
      *          L'EMPLOYE. UN LIBELLE ANGLAIS ABSENT RETOMBE SUR LE
      *          FRANCAIS, ET TOUTE AUTRE LANGUE QUE "A" VAUT "F".
      *          DOCUMENTS : BUL (BULLETINS DE PAYE ET DE VACANCES),
      *          CHQ (CHEQUES), REL (T4 / RELEVE 1), ROE (RELEVE
      *          D'EMPLOI), ATT (ATTESTATION D'EMPLOI), CON (ECRANS
      *          LIBRE-SERVICE DE CONSULTEMPLOYE).

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEXTEDOC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-TEXTES  ASSIGN TO "Textes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-TEXTES.

       DATA DIVISION.

       FILE SECTION.

      *********************************************************
      * Table des textes : document, numero du libelle dans le
      * document, langue (F/A) et libelle.
      *********************************************************
       FD  FICHIER-TEXTES.
       01  LIGNE-TEXTE.
           05  TX-DOCUMENT             PIC X(3).
           05  TX-NUMERO               PIC 9(2).
           05  TX-LANGUE               PIC X.
           05  TX-TEXTE                PIC X(60).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-CHARGEE        PIC 9   VALUE 0.
               88  W-TABLE-CHARGEE          VALUE 1.
           05  W-IND-FIN-TEXTES     PIC 9.
               88  W-FIN-TEXTES             VALUE 1.

       01  W-STATUT-TEXTES          PIC XX.
           88  TEXTES-OK                    VALUE "00".
           88  TEXTES-INEXISTANT            VALUE "35".

       01  W-LANGUE-DEMANDEE        PIC X.
           88  W-LANGUE-ANGLAIS             VALUE "A".

      *********************************************************
      * Table des textes en memoire, tous documents et langues.
      *********************************************************
       01  W-TABLE-TEXTES.
           05  W-NB-TEXTES          PIC 9(4)   VALUE 0.
           05  W-TEXTE-ENTREE OCCURS 1000 TIMES
                                    INDEXED BY W-IDX-TX.
               10  W-TX-DOCUMENT    PIC X(3).
               10  W-TX-NUMERO      PIC 9(2).
               10  W-TX-LANGUE      PIC X.
               10  W-TX-TEXTE       PIC X(60).

       01  W-IDX-LIBELLE            PIC 9(2).

       LINKAGE SECTION.
       01  W-TD-DOCUMENT            PIC X(3).
       01  W-TD-LANGUE              PIC X.
       01  W-TD-NOMBRE              PIC 9(2).
       01  W-TD-TEXTES.
           05  W-TD-TEXTE           PIC X(60) OCCURS 60.

       PROCEDURE DIVISION USING W-TD-DOCUMENT W-TD-LANGUE
                                W-TD-NOMBRE W-TD-TEXTES.

       00000-MAIN.
           IF NOT W-TABLE-CHARGEE
               PERFORM 10000-CHARGER-TEXTES
           END-IF.

           MOVE FUNCTION UPPER-CASE(W-TD-LANGUE) TO W-LANGUE-DEMANDEE.

           PERFORM VARYING W-IDX-LIBELLE FROM 1 BY 1
                   UNTIL W-IDX-LIBELLE > W-TD-NOMBRE
               MOVE SPACES TO W-TD-TEXTE(W-IDX-LIBELLE)
           END-PERFORM.

      *LE FRANCAIS D'ABORD, PUIS L'ANGLAIS PAR-DESSUS : UN LIBELLE
      *PAS ENCORE TRADUIT RESTE EN FRANCAIS.
           PERFORM 20000-RENDRE-LANGUE-F.
           IF W-LANGUE-ANGLAIS
               PERFORM 21000-RENDRE-LANGUE-A
           END-IF.

           EXIT PROGRAM.

       10000-CHARGER-TEXTES.
           MOVE 0 TO W-NB-TEXTES W-IND-FIN-TEXTES.
           OPEN INPUT FICHIER-TEXTES.
           IF TEXTES-OK
               PERFORM UNTIL W-FIN-TEXTES OR W-NB-TEXTES = 1000
                   READ FICHIER-TEXTES
                       AT END MOVE 1 TO W-IND-FIN-TEXTES
                       NOT AT END
                           IF TX-DOCUMENT NOT = SPACES
                              AND TX-NUMERO IS NUMERIC
                               ADD 1 TO W-NB-TEXTES
                               MOVE TX-DOCUMENT
                                 TO W-TX-DOCUMENT(W-NB-TEXTES)
                               MOVE TX-NUMERO
                                 TO W-TX-NUMERO(W-NB-TEXTES)
                               MOVE FUNCTION UPPER-CASE(TX-LANGUE)
                                 TO W-TX-LANGUE(W-NB-TEXTES)
                               MOVE TX-TEXTE
                                 TO W-TX-TEXTE(W-NB-TEXTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TEXTES
           END-IF.
           MOVE 1 TO W-IND-CHARGEE.

       20000-RENDRE-LANGUE-F.
           PERFORM VARYING W-IDX-TX FROM 1 BY 1
                   UNTIL W-IDX-TX > W-NB-TEXTES
               IF W-TX-DOCUMENT(W-IDX-TX) = W-TD-DOCUMENT
                  AND W-TX-LANGUE(W-IDX-TX) = "F"
                  AND W-TX-NUMERO(W-IDX-TX) > 0
                  AND W-TX-NUMERO(W-IDX-TX) NOT > W-TD-NOMBRE
                   MOVE W-TX-NUMERO(W-IDX-TX) TO W-IDX-LIBELLE
                   MOVE W-TX-TEXTE(W-IDX-TX)
                     TO W-TD-TEXTE(W-IDX-LIBELLE)
               END-IF
           END-PERFORM.

       21000-RENDRE-LANGUE-A.
           PERFORM VARYING W-IDX-TX FROM 1 BY 1
                   UNTIL W-IDX-TX > W-NB-TEXTES
               IF W-TX-DOCUMENT(W-IDX-TX) = W-TD-DOCUMENT
                  AND W-TX-LANGUE(W-IDX-TX) = "A"
                  AND W-TX-TEXTE(W-IDX-TX) NOT = SPACES
                  AND W-TX-NUMERO(W-IDX-TX) > 0
                  AND W-TX-NUMERO(W-IDX-TX) NOT > W-TD-NOMBRE
                   MOVE W-TX-NUMERO(W-IDX-TX) TO W-IDX-LIBELLE
                   MOVE W-TX-TEXTE(W-IDX-TX)
                     TO W-TD-TEXTE(W-IDX-LIBELLE)
               END-IF
           END-PERFORM.
