           05  W-IND-PAPIER         PIC 9.
               88  W-BULLETIN-PAPIER        VALUE 1.

      *********************************************************
      * Entetes qui ouvrent un talon dans Bulletins.doc, dans
      * les deux langues des bulletins : libelles 1 (bulletin
      * de paye) et 2 (paye de vacances) du document "BUL" de
      * la table des textes, suivis de " - ".
      *********************************************************
       01  W-ENTETES-TALON.
           05  W-ET-DOCUMENT        PIC X(3)   VALUE "BUL".
           05  W-ET-LANGUE          PIC X.
           05  W-ET-NOMBRE          PIC 9(2)   VALUE 2.
           05  W-ET-TEXTES-F.
               10  W-ET-BULLETIN-F  PIC X(60).
               10  W-ET-VACANCES-F  PIC X(60).
           05  W-ET-TEXTES-A.
               10  W-ET-BULLETIN-A  PIC X(60).
               10  W-ET-VACANCES-A  PIC X(60).
           05  W-ET-SOURCE          PIC X(60).
           05  W-ET-POINTEUR        PIC 9(3).
           05  W-ET-NB-ENTETES      PIC 9      VALUE 0.
           05  W-ET-ENTETE-LIGNE OCCURS 4 TIMES
                                    INDEXED BY W-IDX-ET.
               10  W-ET-ENTETE      PIC X(64).
               10  W-ET-LONGUEUR    PIC 9(2).
           05  W-IND-ENTETE         PIC 9.
               88  W-EST-ENTETE             VALUE 1.

       01  W-COMPTEURS.
           05  W-COMPTE-DIFFUSES    PIC 9(4) VALUE 0.
           05  W-COMPTE-PAPIER      PIC 9(4) VALUE 0.
      ******************************************************************
      *  DECOUPE Bulletins.doc EN UN FICHIER PAR EMPLOYE : CHAQUE
      *  ENTETE "BULLETIN DE PAYE - ..." OU "PAYE DE VACANCES - ..."
      *  (OU SON EQUIVALENT ANGLAIS, SELON LA LANGUE DE L'EMPLOYE)
      *  OUVRE UN NOUVEAU TALON. LE CODE EMPLOYE EST TIRE DE LA
      *  PARENTHESE DE L'ENTETE ; SON COURRIEL VIENT DE LA FICHE.
      ******************************************************************
                   OPEN OUTPUT FICHIER-MANIFESTE
               END-IF

               PERFORM 12000-PREPARER-ENTETES
               MOVE 0 TO W-IND-FIN-FICHIER W-IND-STUB-OUVERT
                         W-IND-PAPIER
               PERFORM 11000-LIRE-BULLETIN
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       12000-PREPARER-ENTETES.
           MOVE "F" TO W-ET-LANGUE.
           CALL "TEXTEDOC" USING W-ET-DOCUMENT W-ET-LANGUE
                                 W-ET-NOMBRE W-ET-TEXTES-F.
           MOVE "A" TO W-ET-LANGUE.
           CALL "TEXTEDOC" USING W-ET-DOCUMENT W-ET-LANGUE
                                 W-ET-NOMBRE W-ET-TEXTES-A.
           MOVE 0 TO W-ET-NB-ENTETES.
           MOVE W-ET-BULLETIN-F TO W-ET-SOURCE.
           PERFORM 12100-AJOUTER-ENTETE.
           MOVE W-ET-VACANCES-F TO W-ET-SOURCE.
           PERFORM 12100-AJOUTER-ENTETE.
           MOVE W-ET-BULLETIN-A TO W-ET-SOURCE.
           PERFORM 12100-AJOUTER-ENTETE.
           MOVE W-ET-VACANCES-A TO W-ET-SOURCE.
           PERFORM 12100-AJOUTER-ENTETE.

       12100-AJOUTER-ENTETE.
           IF W-ET-SOURCE NOT = SPACES
               ADD 1 TO W-ET-NB-ENTETES
               MOVE SPACES TO W-ET-ENTETE(W-ET-NB-ENTETES)
               MOVE 1 TO W-ET-POINTEUR
               STRING W-ET-SOURCE DELIMITED BY "  "
                      " - "       DELIMITED BY SIZE
                 INTO W-ET-ENTETE(W-ET-NB-ENTETES)
                 WITH POINTER W-ET-POINTEUR
               COMPUTE W-ET-LONGUEUR(W-ET-NB-ENTETES) =
                   W-ET-POINTEUR - 1
           END-IF.

      ******************************************************************
      *  LE SAUT DE PAGE DU CALCUL LAISSE UN CARACTERE DE CONTROLE EN
      *  TETE DE L'ENTETE : LA LIGNE EST NETTOYEE AVANT COMPARAISON.
               MOVE LIGNE-BULLETIN(2:119) TO W-LIGNE-NETTE
           END-IF.

           MOVE 0 TO W-IND-ENTETE.
           PERFORM VARYING W-IDX-ET FROM 1 BY 1
                   UNTIL W-IDX-ET > W-ET-NB-ENTETES OR W-EST-ENTETE
               IF W-LIGNE-NETTE(1:W-ET-LONGUEUR(W-IDX-ET)) =
                  W-ET-ENTETE(W-IDX-ET)(1:W-ET-LONGUEUR(W-IDX-ET))
                   MOVE 1 TO W-IND-ENTETE
               END-IF
           END-PERFORM.

           IF W-EST-ENTETE
               PERFORM 30000-CLORE-STUB
               PERFORM 25000-OUVRIR-NOUVEAU-STUB
           END-IF.
