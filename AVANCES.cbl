           05  EMP-GROUPE-PAYE         PIC X(2).
           05  EMP-PROVINCE            PIC X(2).
           05  EMP-DEPARTEMENT         PIC X(2).
           05  EMP-CLASSE              PIC X(4).
           05  EMP-ECHELON             PIC 9(2).
           05  EMP-LANGUE              PIC X.
           05  EMP-RESERVE             PIC X(3).

      *********************************************************
      * Creances d'avances : une fiche par avance emise (code
      *AVANCES D'UN EMPLOYE : IL N'ENTRE QU'UNE FOIS AU TOTAL.
       01  W-DERNIER-CODE-TOTAL     PIC X(6) VALUE SPACES.

      *********************************************************
      * Libelles du cheque dans la langue de l'employe (F/A),
      * tires de la table des textes par TEXTEDOC (document
      * "CHQ").
      *********************************************************
       01  W-LANGUE-DOC             PIC X.
       01  W-TC-LANGUE              PIC X      VALUE LOW-VALUE.
       01  W-TC-DOCUMENT            PIC X(3)   VALUE "CHQ".
       01  W-TC-NOMBRE              PIC 9(2)   VALUE 6.
       01  W-TEXTES-CHEQUE.
           05  W-TC-CHEQUE-NO       PIC X(60).
           05  W-TC-DATE            PIC X(60).
           05  W-TC-ORDRE           PIC X(60).
           05  W-TC-MONTANT         PIC X(60).
           05  W-TC-AVANCE          PIC X(60).
           05  W-TC-REMPLACEMENT    PIC X(60).

       01  W-EDITION.
           05  W-ED-MONTANT         PIC $$$,$$9.99.
           05  W-ED-SOLDE           PIC $$$,$$9.99.
           CLOSE FICHIER-RETRAITS.

       34000-EMETTRE-CHEQUE.
           PERFORM 34100-CHARGER-TEXTES-CHEQUE.
           MOVE W-MONTANT-SAISI TO W-ED-MONTANT.
           MOVE SPACES TO LIGNE-CHEQUE.
           STRING W-TC-CHEQUE-NO      DELIMITED BY "  "
                  " "                 DELIMITED BY SIZE
                  W-PROCHAIN-CHEQUE   DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  W-TC-DATE           DELIMITED BY "  "
                  " "                 DELIMITED BY SIZE
                  W-DATE-DU-JOUR      DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  W-TC-ORDRE          DELIMITED BY "  "
                  " "                 DELIMITED BY SIZE
                  EMP-NOM             DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  EMP-PREN            DELIMITED BY SIZE
           WRITE LIGNE-CHEQUE AFTER ADVANCING PAGE.

           MOVE SPACES TO LIGNE-CHEQUE.
           STRING W-TC-MONTANT        DELIMITED BY "  "
                  ": "                DELIMITED BY SIZE
                  W-ED-MONTANT        DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  W-TC-AVANCE         DELIMITED BY "  "
             INTO LIGNE-CHEQUE.
           WRITE LIGNE-CHEQUE AFTER ADVANCING 1 LINE.

           WRITE REG-CHEQUE-LIGNE.
           ADD 1 TO W-PROCHAIN-CHEQUE.

      ******************************************************************
      *  LIBELLES DU CHEQUE DANS LA LANGUE DE L'EMPLOYE.
      ******************************************************************
       34100-CHARGER-TEXTES-CHEQUE.
           IF EMP-LANGUE = "A" OR EMP-LANGUE = "a"
               MOVE "A" TO W-LANGUE-DOC
           ELSE
               MOVE "F" TO W-LANGUE-DOC
           END-IF.
           IF W-LANGUE-DOC NOT = W-TC-LANGUE
               CALL "TEXTEDOC" USING W-TC-DOCUMENT W-LANGUE-DOC
                                     W-TC-NOMBRE W-TEXTES-CHEQUE
               MOVE W-LANGUE-DOC TO W-TC-LANGUE
           END-IF.

       35000-ECRIRE-AUDIT.
           MOVE W-CODE-SAISI    TO W-AU-CODE.
           MOVE "AVANCE"        TO W-AU-OPERATION.
