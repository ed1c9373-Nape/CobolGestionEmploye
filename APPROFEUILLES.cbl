      *          AUCUNE HEURE SAISIE SANS SECOND REGARD NE PEUT
      *          ETRE PAYEE - LE POINT SOULEVE DEUX ANS DE SUITE
      *          PAR LE VERIFICATEUR EXTERNE.
      *          AVANT L'APPROBATION, LE RAPPORT DES EXCEPTIONS DE
      *          PRESENCE DE LA PERIODE (RAPPORTPRESENCE : RETARDS,
      *          DEPARTS HATIFS, HEURES HORS HORAIRE, ABSENCES SANS
      *          MAL/SNS, JOURS PREVUS SANS POINCON) EST PRODUIT ET
      *          SON NOMBRE D'EXCEPTIONS AFFICHE.

      ******************************************************************
       IDENTIFICATION DIVISION.
               10  FT-ANNEE            PIC 9(4).
               10  FT-PERIODE          PIC 9(2).
               10  FT-GAIN             PIC X(3).
               10  FT-IMPUTATION.
                   15  FT-DEPT-IMPUT   PIC X(2).
                   15  FT-PROJET       PIC X(6).
               10  FT-ORIGINE.
                   15  FT-ANNEE-ORIG   PIC 9(4).
                   15  FT-PERIODE-ORIG PIC 9(2).
           05  FT-HEURES               PIC 9(3).
           05  FT-MONTANT              PIC 9(5)V99.
           05  FT-STATUT-APPR          PIC X.
               88  FT-APPROUVEE        VALUE "A".
           05  FT-APPROBATEUR          PIC X(8).
           05  FT-SENS                 PIC X.
               88  FT-RETRAIT          VALUE "-".
           05  FT-RESERVE              PIC X.

       FD  RAPPORT-APPROB.
           88  W-APPROB-FIN             VALUE "Q" "q".

       01  W-CODE-SAISI             PIC X(6).
       01  W-NB-EXCEPTIONS-PRES     PIC 9(4).
       01  W-LIGNE-ECRAN            PIC 99.
       01  W-LIGNE-TOTAL            PIC X(60).

           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-GAIN            PIC X(3).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-DEPT-IMPUT      PIC X(2).
           05  FILLER               PIC X(1)    VALUE SPACES.
           05  W-LD-PROJET          PIC X(6).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-HEURES          PIC ZZ9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-MONTANT         PIC $$$,$$9.99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-STATUT          PIC X(10).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-CORRECTION      PIC X(22).

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
                   MOVE "AUCUNE LIGNE POUR CETTE PERIODE"
                   TO W-MESSAGE-ERREUR
               ELSE
                   PERFORM 35000-EXCEPTIONS-PRESENCE
                   MOVE 0 TO W-IND-FIN-SAISIE
                   PERFORM 40000-BOUCLE-APPROBATION
                       UNTIL W-FIN-SAISIE
                  " **"               DELIMITED BY SIZE
             INTO LIGNE-APPROB.
           WRITE LIGNE-APPROB.
           MOVE SPACES TO LIGNE-APPROB.
           STRING "  RG  CODE    GAIN DP PROJET  HRS"
                                      DELIMITED BY SIZE
                  "     MONTANT    STATUT      CORRECTION"
                                      DELIMITED BY SIZE
             INTO LIGNE-APPROB.
           WRITE LIGNE-APPROB AFTER ADVANCING 2 LINES.

      *UNE PASSE PAR REGION POUR GROUPER LE RAPPORT PAR REGION
               MOVE W-REGION-EMPLOYE TO W-LD-REGION
               MOVE FT-CODE          TO W-LD-CODE
               MOVE FT-GAIN          TO W-LD-GAIN
               MOVE FT-DEPT-IMPUT    TO W-LD-DEPT-IMPUT
               MOVE FT-PROJET        TO W-LD-PROJET
               MOVE FT-HEURES        TO W-LD-HEURES
               MOVE FT-MONTANT       TO W-LD-MONTANT
               MOVE SPACES           TO W-LD-CORRECTION
               IF FT-ANNEE-ORIG NOT = 0
                   PERFORM 22100-DECRIRE-CORRECTION
               END-IF
               IF FT-APPROUVEE
                   MOVE "APPROUVEE"  TO W-LD-STATUT
               ELSE
               END-IF
               WRITE LIGNE-APPROB FROM W-LIGNE-DETAIL
                                  AFTER ADVANCING 1 LINE
               IF FT-ANNEE-ORIG = 0
                   ADD FT-HEURES  TO W-RG-HEURES(W-IDX-REG)
               END-IF
               ADD FT-MONTANT TO W-RG-MONTANTS(W-IDX-REG)
               ADD 1 TO W-RG-LIGNES(W-IDX-REG)
               ADD 1 TO W-COMPTE-LIGNES
           END-IF.

      *LIGNE DE CORRECTION D'UNE PERIODE DEJA PAYEE : LA PERIODE
      *CORRIGEE ET LE SENS (AJOUT OU RETRAIT D'HEURES) ; SES
      *HEURES NE COMPTENT PAS AU TOTAL DE LA PERIODE.
       22100-DECRIRE-CORRECTION.
           IF FT-RETRAIT
               STRING "CORR. "          DELIMITED BY SIZE
                      FT-ANNEE-ORIG     DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      FT-PERIODE-ORIG   DELIMITED BY SIZE
                      " RETRAIT"        DELIMITED BY SIZE
                 INTO W-LD-CORRECTION
           ELSE
               STRING "CORR. "          DELIMITED BY SIZE
                      FT-ANNEE-ORIG     DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      FT-PERIODE-ORIG   DELIMITED BY SIZE
                      " AJOUT"          DELIMITED BY SIZE
                 INTO W-LD-CORRECTION
           END-IF.

      ******************************************************************
      *  AFFICHE A L'ECRAN LES TOTAUX PAR REGION (LIGNES, HEURES,
      *  LIGNES EN ATTENTE), LE DETAIL ETANT AU RAPPORT.
               END-IF
           END-PERFORM.

      ******************************************************************
      *  RAPPORT DES EXCEPTIONS DE PRESENCE DE LA PERIODE (HORAIRES
      *  CONTRE POINCONS ET FEUILLES), A CONSULTER AVANT D'APPROUVER.
      ******************************************************************
       35000-EXCEPTIONS-PRESENCE.
           MOVE 0 TO W-NB-EXCEPTIONS-PRES.
           CALL "RAPPORTPRESENCE" USING W-ANNEE-SAISIE
                                        W-PERIODE-SAISIE
                                        W-OPERATEUR
                                        W-NB-EXCEPTIONS-PRES.
           MOVE SPACES TO W-LIGNE-TOTAL.
           STRING "EXCEPTIONS DE PRESENCE : " DELIMITED BY SIZE
                  W-NB-EXCEPTIONS-PRES        DELIMITED BY SIZE
                  " (ExceptionsPresence.doc)" DELIMITED BY SIZE
             INTO W-LIGNE-TOTAL.
           DISPLAY W-LIGNE-TOTAL AT 1805.

      ******************************************************************
      *  BOUCLE D'APPROBATION : T = TOUT LE LOT, C = UN EMPLOYE A LA
      *  FOIS, Q = FIN. CHAQUE LIGNE APPROUVEE RECOIT LE STATUT "A"
               MOVE W-ANNEE-SAISIE   TO FT-ANNEE
               MOVE W-PERIODE-SAISIE TO FT-PERIODE
               MOVE LOW-VALUES       TO FT-GAIN
               MOVE LOW-VALUES       TO FT-IMPUTATION
               START FICHIER-FEUILLES KEY IS NOT LESS THAN FT-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
               END-START
