      *          ESSAI A ZERO DOLLAR DANS LE FICHIER EFT), ET PERMET
      *          A L'OPERATEUR, UNE FOIS LA PRENOTE PASSEE A LA
      *          BANQUE SANS REJET, DE CONFIRMER LES COORDONNEES
      *          ("C") POUR QUE LES DEPOTS REPRENNENT. LES COMPTES
      *          DE LA REPARTITION DU DEPOT (REPARTDEPOT.DAT) EN
      *          ATTENTE SONT LISTES SOUS L'EMPLOYE ET CONFIRMES AVEC
      *          SA FICHE. CHAQUE CONFIRMATION EST CONSIGNEE DANS LA
      *          PISTE D'AUDIT.

      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS EMP-REGION
                          WITH DUPLICATES.

       SELECT FICHIER-REPART  ASSIGN TO "REPARTDEPOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-CLE.


       DATA DIVISION.

           05  EMP-DEPARTEMENT         PIC X(2).
           05  EMP-RESERVE             PIC X(10).

      *********************************************************
      * Repartition du depot direct (SAISIEREPARTDEPOT) :
      * DR-STATUT-COORD "P" = compte en attente de prenote.
      *********************************************************
       FD  FICHIER-REPART
       LABEL RECORD STANDARD.
       01  DR-FICHE-REPARTITION.
           05  DR-CLE.
               10  DR-CODE             PIC X(6).
               10  DR-PRIORITE         PIC 9(2).
           05  DR-INSTITUTION          PIC 9(3).
           05  DR-TRANSIT              PIC 9(5).
           05  DR-COMPTE               PIC X(12).
           05  DR-TYPE                 PIC X.
           05  DR-VALEUR               PIC 9(5)V99.
           05  DR-STATUT-COORD         PIC X.
               88  DR-COORD-EN-ATTENTE     VALUE "P".
           05  DR-RESERVE              PIC X(10).


       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-EMP-ABSENT     PIC 9.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-FIN-REPART     PIC 9   VALUE 0.
               88  W-FIN-REPART             VALUE 1.
           05  W-IND-REPART-OUVERT  PIC 9   VALUE 0.
               88  W-REPART-OUVERT          VALUE 1.


       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-LIGNE-AFFICHEE         PIC X(60).
       01  W-CODE-SAISI             PIC X(6).
       01  W-EMP-AVANT-IMAGE        PIC X(194).
       01  W-DR-AVANT-IMAGE         PIC X(47).

       01  W-FILE-DETAIL.
           05  W-SIZE-REPART        PIC X(8)   COMP-X.

      *********************************************************
      * Zone d'appel du masquage des comptes (MASQUERP).
      *********************************************************
       01  W-MQ-TYPE                PIC X     VALUE "C".
       01  W-MQ-VALEUR              PIC X(12).
       01  W-MQ-AFFICHAGE           PIC X(15).
       01  W-MQ-JOURNAL             PIC X     VALUE "N".

      *********************************************************
      * Zone d'appel de la piste d'audit indexee
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-DU-JOUR.

           OPEN I-O FICHIER-IDX.
           MOVE 0 TO W-IND-REPART-OUVERT.
           CALL "CBL_CHECK_FILE_EXIST" USING "REPARTDEPOT.DAT "
                                              W-SIZE-REPART.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-REPART
               MOVE 1 TO W-IND-REPART-OUVERT
           END-IF.

           PERFORM 10000-LISTER-EN-ATTENTE.

           END-IF.

           CLOSE FICHIER-IDX.
           IF W-REPART-OUVERT
               CLOSE FICHIER-REPART
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-CONFIRMES TO W-JE-COMPTE.

       12000-AFFICHER-SI-EN-ATTENTE.
           IF EMP-COORD-EN-ATTENTE AND W-LIGNE-ECRAN < 18
               MOVE EMP-COMPTE TO W-MQ-VALEUR
               PERFORM 16000-MASQUER-COMPTE
               MOVE SPACES TO W-LIGNE-AFFICHEE
               STRING EMP-CODE        DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      "/"             DELIMITED BY SIZE
                      EMP-TRANSIT     DELIMITED BY SIZE
                      "/"             DELIMITED BY SIZE
                      W-MQ-AFFICHAGE  DELIMITED BY SIZE
                 INTO W-LIGNE-AFFICHEE
               DISPLAY W-LIGNE-AFFICHEE AT LINE W-LIGNE-ECRAN
                                        COLUMN 10
               ADD 1 TO W-LIGNE-ECRAN
               IF W-REPART-OUVERT
                   PERFORM 13000-LISTER-REPARTITION
               END-IF
           END-IF.
           IF EMP-COORD-EN-ATTENTE
               ADD 1 TO W-COMPTE-EN-ATTENTE
           END-IF.
           PERFORM 11000-LIRE-EMPLOYE.

      ******************************************************************
      *  SOUS L'EMPLOYE, SES COMPTES DE REPARTITION EN ATTENTE.
      ******************************************************************
       13000-LISTER-REPARTITION.
           PERFORM 14000-DEBUTER-REPARTITION.
           PERFORM UNTIL W-FIN-REPART
               IF DR-COORD-EN-ATTENTE AND W-LIGNE-ECRAN < 18
                   MOVE DR-COMPTE TO W-MQ-VALEUR
                   PERFORM 16000-MASQUER-COMPTE
                   MOVE SPACES TO W-LIGNE-AFFICHEE
                   STRING "       REPARTITION " DELIMITED BY SIZE
                          DR-PRIORITE          DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          DR-INSTITUTION       DELIMITED BY SIZE
                          "/"                  DELIMITED BY SIZE
                          DR-TRANSIT           DELIMITED BY SIZE
                          "/"                  DELIMITED BY SIZE
                          W-MQ-AFFICHAGE       DELIMITED BY SIZE
                     INTO W-LIGNE-AFFICHEE
                   DISPLAY W-LIGNE-AFFICHEE AT LINE W-LIGNE-ECRAN
                                            COLUMN 10
                   ADD 1 TO W-LIGNE-ECRAN
               END-IF
               PERFORM 15000-LIRE-REPARTITION
           END-PERFORM.

       14000-DEBUTER-REPARTITION.
           MOVE 0        TO W-IND-FIN-REPART.
           MOVE EMP-CODE TO DR-CODE.
           MOVE 0        TO DR-PRIORITE.
           START FICHIER-REPART KEY IS NOT LESS THAN DR-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-REPART
           END-START.
           PERFORM 15000-LIRE-REPARTITION.

       15000-LIRE-REPARTITION.
           READ FICHIER-REPART NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-REPART
           END-READ.
           IF NOT W-FIN-REPART AND DR-CODE NOT = EMP-CODE
               MOVE 1 TO W-IND-FIN-REPART
           END-IF.

      ******************************************************************
      *  COMPTE AFFICHE EN CLAIR OU MASQUE SELON LE DROIT DE
      *  L'OPERATEUR.
      ******************************************************************
       16000-MASQUER-COMPTE.
           CALL "MASQUERP" USING W-OPERATEUR EMP-CODE W-MQ-TYPE
                                 W-MQ-VALEUR W-MQ-AFFICHAGE
                                 W-MQ-JOURNAL.

      ******************************************************************
      *  CONFIRME LA PRENOTE D'UN EMPLOYE (BLANC = FIN) : SES
      *  COORDONNEES PASSENT A "C" ET LES DEPOTS REPRENNENT AU
                       MOVE "C" TO EMP-STATUT-COORD
                       REWRITE EMP-FICHE-PERSONNELLE
                       PERFORM 30000-ECRIRE-AUDIT
                       IF W-REPART-OUVERT
                           PERFORM 25000-CONFIRMER-REPARTITION
                       END-IF
                       ADD 1 TO W-COMPTE-CONFIRMES
                       DISPLAY "PRENOTE CONFIRMEE              "
                                                AT 2105
               END-EVALUATE
           END-IF.

      ******************************************************************
      *  LES COMPTES DE REPARTITION EN ATTENTE DE L'EMPLOYE PASSENT
      *  A "C" AVEC SA FICHE (LA PRENOTE LES A TOUS PORTES).
      ******************************************************************
       25000-CONFIRMER-REPARTITION.
           PERFORM 14000-DEBUTER-REPARTITION.
           PERFORM UNTIL W-FIN-REPART
               IF DR-COORD-EN-ATTENTE
                   MOVE DR-FICHE-REPARTITION TO W-DR-AVANT-IMAGE
                   MOVE "C" TO DR-STATUT-COORD
                   REWRITE DR-FICHE-REPARTITION
                   MOVE EMP-CODE             TO W-AU-CODE
                   MOVE "PRENOTE-OK"         TO W-AU-OPERATION
                   MOVE W-OPERATEUR          TO W-AU-OPER-ID
                   MOVE W-DR-AVANT-IMAGE     TO W-AU-AVANT
                   MOVE DR-FICHE-REPARTITION TO W-AU-APRES
                   CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                             W-AU-OPER-ID
                                             W-AU-AVANT W-AU-APRES
               END-IF
               PERFORM 15000-LIRE-REPARTITION
           END-PERFORM.

       30000-ECRIRE-AUDIT.
           MOVE EMP-CODE              TO W-AU-CODE.
           MOVE "PRENOTE-OK"          TO W-AU-OPERATION.
