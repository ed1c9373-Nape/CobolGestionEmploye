      *          "E" (EMPLOYE LIBRE-SERVICE) EXIGE LE CODE EMPLOYE
      *          RATTACHE. CHAQUE ACTION EST CONSIGNEE DANS LA
      *          PISTE D'AUDIT. FINI LE FICHIER PEUPLE UNIQUEMENT
      *          PAR LE COMPTE ADMIN D'AMORCE. L'ACCES AU NAS ET AU
      *          COMPTE BANCAIRE EN CLAIR (FIN D'ANNEE, TRAVAIL
      *          BANCAIRE) S'ACCORDE COMPTE PAR COMPTE ; SANS LUI,
      *          CES VALEURS SONT MASQUEES (VOIR MASQUERP).

      ******************************************************************
       IDENTIFICATION DIVISION.
           05  OP-FORCER-CHGT          PIC X.
           05  OP-NB-ECHECS            PIC 9.
           05  OP-CODE-EMPLOYE         PIC X(6).
           05  OP-ACCES-SENSIBLE       PIC X.
               88  OP-ACCES-COMPLET        VALUE "O".
           05  OP-RESERVE              PIC X(9).


       WORKING-STORAGE SECTION.
               88  W-ACTION-DESACT          VALUE "D" "d".
               88  W-ACTION-REINIT          VALUE "R" "r".
               88  W-ACTION-DEBLOC          VALUE "B" "b".
               88  W-ACTION-ACCES           VALUE "N" "n".
               88  W-ACTION-FIN             VALUE "Q" "q".
           05  W-ID-SAISI           PIC X(8).
           05  W-ROLE-SAISI         PIC X.
           05  W-NOM-SAISI          PIC X(20).
           05  W-CODE-EMP-SAISI     PIC X(6).
           05  W-ACCES-SAISI        PIC X.
               88  W-ACCES-ACCORDE          VALUE "O" "o".
           05  W-MP-TEMP            PIC X(8).
           05  W-MP-HACHE           PIC 9(8).
           05  W-NOTE-AUDIT         PIC X(40).
           MOVE SPACE TO W-CHOIX-ACTION.
           DISPLAY "A) AJOUTER  D) DESACTIVER/REACTIVER  R) REINITIALI
      -"SER"                                          AT 0405.
           DISPLAY "B) DEBLOQUER  N) NAS/COMPTE EN CLAIR  Q) FIN : "
                                                      AT 0605.
           ACCEPT  W-CHOIX-ACTION AT 0652.

           EVALUATE TRUE
               WHEN W-ACTION-AJOUT
                   PERFORM 40000-REINITIALISER-MDP
               WHEN W-ACTION-DEBLOC
                   PERFORM 50000-DEBLOQUER-COMPTE
               WHEN W-ACTION-ACCES
                   PERFORM 55000-BASCULER-ACCES
               WHEN W-ACTION-FIN
                   MOVE 1 TO W-IND-FIN-SAISIE
               WHEN OTHER
      ******************************************************************
       20000-AJOUTER-COMPTE.
           MOVE SPACES TO W-ID-SAISI W-ROLE-SAISI W-NOM-SAISI
                          W-CODE-EMP-SAISI W-MP-TEMP W-ACCES-SAISI.

           DISPLAY "IDENTIFIANT DU NOUVEAU COMPTE : " AT 0805.
           ACCEPT  W-ID-SAISI AT 0838.
                       MOVE FUNCTION UPPER-CASE(W-CODE-EMP-SAISI)
                         TO W-CODE-EMP-SAISI
                   END-IF
                   DISPLAY "NAS/COMPTE EN CLAIR (O/N)     : " AT 1505
                   ACCEPT  W-ACCES-SAISI AT 1538
                   DISPLAY "MOT DE PASSE TEMPORAIRE       : " AT 1605
                   ACCEPT  W-MP-TEMP AT 1638 WITH SECURE
                   PERFORM 25000-VALIDER-ET-CREER
                   MOVE 0                TO OP-NB-ECHECS
                   MOVE W-CODE-EMP-SAISI TO OP-CODE-EMPLOYE
                   MOVE SPACES           TO OP-RESERVE
                   IF W-ACCES-ACCORDE
                       MOVE "O"          TO OP-ACCES-SENSIBLE
                   ELSE
                       MOVE "N"          TO OP-ACCES-SENSIBLE
                   END-IF
                   WRITE OP-FICHE-OPERATEUR
                   MOVE "COMPTE AJOUTE" TO W-NOTE-AUDIT
                   PERFORM 90000-ECRIRE-AUDIT
               END-IF
           END-IF.

      ******************************************************************
      *  ACCORDE OU RETIRE L'ACCES AU NAS ET AU COMPTE BANCAIRE EN
      *  CLAIR. UN COMPTE ANTERIEUR (ZONE EN BLANC) EST SANS ACCES.
      ******************************************************************
       55000-BASCULER-ACCES.
           PERFORM 60000-DEMANDER-COMPTE.
           IF NOT W-OPER-ABSENT
               IF OP-ACCES-COMPLET
                   MOVE "N" TO OP-ACCES-SENSIBLE
                   MOVE "ACCES NAS/COMPTE RETIRE" TO W-NOTE-AUDIT
                   DISPLAY "ACCES NAS/COMPTE RETIRE        " AT 1805
               ELSE
                   MOVE "O" TO OP-ACCES-SENSIBLE
                   MOVE "ACCES NAS/COMPTE ACCORDE" TO W-NOTE-AUDIT
                   DISPLAY "ACCES NAS/COMPTE ACCORDE       " AT 1805
               END-IF
               REWRITE OP-FICHE-OPERATEUR
               PERFORM 90000-ECRIRE-AUDIT
               ADD 1 TO W-COMPTE-ACTIONS
           END-IF.

       60000-DEMANDER-COMPTE.
           MOVE SPACES TO W-ID-SAISI.
           DISPLAY "IDENTIFIANT DU COMPTE         : " AT 0805.
