      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: SOUS-PROGRAMME COMMUN DU CALCUL DE L'ANCIENNETE
      *          SYNDICALE D'UN EMPLOYE A UNE DATE DE REFERENCE, EN
      *          JOURS. L'ANCIENNETE PART DE LA DATE D'ANCIENNETE
      *          RECONNUE (ANCIENNETE.DAT, TENUE PAR ANCIENNETE :
      *          REEMBAUCHE AVEC ANCIENNETE RESTITUEE, AJUSTEMENT)
      *          OU, A DEFAUT, DE LA DATE D'EMBAUCHE DE LA FICHE.
      *          LES CONGES SANS SOLDE (LIGNES SNS APPROUVEES DE
      *          FEUILLETEMPS.DAT) AU-DELA DE LA LIMITE ANNUELLE DE
      *          LA CONVENTION COLLECTIVE LA REPOUSSENT D'AUTANT :
      *          LA DATE D'ANCIENNETE AJUSTEE EST RENDUE AVEC LES
      *          JOURS RETRANCHES. APPELE PAR LISTEANCIENNETE ET
      *          ANCIENNETE (MISES A PIED ET RAPPELS).

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCANCIENNETE.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-ANCIENNETE  ASSIGN TO "ANCIENNETE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS AN-CODE.

       SELECT FICHIER-FEUILLES  ASSIGN TO "FEUILLETEMPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CLE.

       DATA DIVISION.

       FILE SECTION.

      *********************************************************
      * Date d'anciennete reconnue d'un employe, quand elle
      * differe de sa date d'embauche. Motif R = reembauche
      * avec anciennete restituee, A = ajustement (grief,
      * entente).
      *********************************************************
       FD  FICHIER-ANCIENNETE
       LABEL RECORD STANDARD.
       01  AN-FICHE-ANCIENNETE.
           05  AN-CODE                 PIC X(6).
           05  AN-DATE-ANCIENNETE      PIC 9(8).
           05  AN-MOTIF                PIC X.
           05  AN-DATE-MAJ             PIC 9(8).
           05  AN-OPERATEUR            PIC X(8).
           05  AN-RESERVE              PIC X(10).

       FD  FICHIER-FEUILLES
       LABEL RECORD STANDARD.
       01  FT-FICHE-HEURES.
           05  FT-CLE.
               10  FT-CODE             PIC X(6).
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

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FEUILLES   PIC 9.
               88  W-FIN-FEUILLES           VALUE 1.

       01  W-FILE-DETAIL.
           05  W-SIZE-ANCIENNETE    PIC X(8)   COMP-X.
           05  W-SIZE-FEUILLES      PIC X(8)   COMP-X.

      *********************************************************
      * Convention collective : un conge sans solde de plus de
      * 30 jours ouvrables dans l'annee civile repousse
      * l'anciennete de l'excedent ; la journee vaut 7 heures.
      *********************************************************
       01  W-LIMITE-SNS-JOURS       PIC 9(3)    VALUE 30.
       01  W-HEURES-JOURNEE         PIC 9       VALUE 7.

       01  W-DATE-BASE              PIC 9(8).
       01  W-DATE-BASE-R REDEFINES W-DATE-BASE.
           05  W-BASE-ANNEE         PIC 9(4).
           05  FILLER               PIC 9(4).
       01  W-DATE-REF               PIC 9(8).
       01  W-DATE-REF-R REDEFINES W-DATE-REF.
           05  W-REF-ANNEE          PIC 9(4).
           05  FILLER               PIC 9(4).
       01  W-JOUR-BASE-INT          PIC 9(8).
       01  W-JOUR-REF-INT           PIC 9(8).
       01  W-JOURS-CALCULES         PIC S9(8).

       01  W-ANNEE-SNS              PIC 9(4).
       01  W-HEURES-SNS-ANNEE       PIC 9(5).
       01  W-JOURS-SNS-ANNEE        PIC 9(4).
       01  W-RETRANCHES             PIC 9(5).

       LINKAGE SECTION.
       01  W-CA-CODE                PIC X(6).
       01  W-CA-DATE-EMBAUCHE       PIC 9(8).
       01  W-CA-DATE-REFERENCE      PIC 9(8).
       01  W-CA-DATE-ANCIENNETE     PIC 9(8).
       01  W-CA-JOURS-RETRANCHES    PIC 9(5).
       01  W-CA-JOURS               PIC 9(5).

       PROCEDURE DIVISION USING W-CA-CODE W-CA-DATE-EMBAUCHE
                                W-CA-DATE-REFERENCE
                                W-CA-DATE-ANCIENNETE
                                W-CA-JOURS-RETRANCHES W-CA-JOURS.

       00000-MAIN.
           MOVE W-CA-DATE-EMBAUCHE  TO W-DATE-BASE.
           MOVE W-CA-DATE-REFERENCE TO W-DATE-REF.
           MOVE 0 TO W-RETRANCHES.

           PERFORM 10000-LIRE-DATE-RECONNUE.

           IF W-DATE-BASE = 0 OR W-DATE-REF NOT > W-DATE-BASE
               MOVE W-DATE-BASE TO W-CA-DATE-ANCIENNETE
               MOVE 0 TO W-CA-JOURS-RETRANCHES W-CA-JOURS
           ELSE
               PERFORM 20000-CUMULER-SANS-SOLDE
               COMPUTE W-JOUR-BASE-INT =
                   FUNCTION INTEGER-OF-DATE(W-DATE-BASE)
               COMPUTE W-JOUR-REF-INT =
                   FUNCTION INTEGER-OF-DATE(W-DATE-REF)
               COMPUTE W-JOURS-CALCULES =
                   W-JOUR-REF-INT - W-JOUR-BASE-INT - W-RETRANCHES
               IF W-JOURS-CALCULES < 0
                   MOVE 0 TO W-JOURS-CALCULES
               END-IF
               IF W-JOURS-CALCULES > 99999
                   MOVE 99999 TO W-JOURS-CALCULES
               END-IF
               MOVE W-JOURS-CALCULES TO W-CA-JOURS
               MOVE W-RETRANCHES     TO W-CA-JOURS-RETRANCHES
               COMPUTE W-CA-DATE-ANCIENNETE = FUNCTION DATE-OF-INTEGER(
                   W-JOUR-BASE-INT + W-RETRANCHES)
           END-IF.

           EXIT PROGRAM.

      *UNE DATE RECONNUE REMPLACE LA DATE D'EMBAUCHE DE LA FICHE
      *(QU'UNE REEMBAUCHE A RAMENEE A LA NOUVELLE ENTREE).
       10000-LIRE-DATE-RECONNUE.
           CALL "CBL_CHECK_FILE_EXIST" USING "ANCIENNETE.DAT "
                                              W-SIZE-ANCIENNETE.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-ANCIENNETE
               MOVE W-CA-CODE TO AN-CODE
               READ FICHIER-ANCIENNETE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AN-DATE-ANCIENNETE > 0
                           MOVE AN-DATE-ANCIENNETE TO W-DATE-BASE
                       END-IF
               END-READ
               CLOSE FICHIER-ANCIENNETE
           END-IF.

      ******************************************************************
      *  HEURES SNS APPROUVEES DE L'EMPLOYE, CUMULEES PAR ANNEE CIVILE
      *  DE L'ANNEE DE LA DATE D'ANCIENNETE A CELLE DE LA REFERENCE ;
      *  CHAQUE ANNEE RETRANCHE SES JOURS AU-DELA DE LA LIMITE.
      ******************************************************************
       20000-CUMULER-SANS-SOLDE.
           CALL "CBL_CHECK_FILE_EXIST" USING "FEUILLETEMPS.DAT "
                                              W-SIZE-FEUILLES.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-FEUILLES
               MOVE 0 TO W-IND-FIN-FEUILLES W-HEURES-SNS-ANNEE
               MOVE W-BASE-ANNEE TO W-ANNEE-SNS
               MOVE W-CA-CODE    TO FT-CODE
               MOVE W-BASE-ANNEE TO FT-ANNEE
               MOVE 0            TO FT-PERIODE
               MOVE LOW-VALUES   TO FT-GAIN FT-IMPUTATION
               START FICHIER-FEUILLES KEY IS NOT LESS THAN FT-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-FEUILLES
               END-START
               PERFORM 21000-LIRE-FEUILLE
               PERFORM UNTIL W-FIN-FEUILLES
                   IF FT-ANNEE NOT = W-ANNEE-SNS
                       PERFORM 22000-RETRANCHER-ANNEE
                       MOVE FT-ANNEE TO W-ANNEE-SNS
                   END-IF
                   IF FT-GAIN = "SNS" AND FT-APPROUVEE
                       ADD FT-HEURES TO W-HEURES-SNS-ANNEE
                   END-IF
                   PERFORM 21000-LIRE-FEUILLE
               END-PERFORM
               PERFORM 22000-RETRANCHER-ANNEE
               CLOSE FICHIER-FEUILLES
           END-IF.

       21000-LIRE-FEUILLE.
           READ FICHIER-FEUILLES NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FEUILLES
           END-READ.
           IF NOT W-FIN-FEUILLES
              AND (FT-CODE NOT = W-CA-CODE OR FT-ANNEE > W-REF-ANNEE)
               MOVE 1 TO W-IND-FIN-FEUILLES
           END-IF.

       22000-RETRANCHER-ANNEE.
           DIVIDE W-HEURES-SNS-ANNEE BY W-HEURES-JOURNEE
               GIVING W-JOURS-SNS-ANNEE.
           IF W-JOURS-SNS-ANNEE > W-LIMITE-SNS-JOURS
               COMPUTE W-RETRANCHES = W-RETRANCHES
                       + W-JOURS-SNS-ANNEE - W-LIMITE-SNS-JOURS
           END-IF.
           MOVE 0 TO W-HEURES-SNS-ANNEE.
