      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: BORDEREAU MENSUEL D'ASSURANCE COLLECTIVE A L'ASSUREUR
      *          (BordereauAssurance.dat, COPIE IMPRIMEE DANS
      *          BordereauAssurance.doc). COMPARE LES ADHESIONS EN
      *          VIGUEUR (ADHESIONS.DAT, REGIME ACTIF A ASSURANCES.DAT,
      *          EMPLOYE NON INACTIF) A CE QUE L'ASSUREUR A DEJA RECU
      *          (ASSURENVOI.DAT, UNE FICHE PAR EMPLOYE ET PAR REGIME
      *          TRANSMIS) ET N'ENVOIE QUE LES MOUVEMENTS DEPUIS LE
      *          DERNIER BORDEREAU :
      *            A = ADHESION (NOUVELLE ADHESION OU PREMIER ENVOI),
      *            M = MODIFICATION (NOM, PRENOM OU STATUT ACTIF /
      *                EN CONGE CHANGE),
      *            T = FIN (ADHESION RETIREE, REGIME DESACTIVE OU
      *                EMPLOYE INACTIF ; DATE DE FIN D'EMPLOI SI
      *                CONNUE).
      *          ASSURENVOI.DAT EST MIS A JOUR A CHAQUE ENVOI ET
      *          BORDEREAUX.DAT GARDE UNE LIGNE PAR BORDEREAU
      *          (NUMERO, DATE, OPERATEUR, NOMBRES). SANS MOUVEMENT,
      *          AUCUN FICHIER N'EST PRODUIT ET LE NUMERO N'EST PAS
      *          CONSOMME.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORDEREAUASSUR.

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

       SELECT FICHIER-ASSURANCES  ASSIGN TO "ASSURANCES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS AS-CODE
               FILE STATUS IS W-STATUT-ASSURANCES.

       SELECT FICHIER-ADHESIONS  ASSIGN TO "ADHESIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CLE
               FILE STATUS IS W-STATUT-ADHESIONS.

       SELECT FICHIER-ENVOIS  ASSIGN TO "ASSURENVOI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-CLE.

       SELECT FICHIER-HISTO-BORD  ASSIGN TO "BORDEREAUX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-HISTO.

       SELECT FICHIER-BORDEREAU  ASSIGN TO "BordereauAssurance.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RAPPORT-BORDEREAU  ASSIGN TO "BordereauAssurance.doc"
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
           05  EMP-LANGUE              PIC X.
           05  EMP-RESERVE             PIC X(3).

       FD  FICHIER-ASSURANCES
       LABEL RECORD STANDARD.
       01  AS-FICHE-REGIME.
           05  AS-CODE                 PIC X(4).
           05  AS-NOM                  PIC X(30).
           05  AS-PART-EMPLOYE         PIC 9(4)V99.
           05  AS-PART-EMPLOYEUR      PIC 9(4)V99.
           05  AS-IMPOSABLE-PROV       PIC X.
           05  AS-ACTIF                PIC X.
           05  AS-RESERVE              PIC X(10).

       FD  FICHIER-ADHESIONS
       LABEL RECORD STANDARD.
       01  AD-FICHE-ADHESION.
           05  AD-CLE.
               10  AD-CODE             PIC X(6).
               10  AD-PLAN             PIC X(4).
           05  AD-DATE-ADHESION        PIC 9(8).
           05  AD-RESERVE              PIC X(10).

      *********************************************************
      * Adhesions connues de l'assureur : une fiche par employe
      * et par regime transmis, avec les donnees envoyees au
      * dernier bordereau qui l'a touchee.
      *********************************************************
       FD  FICHIER-ENVOIS
       LABEL RECORD STANDARD.
       01  AE-FICHE-ENVOI.
           05  AE-CLE.
               10  AE-CODE             PIC X(6).
               10  AE-PLAN             PIC X(4).
           05  AE-NOM                  PIC X(20).
           05  AE-PREN                 PIC X(15).
           05  AE-STATUT               PIC X.
           05  AE-DATE-ADHESION        PIC 9(8).
           05  AE-NO-BORDEREAU         PIC 9(6).
           05  AE-DATE-ENVOI           PIC 9(8).
           05  AE-RESERVE              PIC X(10).

      *********************************************************
      * Historique des bordereaux : une ligne par fichier envoye.
      *********************************************************
       FD  FICHIER-HISTO-BORD.
       01  LIGNE-HISTO-BORD.
           05  HB-NO-BORDEREAU         PIC 9(6).
           05  HB-DATE                 PIC 9(8).
           05  HB-HEURE                PIC 9(6).
           05  HB-OPERATEUR            PIC X(8).
           05  HB-PERIODE              PIC 9(6).
           05  HB-NB-ADHESIONS         PIC 9(6).
           05  HB-NB-MODIFICATIONS     PIC 9(6).
           05  HB-NB-FINS              PIC 9(6).

      *********************************************************
      * Bordereau a l'assureur : entete "H", un detail "D" par
      * mouvement et un enregistrement de controle "T".
      *********************************************************
       FD  FICHIER-BORDEREAU.
       01  BA-ENTETE.
           05  BE-TYPE                 PIC X.
           05  BE-ID-EXPEDITEUR        PIC X(10).
           05  BE-NO-BORDEREAU         PIC 9(6).
           05  BE-PERIODE              PIC 9(6).
           05  BE-DATE-CREATION        PIC 9(8).
       01  BA-DETAIL.
           05  BD-TYPE                 PIC X.
           05  BD-MOUVEMENT            PIC X.
           05  BD-CODE                 PIC X(6).
           05  BD-NOM                  PIC X(20).
           05  BD-PREN                 PIC X(15).
           05  BD-SEXE                 PIC X.
           05  BD-DATE-NAISSANCE       PIC 9(8).
           05  BD-PLAN                 PIC X(4).
           05  BD-DATE-EFFET           PIC 9(8).
           05  BD-STATUT               PIC X.
       01  BA-TOTAL.
           05  BT-TYPE                 PIC X.
           05  BT-NB-ADHESIONS         PIC 9(6).
           05  BT-NB-MODIFICATIONS     PIC 9(6).
           05  BT-NB-FINS              PIC 9(6).
           05  BT-NB-DETAILS           PIC 9(6).

       FD  RAPPORT-BORDEREAU.
       01  LIGNE-BORDEREAU             PIC X(120).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-COUVERT        PIC 9.
               88  W-COUVERT                VALUE 1.
           05  W-IND-EMP-ABSENT     PIC 9.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-AE-ABSENTE     PIC 9.
               88  W-AE-ABSENTE             VALUE 1.
           05  W-IND-SANS-ADHESIONS PIC 9   VALUE 0.
               88  W-SANS-ADHESIONS         VALUE 1.

       01  W-STATUT-ASSURANCES      PIC XX.
           88  ASSURANCES-OK                VALUE "00".
           88  ASSURANCES-INEXISTANT        VALUE "35".

       01  W-STATUT-ADHESIONS       PIC XX.
           88  ADHESIONS-OK                 VALUE "00".
           88  ADHESIONS-INEXISTANT         VALUE "35".

       01  W-STATUT-HISTO           PIC XX.
           88  HISTO-OK                     VALUE "00".
           88  HISTO-INEXISTANT             VALUE "35".

       01  W-FILE-DETAIL.
           05  W-SIZE-ENVOIS        PIC X(8)   COMP-X.

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-HEURE-DU-JOUR          PIC 9(6).
       01  W-NO-BORDEREAU           PIC 9(6)   VALUE 0.
       01  W-DATE-EFFET             PIC 9(8).
       01  W-MOUVEMENT              PIC X.
           88  W-MVT-ADHESION               VALUE "A".
           88  W-MVT-MODIFICATION           VALUE "M".
           88  W-MVT-FIN                    VALUE "T".

       01  W-TOTAUX.
           05  W-NB-ADHESIONS       PIC 9(6)   VALUE 0.
           05  W-NB-MODIFICATIONS   PIC 9(6)   VALUE 0.
           05  W-NB-FINS            PIC 9(6)   VALUE 0.
           05  W-NB-MOUVEMENTS      PIC 9(6)   VALUE 0.

       01  W-LIGNE-MOUVEMENT.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LM-MOUVEMENT       PIC X(12).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LM-CODE            PIC X(6).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LM-NOM             PIC X(20).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LM-PREN            PIC X(15).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LM-PLAN            PIC X(4).
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LM-DATE-EFFET      PIC 9999/99/99.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LM-STATUT          PIC X(9).

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "BORDEREAUASSUR".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "BordereauAssurance.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "BORDEREAUASSUR".
           05  W-JE-EVENEMENT       PIC X(5).
           05  W-JE-MODE            PIC X(10) VALUE SPACES.
           05  W-JE-COMPTE          PIC 9(6)  VALUE 0.
           05  W-JE-RESULTAT        PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  W-MESSAGE-ERREUR PIC X(80).
       01  W-OPERATEUR      PIC X(8).

       PROCEDURE DIVISION USING W-MESSAGE-ERREUR W-OPERATEUR.

       00000-MAIN.
           MOVE "DEBUT" TO W-JE-EVENEMENT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO W-DATE-DU-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO W-HEURE-DU-JOUR.
           INITIALIZE W-TOTAUX.

           DISPLAY "BORDEREAU D'ASSURANCE COLLECTIVE A L'ASSUREUR"
                                                         AT 0405.

           OPEN INPUT FICHIER-IDX.
           OPEN INPUT FICHIER-ASSURANCES.
           OPEN INPUT FICHIER-ADHESIONS.
           IF ADHESIONS-INEXISTANT
               MOVE 1 TO W-IND-SANS-ADHESIONS
           END-IF.
           PERFORM 05000-OUVRIR-ENVOIS.
           PERFORM 06000-DERNIER-BORDEREAU.
           ADD 1 TO W-NO-BORDEREAU.

           OPEN OUTPUT FICHIER-BORDEREAU.
           OPEN OUTPUT RAPPORT-BORDEREAU.
           PERFORM 40000-ECRIRE-ENTETES.

           PERFORM 10000-TRAITER-FINS.
           IF NOT W-SANS-ADHESIONS
               PERFORM 20000-TRAITER-ADHESIONS
           END-IF.

           PERFORM 42000-ECRIRE-TOTAUX.
           CLOSE FICHIER-BORDEREAU RAPPORT-BORDEREAU.

           IF W-NB-MOUVEMENTS = 0
               CALL "CBL_DELETE_FILE" USING "BordereauAssurance.dat "
               CALL "CBL_DELETE_FILE" USING "BordereauAssurance.doc "
               MOVE "AUCUN MOUVEMENT D'ASSURANCE DEPUIS LE DERNIER BORDE
      -"REAU" TO W-MESSAGE-ERREUR
           ELSE
               PERFORM 44000-CONSIGNER-BORDEREAU
               MOVE W-DATE-DU-JOUR(1:6) TO W-SP-PERIODE
               MOVE W-OPERATEUR TO W-SP-OPERATEUR
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR
               MOVE SPACES TO W-MESSAGE-ERREUR
               STRING "BORDEREAU "         DELIMITED BY SIZE
                      W-NO-BORDEREAU       DELIMITED BY SIZE
                      " : "                DELIMITED BY SIZE
                      W-NB-ADHESIONS       DELIMITED BY SIZE
                      " ADH., "            DELIMITED BY SIZE
                      W-NB-MODIFICATIONS   DELIMITED BY SIZE
                      " MODIF., "          DELIMITED BY SIZE
                      W-NB-FINS            DELIMITED BY SIZE
                      " FIN(S)"            DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

           CLOSE FICHIER-IDX FICHIER-ENVOIS.
           IF NOT ASSURANCES-INEXISTANT
               CLOSE FICHIER-ASSURANCES
           END-IF.
           IF NOT W-SANS-ADHESIONS
               CLOSE FICHIER-ADHESIONS
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-NB-MOUVEMENTS TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       05000-OUVRIR-ENVOIS.
           CALL "CBL_CHECK_FILE_EXIST" USING "ASSURENVOI.DAT "
                                              W-SIZE-ENVOIS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-ENVOIS
           ELSE
               OPEN OUTPUT FICHIER-ENVOIS
               CLOSE FICHIER-ENVOIS
               OPEN I-O FICHIER-ENVOIS
           END-IF.

      ******************************************************************
      *  DERNIER NUMERO DE BORDEREAU, TIRE DE L'HISTORIQUE.
      ******************************************************************
       06000-DERNIER-BORDEREAU.
           MOVE 0 TO W-NO-BORDEREAU W-IND-FIN-FICHIER.
           OPEN INPUT FICHIER-HISTO-BORD.
           IF HISTO-OK
               PERFORM UNTIL W-FIN-FICHIER
                   READ FICHIER-HISTO-BORD
                       AT END MOVE 1 TO W-IND-FIN-FICHIER
                       NOT AT END
                           IF HB-NO-BORDEREAU > W-NO-BORDEREAU
                               MOVE HB-NO-BORDEREAU TO W-NO-BORDEREAU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HISTO-BORD
           END-IF.

      ******************************************************************
      *  FINS : TOUTE ADHESION CONNUE DE L'ASSUREUR QUI N'EST PLUS EN
      *  VIGUEUR CHEZ NOUS PART EN "T" ET SORT DE ASSURENVOI.DAT.
      ******************************************************************
       10000-TRAITER-FINS.
           MOVE 0 TO W-IND-FIN-FICHIER.
           MOVE LOW-VALUES TO AE-CLE.
           START FICHIER-ENVOIS KEY IS NOT LESS THAN AE-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
           END-START.
           PERFORM 11000-LIRE-ENVOI.
           PERFORM UNTIL W-FIN-FICHIER
               PERFORM 12000-VERIFIER-ENVOI
               PERFORM 11000-LIRE-ENVOI
           END-PERFORM.

       11000-LIRE-ENVOI.
           READ FICHIER-ENVOIS NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       12000-VERIFIER-ENVOI.
           MOVE 0 TO W-IND-COUVERT.
           IF NOT W-SANS-ADHESIONS
               MOVE AE-CODE TO AD-CODE
               MOVE AE-PLAN TO AD-PLAN
               READ FICHIER-ADHESIONS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 30000-VERIFIER-COUVERTURE
               END-READ
           END-IF.

           IF NOT W-COUVERT
               MOVE W-DATE-DU-JOUR TO W-DATE-EFFET
               MOVE AE-CODE TO EMP-CODE
               READ FICHIER-IDX
                   INVALID KEY
                       MOVE AE-NOM  TO EMP-NOM
                       MOVE AE-PREN TO EMP-PREN
                       MOVE SPACE   TO EMP-SEXE
                       MOVE 0       TO EMP-DATE-NAISSANCE
                       MOVE "I"     TO EMP-STATUT
                   NOT INVALID KEY
                       IF EMP-INACTIF AND EMP-DATE-FIN > 0
                           MOVE EMP-DATE-FIN TO W-DATE-EFFET
                       END-IF
               END-READ
               MOVE AE-PLAN TO AD-PLAN
               MOVE "T"     TO W-MOUVEMENT
               PERFORM 41000-ECRIRE-MOUVEMENT
               DELETE FICHIER-ENVOIS
           END-IF.

      ******************************************************************
      *  ADHESIONS EN VIGUEUR : UNE ADHESION INCONNUE DE L'ASSUREUR
      *  PART EN "A" ; UNE ADHESION CONNUE DONT LE NOM OU LE STATUT
      *  A CHANGE PART EN "M". ASSURENVOI.DAT SUIT.
      ******************************************************************
       20000-TRAITER-ADHESIONS.
           MOVE 0 TO W-IND-FIN-FICHIER.
           MOVE LOW-VALUES TO AD-CLE.
           START FICHIER-ADHESIONS KEY IS NOT LESS THAN AD-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
           END-START.
           PERFORM 21000-LIRE-ADHESION.
           PERFORM UNTIL W-FIN-FICHIER
               PERFORM 30000-VERIFIER-COUVERTURE
               IF W-COUVERT
                   PERFORM 22000-COMPARER-ENVOI
               END-IF
               PERFORM 21000-LIRE-ADHESION
           END-PERFORM.

       21000-LIRE-ADHESION.
           READ FICHIER-ADHESIONS NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       22000-COMPARER-ENVOI.
           MOVE 0 TO W-IND-AE-ABSENTE.
           MOVE AD-CODE TO AE-CODE.
           MOVE AD-PLAN TO AE-PLAN.
           READ FICHIER-ENVOIS
               INVALID KEY MOVE 1 TO W-IND-AE-ABSENTE
           END-READ.

           IF W-AE-ABSENTE
               MOVE AD-DATE-ADHESION TO W-DATE-EFFET
               IF W-DATE-EFFET = 0
                   MOVE W-DATE-DU-JOUR TO W-DATE-EFFET
               END-IF
               MOVE "A" TO W-MOUVEMENT
               PERFORM 41000-ECRIRE-MOUVEMENT
               PERFORM 23000-MAJ-ENVOI
               WRITE AE-FICHE-ENVOI
           ELSE
               IF AE-NOM    NOT = EMP-NOM
                  OR AE-PREN   NOT = EMP-PREN
                  OR AE-STATUT NOT = EMP-STATUT
                   MOVE W-DATE-DU-JOUR TO W-DATE-EFFET
                   MOVE "M" TO W-MOUVEMENT
                   PERFORM 41000-ECRIRE-MOUVEMENT
                   PERFORM 23000-MAJ-ENVOI
                   REWRITE AE-FICHE-ENVOI
               END-IF
           END-IF.

       23000-MAJ-ENVOI.
           MOVE AD-CODE          TO AE-CODE.
           MOVE AD-PLAN          TO AE-PLAN.
           MOVE EMP-NOM          TO AE-NOM.
           MOVE EMP-PREN         TO AE-PREN.
           MOVE EMP-STATUT       TO AE-STATUT.
           MOVE AD-DATE-ADHESION TO AE-DATE-ADHESION.
           MOVE W-NO-BORDEREAU   TO AE-NO-BORDEREAU.
           MOVE W-DATE-DU-JOUR   TO AE-DATE-ENVOI.
           MOVE SPACES           TO AE-RESERVE.

      ******************************************************************
      *  UNE ADHESION (AD-FICHE-ADHESION) EST EN VIGUEUR SI SON REGIME
      *  EST ACTIF A LA TABLE ET SI L'EMPLOYE EST AU MAITRE SANS ETRE
      *  INACTIF : C'EST LA REGLE DU CALCUL DE PAYE POUR RETENIR LA
      *  PRIME. LAISSE LA FICHE DE L'EMPLOYE EN MEMOIRE.
      ******************************************************************
       30000-VERIFIER-COUVERTURE.
           MOVE 0 TO W-IND-COUVERT W-IND-EMP-ABSENT.
           MOVE AD-CODE TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
           END-READ.
           IF NOT W-EMP-ABSENT AND NOT EMP-INACTIF
              AND NOT ASSURANCES-INEXISTANT
               MOVE AD-PLAN TO AS-CODE
               READ FICHIER-ASSURANCES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AS-ACTIF = "A"
                           MOVE 1 TO W-IND-COUVERT
                       END-IF
               END-READ
           END-IF.

       40000-ECRIRE-ENTETES.
           MOVE "H"                 TO BE-TYPE.
           MOVE "CRACKINFO "        TO BE-ID-EXPEDITEUR.
           MOVE W-NO-BORDEREAU      TO BE-NO-BORDEREAU.
           MOVE W-DATE-DU-JOUR(1:6) TO BE-PERIODE.
           MOVE W-DATE-DU-JOUR      TO BE-DATE-CREATION.
           WRITE BA-ENTETE.

           MOVE SPACES TO LIGNE-BORDEREAU.
           STRING "** BORDEREAU D'ASSURANCE COLLECTIVE NO "
                                      DELIMITED BY SIZE
                  W-NO-BORDEREAU      DELIMITED BY SIZE
                  " - "               DELIMITED BY SIZE
                  W-DATE-DU-JOUR      DELIMITED BY SIZE
                  " **"               DELIMITED BY SIZE
             INTO LIGNE-BORDEREAU.
           WRITE LIGNE-BORDEREAU.
           MOVE "   MOUVEMENT     CODE    NOM                  PRENOM
      -"        REGIME DATE EFFET   STATUT" TO LIGNE-BORDEREAU.
           WRITE LIGNE-BORDEREAU AFTER ADVANCING 2 LINES.

      ******************************************************************
      *  ECRIT UN MOUVEMENT (W-MOUVEMENT, W-DATE-EFFET) POUR L'EMPLOYE
      *  EN MEMOIRE ET LE REGIME AD-PLAN : DETAIL DU BORDEREAU ET
      *  LIGNE DE LA COPIE IMPRIMEE.
      ******************************************************************
       41000-ECRIRE-MOUVEMENT.
           MOVE "D"                TO BD-TYPE.
           MOVE W-MOUVEMENT        TO BD-MOUVEMENT.
           MOVE EMP-CODE           TO BD-CODE.
           MOVE EMP-NOM            TO BD-NOM.
           MOVE EMP-PREN           TO BD-PREN.
           MOVE EMP-SEXE           TO BD-SEXE.
           MOVE EMP-DATE-NAISSANCE TO BD-DATE-NAISSANCE.
           MOVE AD-PLAN            TO BD-PLAN.
           MOVE W-DATE-EFFET       TO BD-DATE-EFFET.
           MOVE EMP-STATUT         TO BD-STATUT.
           WRITE BA-DETAIL.

           EVALUATE TRUE
               WHEN W-MVT-ADHESION
                   MOVE "ADHESION"     TO W-LM-MOUVEMENT
                   ADD 1 TO W-NB-ADHESIONS
               WHEN W-MVT-MODIFICATION
                   MOVE "MODIFICATION" TO W-LM-MOUVEMENT
                   ADD 1 TO W-NB-MODIFICATIONS
               WHEN OTHER
                   MOVE "FIN"          TO W-LM-MOUVEMENT
                   ADD 1 TO W-NB-FINS
           END-EVALUATE.
           ADD 1 TO W-NB-MOUVEMENTS.

           MOVE EMP-CODE     TO W-LM-CODE.
           MOVE EMP-NOM      TO W-LM-NOM.
           MOVE EMP-PREN     TO W-LM-PREN.
           MOVE AD-PLAN      TO W-LM-PLAN.
           MOVE W-DATE-EFFET TO W-LM-DATE-EFFET.
           EVALUATE TRUE
               WHEN EMP-ACTIF    MOVE "ACTIF"     TO W-LM-STATUT
               WHEN EMP-EN-CONGE MOVE "EN CONGE"  TO W-LM-STATUT
               WHEN OTHER        MOVE "TERMINE"   TO W-LM-STATUT
           END-EVALUATE.
           WRITE LIGNE-BORDEREAU FROM W-LIGNE-MOUVEMENT
                                 AFTER ADVANCING 1 LINE.

       42000-ECRIRE-TOTAUX.
           MOVE "T"                TO BT-TYPE.
           MOVE W-NB-ADHESIONS     TO BT-NB-ADHESIONS.
           MOVE W-NB-MODIFICATIONS TO BT-NB-MODIFICATIONS.
           MOVE W-NB-FINS          TO BT-NB-FINS.
           MOVE W-NB-MOUVEMENTS    TO BT-NB-DETAILS.
           WRITE BA-TOTAL.

           MOVE SPACES TO LIGNE-BORDEREAU.
           STRING "ADHESIONS : "      DELIMITED BY SIZE
                  W-NB-ADHESIONS      DELIMITED BY SIZE
                  "   MODIFICATIONS : " DELIMITED BY SIZE
                  W-NB-MODIFICATIONS  DELIMITED BY SIZE
                  "   FINS : "        DELIMITED BY SIZE
                  W-NB-FINS           DELIMITED BY SIZE
             INTO LIGNE-BORDEREAU.
           WRITE LIGNE-BORDEREAU AFTER ADVANCING 2 LINES.

       44000-CONSIGNER-BORDEREAU.
           OPEN EXTEND FICHIER-HISTO-BORD.
           IF HISTO-INEXISTANT
               OPEN OUTPUT FICHIER-HISTO-BORD
           END-IF.
           MOVE W-NO-BORDEREAU      TO HB-NO-BORDEREAU.
           MOVE W-DATE-DU-JOUR      TO HB-DATE.
           MOVE W-HEURE-DU-JOUR     TO HB-HEURE.
           MOVE W-OPERATEUR         TO HB-OPERATEUR.
           MOVE W-DATE-DU-JOUR(1:6) TO HB-PERIODE.
           MOVE W-NB-ADHESIONS      TO HB-NB-ADHESIONS.
           MOVE W-NB-MODIFICATIONS  TO HB-NB-MODIFICATIONS.
           MOVE W-NB-FINS           TO HB-NB-FINS.
           WRITE LIGNE-HISTO-BORD.
           CLOSE FICHIER-HISTO-BORD.
