      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TENIR LES DEMANDES DE CREDITS D'IMPOT PERSONNELS
      *          DES EMPLOYES (CREDITSIMPOT.DAT : CODE EMPLOYE +
      *          ANNEE) : MONTANT TOTAL DES CREDITS DU TD1 FEDERAL
      *          ET DU TP-1015.3 (TD1 PROVINCIAL HORS QUEBEC),
      *          IMPOT SUPPLEMENTAIRE DEMANDE PAR PAYE ET LETTRE DE
      *          L'AUTORITE FISCALE (EXONERATION OU RETENUE
      *          REDUITE). SANS FORMULAIRE DE L'ANNEE, L'ECRAN
      *          PROPOSE LA DEMANDE DE L'ANNEE PRECEDENTE INDEXEE
      *          (ParamCredits.dat) OU LES MONTANTS DE BASE, COMME
      *          LE CALCUL DE PAYE.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIECREDITS.

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

       SELECT FICHIER-CREDITS  ASSIGN TO "CREDITSIMPOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CI-CLE.

       SELECT FICHIER-PARAM-CREDITS  ASSIGN TO "ParamCredits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-PARAM-CREDITS.

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
           05  EMP-RESERVE             PIC X(10).

      *********************************************************
      * Demandes de credits : une fiche par employe et par
      * annee (meme dessin que dans CALCULSALAIRE).
      *********************************************************
       FD  FICHIER-CREDITS
       LABEL RECORD STANDARD.
       01  CI-FICHE-CREDITS.
           05  CI-CLE.
               10  CI-CODE             PIC X(6).
               10  CI-ANNEE            PIC 9(4).
           05  CI-MONTANT-FED          PIC 9(6)V99.
           05  CI-MONTANT-PROV         PIC 9(6)V99.
           05  CI-SUPP-FED             PIC 9(4)V99.
           05  CI-SUPP-PROV            PIC 9(4)V99.
           05  CI-LETTRE               PIC X.
           05  CI-REDUCTION-ANNUELLE   PIC 9(6)V99.
           05  CI-DATE-MAJ             PIC 9(8).
           05  CI-RESERVE              PIC X(10).

       FD  FICHIER-PARAM-CREDITS.
       01  LIGNE-PARAM-CREDITS.
           05  LI-ANNEE                 PIC 9(4).
           05  LI-PROVINCE              PIC X(2).
           05  LI-BASE-FED              PIC 9(6).
           05  LI-BASE-PROV             PIC 9(6).
           05  LI-INDEX-FED             PIC V9999.
           05  LI-INDEX-PROV            PIC V9999.

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-EMP-ABSENT     PIC 9.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-CI-ABSENTE     PIC 9.
               88  W-CI-ABSENTE             VALUE 1.
           05  W-IND-FIN-PARAM      PIC 9.
               88  W-FIN-PARAM              VALUE 1.
           05  W-IND-PARAM-TROUVE   PIC 9.
               88  W-PARAM-TROUVE           VALUE 1.

       01  W-STATUT-PARAM-CREDITS   PIC XX.
           88  PARAM-CREDITS-OK             VALUE "00".

       01  W-COMPTE-CREDITS         PIC 9(4) VALUE 0.
       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-ANNEE-COURANTE         PIC 9(4).
       01  W-PROVINCE-EMP           PIC X(2).

       01  W-FILE-DETAIL.
           05  W-SIZE-CREDITS       PIC X(8)   COMP-X.

      *********************************************************
      * Parametres de la province de l'employe pour l'annee
      * saisie (plus recente ligne qui ne la depasse pas).
      *********************************************************
       01  W-PARAM-RETENU.
           05  W-PR-ANNEE           PIC 9(4).
           05  W-PR-BASE-FED        PIC 9(6).
           05  W-PR-BASE-PROV       PIC 9(6).
           05  W-PR-INDEX-FED       PIC V9999.
           05  W-PR-INDEX-PROV      PIC V9999.

      *********************************************************
      * Saisie : code employe (blanc = fin), annee (0 = annee
      * courante), action M (mise a jour) ou S (supprimer),
      * puis les montants proposes, modifiables.
      *********************************************************
       01  W-SAISIE-CREDITS.
           05  W-CODE-SAISI         PIC X(6).
           05  W-ANNEE-SAISIE       PIC 9(4).
           05  W-ACTION-SAISIE      PIC X.
               88  W-ACTION-MAJ             VALUE "M".
               88  W-ACTION-SUPPRIMER       VALUE "S".
           05  W-FED-SAISI          PIC 9(6)V99.
           05  W-PROV-SAISI         PIC 9(6)V99.
           05  W-SUPP-FED-SAISI     PIC 9(4)V99.
           05  W-SUPP-PROV-SAISI    PIC 9(4)V99.
           05  W-LETTRE-SAISIE      PIC X.
               88  W-LETTRE-VALIDE          VALUE " " "E" "R".
           05  W-REDUCTION-SAISIE   PIC 9(6)V99.

       01  W-EDITION.
           05  W-ED-MONTANT         PIC ZZZ,ZZ9.99.
           05  W-ED-SUPP            PIC Z,ZZ9.99.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIECREDITS".
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
           MOVE W-DATE-DU-JOUR(1:4) TO W-ANNEE-COURANTE.

           OPEN INPUT FICHIER-IDX.
           PERFORM 05000-OUVRIR-CREDITS.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-CREDITS.
           PERFORM 10000-SAISIR-CREDITS UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-IDX FICHIER-CREDITS.

           IF W-COMPTE-CREDITS > 0
               STRING W-COMPTE-CREDITS DELIMITED BY SIZE
                      " DEMANDE(S) DE CREDITS MISE(S) A JOUR"
                                       DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUNE DEMANDE DE CREDITS MISE A JOUR"
                 TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-CREDITS TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       05000-OUVRIR-CREDITS.
           CALL "CBL_CHECK_FILE_EXIST" USING "CREDITSIMPOT.DAT "
                                              W-SIZE-CREDITS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-CREDITS
           ELSE
               OPEN OUTPUT FICHIER-CREDITS
               CLOSE FICHIER-CREDITS
               OPEN I-O FICHIER-CREDITS
           END-IF.

      ******************************************************************
      *  SAISIT UNE DEMANDE : CODE EMPLOYE (BLANC = FIN), ANNEE (0 =
      *  ANNEE COURANTE), ACTION M (MISE A JOUR) OU S (SUPPRIMER).
      *  LA MISE A JOUR AFFICHE LA DEMANDE EN VIGUEUR (OU PROPOSEE)
      *  ET RESAISIT CHAQUE MONTANT.
      ******************************************************************
       10000-SAISIR-CREDITS.
           MOVE SPACES TO W-CODE-SAISI W-ACTION-SAISIE.
           MOVE 0 TO W-ANNEE-SAISIE.

           DISPLAY "CODE EMPLOYE (BLANC = FIN)      : " AT 0405.
           DISPLAY "      "                             AT 0440.
           ACCEPT  W-CODE-SAISI AT 0440.

           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               PERFORM 20000-VALIDER-EMPLOYE
               IF W-EMP-ABSENT
                   DISPLAY "EMPLOYE INTROUVABLE                 "
                                                     AT 2005
               ELSE
                   DISPLAY "ANNEE (0 = ANNEE COURANTE)      : "
                                                     AT 0505
                   ACCEPT  W-ANNEE-SAISIE AT 0540
                   IF W-ANNEE-SAISIE = 0
                       MOVE W-ANNEE-COURANTE TO W-ANNEE-SAISIE
                   END-IF
                   DISPLAY "ACTION (M=MISE A JOUR, S=SUPPR.): "
                                                     AT 0605
                   ACCEPT  W-ACTION-SAISIE AT 0640
                   MOVE FUNCTION UPPER-CASE(W-ACTION-SAISIE)
                     TO W-ACTION-SAISIE
                   EVALUATE TRUE
                       WHEN W-ACTION-MAJ
                           PERFORM 30000-PROPOSER-DEMANDE
                           PERFORM 40000-SAISIR-MONTANTS
                       WHEN W-ACTION-SUPPRIMER
                           PERFORM 50000-SUPPRIMER-DEMANDE
                       WHEN OTHER
                           DISPLAY "L'ACTION DOIT ETRE M OU S          "
                                                     AT 2005
                   END-EVALUATE
               END-IF
           END-IF.

       20000-VALIDER-EMPLOYE.
           MOVE 0 TO W-IND-EMP-ABSENT.
           MOVE W-CODE-SAISI TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
           END-READ.
           IF NOT W-EMP-ABSENT
               MOVE EMP-PROVINCE TO W-PROVINCE-EMP
               IF W-PROVINCE-EMP = SPACES
                  OR W-PROVINCE-EMP = LOW-VALUES
                   MOVE "QC" TO W-PROVINCE-EMP
               END-IF
               DISPLAY EMP-NOM  AT 0450
               DISPLAY EMP-PREN AT 0471
           END-IF.

      ******************************************************************
      *  ETABLIT LES MONTANTS PROPOSES : LA DEMANDE DE L'ANNEE SI
      *  ELLE EXISTE ; SINON CELLE DE L'ANNEE PRECEDENTE INDEXEE ;
      *  SINON LES MONTANTS PERSONNELS DE BASE DE LA PROVINCE.
      ******************************************************************
       30000-PROPOSER-DEMANDE.
           PERFORM 35000-CHARGER-PARAM.
           MOVE 0 TO W-FED-SAISI W-PROV-SAISI W-SUPP-FED-SAISI
                     W-SUPP-PROV-SAISI W-REDUCTION-SAISIE.
           MOVE SPACE TO W-LETTRE-SAISIE.

           MOVE 0              TO W-IND-CI-ABSENTE.
           MOVE W-CODE-SAISI   TO CI-CODE.
           MOVE W-ANNEE-SAISIE TO CI-ANNEE.
           READ FICHIER-CREDITS
               INVALID KEY MOVE 1 TO W-IND-CI-ABSENTE
           END-READ.
           IF NOT W-CI-ABSENTE
               MOVE CI-MONTANT-FED        TO W-FED-SAISI
               MOVE CI-MONTANT-PROV       TO W-PROV-SAISI
               MOVE CI-SUPP-FED           TO W-SUPP-FED-SAISI
               MOVE CI-SUPP-PROV          TO W-SUPP-PROV-SAISI
               MOVE CI-LETTRE             TO W-LETTRE-SAISIE
               MOVE CI-REDUCTION-ANNUELLE TO W-REDUCTION-SAISIE
               DISPLAY "DEMANDE EN VIGUEUR                  " AT 0805
           ELSE
               MOVE 0 TO W-IND-CI-ABSENTE
               COMPUTE CI-ANNEE = W-ANNEE-SAISIE - 1
               READ FICHIER-CREDITS
                   INVALID KEY MOVE 1 TO W-IND-CI-ABSENTE
               END-READ
               IF NOT W-CI-ABSENTE
                   COMPUTE W-FED-SAISI ROUNDED =
                       CI-MONTANT-FED * (1 + W-PR-INDEX-FED)
                   COMPUTE W-PROV-SAISI ROUNDED =
                       CI-MONTANT-PROV * (1 + W-PR-INDEX-PROV)
                   MOVE CI-SUPP-FED  TO W-SUPP-FED-SAISI
                   MOVE CI-SUPP-PROV TO W-SUPP-PROV-SAISI
                   DISPLAY "PROPOSE : ANNEE PRECEDENTE INDEXEE  "
                                                     AT 0805
               ELSE
                   MOVE W-PR-BASE-FED  TO W-FED-SAISI
                   MOVE W-PR-BASE-PROV TO W-PROV-SAISI
                   DISPLAY "PROPOSE : MONTANTS PERSONNELS DE BASE"
                                                     AT 0805
               END-IF
               MOVE 1 TO W-IND-CI-ABSENTE
           END-IF.

      ******************************************************************
      *  CHARGE LES PARAMETRES D'INDEXATION DE LA PROVINCE DE
      *  L'EMPLOYE : LA PLUS RECENTE LIGNE QUI NE DEPASSE PAS
      *  L'ANNEE SAISIE (FICHIER ABSENT = MONTANTS A ZERO).
      ******************************************************************
       35000-CHARGER-PARAM.
           INITIALIZE W-PARAM-RETENU.
           MOVE 0 TO W-IND-FIN-PARAM W-IND-PARAM-TROUVE.
           OPEN INPUT FICHIER-PARAM-CREDITS.
           IF PARAM-CREDITS-OK
               PERFORM 35100-LIRE-PARAM
               PERFORM UNTIL W-FIN-PARAM
                   IF LI-PROVINCE = W-PROVINCE-EMP
                      AND LI-ANNEE NOT > W-ANNEE-SAISIE
                      AND LI-ANNEE NOT < W-PR-ANNEE
                       MOVE 1             TO W-IND-PARAM-TROUVE
                       MOVE LI-ANNEE      TO W-PR-ANNEE
                       MOVE LI-BASE-FED   TO W-PR-BASE-FED
                       MOVE LI-BASE-PROV  TO W-PR-BASE-PROV
                       MOVE LI-INDEX-FED  TO W-PR-INDEX-FED
                       MOVE LI-INDEX-PROV TO W-PR-INDEX-PROV
                   END-IF
                   PERFORM 35100-LIRE-PARAM
               END-PERFORM
               CLOSE FICHIER-PARAM-CREDITS
           END-IF.

       35100-LIRE-PARAM.
           READ FICHIER-PARAM-CREDITS
               AT END MOVE 1 TO W-IND-FIN-PARAM
           END-READ.

      ******************************************************************
      *  AFFICHE CHAQUE MONTANT PROPOSE ET LE FAIT RESAISIR, PUIS
      *  ENREGISTRE LA DEMANDE DE L'ANNEE (CREEE OU REMPLACEE).
      ******************************************************************
       40000-SAISIR-MONTANTS.
           MOVE W-FED-SAISI TO W-ED-MONTANT.
           DISPLAY "CREDITS FEDERAUX (TD1)          : " AT 1005.
           DISPLAY W-ED-MONTANT                        AT 1052.
           ACCEPT  W-FED-SAISI AT 1040.

           MOVE W-PROV-SAISI TO W-ED-MONTANT.
           DISPLAY "CREDITS PROVINCIAUX (TP-1015.3) : " AT 1105.
           DISPLAY W-ED-MONTANT                        AT 1152.
           ACCEPT  W-PROV-SAISI AT 1140.

           MOVE W-SUPP-FED-SAISI TO W-ED-SUPP.
           DISPLAY "IMPOT FED. SUPPL. PAR PAYE      : " AT 1205.
           DISPLAY W-ED-SUPP                           AT 1252.
           ACCEPT  W-SUPP-FED-SAISI AT 1240.

           MOVE W-SUPP-PROV-SAISI TO W-ED-SUPP.
           DISPLAY "IMPOT PROV. SUPPL. PAR PAYE     : " AT 1305.
           DISPLAY W-ED-SUPP                           AT 1352.
           ACCEPT  W-SUPP-PROV-SAISI AT 1340.

           DISPLAY "LETTRE (BLANC, E=EXON., R=REDUC): " AT 1405.
           DISPLAY W-LETTRE-SAISIE                     AT 1452.
           ACCEPT  W-LETTRE-SAISIE AT 1440.
           MOVE FUNCTION UPPER-CASE(W-LETTRE-SAISIE)
             TO W-LETTRE-SAISIE.

           IF W-LETTRE-SAISIE = "R"
               MOVE W-REDUCTION-SAISIE TO W-ED-MONTANT
               DISPLAY "REDUCTION ANNUELLE AUTORISEE    : " AT 1505
               DISPLAY W-ED-MONTANT                        AT 1552
               ACCEPT  W-REDUCTION-SAISIE AT 1540
           ELSE
               MOVE 0 TO W-REDUCTION-SAISIE
           END-IF.

           IF NOT W-LETTRE-VALIDE
               DISPLAY "LA LETTRE DOIT ETRE BLANC, E OU R   " AT 2005
           ELSE
               PERFORM 45000-ENREGISTRER-DEMANDE
               ADD 1 TO W-COMPTE-CREDITS
               DISPLAY "DEMANDE DE CREDITS ENREGISTREE      " AT 2005
           END-IF.

       45000-ENREGISTRER-DEMANDE.
           MOVE W-CODE-SAISI       TO CI-CODE.
           MOVE W-ANNEE-SAISIE     TO CI-ANNEE.
           MOVE W-FED-SAISI        TO CI-MONTANT-FED.
           MOVE W-PROV-SAISI       TO CI-MONTANT-PROV.
           MOVE W-SUPP-FED-SAISI   TO CI-SUPP-FED.
           MOVE W-SUPP-PROV-SAISI  TO CI-SUPP-PROV.
           MOVE W-LETTRE-SAISIE    TO CI-LETTRE.
           MOVE W-REDUCTION-SAISIE TO CI-REDUCTION-ANNUELLE.
           MOVE W-DATE-DU-JOUR     TO CI-DATE-MAJ.
           MOVE SPACES             TO CI-RESERVE.
           IF W-CI-ABSENTE
               WRITE CI-FICHE-CREDITS
           ELSE
               REWRITE CI-FICHE-CREDITS
           END-IF.

       50000-SUPPRIMER-DEMANDE.
           MOVE 0              TO W-IND-CI-ABSENTE.
           MOVE W-CODE-SAISI   TO CI-CODE.
           MOVE W-ANNEE-SAISIE TO CI-ANNEE.
           READ FICHIER-CREDITS
               INVALID KEY MOVE 1 TO W-IND-CI-ABSENTE
           END-READ.
           IF W-CI-ABSENTE
               DISPLAY "AUCUNE DEMANDE POUR CETTE ANNEE     " AT 2005
           ELSE
               DELETE FICHIER-CREDITS
               ADD 1 TO W-COMPTE-CREDITS
               DISPLAY "DEMANDE SUPPRIMEE                   " AT 2005
           END-IF.
