      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: REGLEMENT FINAL D'UN EMPLOYE DESACTIVE. CALCULE
      *          CHACUNE DES COMPOSANTES DE LA PAYE DE DEPART :
      *          INDEMNITE DE PREAVIS SELON L'ANCIENNETE DEPUIS
      *          EMP-DATE-ENGAGEMENT (AUCUNE AU DEPART VOLONTAIRE),
      *          SOLDE DE VACANCES (REG-SOLDE-VACANCES), BANQUE DE
      *          TEMPS (REG-SOLDE-TEMPS AU TAUX COURANT) ET SOLDE DU
      *          PRET EN COURS (RETENUE "AVAN"). LE RELEVE EST
      *          AFFICHE ET IMPRIME (ReglementFinal.doc) POUR
      *          APPROBATION. UNE FOIS APPROUVE, LE REGLEMENT INSCRIT
      *          LES LIGNES DE GAIN PRA, VAC ET BQT, DEJA APPROUVEES,
      *          A LA FEUILLE DE TEMPS DE LA PERIODE COURANTE (SOURCE
      *          DU PASSAGE HORS-CYCLE), VIDE LES SOLDES DU REGISTRE
      *          AINSI VERSES ET PORTE LE RECOUVREMENT DU PRET AU
      *          SOLDE ENTIER. LA CLOTURE, APRES LA PAYE FINALE,
      *          RADIE CE QUI RESTE DU PRET. LE RELEVE D'EMPLOI
      *          REPREND LES MEMES MONTANTS DE REGLEMENTS.DAT.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGLEMENTFINAL.

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

       SELECT FICHIER-REGLEMENTS  ASSIGN TO "REGLEMENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RF-CODE.

       SELECT FICHIER-REGISTRE  ASSIGN TO "REGISTRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS REG-CLE.

       SELECT FICHIER-RETENUES ASSIGN TO "RETENUES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RT-CLE.

       SELECT FICHIER-GROUPES  ASSIGN TO "GROUPESPAYE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS GP-CODE.

       SELECT FICHIER-FEUILLES  ASSIGN TO "FEUILLETEMPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS FT-CLE.

       SELECT RAPPORT-REGLEMENT  ASSIGN TO "ReglementFinal.doc"
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
           05  EMP-NAS                 PIC 9(9).
           05  EMP-COURRIEL            PIC X(30).
           05  EMP-ADRESSE             PIC X(30).
           05  EMP-DATE-FIN            PIC 9(8).
           05  EMP-RAISON-FIN          PIC X.
               88 EMP-DEPART-VOLONTAIRE VALUE "E".
           05  EMP-TYPE-EMPLOYE        PIC X.
               88 EMP-SALARIE          VALUE "S".
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
      * Reglements finals : une fiche par employe desactive.
      * Statut A = approuve (lignes de paye inscrites), P = clos
      * apres la paye finale (pret restant radie). Les montants
      * sont ceux du releve approuve ; le releve d'emploi les
      * reprend.
      *********************************************************
       FD  FICHIER-REGLEMENTS
       LABEL RECORD STANDARD.
       01  RF-FICHE-REGLEMENT.
           05  RF-CODE                 PIC X(6).
           05  RF-DATE-CALCUL          PIC 9(8).
           05  RF-DATE-FIN             PIC 9(8).
           05  RF-RAISON-FIN           PIC X.
           05  RF-ANCIENNETE-MOIS      PIC 9(3).
           05  RF-SEMAINES-PREAVIS     PIC 9(2).
           05  RF-SALAIRE-HEBDO        PIC 9(5)V99.
           05  RF-INDEMNITE-PREAVIS    PIC 9(7)V99.
           05  RF-VACANCES             PIC 9(7)V99.
           05  RF-HEURES-BANQUE        PIC 9(5)V99.
           05  RF-MONTANT-BANQUE       PIC 9(7)V99.
           05  RF-SOLDE-PRET           PIC 9(7)V99.
           05  RF-RADIATION            PIC 9(7)V99.
           05  RF-ANNEE-REGISTRE       PIC 9(4).
           05  RF-ANNEE                PIC 9(4).
           05  RF-PERIODE              PIC 9(2).
           05  RF-STATUT               PIC X.
               88  RF-APPROUVE         VALUE "A".
               88  RF-CLOS             VALUE "P".
           05  RF-APPROBATEUR          PIC X(8).
           05  RF-DATE-CLOTURE         PIC 9(8).
           05  RF-RESERVE              PIC X(10).

       FD  FICHIER-REGISTRE
       LABEL RECORD STANDARD.
       01  REG-FICHE-CUMUL.
           05  REG-CLE.
               10  REG-CODE            PIC X(6).
               10  REG-ANNEE           PIC 9(4).
           05  REG-CUMUL-HEURES        PIC 9(7).
           05  REG-CUMUL-BRUT          PIC 9(9)V99.
           05  REG-CUMUL-IMPOT-FED     PIC 9(9)V99.
           05  REG-CUMUL-IMPOT-PROV    PIC 9(9)V99.
           05  REG-CUMUL-RRQ           PIC 9(9)V99.
           05  REG-CUMUL-AE            PIC 9(9)V99.
           05  REG-CUMUL-RQAP          PIC 9(9)V99.
           05  REG-CUMUL-RAMQ          PIC 9(9)V99.
           05  REG-CUMUL-NET           PIC 9(9)V99.
           05  REG-CUMUL-VACANCES      PIC 9(9)V99.
           05  REG-SOLDE-VACANCES      PIC 9(7)V99.
           05  REG-CUMUL-MALADIE       PIC 9(5)V99.
           05  REG-SOLDE-MALADIE       PIC 9(5)V99.
           05  REG-SOLDE-TEMPS         PIC 9(5)V99.
           05  REG-CUMUL-AVSOC         PIC 9(9)V99.
           05  REG-CUMUL-ASSURABLE     PIC 9(8)V99.

       FD  FICHIER-RETENUES
       LABEL RECORD STANDARD.
       01  RT-FICHE-RETENUE.
           05  RT-CLE.
               10  RT-CODE             PIC X(6).
               10  RT-TYPE             PIC X(4).
           05  RT-MODE                 PIC X.
           05  RT-MONTANT              PIC 9(4)V99.
           05  RT-PRIORITE             PIC 9.
           05  RT-SOLDE                PIC 9(7)V99.

       FD  FICHIER-GROUPES
       LABEL RECORD STANDARD.
       01  GP-FICHE-GROUPE.
           05  GP-CODE                 PIC X(2).
           05  GP-NOM                  PIC X(20).
           05  GP-NB-PERIODES-AN      PIC 9(2).
           05  GP-JOURS-PERIODE        PIC 9(2).
           05  GP-ACTIF                PIC X.
           05  GP-HEURES-PERIODE       PIC 9(3).
           05  GP-EMPLOYEUR            PIC X(2).
           05  GP-RESERVE              PIC X(5).

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
           05  FT-APPROBATEUR          PIC X(8).
           05  FT-SENS                 PIC X.
               88  FT-RETRAIT          VALUE "-".
           05  FT-RESERVE              PIC X.

       FD  RAPPORT-REGLEMENT.
       01  LIGNE-RAPPORT               PIC X(120).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-EMP-ABSENT     PIC 9.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-RF-ABSENT      PIC 9.
               88  W-RF-ABSENT              VALUE 1.
           05  W-IND-REG-ABSENT     PIC 9.
               88  W-REG-ABSENT             VALUE 1.
           05  W-IND-RT-ABSENTE     PIC 9.
               88  W-RT-ABSENTE             VALUE 1.
           05  W-IND-FT-ABSENTE     PIC 9.
               88  W-FT-ABSENTE             VALUE 1.
           05  W-IND-HORS-LIMITE    PIC 9.
               88  W-HORS-LIMITE            VALUE 1.

       01  W-FILE-DETAIL.
           05  W-SIZE-FICHIER       PIC X(8)   COMP-X.

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-DATE-DU-JOUR-R REDEFINES W-DATE-DU-JOUR.
           05  W-ANNEE-COURANTE     PIC 9(4).
           05  FILLER               PIC 9(4).

       01  W-CHOIX-REGLEMENT        PIC X       VALUE SPACE.
       01  W-CODE-SAISI             PIC X(6).
       01  W-REPONSE                PIC X.
           88  W-REPONSE-OUI                VALUE "O" "o".

      *********************************************************
      * Anciennete : mois complets de l'embauche a la fin
      * d'emploi.
      *********************************************************
       01  W-DATE-EMBAUCHE          PIC 9(8).
       01  W-DATE-EMBAUCHE-R REDEFINES W-DATE-EMBAUCHE.
           05  W-EMB-ANNEE          PIC 9(4).
           05  W-EMB-MOIS           PIC 9(2).
           05  W-EMB-JOUR           PIC 9(2).
       01  W-DATE-DEPART            PIC 9(8).
       01  W-DATE-DEPART-R REDEFINES W-DATE-DEPART.
           05  W-DEP-ANNEE          PIC 9(4).
           05  W-DEP-MOIS           PIC 9(2).
           05  W-DEP-JOUR           PIC 9(2).
       01  W-ANCIENNETE-MOIS        PIC S9(5).

      *********************************************************
      * Rythme du groupe de paye de l'employe (sans table, le
      * groupe hebdomadaire de 40 heures est presume) et base
      * de remuneration du reglement.
      *********************************************************
       01  W-GROUPE-EMPLOYE         PIC X(2).
       01  W-GROUPE-JOURS           PIC 9(2).
       01  W-GROUPE-HEURES          PIC 9(3).
       01  W-TAUX-HORAIRE           PIC 9(4)V9999.
       01  W-DATE-DEBUT-ANNEE       PIC 9(8).
       01  W-JOUR-DEBUT-AN-INT      PIC 9(8).
       01  W-JOUR-COURANT-INT       PIC 9(8).

      *********************************************************
      * Ligne de feuille de temps inscrite par l'approbation.
      *********************************************************
       01  W-LIGNE-GAIN.
           05  W-LG-GAIN            PIC X(3).
           05  W-LG-HEURES          PIC 9(3).
           05  W-LG-MONTANT         PIC 9(5)V99.

       01  W-COMPTE-LIGNES          PIC 9(4) VALUE 0.
       01  W-RECOUVRE-PRET          PIC 9(7)V99.
       01  W-FICHE-AVANT            PIC X(194).

       01  W-LIGNE-ECRAN            PIC 99.
       01  W-LIGNE-AFFICHEE         PIC X(70).

       01  W-EDITION.
           05  W-ED-MONTANT         PIC $$,$$$,$$9.99.
           05  W-ED-HEURES          PIC ZZ,ZZ9.99.
           05  W-ED-MOIS            PIC ZZ9.
           05  W-ED-SEMAINES        PIC Z9.
           05  W-ED-DATE            PIC 9999/99/99.

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "REGLEMENTFINAL".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "ReglementFinal.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel de la piste d'audit indexee
      * (JOURNALAUDIT -> AUDITIDX.DAT).
      *********************************************************
       01  W-APPEL-AUDIT.
           05  W-AU-CODE            PIC X(6).
           05  W-AU-OPERATION       PIC X(13).
           05  W-AU-OPER-ID         PIC X(8).
           05  W-AU-AVANT           PIC X(194).
           05  W-AU-APRES           PIC X(194).

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "REGLEMENTFINAL".
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DATE-DU-JOUR.

           MOVE SPACE TO W-CHOIX-REGLEMENT.
           DISPLAY "1) CALCULER ET APPROUVER UN REGLEMENT FINAL"
                                                    AT 0405.
           DISPLAY "2) CLORE UN REGLEMENT APRES LA PAYE FINALE"
                                                    AT 0605.
           DISPLAY "Q) QUITTER"                     AT 0805.
           DISPLAY "VOTRE CHOIX (1, 2, Q): "        AT 1005.
           ACCEPT  W-CHOIX-REGLEMENT AT 1029.

           EVALUATE W-CHOIX-REGLEMENT
               WHEN "1"
                   PERFORM 10000-CALCULER-REGLEMENT
               WHEN "2"
                   PERFORM 50000-CLORE-REGLEMENT
               WHEN OTHER
                   MOVE "REGLEMENT FINAL: AUCUNE ACTION"
                     TO W-MESSAGE-ERREUR
           END-EVALUATE.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-LIGNES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  CALCULE LE REGLEMENT D'UN EMPLOYE DESACTIVE, L'AFFICHE ET
      *  L'IMPRIME, PUIS L'APPROUVE SUR CONFIRMATION. UN REGLEMENT
      *  DEJA APPROUVE N'EST PAS RECALCULE (SES LIGNES SONT DEJA A
      *  LA FEUILLE DE TEMPS ET LES SOLDES DEJA VIDES).
      ******************************************************************
       10000-CALCULER-REGLEMENT.
           PERFORM 11000-SAISIR-EMPLOYE.
           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE "REGLEMENT FINAL ANNULE" TO W-MESSAGE-ERREUR
           ELSE
               PERFORM 12000-OUVRIR-REGLEMENTS
               MOVE 0 TO W-IND-RF-ABSENT
               MOVE W-CODE-SAISI TO RF-CODE
               READ FICHIER-REGLEMENTS
                   INVALID KEY MOVE 1 TO W-IND-RF-ABSENT
               END-READ
               EVALUATE TRUE
                   WHEN W-EMP-ABSENT
                       MOVE "AUCUN EMPLOYE TROUVE." TO W-MESSAGE-ERREUR
                   WHEN EMP-ACTIF
                       MOVE "EMPLOYE ENCORE ACTIF - AUCUN REGLEMENT"
                       TO W-MESSAGE-ERREUR
                   WHEN EMP-DATE-FIN = 0
                       MOVE "AUCUNE DATE DE FIN D'EMPLOI SUR LA FICHE"
                       TO W-MESSAGE-ERREUR
                   WHEN NOT W-RF-ABSENT
                       MOVE "REGLEMENT DEJA APPROUVE POUR CET EMPLOYE"
                       TO W-MESSAGE-ERREUR
                   WHEN OTHER
                       PERFORM 20000-CALCULER-COMPOSANTES
                       PERFORM 30000-PRODUIRE-RELEVE
                       PERFORM 35000-DEMANDER-APPROBATION
               END-EVALUATE
               CLOSE FICHIER-REGLEMENTS
           END-IF.

       11000-SAISIR-EMPLOYE.
           MOVE SPACES TO W-CODE-SAISI.
           DISPLAY "CODE EMPLOYE (BLANC = ANNULER) : " AT 1205.
           DISPLAY "      "                            AT 1239.
           ACCEPT  W-CODE-SAISI AT 1239.
           IF W-CODE-SAISI NOT = SPACES
              AND W-CODE-SAISI NOT = LOW-VALUES
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               MOVE 0 TO W-IND-EMP-ABSENT
               OPEN INPUT FICHIER-IDX
               MOVE W-CODE-SAISI TO EMP-CODE
               READ FICHIER-IDX
                   INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
               END-READ
               CLOSE FICHIER-IDX
           END-IF.

       12000-OUVRIR-REGLEMENTS.
           CALL "CBL_CHECK_FILE_EXIST" USING "REGLEMENTS.DAT "
                                              W-SIZE-FICHIER.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-REGLEMENTS
           ELSE
               OPEN OUTPUT FICHIER-REGLEMENTS
               CLOSE FICHIER-REGLEMENTS
               OPEN I-O FICHIER-REGLEMENTS
           END-IF.

      ******************************************************************
      *  COMPOSANTES DU REGLEMENT, RANGEES DANS LA FICHE RF.
      *  PREAVIS (NORMES DU TRAVAIL) : MOINS DE 3 MOIS = AUCUN,
      *  3 MOIS A 1 AN = 1 SEMAINE, 1 A 5 ANS = 2, 5 A 10 ANS = 4,
      *  10 ANS ET PLUS = 8 ; AUCUN AU DEPART VOLONTAIRE. LA
      *  SEMAINE VAUT LE SALAIRE PERIODIQUE (OU TAUX X HEURES DU
      *  GROUPE) RAMENE A 7 JOURS.
      ******************************************************************
       20000-CALCULER-COMPOSANTES.
           INITIALIZE RF-FICHE-REGLEMENT.
           MOVE EMP-CODE         TO RF-CODE.
           MOVE W-DATE-DU-JOUR   TO RF-DATE-CALCUL.
           MOVE EMP-DATE-FIN     TO RF-DATE-FIN.
           MOVE EMP-RAISON-FIN   TO RF-RAISON-FIN.
           MOVE SPACES           TO RF-STATUT RF-APPROBATEUR
                                    RF-RESERVE.

           PERFORM 21000-CALCULER-ANCIENNETE.
           PERFORM 22000-LIRE-GROUPE.

           IF EMP-SALARIE
               COMPUTE RF-SALAIRE-HEBDO ROUNDED =
                   EMP-SALAIRE-PERIODE * 7 / W-GROUPE-JOURS
               COMPUTE W-TAUX-HORAIRE ROUNDED =
                   EMP-SALAIRE-PERIODE / W-GROUPE-HEURES
           ELSE
               COMPUTE RF-SALAIRE-HEBDO ROUNDED =
                   EMP-TAUX * W-GROUPE-HEURES * 7 / W-GROUPE-JOURS
               MOVE EMP-TAUX TO W-TAUX-HORAIRE
           END-IF.
           COMPUTE RF-INDEMNITE-PREAVIS ROUNDED =
               RF-SALAIRE-HEBDO * RF-SEMAINES-PREAVIS.

           PERFORM 23000-LIRE-SOLDES-REGISTRE.
           COMPUTE RF-MONTANT-BANQUE ROUNDED =
               RF-HEURES-BANQUE * W-TAUX-HORAIRE.

           PERFORM 24000-LIRE-SOLDE-PRET.
           PERFORM 25000-CHOISIR-PERIODE-FINALE.

      *UNE LIGNE DE FEUILLE NE PORTE PAS PLUS DE 99 999,99 $.
           MOVE 0 TO W-IND-HORS-LIMITE.
           IF RF-INDEMNITE-PREAVIS > 99999.99
              OR RF-VACANCES > 99999.99
              OR RF-MONTANT-BANQUE > 99999.99
              OR RF-HEURES-BANQUE > 999
               MOVE 1 TO W-IND-HORS-LIMITE
           END-IF.

       21000-CALCULER-ANCIENNETE.
           MOVE EMP-DATE-ENGAGEMENT TO W-DATE-EMBAUCHE.
           MOVE EMP-DATE-FIN        TO W-DATE-DEPART.
           COMPUTE W-ANCIENNETE-MOIS =
               (W-DEP-ANNEE - W-EMB-ANNEE) * 12
               + W-DEP-MOIS - W-EMB-MOIS.
           IF W-DEP-JOUR < W-EMB-JOUR
               SUBTRACT 1 FROM W-ANCIENNETE-MOIS
           END-IF.
           IF W-ANCIENNETE-MOIS < 0
               MOVE 0 TO W-ANCIENNETE-MOIS
           END-IF.
           IF W-ANCIENNETE-MOIS > 999
               MOVE 999 TO W-ANCIENNETE-MOIS
           END-IF.
           MOVE W-ANCIENNETE-MOIS TO RF-ANCIENNETE-MOIS.

           EVALUATE TRUE
               WHEN EMP-DEPART-VOLONTAIRE
                   MOVE 0 TO RF-SEMAINES-PREAVIS
               WHEN W-ANCIENNETE-MOIS < 3
                   MOVE 0 TO RF-SEMAINES-PREAVIS
               WHEN W-ANCIENNETE-MOIS < 12
                   MOVE 1 TO RF-SEMAINES-PREAVIS
               WHEN W-ANCIENNETE-MOIS < 60
                   MOVE 2 TO RF-SEMAINES-PREAVIS
               WHEN W-ANCIENNETE-MOIS < 120
                   MOVE 4 TO RF-SEMAINES-PREAVIS
               WHEN OTHER
                   MOVE 8 TO RF-SEMAINES-PREAVIS
           END-EVALUATE.

      *GROUPE DE L'EMPLOYE (BLANC = 01), COMME AU CALCUL DE PAYE.
       22000-LIRE-GROUPE.
           MOVE 7  TO W-GROUPE-JOURS.
           MOVE 40 TO W-GROUPE-HEURES.
           MOVE EMP-GROUPE-PAYE TO W-GROUPE-EMPLOYE.
           IF W-GROUPE-EMPLOYE = SPACES
              OR W-GROUPE-EMPLOYE = LOW-VALUES
               MOVE "01" TO W-GROUPE-EMPLOYE
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING "GROUPESPAYE.DAT "
                                              W-SIZE-FICHIER.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-GROUPES
               MOVE W-GROUPE-EMPLOYE TO GP-CODE
               READ FICHIER-GROUPES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF GP-JOURS-PERIODE IS NUMERIC
                          AND GP-JOURS-PERIODE > 0
                           MOVE GP-JOURS-PERIODE TO W-GROUPE-JOURS
                       END-IF
                       IF GP-HEURES-PERIODE IS NUMERIC
                          AND GP-HEURES-PERIODE > 0
                           MOVE GP-HEURES-PERIODE TO W-GROUPE-HEURES
                       ELSE
                           COMPUTE W-GROUPE-HEURES ROUNDED =
                                   W-GROUPE-JOURS * 40 / 7
                       END-IF
               END-READ
               CLOSE FICHIER-GROUPES
           END-IF.

      ******************************************************************
      *  SOLDES DE VACANCES ET DE BANQUE DE TEMPS DU REGISTRE DE
      *  L'ANNEE COURANTE, OU A DEFAUT DE L'ANNEE DE LA FIN
      *  D'EMPLOI (EMPLOYE PARTI L'AN DERNIER, PAS ENCORE PAYE).
      ******************************************************************
       23000-LIRE-SOLDES-REGISTRE.
           MOVE 0 TO RF-VACANCES RF-HEURES-BANQUE RF-ANNEE-REGISTRE.
           CALL "CBL_CHECK_FILE_EXIST" USING "REGISTRE.DAT "
                                              W-SIZE-FICHIER.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-REGISTRE
               MOVE W-ANNEE-COURANTE TO REG-ANNEE
               PERFORM 23100-LIRE-REGISTRE
               IF W-REG-ABSENT
                   MOVE W-DEP-ANNEE TO REG-ANNEE
                   PERFORM 23100-LIRE-REGISTRE
               END-IF
               IF NOT W-REG-ABSENT
                   MOVE REG-ANNEE          TO RF-ANNEE-REGISTRE
                   MOVE REG-SOLDE-VACANCES TO RF-VACANCES
                   MOVE REG-SOLDE-TEMPS    TO RF-HEURES-BANQUE
               END-IF
               CLOSE FICHIER-REGISTRE
           END-IF.

       23100-LIRE-REGISTRE.
           MOVE 0 TO W-IND-REG-ABSENT.
           MOVE EMP-CODE TO REG-CODE.
           READ FICHIER-REGISTRE
               INVALID KEY MOVE 1 TO W-IND-REG-ABSENT
           END-READ.

       24000-LIRE-SOLDE-PRET.
           MOVE 0 TO RF-SOLDE-PRET.
           CALL "CBL_CHECK_FILE_EXIST" USING "RETENUES.DAT "
                                              W-SIZE-FICHIER.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-RETENUES
               MOVE EMP-CODE TO RT-CODE
               MOVE "AVAN"   TO RT-TYPE
               READ FICHIER-RETENUES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE RT-SOLDE TO RF-SOLDE-PRET
               END-READ
               CLOSE FICHIER-RETENUES
           END-IF.

      *PERIODE COURANTE DU GROUPE (PERIODES DE W-GROUPE-JOURS JOURS
      *COMPTEES DEPUIS LE 1ER JANVIER), SOURCE DU PASSAGE HORS-CYCLE.
       25000-CHOISIR-PERIODE-FINALE.
           MOVE W-ANNEE-COURANTE TO RF-ANNEE.
           COMPUTE W-DATE-DEBUT-ANNEE = W-ANNEE-COURANTE * 10000 + 101.
           COMPUTE W-JOUR-DEBUT-AN-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-DEBUT-ANNEE).
           COMPUTE W-JOUR-COURANT-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-DU-JOUR).
           COMPUTE RF-PERIODE =
               ((W-JOUR-COURANT-INT - W-JOUR-DEBUT-AN-INT)
                / W-GROUPE-JOURS) + 1.

      ******************************************************************
      *  RELEVE DU REGLEMENT : CHAQUE LIGNE EST AFFICHEE A L'ECRAN
      *  ET ECRITE DANS ReglementFinal.doc, MIS AU SPOULE.
      ******************************************************************
       30000-PRODUIRE-RELEVE.
           OPEN OUTPUT RAPPORT-REGLEMENT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "** REGLEMENT FINAL - "   DELIMITED BY SIZE
                  EMP-NOM                   DELIMITED BY "  "
                  " "                       DELIMITED BY SIZE
                  EMP-PREN                  DELIMITED BY "  "
                  " ("                      DELIMITED BY SIZE
                  EMP-CODE                  DELIMITED BY SIZE
                  ") - "                    DELIMITED BY SIZE
                  W-DATE-DU-JOUR            DELIMITED BY SIZE
                  " **"                     DELIMITED BY SIZE
             INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

           MOVE 13 TO W-LIGNE-ECRAN.
           MOVE EMP-DATE-ENGAGEMENT TO W-ED-DATE.
           MOVE SPACES TO W-LIGNE-AFFICHEE.
           STRING "EMBAUCHE LE "          DELIMITED BY SIZE
                  W-ED-DATE               DELIMITED BY SIZE
                  "   FIN D'EMPLOI LE "   DELIMITED BY SIZE
                  EMP-DATE-FIN(1:4)       DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  EMP-DATE-FIN(5:2)       DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  EMP-DATE-FIN(7:2)       DELIMITED BY SIZE
                  " ("                    DELIMITED BY SIZE
                  EMP-RAISON-FIN          DELIMITED BY SIZE
                  ")"                     DELIMITED BY SIZE
             INTO W-LIGNE-AFFICHEE.
           PERFORM 31000-SORTIR-LIGNE.

           MOVE RF-ANCIENNETE-MOIS  TO W-ED-MOIS.
           MOVE RF-SEMAINES-PREAVIS TO W-ED-SEMAINES.
           MOVE RF-SALAIRE-HEBDO    TO W-ED-MONTANT.
           MOVE SPACES TO W-LIGNE-AFFICHEE.
           STRING "ANCIENNETE: "          DELIMITED BY SIZE
                  W-ED-MOIS               DELIMITED BY SIZE
                  " MOIS   PREAVIS: "     DELIMITED BY SIZE
                  W-ED-SEMAINES           DELIMITED BY SIZE
                  " SEM. A "              DELIMITED BY SIZE
                  W-ED-MONTANT            DELIMITED BY SIZE
             INTO W-LIGNE-AFFICHEE.
           PERFORM 31000-SORTIR-LIGNE.

           MOVE RF-INDEMNITE-PREAVIS TO W-ED-MONTANT.
           MOVE SPACES TO W-LIGNE-AFFICHEE.
           STRING "INDEMNITE DE PREAVIS (PRA)    : "
                                          DELIMITED BY SIZE
                  W-ED-MONTANT            DELIMITED BY SIZE
             INTO W-LIGNE-AFFICHEE.
           PERFORM 31000-SORTIR-LIGNE.

           MOVE RF-VACANCES TO W-ED-MONTANT.
           MOVE SPACES TO W-LIGNE-AFFICHEE.
           STRING "SOLDE DE VACANCES (VAC)       : "
                                          DELIMITED BY SIZE
                  W-ED-MONTANT            DELIMITED BY SIZE
                  "  + ACQUIS DE LA PAYE FINALE"
                                          DELIMITED BY SIZE
             INTO W-LIGNE-AFFICHEE.
           PERFORM 31000-SORTIR-LIGNE.

           MOVE RF-MONTANT-BANQUE TO W-ED-MONTANT.
           MOVE RF-HEURES-BANQUE  TO W-ED-HEURES.
           MOVE SPACES TO W-LIGNE-AFFICHEE.
           STRING "BANQUE DE TEMPS (BQT)         : "
                                          DELIMITED BY SIZE
                  W-ED-MONTANT            DELIMITED BY SIZE
                  "  ("                   DELIMITED BY SIZE
                  W-ED-HEURES             DELIMITED BY SIZE
                  " HRS)"                 DELIMITED BY SIZE
             INTO W-LIGNE-AFFICHEE.
           PERFORM 31000-SORTIR-LIGNE.

           MOVE RF-SOLDE-PRET TO W-ED-MONTANT.
           MOVE SPACES TO W-LIGNE-AFFICHEE.
           STRING "PRET A RECOUVRER (AVAN)       : "
                                          DELIMITED BY SIZE
                  W-ED-MONTANT            DELIMITED BY SIZE
                  "  (RESTE RADIE A LA CLOTURE)"
                                          DELIMITED BY SIZE
             INTO W-LIGNE-AFFICHEE.
           PERFORM 31000-SORTIR-LIGNE.

           MOVE SPACES TO W-LIGNE-AFFICHEE.
           STRING "PAYE FINALE : PASSAGE HORS-CYCLE, PERIODE SOURCE "
                                          DELIMITED BY SIZE
                  RF-PERIODE              DELIMITED BY SIZE
                  "/"                     DELIMITED BY SIZE
                  RF-ANNEE                DELIMITED BY SIZE
             INTO W-LIGNE-AFFICHEE.
           PERFORM 31000-SORTIR-LIGNE.

           IF W-HORS-LIMITE
               MOVE "MONTANT HORS LIMITE D'UNE LIGNE - A TRAITER A PART"
                 TO W-LIGNE-AFFICHEE
               PERFORM 31000-SORTIR-LIGNE
           END-IF.

           CLOSE RAPPORT-REGLEMENT.
           MOVE W-OPERATEUR TO W-SP-OPERATEUR.
           MOVE SPACES TO W-SP-PERIODE.
           STRING RF-PERIODE DELIMITED BY SIZE
                  "/"        DELIMITED BY SIZE
                  RF-ANNEE   DELIMITED BY SIZE
             INTO W-SP-PERIODE.
           CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                     W-SP-PERIODE W-SP-OPERATEUR.

       31000-SORTIR-LIGNE.
           DISPLAY W-LIGNE-AFFICHEE AT LINE W-LIGNE-ECRAN COLUMN 5.
           ADD 1 TO W-LIGNE-ECRAN.
           MOVE W-LIGNE-AFFICHEE TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT AFTER ADVANCING 1 LINE.

       35000-DEMANDER-APPROBATION.
           IF W-HORS-LIMITE
               MOVE "REGLEMENT NON APPROUVABLE (MONTANT HORS LIMITE)"
                 TO W-MESSAGE-ERREUR
           ELSE
               MOVE SPACE TO W-REPONSE
               DISPLAY "APPROUVER LE REGLEMENT (O/N) : " AT 2205
               ACCEPT  W-REPONSE AT 2237
               IF W-REPONSE-OUI
                   PERFORM 40000-APPROUVER-REGLEMENT
                   MOVE SPACES TO W-MESSAGE-ERREUR
                   STRING "REGLEMENT APPROUVE - PAYE HORS-CYCLE, "
                                         DELIMITED BY SIZE
                          "PERIODE SOURCE "
                                         DELIMITED BY SIZE
                          RF-PERIODE     DELIMITED BY SIZE
                     INTO W-MESSAGE-ERREUR
               ELSE
                   MOVE "REGLEMENT NON APPROUVE (ReglementFinal.doc)"
                     TO W-MESSAGE-ERREUR
               END-IF
           END-IF.

      ******************************************************************
      *  APPROBATION : LIGNES DE GAIN DEJA APPROUVEES A LA FEUILLE
      *  DE TEMPS DE LA PERIODE SOURCE, SOLDES VERSES VIDES AU
      *  REGISTRE, RECOUVREMENT DU PRET PORTE A SON SOLDE ENTIER
      *  (PLAFONNE AU NET PAR LE CALCUL DE PAYE), FICHE DU
      *  REGLEMENT ET PISTE D'AUDIT.
      ******************************************************************
       40000-APPROUVER-REGLEMENT.
           PERFORM 41000-OUVRIR-FEUILLES.
           IF RF-INDEMNITE-PREAVIS > 0
               MOVE "PRA"                TO W-LG-GAIN
               MOVE 0                    TO W-LG-HEURES
               MOVE RF-INDEMNITE-PREAVIS TO W-LG-MONTANT
               PERFORM 42000-ECRIRE-LIGNE-GAIN
           END-IF.
           IF RF-VACANCES > 0
               MOVE "VAC"                TO W-LG-GAIN
               MOVE 0                    TO W-LG-HEURES
               MOVE RF-VACANCES          TO W-LG-MONTANT
               PERFORM 42000-ECRIRE-LIGNE-GAIN
           END-IF.
           IF RF-MONTANT-BANQUE > 0
               MOVE "BQT"                TO W-LG-GAIN
               MOVE RF-HEURES-BANQUE     TO W-LG-HEURES
               MOVE RF-MONTANT-BANQUE    TO W-LG-MONTANT
               PERFORM 42000-ECRIRE-LIGNE-GAIN
           END-IF.
           CLOSE FICHIER-FEUILLES.

           PERFORM 43000-VIDER-SOLDES-REGISTRE.
           PERFORM 44000-RECOUVRER-PRET.

           MOVE "A"          TO RF-STATUT.
           MOVE W-OPERATEUR  TO RF-APPROBATEUR.
           WRITE RF-FICHE-REGLEMENT.

           MOVE RF-CODE            TO W-AU-CODE.
           MOVE "REGLEMENT"        TO W-AU-OPERATION.
           MOVE W-OPERATEUR        TO W-AU-OPER-ID.
           MOVE SPACES             TO W-AU-AVANT.
           MOVE RF-FICHE-REGLEMENT TO W-AU-APRES.
           CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                     W-AU-OPER-ID
                                     W-AU-AVANT W-AU-APRES.

       41000-OUVRIR-FEUILLES.
           CALL "CBL_CHECK_FILE_EXIST" USING "FEUILLETEMPS.DAT "
                                              W-SIZE-FICHIER.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-FEUILLES
           ELSE
               OPEN OUTPUT FICHIER-FEUILLES
               CLOSE FICHIER-FEUILLES
               OPEN I-O FICHIER-FEUILLES
           END-IF.

      *LA LIGNE EST APPROUVEE PAR L'OPERATEUR QUI APPROUVE LE
      *RELEVE ; UNE LIGNE DEJA PRESENTE POUR LE MEME CODE EST
      *REMPLACEE.
       42000-ECRIRE-LIGNE-GAIN.
           MOVE 0 TO W-IND-FT-ABSENTE.
           MOVE RF-CODE      TO FT-CODE.
           MOVE RF-ANNEE     TO FT-ANNEE.
           MOVE RF-PERIODE   TO FT-PERIODE.
           MOVE W-LG-GAIN    TO FT-GAIN.
           MOVE SPACES       TO FT-IMPUTATION.
           MOVE ZEROS        TO FT-ORIGINE.
           READ FICHIER-FEUILLES
               INVALID KEY MOVE 1 TO W-IND-FT-ABSENTE
           END-READ.

           MOVE RF-CODE      TO FT-CODE.
           MOVE RF-ANNEE     TO FT-ANNEE.
           MOVE RF-PERIODE   TO FT-PERIODE.
           MOVE W-LG-GAIN    TO FT-GAIN.
           MOVE SPACES       TO FT-IMPUTATION.
           MOVE ZEROS        TO FT-ORIGINE.
           MOVE W-LG-HEURES  TO FT-HEURES.
           MOVE W-LG-MONTANT TO FT-MONTANT.
           MOVE "A"          TO FT-STATUT-APPR.
           MOVE W-OPERATEUR  TO FT-APPROBATEUR.
           MOVE SPACES       TO FT-RESERVE.
           MOVE SPACE        TO FT-SENS.
           IF W-FT-ABSENTE
               WRITE FT-FICHE-HEURES
           ELSE
               REWRITE FT-FICHE-HEURES
           END-IF.
           ADD 1 TO W-COMPTE-LIGNES.

      *LES SOLDES VERSES PAR LES LIGNES VAC ET BQT SORTENT DU
      *REGISTRE D'OU ILS ONT ETE LUS.
       43000-VIDER-SOLDES-REGISTRE.
           IF RF-ANNEE-REGISTRE > 0
              AND (RF-VACANCES > 0 OR RF-HEURES-BANQUE > 0)
               OPEN I-O FICHIER-REGISTRE
               MOVE RF-ANNEE-REGISTRE TO REG-ANNEE
               PERFORM 23100-LIRE-REGISTRE
               IF NOT W-REG-ABSENT
                   MOVE 0 TO REG-SOLDE-VACANCES REG-SOLDE-TEMPS
                   REWRITE REG-FICHE-CUMUL
               END-IF
               CLOSE FICHIER-REGISTRE
           END-IF.

      *LA PAYE FINALE RECOUVRE TOUT LE SOLDE DU PRET, DANS LA
      *LIMITE DU RECOUVREMENT PAR PERIODE ET DU NET DISPONIBLE.
       44000-RECOUVRER-PRET.
           IF RF-SOLDE-PRET > 0
               OPEN I-O FICHIER-RETENUES
               MOVE RF-CODE TO RT-CODE
               MOVE "AVAN"  TO RT-TYPE
               READ FICHIER-RETENUES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "M" TO RT-MODE
                       IF RT-SOLDE > 9999.99
                           MOVE 9999.99 TO RT-MONTANT
                       ELSE
                           MOVE RT-SOLDE TO RT-MONTANT
                       END-IF
                       REWRITE RT-FICHE-RETENUE
               END-READ
               CLOSE FICHIER-RETENUES
           END-IF.

      ******************************************************************
      *  CLOTURE APRES LA PAYE FINALE HORS-CYCLE : CE QUI RESTE DU
      *  PRET (NET INSUFFISANT) EST RADIE ET LA RETENUE "AVAN"
      *  SUPPRIMEE ; LE REGLEMENT PASSE AU STATUT CLOS.
      ******************************************************************
       50000-CLORE-REGLEMENT.
           MOVE SPACES TO W-CODE-SAISI.
           DISPLAY "CODE EMPLOYE (BLANC = ANNULER) : " AT 1205.
           DISPLAY "      "                            AT 1239.
           ACCEPT  W-CODE-SAISI AT 1239.
           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE "CLOTURE ANNULEE" TO W-MESSAGE-ERREUR
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               PERFORM 12000-OUVRIR-REGLEMENTS
               MOVE 0 TO W-IND-RF-ABSENT
               MOVE W-CODE-SAISI TO RF-CODE
               READ FICHIER-REGLEMENTS
                   INVALID KEY MOVE 1 TO W-IND-RF-ABSENT
               END-READ
               EVALUATE TRUE
                   WHEN W-RF-ABSENT
                       MOVE "AUCUN REGLEMENT APPROUVE POUR CET EMPLOYE"
                       TO W-MESSAGE-ERREUR
                   WHEN RF-CLOS
                       MOVE "REGLEMENT DEJA CLOS" TO W-MESSAGE-ERREUR
                   WHEN OTHER
                       MOVE SPACE TO W-REPONSE
                       DISPLAY "PAYE FINALE HORS-CYCLE FAITE (O/N) : "
                                                 AT 1405
                       ACCEPT  W-REPONSE AT 1443
                       IF W-REPONSE-OUI
                           PERFORM 51000-RADIER-PRET
                       ELSE
                           MOVE "CLOTURE REPORTEE APRES LA PAYE FINALE"
                           TO W-MESSAGE-ERREUR
                       END-IF
               END-EVALUATE
               CLOSE FICHIER-REGLEMENTS
           END-IF.

       51000-RADIER-PRET.
           MOVE RF-FICHE-REGLEMENT TO W-FICHE-AVANT.
           MOVE 0 TO RF-RADIATION.
           CALL "CBL_CHECK_FILE_EXIST" USING "RETENUES.DAT "
                                              W-SIZE-FICHIER.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-RETENUES
               MOVE RF-CODE TO RT-CODE
               MOVE "AVAN"  TO RT-TYPE
               READ FICHIER-RETENUES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE RT-SOLDE TO RF-RADIATION
                       DELETE FICHIER-RETENUES
               END-READ
               CLOSE FICHIER-RETENUES
           END-IF.
           IF RF-RADIATION < RF-SOLDE-PRET
               COMPUTE W-RECOUVRE-PRET = RF-SOLDE-PRET - RF-RADIATION
           ELSE
               MOVE 0 TO W-RECOUVRE-PRET
           END-IF.

           MOVE "P"            TO RF-STATUT.
           MOVE W-DATE-DU-JOUR TO RF-DATE-CLOTURE.
           REWRITE RF-FICHE-REGLEMENT.

           MOVE RF-CODE            TO W-AU-CODE.
           MOVE "CLOTURE REGL."    TO W-AU-OPERATION.
           MOVE W-OPERATEUR        TO W-AU-OPER-ID.
           MOVE W-FICHE-AVANT      TO W-AU-AVANT.
           MOVE RF-FICHE-REGLEMENT TO W-AU-APRES.
           CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                     W-AU-OPER-ID
                                     W-AU-AVANT W-AU-APRES.

           PERFORM 52000-IMPRIMER-CLOTURE.
           MOVE RF-RADIATION TO W-ED-MONTANT.
           MOVE SPACES TO W-MESSAGE-ERREUR.
           STRING "REGLEMENT CLOS - PRET RADIE : "
                                       DELIMITED BY SIZE
                  W-ED-MONTANT         DELIMITED BY SIZE
             INTO W-MESSAGE-ERREUR.

       52000-IMPRIMER-CLOTURE.
           OPEN OUTPUT RAPPORT-REGLEMENT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "** CLOTURE DU REGLEMENT FINAL - "
                                       DELIMITED BY SIZE
                  RF-CODE              DELIMITED BY SIZE
                  " - "                DELIMITED BY SIZE
                  W-DATE-DU-JOUR       DELIMITED BY SIZE
                  " **"                DELIMITED BY SIZE
             INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

           MOVE RF-SOLDE-PRET TO W-ED-MONTANT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "PRET AU REGLEMENT             : "
                                       DELIMITED BY SIZE
                  W-ED-MONTANT         DELIMITED BY SIZE
             INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT AFTER ADVANCING 2 LINES.

           MOVE W-RECOUVRE-PRET TO W-ED-MONTANT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "RECOUVRE PAR LA PAYE FINALE   : "
                                       DELIMITED BY SIZE
                  W-ED-MONTANT         DELIMITED BY SIZE
             INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT AFTER ADVANCING 1 LINE.

           MOVE RF-RADIATION TO W-ED-MONTANT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "RADIE (CREANCE IRRECOUVRABLE) : "
                                       DELIMITED BY SIZE
                  W-ED-MONTANT         DELIMITED BY SIZE
             INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT AFTER ADVANCING 1 LINE.

           CLOSE RAPPORT-REGLEMENT.
           MOVE W-OPERATEUR TO W-SP-OPERATEUR.
           MOVE SPACES TO W-SP-PERIODE.
           STRING RF-PERIODE DELIMITED BY SIZE
                  "/"        DELIMITED BY SIZE
                  RF-ANNEE   DELIMITED BY SIZE
             INTO W-SP-PERIODE.
           CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                     W-SP-PERIODE W-SP-OPERATEUR.
