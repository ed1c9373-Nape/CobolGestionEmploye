      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: ANCIENNETE SYNDICALE, MISES A PIED ET RAPPELS.
      *          1) DATE D'ANCIENNETE RECONNUE D'UN EMPLOYE
      *          (ANCIENNETE.DAT) : REEMBAUCHE AVEC ANCIENNETE
      *          RESTITUEE OU AJUSTEMENT ; 0 = RETOUR A LA DATE
      *          D'EMBAUCHE. 2) MISE A PIED D'UN SYNDIQUE ACTIF : LA
      *          FICHE PASSE INACTIVE (RAISON "A", MANQUE DE TRAVAIL)
      *          ET L'EMPLOYE EST INSCRIT A LA LISTE DE RAPPEL
      *          (RAPPELS.DAT) POUR LA DUREE DU DROIT DE RAPPEL ; UN
      *          AVERTISSEMENT SIGNALE LES MOINS ANCIENS DE SA CLASSE
      *          ENCORE AU TRAVAIL. 3) RAPPEL AU TRAVAIL : LE PLUS
      *          ANCIEN DE LA LISTE POUR UN DEPARTEMENT ET UNE CLASSE
      *          EST PROPOSE ; IL EST RAPPELE (FICHE REMISE ACTIVE)
      *          OU SON REFUS LUI FAIT PERDRE SON DROIT. 4) REGISTRE
      *          DES RAPPELS (Rappels.doc), APRES ECHEANCE DES DROITS
      *          EXPIRES. CHAQUE CHANGEMENT EST CONSIGNE A LA PISTE
      *          D'AUDIT ; L'ANCIENNETE VIENT DE CALCANCIENNETE.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANCIENNETE.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-IDX  ASSIGN TO "EMPLOYES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODE
               ALTERNATE RECORD KEY IS EMP-NOM-PREN
                          WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DATE-ENGAGEMENT
                          WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-REGION
                          WITH DUPLICATES.

       SELECT FICHIER-ANCIENNETE  ASSIGN TO "ANCIENNETE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS AN-CODE.

       SELECT FICHIER-RAPPELS  ASSIGN TO "RAPPELS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CLE.

       SELECT RAPPORT-RAPPELS  ASSIGN TO "Rappels.doc"
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
           05  EMP-RESERVE             PIC X(4).

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
               88  AN-MOTIF-VALIDE     VALUE "R" "A".
           05  AN-DATE-MAJ             PIC 9(8).
           05  AN-OPERATEUR            PIC X(8).
           05  AN-RESERVE              PIC X(10).

      *********************************************************
      * Registre des mises a pied et rappels : une fiche par
      * mise a pied (code + date). Statut M = mis a pied, sur
      * la liste de rappel ; R = rappele ; F = a refuse le
      * rappel ; E = droit de rappel echu.
      *********************************************************
       FD  FICHIER-RAPPELS
       LABEL RECORD STANDARD.
       01  RA-FICHE-RAPPEL.
           05  RA-CLE.
               10  RA-CODE             PIC X(6).
               10  RA-DATE-MISE-A-PIED PIC 9(8).
           05  RA-DEPARTEMENT          PIC X(2).
           05  RA-CLASSE               PIC X(4).
           05  RA-JOURS-ANCIENNETE     PIC 9(5).
           05  RA-DATE-ECHEANCE        PIC 9(8).
           05  RA-STATUT               PIC X.
               88  RA-EN-RAPPEL        VALUE "M".
               88  RA-RAPPELE          VALUE "R".
               88  RA-REFUS            VALUE "F".
               88  RA-ECHU             VALUE "E".
           05  RA-DATE-RAPPEL          PIC 9(8).
           05  RA-OPERATEUR            PIC X(8).
           05  RA-RESERVE              PIC X(10).

       FD  RAPPORT-RAPPELS.
       01  LIGNE-RAPPELS               PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-EMP-ABSENT     PIC 9   VALUE 0.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-AN-ABSENT      PIC 9   VALUE 0.
               88  W-AN-ABSENT              VALUE 1.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-FIN-RAPPELS    PIC 9   VALUE 0.
               88  W-FIN-RAPPELS            VALUE 1.
           05  W-IND-CANDIDAT       PIC 9   VALUE 0.
               88  W-CANDIDAT-TROUVE        VALUE 1.
           05  W-IND-DATE-ERR-MOIS  PIC 9   VALUE 0.
           05  W-IND-DATE-ERR-JOUR  PIC 9   VALUE 0.

       01  W-FILE-DETAIL.
           05  W-SIZE-ANCIENNETE    PIC X(8)   COMP-X.
           05  W-SIZE-RAPPELS       PIC X(8)   COMP-X.

      *********************************************************
      * Convention collective : le droit de rappel d'un
      * employe mis a pied dure 12 mois.
      *********************************************************
       01  W-MOIS-DROIT-RAPPEL      PIC 9(2)    VALUE 12.

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-COMPTE-LIGNES          PIC 9(4)    VALUE 0.
       01  W-CHOIX-ANCIENNETE       PIC X       VALUE SPACE.
       01  W-REPONSE                PIC X.
           88  W-REPONSE-OUI                VALUE "O" "o".

      *********************************************************
      * Saisie : code employe ; nouvelle date d'anciennete et
      * motif ; date de mise a pied (0 = aujourd'hui) ;
      * departement et classe du rappel.
      *********************************************************
       01  W-SAISIE-ANCIENNETE.
           05  W-CODE-SAISI         PIC X(6).
           05  W-DATE-SAISIE        PIC 9(8).
           05  W-MOTIF-SAISI        PIC X.
           05  W-DEPT-SAISI         PIC X(2).
           05  W-CLASSE-SAISIE      PIC X(4).

       01  W-DATE-VALIDEE           PIC 9(8).
       01  W-DATE-VALIDEE-R REDEFINES W-DATE-VALIDEE.
           05  W-DV-ANNEE           PIC 9(4).
           05  W-DV-MOIS            PIC 9(2).
           05  W-DV-JOUR            PIC 9(2).
       01  W-MOIS-CALCUL            PIC 9(4).
       01  W-ANNEES-AJOUT           PIC 9(4).
       01  W-MOIS-RESTE             PIC 9(2).

       01  W-DEPT-EMPLOYE           PIC X(2).
       01  W-DEPT-CIBLE             PIC X(2).
       01  W-CLASSE-CIBLE           PIC X(4).
       01  W-CODE-CIBLE             PIC X(6).
       01  W-JOURS-CIBLE            PIC 9(5).
       01  W-COMPTE-MOINS-ANCIENS   PIC 9(4).
       01  W-MEILLEURS-JOURS        PIC 9(5).
       01  W-MEILLEURE-CLE          PIC X(14).
       01  W-COMPTE-ECHUS           PIC 9(4).

      *********************************************************
      * Zone d'appel du calcul de l'anciennete (CALCANCIENNETE).
      *********************************************************
       01  W-APPEL-ANCIENNETE.
           05  W-CA-CODE            PIC X(6).
           05  W-CA-DATE-EMBAUCHE   PIC 9(8).
           05  W-CA-DATE-REFERENCE  PIC 9(8).
           05  W-CA-DATE-ANCIENNETE PIC 9(8).
           05  W-CA-JOURS-RETRANCHES PIC 9(5).
           05  W-CA-JOURS           PIC 9(5).

      *********************************************************
      * Liste de rappel du registre, tenue dans l'ordre
      * departement + classe + anciennete decroissante (cle
      * inverse = 99999 - jours) + code.
      *********************************************************
       01  W-TABLE-RAPPELS.
           05  W-NB-RAPPELS         PIC 9(4) VALUE 0.
           05  W-RAPPEL OCCURS 1000 TIMES
                                    INDEXED BY W-IDX-RP W-IDX-DEPL.
               10  W-RP-CLE.
                   15  W-RP-DEPT    PIC X(2).
                   15  W-RP-CLASSE  PIC X(4).
                   15  W-RP-INVERSE PIC 9(5).
                   15  W-RP-CODE    PIC X(6).
               10  W-RP-NOM-PREN    PIC X(35).
               10  W-RP-MISE-A-PIED PIC 9(8).
               10  W-RP-ECHEANCE    PIC 9(8).
               10  W-RP-JOURS       PIC 9(5).

       01  W-CLE-CHERCHEE.
           05  W-CC-DEPT            PIC X(2).
           05  W-CC-CLASSE          PIC X(4).
           05  W-CC-INVERSE         PIC 9(5).
           05  W-CC-CODE            PIC X(6).

       01  W-GROUPE-COURANT         PIC X(6).
       01  W-COMPTE-IGNORES         PIC 9(4) VALUE 0.

       01  W-LIGNE-INFO.
           05  FILLER               PIC X(11) VALUE "EMBAUCHE : ".
           05  W-LI-EMBAUCHE        PIC 9999/99/99.
           05  FILLER               PIC X(14) VALUE "  ANCIENNETE: ".
           05  W-LI-DATE-ANC        PIC 9999/99/99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LI-JOURS           PIC ZZ,ZZ9.
           05  FILLER               PIC X(6)  VALUE " JOURS".

       01  W-LIGNE-RAPPEL.
           05  W-LR-CODE            PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LR-NOM-PREN        PIC X(35).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LR-MISE-A-PIED     PIC 9999/99/99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LR-ECHEANCE        PIC 9999/99/99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LR-JOURS           PIC ZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LR-NOTE            PIC X(10).

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

       01  W-EMP-AVANT-IMAGE        PIC X(194).

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "ANCIENNETE".
           05  W-SP-NOM             PIC X(30) VALUE "Rappels.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "ANCIENNETE".
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

           MOVE SPACE TO W-CHOIX-ANCIENNETE.
           DISPLAY "1) DATE D'ANCIENNETE RECONNUE D'UN EMPLOYE"
                                                    AT 0405.
           DISPLAY "2) MISE A PIED D'UN EMPLOYE SYNDIQUE"
                                                    AT 0605.
           DISPLAY "3) RAPPEL AU TRAVAIL (PLUS ANCIEN DE LA LISTE)"
                                                    AT 0805.
           DISPLAY "4) REGISTRE DES RAPPELS (Rappels.doc)"
                                                    AT 1005.
           DISPLAY "Q) QUITTER"                     AT 1205.
           DISPLAY "VOTRE CHOIX (1, 2, 3, 4, Q): "  AT 1405.
           ACCEPT  W-CHOIX-ANCIENNETE AT 1435.

           EVALUATE W-CHOIX-ANCIENNETE
               WHEN "1"
                   PERFORM 10000-DATE-ANCIENNETE
               WHEN "2"
                   PERFORM 20000-MISE-A-PIED
               WHEN "3"
                   PERFORM 30000-RAPPEL
               WHEN "4"
                   PERFORM 40000-REGISTRE-RAPPELS
               WHEN OTHER
                   MOVE "ANCIENNETE: AUCUNE ACTION" TO W-MESSAGE-ERREUR
           END-EVALUATE.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-LIGNES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  DATE D'ANCIENNETE RECONNUE : AFFICHE L'EMBAUCHE ET LA DATE
      *  EN VIGUEUR, PUIS ENREGISTRE LA NOUVELLE DATE ET SON MOTIF ;
      *  0 RAMENE L'EMPLOYE A SA DATE D'EMBAUCHE.
      ******************************************************************
       10000-DATE-ANCIENNETE.
           OPEN INPUT FICHIER-IDX.
           PERFORM 11000-SAISIR-EMPLOYE.
           CLOSE FICHIER-IDX.
           EVALUATE TRUE
               WHEN W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
                   MOVE "DATE D'ANCIENNETE ANNULEE" TO W-MESSAGE-ERREUR
               WHEN W-EMP-ABSENT
                   MOVE "AUCUN EMPLOYE TROUVE." TO W-MESSAGE-ERREUR
               WHEN OTHER
                   PERFORM 60000-OUVRIR-ANCIENNETE
                   MOVE 0 TO W-IND-AN-ABSENT
                   MOVE W-CODE-SAISI TO AN-CODE
                   READ FICHIER-ANCIENNETE
                       INVALID KEY MOVE 1 TO W-IND-AN-ABSENT
                   END-READ
                   PERFORM 12000-AFFICHER-ANCIENNETE
                   PERFORM 13000-SAISIR-DATE-RECONNUE
                   CLOSE FICHIER-ANCIENNETE
           END-EVALUATE.

       11000-SAISIR-EMPLOYE.
           MOVE SPACES TO W-CODE-SAISI.
           DISPLAY "CODE EMPLOYE (BLANC = ANNULER) : " AT 1605.
           DISPLAY "      "                            AT 1639.
           ACCEPT  W-CODE-SAISI AT 1639.
           IF W-CODE-SAISI NOT = SPACES
              AND W-CODE-SAISI NOT = LOW-VALUES
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               MOVE 0 TO W-IND-EMP-ABSENT
               MOVE W-CODE-SAISI TO EMP-CODE
               READ FICHIER-IDX
                   INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
               END-READ
               IF NOT W-EMP-ABSENT
                   DISPLAY EMP-NOM-PREN AT 1646
               END-IF
           END-IF.

       12000-AFFICHER-ANCIENNETE.
           PERFORM 50000-CALCULER-ANCIENNETE.
           MOVE EMP-DATE-ENGAGEMENT  TO W-LI-EMBAUCHE.
           MOVE W-CA-DATE-ANCIENNETE TO W-LI-DATE-ANC.
           MOVE W-CA-JOURS           TO W-LI-JOURS.
           DISPLAY W-LIGNE-INFO AT 1705.

       13000-SAISIR-DATE-RECONNUE.
           MOVE 0     TO W-DATE-SAISIE.
           MOVE SPACE TO W-MOTIF-SAISI.
           DISPLAY "NOUVELLE DATE (AAAAMMJJ, 0 = EMBAUCHE) : "
                                                          AT 1805.
           ACCEPT  W-DATE-SAISIE AT 1847.
           IF W-DATE-SAISIE = 0
               PERFORM 15000-RETIRER-DATE-RECONNUE
           ELSE
               DISPLAY "MOTIF (R=REEMBAUCHE A=AJUSTEMENT)      : "
                                                          AT 1905
               ACCEPT  W-MOTIF-SAISI AT 1947
               MOVE FUNCTION UPPER-CASE(W-MOTIF-SAISI) TO W-MOTIF-SAISI
               MOVE W-DATE-SAISIE TO W-DATE-VALIDEE
               PERFORM 70000-VALIDER-DATE
               EVALUATE TRUE
                   WHEN W-IND-DATE-ERR-MOIS = 1
                     OR W-IND-DATE-ERR-JOUR = 1
                       MOVE "DATE D'ANCIENNETE INVALIDE"
                         TO W-MESSAGE-ERREUR
                   WHEN W-DATE-SAISIE > W-DATE-DU-JOUR
                       MOVE "LA DATE D'ANCIENNETE NE PEUT ETRE FUTURE"
                         TO W-MESSAGE-ERREUR
                   WHEN W-MOTIF-SAISI NOT = "R"
                    AND W-MOTIF-SAISI NOT = "A"
                       MOVE "MOTIF : R OU A" TO W-MESSAGE-ERREUR
                   WHEN OTHER
                       PERFORM 14000-ECRIRE-DATE-RECONNUE
               END-EVALUATE
           END-IF.

       14000-ECRIRE-DATE-RECONNUE.
           MOVE SPACES TO W-AU-AVANT.
           IF NOT W-AN-ABSENT
               MOVE AN-FICHE-ANCIENNETE TO W-AU-AVANT
           END-IF.
           MOVE W-CODE-SAISI   TO AN-CODE.
           MOVE W-DATE-SAISIE  TO AN-DATE-ANCIENNETE.
           MOVE W-MOTIF-SAISI  TO AN-MOTIF.
           MOVE W-DATE-DU-JOUR TO AN-DATE-MAJ.
           MOVE W-OPERATEUR    TO AN-OPERATEUR.
           MOVE SPACES         TO AN-RESERVE.
           IF W-AN-ABSENT
               WRITE AN-FICHE-ANCIENNETE
           ELSE
               REWRITE AN-FICHE-ANCIENNETE
           END-IF.
           MOVE SPACES TO W-AU-APRES.
           MOVE AN-FICHE-ANCIENNETE TO W-AU-APRES.
           PERFORM 16000-AUDITER-DATE-RECONNUE.
           ADD 1 TO W-COMPTE-LIGNES.
           MOVE "DATE D'ANCIENNETE RECONNUE ENREGISTREE"
             TO W-MESSAGE-ERREUR.

       15000-RETIRER-DATE-RECONNUE.
           IF W-AN-ABSENT
               MOVE "AUCUNE DATE RECONNUE - ANCIENNETE A L'EMBAUCHE"
                 TO W-MESSAGE-ERREUR
           ELSE
               MOVE SPACES TO W-AU-AVANT W-AU-APRES
               MOVE AN-FICHE-ANCIENNETE TO W-AU-AVANT
               DELETE FICHIER-ANCIENNETE
               PERFORM 16000-AUDITER-DATE-RECONNUE
               ADD 1 TO W-COMPTE-LIGNES
               MOVE "DATE RECONNUE RETIREE - ANCIENNETE A L'EMBAUCHE"
                 TO W-MESSAGE-ERREUR
           END-IF.

       16000-AUDITER-DATE-RECONNUE.
           MOVE W-CODE-SAISI    TO W-AU-CODE.
           MOVE "DATE ANCIEN."  TO W-AU-OPERATION.
           MOVE W-OPERATEUR     TO W-AU-OPER-ID.
           CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                     W-AU-OPER-ID
                                     W-AU-AVANT W-AU-APRES.

      ******************************************************************
      *  MISE A PIED D'UN SYNDIQUE ACTIF A UNE DATE ENTRE SON EMBAUCHE
      *  ET AUJOURD'HUI. LES MOINS ANCIENS DE SON DEPARTEMENT ET DE SA
      *  CLASSE ENCORE AU TRAVAIL SONT SIGNALES ET LA MISE A PIED DOIT
      *  ALORS ETRE CONFIRMEE.
      ******************************************************************
       20000-MISE-A-PIED.
           OPEN I-O FICHIER-IDX.
           PERFORM 11000-SAISIR-EMPLOYE.
           EVALUATE TRUE
               WHEN W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
                   MOVE "MISE A PIED ANNULEE" TO W-MESSAGE-ERREUR
               WHEN W-EMP-ABSENT
                   MOVE "AUCUN EMPLOYE TROUVE." TO W-MESSAGE-ERREUR
               WHEN NOT EMP-ACTIF
                   MOVE "SEUL UN EMPLOYE ACTIF PEUT ETRE MIS A PIED"
                     TO W-MESSAGE-ERREUR
               WHEN EMP-CLASSE = SPACES OR EMP-CLASSE = LOW-VALUES
                   MOVE "EMPLOYE NON SYNDIQUE (AUCUNE CLASSE D'EMPLOI)"
                     TO W-MESSAGE-ERREUR
               WHEN OTHER
                   PERFORM 21000-SAISIR-DATE-MISE-A-PIED
           END-EVALUATE.
           CLOSE FICHIER-IDX.

       21000-SAISIR-DATE-MISE-A-PIED.
           MOVE 0 TO W-DATE-SAISIE.
           DISPLAY "DATE DE MISE A PIED (AAAAMMJJ, 0 = AUJOURD'HUI): "
                                                          AT 1805.
           ACCEPT  W-DATE-SAISIE AT 1855.
           IF W-DATE-SAISIE = 0
               MOVE W-DATE-DU-JOUR TO W-DATE-SAISIE
           END-IF.
           MOVE W-DATE-SAISIE TO W-DATE-VALIDEE.
           PERFORM 70000-VALIDER-DATE.
           EVALUATE TRUE
               WHEN W-IND-DATE-ERR-MOIS = 1 OR W-IND-DATE-ERR-JOUR = 1
                   MOVE "DATE DE MISE A PIED INVALIDE"
                     TO W-MESSAGE-ERREUR
               WHEN W-DATE-SAISIE < EMP-DATE-ENGAGEMENT
                   MOVE "MISE A PIED ANTERIEURE A L'EMBAUCHE"
                     TO W-MESSAGE-ERREUR
               WHEN W-DATE-SAISIE > W-DATE-DU-JOUR
                   MOVE "LA DATE DE MISE A PIED NE PEUT ETRE FUTURE"
                     TO W-MESSAGE-ERREUR
               WHEN OTHER
                   PERFORM 22000-VERIFIER-ORDRE
           END-EVALUATE.

      *LES ANCIENNETES SONT COMPAREES A CE JOUR, COMME SUR LA LISTE
      *AFFICHEE.
       22000-VERIFIER-ORDRE.
           PERFORM 80000-DEPT-EMPLOYE.
           MOVE W-DEPT-EMPLOYE TO W-DEPT-CIBLE.
           MOVE EMP-CLASSE     TO W-CLASSE-CIBLE.
           MOVE EMP-CODE       TO W-CODE-CIBLE.
           PERFORM 50000-CALCULER-ANCIENNETE.
           MOVE W-CA-JOURS TO W-JOURS-CIBLE.

           MOVE 0 TO W-COMPTE-MOINS-ANCIENS W-IND-FIN-FICHIER.
           MOVE LOW-VALUES TO EMP-CODE.
           START FICHIER-IDX KEY IS NOT LESS THAN EMP-CODE
               INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
           END-START.
           PERFORM UNTIL W-FIN-FICHIER
               READ FICHIER-IDX NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-FICHIER
               END-READ
               IF NOT W-FIN-FICHIER
                   PERFORM 23000-COMPARER-EMPLOYE
               END-IF
           END-PERFORM.

           MOVE W-CODE-CIBLE TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
           END-READ.

           MOVE SPACE TO W-REPONSE.
           IF W-COMPTE-MOINS-ANCIENS > 0
               MOVE SPACES TO W-MESSAGE-ERREUR
               STRING "ATTENTION : "          DELIMITED BY SIZE
                      W-COMPTE-MOINS-ANCIENS  DELIMITED BY SIZE
                      " MOINS ANCIEN(S) DE LA CLASSE AU TRAVAIL"
                                              DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
               DISPLAY W-MESSAGE-ERREUR AT 2005
               DISPLAY "METTRE A PIED QUAND MEME (O/N) : " AT 2205
               ACCEPT  W-REPONSE AT 2239
           ELSE
               DISPLAY "CONFIRMER LA MISE A PIED (O/N) : " AT 2205
               ACCEPT  W-REPONSE AT 2239
           END-IF.
           IF W-REPONSE-OUI
               PERFORM 24000-ENREGISTRER-MISE-A-PIED
           ELSE
               MOVE "MISE A PIED ANNULEE" TO W-MESSAGE-ERREUR
           END-IF.

       23000-COMPARER-EMPLOYE.
           IF (EMP-ACTIF OR EMP-EN-CONGE)
              AND EMP-CODE NOT = W-CODE-CIBLE
              AND EMP-CLASSE = W-CLASSE-CIBLE
               PERFORM 80000-DEPT-EMPLOYE
               IF W-DEPT-EMPLOYE = W-DEPT-CIBLE
                   PERFORM 50000-CALCULER-ANCIENNETE
                   IF W-CA-JOURS < W-JOURS-CIBLE
                       ADD 1 TO W-COMPTE-MOINS-ANCIENS
                   END-IF
               END-IF
           END-IF.

       24000-ENREGISTRER-MISE-A-PIED.
           MOVE W-DATE-SAISIE TO W-CA-DATE-REFERENCE.
           PERFORM 51000-APPELER-CALCUL.

           PERFORM 61000-OUVRIR-RAPPELS.
           INITIALIZE RA-FICHE-RAPPEL.
           MOVE EMP-CODE        TO RA-CODE.
           MOVE W-DATE-SAISIE   TO RA-DATE-MISE-A-PIED.
           MOVE W-DEPT-CIBLE    TO RA-DEPARTEMENT.
           MOVE EMP-CLASSE      TO RA-CLASSE.
           MOVE W-CA-JOURS      TO RA-JOURS-ANCIENNETE.
           PERFORM 25000-CALCULER-ECHEANCE.
           MOVE W-DATE-VALIDEE  TO RA-DATE-ECHEANCE.
           MOVE "M"             TO RA-STATUT.
           MOVE 0               TO RA-DATE-RAPPEL.
           MOVE W-OPERATEUR     TO RA-OPERATEUR.
           MOVE SPACES          TO RA-RESERVE.
           WRITE RA-FICHE-RAPPEL
               INVALID KEY
                   MOVE "MISE A PIED DEJA INSCRITE A CETTE DATE"
                     TO W-MESSAGE-ERREUR
               NOT INVALID KEY
                   MOVE EMP-FICHE-PERSONNELLE TO W-EMP-AVANT-IMAGE
                   SET EMP-INACTIF TO TRUE
                   MOVE W-DATE-SAISIE TO EMP-DATE-FIN
                   MOVE "A"           TO EMP-RAISON-FIN
                   REWRITE EMP-FICHE-PERSONNELLE
                   MOVE "MISE A PIED" TO W-AU-OPERATION
                   PERFORM 90000-ECRIRE-AUDIT
                   ADD 1 TO W-COMPTE-LIGNES
                   MOVE SPACES TO W-MESSAGE-ERREUR
                   STRING "MISE A PIED ENREGISTREE - RAPPEL JUSQU'AU "
                                            DELIMITED BY SIZE
                          RA-DATE-ECHEANCE  DELIMITED BY SIZE
                     INTO W-MESSAGE-ERREUR
           END-WRITE.
           CLOSE FICHIER-RAPPELS.

      *ECHEANCE = MISE A PIED + DUREE DU DROIT EN MOIS ; UN JOUR
      *INEXISTANT DANS LE MOIS D'ECHEANCE RECULE A SON DERNIER JOUR.
       25000-CALCULER-ECHEANCE.
           MOVE W-DATE-SAISIE TO W-DATE-VALIDEE.
           COMPUTE W-MOIS-CALCUL = W-DV-MOIS - 1 + W-MOIS-DROIT-RAPPEL.
           DIVIDE W-MOIS-CALCUL BY 12 GIVING W-ANNEES-AJOUT
                                     REMAINDER W-MOIS-RESTE.
           ADD W-ANNEES-AJOUT TO W-DV-ANNEE.
           COMPUTE W-DV-MOIS = W-MOIS-RESTE + 1.
           PERFORM 70000-VALIDER-DATE.
           PERFORM UNTIL W-IND-DATE-ERR-JOUR = 0
                      OR W-DV-JOUR < 29
               SUBTRACT 1 FROM W-DV-JOUR
               PERFORM 70000-VALIDER-DATE
           END-PERFORM.

      ******************************************************************
      *  RAPPEL : LE PLUS ANCIEN MIS A PIED DU DEPARTEMENT ET DE LA
      *  CLASSE, DROIT DE RAPPEL EN COURS, EST PROPOSE. O = RAPPELE
      *  (FICHE REMISE ACTIVE), F = REFUS (PERTE DU DROIT), N = RIEN.
      ******************************************************************
       30000-RAPPEL.
           MOVE SPACES TO W-DEPT-SAISI W-CLASSE-SAISIE.
           DISPLAY "DEPARTEMENT (BLANC = 00) : " AT 1605.
           ACCEPT  W-DEPT-SAISI AT 1633.
           DISPLAY "CLASSE D'EMPLOI          : " AT 1705.
           ACCEPT  W-CLASSE-SAISIE AT 1733.
           MOVE FUNCTION UPPER-CASE(W-CLASSE-SAISIE) TO W-CLASSE-SAISIE.
           MOVE FUNCTION UPPER-CASE(W-DEPT-SAISI)    TO W-DEPT-SAISI.
           IF W-DEPT-SAISI = SPACES OR W-DEPT-SAISI = LOW-VALUES
               MOVE "00" TO W-DEPT-SAISI
           END-IF.

           IF W-CLASSE-SAISIE = SPACES OR W-CLASSE-SAISIE = LOW-VALUES
               MOVE "RAPPEL ANNULE" TO W-MESSAGE-ERREUR
           ELSE
               OPEN I-O FICHIER-IDX
               PERFORM 61000-OUVRIR-RAPPELS
               PERFORM 31000-CHERCHER-PLUS-ANCIEN
               IF W-CANDIDAT-TROUVE
                   PERFORM 32000-PROPOSER-RAPPEL
               ELSE
                   MOVE "AUCUN EMPLOYE EN RAPPEL POUR CETTE CLASSE"
                     TO W-MESSAGE-ERREUR
               END-IF
               CLOSE FICHIER-RAPPELS FICHIER-IDX
           END-IF.

      *UNE FICHE "M" DONT L'EMPLOYE A ETE REACTIVE AUTREMENT
      *(REEMBAUCHE) N'EST PLUS UNE MISE A PIED EN COURS : IGNOREE.
       31000-CHERCHER-PLUS-ANCIEN.
           MOVE 0 TO W-IND-CANDIDAT W-MEILLEURS-JOURS W-IND-FIN-RAPPELS.
           MOVE LOW-VALUES TO RA-CLE.
           START FICHIER-RAPPELS KEY IS NOT LESS THAN RA-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-RAPPELS
           END-START.
           PERFORM UNTIL W-FIN-RAPPELS
               READ FICHIER-RAPPELS NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-RAPPELS
               END-READ
               IF NOT W-FIN-RAPPELS
                  AND RA-EN-RAPPEL
                  AND RA-DATE-ECHEANCE NOT < W-DATE-DU-JOUR
                  AND RA-DEPARTEMENT = W-DEPT-SAISI
                  AND RA-CLASSE = W-CLASSE-SAISIE
                   MOVE RA-CODE TO EMP-CODE
                   MOVE 0 TO W-IND-EMP-ABSENT
                   READ FICHIER-IDX
                       INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
                   END-READ
                   IF NOT W-EMP-ABSENT AND EMP-INACTIF
                       PERFORM 50000-CALCULER-ANCIENNETE
                       IF NOT W-CANDIDAT-TROUVE
                          OR W-CA-JOURS > W-MEILLEURS-JOURS
                           MOVE 1          TO W-IND-CANDIDAT
                           MOVE W-CA-JOURS TO W-MEILLEURS-JOURS
                           MOVE RA-CLE     TO W-MEILLEURE-CLE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       32000-PROPOSER-RAPPEL.
           MOVE W-MEILLEURE-CLE TO RA-CLE.
           READ FICHIER-RAPPELS.
           MOVE RA-CODE TO EMP-CODE.
           READ FICHIER-IDX.
           DISPLAY EMP-CODE     AT 1805.
           DISPLAY EMP-NOM-PREN AT 1813.
           PERFORM 12000-AFFICHER-ANCIENNETE.
           MOVE SPACE TO W-REPONSE.
           DISPLAY "RAPPELER (O=OUI F=REFUS N=NON) : " AT 2205.
           ACCEPT  W-REPONSE AT 2239.
           MOVE FUNCTION UPPER-CASE(W-REPONSE) TO W-REPONSE.
           EVALUATE W-REPONSE
               WHEN "O"
                   MOVE "R"            TO RA-STATUT
                   MOVE W-DATE-DU-JOUR TO RA-DATE-RAPPEL
                   MOVE W-OPERATEUR    TO RA-OPERATEUR
                   REWRITE RA-FICHE-RAPPEL
                   MOVE EMP-FICHE-PERSONNELLE TO W-EMP-AVANT-IMAGE
                   SET EMP-ACTIF TO TRUE
                   MOVE 0     TO EMP-DATE-FIN
                   MOVE SPACE TO EMP-RAISON-FIN
                   REWRITE EMP-FICHE-PERSONNELLE
                   MOVE "RAPPEL" TO W-AU-OPERATION
                   PERFORM 90000-ECRIRE-AUDIT
                   ADD 1 TO W-COMPTE-LIGNES
                   MOVE SPACES TO W-MESSAGE-ERREUR
                   STRING "EMPLOYE "   DELIMITED BY SIZE
                          EMP-CODE     DELIMITED BY SIZE
                          " RAPPELE AU TRAVAIL - FICHE ACTIVE"
                                       DELIMITED BY SIZE
                     INTO W-MESSAGE-ERREUR
               WHEN "F"
                   MOVE "F"            TO RA-STATUT
                   MOVE W-DATE-DU-JOUR TO RA-DATE-RAPPEL
                   MOVE W-OPERATEUR    TO RA-OPERATEUR
                   REWRITE RA-FICHE-RAPPEL
                   MOVE EMP-FICHE-PERSONNELLE TO W-EMP-AVANT-IMAGE
                   MOVE "REFUS RAPPEL" TO W-AU-OPERATION
                   PERFORM 90000-ECRIRE-AUDIT
                   ADD 1 TO W-COMPTE-LIGNES
                   MOVE SPACES TO W-MESSAGE-ERREUR
                   STRING "EMPLOYE "   DELIMITED BY SIZE
                          EMP-CODE     DELIMITED BY SIZE
                          " A REFUSE LE RAPPEL - DROIT PERDU"
                                       DELIMITED BY SIZE
                     INTO W-MESSAGE-ERREUR
               WHEN OTHER
                   MOVE "RAPPEL ANNULE" TO W-MESSAGE-ERREUR
           END-EVALUATE.

      ******************************************************************
      *  REGISTRE DES RAPPELS : LES DROITS ARRIVES A ECHEANCE PASSENT
      *  AU STATUT "E", PUIS LES EMPLOYES EN RAPPEL SONT IMPRIMES PAR
      *  DEPARTEMENT ET CLASSE, DU PLUS ANCIEN AU MOINS ANCIEN ; LE
      *  PREMIER DE CHAQUE GROUPE EST LE PROCHAIN A RAPPELER.
      ******************************************************************
       40000-REGISTRE-RAPPELS.
           OPEN INPUT FICHIER-IDX.
           PERFORM 61000-OUVRIR-RAPPELS.
           MOVE 0 TO W-COMPTE-ECHUS W-NB-RAPPELS W-IND-FIN-RAPPELS.
           MOVE LOW-VALUES TO RA-CLE.
           START FICHIER-RAPPELS KEY IS NOT LESS THAN RA-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-RAPPELS
           END-START.
           PERFORM UNTIL W-FIN-RAPPELS
               READ FICHIER-RAPPELS NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-RAPPELS
               END-READ
               IF NOT W-FIN-RAPPELS AND RA-EN-RAPPEL
                   PERFORM 41000-CLASSER-RAPPEL
               END-IF
           END-PERFORM.
           CLOSE FICHIER-RAPPELS FICHIER-IDX.

           PERFORM 42000-IMPRIMER-REGISTRE.

           STRING W-DATE-DU-JOUR(1:4) "-" W-DATE-DU-JOUR(5:2)
                  DELIMITED BY SIZE INTO W-SP-PERIODE.
           MOVE W-OPERATEUR TO W-SP-OPERATEUR.
           CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                     W-SP-PERIODE W-SP-OPERATEUR.

           MOVE SPACES TO W-MESSAGE-ERREUR.
           STRING W-NB-RAPPELS   DELIMITED BY SIZE
                  " EN RAPPEL, " DELIMITED BY SIZE
                  W-COMPTE-ECHUS DELIMITED BY SIZE
                  " DROIT(S) ECHU(S) (Rappels.doc)"
                                 DELIMITED BY SIZE
             INTO W-MESSAGE-ERREUR.

       41000-CLASSER-RAPPEL.
           IF RA-DATE-ECHEANCE < W-DATE-DU-JOUR
               MOVE "E" TO RA-STATUT
               REWRITE RA-FICHE-RAPPEL
               ADD 1 TO W-COMPTE-ECHUS W-COMPTE-LIGNES
           ELSE
               MOVE RA-CODE TO EMP-CODE
               MOVE 0 TO W-IND-EMP-ABSENT
               READ FICHIER-IDX
                   INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
               END-READ
               IF NOT W-EMP-ABSENT AND EMP-INACTIF
                   PERFORM 50000-CALCULER-ANCIENNETE
                   MOVE RA-DEPARTEMENT TO W-CC-DEPT
                   MOVE RA-CLASSE      TO W-CC-CLASSE
                   COMPUTE W-CC-INVERSE = 99999 - W-CA-JOURS
                   MOVE RA-CODE        TO W-CC-CODE
                   PERFORM 43000-INSERER-RAPPEL
               END-IF
           END-IF.

       42000-IMPRIMER-REGISTRE.
           OPEN OUTPUT RAPPORT-RAPPELS.
           MOVE SPACES TO LIGNE-RAPPELS.
           STRING "** REGISTRE DES RAPPELS AU "
                                       DELIMITED BY SIZE
                  W-DATE-DU-JOUR(1:4)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-DU-JOUR(5:2)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-DU-JOUR(7:2)  DELIMITED BY SIZE
                  " **"                DELIMITED BY SIZE
             INTO LIGNE-RAPPELS.
           WRITE LIGNE-RAPPELS.

           MOVE SPACES TO W-GROUPE-COURANT.
           PERFORM VARYING W-IDX-RP FROM 1 BY 1
                   UNTIL W-IDX-RP > W-NB-RAPPELS
               MOVE SPACES TO W-LR-NOTE
               IF W-RP-DEPT(W-IDX-RP) NOT = W-GROUPE-COURANT(1:2)
                  OR W-RP-CLASSE(W-IDX-RP) NOT = W-GROUPE-COURANT(3:4)
                   MOVE W-RP-DEPT(W-IDX-RP)   TO W-GROUPE-COURANT(1:2)
                   MOVE W-RP-CLASSE(W-IDX-RP) TO W-GROUPE-COURANT(3:4)
                   MOVE SPACES TO LIGNE-RAPPELS
                   STRING "DEPARTEMENT "          DELIMITED BY SIZE
                          W-RP-DEPT(W-IDX-RP)     DELIMITED BY SIZE
                          "  CLASSE "             DELIMITED BY SIZE
                          W-RP-CLASSE(W-IDX-RP)   DELIMITED BY SIZE
                     INTO LIGNE-RAPPELS
                   WRITE LIGNE-RAPPELS AFTER ADVANCING 3 LINES
                   MOVE "CODE    NOM ET PRENOM
      -"             MISE A PIED  ECHEANCE     JOURS"
                     TO LIGNE-RAPPELS
                   WRITE LIGNE-RAPPELS AFTER ADVANCING 2 LINES
                   MOVE "PROCHAIN" TO W-LR-NOTE
               END-IF
               MOVE W-RP-CODE(W-IDX-RP)        TO W-LR-CODE
               MOVE W-RP-NOM-PREN(W-IDX-RP)    TO W-LR-NOM-PREN
               MOVE W-RP-MISE-A-PIED(W-IDX-RP) TO W-LR-MISE-A-PIED
               MOVE W-RP-ECHEANCE(W-IDX-RP)    TO W-LR-ECHEANCE
               MOVE W-RP-JOURS(W-IDX-RP)       TO W-LR-JOURS
               WRITE LIGNE-RAPPELS FROM W-LIGNE-RAPPEL
                                   AFTER ADVANCING 1 LINE
           END-PERFORM.

           MOVE SPACES TO LIGNE-RAPPELS.
           STRING "TOTAL : "            DELIMITED BY SIZE
                  W-NB-RAPPELS          DELIMITED BY SIZE
                  " EMPLOYE(S) EN RAPPEL, "
                                        DELIMITED BY SIZE
                  W-COMPTE-ECHUS        DELIMITED BY SIZE
                  " DROIT(S) DE RAPPEL ARRIVE(S) A ECHEANCE"
                                        DELIMITED BY SIZE
             INTO LIGNE-RAPPELS.
           WRITE LIGNE-RAPPELS AFTER ADVANCING 2 LINES.
           IF W-COMPTE-IGNORES > 0
               MOVE SPACES TO LIGNE-RAPPELS
               STRING "REGISTRE PLEIN - "  DELIMITED BY SIZE
                      W-COMPTE-IGNORES     DELIMITED BY SIZE
                      " EMPLOYE(S) NON LISTE(S)"
                                           DELIMITED BY SIZE
                 INTO LIGNE-RAPPELS
               WRITE LIGNE-RAPPELS AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE RAPPORT-RAPPELS.

       43000-INSERER-RAPPEL.
           IF W-NB-RAPPELS NOT < 1000
               ADD 1 TO W-COMPTE-IGNORES
           ELSE
               SET W-IDX-RP TO 1
               PERFORM UNTIL W-IDX-RP > W-NB-RAPPELS
                          OR W-RP-CLE(W-IDX-RP) > W-CLE-CHERCHEE
                   SET W-IDX-RP UP BY 1
               END-PERFORM
               PERFORM VARYING W-IDX-DEPL FROM W-NB-RAPPELS BY -1
                       UNTIL W-IDX-DEPL < W-IDX-RP
                   MOVE W-RAPPEL(W-IDX-DEPL)
                     TO W-RAPPEL(W-IDX-DEPL + 1)
               END-PERFORM
               ADD 1 TO W-NB-RAPPELS
               MOVE W-CLE-CHERCHEE      TO W-RP-CLE(W-IDX-RP)
               MOVE EMP-NOM-PREN        TO W-RP-NOM-PREN(W-IDX-RP)
               MOVE RA-DATE-MISE-A-PIED TO W-RP-MISE-A-PIED(W-IDX-RP)
               MOVE RA-DATE-ECHEANCE    TO W-RP-ECHEANCE(W-IDX-RP)
               MOVE W-CA-JOURS          TO W-RP-JOURS(W-IDX-RP)
           END-IF.

      ******************************************************************
      *  ANCIENNETE DE L'EMPLOYE COURANT A CE JOUR (OU A LA DATE DE
      *  REFERENCE DEJA PLACEE, PAR 51000).
      ******************************************************************
       50000-CALCULER-ANCIENNETE.
           MOVE W-DATE-DU-JOUR TO W-CA-DATE-REFERENCE.
           PERFORM 51000-APPELER-CALCUL.

       51000-APPELER-CALCUL.
           MOVE EMP-CODE            TO W-CA-CODE.
           MOVE EMP-DATE-ENGAGEMENT TO W-CA-DATE-EMBAUCHE.
           CALL "CALCANCIENNETE" USING W-CA-CODE
                                       W-CA-DATE-EMBAUCHE
                                       W-CA-DATE-REFERENCE
                                       W-CA-DATE-ANCIENNETE
                                       W-CA-JOURS-RETRANCHES
                                       W-CA-JOURS.

       60000-OUVRIR-ANCIENNETE.
           CALL "CBL_CHECK_FILE_EXIST" USING "ANCIENNETE.DAT "
                                              W-SIZE-ANCIENNETE.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-ANCIENNETE
           ELSE
               OPEN OUTPUT FICHIER-ANCIENNETE
               CLOSE FICHIER-ANCIENNETE
               OPEN I-O FICHIER-ANCIENNETE
           END-IF.

       61000-OUVRIR-RAPPELS.
           CALL "CBL_CHECK_FILE_EXIST" USING "RAPPELS.DAT "
                                              W-SIZE-RAPPELS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-RAPPELS
           ELSE
               OPEN OUTPUT FICHIER-RAPPELS
               CLOSE FICHIER-RAPPELS
               OPEN I-O FICHIER-RAPPELS
           END-IF.

       70000-VALIDER-DATE.
           MOVE 0 TO W-IND-DATE-ERR-MOIS W-IND-DATE-ERR-JOUR.
           CALL "VALIDE-DATE" USING BY REFERENCE W-DATE-VALIDEE
                                               W-IND-DATE-ERR-MOIS
                                               W-IND-DATE-ERR-JOUR.

      *UNE FICHE ANTERIEURE AUX DEPARTEMENTS RELEVE DU GENERAL "00".
       80000-DEPT-EMPLOYE.
           MOVE EMP-DEPARTEMENT TO W-DEPT-EMPLOYE.
           IF W-DEPT-EMPLOYE = SPACES OR W-DEPT-EMPLOYE = LOW-VALUES
               MOVE "00" TO W-DEPT-EMPLOYE
           END-IF.

      ******************************************************************
      *  CONSIGNE LE CHANGEMENT A LA PISTE D'AUDIT INDEXEE
      *  (JOURNALAUDIT) AVEC LES IMAGES AVANT/APRES DE LA FICHE.
      ******************************************************************
       90000-ECRIRE-AUDIT.
           MOVE EMP-CODE               TO W-AU-CODE.
           MOVE W-OPERATEUR            TO W-AU-OPER-ID.
           MOVE W-EMP-AVANT-IMAGE      TO W-AU-AVANT.
           MOVE EMP-FICHE-PERSONNELLE  TO W-AU-APRES.
           CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                     W-AU-OPER-ID
                                     W-AU-AVANT W-AU-APRES.
