      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: RAPPORT DES EXCEPTIONS DE PRESENCE D'UNE PERIODE DE
      *          PAYE (ExceptionsPresence.doc), PRODUIT POUR
      *          L'APPROBATEUR AVANT L'APPROBATION DU LOT DE FEUILLES
      *          (APPELE PAR APPROFEUILLES). POUR CHAQUE EMPLOYE ACTIF
      *          QUI A UN HORAIRE (HORAIRES.DAT, CELUI DE L'EMPLOYE
      *          OU A DEFAUT CELUI DE SON DEPARTEMENT), COMPARE
      *          L'HORAIRE AUX POINCONS DE LA POINTEUSE (Pointages.csv,
      *          LE FICHIER QU'IMPORTPOINTAGE TRAITE) ET AUX LIGNES DE
      *          FEUILLETEMPS.DAT DE LA PERIODE, ET SIGNALE :
      *          - LES ARRIVEES EN RETARD ET LES DEPARTS HATIFS (AU-
      *            DELA DE LA TOLERANCE DE L'HORAIRE) ;
      *          - LES HEURES HORS HORAIRE : JOURNEE POINCONNEE PLUS
      *            LONGUE QUE PREVU, TRAVAIL UN JOUR NON PREVU, OU
      *            HEURES REG A LA FEUILLE AU-DELA DE L'HORAIRE ;
      *          - LES JOURS PREVUS SANS POINCON ;
      *          - LES ABSENCES QU'AUCUNE LIGNE MAL OU SNS NE COUVRE.
      *          LES POINCONS D'UNE PAIRE SONT RATTACHES AU JOUR DE
      *          L'ENTREE (UN QUART DE NUIT RESTE SUR SON JOUR). UN
      *          EMPLOYE SANS AUCUN POINCON DANS LA PERIODE (PERSONNEL
      *          HORS POINTEUSE) EST JUGE SUR SA FEUILLE SEULEMENT.
      *          RETOURNE LE NOMBRE D'EXCEPTIONS A L'APPELANT.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORTPRESENCE.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-IDX  ASSIGN TO "EMPLOYES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CODE
               ALTERNATE RECORD KEY IS EMP-NOM-PREN
                          WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DATE-ENGAGEMENT
                          WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-REGION
                          WITH DUPLICATES
               FILE STATUS IS W-STATUT-EMPLOYES.

       SELECT FICHIER-HORAIRES  ASSIGN TO "HORAIRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS HO-CLE
               FILE STATUS IS W-STATUT-HORAIRES.

       SELECT FICHIER-FEUILLES  ASSIGN TO "FEUILLETEMPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FT-CLE
               FILE STATUS IS W-STATUT-FEUILLES.

       SELECT FICHIER-POINTAGES  ASSIGN TO "Pointages.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-POINTAGES.

       SELECT FICHIER-BADGES  ASSIGN TO "BADGES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS BG-BADGE
               FILE STATUS IS W-STATUT-BADGES.

       SELECT RAPPORT-PRESENCE  ASSIGN TO "ExceptionsPresence.doc"
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

       FD  FICHIER-HORAIRES
       LABEL RECORD STANDARD.
       01  HO-FICHE-HORAIRE.
           05  HO-CLE.
               10  HO-TYPE             PIC X.
               10  HO-CIBLE            PIC X(6).
           05  HO-DESCRIPTION          PIC X(20).
           05  HO-JOUR OCCURS 7 TIMES.
               10  HO-DEBUT            PIC 9(4).
               10  HO-DEBUT-R REDEFINES HO-DEBUT.
                   15  HO-DEBUT-HH     PIC 99.
                   15  HO-DEBUT-MM     PIC 99.
               10  HO-FIN              PIC 9(4).
               10  HO-FIN-R REDEFINES HO-FIN.
                   15  HO-FIN-HH       PIC 99.
                   15  HO-FIN-MM       PIC 99.
           05  HO-TOLERANCE            PIC 9(2).
           05  HO-RESERVE              PIC X(10).

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

       FD  FICHIER-POINTAGES.
       01  LIGNE-POINTAGE              PIC X(80).

       FD  FICHIER-BADGES
       LABEL RECORD STANDARD.
       01  BG-FICHE-BADGE.
           05  BG-BADGE                PIC X(8).
           05  BG-CODE                 PIC X(6).
           05  BG-RESERVE              PIC X(10).

       FD  RAPPORT-PRESENCE.
       01  LIGNE-PRESENCE              PIC X(120).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-FIN-FEUILLES   PIC 9   VALUE 0.
               88  W-FIN-FEUILLES           VALUE 1.
           05  W-IND-HORAIRE        PIC 9   VALUE 0.
               88  W-HORAIRE-TROUVE         VALUE 1.
           05  W-IND-POINCON        PIC 9   VALUE 0.
               88  W-POINCON-TROUVE         VALUE 1.
           05  W-IND-POINTEUSE      PIC 9   VALUE 0.
               88  W-POINTEUSE-LUE          VALUE 1.

       01  W-STATUT-EMPLOYES        PIC XX.
           88  EMPLOYES-INEXISTANT          VALUE "35".
       01  W-STATUT-HORAIRES        PIC XX.
           88  HORAIRES-INEXISTANT          VALUE "35".
       01  W-STATUT-FEUILLES        PIC XX.
           88  FEUILLES-INEXISTANT          VALUE "35".
       01  W-STATUT-POINTAGES       PIC XX.
           88  POINTAGES-OK                 VALUE "00".
       01  W-STATUT-BADGES          PIC XX.
           88  BADGES-INEXISTANT            VALUE "35".

      *********************************************************
      * Semaine de la periode : la periode NN commence le jour
      * 1 + 7 x (NN - 1) de l'annee, comme a la saisie et a
      * l'import des feuilles.
      *********************************************************
       01  W-CALCUL-PERIODE.
           05  W-DATE-DEBUT-ANNEE   PIC 9(8).
           05  W-DEBUT-PERIODE-INT  PIC S9(8) COMP.
           05  W-JOUR-INT           PIC S9(8) COMP.
           05  W-DATE-JOUR          PIC 9(8).
           05  W-DATE-FIN-PERIODE   PIC 9(8).
           05  W-JOUR-PERIODE       PIC S9(3) COMP.
           05  W-JOUR-SEMAINE       PIC S9(3) COMP.

      *********************************************************
      * Champs bruts d'une ligne de la pointeuse.
      *********************************************************
       01  W-CHAMPS-POINTAGE.
           05  W-CH-BADGE           PIC X(8).
           05  W-CH-DATE            PIC X(8).
           05  W-CH-ENTREE          PIC X(4).
           05  W-CH-SORTIE          PIC X(4).
           05  W-CH-RESTE           PIC X(20).

       01  W-CALCUL-POINCON.
           05  W-DATE-POINCON       PIC 9(8).
           05  W-HEURE-ENTREE       PIC 9(4).
           05  W-ENTREE-R REDEFINES W-HEURE-ENTREE.
               10  W-ENTREE-HH      PIC 99.
               10  W-ENTREE-MM      PIC 99.
           05  W-HEURE-SORTIE       PIC 9(4).
           05  W-SORTIE-R REDEFINES W-HEURE-SORTIE.
               10  W-SORTIE-HH      PIC 99.
               10  W-SORTIE-MM      PIC 99.
           05  W-MIN-ENTREE         PIC S9(5) COMP.
           05  W-MIN-SORTIE         PIC S9(5) COMP.

      *********************************************************
      * Poincons de la periode par employe et par jour (1 a 7) :
      * premiere entree, derniere sortie (minutes depuis le
      * minuit du jour, plus de 1440 apres minuit) et minutes
      * travaillees, toutes paires du jour cumulees.
      *********************************************************
       01  W-TABLE-POINCONS.
           05  W-NB-POINCONS        PIC 9(4) VALUE 0.
           05  W-POINCON OCCURS 1400 TIMES
                                    INDEXED BY W-IDX-PO.
               10  W-PO-CODE        PIC X(6).
               10  W-PO-JOUR        PIC 9.
               10  W-PO-ENTREE      PIC S9(5) COMP.
               10  W-PO-SORTIE      PIC S9(5) COMP.
               10  W-PO-MINUTES     PIC S9(5) COMP.

      *********************************************************
      * Comparaison d'un employe : horaire du jour en minutes,
      * cumuls de la periode (horaire, absences, feuille).
      *********************************************************
       01  W-CALCUL-EMPLOYE.
           05  W-PREVU-DEBUT        PIC S9(5) COMP.
           05  W-PREVU-FIN          PIC S9(5) COMP.
           05  W-PREVU-MINUTES      PIC S9(5) COMP.
           05  W-TOLERANCE          PIC S9(3) COMP.
           05  W-MIN-PREVUES        PIC S9(5) COMP.
           05  W-MIN-ABSENCE        PIC S9(5) COMP.
           05  W-MIN-NON-COUVERTES  PIC S9(5) COMP.
           05  W-JOURS-POINCONNES   PIC S9(3) COMP.
           05  W-HEURES-REG         PIC 9(4).
           05  W-HEURES-MAL-SNS     PIC 9(4).

       01  W-CONVERSION-HEURE.
           05  W-CV-MINUTES         PIC S9(5) COMP.
           05  W-CV-HEURES          PIC S9(3) COMP.
           05  W-CV-HHMM            PIC 9(4).

       01  W-EDITION-HEURES.
           05  W-ED-PREVU-DEBUT     PIC 9(4).
           05  W-ED-PREVU-FIN       PIC 9(4).
           05  W-ED-ENTREE          PIC 9(4).
           05  W-ED-SORTIE          PIC 9(4).
           05  W-ED-HEURES-1        PIC ZZ9.99.
           05  W-ED-HEURES-2        PIC ZZ9.99.
           05  W-ED-DATE.
               10  W-ED-AAAA        PIC 9(4).
               10  FILLER           PIC X     VALUE "/".
               10  W-ED-MM          PIC 99.
               10  FILLER           PIC X     VALUE "/".
               10  W-ED-JJ          PIC 99.

       01  W-COMPTEURS.
           05  W-COMPTE-EMPLOYES    PIC 9(5) VALUE 0.
           05  W-COMPTE-REJETS      PIC 9(5) VALUE 0.

       01  W-LIGNE-DETAIL.
           05  W-LD-CODE            PIC X(6).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-NOM             PIC X(20).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-DATE            PIC X(10).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-EXCEPTION       PIC X(28).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-DETAIL          PIC X(40).

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "RAPPORTPRESENC".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "ExceptionsPresence.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "RAPPORTPRESENC".
           05  W-JE-EVENEMENT       PIC X(5).
           05  W-JE-MODE            PIC X(10) VALUE SPACES.
           05  W-JE-COMPTE          PIC 9(6)  VALUE 0.
           05  W-JE-RESULTAT        PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  W-RP-ANNEE               PIC 9(4).
       01  W-RP-PERIODE             PIC 9(2).
       01  W-RP-OPERATEUR           PIC X(8).
       01  W-RP-EXCEPTIONS          PIC 9(4).

       PROCEDURE DIVISION USING W-RP-ANNEE W-RP-PERIODE
                                W-RP-OPERATEUR W-RP-EXCEPTIONS.

       00000-MAIN.
           MOVE "DEBUT" TO W-JE-EVENEMENT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           MOVE 0 TO W-RP-EXCEPTIONS W-COMPTE-EMPLOYES
                     W-COMPTE-REJETS.
           PERFORM 02000-CALCULER-PERIODE.
           PERFORM 10000-CHARGER-POINCONS.

           OPEN OUTPUT RAPPORT-PRESENCE.
           PERFORM 20000-ECRIRE-ENTETE.

           OPEN INPUT FICHIER-IDX.
           OPEN INPUT FICHIER-HORAIRES.
           OPEN INPUT FICHIER-FEUILLES.
           IF NOT EMPLOYES-INEXISTANT
              AND NOT HORAIRES-INEXISTANT
               MOVE 0 TO W-IND-FIN-FICHIER
               PERFORM 29000-LIRE-EMPLOYE
               PERFORM UNTIL W-FIN-FICHIER
                   IF EMP-ACTIF
                       PERFORM 30000-TRAITER-EMPLOYE
                   END-IF
                   PERFORM 29000-LIRE-EMPLOYE
               END-PERFORM
           ELSE
               MOVE SPACES TO LIGNE-PRESENCE
               MOVE "AUCUN HORAIRE DE TRAVAIL (HORAIRES.DAT)"
                 TO LIGNE-PRESENCE
               WRITE LIGNE-PRESENCE AFTER ADVANCING 2 LINES
           END-IF.
           IF NOT EMPLOYES-INEXISTANT
               CLOSE FICHIER-IDX
           END-IF.
           IF NOT HORAIRES-INEXISTANT
               CLOSE FICHIER-HORAIRES
           END-IF.
           IF NOT FEUILLES-INEXISTANT
               CLOSE FICHIER-FEUILLES
           END-IF.

           PERFORM 80000-SOMMAIRE.
           CLOSE RAPPORT-PRESENCE.

           MOVE SPACES TO W-SP-PERIODE.
           STRING W-RP-PERIODE DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  W-RP-ANNEE   DELIMITED BY SIZE
             INTO W-SP-PERIODE.
           MOVE W-RP-OPERATEUR TO W-SP-OPERATEUR.
           CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                     W-SP-PERIODE W-SP-OPERATEUR.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-RP-EXCEPTIONS TO W-JE-COMPTE.
           MOVE SPACES TO W-JE-RESULTAT.
           STRING W-RP-EXCEPTIONS DELIMITED BY SIZE
                  " EXCEPTION(S) DE PRESENCE, PERIODE "
                                  DELIMITED BY SIZE
                  W-SP-PERIODE    DELIMITED BY SIZE
             INTO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       02000-CALCULER-PERIODE.
           COMPUTE W-DATE-DEBUT-ANNEE = W-RP-ANNEE * 10000 + 101.
           COMPUTE W-DEBUT-PERIODE-INT =
               FUNCTION INTEGER-OF-DATE(W-DATE-DEBUT-ANNEE)
               + (W-RP-PERIODE - 1) * 7.
           MOVE FUNCTION DATE-OF-INTEGER(W-DEBUT-PERIODE-INT + 6)
             TO W-DATE-FIN-PERIODE.

      ******************************************************************
      *  CHARGE LES POINCONS DE LA SEMAINE DE LA PERIODE. LES LIGNES
      *  QUE L'IMPORT REJETTE (BADGE INCONNU, POINCON MANQUANT) SONT
      *  SIMPLEMENT IGNOREES ICI, ELLES SONT DEJA A SON RAPPORT.
      ******************************************************************
       10000-CHARGER-POINCONS.
           MOVE 0 TO W-NB-POINCONS W-IND-POINTEUSE.
           OPEN INPUT FICHIER-POINTAGES.
           IF POINTAGES-OK
               MOVE 1 TO W-IND-POINTEUSE
               OPEN INPUT FICHIER-BADGES
               MOVE 0 TO W-IND-FIN-FICHIER
               PERFORM 11000-LIRE-POINCON
               PERFORM UNTIL W-FIN-FICHIER
                   PERFORM 12000-RETENIR-POINCON
                   PERFORM 11000-LIRE-POINCON
               END-PERFORM
               CLOSE FICHIER-POINTAGES
               IF NOT BADGES-INEXISTANT
                   CLOSE FICHIER-BADGES
               END-IF
           END-IF.

       11000-LIRE-POINCON.
           READ FICHIER-POINTAGES
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       12000-RETENIR-POINCON.
           MOVE SPACES TO W-CHAMPS-POINTAGE.
           UNSTRING LIGNE-POINTAGE DELIMITED BY ";"
               INTO W-CH-BADGE W-CH-DATE W-CH-ENTREE W-CH-SORTIE
                    W-CH-RESTE.
           MOVE FUNCTION UPPER-CASE(W-CH-BADGE) TO W-CH-BADGE.

           MOVE 0 TO W-DATE-POINCON W-JOUR-PERIODE.
           IF W-CH-DATE IS NUMERIC
               MOVE W-CH-DATE TO W-DATE-POINCON
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(W-DATE-POINCON) = 0
               COMPUTE W-JOUR-PERIODE =
                   FUNCTION INTEGER-OF-DATE(W-DATE-POINCON)
                   - W-DEBUT-PERIODE-INT + 1
           END-IF.

           IF W-JOUR-PERIODE >= 1 AND W-JOUR-PERIODE <= 7
              AND W-CH-ENTREE IS NUMERIC
              AND W-CH-SORTIE IS NUMERIC
              AND NOT BADGES-INEXISTANT
               MOVE W-CH-BADGE TO BG-BADGE
               READ FICHIER-BADGES
                   INVALID KEY MOVE SPACES TO BG-CODE
               END-READ
               IF BG-CODE NOT = SPACES
                   PERFORM 13000-CUMULER-POINCON
               END-IF
           END-IF.

      *UNE SORTIE AVANT L'ENTREE TOMBE LE LENDEMAIN (QUART DE NUIT).
       13000-CUMULER-POINCON.
           MOVE W-CH-ENTREE TO W-HEURE-ENTREE.
           MOVE W-CH-SORTIE TO W-HEURE-SORTIE.
           COMPUTE W-MIN-ENTREE = W-ENTREE-HH * 60 + W-ENTREE-MM.
           COMPUTE W-MIN-SORTIE = W-SORTIE-HH * 60 + W-SORTIE-MM.
           IF W-MIN-SORTIE < W-MIN-ENTREE
               ADD 1440 TO W-MIN-SORTIE
           END-IF.

           MOVE 0 TO W-IND-POINCON.
           PERFORM VARYING W-IDX-PO FROM 1 BY 1
                   UNTIL W-IDX-PO > W-NB-POINCONS
                      OR W-POINCON-TROUVE
               IF W-PO-CODE(W-IDX-PO) = BG-CODE
                  AND W-PO-JOUR(W-IDX-PO) = W-JOUR-PERIODE
                   MOVE 1 TO W-IND-POINCON
               END-IF
           END-PERFORM.
           IF W-POINCON-TROUVE
               SET W-IDX-PO DOWN BY 1
               IF W-MIN-ENTREE < W-PO-ENTREE(W-IDX-PO)
                   MOVE W-MIN-ENTREE TO W-PO-ENTREE(W-IDX-PO)
               END-IF
               IF W-MIN-SORTIE > W-PO-SORTIE(W-IDX-PO)
                   MOVE W-MIN-SORTIE TO W-PO-SORTIE(W-IDX-PO)
               END-IF
               COMPUTE W-PO-MINUTES(W-IDX-PO) =
                   W-PO-MINUTES(W-IDX-PO)
                   + W-MIN-SORTIE - W-MIN-ENTREE
           ELSE
               IF W-NB-POINCONS < 1400
                   ADD 1 TO W-NB-POINCONS
                   SET W-IDX-PO TO W-NB-POINCONS
                   MOVE BG-CODE        TO W-PO-CODE(W-IDX-PO)
                   MOVE W-JOUR-PERIODE TO W-PO-JOUR(W-IDX-PO)
                   MOVE W-MIN-ENTREE   TO W-PO-ENTREE(W-IDX-PO)
                   MOVE W-MIN-SORTIE   TO W-PO-SORTIE(W-IDX-PO)
                   COMPUTE W-PO-MINUTES(W-IDX-PO) =
                       W-MIN-SORTIE - W-MIN-ENTREE
               ELSE
                   ADD 1 TO W-COMPTE-REJETS
               END-IF
           END-IF.

       20000-ECRIRE-ENTETE.
           MOVE SPACES TO LIGNE-PRESENCE.
           MOVE W-DATE-FIN-PERIODE(1:4) TO W-ED-AAAA.
           MOVE W-DATE-FIN-PERIODE(5:2) TO W-ED-MM.
           MOVE W-DATE-FIN-PERIODE(7:2) TO W-ED-JJ.
           STRING "** EXCEPTIONS DE PRESENCE - PERIODE "
                                      DELIMITED BY SIZE
                  W-RP-PERIODE        DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  W-RP-ANNEE          DELIMITED BY SIZE
                  " (SEMAINE SE TERMINANT LE " DELIMITED BY SIZE
                  W-ED-DATE           DELIMITED BY SIZE
                  ") **"              DELIMITED BY SIZE
             INTO LIGNE-PRESENCE.
           WRITE LIGNE-PRESENCE.
           IF NOT W-POINTEUSE-LUE
               MOVE SPACES TO LIGNE-PRESENCE
               STRING "AUCUN POINTAGE (Pointages.csv ABSENT) - "
                                      DELIMITED BY SIZE
                      "FEUILLES SEULEMENT" DELIMITED BY SIZE
                 INTO LIGNE-PRESENCE
               WRITE LIGNE-PRESENCE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO LIGNE-PRESENCE.
           STRING "CODE    NOM                   DATE        "
                                      DELIMITED BY SIZE
                  "EXCEPTION                     DETAIL"
                                      DELIMITED BY SIZE
             INTO LIGNE-PRESENCE.
           WRITE LIGNE-PRESENCE AFTER ADVANCING 2 LINES.

       29000-LIRE-EMPLOYE.
           READ FICHIER-IDX NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

      ******************************************************************
      *  COMPARE UN EMPLOYE A SON HORAIRE : JOUR PAR JOUR CONTRE SES
      *  POINCONS, PUIS LA PERIODE CONTRE SA FEUILLE DE TEMPS.
      ******************************************************************
       30000-TRAITER-EMPLOYE.
           PERFORM 31000-CHERCHER-HORAIRE.
           IF W-HORAIRE-TROUVE
               ADD 1 TO W-COMPTE-EMPLOYES
               MOVE HO-TOLERANCE TO W-TOLERANCE
               MOVE 0 TO W-MIN-PREVUES W-MIN-ABSENCE
                         W-JOURS-POINCONNES
               PERFORM 32000-CUMULER-FEUILLES
               PERFORM VARYING W-IDX-PO FROM 1 BY 1
                       UNTIL W-IDX-PO > W-NB-POINCONS
                   IF W-PO-CODE(W-IDX-PO) = EMP-CODE
                       ADD 1 TO W-JOURS-POINCONNES
                   END-IF
               END-PERFORM
               PERFORM VARYING W-JOUR-PERIODE FROM 1 BY 1
                       UNTIL W-JOUR-PERIODE > 7
                   PERFORM 33000-COMPARER-JOUR
               END-PERFORM
               PERFORM 35000-BILAN-PERIODE
           END-IF.

      *L'HORAIRE DE L'EMPLOYE, SINON CELUI DE SON DEPARTEMENT.
       31000-CHERCHER-HORAIRE.
           MOVE 1 TO W-IND-HORAIRE.
           MOVE "E"      TO HO-TYPE.
           MOVE EMP-CODE TO HO-CIBLE.
           READ FICHIER-HORAIRES
               INVALID KEY MOVE 0 TO W-IND-HORAIRE
           END-READ.
           IF NOT W-HORAIRE-TROUVE AND EMP-DEPARTEMENT NOT = SPACES
               MOVE 1 TO W-IND-HORAIRE
               MOVE "D"             TO HO-TYPE
               MOVE EMP-DEPARTEMENT TO HO-CIBLE
               READ FICHIER-HORAIRES
                   INVALID KEY MOVE 0 TO W-IND-HORAIRE
               END-READ
           END-IF.

      *HEURES REG ET HEURES MAL/SNS DE L'EMPLOYE POUR LA PERIODE,
      *TOUTES IMPUTATIONS, APPROUVEES OU NON. UNE LIGNE DE
      *CORRECTION D'UNE PERIODE DEJA PAYEE N'EST PAS DU TEMPS DE
      *LA PERIODE : ELLE EST IGNOREE.
       32000-CUMULER-FEUILLES.
           MOVE 0 TO W-HEURES-REG W-HEURES-MAL-SNS.
           IF NOT FEUILLES-INEXISTANT
               MOVE 0 TO W-IND-FIN-FEUILLES
               MOVE LOW-VALUES   TO FT-CLE
               MOVE EMP-CODE     TO FT-CODE
               MOVE W-RP-ANNEE   TO FT-ANNEE
               MOVE W-RP-PERIODE TO FT-PERIODE
               START FICHIER-FEUILLES KEY IS NOT LESS THAN FT-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-FEUILLES
               END-START
               PERFORM 32100-LIRE-FEUILLE
               PERFORM UNTIL W-FIN-FEUILLES
                          OR FT-CODE NOT = EMP-CODE
                          OR FT-ANNEE NOT = W-RP-ANNEE
                          OR FT-PERIODE NOT = W-RP-PERIODE
                   IF FT-ANNEE-ORIG = 0
                       EVALUATE FT-GAIN
                           WHEN "REG"
                               ADD FT-HEURES TO W-HEURES-REG
                           WHEN "MAL"
                           WHEN "SNS"
                               ADD FT-HEURES TO W-HEURES-MAL-SNS
                       END-EVALUATE
                   END-IF
                   PERFORM 32100-LIRE-FEUILLE
               END-PERFORM
           END-IF.

       32100-LIRE-FEUILLE.
           READ FICHIER-FEUILLES NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FEUILLES
           END-READ.

      ******************************************************************
      *  UN JOUR DE LA PERIODE : HORAIRE DU JOUR DE LA SEMAINE (DEBUT
      *  EGAL A LA FIN = CONGE) CONTRE LES POINCONS DE CE JOUR.
      ******************************************************************
       33000-COMPARER-JOUR.
           COMPUTE W-JOUR-INT =
               W-DEBUT-PERIODE-INT + W-JOUR-PERIODE - 1.
           COMPUTE W-JOUR-SEMAINE =
               FUNCTION MOD(W-JOUR-INT - 1, 7) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(W-JOUR-INT) TO W-DATE-JOUR.

           COMPUTE W-PREVU-DEBUT = HO-DEBUT-HH(W-JOUR-SEMAINE) * 60
                                 + HO-DEBUT-MM(W-JOUR-SEMAINE).
           COMPUTE W-PREVU-FIN   = HO-FIN-HH(W-JOUR-SEMAINE) * 60
                                 + HO-FIN-MM(W-JOUR-SEMAINE).
           IF W-PREVU-FIN < W-PREVU-DEBUT
               ADD 1440 TO W-PREVU-FIN
           END-IF.
           COMPUTE W-PREVU-MINUTES = W-PREVU-FIN - W-PREVU-DEBUT.
           ADD W-PREVU-MINUTES TO W-MIN-PREVUES.

           PERFORM 34000-CHERCHER-POINCON.
           MOVE HO-DEBUT(W-JOUR-SEMAINE) TO W-ED-PREVU-DEBUT.
           MOVE HO-FIN(W-JOUR-SEMAINE)   TO W-ED-PREVU-FIN.

           EVALUATE TRUE
               WHEN W-PREVU-MINUTES = 0 AND NOT W-POINCON-TROUVE
                   CONTINUE
               WHEN W-PREVU-MINUTES = 0
                   PERFORM 34500-EDITER-POINCON
                   MOVE "TRAVAIL UN JOUR NON PREVU" TO W-LD-EXCEPTION
                   MOVE SPACES TO W-LD-DETAIL
                   STRING "POINCON "     DELIMITED BY SIZE
                          W-ED-ENTREE    DELIMITED BY SIZE
                          "-"            DELIMITED BY SIZE
                          W-ED-SORTIE    DELIMITED BY SIZE
                     INTO W-LD-DETAIL
                   PERFORM 60000-ECRIRE-EXCEPTION
               WHEN NOT W-POINCON-TROUVE
                   ADD W-PREVU-MINUTES TO W-MIN-ABSENCE
                   IF W-JOURS-POINCONNES > 0
                       MOVE "JOUR PREVU SANS POINCON"
                         TO W-LD-EXCEPTION
                       MOVE SPACES TO W-LD-DETAIL
                       STRING "PREVU "         DELIMITED BY SIZE
                              W-ED-PREVU-DEBUT DELIMITED BY SIZE
                              "-"              DELIMITED BY SIZE
                              W-ED-PREVU-FIN   DELIMITED BY SIZE
                         INTO W-LD-DETAIL
                       PERFORM 60000-ECRIRE-EXCEPTION
                   END-IF
               WHEN OTHER
                   PERFORM 34500-EDITER-POINCON
                   MOVE SPACES TO W-LD-DETAIL
                   STRING "PREVU "         DELIMITED BY SIZE
                          W-ED-PREVU-DEBUT DELIMITED BY SIZE
                          "-"              DELIMITED BY SIZE
                          W-ED-PREVU-FIN   DELIMITED BY SIZE
                          " POINCON "      DELIMITED BY SIZE
                          W-ED-ENTREE      DELIMITED BY SIZE
                          "-"              DELIMITED BY SIZE
                          W-ED-SORTIE      DELIMITED BY SIZE
                     INTO W-LD-DETAIL
                   IF W-PO-ENTREE(W-IDX-PO) > W-PREVU-DEBUT
                                              + W-TOLERANCE
                       MOVE "ARRIVEE EN RETARD" TO W-LD-EXCEPTION
                       PERFORM 60000-ECRIRE-EXCEPTION
                   END-IF
                   IF W-PO-SORTIE(W-IDX-PO) < W-PREVU-FIN
                                              - W-TOLERANCE
                       MOVE "DEPART HATIF" TO W-LD-EXCEPTION
                       PERFORM 60000-ECRIRE-EXCEPTION
                   END-IF
                   IF W-PO-MINUTES(W-IDX-PO) > W-PREVU-MINUTES
                                               + W-TOLERANCE
                       MOVE "HEURES HORS HORAIRE" TO W-LD-EXCEPTION
                       PERFORM 60000-ECRIRE-EXCEPTION
                   END-IF
           END-EVALUATE.

       34000-CHERCHER-POINCON.
           MOVE 0 TO W-IND-POINCON.
           PERFORM VARYING W-IDX-PO FROM 1 BY 1
                   UNTIL W-IDX-PO > W-NB-POINCONS
                      OR W-POINCON-TROUVE
               IF W-PO-CODE(W-IDX-PO) = EMP-CODE
                  AND W-PO-JOUR(W-IDX-PO) = W-JOUR-PERIODE
                   MOVE 1 TO W-IND-POINCON
               END-IF
           END-PERFORM.
           IF W-POINCON-TROUVE
               SET W-IDX-PO DOWN BY 1
           END-IF.

       34500-EDITER-POINCON.
           MOVE W-PO-ENTREE(W-IDX-PO) TO W-CV-MINUTES.
           PERFORM 70000-MINUTES-EN-HHMM.
           MOVE W-CV-HHMM TO W-ED-ENTREE.
           MOVE W-PO-SORTIE(W-IDX-PO) TO W-CV-MINUTES.
           PERFORM 70000-MINUTES-EN-HHMM.
           MOVE W-CV-HHMM TO W-ED-SORTIE.

      ******************************************************************
      *  BILAN DE LA PERIODE CONTRE LA FEUILLE DE TEMPS : HEURES REG
      *  AU-DELA DE L'HORAIRE (UNE HEURE ENTIERE, LA FEUILLE ETANT EN
      *  HEURES ENTIERES) ET ABSENCES NON COUVERTES PAR MAL OU SNS.
      *  SANS AUCUN POINCON, L'ABSENCE EST L'HORAIRE MOINS LES HEURES
      *  REG DE LA FEUILLE.
      ******************************************************************
       35000-BILAN-PERIODE.
           MOVE SPACES TO W-LD-DATE.
           IF W-JOURS-POINCONNES = 0
               IF W-POINTEUSE-LUE AND W-MIN-PREVUES > 0
                   MOVE "AUCUN POINCON DANS LA PERIODE"
                     TO W-LD-EXCEPTION
                   MOVE "JUGE SUR LA FEUILLE SEULEMENT"
                     TO W-LD-DETAIL
                   PERFORM 60000-ECRIRE-EXCEPTION
               END-IF
               COMPUTE W-MIN-ABSENCE =
                   W-MIN-PREVUES - W-HEURES-REG * 60
               IF W-MIN-ABSENCE < 0
                   MOVE 0 TO W-MIN-ABSENCE
               END-IF
           END-IF.

           IF W-HEURES-REG * 60 >= W-MIN-PREVUES + 60
               MOVE "HEURES REG HORS HORAIRE" TO W-LD-EXCEPTION
               COMPUTE W-ED-HEURES-1 = W-HEURES-REG
               COMPUTE W-ED-HEURES-2 = W-MIN-PREVUES / 60
               MOVE SPACES TO W-LD-DETAIL
               STRING "FEUILLE REG "  DELIMITED BY SIZE
                      W-ED-HEURES-1   DELIMITED BY SIZE
                      " H, PREVU "    DELIMITED BY SIZE
                      W-ED-HEURES-2   DELIMITED BY SIZE
                      " H"            DELIMITED BY SIZE
                 INTO W-LD-DETAIL
               PERFORM 60000-ECRIRE-EXCEPTION
           END-IF.

           COMPUTE W-MIN-NON-COUVERTES =
               W-MIN-ABSENCE - W-HEURES-MAL-SNS * 60.
           IF W-MIN-NON-COUVERTES >= 60
               MOVE "ABSENCE SANS MAL/SNS" TO W-LD-EXCEPTION
               COMPUTE W-ED-HEURES-1 = W-MIN-ABSENCE / 60
               COMPUTE W-ED-HEURES-2 = W-HEURES-MAL-SNS
               MOVE SPACES TO W-LD-DETAIL
               STRING "ABSENT "       DELIMITED BY SIZE
                      W-ED-HEURES-1   DELIMITED BY SIZE
                      " H, MAL/SNS "  DELIMITED BY SIZE
                      W-ED-HEURES-2   DELIMITED BY SIZE
                      " H"            DELIMITED BY SIZE
                 INTO W-LD-DETAIL
               PERFORM 60000-ECRIRE-EXCEPTION
           END-IF.

      *LA DATE EST CELLE DU JOUR EN COURS, OU EN BLANC AU BILAN.
       60000-ECRIRE-EXCEPTION.
           MOVE EMP-CODE TO W-LD-CODE.
           MOVE EMP-NOM  TO W-LD-NOM.
           IF W-JOUR-PERIODE <= 7
               MOVE W-DATE-JOUR(1:4) TO W-ED-AAAA
               MOVE W-DATE-JOUR(5:2) TO W-ED-MM
               MOVE W-DATE-JOUR(7:2) TO W-ED-JJ
               MOVE W-ED-DATE        TO W-LD-DATE
           END-IF.
           WRITE LIGNE-PRESENCE FROM W-LIGNE-DETAIL
                                AFTER ADVANCING 1 LINE.
           ADD 1 TO W-RP-EXCEPTIONS.

       70000-MINUTES-EN-HHMM.
           COMPUTE W-CV-MINUTES = FUNCTION MOD(W-CV-MINUTES, 1440).
           COMPUTE W-CV-HEURES = W-CV-MINUTES / 60.
           COMPUTE W-CV-HHMM = W-CV-HEURES * 100
                             + W-CV-MINUTES - W-CV-HEURES * 60.

       80000-SOMMAIRE.
           MOVE SPACES TO LIGNE-PRESENCE.
           STRING "EMPLOYES AVEC HORAIRE : " DELIMITED BY SIZE
                  W-COMPTE-EMPLOYES          DELIMITED BY SIZE
                  "   EXCEPTIONS : "         DELIMITED BY SIZE
                  W-RP-EXCEPTIONS            DELIMITED BY SIZE
             INTO LIGNE-PRESENCE.
           WRITE LIGNE-PRESENCE AFTER ADVANCING 2 LINES.
           IF W-COMPTE-REJETS > 0
               MOVE SPACES TO LIGNE-PRESENCE
               STRING "POINCONS NON RETENUS (TABLE PLEINE) : "
                                              DELIMITED BY SIZE
                      W-COMPTE-REJETS         DELIMITED BY SIZE
                 INTO LIGNE-PRESENCE
               WRITE LIGNE-PRESENCE AFTER ADVANCING 1 LINE
           END-IF.
