      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: REVISION DE FIN D'ANNEE DES COTISATIONS RRQ/RPC, AE
      *          ET RQAP (RevisionCotis.doc), A PASSER AVANT LES
      *          FEUILLETS T4 / RELEVE 1. POUR CHAQUE EMPLOYE AU
      *          REGISTRE DE L'ANNEE, RECALCULE LES COTISATIONS
      *          REQUISES SUR L'ANNEE COMPLETE A PARTIR DES GAINS
      *          OUVRANT DROIT A PENSION (BRUT CUMULE) ET DES GAINS
      *          ASSURABLES CUMULES, AVEC LES TAUX, L'EXEMPTION DE
      *          BASE ET LES MAXIMUMS DE L'ANNEE (Cotisations.dat,
      *          PROVINCE D'EMPLOI) ET LA REGLE D'AGE DE LA RRQ/RPC
      *          (DU MOIS SUIVANT LES 18 ANS AU MOIS DES 70 ANS,
      *          EXEMPTION ET MAXIMUM AU PRORATA DES MOIS), PUIS LES
      *          COMPARE AUX MONTANTS RETENUS. CHAQUE MANQUE A
      *          RETENIR OU RETENU EN TROP EST LISTE PAR EMPLOYE ET
      *          PAR REGIME. SUR DEMANDE, LES CORRECTIONS SONT
      *          GENEREES DANS CORRECTIONCOTIS.DAT, A APPLIQUER A LA
      *          DERNIERE PAYE DE L'ANNEE (P, CALCULSALAIRE) OU AUX
      *          FEUILLETS (F, RELEVEPAYE).

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISIONCOTIS.

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
                          WITH DUPLICATES.

       SELECT FICHIER-REGISTRE  ASSIGN TO "REGISTRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS REG-CLE.

       SELECT FICHIER-HISTO ASSIGN TO "HISTOPAYE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-CLE
               FILE STATUS IS W-STATUT-HISTO.

       SELECT FICHIER-COTISATION ASSIGN TO "Cotisations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-COTISATION.

       SELECT FICHIER-CORR-COTIS  ASSIGN TO "CORRECTIONCOTIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CC-CLE.

       SELECT RAPPORT-REVISION  ASSIGN TO "RevisionCotis.doc"
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

       FD  FICHIER-HISTO
       LABEL RECORD STANDARD.
       01  HP-FICHE-PAYE.
           05  HP-CLE.
               10  HP-CODE             PIC X(6).
               10  HP-ANNEE            PIC 9(4).
               10  HP-PERIODE          PIC 9(2).
           05  HP-DATE-RUN             PIC 9(8).
           05  HP-HEURES               PIC 9(3).
           05  HP-BRUT                 PIC 9(6)V99.
           05  HP-IMPOT-FED            PIC 9(4)V99.
           05  HP-IMPOT-PROV           PIC 9(4)V99.
           05  HP-RRQ                  PIC 9(4)V99.
           05  HP-AE                   PIC 9(4)V99.
           05  HP-RQAP                 PIC 9(4)V99.
           05  HP-RAMQ                 PIC 9(4)V99.
           05  HP-NET                  PIC 9(5)V99.
           05  HP-VACANCES             PIC 9(5)V99.
           05  HP-STATUT               PIC X.
               88  HP-PAYE-ACTIVE      VALUE "A".

       FD  FICHIER-COTISATION.
       01  LIGNE-COTISATION.
           05  LC-ANNEE                 PIC 9(4).
           05  LC-PROVINCE              PIC X(2).
           05  LC-TAUX-RRQ              PIC V999.
           05  LC-TAUX-AE               PIC V999.
           05  LC-TAUX-RQAP             PIC V999.
           05  LC-TAUX-RAMQ             PIC V999.
           05  LC-MAX-RRQ               PIC 9(6).
           05  LC-MAX-AE                PIC 9(6).
           05  LC-MAX-RQAP              PIC 9(6).
           05  LC-TAUX-FSS              PIC V9999.
           05  LC-TAUX-CNESST           PIC V9999.
           05  LC-MAX-CNESST            PIC 9(6).
           05  LC-EXEMPTION-RRQ         PIC 9(4).

      *********************************************************
      * Corrections generees, une fiche par employe et par
      * annee : mode (P = derniere paye, F = feuillet), statut
      * (E = en attente, A = appliquee a la paye), sens (+ =
      * manque a retenir, - = retenu en trop) et montant par
      * regime.
      *********************************************************
       FD  FICHIER-CORR-COTIS
       LABEL RECORD STANDARD.
       01  CC-FICHE-CORRECTION.
           05  CC-CLE.
               10  CC-CODE             PIC X(6).
               10  CC-ANNEE            PIC 9(4).
           05  CC-MODE                 PIC X.
           05  CC-STATUT               PIC X.
           05  CC-SENS-RRQ             PIC X.
           05  CC-AJUST-RRQ            PIC 9(5)V99.
           05  CC-SENS-AE              PIC X.
           05  CC-AJUST-AE             PIC 9(5)V99.
           05  CC-SENS-RQAP            PIC X.
           05  CC-AJUST-RQAP           PIC 9(5)V99.
           05  CC-DATE-REVISION        PIC 9(8).
           05  CC-DATE-APPLIQUEE       PIC 9(8).
           05  CC-RESERVE              PIC X(10).

       FD  RAPPORT-REVISION.
       01  LIGNE-REVISION              PIC X(100).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-SANS-CUMUL     PIC 9   VALUE 0.
               88  W-EMPLOYE-SANS-CUMUL     VALUE 1.
           05  W-IND-FIN-LIGNES     PIC 9   VALUE 0.
               88  W-FIN-LIGNES             VALUE 1.
           05  W-IND-FIN-HISTO      PIC 9   VALUE 0.
               88  W-FIN-HISTO              VALUE 1.
           05  W-IND-TROUVE         PIC 9   VALUE 0.
               88  W-TROUVE                 VALUE 1.
           05  W-IND-CC-ABSENT      PIC 9   VALUE 0.
               88  W-CC-ABSENT              VALUE 1.
           05  W-IND-ECART-EMPLOYE  PIC 9   VALUE 0.
               88  W-ECART-EMPLOYE          VALUE 1.
           05  W-IND-HISTO-OUVERT   PIC 9   VALUE 0.
               88  W-HISTO-OUVERT           VALUE 1.

       01  W-STATUT-HISTO           PIC XX.
           88  HISTO-OK                     VALUE "00".

       01  W-STATUT-COTISATION      PIC XX.
           88  COTISATION-OK                VALUE "00".

       01  W-FILE-DETAIL.
           05  W-SIZE-CORRECTIONS   PIC X(8)   COMP-X.

       01  W-ANNEE-DEMANDEE         PIC 9(4).
       01  W-ANNEE-COURANTE         PIC 9(4).
       01  W-DATE-DU-JOUR           PIC 9(8).

      *********************************************************
      * Generation des corrections : P = a la derniere paye de
      * l'annee, F = aux feuillets, N (ou blanc) = rapport
      * seulement. Un ecart de moins d'un dollar (arrondis de
      * paye) n'est ni liste ni corrige.
      *********************************************************
       01  W-MODE-CORRECTION        PIC X.
           88  W-CORRIGER-PAYE              VALUE "P".
           88  W-CORRIGER-FEUILLET          VALUE "F".
           88  W-SANS-CORRECTION            VALUE "N".
       01  W-SEUIL-ECART            PIC 9V99   VALUE 1.00.

      *********************************************************
      * Taux, maximums et exemption de base de l'annee revisee
      * par province d'emploi (la plus recente ligne de
      * Cotisations.dat qui ne depasse pas l'annee). La
      * premiere province lue sert aux fiches sans province.
      *********************************************************
       01  W-TABLE-PROVINCES.
           05  W-NB-PROVINCES       PIC 9      VALUE 0.
           05  W-PV-ENTREE OCCURS 4 TIMES
                                    INDEXED BY W-IDX-PV.
               10  W-PV-CODE        PIC X(2).
               10  W-PV-ANNEE       PIC 9(4).
               10  W-PV-TAUX-RRQ    PIC V999.
               10  W-PV-TAUX-AE     PIC V999.
               10  W-PV-TAUX-RQAP   PIC V999.
               10  W-PV-MAX-RRQ     PIC 9(6).
               10  W-PV-MAX-AE      PIC 9(6).
               10  W-PV-MAX-RQAP    PIC 9(6).
               10  W-PV-EXEMPTION   PIC 9(4).

      *********************************************************
      * Regle d'age de la RRQ/RPC : mois de l'annee ouvrant
      * droit a pension, du mois suivant le 18e anniversaire
      * au mois du 70e (les 12 mois sans date de naissance).
      *********************************************************
       01  W-DATE-NAISSANCE         PIC 9(8).
       01  W-DATE-NAISSANCE-R REDEFINES W-DATE-NAISSANCE.
           05  W-DN-ANNEE           PIC 9(4).
           05  W-DN-MOIS            PIC 9(2).
           05  W-DN-JOUR            PIC 9(2).

       01  W-REGLE-AGE.
           05  W-MOIS-DEBUT         PIC 99.
           05  W-MOIS-FIN           PIC 99.
           05  W-MOIS-COTISABLES    PIC 99.
           05  W-ANNEE-18           PIC 9(4).
           05  W-ANNEE-70           PIC 9(4).
           05  W-MOIS-PAYE          PIC 99.

      *********************************************************
      * Recalcul de l'employe courant : gains, montants requis
      * et retenus, ecart signe (requis - retenu) par regime.
      *********************************************************
       01  W-CALCUL-REVISION.
           05  W-GAINS-PENSION      PIC 9(9)V99.
           05  W-GAINS-ASSURABLES   PIC 9(9)V99.
           05  W-MAX-PRORATA        PIC 9(7)V99.
           05  W-EXEMPTION-PRORATA  PIC 9(5)V99.
           05  W-BASE-COTISABLE     PIC S9(9)V99.
           05  W-REQUIS-RRQ         PIC 9(7)V99.
           05  W-REQUIS-AE          PIC 9(7)V99.
           05  W-REQUIS-RQAP        PIC 9(7)V99.
           05  W-ECART-RRQ          PIC S9(7)V99.
           05  W-ECART-AE           PIC S9(7)V99.
           05  W-ECART-RQAP         PIC S9(7)V99.

      *********************************************************
      * Ligne de detail passee a 40000 pour un regime.
      *********************************************************
       01  W-DETAIL-REGIME.
           05  W-DR-REGIME          PIC X(4).
           05  W-DR-GAINS           PIC 9(9)V99.
           05  W-DR-REQUIS          PIC 9(7)V99.
           05  W-DR-RETENU          PIC 9(9)V99.
           05  W-DR-ECART           PIC S9(7)V99.
           05  W-DR-IDX             PIC 9.

      *********************************************************
      * Totaux par regime (1 = RRQ/RPC, 2 = AE, 3 = RQAP) :
      * manques a retenir et retenus en trop.
      *********************************************************
       01  W-TOTAUX-REGIMES.
           05  W-TR-ENTREE OCCURS 3 TIMES.
               10  W-TR-NB-MANQUES  PIC 9(4).
               10  W-TR-MANQUES     PIC 9(9)V99.
               10  W-TR-NB-TROP     PIC 9(4).
               10  W-TR-TROP        PIC 9(9)V99.
       01  W-IDX-TR                 PIC 9.
       01  W-NOMS-REGIMES-V.
           05  FILLER               PIC X(12)  VALUE "RRQ AE  RQAP".
       01  W-NOMS-REGIMES REDEFINES W-NOMS-REGIMES-V.
           05  W-NOM-REGIME         PIC X(4)   OCCURS 3 TIMES.

       01  W-COMPTEURS.
           05  W-COMPTE-REVISES     PIC 9(4)   VALUE 0.
           05  W-COMPTE-ECARTS      PIC 9(4)   VALUE 0.
           05  W-COMPTE-CORRECTIONS PIC 9(4)   VALUE 0.
           05  W-COMPTE-RETIREES    PIC 9(4)   VALUE 0.
           05  W-COMPTE-LIGNES      PIC 9(3)   VALUE 0.

       01  W-PART-PATRONALE.
           05  W-PP-RRQ             PIC S9(9)V99.
           05  W-PP-AE              PIC S9(9)V99.

       01  W-ENTETE-COLONNES.
           05  FILLER  PIC X(51) VALUE
               "CODE   NOM                  REGIME MOIS       GAINS".
           05  FILLER  PIC X(49) VALUE
               "     REQUIS      RETENU       ECART  CONSTAT".

       01  W-LIGNE-DETAIL.
           05  W-LD-CODE            PIC X(6).
           05  FILLER               PIC X      VALUE SPACE.
           05  W-LD-NOM             PIC X(20).
           05  FILLER               PIC X      VALUE SPACE.
           05  W-LD-REGIME          PIC X(6).
           05  FILLER               PIC X      VALUE SPACE.
           05  W-LD-MOIS            PIC Z9.
           05  FILLER               PIC X      VALUE SPACE.
           05  W-LD-GAINS           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X      VALUE SPACE.
           05  W-LD-REQUIS          PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  W-LD-RETENU          PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  W-LD-ECART           PIC -ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  W-LD-CONSTAT         PIC X(11).

       01  W-EDITION.
           05  W-ED-DATE            PIC 9999/99/99.
           05  W-ED-MONTANT         PIC ZZ,ZZZ,ZZ9.99.
           05  W-ED-MONTANT-2       PIC ZZ,ZZZ,ZZ9.99.
           05  W-ED-SIGNE           PIC -ZZ,ZZZ,ZZ9.99.
           05  W-ED-NB              PIC ZZZ9.
           05  W-ED-NB-2            PIC ZZZ9.

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "REVISIONCOTIS".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "RevisionCotis.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "REVISIONCOTIS".
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

           PERFORM 02000-DEMANDER-PARAMETRES.
           PERFORM 06000-CHARGER-COTISATIONS.

           IF W-NB-PROVINCES = 0
               MOVE "AUCUNE LIGNE DE COTISATIONS POUR CETTE ANNEE"
                 TO W-MESSAGE-ERREUR
           ELSE
               INITIALIZE W-TOTAUX-REGIMES
               OPEN INPUT  FICHIER-IDX
               OPEN INPUT  FICHIER-REGISTRE
               OPEN INPUT  FICHIER-HISTO
               IF HISTO-OK
                   MOVE 1 TO W-IND-HISTO-OUVERT
               END-IF
               OPEN OUTPUT RAPPORT-REVISION
               IF NOT W-SANS-CORRECTION
                   PERFORM 07000-OUVRIR-CORRECTIONS
               END-IF

               PERFORM 30000-ECRIRE-ENTETE
               MOVE 0 TO W-IND-FIN-FICHIER
               PERFORM 10000-LECTURE-EMPLOYE
               PERFORM 20000-REVISER-EMPLOYE UNTIL W-FIN-FICHIER
               PERFORM 50000-ECRIRE-SOMMAIRE

               CLOSE FICHIER-IDX FICHIER-REGISTRE RAPPORT-REVISION
               IF W-HISTO-OUVERT
                   CLOSE FICHIER-HISTO
               END-IF
               IF NOT W-SANS-CORRECTION
                   CLOSE FICHIER-CORR-COTIS
               END-IF

               MOVE W-ANNEE-DEMANDEE TO W-SP-PERIODE
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR

               MOVE SPACES TO W-MESSAGE-ERREUR
               STRING W-COMPTE-REVISES   DELIMITED BY SIZE
                      " EMPLOYE(S) REVISE(S), "  DELIMITED BY SIZE
                      W-COMPTE-ECARTS    DELIMITED BY SIZE
                      " AVEC ECART, "    DELIMITED BY SIZE
                      W-COMPTE-CORRECTIONS DELIMITED BY SIZE
                      " CORRECTION(S)"   DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-MODE-CORRECTION TO W-JE-MODE.
           MOVE W-COMPTE-ECARTS TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  DEMANDE L'ANNEE A REVISER (0 = COURANTE) ET LA GENERATION
      *  DES CORRECTIONS. UNE ANNEE TERMINEE N'A PLUS DE PAYE OU
      *  CORRIGER : SES CORRECTIONS VONT AUX FEUILLETS.
      ******************************************************************
       02000-DEMANDER-PARAMETRES.
           MOVE 0 TO W-ANNEE-DEMANDEE.
           DISPLAY "ANNEE A REVISER (AAAA, 0 = ANNEE COURANTE)  : "
                                                             AT 0405.
           ACCEPT  W-ANNEE-DEMANDEE AT 0452.
           IF W-ANNEE-DEMANDEE = 0
               MOVE W-ANNEE-COURANTE TO W-ANNEE-DEMANDEE
           END-IF.

           MOVE SPACE TO W-MODE-CORRECTION.
           DISPLAY "CORRECTIONS (P=DERNIERE PAYE, F=FEUILLET, N=AUCUNE)"
                                                             AT 0605.
           DISPLAY ": "                                      AT 0657.
           ACCEPT  W-MODE-CORRECTION AT 0659.
           MOVE FUNCTION UPPER-CASE(W-MODE-CORRECTION)
             TO W-MODE-CORRECTION.
           IF NOT W-CORRIGER-PAYE AND NOT W-CORRIGER-FEUILLET
               MOVE "N" TO W-MODE-CORRECTION
           END-IF.

           IF W-CORRIGER-PAYE
              AND W-ANNEE-DEMANDEE < W-ANNEE-COURANTE
               MOVE "F" TO W-MODE-CORRECTION
               DISPLAY "ANNEE TERMINEE - CORRECTIONS AUX FEUILLETS"
                                                             AT 0805
           END-IF.

      ******************************************************************
      *  TAUX, MAXIMUMS ET EXEMPTION DE BASE PAR PROVINCE : LA PLUS
      *  RECENTE LIGNE DE Cotisations.dat QUI NE DEPASSE PAS L'ANNEE
      *  REVISEE (UNE LIGNE SANS EXEMPTION N'EN ACCORDE AUCUNE).
      ******************************************************************
       06000-CHARGER-COTISATIONS.
           MOVE 0 TO W-NB-PROVINCES W-IND-FIN-LIGNES.
           OPEN INPUT FICHIER-COTISATION.
           IF COTISATION-OK
               PERFORM UNTIL W-FIN-LIGNES
                   READ FICHIER-COTISATION
                       AT END MOVE 1 TO W-IND-FIN-LIGNES
                       NOT AT END
                           IF LC-ANNEE NOT > W-ANNEE-DEMANDEE
                               PERFORM 06100-RANGER-COTISATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COTISATION
           END-IF.

       06100-RANGER-COTISATION.
           MOVE 0 TO W-IND-TROUVE.
           PERFORM VARYING W-IDX-PV FROM 1 BY 1
                   UNTIL W-IDX-PV > W-NB-PROVINCES OR W-TROUVE
               IF W-PV-CODE(W-IDX-PV) = LC-PROVINCE
                   MOVE 1 TO W-IND-TROUVE
               END-IF
           END-PERFORM.
           IF W-TROUVE
               SET W-IDX-PV DOWN BY 1
           ELSE
               IF W-NB-PROVINCES < 4
                   ADD 1 TO W-NB-PROVINCES
                   SET W-IDX-PV TO W-NB-PROVINCES
                   MOVE LC-PROVINCE TO W-PV-CODE(W-IDX-PV)
                   MOVE 0 TO W-PV-ANNEE(W-IDX-PV)
                   MOVE 1 TO W-IND-TROUVE
               END-IF
           END-IF.
           IF W-TROUVE
              AND LC-ANNEE NOT < W-PV-ANNEE(W-IDX-PV)
               MOVE LC-ANNEE       TO W-PV-ANNEE(W-IDX-PV)
               MOVE LC-TAUX-RRQ    TO W-PV-TAUX-RRQ(W-IDX-PV)
               MOVE LC-TAUX-AE     TO W-PV-TAUX-AE(W-IDX-PV)
               MOVE LC-TAUX-RQAP   TO W-PV-TAUX-RQAP(W-IDX-PV)
               MOVE LC-MAX-RRQ     TO W-PV-MAX-RRQ(W-IDX-PV)
               MOVE LC-MAX-AE      TO W-PV-MAX-AE(W-IDX-PV)
               MOVE LC-MAX-RQAP    TO W-PV-MAX-RQAP(W-IDX-PV)
               IF LC-EXEMPTION-RRQ IS NUMERIC
                   MOVE LC-EXEMPTION-RRQ TO W-PV-EXEMPTION(W-IDX-PV)
               ELSE
                   MOVE 0 TO W-PV-EXEMPTION(W-IDX-PV)
               END-IF
           END-IF.

      ******************************************************************
      *  OUVRE LES CORRECTIONS (CREEES VIDES AU PREMIER USAGE).
      ******************************************************************
       07000-OUVRIR-CORRECTIONS.
           CALL "CBL_CHECK_FILE_EXIST" USING "CORRECTIONCOTIS.DAT "
                                              W-SIZE-CORRECTIONS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-CORR-COTIS
           ELSE
               OPEN OUTPUT FICHIER-CORR-COTIS
               CLOSE FICHIER-CORR-COTIS
               OPEN I-O FICHIER-CORR-COTIS
           END-IF.

       10000-LECTURE-EMPLOYE.
           READ FICHIER-IDX
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

      ******************************************************************
      *  REVISE UN EMPLOYE AYANT UN CUMUL AU REGISTRE POUR L'ANNEE :
      *  COTISATIONS REQUISES, ECARTS AVEC LES RETENUES, LIGNES DU
      *  RAPPORT ET CORRECTION DEMANDEE.
      ******************************************************************
       20000-REVISER-EMPLOYE.
           MOVE 0 TO W-IND-SANS-CUMUL.
           MOVE EMP-CODE         TO REG-CODE.
           MOVE W-ANNEE-DEMANDEE TO REG-ANNEE.
           READ FICHIER-REGISTRE
               INVALID KEY MOVE 1 TO W-IND-SANS-CUMUL
           END-READ.

           IF NOT W-EMPLOYE-SANS-CUMUL
               ADD 1 TO W-COMPTE-REVISES
               PERFORM 21000-CHOISIR-PROVINCE
               PERFORM 22000-MOIS-COTISABLES
               PERFORM 23000-CALCULER-REQUIS
               PERFORM 24000-LISTER-ECARTS
               IF NOT W-SANS-CORRECTION
                   PERFORM 45000-GENERER-CORRECTION
               END-IF
           END-IF.

           PERFORM 10000-LECTURE-EMPLOYE.

      *PROVINCE D'EMPLOI DE LA FICHE (LA PREMIERE LUE A DEFAUT).
       21000-CHOISIR-PROVINCE.
           MOVE 0 TO W-IND-TROUVE.
           PERFORM VARYING W-IDX-PV FROM 1 BY 1
                   UNTIL W-IDX-PV > W-NB-PROVINCES OR W-TROUVE
               IF W-PV-CODE(W-IDX-PV) = EMP-PROVINCE
                   MOVE 1 TO W-IND-TROUVE
               END-IF
           END-PERFORM.
           IF W-TROUVE
               SET W-IDX-PV DOWN BY 1
           ELSE
               SET W-IDX-PV TO 1
           END-IF.

      ******************************************************************
      *  MOIS DE L'ANNEE OUVRANT DROIT A PENSION : A COMPTER DU MOIS
      *  SUIVANT LE 18E ANNIVERSAIRE ET JUSQU'AU MOIS DU 70E. SANS
      *  DATE DE NAISSANCE, L'ANNEE COMPLETE.
      ******************************************************************
       22000-MOIS-COTISABLES.
           MOVE 1  TO W-MOIS-DEBUT.
           MOVE 12 TO W-MOIS-FIN.
           MOVE EMP-DATE-NAISSANCE TO W-DATE-NAISSANCE.
           IF EMP-DATE-NAISSANCE IS NUMERIC
              AND EMP-DATE-NAISSANCE > 0
               COMPUTE W-ANNEE-18 = W-DN-ANNEE + 18
               COMPUTE W-ANNEE-70 = W-DN-ANNEE + 70
               EVALUATE TRUE
                   WHEN W-ANNEE-DEMANDEE < W-ANNEE-18
                       MOVE 13 TO W-MOIS-DEBUT
                   WHEN W-ANNEE-DEMANDEE = W-ANNEE-18
                       COMPUTE W-MOIS-DEBUT = W-DN-MOIS + 1
               END-EVALUATE
               EVALUATE TRUE
                   WHEN W-ANNEE-DEMANDEE > W-ANNEE-70
                       MOVE 0 TO W-MOIS-FIN
                   WHEN W-ANNEE-DEMANDEE = W-ANNEE-70
                       MOVE W-DN-MOIS TO W-MOIS-FIN
               END-EVALUATE
           END-IF.

           IF W-MOIS-FIN < W-MOIS-DEBUT
               MOVE 0 TO W-MOIS-COTISABLES
           ELSE
               COMPUTE W-MOIS-COTISABLES =
                   W-MOIS-FIN - W-MOIS-DEBUT + 1
           END-IF.

      ******************************************************************
      *  COTISATIONS REQUISES SUR L'ANNEE COMPLETE :
      *  - RRQ/RPC : GAINS DES MOIS COTISABLES PLAFONNES AU MAXIMUM,
      *    MOINS L'EXEMPTION DE BASE, TOUS DEUX AU PRORATA DES MOIS ;
      *  - AE ET RQAP : GAINS ASSURABLES PLAFONNES AU MAXIMUM.
      *  SUR UNE ANNEE PARTIELLE, LES GAINS DE PENSION SONT CEUX DES
      *  PAYES ACTIVES DE L'HISTORIQUE VERSEES DANS LES MOIS
      *  COTISABLES (SANS HISTORIQUE, LE BRUT CUMULE AU PRORATA).
      ******************************************************************
       23000-CALCULER-REQUIS.
           EVALUATE TRUE
               WHEN W-MOIS-COTISABLES = 0
                   MOVE 0 TO W-GAINS-PENSION
               WHEN W-MOIS-COTISABLES = 12
                   MOVE REG-CUMUL-BRUT TO W-GAINS-PENSION
               WHEN OTHER
                   PERFORM 23100-GAINS-MOIS-COTISABLES
           END-EVALUATE.

           IF REG-CUMUL-ASSURABLE IS NUMERIC
               MOVE REG-CUMUL-ASSURABLE TO W-GAINS-ASSURABLES
           ELSE
               MOVE REG-CUMUL-BRUT      TO W-GAINS-ASSURABLES
           END-IF.

           COMPUTE W-MAX-PRORATA ROUNDED =
               W-PV-MAX-RRQ(W-IDX-PV) * W-MOIS-COTISABLES / 12.
           COMPUTE W-EXEMPTION-PRORATA ROUNDED =
               W-PV-EXEMPTION(W-IDX-PV) * W-MOIS-COTISABLES / 12.
           IF W-GAINS-PENSION > W-MAX-PRORATA
               COMPUTE W-BASE-COTISABLE =
                   W-MAX-PRORATA - W-EXEMPTION-PRORATA
           ELSE
               COMPUTE W-BASE-COTISABLE =
                   W-GAINS-PENSION - W-EXEMPTION-PRORATA
           END-IF.
           IF W-BASE-COTISABLE < 0
               MOVE 0 TO W-BASE-COTISABLE
           END-IF.
           COMPUTE W-REQUIS-RRQ ROUNDED =
               W-BASE-COTISABLE * W-PV-TAUX-RRQ(W-IDX-PV).

           IF W-GAINS-ASSURABLES > W-PV-MAX-AE(W-IDX-PV)
               MOVE W-PV-MAX-AE(W-IDX-PV) TO W-BASE-COTISABLE
           ELSE
               MOVE W-GAINS-ASSURABLES    TO W-BASE-COTISABLE
           END-IF.
           COMPUTE W-REQUIS-AE ROUNDED =
               W-BASE-COTISABLE * W-PV-TAUX-AE(W-IDX-PV).

           IF W-GAINS-ASSURABLES > W-PV-MAX-RQAP(W-IDX-PV)
               MOVE W-PV-MAX-RQAP(W-IDX-PV) TO W-BASE-COTISABLE
           ELSE
               MOVE W-GAINS-ASSURABLES      TO W-BASE-COTISABLE
           END-IF.
           COMPUTE W-REQUIS-RQAP ROUNDED =
               W-BASE-COTISABLE * W-PV-TAUX-RQAP(W-IDX-PV).

           COMPUTE W-ECART-RRQ  = W-REQUIS-RRQ  - REG-CUMUL-RRQ.
           COMPUTE W-ECART-AE   = W-REQUIS-AE   - REG-CUMUL-AE.
           COMPUTE W-ECART-RQAP = W-REQUIS-RQAP - REG-CUMUL-RQAP.

           IF W-ECART-RRQ  > (0 - W-SEUIL-ECART)
              AND W-ECART-RRQ < W-SEUIL-ECART
               MOVE 0 TO W-ECART-RRQ
           END-IF.
           IF W-ECART-AE   > (0 - W-SEUIL-ECART)
              AND W-ECART-AE < W-SEUIL-ECART
               MOVE 0 TO W-ECART-AE
           END-IF.
           IF W-ECART-RQAP > (0 - W-SEUIL-ECART)
              AND W-ECART-RQAP < W-SEUIL-ECART
               MOVE 0 TO W-ECART-RQAP
           END-IF.

       23100-GAINS-MOIS-COTISABLES.
           MOVE 0 TO W-GAINS-PENSION.
           IF NOT W-HISTO-OUVERT
               COMPUTE W-GAINS-PENSION ROUNDED =
                   REG-CUMUL-BRUT * W-MOIS-COTISABLES / 12
           ELSE
               MOVE 0 TO W-IND-FIN-HISTO
               MOVE EMP-CODE         TO HP-CODE
               MOVE W-ANNEE-DEMANDEE TO HP-ANNEE
               MOVE 0                TO HP-PERIODE
               START FICHIER-HISTO KEY IS NOT LESS THAN HP-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-HISTO
               END-START
               PERFORM 23110-LIRE-HISTO
               PERFORM UNTIL W-FIN-HISTO
                   IF HP-PAYE-ACTIVE
                       PERFORM 23120-CUMULER-PAYE
                   END-IF
                   PERFORM 23110-LIRE-HISTO
               END-PERFORM
           END-IF.

       23110-LIRE-HISTO.
           READ FICHIER-HISTO NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-HISTO
           END-READ.
           IF NOT W-FIN-HISTO
              AND (HP-CODE NOT = EMP-CODE
                   OR HP-ANNEE NOT = W-ANNEE-DEMANDEE)
               MOVE 1 TO W-IND-FIN-HISTO
           END-IF.

      *MOIS DU VERSEMENT : CELUI DE LA DATE DE PAYE (UNE PAYE DE
      *L'ANNEE VERSEE AVANT OU APRES L'ANNEE CIVILE COMPTE AU
      *PREMIER OU AU DERNIER MOIS).
       23120-CUMULER-PAYE.
           EVALUATE TRUE
               WHEN HP-DATE-RUN(1:4) < W-ANNEE-DEMANDEE
                   MOVE 1 TO W-MOIS-PAYE
               WHEN HP-DATE-RUN(1:4) > W-ANNEE-DEMANDEE
                   MOVE 12 TO W-MOIS-PAYE
               WHEN OTHER
                   MOVE HP-DATE-RUN(5:2) TO W-MOIS-PAYE
           END-EVALUATE.
           IF W-MOIS-PAYE NOT < W-MOIS-DEBUT
              AND W-MOIS-PAYE NOT > W-MOIS-FIN
               ADD HP-BRUT TO W-GAINS-PENSION
           END-IF.

      ******************************************************************
      *  LIGNES DU RAPPORT POUR LES REGIMES EN ECART ET TOTAUX.
      ******************************************************************
       24000-LISTER-ECARTS.
           MOVE 0 TO W-IND-ECART-EMPLOYE.

           IF W-ECART-RRQ NOT = 0
               MOVE 1                TO W-DR-IDX
               MOVE W-GAINS-PENSION  TO W-DR-GAINS
               MOVE W-REQUIS-RRQ     TO W-DR-REQUIS
               MOVE REG-CUMUL-RRQ    TO W-DR-RETENU
               MOVE W-ECART-RRQ      TO W-DR-ECART
               PERFORM 40000-ECRIRE-DETAIL
           END-IF.
           IF W-ECART-AE NOT = 0
               MOVE 2                TO W-DR-IDX
               MOVE W-GAINS-ASSURABLES TO W-DR-GAINS
               MOVE W-REQUIS-AE      TO W-DR-REQUIS
               MOVE REG-CUMUL-AE     TO W-DR-RETENU
               MOVE W-ECART-AE       TO W-DR-ECART
               PERFORM 40000-ECRIRE-DETAIL
           END-IF.
           IF W-ECART-RQAP NOT = 0
               MOVE 3                TO W-DR-IDX
               MOVE W-GAINS-ASSURABLES TO W-DR-GAINS
               MOVE W-REQUIS-RQAP    TO W-DR-REQUIS
               MOVE REG-CUMUL-RQAP   TO W-DR-RETENU
               MOVE W-ECART-RQAP     TO W-DR-ECART
               PERFORM 40000-ECRIRE-DETAIL
           END-IF.

           IF W-ECART-EMPLOYE
               ADD 1 TO W-COMPTE-ECARTS
           END-IF.

      ******************************************************************
      *  ENTETE DU RAPPORT.
      ******************************************************************
       30000-ECRIRE-ENTETE.
           MOVE W-DATE-DU-JOUR TO W-ED-DATE.
           MOVE SPACES TO LIGNE-REVISION.
           STRING "REVISION DES COTISATIONS RRQ/RPC, AE ET RQAP"
                                      DELIMITED BY SIZE
                  " - ANNEE "         DELIMITED BY SIZE
                  W-ANNEE-DEMANDEE    DELIMITED BY SIZE
                  "   PRODUIT LE "    DELIMITED BY SIZE
                  W-ED-DATE           DELIMITED BY SIZE
             INTO LIGNE-REVISION.
           WRITE LIGNE-REVISION AFTER ADVANCING PAGE.

           MOVE SPACES TO LIGNE-REVISION.
           EVALUATE TRUE
               WHEN W-CORRIGER-PAYE
                   MOVE "CORRECTIONS GENEREES POUR LA DERNIERE PAYE DE L
      -"'ANNEE" TO LIGNE-REVISION
               WHEN W-CORRIGER-FEUILLET
                   MOVE "CORRECTIONS GENEREES POUR LES FEUILLETS T4 / RE
      -"LEVE 1" TO LIGNE-REVISION
               WHEN OTHER
                   MOVE "RAPPORT SEULEMENT - AUCUNE CORRECTION GENEREE"
                     TO LIGNE-REVISION
           END-EVALUATE.
           WRITE LIGNE-REVISION AFTER ADVANCING 1 LINE.

           MOVE "ECART = REQUIS - RETENU (ECART DE MOINS DE 1 $ IGNORE)"
             TO LIGNE-REVISION.
           WRITE LIGNE-REVISION AFTER ADVANCING 1 LINE.

           WRITE LIGNE-REVISION FROM W-ENTETE-COLONNES
               AFTER ADVANCING 2 LINES.
           MOVE ALL "-" TO LIGNE-REVISION.
           WRITE LIGNE-REVISION AFTER ADVANCING 1 LINE.
           MOVE 0 TO W-COMPTE-LIGNES.

      ******************************************************************
      *  LIGNE D'UN REGIME EN ECART (W-DETAIL-REGIME) ET CUMUL DE SES
      *  TOTAUX. LA RRQ D'UNE PROVINCE AUTRE QUE LE QUEBEC EST LE RPC.
      ******************************************************************
       40000-ECRIRE-DETAIL.
           MOVE 1 TO W-IND-ECART-EMPLOYE.
           MOVE W-DR-IDX TO W-IDX-TR.
           MOVE W-NOM-REGIME(W-IDX-TR) TO W-DR-REGIME.
           IF W-IDX-TR = 1
              AND W-PV-CODE(W-IDX-PV) NOT = "QC"
               MOVE "RPC " TO W-DR-REGIME
           END-IF.

           MOVE EMP-CODE    TO W-LD-CODE.
           MOVE EMP-NOM     TO W-LD-NOM.
           MOVE W-DR-REGIME TO W-LD-REGIME.
           IF W-IDX-TR = 1
               MOVE W-MOIS-COTISABLES TO W-LD-MOIS
           ELSE
               MOVE 12 TO W-LD-MOIS
           END-IF.
           MOVE W-DR-GAINS  TO W-LD-GAINS.
           MOVE W-DR-REQUIS TO W-LD-REQUIS.
           MOVE W-DR-RETENU TO W-LD-RETENU.
           MOVE W-DR-ECART  TO W-LD-ECART.
           IF W-DR-ECART > 0
               MOVE "MANQUE"      TO W-LD-CONSTAT
               ADD 1              TO W-TR-NB-MANQUES(W-IDX-TR)
               ADD W-DR-ECART     TO W-TR-MANQUES(W-IDX-TR)
           ELSE
               MOVE "TROP RETENU" TO W-LD-CONSTAT
               ADD 1              TO W-TR-NB-TROP(W-IDX-TR)
               SUBTRACT W-DR-ECART FROM W-TR-TROP(W-IDX-TR)
           END-IF.

           IF W-COMPTE-LIGNES > 50
               PERFORM 30000-ECRIRE-ENTETE
           END-IF.
           WRITE LIGNE-REVISION FROM W-LIGNE-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO W-COMPTE-LIGNES.

      ******************************************************************
      *  CORRECTION DE L'EMPLOYE COURANT : LES ECARTS SONT ENREGISTRES
      *  EN ATTENTE DANS LE MODE CHOISI (UNE CORRECTION DEJA LA EST
      *  REMPLACEE, LE REGISTRE REFLETANT CE QUI EN A ETE APPLIQUE).
      *  SANS ECART, UNE CORRECTION ENCORE EN ATTENTE EST RETIREE.
      ******************************************************************
       45000-GENERER-CORRECTION.
           MOVE 0 TO W-IND-CC-ABSENT.
           MOVE EMP-CODE         TO CC-CODE.
           MOVE W-ANNEE-DEMANDEE TO CC-ANNEE.
           READ FICHIER-CORR-COTIS
               INVALID KEY MOVE 1 TO W-IND-CC-ABSENT
           END-READ.

           IF W-ECART-EMPLOYE
               MOVE EMP-CODE          TO CC-CODE
               MOVE W-ANNEE-DEMANDEE  TO CC-ANNEE
               MOVE W-MODE-CORRECTION TO CC-MODE
               MOVE "E"               TO CC-STATUT
               MOVE W-ECART-RRQ       TO W-DR-ECART
               PERFORM 45100-SENS-ECART
               MOVE W-DR-REGIME       TO CC-SENS-RRQ
               MOVE W-DR-REQUIS       TO CC-AJUST-RRQ
               MOVE W-ECART-AE        TO W-DR-ECART
               PERFORM 45100-SENS-ECART
               MOVE W-DR-REGIME       TO CC-SENS-AE
               MOVE W-DR-REQUIS       TO CC-AJUST-AE
               MOVE W-ECART-RQAP      TO W-DR-ECART
               PERFORM 45100-SENS-ECART
               MOVE W-DR-REGIME       TO CC-SENS-RQAP
               MOVE W-DR-REQUIS       TO CC-AJUST-RQAP
               MOVE W-DATE-DU-JOUR    TO CC-DATE-REVISION
               MOVE 0                 TO CC-DATE-APPLIQUEE
               MOVE SPACES            TO CC-RESERVE
               IF W-CC-ABSENT
                   WRITE CC-FICHE-CORRECTION
               ELSE
                   REWRITE CC-FICHE-CORRECTION
               END-IF
               ADD 1 TO W-COMPTE-CORRECTIONS
           ELSE
               IF NOT W-CC-ABSENT AND CC-STATUT = "E"
                   DELETE FICHIER-CORR-COTIS
                   ADD 1 TO W-COMPTE-RETIREES
               END-IF
           END-IF.

      *SENS ET MONTANT ABSOLU D'UN ECART (W-DR-ECART) RENDUS DANS
      *W-DR-REGIME ET W-DR-REQUIS.
       45100-SENS-ECART.
           IF W-DR-ECART < 0
               MOVE "-" TO W-DR-REGIME
               COMPUTE W-DR-REQUIS = 0 - W-DR-ECART
           ELSE
               MOVE "+" TO W-DR-REGIME
               MOVE W-DR-ECART TO W-DR-REQUIS
           END-IF.

      ******************************************************************
      *  SOMMAIRE : MANQUES ET TROP RETENUS PAR REGIME, PART DE
      *  L'EMPLOYEUR CORRESPONDANTE (RRQ/RPC APPARIEE, AE A 1,4 FOIS)
      *  ET CORRECTIONS GENEREES.
      ******************************************************************
       50000-ECRIRE-SOMMAIRE.
           MOVE ALL "-" TO LIGNE-REVISION.
           WRITE LIGNE-REVISION AFTER ADVANCING 1 LINE.

           MOVE W-COMPTE-REVISES TO W-ED-NB.
           MOVE W-COMPTE-ECARTS  TO W-ED-NB-2.
           MOVE SPACES TO LIGNE-REVISION.
           STRING "EMPLOYES REVISES: " DELIMITED BY SIZE
                  W-ED-NB              DELIMITED BY SIZE
                  "   AVEC ECART: "    DELIMITED BY SIZE
                  W-ED-NB-2            DELIMITED BY SIZE
             INTO LIGNE-REVISION.
           WRITE LIGNE-REVISION AFTER ADVANCING 2 LINES.

           PERFORM VARYING W-IDX-TR FROM 1 BY 1 UNTIL W-IDX-TR > 3
               MOVE W-TR-MANQUES(W-IDX-TR) TO W-ED-MONTANT
               MOVE W-TR-TROP(W-IDX-TR)    TO W-ED-MONTANT-2
               MOVE SPACES TO LIGNE-REVISION
               STRING W-NOM-REGIME(W-IDX-TR)  DELIMITED BY SIZE
                      "  MANQUES A RETENIR: " DELIMITED BY SIZE
                      W-ED-MONTANT            DELIMITED BY SIZE
                      "   RETENUS EN TROP: "  DELIMITED BY SIZE
                      W-ED-MONTANT-2          DELIMITED BY SIZE
                 INTO LIGNE-REVISION
               WRITE LIGNE-REVISION AFTER ADVANCING 1 LINE
           END-PERFORM.

           COMPUTE W-PP-RRQ = W-TR-MANQUES(1) - W-TR-TROP(1).
           COMPUTE W-PP-AE ROUNDED =
               (W-TR-MANQUES(2) - W-TR-TROP(2)) * 1.4.
           MOVE W-PP-RRQ TO W-ED-SIGNE.
           MOVE SPACES TO LIGNE-REVISION.
           STRING "PART PATRONALE CORRESPONDANTE - RRQ/RPC: "
                                        DELIMITED BY SIZE
                  W-ED-SIGNE            DELIMITED BY SIZE
             INTO LIGNE-REVISION.
           WRITE LIGNE-REVISION AFTER ADVANCING 2 LINES.
           MOVE W-PP-AE TO W-ED-SIGNE.
           MOVE SPACES TO LIGNE-REVISION.
           STRING "PART PATRONALE CORRESPONDANTE - AE     : "
                                        DELIMITED BY SIZE
                  W-ED-SIGNE            DELIMITED BY SIZE
             INTO LIGNE-REVISION.
           WRITE LIGNE-REVISION AFTER ADVANCING 1 LINE.

           IF NOT W-SANS-CORRECTION
               MOVE W-COMPTE-CORRECTIONS TO W-ED-NB
               MOVE W-COMPTE-RETIREES    TO W-ED-NB-2
               MOVE SPACES TO LIGNE-REVISION
               STRING "CORRECTIONS GENEREES: " DELIMITED BY SIZE
                      W-ED-NB                  DELIMITED BY SIZE
                      "   RETIREES (SANS ECART): "
                                               DELIMITED BY SIZE
                      W-ED-NB-2                DELIMITED BY SIZE
                 INTO LIGNE-REVISION
               WRITE LIGNE-REVISION AFTER ADVANCING 2 LINES
           END-IF.
