      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: CALCUL DES COMMISSIONS DES REPRESENTANTS A PARTIR DE
      *          L'EXTRAIT MENSUEL DU SYSTEME DE VENTES (Ventes.csv,
      *          CHAMPS VENDEUR;FACTURE;DATE;MONTANT;RETOURS SEPARES
      *          PAR ";", DATE AAAAMMJJ). LE NUMERO DE VENDEUR EST
      *          TRADUIT EN CODE EMPLOYE PAR REPRESENTANTS.DAT, QUI
      *          DONNE AUSSI LE REGIME DE COMMISSION (PLANSCOMM.DAT).
      *          POUR CHAQUE REPRESENTANT ACTIF ET CHAQUE PERIODE DE
      *          COMMISSION (LE MOIS, OU LE TRIMESTRE QUI FINIT AVEC
      *          LE MOIS POUR UN REGIME TRIMESTRIEL) :
      *            COMMISSION = TAUX DES PALIERS (MARGINAUX) APPLIQUES
      *                         AUX VENTES DE LA PERIODE,
      *            REPRISE    = RETOURS X TAUX MOYEN DE LA COMMISSION
      *                         (TAUX DU PREMIER PALIER SANS VENTE),
      *            GAGNE      = COMMISSION - REPRISE,
      *            PAYABLE    = GAGNE - SOLDE D'AVANCE A RECUPERER,
      *                         AU MOINS L'AVANCE GARANTIE DU REGIME.
      *          L'AVANCE VERSEE AU-DELA DU GAGNE S'AJOUTE AU SOLDE A
      *          RECUPERER SI LE REGIME LA DIT RECUPERABLE ; SINON
      *          SEULES LES REPRISES NON COUVERTES SONT REPORTEES. UN
      *          EMPLOYE INACTIF N'A PLUS D'AVANCE.
      *          LE PAYABLE EST ECRIT EN LIGNE COM DE FEUILLETEMPS.DAT
      *          POUR LA PERIODE DE PAYE CHOISIE, EN ATTENTE
      *          D'APPROBATION COMME LA SAISIE MANUELLE, ET LE CALCUL
      *          EST GARDE DANS COMMHISTO.DAT (CODE + MOIS). LES MOIS
      *          QUI NE FERMENT PAS UN TRIMESTRE SONT SEULEMENT
      *          CUMULES A L'HISTORIQUE D'UN REPRESENTANT TRIMESTRIEL.
      *          UN MOIS DEJA CALCULE PEUT ETRE REPRIS TANT QUE SA
      *          LIGNE COM N'EST PAS APPROUVEE ; UN MOIS ANTERIEUR AU
      *          DERNIER CALCULE EST REFUSE.
      *          UN RELEVE PAR REPRESENTANT (Commissions.doc, UNE PAGE
      *          CHACUN) MONTRE LES FACTURES, LES PALIERS, LA REPRISE,
      *          L'AVANCE ET LE SOLDE REPORTE. LES VENDEURS INCONNUS,
      *          LIGNES INVALIDES ET REPRESENTANTS NON CALCULES SONT
      *          LISTES DANS CommExceptions.doc.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTVENTES.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-VENTES  ASSIGN TO "Ventes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-VENTES.

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

       SELECT FICHIER-PLANSCOMM  ASSIGN TO "PLANSCOMM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CODE
               FILE STATUS IS W-STATUT-PLANSCOMM.

       SELECT FICHIER-REPRESENTANTS  ASSIGN TO "REPRESENTANTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CODE
               ALTERNATE RECORD KEY IS RP-NO-VENDEUR
               FILE STATUS IS W-STATUT-REPRESENTANTS.

       SELECT FICHIER-FEUILLES  ASSIGN TO "FEUILLETEMPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS FT-CLE.

       SELECT FICHIER-COMMHISTO  ASSIGN TO "COMMHISTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CH-CLE.

       SELECT RAPPORT-COMMISSIONS  ASSIGN TO "Commissions.doc"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RAPPORT-EXCEPTION  ASSIGN TO "CommExceptions.doc"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  FICHIER-VENTES.
       01  LIGNE-VENTE                 PIC X(120).

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
           05  EMP-RESTE               PIC X(134).

       FD  FICHIER-PLANSCOMM
       LABEL RECORD STANDARD.
       01  PC-FICHE-REGIME.
           05  PC-CODE                 PIC X(4).
           05  PC-NOM                  PIC X(30).
           05  PC-FREQUENCE            PIC X.
           05  PC-AVANCE               PIC 9(5)V99.
           05  PC-AVANCE-RECUP         PIC X.
           05  PC-PALIER OCCURS 5.
               10  PC-PLANCHER         PIC 9(7)V99.
               10  PC-TAUX             PIC 99V99.
           05  PC-ACTIF                PIC X.
           05  PC-RESERVE              PIC X(10).

       FD  FICHIER-REPRESENTANTS
       LABEL RECORD STANDARD.
       01  RP-FICHE-REPRESENTANT.
           05  RP-CODE                 PIC X(6).
           05  RP-NO-VENDEUR           PIC X(8).
           05  RP-PLAN                 PIC X(4).
           05  RP-SOLDE-AVANCE         PIC 9(7)V99.
           05  RP-DERNIERE-PERIODE     PIC 9(6).
           05  RP-ACTIF                PIC X.
           05  RP-RESERVE              PIC X(10).

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

      *********************************************************
      * Historique des commissions : une fiche par representant
      * et par mois importe. CH-CALCULE = "N" pour un mois
      * seulement cumule (regime trimestriel hors fin de
      * trimestre) ; les montants de calcul y sont a zero.
      *********************************************************
       FD  FICHIER-COMMHISTO
       LABEL RECORD STANDARD.
       01  CH-FICHE-COMMISSION.
           05  CH-CLE.
               10  CH-CODE             PIC X(6).
               10  CH-PERIODE          PIC 9(6).
           05  CH-PLAN                 PIC X(4).
           05  CH-VENTES-MOIS          PIC 9(9)V99.
           05  CH-RETOURS-MOIS         PIC 9(9)V99.
           05  CH-CALCULE              PIC X.
           05  CH-VENTES               PIC 9(9)V99.
           05  CH-RETOURS              PIC 9(9)V99.
           05  CH-COMMISSION           PIC 9(7)V99.
           05  CH-REPRISE              PIC 9(7)V99.
           05  CH-GAGNE                PIC S9(7)V99.
           05  CH-AVANCE               PIC 9(5)V99.
           05  CH-PAYABLE              PIC 9(7)V99.
           05  CH-SOLDE-AVANT          PIC 9(7)V99.
           05  CH-SOLDE-APRES          PIC 9(7)V99.
           05  CH-ANNEE-PAYE           PIC 9(4).
           05  CH-PERIODE-PAYE         PIC 9(2).
           05  CH-DATE-CALCUL          PIC 9(8).
           05  CH-OPERATEUR            PIC X(8).
           05  CH-RESERVE              PIC X(10).

       FD  RAPPORT-COMMISSIONS.
       01  LIGNE-RELEVE                PIC X(120).

       FD  RAPPORT-EXCEPTION.
       01  LIGNE-EXCEPTION             PIC X(120).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-TROUVE         PIC 9.
               88  W-TROUVE                 VALUE 1.
           05  W-IND-EMP-ABSENT     PIC 9.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-CH-ABSENTE     PIC 9.
               88  W-CH-ABSENTE             VALUE 1.
           05  W-IND-FT-ABSENTE     PIC 9.
               88  W-FT-ABSENTE             VALUE 1.
           05  W-IND-REFUS          PIC 9.
               88  W-REFUS                  VALUE 1.
           05  W-IND-CALCUL         PIC 9.
               88  W-PERIODE-A-CALCULER     VALUE 1.
           05  W-IND-PREMIER-RELEVE PIC 9   VALUE 1.
               88  W-PREMIER-RELEVE         VALUE 1.

       01  W-STATUT-VENTES          PIC XX.
           88  VENTES-OK                    VALUE "00".
           88  VENTES-INEXISTANT            VALUE "35".

       01  W-STATUT-PLANSCOMM       PIC XX.
           88  PLANSCOMM-OK                 VALUE "00".
           88  PLANSCOMM-INEXISTANT         VALUE "35".

       01  W-STATUT-REPRESENTANTS   PIC XX.
           88  REPRESENTANTS-OK             VALUE "00".
           88  REPRESENTANTS-INEXISTANT     VALUE "35".

       01  W-FILE-DETAIL.
           05  W-SIZE-FEUILLES      PIC X(8)   COMP-X.
           05  W-SIZE-COMMHISTO     PIC X(8)   COMP-X.

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-ANNEE-COURANTE         PIC 9(4).

      *********************************************************
      * Mois de commission (AAAAMM, 0 = mois precedent) et
      * mois du trimestre qui le precedent (regime trimestriel).
      *********************************************************
       01  W-MOIS-DEMANDE           PIC 9(6).
       01  W-MOIS-R REDEFINES W-MOIS-DEMANDE.
           05  W-MOIS-ANNEE         PIC 9(4).
           05  W-MOIS-MM            PIC 9(2).
               88  W-FIN-TRIMESTRE          VALUE 3 6 9 12.
       01  W-MOIS-PRECEDENT         PIC 9(6).

      *********************************************************
      * Periode de paye visee (0 = periode hebdomadaire
      * courante, meme calcul que la saisie des feuilles).
      *********************************************************
       01  W-SAISIE-PERIODE.
           05  W-ANNEE-SAISIE       PIC 9(4).
           05  W-PERIODE-SAISIE     PIC 9(2).
           05  W-JOUR-COURANT-INT   PIC S9(8) COMP.
           05  W-JOUR-DEBUT-AN-INT  PIC S9(8) COMP.
           05  W-DATE-DEBUT-ANNEE   PIC 9(8).

      *********************************************************
      * Regimes de commission (PLANSCOMM.DAT, 50 au plus).
      *********************************************************
       01  W-TABLE-REGIMES.
           05  W-NB-PL              PIC 99     VALUE 0.
           05  W-PL-ENTREE OCCURS 50 TIMES
                                    INDEXED BY W-IDX-PL.
               10  W-PL-CODE        PIC X(4).
               10  W-PL-NOM         PIC X(30).
               10  W-PL-FREQUENCE   PIC X.
               10  W-PL-AVANCE      PIC 9(5)V99.
               10  W-PL-RECUP       PIC X.
               10  W-PL-ACTIF       PIC X.
               10  W-PL-PALIER OCCURS 5.
                   15  W-PL-PLANCHER PIC 9(7)V99.
                   15  W-PL-TAUX    PIC 99V99.

      *********************************************************
      * Representants (REPRESENTANTS.DAT, 500 au plus) et leurs
      * ventes et retours du mois cumules de l'extrait.
      *********************************************************
       01  W-TABLE-REPRESENTANTS.
           05  W-NB-RE              PIC 9(3)   VALUE 0.
           05  W-RE-ENTREE OCCURS 500 TIMES
                                    INDEXED BY W-IDX-RE.
               10  W-RE-CODE        PIC X(6).
               10  W-RE-VENDEUR     PIC X(8).
               10  W-RE-PLAN        PIC X(4).
               10  W-RE-SOLDE       PIC 9(7)V99.
               10  W-RE-DERNIERE    PIC 9(6).
               10  W-RE-ACTIF       PIC X.
               10  W-RE-VENTES      PIC 9(9)V99.
               10  W-RE-RETOURS     PIC 9(9)V99.

      *********************************************************
      * Factures retenues de l'extrait, gardees pour le releve
      * de leur representant (5000 au plus).
      *********************************************************
       01  W-TABLE-FACTURES.
           05  W-NB-FA              PIC 9(4)   VALUE 0.
           05  W-FA-ENTREE OCCURS 5000 TIMES
                                    INDEXED BY W-IDX-FA.
               10  W-FA-IDX-RE      PIC 9(3).
               10  W-FA-FACTURE     PIC X(12).
               10  W-FA-DATE        PIC 9(8).
               10  W-FA-MONTANT     PIC 9(7)V99.
               10  W-FA-RETOURS     PIC 9(7)V99.

       01  W-CHAMPS-VENTE.
           05  W-CH-VENDEUR         PIC X(8).
           05  W-CH-FACTURE         PIC X(12).
           05  W-CH-DATE            PIC X(8).
           05  W-CH-MONTANT         PIC X(14).
           05  W-CH-RETOURS         PIC X(14).

       01  W-VENTE-LUE              PIC S9(7)V99.
       01  W-RETOUR-LU              PIC S9(7)V99.

      *********************************************************
      * Calcul de la periode du representant courant.
      *********************************************************
       01  W-CALCUL.
           05  W-VENTES             PIC 9(9)V99.
           05  W-RETOURS            PIC 9(9)V99.
           05  W-VENTES-ANTERIEURES PIC 9(9)V99.
           05  W-RETOURS-ANTERIEURS PIC 9(9)V99.
           05  W-COMMISSION         PIC 9(7)V99.
           05  W-REPRISE            PIC 9(7)V99.
           05  W-GAGNE              PIC S9(7)V99.
           05  W-AVANCE             PIC 9(5)V99.
           05  W-SOLDE-AVANT        PIC 9(7)V99.
           05  W-NET                PIC S9(7)V99.
           05  W-PAYABLE            PIC 9(7)V99.
           05  W-SOLDE-APRES        PIC 9(7)V99.
           05  W-ANCIENNE-ANNEE     PIC 9(4).
           05  W-ANCIENNE-PERIODE   PIC 9(2).
           05  W-RAISON             PIC X(40).

       01  W-TABLE-TRANCHES.
           05  W-TR-ENTREE OCCURS 5 TIMES.
               10  W-TR-DE          PIC 9(7)V99.
               10  W-TR-A           PIC 9(7)V99.
               10  W-TR-TAUX        PIC 99V99.
               10  W-TR-BASE        PIC 9(9)V99.
               10  W-TR-COMMISSION  PIC 9(7)V99.

       01  W-I                      PIC 9.
       01  W-LIBELLE                PIC X(40).
       01  W-MONTANT-RELEVE         PIC S9(9)V99.

       01  W-COMPTEURS.
           05  W-COMPTE-LUES        PIC 9(5) VALUE 0.
           05  W-COMPTE-RETENUES    PIC 9(5) VALUE 0.
           05  W-COMPTE-REJETEES    PIC 9(5) VALUE 0.
           05  W-COMPTE-CALCULES    PIC 9(4) VALUE 0.
           05  W-COMPTE-CUMULES     PIC 9(4) VALUE 0.
           05  W-COMPTE-REFUSES     PIC 9(4) VALUE 0.
           05  W-COMPTE-FEUILLES    PIC 9(4) VALUE 0.
           05  W-TOTAL-PAYABLE      PIC 9(9)V99 VALUE 0.

       01  W-EDITION.
           05  W-ED-TOTAL           PIC $$$,$$$,$$9.99.
           05  W-ED-TAUX            PIC Z9.99.

       01  W-LIGNE-FACTURE.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  W-LF-FACTURE         PIC X(12).
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LF-DATE            PIC 9999/99/99.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LF-MONTANT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LF-RETOURS         PIC Z,ZZZ,ZZ9.99.

       01  W-LIGNE-TRANCHE.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  W-LT-PALIER          PIC 9.
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  W-LT-DE              PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LT-A               PIC X(12).
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LT-BASE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LT-TAUX            PIC Z9.99.
           05  FILLER               PIC X(4)    VALUE " %  ".
           05  W-LT-COMMISSION      PIC Z,ZZZ,ZZ9.99.

       01  W-LIGNE-MONTANT.
           05  FILLER               PIC X(5)    VALUE SPACES.
           05  W-LM-LIBELLE         PIC X(40).
           05  W-LM-MONTANT         PIC ZZZ,ZZZ,ZZ9.99-.

       01  W-ED-A                   PIC Z,ZZZ,ZZ9.99.

      *********************************************************
      * Zones d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "IMPORTVENTES".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "Commissions.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

       01  W-SPOOL-EXCEPTION.
           05  W-SX-PROGRAMME       PIC X(14) VALUE "IMPORTVENTES".
           05  W-SX-NOM             PIC X(30)
                                    VALUE "CommExceptions.doc ".
           05  W-SX-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SX-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "IMPORTVENTES".
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
           MOVE W-DATE-DU-JOUR(1:4) TO W-ANNEE-COURANTE.

           OPEN INPUT FICHIER-VENTES.
           OPEN I-O FICHIER-REPRESENTANTS.
           EVALUATE TRUE
               WHEN VENTES-INEXISTANT
                   MOVE "AUCUN EXTRAIT DE VENTES (Ventes.csv ABSENT)"
                     TO W-MESSAGE-ERREUR
               WHEN REPRESENTANTS-INEXISTANT
                   MOVE "AUCUN REPRESENTANT (REPRESENTANTS.DAT ABSENT)"
                     TO W-MESSAGE-ERREUR
               WHEN OTHER
                   PERFORM 01000-TRAITER-EXTRAIT
           END-EVALUATE.
           IF NOT VENTES-INEXISTANT
               CLOSE FICHIER-VENTES
           END-IF.
           IF NOT REPRESENTANTS-INEXISTANT
               CLOSE FICHIER-REPRESENTANTS
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-FEUILLES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       01000-TRAITER-EXTRAIT.
           PERFORM 02000-DEMANDER-PERIODES.
           OPEN INPUT FICHIER-IDX.
           PERFORM 05000-OUVRIR-FEUILLES.
           PERFORM 06000-OUVRIR-COMMHISTO.
           PERFORM 07000-CHARGER-REGIMES.
           PERFORM 08000-CHARGER-REPRESENTANTS.
           OPEN OUTPUT RAPPORT-COMMISSIONS.
           OPEN OUTPUT RAPPORT-EXCEPTION.
           PERFORM 09000-ECRIRE-ENTETE-EXCEPTIONS.

           MOVE 0 TO W-IND-FIN-FICHIER.
           PERFORM 10000-LIRE-VENTE.
           PERFORM 20000-TRAITER-VENTE UNTIL W-FIN-FICHIER.

           PERFORM VARYING W-IDX-RE FROM 1 BY 1
                   UNTIL W-IDX-RE > W-NB-RE
               PERFORM 40000-TRAITER-REPRESENTANT
           END-PERFORM.

           PERFORM 80000-SOMMAIRE.

           CLOSE FICHIER-IDX FICHIER-FEUILLES FICHIER-COMMHISTO
                 RAPPORT-COMMISSIONS RAPPORT-EXCEPTION.
           MOVE W-MOIS-DEMANDE TO W-SP-PERIODE W-SX-PERIODE.
           MOVE W-OPERATEUR    TO W-SP-OPERATEUR W-SX-OPERATEUR.
           CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                     W-SP-PERIODE W-SP-OPERATEUR.
           CALL "SPOOLRAPPORT" USING W-SX-PROGRAMME W-SX-NOM
                                     W-SX-PERIODE W-SX-OPERATEUR.

           MOVE W-TOTAL-PAYABLE TO W-ED-TOTAL.
           MOVE SPACES TO W-MESSAGE-ERREUR.
           STRING "COMMISSIONS "      DELIMITED BY SIZE
                  W-MOIS-DEMANDE      DELIMITED BY SIZE
                  ": "                DELIMITED BY SIZE
                  W-COMPTE-FEUILLES   DELIMITED BY SIZE
                  " LIGNE(S) COM, "   DELIMITED BY SIZE
                  W-ED-TOTAL          DELIMITED BY SIZE
                  ", "                DELIMITED BY SIZE
                  W-COMPTE-REJETEES   DELIMITED BY SIZE
                  " REJET(S)"         DELIMITED BY SIZE
             INTO W-MESSAGE-ERREUR.

      ******************************************************************
      *  MOIS DE COMMISSION (0 = MOIS PRECEDENT) ET PERIODE DE PAYE
      *  OU LA COMMISSION SERA VERSEE (0 = PERIODE COURANTE).
      ******************************************************************
       02000-DEMANDER-PERIODES.
           MOVE 0 TO W-MOIS-DEMANDE W-ANNEE-SAISIE W-PERIODE-SAISIE.
           DISPLAY "MOIS DE COMMISSION (AAAAMM, 0 = PREC.): " AT 0405.
           ACCEPT  W-MOIS-DEMANDE   AT 0446.
           DISPLAY "ANNEE DE PAYE (AAAA, 0 = COURANTE)    : " AT 0605.
           ACCEPT  W-ANNEE-SAISIE   AT 0646.
           DISPLAY "PERIODE DE PAYE (01-53, 0 = COURANTE) : " AT 0805.
           ACCEPT  W-PERIODE-SAISIE AT 0846.

           IF W-MOIS-DEMANDE = 0
               MOVE W-DATE-DU-JOUR(1:6) TO W-MOIS-DEMANDE
               IF W-MOIS-MM = 1
                   SUBTRACT 1 FROM W-MOIS-ANNEE
                   MOVE 12 TO W-MOIS-MM
               ELSE
                   SUBTRACT 1 FROM W-MOIS-MM
               END-IF
           END-IF.

           IF W-ANNEE-SAISIE = 0
               MOVE W-ANNEE-COURANTE TO W-ANNEE-SAISIE
           END-IF.
           IF W-PERIODE-SAISIE = 0
               COMPUTE W-DATE-DEBUT-ANNEE =
                       W-ANNEE-SAISIE * 10000 + 101
               COMPUTE W-JOUR-DEBUT-AN-INT =
                   FUNCTION INTEGER-OF-DATE(W-DATE-DEBUT-ANNEE)
               COMPUTE W-JOUR-COURANT-INT =
                   FUNCTION INTEGER-OF-DATE(W-DATE-DU-JOUR)
               COMPUTE W-PERIODE-SAISIE =
                   ((W-JOUR-COURANT-INT - W-JOUR-DEBUT-AN-INT) / 7) + 1
           END-IF.

       05000-OUVRIR-FEUILLES.
           CALL "CBL_CHECK_FILE_EXIST" USING "FEUILLETEMPS.DAT "
                                              W-SIZE-FEUILLES.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-FEUILLES
           ELSE
               OPEN OUTPUT FICHIER-FEUILLES
               CLOSE FICHIER-FEUILLES
               OPEN I-O FICHIER-FEUILLES
           END-IF.

       06000-OUVRIR-COMMHISTO.
           CALL "CBL_CHECK_FILE_EXIST" USING "COMMHISTO.DAT "
                                              W-SIZE-COMMHISTO.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-COMMHISTO
           ELSE
               OPEN OUTPUT FICHIER-COMMHISTO
               CLOSE FICHIER-COMMHISTO
               OPEN I-O FICHIER-COMMHISTO
           END-IF.

       07000-CHARGER-REGIMES.
           MOVE 0 TO W-NB-PL.
           OPEN INPUT FICHIER-PLANSCOMM.
           IF PLANSCOMM-OK
               MOVE 0 TO W-IND-FIN-FICHIER
               MOVE LOW-VALUES TO PC-CODE
               START FICHIER-PLANSCOMM KEY IS NOT LESS THAN PC-CODE
                   INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
               END-START
               PERFORM UNTIL W-FIN-FICHIER OR W-NB-PL = 50
                   READ FICHIER-PLANSCOMM NEXT RECORD
                       AT END MOVE 1 TO W-IND-FIN-FICHIER
                       NOT AT END PERFORM 07100-RETENIR-REGIME
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PLANSCOMM
           END-IF.

       07100-RETENIR-REGIME.
           ADD 1 TO W-NB-PL.
           MOVE PC-CODE         TO W-PL-CODE(W-NB-PL).
           MOVE PC-NOM          TO W-PL-NOM(W-NB-PL).
           MOVE PC-FREQUENCE    TO W-PL-FREQUENCE(W-NB-PL).
           MOVE PC-AVANCE       TO W-PL-AVANCE(W-NB-PL).
           MOVE PC-AVANCE-RECUP TO W-PL-RECUP(W-NB-PL).
           MOVE PC-ACTIF        TO W-PL-ACTIF(W-NB-PL).
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > 5
               MOVE PC-PLANCHER(W-I) TO W-PL-PLANCHER(W-NB-PL, W-I)
               MOVE PC-TAUX(W-I)     TO W-PL-TAUX(W-NB-PL, W-I)
           END-PERFORM.

       08000-CHARGER-REPRESENTANTS.
           MOVE 0 TO W-NB-RE W-IND-FIN-FICHIER.
           MOVE LOW-VALUES TO RP-CODE.
           START FICHIER-REPRESENTANTS KEY IS NOT LESS THAN RP-CODE
               INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
           END-START.
           PERFORM UNTIL W-FIN-FICHIER OR W-NB-RE = 500
               READ FICHIER-REPRESENTANTS NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO W-NB-RE
                       MOVE RP-CODE         TO W-RE-CODE(W-NB-RE)
                       MOVE RP-NO-VENDEUR   TO W-RE-VENDEUR(W-NB-RE)
                       MOVE RP-PLAN         TO W-RE-PLAN(W-NB-RE)
                       MOVE RP-SOLDE-AVANCE TO W-RE-SOLDE(W-NB-RE)
                       MOVE RP-DERNIERE-PERIODE
                                            TO W-RE-DERNIERE(W-NB-RE)
                       MOVE RP-ACTIF        TO W-RE-ACTIF(W-NB-RE)
                       MOVE 0 TO W-RE-VENTES(W-NB-RE)
                                 W-RE-RETOURS(W-NB-RE)
               END-READ
           END-PERFORM.

       09000-ECRIRE-ENTETE-EXCEPTIONS.
           MOVE SPACES TO LIGNE-EXCEPTION.
           STRING "** EXCEPTIONS DU CALCUL DES COMMISSIONS - MOIS "
                                      DELIMITED BY SIZE
                  W-MOIS-DEMANDE      DELIMITED BY SIZE
                  " **"               DELIMITED BY SIZE
             INTO LIGNE-EXCEPTION.
           WRITE LIGNE-EXCEPTION.
           MOVE SPACES TO LIGNE-EXCEPTION.
           WRITE LIGNE-EXCEPTION.

       10000-LIRE-VENTE.
           READ FICHIER-VENTES
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

      ******************************************************************
      *  TRAITE UNE LIGNE DE L'EXTRAIT : VENDEUR CONNU ET ACTIF, DATE
      *  DU MOIS DE COMMISSION, MONTANTS NUMERIQUES. UNE VENTE
      *  NEGATIVE (NOTE DE CREDIT) COMPTE COMME UN RETOUR. UNE
      *  PREMIERE LIGNE SANS DATE NUMERIQUE EST UNE LIGNE D'ENTETE.
      ******************************************************************
       20000-TRAITER-VENTE.
           ADD 1 TO W-COMPTE-LUES.
           MOVE SPACES TO W-CHAMPS-VENTE.
           UNSTRING LIGNE-VENTE DELIMITED BY ";"
               INTO W-CH-VENDEUR W-CH-FACTURE W-CH-DATE
                    W-CH-MONTANT W-CH-RETOURS.
           MOVE FUNCTION UPPER-CASE(W-CH-VENDEUR) TO W-CH-VENDEUR.
           IF W-CH-RETOURS = SPACES OR W-CH-RETOURS = LOW-VALUES
               MOVE "0" TO W-CH-RETOURS
           END-IF.

           MOVE 0 TO W-IND-TROUVE.
           PERFORM VARYING W-IDX-RE FROM 1 BY 1
                   UNTIL W-IDX-RE > W-NB-RE OR W-TROUVE
               IF W-RE-VENDEUR(W-IDX-RE) = W-CH-VENDEUR
                   MOVE 1 TO W-IND-TROUVE
               END-IF
           END-PERFORM.
           IF W-TROUVE
               SET W-IDX-RE DOWN BY 1
           END-IF.

           EVALUATE TRUE
               WHEN W-COMPTE-LUES = 1 AND W-CH-DATE NOT NUMERIC
                   CONTINUE
               WHEN W-CH-VENDEUR = SPACES
                   CONTINUE
               WHEN NOT W-TROUVE
                   MOVE "VENDEUR INCONNU" TO W-RAISON
                   PERFORM 25000-REJETER-VENTE
               WHEN W-RE-ACTIF(W-IDX-RE) NOT = "A"
                   MOVE "REPRESENTANT INACTIF" TO W-RAISON
                   PERFORM 25000-REJETER-VENTE
               WHEN W-CH-DATE NOT NUMERIC
                 OR FUNCTION TEST-NUMVAL(W-CH-MONTANT) NOT = 0
                 OR FUNCTION TEST-NUMVAL(W-CH-RETOURS) NOT = 0
                   MOVE "DATE OU MONTANT INVALIDE" TO W-RAISON
                   PERFORM 25000-REJETER-VENTE
               WHEN W-CH-DATE(1:6) NOT = W-MOIS-DEMANDE
                   MOVE "DATE HORS DU MOIS DE COMMISSION" TO W-RAISON
                   PERFORM 25000-REJETER-VENTE
               WHEN W-NB-FA = 5000
                   MOVE "TABLE DES FACTURES PLEINE" TO W-RAISON
                   PERFORM 25000-REJETER-VENTE
               WHEN OTHER
                   PERFORM 30000-RETENIR-VENTE
           END-EVALUATE.

           PERFORM 10000-LIRE-VENTE.

       25000-REJETER-VENTE.
           MOVE SPACES TO LIGNE-EXCEPTION.
           STRING W-RAISON            DELIMITED BY "  "
                  " - "               DELIMITED BY SIZE
                  LIGNE-VENTE         DELIMITED BY SIZE
             INTO LIGNE-EXCEPTION.
           WRITE LIGNE-EXCEPTION.
           ADD 1 TO W-COMPTE-REJETEES.

       30000-RETENIR-VENTE.
           COMPUTE W-VENTE-LUE  = FUNCTION NUMVAL(W-CH-MONTANT).
           COMPUTE W-RETOUR-LU  = FUNCTION NUMVAL(W-CH-RETOURS).
           IF W-RETOUR-LU < 0
               COMPUTE W-RETOUR-LU = 0 - W-RETOUR-LU
           END-IF.
           IF W-VENTE-LUE < 0
               COMPUTE W-RETOUR-LU = W-RETOUR-LU - W-VENTE-LUE
               MOVE 0 TO W-VENTE-LUE
           END-IF.

           ADD 1 TO W-NB-FA.
           SET W-FA-IDX-RE(W-NB-FA) TO W-IDX-RE.
           MOVE W-CH-FACTURE TO W-FA-FACTURE(W-NB-FA).
           MOVE W-CH-DATE    TO W-FA-DATE(W-NB-FA).
           MOVE W-VENTE-LUE  TO W-FA-MONTANT(W-NB-FA).
           MOVE W-RETOUR-LU  TO W-FA-RETOURS(W-NB-FA).
           ADD W-VENTE-LUE   TO W-RE-VENTES(W-IDX-RE).
           ADD W-RETOUR-LU   TO W-RE-RETOURS(W-IDX-RE).
           ADD 1 TO W-COMPTE-RETENUES.

      ******************************************************************
      *  CALCULE UN REPRESENTANT ACTIF : REGIME CONNU ET ACTIF,
      *  EMPLOYE AU MAITRE, MOIS NON ANTERIEUR AU DERNIER CALCULE,
      *  LIGNE COM NON APPROUVEE. LES MISES A JOUR (FEUILLE,
      *  HISTORIQUE, SOLDE) NE SONT FAITES QUE SI RIEN N'EST REFUSE.
      ******************************************************************
       40000-TRAITER-REPRESENTANT.
           IF W-RE-ACTIF(W-IDX-RE) = "A"
               MOVE 0 TO W-IND-REFUS
               MOVE SPACES TO W-RAISON
               PERFORM 41000-VALIDER-REPRESENTANT
               IF NOT W-REFUS
                   PERFORM 42000-LIRE-HISTORIQUE
               END-IF
               IF NOT W-REFUS
                   PERFORM 43000-ETABLIR-VENTES
                   IF W-PERIODE-A-CALCULER
                       PERFORM 44000-CALCULER-COMMISSION
                       PERFORM 45000-VERIFIER-FEUILLES
                   END-IF
               END-IF
               IF W-REFUS
                   PERFORM 49000-REFUSER-REPRESENTANT
               ELSE
                   PERFORM 50000-ECRIRE-FEUILLE
                   PERFORM 55000-ECRIRE-HISTORIQUE
                   PERFORM 56000-METTRE-A-JOUR-SOLDE
                   PERFORM 60000-ECRIRE-RELEVE
               END-IF
           END-IF.

       41000-VALIDER-REPRESENTANT.
           MOVE 0 TO W-IND-TROUVE.
           PERFORM VARYING W-IDX-PL FROM 1 BY 1
                   UNTIL W-IDX-PL > W-NB-PL OR W-TROUVE
               IF W-PL-CODE(W-IDX-PL) = W-RE-PLAN(W-IDX-RE)
                   MOVE 1 TO W-IND-TROUVE
               END-IF
           END-PERFORM.
           IF W-TROUVE
               SET W-IDX-PL DOWN BY 1
           END-IF.

           MOVE 0 TO W-IND-EMP-ABSENT.
           MOVE W-RE-CODE(W-IDX-RE) TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
           END-READ.

           EVALUATE TRUE
               WHEN NOT W-TROUVE
                   MOVE "REGIME DE COMMISSION INCONNU" TO W-RAISON
                   MOVE 1 TO W-IND-REFUS
               WHEN W-PL-ACTIF(W-IDX-PL) NOT = "A"
                   MOVE "REGIME DE COMMISSION INACTIF" TO W-RAISON
                   MOVE 1 TO W-IND-REFUS
               WHEN W-EMP-ABSENT
                   MOVE "EMPLOYE INTROUVABLE" TO W-RAISON
                   MOVE 1 TO W-IND-REFUS
               WHEN W-MOIS-DEMANDE < W-RE-DERNIERE(W-IDX-RE)
                   MOVE "MOIS ANTERIEUR AU DERNIER CALCULE" TO W-RAISON
                   MOVE 1 TO W-IND-REFUS
           END-EVALUATE.

      ******************************************************************
      *  UN MOIS DEJA IMPORTE EST REPRIS : LE SOLDE D'AVANT EST CELUI
      *  DE SON PREMIER CALCUL ET SA LIGNE COM PRECEDENTE SERA
      *  REMPLACEE. SINON LE SOLDE EST CELUI DU REPRESENTANT.
      ******************************************************************
       42000-LIRE-HISTORIQUE.
           MOVE 0 TO W-IND-CH-ABSENTE W-ANCIENNE-ANNEE
                     W-ANCIENNE-PERIODE.
           MOVE W-RE-CODE(W-IDX-RE) TO CH-CODE.
           MOVE W-MOIS-DEMANDE      TO CH-PERIODE.
           READ FICHIER-COMMHISTO
               INVALID KEY MOVE 1 TO W-IND-CH-ABSENTE
           END-READ.
           IF W-CH-ABSENTE
               MOVE W-RE-SOLDE(W-IDX-RE) TO W-SOLDE-AVANT
           ELSE
               MOVE CH-SOLDE-AVANT TO W-SOLDE-AVANT
               IF CH-CALCULE = "O"
                   MOVE CH-ANNEE-PAYE   TO W-ANCIENNE-ANNEE
                   MOVE CH-PERIODE-PAYE TO W-ANCIENNE-PERIODE
               END-IF
           END-IF.

      ******************************************************************
      *  VENTES ET RETOURS DE LA PERIODE : CEUX DU MOIS, PLUS LES
      *  DEUX MOIS PRECEDENTS GARDES A L'HISTORIQUE QUAND LE MOIS
      *  FERME LE TRIMESTRE D'UN REGIME TRIMESTRIEL. HORS FIN DE
      *  TRIMESTRE, UN REGIME TRIMESTRIEL N'EST PAS CALCULE.
      ******************************************************************
       43000-ETABLIR-VENTES.
           MOVE W-RE-VENTES(W-IDX-RE)  TO W-VENTES.
           MOVE W-RE-RETOURS(W-IDX-RE) TO W-RETOURS.
           MOVE 0 TO W-VENTES-ANTERIEURES W-RETOURS-ANTERIEURS
                     W-COMMISSION W-REPRISE W-GAGNE W-AVANCE
                     W-PAYABLE.
           MOVE W-SOLDE-AVANT TO W-SOLDE-APRES.
           MOVE 1 TO W-IND-CALCUL.
           IF W-PL-FREQUENCE(W-IDX-PL) = "T"
               IF W-FIN-TRIMESTRE
                   COMPUTE W-MOIS-PRECEDENT = W-MOIS-DEMANDE - 1
                   PERFORM 43100-AJOUTER-MOIS-ANTERIEUR
                   COMPUTE W-MOIS-PRECEDENT = W-MOIS-DEMANDE - 2
                   PERFORM 43100-AJOUTER-MOIS-ANTERIEUR
                   ADD W-VENTES-ANTERIEURES TO W-VENTES
                   ADD W-RETOURS-ANTERIEURS TO W-RETOURS
               ELSE
                   MOVE 0 TO W-IND-CALCUL
               END-IF
           END-IF.

       43100-AJOUTER-MOIS-ANTERIEUR.
           MOVE W-RE-CODE(W-IDX-RE) TO CH-CODE.
           MOVE W-MOIS-PRECEDENT    TO CH-PERIODE.
           READ FICHIER-COMMHISTO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD CH-VENTES-MOIS  TO W-VENTES-ANTERIEURES
                   ADD CH-RETOURS-MOIS TO W-RETOURS-ANTERIEURS
           END-READ.

      ******************************************************************
      *  COMMISSION PAR PALIER MARGINAL, REPRISE SUR LES RETOURS AU
      *  TAUX MOYEN DE LA PERIODE, PUIS PAYABLE ET NOUVEAU SOLDE.
      ******************************************************************
       44000-CALCULER-COMMISSION.
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > 5
               PERFORM 44100-CALCULER-TRANCHE
           END-PERFORM.

           IF W-VENTES > 0
               COMPUTE W-REPRISE ROUNDED =
                   W-RETOURS * W-COMMISSION / W-VENTES
           ELSE
               COMPUTE W-REPRISE ROUNDED =
                   W-RETOURS * W-PL-TAUX(W-IDX-PL, 1) / 100
           END-IF.
           COMPUTE W-GAGNE = W-COMMISSION - W-REPRISE.

           IF EMP-INACTIF
               MOVE 0 TO W-AVANCE
           ELSE
               MOVE W-PL-AVANCE(W-IDX-PL) TO W-AVANCE
           END-IF.

           COMPUTE W-NET = W-GAGNE - W-SOLDE-AVANT.
           IF W-NET > W-AVANCE
               MOVE W-NET TO W-PAYABLE
               MOVE 0 TO W-SOLDE-APRES
           ELSE
               MOVE W-AVANCE TO W-PAYABLE
               IF W-PL-RECUP(W-IDX-PL) = "O"
                   COMPUTE W-SOLDE-APRES = W-AVANCE - W-NET
               ELSE
                   IF W-NET < 0
                       COMPUTE W-SOLDE-APRES = 0 - W-NET
                   ELSE
                       MOVE 0 TO W-SOLDE-APRES
                   END-IF
               END-IF
           END-IF.

       44100-CALCULER-TRANCHE.
           MOVE 0 TO W-TR-DE(W-I) W-TR-A(W-I) W-TR-BASE(W-I)
                     W-TR-COMMISSION(W-I).
           MOVE W-PL-TAUX(W-IDX-PL, W-I) TO W-TR-TAUX(W-I).
           IF W-TR-TAUX(W-I) > 0
               MOVE W-PL-PLANCHER(W-IDX-PL, W-I) TO W-TR-DE(W-I)
               IF W-I < 5
                   IF W-PL-TAUX(W-IDX-PL, W-I + 1) > 0
                       MOVE W-PL-PLANCHER(W-IDX-PL, W-I + 1)
                         TO W-TR-A(W-I)
                   END-IF
               END-IF
               IF W-VENTES > W-TR-DE(W-I)
                   IF W-TR-A(W-I) > 0 AND W-VENTES > W-TR-A(W-I)
                       COMPUTE W-TR-BASE(W-I) =
                           W-TR-A(W-I) - W-TR-DE(W-I)
                   ELSE
                       COMPUTE W-TR-BASE(W-I) =
                           W-VENTES - W-TR-DE(W-I)
                   END-IF
               END-IF
               COMPUTE W-TR-COMMISSION(W-I) ROUNDED =
                   W-TR-BASE(W-I) * W-TR-TAUX(W-I) / 100
               ADD W-TR-COMMISSION(W-I) TO W-COMMISSION
           END-IF.

      ******************************************************************
      *  LA NOUVELLE LIGNE COM DOIT TENIR DANS LA FEUILLE ; NI ELLE
      *  NI LA LIGNE D'UN PREMIER CALCUL DU MEME MOIS NE DOIVENT
      *  DEJA ETRE APPROUVEES. UNE LIGNE COM DEJA PRESENTE A LA
      *  PERIODE DE PAYE CHOISIE (AUTRE MOIS OU SAISIE MANUELLE) N'EST
      *  PAS ECRASEE : LE REPRESENTANT EST REFUSE.
      ******************************************************************
       45000-VERIFIER-FEUILLES.
           IF W-PAYABLE > 99999.99
               MOVE "PAYABLE SUPERIEUR A 99 999,99 $" TO W-RAISON
               MOVE 1 TO W-IND-REFUS
           END-IF.
           IF NOT W-REFUS AND W-ANCIENNE-ANNEE > 0
               MOVE W-ANCIENNE-ANNEE   TO FT-ANNEE
               MOVE W-ANCIENNE-PERIODE TO FT-PERIODE
               PERFORM 47000-LIRE-FEUILLE
               IF NOT W-FT-ABSENTE AND FT-APPROUVEE
                   MOVE "COMMISSION DU MOIS DEJA APPROUVEE" TO W-RAISON
                   MOVE 1 TO W-IND-REFUS
               END-IF
           END-IF.
           IF NOT W-REFUS
               MOVE W-ANNEE-SAISIE   TO FT-ANNEE
               MOVE W-PERIODE-SAISIE TO FT-PERIODE
               PERFORM 47000-LIRE-FEUILLE
               IF NOT W-FT-ABSENTE AND FT-APPROUVEE
                   MOVE "LIGNE COM DE LA PERIODE DEJA APPROUVEE"
                     TO W-RAISON
                   MOVE 1 TO W-IND-REFUS
               END-IF
               IF NOT W-FT-ABSENTE AND NOT W-REFUS
                  AND (W-ANCIENNE-ANNEE NOT = W-ANNEE-SAISIE
                       OR W-ANCIENNE-PERIODE NOT = W-PERIODE-SAISIE)
                   MOVE "AUTRE LIGNE COM DEJA SAISIE A LA PERIODE"
                     TO W-RAISON
                   MOVE 1 TO W-IND-REFUS
               END-IF
           END-IF.

      *LIT LA LIGNE COM DU REPRESENTANT POUR FT-ANNEE/FT-PERIODE.
       47000-LIRE-FEUILLE.
           MOVE 0 TO W-IND-FT-ABSENTE.
           MOVE W-RE-CODE(W-IDX-RE) TO FT-CODE.
           MOVE "COM"               TO FT-GAIN.
           MOVE SPACES              TO FT-IMPUTATION.
           MOVE ZEROS               TO FT-ORIGINE.
           READ FICHIER-FEUILLES
               INVALID KEY MOVE 1 TO W-IND-FT-ABSENTE
           END-READ.

       49000-REFUSER-REPRESENTANT.
           MOVE SPACES TO LIGNE-EXCEPTION.
           STRING W-RAISON            DELIMITED BY "  "
                  " - REPRESENTANT "  DELIMITED BY SIZE
                  W-RE-CODE(W-IDX-RE) DELIMITED BY SIZE
                  " VENDEUR "         DELIMITED BY SIZE
                  W-RE-VENDEUR(W-IDX-RE) DELIMITED BY SIZE
                  " NON CALCULE"      DELIMITED BY SIZE
             INTO LIGNE-EXCEPTION.
           WRITE LIGNE-EXCEPTION.
           ADD 1 TO W-COMPTE-REFUSES.

      ******************************************************************
      *  RETIRE LA LIGNE COM D'UN PREMIER CALCUL DU MOIS, PUIS ECRIT
      *  (OU REMPLACE) CELLE DE LA PERIODE DE PAYE CHOISIE, EN
      *  ATTENTE D'APPROBATION. RIEN N'EST ECRIT SANS PAYABLE.
      ******************************************************************
       50000-ECRIRE-FEUILLE.
           IF W-PERIODE-A-CALCULER
               IF W-ANCIENNE-ANNEE > 0
                   MOVE W-ANCIENNE-ANNEE   TO FT-ANNEE
                   MOVE W-ANCIENNE-PERIODE TO FT-PERIODE
                   PERFORM 47000-LIRE-FEUILLE
                   IF NOT W-FT-ABSENTE
                       DELETE FICHIER-FEUILLES
                   END-IF
               END-IF
               IF W-PAYABLE > 0
                   PERFORM 51000-ECRIRE-LIGNE-COM
               END-IF
           END-IF.

       51000-ECRIRE-LIGNE-COM.
           MOVE W-ANNEE-SAISIE   TO FT-ANNEE.
           MOVE W-PERIODE-SAISIE TO FT-PERIODE.
           PERFORM 47000-LIRE-FEUILLE.

           MOVE W-RE-CODE(W-IDX-RE) TO FT-CODE.
           MOVE W-ANNEE-SAISIE      TO FT-ANNEE.
           MOVE W-PERIODE-SAISIE    TO FT-PERIODE.
           MOVE "COM"               TO FT-GAIN.
           MOVE SPACES              TO FT-IMPUTATION.
           MOVE ZEROS               TO FT-ORIGINE.
           MOVE 0                   TO FT-HEURES.
           MOVE W-PAYABLE           TO FT-MONTANT.
           MOVE "S"                 TO FT-STATUT-APPR.
           MOVE SPACES              TO FT-APPROBATEUR.
           MOVE SPACES              TO FT-RESERVE.
           MOVE SPACE               TO FT-SENS.
           IF W-FT-ABSENTE
               WRITE FT-FICHE-HEURES
           ELSE
               REWRITE FT-FICHE-HEURES
           END-IF.
           ADD 1 TO W-COMPTE-FEUILLES.
           ADD W-PAYABLE TO W-TOTAL-PAYABLE.

       55000-ECRIRE-HISTORIQUE.
           MOVE 0 TO W-IND-CH-ABSENTE.
           MOVE W-RE-CODE(W-IDX-RE) TO CH-CODE.
           MOVE W-MOIS-DEMANDE      TO CH-PERIODE.
           READ FICHIER-COMMHISTO
               INVALID KEY MOVE 1 TO W-IND-CH-ABSENTE
           END-READ.

           MOVE W-RE-CODE(W-IDX-RE)    TO CH-CODE.
           MOVE W-MOIS-DEMANDE         TO CH-PERIODE.
           MOVE W-RE-PLAN(W-IDX-RE)    TO CH-PLAN.
           MOVE W-RE-VENTES(W-IDX-RE)  TO CH-VENTES-MOIS.
           MOVE W-RE-RETOURS(W-IDX-RE) TO CH-RETOURS-MOIS.
           MOVE W-VENTES               TO CH-VENTES.
           MOVE W-RETOURS              TO CH-RETOURS.
           MOVE W-COMMISSION           TO CH-COMMISSION.
           MOVE W-REPRISE              TO CH-REPRISE.
           MOVE W-GAGNE                TO CH-GAGNE.
           MOVE W-AVANCE               TO CH-AVANCE.
           MOVE W-PAYABLE              TO CH-PAYABLE.
           MOVE W-SOLDE-AVANT          TO CH-SOLDE-AVANT.
           MOVE W-SOLDE-APRES          TO CH-SOLDE-APRES.
           IF W-PERIODE-A-CALCULER
               MOVE "O"                TO CH-CALCULE
               MOVE W-ANNEE-SAISIE     TO CH-ANNEE-PAYE
               MOVE W-PERIODE-SAISIE   TO CH-PERIODE-PAYE
               ADD 1 TO W-COMPTE-CALCULES
           ELSE
               MOVE "N"                TO CH-CALCULE
               MOVE 0                  TO CH-ANNEE-PAYE
                                          CH-PERIODE-PAYE
               ADD 1 TO W-COMPTE-CUMULES
           END-IF.
           MOVE W-DATE-DU-JOUR         TO CH-DATE-CALCUL.
           MOVE W-OPERATEUR            TO CH-OPERATEUR.
           MOVE SPACES                 TO CH-RESERVE.
           IF W-CH-ABSENTE
               WRITE CH-FICHE-COMMISSION
           ELSE
               REWRITE CH-FICHE-COMMISSION
           END-IF.

       56000-METTRE-A-JOUR-SOLDE.
           MOVE W-RE-CODE(W-IDX-RE) TO RP-CODE.
           READ FICHIER-REPRESENTANTS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE W-SOLDE-APRES  TO RP-SOLDE-AVANCE
                   MOVE W-MOIS-DEMANDE TO RP-DERNIERE-PERIODE
                   REWRITE RP-FICHE-REPRESENTANT
           END-READ.

      ******************************************************************
      *  RELEVE DU REPRESENTANT, UNE PAGE CHACUN : FACTURES DU MOIS,
      *  VENTES DE LA PERIODE, PALIERS, REPRISE, AVANCE, PAYABLE ET
      *  SOLDE D'AVANCE REPORTE.
      ******************************************************************
       60000-ECRIRE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "** RELEVE DE COMMISSION - MOIS " DELIMITED BY SIZE
                  W-MOIS-DEMANDE      DELIMITED BY SIZE
                  " **"               DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           IF W-PREMIER-RELEVE
               WRITE LIGNE-RELEVE
               MOVE 0 TO W-IND-PREMIER-RELEVE
           ELSE
               WRITE LIGNE-RELEVE AFTER ADVANCING PAGE
           END-IF.

           MOVE SPACES TO LIGNE-RELEVE.
           STRING "REPRESENTANT : "   DELIMITED BY SIZE
                  EMP-CODE            DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  EMP-PREN            DELIMITED BY "  "
                  " "                 DELIMITED BY SIZE
                  EMP-NOM             DELIMITED BY "  "
                  "   VENDEUR : "     DELIMITED BY SIZE
                  W-RE-VENDEUR(W-IDX-RE) DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 2 LINES.

           MOVE SPACES TO LIGNE-RELEVE.
           STRING "REGIME : "         DELIMITED BY SIZE
                  W-PL-CODE(W-IDX-PL) DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  W-PL-NOM(W-IDX-PL)  DELIMITED BY "  "
                  INTO LIGNE-RELEVE.
           IF W-PL-FREQUENCE(W-IDX-PL) = "T"
               MOVE "(TRIMESTRIEL)" TO LIGNE-RELEVE(50:13)
           ELSE
               MOVE "(MENSUEL)" TO LIGNE-RELEVE(50:9)
           END-IF.
           WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE.

           MOVE "     FACTURE        DATE                VENTE        RE
      -"TOURS" TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 2 LINES.
           PERFORM VARYING W-IDX-FA FROM 1 BY 1
                   UNTIL W-IDX-FA > W-NB-FA
               IF W-FA-IDX-RE(W-IDX-FA) = W-IDX-RE
                   PERFORM 61000-ECRIRE-FACTURE
               END-IF
           END-PERFORM.

           MOVE "VENTES DU MOIS" TO W-LIBELLE.
           MOVE W-RE-VENTES(W-IDX-RE) TO W-MONTANT-RELEVE.
           PERFORM 69000-ECRIRE-MONTANT.
           MOVE "RETOURS DU MOIS" TO W-LIBELLE.
           MOVE W-RE-RETOURS(W-IDX-RE) TO W-MONTANT-RELEVE.
           PERFORM 69100-ECRIRE-MONTANT-SUITE.

           IF W-PERIODE-A-CALCULER
               PERFORM 62000-ECRIRE-CALCUL
           ELSE
               MOVE SPACES TO LIGNE-RELEVE
               STRING "   VENTES CUMULEES POUR LE TRIMESTRE ; "
                                      DELIMITED BY SIZE
                      "COMMISSION CALCULEE EN FIN DE TRIMESTRE."
                                      DELIMITED BY SIZE
                 INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE AFTER ADVANCING 2 LINES
           END-IF.

       61000-ECRIRE-FACTURE.
           MOVE W-FA-FACTURE(W-IDX-FA) TO W-LF-FACTURE.
           MOVE W-FA-DATE(W-IDX-FA)    TO W-LF-DATE.
           MOVE W-FA-MONTANT(W-IDX-FA) TO W-LF-MONTANT.
           MOVE W-FA-RETOURS(W-IDX-FA) TO W-LF-RETOURS.
           WRITE LIGNE-RELEVE FROM W-LIGNE-FACTURE
                              AFTER ADVANCING 1 LINE.

       62000-ECRIRE-CALCUL.
           IF W-PL-FREQUENCE(W-IDX-PL) = "T"
               MOVE "VENTES DES MOIS PRECEDENTS DU TRIMESTRE"
                 TO W-LIBELLE
               MOVE W-VENTES-ANTERIEURES TO W-MONTANT-RELEVE
               PERFORM 69100-ECRIRE-MONTANT-SUITE
               MOVE "RETOURS DES MOIS PRECEDENTS DU TRIMESTRE"
                 TO W-LIBELLE
               MOVE W-RETOURS-ANTERIEURS TO W-MONTANT-RELEVE
               PERFORM 69100-ECRIRE-MONTANT-SUITE
           END-IF.
           MOVE "VENTES DE LA PERIODE" TO W-LIBELLE.
           MOVE W-VENTES TO W-MONTANT-RELEVE.
           PERFORM 69000-ECRIRE-MONTANT.

           MOVE "  PALIER   A PARTIR DE   JUSQU'A         VENTES VISEES
      -"  TAUX %     COMMISSION" TO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 2 LINES.
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > 5
               IF W-TR-TAUX(W-I) > 0
                   PERFORM 63000-ECRIRE-TRANCHE
               END-IF
           END-PERFORM.

           MOVE "COMMISSION SUR VENTES" TO W-LIBELLE.
           MOVE W-COMMISSION TO W-MONTANT-RELEVE.
           PERFORM 69000-ECRIRE-MONTANT.
           MOVE "MOINS REPRISE SUR RETOURS" TO W-LIBELLE.
           MOVE W-REPRISE TO W-MONTANT-RELEVE.
           PERFORM 69100-ECRIRE-MONTANT-SUITE.
           MOVE "COMMISSION GAGNEE" TO W-LIBELLE.
           MOVE W-GAGNE TO W-MONTANT-RELEVE.
           PERFORM 69100-ECRIRE-MONTANT-SUITE.
           MOVE "MOINS SOLDE D'AVANCE A RECUPERER" TO W-LIBELLE.
           MOVE W-SOLDE-AVANT TO W-MONTANT-RELEVE.
           PERFORM 69100-ECRIRE-MONTANT-SUITE.
           MOVE "NET GAGNE" TO W-LIBELLE.
           MOVE W-NET TO W-MONTANT-RELEVE.
           PERFORM 69100-ECRIRE-MONTANT-SUITE.
           MOVE "AVANCE GARANTIE" TO W-LIBELLE.
           MOVE W-AVANCE TO W-MONTANT-RELEVE.
           PERFORM 69100-ECRIRE-MONTANT-SUITE.

           MOVE "MONTANT PAYABLE (LIGNE COM)" TO W-LIBELLE.
           MOVE W-PAYABLE TO W-MONTANT-RELEVE.
           PERFORM 69000-ECRIRE-MONTANT.
           MOVE SPACES TO LIGNE-RELEVE.
           STRING "     VERSE A LA PERIODE DE PAYE " DELIMITED BY SIZE
                  W-ANNEE-SAISIE      DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  W-PERIODE-SAISIE    DELIMITED BY SIZE
                  ", EN ATTENTE D'APPROBATION" DELIMITED BY SIZE
             INTO LIGNE-RELEVE.
           WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE.
           MOVE "SOLDE D'AVANCE REPORTE" TO W-LIBELLE.
           MOVE W-SOLDE-APRES TO W-MONTANT-RELEVE.
           PERFORM 69100-ECRIRE-MONTANT-SUITE.
           MOVE SPACES TO LIGNE-RELEVE.
           IF W-PL-RECUP(W-IDX-PL) = "O"
               STRING "     (AVANCE RECUPERABLE SUR LES "
                                      DELIMITED BY SIZE
                      "COMMISSIONS FUTURES)" DELIMITED BY SIZE
                 INTO LIGNE-RELEVE
           ELSE
               STRING "     (AVANCE NON RECUPERABLE ; SEULES LES "
                                      DELIMITED BY SIZE
                      "REPRISES NON COUVERTES SONT REPORTEES)"
                                      DELIMITED BY SIZE
                 INTO LIGNE-RELEVE
           END-IF.
           WRITE LIGNE-RELEVE AFTER ADVANCING 1 LINE.

       63000-ECRIRE-TRANCHE.
           MOVE W-I                  TO W-LT-PALIER.
           MOVE W-TR-DE(W-I)         TO W-LT-DE.
           IF W-TR-A(W-I) = 0
               MOVE "   ET PLUS" TO W-LT-A
           ELSE
               MOVE W-TR-A(W-I) TO W-ED-A
               MOVE W-ED-A TO W-LT-A
           END-IF.
           MOVE W-TR-BASE(W-I)       TO W-LT-BASE.
           MOVE W-TR-TAUX(W-I)       TO W-LT-TAUX.
           MOVE W-TR-COMMISSION(W-I) TO W-LT-COMMISSION.
           WRITE LIGNE-RELEVE FROM W-LIGNE-TRANCHE
                              AFTER ADVANCING 1 LINE.

      *LIGNE LIBELLE/MONTANT PRECEDEE D'UNE LIGNE BLANCHE (69000) OU
      *A LA SUITE DE LA PRECEDENTE (69100).
       69000-ECRIRE-MONTANT.
           MOVE W-LIBELLE        TO W-LM-LIBELLE.
           MOVE W-MONTANT-RELEVE TO W-LM-MONTANT.
           WRITE LIGNE-RELEVE FROM W-LIGNE-MONTANT
                              AFTER ADVANCING 2 LINES.

       69100-ECRIRE-MONTANT-SUITE.
           MOVE W-LIBELLE        TO W-LM-LIBELLE.
           MOVE W-MONTANT-RELEVE TO W-LM-MONTANT.
           WRITE LIGNE-RELEVE FROM W-LIGNE-MONTANT
                              AFTER ADVANCING 1 LINE.

       80000-SOMMAIRE.
           MOVE SPACES TO LIGNE-EXCEPTION.
           STRING "LIGNES LUES: "     DELIMITED BY SIZE
                  W-COMPTE-LUES       DELIMITED BY SIZE
                  "  RETENUES: "      DELIMITED BY SIZE
                  W-COMPTE-RETENUES   DELIMITED BY SIZE
                  "  REJETS: "        DELIMITED BY SIZE
                  W-COMPTE-REJETEES   DELIMITED BY SIZE
             INTO LIGNE-EXCEPTION.
           WRITE LIGNE-EXCEPTION AFTER ADVANCING 2 LINES.
           MOVE W-TOTAL-PAYABLE TO W-ED-TOTAL.
           MOVE SPACES TO LIGNE-EXCEPTION.
           STRING "REPRESENTANTS CALCULES: " DELIMITED BY SIZE
                  W-COMPTE-CALCULES   DELIMITED BY SIZE
                  "  CUMULES: "       DELIMITED BY SIZE
                  W-COMPTE-CUMULES    DELIMITED BY SIZE
                  "  NON CALCULES: "  DELIMITED BY SIZE
                  W-COMPTE-REFUSES    DELIMITED BY SIZE
                  "  LIGNES COM: "    DELIMITED BY SIZE
                  W-COMPTE-FEUILLES   DELIMITED BY SIZE
                  "  TOTAL: "         DELIMITED BY SIZE
                  W-ED-TOTAL          DELIMITED BY SIZE
             INTO LIGNE-EXCEPTION.
           WRITE LIGNE-EXCEPTION AFTER ADVANCING 1 LINE.
