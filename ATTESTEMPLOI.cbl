      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: ATTESTATION D'EMPLOI (AttestationEmploi.doc). POUR
      *          UN EMPLOYE, PRODUIT LA LETTRE NORMALISEE A PARTIR DU
      *          MAITRE (DATE D'EMBAUCHE, STATUT, TYPE D'EMPLOI, TAUX
      *          OU SALAIRE, HEURES REGULIERES, DEPARTEMENT) ET DES
      *          CUMULS (REGISTRE.DAT, A DEFAUT LES PAYES ACTIVES DE
      *          HISTOPAYE.DAT : BRUT DE L'ANNEE EN COURS ET DE
      *          L'ANNEE PRECEDENTE). L'OPERATEUR CHOISIT LES
      *          ELEMENTS A INCLURE. CHAQUE LETTRE EST CONSIGNEE A LA
      *          PISTE D'AUDIT (OPERATEUR DEMANDEUR, ELEMENTS,
      *          DESTINATAIRE) ET MISE AU SPOULE POUR REIMPRESSION.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTESTEMPLOI.

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

       SELECT FICHIER-REGISTRE  ASSIGN TO "REGISTRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS REG-CLE
               FILE STATUS IS W-STATUT-REGISTRE.

       SELECT FICHIER-HISTO ASSIGN TO "HISTOPAYE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-CLE
               FILE STATUS IS W-STATUT-HISTO.

       SELECT FICHIER-GROUPES  ASSIGN TO "GROUPESPAYE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS GP-CODE
               FILE STATUS IS W-STATUT-GROUPES.

       SELECT FICHIER-EMPLOYEURS  ASSIGN TO "EMPLOYEURS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EM-CODE
               FILE STATUS IS W-STATUT-EMPLOYEURS.

       SELECT FICHIER-DEPARTEMENTS  ASSIGN TO "DEPARTEMENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS DP-CODE
               FILE STATUS IS W-STATUT-DEPTS.

       SELECT RAPPORT-ATTESTATION  ASSIGN TO "AttestationEmploi.doc"
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
           05  EMP-CLASSE              PIC X(4).
           05  EMP-ECHELON             PIC 9(2).
           05  EMP-LANGUE              PIC X.
           05  EMP-RESERVE             PIC X(3).

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
           05  REG-RESERVE             PIC X(10).

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

       FD  FICHIER-GROUPES
       LABEL RECORD STANDARD.
       01  GP-FICHE-GROUPE.
           05  GP-CODE                 PIC X(2).
           05  GP-NOM                  PIC X(20).
           05  GP-NB-PERIODES-AN       PIC 9(2).
           05  GP-JOURS-PERIODE        PIC 9(2).
           05  GP-ACTIF                PIC X.
           05  GP-HEURES-PERIODE       PIC 9(3).
           05  GP-EMPLOYEUR            PIC X(2).
           05  GP-RESERVE              PIC X(5).

       FD  FICHIER-EMPLOYEURS
       LABEL RECORD STANDARD.
       01  EM-FICHE-EMPLOYEUR.
           05  EM-CODE                 PIC X(2).
           05  EM-NOM                  PIC X(30).
           05  EM-NE                   PIC X(15).
           05  EM-NO-RQ                PIC X(16).
           05  EM-ID-EXPEDITEUR        PIC X(10).
           05  EM-NO-CNESST            PIC X(10).
           05  EM-ACTIF                PIC X.
           05  EM-RESERVE              PIC X(16).

       FD  FICHIER-DEPARTEMENTS
       LABEL RECORD STANDARD.
       01  DP-FICHE-DEPARTEMENT.
           05  DP-CODE                 PIC X(2).
           05  DP-NOM                  PIC X(20).
           05  DP-ACTIF                PIC X.

       FD  RAPPORT-ATTESTATION.
       01  LIGNE-ATTESTATION           PIC X(100).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-EMP-ABSENT     PIC 9   VALUE 0.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-FIN-HISTO      PIC 9   VALUE 0.
               88  W-FIN-HISTO              VALUE 1.

       01  W-STATUT-REGISTRE        PIC XX.
           88  REGISTRE-OK                  VALUE "00".
           88  REGISTRE-INEXISTANT          VALUE "35".

       01  W-STATUT-HISTO           PIC XX.
           88  HISTO-OK                     VALUE "00".
           88  HISTO-INEXISTANT             VALUE "35".

       01  W-STATUT-GROUPES         PIC XX.
           88  GROUPES-INEXISTANT           VALUE "35".

       01  W-STATUT-EMPLOYEURS      PIC XX.
           88  EMPLOYEURS-INEXISTANT        VALUE "35".

       01  W-STATUT-DEPTS           PIC XX.
           88  DEPTS-INEXISTANT             VALUE "35".

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-DATE-DU-JOUR-R REDEFINES W-DATE-DU-JOUR.
           05  W-DJ-ANNEE           PIC 9(4).
           05  W-DJ-MOIS-JOUR       PIC 9(4).

       01  W-CODE-SAISI             PIC X(6).
       01  W-DESTINATAIRE           PIC X(40).

      *********************************************************
      * Elements de la lettre choisis par l'operateur (O/N,
      * blanc = O) : embauche, statut, type, remuneration,
      * heures, departement, brut de l'annee, brut de l'annee
      * precedente.
      *********************************************************
       01  W-CHOIX-ELEMENTS.
           05  W-CH-EMBAUCHE        PIC X.
               88  W-AVEC-EMBAUCHE          VALUE "O".
           05  W-CH-STATUT          PIC X.
               88  W-AVEC-STATUT            VALUE "O".
           05  W-CH-TYPE            PIC X.
               88  W-AVEC-TYPE              VALUE "O".
           05  W-CH-REMUN           PIC X.
               88  W-AVEC-REMUN             VALUE "O".
           05  W-CH-HEURES          PIC X.
               88  W-AVEC-HEURES            VALUE "O".
           05  W-CH-DEPT            PIC X.
               88  W-AVEC-DEPT              VALUE "O".
           05  W-CH-BRUT-AN         PIC X.
               88  W-AVEC-BRUT-AN           VALUE "O".
           05  W-CH-BRUT-PREC       PIC X.
               88  W-AVEC-BRUT-PREC         VALUE "O".
       01  W-CHOIX-TABLE REDEFINES W-CHOIX-ELEMENTS.
           05  W-CH-ELEMENT         PIC X OCCURS 8 TIMES.
       01  W-IDX-CH                 PIC 9.

      *********************************************************
      * Donnees de la lettre : employeur, departement, heures
      * de la periode, cumuls bruts.
      *********************************************************
       01  W-DONNEES-LETTRE.
           05  W-CODE-EMPLOYEUR     PIC X(2).
           05  W-NOM-EMPLOYEUR      PIC X(30).
           05  W-NOM-DEPT           PIC X(20).
           05  W-NB-PERIODES-AN     PIC 9(2).
           05  W-HEURES-PERIODE     PIC 9(3).
           05  W-SALAIRE-ANNUEL     PIC 9(8)V99.
           05  W-ANNEE-CALCUL       PIC 9(4).
           05  W-BRUT-CALCUL        PIC 9(9)V99.
           05  W-BRUT-ANNEE         PIC 9(9)V99.
           05  W-BRUT-PRECEDENT     PIC 9(9)V99.

      *********************************************************
      * Libelles de la lettre dans la langue de l'employe (F/A),
      * tires de la table des textes par TEXTEDOC (document
      * "ATT"). L'ordre des zones suit la numerotation des
      * libelles dans Textes.dat. Les rubriques sont alignees
      * sur la largeur de W-ATT-LIBELLE.
      *********************************************************
       01  W-LANGUE-DOC             PIC X.
       01  W-TAT-DOCUMENT           PIC X(3)   VALUE "ATT".
       01  W-TAT-NOMBRE             PIC 9(2)   VALUE 32.
       01  W-TEXTES-LETTRE.
           05  W-TAT-SERVICE        PIC X(60).
           05  W-TAT-LE             PIC X(60).
           05  W-TAT-OBJET          PIC X(60).
           05  W-TAT-ATTESTONS      PIC X(60).
           05  W-TAT-A-ETE          PIC X(60).
           05  W-TAT-EST            PIC X(60).
           05  W-TAT-TYPE           PIC X(60).
           05  W-TAT-SALARIE        PIC X(60).
           05  W-TAT-HORAIRE        PIC X(60).
           05  W-TAT-HEURES         PIC X(60).
           05  W-TAT-HEURES-PERIODE PIC X(60).
           05  W-TAT-PERIODES-AN    PIC X(60).
           05  W-TAT-DEPT           PIC X(60).
           05  W-TAT-BRUT-AN        PIC X(60).
           05  W-TAT-BRUT-PREC      PIC X(60).
           05  W-TAT-DELIVREE       PIC X(60).
           05  W-TAT-DROIT          PIC X(60).
           05  W-TAT-PERIODE        PIC X(60).
           05  W-TAT-DU             PIC X(60).
           05  W-TAT-AU             PIC X(60).
           05  W-TAT-DATE-EMBAUCHE  PIC X(60).
           05  W-TAT-STATUT         PIC X(60).
           05  W-TAT-ACTIF          PIC X(60).
           05  W-TAT-CONGE          PIC X(60).
           05  W-TAT-PLUS-EMPLOI    PIC X(60).
           05  W-TAT-SALAIRE        PIC X(60).
           05  W-TAT-PAR-PERIODE    PIC X(60).
           05  W-TAT-PAR-ANNEE      PIC X(60).
           05  W-TAT-TAUX           PIC X(60).
           05  W-TAT-DE-L-HEURE     PIC X(60).
           05  W-TAT-A-QUI-DE-DROIT PIC X(60).
           05  W-TAT-EMPLOYEUR      PIC X(60).
       01  W-ATT-LIBELLE            PIC X(23).
       01  W-ATT-VALEUR             PIC X(60).

       01  W-EDITION.
           05  W-ED-DATE            PIC 9999/99/99.
           05  W-ED-DATE-2          PIC 9999/99/99.
           05  W-ED-TAUX            PIC $$9.99.
           05  W-ED-MONTANT         PIC $$,$$$,$$9.99.
           05  W-ED-MONTANT-2       PIC $$,$$$,$$9.99.
           05  W-ED-HEURES          PIC ZZ9.
           05  W-ED-NB              PIC Z9.

      *********************************************************
      * Zone d'appel de la piste d'audit indexee
      * (JOURNALAUDIT -> AUDITIDX.DAT).
      *********************************************************
       01  W-APPEL-AUDIT.
           05  W-AU-CODE            PIC X(6).
           05  W-AU-OPERATION       PIC X(13) VALUE "ATTESTATION".
           05  W-AU-OPER-ID         PIC X(8).
           05  W-AU-AVANT           PIC X(194).
           05  W-AU-APRES           PIC X(194).

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST). La periode
      * porte le code de l'employe pour retrouver sa lettre.
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "ATTESTEMPLOI".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "AttestationEmploi.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "ATTESTEMPLOI".
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

           MOVE SPACES TO W-CODE-SAISI.
           DISPLAY "CODE EMPLOYE                  : " AT 0405.
           ACCEPT  W-CODE-SAISI AT 0438.
           MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI.

           MOVE 0 TO W-IND-EMP-ABSENT.
           OPEN INPUT FICHIER-IDX.
           MOVE W-CODE-SAISI TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
           END-READ.

           IF W-EMP-ABSENT
               MOVE "EMPLOYE INTROUVABLE - AUCUNE ATTESTATION"
                 TO W-MESSAGE-ERREUR
           ELSE
               PERFORM 35000-CHARGER-TEXTES-LETTRE
               PERFORM 10000-SAISIR-ELEMENTS
               PERFORM 20000-CHARGER-DONNEES
               OPEN OUTPUT RAPPORT-ATTESTATION
               PERFORM 30000-ECRIRE-LETTRE
               CLOSE RAPPORT-ATTESTATION
               MOVE EMP-CODE    TO W-SP-PERIODE
               MOVE W-OPERATEUR TO W-SP-OPERATEUR
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR
               PERFORM 40000-CONSIGNER-AUDIT
               MOVE 1 TO W-JE-COMPTE
               STRING "ATTESTATION D'EMPLOI PRODUITE POUR "
                                        DELIMITED BY SIZE
                      EMP-CODE          DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.
           CLOSE FICHIER-IDX.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  CHOIX DES ELEMENTS A INCLURE (O/N, BLANC = O) ET DU
      *  DESTINATAIRE (VIDE = A QUI DE DROIT, DANS LA LANGUE DE
      *  L'EMPLOYE).
      ******************************************************************
       10000-SAISIR-ELEMENTS.
           DISPLAY EMP-PREN AT 0445.
           DISPLAY EMP-NOM  AT 0461.
           MOVE SPACES TO W-CHOIX-ELEMENTS W-DESTINATAIRE.
           DISPLAY "ELEMENTS A INCLURE (O/N) :"        AT 0605.
           DISPLAY "  DATE D'EMBAUCHE            : "   AT 0705.
           ACCEPT  W-CH-EMBAUCHE  AT 0738.
           DISPLAY "  STATUT D'EMPLOI            : "   AT 0805.
           ACCEPT  W-CH-STATUT    AT 0838.
           DISPLAY "  TYPE D'EMPLOI              : "   AT 0905.
           ACCEPT  W-CH-TYPE      AT 0938.
           DISPLAY "  TAUX OU SALAIRE ACTUEL     : "   AT 1005.
           ACCEPT  W-CH-REMUN     AT 1038.
           DISPLAY "  HEURES REGULIERES          : "   AT 1105.
           ACCEPT  W-CH-HEURES    AT 1138.
           DISPLAY "  DEPARTEMENT                : "   AT 1205.
           ACCEPT  W-CH-DEPT      AT 1238.
           DISPLAY "  BRUT DE L'ANNEE EN COURS   : "   AT 1305.
           ACCEPT  W-CH-BRUT-AN   AT 1338.
           DISPLAY "  BRUT DE L'ANNEE PRECEDENTE : "   AT 1405.
           ACCEPT  W-CH-BRUT-PREC AT 1438.
           DISPLAY "DESTINATAIRE (VIDE = A QUI DE DROIT) : " AT 1605.
           ACCEPT  W-DESTINATAIRE AT 1645.

           MOVE FUNCTION UPPER-CASE(W-CHOIX-ELEMENTS)
             TO W-CHOIX-ELEMENTS.
           PERFORM VARYING W-IDX-CH FROM 1 BY 1 UNTIL W-IDX-CH > 8
               IF W-CH-ELEMENT(W-IDX-CH) NOT = "N"
                   MOVE "O" TO W-CH-ELEMENT(W-IDX-CH)
               END-IF
           END-PERFORM.
           IF W-DESTINATAIRE = SPACES OR W-DESTINATAIRE = LOW-VALUES
               MOVE W-TAT-A-QUI-DE-DROIT TO W-DESTINATAIRE
           END-IF.

      ******************************************************************
      *  EMPLOYEUR (PAR LE GROUPE DE PAYE, BLANC = 01), DEPARTEMENT,
      *  HEURES DE LA PERIODE (A DEFAUT CELLES DU GROUPE) ET CUMULS
      *  BRUTS DE L'ANNEE EN COURS ET DE LA PRECEDENTE.
      ******************************************************************
       20000-CHARGER-DONNEES.
           MOVE SPACES TO W-NOM-EMPLOYEUR W-NOM-DEPT.
           MOVE 0      TO W-NB-PERIODES-AN W-HEURES-PERIODE.
           MOVE "01"   TO W-CODE-EMPLOYEUR.

           OPEN INPUT FICHIER-GROUPES.
           IF NOT GROUPES-INEXISTANT
               MOVE EMP-GROUPE-PAYE TO GP-CODE
               READ FICHIER-GROUPES
                   NOT INVALID KEY
                       MOVE GP-NB-PERIODES-AN TO W-NB-PERIODES-AN
                       MOVE GP-HEURES-PERIODE TO W-HEURES-PERIODE
                       IF GP-EMPLOYEUR NOT = SPACES
                           MOVE GP-EMPLOYEUR TO W-CODE-EMPLOYEUR
                       END-IF
               END-READ
               CLOSE FICHIER-GROUPES
           END-IF.

           OPEN INPUT FICHIER-EMPLOYEURS.
           IF NOT EMPLOYEURS-INEXISTANT
               MOVE W-CODE-EMPLOYEUR TO EM-CODE
               READ FICHIER-EMPLOYEURS
                   NOT INVALID KEY MOVE EM-NOM TO W-NOM-EMPLOYEUR
               END-READ
               CLOSE FICHIER-EMPLOYEURS
           END-IF.
           IF W-NOM-EMPLOYEUR = SPACES
               MOVE W-TAT-EMPLOYEUR TO W-NOM-EMPLOYEUR
           END-IF.

           OPEN INPUT FICHIER-DEPARTEMENTS.
           IF NOT DEPTS-INEXISTANT
               MOVE EMP-DEPARTEMENT TO DP-CODE
               READ FICHIER-DEPARTEMENTS
                   NOT INVALID KEY MOVE DP-NOM TO W-NOM-DEPT
               END-READ
               CLOSE FICHIER-DEPARTEMENTS
           END-IF.

           IF EMP-NB-HEURE > 0
               MOVE EMP-NB-HEURE TO W-HEURES-PERIODE
           END-IF.
           IF W-NB-PERIODES-AN = 0
               MOVE 26 TO W-NB-PERIODES-AN
           END-IF.
           COMPUTE W-SALAIRE-ANNUEL =
               EMP-SALAIRE-PERIODE * W-NB-PERIODES-AN.

           OPEN INPUT FICHIER-REGISTRE.
           OPEN INPUT FICHIER-HISTO.
           MOVE W-DJ-ANNEE TO W-ANNEE-CALCUL.
           PERFORM 25000-CUMULER-BRUT.
           MOVE W-BRUT-CALCUL TO W-BRUT-ANNEE.
           COMPUTE W-ANNEE-CALCUL = W-DJ-ANNEE - 1.
           PERFORM 25000-CUMULER-BRUT.
           MOVE W-BRUT-CALCUL TO W-BRUT-PRECEDENT.
           IF NOT REGISTRE-INEXISTANT
               CLOSE FICHIER-REGISTRE
           END-IF.
           IF NOT HISTO-INEXISTANT
               CLOSE FICHIER-HISTO
           END-IF.

      ******************************************************************
      *  BRUT D'UNE ANNEE : CUMUL DU REGISTRE, OU A DEFAUT LA SOMME
      *  DES PAYES ACTIVES DE L'HISTORIQUE (ANNEE ROULEE OU
      *  REGISTRE ABSENT).
      ******************************************************************
       25000-CUMULER-BRUT.
           MOVE 0 TO W-BRUT-CALCUL.
           IF REGISTRE-OK
               MOVE EMP-CODE       TO REG-CODE
               MOVE W-ANNEE-CALCUL TO REG-ANNEE
               READ FICHIER-REGISTRE
                   INVALID KEY PERFORM 26000-CUMULER-HISTO
                   NOT INVALID KEY
                       MOVE REG-CUMUL-BRUT TO W-BRUT-CALCUL
               END-READ
           ELSE
               PERFORM 26000-CUMULER-HISTO
           END-IF.

       26000-CUMULER-HISTO.
           IF NOT HISTO-INEXISTANT
               MOVE 0 TO W-IND-FIN-HISTO
               MOVE EMP-CODE       TO HP-CODE
               MOVE W-ANNEE-CALCUL TO HP-ANNEE
               MOVE 0              TO HP-PERIODE
               START FICHIER-HISTO KEY IS NOT LESS THAN HP-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-HISTO
               END-START
               PERFORM UNTIL W-FIN-HISTO
                   READ FICHIER-HISTO NEXT RECORD
                       AT END MOVE 1 TO W-IND-FIN-HISTO
                   END-READ
                   IF NOT W-FIN-HISTO
                       IF HP-CODE NOT = EMP-CODE
                          OR HP-ANNEE NOT = W-ANNEE-CALCUL
                           MOVE 1 TO W-IND-FIN-HISTO
                       ELSE
                           IF HP-PAYE-ACTIVE
                               ADD HP-BRUT TO W-BRUT-CALCUL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      *  LETTRE NORMALISEE : EN-TETE DE L'EMPLOYEUR, DATE,
      *  DESTINATAIRE, OBJET, ATTESTATION ET ELEMENTS CHOISIS,
      *  SIGNATURE DU SERVICE DE LA PAIE. LA LETTRE EST REDIGEE
      *  DANS LA LANGUE DE L'EMPLOYE.
      ******************************************************************
       30000-ECRIRE-LETTRE.
           MOVE W-NOM-EMPLOYEUR TO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION.
           MOVE W-TAT-SERVICE TO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION AFTER ADVANCING 1 LINE.

           MOVE W-DATE-DU-JOUR TO W-ED-DATE.
           MOVE SPACES TO LIGNE-ATTESTATION.
           STRING W-TAT-LE  DELIMITED BY "  "
                  " "       DELIMITED BY SIZE
                  W-ED-DATE DELIMITED BY SIZE
             INTO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION AFTER ADVANCING 2 LINES.

           MOVE W-DESTINATAIRE TO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION AFTER ADVANCING 2 LINES.

           MOVE W-TAT-OBJET TO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION AFTER ADVANCING 2 LINES.

           MOVE SPACES TO LIGNE-ATTESTATION.
           IF EMP-STATUT = "I" AND EMP-DATE-FIN > 0
               STRING W-TAT-ATTESTONS         DELIMITED BY "  "
                      " "                     DELIMITED BY SIZE
                      EMP-PREN                DELIMITED BY "  "
                      " "                     DELIMITED BY SIZE
                      EMP-NOM                 DELIMITED BY "  "
                      " "                     DELIMITED BY SIZE
                      W-TAT-A-ETE             DELIMITED BY "  "
                      " "                     DELIMITED BY SIZE
                      W-NOM-EMPLOYEUR         DELIMITED BY "  "
                      "."                     DELIMITED BY SIZE
                 INTO LIGNE-ATTESTATION
           ELSE
               STRING W-TAT-ATTESTONS         DELIMITED BY "  "
                      " "                     DELIMITED BY SIZE
                      EMP-PREN                DELIMITED BY "  "
                      " "                     DELIMITED BY SIZE
                      EMP-NOM                 DELIMITED BY "  "
                      " "                     DELIMITED BY SIZE
                      W-TAT-EST               DELIMITED BY "  "
                      " "                     DELIMITED BY SIZE
                      W-NOM-EMPLOYEUR         DELIMITED BY "  "
                      "."                     DELIMITED BY SIZE
                 INTO LIGNE-ATTESTATION
           END-IF.
           WRITE LIGNE-ATTESTATION AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION AFTER ADVANCING 1 LINE.

           IF W-AVEC-EMBAUCHE
               PERFORM 31000-LIGNE-EMBAUCHE
           END-IF.
           IF W-AVEC-STATUT
               PERFORM 32000-LIGNE-STATUT
           END-IF.
           IF W-AVEC-TYPE
               MOVE W-TAT-TYPE TO W-ATT-LIBELLE
               IF EMP-TYPE-EMPLOYE = "S"
                   MOVE W-TAT-SALARIE TO W-ATT-VALEUR
               ELSE
                   MOVE W-TAT-HORAIRE TO W-ATT-VALEUR
               END-IF
               MOVE SPACES TO LIGNE-ATTESTATION
               STRING "   "                          DELIMITED BY SIZE
                      W-ATT-LIBELLE                  DELIMITED BY SIZE
                      ": "                           DELIMITED BY SIZE
                      W-ATT-VALEUR                   DELIMITED BY "  "
                 INTO LIGNE-ATTESTATION
               WRITE LIGNE-ATTESTATION AFTER ADVANCING 1 LINE
           END-IF.
           IF W-AVEC-REMUN
               PERFORM 33000-LIGNE-REMUNERATION
           END-IF.
           IF W-AVEC-HEURES
               MOVE W-HEURES-PERIODE TO W-ED-HEURES
               MOVE W-NB-PERIODES-AN TO W-ED-NB
               MOVE W-TAT-HEURES TO W-ATT-LIBELLE
               MOVE SPACES TO LIGNE-ATTESTATION
               STRING "   "                          DELIMITED BY SIZE
                      W-ATT-LIBELLE                  DELIMITED BY SIZE
                      ": "                           DELIMITED BY SIZE
                      W-ED-HEURES                    DELIMITED BY SIZE
                      " "                            DELIMITED BY SIZE
                      W-TAT-HEURES-PERIODE           DELIMITED BY "  "
                      " ("                           DELIMITED BY SIZE
                      W-ED-NB                        DELIMITED BY SIZE
                      " "                            DELIMITED BY SIZE
                      W-TAT-PERIODES-AN              DELIMITED BY "  "
                      ")"                            DELIMITED BY SIZE
                 INTO LIGNE-ATTESTATION
               WRITE LIGNE-ATTESTATION AFTER ADVANCING 1 LINE
           END-IF.
           IF W-AVEC-DEPT
               MOVE W-TAT-DEPT TO W-ATT-LIBELLE
               MOVE SPACES TO LIGNE-ATTESTATION
               STRING "   "                          DELIMITED BY SIZE
                      W-ATT-LIBELLE                  DELIMITED BY SIZE
                      ": "                           DELIMITED BY SIZE
                      EMP-DEPARTEMENT                DELIMITED BY SIZE
                      " "                            DELIMITED BY SIZE
                      W-NOM-DEPT                     DELIMITED BY SIZE
                 INTO LIGNE-ATTESTATION
               WRITE LIGNE-ATTESTATION AFTER ADVANCING 1 LINE
           END-IF.
           IF W-AVEC-BRUT-AN
               MOVE W-BRUT-ANNEE TO W-ED-MONTANT
               MOVE SPACES TO LIGNE-ATTESTATION
               STRING "   "                          DELIMITED BY SIZE
                      W-TAT-BRUT-AN                  DELIMITED BY "  "
                      " "                            DELIMITED BY SIZE
                      W-DJ-ANNEE                     DELIMITED BY SIZE
                      " : "                          DELIMITED BY SIZE
                      W-ED-MONTANT                   DELIMITED BY SIZE
                 INTO LIGNE-ATTESTATION
               WRITE LIGNE-ATTESTATION AFTER ADVANCING 1 LINE
           END-IF.
           IF W-AVEC-BRUT-PREC
               COMPUTE W-ANNEE-CALCUL = W-DJ-ANNEE - 1
               MOVE W-BRUT-PRECEDENT TO W-ED-MONTANT
               MOVE SPACES TO LIGNE-ATTESTATION
               STRING "   "                          DELIMITED BY SIZE
                      W-TAT-BRUT-PREC                DELIMITED BY "  "
                      " "                            DELIMITED BY SIZE
                      W-ANNEE-CALCUL                 DELIMITED BY SIZE
                      " : "                          DELIMITED BY SIZE
                      W-ED-MONTANT                   DELIMITED BY SIZE
                 INTO LIGNE-ATTESTATION
               WRITE LIGNE-ATTESTATION AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO LIGNE-ATTESTATION.
           STRING W-TAT-DELIVREE          DELIMITED BY "  "
                  " "                     DELIMITED BY SIZE
                  W-TAT-DROIT             DELIMITED BY "  "
             INTO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION AFTER ADVANCING 2 LINES.

           MOVE "______________________________" TO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION AFTER ADVANCING 3 LINES.
           MOVE SPACES TO LIGNE-ATTESTATION.
           STRING W-TAT-SERVICE          DELIMITED BY "  "
                  " ("                   DELIMITED BY SIZE
                  W-OPERATEUR            DELIMITED BY SPACE
                  ")"                    DELIMITED BY SIZE
             INTO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION AFTER ADVANCING 1 LINE.

       31000-LIGNE-EMBAUCHE.
           MOVE EMP-DATE-ENGAGEMENT TO W-ED-DATE.
           MOVE SPACES TO LIGNE-ATTESTATION.
           IF EMP-STATUT = "I" AND EMP-DATE-FIN > 0
               MOVE EMP-DATE-FIN TO W-ED-DATE-2
               MOVE W-TAT-PERIODE TO W-ATT-LIBELLE
               STRING "   "                   DELIMITED BY SIZE
                      W-ATT-LIBELLE           DELIMITED BY SIZE
                      ": "                    DELIMITED BY SIZE
                      W-TAT-DU                DELIMITED BY "  "
                      " "                     DELIMITED BY SIZE
                      W-ED-DATE               DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      W-TAT-AU                DELIMITED BY "  "
                      " "                     DELIMITED BY SIZE
                      W-ED-DATE-2             DELIMITED BY SIZE
                 INTO LIGNE-ATTESTATION
           ELSE
               MOVE W-TAT-DATE-EMBAUCHE TO W-ATT-LIBELLE
               STRING "   "                   DELIMITED BY SIZE
                      W-ATT-LIBELLE           DELIMITED BY SIZE
                      ": "                    DELIMITED BY SIZE
                      W-ED-DATE               DELIMITED BY SIZE
                 INTO LIGNE-ATTESTATION
           END-IF.
           WRITE LIGNE-ATTESTATION AFTER ADVANCING 1 LINE.

       32000-LIGNE-STATUT.
           MOVE W-TAT-STATUT TO W-ATT-LIBELLE.
           EVALUATE EMP-STATUT
               WHEN "A"
                   MOVE W-TAT-ACTIF       TO W-ATT-VALEUR
               WHEN "C"
                   MOVE W-TAT-CONGE       TO W-ATT-VALEUR
               WHEN OTHER
                   MOVE W-TAT-PLUS-EMPLOI TO W-ATT-VALEUR
           END-EVALUATE.
           MOVE SPACES TO LIGNE-ATTESTATION.
           STRING "   "                   DELIMITED BY SIZE
                  W-ATT-LIBELLE           DELIMITED BY SIZE
                  ": "                    DELIMITED BY SIZE
                  W-ATT-VALEUR            DELIMITED BY "  "
             INTO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION AFTER ADVANCING 1 LINE.

       33000-LIGNE-REMUNERATION.
           MOVE SPACES TO LIGNE-ATTESTATION.
           IF EMP-TYPE-EMPLOYE = "S"
               MOVE EMP-SALAIRE-PERIODE TO W-ED-MONTANT
               MOVE W-SALAIRE-ANNUEL    TO W-ED-MONTANT-2
               MOVE W-TAT-SALAIRE TO W-ATT-LIBELLE
               STRING "   "                          DELIMITED BY SIZE
                      W-ATT-LIBELLE                  DELIMITED BY SIZE
                      ": "                           DELIMITED BY SIZE
                      W-ED-MONTANT                   DELIMITED BY SIZE
                      " "                            DELIMITED BY SIZE
                      W-TAT-PAR-PERIODE              DELIMITED BY "  "
                      " "                            DELIMITED BY SIZE
                      W-ED-MONTANT-2                 DELIMITED BY SIZE
                      " "                            DELIMITED BY SIZE
                      W-TAT-PAR-ANNEE                DELIMITED BY "  "
                 INTO LIGNE-ATTESTATION
           ELSE
               MOVE EMP-TAUX TO W-ED-TAUX
               MOVE W-TAT-TAUX TO W-ATT-LIBELLE
               STRING "   "                          DELIMITED BY SIZE
                      W-ATT-LIBELLE                  DELIMITED BY SIZE
                      ": "                           DELIMITED BY SIZE
                      W-ED-TAUX                      DELIMITED BY SIZE
                      " "                            DELIMITED BY SIZE
                      W-TAT-DE-L-HEURE               DELIMITED BY "  "
                 INTO LIGNE-ATTESTATION
           END-IF.
           WRITE LIGNE-ATTESTATION AFTER ADVANCING 1 LINE.

      ******************************************************************
      *  LIBELLES DE LA LETTRE DANS LA LANGUE DE L'EMPLOYE.
      ******************************************************************
       35000-CHARGER-TEXTES-LETTRE.
           IF EMP-LANGUE = "A" OR EMP-LANGUE = "a"
               MOVE "A" TO W-LANGUE-DOC
           ELSE
               MOVE "F" TO W-LANGUE-DOC
           END-IF.
           CALL "TEXTEDOC" USING W-TAT-DOCUMENT W-LANGUE-DOC
                                 W-TAT-NOMBRE W-TEXTES-LETTRE.

      ******************************************************************
      *  PISTE D'AUDIT : OPERATEUR DEMANDEUR, ELEMENTS INCLUS ET
      *  DESTINATAIRE DE LA LETTRE.
      ******************************************************************
       40000-CONSIGNER-AUDIT.
           MOVE EMP-CODE    TO W-AU-CODE.
           MOVE W-OPERATEUR TO W-AU-OPER-ID.
           MOVE SPACES      TO W-AU-AVANT W-AU-APRES.
           STRING "ATTESTATION D'EMPLOI DEMANDEE PAR " DELIMITED BY SIZE
                  W-OPERATEUR     DELIMITED BY SIZE
                  " LE "          DELIMITED BY SIZE
                  W-DATE-DU-JOUR  DELIMITED BY SIZE
             INTO W-AU-AVANT.
           STRING "ELEMENTS EMB/STA/TYP/REM/HRS/DEP/BRA/BRP="
                                  DELIMITED BY SIZE
                  W-CHOIX-ELEMENTS DELIMITED BY SIZE
                  " DESTINATAIRE: " DELIMITED BY SIZE
                  W-DESTINATAIRE  DELIMITED BY SIZE
             INTO W-AU-APRES.
           CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                     W-AU-OPER-ID
                                     W-AU-AVANT W-AU-APRES.
