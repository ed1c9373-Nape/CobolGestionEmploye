      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: APPROBATION A DOUBLE CONTROLE DES CHANGEMENTS
      *          SENSIBLES A LA FICHE EMPLOYE. TP3 NE REECRIT PLUS
      *          LE TAUX, LE SALAIRE PERIODIQUE, LES COORDONNEES
      *          BANCAIRES NI LE NAS : IL DEPOSE LE CHANGEMENT DANS
      *          CHGTATTENTE.DAT. UN SECOND OPERATEUR - DIFFERENT DU
      *          DEMANDEUR - REVOIT ICI L'AVANT/APRES ET APPROUVE OU
      *          REJETTE. SEULE L'APPROBATION APPLIQUE LE CHANGEMENT
      *          A EMPLOYES.DAT, ECRIT LA LIGNE D'AUDIT (AVEC LES DEUX
      *          IDENTITES), L'HISTORIQUE DES TAUX (RETRO SI LA DATE
      *          D'EFFET EST PASSEE) ET REMET DES COORDONNEES
      *          BANCAIRES NEUVES EN ATTENTE DE PRENOTE. UN REJET EST
      *          CONSIGNE A L'AUDIT ET LE CHANGEMENT EST RETIRE.
      *          LE NAS ET LE COMPTE NE S'AFFICHENT EN CLAIR QU'A UN
      *          OPERATEUR AUTORISE (MASQUERP).

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROCHANGEMENTS.

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

       SELECT FICHIER-CHGT-ATTENTE  ASSIGN TO "CHGTATTENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CODE.

       SELECT FICHIER-TAUXHISTO  ASSIGN TO "TAUXHISTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-CLE.

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
           05  EMP-RESERVE             PIC X(4).

      *********************************************************
      * Changements sensibles en attente (deposes par TP3).
      *********************************************************
       FD  FICHIER-CHGT-ATTENTE
       LABEL RECORD STANDARD.
       01  CA-FICHE-CHANGEMENT.
           05  CA-CODE                 PIC X(6).
           05  CA-GROUPE-PAYE          PIC X(2).
           05  CA-DATE-DEMANDE         PIC 9(8).
           05  CA-HEURE-DEMANDE        PIC 9(8).
           05  CA-DEMANDEUR            PIC X(8).
           05  CA-DATE-EFFET           PIC 9(8).
           05  CA-AVANT                PIC X(194).
           05  CA-APRES                PIC X(194).
           05  CA-RESERVE              PIC X(10).

      *********************************************************
      * Historique des taux : la nouvelle remuneration y est
      * ecrite a sa date d'effet (TH-RETRO-PAYE "N" = retro a
      * generer par le calcul de paye), precedee d'une ligne de
      * base a la date d'embauche au premier changement.
      *********************************************************
       FD  FICHIER-TAUXHISTO
       LABEL RECORD STANDARD.
       01  TH-FICHE-TAUX.
           05  TH-CLE.
               10  TH-CODE             PIC X(6).
               10  TH-DATE-EFFET       PIC 9(8).
           05  TH-TAUX                 PIC 99V99.
           05  TH-SALAIRE-PERIODE      PIC 9(6)V99.
           05  TH-RETRO-PAYE           PIC X.
           05  TH-RESERVE              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-FIN-REVUE      PIC 9   VALUE 0.
               88  W-FIN-REVUE              VALUE 1.
           05  W-IND-EMP-ABSENT     PIC 9   VALUE 0.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-TH-ABSENT      PIC 9.
               88  W-TH-ABSENT              VALUE 1.
           05  W-IND-FIN-TH         PIC 9.
               88  W-FIN-TH                 VALUE 1.
           05  W-IND-TH-EXISTE      PIC 9.
               88  W-TH-EXISTE              VALUE 1.

       01  W-FILE-DETAIL.
           05  W-SIZE-CHGT-ATTENTE  PIC X(8)   COMP-X.
           05  W-SIZE-TAUXHISTO     PIC X(8)   COMP-X.

       01  W-DATE-DU-JOUR           PIC 9(8).

       01  W-COMPTEURS.
           05  W-NB-APPROUVES       PIC 9(4)   VALUE 0.
           05  W-NB-REJETES         PIC 9(4)   VALUE 0.
           05  W-NB-EN-ATTENTE      PIC 9(4)   VALUE 0.

       01  W-REPONSE                PIC X.
           88  W-REP-APPROUVER              VALUE "A".
           88  W-REP-REJETER                VALUE "R".
           88  W-REP-SUIVANT                VALUE "S" " ".
           88  W-REP-QUITTER                VALUE "Q".

      *********************************************************
      * Images avant/apres du changement (meme dessin que la
      * fiche employe) et fiche relue avant l'application.
      *********************************************************
       01  W-IMAGE-AVANT.
           05  FILLER               PIC X(38).
           05  AV-DATE-ENGAGEMENT   PIC 9(8).
           05  AV-TAUX              PIC 99V99.
           05  FILLER               PIC X(4).
           05  AV-NAS               PIC 9(9).
           05  FILLER               PIC X(70).
           05  AV-SALAIRE-PERIODE   PIC 9(6)V99.
           05  FILLER               PIC X.
           05  AV-INSTITUTION       PIC 9(3).
           05  AV-TRANSIT           PIC 9(5).
           05  AV-COMPTE            PIC X(12).
           05  FILLER               PIC X(32).

       01  W-IMAGE-APRES.
           05  FILLER               PIC X(38).
           05  AP-DATE-ENGAGEMENT   PIC 9(8).
           05  AP-TAUX              PIC 99V99.
           05  FILLER               PIC X(4).
           05  AP-NAS               PIC 9(9).
           05  FILLER               PIC X(70).
           05  AP-SALAIRE-PERIODE   PIC 9(6)V99.
           05  FILLER               PIC X.
           05  AP-INSTITUTION       PIC 9(3).
           05  AP-TRANSIT           PIC 9(5).
           05  AP-COMPTE            PIC X(12).
           05  FILLER               PIC X(32).

       01  W-EMP-AVANT-APPLIC       PIC X(194).

       01  W-ANCIENNE-REMUN.
           05  W-ANCIEN-TAUX        PIC 99V99.
           05  W-ANCIEN-SALAIRE     PIC 9(6)V99.

       01  W-EDITION.
           05  W-ED-TAUX-AV         PIC Z9.99.
           05  W-ED-TAUX-AP         PIC Z9.99.
           05  W-ED-SAL-AV          PIC ZZZ,ZZ9.99.
           05  W-ED-SAL-AP          PIC ZZZ,ZZ9.99.
           05  W-ED-DATE            PIC 9999/99/99.

       01  W-LIGNE-ECRAN            PIC X(75).

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
           05  W-JE-PROGRAMME       PIC X(14) VALUE "APPROCHANGEMEN".
           05  W-JE-EVENEMENT       PIC X(5).
           05  W-JE-MODE            PIC X(10) VALUE SPACES.
           05  W-JE-COMPTE          PIC 9(6)  VALUE 0.
           05  W-JE-RESULTAT        PIC X(60) VALUE SPACES.

      *********************************************************
      * Zone d'appel du masquage du NAS et du compte bancaire
      * selon le droit de l'operateur (MASQUERP).
      *********************************************************
       01  W-APPEL-MASQUE.
           05  W-MQ-TYPE            PIC X.
           05  W-MQ-VALEUR          PIC X(12).
           05  W-MQ-AFFICHAGE       PIC X(15).
           05  W-MQ-JOURNAL         PIC X     VALUE "O".

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
           MOVE 0 TO W-NB-APPROUVES W-NB-REJETES W-NB-EN-ATTENTE.

           CALL "CBL_CHECK_FILE_EXIST" USING "CHGTATTENTE.DAT "
                                              W-SIZE-CHGT-ATTENTE.
           IF RETURN-CODE NOT = 0
               MOVE "AUCUN CHANGEMENT EN ATTENTE D'APPROBATION"
                 TO W-MESSAGE-ERREUR
           ELSE
               OPEN I-O FICHIER-IDX FICHIER-CHGT-ATTENTE
               MOVE 0 TO W-IND-FIN-FICHIER W-IND-FIN-REVUE
               PERFORM 11000-LIRE-CHANGEMENT
               PERFORM UNTIL W-FIN-FICHIER OR W-FIN-REVUE
                   PERFORM 20000-REVOIR-CHANGEMENT
                   IF NOT W-FIN-REVUE
                       PERFORM 11000-LIRE-CHANGEMENT
                   END-IF
               END-PERFORM
               CLOSE FICHIER-IDX FICHIER-CHGT-ATTENTE

               STRING "CHANGEMENTS : "    DELIMITED BY SIZE
                      W-NB-APPROUVES      DELIMITED BY SIZE
                      " APPROUVE(S), "    DELIMITED BY SIZE
                      W-NB-REJETES        DELIMITED BY SIZE
                      " REJETE(S), "      DELIMITED BY SIZE
                      W-NB-EN-ATTENTE     DELIMITED BY SIZE
                      " LAISSE(S) EN ATTENTE" DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           ADD W-NB-APPROUVES W-NB-REJETES GIVING W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       11000-LIRE-CHANGEMENT.
           READ FICHIER-CHGT-ATTENTE NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

      ******************************************************************
      *  AFFICHE UN CHANGEMENT EN ATTENTE (CHAMPS SENSIBLES AVANT ET
      *  APRES) ET DEMANDE LA DECISION. LE DEMANDEUR NE PEUT PAS
      *  APPROUVER SON PROPRE CHANGEMENT : IL NE PEUT QUE PASSER.
      ******************************************************************
       20000-REVOIR-CHANGEMENT.
           MOVE CA-AVANT TO W-IMAGE-AVANT.
           MOVE CA-APRES TO W-IMAGE-APRES.
           MOVE CA-AVANT TO EMP-FICHE-PERSONNELLE.

           DISPLAY "APPROBATION DES CHANGEMENTS SENSIBLES" AT 0420
                                                   WITH BLANK SCREEN.
           MOVE SPACES TO W-LIGNE-ECRAN.
           STRING "EMPLOYE        : " DELIMITED BY SIZE
                  CA-CODE             DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  EMP-NOM             DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  EMP-PREN            DELIMITED BY SIZE
             INTO W-LIGNE-ECRAN.
           DISPLAY W-LIGNE-ECRAN AT 0605.
           MOVE CA-DATE-DEMANDE TO W-ED-DATE.
           MOVE SPACES TO W-LIGNE-ECRAN.
           STRING "DEMANDE PAR    : " DELIMITED BY SIZE
                  CA-DEMANDEUR        DELIMITED BY SIZE
                  " LE "              DELIMITED BY SIZE
                  W-ED-DATE           DELIMITED BY SIZE
             INTO W-LIGNE-ECRAN.
           DISPLAY W-LIGNE-ECRAN AT 0705.

           DISPLAY "CHAMP                  AVANT          APRES"
                                                         AT 0905.
           MOVE AV-TAUX TO W-ED-TAUX-AV.
           MOVE AP-TAUX TO W-ED-TAUX-AP.
           DISPLAY "TAUX HORAIRE"       AT 1005.
           DISPLAY W-ED-TAUX-AV         AT 1033.
           DISPLAY W-ED-TAUX-AP         AT 1048.
           MOVE AV-SALAIRE-PERIODE TO W-ED-SAL-AV.
           MOVE AP-SALAIRE-PERIODE TO W-ED-SAL-AP.
           DISPLAY "SALAIRE PERIODIQUE" AT 1105.
           DISPLAY W-ED-SAL-AV          AT 1128.
           DISPLAY W-ED-SAL-AP          AT 1143.
           DISPLAY "INSTITUTION"        AT 1205.
           DISPLAY AV-INSTITUTION       AT 1235.
           DISPLAY AP-INSTITUTION       AT 1250.
           DISPLAY "TRANSIT"            AT 1305.
           DISPLAY AV-TRANSIT           AT 1333.
           DISPLAY AP-TRANSIT           AT 1348.
           DISPLAY "COMPTE"             AT 1405.
           MOVE "C"       TO W-MQ-TYPE.
           MOVE AV-COMPTE TO W-MQ-VALEUR.
           PERFORM 25000-MASQUER-VALEUR.
           DISPLAY W-MQ-AFFICHAGE(1:12) AT 1426.
           MOVE AP-COMPTE TO W-MQ-VALEUR.
           PERFORM 25000-MASQUER-VALEUR.
           DISPLAY W-MQ-AFFICHAGE(1:12) AT 1441.
           DISPLAY "NAS"                AT 1505.
           MOVE "N"       TO W-MQ-TYPE.
           MOVE AV-NAS    TO W-MQ-VALEUR.
           PERFORM 25000-MASQUER-VALEUR.
           DISPLAY W-MQ-AFFICHAGE(1:11) AT 1529.
           MOVE AP-NAS    TO W-MQ-VALEUR.
           PERFORM 25000-MASQUER-VALEUR.
           DISPLAY W-MQ-AFFICHAGE(1:11) AT 1544.
           IF CA-DATE-EFFET NOT = 0
               MOVE CA-DATE-EFFET TO W-ED-DATE
               DISPLAY "EFFET DE LA REMUNERATION : " AT 1705
               DISPLAY W-ED-DATE                      AT 1733
           END-IF.

           MOVE SPACE TO W-REPONSE.
           IF CA-DEMANDEUR = W-OPERATEUR
               DISPLAY "VOUS AVEZ DEMANDE CE CHANGEMENT : UN AUTRE OPERA
      -"TEUR DOIT L'APPROUVER" AT 1905
               DISPLAY "S=SUIVANT, Q=QUITTER : " AT 2005
               ACCEPT  W-REPONSE AT 2028
               MOVE FUNCTION UPPER-CASE(W-REPONSE) TO W-REPONSE
               IF W-REP-APPROUVER OR W-REP-REJETER
                   MOVE "S" TO W-REPONSE
               END-IF
           ELSE
               DISPLAY "A=APPROUVER, R=REJETER, S=SUIVANT, Q=QUITTER : "
                                                         AT 2005
               ACCEPT  W-REPONSE AT 2053
               MOVE FUNCTION UPPER-CASE(W-REPONSE) TO W-REPONSE
           END-IF.

           EVALUATE TRUE
               WHEN W-REP-APPROUVER
                   PERFORM 30000-APPROUVER
               WHEN W-REP-REJETER
                   PERFORM 40000-REJETER
               WHEN W-REP-QUITTER
                   ADD 1 TO W-NB-EN-ATTENTE
                   MOVE 1 TO W-IND-FIN-REVUE
               WHEN OTHER
                   ADD 1 TO W-NB-EN-ATTENTE
           END-EVALUATE.

       25000-MASQUER-VALEUR.
           CALL "MASQUERP" USING W-OPERATEUR CA-CODE W-MQ-TYPE
                                 W-MQ-VALEUR W-MQ-AFFICHAGE
                                 W-MQ-JOURNAL.

      ******************************************************************
      *  APPLIQUE LES CHAMPS SENSIBLES DEMANDES A LA FICHE ACTUELLE
      *  (LES AUTRES CHAMPS, QUI ONT PU CHANGER DEPUIS, SONT GARDES),
      *  PUIS AUDIT, HISTORIQUE DES TAUX ET PRENOTE. UN EMPLOYE
      *  DISPARU DEPUIS LA DEMANDE FAIT REJETER LE CHANGEMENT.
      ******************************************************************
       30000-APPROUVER.
           MOVE 0 TO W-IND-EMP-ABSENT.
           MOVE CA-CODE TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
           END-READ.
           IF W-EMP-ABSENT
               DISPLAY "EMPLOYE INTROUVABLE - CHANGEMENT REJETE  "
                                                         AT 2205
               ACCEPT W-REPONSE AT 2260
               PERFORM 40000-REJETER
           ELSE
               MOVE EMP-FICHE-PERSONNELLE TO W-EMP-AVANT-APPLIC
               MOVE EMP-TAUX              TO W-ANCIEN-TAUX
               MOVE EMP-SALAIRE-PERIODE   TO W-ANCIEN-SALAIRE
      *DES COORDONNEES BANCAIRES NEUVES D'UN EMPLOYE PAYE PAR
      *DEPOT REPASSENT EN ATTENTE DE PRENOTE (VOIR CONFPRENOTE).
               IF EMP-MODE-PAIEMENT = "D"
                  AND (EMP-INSTITUTION NOT = AP-INSTITUTION
                       OR EMP-TRANSIT NOT = AP-TRANSIT
                       OR EMP-COMPTE NOT = AP-COMPTE)
                   MOVE "P" TO EMP-STATUT-COORD
               END-IF
               MOVE AP-TAUX               TO EMP-TAUX
               MOVE AP-SALAIRE-PERIODE    TO EMP-SALAIRE-PERIODE
               MOVE AP-INSTITUTION        TO EMP-INSTITUTION
               MOVE AP-TRANSIT            TO EMP-TRANSIT
               MOVE AP-COMPTE             TO EMP-COMPTE
               MOVE AP-NAS                TO EMP-NAS
               REWRITE EMP-FICHE-PERSONNELLE

               MOVE CA-CODE               TO W-AU-CODE
               MOVE "MODIFICATION"        TO W-AU-OPERATION
               MOVE W-OPERATEUR           TO W-AU-OPER-ID
               MOVE W-EMP-AVANT-APPLIC    TO W-AU-AVANT
               MOVE EMP-FICHE-PERSONNELLE TO W-AU-APRES
               CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                         W-AU-OPER-ID
                                         W-AU-AVANT W-AU-APRES

               MOVE "APPROB CHGT"         TO W-AU-OPERATION
               PERFORM 45000-AUDIT-DECISION

               IF EMP-TAUX NOT = W-ANCIEN-TAUX
                  OR EMP-SALAIRE-PERIODE NOT = W-ANCIEN-SALAIRE
                   PERFORM 47000-ECRIRE-HISTO-TAUX
               END-IF

               DELETE FICHIER-CHGT-ATTENTE RECORD
               ADD 1 TO W-NB-APPROUVES
           END-IF.

      ******************************************************************
      *  REJETTE LE CHANGEMENT : LA FICHE N'EST PAS TOUCHEE, LE REJET
      *  EST CONSIGNE A L'AUDIT ET LE CHANGEMENT EST RETIRE.
      ******************************************************************
       40000-REJETER.
           MOVE "REJET CHGT" TO W-AU-OPERATION.
           PERFORM 45000-AUDIT-DECISION.
           DELETE FICHIER-CHGT-ATTENTE RECORD.
           ADD 1 TO W-NB-REJETES.

      ******************************************************************
      *  LIGNE D'AUDIT DE LA DECISION PORTANT LES DEUX IDENTITES
      *  (DEMANDEUR ET APPROBATEUR), COMME LA LIBERATION DU DEPOT.
      ******************************************************************
       45000-AUDIT-DECISION.
           MOVE CA-CODE     TO W-AU-CODE.
           MOVE W-OPERATEUR TO W-AU-OPER-ID.
           MOVE SPACES      TO W-AU-AVANT.
           STRING "DEMANDE PAR "  DELIMITED BY SIZE
                  CA-DEMANDEUR    DELIMITED BY SIZE
                  " LE "          DELIMITED BY SIZE
                  CA-DATE-DEMANDE DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  CA-HEURE-DEMANDE DELIMITED BY SIZE
             INTO W-AU-AVANT.
           MOVE SPACES      TO W-AU-APRES.
           STRING "DECIDE PAR "   DELIMITED BY SIZE
                  W-OPERATEUR     DELIMITED BY SIZE
                  " LE "          DELIMITED BY SIZE
                  W-DATE-DU-JOUR  DELIMITED BY SIZE
             INTO W-AU-APRES.
           CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                     W-AU-OPER-ID
                                     W-AU-AVANT W-AU-APRES.

      ******************************************************************
      *  CONSIGNE LE CHANGEMENT DE REMUNERATION A L'HISTORIQUE DES
      *  TAUX A LA DATE D'EFFET SAISIE AVEC LA DEMANDE (A DEFAUT, LA
      *  DATE DU JOUR). AU PREMIER CHANGEMENT D'UN EMPLOYE,
      *  L'ANCIENNE REMUNERATION EST D'ABORD ECRITE EN LIGNE DE BASE
      *  (EFFET = DATE D'EMBAUCHE).
      ******************************************************************
       47000-ECRIRE-HISTO-TAUX.
           IF CA-DATE-EFFET = 0
               MOVE W-DATE-DU-JOUR TO CA-DATE-EFFET
           END-IF.
           PERFORM 47100-OUVRIR-TAUXHISTO.
           PERFORM 47200-ECRIRE-LIGNE-BASE.

      *PUIS LA NOUVELLE REMUNERATION A SA DATE D'EFFET (UNE
      *DEUXIEME CORRECTION A LA MEME DATE REMPLACE LA PREMIERE).
           MOVE 0 TO W-IND-TH-ABSENT.
           MOVE CA-CODE       TO TH-CODE.
           MOVE CA-DATE-EFFET TO TH-DATE-EFFET.
           READ FICHIER-TAUXHISTO
               INVALID KEY MOVE 1 TO W-IND-TH-ABSENT
           END-READ.
           MOVE CA-CODE             TO TH-CODE.
           MOVE CA-DATE-EFFET       TO TH-DATE-EFFET.
           MOVE EMP-TAUX            TO TH-TAUX.
           MOVE EMP-SALAIRE-PERIODE TO TH-SALAIRE-PERIODE.
           MOVE "N"                 TO TH-RETRO-PAYE.
           MOVE SPACES              TO TH-RESERVE.
           IF W-TH-ABSENT
               WRITE TH-FICHE-TAUX
           ELSE
               REWRITE TH-FICHE-TAUX
           END-IF.
           CLOSE FICHIER-TAUXHISTO.

       47100-OUVRIR-TAUXHISTO.
           CALL "CBL_CHECK_FILE_EXIST" USING "TAUXHISTO.DAT "
                                              W-SIZE-TAUXHISTO.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-TAUXHISTO
           ELSE
               OPEN OUTPUT FICHIER-TAUXHISTO
               CLOSE FICHIER-TAUXHISTO
               OPEN I-O FICHIER-TAUXHISTO
           END-IF.

       47200-ECRIRE-LIGNE-BASE.
           MOVE 0 TO W-IND-TH-EXISTE W-IND-FIN-TH.
           MOVE CA-CODE TO TH-CODE.
           MOVE 0       TO TH-DATE-EFFET.
           START FICHIER-TAUXHISTO KEY IS NOT LESS THAN TH-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-TH
           END-START.
           IF NOT W-FIN-TH
               READ FICHIER-TAUXHISTO NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-TH
               END-READ
               IF NOT W-FIN-TH AND TH-CODE = CA-CODE
                   MOVE 1 TO W-IND-TH-EXISTE
               END-IF
           END-IF.

           IF NOT W-TH-EXISTE
               MOVE CA-CODE             TO TH-CODE
               MOVE EMP-DATE-ENGAGEMENT TO TH-DATE-EFFET
               MOVE W-ANCIEN-TAUX       TO TH-TAUX
               MOVE W-ANCIEN-SALAIRE    TO TH-SALAIRE-PERIODE
               MOVE "O"                 TO TH-RETRO-PAYE
               MOVE SPACES              TO TH-RESERVE
               WRITE TH-FICHE-TAUX
           END-IF.
