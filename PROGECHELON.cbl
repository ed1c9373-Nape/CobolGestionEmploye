      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: PROGRESSION D'ECHELON. A LA DATE ANNIVERSAIRE DE
      *          L'EMBAUCHE, CHAQUE EMPLOYE ACTIF CLASSE (CLASSE
      *          D'EMPLOI ET ECHELON A LA FICHE) QUI N'EST PAS AU
      *          DERNIER ECHELON DE SA CLASSE MONTE D'UN ECHELON ET
      *          PREND LA REMUNERATION DE L'ECHELLE EN VIGUEUR A
      *          CETTE DATE (ECHELLES.DAT). UN RAPPORT D'APERCU
      *          (ProgEchelonApercu.doc) MONTRE L'ANCIEN ET LE NOUVEL
      *          ECHELON ET LA REMUNERATION DE CHAQUE EMPLOYE VISE ;
      *          SUR CONFIRMATION SEULEMENT, LE FICHIER MAITRE EST
      *          MIS A JOUR AVEC UNE LIGNE D'AUDIT PAR CHANGEMENT
      *          SOUS L'IDENTIFIANT DE L'OPERATEUR, ET LA NOUVELLE
      *          REMUNERATION EST CONSIGNEE A L'HISTORIQUE DES TAUX
      *          (TAUXHISTO.DAT) A LA DATE ANNIVERSAIRE, POUR QUE LE
      *          CALCUL DE PAYE GENERE LA RETRO D'UNE PROGRESSION
      *          PASSEE EN RETARD.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGECHELON.

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

       SELECT FICHIER-TAUXHISTO  ASSIGN TO "TAUXHISTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-CLE.

       SELECT FICHIER-CLASSES  ASSIGN TO "CLASSES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CLASSE.

       SELECT FICHIER-ECHELLES  ASSIGN TO "ECHELLES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CLE.

       SELECT RAPPORT-APERCU  ASSIGN TO "ProgEchelonApercu.doc"
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
           05  EMP-DATE-ENG-R REDEFINES EMP-DATE-ENGAGEMENT.
               10  EMP-ENG-ANNEE       PIC 9(4).
               10  EMP-ENG-MOIS-JOUR   PIC 9(4).
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
           05  EMP-CLASSE              PIC X(4).
           05  EMP-ECHELON             PIC 9(2).
           05  EMP-RESERVE             PIC X(4).

      *********************************************************
      * Historique des taux : meme dessin que TP3 et le calcul
      * de paye. Chaque progression appliquee y laisse la
      * nouvelle remuneration a la date anniversaire (retro "N").
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

      *********************************************************
      * Classes d'emploi et echelles salariales, tenues par
      * SAISIECLASSES.
      *********************************************************
       FD  FICHIER-CLASSES
       LABEL RECORD STANDARD.
       01  CL-FICHE-CLASSE.
           05  CL-CLASSE               PIC X(4).
           05  CL-DESCRIPTION          PIC X(30).
           05  CL-NB-ECHELONS          PIC 9(2).
           05  CL-ACTIF                PIC X.
           05  CL-RESERVE              PIC X(10).

       FD  FICHIER-ECHELLES
       LABEL RECORD STANDARD.
       01  EC-FICHE-ECHELLE.
           05  EC-CLE.
               10  EC-CLASSE           PIC X(4).
               10  EC-ECHELON          PIC 9(2).
               10  EC-DATE-EFFET       PIC 9(8).
           05  EC-TAUX                 PIC 99V99.
           05  EC-SALAIRE-PERIODE      PIC 9(6)V99.
           05  EC-RESERVE              PIC X(10).

       FD  RAPPORT-APERCU.
       01  LIGNE-APERCU                PIC X(120).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-TH-ABSENT      PIC 9.
               88  W-TH-ABSENT              VALUE 1.
           05  W-IND-FIN-TH         PIC 9.
               88  W-FIN-TH                 VALUE 1.
           05  W-IND-TH-EXISTE      PIC 9.
               88  W-TH-EXISTE              VALUE 1.
           05  W-IND-FIN-CLASSES    PIC 9.
               88  W-FIN-CLASSES            VALUE 1.
           05  W-IND-FIN-EC         PIC 9.
               88  W-FIN-EC                 VALUE 1.
           05  W-IND-ECHELLES       PIC 9   VALUE 0.
               88  W-ECHELLES-PRESENTES     VALUE 1.

       01  W-FILE-DETAIL.
           05  W-SIZE-TAUXHISTO     PIC X(8)   COMP-X.
           05  W-SIZE-CLASSES       PIC X(8)   COMP-X.
           05  W-SIZE-ECHELLES      PIC X(8)   COMP-X.

       01  W-DATE-DU-JOUR           PIC 9(8).

      *********************************************************
      * Date limite du passage : les anniversaires d'embauche
      * tombes au plus tard a cette date sont traites (0 =
      * aujourd'hui). Un anniversaire de l'an dernier pas encore
      * traite l'est aussi, a sa propre date (retro).
      *********************************************************
       01  W-SELECTION.
           05  W-SEL-DATE-LIMITE    PIC 9(8).
           05  W-SEL-DATE-R REDEFINES W-SEL-DATE-LIMITE.
               10  W-SEL-ANNEE      PIC 9(4).
               10  W-SEL-MOIS-JOUR  PIC 9(4).
           05  W-LIM-ERR-MOIS       PIC 9.
           05  W-LIM-ERR-JOUR       PIC 9.

       01  W-BOOL-CONFIRME          PIC X.
           88  APPLIQUER-OUI                VALUE "O" "o".

      *********************************************************
      * Table des classes (nombre d'echelons de chaque classe).
      *********************************************************
       01  W-TABLE-CLASSES.
           05  W-NB-CLASSES         PIC 99  VALUE 0.
           05  W-CLASSE OCCURS 50 TIMES
                                    INDEXED BY W-IDX-CLS.
               10  W-CLS-CODE       PIC X(4).
               10  W-CLS-NB-ECH     PIC 9(2).

      *********************************************************
      * Progression calculee pour la fiche courante : date
      * anniversaire retenue, echelon suivant et remuneration
      * de l'echelle en vigueur a cette date. W-NOTE explique
      * pourquoi une fiche visee n'est pas progressee.
      *********************************************************
       01  W-CALCUL-PROGRESSION.
           05  W-DATE-ANNIV         PIC 9(8).
           05  W-DATE-ANNIV-R REDEFINES W-DATE-ANNIV.
               10  W-ANNIV-ANNEE    PIC 9(4).
               10  W-ANNIV-MOIS-JOUR PIC 9(4).
           05  W-NB-ECH-CLASSE      PIC 9(2).
           05  W-ANCIEN-ECHELON     PIC 9(2).
           05  W-NOUVEL-ECHELON     PIC 9(2).
           05  W-ANCIEN-TAUX        PIC 99V99.
           05  W-ANCIEN-SALAIRE     PIC 9(6)V99.
           05  W-NOUVEAU-TAUX       PIC 99V99.
           05  W-NOUVEAU-SALAIRE    PIC 9(6)V99.
           05  W-IND-VISE           PIC 9.
               88  W-EMPLOYE-VISE           VALUE 1.
           05  W-IND-EXCLU          PIC 9.
               88  W-EXCLU                  VALUE 1.
           05  W-NOTE               PIC X(26).

       01  W-COMPTEURS.
           05  W-COMPTE-VISES       PIC 9(4) VALUE 0.
           05  W-COMPTE-APPLIQUES   PIC 9(4) VALUE 0.
           05  W-COMPTE-EXCLUS      PIC 9(4) VALUE 0.

       01  W-LIGNE-DETAIL.
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LD-CODE            PIC X(6).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LD-NOM             PIC X(20).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LD-CLASSE          PIC X(4).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LD-ANCIEN-ECH      PIC Z9.
           05  FILLER               PIC X(2)    VALUE "->".
           05  W-LD-NOUVEL-ECH      PIC Z9.
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LD-ANNIV           PIC 9(4)/99/99.
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LD-ANCIEN          PIC $$$,$$9.99.
           05  FILLER               PIC X(4)    VALUE " -> ".
           05  W-LD-NOUVEAU         PIC $$$,$$9.99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LD-NOTE            PIC X(26).

       01  W-EMP-AVANT-IMAGE        PIC X(194).

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "PROGECHELON".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "ProgEchelonApercu.doc ".
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
           05  W-JE-PROGRAMME       PIC X(14) VALUE "PROGECHELON".
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

           PERFORM 02000-DEMANDER-PARAMETRES.
           PERFORM 03000-CHARGER-CLASSES.

           IF W-NB-CLASSES = 0
               MOVE "AUCUNE CLASSE D'EMPLOI A LA TABLE (SAISIECLASSES)"
               TO W-MESSAGE-ERREUR
           ELSE
               PERFORM 04000-OUVRIR-ECHELLES
               PERFORM 10000-PRODUIRE-APERCU
               IF W-COMPTE-VISES = 0
                   MOVE "AUCUN ANNIVERSAIRE D'ECHELON A TRAITER"
                   TO W-MESSAGE-ERREUR
               ELSE
                   DISPLAY "EMPLOYES VISES (VOIR ProgEchelonApercu.doc)
      -" : "                                AT 1805
                   DISPLAY W-COMPTE-VISES   AT 1851
                   DISPLAY "APPLIQUER LA PROGRESSION (O/N) ? " AT 2005
                   ACCEPT  W-BOOL-CONFIRME AT 2039
                   IF APPLIQUER-OUI
                       PERFORM 30000-APPLIQUER-PROGRESSION
                       STRING "PROGRESSION APPLIQUEE A "
                                                   DELIMITED BY SIZE
                              W-COMPTE-APPLIQUES   DELIMITED BY SIZE
                              " EMPLOYE(S), "      DELIMITED BY SIZE
                              W-COMPTE-EXCLUS      DELIMITED BY SIZE
                              " EXCLU(S)"          DELIMITED BY SIZE
                         INTO W-MESSAGE-ERREUR
                   ELSE
                       MOVE "PROGRESSION NON APPLIQUEE (APERCU SEULEMEN
      -"T)" TO W-MESSAGE-ERREUR
                   END-IF
               END-IF
               IF W-ECHELLES-PRESENTES
                   CLOSE FICHIER-ECHELLES
               END-IF
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-APPLIQUES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  SAISIT LA DATE LIMITE DU PASSAGE (0 = AUJOURD'HUI).
      ******************************************************************
       02000-DEMANDER-PARAMETRES.
           MOVE 0 TO W-SEL-DATE-LIMITE.
           MOVE SPACES TO W-BOOL-CONFIRME.

           DISPLAY "ANNIVERSAIRES JUSQU'AU (AAAAMMJJ, 0=AUJOURD'HUI): "
                                    AT 0605.
           ACCEPT  W-SEL-DATE-LIMITE AT 0656.

           IF W-SEL-DATE-LIMITE = 0
               MOVE W-DATE-DU-JOUR TO W-SEL-DATE-LIMITE
           END-IF.
           MOVE 0 TO W-LIM-ERR-MOIS W-LIM-ERR-JOUR.
           CALL "VALIDE-DATE"
               USING BY REFERENCE W-SEL-DATE-LIMITE
                                  W-LIM-ERR-MOIS
                                  W-LIM-ERR-JOUR.
           IF W-LIM-ERR-MOIS = 1 OR W-LIM-ERR-JOUR = 1
               DISPLAY "DATE LIMITE INVALIDE - AUJOURD'HUI RETENUE"
                                        AT 0805
               MOVE W-DATE-DU-JOUR TO W-SEL-DATE-LIMITE
           END-IF.

      ******************************************************************
      *  CHARGE LE NOMBRE D'ECHELONS DE CHAQUE CLASSE. UNE CLASSE
      *  INACTIVE (FERMEE AUX NOUVELLES FICHES) CONTINUE DE FAIRE
      *  PROGRESSER LES EMPLOYES QUI Y SONT DEJA.
      ******************************************************************
       03000-CHARGER-CLASSES.
           MOVE 0 TO W-NB-CLASSES W-IND-FIN-CLASSES.
           CALL "CBL_CHECK_FILE_EXIST" USING "CLASSES.DAT "
                                              W-SIZE-CLASSES.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-CLASSES
               MOVE LOW-VALUES TO CL-CLASSE
               START FICHIER-CLASSES KEY IS NOT LESS THAN CL-CLASSE
                   INVALID KEY MOVE 1 TO W-IND-FIN-CLASSES
               END-START
               PERFORM 03100-LIRE-CLASSE
               PERFORM UNTIL W-FIN-CLASSES OR W-NB-CLASSES = 50
                   ADD 1 TO W-NB-CLASSES
                   MOVE CL-CLASSE      TO W-CLS-CODE(W-NB-CLASSES)
                   MOVE CL-NB-ECHELONS TO W-CLS-NB-ECH(W-NB-CLASSES)
                   PERFORM 03100-LIRE-CLASSE
               END-PERFORM
               CLOSE FICHIER-CLASSES
           END-IF.

       03100-LIRE-CLASSE.
           READ FICHIER-CLASSES NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-CLASSES
           END-READ.

       04000-OUVRIR-ECHELLES.
           MOVE 0 TO W-IND-ECHELLES.
           CALL "CBL_CHECK_FILE_EXIST" USING "ECHELLES.DAT "
                                              W-SIZE-ECHELLES.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-ECHELLES
               MOVE 1 TO W-IND-ECHELLES
           END-IF.

      ******************************************************************
      *  PREMIER PASSAGE : PARCOURT LE FICHIER MAITRE ET ECRIT UNE
      *  LIGNE D'APERCU (ECHELON ET REMUNERATION, ANCIENS ET
      *  NOUVEAUX) POUR CHAQUE EMPLOYE VISE, SANS RIEN METTRE A JOUR.
      ******************************************************************
       10000-PRODUIRE-APERCU.
           MOVE 0 TO W-COMPTE-VISES.
           OPEN INPUT FICHIER-IDX.
           PERFORM 35000-OUVRIR-TAUXHISTO.
           OPEN OUTPUT RAPPORT-APERCU.

           MOVE SPACES TO LIGNE-APERCU.
           STRING "** APERCU DE LA PROGRESSION D'ECHELON DU "
                                      DELIMITED BY SIZE
                  W-DATE-DU-JOUR      DELIMITED BY SIZE
                  " - ANNIVERSAIRES JUSQU'AU "
                                      DELIMITED BY SIZE
                  W-SEL-DATE-LIMITE   DELIMITED BY SIZE
                  " **"               DELIMITED BY SIZE
             INTO LIGNE-APERCU.
           WRITE LIGNE-APERCU.

           MOVE " CODE   NOM                  CLAS ECH    ANNIVERS.
      -"   ANCIENNE  ->  NOUVELLE" TO LIGNE-APERCU.
           WRITE LIGNE-APERCU AFTER ADVANCING 2 LINES.

           MOVE 0 TO W-IND-FIN-FICHIER.
           MOVE LOW-VALUES TO EMP-CODE.
           START FICHIER-IDX KEY IS NOT LESS THAN EMP-CODE
               INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
           END-START.
           PERFORM 11000-LIRE-EMPLOYE.
           PERFORM 12000-APERCU-EMPLOYE UNTIL W-FIN-FICHIER.

           CLOSE FICHIER-IDX FICHIER-TAUXHISTO RAPPORT-APERCU.

           MOVE W-OPERATEUR TO W-SP-OPERATEUR.
           CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                     W-SP-PERIODE W-SP-OPERATEUR.

       11000-LIRE-EMPLOYE.
           READ FICHIER-IDX NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       12000-APERCU-EMPLOYE.
           PERFORM 20000-CALCULER-PROGRESSION.
           IF W-EMPLOYE-VISE
               ADD 1 TO W-COMPTE-VISES
               PERFORM 13000-ECRIRE-LIGNE-APERCU
           END-IF.
           PERFORM 11000-LIRE-EMPLOYE.

       13000-ECRIRE-LIGNE-APERCU.
           MOVE EMP-CODE         TO W-LD-CODE.
           MOVE EMP-NOM          TO W-LD-NOM.
           MOVE EMP-CLASSE       TO W-LD-CLASSE.
           MOVE W-ANCIEN-ECHELON TO W-LD-ANCIEN-ECH.
           MOVE W-NOUVEL-ECHELON TO W-LD-NOUVEL-ECH.
           MOVE W-DATE-ANNIV     TO W-LD-ANNIV.
           IF EMP-SALARIE
               MOVE W-ANCIEN-SALAIRE  TO W-LD-ANCIEN
               MOVE W-NOUVEAU-SALAIRE TO W-LD-NOUVEAU
           ELSE
               MOVE W-ANCIEN-TAUX     TO W-LD-ANCIEN
               MOVE W-NOUVEAU-TAUX    TO W-LD-NOUVEAU
           END-IF.
           MOVE W-NOTE TO W-LD-NOTE.
           WRITE LIGNE-APERCU FROM W-LIGNE-DETAIL
                              AFTER ADVANCING 1 LINE.

      ******************************************************************
      *  DECIDE SI LA FICHE COURANTE EST VISEE ET CALCULE SA
      *  PROGRESSION. EST VISE UN EMPLOYE ACTIF, CLASSE, SOUS LE
      *  DERNIER ECHELON DE SA CLASSE, DONT UN ANNIVERSAIRE
      *  D'EMBAUCHE (LE PLUS RECENT QUI NE DEPASSE PAS LA DATE
      *  LIMITE) N'A PAS ENCORE DE LIGNE A L'HISTORIQUE DES TAUX.
      *  LA MEME DECISION EST PRISE A L'APERCU ET A L'APPLICATION.
      ******************************************************************
       20000-CALCULER-PROGRESSION.
           MOVE 0 TO W-IND-VISE W-IND-EXCLU W-NB-ECH-CLASSE.
           MOVE SPACES TO W-NOTE.

           IF (EMP-ACTIF OR EMP-EN-CONGE) AND EMP-CLASSE NOT = SPACES
              AND EMP-ECHELON NUMERIC
               PERFORM VARYING W-IDX-CLS FROM 1 BY 1
                       UNTIL W-IDX-CLS > W-NB-CLASSES
                   IF W-CLS-CODE(W-IDX-CLS) = EMP-CLASSE
                       MOVE W-CLS-NB-ECH(W-IDX-CLS) TO W-NB-ECH-CLASSE
                   END-IF
               END-PERFORM
               IF EMP-ECHELON > 0 AND EMP-ECHELON < W-NB-ECH-CLASSE
                   PERFORM 20100-DATE-ANNIVERSAIRE
               END-IF
           END-IF.

           IF W-EMPLOYE-VISE
               MOVE EMP-ECHELON         TO W-ANCIEN-ECHELON
               COMPUTE W-NOUVEL-ECHELON = EMP-ECHELON + 1
               MOVE EMP-TAUX            TO W-ANCIEN-TAUX
               MOVE EMP-SALAIRE-PERIODE TO W-ANCIEN-SALAIRE
               MOVE EMP-TAUX            TO W-NOUVEAU-TAUX
               MOVE EMP-SALAIRE-PERIODE TO W-NOUVEAU-SALAIRE
               PERFORM 21000-CHERCHER-ECHELLE
           END-IF.

      *LES BORNES DE L'ECRAN DE MISE A JOUR S'APPLIQUENT AUSSI
      *ICI : UNE FICHE QUI EN SORTIRAIT EST SIGNALEE A L'APERCU
      *ET LAISSEE TELLE QUELLE A L'APPLICATION.
           IF W-EMPLOYE-VISE AND NOT W-EXCLU
               IF EMP-SALARIE
                   IF W-NOUVEAU-SALAIRE < 500
                      OR W-NOUVEAU-SALAIRE > 10000
                       MOVE 1 TO W-IND-EXCLU
                       MOVE "HORS BORNES - NON APPLIQUE" TO W-NOTE
                   END-IF
               ELSE
                   IF W-NOUVEAU-TAUX < 10 OR W-NOUVEAU-TAUX > 100
                       MOVE 1 TO W-IND-EXCLU
                       MOVE "HORS BORNES - NON APPLIQUE" TO W-NOTE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *  ANNIVERSAIRE D'EMBAUCHE DE L'ANNEE DE LA DATE LIMITE, OU DE
      *  L'ANNEE PRECEDENTE S'IL N'EST PAS ENCORE ARRIVE (UN EMBAUCHE
      *  DU 29 FEVRIER PROGRESSE LE 28), APRES AU MOINS UN AN DE
      *  SERVICE. UNE LIGNE DEJA A L'HISTORIQUE DES TAUX A CETTE DATE
      *  VEUT DIRE QUE LA PROGRESSION DE CET ANNIVERSAIRE EST FAITE.
      ******************************************************************
       20100-DATE-ANNIVERSAIRE.
           MOVE W-SEL-ANNEE       TO W-ANNIV-ANNEE.
           MOVE EMP-ENG-MOIS-JOUR TO W-ANNIV-MOIS-JOUR.
           IF W-ANNIV-MOIS-JOUR = 0229
               MOVE 0228 TO W-ANNIV-MOIS-JOUR
           END-IF.
           IF W-DATE-ANNIV > W-SEL-DATE-LIMITE
               SUBTRACT 1 FROM W-ANNIV-ANNEE
           END-IF.

           IF W-ANNIV-ANNEE > EMP-ENG-ANNEE
               MOVE 1 TO W-IND-VISE
               MOVE EMP-CODE     TO TH-CODE
               MOVE W-DATE-ANNIV TO TH-DATE-EFFET
               READ FICHIER-TAUXHISTO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 0 TO W-IND-VISE
               END-READ
           END-IF.

      ******************************************************************
      *  REMUNERATION DE L'ECHELON SUIVANT A L'ECHELLE EN VIGUEUR A
      *  LA DATE ANNIVERSAIRE (DERNIERE DATE D'EFFET QUI NE LA
      *  DEPASSE PAS). SANS LIGNE D'ECHELLE, LA FICHE EST EXCLUE.
      ******************************************************************
       21000-CHERCHER-ECHELLE.
           MOVE 1 TO W-IND-EXCLU W-IND-FIN-EC.
           MOVE "AUCUNE ECHELLE - NON APPLIQ" TO W-NOTE.

           IF W-ECHELLES-PRESENTES
               MOVE 0                TO W-IND-FIN-EC
               MOVE EMP-CLASSE       TO EC-CLASSE
               MOVE W-NOUVEL-ECHELON TO EC-ECHELON
               MOVE 0                TO EC-DATE-EFFET
               START FICHIER-ECHELLES KEY IS NOT LESS THAN EC-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-EC
               END-START
               PERFORM 21100-LIRE-ECHELLE
           END-IF.

           PERFORM UNTIL W-FIN-EC
               IF EC-CLASSE = EMP-CLASSE
                  AND EC-ECHELON = W-NOUVEL-ECHELON
                  AND EC-DATE-EFFET NOT > W-DATE-ANNIV
                   MOVE 0 TO W-IND-EXCLU
                   MOVE SPACES TO W-NOTE
                   IF EMP-SALARIE
                       MOVE EC-SALAIRE-PERIODE TO W-NOUVEAU-SALAIRE
                   ELSE
                       MOVE EC-TAUX TO W-NOUVEAU-TAUX
                   END-IF
                   PERFORM 21100-LIRE-ECHELLE
               ELSE
                   MOVE 1 TO W-IND-FIN-EC
               END-IF
           END-PERFORM.

       21100-LIRE-ECHELLE.
           IF NOT W-FIN-EC
               READ FICHIER-ECHELLES NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-EC
               END-READ
           END-IF.

      ******************************************************************
      *  DEUXIEME PASSAGE (SUR CONFIRMATION) : APPLIQUE LA PROGRESSION
      *  A CHAQUE FICHE VISEE ET NON EXCLUE, AVEC LIGNE D'AUDIT ET
      *  HISTORIQUE DES TAUX.
      ******************************************************************
       30000-APPLIQUER-PROGRESSION.
           MOVE 0 TO W-COMPTE-APPLIQUES W-COMPTE-EXCLUS.
           OPEN I-O FICHIER-IDX.
           PERFORM 35000-OUVRIR-TAUXHISTO.

           MOVE 0 TO W-IND-FIN-FICHIER.
           MOVE LOW-VALUES TO EMP-CODE.
           START FICHIER-IDX KEY IS NOT LESS THAN EMP-CODE
               INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
           END-START.
           PERFORM 11000-LIRE-EMPLOYE.
           PERFORM 31000-APPLIQUER-EMPLOYE UNTIL W-FIN-FICHIER.

           CLOSE FICHIER-IDX FICHIER-TAUXHISTO.

       31000-APPLIQUER-EMPLOYE.
           PERFORM 20000-CALCULER-PROGRESSION.
           EVALUATE TRUE
               WHEN NOT W-EMPLOYE-VISE
                   CONTINUE
               WHEN W-EXCLU
                   ADD 1 TO W-COMPTE-EXCLUS
               WHEN OTHER
                   PERFORM 32000-MAJ-FICHE
                   ADD 1 TO W-COMPTE-APPLIQUES
           END-EVALUATE.
           PERFORM 11000-LIRE-EMPLOYE.

       32000-MAJ-FICHE.
           MOVE EMP-FICHE-PERSONNELLE TO W-EMP-AVANT-IMAGE.
           MOVE W-NOUVEL-ECHELON TO EMP-ECHELON.
           IF EMP-SALARIE
               MOVE W-NOUVEAU-SALAIRE TO EMP-SALAIRE-PERIODE
           ELSE
               MOVE W-NOUVEAU-TAUX TO EMP-TAUX
           END-IF.
           REWRITE EMP-FICHE-PERSONNELLE.

           PERFORM 33000-ECRIRE-AUDIT.
           PERFORM 34000-ECRIRE-HISTO-TAUX.

      ******************************************************************
      *  CONSIGNE LE CHANGEMENT A LA PISTE D'AUDIT INDEXEE
      *  (JOURNALAUDIT), COMME LES MISES A JOUR DE L'ECRAN :
      *  OPERATION "PROGRESSION" AVEC LES IMAGES AVANT/APRES.
      ******************************************************************
       33000-ECRIRE-AUDIT.
           MOVE EMP-CODE               TO W-AU-CODE.
           MOVE "PROGRESSION"          TO W-AU-OPERATION.
           MOVE W-OPERATEUR            TO W-AU-OPER-ID.
           MOVE W-EMP-AVANT-IMAGE      TO W-AU-AVANT.
           MOVE EMP-FICHE-PERSONNELLE  TO W-AU-APRES.
           CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                     W-AU-OPER-ID
                                     W-AU-AVANT W-AU-APRES.

      ******************************************************************
      *  CONSIGNE LE CHANGEMENT A L'HISTORIQUE DES TAUX, COMME
      *  L'AUGMENTATION EN MASSE : LIGNE DE BASE (ANCIENNE
      *  REMUNERATION, EFFET = EMBAUCHE) AU PREMIER CHANGEMENT D'UN
      *  EMPLOYE, PUIS LA NOUVELLE REMUNERATION A LA DATE
      *  ANNIVERSAIRE (RETRO "N" : LE PROCHAIN CALCUL DE PAYE GENERE
      *  LA RETRO SI LA DATE EST PASSEE).
      ******************************************************************
       34000-ECRIRE-HISTO-TAUX.
           MOVE 0 TO W-IND-TH-EXISTE W-IND-FIN-TH.
           MOVE EMP-CODE TO TH-CODE.
           MOVE 0        TO TH-DATE-EFFET.
           START FICHIER-TAUXHISTO KEY IS NOT LESS THAN TH-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-TH
           END-START.
           IF NOT W-FIN-TH
               READ FICHIER-TAUXHISTO NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-TH
               END-READ
               IF NOT W-FIN-TH AND TH-CODE = EMP-CODE
                   MOVE 1 TO W-IND-TH-EXISTE
               END-IF
           END-IF.

           IF NOT W-TH-EXISTE
               MOVE EMP-CODE            TO TH-CODE
               MOVE EMP-DATE-ENGAGEMENT TO TH-DATE-EFFET
               MOVE W-ANCIEN-TAUX       TO TH-TAUX
               MOVE W-ANCIEN-SALAIRE    TO TH-SALAIRE-PERIODE
               MOVE "O"                 TO TH-RETRO-PAYE
               MOVE SPACES              TO TH-RESERVE
               WRITE TH-FICHE-TAUX
           END-IF.

           MOVE 0 TO W-IND-TH-ABSENT.
           MOVE EMP-CODE     TO TH-CODE.
           MOVE W-DATE-ANNIV TO TH-DATE-EFFET.
           READ FICHIER-TAUXHISTO
               INVALID KEY MOVE 1 TO W-IND-TH-ABSENT
           END-READ.
           MOVE EMP-CODE            TO TH-CODE.
           MOVE W-DATE-ANNIV        TO TH-DATE-EFFET.
           MOVE EMP-TAUX            TO TH-TAUX.
           MOVE EMP-SALAIRE-PERIODE TO TH-SALAIRE-PERIODE.
           MOVE "N"                 TO TH-RETRO-PAYE.
           MOVE SPACES              TO TH-RESERVE.
           IF W-TH-ABSENT
               WRITE TH-FICHE-TAUX
           ELSE
               REWRITE TH-FICHE-TAUX
           END-IF.

       35000-OUVRIR-TAUXHISTO.
           CALL "CBL_CHECK_FILE_EXIST" USING "TAUXHISTO.DAT "
                                              W-SIZE-TAUXHISTO.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-TAUXHISTO
           ELSE
               OPEN OUTPUT FICHIER-TAUXHISTO
               CLOSE FICHIER-TAUXHISTO
               OPEN I-O FICHIER-TAUXHISTO
           END-IF.
