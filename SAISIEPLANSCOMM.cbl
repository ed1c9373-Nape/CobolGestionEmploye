      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TENIR LA TABLE DES REGIMES DE COMMISSION
      *          (PLANSCOMM.DAT) : CODE DE REGIME, NOM, FREQUENCE DE
      *          CALCUL (MENSUELLE OU TRIMESTRIELLE), AVANCE GARANTIE
      *          PAR PERIODE ET INDICATEUR D'AVANCE RECUPERABLE SUR
      *          LES COMMISSIONS FUTURES, ET JUSQU'A CINQ PALIERS DE
      *          TAUX SELON LE VOLUME DE VENTES DE LA PERIODE. LES
      *          PALIERS SONT MARGINAUX : CHAQUE TAUX S'APPLIQUE A LA
      *          TRANCHE DES VENTES COMPRISE ENTRE SON VOLUME MINIMUM
      *          ET CELUI DU PALIER SUIVANT. LE PREMIER PALIER PART
      *          DE ZERO. LE CALCUL EST FAIT PAR IMPORTVENTES.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIEPLANSCOMM.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-PLANSCOMM  ASSIGN TO "PLANSCOMM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PC-CODE.

       DATA DIVISION.

       FILE SECTION.

      *********************************************************
      * Regimes de commission : un palier est utilise des que
      * son taux est non nul ; le volume minimum du premier
      * palier est toujours zero.
      *********************************************************
       FD  FICHIER-PLANSCOMM
       LABEL RECORD STANDARD.
       01  PC-FICHE-REGIME.
           05  PC-CODE                 PIC X(4).
           05  PC-NOM                  PIC X(30).
           05  PC-FREQUENCE            PIC X.
               88  PC-MENSUEL                  VALUE "M".
               88  PC-TRIMESTRIEL              VALUE "T".
           05  PC-AVANCE               PIC 9(5)V99.
           05  PC-AVANCE-RECUP         PIC X.
               88  PC-AVANCE-RECUPERABLE       VALUE "O".
           05  PC-PALIER OCCURS 5.
               10  PC-PLANCHER         PIC 9(7)V99.
               10  PC-TAUX             PIC 99V99.
           05  PC-ACTIF                PIC X.
           05  PC-RESERVE              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-PC-ABSENT      PIC 9   VALUE 0.
               88  W-PC-ABSENT              VALUE 1.
           05  W-IND-PALIERS-OK     PIC 9   VALUE 0.
               88  W-PALIERS-OK             VALUE 1.

       01  W-COMPTE-REGIMES         PIC 9(4) VALUE 0.
       01  W-I                      PIC 9.
       01  W-LIGNE-ECRAN            PIC 99.
       01  W-PLANCHER-PRECEDENT     PIC 9(7)V99.
       01  W-PLANCHER-EDITE         PIC Z(6)9.99.
       01  W-TAUX-EDITE             PIC Z9.99.

       01  W-FILE-DETAIL.
           05  W-SIZE-PLANSCOMM     PIC X(8)   COMP-X.

      *********************************************************
      * Saisie : code (blanc = fin), nom (vide = suppression),
      * frequence M/T, avance par periode, avance recuperable
      * O/N, cinq paliers (volume minimum, taux %), statut A/I.
      *********************************************************
       01  W-SAISIE-REGIME.
           05  W-CODE-SAISI         PIC X(4).
           05  W-NOM-SAISI          PIC X(30).
           05  W-FREQUENCE-SAISIE   PIC X.
           05  W-AVANCE-SAISIE      PIC 9(5)V99.
           05  W-RECUP-SAISIE       PIC X.
           05  W-PALIER-SAISI OCCURS 5.
               10  W-PLANCHER-SAISI PIC 9(7)V99.
               10  W-TAUX-SAISI     PIC 99V99.
           05  W-STATUT-SAISI       PIC X.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIEPLANSCOM".
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

           PERFORM 05000-OUVRIR-PLANSCOMM.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-REGIMES.
           PERFORM 10000-SAISIR-REGIME UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-PLANSCOMM.

           IF W-COMPTE-REGIMES > 0
               STRING W-COMPTE-REGIMES DELIMITED BY SIZE
                      " REGIME(S) DE COMMISSION MIS A JOUR"
                                       DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUN REGIME DE COMMISSION MIS A JOUR"
               TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-REGIMES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       05000-OUVRIR-PLANSCOMM.
           CALL "CBL_CHECK_FILE_EXIST" USING "PLANSCOMM.DAT "
                                              W-SIZE-PLANSCOMM.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-PLANSCOMM
           ELSE
               OPEN OUTPUT FICHIER-PLANSCOMM
               CLOSE FICHIER-PLANSCOMM
               OPEN I-O FICHIER-PLANSCOMM
           END-IF.

      ******************************************************************
      *  SAISIT UN REGIME : CODE (BLANC = FIN), NOM (VIDE =
      *  SUPPRESSION), FREQUENCE, AVANCE, RECUPERATION DE L'AVANCE,
      *  PALIERS ET STATUT. UN REGIME DEJA LA EST REMPLACE ; SES
      *  PALIERS ACTUELS SONT AFFICHES AVANT LA SAISIE.
      ******************************************************************
       10000-SAISIR-REGIME.
           MOVE SPACES TO W-CODE-SAISI W-NOM-SAISI W-FREQUENCE-SAISIE
                          W-RECUP-SAISIE W-STATUT-SAISI.
           MOVE 0 TO W-AVANCE-SAISIE.
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > 5
               MOVE 0 TO W-PLANCHER-SAISI(W-I) W-TAUX-SAISI(W-I)
           END-PERFORM.

           DISPLAY "CODE DU REGIME (BLANC = FIN)    : " AT 0405.
           DISPLAY "    "                               AT 0440.
           ACCEPT  W-CODE-SAISI AT 0440.

           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               PERFORM 15000-AFFICHER-PALIERS
               DISPLAY "NOM (VIDE = SUPPRIMER)          : " AT 0505
               ACCEPT  W-NOM-SAISI AT 0540
               IF W-NOM-SAISI = SPACES
                   PERFORM 40000-SUPPRIMER-REGIME
               ELSE
                   PERFORM 12000-SAISIR-CONDITIONS
               END-IF
           END-IF.

       12000-SAISIR-CONDITIONS.
           DISPLAY "FREQUENCE (M=MENSUEL, T=TRIMES.): " AT 0605.
           ACCEPT  W-FREQUENCE-SAISIE AT 0640.
           DISPLAY "AVANCE GARANTIE PAR PERIODE     : " AT 0705.
           ACCEPT  W-AVANCE-SAISIE AT 0740.
           DISPLAY "AVANCE RECUPERABLE (O/N)        : " AT 0805.
           ACCEPT  W-RECUP-SAISIE AT 0840.
           DISPLAY "PALIER   VOLUME MINIMUM   TAUX %" AT 1005.
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > 5
               COMPUTE W-LIGNE-ECRAN = 10 + W-I
               DISPLAY W-I AT LINE W-LIGNE-ECRAN COLUMN 8
               IF W-I > 1
                   ACCEPT W-PLANCHER-SAISI(W-I)
                          AT LINE W-LIGNE-ECRAN COLUMN 14
               END-IF
               ACCEPT W-TAUX-SAISI(W-I)
                      AT LINE W-LIGNE-ECRAN COLUMN 33
           END-PERFORM.
           DISPLAY "STATUT (A=ACTIF, I=INACTIF)     : " AT 1605.
           ACCEPT  W-STATUT-SAISI AT 1640.

           MOVE FUNCTION UPPER-CASE(W-FREQUENCE-SAISIE)
             TO W-FREQUENCE-SAISIE.
           MOVE FUNCTION UPPER-CASE(W-RECUP-SAISIE) TO W-RECUP-SAISIE.
           MOVE FUNCTION UPPER-CASE(W-STATUT-SAISI) TO W-STATUT-SAISI.
           PERFORM 30000-VALIDER-PALIERS.

           EVALUATE TRUE
               WHEN W-FREQUENCE-SAISIE NOT = "M"
                AND W-FREQUENCE-SAISIE NOT = "T"
                   DISPLAY "LA FREQUENCE DOIT ETRE M OU T  " AT 1805
               WHEN W-RECUP-SAISIE NOT = "O"
                AND W-RECUP-SAISIE NOT = "N"
                   DISPLAY "RECUPERABLE DOIT ETRE O OU N   " AT 1805
               WHEN NOT W-PALIERS-OK
                   DISPLAY "PALIERS INVALIDES (VOIR TAUX)  " AT 1805
               WHEN W-STATUT-SAISI NOT = "A"
                AND W-STATUT-SAISI NOT = "I"
                   DISPLAY "LE STATUT DOIT ETRE A OU I     " AT 1805
               WHEN OTHER
                   PERFORM 20000-ENREGISTRER-REGIME
                   ADD 1 TO W-COMPTE-REGIMES
                   DISPLAY "REGIME MIS A JOUR              " AT 1805
           END-EVALUATE.

      ******************************************************************
      *  AFFICHE LES PALIERS DU REGIME S'IL EXISTE DEJA, POUR QUE
      *  L'OPERATEUR LES RESSAISISSE EN CONNAISSANCE DE CAUSE.
      ******************************************************************
       15000-AFFICHER-PALIERS.
           MOVE W-CODE-SAISI TO PC-CODE.
           READ FICHIER-PLANSCOMM
               INVALID KEY
                   DISPLAY "NOUVEAU REGIME                 " AT 1805
               NOT INVALID KEY
                   DISPLAY "ACTUEL :" AT 1050
                   PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > 5
                       COMPUTE W-LIGNE-ECRAN = 10 + W-I
                       MOVE PC-PLANCHER(W-I) TO W-PLANCHER-EDITE
                       MOVE PC-TAUX(W-I)     TO W-TAUX-EDITE
                       DISPLAY W-PLANCHER-EDITE
                               AT LINE W-LIGNE-ECRAN COLUMN 50
                       DISPLAY W-TAUX-EDITE
                               AT LINE W-LIGNE-ECRAN COLUMN 62
                   END-PERFORM
           END-READ.

       20000-ENREGISTRER-REGIME.
           MOVE 0 TO W-IND-PC-ABSENT.
           MOVE W-CODE-SAISI TO PC-CODE.
           READ FICHIER-PLANSCOMM
               INVALID KEY MOVE 1 TO W-IND-PC-ABSENT
           END-READ.

           MOVE W-CODE-SAISI       TO PC-CODE.
           MOVE W-NOM-SAISI        TO PC-NOM.
           MOVE W-FREQUENCE-SAISIE TO PC-FREQUENCE.
           MOVE W-AVANCE-SAISIE    TO PC-AVANCE.
           MOVE W-RECUP-SAISIE     TO PC-AVANCE-RECUP.
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > 5
               MOVE W-PLANCHER-SAISI(W-I) TO PC-PLANCHER(W-I)
               MOVE W-TAUX-SAISI(W-I)     TO PC-TAUX(W-I)
           END-PERFORM.
           MOVE W-STATUT-SAISI     TO PC-ACTIF.
           MOVE SPACES             TO PC-RESERVE.
           IF W-PC-ABSENT
               WRITE PC-FICHE-REGIME
           ELSE
               REWRITE PC-FICHE-REGIME
           END-IF.

      ******************************************************************
      *  UN PALIER EST UTILISE DES QUE SON TAUX EST NON NUL. LE
      *  PREMIER PALIER DOIT AVOIR UN TAUX ; LES PALIERS UTILISES
      *  DOIVENT SE SUIVRE SANS TROU ET LEURS VOLUMES MINIMUMS
      *  DOIVENT CROITRE. UN PALIER INUTILISE NE GARDE PAS DE
      *  VOLUME.
      ******************************************************************
       30000-VALIDER-PALIERS.
           MOVE 1 TO W-IND-PALIERS-OK.
           MOVE 0 TO W-PLANCHER-SAISI(1) W-PLANCHER-PRECEDENT.
           IF W-TAUX-SAISI(1) = 0
               MOVE 0 TO W-IND-PALIERS-OK
           END-IF.
           PERFORM VARYING W-I FROM 2 BY 1 UNTIL W-I > 5
               IF W-TAUX-SAISI(W-I) = 0
                   MOVE 0 TO W-PLANCHER-SAISI(W-I)
               ELSE
                   IF W-TAUX-SAISI(W-I - 1) = 0
                    OR W-PLANCHER-SAISI(W-I) NOT >
                       W-PLANCHER-PRECEDENT
                       MOVE 0 TO W-IND-PALIERS-OK
                   END-IF
                   MOVE W-PLANCHER-SAISI(W-I) TO W-PLANCHER-PRECEDENT
               END-IF
           END-PERFORM.

       40000-SUPPRIMER-REGIME.
           MOVE 0 TO W-IND-PC-ABSENT.
           MOVE W-CODE-SAISI TO PC-CODE.
           READ FICHIER-PLANSCOMM
               INVALID KEY MOVE 1 TO W-IND-PC-ABSENT
           END-READ.
           IF W-PC-ABSENT
               DISPLAY "AUCUN REGIME SOUS CE CODE      " AT 1805
           ELSE
               DELETE FICHIER-PLANSCOMM
               ADD 1 TO W-COMPTE-REGIMES
               DISPLAY "REGIME SUPPRIME                " AT 1805
           END-IF.
