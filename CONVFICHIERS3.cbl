      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TROISIEME VAGUE DE CONVERSION DES FICHIERS VERS LES
      *          NOUVEAUX DESSINS D'ENREGISTREMENT (MEME DEMARCHE QUE
      *          CONVFICHIERS2 : L'ANCIEN FICHIER EST RENOMME
      *          ANCIEN3-*.DAT/.IDX ET CONSERVE, PUIS RELU AVEC SON
      *          ANCIEN DESSIN ET REECRIT AVEC LE NOUVEAU).
      *
      *          FEUILLETEMPS.DAT : LA LIGNE DE FEUILLE DE TEMPS
      *          PASSE DE 35 A 43 POSITIONS. L'IMPUTATION (DEPARTEMENT
      *          ET PROJET CHARGES) ENTRE DANS LA CLE POUR QU'UN MEME
      *          CODE DE GAIN SE VENTILE SUR PLUSIEURS LIGNES. LES
      *          ANCIENNES LIGNES PARTENT SANS IMPUTATION (DEPARTEMENT
      *          DE L'EMPLOYE, AUCUN PROJET).
      *
      *          CHAQUE FICHIER EST GARDE PAR LA PRESENCE DE SON
      *          ANCIEN3-* : UN FICHIER DEJA CONVERTI EST SAUTE, CE
      *          QUI PERMET DE RELANCER LE PROGRAMME QUAND UNE
      *          CONVERSION ULTERIEURE S'AJOUTE A LA VAGUE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVFICHIERS3.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-ANCIEN-FT  ASSIGN TO "ANCIEN3-FEUILLETEMPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AF-CLE.

       SELECT FICHIER-FEUILLES  ASSIGN TO "FEUILLETEMPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FT-CLE.

       DATA DIVISION.

       FILE SECTION.

      *********************************************************
      * Ancien dessin de la feuille de temps (35 positions).
      *********************************************************
       FD  FICHIER-ANCIEN-FT
       LABEL RECORD STANDARD.
       01  AF-FICHE-HEURES.
           05  AF-CLE.
               10  AF-CODE             PIC X(6).
               10  AF-ANNEE            PIC 9(4).
               10  AF-PERIODE          PIC 9(2).
               10  AF-GAIN             PIC X(3).
           05  AF-HEURES               PIC 9(3).
           05  AF-MONTANT              PIC 9(5)V99.
           05  AF-STATUT-APPR          PIC X.
           05  AF-APPROBATEUR          PIC X(8).
           05  AF-RESERVE              PIC X.

      *********************************************************
      * Nouveau dessin de la feuille de temps (43 positions) :
      * l'imputation (departement X2 + projet X6, blanc = le
      * departement de l'employe, aucun projet) suit le code
      * de gain dans la cle.
      *********************************************************
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
           05  FT-HEURES               PIC 9(3).
           05  FT-MONTANT              PIC 9(5)V99.
           05  FT-STATUT-APPR          PIC X.
           05  FT-APPROBATEUR          PIC X(8).
           05  FT-RESERVE              PIC X.

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.

       01  W-COMPTEURS.
           05  W-COMPTE-FEUILLES    PIC 9(6) VALUE 0.

       01  W-FILE-DETAIL.
           05  W-SIZE               PIC X(8)   COMP-X.

       01  W-BOOL-CONFIRME          PIC X.
           88  CONVERTIR-OUI                VALUE "O" "o".

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "CONVFICHIERS3".
           05  W-JE-EVENEMENT       PIC X(5).
           05  W-JE-MODE            PIC X(10) VALUE SPACES.
           05  W-JE-COMPTE          PIC 9(6)  VALUE 0.
           05  W-JE-RESULTAT        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       00000-MAIN.
           MOVE "DEBUT" TO W-JE-EVENEMENT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           DISPLAY "TROISIEME VAGUE DE CONVERSION DES FICHIERS".
           DISPLAY "LES ANCIENS FICHIERS SERONT CONSERVES SOUS "
                   "ANCIEN3-*.DAT/.IDX".
           DISPLAY "CONFIRMEZ-VOUS (O/N) ? ".
           ACCEPT W-BOOL-CONFIRME.

           IF NOT CONVERTIR-OUI
               DISPLAY "CONVERSION ANNULEE"
               PERFORM 90000-JOURNAL-FIN
               STOP RUN
           END-IF.

           PERFORM 10000-CONVERTIR-FEUILLES.

           DISPLAY "CONVERSION TERMINEE : " W-COMPTE-FEUILLES
                   " FEUILLE(S)".

           PERFORM 90000-JOURNAL-FIN.
           STOP RUN.

      ******************************************************************
      *  CONVERTIT LES FEUILLES DE TEMPS. UN ANCIEN3-FEUILLETEMPS.DAT
      *  DEJA PRESENT SIGNIFIE QUE CE FICHIER A DEJA ETE CONVERTI :
      *  IL EST SAUTE. UN FEUILLETEMPS.DAT ABSENT (PAS ENCORE DE
      *  SAISIE) N'A RIEN A CONVERTIR.
      ******************************************************************
       10000-CONVERTIR-FEUILLES.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "ANCIEN3-FEUILLETEMPS.DAT " W-SIZE.
           IF RETURN-CODE = 0
               DISPLAY "FEUILLETEMPS.DAT DEJA CONVERTI - SAUTE"
           ELSE
               CALL "CBL_CHECK_FILE_EXIST" USING "FEUILLETEMPS.DAT "
                                                  W-SIZE
               IF RETURN-CODE NOT = 0
                   DISPLAY "AUCUN FEUILLETEMPS.DAT A CONVERTIR - SAUTE"
               ELSE
                   CALL "CBL_RENAME_FILE" USING "FEUILLETEMPS.DAT "
                                          "ANCIEN3-FEUILLETEMPS.DAT "
                   CALL "CBL_RENAME_FILE" USING "FEUILLETEMPS.IDX "
                                          "ANCIEN3-FEUILLETEMPS.IDX "
                   OPEN INPUT  FICHIER-ANCIEN-FT
                   OPEN OUTPUT FICHIER-FEUILLES
                   MOVE 0 TO W-IND-FIN-FICHIER
                   PERFORM 11000-LIRE-ANCIENNE-FEUILLE
                   PERFORM 12000-REECRIRE-FEUILLE UNTIL W-FIN-FICHIER
                   CLOSE FICHIER-ANCIEN-FT FICHIER-FEUILLES
               END-IF
           END-IF.

       11000-LIRE-ANCIENNE-FEUILLE.
           READ FICHIER-ANCIEN-FT
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

      ******************************************************************
      *  REECRIT UNE FEUILLE AU NOUVEAU DESSIN : TOUS LES CHAMPS SONT
      *  REPRIS TELS QUELS (STATUT D'APPROBATION COMPRIS), SANS
      *  IMPUTATION. L'ORDRE DES CLES EST CONSERVE PUISQUE LA NOUVELLE
      *  PARTIE DE CLE EST A BLANC SUR TOUTES LES LIGNES.
      ******************************************************************
       12000-REECRIRE-FEUILLE.
           MOVE AF-CODE        TO FT-CODE.
           MOVE AF-ANNEE       TO FT-ANNEE.
           MOVE AF-PERIODE     TO FT-PERIODE.
           MOVE AF-GAIN        TO FT-GAIN.
           MOVE SPACES         TO FT-IMPUTATION.
           MOVE AF-HEURES      TO FT-HEURES.
           MOVE AF-MONTANT     TO FT-MONTANT.
           MOVE AF-STATUT-APPR TO FT-STATUT-APPR.
           MOVE AF-APPROBATEUR TO FT-APPROBATEUR.
           MOVE AF-RESERVE     TO FT-RESERVE.

           WRITE FT-FICHE-HEURES.
           ADD 1 TO W-COMPTE-FEUILLES.

           PERFORM 11000-LIRE-ANCIENNE-FEUILLE.

       90000-JOURNAL-FIN.
           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-FEUILLES TO W-JE-COMPTE.
           MOVE SPACES TO W-JE-RESULTAT.
           STRING "FEUILLES: "        DELIMITED BY SIZE
                  W-COMPTE-FEUILLES   DELIMITED BY SIZE
             INTO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.
