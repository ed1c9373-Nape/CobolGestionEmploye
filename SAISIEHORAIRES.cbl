      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TENIR LES HORAIRES DE TRAVAIL (HORAIRES.DAT) : UN
      *          HORAIRE PAR EMPLOYE (TYPE "E", CODE EMPLOYE) OU PAR
      *          DEPARTEMENT (TYPE "D", CODE DU DEPARTEMENT), AVEC
      *          L'HEURE DE DEBUT ET DE FIN (HHMM) DE CHAQUE JOUR DU
      *          LUNDI AU DIMANCHE ET UNE TOLERANCE EN MINUTES. UN
      *          JOUR DONT LE DEBUT EGALE LA FIN EST UN JOUR DE
      *          CONGE ; UNE FIN AVANT LE DEBUT EST UN QUART QUI
      *          ENJAMBE MINUIT. L'HORAIRE DE L'EMPLOYE PREVAUT SUR
      *          CELUI DE SON DEPARTEMENT. LE RAPPORT DES EXCEPTIONS
      *          DE PRESENCE (RAPPORTPRESENCE) Y COMPARE LES
      *          POINCONS ET LES FEUILLES DE TEMPS.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIEHORAIRES.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-HORAIRES  ASSIGN TO "HORAIRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS HO-CLE.

       SELECT FICHIER-IDX  ASSIGN TO "EMPLOYES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EMP-CODE
               ALTERNATE RECORD KEY IS EMP-NOM-PREN
                          WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DATE-ENGAGEMENT
                          WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-REGION
                          WITH DUPLICATES
               FILE STATUS IS W-STATUT-EMPLOYES.

       SELECT FICHIER-DEPARTEMENTS  ASSIGN TO "DEPARTEMENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS DP-CODE
               FILE STATUS IS W-STATUT-DEPTS.

       DATA DIVISION.

       FILE SECTION.

       FD  FICHIER-HORAIRES
       LABEL RECORD STANDARD.
       01  HO-FICHE-HORAIRE.
           05  HO-CLE.
               10  HO-TYPE             PIC X.
               10  HO-CIBLE            PIC X(6).
           05  HO-DESCRIPTION          PIC X(20).
           05  HO-JOUR OCCURS 7 TIMES.
               10  HO-DEBUT            PIC 9(4).
               10  HO-FIN              PIC 9(4).
           05  HO-TOLERANCE            PIC 9(2).
           05  HO-RESERVE              PIC X(10).

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
           05  EMP-RESTE               PIC X(142).

       FD  FICHIER-DEPARTEMENTS
       LABEL RECORD STANDARD.
       01  DP-FICHE-DEPARTEMENT.
           05  DP-CODE                 PIC X(2).
           05  DP-NOM                  PIC X(20).
           05  DP-ACTIF                PIC X.

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-HO-ABSENT      PIC 9   VALUE 0.
               88  W-HO-ABSENT              VALUE 1.
           05  W-IND-CIBLE-ABSENTE  PIC 9   VALUE 0.
               88  W-CIBLE-ABSENTE          VALUE 1.
           05  W-IND-HEURES-VALIDES PIC 9   VALUE 0.
               88  W-HEURES-VALIDES         VALUE 1.

       01  W-STATUT-EMPLOYES        PIC XX.
           88  EMPLOYES-INEXISTANT          VALUE "35".

       01  W-STATUT-DEPTS           PIC XX.
           88  DEPTS-INEXISTANT             VALUE "35".

       01  W-COMPTE-HORAIRES        PIC 9(4) VALUE 0.

       01  W-FILE-DETAIL.
           05  W-SIZE-HORAIRES      PIC X(8)   COMP-X.

       01  W-NOMS-JOURS-VALEUR.
           05  FILLER               PIC X(8)  VALUE "LUNDI   ".
           05  FILLER               PIC X(8)  VALUE "MARDI   ".
           05  FILLER               PIC X(8)  VALUE "MERCREDI".
           05  FILLER               PIC X(8)  VALUE "JEUDI   ".
           05  FILLER               PIC X(8)  VALUE "VENDREDI".
           05  FILLER               PIC X(8)  VALUE "SAMEDI  ".
           05  FILLER               PIC X(8)  VALUE "DIMANCHE".
       01  W-NOMS-JOURS REDEFINES W-NOMS-JOURS-VALEUR.
           05  W-NOM-JOUR           PIC X(8)  OCCURS 7 TIMES.

      *********************************************************
      * Saisie : type E/D (blanc = fin), code, description
      * (vide = suppression), debut et fin de chaque jour,
      * tolerance en minutes.
      *********************************************************
       01  W-SAISIE-HORAIRE.
           05  W-TYPE-SAISI         PIC X.
               88  W-TYPE-EMPLOYE           VALUE "E".
               88  W-TYPE-DEPARTEMENT       VALUE "D".
           05  W-CIBLE-SAISIE       PIC X(6).
           05  W-DESC-SAISIE        PIC X(20).
           05  W-JOUR-SAISI OCCURS 7 TIMES.
               10  W-DEBUT-SAISI    PIC 9(4).
               10  W-DEBUT-R REDEFINES W-DEBUT-SAISI.
                   15  W-DEBUT-HH   PIC 99.
                   15  W-DEBUT-MM   PIC 99.
               10  W-HFIN-SAISIE    PIC 9(4).
               10  W-HFIN-R REDEFINES W-HFIN-SAISIE.
                   15  W-FIN-HH     PIC 99.
                   15  W-FIN-MM     PIC 99.
           05  W-TOLERANCE-SAISIE   PIC 9(2).
           05  W-POS-JOUR           PIC 9.
           05  W-LIGNE-ECRAN        PIC 99.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIEHORAIRES".
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

           PERFORM 05000-OUVRIR-HORAIRES.
           OPEN INPUT FICHIER-IDX.
           OPEN INPUT FICHIER-DEPARTEMENTS.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-HORAIRES.
           PERFORM 10000-SAISIR-HORAIRE UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-HORAIRES.
           IF NOT EMPLOYES-INEXISTANT
               CLOSE FICHIER-IDX
           END-IF.
           IF NOT DEPTS-INEXISTANT
               CLOSE FICHIER-DEPARTEMENTS
           END-IF.

           IF W-COMPTE-HORAIRES > 0
               STRING W-COMPTE-HORAIRES DELIMITED BY SIZE
                      " HORAIRE(S) MIS A JOUR"
                                        DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUN HORAIRE MIS A JOUR"
               TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-HORAIRES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  OUVRE LA TABLE EN MISE A JOUR ; ELLE EST CREEE VIDE AU TOUT
      *  PREMIER USAGE.
      ******************************************************************
       05000-OUVRIR-HORAIRES.
           CALL "CBL_CHECK_FILE_EXIST" USING "HORAIRES.DAT "
                                              W-SIZE-HORAIRES.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-HORAIRES
           ELSE
               OPEN OUTPUT FICHIER-HORAIRES
               CLOSE FICHIER-HORAIRES
               OPEN I-O FICHIER-HORAIRES
           END-IF.

      ******************************************************************
      *  SAISIT UN HORAIRE : TYPE (BLANC = FIN), CODE DE L'EMPLOYE
      *  OU DU DEPARTEMENT, DESCRIPTION (VIDE = SUPPRESSION), DEBUT
      *  ET FIN DE CHAQUE JOUR, TOLERANCE. UN HORAIRE DEJA A LA
      *  TABLE EST REMPLACE.
      ******************************************************************
       10000-SAISIR-HORAIRE.
           INITIALIZE W-SAISIE-HORAIRE.

           DISPLAY "TYPE (E=EMPLOYE, D=DEPT, BLANC = FIN) : " AT 0405.
           DISPLAY " "                                        AT 0446.
           ACCEPT  W-TYPE-SAISI AT 0446.

           IF W-TYPE-SAISI = SPACE OR W-TYPE-SAISI = LOW-VALUE
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-TYPE-SAISI) TO W-TYPE-SAISI
               DISPLAY "CODE DE L'EMPLOYE OU DU DEPARTEMENT   : "
                                                          AT 0505
               DISPLAY "      "                           AT 0546
               ACCEPT  W-CIBLE-SAISIE AT 0546
               MOVE FUNCTION UPPER-CASE(W-CIBLE-SAISIE)
                 TO W-CIBLE-SAISIE
               PERFORM 12000-VERIFIER-CIBLE
               EVALUATE TRUE
                   WHEN NOT W-TYPE-EMPLOYE AND NOT W-TYPE-DEPARTEMENT
                       DISPLAY "LE TYPE DOIT ETRE E OU D       "
                                                          AT 1805
                   WHEN W-CIBLE-ABSENTE
                       DISPLAY "EMPLOYE OU DEPARTEMENT INCONNU "
                                                          AT 1805
                   WHEN OTHER
                       PERFORM 14000-SAISIR-DETAIL
               END-EVALUATE
           END-IF.

      *L'EMPLOYE DOIT EXISTER AU FICHIER DU PERSONNEL, LE
      *DEPARTEMENT A SA TABLE.
       12000-VERIFIER-CIBLE.
           MOVE 0 TO W-IND-CIBLE-ABSENTE.
           EVALUATE TRUE
               WHEN W-TYPE-EMPLOYE
                   IF EMPLOYES-INEXISTANT
                       MOVE 1 TO W-IND-CIBLE-ABSENTE
                   ELSE
                       MOVE W-CIBLE-SAISIE TO EMP-CODE
                       READ FICHIER-IDX
                           INVALID KEY MOVE 1 TO W-IND-CIBLE-ABSENTE
                       END-READ
                   END-IF
               WHEN W-TYPE-DEPARTEMENT
                   IF DEPTS-INEXISTANT
                      OR W-CIBLE-SAISIE(3:4) NOT = SPACES
                       MOVE 1 TO W-IND-CIBLE-ABSENTE
                   ELSE
                       MOVE W-CIBLE-SAISIE(1:2) TO DP-CODE
                       READ FICHIER-DEPARTEMENTS
                           INVALID KEY MOVE 1 TO W-IND-CIBLE-ABSENTE
                       END-READ
                   END-IF
           END-EVALUATE.

       14000-SAISIR-DETAIL.
           DISPLAY "DESCRIPTION (VIDE = SUPPRIMER)        : " AT 0605.
           ACCEPT  W-DESC-SAISIE AT 0646.
           IF W-DESC-SAISIE = SPACES
               PERFORM 40000-SUPPRIMER-HORAIRE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-DESC-SAISIE)
                 TO W-DESC-SAISIE
               DISPLAY "JOUR       DEBUT (HHMM)  FIN (HHMM)"  AT 0705
               PERFORM VARYING W-POS-JOUR FROM 1 BY 1
                       UNTIL W-POS-JOUR > 7
                   COMPUTE W-LIGNE-ECRAN = W-POS-JOUR + 7
                   DISPLAY W-NOM-JOUR(W-POS-JOUR)
                           AT LINE W-LIGNE-ECRAN COLUMN 5
                   ACCEPT  W-DEBUT-SAISI(W-POS-JOUR)
                           AT LINE W-LIGNE-ECRAN COLUMN 20
                   ACCEPT  W-HFIN-SAISIE(W-POS-JOUR)
                           AT LINE W-LIGNE-ECRAN COLUMN 34
               END-PERFORM
               DISPLAY "TOLERANCE EN MINUTES                  : "
                                                      AT 1505
               ACCEPT  W-TOLERANCE-SAISIE AT 1546
               PERFORM 15000-VALIDER-HEURES
               IF W-HEURES-VALIDES
                   PERFORM 20000-ENREGISTRER-HORAIRE
                   ADD 1 TO W-COMPTE-HORAIRES
                   DISPLAY "HORAIRE MIS A JOUR             " AT 1805
               ELSE
                   DISPLAY "HEURE INVALIDE (0000 A 2359)   " AT 1805
               END-IF
           END-IF.

      *CHAQUE HEURE ENTRE 0000 ET 2359.
       15000-VALIDER-HEURES.
           MOVE 1 TO W-IND-HEURES-VALIDES.
           PERFORM VARYING W-POS-JOUR FROM 1 BY 1
                   UNTIL W-POS-JOUR > 7
               IF W-DEBUT-HH(W-POS-JOUR) > 23
                  OR W-DEBUT-MM(W-POS-JOUR) > 59
                  OR W-FIN-HH(W-POS-JOUR) > 23
                  OR W-FIN-MM(W-POS-JOUR) > 59
                   MOVE 0 TO W-IND-HEURES-VALIDES
               END-IF
           END-PERFORM.

       20000-ENREGISTRER-HORAIRE.
           MOVE 0 TO W-IND-HO-ABSENT.
           MOVE W-TYPE-SAISI   TO HO-TYPE.
           MOVE W-CIBLE-SAISIE TO HO-CIBLE.
           READ FICHIER-HORAIRES
               INVALID KEY MOVE 1 TO W-IND-HO-ABSENT
           END-READ.

           MOVE W-TYPE-SAISI   TO HO-TYPE.
           MOVE W-CIBLE-SAISIE TO HO-CIBLE.
           MOVE W-DESC-SAISIE  TO HO-DESCRIPTION.
           PERFORM VARYING W-POS-JOUR FROM 1 BY 1
                   UNTIL W-POS-JOUR > 7
               MOVE W-DEBUT-SAISI(W-POS-JOUR) TO HO-DEBUT(W-POS-JOUR)
               MOVE W-HFIN-SAISIE(W-POS-JOUR) TO HO-FIN(W-POS-JOUR)
           END-PERFORM.
           MOVE W-TOLERANCE-SAISIE TO HO-TOLERANCE.
           MOVE SPACES             TO HO-RESERVE.
           IF W-HO-ABSENT
               WRITE HO-FICHE-HORAIRE
           ELSE
               REWRITE HO-FICHE-HORAIRE
           END-IF.

       40000-SUPPRIMER-HORAIRE.
           MOVE 0 TO W-IND-HO-ABSENT.
           MOVE W-TYPE-SAISI   TO HO-TYPE.
           MOVE W-CIBLE-SAISIE TO HO-CIBLE.
           READ FICHIER-HORAIRES
               INVALID KEY MOVE 1 TO W-IND-HO-ABSENT
           END-READ.
           IF W-HO-ABSENT
               DISPLAY "AUCUN HORAIRE SOUS CE CODE     " AT 1805
           ELSE
               DELETE FICHIER-HORAIRES
               ADD 1 TO W-COMPTE-HORAIRES
               DISPLAY "HORAIRE SUPPRIME               " AT 1805
           END-IF.
