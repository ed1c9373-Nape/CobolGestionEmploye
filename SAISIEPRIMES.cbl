      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TENIR LA TABLE DES PRIMES DE QUART (PRIMESQUART.DAT)
      *          DE LA CONVENTION DE L'USINE : CODE DE GAIN DE LA
      *          PRIME (3 CARACTERES, ECRIT TEL QUEL SUR LA FEUILLE DE
      *          TEMPS), DESCRIPTION, PLAGE HORAIRE HHMM (DEBUT EGAL A
      *          LA FIN = JOURNEE ENTIERE ; FIN AVANT LE DEBUT = PLAGE
      *          QUI ENJAMBE MINUIT), JOURS DE LA SEMAINE VISES (O/N,
      *          DU LUNDI AU DIMANCHE), PRIME PAR HEURE ("H", EN
      *          DOLLARS) OU EN POURCENTAGE DU TAUX ("P"), STATUT.
      *          IMPORTPOINTAGE Y REPARTIT CHAQUE MINUTE POINCONNEE ;
      *          UNE MINUTE VISEE PAR DEUX PRIMES N'EN RECOIT QU'UNE,
      *          CELLE DONT LE CODE VIENT EN PREMIER. LES CODES DE
      *          GAIN DEJA EMPLOYES PAR LA FEUILLE DE TEMPS SONT
      *          REFUSES.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIEPRIMES.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-PRIMES  ASSIGN TO "PRIMESQUART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PQ-CODE.

       DATA DIVISION.

       FILE SECTION.

       FD  FICHIER-PRIMES
       LABEL RECORD STANDARD.
       01  PQ-FICHE-PRIME.
           05  PQ-CODE                 PIC X(3).
           05  PQ-DESCRIPTION          PIC X(20).
           05  PQ-HEURE-DEBUT          PIC 9(4).
           05  PQ-HEURE-FIN            PIC 9(4).
           05  PQ-JOURS                PIC X(7).
           05  PQ-TYPE                 PIC X.
           05  PQ-VALEUR               PIC 9(3)V99.
           05  PQ-ACTIF                PIC X.
           05  PQ-RESERVE              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-PQ-ABSENT      PIC 9   VALUE 0.
               88  W-PQ-ABSENT              VALUE 1.
           05  W-IND-JOURS-VALIDES  PIC 9   VALUE 0.
               88  W-JOURS-VALIDES          VALUE 1.

       01  W-COMPTE-PRIMES          PIC 9(4) VALUE 0.

       01  W-FILE-DETAIL.
           05  W-SIZE-PRIMES        PIC X(8)   COMP-X.

      *********************************************************
      * Saisie : code (blanc = fin), description (vide =
      * suppression), plage horaire, jours, type, valeur, statut.
      *********************************************************
       01  W-SAISIE-PRIME.
           05  W-CODE-SAISI         PIC X(3).
               88  W-CODE-RESERVE   VALUE "REG" "MAL" "SNS" "RPR"
                                          "BON" "COM" "CNE"
                                          "PRA" "VAC" "BQT".
           05  W-DESC-SAISIE        PIC X(20).
           05  W-DEBUT-SAISI        PIC 9(4).
           05  W-DEBUT-R REDEFINES W-DEBUT-SAISI.
               10  W-DEBUT-HH       PIC 99.
               10  W-DEBUT-MM       PIC 99.
           05  W-HFIN-SAISIE        PIC 9(4).
           05  W-HFIN-R REDEFINES W-HFIN-SAISIE.
               10  W-FIN-HH         PIC 99.
               10  W-FIN-MM         PIC 99.
           05  W-JOURS-SAISIS       PIC X(7).
           05  W-TYPE-SAISI         PIC X.
           05  W-VALEUR-SAISIE      PIC 9(3)V99.
           05  W-STATUT-SAISI       PIC X.
           05  W-POS-JOUR           PIC 9.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIEPRIMES".
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

           PERFORM 05000-OUVRIR-PRIMES.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-PRIMES.
           PERFORM 10000-SAISIR-PRIME UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-PRIMES.

           IF W-COMPTE-PRIMES > 0
               STRING W-COMPTE-PRIMES DELIMITED BY SIZE
                      " PRIME(S) DE QUART MISE(S) A JOUR"
                                      DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUNE PRIME DE QUART MISE A JOUR"
               TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-PRIMES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  OUVRE LA TABLE EN MISE A JOUR ; ELLE EST CREEE VIDE AU TOUT
      *  PREMIER USAGE.
      ******************************************************************
       05000-OUVRIR-PRIMES.
           CALL "CBL_CHECK_FILE_EXIST" USING "PRIMESQUART.DAT "
                                              W-SIZE-PRIMES.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-PRIMES
           ELSE
               OPEN OUTPUT FICHIER-PRIMES
               CLOSE FICHIER-PRIMES
               OPEN I-O FICHIER-PRIMES
           END-IF.

      ******************************************************************
      *  SAISIT UNE PRIME : CODE (BLANC = FIN), DESCRIPTION (VIDE =
      *  SUPPRESSION), PLAGE, JOURS, TYPE, VALEUR, STATUT. UNE PRIME
      *  DEJA A LA TABLE EST REMPLACEE.
      ******************************************************************
       10000-SAISIR-PRIME.
           MOVE SPACES TO W-CODE-SAISI W-DESC-SAISIE W-JOURS-SAISIS
                          W-TYPE-SAISI W-STATUT-SAISI.
           MOVE 0 TO W-DEBUT-SAISI W-HFIN-SAISIE W-VALEUR-SAISIE.

           DISPLAY "CODE DE LA PRIME (BLANC = FIN)  : " AT 0405.
           DISPLAY "   "                                AT 0440.
           ACCEPT  W-CODE-SAISI AT 0440.

           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               DISPLAY "DESCRIPTION (VIDE = SUPPRIMER)  : " AT 0605
               ACCEPT  W-DESC-SAISIE AT 0640
               IF W-DESC-SAISIE = SPACES
                   PERFORM 40000-SUPPRIMER-PRIME
               ELSE
                   DISPLAY "HEURE DE DEBUT (HHMM)           : " AT 0805
                   ACCEPT  W-DEBUT-SAISI AT 0840
                   DISPLAY "HEURE DE FIN   (HHMM)           : " AT 0905
                   ACCEPT  W-HFIN-SAISIE AT 0940
                   DISPLAY "JOURS LUN A DIM (EX. OOOOONN)   : " AT 1005
                   ACCEPT  W-JOURS-SAISIS AT 1040
                   DISPLAY "TYPE (H=$ PAR HEURE, P=% TAUX)  : " AT 1205
                   ACCEPT  W-TYPE-SAISI AT 1240
                   DISPLAY "VALEUR (DOLLARS OU POURCENTAGE) : " AT 1305
                   ACCEPT  W-VALEUR-SAISIE AT 1340
                   DISPLAY "STATUT (A=ACTIF, I=INACTIF)     : " AT 1405
                   ACCEPT  W-STATUT-SAISI AT 1440
                   MOVE FUNCTION UPPER-CASE(W-DESC-SAISIE)
                     TO W-DESC-SAISIE
                   MOVE FUNCTION UPPER-CASE(W-JOURS-SAISIS)
                     TO W-JOURS-SAISIS
                   MOVE FUNCTION UPPER-CASE(W-TYPE-SAISI)
                     TO W-TYPE-SAISI
                   MOVE FUNCTION UPPER-CASE(W-STATUT-SAISI)
                     TO W-STATUT-SAISI
                   PERFORM 15000-VALIDER-JOURS
                   EVALUATE TRUE
                       WHEN W-CODE-RESERVE
                           DISPLAY "CODE DE GAIN DEJA EMPLOYE      "
                                                     AT 1805
                       WHEN W-DEBUT-HH > 23 OR W-DEBUT-MM > 59
                         OR W-FIN-HH > 23 OR W-FIN-MM > 59
                           DISPLAY "HEURE INVALIDE (0000 A 2359)   "
                                                     AT 1805
                       WHEN NOT W-JOURS-VALIDES
                           DISPLAY "JOURS : 7 x O/N, AU MOINS UN O "
                                                     AT 1805
                       WHEN W-TYPE-SAISI NOT = "H"
                        AND W-TYPE-SAISI NOT = "P"
                           DISPLAY "LE TYPE DOIT ETRE H OU P       "
                                                     AT 1805
                       WHEN W-VALEUR-SAISIE = 0
                           DISPLAY "LA VALEUR EST OBLIGATOIRE      "
                                                     AT 1805
                       WHEN W-STATUT-SAISI NOT = "A"
                        AND W-STATUT-SAISI NOT = "I"
                           DISPLAY "LE STATUT DOIT ETRE A OU I     "
                                                     AT 1805
                       WHEN OTHER
                           PERFORM 20000-ENREGISTRER-PRIME
                           ADD 1 TO W-COMPTE-PRIMES
                           DISPLAY "PRIME MISE A JOUR              "
                                                     AT 1805
                   END-EVALUATE
               END-IF
           END-IF.

      *SEPT POSITIONS O OU N, DU LUNDI AU DIMANCHE, DONT AU MOINS
      *UN JOUR VISE.
       15000-VALIDER-JOURS.
           MOVE 1 TO W-IND-JOURS-VALIDES.
           PERFORM VARYING W-POS-JOUR FROM 1 BY 1
                   UNTIL W-POS-JOUR > 7
               IF W-JOURS-SAISIS(W-POS-JOUR:1) NOT = "O"
                  AND W-JOURS-SAISIS(W-POS-JOUR:1) NOT = "N"
                   MOVE 0 TO W-IND-JOURS-VALIDES
               END-IF
           END-PERFORM.
           IF W-JOURS-SAISIS = "NNNNNNN"
               MOVE 0 TO W-IND-JOURS-VALIDES
           END-IF.

       20000-ENREGISTRER-PRIME.
           MOVE 0 TO W-IND-PQ-ABSENT.
           MOVE W-CODE-SAISI TO PQ-CODE.
           READ FICHIER-PRIMES
               INVALID KEY MOVE 1 TO W-IND-PQ-ABSENT
           END-READ.

           MOVE W-CODE-SAISI    TO PQ-CODE.
           MOVE W-DESC-SAISIE   TO PQ-DESCRIPTION.
           MOVE W-DEBUT-SAISI   TO PQ-HEURE-DEBUT.
           MOVE W-HFIN-SAISIE   TO PQ-HEURE-FIN.
           MOVE W-JOURS-SAISIS  TO PQ-JOURS.
           MOVE W-TYPE-SAISI    TO PQ-TYPE.
           MOVE W-VALEUR-SAISIE TO PQ-VALEUR.
           MOVE W-STATUT-SAISI  TO PQ-ACTIF.
           MOVE SPACES          TO PQ-RESERVE.
           IF W-PQ-ABSENT
               WRITE PQ-FICHE-PRIME
           ELSE
               REWRITE PQ-FICHE-PRIME
           END-IF.

       40000-SUPPRIMER-PRIME.
           MOVE 0 TO W-IND-PQ-ABSENT.
           MOVE W-CODE-SAISI TO PQ-CODE.
           READ FICHIER-PRIMES
               INVALID KEY MOVE 1 TO W-IND-PQ-ABSENT
           END-READ.
           IF W-PQ-ABSENT
               DISPLAY "AUCUNE PRIME SOUS CE CODE      " AT 1805
           ELSE
               DELETE FICHIER-PRIMES
               ADD 1 TO W-COMPTE-PRIMES
               DISPLAY "PRIME SUPPRIMEE                " AT 1805
           END-IF.
