      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: REGISTRE DES FORMATIONS (FORMATIONS.DAT) : EMPLOYE,
      *          COURS (CODE ET TITRE), DATE, HEURES, COUT, DEPENSE
      *          ADMISSIBLE O/N A LA LOI SUR LES COMPETENCES (1 % DE
      *          LA MASSE SALARIALE, DECLFORMATION) ET, POUR UNE
      *          CERTIFICATION (CARISTE, SECOURISME...), SA DATE
      *          D'EXPIRATION. LA FORMATION LA PLUS RECENTE D'UN COURS
      *          REMPLACE LES PRECEDENTES : SON EXPIRATION EST CELLE
      *          QUE SUIT ECHEANCECERTIF. UNE FORMATION DEJA INSCRITE
      *          SE MODIFIE OU SE SUPPRIME.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIEFORMATIONS.

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

       SELECT FICHIER-FORMATIONS  ASSIGN TO "FORMATIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FO-CLE.

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
           05  EMP-RESTE               PIC X(142).

      *********************************************************
      * Registre des formations, une fiche par employe, cours
      * et date de formation. FO-ADMISSIBLE : O = depense
      * admissible au 1 % de la loi sur les competences.
      * FO-DATE-EXPIRATION : 0 = pas de certification.
      *********************************************************
       FD  FICHIER-FORMATIONS
       LABEL RECORD STANDARD.
       01  FO-FICHE-FORMATION.
           05  FO-CLE.
               10  FO-CODE             PIC X(6).
               10  FO-COURS            PIC X(8).
               10  FO-DATE             PIC 9(8).
           05  FO-TITRE                PIC X(30).
           05  FO-HEURES               PIC 9(3)V9.
           05  FO-COUT                 PIC 9(6)V99.
           05  FO-ADMISSIBLE           PIC X.
               88  FO-ADMISSIBLE-VALIDE        VALUE "O" "N".
           05  FO-DATE-EXPIRATION      PIC 9(8).
           05  FO-DATE-MAJ             PIC 9(8).
           05  FO-OPERATEUR            PIC X(8).
           05  FO-RESERVE              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-SAISIE     PIC 9   VALUE 0.
               88  W-FIN-SAISIE             VALUE 1.
           05  W-IND-EMP-ABSENT     PIC 9   VALUE 0.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-FO-ABSENT      PIC 9   VALUE 0.
               88  W-FO-ABSENT              VALUE 1.
           05  W-IND-DATE-ERR-MOIS  PIC 9   VALUE 0.
           05  W-IND-DATE-ERR-JOUR  PIC 9   VALUE 0.

       01  W-COMPTE-FORMATIONS      PIC 9(4) VALUE 0.
       01  W-DATE-DU-JOUR           PIC 9(8).

       01  W-FILE-DETAIL-FORMATIONS.
           05  W-SIZE-FORMATIONS    PIC X(8)   COMP-X.

      *********************************************************
      * Saisie : code employe, code du cours et date de la
      * formation (0 = aujourd'hui) ; pour une nouvelle
      * formation, titre, heures, cout, admissibilite et
      * expiration de la certification (0 = aucune) ; pour une
      * formation deja inscrite, action M (modifier) ou S
      * (supprimer).
      *********************************************************
       01  W-SAISIE-FORMATION.
           05  W-CODE-SAISI         PIC X(6).
           05  W-COURS-SAISI        PIC X(8).
           05  W-DATE-FO-SAISIE     PIC 9(8).
           05  W-TITRE-SAISI        PIC X(30).
           05  W-HEURES-SAISIES     PIC 9(3)V9.
           05  W-COUT-SAISI         PIC 9(6)V99.
           05  W-ADMISSIBLE-SAISI   PIC X.
               88  W-ADMISSIBLE-VALIDE         VALUE "O" "N".
           05  W-EXPIRATION-SAISIE  PIC 9(8).
           05  W-ACTION-SAISIE      PIC X.

       01  W-DATE-VALIDEE           PIC 9(8).
       01  W-MESSAGE-SAISIE         PIC X(40).

       01  W-LIGNE-FORMATION.
           05  W-LF-TITRE           PIC X(30).
           05  FILLER               PIC X(8)  VALUE " HEURES ".
           05  W-LF-HEURES          PIC ZZ9.9.
           05  FILLER               PIC X(7)  VALUE " COUT ".
           05  W-LF-COUT            PIC ZZZ,ZZ9.99.

       01  W-LIGNE-CERTIFICATION.
           05  FILLER               PIC X(12) VALUE "ADMISSIBLE ".
           05  W-LC-ADMISSIBLE      PIC X.
           05  FILLER               PIC X(15) VALUE "   EXPIRATION ".
           05  W-LC-EXPIRATION      PIC 9999/99/99.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "SAISIEFORMATIO".
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

           OPEN INPUT FICHIER-IDX.
           PERFORM 05000-OUVRIR-FORMATIONS.

           MOVE 0 TO W-IND-FIN-SAISIE W-COMPTE-FORMATIONS.
           PERFORM 10000-SAISIR-FORMATION UNTIL W-FIN-SAISIE.

           CLOSE FICHIER-IDX FICHIER-FORMATIONS.

           IF W-COMPTE-FORMATIONS > 0
               STRING W-COMPTE-FORMATIONS DELIMITED BY SIZE
                      " FORMATION(S) MISE(S) A JOUR" DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           ELSE
               MOVE "AUCUNE FORMATION MISE A JOUR" TO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-COMPTE-FORMATIONS TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       05000-OUVRIR-FORMATIONS.
           CALL "CBL_CHECK_FILE_EXIST" USING "FORMATIONS.DAT "
                                              W-SIZE-FORMATIONS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-FORMATIONS
           ELSE
               OPEN OUTPUT FICHIER-FORMATIONS
               CLOSE FICHIER-FORMATIONS
               OPEN I-O FICHIER-FORMATIONS
           END-IF.

      ******************************************************************
      *  SAISIT LE CODE DE L'EMPLOYE (BLANC = FIN), LE COURS ET LA
      *  DATE DE LA FORMATION : UNE FORMATION ABSENTE DU REGISTRE Y
      *  EST INSCRITE, UNE FORMATION DEJA INSCRITE EST AFFICHEE ET
      *  MISE A JOUR.
      ******************************************************************
       10000-SAISIR-FORMATION.
           MOVE SPACES TO W-SAISIE-FORMATION.
           MOVE 0 TO W-DATE-FO-SAISIE W-HEURES-SAISIES W-COUT-SAISI
                     W-EXPIRATION-SAISIE.

           DISPLAY "CODE EMPLOYE (BLANC = FIN)     : " AT 0805.
           DISPLAY "      "                            AT 0839.
           ACCEPT  W-CODE-SAISI AT 0839.

           IF W-CODE-SAISI = SPACES OR W-CODE-SAISI = LOW-VALUES
               MOVE 1 TO W-IND-FIN-SAISIE
           ELSE
               MOVE FUNCTION UPPER-CASE(W-CODE-SAISI) TO W-CODE-SAISI
               PERFORM 11000-LIRE-EMPLOYE
               IF W-EMP-ABSENT
                   DISPLAY "EMPLOYE INTROUVABLE                   "
                                                 AT 2005
               ELSE
                   DISPLAY EMP-NOM-PREN AT 0846
                   PERFORM 12000-SAISIR-COURS-DATE
               END-IF
           END-IF.

       11000-LIRE-EMPLOYE.
           MOVE 0 TO W-IND-EMP-ABSENT.
           MOVE W-CODE-SAISI TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
           END-READ.

       12000-SAISIR-COURS-DATE.
           DISPLAY "CODE DU COURS                : " AT 0905.
           DISPLAY "        "                        AT 0937.
           ACCEPT  W-COURS-SAISI AT 0937.
           MOVE FUNCTION UPPER-CASE(W-COURS-SAISI) TO W-COURS-SAISI.
           DISPLAY "DATE DE LA FORMATION (AAAAMMJJ, 0 = AUJOURD'HUI) : "
                                                          AT 1005.
           ACCEPT  W-DATE-FO-SAISIE AT 1056.
           IF W-DATE-FO-SAISIE = 0
               MOVE W-DATE-DU-JOUR TO W-DATE-FO-SAISIE
           END-IF.

           MOVE W-DATE-FO-SAISIE TO W-DATE-VALIDEE.
           PERFORM 40000-VALIDER-DATE.
           EVALUATE TRUE
               WHEN W-COURS-SAISI = SPACES OR W-COURS-SAISI = LOW-VALUES
                   DISPLAY "LE CODE DU COURS EST REQUIS           "
                                                 AT 2005
               WHEN W-IND-DATE-ERR-MOIS = 1 OR W-IND-DATE-ERR-JOUR = 1
                   DISPLAY "DATE DE FORMATION INVALIDE            "
                                                 AT 2005
               WHEN W-DATE-FO-SAISIE > W-DATE-DU-JOUR
                   DISPLAY "DATE DE FORMATION POSTERIEURE A AUJOURD'HUI"
                                                 AT 2005
               WHEN W-DATE-FO-SAISIE < EMP-DATE-ENGAGEMENT
                   DISPLAY "FORMATION ANTERIEURE A L'EMBAUCHE     "
                                                 AT 2005
               WHEN OTHER
                   MOVE 0 TO W-IND-FO-ABSENT
                   MOVE W-CODE-SAISI     TO FO-CODE
                   MOVE W-COURS-SAISI    TO FO-COURS
                   MOVE W-DATE-FO-SAISIE TO FO-DATE
                   READ FICHIER-FORMATIONS
                       INVALID KEY MOVE 1 TO W-IND-FO-ABSENT
                   END-READ
                   IF W-FO-ABSENT
                       PERFORM 20000-INSCRIRE-FORMATION
                   ELSE
                       PERFORM 30000-METTRE-A-JOUR-FORMATION
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *  NOUVELLE FORMATION : TITRE DU COURS, HEURES, COUT, DEPENSE
      *  ADMISSIBLE (O/N) ET EXPIRATION DE LA CERTIFICATION (0 =
      *  AUCUNE CERTIFICATION).
      ******************************************************************
       20000-INSCRIRE-FORMATION.
           PERFORM 21000-SAISIR-DETAIL.
           IF W-MESSAGE-SAISIE NOT = SPACES
               DISPLAY W-MESSAGE-SAISIE AT 2005
           ELSE
               INITIALIZE FO-FICHE-FORMATION
               MOVE W-CODE-SAISI     TO FO-CODE
               MOVE W-COURS-SAISI    TO FO-COURS
               MOVE W-DATE-FO-SAISIE TO FO-DATE
               PERFORM 22000-PORTER-DETAIL
               MOVE SPACES           TO FO-RESERVE
               WRITE FO-FICHE-FORMATION
                   INVALID KEY
                       DISPLAY "FORMATION DEJA INSCRITE A CETTE DATE  "
                                                 AT 2005
                   NOT INVALID KEY
                       ADD 1 TO W-COMPTE-FORMATIONS
                       DISPLAY "FORMATION INSCRITE AU REGISTRE        "
                                                 AT 2005
               END-WRITE
           END-IF.

      *SAISIE ET VALIDATION DU DETAIL ; W-MESSAGE-SAISIE RESTE A BLANC
      *SI TOUT EST CONFORME.
       21000-SAISIR-DETAIL.
           MOVE SPACES TO W-MESSAGE-SAISIE.
           DISPLAY "TITRE DU COURS               : " AT 1105.
           ACCEPT  W-TITRE-SAISI AT 1137.
           DISPLAY "HEURES DE FORMATION          : " AT 1205.
           ACCEPT  W-HEURES-SAISIES AT 1237.
           DISPLAY "COUT DE LA FORMATION         : " AT 1305.
           ACCEPT  W-COUT-SAISI AT 1337.
           DISPLAY "DEPENSE ADMISSIBLE AU 1 % (O/N) : " AT 1405.
           ACCEPT  W-ADMISSIBLE-SAISI AT 1440.
           DISPLAY "EXPIRATION CERTIFICATION (AAAAMMJJ, 0 = AUCUNE) : "
                                                          AT 1505.
           ACCEPT  W-EXPIRATION-SAISIE AT 1556.

           MOVE FUNCTION UPPER-CASE(W-TITRE-SAISI) TO W-TITRE-SAISI.
           MOVE FUNCTION UPPER-CASE(W-ADMISSIBLE-SAISI)
             TO W-ADMISSIBLE-SAISI.
           MOVE W-EXPIRATION-SAISIE TO W-DATE-VALIDEE.
           MOVE 0 TO W-IND-DATE-ERR-MOIS W-IND-DATE-ERR-JOUR.
           IF W-EXPIRATION-SAISIE NOT = 0
               PERFORM 40000-VALIDER-DATE
           END-IF.

           EVALUATE TRUE
               WHEN W-TITRE-SAISI = SPACES
                   MOVE "LE TITRE DU COURS EST REQUIS"
                     TO W-MESSAGE-SAISIE
               WHEN W-HEURES-SAISIES = 0
                   MOVE "LES HEURES DE FORMATION SONT REQUISES"
                     TO W-MESSAGE-SAISIE
               WHEN NOT W-ADMISSIBLE-VALIDE
                   MOVE "ADMISSIBLE : O OU N"
                     TO W-MESSAGE-SAISIE
               WHEN W-IND-DATE-ERR-MOIS = 1 OR W-IND-DATE-ERR-JOUR = 1
                   MOVE "DATE D'EXPIRATION INVALIDE"
                     TO W-MESSAGE-SAISIE
               WHEN W-EXPIRATION-SAISIE NOT = 0
                AND W-EXPIRATION-SAISIE NOT > W-DATE-FO-SAISIE
                   MOVE "EXPIRATION ANTERIEURE A LA FORMATION"
                     TO W-MESSAGE-SAISIE
           END-EVALUATE.

       22000-PORTER-DETAIL.
           MOVE W-TITRE-SAISI       TO FO-TITRE.
           MOVE W-HEURES-SAISIES    TO FO-HEURES.
           MOVE W-COUT-SAISI        TO FO-COUT.
           MOVE W-ADMISSIBLE-SAISI  TO FO-ADMISSIBLE.
           MOVE W-EXPIRATION-SAISIE TO FO-DATE-EXPIRATION.
           MOVE W-DATE-DU-JOUR      TO FO-DATE-MAJ.
           MOVE W-OPERATEUR         TO FO-OPERATEUR.

      ******************************************************************
      *  FORMATION DEJA INSCRITE : AFFICHE LA FICHE, PUIS M (RESAISIE
      *  DU DETAIL) OU S (SUPPRESSION) ; BLANC = AUCUN CHANGEMENT.
      ******************************************************************
       30000-METTRE-A-JOUR-FORMATION.
           PERFORM 31000-AFFICHER-FORMATION.

           DISPLAY "ACTION (M=MODIFIER S=SUPPRIMER BLANC=RIEN) : "
                                                 AT 1805.
           ACCEPT  W-ACTION-SAISIE AT 1851.
           MOVE FUNCTION UPPER-CASE(W-ACTION-SAISIE)
             TO W-ACTION-SAISIE.

           EVALUATE TRUE
               WHEN W-ACTION-SAISIE = "M"
                   PERFORM 32000-MODIFIER-FORMATION
               WHEN W-ACTION-SAISIE = "S"
                   DELETE FICHIER-FORMATIONS
                       INVALID KEY
                           DISPLAY "SUPPRESSION IMPOSSIBLE        "
                                                 AT 2005
                       NOT INVALID KEY
                           ADD 1 TO W-COMPTE-FORMATIONS
                           DISPLAY "FORMATION SUPPRIMEE DU REGISTRE"
                                                 AT 2005
                   END-DELETE
               WHEN OTHER
                   DISPLAY "AUCUN CHANGEMENT                      "
                                                 AT 2005
           END-EVALUATE.

       31000-AFFICHER-FORMATION.
           MOVE FO-TITRE           TO W-LF-TITRE.
           MOVE FO-HEURES          TO W-LF-HEURES.
           MOVE FO-COUT            TO W-LF-COUT.
           MOVE FO-ADMISSIBLE      TO W-LC-ADMISSIBLE.
           MOVE FO-DATE-EXPIRATION TO W-LC-EXPIRATION.
           DISPLAY W-LIGNE-FORMATION     AT 1605.
           DISPLAY W-LIGNE-CERTIFICATION AT 1705.

      *LA RESAISIE PART DES VALEURS DE LA FICHE.
       32000-MODIFIER-FORMATION.
           MOVE FO-TITRE           TO W-TITRE-SAISI.
           MOVE FO-HEURES          TO W-HEURES-SAISIES.
           MOVE FO-COUT            TO W-COUT-SAISI.
           MOVE FO-ADMISSIBLE      TO W-ADMISSIBLE-SAISI.
           MOVE FO-DATE-EXPIRATION TO W-EXPIRATION-SAISIE.
           PERFORM 21000-SAISIR-DETAIL.
           IF W-MESSAGE-SAISIE NOT = SPACES
               DISPLAY W-MESSAGE-SAISIE AT 2005
           ELSE
               PERFORM 22000-PORTER-DETAIL
               REWRITE FO-FICHE-FORMATION
               ADD 1 TO W-COMPTE-FORMATIONS
               PERFORM 31000-AFFICHER-FORMATION
               DISPLAY "FORMATION MODIFIEE                    "
                                                 AT 2005
           END-IF.

       40000-VALIDER-DATE.
           MOVE 0 TO W-IND-DATE-ERR-MOIS W-IND-DATE-ERR-JOUR.
           CALL "VALIDE-DATE" USING BY REFERENCE W-DATE-VALIDEE
                                               W-IND-DATE-ERR-MOIS
                                               W-IND-DATE-ERR-JOUR.
