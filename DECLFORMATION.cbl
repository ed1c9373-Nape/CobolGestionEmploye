      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: ETAT ANNUEL DE LA PARTICIPATION AU DEVELOPPEMENT DES
      *          COMPETENCES (DeclFormation.doc, LOI SUR LES
      *          COMPETENCES). PAR EMPLOYEUR (PAR LE GROUPE DE PAYE
      *          DE L'EMPLOYE), LA MASSE SALARIALE DE L'ANNEE EST
      *          TIREE DU REGISTRE CUMULATIF (OU DU REGISTRE
      *          D'ARCHIVE SI L'ANNEE EST FERMEE) ET COMPAREE AU
      *          SEUIL D'ASSUJETTISSEMENT ; UN EMPLOYEUR ASSUJETTI
      *          DOIT CONSACRER 1 % DE SA MASSE SALARIALE A DES
      *          FORMATIONS ADMISSIBLES. LES DEPENSES ADMISSIBLES DE
      *          L'ANNEE SONT CELLES DU REGISTRE DES FORMATIONS
      *          (FORMATIONS.DAT, SAISIEFORMATIONS) ; LA DIFFERENCE
      *          EST LE MONTANT A VERSER AU FDRCMO. LES FORMATIONS
      *          ADMISSIBLES SONT LISTEES EN ANNEXE.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLFORMATION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-REGISTRE  ASSIGN TO "REGISTRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CLE
               FILE STATUS IS W-STATUT-REGISTRE.

       SELECT FICHIER-REG-ARCHIVE  ASSIGN TO "REGARCHIVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CLE
               FILE STATUS IS W-STATUT-ARCHIVE.

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FO-CLE.

       SELECT FICHIER-ANNEES  ASSIGN TO "ANNEESCLOSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-ANNEES.

       SELECT RAPPORT-DECL  ASSIGN TO "DeclFormation.doc"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-GROUPES  ASSIGN TO "GROUPESPAYE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS GP-CODE.

       SELECT FICHIER-EMPLOYEURS  ASSIGN TO "EMPLOYEURS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS EM-CODE.

       DATA DIVISION.

       FILE SECTION.

       FD  FICHIER-REGISTRE
       LABEL RECORD STANDARD.
       01  REG-FICHE-CUMUL.
           05  REG-CLE.
               10  REG-CODE            PIC X(6).
               10  REG-ANNEE           PIC 9(4).
           05  REG-CUMUL-HEURES        PIC 9(7).
           05  REG-CUMUL-BRUT          PIC 9(9)V99.
           05  REG-RESTE               PIC X(139).

       FD  FICHIER-REG-ARCHIVE
       LABEL RECORD STANDARD.
       01  RA-FICHE-CUMUL.
           05  RA-CLE.
               10  RA-CODE             PIC X(6).
               10  RA-ANNEE            PIC 9(4).
           05  RA-CUMUL-HEURES         PIC 9(7).
           05  RA-CUMUL-BRUT           PIC 9(9)V99.
           05  RA-RESTE                PIC X(139).

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
           05  EMP-RESTE-1             PIC X(126).
           05  EMP-GROUPE-PAYE         PIC X(2).
           05  EMP-RESTE-2             PIC X(14).

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
               88  FO-ADMISSIBLE-OUI           VALUE "O".
           05  FO-DATE-EXPIRATION      PIC 9(8).
           05  FO-DATE-MAJ             PIC 9(8).
           05  FO-OPERATEUR            PIC X(8).
           05  FO-RESERVE              PIC X(10).

       FD  FICHIER-ANNEES
       LABEL RECORD STANDARD.
       01  ANNEE-CLOSE-LIGNE.
           05  AC-ANNEE                PIC 9(4).

       FD  RAPPORT-DECL.
       01  LIGNE-DECL                  PIC X(120).

       FD  FICHIER-GROUPES
       LABEL RECORD STANDARD.
       01  GP-FICHE-GROUPE.
           05  GP-CODE                 PIC X(2).
           05  GP-NOM                  PIC X(20).
           05  GP-NB-PERIODES-AN      PIC 9(2).
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

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-ANNEE-CLOSE    PIC 9.
               88  W-ANNEE-CLOSE            VALUE 1.
           05  W-IND-EM-TROUVE      PIC 9.
               88  W-EM-TROUVE              VALUE 1.
           05  W-IND-SANS-EMPLOYEURS PIC 9  VALUE 0.
               88  W-SANS-EMPLOYEURS        VALUE 1.
           05  W-IND-SANS-GROUPES   PIC 9   VALUE 0.
               88  W-SANS-GROUPES           VALUE 1.
           05  W-IND-FORMATIONS     PIC 9   VALUE 0.
               88  W-FORMATIONS-PRESENTES   VALUE 1.

       01  W-STATUT-REGISTRE        PIC XX.
           88  REGISTRE-OK                  VALUE "00".
           88  REGISTRE-INEXISTANT          VALUE "35".
       01  W-STATUT-ARCHIVE         PIC XX.
           88  ARCHIVE-OK                   VALUE "00".
           88  ARCHIVE-INEXISTANT           VALUE "35".
       01  W-STATUT-ANNEES          PIC XX.
           88  ANNEES-OK                    VALUE "00".

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-ANNEE-COURANTE         PIC 9(4).
       01  W-ANNEE-DEMANDEE         PIC 9(4).

      *********************************************************
      * Loi sur les competences : un employeur dont la masse
      * salariale de l'annee depasse le seuil doit consacrer 1 %
      * de cette masse a des formations admissibles.
      *********************************************************
       01  W-SEUIL-ASSUJETTI        PIC 9(9)V99  VALUE 2000000.
       01  W-TAUX-PARTICIPATION     PIC V99      VALUE .01.

      *********************************************************
      * Employeurs declares (par le groupe de paye de chaque
      * employe ; 01 a defaut, avec son nom historique), leur
      * masse salariale et leurs formations de l'annee.
      *********************************************************
       01  W-TABLE-EMPLOYEURS.
           05  W-NB-EM              PIC 99     VALUE 0.
           05  W-EM-ENTREE OCCURS 50 TIMES
                                    INDEXED BY W-IDX-EM.
               10  W-EM-CODE        PIC X(2).
               10  W-EM-NOM         PIC X(30).
               10  W-EM-NE          PIC X(15).
               10  W-EM-EMPLOYES    PIC 9(5).
               10  W-EM-MASSE       PIC 9(11)V99.
               10  W-EM-NB-FORM     PIC 9(5).
               10  W-EM-HEURES      PIC 9(7)V9.
               10  W-EM-COUT        PIC 9(9)V99.
               10  W-EM-ADMISSIBLE  PIC 9(9)V99.

       01  W-EMPLOYEUR-COURANT      PIC X(2).
       01  W-FILE-DETAIL-EMPLOYEURS.
           05  W-SIZE-EMPLOYEURS    PIC X(8)   COMP-X.
           05  W-SIZE-GROUPES       PIC X(8)   COMP-X.
           05  W-SIZE-FORMATIONS    PIC X(8)   COMP-X.

       01  W-CALCUL.
           05  W-MASSE-EMPLOYE      PIC 9(9)V99.
           05  W-OBLIGATION         PIC 9(9)V99.
           05  W-MONTANT-DU         PIC 9(9)V99.
           05  W-TOTAL-EMPLOYES     PIC 9(5).
           05  W-TOTAL-ADMISSIBLES  PIC 9(5).
           05  W-TOTAL-DU           PIC 9(11)V99.

       01  W-EDITION.
           05  W-ED-MONTANT         PIC $$$,$$$,$$9.99.
           05  W-ED-NB              PIC ZZZZ9.
           05  W-ED-HEURES          PIC Z,ZZZ,ZZ9.9.

       01  W-LIGNE-ANNEXE.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LA-EMPLOYEUR       PIC X(2).
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LA-CODE            PIC X(6).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LA-NOM             PIC X(20).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LA-PREN            PIC X(15).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LA-COURS           PIC X(8).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LA-DATE            PIC 9999/99/99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LA-HEURES          PIC ZZ9.9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LA-COUT            PIC ZZZ,ZZ9.99.

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "DECLFORMATION".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "DeclFormation.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "DECLFORMATION".
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

           MOVE 0 TO W-ANNEE-DEMANDEE.
           DISPLAY "ANNEE A DECLARER (AAAA, 0 = PRECEDENTE) : "
                                    AT 0405.
           ACCEPT  W-ANNEE-DEMANDEE AT 0449.
           IF W-ANNEE-DEMANDEE = 0
               COMPUTE W-ANNEE-DEMANDEE = W-ANNEE-COURANTE - 1
           END-IF.

           PERFORM 07000-VERIFIER-ANNEE-CLOSE.

           OPEN INPUT FICHIER-IDX.
           PERFORM 08000-OUVRIR-EMPLOYEURS.
           INITIALIZE W-TABLE-EMPLOYEURS.
           MOVE 0 TO W-TOTAL-EMPLOYES W-TOTAL-ADMISSIBLES W-TOTAL-DU.

           IF W-ANNEE-CLOSE
               PERFORM 10000-BALAYER-ARCHIVE
           ELSE
               PERFORM 20000-BALAYER-REGISTRE
           END-IF.

           CALL "CBL_CHECK_FILE_EXIST" USING "FORMATIONS.DAT "
                                              W-SIZE-FORMATIONS.
           IF RETURN-CODE = 0
               MOVE 1 TO W-IND-FORMATIONS
               PERFORM 40000-CUMULER-FORMATIONS
           END-IF.

      *SANS AUCUN SALAIRE NI FORMATION, L'ETAT (A ZERO) RESTE CELUI
      *DE L'EMPLOYEUR 01.
           IF W-NB-EM = 0
               MOVE "01" TO W-EMPLOYEUR-COURANT
               PERFORM 36000-TROUVER-EMPLOYEUR
           END-IF.
           PERFORM 70000-ECRIRE-ETAT.

           CLOSE FICHIER-IDX.
           IF NOT W-SANS-GROUPES
               CLOSE FICHIER-GROUPES
           END-IF.
           IF NOT W-SANS-EMPLOYEURS
               CLOSE FICHIER-EMPLOYEURS
           END-IF.

           MOVE W-TOTAL-DU TO W-ED-MONTANT.
           STRING "ETAT 1 % FORMATION " DELIMITED BY SIZE
                  W-ANNEE-DEMANDEE      DELIMITED BY SIZE
                  " PRODUIT, A VERSER AU FDRCMO : "
                                        DELIMITED BY SIZE
                  W-ED-MONTANT          DELIMITED BY SIZE
             INTO W-MESSAGE-ERREUR.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-TOTAL-ADMISSIBLES TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

       07000-VERIFIER-ANNEE-CLOSE.
           MOVE 0 TO W-IND-ANNEE-CLOSE W-IND-FIN-FICHIER.
           OPEN INPUT FICHIER-ANNEES.
           IF ANNEES-OK
               PERFORM UNTIL W-FIN-FICHIER
                   READ FICHIER-ANNEES
                       AT END MOVE 1 TO W-IND-FIN-FICHIER
                       NOT AT END
                           IF AC-ANNEE = W-ANNEE-DEMANDEE
                               MOVE 1 TO W-IND-ANNEE-CLOSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ANNEES
           END-IF.

       08000-OUVRIR-EMPLOYEURS.
           CALL "CBL_CHECK_FILE_EXIST" USING "EMPLOYEURS.DAT "
                                              W-SIZE-EMPLOYEURS.
           IF RETURN-CODE = 0
               MOVE 0 TO W-IND-SANS-EMPLOYEURS
               OPEN INPUT FICHIER-EMPLOYEURS
           ELSE
               MOVE 1 TO W-IND-SANS-EMPLOYEURS
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING "GROUPESPAYE.DAT "
                                              W-SIZE-GROUPES.
           IF RETURN-CODE = 0
               MOVE 0 TO W-IND-SANS-GROUPES
               OPEN INPUT FICHIER-GROUPES
           ELSE
               MOVE 1 TO W-IND-SANS-GROUPES
           END-IF.

      ******************************************************************
      *  BALAYE LE REGISTRE D'ARCHIVE (ANNEE FERMEE) OU LE REGISTRE
      *  VIVANT : LE BRUT CUMULE DE L'ANNEE DE CHAQUE EMPLOYE S'AJOUTE
      *  A LA MASSE SALARIALE DE SON EMPLOYEUR.
      ******************************************************************
       10000-BALAYER-ARCHIVE.
           MOVE 0 TO W-IND-FIN-FICHIER.
           OPEN INPUT FICHIER-REG-ARCHIVE.
           IF ARCHIVE-INEXISTANT
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO RA-CLE
               START FICHIER-REG-ARCHIVE KEY IS NOT LESS THAN RA-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
               END-START
               PERFORM 11000-LIRE-ARCHIVE
               PERFORM UNTIL W-FIN-FICHIER
                   IF RA-ANNEE = W-ANNEE-DEMANDEE
                       MOVE RA-CODE       TO EMP-CODE
                       MOVE RA-CUMUL-BRUT TO W-MASSE-EMPLOYE
                       PERFORM 30000-CUMULER-EMPLOYE
                   END-IF
                   PERFORM 11000-LIRE-ARCHIVE
               END-PERFORM
               CLOSE FICHIER-REG-ARCHIVE
           END-IF.

       11000-LIRE-ARCHIVE.
           READ FICHIER-REG-ARCHIVE NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       20000-BALAYER-REGISTRE.
           MOVE 0 TO W-IND-FIN-FICHIER.
           OPEN INPUT FICHIER-REGISTRE.
           IF REGISTRE-INEXISTANT
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO REG-CLE
               START FICHIER-REGISTRE KEY IS NOT LESS THAN REG-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
               END-START
               PERFORM 21000-LIRE-REGISTRE
               PERFORM UNTIL W-FIN-FICHIER
                   IF REG-ANNEE = W-ANNEE-DEMANDEE
                       MOVE REG-CODE       TO EMP-CODE
                       MOVE REG-CUMUL-BRUT TO W-MASSE-EMPLOYE
                       PERFORM 30000-CUMULER-EMPLOYE
                   END-IF
                   PERFORM 21000-LIRE-REGISTRE
               END-PERFORM
               CLOSE FICHIER-REGISTRE
           END-IF.

       21000-LIRE-REGISTRE.
           READ FICHIER-REGISTRE NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       30000-CUMULER-EMPLOYE.
           PERFORM 34000-LIRE-EMPLOYE.
           ADD 1 TO W-EM-EMPLOYES(W-IDX-EM).
           ADD W-MASSE-EMPLOYE TO W-EM-MASSE(W-IDX-EM).
           ADD 1 TO W-TOTAL-EMPLOYES.

      *LIT LA FICHE DE EMP-CODE ET POSITIONNE W-IDX-EM SUR SON
      *EMPLOYEUR (01 SI LA FICHE N'EST PLUS AU MAITRE).
       34000-LIRE-EMPLOYE.
           MOVE "01" TO W-EMPLOYEUR-COURANT.
           READ FICHIER-IDX
               INVALID KEY MOVE SPACES TO EMP-NOM EMP-PREN
               NOT INVALID KEY PERFORM 35000-EMPLOYEUR-EMPLOYE
           END-READ.
           PERFORM 36000-TROUVER-EMPLOYEUR.

      ******************************************************************
      *  EMPLOYEUR DE L'EMPLOYE PAR SON GROUPE DE PAYE (GROUPE 01 POUR
      *  UNE FICHE SANS GROUPE, EMPLOYEUR 01 POUR UN GROUPE SANS
      *  EMPLOYEUR OU SANS TABLE DES GROUPES).
      ******************************************************************
       35000-EMPLOYEUR-EMPLOYE.
           IF NOT W-SANS-GROUPES
               MOVE EMP-GROUPE-PAYE TO GP-CODE
               IF GP-CODE = SPACES OR GP-CODE = LOW-VALUES
                   MOVE "01" TO GP-CODE
               END-IF
               READ FICHIER-GROUPES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF GP-EMPLOYEUR NOT = SPACES
                          AND GP-EMPLOYEUR NOT = LOW-VALUES
                           MOVE GP-EMPLOYEUR TO W-EMPLOYEUR-COURANT
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      *  TROUVE (OU AJOUTE, AVEC SON NOM ET SON NUMERO D'ENTREPRISE)
      *  LA CASE DE L'EMPLOYEUR COURANT.
      ******************************************************************
       36000-TROUVER-EMPLOYEUR.
           MOVE 0 TO W-IND-EM-TROUVE.
           PERFORM VARYING W-IDX-EM FROM 1 BY 1
                   UNTIL W-IDX-EM > W-NB-EM OR W-EM-TROUVE
               IF W-EM-CODE(W-IDX-EM) = W-EMPLOYEUR-COURANT
                   MOVE 1 TO W-IND-EM-TROUVE
               END-IF
           END-PERFORM.
           IF W-EM-TROUVE
               SET W-IDX-EM DOWN BY 1
           ELSE
               IF W-NB-EM < 50
                   ADD 1 TO W-NB-EM
                   SET W-IDX-EM TO W-NB-EM
                   MOVE W-EMPLOYEUR-COURANT TO W-EM-CODE(W-IDX-EM)
                   MOVE SPACES TO W-EM-NOM(W-IDX-EM)
                                  W-EM-NE(W-IDX-EM)
                   MOVE 0 TO W-EM-EMPLOYES(W-IDX-EM)
                             W-EM-MASSE(W-IDX-EM)
                             W-EM-NB-FORM(W-IDX-EM)
                             W-EM-HEURES(W-IDX-EM)
                             W-EM-COUT(W-IDX-EM)
                             W-EM-ADMISSIBLE(W-IDX-EM)
                   IF W-EMPLOYEUR-COURANT = "01"
                       MOVE "CRACK-INFO" TO W-EM-NOM(W-IDX-EM)
                   END-IF
                   IF NOT W-SANS-EMPLOYEURS
                       MOVE W-EMPLOYEUR-COURANT TO EM-CODE
                       READ FICHIER-EMPLOYEURS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE EM-NOM TO W-EM-NOM(W-IDX-EM)
                               MOVE EM-NE  TO W-EM-NE(W-IDX-EM)
                       END-READ
                   END-IF
               ELSE
                   SET W-IDX-EM TO 1
               END-IF
           END-IF.

      ******************************************************************
      *  FORMATIONS DE L'ANNEE (PAR LEUR DATE) : TOUTES SONT COMPTEES
      *  A L'EMPLOYEUR DE L'EMPLOYE, SEULES LES ADMISSIBLES ENTRENT
      *  DANS LA DEPENSE QUI SE COMPARE AU 1 %.
      ******************************************************************
       40000-CUMULER-FORMATIONS.
           MOVE 0 TO W-IND-FIN-FICHIER.
           OPEN INPUT FICHIER-FORMATIONS.
           PERFORM 41000-LIRE-FORMATION.
           PERFORM UNTIL W-FIN-FICHIER
               IF FO-DATE(1:4) = W-ANNEE-DEMANDEE
                   MOVE FO-CODE TO EMP-CODE
                   PERFORM 34000-LIRE-EMPLOYE
                   ADD 1         TO W-EM-NB-FORM(W-IDX-EM)
                   ADD FO-HEURES TO W-EM-HEURES(W-IDX-EM)
                   ADD FO-COUT   TO W-EM-COUT(W-IDX-EM)
                   IF FO-ADMISSIBLE-OUI
                       ADD FO-COUT TO W-EM-ADMISSIBLE(W-IDX-EM)
                       ADD 1 TO W-TOTAL-ADMISSIBLES
                   END-IF
               END-IF
               PERFORM 41000-LIRE-FORMATION
           END-PERFORM.
           CLOSE FICHIER-FORMATIONS.

       41000-LIRE-FORMATION.
           READ FICHIER-FORMATIONS NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

      ******************************************************************
      *  ECRIT L'ETAT : UNE SECTION PAR EMPLOYEUR (MASSE SALARIALE,
      *  ASSUJETTISSEMENT, OBLIGATION DE 1 %, DEPENSES ADMISSIBLES ET
      *  MONTANT A VERSER), PUIS L'ANNEXE DES FORMATIONS ADMISSIBLES.
      ******************************************************************
       70000-ECRIRE-ETAT.
           OPEN OUTPUT RAPPORT-DECL.

           PERFORM 71000-ECRIRE-EMPLOYEUR
               VARYING W-IDX-EM FROM 1 BY 1
               UNTIL W-IDX-EM > W-NB-EM.

           PERFORM 75000-ECRIRE-ANNEXE.

           CLOSE RAPPORT-DECL.

           MOVE W-ANNEE-DEMANDEE TO W-SP-PERIODE.
           CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                     W-SP-PERIODE W-SP-OPERATEUR.

       71000-ECRIRE-EMPLOYEUR.
           MOVE SPACES TO LIGNE-DECL.
           STRING "** PARTICIPATION AU DEVELOPPEMENT DES COMPETENCES "
                                    DELIMITED BY SIZE
                  W-ANNEE-DEMANDEE  DELIMITED BY SIZE
                  " - "             DELIMITED BY SIZE
                  W-EM-NOM(W-IDX-EM) DELIMITED BY "  "
                  " **"             DELIMITED BY SIZE
             INTO LIGNE-DECL.
           IF W-IDX-EM = 1
               WRITE LIGNE-DECL
           ELSE
               WRITE LIGNE-DECL AFTER ADVANCING PAGE
           END-IF.

           MOVE SPACES TO LIGNE-DECL.
           STRING "   EMPLOYEUR "   DELIMITED BY SIZE
                  W-EM-CODE(W-IDX-EM) DELIMITED BY SIZE
                  "   NUMERO D'ENTREPRISE : " DELIMITED BY SIZE
                  W-EM-NE(W-IDX-EM) DELIMITED BY SIZE
             INTO LIGNE-DECL.
           WRITE LIGNE-DECL AFTER ADVANCING 1 LINE.

           MOVE W-EM-MASSE(W-IDX-EM)    TO W-ED-MONTANT.
           MOVE W-EM-EMPLOYES(W-IDX-EM) TO W-ED-NB.
           MOVE SPACES TO LIGNE-DECL.
           STRING "   MASSE SALARIALE DE L'ANNEE ("
                                     DELIMITED BY SIZE
                  W-ED-NB            DELIMITED BY SIZE
                  " EMPLOYES) : "    DELIMITED BY SIZE
                  W-ED-MONTANT       DELIMITED BY SIZE
             INTO LIGNE-DECL.
           WRITE LIGNE-DECL AFTER ADVANCING 2 LINES.

           MOVE W-SEUIL-ASSUJETTI TO W-ED-MONTANT.
           MOVE SPACES TO LIGNE-DECL.
           STRING "   SEUIL D'ASSUJETTISSEMENT : "
                                     DELIMITED BY SIZE
                  W-ED-MONTANT       DELIMITED BY SIZE
             INTO LIGNE-DECL.
           WRITE LIGNE-DECL AFTER ADVANCING 1 LINE.

           MOVE W-EM-NB-FORM(W-IDX-EM) TO W-ED-NB.
           MOVE W-EM-HEURES(W-IDX-EM)  TO W-ED-HEURES.
           MOVE W-EM-COUT(W-IDX-EM)    TO W-ED-MONTANT.
           MOVE SPACES TO LIGNE-DECL.
           STRING "   FORMATIONS DE L'ANNEE : " DELIMITED BY SIZE
                  W-ED-NB            DELIMITED BY SIZE
                  "   HEURES : "     DELIMITED BY SIZE
                  W-ED-HEURES        DELIMITED BY SIZE
                  "   COUT TOTAL : " DELIMITED BY SIZE
                  W-ED-MONTANT       DELIMITED BY SIZE
             INTO LIGNE-DECL.
           WRITE LIGNE-DECL AFTER ADVANCING 2 LINES.

           MOVE W-EM-ADMISSIBLE(W-IDX-EM) TO W-ED-MONTANT.
           MOVE SPACES TO LIGNE-DECL.
           STRING "   DEPENSES DE FORMATION ADMISSIBLES : "
                                     DELIMITED BY SIZE
                  W-ED-MONTANT       DELIMITED BY SIZE
             INTO LIGNE-DECL.
           WRITE LIGNE-DECL AFTER ADVANCING 1 LINE.

           IF W-EM-MASSE(W-IDX-EM) > W-SEUIL-ASSUJETTI
               COMPUTE W-OBLIGATION ROUNDED =
                   W-EM-MASSE(W-IDX-EM) * W-TAUX-PARTICIPATION
               IF W-OBLIGATION > W-EM-ADMISSIBLE(W-IDX-EM)
                   COMPUTE W-MONTANT-DU =
                       W-OBLIGATION - W-EM-ADMISSIBLE(W-IDX-EM)
               ELSE
                   MOVE 0 TO W-MONTANT-DU
               END-IF
               ADD W-MONTANT-DU TO W-TOTAL-DU

               MOVE W-OBLIGATION TO W-ED-MONTANT
               MOVE SPACES TO LIGNE-DECL
               STRING "   OBLIGATION (1 % DE LA MASSE SALARIALE) : "
                                         DELIMITED BY SIZE
                      W-ED-MONTANT       DELIMITED BY SIZE
                 INTO LIGNE-DECL
               WRITE LIGNE-DECL AFTER ADVANCING 1 LINE

               MOVE W-MONTANT-DU TO W-ED-MONTANT
               MOVE SPACES TO LIGNE-DECL
               STRING "   MONTANT A VERSER AU FDRCMO : "
                                         DELIMITED BY SIZE
                      W-ED-MONTANT       DELIMITED BY SIZE
                 INTO LIGNE-DECL
               WRITE LIGNE-DECL AFTER ADVANCING 2 LINES
           ELSE
               MOVE "   EMPLOYEUR NON ASSUJETTI : MASSE SALARIALE SOUS L
      -"E SEUIL, AUCUN MONTANT A VERSER" TO LIGNE-DECL
               WRITE LIGNE-DECL AFTER ADVANCING 2 LINES
           END-IF.

      ******************************************************************
      *  ANNEXE : LES FORMATIONS ADMISSIBLES DE L'ANNEE, DANS L'ORDRE
      *  DU REGISTRE (EMPLOYE, COURS, DATE).
      ******************************************************************
       75000-ECRIRE-ANNEXE.
           MOVE SPACES TO LIGNE-DECL.
           STRING "** ANNEXE - FORMATIONS ADMISSIBLES "
                                    DELIMITED BY SIZE
                  W-ANNEE-DEMANDEE  DELIMITED BY SIZE
                  " **"             DELIMITED BY SIZE
             INTO LIGNE-DECL.
           WRITE LIGNE-DECL AFTER ADVANCING PAGE.
           MOVE "   EMP CODE    NOM                  PRENOM           C
      -"OURS     DATE        HEURES        COUT" TO LIGNE-DECL.
           WRITE LIGNE-DECL AFTER ADVANCING 2 LINES.

           IF W-FORMATIONS-PRESENTES
               MOVE 0 TO W-IND-FIN-FICHIER
               OPEN INPUT FICHIER-FORMATIONS
               PERFORM 41000-LIRE-FORMATION
               PERFORM UNTIL W-FIN-FICHIER
                   IF FO-DATE(1:4) = W-ANNEE-DEMANDEE
                      AND FO-ADMISSIBLE-OUI
                       PERFORM 76000-LIGNE-ANNEXE
                   END-IF
                   PERFORM 41000-LIRE-FORMATION
               END-PERFORM
               CLOSE FICHIER-FORMATIONS
           END-IF.

           IF W-TOTAL-ADMISSIBLES = 0
               MOVE "   (AUCUNE)" TO LIGNE-DECL
               WRITE LIGNE-DECL AFTER ADVANCING 1 LINE
           END-IF.

       76000-LIGNE-ANNEXE.
           MOVE FO-CODE TO EMP-CODE.
           PERFORM 34000-LIRE-EMPLOYE.
           MOVE W-EM-CODE(W-IDX-EM) TO W-LA-EMPLOYEUR.
           MOVE FO-CODE             TO W-LA-CODE.
           MOVE EMP-NOM             TO W-LA-NOM.
           MOVE EMP-PREN            TO W-LA-PREN.
           MOVE FO-COURS            TO W-LA-COURS.
           MOVE FO-DATE             TO W-LA-DATE.
           MOVE FO-HEURES           TO W-LA-HEURES.
           MOVE FO-COUT             TO W-LA-COUT.
           WRITE LIGNE-DECL FROM W-LIGNE-ANNEXE
                            AFTER ADVANCING 1 LINE.
