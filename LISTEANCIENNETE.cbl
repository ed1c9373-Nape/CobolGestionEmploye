      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: LISTE D'ANCIENNETE SYNDICALE A AFFICHER
      *          (Anciennete.doc) : LES EMPLOYES SYNDIQUES (CLASSE
      *          D'EMPLOI DE LA CONVENTION COLLECTIVE A LA FICHE),
      *          ACTIFS, EN CONGE OU MIS A PIED AVEC DROIT DE RAPPEL
      *          (RAPPELS.DAT), PAR DEPARTEMENT ET CLASSE D'EMPLOI,
      *          DU PLUS ANCIEN AU MOINS ANCIEN, AVEC LEUR RANG, LEUR
      *          DATE D'ANCIENNETE ET LEUR ANCIENNETE EN JOURS
      *          (CALCANCIENNETE : DATE RECONNUE, CONGES SANS SOLDE
      *          AU-DELA DE LA LIMITE RETRANCHES). AUCUNE SAISIE : LA
      *          CHAINE DE NUIT LA PRODUIT LE 1ER JANVIER ET LE 1ER
      *          JUILLET, DATES D'AFFICHAGE DE LA CONVENTION.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTEANCIENNETE.

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

       SELECT FICHIER-RAPPELS  ASSIGN TO "RAPPELS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CLE.

       SELECT FICHIER-DEPARTEMENTS  ASSIGN TO "DEPARTEMENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS DP-CODE.

       SELECT FICHIER-CLASSES  ASSIGN TO "CLASSES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CL-CLASSE.

       SELECT RAPPORT-ANCIENNETE  ASSIGN TO "Anciennete.doc"
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
               88 EMP-ACTIF            VALUE "A".
               88 EMP-INACTIF          VALUE "I".
               88 EMP-EN-CONGE         VALUE "C".
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
      * Registre des mises a pied et rappels, tenu par
      * ANCIENNETE : une fiche par mise a pied (code + date).
      * Statut M = mis a pied, sur la liste de rappel ; R =
      * rappele ; F = a refuse le rappel ; E = droit de rappel
      * echu.
      *********************************************************
       FD  FICHIER-RAPPELS
       LABEL RECORD STANDARD.
       01  RA-FICHE-RAPPEL.
           05  RA-CLE.
               10  RA-CODE             PIC X(6).
               10  RA-DATE-MISE-A-PIED PIC 9(8).
           05  RA-DEPARTEMENT          PIC X(2).
           05  RA-CLASSE               PIC X(4).
           05  RA-JOURS-ANCIENNETE     PIC 9(5).
           05  RA-DATE-ECHEANCE        PIC 9(8).
           05  RA-STATUT               PIC X.
               88  RA-EN-RAPPEL        VALUE "M".
           05  RA-DATE-RAPPEL          PIC 9(8).
           05  RA-OPERATEUR            PIC X(8).
           05  RA-RESERVE              PIC X(10).

       FD  FICHIER-DEPARTEMENTS
       LABEL RECORD STANDARD.
       01  DP-FICHE-DEPARTEMENT.
           05  DP-CODE                 PIC X(2).
           05  DP-NOM                  PIC X(20).
           05  DP-ACTIF                PIC X.

       FD  FICHIER-CLASSES
       LABEL RECORD STANDARD.
       01  CL-FICHE-CLASSE.
           05  CL-CLASSE               PIC X(4).
           05  CL-DESCRIPTION          PIC X(30).
           05  CL-NB-ECHELONS          PIC 9(2).
           05  CL-ACTIF                PIC X.
           05  CL-POINTS               PIC 9(4).
           05  CL-POURBOIRE            PIC X.
           05  CL-RESERVE              PIC X(5).

       FD  RAPPORT-ANCIENNETE.
       01  LIGNE-ANCIENNETE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-FIN-RAPPELS    PIC 9   VALUE 0.
               88  W-FIN-RAPPELS            VALUE 1.
           05  W-IND-RAPPELS        PIC 9   VALUE 0.
               88  W-RAPPELS-PRESENTS       VALUE 1.
           05  W-IND-DEPTS          PIC 9   VALUE 0.
               88  W-DEPTS-PRESENTS         VALUE 1.
           05  W-IND-CLASSES        PIC 9   VALUE 0.
               88  W-CLASSES-PRESENTES      VALUE 1.
           05  W-IND-RETENU         PIC 9   VALUE 0.
               88  W-EMPLOYE-RETENU         VALUE 1.

       01  W-FILE-DETAIL.
           05  W-SIZE-RAPPELS       PIC X(8)   COMP-X.
           05  W-SIZE-DEPTS         PIC X(8)   COMP-X.
           05  W-SIZE-CLASSES       PIC X(8)   COMP-X.

       01  W-DATE-DU-JOUR           PIC 9(8).

      *********************************************************
      * Zone d'appel du calcul de l'anciennete (CALCANCIENNETE).
      *********************************************************
       01  W-APPEL-ANCIENNETE.
           05  W-CA-CODE            PIC X(6).
           05  W-CA-DATE-EMBAUCHE   PIC 9(8).
           05  W-CA-DATE-REFERENCE  PIC 9(8).
           05  W-CA-DATE-ANCIENNETE PIC 9(8).
           05  W-CA-JOURS-RETRANCHES PIC 9(5).
           05  W-CA-JOURS           PIC 9(5).

      *********************************************************
      * Une entree par employe de la liste, tenue dans l'ordre
      * departement + classe + anciennete decroissante (cle
      * inverse = 99999 - jours) + code.
      *********************************************************
       01  W-TABLE-ANCIENNETE.
           05  W-NB-LISTE           PIC 9(4) VALUE 0.
           05  W-LISTE OCCURS 1000 TIMES
                                    INDEXED BY W-IDX-LI W-IDX-DEPL.
               10  W-LI-CLE.
                   15  W-LI-DEPT    PIC X(2).
                   15  W-LI-CLASSE  PIC X(4).
                   15  W-LI-INVERSE PIC 9(5).
                   15  W-LI-CODE    PIC X(6).
               10  W-LI-NOM         PIC X(20).
               10  W-LI-PREN        PIC X(15).
               10  W-LI-EMBAUCHE    PIC 9(8).
               10  W-LI-DATE-ANC    PIC 9(8).
               10  W-LI-JOURS       PIC 9(5).
               10  W-LI-RETRANCHES  PIC 9(5).
               10  W-LI-STATUT      PIC X.
                   88  W-LI-EN-CONGE        VALUE "C".
                   88  W-LI-MIS-A-PIED      VALUE "M".
               10  W-LI-ECHEANCE    PIC 9(8).

       01  W-CLE-CHERCHEE.
           05  W-CC-DEPT            PIC X(2).
           05  W-CC-CLASSE          PIC X(4).
           05  W-CC-INVERSE         PIC 9(5).
           05  W-CC-CODE            PIC X(6).

       01  W-DEPT-EMPLOYE           PIC X(2).
       01  W-ECHEANCE-RAPPEL        PIC 9(8).
       01  W-GROUPE-COURANT         PIC X(6).
       01  W-RANG                   PIC 9(4).
       01  W-COMPTE-IGNORES         PIC 9(4) VALUE 0.
       01  W-ANNEES                 PIC 9(3)V9.

       01  W-LIGNE-GROUPE.
           05  FILLER               PIC X(12) VALUE "DEPARTEMENT ".
           05  W-LG-DEPT            PIC X(2).
           05  FILLER               PIC X(3)  VALUE " - ".
           05  W-LG-NOM-DEPT        PIC X(20).
           05  FILLER               PIC X(10) VALUE "  CLASSE ".
           05  W-LG-CLASSE          PIC X(4).
           05  FILLER               PIC X(3)  VALUE " - ".
           05  W-LG-DESC-CLASSE     PIC X(30).

       01  W-LIGNE-EMPLOYE.
           05  W-LE-RANG            PIC ZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LE-CODE            PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LE-NOM             PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LE-PREN            PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LE-EMBAUCHE        PIC 9999/99/99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LE-DATE-ANC        PIC 9999/99/99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LE-JOURS           PIC ZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LE-ANNEES          PIC ZZ9.9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LE-RETRANCHES      PIC ZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LE-NOTE            PIC X(30).

       01  W-ED-ECHEANCE            PIC 9999/99/99.

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "LISTEANCIENNET".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "Anciennete.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "LISTEANCIENNET".
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

           CALL "CBL_CHECK_FILE_EXIST" USING "RAPPELS.DAT "
                                              W-SIZE-RAPPELS.
           IF RETURN-CODE = 0
               MOVE 1 TO W-IND-RAPPELS
               OPEN INPUT FICHIER-RAPPELS
           END-IF.
           OPEN INPUT FICHIER-IDX.
           PERFORM 10000-CHARGER-LISTE.
           CLOSE FICHIER-IDX.
           IF W-RAPPELS-PRESENTS
               CLOSE FICHIER-RAPPELS
           END-IF.

           PERFORM 20000-IMPRIMER-LISTE.

           STRING W-DATE-DU-JOUR(1:4) "-" W-DATE-DU-JOUR(5:2)
                  DELIMITED BY SIZE INTO W-SP-PERIODE.
           CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                     W-SP-PERIODE W-SP-OPERATEUR.

           MOVE SPACES TO W-MESSAGE-ERREUR.
           STRING "LISTE D'ANCIENNETE : " DELIMITED BY SIZE
                  W-NB-LISTE              DELIMITED BY SIZE
                  " EMPLOYE(S) SYNDIQUE(S) (Anciennete.doc)"
                                          DELIMITED BY SIZE
             INTO W-MESSAGE-ERREUR.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-NB-LISTE TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  PARCOURT LES EMPLOYES : UN SYNDIQUE ACTIF OU EN CONGE EST
      *  RETENU, UN INACTIF SEULEMENT S'IL EST MIS A PIED AVEC UN
      *  DROIT DE RAPPEL ENCORE OUVERT. SON ANCIENNETE EST CALCULEE
      *  A CE JOUR ET IL EST RANGE A SA PLACE DANS LA TABLE.
      ******************************************************************
       10000-CHARGER-LISTE.
           MOVE 0 TO W-IND-FIN-FICHIER.
           MOVE LOW-VALUES TO EMP-CODE.
           START FICHIER-IDX KEY IS NOT LESS THAN EMP-CODE
               INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
           END-START.
           PERFORM 11000-LIRE-EMPLOYE.
           PERFORM UNTIL W-FIN-FICHIER
               IF EMP-CLASSE NOT = SPACES
                  AND EMP-CLASSE NOT = LOW-VALUES
                   PERFORM 12000-RETENIR-EMPLOYE
               END-IF
               PERFORM 11000-LIRE-EMPLOYE
           END-PERFORM.

       11000-LIRE-EMPLOYE.
           READ FICHIER-IDX NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       12000-RETENIR-EMPLOYE.
           MOVE 0 TO W-IND-RETENU W-ECHEANCE-RAPPEL.
           EVALUATE TRUE
               WHEN EMP-ACTIF OR EMP-EN-CONGE
                   MOVE 1 TO W-IND-RETENU
               WHEN W-RAPPELS-PRESENTS
                   PERFORM 13000-CHERCHER-MISE-A-PIED
           END-EVALUATE.

           IF W-EMPLOYE-RETENU
               MOVE EMP-CODE            TO W-CA-CODE
               MOVE EMP-DATE-ENGAGEMENT TO W-CA-DATE-EMBAUCHE
               MOVE W-DATE-DU-JOUR      TO W-CA-DATE-REFERENCE
               CALL "CALCANCIENNETE" USING W-CA-CODE
                                           W-CA-DATE-EMBAUCHE
                                           W-CA-DATE-REFERENCE
                                           W-CA-DATE-ANCIENNETE
                                           W-CA-JOURS-RETRANCHES
                                           W-CA-JOURS
               PERFORM 14000-DEPT-EMPLOYE
               MOVE W-DEPT-EMPLOYE      TO W-CC-DEPT
               MOVE EMP-CLASSE          TO W-CC-CLASSE
               COMPUTE W-CC-INVERSE = 99999 - W-CA-JOURS
               MOVE EMP-CODE            TO W-CC-CODE
               PERFORM 30000-INSERER-ENTREE
           END-IF.

      *LA MISE A PIED OUVERTE EST LA FICHE "M" DE L'EMPLOYE DONT LE
      *DROIT DE RAPPEL N'EST PAS ENCORE ECHU.
       13000-CHERCHER-MISE-A-PIED.
           MOVE 0 TO W-IND-FIN-RAPPELS.
           MOVE EMP-CODE TO RA-CODE.
           MOVE 0        TO RA-DATE-MISE-A-PIED.
           START FICHIER-RAPPELS KEY IS NOT LESS THAN RA-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-RAPPELS
           END-START.
           PERFORM UNTIL W-FIN-RAPPELS
               READ FICHIER-RAPPELS NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-RAPPELS
               END-READ
               IF NOT W-FIN-RAPPELS
                   IF RA-CODE NOT = EMP-CODE
                       MOVE 1 TO W-IND-FIN-RAPPELS
                   ELSE
                       IF RA-EN-RAPPEL
                          AND RA-DATE-ECHEANCE NOT < W-DATE-DU-JOUR
                           MOVE 1 TO W-IND-RETENU
                           MOVE RA-DATE-ECHEANCE TO W-ECHEANCE-RAPPEL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *UNE FICHE ANTERIEURE AUX DEPARTEMENTS RELEVE DU GENERAL "00".
       14000-DEPT-EMPLOYE.
           MOVE EMP-DEPARTEMENT TO W-DEPT-EMPLOYE.
           IF W-DEPT-EMPLOYE = SPACES OR W-DEPT-EMPLOYE = LOW-VALUES
               MOVE "00" TO W-DEPT-EMPLOYE
           END-IF.

      ******************************************************************
      *  IMPRIME LA LISTE : UN EN-TETE PAR DEPARTEMENT ET CLASSE,
      *  PUIS LES EMPLOYES PAR RANG D'ANCIENNETE.
      ******************************************************************
       20000-IMPRIMER-LISTE.
           OPEN OUTPUT RAPPORT-ANCIENNETE.
           CALL "CBL_CHECK_FILE_EXIST" USING "DEPARTEMENTS.DAT "
                                              W-SIZE-DEPTS.
           IF RETURN-CODE = 0
               MOVE 1 TO W-IND-DEPTS
               OPEN INPUT FICHIER-DEPARTEMENTS
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING "CLASSES.DAT "
                                              W-SIZE-CLASSES.
           IF RETURN-CODE = 0
               MOVE 1 TO W-IND-CLASSES
               OPEN INPUT FICHIER-CLASSES
           END-IF.

           MOVE SPACES TO LIGNE-ANCIENNETE.
           STRING "** LISTE D'ANCIENNETE DES EMPLOYES SYNDIQUES AU "
                                       DELIMITED BY SIZE
                  W-DATE-DU-JOUR(1:4)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-DU-JOUR(5:2)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-DU-JOUR(7:2)  DELIMITED BY SIZE
                  " - A AFFICHER **"   DELIMITED BY SIZE
             INTO LIGNE-ANCIENNETE.
           WRITE LIGNE-ANCIENNETE.
           MOVE "L'ANCIENNETE COURT DE LA DATE D'ANCIENNETE, REPOUSSEE
      -" DES CONGES SANS SOLDE AU-DELA DE LA LIMITE (JOURS RETRANCHES)."
             TO LIGNE-ANCIENNETE.
           WRITE LIGNE-ANCIENNETE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO W-GROUPE-COURANT.
           PERFORM VARYING W-IDX-LI FROM 1 BY 1
                   UNTIL W-IDX-LI > W-NB-LISTE
               IF W-LI-DEPT(W-IDX-LI) NOT = W-GROUPE-COURANT(1:2)
                  OR W-LI-CLASSE(W-IDX-LI) NOT = W-GROUPE-COURANT(3:4)
                   PERFORM 21000-EN-TETE-GROUPE
               END-IF
               PERFORM 22000-LIGNE-EMPLOYE
           END-PERFORM.

           MOVE SPACES TO LIGNE-ANCIENNETE.
           STRING "TOTAL : "            DELIMITED BY SIZE
                  W-NB-LISTE            DELIMITED BY SIZE
                  " EMPLOYE(S) SYNDIQUE(S)"
                                        DELIMITED BY SIZE
             INTO LIGNE-ANCIENNETE.
           WRITE LIGNE-ANCIENNETE AFTER ADVANCING 2 LINES.
           IF W-COMPTE-IGNORES > 0
               MOVE SPACES TO LIGNE-ANCIENNETE
               STRING "LISTE PLEINE - "   DELIMITED BY SIZE
                      W-COMPTE-IGNORES    DELIMITED BY SIZE
                      " EMPLOYE(S) NON LISTE(S)"
                                          DELIMITED BY SIZE
                 INTO LIGNE-ANCIENNETE
               WRITE LIGNE-ANCIENNETE AFTER ADVANCING 1 LINE
           END-IF.

           IF W-DEPTS-PRESENTS
               CLOSE FICHIER-DEPARTEMENTS
           END-IF.
           IF W-CLASSES-PRESENTES
               CLOSE FICHIER-CLASSES
           END-IF.
           CLOSE RAPPORT-ANCIENNETE.

       21000-EN-TETE-GROUPE.
           MOVE W-LI-DEPT(W-IDX-LI)   TO W-GROUPE-COURANT(1:2).
           MOVE W-LI-CLASSE(W-IDX-LI) TO W-GROUPE-COURANT(3:4).
           MOVE 0 TO W-RANG.

           MOVE W-LI-DEPT(W-IDX-LI)   TO W-LG-DEPT DP-CODE.
           MOVE SPACES                TO W-LG-NOM-DEPT.
           IF W-DEPTS-PRESENTS
               READ FICHIER-DEPARTEMENTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE DP-NOM TO W-LG-NOM-DEPT
               END-READ
           END-IF.
           MOVE W-LI-CLASSE(W-IDX-LI) TO W-LG-CLASSE CL-CLASSE.
           MOVE SPACES                TO W-LG-DESC-CLASSE.
           IF W-CLASSES-PRESENTES
               READ FICHIER-CLASSES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CL-DESCRIPTION TO W-LG-DESC-CLASSE
               END-READ
           END-IF.
           WRITE LIGNE-ANCIENNETE FROM W-LIGNE-GROUPE
                                  AFTER ADVANCING 3 LINES.

           MOVE "RANG  CODE    NOM                  PRENOM
      -"  EMBAUCHE    DATE ANC.    JOURS   ANS  RETR.  NOTE"
             TO LIGNE-ANCIENNETE.
           WRITE LIGNE-ANCIENNETE AFTER ADVANCING 2 LINES.

       22000-LIGNE-EMPLOYE.
           ADD 1 TO W-RANG.
           MOVE SPACES TO W-LE-NOTE.
           MOVE W-RANG                    TO W-LE-RANG.
           MOVE W-LI-CODE(W-IDX-LI)       TO W-LE-CODE.
           MOVE W-LI-NOM(W-IDX-LI)        TO W-LE-NOM.
           MOVE W-LI-PREN(W-IDX-LI)       TO W-LE-PREN.
           MOVE W-LI-EMBAUCHE(W-IDX-LI)   TO W-LE-EMBAUCHE.
           MOVE W-LI-DATE-ANC(W-IDX-LI)   TO W-LE-DATE-ANC.
           MOVE W-LI-JOURS(W-IDX-LI)      TO W-LE-JOURS.
           COMPUTE W-ANNEES = W-LI-JOURS(W-IDX-LI) / 365.25.
           MOVE W-ANNEES                  TO W-LE-ANNEES.
           MOVE W-LI-RETRANCHES(W-IDX-LI) TO W-LE-RETRANCHES.
           EVALUATE TRUE
               WHEN W-LI-EN-CONGE(W-IDX-LI)
                   MOVE "EN CONGE" TO W-LE-NOTE
               WHEN W-LI-MIS-A-PIED(W-IDX-LI)
                   MOVE W-LI-ECHEANCE(W-IDX-LI) TO W-ED-ECHEANCE
                   STRING "MIS A PIED, RAPPEL AU "
                                         DELIMITED BY SIZE
                          W-ED-ECHEANCE  DELIMITED BY SIZE
                     INTO W-LE-NOTE
           END-EVALUATE.
           WRITE LIGNE-ANCIENNETE FROM W-LIGNE-EMPLOYE
                                  AFTER ADVANCING 1 LINE.

      ******************************************************************
      *  RANGE L'EMPLOYE COURANT A SA PLACE (ORDRE DE LA CLE
      *  CHERCHEE) ; TABLE PLEINE = EMPLOYE COMPTE MAIS NON LISTE.
      ******************************************************************
       30000-INSERER-ENTREE.
           IF W-NB-LISTE NOT < 1000
               ADD 1 TO W-COMPTE-IGNORES
           ELSE
               SET W-IDX-LI TO 1
               PERFORM UNTIL W-IDX-LI > W-NB-LISTE
                          OR W-LI-CLE(W-IDX-LI) > W-CLE-CHERCHEE
                   SET W-IDX-LI UP BY 1
               END-PERFORM
               PERFORM VARYING W-IDX-DEPL FROM W-NB-LISTE BY -1
                       UNTIL W-IDX-DEPL < W-IDX-LI
                   MOVE W-LISTE(W-IDX-DEPL) TO W-LISTE(W-IDX-DEPL + 1)
               END-PERFORM
               ADD 1 TO W-NB-LISTE
               MOVE W-CLE-CHERCHEE        TO W-LI-CLE(W-IDX-LI)
               MOVE EMP-NOM               TO W-LI-NOM(W-IDX-LI)
               MOVE EMP-PREN              TO W-LI-PREN(W-IDX-LI)
               MOVE EMP-DATE-ENGAGEMENT   TO W-LI-EMBAUCHE(W-IDX-LI)
               MOVE W-CA-DATE-ANCIENNETE  TO W-LI-DATE-ANC(W-IDX-LI)
               MOVE W-CA-JOURS            TO W-LI-JOURS(W-IDX-LI)
               MOVE W-CA-JOURS-RETRANCHES TO W-LI-RETRANCHES(W-IDX-LI)
               MOVE W-ECHEANCE-RAPPEL     TO W-LI-ECHEANCE(W-IDX-LI)
               EVALUATE TRUE
                   WHEN EMP-EN-CONGE
                       MOVE "C" TO W-LI-STATUT(W-IDX-LI)
                   WHEN EMP-INACTIF
                       MOVE "M" TO W-LI-STATUT(W-IDX-LI)
                   WHEN OTHER
                       MOVE "A" TO W-LI-STATUT(W-IDX-LI)
               END-EVALUATE
           END-IF.
