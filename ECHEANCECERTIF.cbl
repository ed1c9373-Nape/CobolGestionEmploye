      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: RAPPORT MENSUEL DES CERTIFICATIONS A ECHEANCE
      *          (Certifications.doc) TIRE DU REGISTRE DES FORMATIONS
      *          (FORMATIONS.DAT) : POUR CHAQUE EMPLOYE ACTIF OU EN
      *          CONGE ET CHAQUE COURS, LA FORMATION LA PLUS RECENTE
      *          FAIT FOI ; SA CERTIFICATION EST LISTEE SI ELLE EXPIRE
      *          D'ICI 60 JOURS OU SI ELLE EST DEJA EXPIREE SANS AVOIR
      *          ETE RENOUVELEE. PAR DEPARTEMENT, DE L'ECHEANCE LA PLUS
      *          PROCHE A LA PLUS LOINTAINE. AUCUNE SAISIE : LA CHAINE
      *          DE NUIT LE PRODUIT LE PREMIER DU MOIS.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHEANCECERTIF.

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FO-CLE.

       SELECT FICHIER-DEPARTEMENTS  ASSIGN TO "DEPARTEMENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS DP-CODE.

       SELECT RAPPORT-CERTIFS  ASSIGN TO "Certifications.doc"
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
           05  EMP-LANGUE              PIC X.
           05  EMP-RESERVE             PIC X(3).

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
           05  FO-DATE-EXPIRATION      PIC 9(8).
           05  FO-DATE-MAJ             PIC 9(8).
           05  FO-OPERATEUR            PIC X(8).
           05  FO-RESERVE              PIC X(10).

       FD  FICHIER-DEPARTEMENTS
       LABEL RECORD STANDARD.
       01  DP-FICHE-DEPARTEMENT.
           05  DP-CODE                 PIC X(2).
           05  DP-NOM                  PIC X(20).
           05  DP-ACTIF                PIC X.

       FD  RAPPORT-CERTIFS.
       01  LIGNE-CERTIFS               PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-DEPTS          PIC 9   VALUE 0.
               88  W-DEPTS-PRESENTS         VALUE 1.
           05  W-IND-RETENUE        PIC 9   VALUE 0.
               88  W-FORMATION-RETENUE      VALUE 1.

       01  W-FILE-DETAIL.
           05  W-SIZE-FORMATIONS    PIC X(8)   COMP-X.
           05  W-SIZE-DEPTS         PIC X(8)   COMP-X.

       01  W-DATES.
           05  W-DATE-DU-JOUR       PIC 9(8).
           05  W-DATE-HORIZON       PIC 9(8).
           05  W-HORIZON-JOURS      PIC 9(3)   VALUE 60.
           05  W-JOURS-ECHEANCE     PIC 9(5).

       01  W-COMPTEURS.
           05  W-NB-A-ECHEANCE      PIC 9(5)   VALUE 0.
           05  W-NB-EXPIREES        PIC 9(5)   VALUE 0.
           05  W-NB-DEPT            PIC 9(5)   VALUE 0.
           05  W-COMPTE-IGNORES     PIC 9(4)   VALUE 0.

      *********************************************************
      * Derniere formation lue d'un employe et d'un cours : la
      * suivante du meme cours la remplace ; elle fait foi au
      * changement de cours.
      *********************************************************
       01  W-FORMATION-TENUE.
           05  W-FT-CODE            PIC X(6).
           05  W-FT-COURS           PIC X(8).
           05  W-FT-DATE            PIC 9(8).
           05  W-FT-TITRE           PIC X(30).
           05  W-FT-EXPIRATION      PIC 9(8).

      *********************************************************
      * Certifications a lister, tenues dans l'ordre departement
      * + date d'expiration + code + cours.
      *********************************************************
       01  W-TABLE-CERTIFS.
           05  W-NB-LISTE           PIC 9(4) VALUE 0.
           05  W-LISTE OCCURS 1000 TIMES
                                    INDEXED BY W-IDX-LI W-IDX-DEPL.
               10  W-LI-CLE.
                   15  W-LI-DEPT    PIC X(2).
                   15  W-LI-EXPIRATION PIC 9(8).
                   15  W-LI-CODE    PIC X(6).
                   15  W-LI-COURS   PIC X(8).
               10  W-LI-NOM         PIC X(20).
               10  W-LI-PREN        PIC X(15).
               10  W-LI-TITRE       PIC X(30).
               10  W-LI-DATE        PIC 9(8).

       01  W-CLE-CHERCHEE.
           05  W-CC-DEPT            PIC X(2).
           05  W-CC-EXPIRATION      PIC 9(8).
           05  W-CC-CODE            PIC X(6).
           05  W-CC-COURS           PIC X(8).

       01  W-DEPT-COURANT           PIC X(2).

       01  W-LIGNE-DEPT.
           05  FILLER               PIC X(12) VALUE "DEPARTEMENT ".
           05  W-LG-DEPT            PIC X(2).
           05  FILLER               PIC X(3)  VALUE " - ".
           05  W-LG-NOM-DEPT        PIC X(20).

       01  W-LIGNE-DETAIL.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LD-CODE            PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LD-NOM             PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  W-LD-PREN            PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LD-COURS           PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LD-TITRE           PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LD-DATE            PIC 9999/99/99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LD-EXPIRATION      PIC 9999/99/99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LD-JOURS           PIC ZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LD-NOTE            PIC X(8).

       01  W-LIGNE-TOTAL-DEPT.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  W-LT-NOMBRE          PIC ZZZZ9.
           05  FILLER               PIC X(27)
                                    VALUE " CERTIFICATION(S) A SUIVRE".

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "ECHEANCECERTIF".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "Certifications.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "ECHEANCECERTIF".
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
           MOVE FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(W-DATE-DU-JOUR)
                    + W-HORIZON-JOURS) TO W-DATE-HORIZON.
           INITIALIZE W-COMPTEURS.

           CALL "CBL_CHECK_FILE_EXIST" USING "FORMATIONS.DAT "
                                              W-SIZE-FORMATIONS.
           IF RETURN-CODE NOT = 0
               MOVE "AUCUNE FORMATION (FORMATIONS.DAT ABSENT)"
                 TO W-MESSAGE-ERREUR
           ELSE
               OPEN INPUT FICHIER-IDX
               PERFORM 10000-CHARGER-CERTIFS
               CLOSE FICHIER-IDX

               PERFORM 20000-IMPRIMER-RAPPORT

               STRING W-DATE-DU-JOUR(1:4) "-" W-DATE-DU-JOUR(5:2)
                      DELIMITED BY SIZE INTO W-SP-PERIODE
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR

               STRING "CERTIFICATIONS : "  DELIMITED BY SIZE
                      W-NB-A-ECHEANCE      DELIMITED BY SIZE
                      " A ECHEANCE, "      DELIMITED BY SIZE
                      W-NB-EXPIREES        DELIMITED BY SIZE
                      " EXPIREE(S) (Certifications.doc)"
                                           DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-NB-LISTE TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  PARCOURT LE REGISTRE DANS L'ORDRE EMPLOYE + COURS + DATE : LA
      *  DERNIERE FORMATION D'UN COURS EST RETENUE AU CHANGEMENT DE
      *  COURS (OU A LA FIN DU FICHIER).
      ******************************************************************
       10000-CHARGER-CERTIFS.
           MOVE 0 TO W-IND-FIN-FICHIER.
           MOVE SPACES TO W-FORMATION-TENUE.
           MOVE 0 TO W-FT-DATE W-FT-EXPIRATION.
           OPEN INPUT FICHIER-FORMATIONS.
           PERFORM 11000-LIRE-FORMATION.
           PERFORM UNTIL W-FIN-FICHIER
               IF FO-CODE NOT = W-FT-CODE OR FO-COURS NOT = W-FT-COURS
                   PERFORM 12000-EVALUER-FORMATION
               END-IF
               MOVE FO-CODE            TO W-FT-CODE
               MOVE FO-COURS           TO W-FT-COURS
               MOVE FO-DATE            TO W-FT-DATE
               MOVE FO-TITRE           TO W-FT-TITRE
               MOVE FO-DATE-EXPIRATION TO W-FT-EXPIRATION
               PERFORM 11000-LIRE-FORMATION
           END-PERFORM.
           PERFORM 12000-EVALUER-FORMATION.
           CLOSE FICHIER-FORMATIONS.

       11000-LIRE-FORMATION.
           READ FICHIER-FORMATIONS NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

      *UNE CERTIFICATION EXPIRANT D'ICI L'HORIZON, D'UN EMPLOYE ACTIF OU
      *EN CONGE, EST RANGEE DANS LA TABLE.
       12000-EVALUER-FORMATION.
           MOVE 0 TO W-IND-RETENUE.
           IF W-FT-CODE NOT = SPACES
              AND W-FT-EXPIRATION NOT = 0
              AND W-FT-EXPIRATION NOT > W-DATE-HORIZON
               MOVE W-FT-CODE TO EMP-CODE
               READ FICHIER-IDX
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EMP-ACTIF OR EMP-EN-CONGE
                           MOVE 1 TO W-IND-RETENUE
                       END-IF
               END-READ
           END-IF.

           IF W-FORMATION-RETENUE
               IF W-FT-EXPIRATION < W-DATE-DU-JOUR
                   ADD 1 TO W-NB-EXPIREES
               ELSE
                   ADD 1 TO W-NB-A-ECHEANCE
               END-IF
               MOVE EMP-DEPARTEMENT TO W-CC-DEPT
               IF W-CC-DEPT = SPACES OR W-CC-DEPT = LOW-VALUES
                   MOVE "00" TO W-CC-DEPT
               END-IF
               MOVE W-FT-EXPIRATION TO W-CC-EXPIRATION
               MOVE W-FT-CODE       TO W-CC-CODE
               MOVE W-FT-COURS      TO W-CC-COURS
               PERFORM 30000-INSERER-ENTREE
           END-IF.

      ******************************************************************
      *  IMPRIME LE RAPPORT : UN EN-TETE ET UN TOTAL PAR DEPARTEMENT ;
      *  LES JOURS SONT CEUX QUI RESTENT AVANT L'EXPIRATION, OU ECOULES
      *  DEPUIS POUR UNE CERTIFICATION DEJA EXPIREE.
      ******************************************************************
       20000-IMPRIMER-RAPPORT.
           OPEN OUTPUT RAPPORT-CERTIFS.
           CALL "CBL_CHECK_FILE_EXIST" USING "DEPARTEMENTS.DAT "
                                              W-SIZE-DEPTS.
           IF RETURN-CODE = 0
               MOVE 1 TO W-IND-DEPTS
               OPEN INPUT FICHIER-DEPARTEMENTS
           END-IF.

           MOVE SPACES TO LIGNE-CERTIFS.
           STRING "** CERTIFICATIONS A ECHEANCE D'ICI LE "
                                       DELIMITED BY SIZE
                  W-DATE-HORIZON(1:4)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-HORIZON(5:2)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-HORIZON(7:2)  DELIMITED BY SIZE
                  " ET CERTIFICATIONS EXPIREES **"
                                       DELIMITED BY SIZE
             INTO LIGNE-CERTIFS.
           WRITE LIGNE-CERTIFS.

           MOVE SPACES TO W-DEPT-COURANT.
           MOVE 0 TO W-NB-DEPT.
           PERFORM VARYING W-IDX-LI FROM 1 BY 1
                   UNTIL W-IDX-LI > W-NB-LISTE
               IF W-LI-DEPT(W-IDX-LI) NOT = W-DEPT-COURANT
                   PERFORM 22000-TOTAL-DEPT
                   PERFORM 21000-EN-TETE-DEPT
               END-IF
               PERFORM 23000-LIGNE-DETAIL
           END-PERFORM.
           PERFORM 22000-TOTAL-DEPT.

           IF W-NB-LISTE = 0
               MOVE "  (AUCUNE)" TO LIGNE-CERTIFS
               WRITE LIGNE-CERTIFS AFTER ADVANCING 2 LINES
           END-IF.

           MOVE SPACES TO LIGNE-CERTIFS.
           STRING "TOTAL : "            DELIMITED BY SIZE
                  W-NB-A-ECHEANCE       DELIMITED BY SIZE
                  " A ECHEANCE, "       DELIMITED BY SIZE
                  W-NB-EXPIREES         DELIMITED BY SIZE
                  " EXPIREE(S)"         DELIMITED BY SIZE
             INTO LIGNE-CERTIFS.
           WRITE LIGNE-CERTIFS AFTER ADVANCING 3 LINES.
           IF W-COMPTE-IGNORES > 0
               MOVE SPACES TO LIGNE-CERTIFS
               STRING "LISTE PLEINE - "   DELIMITED BY SIZE
                      W-COMPTE-IGNORES    DELIMITED BY SIZE
                      " CERTIFICATION(S) NON LISTEE(S)"
                                          DELIMITED BY SIZE
                 INTO LIGNE-CERTIFS
               WRITE LIGNE-CERTIFS AFTER ADVANCING 1 LINE
           END-IF.

           IF W-DEPTS-PRESENTS
               CLOSE FICHIER-DEPARTEMENTS
           END-IF.
           CLOSE RAPPORT-CERTIFS.

       21000-EN-TETE-DEPT.
           MOVE W-LI-DEPT(W-IDX-LI) TO W-DEPT-COURANT.
           MOVE 0 TO W-NB-DEPT.

           MOVE W-LI-DEPT(W-IDX-LI) TO W-LG-DEPT DP-CODE.
           MOVE SPACES              TO W-LG-NOM-DEPT.
           IF W-DEPTS-PRESENTS
               READ FICHIER-DEPARTEMENTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE DP-NOM TO W-LG-NOM-DEPT
               END-READ
           END-IF.
           WRITE LIGNE-CERTIFS FROM W-LIGNE-DEPT
                               AFTER ADVANCING 3 LINES.

           MOVE "  CODE    NOM                  PRENOM           COURS
      -"   TITRE                           FORMATION   EXPIRATION  JOU
      -"RS" TO LIGNE-CERTIFS.
           WRITE LIGNE-CERTIFS AFTER ADVANCING 2 LINES.

       22000-TOTAL-DEPT.
           IF W-NB-DEPT > 0
               MOVE W-NB-DEPT TO W-LT-NOMBRE
               WRITE LIGNE-CERTIFS FROM W-LIGNE-TOTAL-DEPT
                                   AFTER ADVANCING 2 LINES
           END-IF.

       23000-LIGNE-DETAIL.
           ADD 1 TO W-NB-DEPT.
           MOVE W-LI-CODE(W-IDX-LI)       TO W-LD-CODE.
           MOVE W-LI-NOM(W-IDX-LI)        TO W-LD-NOM.
           MOVE W-LI-PREN(W-IDX-LI)       TO W-LD-PREN.
           MOVE W-LI-COURS(W-IDX-LI)      TO W-LD-COURS.
           MOVE W-LI-TITRE(W-IDX-LI)      TO W-LD-TITRE.
           MOVE W-LI-DATE(W-IDX-LI)       TO W-LD-DATE.
           MOVE W-LI-EXPIRATION(W-IDX-LI) TO W-LD-EXPIRATION.
           IF W-LI-EXPIRATION(W-IDX-LI) < W-DATE-DU-JOUR
               COMPUTE W-JOURS-ECHEANCE =
                   FUNCTION INTEGER-OF-DATE(W-DATE-DU-JOUR)
                 - FUNCTION INTEGER-OF-DATE(W-LI-EXPIRATION(W-IDX-LI))
               MOVE "EXPIREE" TO W-LD-NOTE
           ELSE
               COMPUTE W-JOURS-ECHEANCE =
                   FUNCTION INTEGER-OF-DATE(W-LI-EXPIRATION(W-IDX-LI))
                 - FUNCTION INTEGER-OF-DATE(W-DATE-DU-JOUR)
               MOVE SPACES TO W-LD-NOTE
           END-IF.
           MOVE W-JOURS-ECHEANCE TO W-LD-JOURS.
           WRITE LIGNE-CERTIFS FROM W-LIGNE-DETAIL
                               AFTER ADVANCING 1 LINE.

      ******************************************************************
      *  RANGE LA CERTIFICATION COURANTE A SA PLACE (ORDRE DE LA CLE
      *  CHERCHEE) ; TABLE PLEINE = CERTIFICATION COMPTEE MAIS NON
      *  LISTEE.
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
               MOVE W-CLE-CHERCHEE  TO W-LI-CLE(W-IDX-LI)
               MOVE EMP-NOM         TO W-LI-NOM(W-IDX-LI)
               MOVE EMP-PREN        TO W-LI-PREN(W-IDX-LI)
               MOVE W-FT-TITRE      TO W-LI-TITRE(W-IDX-LI)
               MOVE W-FT-DATE       TO W-LI-DATE(W-IDX-LI)
           END-IF.
