      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: RAPPORT DU CONTROLE DES POSTES PAR REGION ET PAR
      *          DEPARTEMENT (Postes.doc) POUR LE DOSSIER MENSUEL DE
      *          LA DIRECTION : POSTES AUTORISES (POSTES.DAT, GELES
      *          EXCLUS), EQUIVALENTS TEMPS PLEIN, POSTES COMBLES,
      *          VACANTS ET GELES, EFFECTIF ACTIF (EMPLOYES.DAT),
      *          EMPLOYES SANS POSTE ET SURNOMBRE (EFFECTIF AU-DELA
      *          DES POSTES AUTORISES). SUIVENT LA LISTE DES POSTES
      *          VACANTS ET CELLE DES EMPLOYES SANS POSTE. UN POSTE
      *          DONT LE TITULAIRE N'EST PLUS ACTIF EST COMPTE
      *          VACANT. AUCUNE SAISIE : LA CHAINE DE NUIT LE PRODUIT
      *          LE PREMIER DE CHAQUE MOIS.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORTPOSTES.

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

       SELECT FICHIER-POSTES  ASSIGN TO "POSTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMERO
               ALTERNATE RECORD KEY IS PO-EMPLOYE
                          WITH DUPLICATES.

       SELECT FICHIER-REGIONS  ASSIGN TO "REGIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RG-CODE.

       SELECT FICHIER-DEPARTEMENTS  ASSIGN TO "DEPARTEMENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS DP-CODE.

       SELECT RAPPORT-POSTES  ASSIGN TO "Postes.doc"
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

       FD  FICHIER-POSTES
       LABEL RECORD STANDARD.
       01  PO-FICHE-POSTE.
           05  PO-NUMERO               PIC X(6).
           05  PO-REGION               PIC 9(2).
           05  PO-DEPARTEMENT          PIC X(2).
           05  PO-CLASSE               PIC X(4).
           05  PO-ETP                  PIC 9V99.
           05  PO-TAUX-BUDGET          PIC 99V99.
           05  PO-STATUT               PIC X.
               88  PO-VACANT                   VALUE "O".
               88  PO-COMBLE                   VALUE "C".
               88  PO-GELE                     VALUE "G".
           05  PO-EMPLOYE              PIC X(6).
           05  PO-RESERVE              PIC X(10).

       FD  FICHIER-REGIONS
       LABEL RECORD STANDARD.
       01  RG-FICHE-REGION.
           05  RG-CODE                 PIC 9(2).
           05  RG-NOM                  PIC X(20).
           05  RG-ACTIF                PIC X.

       FD  FICHIER-DEPARTEMENTS
       LABEL RECORD STANDARD.
       01  DP-FICHE-DEPARTEMENT.
           05  DP-CODE                 PIC X(2).
           05  DP-NOM                  PIC X(20).
           05  DP-ACTIF                PIC X.

       FD  RAPPORT-POSTES.
       01  LIGNE-POSTES                PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-TITULAIRE      PIC 9   VALUE 0.
               88  W-TITULAIRE-ACTIF        VALUE 1.
           05  W-IND-SANS-POSTE     PIC 9   VALUE 0.
               88  W-EMPLOYE-SANS-POSTE     VALUE 1.
           05  W-IND-REGIONS        PIC 9   VALUE 0.
               88  W-REGIONS-PRESENTES      VALUE 1.
           05  W-IND-DEPTS          PIC 9   VALUE 0.
               88  W-DEPTS-PRESENTS         VALUE 1.
           05  W-IND-CASE-TROUVEE   PIC 9   VALUE 0.
               88  W-CASE-TROUVEE           VALUE 1.

       01  W-FILE-DETAIL.
           05  W-SIZE-POSTES        PIC X(8)   COMP-X.
           05  W-SIZE-REGIONS       PIC X(8)   COMP-X.
           05  W-SIZE-DEPTS         PIC X(8)   COMP-X.

       01  W-DATE-DU-JOUR           PIC 9(8).

      *********************************************************
      * Une case par region et departement, tenue dans l'ordre
      * region + departement : postes autorises (non geles) et
      * leurs ETP, combles, vacants, geles, effectif actif et
      * employes actifs sans poste.
      *********************************************************
       01  W-TABLE-CASES.
           05  W-NB-CASES           PIC 9(3) VALUE 0.
           05  W-CASE OCCURS 200 TIMES
                                    INDEXED BY W-IDX-CASE W-IDX-DEPL.
               10  W-CA-CLE.
                   15  W-CA-REGION  PIC 9(2).
                   15  W-CA-DEPT    PIC X(2).
               10  W-CA-AUTORISES   PIC 9(4).
               10  W-CA-ETP         PIC 9(4)V99.
               10  W-CA-COMBLES     PIC 9(4).
               10  W-CA-VACANTS     PIC 9(4).
               10  W-CA-GELES       PIC 9(4).
               10  W-CA-EFFECTIF    PIC 9(4).
               10  W-CA-SANS-POSTE  PIC 9(4).

       01  W-CLE-CHERCHEE.
           05  W-CC-REGION          PIC 9(2).
           05  W-CC-DEPT            PIC X(2).

       01  W-TOTAUX.
           05  W-TO-AUTORISES       PIC 9(5).
           05  W-TO-ETP             PIC 9(5)V99.
           05  W-TO-COMBLES         PIC 9(5).
           05  W-TO-VACANTS         PIC 9(5).
           05  W-TO-GELES           PIC 9(5).
           05  W-TO-EFFECTIF        PIC 9(5).
           05  W-TO-SANS-POSTE      PIC 9(5).
           05  W-TO-SURNOMBRE       PIC 9(5).

       01  W-SOUS-TOTAUX.
           05  W-ST-REGION          PIC 9(2).
           05  W-ST-AUTORISES       PIC 9(5).
           05  W-ST-ETP             PIC 9(5)V99.
           05  W-ST-COMBLES         PIC 9(5).
           05  W-ST-VACANTS         PIC 9(5).
           05  W-ST-GELES           PIC 9(5).
           05  W-ST-EFFECTIF        PIC 9(5).
           05  W-ST-SANS-POSTE      PIC 9(5).
           05  W-ST-SURNOMBRE       PIC 9(5).

       01  W-SURNOMBRE              PIC 9(5).
       01  W-DEPT-EMPLOYE           PIC X(2).

       01  W-LIGNE-CASE.
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LC-REGION          PIC Z9.
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LC-NOM-REGION      PIC X(20).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LC-DEPT            PIC X(2).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LC-NOM-DEPT        PIC X(20).
           05  W-LC-AUTORISES       PIC ZZZZ9.
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LC-ETP             PIC ZZZZ9.99.
           05  W-LC-COMBLES         PIC ZZZZ9.
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LC-VACANTS         PIC ZZZZ9.
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LC-GELES           PIC ZZZZ9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LC-EFFECTIF        PIC ZZZZ9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LC-SANS-POSTE      PIC ZZZZ9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LC-SURNOMBRE       PIC ZZZZ9.

       01  W-LIGNE-VACANT.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LV-NUMERO          PIC X(6).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LV-REGION          PIC Z9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LV-DEPT            PIC X(2).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LV-CLASSE          PIC X(4).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LV-ETP             PIC 9.99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LV-TAUX            PIC $$9.99.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LV-NOTE            PIC X(30).

       01  W-LIGNE-SANS-POSTE.
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  W-LS-CODE            PIC X(6).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LS-NOM             PIC X(20).
           05  FILLER               PIC X       VALUE SPACE.
           05  W-LS-PREN            PIC X(15).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LS-REGION          PIC Z9.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LS-DEPT            PIC X(2).
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LS-CLASSE          PIC X(4).

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "RAPPORTPOSTES".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "Postes.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "RAPPORTPOSTES".
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

           CALL "CBL_CHECK_FILE_EXIST" USING "POSTES.DAT "
                                              W-SIZE-POSTES.
           IF RETURN-CODE NOT = 0
               MOVE "AUCUNE TABLE DES POSTES (POSTES.DAT ABSENT)"
                 TO W-MESSAGE-ERREUR
           ELSE
               OPEN INPUT FICHIER-POSTES FICHIER-IDX
               PERFORM 10000-CUMULER-POSTES
               PERFORM 20000-CUMULER-EFFECTIF
               PERFORM 40000-IMPRIMER-RAPPORT
               CLOSE FICHIER-POSTES FICHIER-IDX

               STRING W-DATE-DU-JOUR(1:4) "-" W-DATE-DU-JOUR(5:2)
                      DELIMITED BY SIZE INTO W-SP-PERIODE
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR

               STRING "POSTES : "         DELIMITED BY SIZE
                      W-TO-VACANTS        DELIMITED BY SIZE
                      " VACANT(S), "      DELIMITED BY SIZE
                      W-TO-SURNOMBRE      DELIMITED BY SIZE
                      " EN SURNOMBRE, "   DELIMITED BY SIZE
                      W-TO-SANS-POSTE     DELIMITED BY SIZE
                      " SANS POSTE"       DELIMITED BY SIZE
                 INTO W-MESSAGE-ERREUR
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           MOVE W-TO-VACANTS TO W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  PARCOURT LA TABLE DES POSTES : CHAQUE POSTE NON GELE EST UN
      *  POSTE AUTORISE DE SA CASE, COMBLE SI SON TITULAIRE EST
      *  ENCORE ACTIF, VACANT SINON.
      ******************************************************************
       10000-CUMULER-POSTES.
           INITIALIZE W-TABLE-CASES W-TOTAUX.
           MOVE 0 TO W-NB-CASES W-IND-FIN-FICHIER.
           MOVE LOW-VALUES TO PO-NUMERO.
           START FICHIER-POSTES KEY IS NOT LESS THAN PO-NUMERO
               INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
           END-START.
           PERFORM 11000-LIRE-POSTE.
           PERFORM UNTIL W-FIN-FICHIER
               MOVE PO-REGION      TO W-CC-REGION
               MOVE PO-DEPARTEMENT TO W-CC-DEPT
               PERFORM 30000-TROUVER-CASE
               IF W-CASE-TROUVEE
                   IF PO-GELE
                       ADD 1 TO W-CA-GELES(W-IDX-CASE)
                   ELSE
                       ADD 1      TO W-CA-AUTORISES(W-IDX-CASE)
                       ADD PO-ETP TO W-CA-ETP(W-IDX-CASE)
                       PERFORM 12000-VERIFIER-TITULAIRE
                       IF W-TITULAIRE-ACTIF
                           ADD 1 TO W-CA-COMBLES(W-IDX-CASE)
                       ELSE
                           ADD 1 TO W-CA-VACANTS(W-IDX-CASE)
                       END-IF
                   END-IF
               END-IF
               PERFORM 11000-LIRE-POSTE
           END-PERFORM.

       11000-LIRE-POSTE.
           READ FICHIER-POSTES NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       12000-VERIFIER-TITULAIRE.
           MOVE 0 TO W-IND-TITULAIRE.
           IF PO-COMBLE AND PO-EMPLOYE NOT = SPACES
               MOVE PO-EMPLOYE TO EMP-CODE
               READ FICHIER-IDX
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EMP-ACTIF OR EMP-EN-CONGE
                           MOVE 1 TO W-IND-TITULAIRE
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      *  PARCOURT LES EMPLOYES ACTIFS : EFFECTIF DE LA CASE (REGION ET
      *  DEPARTEMENT DE LA FICHE) ET EMPLOYES QU'AUCUN POSTE NE PORTE.
      ******************************************************************
       20000-CUMULER-EFFECTIF.
           MOVE 0 TO W-IND-FIN-FICHIER.
           MOVE LOW-VALUES TO EMP-CODE.
           START FICHIER-IDX KEY IS NOT LESS THAN EMP-CODE
               INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
           END-START.
           PERFORM 21000-LIRE-EMPLOYE.
           PERFORM UNTIL W-FIN-FICHIER
               IF EMP-ACTIF OR EMP-EN-CONGE
                   PERFORM 22000-DEPT-EMPLOYE
                   MOVE EMP-REGION     TO W-CC-REGION
                   MOVE W-DEPT-EMPLOYE TO W-CC-DEPT
                   PERFORM 30000-TROUVER-CASE
                   IF W-CASE-TROUVEE
                       ADD 1 TO W-CA-EFFECTIF(W-IDX-CASE)
                       PERFORM 23000-CHERCHER-POSTE-EMPLOYE
                       IF W-EMPLOYE-SANS-POSTE
                           ADD 1 TO W-CA-SANS-POSTE(W-IDX-CASE)
                       END-IF
                   END-IF
               END-IF
               PERFORM 21000-LIRE-EMPLOYE
           END-PERFORM.

       21000-LIRE-EMPLOYE.
           READ FICHIER-IDX NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

      *UNE FICHE ANTERIEURE AUX DEPARTEMENTS RELEVE DU GENERAL "00".
       22000-DEPT-EMPLOYE.
           MOVE EMP-DEPARTEMENT TO W-DEPT-EMPLOYE.
           IF W-DEPT-EMPLOYE = SPACES OR W-DEPT-EMPLOYE = LOW-VALUES
               MOVE "00" TO W-DEPT-EMPLOYE
           END-IF.

       23000-CHERCHER-POSTE-EMPLOYE.
           MOVE 1 TO W-IND-SANS-POSTE.
           MOVE EMP-CODE TO PO-EMPLOYE.
           READ FICHIER-POSTES KEY IS PO-EMPLOYE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PO-COMBLE
                       MOVE 0 TO W-IND-SANS-POSTE
                   END-IF
           END-READ.

      ******************************************************************
      *  TROUVE LA CASE DE LA CLE CHERCHEE OU L'INSERE A SA PLACE
      *  (ORDRE REGION + DEPARTEMENT) ; TABLE PLEINE = CASE IGNOREE.
      ******************************************************************
       30000-TROUVER-CASE.
           MOVE 0 TO W-IND-CASE-TROUVEE.
           SET W-IDX-CASE TO 1.
           PERFORM UNTIL W-IDX-CASE > W-NB-CASES
                      OR W-CA-CLE(W-IDX-CASE) NOT < W-CLE-CHERCHEE
               SET W-IDX-CASE UP BY 1
           END-PERFORM.
           IF W-IDX-CASE NOT > W-NB-CASES
              AND W-CA-CLE(W-IDX-CASE) = W-CLE-CHERCHEE
               MOVE 1 TO W-IND-CASE-TROUVEE
           ELSE
               IF W-NB-CASES < 200
                   PERFORM VARYING W-IDX-DEPL FROM W-NB-CASES BY -1
                           UNTIL W-IDX-DEPL < W-IDX-CASE
                       MOVE W-CASE(W-IDX-DEPL) TO W-CASE(W-IDX-DEPL + 1)
                   END-PERFORM
                   ADD 1 TO W-NB-CASES
                   INITIALIZE W-CASE(W-IDX-CASE)
                   MOVE W-CLE-CHERCHEE TO W-CA-CLE(W-IDX-CASE)
                   MOVE 1 TO W-IND-CASE-TROUVEE
               END-IF
           END-IF.

      ******************************************************************
      *  IMPRIME LE RAPPORT : UNE LIGNE PAR CASE AVEC SOUS-TOTAL PAR
      *  REGION ET TOTAL GENERAL, PUIS LA LISTE DES POSTES VACANTS ET
      *  CELLE DES EMPLOYES SANS POSTE.
      ******************************************************************
       40000-IMPRIMER-RAPPORT.
           OPEN OUTPUT RAPPORT-POSTES.
           CALL "CBL_CHECK_FILE_EXIST" USING "REGIONS.DAT "
                                              W-SIZE-REGIONS.
           IF RETURN-CODE = 0
               MOVE 1 TO W-IND-REGIONS
               OPEN INPUT FICHIER-REGIONS
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING "DEPARTEMENTS.DAT "
                                              W-SIZE-DEPTS.
           IF RETURN-CODE = 0
               MOVE 1 TO W-IND-DEPTS
               OPEN INPUT FICHIER-DEPARTEMENTS
           END-IF.

           MOVE SPACES TO LIGNE-POSTES.
           STRING "** CONTROLE DES POSTES - VACANCES ET SURNOMBRE AU "
                                       DELIMITED BY SIZE
                  W-DATE-DU-JOUR(1:4)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-DU-JOUR(5:2)  DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  W-DATE-DU-JOUR(7:2)  DELIMITED BY SIZE
                  " **"                DELIMITED BY SIZE
             INTO LIGNE-POSTES.
           WRITE LIGNE-POSTES.

           MOVE " RG REGION               DP DEPARTEMENT         AUTOR.
      -"     ETP COMBL VACAN GELES  EFFEC  S/PST  SURNB"
             TO LIGNE-POSTES.
           WRITE LIGNE-POSTES AFTER ADVANCING 2 LINES.

           INITIALIZE W-SOUS-TOTAUX.
           MOVE 99 TO W-ST-REGION.
           PERFORM VARYING W-IDX-CASE FROM 1 BY 1
                   UNTIL W-IDX-CASE > W-NB-CASES
               IF W-CA-REGION(W-IDX-CASE) NOT = W-ST-REGION
                   IF W-IDX-CASE > 1
                       PERFORM 42000-LIGNE-SOUS-TOTAL
                   END-IF
                   INITIALIZE W-SOUS-TOTAUX
                   MOVE W-CA-REGION(W-IDX-CASE) TO W-ST-REGION
               END-IF
               PERFORM 41000-LIGNE-CASE
           END-PERFORM.
           IF W-NB-CASES > 0
               PERFORM 42000-LIGNE-SOUS-TOTAL
           END-IF.

           MOVE SPACES TO W-LIGNE-CASE.
           MOVE "TOTAL GENERAL"  TO W-LC-NOM-REGION.
           MOVE W-TO-AUTORISES   TO W-LC-AUTORISES.
           MOVE W-TO-ETP         TO W-LC-ETP.
           MOVE W-TO-COMBLES     TO W-LC-COMBLES.
           MOVE W-TO-VACANTS     TO W-LC-VACANTS.
           MOVE W-TO-GELES       TO W-LC-GELES.
           MOVE W-TO-EFFECTIF    TO W-LC-EFFECTIF.
           MOVE W-TO-SANS-POSTE  TO W-LC-SANS-POSTE.
           MOVE W-TO-SURNOMBRE   TO W-LC-SURNOMBRE.
           WRITE LIGNE-POSTES FROM W-LIGNE-CASE
                              AFTER ADVANCING 2 LINES.

           PERFORM 50000-LISTER-VACANTS.
           PERFORM 60000-LISTER-SANS-POSTE.

           IF W-REGIONS-PRESENTES
               CLOSE FICHIER-REGIONS
           END-IF.
           IF W-DEPTS-PRESENTS
               CLOSE FICHIER-DEPARTEMENTS
           END-IF.
           CLOSE RAPPORT-POSTES.

      *SURNOMBRE : EFFECTIF ACTIF AU-DELA DES POSTES AUTORISES.
       41000-LIGNE-CASE.
           MOVE 0 TO W-SURNOMBRE.
           IF W-CA-EFFECTIF(W-IDX-CASE) > W-CA-AUTORISES(W-IDX-CASE)
               COMPUTE W-SURNOMBRE = W-CA-EFFECTIF(W-IDX-CASE)
                                   - W-CA-AUTORISES(W-IDX-CASE)
           END-IF.

           MOVE SPACES TO W-LIGNE-CASE.
           MOVE W-CA-REGION(W-IDX-CASE)     TO W-LC-REGION.
           MOVE W-CA-DEPT(W-IDX-CASE)       TO W-LC-DEPT.
           PERFORM 43000-NOMS-DE-LA-CASE.
           MOVE W-CA-AUTORISES(W-IDX-CASE)  TO W-LC-AUTORISES.
           MOVE W-CA-ETP(W-IDX-CASE)        TO W-LC-ETP.
           MOVE W-CA-COMBLES(W-IDX-CASE)    TO W-LC-COMBLES.
           MOVE W-CA-VACANTS(W-IDX-CASE)    TO W-LC-VACANTS.
           MOVE W-CA-GELES(W-IDX-CASE)      TO W-LC-GELES.
           MOVE W-CA-EFFECTIF(W-IDX-CASE)   TO W-LC-EFFECTIF.
           MOVE W-CA-SANS-POSTE(W-IDX-CASE) TO W-LC-SANS-POSTE.
           MOVE W-SURNOMBRE                 TO W-LC-SURNOMBRE.
           WRITE LIGNE-POSTES FROM W-LIGNE-CASE
                              AFTER ADVANCING 1 LINE.

           ADD W-CA-AUTORISES(W-IDX-CASE)  TO W-ST-AUTORISES
                                              W-TO-AUTORISES.
           ADD W-CA-ETP(W-IDX-CASE)        TO W-ST-ETP W-TO-ETP.
           ADD W-CA-COMBLES(W-IDX-CASE)    TO W-ST-COMBLES
                                              W-TO-COMBLES.
           ADD W-CA-VACANTS(W-IDX-CASE)    TO W-ST-VACANTS
                                              W-TO-VACANTS.
           ADD W-CA-GELES(W-IDX-CASE)      TO W-ST-GELES W-TO-GELES.
           ADD W-CA-EFFECTIF(W-IDX-CASE)   TO W-ST-EFFECTIF
                                              W-TO-EFFECTIF.
           ADD W-CA-SANS-POSTE(W-IDX-CASE) TO W-ST-SANS-POSTE
                                              W-TO-SANS-POSTE.
           ADD W-SURNOMBRE                 TO W-ST-SURNOMBRE
                                              W-TO-SURNOMBRE.

       42000-LIGNE-SOUS-TOTAL.
           MOVE SPACES TO W-LIGNE-CASE.
           MOVE W-ST-REGION      TO W-LC-REGION.
           MOVE "  TOTAL REGION"  TO W-LC-NOM-REGION.
           MOVE W-ST-AUTORISES   TO W-LC-AUTORISES.
           MOVE W-ST-ETP         TO W-LC-ETP.
           MOVE W-ST-COMBLES     TO W-LC-COMBLES.
           MOVE W-ST-VACANTS     TO W-LC-VACANTS.
           MOVE W-ST-GELES       TO W-LC-GELES.
           MOVE W-ST-EFFECTIF    TO W-LC-EFFECTIF.
           MOVE W-ST-SANS-POSTE  TO W-LC-SANS-POSTE.
           MOVE W-ST-SURNOMBRE   TO W-LC-SURNOMBRE.
           WRITE LIGNE-POSTES FROM W-LIGNE-CASE
                              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LIGNE-POSTES.
           WRITE LIGNE-POSTES AFTER ADVANCING 1 LINE.

       43000-NOMS-DE-LA-CASE.
           MOVE "REGION INCONNUE"      TO W-LC-NOM-REGION.
           IF W-REGIONS-PRESENTES
               MOVE W-CA-REGION(W-IDX-CASE) TO RG-CODE
               READ FICHIER-REGIONS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE RG-NOM TO W-LC-NOM-REGION
               END-READ
           END-IF.
           MOVE "DEPARTEMENT INCONNU"  TO W-LC-NOM-DEPT.
           IF W-DEPTS-PRESENTS
               MOVE W-CA-DEPT(W-IDX-CASE) TO DP-CODE
               READ FICHIER-DEPARTEMENTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE DP-NOM TO W-LC-NOM-DEPT
               END-READ
           END-IF.

      ******************************************************************
      *  LISTE DES POSTES VACANTS (Y COMPRIS CEUX DONT LE TITULAIRE
      *  N'EST PLUS ACTIF) ET DES POSTES GELES.
      ******************************************************************
       50000-LISTER-VACANTS.
           MOVE "** POSTES VACANTS ET GELES **" TO LIGNE-POSTES.
           WRITE LIGNE-POSTES AFTER ADVANCING 3 LINES.
           MOVE "   POSTE   RG  DP  CLAS  ETP    TAUX BUDG." TO
                LIGNE-POSTES.
           WRITE LIGNE-POSTES AFTER ADVANCING 2 LINES.

           MOVE 0 TO W-IND-FIN-FICHIER.
           MOVE LOW-VALUES TO PO-NUMERO.
           START FICHIER-POSTES KEY IS NOT LESS THAN PO-NUMERO
               INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
           END-START.
           PERFORM 11000-LIRE-POSTE.
           PERFORM UNTIL W-FIN-FICHIER
               MOVE SPACES TO W-LV-NOTE
               IF PO-GELE
                   MOVE "GELE" TO W-LV-NOTE
               ELSE
                   PERFORM 12000-VERIFIER-TITULAIRE
                   IF NOT W-TITULAIRE-ACTIF
                       IF PO-COMBLE
                           MOVE "VACANT (TITULAIRE INACTIF)"
                             TO W-LV-NOTE
                       ELSE
                           MOVE "VACANT" TO W-LV-NOTE
                       END-IF
                   END-IF
               END-IF
               IF W-LV-NOTE NOT = SPACES
                   MOVE PO-NUMERO      TO W-LV-NUMERO
                   MOVE PO-REGION      TO W-LV-REGION
                   MOVE PO-DEPARTEMENT TO W-LV-DEPT
                   MOVE PO-CLASSE      TO W-LV-CLASSE
                   MOVE PO-ETP         TO W-LV-ETP
                   MOVE PO-TAUX-BUDGET TO W-LV-TAUX
                   WRITE LIGNE-POSTES FROM W-LIGNE-VACANT
                                      AFTER ADVANCING 1 LINE
               END-IF
               PERFORM 11000-LIRE-POSTE
           END-PERFORM.

      ******************************************************************
      *  LISTE DES EMPLOYES ACTIFS QU'AUCUN POSTE NE PORTE (EMBAUCHES
      *  HORS POSTE OU ANTERIEURES AU CONTROLE DES POSTES).
      ******************************************************************
       60000-LISTER-SANS-POSTE.
           MOVE "** EMPLOYES ACTIFS SANS POSTE AUTORISE **"
             TO LIGNE-POSTES.
           WRITE LIGNE-POSTES AFTER ADVANCING 3 LINES.
           MOVE "   CODE    NOM                  PRENOM           RG  D
      -"P  CLAS" TO LIGNE-POSTES.
           WRITE LIGNE-POSTES AFTER ADVANCING 2 LINES.

           MOVE 0 TO W-IND-FIN-FICHIER.
           MOVE LOW-VALUES TO EMP-CODE.
           START FICHIER-IDX KEY IS NOT LESS THAN EMP-CODE
               INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
           END-START.
           PERFORM 21000-LIRE-EMPLOYE.
           PERFORM UNTIL W-FIN-FICHIER
               IF EMP-ACTIF OR EMP-EN-CONGE
                   PERFORM 23000-CHERCHER-POSTE-EMPLOYE
                   IF W-EMPLOYE-SANS-POSTE
                       PERFORM 22000-DEPT-EMPLOYE
                       MOVE EMP-CODE       TO W-LS-CODE
                       MOVE EMP-NOM        TO W-LS-NOM
                       MOVE EMP-PREN       TO W-LS-PREN
                       MOVE EMP-REGION     TO W-LS-REGION
                       MOVE W-DEPT-EMPLOYE TO W-LS-DEPT
                       MOVE EMP-CLASSE     TO W-LS-CLASSE
                       WRITE LIGNE-POSTES FROM W-LIGNE-SANS-POSTE
                                          AFTER ADVANCING 1 LINE
                   END-IF
               END-IF
               PERFORM 21000-LIRE-EMPLOYE
           END-PERFORM.
