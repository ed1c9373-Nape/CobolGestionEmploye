      *          DATE-EMBAUCHE;NAS;ADRESSE;TYPE;SALAIRE-PERIODE;
      *          MODE-PAIEMENT;INSTITUTION;TRANSIT;COMPTE;
      *          DATE-NAISSANCE;DEPARTEMENT (FACULTATIF, 00 A
      *          DEFAUT, VALIDE CONTRE LA TABLE DES DEPARTEMENTS);
      *          CLASSE;ECHELON (FACULTATIFS, BLANC = HORS
      *          CONVENTION ; SINON VALIDES CONTRE LA TABLE DES
      *          CLASSES ET LA REMUNERATION EST PRISE A L'ECHELLE);
      *          POSTE (FACULTATIF : S'IL EST DONNE, IL DOIT ETRE
      *          VACANT ET DE LA REGION, DU DEPARTEMENT ET DE LA
      *          CLASSE DE L'EMBAUCHE ; UNE EMBAUCHE SANS POSTE EST
      *          ACCEPTEE MAIS SIGNALEE EN SURNOMBRE AU RAPPORT);
      *          LANGUE (FACULTATIF, F OU A, BLANC = F : LANGUE DES
      *          DOCUMENTS REMIS A L'EMPLOYE)

      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODE.

       SELECT FICHIER-CLASSES  ASSIGN TO "CLASSES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CLASSE.

       SELECT FICHIER-ECHELLES  ASSIGN TO "ECHELLES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CLE.

       SELECT FICHIER-POSTES  ASSIGN TO "POSTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMERO
               ALTERNATE RECORD KEY IS PO-EMPLOYE
                          WITH DUPLICATES.


       SELECT FICHIER-SUIVI  ASSIGN TO "SUIVIRECONST.LST"
               ORGANIZATION IS LINE SEQUENTIAL
           05  EMP-GROUPE-PAYE         PIC X(2).
           05  EMP-PROVINCE            PIC X(2).
           05  EMP-DEPARTEMENT         PIC X(2).
           05  EMP-CLASSE              PIC X(4).
           05  EMP-ECHELON             PIC 9(2).
           05  EMP-LANGUE              PIC X.
           05  EMP-RESERVE             PIC X(3).

       FD  FICHIER-EMBAUCHES.
       01  LIGNE-EMBAUCHE              PIC X(250).
           05  DP-NOM                  PIC X(20).
           05  DP-ACTIF                PIC X.

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

      *********************************************************
      * Postes autorises (SAISIEPOSTES) : le poste donne a la
      * ligne est comble par l'embauche des qu'elle est ecrite.
      *********************************************************
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


      *********************************************************
      * Suivi des ajouts depuis la derniere reconstruction de
               88  W-CODE-LIBRE             VALUE 1.
           05  W-IND-NOM-EXISTANT   PIC 9   VALUE 0.
               88  W-NOM-EXISTANT           VALUE 1.
           05  W-IND-POSTES         PIC 9   VALUE 0.
               88  W-POSTES-EN-VIGUEUR      VALUE 1.
           05  W-IND-PO-ABSENT      PIC 9   VALUE 0.
               88  W-PO-ABSENT              VALUE 1.

       01  W-FILE-DETAIL-POSTES.
           05  W-SIZE-POSTES        PIC X(8)   COMP-X.

       01  W-STATUT-EMBAUCHES       PIC XX.
           88  EMBAUCHES-OK                 VALUE "00".
           05  W-COMPTE-LUES        PIC 9(4) VALUE 0.
           05  W-COMPTE-ACCEPTEES   PIC 9(4) VALUE 0.
           05  W-COMPTE-REJETEES    PIC 9(4) VALUE 0.
           05  W-COMPTE-SURNOMBRE   PIC 9(4) VALUE 0.

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-HEURE-DU-JOUR          PIC 9(8).
           05  W-CH-COMPTE          PIC X(12).
           05  W-CH-DATE-NAI        PIC X(8).
           05  W-CH-DEPT            PIC X(2).
           05  W-CH-CLASSE          PIC X(4).
           05  W-CH-ECHELON         PIC X(2).
           05  W-CH-POSTE           PIC X(6).
           05  W-CH-LANGUE          PIC X.

      *********************************************************
      * Fiche en preparation : memes decoupages du nom que la
           05  W-EMP-GROUPE-PAYE       PIC X(2).
           05  W-EMP-PROVINCE          PIC X(2).
           05  W-EMP-DEPARTEMENT       PIC X(2).
           05  W-EMP-CLASSE            PIC X(4).
           05  W-EMP-ECHELON           PIC 9(2).
           05  W-EMP-LANGUE            PIC X.
               88 W-EMP-LANGUE-VALIDE  VALUE "F" "A".
           05  W-EMP-RESERVE           PIC X(3).

       01  W-RAISON-REJET           PIC X(50).
       01  W-CMPT-SPACE-NOM         PIC 9.
       01  W-IND-DEPT-CONNU         PIC 9.
           88  W-DEPT-ADMISSIBLE            VALUE 1.

      *********************************************************
      * Table des classes d'emploi chargee de CLASSES.DAT (vide
      * si absente : seule la classe blanche est alors admise)
      * et ligne en vigueur trouvee a l'echelle salariale.
      *********************************************************
       01  W-FILE-DETAIL-CLASSES.
           05  W-SIZE-CLASSES       PIC X(8)   COMP-X.
           05  W-SIZE-ECHELLES      PIC X(8)   COMP-X.

       01  W-TABLE-REF-CLASSES.
           05  W-NB-REF-CLASSES     PIC 99  VALUE 0.
           05  W-REF-CLASSE OCCURS 50 TIMES
                                    INDEXED BY W-IDX-REF-CLS.
               10  W-RC-CLS-CODE    PIC X(4).
               10  W-RC-CLS-NB-ECH  PIC 9(2).
               10  W-RC-CLS-ACTIF   PIC X.

       01  W-CLASSE-ECHELLE.
           05  W-IND-FIN-CLASSES    PIC 9.
               88  W-FIN-CLASSES            VALUE 1.
           05  W-IND-CLASSE-CONNU   PIC 9.
               88  W-CLASSE-ADMISSIBLE      VALUE 1.
           05  W-NB-ECH-CLASSE      PIC 9(2).
           05  W-IND-FIN-EC         PIC 9.
               88  W-FIN-EC                 VALUE 1.
           05  W-IND-ECHELLE        PIC 9.
               88  W-ECHELLE-TROUVEE        VALUE 1.

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
           ELSE
               PERFORM 05000-CHARGER-REGIONS
               PERFORM 06000-CHARGER-DEPARTEMENTS
               PERFORM 07000-CHARGER-CLASSES
               CALL "CBL_CHECK_FILE_EXIST" USING "POSTES.DAT "
                                                  W-SIZE-POSTES
               IF RETURN-CODE = 0
                   MOVE 1 TO W-IND-POSTES
                   OPEN I-O FICHIER-POSTES
               END-IF
               OPEN I-O FICHIER-IDX
               OPEN OUTPUT RAPPORT-EXCEPTION

               PERFORM 80000-SOMMAIRE-EXCEPTIONS

               CLOSE FICHIER-EMBAUCHES FICHIER-IDX RAPPORT-EXCEPTION
               IF W-POSTES-EN-VIGUEUR
                   CLOSE FICHIER-POSTES
               END-IF
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR

               AT END MOVE 1 TO W-IND-FIN-REGIONS
           END-READ.

      ******************************************************************
      *  CHARGE LA TABLE DES CLASSES D'EMPLOI (VIDE SI LE FICHIER
      *  N'EXISTE PAS ENCORE), COMME LA SAISIE A L'ECRAN.
      ******************************************************************
       07000-CHARGER-CLASSES.
           MOVE 0 TO W-NB-REF-CLASSES W-IND-FIN-CLASSES.
           CALL "CBL_CHECK_FILE_EXIST" USING "CLASSES.DAT "
                                              W-SIZE-CLASSES.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-CLASSES
               MOVE LOW-VALUES TO CL-CLASSE
               START FICHIER-CLASSES KEY IS NOT LESS THAN CL-CLASSE
                   INVALID KEY MOVE 1 TO W-IND-FIN-CLASSES
               END-START
               PERFORM 07100-LIRE-CLASSE
               PERFORM UNTIL W-FIN-CLASSES OR W-NB-REF-CLASSES = 50
                   ADD 1 TO W-NB-REF-CLASSES
                   MOVE CL-CLASSE      TO
                                      W-RC-CLS-CODE(W-NB-REF-CLASSES)
                   MOVE CL-NB-ECHELONS TO
                                      W-RC-CLS-NB-ECH(W-NB-REF-CLASSES)
                   MOVE CL-ACTIF       TO
                                      W-RC-CLS-ACTIF(W-NB-REF-CLASSES)
                   PERFORM 07100-LIRE-CLASSE
               END-PERFORM
               CLOSE FICHIER-CLASSES
           END-IF.

       07100-LIRE-CLASSE.
           READ FICHIER-CLASSES NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-CLASSES
           END-READ.

       10000-LIRE-EMBAUCHE.
           READ FICHIER-EMBAUCHES
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           IF W-RAISON-REJET = SPACES
               PERFORM 50000-GENERER-CLE
               PERFORM 60000-ECRIRE-FICHE
               PERFORM 66000-COMBLER-POSTE
               ADD 1 TO W-COMPTE-ACCEPTEES
           ELSE
               PERFORM 70000-REJETER-LIGNE
                    W-CH-DATE-EMB W-CH-NAS W-CH-ADRESSE
                    W-CH-TYPE W-CH-SALAIRE W-CH-MODE
                    W-CH-INSTITUTION W-CH-TRANSIT W-CH-COMPTE
                    W-CH-DATE-NAI W-CH-DEPT W-CH-CLASSE
                    W-CH-ECHELON W-CH-POSTE W-CH-LANGUE.

      ******************************************************************
      *  APPLIQUE A LA LIGNE LES MEMES REGLES QUE LA SAISIE A
           MOVE "A" TO W-EMP-STATUT.
      *DEFAUTS DES NOUVEAUX CHAMPS DE LA FICHE, COMME LA SAISIE A
      *L'ECRAN : PAS DE BANQUE DE TEMPS, COORDONNEES CONFIRMEES,
      *GROUPE DE PAYE 01, PROVINCE QUEBEC, DEPARTEMENT GENERAL,
      *DOCUMENTS EN FRANCAIS.
           MOVE "N"  TO W-EMP-BANQUE-TEMPS.
           MOVE "C"  TO W-EMP-STATUT-COORD.
           MOVE "01" TO W-EMP-GROUPE-PAYE.
           MOVE "QC" TO W-EMP-PROVINCE.
           MOVE "00" TO W-EMP-DEPARTEMENT.
           MOVE SPACES TO W-EMP-CLASSE.
           MOVE 0      TO W-EMP-ECHELON.
           MOVE "F"    TO W-EMP-LANGUE.
           MOVE SPACES TO W-EMP-RESERVE.

           MOVE FUNCTION LOWER-CASE(W-CH-NOM)    TO W-EMP-NOM.
               END-IF
           END-IF.

      *LA LANGUE DES DOCUMENTS (FACULTATIVE, FRANCAIS A DEFAUT)
      *DOIT ETRE F OU A.
           IF W-RAISON-REJET = SPACES
               MOVE FUNCTION UPPER-CASE(W-CH-LANGUE) TO W-EMP-LANGUE
               IF W-EMP-LANGUE = SPACE OR W-EMP-LANGUE = LOW-VALUE
                   MOVE "F" TO W-EMP-LANGUE
               END-IF
               IF NOT W-EMP-LANGUE-VALIDE
                   MOVE "LA LANGUE DOIT ETRE F OU A" TO W-RAISON-REJET
               END-IF
           END-IF.

           IF W-RAISON-REJET = SPACES
               PERFORM 46000-VALIDER-POSTE
           END-IF.

      *UNE NOUVELLE EMBAUCHE PAYEE PAR DEPOT PART EN ATTENTE DE
      *PRENOTE : CHEQUE ET ESSAI A ZERO DOLLAR JUSQU'A CE QU'UN
      *OPERATEUR CONFIRME QUE LA PRENOTE A PASSE A LA BANQUE.
               END-IF
           END-PERFORM.

           PERFORM 45000-VALIDER-CLASSE.

           EVALUATE TRUE
               WHEN W-RAISON-REJET NOT = SPACES
                   CONTINUE
               WHEN NOT W-REGION-ADMISSIBLE
                   MOVE "LA REGION N'EST PAS A LA TABLE DES REGIONS"
                   TO W-RAISON-REJET
                   TO W-RAISON-REJET
           END-EVALUATE.

      ******************************************************************
      *  CLASSE D'EMPLOI ET ECHELON (FACULTATIFS) : LA CLASSE DOIT
      *  ETRE ACTIVE A LA TABLE ET L'ECHELON DANS SON ECHELLE ; LA
      *  REMUNERATION DU FICHIER EST ALORS REMPLACEE PAR CELLE DE
      *  L'ECHELLE EN VIGUEUR AUJOURD'HUI, COMME A L'ECRAN.
      ******************************************************************
       45000-VALIDER-CLASSE.
           MOVE FUNCTION UPPER-CASE(W-CH-CLASSE) TO W-EMP-CLASSE.
           MOVE 0 TO W-EMP-ECHELON.
           IF W-EMP-CLASSE NOT = SPACES
               MOVE 0 TO W-IND-CLASSE-CONNU W-NB-ECH-CLASSE
               PERFORM VARYING W-IDX-REF-CLS FROM 1 BY 1
                       UNTIL W-IDX-REF-CLS > W-NB-REF-CLASSES
                   IF W-RC-CLS-CODE(W-IDX-REF-CLS) = W-EMP-CLASSE
                      AND W-RC-CLS-ACTIF(W-IDX-REF-CLS) = "A"
                       MOVE 1 TO W-IND-CLASSE-CONNU
                       MOVE W-RC-CLS-NB-ECH(W-IDX-REF-CLS)
                         TO W-NB-ECH-CLASSE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN NOT W-CLASSE-ADMISSIBLE
                       MOVE "LA CLASSE D'EMPLOI N'EST PAS A LA TABLE"
                       TO W-RAISON-REJET
                   WHEN FUNCTION TEST-NUMVAL(W-CH-ECHELON) NOT = 0
                       MOVE "ECHELON NON NUMERIQUE" TO W-RAISON-REJET
                   WHEN OTHER
                       COMPUTE W-EMP-ECHELON =
                           FUNCTION NUMVAL(W-CH-ECHELON)
                       IF W-EMP-ECHELON < 1
                          OR W-EMP-ECHELON > W-NB-ECH-CLASSE
                           MOVE "L'ECHELON EST HORS DE L'ECHELLE"
                           TO W-RAISON-REJET
                       ELSE
                           PERFORM 45100-CHERCHER-ECHELLE
                       END-IF
               END-EVALUATE
           END-IF.

      *LIGNE EN VIGUEUR : DERNIERE DATE D'EFFET QUI NE DEPASSE PAS
      *LA DATE DU JOUR POUR LA CLASSE ET L'ECHELON.
       45100-CHERCHER-ECHELLE.
           MOVE 0 TO W-IND-ECHELLE W-IND-FIN-EC.
           CALL "CBL_CHECK_FILE_EXIST" USING "ECHELLES.DAT "
                                              W-SIZE-ECHELLES.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-ECHELLES
               MOVE W-EMP-CLASSE  TO EC-CLASSE
               MOVE W-EMP-ECHELON TO EC-ECHELON
               MOVE 0             TO EC-DATE-EFFET
               START FICHIER-ECHELLES KEY IS NOT LESS THAN EC-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-EC
               END-START
               PERFORM 45200-LIRE-ECHELLE
               PERFORM UNTIL W-FIN-EC
                   IF EC-CLASSE = W-EMP-CLASSE
                      AND EC-ECHELON = W-EMP-ECHELON
                      AND EC-DATE-EFFET NOT > W-DATE-DU-JOUR
                       MOVE 1 TO W-IND-ECHELLE
                       IF W-EMP-SALARIE
                           MOVE EC-SALAIRE-PERIODE
                             TO W-EMP-SALAIRE-PERIODE
                       ELSE
                           MOVE EC-TAUX TO W-EMP-TAUX
                       END-IF
                       PERFORM 45200-LIRE-ECHELLE
                   ELSE
                       MOVE 1 TO W-IND-FIN-EC
                   END-IF
               END-PERFORM
               CLOSE FICHIER-ECHELLES
           END-IF.
           IF NOT W-ECHELLE-TROUVEE
               MOVE "AUCUN TAUX D'ECHELLE EN VIGUEUR POUR L'ECHELON"
               TO W-RAISON-REJET
           END-IF.

       45200-LIRE-ECHELLE.
           IF NOT W-FIN-EC
               READ FICHIER-ECHELLES NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-EC
               END-READ
           END-IF.

      ******************************************************************
      *  POSTE (FACULTATIF) : MEMES REGLES QU'A L'ECRAN. LE POSTE DOIT
      *  EXISTER, ETRE VACANT ET ETRE DE LA REGION, DU DEPARTEMENT ET
      *  DE LA CLASSE DE L'EMBAUCHE (UN POSTE SANS CLASSE LES ADMET
      *  TOUTES).
      ******************************************************************
       46000-VALIDER-POSTE.
           MOVE FUNCTION UPPER-CASE(W-CH-POSTE) TO W-CH-POSTE.
           IF W-CH-POSTE NOT = SPACES
               IF NOT W-POSTES-EN-VIGUEUR
                   MOVE "LE POSTE N'EXISTE PAS A LA TABLE DES POSTES"
                   TO W-RAISON-REJET
               ELSE
                   MOVE 0 TO W-IND-PO-ABSENT
                   MOVE W-CH-POSTE TO PO-NUMERO
                   READ FICHIER-POSTES
                       INVALID KEY MOVE 1 TO W-IND-PO-ABSENT
                   END-READ
                   EVALUATE TRUE
                       WHEN W-PO-ABSENT
                           MOVE "LE POSTE N'EXISTE PAS A LA TABLE DES P
      -"OSTES" TO W-RAISON-REJET
                       WHEN NOT PO-VACANT
                           MOVE "LE POSTE N'EST PAS VACANT (COMBLE OU G
      -"ELE)" TO W-RAISON-REJET
                       WHEN PO-REGION NOT = W-EMP-REGION
                         OR PO-DEPARTEMENT NOT = W-EMP-DEPARTEMENT
                         OR (PO-CLASSE NOT = SPACES
                             AND PO-CLASSE NOT = W-EMP-CLASSE)
                           MOVE "LE POSTE EST D'UNE AUTRE REGION, DEPT
      -"OU CLASSE" TO W-RAISON-REJET
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      *  DATES D'EMBAUCHE ET DE NAISSANCE PAR LE MEME SOUS-PROGRAMME
      *  VALIDE-DATE QUE LA SAISIE A L'ECRAN, AVEC LES MEMES BORNES.

           PERFORM 65000-ENREGISTRER-SUIVI.

      ******************************************************************
      *  LE POSTE DE LA LIGNE EST COMBLE PAR L'EMBAUCHE ; SANS POSTE,
      *  L'EMBAUCHE EST SIGNALEE EN SURNOMBRE AU RAPPORT.
      ******************************************************************
       66000-COMBLER-POSTE.
           IF W-POSTES-EN-VIGUEUR
               IF W-CH-POSTE = SPACES
                   ADD 1 TO W-COMPTE-SURNOMBRE
                   MOVE SPACES TO LIGNE-EXCEPTION
                   STRING "LIGNE "            DELIMITED BY SIZE
                          W-COMPTE-LUES       DELIMITED BY SIZE
                          " ACCEPTEE SANS POSTE AUTORISE (SURNOMBRE) - "
                                              DELIMITED BY SIZE
                          W-EMP-CODE          DELIMITED BY SIZE
                     INTO LIGNE-EXCEPTION
                   WRITE LIGNE-EXCEPTION
               ELSE
                   MOVE W-CH-POSTE TO PO-NUMERO
                   READ FICHIER-POSTES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE W-EMP-CODE TO PO-EMPLOYE
                           SET PO-COMBLE TO TRUE
                           REWRITE PO-FICHE-POSTE
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      *  AJOUTE UNE LIGNE A SUIVIRECONST.LST POUR LA FICHE ACCEPTEE,
      *  COMME LE FAIT LA SAISIE A L'ECRAN POUR CHAQUE AJOUT.
                  W-COMPTE-ACCEPTEES  DELIMITED BY SIZE
                  "  REJETEES: "      DELIMITED BY SIZE
                  W-COMPTE-REJETEES   DELIMITED BY SIZE
                  "  SANS POSTE: "    DELIMITED BY SIZE
                  W-COMPTE-SURNOMBRE  DELIMITED BY SIZE
             INTO LIGNE-EXCEPTION.
           WRITE LIGNE-EXCEPTION AFTER ADVANCING 2 LINES.
