                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DP-CODE.

           SELECT FICHIER-CHGT-ATTENTE  ASSIGN TO "CHGTATTENTE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CA-CODE.

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

       DATA DIVISION.
       FILE SECTION.
           05  EMP-GROUPE-PAYE         PIC X(2).
           05  EMP-PROVINCE            PIC X(2).
           05  EMP-DEPARTEMENT         PIC X(2).
           05  EMP-CLASSE              PIC X(4).
           05  EMP-ECHELON             PIC 9(2).
           05  EMP-LANGUE              PIC X.
           05  EMP-RESERVE             PIC X(3).
      *                                TOTAL (194)

      ******************************************************************
           05  DP-ACTIF                PIC X.

      ******************************************************************
      *  CHANGEMENTS SENSIBLES EN ATTENTE (CHGTATTENTE.DAT) : UN
      *  CHANGEMENT DE TAUX, DE SALAIRE PERIODIQUE, DE COORDONNEES
      *  BANCAIRES OU DE NAS N'EST PAS ECRIT A LA FICHE MAIS DEPOSE
      *  ICI (IMAGES AVANT/APRES, DEMANDEUR, DATE D'EFFET DE LA
      *  REMUNERATION) ; UN SECOND OPERATEUR L'APPROUVE OU LE
      *  REJETTE (APPROCHANGEMENTS), ET SEULE L'APPROBATION
      *  L'APPLIQUE. UN SEUL CHANGEMENT EN ATTENTE PAR EMPLOYE.
      ******************************************************************
       FD  FICHIER-CHGT-ATTENTE
       LABEL RECORD STANDARD.
       01  CA-FICHE-CHANGEMENT.
           05  CA-CODE                 PIC X(6).
           05  CA-GROUPE-PAYE          PIC X(2).
           05  CA-DATE-DEMANDE         PIC 9(8).
           05  CA-HEURE-DEMANDE        PIC 9(8).
           05  CA-DEMANDEUR            PIC X(8).
           05  CA-DATE-EFFET           PIC 9(8).
           05  CA-AVANT                PIC X(194).
           05  CA-APRES                PIC X(194).
           05  CA-RESERVE              PIC X(10).

      ******************************************************************
      *  CLASSES D'EMPLOI (CLASSES.DAT) ET ECHELLES SALARIALES DE LA
      *  CONVENTION (ECHELLES.DAT : CLASSE X ECHELON X DATE D'EFFET),
      *  TENUES PAR LEUR ECRAN (SAISIECLASSES). LA CLASSE ET
      *  L'ECHELON DE LA FICHE Y SONT VALIDES ET LA REMUNERATION EST
      *  PRISE A L'ECHELLE EN VIGUEUR.
      ******************************************************************
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

      ******************************************************************
      *  POSTES AUTORISES (POSTES.DAT, TENUS PAR SAISIEPOSTES) : UNE
      *  EMBAUCHE OCCUPE UN POSTE VACANT DE SA REGION, DE SON
      *  DEPARTEMENT ET DE SA CLASSE ; LE TITULAIRE EST PORTE SUR LE
      *  POSTE (PO-EMPLOYE) ET LE POSTE REDEVIENT VACANT A SON DEPART.
      ******************************************************************
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

       WORKING-STORAGE SECTION.

           05  W-EMP-STATUT              PIC X VALUE "A".
               88 W-EMP-ACTIF            VALUE "A".
               88 W-EMP-INACTIF          VALUE "I".
               88 W-EMP-EN-CONGE         VALUE "C".
           05  W-EMP-NAS                 PIC 9(9).
           05  W-EMP-COURRIEL            PIC X(30).
           05  W-EMP-ADRESSE             PIC X(30).
                                              "AB" "BC" "YT" "NT"
                                              "NU".
           05  W-EMP-DEPARTEMENT       PIC X(2).
           05  W-EMP-CLASSE            PIC X(4).
           05  W-EMP-ECHELON           PIC 9(2).
           05  W-EMP-LANGUE            PIC X.
               88 W-EMP-LANGUE-VALIDE  VALUE "F" "A".
           05  W-EMP-RESERVE           PIC X(3).

       01  W-EMP-AVANT-IMAGE              PIC X(194).
       01  W-EMP-VERIF-CONCURRENCE        PIC X(194).
       01  W-IND-DEPT-CONNU         PIC 9.
           88  W-DEPT-ADMISSIBLE            VALUE 1.

      ******************************************************************
      *  TABLE DES CLASSES D'EMPLOI CHARGEE AU DEMARRAGE (VIDE SI LE
      *  FICHIER N'EXISTE PAS ENCORE : SEULE LA CLASSE BLANCHE, HORS
      *  CONVENTION, EST ALORS ADMISE) ET LIGNE EN VIGUEUR TROUVEE
      *  A L'ECHELLE POUR LA CLASSE ET L'ECHELON SAISIS.
      ******************************************************************
       01  W-FILE-DETAIL-CLASSES.
           05  W-SIZE-CLASSES       PIC X(8)   COMP-X.
           05  W-SIZE-ECHELLES      PIC X(8)   COMP-X.

       01  W-IND-FIN-CLASSES        PIC 9.
           88  W-FIN-CLASSES                VALUE 1.

       01  W-TABLE-REF-CLASSES.
           05  W-NB-REF-CLASSES     PIC 99  VALUE 0.
           05  W-REF-CLASSE OCCURS 50 TIMES
                                    INDEXED BY W-IDX-REF-CLS.
               10  W-RC-CLS-CODE    PIC X(4).
               10  W-RC-CLS-NB-ECH  PIC 9(2).
               10  W-RC-CLS-ACTIF   PIC X.

       01  W-CLASSE-ECHELLE.
           05  W-IND-CLASSE-CONNU   PIC 9.
               88  W-CLASSE-ADMISSIBLE      VALUE 1.
           05  W-NB-ECH-CLASSE      PIC 9(2).
           05  W-IND-FIN-EC         PIC 9.
               88  W-FIN-EC                 VALUE 1.
           05  W-IND-ECHELLE        PIC 9.
               88  W-ECHELLE-TROUVEE        VALUE 1.
           05  W-EC-TAUX            PIC 99V99.
           05  W-EC-SALAIRE         PIC 9(6)V99.

      ******************************************************************
      *  POSTE SAISI A L'ECRAN ET POSTE OCCUPE AVANT LA MISE A JOUR
      *  (BLANC = AUCUN). SANS POSTES.DAT, LE CONTROLE DES POSTES
      *  N'EST PAS EN VIGUEUR ET SEUL LE POSTE BLANC EST ADMIS.
      ******************************************************************
       01  W-FILE-DETAIL-POSTES.
           05  W-SIZE-POSTES        PIC X(8)   COMP-X.

       01  W-CONTROLE-POSTE.
           05  W-POSTE-SAISI        PIC X(6).
           05  W-POSTE-ANCIEN       PIC X(6).
           05  W-IND-POSTES         PIC 9.
               88  W-POSTES-EN-VIGUEUR      VALUE 1.
           05  W-IND-PO-ABSENT      PIC 9.
               88  W-PO-ABSENT              VALUE 1.

      ******************************************************************
      *  VALIDATION DE LA DATE DE NAISSANCE (MEME SOUS-PROGRAMME
      *  VALIDE-DATE QUE LA DATE D'EMBAUCHE).
      ******************************************************************
      *  CHANGEMENT DE REMUNERATION : ANCIENNES VALEURS RELUES AVANT
      *  LA REECRITURE, DATE D'EFFET SAISIE (UNE DATE PASSEE DECLENCHE
      *  LA RETRO AU PROCHAIN CALCUL DE PAYE). LA DATE VOYAGE AVEC LE
      *  CHANGEMENT EN ATTENTE ; L'HISTORIQUE DES TAUX EST ECRIT A
      *  L'APPROBATION.
      ******************************************************************
       01  W-HISTO-TAUX.
           05  W-ANCIEN-TAUX            PIC 99V99.
           05  W-EFF-ERR-JOUR           PIC 9.
           05  W-BOOL-DATE-EFFET        PIC 9.
               88  W-DATE-EFFET-OK              VALUE 1.

      ******************************************************************
      *  CHANGEMENT SENSIBLE (TAUX, SALAIRE, BANQUE, NAS) DETECTE A LA
      *  MODIFICATION, ET CHANGEMENT DEJA EN ATTENTE POUR L'EMPLOYE.
      ******************************************************************
       01  W-CHGT-SENSIBLE-ZONE.
           05  W-IND-CHGT-SENSIBLE      PIC 9.
               88  W-CHGT-SENSIBLE              VALUE 1.
           05  W-IND-CHGT-EN-ATTENTE    PIC 9.
               88  W-CHGT-DEJA-EN-ATTENTE       VALUE 1.
           05  W-SIZE-CHGT-ATTENTE      PIC X(8) COMP-X.
           05  W-EMP-DEMANDE            PIC X(194).

       01  W-AUDIT-PARAM.
           05  W-AUDIT-CODE                PIC X(6).
           05  W-AUDIT-AVANT               PIC X(194).
           05  W-AUDIT-APRES               PIC X(194).

      ******************************************************************
      *  NAS ET COMPTE BANCAIRE DE L'ECRAN DE MODIFICATION, PREREMPLIS
      *  EN CLAIR OU MASQUES SELON LE DROIT DE L'OPERATEUR (MASQUERP).
      *  UNE SAISIE LAISSEE TELLE QUELLE, OU EN BLANC SUR UNE VALEUR
      *  MASQUEE, CONSERVE LA VALEUR DE LA FICHE.
      ******************************************************************
       01  W-APPEL-MASQUE.
           05  W-MQ-TYPE               PIC X.
           05  W-MQ-VALEUR             PIC X(12).
           05  W-MQ-JOURNAL            PIC X     VALUE "O".
           05  W-NAS-AFFICHE           PIC X(15).
           05  W-COMPTE-AFFICHE        PIC X(15).
           05  W-NAS-SAISI             PIC X(11).
           05  W-COMPTE-SAISI          PIC X(12).
           05  W-NAS-PREREMPLI         PIC X(11).
           05  W-COMPTE-PREREMPLI      PIC X(12).
           05  W-NAS-FICHE             PIC 9(9).
           05  W-COMPTE-FICHE          PIC X(12).
           05  W-NB-ETOILES            PIC 99.

      **************************VALIDATION NAS**************************
       01  W-NAS-VALIDATION.
           05  W-NAS-DIGITS                PIC 9(9).
           05  DUMMY                   PIC X.
           05  NUMKEY                  PIC 99.
           05  W-IND                   PIC 99.
           05  W-LONGUEUR              PIC 99  VALUE 43.
           05  W-LECTURE               PIC 9.
               88  W-LECTURE-TERMINE           VALUE 1.
           05  W-DATE-DU-JOUR          PIC 9(8).
              10 FILLER PIC X(51)
              VALUE "LE DEPARTEMENT N'EST PAS A LA TABLE.".

      ******************************************************************
      *            ERREUR CLASSE D'EMPLOI IND 33
      ******************************************************************
              10 FILLER PIC X(51)
              VALUE "LA CLASSE D'EMPLOI N'EST PAS A LA TABLE.".

      ******************************************************************
      *            ERREUR ECHELON IND 34
      ******************************************************************
              10 FILLER PIC X(51)
              VALUE "L'ECHELON EST HORS DE L'ECHELLE DE LA CLASSE.".

      ******************************************************************
      *            ERREUR ECHELLE SALARIALE IND 35
      ******************************************************************
              10 FILLER PIC X(51)
              VALUE "AUCUN TAUX D'ECHELLE EN VIGUEUR POUR CET ECHELON.".

      ******************************************************************
      *            ERREUR POSTE INCONNU IND 36
      ******************************************************************
              10 FILLER PIC X(51)
              VALUE "LE POSTE N'EXISTE PAS A LA TABLE DES POSTES.".

      ******************************************************************
      *            ERREUR POSTE NON VACANT IND 37
      ******************************************************************
              10 FILLER PIC X(51)
              VALUE "LE POSTE N'EST PAS VACANT (COMBLE OU GELE).".

      ******************************************************************
      *            ERREUR POSTE D'UNE AUTRE AFFECTATION IND 38
      ******************************************************************
              10 FILLER PIC X(51)
              VALUE "LE POSTE EST D'UNE AUTRE REGION, DEPT OU CLASSE.".

      ******************************************************************
      *            ERREUR EMPLOYE EN CONGE IND 39
      ******************************************************************
              10 FILLER PIC X(51)
              VALUE "EMPLOYE EN CONGE : VOIR LA SAISIE DES CONGES.".

      ******************************************************************
      *         MESSAGES CHANGEMENT SENSIBLE IND 40 41
      ******************************************************************
              10 FILLER PIC X(51)
              VALUE "UN CHANGEMENT SENSIBLE ATTEND DEJA L'APPROBATION.".
              10 FILLER PIC X(51)
              VALUE "TAUX/SALAIRE/BANQUE/NAS EN ATTENTE D'APPROBATION.".

      ******************************************************************
      *            ERREUR LANGUE DES DOCUMENTS IND 42
      ******************************************************************
              10 FILLER PIC X(51)
              VALUE "LA LANGUE DOIT ETRE F OU A.".

      ******************************************************************
      *            ERREUR COMPTE BANCAIRE SAISI IND 43
      ******************************************************************
              10 FILLER PIC X(51)
              VALUE "LE COMPTE SAISI EST INVALIDE.".

      ******************************************************************
      *           TABLEAU REDEFINE TAB-ERREUR.
      ******************************************************************
           05 W-TAB-ERREUR-R REDEFINES W-TAB-ERREUR PIC X(51) OCCURS 43.

           05 W-TAB-IND-ERREUR OCCURS 43.
               10 W-IND-ERREUR PIC 9 VALUE 0.
                   88 IND-ERR VALUE 1.

               10 LINE 12 COLUMN 52 VALUE "Groupe paye:".
               10 LINE 13 COLUMN 52 VALUE "Prov. emploi:".
               10 LINE 14 COLUMN 52 VALUE "Departement:".
               10 LINE 15 COLUMN 52 VALUE "Classe/echelon:".
               10 LINE 16 COLUMN 52 VALUE "Poste:".
               10 LINE 18 COLUMN 52 VALUE "Langue (F/A):".


       01 SCREEN-CLE-EMP FOREGROUND-COLOR 0.
               USING W-EMP-PROVINCE UNDERLINE.
               10 LINE 14 COLUMN 66 PIC X(2)
               USING W-EMP-DEPARTEMENT UNDERLINE.
               10 LINE 15 COLUMN 68 PIC X(4)
               USING W-EMP-CLASSE UNDERLINE.
               10 LINE 15 COLUMN 73 PIC 99
               USING W-EMP-ECHELON UNDERLINE.
               10 LINE 16 COLUMN 66 PIC X(6)
               USING W-POSTE-SAISI UNDERLINE.
               10 LINE 18 COLUMN 66 PIC X
               USING W-EMP-LANGUE UNDERLINE.


       01 SCREEN-MODIFIER FOREGROUND-COLOR 0.
               10 LINE 17 COLUMN 45 PIC 9(5)
               USING W-EMP-TRANSIT UNDERLINE.
               10 LINE 17 COLUMN 52 PIC X(12)
               USING W-COMPTE-SAISI UNDERLINE.
               10 LINE 14 COLUMN 40 PIC 99
               USING W-EMP-REGION   UNDERLINE.
               10 LINE 16 COLUMN 40 PIC $99.99
               USING W-EMP-COURRIEL UNDERLINE.
               10 LINE 20 COLUMN 40 PIC 9(4)/99/99
               FROM W-EMP-DATE-ENGAGEMENT UNDERLINE.
               10 LINE 21 COLUMN 40 PIC X(11)
               USING W-NAS-SAISI      UNDERLINE.
               10 LINE 21 COLUMN 63 PIC 9(4)/99/99
               USING W-EMP-DATE-NAISSANCE UNDERLINE.
               10 LINE 22 COLUMN 40 PIC X(30)
               USING W-EMP-PROVINCE UNDERLINE.
               10 LINE 14 COLUMN 66 PIC X(2)
               USING W-EMP-DEPARTEMENT UNDERLINE.
               10 LINE 15 COLUMN 68 PIC X(4)
               USING W-EMP-CLASSE UNDERLINE.
               10 LINE 15 COLUMN 73 PIC 99
               USING W-EMP-ECHELON UNDERLINE.
               10 LINE 16 COLUMN 66 PIC X(6)
               USING W-POSTE-SAISI UNDERLINE.
               10 LINE 18 COLUMN 66 PIC X
               USING W-EMP-LANGUE UNDERLINE.

       01 SCREEN-SUPPRIMER FOREGROUND-COLOR 0.
           05 SC-SUPPRIMER.
           PERFORM 60000-CHARGER-REGIONS.
           PERFORM 62000-CHARGER-GROUPES.
           PERFORM 64000-CHARGER-DEPARTEMENTS.
           PERFORM 66000-CHARGER-CLASSES.
           OPEN I-O FICHIER-IDX.

           PERFORM 10000-MENU-PRINCIPAL.
                   MOVE W-EMP-ENREGISTREMENT TO W-AUDIT-APRES
                   PERFORM 45000-ECRIRE-AUDIT
                   PERFORM 46000-ENREGISTRER-SUIVI
                   PERFORM 48000-RATTACHER-POSTE
                   DISPLAY W-TAB-ERREUR-R(19) AT 2401
                                   BACKGROUND-COLOR 4
                                   FOREGROUND-COLOR 7
                   MOVE W-EMP-ENREGISTREMENT TO W-AUDIT-APRES
                   PERFORM 45000-ECRIRE-AUDIT
                   PERFORM 46000-ENREGISTRER-SUIVI
                   PERFORM 48000-RATTACHER-POSTE
                   DISPLAY W-TAB-ERREUR-R(14) AT 2401
                                   BACKGROUND-COLOR 4
                                   FOREGROUND-COLOR 7
               END-IF
      *UNE EMBAUCHE HORS POSTE EST ADMISE MAIS SIGNALEE : ELLE
      *FIGURERA EN SURNOMBRE AU RAPPORT DES POSTES.
               IF W-POSTES-EN-VIGUEUR AND W-POSTE-SAISI = SPACES
                   DISPLAY "ATTENTION : EMBAUCHE SANS POSTE AUTORISE "
                           "VACANT (SURNOMBRE)" AT 2301
                                   BACKGROUND-COLOR 4
                                   FOREGROUND-COLOR 7
               END-IF
               ACCEPT DUMMY
           END-IF.
      ******************************************************************
           MOVE 0 TO W-BOOL-RETOUR-MENU.
      *DEFAUTS DES NOUVEAUX CHAMPS DE LA FICHE : PAS DE BANQUE DE
      *TEMPS, COORDONNEES CONFIRMEES, GROUPE DE PAYE 01, PROVINCE
      *D'EMPLOI QUEBEC, DEPARTEMENT GENERAL, DOCUMENTS EN FRANCAIS.
           MOVE "N"  TO W-EMP-BANQUE-TEMPS.
           MOVE "C"  TO W-EMP-STATUT-COORD.
           MOVE "01" TO W-EMP-GROUPE-PAYE.
           MOVE "QC" TO W-EMP-PROVINCE.
           MOVE "00" TO W-EMP-DEPARTEMENT.
           MOVE SPACES TO W-EMP-CLASSE.
           MOVE 0      TO W-EMP-ECHELON.
           MOVE "F"    TO W-EMP-LANGUE.
           MOVE SPACES TO W-EMP-RESERVE.
           MOVE SPACES TO W-POSTE-SAISI W-POSTE-ANCIEN.



               END-IF
           END-IF

      ******************************************************************
      *  LA CLASSE D'EMPLOI (BLANC = HORS CONVENTION) DOIT FIGURER A
      *  LA TABLE DES CLASSES ET Y ETRE ACTIVE, ET L'ECHELON ETRE
      *  DANS SON ECHELLE. LA REMUNERATION EST ALORS CELLE DE
      *  L'ECHELLE EN VIGUEUR AUJOURD'HUI POUR LA CLASSE ET L'ECHELON,
      *  PUIS SOUMISE AUX MEMES BORNES QU'UNE REMUNERATION SAISIE.
      ******************************************************************
           MOVE FUNCTION UPPER-CASE(W-EMP-CLASSE) TO W-EMP-CLASSE
           IF W-EMP-CLASSE = LOW-VALUES
               MOVE SPACES TO W-EMP-CLASSE
           END-IF
           IF W-EMP-ECHELON NOT NUMERIC
               MOVE 0 TO W-EMP-ECHELON
           END-IF
           IF W-EMP-CLASSE = SPACES
               MOVE 0 TO W-EMP-ECHELON
           ELSE
               PERFORM 67000-CHERCHER-CLASSE
               IF NOT W-CLASSE-ADMISSIBLE
                   MOVE 1 TO W-TAB-IND-ERREUR(33)
               ELSE
                   IF W-EMP-ECHELON < 1
                      OR W-EMP-ECHELON > W-NB-ECH-CLASSE
                       MOVE 1 TO W-TAB-IND-ERREUR(34)
                   ELSE
                       PERFORM 68000-CHERCHER-ECHELLE
                       IF NOT W-ECHELLE-TROUVEE
                           MOVE 1 TO W-TAB-IND-ERREUR(35)
                       ELSE
                           IF W-EMP-SALARIE
                               MOVE W-EC-SALAIRE
                                 TO W-EMP-SALAIRE-PERIODE
                           ELSE
                               MOVE W-EC-TAUX TO W-EMP-TAUX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF W-EMP-SALARIE
               IF W-EMP-SALAIRE-PERIODE < 500
                  OR W-EMP-SALAIRE-PERIODE > 10000
               MOVE 1 TO W-TAB-IND-ERREUR(32)
           END-IF

      ******************************************************************
      *  LANGUE DES DOCUMENTS REMIS A L'EMPLOYE (BULLETINS, CHEQUES,
      *  RELEVES, ATTESTATION) : F OU A (BLANC = F).
      ******************************************************************
           MOVE FUNCTION UPPER-CASE(W-EMP-LANGUE)
             TO W-EMP-LANGUE
           IF W-EMP-LANGUE = SPACE
              OR W-EMP-LANGUE = LOW-VALUE
               MOVE "F" TO W-EMP-LANGUE
           END-IF
           IF NOT W-EMP-LANGUE-VALIDE
               MOVE 1 TO W-TAB-IND-ERREUR(42)
           END-IF

           PERFORM 23300-VALIDE-POSTE

           PERFORM 23100-VALIDE-NAS.

           PERFORM 26000-VERIFIER-ERREURS.
               MOVE 1 TO W-TAB-IND-ERREUR(22)
           END-IF.

      ******************************************************************
      *  LE POSTE SAISI (BLANC = AUCUN) DOIT EXISTER A LA TABLE DES
      *  POSTES, ETRE DE LA REGION, DU DEPARTEMENT ET DE LA CLASSE DE
      *  L'EMPLOYE (UN POSTE SANS CLASSE ADMET TOUTE CLASSE) ET, S'IL
      *  N'EST PAS DEJA CELUI DE L'EMPLOYE, ETRE VACANT.
      ******************************************************************
       23300-VALIDE-POSTE.
           MOVE FUNCTION UPPER-CASE(W-POSTE-SAISI) TO W-POSTE-SAISI.
           IF W-POSTE-SAISI = LOW-VALUES
               MOVE SPACES TO W-POSTE-SAISI
           END-IF.
           PERFORM 48300-VERIFIER-POSTES.

           IF W-POSTE-SAISI NOT = SPACES
               IF NOT W-POSTES-EN-VIGUEUR
                   MOVE 1 TO W-TAB-IND-ERREUR(36)
               ELSE
                   OPEN INPUT FICHIER-POSTES
                   MOVE 0 TO W-IND-PO-ABSENT
                   MOVE W-POSTE-SAISI TO PO-NUMERO
                   READ FICHIER-POSTES
                       INVALID KEY MOVE 1 TO W-IND-PO-ABSENT
                   END-READ
                   IF W-PO-ABSENT
                       MOVE 1 TO W-TAB-IND-ERREUR(36)
                   ELSE
                       IF W-POSTE-SAISI NOT = W-POSTE-ANCIEN
                          AND NOT PO-VACANT
                           MOVE 1 TO W-TAB-IND-ERREUR(37)
                       END-IF
                       IF PO-REGION NOT = W-EMP-REGION
                          OR PO-DEPARTEMENT NOT = W-EMP-DEPARTEMENT
                          OR (PO-CLASSE NOT = SPACES
                              AND PO-CLASSE NOT = W-EMP-CLASSE)
                           MOVE 1 TO W-TAB-IND-ERREUR(38)
                       END-IF
                   END-IF
                   CLOSE FICHIER-POSTES
               END-IF
           END-IF.

      ******************************************************************
      *    AFFICHE LES MESSAGE OU LES INDICE SONT À 1 (TRUE)
      ******************************************************************
                   NOT INVALID KEY
                       MOVE 1 TO W-LECTURE
                       MOVE W-EMP-ENREGISTREMENT TO W-EMP-AVANT-IMAGE
      *UNE FICHE ANTERIEURE AUX CLASSES D'EMPLOI N'A PAS D'ECHELON.
                       IF W-EMP-ECHELON NOT NUMERIC
                           MOVE 0 TO W-EMP-ECHELON
                       END-IF
                       PERFORM 48100-CHERCHER-POSTE-EMPLOYE
                       PERFORM 30500-PREREMPLIR-SENSIBLE


                   PERFORM UNTIL W-INFO-OK
                       DISPLAY SC-MODIFIER-BAS
                       ACCEPT  SC-MODIFIER-BAS

                       PERFORM 30600-APPLIQUER-SENSIBLE
                       PERFORM 23000-VALIDE-INFO

                       IF NOT W-INFO-OK
                                                 TO W-EMP-AVANT-IMAGE
                               MOVE EMP-FICHE-PERSONNELLE
                                                 TO W-EMP-ENREGISTREMENT
                               PERFORM 30500-PREREMPLIR-SENSIBLE
                           ELSE
                               PERFORM 31000-ENREGISTRER-MODIF
                           END-IF
                       END-IF

                   END-PERFORM
            END-PERFORM.

      ******************************************************************
      *  PREREMPLIT LE NAS ET LE COMPTE DE L'ECRAN DE MODIFICATION :
      *  EN CLAIR POUR L'OPERATEUR QUI A LE DROIT (LA VUE DU NAS EST
      *  ALORS CONSIGNEE A LA PISTE D'AUDIT PAR MASQUERP), MASQUES
      *  POUR LES AUTRES.
      ******************************************************************
       30500-PREREMPLIR-SENSIBLE.
           MOVE W-EMP-NAS    TO W-NAS-FICHE.
           MOVE W-EMP-COMPTE TO W-COMPTE-FICHE.

           MOVE "N"       TO W-MQ-TYPE.
           MOVE W-EMP-NAS TO W-MQ-VALEUR.
           CALL "MASQUERP" USING W-OPERATEUR W-EMP-CODE W-MQ-TYPE
                                 W-MQ-VALEUR W-NAS-AFFICHE
                                 W-MQ-JOURNAL.
           MOVE "C"          TO W-MQ-TYPE.
           MOVE W-EMP-COMPTE TO W-MQ-VALEUR.
           CALL "MASQUERP" USING W-OPERATEUR W-EMP-CODE W-MQ-TYPE
                                 W-MQ-VALEUR W-COMPTE-AFFICHE
                                 W-MQ-JOURNAL.

           IF W-NAS-AFFICHE(1:1) = "*"
               MOVE W-NAS-AFFICHE TO W-NAS-SAISI
           ELSE
               MOVE W-EMP-NAS TO W-NAS-SAISI
           END-IF.
           MOVE W-COMPTE-AFFICHE TO W-COMPTE-SAISI.

           MOVE W-NAS-SAISI    TO W-NAS-PREREMPLI.
           MOVE W-COMPTE-SAISI TO W-COMPTE-PREREMPLI.

      ******************************************************************
      *  REPORTE LE NAS ET LE COMPTE SAISIS A LA FICHE. UNE VALEUR
      *  INCHANGEE, OU EFFACEE ALORS QU'ELLE ETAIT MASQUEE, GARDE CELLE
      *  DE LA FICHE ; UN NAS NON NUMERIQUE EST REJETE PAR LA
      *  VALIDATION DU NAS, UN COMPTE QUI GARDE DES * L'EST ICI.
      ******************************************************************
       30600-APPLIQUER-SENSIBLE.
           IF W-NAS-SAISI = W-NAS-PREREMPLI
              OR (W-NAS-SAISI = SPACES AND W-NAS-PREREMPLI(1:1) = "*")
               MOVE W-NAS-FICHE TO W-EMP-NAS
           ELSE
               IF W-NAS-SAISI(1:9) IS NUMERIC
                  AND W-NAS-SAISI(10:2) = SPACES
                   MOVE W-NAS-SAISI(1:9) TO W-EMP-NAS
               ELSE
                   MOVE 0 TO W-EMP-NAS
               END-IF
           END-IF.

           MOVE 0 TO W-NB-ETOILES.
           INSPECT W-COMPTE-PREREMPLI TALLYING W-NB-ETOILES
                   FOR ALL "*".
           IF W-COMPTE-SAISI = W-COMPTE-PREREMPLI
              OR (W-COMPTE-SAISI = SPACES AND W-NB-ETOILES > 0)
               MOVE W-COMPTE-FICHE TO W-EMP-COMPTE
           ELSE
               MOVE 0 TO W-NB-ETOILES
               INSPECT W-COMPTE-SAISI TALLYING W-NB-ETOILES
                       FOR ALL "*"
               IF W-NB-ETOILES > 0
                   MOVE W-COMPTE-FICHE TO W-EMP-COMPTE
                   MOVE 1 TO W-TAB-IND-ERREUR(43)
               ELSE
                   MOVE W-COMPTE-SAISI TO W-EMP-COMPTE
               END-IF
           END-IF.

      ******************************************************************
      *  ENREGISTRE LA FICHE MODIFIEE. UN CHANGEMENT DE TAUX, DE
      *  SALAIRE PERIODIQUE, DE COORDONNEES BANCAIRES OU DE NAS N'EST
      *  PAS APPLIQUE : IL EST DEPOSE AUX CHANGEMENTS EN ATTENTE POUR
      *  UN SECOND OPERATEUR (APPROCHANGEMENTS), ET SEULS LES AUTRES
      *  CHAMPS SONT REECRITS TOUT DE SUITE. UN EMPLOYE QUI A DEJA UN
      *  CHANGEMENT EN ATTENTE N'EN RECOIT PAS UN SECOND.
      ******************************************************************
       31000-ENREGISTRER-MODIF.
           MOVE EMP-TAUX            TO W-ANCIEN-TAUX.
           MOVE EMP-SALAIRE-PERIODE TO W-ANCIEN-SALAIRE.
           PERFORM 49000-DETECTER-CHGT-SENSIBLE.

           IF W-CHGT-SENSIBLE AND W-CHGT-DEJA-EN-ATTENTE
               DISPLAY W-TAB-ERREUR-R(40) AT 2401
                               BACKGROUND-COLOR 4
                               FOREGROUND-COLOR 7
               ACCEPT DUMMY
           ELSE
               IF W-CHGT-SENSIBLE
                   PERFORM 49100-METTRE-EN-ATTENTE
               END-IF

      *DES COORDONNEES BANCAIRES CHANGEES, OU UN PASSAGE DU
      *CHEQUE AU DEPOT, REPASSENT EN ATTENTE DE PRENOTE :
      *L'EMPLOYE RESTE PAYE PAR CHEQUE ET LE PROCHAIN FICHIER
      *EFT PORTE UN ESSAI A ZERO DOLLAR, JUSQU'A CE QU'UN
      *OPERATEUR CONFIRME LA PRENOTE (ECRAN CONFPRENOTE). LES
      *COORDONNEES EN ATTENTE D'APPROBATION Y PASSERONT A
      *L'APPROBATION.
               IF W-EMP-MODE-PAIEMENT = "D"
                  AND (EMP-MODE-PAIEMENT NOT = "D"
                       OR EMP-INSTITUTION NOT = W-EMP-INSTITUTION
                       OR EMP-TRANSIT NOT = W-EMP-TRANSIT
                       OR EMP-COMPTE NOT = W-EMP-COMPTE)
                   MOVE "P" TO W-EMP-STATUT-COORD
               END-IF

               IF W-EMP-ENREGISTREMENT NOT = W-EMP-AVANT-IMAGE
                   REWRITE EMP-FICHE-PERSONNELLE
                   FROM W-EMP-ENREGISTREMENT

                   MOVE W-EMP-CODE        TO W-AUDIT-CODE
                   MOVE "MODIFICATION"    TO W-AUDIT-OPERATION
                   MOVE W-EMP-AVANT-IMAGE TO W-AUDIT-AVANT
                   MOVE W-EMP-ENREGISTREMENT
                                          TO W-AUDIT-APRES
                   PERFORM 45000-ECRIRE-AUDIT
               END-IF

               IF W-POSTE-SAISI NOT = W-POSTE-ANCIEN
                   PERFORM 48000-RATTACHER-POSTE
               END-IF

               IF W-CHGT-SENSIBLE
                   DISPLAY W-TAB-ERREUR-R(41) AT 2401
                                   BACKGROUND-COLOR 4
                                   FOREGROUND-COLOR 7
               ELSE
                   DISPLAY W-TAB-ERREUR-R(15) AT 2401
                                   BACKGROUND-COLOR 4
                                   FOREGROUND-COLOR 7
               END-IF
               ACCEPT DUMMY
           END-IF.

       40000-SUPPRIMER.
            INITIALIZE W-LECTURE W-BOOL-SUPPRIMER W-BOOL-RETOUR-MENU.
            MOVE "<SUPPRESSION>" TO W-MESSAGE-ARIANE.
                       DISPLAY SC-INFO-HAUT
                       DISPLAY SC-INFO-BAS

                       EVALUATE TRUE
                           WHEN W-EMP-ACTIF
                               DISPLAY W-TAB-ERREUR-R(17) AT 2201
                           WHEN W-EMP-EN-CONGE
                               DISPLAY W-TAB-ERREUR-R(39) AT 2201
                           WHEN OTHER
                               DISPLAY W-TAB-ERREUR-R(18) AT 2201
                       END-EVALUATE
                       ACCEPT W-BOOL-SUPPRIMER

                    IF W-SUPPRIMER-OUI AND W-EMP-EN-CONGE
                        MOVE 0 TO W-LECTURE
                    ELSE
                    IF W-SUPPRIMER-OUI
                        IF W-EMP-ACTIF
                            PERFORM 41000-SAISIR-FIN-EMPLOI
                                                     TO W-AUDIT-APRES
                            PERFORM 45000-ECRIRE-AUDIT
                            PERFORM 46000-ENREGISTRER-SUIVI
                            PERFORM 48100-CHERCHER-POSTE-EMPLOYE
                            MOVE SPACES TO W-POSTE-SAISI
                            PERFORM 48000-RATTACHER-POSTE
                            DISPLAY W-TAB-ERREUR-R(16) AT 2401
                                            BACKGROUND-COLOR 4
                                            FOREGROUND-COLOR 7
                    ELSE IF W-SUPPRIMER-NON
                        MOVE 0 TO W-LECTURE
                    END-IF
                    END-IF

                   END-PERFORM
           END-PERFORM.
           CLOSE FICHIER-SUIVI.

      ******************************************************************
      *  SAISIT LA DATE D'EFFET DU CHANGEMENT DE REMUNERATION (0 =
      *  AUJOURD'HUI ; UNE DATE PASSEE DECLENCHERA LA RETRO AU
      *  PROCHAIN CALCUL DE PAYE SUIVANT L'APPROBATION).
      ******************************************************************
       47000-SAISIR-DATE-EFFET.
           MOVE 0 TO W-BOOL-DATE-EFFET.
           PERFORM UNTIL W-DATE-EFFET-OK
               MOVE 0 TO W-DATE-EFFET
               END-IF
           END-PERFORM.

      ******************************************************************
      *  REPERE UN CHANGEMENT DE TAUX, DE SALAIRE PERIODIQUE, DE
      *  COORDONNEES BANCAIRES OU DE NAS ENTRE LA FICHE AU FICHIER ET
      *  LA FICHE SAISIE, ET S'IL Y A DEJA UN CHANGEMENT EN ATTENTE
      *  POUR L'EMPLOYE.
      ******************************************************************
       49000-DETECTER-CHGT-SENSIBLE.
           MOVE 0 TO W-IND-CHGT-SENSIBLE W-IND-CHGT-EN-ATTENTE.
           IF W-EMP-TAUX NOT = EMP-TAUX
              OR W-EMP-SALAIRE-PERIODE NOT = EMP-SALAIRE-PERIODE
              OR W-EMP-INSTITUTION NOT = EMP-INSTITUTION
              OR W-EMP-TRANSIT NOT = EMP-TRANSIT
              OR W-EMP-COMPTE NOT = EMP-COMPTE
              OR W-EMP-NAS NOT = EMP-NAS
               MOVE 1 TO W-IND-CHGT-SENSIBLE
           END-IF.

           IF W-CHGT-SENSIBLE
               PERFORM 49200-OUVRIR-CHGT-ATTENTE
               MOVE W-EMP-CODE TO CA-CODE
               READ FICHIER-CHGT-ATTENTE
                   NOT INVALID KEY MOVE 1 TO W-IND-CHGT-EN-ATTENTE
               END-READ
               CLOSE FICHIER-CHGT-ATTENTE
           END-IF.

      ******************************************************************
      *  DEPOSE LE CHANGEMENT SENSIBLE AUX CHANGEMENTS EN ATTENTE
      *  (IMAGE DE LA FICHE AU FICHIER ET IMAGE DEMANDEE, DEMANDEUR,
      *  DATE D'EFFET SI LA REMUNERATION CHANGE), PUIS REMET LES
      *  CHAMPS SENSIBLES DE LA FICHE SAISIE A LEUR VALEUR ACTUELLE
      *  POUR QUE SEULS LES AUTRES CHAMPS SOIENT REECRITS.
      ******************************************************************
       49100-METTRE-EN-ATTENTE.
           MOVE 0 TO W-DATE-EFFET.
           IF W-EMP-TAUX NOT = W-ANCIEN-TAUX
              OR W-EMP-SALAIRE-PERIODE NOT = W-ANCIEN-SALAIRE
               PERFORM 47000-SAISIR-DATE-EFFET
           END-IF.
           MOVE W-EMP-ENREGISTREMENT TO W-EMP-DEMANDE.

           ACCEPT W-HEURE-DU-JOUR FROM TIME.
           PERFORM 49200-OUVRIR-CHGT-ATTENTE.
           MOVE W-EMP-CODE            TO CA-CODE.
           MOVE W-EMP-GROUPE-PAYE     TO CA-GROUPE-PAYE.
           IF CA-GROUPE-PAYE = SPACES OR CA-GROUPE-PAYE = LOW-VALUES
               MOVE "01" TO CA-GROUPE-PAYE
           END-IF.
           MOVE W-DATE-DU-JOUR        TO CA-DATE-DEMANDE.
           MOVE W-HEURE-DU-JOUR       TO CA-HEURE-DEMANDE.
           MOVE W-OPERATEUR           TO CA-DEMANDEUR.
           MOVE W-DATE-EFFET          TO CA-DATE-EFFET.
           MOVE EMP-FICHE-PERSONNELLE TO CA-AVANT.
           MOVE W-EMP-DEMANDE         TO CA-APRES.
           MOVE SPACES                TO CA-RESERVE.
           WRITE CA-FICHE-CHANGEMENT.
           CLOSE FICHIER-CHGT-ATTENTE.

           MOVE EMP-TAUX            TO W-EMP-TAUX.
           MOVE EMP-SALAIRE-PERIODE TO W-EMP-SALAIRE-PERIODE.
           MOVE EMP-INSTITUTION     TO W-EMP-INSTITUTION.
           MOVE EMP-TRANSIT         TO W-EMP-TRANSIT.
           MOVE EMP-COMPTE          TO W-EMP-COMPTE.
           MOVE EMP-NAS             TO W-EMP-NAS.

      ******************************************************************
      *  OUVRE LES CHANGEMENTS EN ATTENTE EN MISE A JOUR ; LE FICHIER
      *  EST CREE VIDE AU PREMIER USAGE.
      ******************************************************************
       49200-OUVRIR-CHGT-ATTENTE.
           CALL "CBL_CHECK_FILE_EXIST" USING "CHGTATTENTE.DAT "
                                              W-SIZE-CHGT-ATTENTE.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-CHGT-ATTENTE
           ELSE
               OPEN OUTPUT FICHIER-CHGT-ATTENTE
               CLOSE FICHIER-CHGT-ATTENTE
               OPEN I-O FICHIER-CHGT-ATTENTE
           END-IF.

      ******************************************************************
      *  MET LA TABLE DES POSTES A JOUR APRES L'ENREGISTREMENT DE LA
      *  FICHE : L'ANCIEN POSTE DE L'EMPLOYE REDEVIENT VACANT ET LE
      *  POSTE SAISI EST COMBLE PAR L'EMPLOYE.
      ******************************************************************
       48000-RATTACHER-POSTE.
           PERFORM 48300-VERIFIER-POSTES.
           IF W-POSTES-EN-VIGUEUR
               OPEN I-O FICHIER-POSTES
               IF W-POSTE-ANCIEN NOT = SPACES
                   MOVE 0 TO W-IND-PO-ABSENT
                   MOVE W-POSTE-ANCIEN TO PO-NUMERO
                   READ FICHIER-POSTES
                       INVALID KEY MOVE 1 TO W-IND-PO-ABSENT
                   END-READ
                   IF NOT W-PO-ABSENT AND PO-EMPLOYE = W-EMP-CODE
                       MOVE SPACES TO PO-EMPLOYE
                       SET PO-VACANT TO TRUE
                       REWRITE PO-FICHE-POSTE
                   END-IF
               END-IF
               IF W-POSTE-SAISI NOT = SPACES
                   MOVE 0 TO W-IND-PO-ABSENT
                   MOVE W-POSTE-SAISI TO PO-NUMERO
                   READ FICHIER-POSTES
                       INVALID KEY MOVE 1 TO W-IND-PO-ABSENT
                   END-READ
                   IF NOT W-PO-ABSENT
                       MOVE W-EMP-CODE TO PO-EMPLOYE
                       SET PO-COMBLE TO TRUE
                       REWRITE PO-FICHE-POSTE
                   END-IF
               END-IF
               CLOSE FICHIER-POSTES
           END-IF.
           MOVE W-POSTE-SAISI TO W-POSTE-ANCIEN.

      ******************************************************************
      *  RETROUVE LE POSTE OCCUPE PAR L'EMPLOYE (CLE SECONDAIRE DU
      *  TITULAIRE) ; BLANC S'IL N'EN OCCUPE AUCUN.
      ******************************************************************
       48100-CHERCHER-POSTE-EMPLOYE.
           MOVE SPACES TO W-POSTE-ANCIEN.
           PERFORM 48300-VERIFIER-POSTES.
           IF W-POSTES-EN-VIGUEUR
               OPEN INPUT FICHIER-POSTES
               MOVE W-EMP-CODE TO PO-EMPLOYE
               READ FICHIER-POSTES KEY IS PO-EMPLOYE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE PO-NUMERO TO W-POSTE-ANCIEN
               END-READ
               CLOSE FICHIER-POSTES
           END-IF.
           MOVE W-POSTE-ANCIEN TO W-POSTE-SAISI.

       48300-VERIFIER-POSTES.
           MOVE 0 TO W-IND-POSTES.
           CALL "CBL_CHECK_FILE_EXIST" USING "POSTES.DAT "
                                              W-SIZE-POSTES.
           IF RETURN-CODE = 0
               MOVE 1 TO W-IND-POSTES
           END-IF.

      ******************************************************************
               END-IF
           END-PERFORM.

      ******************************************************************
      *  CHARGE LA TABLE DES CLASSES D'EMPLOI (VIDE SI LE FICHIER
      *  N'EXISTE PAS ENCORE).
      ******************************************************************
       66000-CHARGER-CLASSES.
           MOVE 0 TO W-NB-REF-CLASSES W-IND-FIN-CLASSES.
           CALL "CBL_CHECK_FILE_EXIST" USING "CLASSES.DAT "
                                              W-SIZE-CLASSES.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-CLASSES
               MOVE LOW-VALUES TO CL-CLASSE
               START FICHIER-CLASSES KEY IS NOT LESS THAN CL-CLASSE
                   INVALID KEY MOVE 1 TO W-IND-FIN-CLASSES
               END-START
               PERFORM 66100-LIRE-CLASSE
               PERFORM UNTIL W-FIN-CLASSES OR W-NB-REF-CLASSES = 50
                   ADD 1 TO W-NB-REF-CLASSES
                   MOVE CL-CLASSE      TO
                                      W-RC-CLS-CODE(W-NB-REF-CLASSES)
                   MOVE CL-NB-ECHELONS TO
                                      W-RC-CLS-NB-ECH(W-NB-REF-CLASSES)
                   MOVE CL-ACTIF       TO
                                      W-RC-CLS-ACTIF(W-NB-REF-CLASSES)
                   PERFORM 66100-LIRE-CLASSE
               END-PERFORM
               CLOSE FICHIER-CLASSES
           END-IF.

       66100-LIRE-CLASSE.
           READ FICHIER-CLASSES NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-CLASSES
           END-READ.

      ******************************************************************
      *  CHERCHE LA CLASSE SAISIE DANS LA TABLE (ACTIVE SEULEMENT) ET
      *  EN DONNE LE NOMBRE D'ECHELONS.
      ******************************************************************
       67000-CHERCHER-CLASSE.
           MOVE 0 TO W-IND-CLASSE-CONNU W-NB-ECH-CLASSE.
           PERFORM VARYING W-IDX-REF-CLS FROM 1 BY 1
                   UNTIL W-IDX-REF-CLS > W-NB-REF-CLASSES
               IF W-RC-CLS-CODE(W-IDX-REF-CLS) = W-EMP-CLASSE
                  AND W-RC-CLS-ACTIF(W-IDX-REF-CLS) = "A"
                   MOVE 1 TO W-IND-CLASSE-CONNU
                   MOVE W-RC-CLS-NB-ECH(W-IDX-REF-CLS)
                     TO W-NB-ECH-CLASSE
               END-IF
           END-PERFORM.

      ******************************************************************
      *  CHERCHE A L'ECHELLE LA LIGNE EN VIGUEUR AUJOURD'HUI POUR LA
      *  CLASSE ET L'ECHELON SAISIS : LA DERNIERE DATE D'EFFET QUI
      *  NE DEPASSE PAS LA DATE DU JOUR.
      ******************************************************************
       68000-CHERCHER-ECHELLE.
           MOVE 0 TO W-IND-ECHELLE W-IND-FIN-EC W-EC-TAUX W-EC-SALAIRE.
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
               PERFORM 68100-LIRE-ECHELLE
               PERFORM UNTIL W-FIN-EC
                   IF EC-CLASSE = W-EMP-CLASSE
                      AND EC-ECHELON = W-EMP-ECHELON
                      AND EC-DATE-EFFET NOT > W-DATE-DU-JOUR
                       MOVE 1                  TO W-IND-ECHELLE
                       MOVE EC-TAUX            TO W-EC-TAUX
                       MOVE EC-SALAIRE-PERIODE TO W-EC-SALAIRE
                       PERFORM 68100-LIRE-ECHELLE
                   ELSE
                       MOVE 1 TO W-IND-FIN-EC
                   END-IF
               END-PERFORM
               CLOSE FICHIER-ECHELLES
           END-IF.

       68100-LIRE-ECHELLE.
           IF NOT W-FIN-EC
               READ FICHIER-ECHELLES NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-EC
               END-READ
           END-IF.

      ******************************************************************
      *  CHARGE LA TABLE DES REGIONS (REGIONS 1 A 6 PRESUMEES SI LE
      *  FICHIER N'EXISTE PAS ENCORE).
