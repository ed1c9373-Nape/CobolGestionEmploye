      *          EMPLOYE ET DATE DE PASSAGE, SOUSTRAIT SES MONTANTS
      *          DU REGISTRE CUMULATIF, MET UN RETRAIT EN ATTENTE
      *          (RETRAITS.DAT) QUE LE PROCHAIN PASSAGE DE PAYE
      *          FUSIONNE DANS SON FICHIER DE DEPOT EFT - UN
      *          RETRAIT PAR DEPOT VERSE SI LE NET AVAIT ETE
      *          REPARTI ENTRE PLUSIEURS COMPTES - (OU, POUR
      *          UNE PAYE VERSEE PAR CHEQUE, ANNULE LE CHEQUE AU
      *          REGISTRE DES CHEQUES), RETRANCHE
      *          LA PAYE DU FLUX DES REMISES GOUVERNEMENTALES,
      *          ANNULE SA COTISATION AU REGIME DE PENSION ET
      *          CONSIGNE LE TOUT A LA PISTE D'AUDIT INDEXEE
      *          (AUDITIDX.DAT), COMME LES MISES A JOUR DU FICHIER
      *          MAITRE.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-CLE.

       SELECT FICHIER-DEPOTHISTO  ASSIGN TO "DEPOTHISTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-CLE.

       SELECT FICHIER-REGISTRE ASSIGN TO "REGISTRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ALTERNATE RECORD KEY IS EMP-REGION
                          WITH DUPLICATES.

       SELECT FICHIER-GROUPES  ASSIGN TO "GROUPESPAYE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS GP-CODE.

       SELECT FICHIER-COTIS-RET  ASSIGN TO "COTISRETRAITE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CR-CLE.

       SELECT FICHIER-ACCIDENTS  ASSIGN TO "ACCIDENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CLE.

       SELECT FICHIER-FRAIS  ASSIGN TO "FRAIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-CLE.


       DATA DIVISION.

               88  HP-PAYE-ACTIVE      VALUE "A".
               88  HP-PAYE-RENVERSEE   VALUE "R".

      *********************************************************
      * Depots verses par paye (CALCULSALAIRE) : chaque depot
      * actif de la paye renversee est retire de son compte et
      * marque renverse ("R").
      *********************************************************
       FD  FICHIER-DEPOTHISTO
       LABEL RECORD STANDARD.
       01  DH-FICHE-DEPOT.
           05  DH-CLE.
               10  DH-CODE             PIC X(6).
               10  DH-ANNEE            PIC 9(4).
               10  DH-PERIODE          PIC 9(2).
               10  DH-SEQUENCE         PIC 9(2).
           05  DH-DATE-RUN             PIC 9(8).
           05  DH-INSTITUTION          PIC 9(3).
           05  DH-TRANSIT              PIC 9(5).
           05  DH-COMPTE               PIC X(12).
           05  DH-MONTANT              PIC 9(7)V99.
           05  DH-STATUT               PIC X.
               88  DH-DEPOT-ACTIF          VALUE "A".
               88  DH-DEPOT-RENVERSE       VALUE "R".
               88  DH-DEPOT-REJETE         VALUE "J".
           05  DH-RESERVE              PIC X(10).

       FD  FICHIER-REGISTRE
       LABEL RECORD STANDARD.
       01  REG-FICHE-CUMUL.
           05  REG-SOLDE-MALADIE       PIC 9(5)V99.
           05  REG-SOLDE-TEMPS         PIC 9(5)V99.
           05  REG-CUMUL-AVSOC         PIC 9(9)V99.
           05  REG-CUMUL-ASSURABLE     PIC 9(8)V99.

      *********************************************************
      * Retraits en attente de transmission : memes champs que
           05  RM-SENS              PIC X.
           05  RM-GROUPE            PIC X(2).
           05  RM-PROVINCE          PIC X(2).
           05  RM-EMPLOYEUR         PIC X(2).

      *********************************************************
      * Groupes de paye : l'employeur du groupe de l'employe
      * renverse est porte sur la ligne de remise negative.
      *********************************************************
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

       FD  FICHIER-IDX
       LABEL RECORD STANDARD.
           05  EMP-DEPARTEMENT         PIC X(2).
           05  EMP-RESERVE             PIC X(10).

      *********************************************************
      * Registre des cotisations au regime de pension (meme cle
      * que l'historique) : la cotisation de la paye renversee
      * en sort ("R") ; deja remise, la remise suivante la
      * deduit a l'administrateur.
      *********************************************************
       FD  FICHIER-COTIS-RET
       LABEL RECORD STANDARD.
       01  CR-FICHE-COTIS.
           05  CR-CLE.
               10  CR-CODE             PIC X(6).
               10  CR-ANNEE            PIC 9(4).
               10  CR-PERIODE          PIC 9(2).
           05  CR-REGIME               PIC X(4).
           05  CR-DATE-RUN             PIC 9(8).
           05  CR-GAINS                PIC 9(7)V99.
           05  CR-COTIS-EMPLOYE        PIC 9(5)V99.
           05  CR-COTIS-EMPLOYEUR      PIC 9(5)V99.
           05  CR-STATUT               PIC X.
           05  CR-DATE-REMISE          PIC 9(8).
           05  CR-REMIS-EMPLOYE        PIC 9(5)V99.
           05  CR-REMIS-EMPLOYEUR      PIC 9(5)V99.
           05  CR-EMPLOYEUR            PIC X(2).
           05  CR-RESERVE              PIC X(4).

      *********************************************************
      * Registre des accidents du travail : l'indemnite CNE de
      * la paye renversee sort de l'avance a recouvrer de la
      * CNESST.
      *********************************************************
       FD  FICHIER-ACCIDENTS
       LABEL RECORD STANDARD.
       01  AC-FICHE-ACCIDENT.
           05  AC-CLE.
               10  AC-CODE             PIC X(6).
               10  AC-DATE-ACCIDENT    PIC 9(8).
           05  AC-NATURE               PIC X(30).
           05  AC-JOURS-PERDUS         PIC 9(3).
           05  AC-NO-RECLAMATION       PIC X(10).
           05  AC-HEURES-AVANCEES      PIC 9(4).
           05  AC-MONTANT-AVANCE       PIC 9(6)V99.
           05  AC-DATE-AVANCE          PIC 9(8).
           05  AC-MONTANT-REMBOURSE    PIC 9(6)V99.
           05  AC-DATE-REMBOURSEMENT   PIC 9(8).
           05  AC-DERNIERE-PAYE        PIC 9(6).
           05  AC-AVANCE-DERNIERE      PIC 9(6)V99.
           05  AC-HEURES-DERNIERE      PIC 9(3).
           05  AC-STATUT               PIC X.
               88  AC-OUVERT                   VALUE "O".
           05  AC-RESERVE              PIC X(10).

      *********************************************************
      * Reclamations de frais : celles versees par la paye
      * renversee redeviennent approuvees pour la paye suivante.
      *********************************************************
       FD  FICHIER-FRAIS
       LABEL RECORD STANDARD.
       01  FR-FICHE-FRAIS.
           05  FR-CLE.
               10  FR-CODE             PIC X(6).
               10  FR-DATE             PIC 9(8).
               10  FR-SEQ              PIC 99.
           05  FR-CATEGORIE            PIC X(4).
           05  FR-MONTANT              PIC 9(5)V99.
           05  FR-RECU                 PIC X(12).
           05  FR-STATUT               PIC X.
               88  FR-APPROUVEE            VALUE "A".
               88  FR-PAYEE                VALUE "P".
           05  FR-SAISI-PAR            PIC X(8).
           05  FR-APPROBATEUR          PIC X(8).
           05  FR-ANNEE-PAYE           PIC 9(4).
           05  FR-PERIODE-PAYE         PIC 99.
           05  FR-RESERVE              PIC X(10).


       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
               88  W-PAYE-TROUVEE           VALUE 1.
           05  W-IND-SANS-REGISTRE  PIC 9   VALUE 0.
               88  W-SANS-REGISTRE          VALUE 1.
           05  W-IND-FIN-DEPOTHISTO PIC 9   VALUE 0.
               88  W-FIN-DEPOTHISTO         VALUE 1.
           05  W-IND-DEPOT-REJETE   PIC 9   VALUE 0.
               88  W-DEPOT-REJETE           VALUE 1.
           05  W-IND-FIN-AC         PIC 9   VALUE 0.
               88  W-FIN-AC                 VALUE 1.
           05  W-IND-FIN-FRAIS      PIC 9   VALUE 0.
               88  W-FIN-FRAIS              VALUE 1.

       01  W-NB-DEPOTS-RETIRES      PIC 99.
       01  W-NB-DEPOTS-TROUVES      PIC 99.

       01  W-STATUT-RETRAITS        PIC XX.
           88  RETRAITS-OK                  VALUE "00".
      * est annule au registre des cheques.
      *********************************************************
       01  W-MODE-PAIE-EMPLOYE      PIC X.
           88  W-PAYE-PAR-CHEQUE            VALUE "C".
       01  W-PROVINCE-EMPLOYE       PIC X(2).
       01  W-GROUPE-EMPLOYE         PIC X(2).
       01  W-EMPLOYEUR-EMPLOYE      PIC X(2).

       01  W-IND-FIN-REG-CHEQUES    PIC 9.
           88  W-FIN-REG-CHEQUES            VALUE 1.

       01  W-FILE-DETAIL-HISTO.
           05  W-SIZE-HISTO         PIC X(8)   COMP-X.
           05  W-SIZE-GROUPES       PIC X(8)   COMP-X.
           05  W-SIZE-COTIS-RET     PIC X(8)   COMP-X.
           05  W-SIZE-DEPOTHISTO    PIC X(8)   COMP-X.
           05  W-SIZE-ACCIDENTS     PIC X(8)   COMP-X.
           05  W-SIZE-FRAIS         PIC X(8)   COMP-X.

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-HEURE-DU-JOUR          PIC 9(8).
      ******************************************************************
      *  RENVERSE LA PAYE RETROUVEE : SOUSTRAIT SES MONTANTS DU
      *  REGISTRE CUMULATIF DE L'ANNEE, MARQUE L'ENTREE D'HISTORIQUE
      *  RENVERSEE, AJOUTE UN RETRAIT AU FICHIER DE DEPOT, RETIRE
      *  L'AVANCE CNE DE LA RECLAMATION D'ACCIDENT, ROUVRE LES FRAIS
      *  VERSES ET ECRIT LA PISTE D'AUDIT (IMAGES AVANT/APRES DU
      *  REGISTRE).
      ******************************************************************
       20000-RENVERSER-PAYE.
           MOVE 0 TO W-IND-SANS-REGISTRE W-IND-CHEQUE-ANNULE
                     W-IND-DEPOT-REJETE.
           OPEN I-O FICHIER-REGISTRE.
           MOVE HP-CODE  TO REG-CODE.
           MOVE HP-ANNEE TO REG-ANNEE.
               MOVE REG-FICHE-CUMUL TO W-REGISTRE-AVANT

               SUBTRACT HP-HEURES    FROM REG-CUMUL-HEURES
      *L'HISTORIQUE NE DISTINGUE PAS LES GAINS ASSURABLES : LE
      *BRUT RENVERSE SORT DU CUMUL ASSURABLE, SANS DESCENDRE
      *SOUS ZERO.
               IF REG-CUMUL-ASSURABLE NOT NUMERIC
                   MOVE REG-CUMUL-BRUT TO REG-CUMUL-ASSURABLE
               END-IF
               IF HP-BRUT > REG-CUMUL-ASSURABLE
                   MOVE 0 TO REG-CUMUL-ASSURABLE
               ELSE
                   SUBTRACT HP-BRUT FROM REG-CUMUL-ASSURABLE
               END-IF
               SUBTRACT HP-BRUT      FROM REG-CUMUL-BRUT
               SUBTRACT HP-IMPOT-FED FROM REG-CUMUL-IMPOT-FED
               SUBTRACT HP-IMPOT-PROV FROM REG-CUMUL-IMPOT-PROV
                   PERFORM 30000-ECRIRE-RETRAIT-DEPOT
               END-IF
               PERFORM 35000-ECRIRE-REMISE-NEGATIVE
               PERFORM 38000-ANNULER-COTIS-RETRAITE
               PERFORM 39000-ANNULER-AVANCE-CNE
               PERFORM 39500-ROUVRIR-FRAIS
               PERFORM 40000-ECRIRE-AUDIT

               CLOSE FICHIER-REGISTRE FICHIER-HISTO
               EVALUATE TRUE
                   WHEN W-DEPOT-REJETE
                       MOVE "DEPOT REJETE - A RECUPERER A LA MAIN"
                       TO W-MESSAGE-ERREUR
                   WHEN W-CHEQUE-ANNULE
                       MOVE "PAYE RENVERSEE - CHEQUE ANNULE AU REGISTR
      -"E" TO W-MESSAGE-ERREUR
                   WHEN NOT W-PAYE-PAR-CHEQUE
                       MOVE "PAYE RENVERSEE ET REGISTRE CORRIGE"
                       TO W-MESSAGE-ERREUR
                   WHEN OTHER
                       MOVE "PAYE RENVERSEE - CHEQUE INTROUVABLE, A RE
      -"CUPERER A LA MAIN" TO W-MESSAGE-ERREUR
      *  LIT LE MODE DE PAIEMENT, LA PROVINCE D'EMPLOI ET LE GROUPE
      *  DE PAYE DE L'EMPLOYE RENVERSE (DEPOT, QC ET GROUPE 01 PAR
      *  DEFAUT SI LA FICHE A ETE ARCHIVEE DEPUIS) : LA LIGNE DE
      *  REMISE NEGATIVE DOIT PORTER LA MEME JURIDICTION ET LE MEME
      *  EMPLOYEUR (CELUI DU GROUPE, 01 A DEFAUT) QUE LES LIGNES
      *  POSITIVES DU PASSAGE RENVERSE.
      ******************************************************************
       25000-LIRE-MODE-PAIEMENT.
           MOVE "D"  TO W-MODE-PAIE-EMPLOYE.
           END-READ.
           CLOSE FICHIER-IDX.

           MOVE "01" TO W-EMPLOYEUR-EMPLOYE.
           CALL "CBL_CHECK_FILE_EXIST" USING "GROUPESPAYE.DAT "
                                              W-SIZE-GROUPES.
           IF RETURN-CODE = 0
               OPEN INPUT FICHIER-GROUPES
               MOVE W-GROUPE-EMPLOYE TO GP-CODE
               READ FICHIER-GROUPES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF GP-EMPLOYEUR NOT = SPACES
                          AND GP-EMPLOYEUR NOT = LOW-VALUES
                           MOVE GP-EMPLOYEUR TO W-EMPLOYEUR-EMPLOYE
                       END-IF
               END-READ
               CLOSE FICHIER-GROUPES
           END-IF.

      ******************************************************************
      *  ANNULE AU REGISTRE DES CHEQUES LE CHEQUE EMIS ("E") POUR
      *  L'EMPLOYE A LA DATE DU PASSAGE RENVERSE : LE REGISTRE EST
           END-READ.

      ******************************************************************
      *  MET EN ATTENTE (RETRAITS.DAT) LE RETRAIT DE LA PAYE
      *  RENVERSEE : UN RETRAIT PAR DEPOT VERSE ACTIF DE LA PAYE
      *  (DEPOTHISTO.DAT), SUR LE COMPTE QUI L'A RECU ; A DEFAUT
      *  (PAYE ANTERIEURE AUX DEPOTS VERSES), UN RETRAIT DU NET AVEC
      *  LES COORDONNEES BANCAIRES DE L'EMPLOYE. LE PROCHAIN PASSAGE
      *  DE PAYE LES FUSIONNE DANS SON FICHIER DE DEPOT EFT, COMPTES
      *  DANS L'ENREGISTREMENT TOTAL.
      *  UNE PAYE DONT LES DEPOTS VERSES ONT TOUS ETE REJETES (CHEQUE
      *  DE REMPLACEMENT EMIS PAR RETOURDEPOT) N'A RIEN A RETIRER :
      *  ELLE EST A RECUPERER A LA MAIN. UNE PAYE SANS DEPOT VERSE
      *  QUI A ETE VERSEE PAR CHEQUE (EN ATTENTE DE PRENOTE) VOIT SON
      *  CHEQUE ANNULE AU LIEU D'UN RETRAIT.
      ******************************************************************
       30000-ECRIRE-RETRAIT-DEPOT.
           OPEN EXTEND FICHIER-RETRAITS.
           IF RETRAITS-INEXISTANT
               OPEN OUTPUT FICHIER-RETRAITS
           END-IF.

           MOVE 0 TO W-NB-DEPOTS-RETIRES W-NB-DEPOTS-TROUVES.
           CALL "CBL_CHECK_FILE_EXIST" USING "DEPOTHISTO.DAT "
                                              W-SIZE-DEPOTHISTO.
           IF RETURN-CODE = 0
               PERFORM 31000-RETIRER-DEPOTS-VERSES
           END-IF.

           IF W-NB-DEPOTS-TROUVES > 0 AND W-NB-DEPOTS-RETIRES = 0
               MOVE 1 TO W-IND-DEPOT-REJETE
           END-IF.
           IF W-NB-DEPOTS-TROUVES = 0
               PERFORM 36000-ANNULER-CHEQUE
           END-IF.

           IF W-NB-DEPOTS-TROUVES = 0 AND NOT W-CHEQUE-ANNULE
               MOVE 0      TO RW-INSTITUTION RW-TRANSIT
               MOVE SPACES TO RW-COMPTE
               OPEN INPUT FICHIER-IDX
               MOVE HP-CODE TO EMP-CODE
               READ FICHIER-IDX
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-INSTITUTION TO RW-INSTITUTION
                       MOVE EMP-TRANSIT     TO RW-TRANSIT
                       MOVE EMP-COMPTE      TO RW-COMPTE
               END-READ
               CLOSE FICHIER-IDX
               MOVE HP-NET TO RW-MONTANT
               PERFORM 32000-ECRIRE-LIGNE-RETRAIT
           END-IF.
           CLOSE FICHIER-RETRAITS.

       31000-RETIRER-DEPOTS-VERSES.
           OPEN I-O FICHIER-DEPOTHISTO.
           MOVE 0          TO W-IND-FIN-DEPOTHISTO.
           MOVE HP-CODE    TO DH-CODE.
           MOVE HP-ANNEE   TO DH-ANNEE.
           MOVE HP-PERIODE TO DH-PERIODE.
           MOVE 0          TO DH-SEQUENCE.
           START FICHIER-DEPOTHISTO KEY IS NOT LESS THAN DH-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-DEPOTHISTO
           END-START.
           PERFORM 31100-LIRE-DEPOT-VERSE.
           PERFORM UNTIL W-FIN-DEPOTHISTO
               ADD 1 TO W-NB-DEPOTS-TROUVES
               IF DH-DEPOT-ACTIF
                   MOVE DH-INSTITUTION TO RW-INSTITUTION
                   MOVE DH-TRANSIT     TO RW-TRANSIT
                   MOVE DH-COMPTE      TO RW-COMPTE
                   MOVE DH-MONTANT     TO RW-MONTANT
                   PERFORM 32000-ECRIRE-LIGNE-RETRAIT
                   MOVE "R" TO DH-STATUT
                   REWRITE DH-FICHE-DEPOT
                   ADD 1 TO W-NB-DEPOTS-RETIRES
               END-IF
               PERFORM 31100-LIRE-DEPOT-VERSE
           END-PERFORM.
           CLOSE FICHIER-DEPOTHISTO.

       31100-LIRE-DEPOT-VERSE.
           READ FICHIER-DEPOTHISTO NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-DEPOTHISTO
           END-READ.
           IF NOT W-FIN-DEPOTHISTO
              AND (DH-CODE NOT = HP-CODE
                   OR DH-ANNEE NOT = HP-ANNEE
                   OR DH-PERIODE NOT = HP-PERIODE)
               MOVE 1 TO W-IND-FIN-DEPOTHISTO
           END-IF.

       32000-ECRIRE-LIGNE-RETRAIT.
           MOVE "D"            TO RW-TYPE.
           MOVE HP-CODE        TO RW-CODE.
           MOVE W-DATE-DU-JOUR TO RW-DATE.
           MOVE "R"            TO RW-SENS.
           WRITE LIGNE-RETRAIT.

      ******************************************************************
      *  RETRANCHE LA PAYE RENVERSEE DU FLUX DES REMISES : UNE LIGNE
           MOVE "R"            TO RM-SENS.
           MOVE W-GROUPE-EMPLOYE   TO RM-GROUPE.
           MOVE W-PROVINCE-EMPLOYE TO RM-PROVINCE.
           MOVE W-EMPLOYEUR-EMPLOYE TO RM-EMPLOYEUR.
           WRITE REMISE-LIGNE.
           CLOSE FICHIER-REMISES.

      ******************************************************************
      *  ANNULE ("R") LA COTISATION DE RETRAITE DE LA PAYE RENVERSEE
      *  AU REGISTRE DES COTISATIONS, S'IL Y EN A UNE.
      ******************************************************************
       38000-ANNULER-COTIS-RETRAITE.
           CALL "CBL_CHECK_FILE_EXIST" USING "COTISRETRAITE.DAT "
                                              W-SIZE-COTIS-RET.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-COTIS-RET
               MOVE HP-CODE    TO CR-CODE
               MOVE HP-ANNEE   TO CR-ANNEE
               MOVE HP-PERIODE TO CR-PERIODE
               READ FICHIER-COTIS-RET
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CR-STATUT = "A"
                           MOVE "R" TO CR-STATUT
                           REWRITE CR-FICHE-COTIS
                       END-IF
               END-READ
               CLOSE FICHIER-COTIS-RET
           END-IF.

      ******************************************************************
      *  RETIRE DE LA RECLAMATION D'ACCIDENT L'INDEMNITE CNE AVANCEE
      *  PAR LA PAYE RENVERSEE (LA DERNIERE AVANCE PORTEE Y EST
      *  GARDEE SOUS LA CLE ANNEE + PERIODE DE L'HISTORIQUE).
      ******************************************************************
       39000-ANNULER-AVANCE-CNE.
           CALL "CBL_CHECK_FILE_EXIST" USING "ACCIDENTS.DAT "
                                              W-SIZE-ACCIDENTS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-ACCIDENTS
               MOVE 0       TO W-IND-FIN-AC
               MOVE HP-CODE TO AC-CODE
               MOVE 0       TO AC-DATE-ACCIDENT
               START FICHIER-ACCIDENTS KEY IS NOT LESS THAN AC-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-AC
               END-START
               PERFORM UNTIL W-FIN-AC
                   READ FICHIER-ACCIDENTS NEXT RECORD
                       AT END MOVE 1 TO W-IND-FIN-AC
                   END-READ
                   IF NOT W-FIN-AC
                       IF AC-CODE NOT = HP-CODE
                           MOVE 1 TO W-IND-FIN-AC
                       ELSE
                           IF AC-DERNIERE-PAYE =
                              HP-ANNEE * 100 + HP-PERIODE
                               SUBTRACT AC-AVANCE-DERNIERE
                                   FROM AC-MONTANT-AVANCE
                               SUBTRACT AC-HEURES-DERNIERE
                                   FROM AC-HEURES-AVANCEES
                               MOVE 0 TO AC-AVANCE-DERNIERE
                                         AC-HEURES-DERNIERE
                               REWRITE AC-FICHE-ACCIDENT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FICHIER-ACCIDENTS
           END-IF.

      ******************************************************************
      *  LES FRAIS VERSES PAR LA PAYE RENVERSEE REDEVIENNENT
      *  APPROUVES : LA PAYE SUIVANTE LES VERSERA.
      ******************************************************************
       39500-ROUVRIR-FRAIS.
           CALL "CBL_CHECK_FILE_EXIST" USING "FRAIS.DAT "
                                              W-SIZE-FRAIS.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-FRAIS
               MOVE 0       TO W-IND-FIN-FRAIS
               MOVE HP-CODE TO FR-CODE
               MOVE 0       TO FR-DATE FR-SEQ
               START FICHIER-FRAIS KEY IS NOT LESS THAN FR-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-FRAIS
               END-START
               PERFORM UNTIL W-FIN-FRAIS
                   READ FICHIER-FRAIS NEXT RECORD
                       AT END MOVE 1 TO W-IND-FIN-FRAIS
                   END-READ
                   IF NOT W-FIN-FRAIS
                       IF FR-CODE NOT = HP-CODE
                           MOVE 1 TO W-IND-FIN-FRAIS
                       ELSE
                           IF FR-PAYEE AND FR-ANNEE-PAYE = HP-ANNEE
                              AND FR-PERIODE-PAYE = HP-PERIODE
                               MOVE "A" TO FR-STATUT
                               MOVE 0   TO FR-ANNEE-PAYE
                                           FR-PERIODE-PAYE
                               REWRITE FR-FICHE-FRAIS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FICHIER-FRAIS
           END-IF.

      ******************************************************************
      *  CONSIGNE LE RENVERSEMENT A LA PISTE D'AUDIT INDEXEE
      *  (JOURNALAUDIT), COMME LES MISES A JOUR DU FICHIER MAITRE :
