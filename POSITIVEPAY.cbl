      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: TRANSMISSION DE PAIEMENT POSITIF A LA BANQUE
      *          (PositivePay.dat). EXTRAIT DU REGISTRE DES CHEQUES
      *          (REGCHEQUES.DAT, ALIMENTE PAR LE CALCUL DE LA PAYE,
      *          LES AVANCES, LES CHEQUES DE REMPLACEMENT ET LES
      *          REMISES DE RETENUES) LES CHEQUES EMIS ("E") ET
      *          ANNULES ("A") PAS ENCORE TRANSMIS, AVEC UN
      *          ENREGISTREMENT DE CONTROLE (NOMBRES ET TOTAUX) ET UN
      *          NUMERO DE TRANSMISSION. LA BANQUE REFUSE TOUT CHEQUE
      *          PRESENTE QUI NE CONCORDE PAS.
      *
      *          CHAQUE CHEQUE TRANSMIS EST CONSIGNE AU JOURNAL DES
      *          TRANSMISSIONS (PPJOURNAL.DAT, UNE ENTREE PAR NUMERO
      *          DE CHEQUE ET PAR EMISSION OU ANNULATION) : UNE
      *          ENTREE DEJA AU JOURNAL N'EST JAMAIS RETRANSMISE ET
      *          TOUTE LIGNE DU REGISTRE ABSENTE DU JOURNAL PART A LA
      *          PROCHAINE TRANSMISSION. UNE TRANSMISSION PERDUE SE
      *          REFAIT A L'IDENTIQUE A PARTIR DU JOURNAL (MEME
      *          NUMERO, MEMES CHEQUES). PPTRANSMIS.DAT GARDE UNE
      *          LIGNE PAR TRANSMISSION (DATE, OPERATEUR, TOTAUX).

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVEPAY.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-REG-CHEQUES  ASSIGN TO "REGCHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-REG-CHEQUES.

       SELECT FICHIER-JOURNAL-PP  ASSIGN TO "PPJOURNAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JP-CLE.

       SELECT FICHIER-TRANSMIS  ASSIGN TO "PPTRANSMIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-TRANSMIS.

       SELECT FICHIER-POSPAY  ASSIGN TO "PositivePay.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  FICHIER-REG-CHEQUES
       LABEL RECORD STANDARD.
       01  REG-CHEQUE-LIGNE.
           05  RC-NUMERO               PIC 9(6).
           05  RC-CODE                 PIC X(6).
           05  RC-DATE                 PIC 9(8).
           05  RC-MONTANT              PIC 9(7)V99.
           05  RC-STATUT               PIC X.

      *********************************************************
      * Journal des cheques transmis : numero de cheque et
      * genre de ligne (E = emission, A = annulation), numero et
      * date de la transmission, et la ligne telle qu'envoyee.
      *********************************************************
       FD  FICHIER-JOURNAL-PP
       LABEL RECORD STANDARD.
       01  JP-FICHE-TRANSMIS.
           05  JP-CLE.
               10  JP-NUMERO           PIC 9(6).
               10  JP-GENRE            PIC X.
           05  JP-NO-TRANSMISSION      PIC 9(6).
           05  JP-DATE-TRANSMISSION    PIC 9(8).
           05  JP-DATE-EMISSION        PIC 9(8).
           05  JP-MONTANT              PIC 9(7)V99.
           05  JP-CODE                 PIC X(6).
           05  JP-RESERVE              PIC X(10).

      *********************************************************
      * Historique des transmissions : une ligne par fichier
      * produit (une retransmission ajoute aussi sa ligne).
      *********************************************************
       FD  FICHIER-TRANSMIS.
       01  LIGNE-TRANSMIS.
           05  LT-NO-TRANSMISSION      PIC 9(6).
           05  LT-DATE                 PIC 9(8).
           05  LT-HEURE                PIC 9(6).
           05  LT-OPERATEUR            PIC X(8).
           05  LT-NATURE               PIC X.
           05  LT-NB-EMIS              PIC 9(6).
           05  LT-TOTAL-EMIS           PIC 9(11)V99.
           05  LT-NB-ANNULES           PIC 9(6).
           05  LT-TOTAL-ANNULES        PIC 9(11)V99.

      *********************************************************
      * Fichier de paiement positif : entete "H", un detail "D"
      * par cheque (code de la banque I = emis, V = annule) et
      * un enregistrement de controle "T" que la banque verifie
      * pour rejeter un fichier tronque.
      *********************************************************
       FD  FICHIER-POSPAY.
       01  PP-ENTETE.
           05  PE-TYPE                 PIC X.
           05  PE-ID-EXPEDITEUR        PIC X(10).
           05  PE-NO-TRANSMISSION      PIC 9(6).
           05  PE-DATE-CREATION        PIC 9(8).
       01  PP-DETAIL.
           05  PD-TYPE                 PIC X.
           05  PD-CODE-TRANS           PIC X.
           05  PD-NUMERO               PIC 9(10).
           05  PD-MONTANT              PIC 9(8)V99.
           05  PD-DATE-EMISSION        PIC 9(8).
           05  PD-BENEFICIAIRE         PIC X(6).
       01  PP-TOTAL.
           05  PT-TYPE                 PIC X.
           05  PT-NB-EMIS              PIC 9(6).
           05  PT-TOTAL-EMIS           PIC 9(11)V99.
           05  PT-NB-ANNULES           PIC 9(6).
           05  PT-TOTAL-ANNULES        PIC 9(11)V99.
           05  PT-NB-DETAILS           PIC 9(6).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-FIN-JOURNAL    PIC 9   VALUE 0.
               88  W-FIN-JOURNAL            VALUE 1.
           05  W-IND-DEJA-TRANSMIS  PIC 9   VALUE 0.
               88  W-DEJA-TRANSMIS          VALUE 1.

       01  W-STATUT-REG-CHEQUES     PIC XX.
           88  REG-CHEQUES-OK               VALUE "00".
           88  REG-CHEQUES-INEXISTANT       VALUE "35".

       01  W-STATUT-TRANSMIS        PIC XX.
           88  TRANSMIS-OK                  VALUE "00".
           88  TRANSMIS-INEXISTANT          VALUE "35".

       01  W-FILE-DETAIL.
           05  W-SIZE-JOURNAL       PIC X(8)   COMP-X.

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-HEURE-DU-JOUR          PIC 9(6).

       01  W-NO-TRANSMISSION        PIC 9(6)   VALUE 0.
       01  W-NO-A-REFAIRE           PIC 9(6)   VALUE 0.

       01  W-TOTAUX.
           05  W-NB-EMIS            PIC 9(6)       VALUE 0.
           05  W-TOTAL-EMIS         PIC 9(11)V99   VALUE 0.
           05  W-NB-ANNULES         PIC 9(6)       VALUE 0.
           05  W-TOTAL-ANNULES      PIC 9(11)V99   VALUE 0.

       01  W-EDITION.
           05  W-ED-TOTAL-EMIS      PIC ZZZ,ZZZ,ZZ9.99.
           05  W-ED-TOTAL-ANNULES   PIC ZZZ,ZZZ,ZZ9.99.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "POSITIVEPAY".
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
           MOVE FUNCTION CURRENT-DATE(1:8)  TO W-DATE-DU-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO W-HEURE-DU-JOUR.
           INITIALIZE W-TOTAUX.

           MOVE 0 TO W-NO-A-REFAIRE.
           DISPLAY "PAIEMENT POSITIF - TRANSMISSION A LA BANQUE"
                                                         AT 0405.
           DISPLAY "NO DE TRANSMISSION A REFAIRE (0 = NOUVELLE) : "
                                                         AT 0605.
           ACCEPT  W-NO-A-REFAIRE AT 0652.

           PERFORM 05000-OUVRIR-JOURNAL.
           IF W-NO-A-REFAIRE = 0
               MOVE "NOUVELLE" TO W-JE-MODE
               PERFORM 10000-NOUVELLE-TRANSMISSION
           ELSE
               MOVE "REPRISE" TO W-JE-MODE
               PERFORM 20000-REFAIRE-TRANSMISSION
           END-IF.
           CLOSE FICHIER-JOURNAL-PP.

           MOVE "FIN" TO W-JE-EVENEMENT.
           ADD W-NB-EMIS W-NB-ANNULES GIVING W-JE-COMPTE.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  OUVRE LE JOURNAL DES CHEQUES TRANSMIS (CREE VIDE AU PREMIER
      *  USAGE) ET EN TIRE LE DERNIER NUMERO DE TRANSMISSION.
      ******************************************************************
       05000-OUVRIR-JOURNAL.
           CALL "CBL_CHECK_FILE_EXIST" USING "PPJOURNAL.DAT "
                                              W-SIZE-JOURNAL.
           IF RETURN-CODE = 0
               OPEN I-O FICHIER-JOURNAL-PP
           ELSE
               OPEN OUTPUT FICHIER-JOURNAL-PP
               CLOSE FICHIER-JOURNAL-PP
               OPEN I-O FICHIER-JOURNAL-PP
           END-IF.

           MOVE 0 TO W-NO-TRANSMISSION W-IND-FIN-JOURNAL.
           MOVE LOW-VALUES TO JP-CLE.
           START FICHIER-JOURNAL-PP KEY IS NOT LESS THAN JP-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-JOURNAL
           END-START.
           PERFORM 05100-LIRE-JOURNAL.
           PERFORM UNTIL W-FIN-JOURNAL
               IF JP-NO-TRANSMISSION > W-NO-TRANSMISSION
                   MOVE JP-NO-TRANSMISSION TO W-NO-TRANSMISSION
               END-IF
               PERFORM 05100-LIRE-JOURNAL
           END-PERFORM.

       05100-LIRE-JOURNAL.
           READ FICHIER-JOURNAL-PP NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-JOURNAL
           END-READ.

      ******************************************************************
      *  NOUVELLE TRANSMISSION : TOUTE LIGNE EMISE OU ANNULEE DU
      *  REGISTRE QUI N'EST PAS AU JOURNAL PART, ET EST CONSIGNEE AU
      *  JOURNAL SOUS LE NOUVEAU NUMERO. SANS RIEN A TRANSMETTRE,
      *  AUCUN FICHIER N'EST PRODUIT ET LE NUMERO N'EST PAS CONSOMME.
      *  LES CHEQUES DEJA ENCAISSES ("P") AVANT LE PAIEMENT POSITIF
      *  NE SONT PAS TRANSMIS.
      ******************************************************************
       10000-NOUVELLE-TRANSMISSION.
           OPEN INPUT FICHIER-REG-CHEQUES.
           IF NOT REG-CHEQUES-OK
               MOVE "AUCUN REGISTRE DE CHEQUES (REGCHEQUES.DAT ABSENT)"
                 TO W-MESSAGE-ERREUR
           ELSE
               ADD 1 TO W-NO-TRANSMISSION
               OPEN OUTPUT FICHIER-POSPAY
               PERFORM 40000-ECRIRE-ENTETE

               MOVE 0 TO W-IND-FIN-FICHIER
               PERFORM 11000-LIRE-REG-CHEQUE
               PERFORM UNTIL W-FIN-FICHIER
                   IF RC-STATUT = "E" OR RC-STATUT = "A"
                       PERFORM 12000-TRANSMETTRE-CHEQUE
                   END-IF
                   PERFORM 11000-LIRE-REG-CHEQUE
               END-PERFORM
               CLOSE FICHIER-REG-CHEQUES

               PERFORM 42000-ECRIRE-TOTAL
               CLOSE FICHIER-POSPAY

               IF W-NB-EMIS = 0 AND W-NB-ANNULES = 0
                   CALL "CBL_DELETE_FILE" USING "PositivePay.dat "
                   MOVE "AUCUN CHEQUE A TRANSMETTRE DEPUIS LA DERNIERE T
      -"RANSMISSION" TO W-MESSAGE-ERREUR
               ELSE
                   MOVE "N" TO LT-NATURE
                   PERFORM 44000-CONSIGNER-TRANSMISSION
                   PERFORM 46000-MESSAGE-FIN
               END-IF
           END-IF.

       11000-LIRE-REG-CHEQUE.
           READ FICHIER-REG-CHEQUES
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       12000-TRANSMETTRE-CHEQUE.
           MOVE 0 TO W-IND-DEJA-TRANSMIS.
           MOVE RC-NUMERO TO JP-NUMERO.
           MOVE RC-STATUT TO JP-GENRE.
           READ FICHIER-JOURNAL-PP
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO W-IND-DEJA-TRANSMIS
           END-READ.

           IF NOT W-DEJA-TRANSMIS
               MOVE RC-NUMERO          TO JP-NUMERO
               MOVE RC-STATUT          TO JP-GENRE
               MOVE W-NO-TRANSMISSION  TO JP-NO-TRANSMISSION
               MOVE W-DATE-DU-JOUR     TO JP-DATE-TRANSMISSION
               MOVE RC-DATE            TO JP-DATE-EMISSION
               MOVE RC-MONTANT         TO JP-MONTANT
               MOVE RC-CODE            TO JP-CODE
               MOVE SPACES             TO JP-RESERVE
               WRITE JP-FICHE-TRANSMIS
               PERFORM 41000-ECRIRE-DETAIL
           END-IF.

      ******************************************************************
      *  REFAIT UNE TRANSMISSION DEJA FAITE (FICHIER PERDU OU REFUSE
      *  PAR LA BANQUE) : MEMES CHEQUES, MEME NUMERO, TIRES DU
      *  JOURNAL ; LE JOURNAL N'EST PAS TOUCHE.
      ******************************************************************
       20000-REFAIRE-TRANSMISSION.
           IF W-NO-A-REFAIRE > W-NO-TRANSMISSION
               MOVE "NUMERO DE TRANSMISSION INCONNU AU JOURNAL"
                 TO W-MESSAGE-ERREUR
           ELSE
               MOVE W-NO-A-REFAIRE TO W-NO-TRANSMISSION
               OPEN OUTPUT FICHIER-POSPAY
               PERFORM 40000-ECRIRE-ENTETE

               MOVE 0 TO W-IND-FIN-JOURNAL
               MOVE LOW-VALUES TO JP-CLE
               START FICHIER-JOURNAL-PP KEY IS NOT LESS THAN JP-CLE
                   INVALID KEY MOVE 1 TO W-IND-FIN-JOURNAL
               END-START
               PERFORM 05100-LIRE-JOURNAL
               PERFORM UNTIL W-FIN-JOURNAL
                   IF JP-NO-TRANSMISSION = W-NO-A-REFAIRE
                       MOVE JP-NUMERO        TO RC-NUMERO
                       MOVE JP-GENRE         TO RC-STATUT
                       MOVE JP-DATE-EMISSION TO RC-DATE
                       MOVE JP-MONTANT       TO RC-MONTANT
                       MOVE JP-CODE          TO RC-CODE
                       PERFORM 41000-ECRIRE-DETAIL
                   END-IF
                   PERFORM 05100-LIRE-JOURNAL
               END-PERFORM

               PERFORM 42000-ECRIRE-TOTAL
               CLOSE FICHIER-POSPAY
               MOVE "R" TO LT-NATURE
               PERFORM 44000-CONSIGNER-TRANSMISSION
               PERFORM 46000-MESSAGE-FIN
           END-IF.

       40000-ECRIRE-ENTETE.
           MOVE "H"               TO PE-TYPE.
           MOVE "CRACKINFO "      TO PE-ID-EXPEDITEUR.
           MOVE W-NO-TRANSMISSION TO PE-NO-TRANSMISSION.
           MOVE W-DATE-DU-JOUR    TO PE-DATE-CREATION.
           WRITE PP-ENTETE.

       41000-ECRIRE-DETAIL.
           MOVE "D"        TO PD-TYPE.
           MOVE RC-NUMERO  TO PD-NUMERO.
           MOVE RC-MONTANT TO PD-MONTANT.
           MOVE RC-DATE    TO PD-DATE-EMISSION.
           MOVE RC-CODE    TO PD-BENEFICIAIRE.
           IF RC-STATUT = "A"
               MOVE "V" TO PD-CODE-TRANS
               ADD 1          TO W-NB-ANNULES
               ADD RC-MONTANT TO W-TOTAL-ANNULES
           ELSE
               MOVE "I" TO PD-CODE-TRANS
               ADD 1          TO W-NB-EMIS
               ADD RC-MONTANT TO W-TOTAL-EMIS
           END-IF.
           WRITE PP-DETAIL.

       42000-ECRIRE-TOTAL.
           MOVE "T"             TO PT-TYPE.
           MOVE W-NB-EMIS       TO PT-NB-EMIS.
           MOVE W-TOTAL-EMIS    TO PT-TOTAL-EMIS.
           MOVE W-NB-ANNULES    TO PT-NB-ANNULES.
           MOVE W-TOTAL-ANNULES TO PT-TOTAL-ANNULES.
           ADD W-NB-EMIS W-NB-ANNULES GIVING PT-NB-DETAILS.
           WRITE PP-TOTAL.

       44000-CONSIGNER-TRANSMISSION.
           OPEN EXTEND FICHIER-TRANSMIS.
           IF TRANSMIS-INEXISTANT
               OPEN OUTPUT FICHIER-TRANSMIS
           END-IF.
           MOVE W-NO-TRANSMISSION TO LT-NO-TRANSMISSION.
           MOVE W-DATE-DU-JOUR    TO LT-DATE.
           MOVE W-HEURE-DU-JOUR   TO LT-HEURE.
           MOVE W-OPERATEUR       TO LT-OPERATEUR.
           MOVE W-NB-EMIS         TO LT-NB-EMIS.
           MOVE W-TOTAL-EMIS      TO LT-TOTAL-EMIS.
           MOVE W-NB-ANNULES      TO LT-NB-ANNULES.
           MOVE W-TOTAL-ANNULES   TO LT-TOTAL-ANNULES.
           WRITE LIGNE-TRANSMIS.
           CLOSE FICHIER-TRANSMIS.

       46000-MESSAGE-FIN.
           MOVE W-TOTAL-EMIS    TO W-ED-TOTAL-EMIS.
           MOVE W-TOTAL-ANNULES TO W-ED-TOTAL-ANNULES.
           MOVE SPACES TO W-MESSAGE-ERREUR.
           STRING "TRANSMISSION "     DELIMITED BY SIZE
                  W-NO-TRANSMISSION   DELIMITED BY SIZE
                  " : "               DELIMITED BY SIZE
                  W-NB-EMIS           DELIMITED BY SIZE
                  " EMIS "            DELIMITED BY SIZE
                  W-ED-TOTAL-EMIS     DELIMITED BY SIZE
                  ", "                DELIMITED BY SIZE
                  W-NB-ANNULES        DELIMITED BY SIZE
                  " ANNULES "         DELIMITED BY SIZE
                  W-ED-TOTAL-ANNULES  DELIMITED BY SIZE
             INTO W-MESSAGE-ERREUR.
