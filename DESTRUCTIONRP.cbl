      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: DESTRUCTION DES RENSEIGNEMENTS PERSONNELS DES ANCIENS
      *          EMPLOYES A LA FIN DE LA PERIODE DE CONSERVATION (LOI
      *          25). UNE FICHE D'ARCHIVE (ARCHIVE.DAT) DONT LA FIN
      *          D'EMPLOI REMONTE A PLUS DE N ANNEES (7 PAR DEFAUT)
      *          EST ANONYMISEE : NOM, PRENOM, NAS, ADRESSE, COURRIEL,
      *          COORDONNEES BANCAIRES ET DATE DE NAISSANCE. SES
      *          FEUILLES DE TEMPS (FEUILLETEMPS.DAT) SONT DETRUITES,
      *          SES TALONS DE BULLETIN (LIVRAISON\) EFFACES ET SON
      *          COURRIEL RETIRE DU MANIFESTE (LIVRAISON.DAT), LES
      *          IMAGES DE SA FICHE VIDEES DE L'ARCHIVE D'AUDIT
      *          (AUDITARCH.DAT). LES TOTAUX FINANCIERS (HISTOPAYE.DAT,
      *          REGARCHIVE.DAT), QUI NE PORTENT QUE LE CODE, SONT
      *          CONSERVES. UN APERCU (ApercuDestruction.doc) PRECEDE
      *          TOUJOURS LA DESTRUCTION, FAITE SUR CONFIRMATION
      *          SEULEMENT ET CONSTATEE PAR UN CERTIFICAT
      *          (CertificatDestruction.doc : QUOI, QUAND, PAR QUI).

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESTRUCTIONRP.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-ARCHIVE  ASSIGN TO "ARCHIVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-CODE
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
                          WITH DUPLICATES
               FILE STATUS IS W-STATUT-IDX.

       SELECT FICHIER-HISTO ASSIGN TO "HISTOPAYE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-CLE
               FILE STATUS IS W-STATUT-HISTO.

       SELECT FICHIER-REG-ARCHIVE  ASSIGN TO "REGARCHIVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CLE
               FILE STATUS IS W-STATUT-REGARCH.

       SELECT FICHIER-FEUILLES  ASSIGN TO "FEUILLETEMPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CLE
               FILE STATUS IS W-STATUT-FEUILLES.

       SELECT FICHIER-AUDITARCH  ASSIGN TO "AUDITARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CLE
               FILE STATUS IS W-STATUT-AUDITARCH.

       SELECT FICHIER-MANIFESTE  ASSIGN TO "LIVRAISON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-STATUT-MANIFESTE.

       SELECT FICHIER-MANIFESTE-TMP  ASSIGN TO "LIVRAISON.TMP2"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RAPPORT-APERCU  ASSIGN TO "ApercuDestruction.doc"
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RAPPORT-CERTIFICAT  ASSIGN TO "CertificatDestruction.doc"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *********************************************************
      * Fichier d'archive : meme dessin que le fichier maitre.
      *********************************************************
       FD  FICHIER-ARCHIVE
       LABEL RECORD STANDARD.
       01  ARC-FICHE-PERSONNELLE.
           05  ARC-CODE                PIC X(6).
           05  ARC-REGION              PIC 9(2).
           05  ARC-SEXE                PIC X.
           05  ARC-NOM-PREN.
               10  ARC-NOM             PIC X(20).
                   88  ARC-ANONYMISEE  VALUE "ANONYMISE".
               10  ARC-PREN            PIC X(15).
           05  ARC-DATE-ENGAGEMENT     PIC 9(8).
           05  ARC-TAUX                PIC 99V99.
           05  ARC-NB-HEURE            PIC 9(3).
           05  ARC-STATUT              PIC X.
           05  ARC-NAS                 PIC 9(9).
           05  ARC-COURRIEL            PIC X(30).
           05  ARC-ADRESSE             PIC X(30).
           05  ARC-DATE-FIN            PIC 9(8).
           05  ARC-RAISON-FIN          PIC X.
           05  ARC-TYPE-EMPLOYE        PIC X.
           05  ARC-SALAIRE-PERIODE     PIC 9(6)V99.
           05  ARC-MODE-PAIEMENT       PIC X.
           05  ARC-INSTITUTION         PIC 9(3).
           05  ARC-TRANSIT             PIC 9(5).
           05  ARC-COMPTE              PIC X(12).
           05  ARC-DATE-NAISSANCE      PIC 9(8).
           05  ARC-BANQUE-TEMPS        PIC X.
           05  ARC-STATUT-COORD        PIC X.
           05  ARC-GROUPE-PAYE         PIC X(2).
           05  ARC-PROVINCE            PIC X(2).
           05  ARC-DEPARTEMENT         PIC X(2).
           05  ARC-CLASSE              PIC X(4).
           05  ARC-ECHELON             PIC 9(2).
           05  ARC-RESERVE             PIC X(4).

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

       FD  FICHIER-HISTO
       LABEL RECORD STANDARD.
       01  HP-FICHE-PAYE.
           05  HP-CLE.
               10  HP-CODE             PIC X(6).
               10  HP-ANNEE            PIC 9(4).
               10  HP-PERIODE          PIC 9(2).
           05  HP-RESTE                PIC X(70).

      *********************************************************
      * Registre d'archive : meme dessin que le registre vivant.
      *********************************************************
       FD  FICHIER-REG-ARCHIVE
       LABEL RECORD STANDARD.
       01  RA-FICHE-CUMUL.
           05  RA-CLE.
               10  RA-CODE             PIC X(6).
               10  RA-ANNEE            PIC 9(4).
           05  RA-RESTE                PIC X(157).

       FD  FICHIER-FEUILLES
       LABEL RECORD STANDARD.
       01  FT-FICHE-HEURES.
           05  FT-CLE.
               10  FT-CODE             PIC X(6).
               10  FT-ANNEE            PIC 9(4).
               10  FT-PERIODE          PIC 9(2).
               10  FT-GAIN             PIC X(3).
               10  FT-IMPUTATION.
                   15  FT-DEPT-IMPUT   PIC X(2).
                   15  FT-PROJET       PIC X(6).
               10  FT-ORIGINE.
                   15  FT-ANNEE-ORIG   PIC 9(4).
                   15  FT-PERIODE-ORIG PIC 9(2).
           05  FT-HEURES               PIC 9(3).
           05  FT-MONTANT              PIC 9(5)V99.
           05  FT-STATUT-APPR          PIC X.
           05  FT-APPROBATEUR          PIC X(8).
           05  FT-SENS                 PIC X.
               88  FT-RETRAIT          VALUE "-".
           05  FT-RESERVE              PIC X.

       FD  FICHIER-AUDITARCH
       LABEL RECORD STANDARD.
       01  AR-FICHE-AUDIT.
           05  AR-CLE.
               10  AR-CODE             PIC X(6).
               10  AR-DATE             PIC 9(8).
               10  AR-HEURE            PIC 9(8).
               10  AR-SEQ              PIC 9(3).
           05  AR-OPERATION            PIC X(13).
           05  AR-OPERATEUR            PIC X(8).
           05  AR-AVANT-IMAGE          PIC X(194).
           05  AR-APRES-IMAGE          PIC X(194).

      *********************************************************
      * Manifeste de diffusion des bulletins (DIFFUSEBULLETIN).
      *********************************************************
       FD  FICHIER-MANIFESTE
       LABEL RECORD STANDARD.
       01  LV-LIGNE.
           05  LV-DATE                 PIC 9(8).
           05  LV-CODE                 PIC X(6).
           05  LV-COURRIEL             PIC X(30).
           05  LV-FICHIER              PIC X(40).
           05  LV-STATUT               PIC X.

       FD  FICHIER-MANIFESTE-TMP.
       01  LV-TMP-LIGNE                PIC X(85).

       FD  RAPPORT-APERCU.
       01  LIGNE-APERCU                PIC X(120).

       FD  RAPPORT-CERTIFICAT.
       01  LIGNE-CERTIFICAT            PIC X(120).

       WORKING-STORAGE SECTION.
       01  W-INDICATEUR.
           05  W-IND-FIN-FICHIER    PIC 9   VALUE 0.
               88  W-FIN-FICHIER            VALUE 1.
           05  W-IND-FIN-DETAIL     PIC 9   VALUE 0.
               88  W-FIN-DETAIL             VALUE 1.
           05  W-IND-EMP-ABSENT     PIC 9   VALUE 0.
               88  W-EMP-ABSENT             VALUE 1.
           05  W-IND-TROUVE         PIC 9   VALUE 0.
               88  W-TROUVE                 VALUE 1.
           05  W-IND-DETRUIRE       PIC 9   VALUE 0.
               88  W-DETRUIRE               VALUE 1.
           05  W-IND-TABLE-PLEINE   PIC 9   VALUE 0.
               88  W-TABLE-PLEINE           VALUE 1.
           05  W-IND-ERREUR-OUVERTURE PIC 9 VALUE 0.
               88  W-ERREUR-OUVERTURE       VALUE 1.

      *********************************************************
      * Fichier maitre : sans lui, impossible de reconnaitre un
      * employe reembauche ; une ouverture en erreur arrete la
      * destruction.
      *********************************************************
       01  W-STATUT-IDX             PIC XX.
           88  IDX-OK                       VALUE "00".

      *********************************************************
      * Fichiers facultatifs : un fichier jamais cree n'a rien
      * a detruire (statut 35 a l'ouverture).
      *********************************************************
       01  W-STATUT-ARCHIVE         PIC XX.
           88  ARCHIVE-OK                   VALUE "00".
       01  W-STATUT-HISTO           PIC XX.
           88  HISTO-OK                     VALUE "00".
       01  W-STATUT-REGARCH         PIC XX.
           88  REGARCH-OK                   VALUE "00".
       01  W-STATUT-FEUILLES        PIC XX.
           88  FEUILLES-OK                  VALUE "00".
       01  W-STATUT-AUDITARCH       PIC XX.
           88  AUDITARCH-OK                 VALUE "00".
       01  W-STATUT-MANIFESTE       PIC XX.
           88  MANIFESTE-OK                 VALUE "00".

       01  W-FICHIERS-OUVERTS.
           05  W-IND-HISTO-OUVERT     PIC 9.
               88  W-HISTO-OUVERT             VALUE 1.
           05  W-IND-REGARCH-OUVERT   PIC 9.
               88  W-REGARCH-OUVERT           VALUE 1.
           05  W-IND-FEUILLES-OUVERT  PIC 9.
               88  W-FEUILLES-OUVERT          VALUE 1.
           05  W-IND-AUDITARCH-OUVERT PIC 9.
               88  W-AUDITARCH-OUVERT         VALUE 1.

       01  W-DATE-DU-JOUR           PIC 9(8).
       01  W-HEURE-DU-JOUR          PIC 9(8).
       01  W-DATE-ECHEANCE          PIC 9(8).

      *********************************************************
      * Periode de conservation apres la fin d'emploi (saisie,
      * 7 ans par defaut).
      *********************************************************
       01  W-ANNEES-CONSERVATION    PIC 9(2) VALUE 0.

       01  W-BOOL-CONFIRME          PIC X.
           88  DETRUIRE-OUI                 VALUE "O" "o".

      *********************************************************
      * Fiches d'archive arrivees a echeance, retenues au
      * premier passage ; le nombre de talons de bulletin est
      * compte au passage du manifeste. Au-dela de 500 fiches,
      * le reste attend un prochain passage.
      *********************************************************
       01  W-TABLE-DESTRUCTION.
           05  W-NB-DESTRUCTIONS    PIC 9(3)   VALUE 0.
           05  W-DT-ENTREE OCCURS 500 TIMES.
               10  W-DT-CODE        PIC X(6).
               10  W-DT-DATE-FIN    PIC 9(8).
               10  W-DT-TALONS      PIC 9(4).
       01  W-IDX-DT                 PIC 9(3).

      *********************************************************
      * Decompte de l'employe courant par fichier.
      *********************************************************
       01  W-DECOMPTE.
           05  W-DC-PAYES           PIC 9(4).
           05  W-DC-REGISTRES       PIC 9(4).
           05  W-DC-FEUILLES        PIC 9(4).
           05  W-DC-AUDITS          PIC 9(4).

       01  W-COMPTEURS.
           05  W-COMPTE-ECHUS       PIC 9(5)   VALUE 0.
           05  W-COMPTE-REEMBAUCHES PIC 9(5)   VALUE 0.
           05  W-COMPTE-DEJA        PIC 9(5)   VALUE 0.
           05  W-COMPTE-PAYES       PIC 9(6)   VALUE 0.
           05  W-COMPTE-REGISTRES   PIC 9(6)   VALUE 0.
           05  W-COMPTE-FEUILLES    PIC 9(6)   VALUE 0.
           05  W-COMPTE-AUDITS      PIC 9(6)   VALUE 0.
           05  W-COMPTE-TALONS      PIC 9(6)   VALUE 0.

       01  W-NOM-TALON              PIC X(41).

       01  W-LIGNE-RAPPORT          PIC X(120).

       01  W-ENTETE-COLONNES.
           05  FILLER  PIC X(48) VALUE
               " CODE   FIN EMPLOI ECHEANCE   FICHE      PAYES ".
           05  FILLER  PIC X(48) VALUE
               "REGISTRE FEUILLES  AUDIT TALONS".

       01  W-LIGNE-DETAIL.
           05  FILLER               PIC X      VALUE SPACE.
           05  W-LD-CODE            PIC X(6).
           05  FILLER               PIC X      VALUE SPACE.
           05  W-LD-DATE-FIN        PIC 9999/99/99.
           05  FILLER               PIC X      VALUE SPACE.
           05  W-LD-ECHEANCE        PIC 9999/99/99.
           05  FILLER               PIC X      VALUE SPACE.
           05  W-LD-FICHE           PIC X(10).
           05  W-LD-PAYES           PIC ZZZ9.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  W-LD-REGISTRES       PIC ZZZ9.
           05  FILLER               PIC X(5)   VALUE SPACES.
           05  W-LD-FEUILLES        PIC ZZZ9.
           05  FILLER               PIC X(3)   VALUE SPACES.
           05  W-LD-AUDITS          PIC ZZZ9.
           05  FILLER               PIC X(3)   VALUE SPACES.
           05  W-LD-TALONS          PIC ZZZ9.

       01  W-EDITION.
           05  W-ED-DATE            PIC 9999/99/99.
           05  W-ED-HEURE           PIC 99B99.
           05  W-ED-NB              PIC ZZZZZ9.

      *********************************************************
      * Zone d'appel de la piste d'audit indexee
      * (JOURNALAUDIT -> AUDITIDX.DAT).
      *********************************************************
       01  W-APPEL-AUDIT.
           05  W-AU-CODE            PIC X(6).
           05  W-AU-OPERATION       PIC X(13).
           05  W-AU-OPER-ID         PIC X(8).
           05  W-AU-AVANT           PIC X(194).
           05  W-AU-APRES           PIC X(194).

      *********************************************************
      * Zone d'appel de la mise au spoule des rapports
      * (SPOOLRAPPORT -> RAPPORTS\CATALOGUE.LST).
      *********************************************************
       01  W-SPOOL-RAPPORT.
           05  W-SP-PROGRAMME       PIC X(14) VALUE "DESTRUCTIONRP".
           05  W-SP-NOM             PIC X(30)
                                    VALUE "CertificatDestruction.doc ".
           05  W-SP-PERIODE         PIC X(7)  VALUE SPACES.
           05  W-SP-OPERATEUR       PIC X(8)  VALUE SPACES.

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
      *********************************************************
       01  W-JOURNAL-EXEC.
           05  W-JE-PROGRAMME       PIC X(14) VALUE "DESTRUCTIONRP".
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
           MOVE FUNCTION CURRENT-DATE(9:8) TO W-HEURE-DU-JOUR.

           MOVE 0 TO W-ANNEES-CONSERVATION.
           DISPLAY "CONSERVER APRES LA FIN D'EMPLOI (ANNEES, 0 = 7) : "
                                                             AT 0805.
           ACCEPT  W-ANNEES-CONSERVATION AT 0856.
           IF W-ANNEES-CONSERVATION = 0
               MOVE 7 TO W-ANNEES-CONSERVATION
           END-IF.

           MOVE "APERCU" TO W-JE-MODE.
           MOVE 0 TO W-IND-DETRUIRE.
           PERFORM 10000-RETENIR-ECHEANCES.

      *UNE OUVERTURE EN ERREUR (FICHIER MAITRE OU HISTORIQUE DES
      *PAYES) LAISSE SON MESSAGE ET ARRETE LE TRAITEMENT.
           IF W-ERREUR-OUVERTURE
               CONTINUE
           ELSE
           IF NOT ARCHIVE-OK
               MOVE "AUCUNE ARCHIVE D'EMPLOYES (ARCHIVE.DAT)"
                 TO W-MESSAGE-ERREUR
           ELSE
               PERFORM 20000-PASSE-DESTRUCTION
               IF W-ERREUR-OUVERTURE
                   CONTINUE
               ELSE
               IF W-NB-DESTRUCTIONS = 0
                   MOVE "AUCUNE FICHE ARRIVEE A ECHEANCE"
                     TO W-MESSAGE-ERREUR
               ELSE
                   DISPLAY "FICHES A DETRUIRE (VOIR ApercuDestruction.d
      -"oc) : "                                   AT 1805
                   DISPLAY W-NB-DESTRUCTIONS        AT 1860
                   DISPLAY "DETRUIRE LES RENSEIGNEMENTS (O/N) ? "
                                                    AT 2005
                   MOVE SPACE TO W-BOOL-CONFIRME
                   ACCEPT  W-BOOL-CONFIRME          AT 2042
                   IF DETRUIRE-OUI
                       MOVE "DESTRUCT" TO W-JE-MODE
                       MOVE 1 TO W-IND-DETRUIRE
                       PERFORM 20000-PASSE-DESTRUCTION
                       IF NOT W-ERREUR-OUVERTURE
                           PERFORM 60000-CONCLURE-DESTRUCTION
                       END-IF
                   ELSE
                       MOVE "RIEN DE DETRUIT (APERCU SEULEMENT)"
                         TO W-MESSAGE-ERREUR
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

           MOVE "FIN" TO W-JE-EVENEMENT.
           IF W-DETRUIRE
               MOVE W-NB-DESTRUCTIONS TO W-JE-COMPTE
           END-IF.
           MOVE W-MESSAGE-ERREUR(1:60) TO W-JE-RESULTAT.
           CALL "JOURNALEXEC" USING W-JE-PROGRAMME W-JE-EVENEMENT
                                    W-JE-MODE W-JE-COMPTE
                                    W-JE-RESULTAT.

           EXIT PROGRAM.

      ******************************************************************
      *  RETIENT LES FICHES D'ARCHIVE ARRIVEES A ECHEANCE : DATE DE
      *  FIN CONNUE, PERIODE DE CONSERVATION ECOULEE, PAS DEJA
      *  ANONYMISEE ET CODE ABSENT DU FICHIER VIVANT (UN EMPLOYE
      *  REEMBAUCHE SOUS LE MEME CODE GARDE SON DOSSIER).
      ******************************************************************
       10000-RETENIR-ECHEANCES.
           MOVE 0 TO W-NB-DESTRUCTIONS W-IND-TABLE-PLEINE.
           OPEN INPUT FICHIER-ARCHIVE.
           IF ARCHIVE-OK
               OPEN INPUT FICHIER-IDX
               IF IDX-OK
                   MOVE 0 TO W-IND-FIN-FICHIER
                   MOVE LOW-VALUES TO ARC-CODE
                   START FICHIER-ARCHIVE KEY IS NOT LESS THAN ARC-CODE
                       INVALID KEY MOVE 1 TO W-IND-FIN-FICHIER
                   END-START
                   PERFORM 11000-LIRE-ARCHIVE
                   PERFORM 12000-EXAMINER-FICHE UNTIL W-FIN-FICHIER
                   CLOSE FICHIER-ARCHIVE FICHIER-IDX
               ELSE
                   MOVE 1 TO W-IND-ERREUR-OUVERTURE
                   MOVE SPACES TO W-MESSAGE-ERREUR
                   STRING "OUVERTURE DE EMPLOYES.DAT IMPOSSIBLE"
                                              DELIMITED BY SIZE
                          " (STATUT "         DELIMITED BY SIZE
                          W-STATUT-IDX        DELIMITED BY SIZE
                          ") - RIEN DE DETRUIT" DELIMITED BY SIZE
                     INTO W-MESSAGE-ERREUR
                   CLOSE FICHIER-ARCHIVE
               END-IF
           END-IF.

       11000-LIRE-ARCHIVE.
           READ FICHIER-ARCHIVE NEXT RECORD
               AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ.

       12000-EXAMINER-FICHE.
           IF ARC-ANONYMISEE
               ADD 1 TO W-COMPTE-DEJA
           ELSE
               IF ARC-DATE-FIN IS NUMERIC AND ARC-DATE-FIN > 0
                   COMPUTE W-DATE-ECHEANCE =
                       ARC-DATE-FIN + W-ANNEES-CONSERVATION * 10000
                   IF W-DATE-ECHEANCE < W-DATE-DU-JOUR
                       PERFORM 13000-RETENIR-FICHE
                   END-IF
               END-IF
           END-IF.

           PERFORM 11000-LIRE-ARCHIVE.

       13000-RETENIR-FICHE.
           MOVE 0 TO W-IND-EMP-ABSENT.
           MOVE ARC-CODE TO EMP-CODE.
           READ FICHIER-IDX
               INVALID KEY MOVE 1 TO W-IND-EMP-ABSENT
           END-READ.

           IF NOT W-EMP-ABSENT
               ADD 1 TO W-COMPTE-REEMBAUCHES
           ELSE
               IF W-NB-DESTRUCTIONS < 500
                   ADD 1 TO W-NB-DESTRUCTIONS
                   MOVE ARC-CODE     TO W-DT-CODE(W-NB-DESTRUCTIONS)
                   MOVE ARC-DATE-FIN TO W-DT-DATE-FIN(W-NB-DESTRUCTIONS)
                   MOVE 0            TO W-DT-TALONS(W-NB-DESTRUCTIONS)
               ELSE
                   MOVE 1 TO W-IND-TABLE-PLEINE
               END-IF
           END-IF.

      ******************************************************************
      *  UNE PASSE SUR LES FICHES RETENUES. A L'APERCU, RIEN N'EST
      *  TOUCHE : ON COMPTE CE QUI SERAIT DETRUIT OU CONSERVE. A LA
      *  DESTRUCTION, LES MEMES PARAGRAPHES AGISSENT ET LE RAPPORT
      *  DEVIENT LE CERTIFICAT.
      ******************************************************************
       20000-PASSE-DESTRUCTION.
           MOVE 0 TO W-COMPTE-PAYES W-COMPTE-REGISTRES
                     W-COMPTE-FEUILLES W-COMPTE-AUDITS W-COMPTE-TALONS.
           IF W-DETRUIRE
               OPEN OUTPUT RAPPORT-CERTIFICAT
           ELSE
               OPEN OUTPUT RAPPORT-APERCU
           END-IF.
           PERFORM 21000-ECRIRE-ENTETE.

      *LES FICHIERS SONT OUVERTS AVANT DE TOUCHER AU MANIFESTE :
      *UNE OUVERTURE EN ERREUR ARRETE LA PASSE SANS RIEN DETRUIRE.
           IF W-NB-DESTRUCTIONS > 0
               PERFORM 22000-OUVRIR-FICHIERS
               IF W-ERREUR-OUVERTURE
                   MOVE W-MESSAGE-ERREUR TO W-LIGNE-RAPPORT
                   PERFORM 90000-ECRIRE-LIGNE
               ELSE
                   PERFORM 30000-TRAITER-MANIFESTE
                   PERFORM VARYING W-IDX-DT FROM 1 BY 1
                           UNTIL W-IDX-DT > W-NB-DESTRUCTIONS
                       PERFORM 40000-TRAITER-EMPLOYE
                   END-PERFORM
               END-IF
               PERFORM 23000-FERMER-FICHIERS
           END-IF.

           PERFORM 50000-ECRIRE-SOMMAIRE.
           IF W-DETRUIRE
               CLOSE RAPPORT-CERTIFICAT
           ELSE
               CLOSE RAPPORT-APERCU
           END-IF.

       21000-ECRIRE-ENTETE.
           MOVE SPACES TO W-LIGNE-RAPPORT.
           IF W-DETRUIRE
               MOVE "CERTIFICAT DE DESTRUCTION DES RENSEIGNEMENTS PERSON
      -"NELS (LOI 25)" TO W-LIGNE-RAPPORT
           ELSE
               MOVE "** APERCU - DESTRUCTION DES RENSEIGNEMENTS PERSONNE
      -"LS (AUCUNE DONNEE TOUCHEE) **" TO W-LIGNE-RAPPORT
           END-IF.
           PERFORM 90000-ECRIRE-LIGNE.

           MOVE W-DATE-DU-JOUR       TO W-ED-DATE.
           MOVE W-HEURE-DU-JOUR(1:4) TO W-ED-HEURE.
           MOVE SPACES TO W-LIGNE-RAPPORT.
           STRING "DATE: "           DELIMITED BY SIZE
                  W-ED-DATE          DELIMITED BY SIZE
                  " A "              DELIMITED BY SIZE
                  W-ED-HEURE         DELIMITED BY SIZE
                  "   OPERATEUR: "   DELIMITED BY SIZE
                  W-OPERATEUR        DELIMITED BY SIZE
             INTO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.

           MOVE SPACES TO W-LIGNE-RAPPORT.
           STRING "CONSERVATION: "   DELIMITED BY SIZE
                  W-ANNEES-CONSERVATION DELIMITED BY SIZE
                  " ANS APRES LA FIN D'EMPLOI" DELIMITED BY SIZE
             INTO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.

           MOVE "FICHE: NOM, PRENOM, NAS, ADRESSE, COURRIEL, COORDONNEE
      -"S BANCAIRES ET DATE DE NAISSANCE ANONYMISES"
             TO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.
           MOVE "PAYES (HISTOPAYE) ET REGISTRE (REGARCHIVE) CONSERVES
      -"(TOTAUX FINANCIERS, CODE SEULEMENT)" TO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.
           MOVE "FEUILLES DE TEMPS DETRUITES, IMAGES D'AUDIT (AUDITARCH
      -") VIDEES, TALONS LIVRAISON\ EFFACES" TO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.

           MOVE SPACES TO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.
           MOVE W-ENTETE-COLONNES TO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.
           MOVE ALL "-" TO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.

      ******************************************************************
      *  OUVRE LES FICHIERS DE DETAIL : EN LECTURE A L'APERCU, EN
      *  MISE A JOUR A LA DESTRUCTION. UN FICHIER ABSENT EST SAUTE ;
      *  L'HISTORIQUE DES PAYES PRESENT MAIS ILLISIBLE ARRETE LA
      *  PASSE.
      ******************************************************************
       22000-OUVRIR-FICHIERS.
           MOVE 0 TO W-IND-HISTO-OUVERT W-IND-REGARCH-OUVERT
                     W-IND-FEUILLES-OUVERT W-IND-AUDITARCH-OUVERT.
           OPEN INPUT FICHIER-HISTO.
           IF HISTO-OK
               MOVE 1 TO W-IND-HISTO-OUVERT
           ELSE
               IF W-STATUT-HISTO NOT = "35"
                   MOVE 1 TO W-IND-ERREUR-OUVERTURE
                   MOVE SPACES TO W-MESSAGE-ERREUR
                   STRING "OUVERTURE DE HISTOPAYE.DAT IMPOSSIBLE (STATU
      -"T "                                   DELIMITED BY SIZE
                          W-STATUT-HISTO      DELIMITED BY SIZE
                          ") - RIEN DE DETRUIT" DELIMITED BY SIZE
                     INTO W-MESSAGE-ERREUR
               END-IF
           END-IF.
           OPEN INPUT FICHIER-REG-ARCHIVE.
           IF REGARCH-OK
               MOVE 1 TO W-IND-REGARCH-OUVERT
           END-IF.

           IF W-DETRUIRE
               OPEN I-O FICHIER-ARCHIVE
               OPEN I-O FICHIER-FEUILLES
               IF FEUILLES-OK
                   MOVE 1 TO W-IND-FEUILLES-OUVERT
               END-IF
               OPEN I-O FICHIER-AUDITARCH
               IF AUDITARCH-OK
                   MOVE 1 TO W-IND-AUDITARCH-OUVERT
               END-IF
           ELSE
               OPEN INPUT FICHIER-ARCHIVE
               OPEN INPUT FICHIER-FEUILLES
               IF FEUILLES-OK
                   MOVE 1 TO W-IND-FEUILLES-OUVERT
               END-IF
               OPEN INPUT FICHIER-AUDITARCH
               IF AUDITARCH-OK
                   MOVE 1 TO W-IND-AUDITARCH-OUVERT
               END-IF
           END-IF.

       23000-FERMER-FICHIERS.
           CLOSE FICHIER-ARCHIVE.
           IF W-HISTO-OUVERT
               CLOSE FICHIER-HISTO
           END-IF.
           IF W-REGARCH-OUVERT
               CLOSE FICHIER-REG-ARCHIVE
           END-IF.
           IF W-FEUILLES-OUVERT
               CLOSE FICHIER-FEUILLES
           END-IF.
           IF W-AUDITARCH-OUVERT
               CLOSE FICHIER-AUDITARCH
           END-IF.

      ******************************************************************
      *  MANIFESTE DE DIFFUSION : COMPTE LES TALONS DES FICHES
      *  RETENUES ; A LA DESTRUCTION, EFFACE LE TALON DE LIVRAISON\
      *  ET RETIRE LE COURRIEL ET LE NOM DE FICHIER DE LA LIGNE. LE
      *  MANIFESTE EST REECRIT EN ENTIER (MEME TECHNIQUE QUE
      *  DIFFUSEBULLETIN).
      ******************************************************************
       30000-TRAITER-MANIFESTE.
           OPEN INPUT FICHIER-MANIFESTE.
           IF MANIFESTE-OK
               IF W-DETRUIRE
                   OPEN OUTPUT FICHIER-MANIFESTE-TMP
               END-IF
               MOVE 0 TO W-IND-FIN-DETAIL
               PERFORM 31000-LIRE-MANIFESTE
               PERFORM UNTIL W-FIN-DETAIL
                   PERFORM 32000-TRAITER-TALON
                   IF W-DETRUIRE
                       MOVE LV-LIGNE TO LV-TMP-LIGNE
                       WRITE LV-TMP-LIGNE
                   END-IF
                   PERFORM 31000-LIRE-MANIFESTE
               END-PERFORM
               CLOSE FICHIER-MANIFESTE
               IF W-DETRUIRE
                   CLOSE FICHIER-MANIFESTE-TMP
                   CALL "CBL_DELETE_FILE" USING "LIVRAISON.DAT "
                   CALL "CBL_RENAME_FILE" USING "LIVRAISON.TMP2 "
                                                "LIVRAISON.DAT "
               END-IF
           END-IF.

       31000-LIRE-MANIFESTE.
           READ FICHIER-MANIFESTE
               AT END MOVE 1 TO W-IND-FIN-DETAIL
           END-READ.

       32000-TRAITER-TALON.
           MOVE 0 TO W-IND-TROUVE.
           PERFORM VARYING W-IDX-DT FROM 1 BY 1
                   UNTIL W-IDX-DT > W-NB-DESTRUCTIONS OR W-TROUVE
               IF W-DT-CODE(W-IDX-DT) = LV-CODE
                   MOVE 1 TO W-IND-TROUVE
               END-IF
           END-PERFORM.

           IF W-TROUVE
               SUBTRACT 1 FROM W-IDX-DT
               IF LV-FICHIER(1:10) = "LIVRAISON\"
                   ADD 1 TO W-DT-TALONS(W-IDX-DT)
                   IF W-DETRUIRE
                       MOVE SPACES     TO W-NOM-TALON
                       MOVE LV-FICHIER TO W-NOM-TALON
                       CALL "CBL_DELETE_FILE" USING W-NOM-TALON
                   END-IF
               END-IF
               IF W-DETRUIRE
                   MOVE SPACES    TO LV-COURRIEL
                   MOVE "DETRUIT" TO LV-FICHIER
               END-IF
           END-IF.

      ******************************************************************
      *  UNE FICHE RETENUE : FICHE D'ARCHIVE, PAYES ET REGISTRE
      *  CONSERVES, FEUILLES DE TEMPS, ARCHIVE D'AUDIT, PUIS LA LIGNE
      *  DU RAPPORT ET, A LA DESTRUCTION, L'INSCRIPTION A LA PISTE
      *  D'AUDIT (SANS IMAGE).
      ******************************************************************
       40000-TRAITER-EMPLOYE.
           MOVE 0 TO W-DC-PAYES W-DC-REGISTRES W-DC-FEUILLES
                     W-DC-AUDITS.

           PERFORM 41000-ANONYMISER-FICHE.
           IF W-HISTO-OUVERT
               PERFORM 42000-COMPTER-PAYES
           END-IF.
           IF W-REGARCH-OUVERT
               PERFORM 43000-COMPTER-REGISTRE
           END-IF.
           IF W-FEUILLES-OUVERT
               PERFORM 44000-DETRUIRE-FEUILLES
           END-IF.
           IF W-AUDITARCH-OUVERT
               PERFORM 45000-VIDER-AUDIT
           END-IF.

           ADD W-DC-PAYES             TO W-COMPTE-PAYES.
           ADD W-DC-REGISTRES         TO W-COMPTE-REGISTRES.
           ADD W-DC-FEUILLES          TO W-COMPTE-FEUILLES.
           ADD W-DC-AUDITS            TO W-COMPTE-AUDITS.
           ADD W-DT-TALONS(W-IDX-DT)  TO W-COMPTE-TALONS.

           MOVE W-DT-CODE(W-IDX-DT)     TO W-LD-CODE.
           MOVE W-DT-DATE-FIN(W-IDX-DT) TO W-LD-DATE-FIN.
           COMPUTE W-DATE-ECHEANCE =
               W-DT-DATE-FIN(W-IDX-DT) + W-ANNEES-CONSERVATION * 10000.
           MOVE W-DATE-ECHEANCE         TO W-LD-ECHEANCE.
           IF W-DETRUIRE
               MOVE "ANONYMISEE" TO W-LD-FICHE
           ELSE
               MOVE "A DETRUIRE" TO W-LD-FICHE
           END-IF.
           MOVE W-DC-PAYES              TO W-LD-PAYES.
           MOVE W-DC-REGISTRES          TO W-LD-REGISTRES.
           MOVE W-DC-FEUILLES           TO W-LD-FEUILLES.
           MOVE W-DC-AUDITS             TO W-LD-AUDITS.
           MOVE W-DT-TALONS(W-IDX-DT)   TO W-LD-TALONS.
           MOVE W-LIGNE-DETAIL TO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.

           IF W-DETRUIRE
               MOVE W-DT-CODE(W-IDX-DT) TO W-AU-CODE
               MOVE "DESTRUCTION"       TO W-AU-OPERATION
               MOVE W-OPERATEUR         TO W-AU-OPER-ID
               MOVE SPACES              TO W-AU-AVANT W-AU-APRES
               CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                         W-AU-OPER-ID
                                         W-AU-AVANT W-AU-APRES
           END-IF.

      *LE CODE, LES DATES, LA REMUNERATION ET LES CHAMPS DE
      *CLASSEMENT RESTENT POUR LES STATISTIQUES ET L'HISTORIQUE.
       41000-ANONYMISER-FICHE.
           IF W-DETRUIRE
               MOVE W-DT-CODE(W-IDX-DT) TO ARC-CODE
               READ FICHIER-ARCHIVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "ANONYMISE" TO ARC-NOM
                       MOVE SPACES      TO ARC-PREN ARC-COURRIEL
                                           ARC-ADRESSE ARC-COMPTE
                       MOVE 0           TO ARC-NAS ARC-INSTITUTION
                                           ARC-TRANSIT
                                           ARC-DATE-NAISSANCE
                       REWRITE ARC-FICHE-PERSONNELLE
               END-READ
           END-IF.

       42000-COMPTER-PAYES.
           MOVE 0 TO W-IND-FIN-DETAIL.
           MOVE W-DT-CODE(W-IDX-DT) TO HP-CODE.
           MOVE 0 TO HP-ANNEE HP-PERIODE.
           START FICHIER-HISTO KEY IS NOT LESS THAN HP-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-DETAIL
           END-START.
           PERFORM UNTIL W-FIN-DETAIL
               READ FICHIER-HISTO NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-DETAIL
               END-READ
               IF NOT W-FIN-DETAIL
                   IF HP-CODE = W-DT-CODE(W-IDX-DT)
                       ADD 1 TO W-DC-PAYES
                   ELSE
                       MOVE 1 TO W-IND-FIN-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

       43000-COMPTER-REGISTRE.
           MOVE 0 TO W-IND-FIN-DETAIL.
           MOVE W-DT-CODE(W-IDX-DT) TO RA-CODE.
           MOVE 0 TO RA-ANNEE.
           START FICHIER-REG-ARCHIVE KEY IS NOT LESS THAN RA-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-DETAIL
           END-START.
           PERFORM UNTIL W-FIN-DETAIL
               READ FICHIER-REG-ARCHIVE NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-DETAIL
               END-READ
               IF NOT W-FIN-DETAIL
                   IF RA-CODE = W-DT-CODE(W-IDX-DT)
                       ADD 1 TO W-DC-REGISTRES
                   ELSE
                       MOVE 1 TO W-IND-FIN-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

       44000-DETRUIRE-FEUILLES.
           MOVE 0 TO W-IND-FIN-DETAIL.
           MOVE LOW-VALUES TO FT-CLE.
           MOVE W-DT-CODE(W-IDX-DT) TO FT-CODE.
           START FICHIER-FEUILLES KEY IS NOT LESS THAN FT-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-DETAIL
           END-START.
           PERFORM UNTIL W-FIN-DETAIL
               READ FICHIER-FEUILLES NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-DETAIL
               END-READ
               IF NOT W-FIN-DETAIL
                   IF FT-CODE = W-DT-CODE(W-IDX-DT)
                       ADD 1 TO W-DC-FEUILLES
                       IF W-DETRUIRE
                           DELETE FICHIER-FEUILLES
                       END-IF
                   ELSE
                       MOVE 1 TO W-IND-FIN-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

      *LA TRACE DE L'OPERATION (CLE, OPERATION, OPERATEUR) RESTE ;
      *SEULES LES IMAGES DE LA FICHE SONT VIDEES.
       45000-VIDER-AUDIT.
           MOVE 0 TO W-IND-FIN-DETAIL.
           MOVE W-DT-CODE(W-IDX-DT) TO AR-CODE.
           MOVE 0 TO AR-DATE AR-HEURE AR-SEQ.
           START FICHIER-AUDITARCH KEY IS NOT LESS THAN AR-CLE
               INVALID KEY MOVE 1 TO W-IND-FIN-DETAIL
           END-START.
           PERFORM UNTIL W-FIN-DETAIL
               READ FICHIER-AUDITARCH NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-DETAIL
               END-READ
               IF NOT W-FIN-DETAIL
                   IF AR-CODE = W-DT-CODE(W-IDX-DT)
                       IF AR-AVANT-IMAGE NOT = SPACES
                          OR AR-APRES-IMAGE NOT = SPACES
                           ADD 1 TO W-DC-AUDITS
                           IF W-DETRUIRE
                               MOVE SPACES TO AR-AVANT-IMAGE
                                              AR-APRES-IMAGE
                               REWRITE AR-FICHE-AUDIT
                           END-IF
                       END-IF
                   ELSE
                       MOVE 1 TO W-IND-FIN-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      *  TOTAUX PAR FICHIER ET FICHES LAISSEES DE COTE.
      ******************************************************************
       50000-ECRIRE-SOMMAIRE.
           MOVE ALL "-" TO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.

           MOVE W-NB-DESTRUCTIONS TO W-ED-NB.
           MOVE SPACES TO W-LIGNE-RAPPORT.
           STRING "FICHES D'ARCHIVE ANONYMISEES      : "
                                           DELIMITED BY SIZE
                  W-ED-NB                  DELIMITED BY SIZE
             INTO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.
           MOVE W-COMPTE-FEUILLES TO W-ED-NB.
           MOVE SPACES TO W-LIGNE-RAPPORT.
           STRING "LIGNES DE FEUILLE DE TEMPS DETRUITES: "
                                                   DELIMITED BY SIZE
                  W-ED-NB                          DELIMITED BY SIZE
             INTO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.
           MOVE W-COMPTE-AUDITS TO W-ED-NB.
           MOVE SPACES TO W-LIGNE-RAPPORT.
           STRING "OPERATIONS D'AUDIT VIDEES         : "
                                           DELIMITED BY SIZE
                  W-ED-NB                  DELIMITED BY SIZE
             INTO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.
           MOVE W-COMPTE-TALONS TO W-ED-NB.
           MOVE SPACES TO W-LIGNE-RAPPORT.
           STRING "TALONS DE BULLETIN EFFACES        : "
                                           DELIMITED BY SIZE
                  W-ED-NB                  DELIMITED BY SIZE
             INTO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.
           MOVE W-COMPTE-PAYES TO W-ED-NB.
           MOVE SPACES TO W-LIGNE-RAPPORT.
           STRING "PAYES CONSERVEES (TOTAUX)         : "
                                           DELIMITED BY SIZE
                  W-ED-NB                  DELIMITED BY SIZE
             INTO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.
           MOVE W-COMPTE-REGISTRES TO W-ED-NB.
           MOVE SPACES TO W-LIGNE-RAPPORT.
           STRING "ANNEES DE REGISTRE CONSERVEES     : "
                                           DELIMITED BY SIZE
                  W-ED-NB                  DELIMITED BY SIZE
             INTO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.

           MOVE W-COMPTE-DEJA TO W-ED-NB.
           MOVE SPACES TO W-LIGNE-RAPPORT.
           STRING "DEJA ANONYMISEES                  : "
                                           DELIMITED BY SIZE
                  W-ED-NB                  DELIMITED BY SIZE
             INTO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.
           MOVE W-COMPTE-REEMBAUCHES TO W-ED-NB.
           MOVE SPACES TO W-LIGNE-RAPPORT.
           STRING "ECHUES MAIS REEMBAUCHEES (GARDEES): "
                                           DELIMITED BY SIZE
                  W-ED-NB                  DELIMITED BY SIZE
             INTO W-LIGNE-RAPPORT.
           PERFORM 90000-ECRIRE-LIGNE.
           IF W-TABLE-PLEINE
               MOVE "PLUS DE 500 FICHES ECHUES : RELANCER POUR LES SUIVA
      -"NTES" TO W-LIGNE-RAPPORT
               PERFORM 90000-ECRIRE-LIGNE
           END-IF.

           IF W-DETRUIRE
               MOVE SPACES TO W-LIGNE-RAPPORT
               PERFORM 90000-ECRIRE-LIGNE
               MOVE "SIGNATURE DU RESPONSABLE DES RENSEIGNEMENTS PERSONN
      -"ELS: ______________________________" TO W-LIGNE-RAPPORT
               PERFORM 90000-ECRIRE-LIGNE
           END-IF.

      ******************************************************************
      *  DESTRUCTION FAITE : CERTIFICAT MIS AU SPOULE ET MESSAGE DU
      *  NOMBRE DE FICHES ANONYMISEES.
      ******************************************************************
       60000-CONCLURE-DESTRUCTION.
           MOVE W-DATE-DU-JOUR(1:6) TO W-SP-PERIODE.
           MOVE W-OPERATEUR         TO W-SP-OPERATEUR.
           CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME
                                     W-SP-NOM
                                     W-SP-PERIODE
                                     W-SP-OPERATEUR.
           MOVE SPACES TO W-MESSAGE-ERREUR.
           STRING W-NB-DESTRUCTIONS DELIMITED BY SIZE
                  " FICHE(S) ANONYMISEE(S), VOIR LE CERTIFICAT"
                                    DELIMITED BY SIZE
             INTO W-MESSAGE-ERREUR.

       90000-ECRIRE-LIGNE.
           IF W-DETRUIRE
               WRITE LIGNE-CERTIFICAT FROM W-LIGNE-RAPPORT
           ELSE
               WRITE LIGNE-APERCU FROM W-LIGNE-RAPPORT
           END-IF.
           MOVE SPACES TO W-LIGNE-RAPPORT.
