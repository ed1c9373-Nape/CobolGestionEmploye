               10  EMP-NOM             PIC X(20).
               10  EMP-PREN            PIC X(15).
           05  EMP-DATE-ENGAGEMENT     PIC 9(8).
           05  EMP-RESTE               PIC X(138).
           05  EMP-LANGUE              PIC X.
           05  EMP-RESERVE             PIC X(3).

       FD  FICHIER-REGISTRE
       LABEL RECORD STANDARD.
           05  FILLER               PIC X(2)    VALUE SPACES.
           05  W-LB-NET             PIC $$$,$$9.99.

      *********************************************************
      * Libelles des ecrans dans la langue de l'employe (F/A),
      * tires de la table des textes par TEXTEDOC (document
      * "CON"). L'ordre des zones suit la numerotation des
      * libelles dans Textes.dat.
      *********************************************************
       01  W-LANGUE-DOC             PIC X.
       01  W-TCO-DOCUMENT           PIC X(3)   VALUE "CON".
       01  W-TCO-NOMBRE             PIC 9(2)   VALUE 16.
       01  W-TEXTES-ECRANS.
           05  W-TCO-TITRE          PIC X(60).
           05  W-TCO-OPTION-1       PIC X(60).
           05  W-TCO-OPTION-2       PIC X(60).
           05  W-TCO-OPTION-Q       PIC X(60).
           05  W-TCO-CHOIX          PIC X(60).
           05  W-TCO-SANS-CUMUL     PIC X(60).
           05  W-TCO-HEURES         PIC X(60).
           05  W-TCO-BRUT           PIC X(60).
           05  W-TCO-NET            PIC X(60).
           05  W-TCO-VACANCES       PIC X(60).
           05  W-TCO-MALADIE        PIC X(60).
           05  W-TCO-BANQUE         PIC X(60).
           05  W-TCO-CONTINUER      PIC X(60).
           05  W-TCO-ANNEE          PIC X(60).
           05  W-TCO-SANS-HISTO     PIC X(60).
           05  W-TCO-ENTETE         PIC X(60).

      *********************************************************
      * Zone d'appel du journal central des executions
      * (JOURNALEXEC -> JOURNAL.LST).
               MOVE "AUCUNE FICHE RATTACHEE A CE COMPTE"
               TO W-MESSAGE-ERREUR
           ELSE
               PERFORM 05000-CHARGER-TEXTES
               MOVE SPACE TO W-CHOIX
               PERFORM UNTIL QUITTER-C
                   PERFORM 10000-MENU-EMPLOYE

           EXIT PROGRAM.

      ******************************************************************
      *  LES ECRANS SONT PRESENTES DANS LA LANGUE DE L'EMPLOYE.
      ******************************************************************
       05000-CHARGER-TEXTES.
           IF EMP-LANGUE = "A" OR EMP-LANGUE = "a"
               MOVE "A" TO W-LANGUE-DOC
           ELSE
               MOVE "F" TO W-LANGUE-DOC
           END-IF.
           CALL "TEXTEDOC" USING W-TCO-DOCUMENT W-LANGUE-DOC
                                 W-TCO-NOMBRE W-TEXTES-ECRANS.

       10000-MENU-EMPLOYE.
           MOVE SPACE TO W-CHOIX.
           PERFORM UNTIL W-CHOIX-VALIDE
               DISPLAY W-TCO-TITRE(1:29)               AT 0215
               DISPLAY EMP-NOM                         AT 0245
               DISPLAY W-TCO-OPTION-1(1:40)            AT 0420
               DISPLAY W-TCO-OPTION-2(1:40)            AT 0620
               DISPLAY W-TCO-OPTION-Q(1:40)            AT 0820
               DISPLAY W-TCO-CHOIX(1:23)               AT 1020
               ACCEPT  W-CHOIX AT 1044
           END-PERFORM.

           END-IF.

           IF W-SANS-CUMUL
               DISPLAY W-TCO-SANS-CUMUL(1:40)   AT 1220
           ELSE
               MOVE REG-CUMUL-HEURES TO W-ED-HEURES
               DISPLAY W-TCO-HEURES(1:21)       AT 1220
               DISPLAY W-ED-HEURES              AT 1242
               MOVE REG-CUMUL-BRUT TO W-ED-MONTANT
               DISPLAY W-TCO-BRUT(1:21)         AT 1320
               DISPLAY W-ED-MONTANT             AT 1342
               MOVE REG-CUMUL-NET TO W-ED-MONTANT
               DISPLAY W-TCO-NET(1:21)          AT 1420
               DISPLAY W-ED-MONTANT             AT 1442
               MOVE REG-SOLDE-VACANCES TO W-ED-MONTANT
               DISPLAY W-TCO-VACANCES(1:21)     AT 1520
               DISPLAY W-ED-MONTANT             AT 1542
               MOVE REG-SOLDE-MALADIE TO W-ED-SOLDE
               DISPLAY W-TCO-MALADIE(1:21)      AT 1620
               DISPLAY W-ED-SOLDE               AT 1642
               MOVE REG-SOLDE-TEMPS TO W-ED-SOLDE
               DISPLAY W-TCO-BANQUE(1:21)       AT 1720
               DISPLAY W-ED-SOLDE               AT 1742
           END-IF.
           DISPLAY W-TCO-CONTINUER(1:40) AT 2020.
           ACCEPT DUMMY AT 2080.

      ******************************************************************
      ******************************************************************
       30000-AFFICHER-BULLETINS.
           MOVE 0 TO W-ANNEE-DEMANDEE.
           DISPLAY W-TCO-ANNEE(1:23) AT 1220.
           ACCEPT  W-ANNEE-DEMANDEE AT 1244.
           IF W-ANNEE-DEMANDEE = 0
               MOVE W-ANNEE-COURANTE TO W-ANNEE-DEMANDEE

           OPEN INPUT FICHIER-HISTO.
           IF HISTO-INEXISTANT
               DISPLAY W-TCO-SANS-HISTO(1:40) AT 1420
           ELSE
               DISPLAY W-TCO-ENTETE(1:40) AT 1320
               MOVE 14 TO W-LIGNE-ECRAN
               MOVE 0 TO W-IND-FIN-FICHIER
               MOVE W-CODE-EMPLOYE  TO HP-CODE
               END-PERFORM
               CLOSE FICHIER-HISTO
           END-IF.
           DISPLAY W-TCO-CONTINUER(1:40) AT 2320.
           ACCEPT DUMMY AT 2380.

       31000-LIRE-HISTO.
