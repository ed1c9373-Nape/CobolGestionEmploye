           05  LR-DATE             PIC 9999/99/99.


      *********************************************************
      * Zone d'appel du masquage du NAS et du compte bancaire
      * selon le droit de l'operateur (MASQUERP).
      *********************************************************
       01  W-APPEL-MASQUE.
           05  W-MQ-TYPE            PIC X.
           05  W-MQ-VALEUR          PIC X(12).
           05  W-MQ-JOURNAL         PIC X     VALUE "O".
           05  W-NAS-AFFICHE        PIC X(15).
           05  W-COMPTE-AFFICHE     PIC X(15).

       LINKAGE SECTION.
       01  W-OPERATEUR              PIC X(8).

       SCREEN SECTION.

           01  FOND-ECRAN.
           05  LINE 15  COLUMN 47 PIC 9(4)/9(2)/9(2)
                                  FROM EMP-DATE-ENGAGEMENT.

           05  LINE 16  COLUMN 23 VALUE "NAS / Compte:".
           05  LINE 16  COLUMN 47 PIC X(11) FROM W-NAS-AFFICHE.
           05  LINE 16  COLUMN 60 PIC X(12) FROM W-COMPTE-AFFICHE.

           05  LINE 17  COLUMN 14 VALUE "P=Paye cumulative  A=Audit  EN
      -"TER=continuer".

           05  W-JE-COMPTE          PIC 9(6)  VALUE 0.
           05  W-JE-RESULTAT        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION USING W-OPERATEUR.

       00000-PRINCIPAL.
           MOVE "DEBUT" TO W-JE-EVENEMENT.
                           MOVE ARC-FICHE-PERSONNELLE
                             TO EMP-FICHE-PERSONNELLE
                           DISPLAY FOND-ECRAN
                           PERFORM 30500-MASQUER-SENSIBLE
                           DISPLAY MENU-AFFICHAGE
                           ACCEPT  MENU-AFFICHAGE
                           PERFORM 33000-TRAITER-TOUCHE-DETAIL
       30000-AFFICHAGE.
           IF EMP-SEXE = WZV-SEXE OR WZV-SEXE = SPACE
               DISPLAY FOND-ECRAN
               PERFORM 30500-MASQUER-SENSIBLE
               DISPLAY MENU-AFFICHAGE
               ACCEPT  MENU-AFFICHAGE
               PERFORM 33000-TRAITER-TOUCHE-DETAIL
               END-IF
           END-IF.

      **************************************************************
      *  NAS et compte bancaire de la fiche affichee, en clair ou
      *  masques selon le droit de l'operateur ; toute vue d'un NAS
      *  complet est consignee a la piste d'audit.
      **************************************************************
       30500-MASQUER-SENSIBLE.
           MOVE "N"     TO W-MQ-TYPE.
           MOVE EMP-NAS TO W-MQ-VALEUR.
           CALL "MASQUERP" USING W-OPERATEUR EMP-CODE W-MQ-TYPE
                                 W-MQ-VALEUR W-NAS-AFFICHE
                                 W-MQ-JOURNAL.
           MOVE "C"        TO W-MQ-TYPE.
           MOVE EMP-COMPTE TO W-MQ-VALEUR.
           CALL "MASQUERP" USING W-OPERATEUR EMP-CODE W-MQ-TYPE
                                 W-MQ-VALEUR W-COMPTE-AFFICHE
                                 W-MQ-JOURNAL.

      **************************************************************
      *  Ecrit une ligne du rapport imprime pour l'employe courant.
      **************************************************************
              AND EMP-DATE-ENGAGEMENT >= WZV-DATE-DE
              AND EMP-DATE-ENGAGEMENT <= WZV-DATE-A
               DISPLAY FOND-ECRAN
               PERFORM 30500-MASQUER-SENSIBLE
               DISPLAY MENU-AFFICHAGE
               ACCEPT  MENU-AFFICHAGE
               PERFORM 33000-TRAITER-TOUCHE-DETAIL
