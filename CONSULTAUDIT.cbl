      *          CHAMP PAR CHAMP (SELON LE DESSIN DE
      *          EMP-FICHE-PERSONNELLE) CE QUI A REELLEMENT CHANGE
      *          ENTRE L'IMAGE AVANT ET L'IMAGE APRES. RESULTAT DANS
      *          ConsultAudit.doc. LE NAS ET LE COMPTE BANCAIRE SONT
      *          MASQUES SAUF POUR UN OPERATEUR AUTORISE ; CHAQUE
      *          FICHE DONT LE NAS COMPLET A ETE IMPRIME EST CONSIGNEE
      *          ("VUE NAS") UNE FOIS LA PISTE REFERMEE.

      ******************************************************************
       IDENTIFICATION DIVISION.
           05  W-JE-COMPTE          PIC 9(6)  VALUE 0.
           05  W-JE-RESULTAT        PIC X(60) VALUE SPACES.

      *********************************************************
      * Zone d'appel du masquage du NAS et du compte bancaire
      * (MASQUERP). La piste etant ouverte pendant la lecture,
      * les vues de NAS complet sont retenues puis consignees
      * apres la fermeture.
      *********************************************************
       01  W-APPEL-MASQUE.
           05  W-MQ-TYPE            PIC X.
           05  W-MQ-VALEUR          PIC X(12).
           05  W-MQ-AFFICHAGE       PIC X(15).
           05  W-MQ-JOURNAL         PIC X     VALUE "N".

       01  W-VUES-NAS.
           05  W-NB-VUES-NAS        PIC 9(3)  VALUE 0.
           05  W-VUE-NAS            OCCURS 200 TIMES
                                    INDEXED BY W-IDX-VUE.
               10  W-VUE-CODE       PIC X(6).
           05  W-IND-VUE-TROUVEE    PIC 9.
               88  W-VUE-TROUVEE            VALUE 1.

       LINKAGE SECTION.
       01  W-MESSAGE-ERREUR PIC X(80).
       01  W-OPERATEUR      PIC X(8).

       PROCEDURE DIVISION USING W-MESSAGE-ERREUR W-OPERATEUR.

       00000-MAIN.
           MOVE "DEBUT" TO W-JE-EVENEMENT.
               PERFORM 20000-TRAITER-LIGNE UNTIL W-FIN-FICHIER

               CLOSE FICHIER-AUDIT RAPPORT-AUDIT
               PERFORM 60000-CONSIGNER-VUES-NAS
               CALL "SPOOLRAPPORT" USING W-SP-PROGRAMME W-SP-NOM
                                         W-SP-PERIODE W-SP-OPERATEUR

           END-IF.
           IF AV-NAS NOT = AP-NAS
               MOVE "NAS"             TO W-DIF-CHAMP
               MOVE "N"               TO W-MQ-TYPE
               MOVE AV-NAS            TO W-MQ-VALEUR
               PERFORM 50000-MASQUER-VALEUR
               MOVE W-MQ-AFFICHAGE    TO W-DIF-AVANT
               MOVE AP-NAS            TO W-MQ-VALEUR
               PERFORM 50000-MASQUER-VALEUR
               MOVE W-MQ-AFFICHAGE    TO W-DIF-APRES
               IF W-DIF-AVANT(1:1) IS NUMERIC
                  OR W-DIF-APRES(1:1) IS NUMERIC
                   PERFORM 55000-RETENIR-VUE-NAS
               END-IF
               PERFORM 41000-ECRIRE-DIFFERENCE
           END-IF.
           IF AV-COURRIEL NOT = AP-COURRIEL
           END-IF.
           IF AV-COMPTE NOT = AP-COMPTE
               MOVE "COMPTE"          TO W-DIF-CHAMP
               MOVE "C"               TO W-MQ-TYPE
               MOVE AV-COMPTE         TO W-MQ-VALEUR
               PERFORM 50000-MASQUER-VALEUR
               MOVE W-MQ-AFFICHAGE    TO W-DIF-AVANT
               MOVE AP-COMPTE         TO W-MQ-VALEUR
               PERFORM 50000-MASQUER-VALEUR
               MOVE W-MQ-AFFICHAGE    TO W-DIF-APRES
               PERFORM 41000-ECRIRE-DIFFERENCE
           END-IF.
           IF AV-DATE-NAISSANCE NOT = AP-DATE-NAISSANCE
                  W-DIF-APRES  DELIMITED BY SIZE
             INTO LIGNE-AUDIT.
           WRITE LIGNE-AUDIT AFTER ADVANCING 1 LINE.

       50000-MASQUER-VALEUR.
           CALL "MASQUERP" USING W-OPERATEUR AX-CODE W-MQ-TYPE
                                 W-MQ-VALEUR W-MQ-AFFICHAGE
                                 W-MQ-JOURNAL.

      ******************************************************************
      *  RETIENT (UNE SEULE FOIS PAR FICHE) LE CODE DONT LE NAS
      *  COMPLET VIENT D'ETRE IMPRIME.
      ******************************************************************
       55000-RETENIR-VUE-NAS.
           MOVE 0 TO W-IND-VUE-TROUVEE.
           PERFORM VARYING W-IDX-VUE FROM 1 BY 1
                   UNTIL W-IDX-VUE > W-NB-VUES-NAS OR W-VUE-TROUVEE
               IF W-VUE-CODE(W-IDX-VUE) = AX-CODE
                   MOVE 1 TO W-IND-VUE-TROUVEE
               END-IF
           END-PERFORM.
           IF NOT W-VUE-TROUVEE AND W-NB-VUES-NAS < 200
               ADD 1 TO W-NB-VUES-NAS
               MOVE AX-CODE TO W-VUE-CODE(W-NB-VUES-NAS)
           END-IF.

      ******************************************************************
      *  CONSIGNE A LA PISTE D'AUDIT, PISTE REFERMEE, CHAQUE FICHE
      *  DONT LE NAS COMPLET FIGURE DANS ConsultAudit.doc.
      ******************************************************************
       60000-CONSIGNER-VUES-NAS.
           MOVE "J" TO W-MQ-TYPE.
           PERFORM VARYING W-IDX-VUE FROM 1 BY 1
                   UNTIL W-IDX-VUE > W-NB-VUES-NAS
               CALL "MASQUERP" USING W-OPERATEUR
                                     W-VUE-CODE(W-IDX-VUE)
                                     W-MQ-TYPE W-MQ-VALEUR
                                     W-MQ-AFFICHAGE W-MQ-JOURNAL
           END-PERFORM.
