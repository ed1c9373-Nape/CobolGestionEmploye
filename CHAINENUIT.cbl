      *          FACULTATIVEMENT, L'ANNEE DES RELEVES (EX. : 1 2026).
      *          ENCHAINE : SAUVEGARDE, RECONSTRUCTION SI LE SEUIL DE
      *          MODIFICATIONS EST FRANCHI, CALCUL DE PAYE, RELEVES,
      *          SOMMAIRE DEMOGRAPHIQUE, LE PREMIER DU MOIS LE
      *          CONTROLE DES POSTES, LE LUNDI LE SUIVI DES CONGES
      *          ET LES 1ER JANVIER ET 1ER JUILLET LA LISTE
      *          D'ANCIENNETE A AFFICHER, PUIS LE PREMIER DU MOIS LES
      *          CERTIFICATIONS ARRIVANT A ECHEANCE.
      *          CHAQUE ETAPE EST CONSIGNEE (DEBUT, FIN, RESULTAT)
      *          DANS JOURNALNUIT.LST ET UNE
      *          ETAPE EN ECHEC ARRETE LA CHAINE (RETURN-CODE 8).

      ******************************************************************

       01  W-DATE-DU-JOUR              PIC 9(8).
       01  W-HEURE-DU-JOUR             PIC 9(8).
       01  W-JOUR-SEMAINE              PIC 9.
           88  W-LUNDI                 VALUE 1.

      *********************************************************
      * Sauvegarde horodatee de EMPLOYES.DAT/.IDX (meme
               PERFORM 50000-ETAPE-DEMOGRAPHIE
           END-IF.

           IF NOT W-CHAINE-EN-ECHEC
               PERFORM 60000-ETAPE-POSTES
           END-IF.

           IF NOT W-CHAINE-EN-ECHEC
               PERFORM 70000-ETAPE-CONGES
           END-IF.

           IF NOT W-CHAINE-EN-ECHEC
               PERFORM 75000-ETAPE-ANCIENNETE
           END-IF.

           IF NOT W-CHAINE-EN-ECHEC
               PERFORM 77000-ETAPE-CERTIFICATIONS
           END-IF.

           IF W-CHAINE-EN-ECHEC
               MOVE "CHAINE"          TO W-ETAPE-COURANTE
               MOVE "ARRET SUR ECHEC" TO W-RESULTAT-ETAPE

           PERFORM 90000-JOURNALISER-FIN.

      ******************************************************************
      *  ETAPE 6 : CONTROLE DES POSTES (Postes.doc) POUR LE DOSSIER
      *  MENSUEL DE LA DIRECTION ; PRODUIT LE PREMIER DU MOIS SEULEMENT.
      ******************************************************************
       60000-ETAPE-POSTES.
           MOVE "POSTES" TO W-ETAPE-COURANTE.
           PERFORM 80000-JOURNALISER-DEBUT.

           IF W-DATE-DU-JOUR(7:2) NOT = "01"
               MOVE "SAUTEE (PREMIER DU MOIS SEULEMENT)"
                 TO W-RESULTAT-ETAPE
           ELSE
               MOVE SPACES TO W-MESSAGE-ERREUR
               CALL "RAPPORTPOSTES" USING W-MESSAGE-ERREUR
               MOVE W-MESSAGE-ERREUR TO W-RESULTAT-ETAPE
           END-IF.

           PERFORM 90000-JOURNALISER-FIN.

      ******************************************************************
      *  ETAPE 7 : SUIVI HEBDOMADAIRE DES CONGES (Conges.doc) ; PRODUIT
      *  LE LUNDI SEULEMENT (JOUR 1 DU CALENDRIER ENTIER = LUNDI).
      ******************************************************************
       70000-ETAPE-CONGES.
           MOVE "CONGES" TO W-ETAPE-COURANTE.
           PERFORM 80000-JOURNALISER-DEBUT.

           COMPUTE W-JOUR-SEMAINE = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(W-DATE-DU-JOUR), 7).
           IF NOT W-LUNDI
               MOVE "SAUTEE (LUNDI SEULEMENT)" TO W-RESULTAT-ETAPE
           ELSE
               MOVE SPACES TO W-MESSAGE-ERREUR
               CALL "RAPPORTCONGES" USING W-MESSAGE-ERREUR
               MOVE W-MESSAGE-ERREUR TO W-RESULTAT-ETAPE
           END-IF.

           PERFORM 90000-JOURNALISER-FIN.

      ******************************************************************
      *  ETAPE 8 : LISTE D'ANCIENNETE SYNDICALE (Anciennete.doc) A
      *  AFFICHER ; PRODUITE LES 1ER JANVIER ET 1ER JUILLET SEULEMENT.
      ******************************************************************
       75000-ETAPE-ANCIENNETE.
           MOVE "ANCIENNETE" TO W-ETAPE-COURANTE.
           PERFORM 80000-JOURNALISER-DEBUT.

           IF W-DATE-DU-JOUR(5:4) NOT = "0101"
              AND W-DATE-DU-JOUR(5:4) NOT = "0701"
               MOVE "SAUTEE (1ER JANVIER ET 1ER JUILLET SEULEMENT)"
                 TO W-RESULTAT-ETAPE
           ELSE
               MOVE SPACES TO W-MESSAGE-ERREUR
               CALL "LISTEANCIENNETE" USING W-MESSAGE-ERREUR
               MOVE W-MESSAGE-ERREUR TO W-RESULTAT-ETAPE
           END-IF.

           PERFORM 90000-JOURNALISER-FIN.

      ******************************************************************
      *  ETAPE 9 : CERTIFICATIONS ARRIVANT A ECHEANCE (Certifications.
      *  doc) ; PRODUIT LE PREMIER DU MOIS SEULEMENT.
      ******************************************************************
       77000-ETAPE-CERTIFICATIONS.
           MOVE "CERTIFICATIONS" TO W-ETAPE-COURANTE.
           PERFORM 80000-JOURNALISER-DEBUT.

           IF W-DATE-DU-JOUR(7:2) NOT = "01"
               MOVE "SAUTEE (PREMIER DU MOIS SEULEMENT)"
                 TO W-RESULTAT-ETAPE
           ELSE
               MOVE SPACES TO W-MESSAGE-ERREUR
               CALL "ECHEANCECERTIF" USING W-MESSAGE-ERREUR
               MOVE W-MESSAGE-ERREUR TO W-RESULTAT-ETAPE
           END-IF.

           PERFORM 90000-JOURNALISER-FIN.

      ******************************************************************
      *  JOURNALISATION : UNE LIGNE DEBUT ET UNE LIGNE FIN PAR ETAPE
      *  DANS JOURNALNUIT.LST (CREE AU BESOIN, OUVERT EN AJOUT).
