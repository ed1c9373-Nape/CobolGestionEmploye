      ******************************************************************
      * Author: Nadir Pelletier
      * Date:   2026/10/15
      * Purpose: SOUS-PROGRAMME COMMUN DE MASQUAGE DU NAS ET DU NUMERO
      *          DE COMPTE BANCAIRE A L'ECRAN ET DANS LES RAPPORTS.
      *          SEUL UN OPERATEUR AUTORISE (ACCES "O" ACCORDE PAR
      *          GESTIONOPER, POUR LA FIN D'ANNEE ET LE TRAVAIL
      *          BANCAIRE) VOIT LA VALEUR COMPLETE ; LES AUTRES VOIENT
      *          ***-***-123 POUR LE NAS ET LES QUATRE DERNIERS
      *          CARACTERES DU COMPTE. CHAQUE AFFICHAGE D'UN NAS
      *          COMPLET EST CONSIGNE A LA PISTE D'AUDIT (OPERATION
      *          "VUE NAS"), TOUT DE SUITE OU, SI L'APPELANT TIENT LA
      *          PISTE OUVERTE, PLUS TARD PAR UN APPEL DE TYPE "J".
      *          TYPES : N = NAS, C = COMPTE, J = CONSIGNER UNE VUE
      *          DIFFEREE. JOURNAL : O = CONSIGNER, N = L'APPELANT
      *          S'EN CHARGE.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASQUERP.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       SELECT FICHIER-OPERATEURS  ASSIGN TO "OPERATEURS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS W-STATUT-OPERATEURS.

       DATA DIVISION.

       FILE SECTION.

       FD  FICHIER-OPERATEURS
       LABEL RECORD STANDARD.
       01  OP-FICHE-OPERATEUR.
           05  OP-ID                   PIC X(8).
           05  OP-MDP-HACHE            PIC 9(8).
           05  OP-ROLE                 PIC X.
           05  OP-NOM                  PIC X(20).
           05  OP-STATUT               PIC X.
           05  OP-DATE-MDP             PIC 9(8).
           05  OP-FORCER-CHGT          PIC X.
           05  OP-NB-ECHECS            PIC 9.
           05  OP-CODE-EMPLOYE         PIC X(6).
           05  OP-ACCES-SENSIBLE       PIC X.
               88  OP-ACCES-COMPLET        VALUE "O".
           05  OP-RESERVE              PIC X(9).

       WORKING-STORAGE SECTION.
       01  W-STATUT-OPERATEURS      PIC XX.
           88  OPERATEURS-OK                VALUE "00".

      *********************************************************
      * Droit de l'operateur courant, relu seulement quand
      * l'identifiant change d'un appel a l'autre.
      *********************************************************
       01  W-OPERATEUR-CONNU        PIC X(8)  VALUE HIGH-VALUES.
       01  W-IND-ACCES              PIC 9     VALUE 0.
           88  W-ACCES-COMPLET              VALUE 1.

       01  W-NAS-EDITION.
           05  W-NAS-CHIFFRES       PIC 9(9).
           05  W-NAS-R REDEFINES W-NAS-CHIFFRES.
               10  W-NAS-BLOC-1     PIC X(3).
               10  W-NAS-BLOC-2     PIC X(3).
               10  W-NAS-BLOC-3     PIC X(3).

       01  W-COMPTE-EDITION.
           05  W-CPT-VALEUR         PIC X(12).
           05  W-CPT-LONGUEUR       PIC 99.
           05  W-CPT-POS            PIC 99.

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

       LINKAGE SECTION.
       01  W-MR-OPERATEUR           PIC X(8).
       01  W-MR-CODE                PIC X(6).
       01  W-MR-TYPE                PIC X.
           88  W-MR-NAS                     VALUE "N".
           88  W-MR-COMPTE                  VALUE "C".
           88  W-MR-JOURNAL-DIFFERE         VALUE "J".
       01  W-MR-VALEUR              PIC X(12).
       01  W-MR-AFFICHAGE           PIC X(15).
       01  W-MR-JOURNAL             PIC X.
           88  W-MR-CONSIGNER               VALUE "O".

       PROCEDURE DIVISION USING W-MR-OPERATEUR W-MR-CODE W-MR-TYPE
                                W-MR-VALEUR W-MR-AFFICHAGE
                                W-MR-JOURNAL.

       00000-MAIN.
           IF W-MR-OPERATEUR NOT = W-OPERATEUR-CONNU
               PERFORM 10000-LIRE-DROIT
           END-IF.

           MOVE SPACES TO W-MR-AFFICHAGE.
           EVALUATE TRUE
               WHEN W-MR-JOURNAL-DIFFERE
                   PERFORM 40000-CONSIGNER-VUE
               WHEN W-MR-NAS
                   PERFORM 20000-EDITER-NAS
               WHEN W-MR-COMPTE
                   PERFORM 30000-EDITER-COMPTE
           END-EVALUATE.

           EXIT PROGRAM.

      *UN OPERATEUR INCONNU OU SANS DROIT VOIT LES VALEURS MASQUEES.
       10000-LIRE-DROIT.
           MOVE W-MR-OPERATEUR TO W-OPERATEUR-CONNU.
           MOVE 0 TO W-IND-ACCES.
           OPEN INPUT FICHIER-OPERATEURS.
           IF OPERATEURS-OK
               MOVE W-MR-OPERATEUR TO OP-ID
               READ FICHIER-OPERATEURS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OP-ACCES-COMPLET
                           MOVE 1 TO W-IND-ACCES
                       END-IF
               END-READ
               CLOSE FICHIER-OPERATEURS
           END-IF.

      ******************************************************************
      *  NAS EDITE 999-999-999, OU ***-***-999 SANS DROIT. UN NAS A
      *  ZERO OU NON NUMERIQUE RESTE EN BLANC.
      ******************************************************************
       20000-EDITER-NAS.
           IF W-MR-VALEUR(1:9) IS NUMERIC
              AND W-MR-VALEUR(1:9) NOT = "000000000"
               MOVE W-MR-VALEUR(1:9) TO W-NAS-CHIFFRES
               IF W-ACCES-COMPLET
                   STRING W-NAS-BLOC-1 DELIMITED BY SIZE
                          "-"          DELIMITED BY SIZE
                          W-NAS-BLOC-2 DELIMITED BY SIZE
                          "-"          DELIMITED BY SIZE
                          W-NAS-BLOC-3 DELIMITED BY SIZE
                     INTO W-MR-AFFICHAGE
                   IF W-MR-CONSIGNER
                       PERFORM 40000-CONSIGNER-VUE
                   END-IF
               ELSE
                   STRING "***-***-"   DELIMITED BY SIZE
                          W-NAS-BLOC-3 DELIMITED BY SIZE
                     INTO W-MR-AFFICHAGE
               END-IF
           END-IF.

      ******************************************************************
      *  COMPTE BANCAIRE : SANS DROIT, TOUT EST MASQUE SAUF LES QUATRE
      *  DERNIERS CARACTERES SIGNIFICATIFS.
      ******************************************************************
       30000-EDITER-COMPTE.
           MOVE W-MR-VALEUR TO W-CPT-VALEUR.
           IF W-ACCES-COMPLET
               MOVE W-CPT-VALEUR TO W-MR-AFFICHAGE
           ELSE
               MOVE 0 TO W-CPT-LONGUEUR
               PERFORM VARYING W-CPT-POS FROM 12 BY -1
                       UNTIL W-CPT-POS < 1 OR W-CPT-LONGUEUR > 0
                   IF W-CPT-VALEUR(W-CPT-POS:1) NOT = SPACE
                       MOVE W-CPT-POS TO W-CPT-LONGUEUR
                   END-IF
               END-PERFORM
               PERFORM VARYING W-CPT-POS FROM 1 BY 1
                       UNTIL W-CPT-POS > W-CPT-LONGUEUR - 4
                   MOVE "*" TO W-CPT-VALEUR(W-CPT-POS:1)
               END-PERFORM
               MOVE W-CPT-VALEUR TO W-MR-AFFICHAGE
           END-IF.

       40000-CONSIGNER-VUE.
           MOVE W-MR-CODE       TO W-AU-CODE.
           MOVE "VUE NAS"       TO W-AU-OPERATION.
           MOVE W-MR-OPERATEUR  TO W-AU-OPER-ID.
           MOVE SPACES          TO W-AU-AVANT W-AU-APRES.
           CALL "JOURNALAUDIT" USING W-AU-CODE W-AU-OPERATION
                                     W-AU-OPER-ID
                                     W-AU-AVANT W-AU-APRES.
