           05  OP-FORCER-CHGT          PIC X.
           05  OP-NB-ECHECS            PIC 9.
           05  OP-CODE-EMPLOYE         PIC X(6).
           05  OP-ACCES-SENSIBLE       PIC X.
           05  OP-RESERVE              PIC X(9).

       WORKING-STORAGE SECTION.

           05 FILLER  PIC X(20) VALUE "BUDGETS.DAT".
           05 FILLER  PIC X(20) VALUE "BUDGETS.IDX".
           05 FILLER  PIC X(20) VALUE "LIVRAISON.DAT".
           05 FILLER  PIC X(20) VALUE "CREDITSIMPOT.DAT".
           05 FILLER  PIC X(20) VALUE "CREDITSIMPOT.IDX".
           05 FILLER  PIC X(20) VALUE "TYPESRETENUE.DAT".
           05 FILLER  PIC X(20) VALUE "TYPESRETENUE.IDX".
           05 FILLER  PIC X(20) VALUE "CLASSES.DAT".
           05 FILLER  PIC X(20) VALUE "CLASSES.IDX".
           05 FILLER  PIC X(20) VALUE "ECHELLES.DAT".
           05 FILLER  PIC X(20) VALUE "ECHELLES.IDX".
           05 FILLER  PIC X(20) VALUE "POSTES.DAT".
           05 FILLER  PIC X(20) VALUE "POSTES.IDX".
           05 FILLER  PIC X(20) VALUE "CONGES.DAT".
           05 FILLER  PIC X(20) VALUE "CONGES.IDX".
           05 FILLER  PIC X(20) VALUE "ACCIDENTS.DAT".
           05 FILLER  PIC X(20) VALUE "ACCIDENTS.IDX".
           05 FILLER  PIC X(20) VALUE "PROJETS.DAT".
           05 FILLER  PIC X(20) VALUE "PROJETS.IDX".
           05 FILLER  PIC X(20) VALUE "PROJCOUTS.DAT".
           05 FILLER  PIC X(20) VALUE "PROJCOUTS.IDX".
           05 FILLER  PIC X(20) VALUE "CHGTATTENTE.DAT".
           05 FILLER  PIC X(20) VALUE "CHGTATTENTE.IDX".
           05 FILLER  PIC X(20) VALUE "PPJOURNAL.DAT".
           05 FILLER  PIC X(20) VALUE "PPJOURNAL.IDX".
           05 FILLER  PIC X(20) VALUE "PPTRANSMIS.DAT".
           05 FILLER  PIC X(20) VALUE "EMPLOYEURS.DAT".
           05 FILLER  PIC X(20) VALUE "EMPLOYEURS.IDX".
           05 FILLER  PIC X(20) VALUE "REGIMESRETRAITE.DAT".
           05 FILLER  PIC X(20) VALUE "REGIMESRETRAITE.IDX".
           05 FILLER  PIC X(20) VALUE "MEMBRESRETRAITE.DAT".
           05 FILLER  PIC X(20) VALUE "MEMBRESRETRAITE.IDX".
           05 FILLER  PIC X(20) VALUE "COTISRETRAITE.DAT".
           05 FILLER  PIC X(20) VALUE "COTISRETRAITE.IDX".
           05 FILLER  PIC X(20) VALUE "CORRECTIONCOTIS.DAT".
           05 FILLER  PIC X(20) VALUE "CORRECTIONCOTIS.IDX".
           05 FILLER  PIC X(20) VALUE "PRIMESQUART.DAT".
           05 FILLER  PIC X(20) VALUE "PRIMESQUART.IDX".
           05 FILLER  PIC X(20) VALUE "HORAIRES.DAT".
           05 FILLER  PIC X(20) VALUE "HORAIRES.IDX".
           05 FILLER  PIC X(20) VALUE "REGLEMENTS.DAT".
           05 FILLER  PIC X(20) VALUE "REGLEMENTS.IDX".
           05 FILLER  PIC X(20) VALUE "FRAIS.DAT".
           05 FILLER  PIC X(20) VALUE "FRAIS.IDX".
           05 FILLER  PIC X(20) VALUE "CATFRAIS.DAT".
           05 FILLER  PIC X(20) VALUE "CATFRAIS.IDX".
           05 FILLER  PIC X(20) VALUE "ANCIENNETE.DAT".
           05 FILLER  PIC X(20) VALUE "ANCIENNETE.IDX".
           05 FILLER  PIC X(20) VALUE "RAPPELS.DAT".
           05 FILLER  PIC X(20) VALUE "RAPPELS.IDX".
           05 FILLER  PIC X(20) VALUE "FORMATIONS.DAT".
           05 FILLER  PIC X(20) VALUE "FORMATIONS.IDX".
           05 FILLER  PIC X(20) VALUE "ASSURENVOI.DAT".
           05 FILLER  PIC X(20) VALUE "ASSURENVOI.IDX".
           05 FILLER  PIC X(20) VALUE "PLANSCOMM.DAT".
           05 FILLER  PIC X(20) VALUE "PLANSCOMM.IDX".
           05 FILLER  PIC X(20) VALUE "REPRESENTANTS.DAT".
           05 FILLER  PIC X(20) VALUE "REPRESENTANTS.IDX".
           05 FILLER  PIC X(20) VALUE "COMMHISTO.DAT".
           05 FILLER  PIC X(20) VALUE "COMMHISTO.IDX".
           05 FILLER  PIC X(20) VALUE "REPARTDEPOT.DAT".
           05 FILLER  PIC X(20) VALUE "REPARTDEPOT.IDX".
           05 FILLER  PIC X(20) VALUE "DEPOTHISTO.DAT".
           05 FILLER  PIC X(20) VALUE "DEPOTHISTO.IDX".
       01  W-FAMILLE-R REDEFINES W-FAMILLE-DONNEES.
           05  W-FAMILLE-NOM       PIC X(20) OCCURS 114
                                   INDEXED BY W-IDX-FAMILLE.

       01  W-COPIE-ZONE.
           05  W-CHOIX-UTILITAIRE      PIC X       VALUE SPACE.
           05  W-CHOIX-UTIL2           PIC X       VALUE SPACE.
               88  QUITTER-U2          VALUE "Q" "q".
               88  W-CHOIX-U2-VALIDE   VALUE "1" "2" "3" "4" "5" "6"
                                             "7" "8" "9" "A" "B" "C"
                                             "D" "E" "F" "G" "H" "I"
                                             "J" "K" "L" "M" "N" "O"
                                             "+" "Q" "q".
           05  W-CHOIX-UTIL3           PIC X       VALUE SPACE.
               88  QUITTER-U3          VALUE "Q" "q".
               88  W-CHOIX-U3-VALIDE   VALUE "1" "2" "3" "4" "5" "6"
                                             "7" "8" "9" "A" "B" "C"
                                             "D" "E" "F" "G" "H" "I"
                                             "J" "K" "L" "M" "N" "O"
                                             "P"
                                             "Q" "q".
               88  QUITTER-U           VALUE "Q" "q".
               88  W-CHOIX-U-VALIDE    VALUE "1" "2" "3" "4" "5" "6"
           05  LINE 12  COLUMN 20 VALUE "5) Table des departements".
           05  LINE 13  COLUMN 20 VALUE "6) Reimpression des rapports".
           05  LINE 14  COLUMN 20 VALUE "7) Roulement de l'audit".
           05  LINE 8   COLUMN 50 VALUE "8) Credits d'impot (TD1)".
           05  LINE 9   COLUMN 50 VALUE "9) Types de retenue (fiscal)".
           05  LINE 10  COLUMN 50 VALUE "A) Classes et echelles".
           05  LINE 11  COLUMN 50 VALUE "B) Progression d'echelon".
           05  LINE 12  COLUMN 50 VALUE "C) Equite salariale".
           05  LINE 13  COLUMN 50 VALUE "D) Postes autorises".
           05  LINE 14  COLUMN 50 VALUE "E) Rapport des postes".
           05  LINE 15  COLUMN 20 VALUE "F) Conges autorises".
           05  LINE 16  COLUMN 20 VALUE "G) Suivi des conges".
           05  LINE 17  COLUMN 20 VALUE "H) Accidents du travail".
           05  LINE 18  COLUMN 20 VALUE "I) Recevable CNESST".
           05  LINE 19  COLUMN 20 VALUE "J) Projets".
           05  LINE 15  COLUMN 50 VALUE "K) Couts par projet".
           05  LINE 16  COLUMN 50 VALUE "L) Approbation changements".
           05  LINE 17  COLUMN 50 VALUE "M) Salaire minimum a venir".
           05  LINE 18  COLUMN 50 VALUE "N) Paie positive (banque)".
           05  LINE 19  COLUMN 50 VALUE "O) Employeurs".
           05  LINE 20  COLUMN 50 VALUE "+) Autres utilitaires".
           05  LINE 20  COLUMN 20 VALUE "Q) Retour".
           05  LINE 21  COLUMN 3  VALUE "Votre choix: ".
           05  LINE 21  COLUMN 16 PIC X TO W-CHOIX-UTIL2.

      *********************************************************
      * Troisieme page du menu des utilitaires : la deuxieme
      * page est pleine.
      *********************************************************
       01  MENU-UTILITAIRE3.
           05  LINE 5   COLUMN 30 VALUE "MENU UTILITAIRES (SUITE 2)"
                                                       UNDERLINE.
           05  LINE 8   COLUMN 20 VALUE "1) Projection de la paye".
           05  LINE 9   COLUMN 20 VALUE "2) Provision de fin de mois".
           05  LINE 10  COLUMN 20 VALUE "3) Regimes de retraite".
           05  LINE 11  COLUMN 20 VALUE "4) Membres retraite".
           05  LINE 12  COLUMN 20 VALUE "5) Remise retraite".
           05  LINE 13  COLUMN 20 VALUE "6) Releve retraite".
           05  LINE 14  COLUMN 20 VALUE "7) Attestation d'emploi".
           05  LINE 15  COLUMN 20 VALUE "8) Revision cotisations".
           05  LINE 16  COLUMN 20 VALUE "9) Destruction (Loi 25)".
           05  LINE 17  COLUMN 20 VALUE "A) Primes de quart".
           05  LINE 18  COLUMN 20 VALUE "B) Horaires de travail".
           05  LINE 19  COLUMN 20 VALUE "C) Reglement final".
           05  LINE 8   COLUMN 50 VALUE "D) Categories de frais".
           05  LINE 9   COLUMN 50 VALUE "E) Frais des employes".
           05  LINE 10  COLUMN 50 VALUE "F) Liste d'anciennete".
           05  LINE 11  COLUMN 50 VALUE "G) Mises a pied et rappels".
           05  LINE 12  COLUMN 50 VALUE "H) Formations".
           05  LINE 13  COLUMN 50 VALUE "I) Certif. a echeance".
           05  LINE 14  COLUMN 50 VALUE "J) Formation 1 %".
           05  LINE 15  COLUMN 50 VALUE "K) Bordereau assurance".
           05  LINE 16  COLUMN 50 VALUE "L) Concil. assurance".
           05  LINE 17  COLUMN 50 VALUE "M) Regimes commission".
           05  LINE 18  COLUMN 50 VALUE "N) Representants".
           05  LINE 19  COLUMN 50 VALUE "O) Calcul commissions".
           05  LINE 20  COLUMN 50 VALUE "P) Repartition depots".
           05  LINE 20  COLUMN 20 VALUE "Q) Retour".
           05  LINE 21  COLUMN 3  VALUE "Votre choix: ".
           05  LINE 21  COLUMN 16 PIC X TO W-CHOIX-UTIL3.

      *********************************************************
      * Zone d'appel du journal central des executions
                      END-IF

                    WHEN "2"
                      CALL"TP2NADIRPELLETIER"
                           USING W-OPERATEUR-ID *>

                    WHEN "3"
                      IF W-ROLE-MISE-A-JOUR OR W-ROLE-UTILITAIRES
                                   WHEN "F"
                                       CALL "CONSULTAUDIT"
                                            USING W-MESSAGE-ERREUR
                                                  W-OPERATEUR-ID
                                   WHEN "G"
                                       CALL "ARCHIVEEMP"
                                            USING W-MESSAGE-ERREUR
                TO W-CHOIX-UTIL2

                IF NOT W-CHOIX-U2-VALIDE
                    MOVE "ENTREZ 1 A 9, A A O, + OU Q"
                                       TO W-MESSAGE-ERREUR
                END-IF
            END-PERFORM.

               WHEN "7"
                   CALL "ROULEAUDIT"
                        USING W-MESSAGE-ERREUR
               WHEN "8"
                   CALL "SAISIECREDITS"
                        USING W-MESSAGE-ERREUR
               WHEN "9"
                   CALL "SAISIETYPESRET"
                        USING W-MESSAGE-ERREUR
               WHEN "A"
                   CALL "SAISIECLASSES"
                        USING W-MESSAGE-ERREUR
               WHEN "B"
                   CALL "PROGECHELON"
                        USING W-MESSAGE-ERREUR
                              W-OPERATEUR-ID
               WHEN "C"
                   CALL "EQUITESAL"
                        USING W-MESSAGE-ERREUR
                              W-OPERATEUR-ID
               WHEN "D"
                   CALL "SAISIEPOSTES"
                        USING W-MESSAGE-ERREUR
               WHEN "E"
                   CALL "RAPPORTPOSTES"
                        USING W-MESSAGE-ERREUR
               WHEN "F"
                   CALL "SAISIECONGES"
                        USING W-MESSAGE-ERREUR
                              W-OPERATEUR-ID
               WHEN "G"
                   CALL "RAPPORTCONGES"
                        USING W-MESSAGE-ERREUR
               WHEN "H"
                   CALL "SAISIEACCIDENTS"
                        USING W-MESSAGE-ERREUR
               WHEN "I"
                   CALL "RAPPORTCNESST"
                        USING W-MESSAGE-ERREUR
               WHEN "J"
                   CALL "SAISIEPROJETS"
                        USING W-MESSAGE-ERREUR
               WHEN "K"
                   CALL "RAPPORTPROJETS"
                        USING W-MESSAGE-ERREUR
               WHEN "L"
                   CALL "APPROCHANGEMENTS"
                        USING W-MESSAGE-ERREUR
                              W-OPERATEUR-ID
               WHEN "M"
                   CALL "RAPPORTSALMIN"
                        USING W-MESSAGE-ERREUR
               WHEN "N"
                   CALL "POSITIVEPAY"
                        USING W-MESSAGE-ERREUR
                              W-OPERATEUR-ID
               WHEN "O"
                   CALL "SAISIEEMPLOYEURS"
                        USING W-MESSAGE-ERREUR
               WHEN "+"
                   PERFORM 27000-MENU-UTIL3
                   PERFORM UNTIL QUITTER-U3
                       PERFORM 28000-ACTION-UTIL3
                       PERFORM 27000-MENU-UTIL3
                   END-PERFORM
                   MOVE SPACE TO W-MESSAGE-ERREUR
           END-EVALUATE.

       27000-MENU-UTIL3.
            MOVE SPACE TO W-CHOIX-UTIL3.
            PERFORM UNTIL W-CHOIX-U3-VALIDE
                DISPLAY FOND-ECRAN
                DISPLAY MENU-UTILITAIRE3
                ACCEPT  MENU-UTILITAIRE3

                MOVE FUNCTION UPPER-CASE(W-CHOIX-UTIL3)
                TO W-CHOIX-UTIL3

                IF NOT W-CHOIX-U3-VALIDE
                    MOVE "ENTREZ 1 A 9, A A P OU Q" TO W-MESSAGE-ERREUR
                END-IF
            END-PERFORM.

       28000-ACTION-UTIL3.
           MOVE SPACE TO W-MESSAGE-ERREUR.
           EVALUATE W-CHOIX-UTIL3
               WHEN "1"
                   CALL "PROJECTIONPAYE"
                        USING W-MESSAGE-ERREUR
               WHEN "2"
                   CALL "PROVISIONPAYE"
                        USING W-MESSAGE-ERREUR
               WHEN "3"
                   CALL "SAISIERETRAITE"
                        USING W-MESSAGE-ERREUR
               WHEN "4"
                   CALL "SAISIEMEMBRESRET"
                        USING W-MESSAGE-ERREUR
               WHEN "5"
                   CALL "REMISERETRAITE"
                        USING W-MESSAGE-ERREUR
               WHEN "6"
                   CALL "RELEVERETRAITE"
                        USING W-MESSAGE-ERREUR
               WHEN "7"
                   CALL "ATTESTEMPLOI"
                        USING W-MESSAGE-ERREUR
                              W-OPERATEUR-ID
               WHEN "8"
                   CALL "REVISIONCOTIS"
                        USING W-MESSAGE-ERREUR
               WHEN "9"
                   CALL "DESTRUCTIONRP"
                        USING W-MESSAGE-ERREUR
                              W-OPERATEUR-ID
               WHEN "A"
                   CALL "SAISIEPRIMES"
                        USING W-MESSAGE-ERREUR
               WHEN "B"
                   CALL "SAISIEHORAIRES"
                        USING W-MESSAGE-ERREUR
               WHEN "C"
                   CALL "REGLEMENTFINAL"
                        USING W-MESSAGE-ERREUR
                              W-OPERATEUR-ID
               WHEN "D"
                   CALL "SAISIECATFRAIS"
                        USING W-MESSAGE-ERREUR
               WHEN "E"
                   CALL "SAISIEFRAIS"
                        USING W-MESSAGE-ERREUR
                              W-OPERATEUR-ID
               WHEN "F"
                   CALL "LISTEANCIENNETE"
                        USING W-MESSAGE-ERREUR
               WHEN "G"
                   CALL "ANCIENNETE"
                        USING W-MESSAGE-ERREUR
                              W-OPERATEUR-ID
               WHEN "H"
                   CALL "SAISIEFORMATIONS"
                        USING W-MESSAGE-ERREUR
                              W-OPERATEUR-ID
               WHEN "I"
                   CALL "ECHEANCECERTIF"
                        USING W-MESSAGE-ERREUR
               WHEN "J"
                   CALL "DECLFORMATION"
                        USING W-MESSAGE-ERREUR
               WHEN "K"
                   CALL "BORDEREAUASSUR"
                        USING W-MESSAGE-ERREUR
                              W-OPERATEUR-ID
               WHEN "L"
                   CALL "CONCILASSUR"
                        USING W-MESSAGE-ERREUR
               WHEN "M"
                   CALL "SAISIEPLANSCOMM"
                        USING W-MESSAGE-ERREUR
               WHEN "N"
                   CALL "SAISIEREPRESENT"
                        USING W-MESSAGE-ERREUR
               WHEN "O"
                   CALL "IMPORTVENTES"
                        USING W-MESSAGE-ERREUR
                              W-OPERATEUR-ID
               WHEN "P"
                   CALL "SAISIEREPARTDEPOT"
                        USING W-MESSAGE-ERREUR
                              W-OPERATEUR-ID
           END-EVALUATE.

      ******************************************************************
           MOVE W-DATE-DU-JOUR TO W-HORODATE-DATE.

           PERFORM VARYING W-IDX-FAMILLE FROM 1 BY 1
                   UNTIL W-IDX-FAMILLE > 114
               PERFORM 30100-COPIER-UN-MEMBRE
           END-PERFORM.

               MOVE ML-DATE  TO W-HORODATE-DATE
               MOVE ML-HEURE TO W-HORODATE-HEURE
               PERFORM VARYING W-IDX-FAMILLE FROM 1 BY 1
                       UNTIL W-IDX-FAMILLE > 114
                   PERFORM 30200-BATIR-NOMS
                   CALL "CBL_DELETE_FILE" USING W-NOM-BACKUP
               END-PERFORM
               IF RESTAURE-OUI
                   MOVE 0 TO W-COMPTE-COPIES W-IND-COPIE-ECHEC
                   PERFORM VARYING W-IDX-FAMILLE FROM 1 BY 1
                           UNTIL W-IDX-FAMILLE > 114
                       PERFORM 44100-RESTAURER-UN-MEMBRE
                   END-PERFORM

               MOVE "O"         TO OP-FORCER-CHGT
               MOVE 0           TO OP-NB-ECHECS
               MOVE SPACES      TO OP-CODE-EMPLOYE OP-RESERVE
               MOVE "O"         TO OP-ACCES-SENSIBLE
               WRITE OP-FICHE-OPERATEUR
               CLOSE FICHIER-OPERATEURS
           END-IF.
