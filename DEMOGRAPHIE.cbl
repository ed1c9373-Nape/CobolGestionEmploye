           05  EMP-STATUT              PIC X VALUE "A".
               88 EMP-ACTIF            VALUE "A".
               88 EMP-INACTIF          VALUE "I".
               88 EMP-EN-CONGE         VALUE "C".
           05  EMP-NAS                 PIC 9(9).
           05  EMP-COURRIEL            PIC X(30).
           05  EMP-ADRESSE             PIC X(30).
       20000-CUMULER-EFFECTIF.
           MOVE EMP-REGION TO W-REGION-CHERCHEE.
           PERFORM 41000-CHERCHER-REGION.
           IF (EMP-ACTIF OR EMP-EN-CONGE) AND W-REGION-CONNUE
               IF EMP-SEXE-F
                   ADD 1 TO W-REG-NB-FEMME(EMP-REGION)
                   ADD 1 TO W-NB-FEMME-TOTAL
