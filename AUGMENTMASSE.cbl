           05  EMP-STATUT              PIC X.
               88 EMP-ACTIF            VALUE "A".
               88 EMP-INACTIF          VALUE "I".
               88 EMP-EN-CONGE         VALUE "C".
           05  EMP-NAS                 PIC 9(9).
           05  EMP-COURRIEL            PIC X(30).
           05  EMP-ADRESSE             PIC X(30).
           MOVE EMP-TAUX            TO W-ANCIEN-TAUX.
           MOVE EMP-SALAIRE-PERIODE TO W-ANCIEN-SALAIRE.

           IF (EMP-ACTIF OR EMP-EN-CONGE)
              AND (W-SEL-REGION = 0 OR EMP-REGION = W-SEL-REGION)
              AND (W-SEL-TYPE = SPACE
                   OR EMP-TYPE-EMPLOYE = W-SEL-TYPE)
