           05  RM-TOTAL-IMPOT-PROV  PIC 9(9)V99.
           05  RM-TOTAL-RRQ         PIC 9(9)V99.
           05  RM-TOTAL-AE          PIC 9(9)V99.
           05  RM-TOTAL-RQAP        PIC 9(9)V99.
           05  RM-TOTAL-RAMQ        PIC 9(9)V99.
           05  RM-EMPL-RRQ          PIC 9(9)V99.
           05  RM-EMPL-AE           PIC 9(9)V99.
           05  RM-SENS              PIC X.
           05  RM-GROUPE            PIC X(2).
           05  RM-PROVINCE          PIC X(2).
           05  RM-EMPLOYEUR         PIC X(2).

       FD  FICHIER-ANNEES
       LABEL RECORD STANDARD.
