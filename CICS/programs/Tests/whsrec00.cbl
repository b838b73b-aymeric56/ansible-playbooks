       01  SQL-HOST-VARIABLES.
          05 H-PAYS                   PIC X(02).
          05 H-CONTRAT                PIC 9(11).
          05 H-REST                   PIC S9(11).
          05 H-SOLDE-CALCULE          PIC S9(11) COMP-3.
       01  W-DELTA                     PIC S9(11) COMP-3.
       01  DISP-SQLCODE                PIC +ZZZZZZZZ9.
