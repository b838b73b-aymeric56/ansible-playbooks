      * SUCCESS : A FAILED LOAD RESUMES AFTER THAT KEY INSTEAD OF
      * STARTING OVER. PROCESSED/INSERTED/REJECTED CONTROL TOTALS ARE
      * WRITTEN AT END.
      *
      * THE 'OFF' CHILD IS ALSO WHAT THE PHONEXDB SECONDARY INDEX
      * (IVTNIMS FINDEXT) IS BUILT ON : IMS ADDS THE INDEX ENTRY AS
      * THE CHILD IS ISRT'D, SO THE INDEX DATASET MUST BE ALLOCATED
      * TO THE STEP (DD PHONEXT). AN ENTRY WHOSE 'OFF' CHILD CANNOT BE
      * INSERTED IS LISTED ON FSYS020 - IT WOULD NOT BE FOUND BY
      * EXTENSION.
      ******************************************************************

       ENVIRONMENT DIVISION.
               THEN
                 DISPLAY 'IVTNLD00 - PHONE ISRT STATUS: ' DBSTAT
                         ' KEY: ' T-LAST-NAME
                 MOVE 'BAD PHONE ISRT      ' TO WS-REPORT-DISPOSITION
                 MOVE T-LAST-NAME            TO WS-REPORT-LAST-NAME
                 MOVE SPACES                 TO ENR-SYS020
                 MOVE WS-REPORT-LINE         TO ENR-SYS020
                 WRITE ENR-SYS020
               END-IF
               PERFORM PRENDRE-CHECKPOINT
                 THRU PRENDRE-CHECKPOINT-END
