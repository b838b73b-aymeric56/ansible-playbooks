           05  FILLER          PIC  X(08)        VALUE "PHONENUM".
           05  FILLER          PIC  X(01)        VALUE ' '.

      * QUALIFIED ON THE TYPE CODE - THE 'OFF' CHILD IS REALIGNED
      * WITH THE PARENT'S EXTENSION BY THE REPL REPAIR
       01  PHONENUM-SSA1.
           05  FILLER          PIC  X(08)        VALUE "PHONENUM".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "PHONETYP".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  PHONE-TYPE-SSA1 PIC  X(03)        VALUE SPACES.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *WORKING VARIABLES
      ******************************************************************

      * PROCEDURE TO REALIGN A MISMATCHED IMS SEGMENT ON THE Db2
      * VALUES (Db2 MASTER). THE PARENT'S FIELDS ARE REPLACED; THE
      * EXTRA PHONENUM CHILDREN ARE LEFT AS THEY ARE - ONLY IVTNIMS
      * KNOWS THE FULL NUMBER SET. THE 'OFF' CHILD IS REALIGNED ON
      * THE NEW EXTENSION, AS MAINTAIN-OFF-CHILD DOES IN IVTNIMS,
      * SINCE THE PHONEXDB INDEX USED BY FINDEXT IS BUILT ON IT.
       REPARER-REPL-IMS.
           MOVE LAST-NAME TO LAST-NAME-SSA1.
           CALL "CBLTDLI"
               MOVE 'REPL IMS              ' TO WS-JRN-ACTION
               MOVE LAST-NAME TO WS-JRN-LAST-NAME
               PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-END
               PERFORM REPARER-OFF-IMS THRU REPARER-OFF-IMS-END
             ELSE
               DISPLAY 'IVTNRECN - REPAIR REPL STATUS: ' DBSTAT
             END-IF
           END-IF.
       REPARER-REPL-IMS-END.

      * PROCEDURE TO REALIGN THE 'OFF' CHILD OF THE SEGMENT JUST
      * REPLACED - REPLACED IF PRESENT, RECREATED IF IT WENT MISSING
       REPARER-OFF-IMS.
           MOVE LAST-NAME TO LAST-NAME-SSA1.
           MOVE 'OFF' TO PHONE-TYPE-SSA1.
           CALL "CBLTDLI"
             USING GHU, DBPCB, PHONENUM-SEG,
                   PHONEBOOK-SSA1, PHONENUM-SSA1.
           EVALUATE TRUE
             WHEN DBSTAT = SPACES
               MOVE T-EXTENSION TO PHONE-NUMBER
               CALL "CBLTDLI"
                 USING REPL, DBPCB, PHONENUM-SEG
             WHEN DBSTAT = GE
               MOVE 'OFF' TO PHONE-TYPE
               MOVE T-EXTENSION TO PHONE-NUMBER
               CALL "CBLTDLI"
                 USING ISRT, DBPCB, PHONENUM-SEG,
                       PHONEBOOK-SSA1, PHONENUM-SSA
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF DBSTAT NOT = SPACES
           THEN
             DISPLAY 'IVTNRECN - REPAIR OFF STATUS: ' DBSTAT
                     ' KEY: ' LAST-NAME
           END-IF.
       REPARER-OFF-IMS-END.

      * PROCEDURE TO WRITE ONE ACTION-JOURNAL LINE
       WRITE-JOURNAL.
           MOVE SPACES TO ENR-SYS030.
