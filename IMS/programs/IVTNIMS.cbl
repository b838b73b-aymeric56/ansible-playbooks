
       COPY IVTNIMSC.

      ******************************************************************
      *COMMUNICATION AREA FOR THE SHARED CONTACTS DB2 ACCESS MODULE
      *(FINDEXT ASKS IT WHO COVERS AN ABSENT EXTENSION HOLDER)
      ******************************************************************
       COPY CNTACDB2C.

       77 C-CNTACDB2                PIC X(08) VALUE 'CNTACDB2'.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      * QUALIFIED SSA FOR THE FINDEXT COMMAND, ISSUED AGAINST THE
      * INDEX PCB (XPCB). EXTNUM IS THE XDFLD OF THE PHONEXDB
      * SECONDARY INDEX : ITS SOURCE IS THE PHONE NUMBER OF EVERY
      * PHONENUM CHILD ('OFF' CHILD = OFFICE LINE, PLUS THE EXTRA
      * NUMBERS), ITS TARGET IS THE A1111111 ROOT, SO THE CALL
      * RETURNS THE PHONEBOOK ENTRY HOLDING THE NUMBER.
       01  PHONEBOOK-SSA5.
           05  FILLER          PIC  X(08)        VALUE "A1111111".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "EXTNUM  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  EXTENSION-SSA5  PIC  X(10)        VALUE SPACES.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      * QUALIFIED SSA FOR THE RANGE COMMAND - LASTNAME MUST BE
      * GREATER-OR-EQUAL TO THE LOW BOUND AND LESS-OR-EQUAL TO THE
      * HIGH BOUND. BOTH BOUNDS ARE SET BY RANGE-CONTACT-ENTRIES.
       01  ALTPCBA POINTER.
       01  DBPCB1 POINTER.
       01  AUDPCBA POINTER.
       01  XPCBA POINTER.

      ******************************************************************
      *I/O PCB
           05  AUDSENSEG       PIC  9(08) COMP.
           05  AUDKEYFB        PIC  X(20).

      ******************************************************************
      *PHONEBOOK PCB IN EXTENSION SEQUENCE (5TH PCB, PROCSEQ=PHONEXDB,
      *PROCOPT=G) - USED BY FINDEXT ONLY
      ******************************************************************

       01  XPCB.
           05  XDBDNAME        PIC  X(08).
           05  XSEGLEVEL       PIC  X(02).
           05  XDBSTAT         PIC  X(02).
           05  XPROCOPTS       PIC  X(04).
           05  FILLER          PIC  9(08) COMP.
           05  XSEGNAMFB       PIC  X(08).
           05  XLENKEY         PIC  9(08) COMP.
           05  XSENSSSEGS      PIC  9(08) COMP.
           05  XKEYFB          PIC  X(20).

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, ALTPCBA, DBPCB1, AUDPCBA, XPCBA.

       BEGIN.
      *    DISPLAY 'IOPCBA: ' IOPCBA.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           SET ADDRESS OF AUDPCB TO ADDRESS OF AUDPCBA.
           SET ADDRESS OF XPCB TO ADDRESS OF XPCBA.

           MOVE 0 TO TERM-IO.

       RANGE-CONTACT-ENTRIES-END.

      * PROCEDURE TO FIND PHONEBOOK RECORDS BY EXTENSION - "WHOSE
      * EXTENSION IS THIS?" FOR THE SWITCHBOARD. THE LOOKUP GOES
      * THROUGH THE PHONEXDB SECONDARY INDEX (XPCB) : A GU QUALIFIED
      * ON EXTNUM, THEN GN WITH THE SAME SSA UNTIL GE, SO IT COSTS ONE
      * DL/I CALL PER MATCH INSTEAD OF A WALK OF THE WHOLE DATABASE.
      * THE INDEX SOURCE IS THE PHONENUM CHILDREN, SO AN EXTRA NUMBER
      * (MOB/FAX) FINDS ITS ENTRY AS WELL AS THE OFFICE LINE. THE
      * INDEX IS NOT UNIQUE : ALL MATCHES ARE RETURNED (UP TO 50)
      * SINCE EXTENSIONS MAY LEGITIMATELY REPEAT ACROSS SITES. AN
      * ENTRY WHOSE SEVERAL CHILDREN CARRY THE SAME NUMBER COMES BACK
      * ONCE PER CHILD, CONSECUTIVELY - IT IS LISTED ONLY ONCE.
      * FOR EACH MATCH THE COVERING COLLEAGUE OF AN ABSENT HOLDER
      * (ABSENCE RECORDED ON THE DB2 SIDE) IS RETURNED AT THE SAME
      * RANK IN OUT-DELEGATE-50, SO THE SWITCHBOARD KNOWS WHERE TO
      * TRANSFER THE CALL.
       FIND-BY-EXTENSION.
           MOVE 0 TO TERM-LOOP.
           MOVE 0 TO OUT-NUM-RECORDS.
           MOVE IN-COMMAND TO OUT-COMMAND.
           MOVE IN-EXTENSION TO EXTENSION-SSA5.
           MOVE GU TO NEXT-CALL.

           PERFORM WITH TEST AFTER UNTIL TERM-LOOP = 1
             CALL "CBLTDLI"
               USING NEXT-CALL, XPCB, PHONEBOOK-SEG, PHONEBOOK-SSA5
             MOVE GN TO NEXT-CALL
             IF XDBSTAT = SPACES
             THEN
               IF OUT-NUM-RECORDS = 0
                  OR LAST-NAME NOT =
                     OUT-RECORD-50(OUT-NUM-RECORDS)(1:15)
               THEN
                 ADD 1 TO OUT-NUM-RECORDS
                 MOVE PHONEBOOK-SEG(1:47)
                   TO OUT-RECORD-50(OUT-NUM-RECORDS)
                 PERFORM FIND-EXTENSION-DELEGATE
                   THRU FIND-EXTENSION-DELEGATE-END
               END-IF
             ELSE
               MOVE 1 TO TERM-LOOP
               IF XDBSTAT NOT = GE AND XDBSTAT NOT = GB
               THEN
                 MOVE 'FIND-BY-EXTENSION - XPCB GN - '
                   TO BAD-STATUS-LABEL
                 PERFORM DISPLAY-BAD-XSTATUS THRU
                   DISPLAY-BAD-XSTATUS-END
                 MOVE SC-MSG TO OUT-MESSAGE-50
               END-IF
             END-IF
           PERFORM INSERT-IO-50 THRU INSERT-IO-50-END.
       FIND-BY-EXTENSION-END.

      * COVERING COLLEAGUE OF THE HOLDER JUST STORED AT RANK
      * OUT-NUM-RECORDS. NO ABSENCE TODAY (04) LEAVES THE ENTRY
      * BLANK ; A DB2 FAILURE IS DISPLAYED BUT DOES NOT FAIL THE
      * LOOKUP ITSELF.
       FIND-EXTENSION-DELEGATE.
           MOVE SPACES TO CNT-ENTREE.
           MOVE 'A' TO CNT-FONCTION.
           MOVE EXTENSION TO CNT-IN-PHONE.
           CALL C-CNTACDB2 USING CNT-ENTREE CNT-SORTIE.
           EVALUATE TRUE
             WHEN CNT-RETOUR-OK
               MOVE CNT-OUT-DLG-LASTNAME
                 TO OUT-DLG-LAST-NAME(OUT-NUM-RECORDS)
               MOVE CNT-OUT-DLG-PHONE
                 TO OUT-DLG-EXTENSION(OUT-NUM-RECORDS)
               MOVE CNT-OUT-DLG-ABSENCE-TO
                 TO OUT-DLG-ABSENCE-TO(OUT-NUM-RECORDS)
             WHEN CNT-RETOUR-NON-TROUVE
               CONTINUE
             WHEN OTHER
               DISPLAY 'FIND-BY-EXTENSION - BAD RETOUR CNTACDB2: '
                       CNT-CODE-RETOUR
           END-EVALUATE.
       FIND-EXTENSION-DELEGATE-END.

      * PROCEDURE TO VALIDATE TRANSACTION INPUT
       VALIDATE-INPUT.
           MOVE 0 TO VALID-INPUT.
      * JOB LOG, NOT JUST A GENERIC "OPERATION FAILED".
       DISPLAY-BAD-STATUS.
           MOVE DBSTAT TO SC.
           PERFORM LABEL-BAD-STATUS THRU LABEL-BAD-STATUS-END.
       DISPLAY-BAD-STATUS-END.

      * SAME, FOR A CALL ISSUED AGAINST THE INDEX PCB (XPCB)
       DISPLAY-BAD-XSTATUS.
           MOVE XDBSTAT TO SC.
           PERFORM LABEL-BAD-STATUS THRU LABEL-BAD-STATUS-END.
       DISPLAY-BAD-XSTATUS-END.

       LABEL-BAD-STATUS.
           EVALUATE SC
             WHEN GE
               MOVE "SEGMENT NOT FOUND FOR KEY: " TO SC-MSG
             WHEN GB
               MOVE "BAD STATUS CODE WAS RECEIVED: " TO SC-MSG
           END-EVALUATE.
           DISPLAY BAD-STATUS-LABEL BAD-STATUS.
       LABEL-BAD-STATUS-END.

      * PROCEDURE INSERT-IO : INSERT FOR IOPCB REQUEST HANDLER

