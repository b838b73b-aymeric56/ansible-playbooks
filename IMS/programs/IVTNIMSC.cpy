           05  OUT-MESSAGE-50  PIC X(40).
           05  OUT-NUM-RECORDS PIC 9(03).
           05  OUT-RECORD-50   PIC X(47) OCCURS 50 TIMES.
      * FINDEXT ONLY : COLLEAGUE COVERING THE HOLDER OF OUT-RECORD-50
      * AT THE SAME RANK, WHEN AN ABSENCE RECORDED ON THE DB2 SIDE
      * (PBOOKDBN DELEGATE) COVERS TODAY - SPACES OTHERWISE
           05  OUT-DELEGATE-50 OCCURS 50 TIMES.
               10  OUT-DLG-LAST-NAME  PIC X(15).
               10  OUT-DLG-EXTENSION  PIC X(10).
               10  OUT-DLG-ABSENCE-TO PIC X(10).
