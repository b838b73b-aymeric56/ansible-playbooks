      *           RETURN-CODE 8. DUPLICATE KEYS (II) ARE REPORTED ON
      *           FSYS020 AND SKIPPED, LIKE IVTNLD00.
      *
      * BOTH MODES KEEP THE PHONEXDB SECONDARY INDEX (EXTENSION
      * LOOKUP OF IVTNIMS FINDEXT, ONE ENTRY PER PHONENUM CHILD) IN
      * STEP WITH THE DATABASE :
      *   - ON UNLOAD, A PARENT FOUND WITHOUT ITS 'OFF' CHILD (ENTRY
      *     LOADED BEFORE THE CHILDREN EXISTED) GETS ONE WRITTEN TO
      *     THE UNLOAD FROM ITS EXTENSION FIELD, SO THE RELOAD OF A
      *     REORG MAKES IT REACHABLE THROUGH THE INDEX ;
      *   - ON RELOAD, THE INDEX IS REBUILT BY IMS AS EACH CHILD IS
      *     ISRT'D - IT MUST BE EMPTIED WITH THE DATABASE BEFOREHAND
      *     (SEE IVTNRORG.JCL) ;
      *   - AT THE END OF THE RELOAD THE INDEX ENTRIES, READ THROUGH
      *     THE XPCB (PROCSEQ=PHONEXDB), ARE COUNTED AGAINST THE
      *     PHONENUM SEGMENTS OF THE DATABASE. ANY GAP ENDS WITH
      *     RETURN-CODE 8 - THE INDEX MUST BE REBUILT. THE UNLOAD
      *     DOES NOT CHECK : PBXRTE00 RUNS IT EVERY NIGHT AND STOPS
      *     ON ANY NON-ZERO RETURN CODE.
      *
      * PROCESSED/WRITTEN/REJECTED CONTROL TOTALS ON FSYS020 AT END.
      ******************************************************************

      *DATABASE CALL CODES AND STATUS CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  WS-COUNT-REJETES    PIC 9(07)         VALUE 0.
       77  WS-TRAILER-PARENTS  PIC 9(07)         VALUE 0.
       77  WS-TRAILER-ENFANTS  PIC 9(07)         VALUE 0.
      *    CONTROLE DE L'INDEX SECONDAIRE : SEGMENTS PHONENUM DE LA
      *    BASE CONTRE ENTREES DE L'INDEX, ET ENFANTS 'OFF' RECREES
      *    AU DECHARGEMENT
       77  WS-COUNT-PHONENUM   PIC 9(07)         VALUE 0.
       77  WS-COUNT-INDEX      PIC 9(07)         VALUE 0.
       77  WS-COUNT-OFF-AJOUTES PIC 9(07)        VALUE 0.
       77  WS-EOF-CONTROLE     PIC 9             VALUE 0.
       77  WS-OFF-SW           PIC X(01)         VALUE 'N'.
           88  OFF-TROUVE                        VALUE 'Y'.
       77  WS-TRAILER-SW       PIC X(01)         VALUE 'N'.
           88  TRAILER-TROUVE                    VALUE 'Y'.
       77  WS-ANOMALIE-SW      PIC X(01)         VALUE 'N'.
       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  XPCBA POINTER.

      ******************************************************************
      *DATABASE PCB - SAME SHAPE AS IVTNIMS
           05  SENSSSEGS       PIC  9(08) COMP.
           05  KEYFB           PIC  X(20).

      ******************************************************************
      *PHONEBOOK PCB IN EXTENSION SEQUENCE (2ND PCB OF IVTNUPSB,
      *PROCSEQ=PHONEXDB, PROCOPT=G) - SAME AS THE XPCB OF IVTNIMS
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
             USING  DBPCB1, XPCBA.

       BEGIN.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           SET ADDRESS OF XPCB TO ADDRESS OF XPCBA.

           ACCEPT WS-MODE FROM SYSIN.
           IF NOT MODE-RELOAD
           IF MODE-RELOAD
           THEN
             PERFORM RECHARGER-BASE THRU RECHARGER-BASE-END
             PERFORM CONTROLER-INDEX THRU CONTROLER-INDEX-END
           ELSE
             PERFORM DECHARGER-BASE THRU DECHARGER-BASE-END
           END-IF.

      *    LES ENFANTS DU PARENT COURANT, SOUS LA POSITION DU GN
           MOVE 0 TO WS-EOF-ENFANTS.
           MOVE 'N' TO WS-OFF-SW.
           PERFORM DECHARGER-UN-ENFANT
             THRU DECHARGER-UN-ENFANT-END
             UNTIL WS-EOF-ENFANTS = 1.

      *    PAS D'ENFANT 'OFF' : LA LIGNE DE BUREAU EST RECREEE A
      *    PARTIR DU CHAMP EXTENSION, COMME MAINTAIN-OFF-CHILD DANS
      *    IVTNIMS, POUR QUE LE RECHARGEMENT L'INDEXE
           IF NOT OFF-TROUVE
              AND EXTENSION NOT = SPACES
           THEN
             ADD 1 TO WS-COUNT-ENFANTS
             ADD 1 TO WS-COUNT-OFF-AJOUTES
             MOVE SPACES TO ENR-UNLD
             MOVE 'C' TO U-REC-TYPE
             MOVE 'OFF'     TO UC-PHONE-TYPE
             MOVE EXTENSION TO UC-PHONE-NUMBER
             WRITE ENR-UNLD
             MOVE 'OFF CHILD ADDED     ' TO WS-REPORT-DISPOSITION
             MOVE LAST-NAME              TO WS-REPORT-LAST-NAME
             PERFORM ECRIRE-DISPOSITION
               THRU ECRIRE-DISPOSITION-END
           END-IF.

           PERFORM LIRE-PARENT-IMS THRU LIRE-PARENT-IMS-END.
       DECHARGER-UNE-ENTREE-END.

           IF DBSTAT = SPACES
           THEN
             ADD 1 TO WS-COUNT-ENFANTS
             IF PHONE-TYPE = 'OFF'
             THEN
               MOVE 'Y' TO WS-OFF-SW
             END-IF
             MOVE SPACES TO ENR-UNLD
             MOVE 'C' TO U-REC-TYPE
             MOVE PHONE-TYPE   TO UC-PHONE-TYPE
           END-IF.
       RECHARGER-ENFANT-END.

      ******************************************************************
      * INDEX CHECK : EVERY PHONENUM SEGMENT OF THE DATABASE MUST HAVE
      * ITS ENTRY IN THE PHONEXDB SECONDARY INDEX. THE SEGMENTS ARE
      * COUNTED WITH GU/GN ON THE PHONEBOOK PCB, THE INDEX ENTRIES
      * WITH GU/GN ON THE XPCB (ONE ROOT RETURNED PER INDEX ENTRY)
      ******************************************************************
       CONTROLER-INDEX.
           MOVE 0 TO WS-EOF-CONTROLE.
           CALL "CBLTDLI"
             USING GU, DBPCB, PHONENUM-SEG, PHONENUM-SSA.
           PERFORM COMPTER-PHONENUM THRU COMPTER-PHONENUM-END
             UNTIL WS-EOF-CONTROLE = 1.

           MOVE 0 TO WS-EOF-CONTROLE.
           CALL "CBLTDLI"
             USING GU, XPCB, PHONEBOOK-SEG, PHONEBOOK-SSA.
           PERFORM COMPTER-INDEX THRU COMPTER-INDEX-END
             UNTIL WS-EOF-CONTROLE = 1.

           IF WS-COUNT-INDEX NOT = WS-COUNT-PHONENUM
           THEN
             DISPLAY 'IVTNUL00 - INDEX PHONEXDB EN ECART :'
             DISPLAY '  SEGMENTS PHONENUM ' WS-COUNT-PHONENUM
                     ' / ENTREES INDEX ' WS-COUNT-INDEX
             MOVE 'INDEX OUT OF STEP   ' TO WS-REPORT-DISPOSITION
             MOVE SPACES                 TO WS-REPORT-LAST-NAME
             PERFORM ECRIRE-DISPOSITION
               THRU ECRIRE-DISPOSITION-END
             MOVE 'Y' TO WS-ANOMALIE-SW
           END-IF.
       CONTROLER-INDEX-END.

       COMPTER-PHONENUM.
           IF DBSTAT = SPACES
           THEN
             ADD 1 TO WS-COUNT-PHONENUM
             CALL "CBLTDLI"
               USING GN, DBPCB, PHONENUM-SEG, PHONENUM-SSA
           ELSE
             MOVE 1 TO WS-EOF-CONTROLE
             IF DBSTAT NOT = GE AND DBSTAT NOT = GB
             THEN
               DISPLAY 'IVTNUL00 - BAD PHONENUM GN STATUS: ' DBSTAT
               MOVE 'Y' TO WS-ANOMALIE-SW
             END-IF
           END-IF.
       COMPTER-PHONENUM-END.

       COMPTER-INDEX.
           IF XDBSTAT = SPACES
           THEN
             ADD 1 TO WS-COUNT-INDEX
             CALL "CBLTDLI"
               USING GN, XPCB, PHONEBOOK-SEG, PHONEBOOK-SSA
           ELSE
             MOVE 1 TO WS-EOF-CONTROLE
             IF XDBSTAT NOT = GE AND XDBSTAT NOT = GB
             THEN
               DISPLAY 'IVTNUL00 - BAD XPCB GN STATUS: ' XDBSTAT
               MOVE 'Y' TO WS-ANOMALIE-SW
             END-IF
           END-IF.
       COMPTER-INDEX-END.

       ECRIRE-DISPOSITION.
           MOVE SPACES         TO ENR-SYS020.
           MOVE WS-REPORT-LINE TO ENR-SYS020.
             INTO ENR-SYS020.
           WRITE ENR-SYS020.

           MOVE SPACES TO ENR-SYS020.
           STRING 'OFF CHILD ADDED  : ' DELIMITED BY SIZE
                  WS-COUNT-OFF-AJOUTES DELIMITED BY SIZE
             INTO ENR-SYS020.
           WRITE ENR-SYS020.

           IF MODE-RELOAD
           THEN
             MOVE SPACES TO ENR-SYS020
             STRING 'INDEX ENTRIES    : ' DELIMITED BY SIZE
                    WS-COUNT-INDEX DELIMITED BY SIZE
                    ' / PHONENUM : ' DELIMITED BY SIZE
                    WS-COUNT-PHONENUM DELIMITED BY SIZE
               INTO ENR-SYS020
             WRITE ENR-SYS020
           END-IF.

           DISPLAY 'IVTNUL00 PARENTS  : ' WS-COUNT-PARENTS.
           DISPLAY 'IVTNUL00 CHILDREN : ' WS-COUNT-ENFANTS.
           DISPLAY 'IVTNUL00 REJECTED : ' WS-COUNT-REJETES.
           IF MODE-RELOAD
           THEN
             DISPLAY 'IVTNUL00 INDEX    : ' WS-COUNT-INDEX
           END-IF.
       WRITE-TRAILER-END.
