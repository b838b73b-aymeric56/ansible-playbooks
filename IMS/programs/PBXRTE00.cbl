       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBXRTE00.

      ******************************************************************
      * NIGHTLY SWITCHBOARD (PBX) ROUTING TABLE FEED BUILT FROM BOTH
      * PHONEBOOK STORES. THE PBX TEAM KEPT ITS EXTENSION-TO-NAME
      * TABLE IN A SPREADSHEET AND PHNCOL00 KEPT FINDING WRONG
      * ROUTINGS AFTER THE FACT. THIS BATCH FEEDS A COBOL SORT (KEY =
      * EXTENSION), AS PHNCOL00 DOES, FROM TWO STREAMS :
      *   - THE OFFICE LINE (PHONE) OF EVERY ACTIVE Db2 CONTACT, WITH
      *     ITS DEPARTMENT AND THE COLLEAGUE COVERING IT WHEN AN
      *     ABSENCE (PBOOKDBN DELEGATE) COVERS TODAY
      *   - THE EXTRA NUMBERS OF THE IMS PHONENUM CHILDREN, READ FROM
      *     THE TYPED UNLOAD IVTNUL00 PRODUCES IN THE PREVIOUS STEP
      *     (ONE 'P' PARENT FOLLOWED BY ITS 'C' CHILDREN). THE 'OFF'
      *     CHILD IS THE OFFICE LINE ALREADY TAKEN FROM CONTACTS AND
      *     IS SKIPPED ; THE OTHERS TAKE THEIR NAME, DEPARTMENT AND
      *     DELEGATE FROM THE ACTIVE CONTACT OF THE SAME LASTNAME
      *   - THE OLD EXTENSIONS STILL FORWARDED AFTER A DEPARTMENT
      *     REORGANISATION (REORGD00, EXTENSION_FORWARDS IN ITS GRACE
      *     PERIOD), TYPE 'FWD', ROUTED TO THE CURRENT OFFICE LINE OF
      *     THE CONTACT CARRIED IN THE DELEGATE FIELDS
      * AND WRITES ON FSYS014 ONE ROUTING RECORD PER EXTENSION. AN
      * EXTENSION HELD BY SEVERAL PEOPLE (COLLISION), OR FOUND IN NO
      * EXTENSION_POOLS RANGE, IS REPORTED ON FSYS016 INSTEAD OF
      * LOADED. THE FILE ENDS WITH A TRLR TRAILER (COUNT, RUN DATE,
      * CHECKSUM OF THE EXTENSIONS) THAT FILCHK00 VERIFIES WITH ITS
      * 'T' LAYOUT BEFORE THE PBX PICKS THE FILE UP. A TRUNCATED
      * UNLOAD (TRAILER COUNTS OFF) OR A Db2 FAILURE LEAVES THE
      * ROUTING FILE WITHOUT ITS TRAILER, SO FILCHK00 STOPS IT.
      *
      * RETURN-CODE 4 = REJECTS REPORTED, 8 = ANOMALY.
      ******************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNLD   ASSIGN TO UT-S-UNLD.
           SELECT FSYS014 ASSIGN TO UT-S-SYS014.
           SELECT FSYS016 ASSIGN TO UT-S-SYS016.
           SELECT FTRI    ASSIGN TO UT-S-SORTWK.

       DATA DIVISION.
       FILE SECTION.

      *    TYPED UNLOAD FILE OF IVTNUL00 - 'P' PARENT, 'C' CHILD,
      *    'T' TRAILER
       FD  FUNLD
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-UNLD.
           05  U-REC-TYPE      PIC  X(01).
               88  U-TYPE-PARENT             VALUE 'P'.
               88  U-TYPE-ENFANT             VALUE 'C'.
               88  U-TYPE-TRAILER            VALUE 'T'.
           05  U-DONNEES       PIC  X(79).
       01  ENR-UNLD-PARENT REDEFINES ENR-UNLD.
           05  FILLER          PIC  X(01).
           05  UP-LAST-NAME    PIC  X(15).
           05  UP-FIRST-NAME   PIC  X(15).
           05  UP-EXTENSION    PIC  X(10).
           05  UP-ZIP-CODE     PIC  X(07).
           05  FILLER          PIC  X(32).
       01  ENR-UNLD-ENFANT REDEFINES ENR-UNLD.
           05  FILLER          PIC  X(01).
           05  UC-PHONE-TYPE   PIC  X(03).
           05  UC-PHONE-NUMBER PIC  X(10).
           05  FILLER          PIC  X(66).
       01  ENR-UNLD-TRAILER REDEFINES ENR-UNLD.
           05  FILLER          PIC  X(01).
           05  UT-NB-PARENTS   PIC  9(07).
           05  UT-NB-ENFANTS   PIC  9(07).
           05  FILLER          PIC  X(65).

      *    PBX ROUTING FILE (LRECL 100) AND ITS TRLR TRAILER
       FD  FSYS014
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS014.
           05  R-EXTENSION     PIC  X(10).
           05  R-PHONE-TYPE    PIC  X(03).
           05  R-LAST-NAME     PIC  X(15).
           05  R-FIRST-NAME    PIC  X(15).
           05  R-DEPARTMENT    PIC  X(03).
           05  R-DLG-LAST-NAME PIC  X(15).
           05  R-DLG-EXTENSION PIC  X(10).
           05  FILLER          PIC  X(29).
       01  ENR-SYS014-TRAILER REDEFINES ENR-SYS014.
           05  TR-MARQUEUR     PIC  X(04).
               88  TR-EST-TRAILER            VALUE 'TRLR'.
           05  TR-NB-ENR       PIC  9(08).
           05  TR-DATE-TRAITEMENT PIC 9(08).
           05  TR-CHECKSUM     PIC  9(10).
           05  FILLER          PIC  X(70).

      *    REJECTS AND CONTROL TOTALS
       FD  FSYS016
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS016          PIC  X(132).

       SD  FTRI.
       01  ENR-TRI.
           05  S-EXTENSION     PIC  X(10).
           05  S-ORIGINE       PIC  X(03).
           05  S-PHONE-TYPE    PIC  X(03).
           05  S-LAST-NAME     PIC  X(15).
           05  S-FIRST-NAME    PIC  X(15).
           05  S-DEPARTMENT    PIC  X(03).
           05  S-DLG-LAST-NAME PIC  X(15).
           05  S-DLG-EXTENSION PIC  X(10).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *Db2 COMMUNICATION AREA AND HOST VARIABLES
      ******************************************************************

           EXEC SQL INCLUDE SQLCA END-EXEC.

       77  DISP-SQLCODE        PIC +ZZZZZZZZ9.

       01  H-PHONE             PIC  X(10).
       01  H-LAST-NAME         PIC  X(15).
       01  H-FIRST-NAME        PIC  X(15).
       01  H-DEPARTMENT        PIC  X(03).
       01  H-DLG-LAST-NAME     PIC  X(15).
       01  H-DLG-PHONE         PIC  X(10).
       01  H-NB-HOMONYMES      PIC S9(9) COMP.
       01  H-EXT-START         PIC S9(10)V COMP-3.
       01  H-EXT-END           PIC S9(10)V COMP-3.

      *    OFFICE LINES OF THE ACTIVE CONTACTS. THE DELEGATE IS ONLY
      *    JOINED WHEN THE ABSENCE COVERS TODAY AND HE IS ACTIVE, THE
      *    SAME RULE AS PBOOKDBN DISPLAY/SEARCH
           EXEC SQL
              DECLARE PBX-CURS CURSOR FOR
              SELECT C.PHONE,
                     C.LASTNAME,
                     C.FIRSTNAME,
                     COALESCE(C.DEPARTMENT, ' '),
                     COALESCE(D.LASTNAME, ' '),
                     COALESCE(D.PHONE, ' ')
                FROM CONTACTS C
                LEFT OUTER JOIN CONTACTS D
                  ON D.CONTACT_ID = C.DELEGATE_ID
                 AND D.STATUS = 'A'
                 AND CURRENT DATE BETWEEN C.ABSENCE_FROM
                                      AND C.ABSENCE_TO
               WHERE C.STATUS = 'A'
                 AND C.PHONE <> ' '
           END-EXEC.

      *    OLD EXTENSIONS IN THEIR FORWARDING GRACE PERIOD, WITH THE
      *    CURRENT OFFICE LINE OF THEIR (STILL ACTIVE) CONTACT
           EXEC SQL
              DECLARE FWD-CURS CURSOR FOR
              SELECT F.OLD_PHONE,
                     C.LASTNAME,
                     C.FIRSTNAME,
                     COALESCE(C.DEPARTMENT, ' '),
                     C.PHONE
                FROM EXTENSION_FORWARDS F
                INNER JOIN CONTACTS C
                  ON C.CONTACT_ID = F.CONTACT_ID
                 AND C.STATUS = 'A'
               WHERE CURRENT DATE BETWEEN F.START_DATE
                                      AND F.END_DATE
                 AND C.PHONE <> ' '
                 AND C.PHONE <> F.OLD_PHONE
           END-EXEC.

           EXEC SQL
              DECLARE POOL-CURS CURSOR FOR
              SELECT EXT_START,
                     EXT_END
                FROM EXTENSION_POOLS
               ORDER BY EXT_START
           END-EXEC.

      ******************************************************************
      *WORKING VARIABLES
      ******************************************************************

       77  WS-EOF-DB2          PIC 9             VALUE 0.
       77  WS-EOF-FWD          PIC 9             VALUE 0.
       77  WS-EOF-UNLD         PIC 9             VALUE 0.
       77  WS-EOF-POOLS        PIC 9             VALUE 0.
       77  WS-EOF-TRI          PIC 9             VALUE 0.

       77  WS-COUNT-DB2        PIC 9(07)         VALUE 0.
       77  WS-COUNT-IMS        PIC 9(07)         VALUE 0.
       77  WS-COUNT-FWD        PIC 9(07)         VALUE 0.
       77  WS-COUNT-ROUTES     PIC 9(08)         VALUE 0.
       77  WS-COUNT-COLLISIONS PIC 9(07)         VALUE 0.
       77  WS-COUNT-HORS-POOL  PIC 9(07)         VALUE 0.
       77  WS-COUNT-REJETES    PIC 9(07)         VALUE 0.
       77  WS-CHECKSUM         PIC 9(10)         VALUE 0.

      *    CONTROLE DE L'UNLOAD IVTNUL00 : COMPTEURS LUS CONTRE LES
      *    COMPTEURS DE SON TRAILER 'T'
       77  WS-UNLD-PARENTS     PIC 9(07)         VALUE 0.
       77  WS-UNLD-ENFANTS     PIC 9(07)         VALUE 0.
       77  WS-TRAILER-SW       PIC X(01)         VALUE 'N'.
           88  TRAILER-TROUVE                    VALUE 'Y'.
       77  WS-ANOMALIE-SW      PIC X(01)         VALUE 'N'.
           88  EN-ANOMALIE                       VALUE 'Y'.

      *    PARENT IMS COURANT ET SON CONTACT Db2 ACTIF : LES ENFANTS
      *    QUI SUIVENT PRENNENT SON NOM, SON DEPARTEMENT ET SON
      *    REMPLACANT. WS-PARENT-ETAT DIT POURQUOI UN PARENT SANS
      *    CONTACT UTILISABLE FAIT REJETER SES ENFANTS
       01  WS-PARENT.
           05  WS-PARENT-LAST-NAME     PIC X(15).
           05  WS-PARENT-FIRST-NAME    PIC X(15).
           05  WS-PARENT-DEPARTMENT    PIC X(03).
           05  WS-PARENT-DLG-LAST-NAME PIC X(15).
           05  WS-PARENT-DLG-PHONE     PIC X(10).
           05  WS-PARENT-ETAT          PIC X(01).
               88  PARENT-ACTIF                  VALUE 'A'.
               88  PARENT-INACTIF                VALUE 'I'.
               88  PARENT-HOMONYMES              VALUE 'H'.

      *    PLAGES EXTENSION_POOLS, CHARGEES UNE FOIS EN DEBUT DE RUN
       01  WS-POOLS.
           05  WS-POOL-NB              PIC 9(03) VALUE 0.
           05  WS-POOL OCCURS 500 TIMES.
               10  WS-POOL-START       PIC S9(10) COMP-3.
               10  WS-POOL-END         PIC S9(10) COMP-3.
       77  I-P                 PIC 9(03)         VALUE 0.
       77  WS-EXT-NUM          PIC 9(10)         VALUE 0.
       77  WS-DANS-POOL-SW     PIC X(01)         VALUE 'N'.
           88  DANS-UN-POOL                      VALUE 'Y'.

      *    GROUPE EN COURS : TOUTES LES ENTREES PARTAGEANT LA MEME
      *    EXTENSION, ACCUMULEES AVANT DECISION, COMME PHNCOL00. LE
      *    TRI PLACE L'ENTREE 'DB2' (LIGNE DE BUREAU) EN TETE
       01  WS-GROUPE.
           05  WS-GRP-EXTENSION        PIC X(10).
           05  WS-GRP-NB               PIC 9(03).
           05  WS-GRP-ENTREE OCCURS 100 TIMES.
               10  WS-GRP-ORIGINE      PIC X(03).
               10  WS-GRP-PHONE-TYPE   PIC X(03).
               10  WS-GRP-LAST-NAME    PIC X(15).
               10  WS-GRP-FIRST-NAME   PIC X(15).
               10  WS-GRP-DEPARTMENT   PIC X(03).
               10  WS-GRP-DLG-LAST-NAME PIC X(15).
               10  WS-GRP-DLG-EXTENSION PIC X(10).
       77  I-G                 PIC 9(03)         VALUE 0.
       77  WS-GRP-COLLISION-SW PIC X(01)         VALUE 'N'.
           88  GROUPE-EN-COLLISION               VALUE 'Y'.

       01  WS-REPORT-LINE.
           05  WS-REPORT-DISPOSITION   PIC X(20).
           05  FILLER                  PIC X(02).
           05  WS-REPORT-EXTENSION     PIC X(10).
           05  FILLER                  PIC X(02).
           05  WS-REPORT-PHONE-TYPE    PIC X(03).
           05  FILLER                  PIC X(02).
           05  WS-REPORT-ORIGINE       PIC X(03).
           05  FILLER                  PIC X(02).
           05  WS-REPORT-LAST-NAME     PIC X(15).
           05  FILLER                  PIC X(01).
           05  WS-REPORT-FIRST-NAME    PIC X(15).
           05  FILLER                  PIC X(02).
           05  WS-REPORT-DEPARTMENT    PIC X(03).
           05  FILLER                  PIC X(52).

       PROCEDURE DIVISION.

       BEGIN.
           OPEN OUTPUT FSYS014.
           OPEN OUTPUT FSYS016.

           PERFORM CHARGER-POOLS THRU CHARGER-POOLS-END.

           SORT FTRI
                ON ASCENDING KEY S-EXTENSION
                               S-ORIGINE
                               S-LAST-NAME
                INPUT  PROCEDURE IS ALIMENTER-TRI
                OUTPUT PROCEDURE IS PRODUIRE-ROUTAGE.

      *    PAS DE TRAILER SUR UN RUN EN ANOMALIE : FILCHK00 ARRETE
      *    ALORS LE FICHIER AVANT QUE LE PBX NE LE CHARGE
           IF NOT EN-ANOMALIE
           THEN
             MOVE SPACES TO ENR-SYS014
             SET  TR-EST-TRAILER  TO TRUE
             MOVE WS-COUNT-ROUTES TO TR-NB-ENR
             MOVE WS-CHECKSUM     TO TR-CHECKSUM
             ACCEPT TR-DATE-TRAITEMENT FROM DATE YYYYMMDD
             WRITE ENR-SYS014
           END-IF.

           PERFORM WRITE-TRAILER THRU WRITE-TRAILER-END.

           CLOSE FSYS014.
           CLOSE FSYS016.

           EVALUATE TRUE
             WHEN EN-ANOMALIE
               MOVE 8 TO RETURN-CODE
             WHEN WS-COUNT-REJETES > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           GOBACK.

      * PROCEDURE TO LOAD THE EXTENSION_POOLS RANGES INTO WS-POOLS
       CHARGER-POOLS.
           EXEC SQL OPEN POOL-CURS END-EXEC.
           IF SQLCODE NOT = 0
           THEN
             DISPLAY 'PBXRTE00 - OPEN POOL-CURS - BAD SQLCODE'
             PERFORM DISPLAY-SQL-CODE THRU DISPLAY-SQL-CODE-END
             MOVE 1 TO WS-EOF-POOLS
           END-IF.

           PERFORM LIRE-POOL THRU LIRE-POOL-END
             UNTIL WS-EOF-POOLS = 1.

           EXEC SQL CLOSE POOL-CURS END-EXEC.
           DISPLAY 'PBXRTE00 - PLAGES DE POSTES : ' WS-POOL-NB.
       CHARGER-POOLS-END.

       LIRE-POOL.
           EXEC SQL
              FETCH POOL-CURS
               INTO :H-EXT-START,
                    :H-EXT-END
           END-EXEC.
           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 1 TO WS-EOF-POOLS
             WHEN SQLCODE NOT = 0
               DISPLAY 'PBXRTE00 - FETCH POOL-CURS - BAD SQLCODE'
               PERFORM DISPLAY-SQL-CODE THRU DISPLAY-SQL-CODE-END
               MOVE 1 TO WS-EOF-POOLS
             WHEN WS-POOL-NB >= 500
               DISPLAY 'PBXRTE00 - PLUS DE 500 PLAGES DE POSTES'
               MOVE 'Y' TO WS-ANOMALIE-SW
               MOVE 1 TO WS-EOF-POOLS
             WHEN OTHER
               ADD 1 TO WS-POOL-NB
               MOVE H-EXT-START TO WS-POOL-START(WS-POOL-NB)
               MOVE H-EXT-END   TO WS-POOL-END(WS-POOL-NB)
           END-EVALUATE.
       LIRE-POOL-END.

      ******************************************************************
      *INPUT PROCEDURE - RELEASES ONE SORT RECORD PER ACTIVE OFFICE
      *LINE (Db2) AND PER EXTRA NUMBER (IMS PHONENUM CHILD)
      ******************************************************************
       ALIMENTER-TRI SECTION.
       ALIMENTER-TRI-DEBUT.
           EXEC SQL OPEN PBX-CURS END-EXEC.
           IF SQLCODE NOT = 0
           THEN
             DISPLAY 'PBXRTE00 - OPEN PBX-CURS - BAD SQLCODE'
             PERFORM DISPLAY-SQL-CODE THRU DISPLAY-SQL-CODE-END
             MOVE 1 TO WS-EOF-DB2
           END-IF.

           PERFORM LIRE-DB2 THRU LIRE-DB2-END
             UNTIL WS-EOF-DB2 = 1.

           EXEC SQL CLOSE PBX-CURS END-EXEC.

           EXEC SQL OPEN FWD-CURS END-EXEC.
           IF SQLCODE NOT = 0
           THEN
             DISPLAY 'PBXRTE00 - OPEN FWD-CURS - BAD SQLCODE'
             PERFORM DISPLAY-SQL-CODE THRU DISPLAY-SQL-CODE-END
             MOVE 1 TO WS-EOF-FWD
           END-IF.

           PERFORM LIRE-FWD THRU LIRE-FWD-END
             UNTIL WS-EOF-FWD = 1.

           EXEC SQL CLOSE FWD-CURS END-EXEC.

           MOVE SPACES TO WS-PARENT.
           SET PARENT-INACTIF TO TRUE.
           OPEN INPUT FUNLD.
           PERFORM LIRE-UNLD THRU LIRE-UNLD-END.
           PERFORM TRAITER-UNLD THRU TRAITER-UNLD-END
             UNTIL WS-EOF-UNLD = 1.
           CLOSE FUNLD.

           PERFORM CONTROLER-UNLD THRU CONTROLER-UNLD-END.
       ALIMENTER-TRI-FIN.
           EXIT.

       PRODUIRE-ROUTAGE SECTION.
       PRODUIRE-ROUTAGE-DEBUT.
           MOVE SPACES TO WS-GRP-EXTENSION.
           MOVE 0 TO WS-GRP-NB.

           PERFORM TRAITER-ENREG-TRIE THRU TRAITER-ENREG-TRIE-END
             UNTIL WS-EOF-TRI = 1.

           PERFORM EVALUER-GROUPE THRU EVALUER-GROUPE-END.
       PRODUIRE-ROUTAGE-FIN.
           EXIT.

      * PROCEDURE TO FETCH THE NEXT ACTIVE OFFICE LINE AND RELEASE IT
      * TO THE SORT
       LIRE-DB2.
           EXEC SQL
              FETCH PBX-CURS
               INTO :H-PHONE,
                    :H-LAST-NAME,
                    :H-FIRST-NAME,
                    :H-DEPARTMENT,
                    :H-DLG-LAST-NAME,
                    :H-DLG-PHONE
           END-EXEC.
           EVALUATE TRUE
             WHEN SQLCODE = 0
               MOVE H-PHONE         TO S-EXTENSION
               MOVE 'DB2'           TO S-ORIGINE
               MOVE 'OFF'           TO S-PHONE-TYPE
               MOVE H-LAST-NAME     TO S-LAST-NAME
               MOVE H-FIRST-NAME    TO S-FIRST-NAME
               MOVE H-DEPARTMENT    TO S-DEPARTMENT
               MOVE H-DLG-LAST-NAME TO S-DLG-LAST-NAME
               MOVE H-DLG-PHONE     TO S-DLG-EXTENSION
               RELEASE ENR-TRI
               ADD 1 TO WS-COUNT-DB2
             WHEN SQLCODE = 100
               MOVE 1 TO WS-EOF-DB2
             WHEN OTHER
               DISPLAY 'PBXRTE00 - FETCH PBX-CURS - BAD SQLCODE'
               PERFORM DISPLAY-SQL-CODE THRU DISPLAY-SQL-CODE-END
               MOVE 1 TO WS-EOF-DB2
           END-EVALUATE.
       LIRE-DB2-END.

      * PROCEDURE TO FETCH THE NEXT FORWARDED OLD EXTENSION AND
      * RELEASE IT TO THE SORT
       LIRE-FWD.
           EXEC SQL
              FETCH FWD-CURS
               INTO :H-PHONE,
                    :H-LAST-NAME,
                    :H-FIRST-NAME,
                    :H-DEPARTMENT,
                    :H-DLG-PHONE
           END-EXEC.
           EVALUATE TRUE
             WHEN SQLCODE = 0
               MOVE H-PHONE         TO S-EXTENSION
               MOVE 'FWD'           TO S-ORIGINE
               MOVE 'FWD'           TO S-PHONE-TYPE
               MOVE H-LAST-NAME     TO S-LAST-NAME
               MOVE H-FIRST-NAME    TO S-FIRST-NAME
               MOVE H-DEPARTMENT    TO S-DEPARTMENT
               MOVE H-LAST-NAME     TO S-DLG-LAST-NAME
               MOVE H-DLG-PHONE     TO S-DLG-EXTENSION
               RELEASE ENR-TRI
               ADD 1 TO WS-COUNT-FWD
             WHEN SQLCODE = 100
               MOVE 1 TO WS-EOF-FWD
             WHEN OTHER
               DISPLAY 'PBXRTE00 - FETCH FWD-CURS - BAD SQLCODE'
               PERFORM DISPLAY-SQL-CODE THRU DISPLAY-SQL-CODE-END
               MOVE 1 TO WS-EOF-FWD
           END-EVALUATE.
       LIRE-FWD-END.

       LIRE-UNLD.
           READ FUNLD
             AT END
               MOVE 1 TO WS-EOF-UNLD
           END-READ.
       LIRE-UNLD-END.

       TRAITER-UNLD.
           EVALUATE TRUE
             WHEN U-TYPE-PARENT
               ADD 1 TO WS-UNLD-PARENTS
               PERFORM LIRE-CONTACT-PARENT
                 THRU LIRE-CONTACT-PARENT-END
             WHEN U-TYPE-ENFANT
               ADD 1 TO WS-UNLD-ENFANTS
               PERFORM TRAITER-ENFANT THRU TRAITER-ENFANT-END
             WHEN U-TYPE-TRAILER
               MOVE 'Y' TO WS-TRAILER-SW
               IF UT-NB-PARENTS NOT = WS-UNLD-PARENTS
                  OR UT-NB-ENFANTS NOT = WS-UNLD-ENFANTS
               THEN
                 DISPLAY 'PBXRTE00 - UNLOAD : COMPTEURS TRAILER EN '
                         'ECART'
                 DISPLAY '  PARENTS LUS ' WS-UNLD-PARENTS
                         ' / TRAILER ' UT-NB-PARENTS
                 DISPLAY '  ENFANTS LUS ' WS-UNLD-ENFANTS
                         ' / TRAILER ' UT-NB-ENFANTS
                 MOVE 'Y' TO WS-ANOMALIE-SW
               END-IF
             WHEN OTHER
               DISPLAY 'PBXRTE00 - UNLOAD : TYPE D''ENREGISTREMENT '
                       'INCONNU ' U-REC-TYPE
               MOVE 'Y' TO WS-ANOMALIE-SW
           END-EVALUATE.

           PERFORM LIRE-UNLD THRU LIRE-UNLD-END.
       TRAITER-UNLD-END.

       CONTROLER-UNLD.
           IF NOT TRAILER-TROUVE
           THEN
             DISPLAY 'PBXRTE00 - UNLOAD SANS TRAILER - FICHIER TRONQUE'
             MOVE 'Y' TO WS-ANOMALIE-SW
           END-IF.
       CONTROLER-UNLD-END.

      * PROCEDURE TO FIND THE ACTIVE Db2 CONTACT OF THE IMS PARENT
      * JUST READ. THE IMS SIDE IS KEYED ON LASTNAME ; ACTIVE
      * HOMONYMS ON THE Db2 SIDE MAKE THE OWNER OF THE EXTRA NUMBERS
      * AMBIGUOUS, AND THEY ARE REPORTED RATHER THAN GUESSED
       LIRE-CONTACT-PARENT.
           MOVE SPACES       TO WS-PARENT.
           MOVE UP-LAST-NAME TO WS-PARENT-LAST-NAME.
           MOVE UP-FIRST-NAME TO WS-PARENT-FIRST-NAME.
           MOVE UP-LAST-NAME TO H-LAST-NAME.
           MOVE 0 TO H-NB-HOMONYMES.

           EXEC SQL
              SELECT COUNT(*)
                INTO :H-NB-HOMONYMES
                FROM CONTACTS
               WHERE LASTNAME = :H-LAST-NAME
                 AND STATUS = 'A'
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               DISPLAY 'PBXRTE00 - COUNT CONTACTS - BAD SQLCODE'
               PERFORM DISPLAY-SQL-CODE THRU DISPLAY-SQL-CODE-END
               SET PARENT-INACTIF TO TRUE
             WHEN H-NB-HOMONYMES = 0
               SET PARENT-INACTIF TO TRUE
             WHEN H-NB-HOMONYMES > 1
               SET PARENT-HOMONYMES TO TRUE
             WHEN OTHER
               PERFORM LIRE-DETAIL-PARENT
                 THRU LIRE-DETAIL-PARENT-END
           END-EVALUATE.
       LIRE-CONTACT-PARENT-END.

       LIRE-DETAIL-PARENT.
           EXEC SQL
              SELECT C.FIRSTNAME,
                     COALESCE(C.DEPARTMENT, ' '),
                     COALESCE(D.LASTNAME, ' '),
                     COALESCE(D.PHONE, ' ')
                INTO :H-FIRST-NAME,
                     :H-DEPARTMENT,
                     :H-DLG-LAST-NAME,
                     :H-DLG-PHONE
                FROM CONTACTS C
                LEFT OUTER JOIN CONTACTS D
                  ON D.CONTACT_ID = C.DELEGATE_ID
                 AND D.STATUS = 'A'
                 AND CURRENT DATE BETWEEN C.ABSENCE_FROM
                                      AND C.ABSENCE_TO
               WHERE C.LASTNAME = :H-LAST-NAME
                 AND C.STATUS = 'A'
           END-EXEC.

           IF SQLCODE = 0
           THEN
             SET PARENT-ACTIF TO TRUE
             MOVE H-FIRST-NAME    TO WS-PARENT-FIRST-NAME
             MOVE H-DEPARTMENT    TO WS-PARENT-DEPARTMENT
             MOVE H-DLG-LAST-NAME TO WS-PARENT-DLG-LAST-NAME
             MOVE H-DLG-PHONE     TO WS-PARENT-DLG-PHONE
           ELSE
             IF SQLCODE NOT = 100
             THEN
               DISPLAY 'PBXRTE00 - SELECT CONTACT - BAD SQLCODE'
               PERFORM DISPLAY-SQL-CODE THRU DISPLAY-SQL-CODE-END
             END-IF
             SET PARENT-INACTIF TO TRUE
           END-IF.
       LIRE-DETAIL-PARENT-END.

      * PROCEDURE TO RELEASE AN EXTRA NUMBER OF THE CURRENT PARENT.
      * THE 'OFF' CHILD IS THE OFFICE LINE ALREADY RELEASED FROM
      * CONTACTS ; A PARENT WITH NO ACTIVE CONTACT HAS NO ACTIVE
      * EXTENSION TO ROUTE ; HOMONYMS ARE REPORTED
       TRAITER-ENFANT.
           EVALUATE TRUE
             WHEN UC-PHONE-TYPE = 'OFF'
               CONTINUE
             WHEN UC-PHONE-NUMBER = SPACES
               CONTINUE
             WHEN PARENT-INACTIF
               CONTINUE
             WHEN PARENT-HOMONYMES
               ADD 1 TO WS-COUNT-REJETES
               MOVE SPACES               TO WS-REPORT-LINE
               MOVE 'HOMONYMES DB2'      TO WS-REPORT-DISPOSITION
               MOVE UC-PHONE-NUMBER      TO WS-REPORT-EXTENSION
               MOVE UC-PHONE-TYPE        TO WS-REPORT-PHONE-TYPE
               MOVE 'IMS'                TO WS-REPORT-ORIGINE
               MOVE WS-PARENT-LAST-NAME  TO WS-REPORT-LAST-NAME
               MOVE WS-PARENT-FIRST-NAME TO WS-REPORT-FIRST-NAME
               PERFORM ECRIRE-REPORT THRU ECRIRE-REPORT-END
             WHEN OTHER
               MOVE UC-PHONE-NUMBER         TO S-EXTENSION
               MOVE 'IMS'                   TO S-ORIGINE
               MOVE UC-PHONE-TYPE           TO S-PHONE-TYPE
               MOVE WS-PARENT-LAST-NAME     TO S-LAST-NAME
               MOVE WS-PARENT-FIRST-NAME    TO S-FIRST-NAME
               MOVE WS-PARENT-DEPARTMENT    TO S-DEPARTMENT
               MOVE WS-PARENT-DLG-LAST-NAME TO S-DLG-LAST-NAME
               MOVE WS-PARENT-DLG-PHONE     TO S-DLG-EXTENSION
               RELEASE ENR-TRI
               ADD 1 TO WS-COUNT-IMS
           END-EVALUATE.
       TRAITER-ENFANT-END.

      * PROCEDURE TO PULL THE NEXT SORTED RECORD AND ACCUMULATE IT
      * INTO THE CURRENT SAME-EXTENSION GROUP
       TRAITER-ENREG-TRIE.
           RETURN FTRI
             AT END
               MOVE 1 TO WS-EOF-TRI
             NOT AT END
               IF S-EXTENSION NOT = WS-GRP-EXTENSION
               THEN
                 PERFORM EVALUER-GROUPE THRU EVALUER-GROUPE-END
                 MOVE S-EXTENSION TO WS-GRP-EXTENSION
                 MOVE 0 TO WS-GRP-NB
               END-IF
               IF WS-GRP-NB < 100
               THEN
                 ADD 1 TO WS-GRP-NB
                 MOVE S-ORIGINE
                   TO WS-GRP-ORIGINE(WS-GRP-NB)
                 MOVE S-PHONE-TYPE
                   TO WS-GRP-PHONE-TYPE(WS-GRP-NB)
                 MOVE S-LAST-NAME
                   TO WS-GRP-LAST-NAME(WS-GRP-NB)
                 MOVE S-FIRST-NAME
                   TO WS-GRP-FIRST-NAME(WS-GRP-NB)
                 MOVE S-DEPARTMENT
                   TO WS-GRP-DEPARTMENT(WS-GRP-NB)
                 MOVE S-DLG-LAST-NAME
                   TO WS-GRP-DLG-LAST-NAME(WS-GRP-NB)
                 MOVE S-DLG-EXTENSION
                   TO WS-GRP-DLG-EXTENSION(WS-GRP-NB)
               END-IF
           END-RETURN.
       TRAITER-ENREG-TRIE-END.

      * PROCEDURE TO ROUTE OR REPORT THE ACCUMULATED GROUP. AN
      * EXTENSION HELD BY ONE PERSON ONLY - ONE ENTRY, OR SEVERAL
      * ENTRIES OF THE SAME LASTNAME (AN EXTRA NUMBER KEYED EQUAL TO
      * THE OFFICE LINE) - IS ROUTED ONCE, FROM ITS FIRST ENTRY,
      * PROVIDED IT LIES IN AN EXTENSION_POOLS RANGE. A GROUP
      * SHARED BY SEVERAL PEOPLE IS A COLLISION : NOTHING IS LOADED
      * AND EVERY HOLDER IS REPORTED.
       EVALUER-GROUPE.
           IF WS-GRP-NB = 0
           THEN
             GO TO EVALUER-GROUPE-END
           END-IF.

           MOVE 'N' TO WS-GRP-COLLISION-SW.
           PERFORM COMPARER-NOM THRU COMPARER-NOM-END
             VARYING I-G FROM 2 BY 1 UNTIL I-G > WS-GRP-NB.

           IF GROUPE-EN-COLLISION
           THEN
             ADD 1 TO WS-COUNT-COLLISIONS
             MOVE 'COLLISION' TO WS-REPORT-DISPOSITION
             PERFORM ECRIRE-LIGNE-GROUPE THRU ECRIRE-LIGNE-GROUPE-END
               VARYING I-G FROM 1 BY 1 UNTIL I-G > WS-GRP-NB
             GO TO EVALUER-GROUPE-END
           END-IF.

           PERFORM CHERCHER-POOL THRU CHERCHER-POOL-END.
           IF NOT DANS-UN-POOL
           THEN
             ADD 1 TO WS-COUNT-HORS-POOL
             MOVE 'HORS POOL' TO WS-REPORT-DISPOSITION
             MOVE 1 TO I-G
             PERFORM ECRIRE-LIGNE-GROUPE THRU ECRIRE-LIGNE-GROUPE-END
             GO TO EVALUER-GROUPE-END
           END-IF.

           MOVE SPACES                   TO ENR-SYS014.
           MOVE WS-GRP-EXTENSION         TO R-EXTENSION.
           MOVE WS-GRP-PHONE-TYPE(1)     TO R-PHONE-TYPE.
           MOVE WS-GRP-LAST-NAME(1)      TO R-LAST-NAME.
           MOVE WS-GRP-FIRST-NAME(1)     TO R-FIRST-NAME.
           MOVE WS-GRP-DEPARTMENT(1)     TO R-DEPARTMENT.
           MOVE WS-GRP-DLG-LAST-NAME(1)  TO R-DLG-LAST-NAME.
           MOVE WS-GRP-DLG-EXTENSION(1)  TO R-DLG-EXTENSION.
           WRITE ENR-SYS014.
           ADD 1 TO WS-COUNT-ROUTES.
      *    CHECKSUM = SOMME DES POSTES CHARGES, MODULO 10**10 - LE
      *    MEME CALCUL QUE LE DESSIN 'T' DE FILCHK00
           ADD WS-EXT-NUM TO WS-CHECKSUM.
       EVALUER-GROUPE-END.
           EXIT.

       COMPARER-NOM.
           IF WS-GRP-LAST-NAME(I-G) NOT = WS-GRP-LAST-NAME(1)
           THEN
             MOVE 'Y' TO WS-GRP-COLLISION-SW
           END-IF.
       COMPARER-NOM-END.

      * PROCEDURE TO CHECK WS-GRP-EXTENSION AGAINST THE POOL RANGES.
      * A NON-NUMERIC EXTENSION CANNOT BELONG TO ANY RANGE
       CHERCHER-POOL.
           MOVE 'N' TO WS-DANS-POOL-SW.
           IF WS-GRP-EXTENSION IS NOT NUMERIC
           THEN
             GO TO CHERCHER-POOL-END
           END-IF.
           MOVE WS-GRP-EXTENSION TO WS-EXT-NUM.
           PERFORM COMPARER-POOL THRU COMPARER-POOL-END
             VARYING I-P FROM 1 BY 1
             UNTIL I-P > WS-POOL-NB OR DANS-UN-POOL.
       CHERCHER-POOL-END.
           EXIT.

       COMPARER-POOL.
           IF WS-EXT-NUM >= WS-POOL-START(I-P)
              AND WS-EXT-NUM <= WS-POOL-END(I-P)
           THEN
             MOVE 'Y' TO WS-DANS-POOL-SW
           END-IF.
       COMPARER-POOL-END.

       ECRIRE-LIGNE-GROUPE.
           ADD 1 TO WS-COUNT-REJETES.
           MOVE WS-GRP-EXTENSION        TO WS-REPORT-EXTENSION.
           MOVE WS-GRP-PHONE-TYPE(I-G)  TO WS-REPORT-PHONE-TYPE.
           MOVE WS-GRP-ORIGINE(I-G)     TO WS-REPORT-ORIGINE.
           MOVE WS-GRP-LAST-NAME(I-G)   TO WS-REPORT-LAST-NAME.
           MOVE WS-GRP-FIRST-NAME(I-G)  TO WS-REPORT-FIRST-NAME.
           MOVE WS-GRP-DEPARTMENT(I-G)  TO WS-REPORT-DEPARTMENT.
           PERFORM ECRIRE-REPORT THRU ECRIRE-REPORT-END.
       ECRIRE-LIGNE-GROUPE-END.

       ECRIRE-REPORT.
           MOVE SPACES         TO ENR-SYS016.
           MOVE WS-REPORT-LINE TO ENR-SYS016.
           WRITE ENR-SYS016.
       ECRIRE-REPORT-END.

       DISPLAY-SQL-CODE.
           MOVE SQLCODE TO DISP-SQLCODE.
           DISPLAY 'PBXRTE00 - SQLCODE : ' DISP-SQLCODE.
           MOVE 'Y' TO WS-ANOMALIE-SW.
       DISPLAY-SQL-CODE-END.

      * PROCEDURE TO WRITE THE CONTROL TOTALS
       WRITE-TRAILER.
           MOVE SPACES TO ENR-SYS016.
           STRING 'OFFICE LINES (DB2)   : ' DELIMITED BY SIZE
                  WS-COUNT-DB2 DELIMITED BY SIZE
             INTO ENR-SYS016.
           WRITE ENR-SYS016.

           MOVE SPACES TO ENR-SYS016.
           STRING 'EXTRA NUMBERS (IMS)  : ' DELIMITED BY SIZE
                  WS-COUNT-IMS DELIMITED BY SIZE
             INTO ENR-SYS016.
           WRITE ENR-SYS016.

           MOVE SPACES TO ENR-SYS016.
           STRING 'FORWARDED OLD EXTS   : ' DELIMITED BY SIZE
                  WS-COUNT-FWD DELIMITED BY SIZE
             INTO ENR-SYS016.
           WRITE ENR-SYS016.

           MOVE SPACES TO ENR-SYS016.
           STRING 'EXTENSIONS ROUTED    : ' DELIMITED BY SIZE
                  WS-COUNT-ROUTES DELIMITED BY SIZE
             INTO ENR-SYS016.
           WRITE ENR-SYS016.

           MOVE SPACES TO ENR-SYS016.
           STRING 'COLLISIONS           : ' DELIMITED BY SIZE
                  WS-COUNT-COLLISIONS DELIMITED BY SIZE
             INTO ENR-SYS016.
           WRITE ENR-SYS016.

           MOVE SPACES TO ENR-SYS016.
           STRING 'OUTSIDE POOL RANGES  : ' DELIMITED BY SIZE
                  WS-COUNT-HORS-POOL DELIMITED BY SIZE
             INTO ENR-SYS016.
           WRITE ENR-SYS016.

           MOVE SPACES TO ENR-SYS016.
           STRING 'REPORT LINES         : ' DELIMITED BY SIZE
                  WS-COUNT-REJETES DELIMITED BY SIZE
             INTO ENR-SYS016.
           WRITE ENR-SYS016.

           DISPLAY 'PBXRTE00 OFFICE LINES : ' WS-COUNT-DB2.
           DISPLAY 'PBXRTE00 EXTRA NUMBERS: ' WS-COUNT-IMS.
           DISPLAY 'PBXRTE00 FORWARDED    : ' WS-COUNT-FWD.
           DISPLAY 'PBXRTE00 ROUTED       : ' WS-COUNT-ROUTES.
           DISPLAY 'PBXRTE00 COLLISIONS   : ' WS-COUNT-COLLISIONS.
           DISPLAY 'PBXRTE00 OUT OF POOLS : ' WS-COUNT-HORS-POOL.
           IF EN-ANOMALIE
           THEN
             DISPLAY 'PBXRTE00 ENDED IN ANOMALY - NO TRAILER WRITTEN'
           END-IF.
       WRITE-TRAILER-END.
