       CBL CICS('COBOL3') APOST
      *****************************************************************
      *                                                               *
      *  MODULE NAME = PBOOKEVT                                       *
      *                                                               *
      *  DESCRIPTIVE NAME = CICS TS  (Samples) Example Application -  *
      *                     Phone Book change event delivery          *
      *                                                               *
      *  STATUS = 1.0.0                                               *
      *                                                               *
      *  TRANSACTION NAME = PBEV                                      *
      *                                                               *
      *  FUNCTION = The delta mode of EXPCTC00 only tells downstream  *
      *      systems once a night what changed. PBOOKDBN now writes   *
      *      one PBOOKEVC change event per audited CONTACTS mutation  *
      *      to the intrapartition TD queue PBEV (logically           *
      *      recoverable, trigger level 1, ATI transaction PBEV), and *
      *      this program drains it within seconds :                  *
      *        - each event read from PBEV is fanned out into         *
      *          EVENT_DELIVERIES, one 'P' (pending) row per active   *
      *          subscriber of EVENT_SUBSCRIBERS, in the same unit of *
      *          work as the READQ - an event leaves the queue only   *
      *          once its deliveries are stored                       *
      *        - each subscriber then receives its pending events in *
      *          queue order (DELIVERY_ID) through the API requester  *
      *          path of PBOOKDBN/PBOOKRTY (NOD04 'publish Contact    *
      *          Event', node-rest-api relaying to the ENDPOINT_URL   *
      *          registered for the subscriber) ; a delivered row     *
      *          becomes 'L'                                          *
      *        - a failed delivery keeps its row 'P' and stops that   *
      *          subscriber, so it never receives a later event       *
      *          first ; a retry of the transaction is scheduled      *
      *          (START INTERVAL, one pending request at a time)      *
      *        - after N-LIMITE-ESSAIS attempts the row becomes 'E'   *
      *          and is shown on the OPSCON operations console until  *
      *          acknowledged, instead of being lost                  *
      *      An ENQ on PBOOKEVT serialises the triggered and the      *
      *      restarted instances, which keeps the delivery order.     *
      *                                                               *
      *      EVENT_SUBSCRIBERS (SUBSCRIBER_ID, SUBSCRIBER_NAME,       *
      *      ENDPOINT_URL, ACTIF)                                     *
      *      EVENT_DELIVERIES (DELIVERY_ID generated, SUBSCRIBER_ID,  *
      *      CONTACT_ID, ACTION, CORRELATION_ID, EVENT_DATA CHAR(300),*
      *      NB_ESSAIS, STATUS P/L/E, BAQ_COMPLETION_CODE,            *
      *      BAQ_REASON_CODE, HTTP_STATUS, QUEUED_TS, LAST_TRY_TS,    *
      *      DELIVERED_TS)                                            *
      *                                                               *
      *-------------------------------------------------------------  *
      *                                                               *
      *  CHANGE ACTIVITY :                                            *
      *                                                               *
      *  2026/10/15 Creation (AA)                                     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBOOKEVT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Working variables
       01 WORKING-VARIABLES.
           03 WS-RESP                  PIC S9(8) COMP.
           03 DISP-SQLCODE             PIC +ZZZZZZZZ9.
           03 WS-CC9                   PIC 9(5).
           03 WS-RC9                   PIC 9(5).
           03 WS-FAIL-TYPE             PIC X(18) VALUE SPACES.
           03 WS-API-TIMEOUT           PIC X(03) VALUE '030'.
           03 WS-RETRY-COUNT           PIC S9(4) COMP.
           03 WS-RETRY-MAX             PIC S9(4) COMP VALUE 3.
           03 WS-RETRY-DONE            PIC X(01) VALUE 'N'.
              88 RETRY-DONE            VALUE 'Y'.
           03 WS-LIVRE-OK              PIC X(01) VALUE 'N'.
              88 LIVRAISON-REUSSIE     VALUE 'Y'.
           03 WS-FIN-FILE              PIC X(01) VALUE 'N'.
              88 FILE-VIDE             VALUE 'Y'.
           03 WS-ABONNE-FINI           PIC X(01) VALUE 'N'.
              88 ABONNE-FINI           VALUE 'Y'.
           03 WS-EVT-LEN               PIC S9(4) COMP.
           03 WS-NB-ABONNES            PIC S9(4) COMP VALUE 0.
           03 WS-NB-LUS                PIC S9(4) COMP VALUE 0.
           03 WS-NB-LIVRES             PIC S9(4) COMP VALUE 0.
           03 WS-NB-A-REJOUER          PIC S9(4) COMP VALUE 0.
           03 WS-NB-ABANDONNES         PIC S9(4) COMP VALUE 0.
           03 I-A                      PIC S9(4) COMP.

      * Une seule instance livre a la fois : l'ordre des evenements
      * d'un abonne en depend
       01 WS-ENQ-RESSOURCE            PIC X(08) VALUE 'PBOOKEVT'.

      * Demande de reprise differee - une seule en attente
       01 WS-REPRISE-REQID            PIC X(08) VALUE 'PBEVRPRS'.
       01 WS-REPRISE-DELAI            PIC S9(7) COMP-3 VALUE +500.

      *----------------------------------------------------------------*
      * Nombre d'essais par livraison avant abandon ('E', signale      *
      * sur OPSCON)                                                    *
      *----------------------------------------------------------------*
       01 N-LIMITE-ESSAIS             PIC 9(03) VALUE 010.

      * Abonnes actifs, charges une fois par passage
       01 WS-ABONNES.
           03 WS-ABONNE OCCURS 50 TIMES.
              05 WS-AB-ID              PIC S9(9) COMP.
              05 WS-AB-NOM             PIC X(20).
              05 WS-AB-ENDPOINT        PIC X(100).

       01 MY-USER PIC X(10).
       01 MY-PSWD PIC X(10).

      *    COMMUNICATION AREA FOR THE SHARED APP_CREDENTIALS LIFECYCLE
      *    MODULE
       COPY APPCREDC.

       01 C-APPCRED PIC X(07) VALUE 'APPCRED'.

      *    COMMUNICATION AREA FOR THE SHARED OUTBOUND API CALL
      *    JOURNAL MODULE
       COPY APICALLGC.

       01 C-APICALLOG PIC X(09) VALUE 'APICALLOG'.

      *    CONTACTS CHANGE EVENT READ FROM THE PBEV TD QUEUE
       COPY PBOOKEVC.

      * Length of element for BAQGETN call
       01 WS-ELEMENT         USAGE POINTER VALUE NULL.
       01 WS-ELEMENT-LENGTH  PIC 9(9) COMP-5.

      * Host variables
       01 H-SUBSCRIBER-ID             PIC S9(9) COMP.
       01 H-SUBSCRIBER-NAME           PIC X(20).
       01 H-ENDPOINT-URL              PIC X(100).
       01 H-DELIVERY-ID               PIC S9(9) COMP.
       01 H-NB-ESSAIS                 PIC S9(4) COMP.
       01 H-COMPLETION                PIC S9(9) COMP.
       01 H-REASON                    PIC S9(9) COMP.
       01 H-HTTP-STATUS               PIC S9(4) COMP.
      * Image EVENT_DATA de l'evenement (PBOOKEVC)
       01 H-EVENT-DATA                PIC X(300).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    ABONNES ACTIFS
           EXEC SQL
              DECLARE CABO CURSOR FOR
              SELECT SUBSCRIBER_ID,
                     SUBSCRIBER_NAME,
                     ENDPOINT_URL
                FROM EVENT_SUBSCRIBERS
               WHERE ACTIF = 'O'
               ORDER BY SUBSCRIBER_ID
              FOR FETCH ONLY
           END-EXEC.

      * Pour API Requester
      * API requester Host API required copybooks
       COPY BAQHAREC.
       COPY BAQHCONC.

      * The API to call
       COPY NOD04I01.

      * The request data to send to the API endpoint
       COPY NOD04Q01.

       LINKAGE SECTION.

      * Pour API Requester
      * The response data received from the API endpoint
       COPY NOD04P01.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.
           EXEC CICS ENQ RESOURCE(WS-ENQ-RESSOURCE)
                     LENGTH(LENGTH OF WS-ENQ-RESSOURCE)
                     MAXLIFETIME(TASK)
           END-EXEC

           PERFORM VIDER-FILE-EVENEMENTS
           PERFORM CHARGER-ABONNES
           PERFORM LIVRER-UN-ABONNE
               VARYING I-A FROM 1 BY 1
               UNTIL I-A > WS-NB-ABONNES

           IF WS-NB-A-REJOUER > 0
               PERFORM PROGRAMMER-REPRISE
           END-IF

           DISPLAY 'PBOOKEVT - EVENEMENTS LUS : ' WS-NB-LUS
                   ' LIVRES : ' WS-NB-LIVRES
                   ' A REJOUER : ' WS-NB-A-REJOUER
                   ' ABANDONNES : ' WS-NB-ABANDONNES

           EXEC CICS DEQ RESOURCE(WS-ENQ-RESSOURCE)
                     LENGTH(LENGTH OF WS-ENQ-RESSOURCE)
                     MAXLIFETIME(TASK)
           END-EXEC

           EXEC CICS RETURN END-EXEC.

      *----------------------------------------------------------------*
      * Vide la file PBEV : chaque evenement devient une livraison en  *
      * attente par abonne actif, validee avec la lecture (SYNCPOINT). *
      * Sur erreur Db2 l'evenement revient dans la file (ROLLBACK) et  *
      * la lecture s'arrete, pour ne rien livrer dans le desordre      *
      *----------------------------------------------------------------*
       VIDER-FILE-EVENEMENTS SECTION.
           MOVE 'N' TO WS-FIN-FILE
           PERFORM LIRE-UN-EVENEMENT
               UNTIL FILE-VIDE
           EXIT.

       LIRE-UN-EVENEMENT SECTION.
           MOVE LENGTH OF PBOOK-EVENEMENT TO WS-EVT-LEN
           EXEC CICS READQ TD QUEUE('PBEV')
                     INTO(PBOOK-EVENEMENT)
                     LENGTH(WS-EVT-LEN)
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
             WHEN DFHRESP(NORMAL)
               ADD 1 TO WS-NB-LUS
               MOVE PBOOK-EVENEMENT TO H-EVENT-DATA
               EXEC SQL
                   INSERT INTO EVENT_DELIVERIES (
                        SUBSCRIBER_ID,
                        CONTACT_ID,
                        ACTION,
                        CORRELATION_ID,
                        EVENT_DATA,
                        NB_ESSAIS,
                        STATUS,
                        QUEUED_TS)
                   SELECT S.SUBSCRIBER_ID,
                          :EVT-CONTACT-ID,
                          :EVT-ACTION,
                          :EVT-CORRELATION-ID,
                          :H-EVENT-DATA,
                          0,
                          'P',
                          CURRENT TIMESTAMP
                     FROM EVENT_SUBSCRIBERS S
                    WHERE S.ACTIF = 'O'
               END-EXEC
      *        100 = aucun abonne actif : l'evenement n'a pas de
      *        destinataire et sort de la file
               IF SQLCODE = 0 OR SQLCODE = 100
                   EXEC CICS SYNCPOINT END-EXEC
               ELSE
                   PERFORM DISPLAY-SQL-CODE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE 'Y' TO WS-FIN-FILE
               END-IF
             WHEN DFHRESP(QZERO)
               MOVE 'Y' TO WS-FIN-FILE
             WHEN OTHER
               DISPLAY 'PBOOKEVT - READQ PBEV KO, RESP : ' WS-RESP
               MOVE 'Y' TO WS-FIN-FILE
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------------*
      * Charge les abonnes actifs (50 au plus)                         *
      *----------------------------------------------------------------*
       CHARGER-ABONNES SECTION.
           MOVE 0 TO WS-NB-ABONNES
           EXEC SQL OPEN CABO END-EXEC
           IF SQLCODE = 0
               PERFORM CHARGER-UN-ABONNE
                   UNTIL SQLCODE NOT = 0 OR WS-NB-ABONNES >= 50
               EXEC SQL CLOSE CABO END-EXEC
           ELSE
               PERFORM DISPLAY-SQL-CODE
           END-IF
           EXIT.

       CHARGER-UN-ABONNE SECTION.
           EXEC SQL
              FETCH CABO INTO :H-SUBSCRIBER-ID,
                              :H-SUBSCRIBER-NAME,
                              :H-ENDPOINT-URL
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-NB-ABONNES
              MOVE H-SUBSCRIBER-ID   TO WS-AB-ID(WS-NB-ABONNES)
              MOVE H-SUBSCRIBER-NAME TO WS-AB-NOM(WS-NB-ABONNES)
              MOVE H-ENDPOINT-URL    TO WS-AB-ENDPOINT(WS-NB-ABONNES)
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM DISPLAY-SQL-CODE
              END-IF
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * Livre a l'abonne I-A ses evenements en attente, du plus ancien *
      * au plus recent, jusqu'au premier echec                         *
      *----------------------------------------------------------------*
       LIVRER-UN-ABONNE SECTION.
           MOVE WS-AB-ID(I-A) TO H-SUBSCRIBER-ID
           MOVE 'N' TO WS-ABONNE-FINI
           PERFORM LIVRER-PROCHAIN-EVENEMENT
               UNTIL ABONNE-FINI
           EXIT.

       LIVRER-PROCHAIN-EVENEMENT SECTION.
           EXEC SQL
               SELECT DELIVERY_ID,
                      EVENT_DATA,
                      NB_ESSAIS
                 INTO :H-DELIVERY-ID,
                      :H-EVENT-DATA,
                      :H-NB-ESSAIS
                 FROM EVENT_DELIVERIES
                WHERE SUBSCRIBER_ID = :H-SUBSCRIBER-ID
                  AND STATUS = 'P'
                ORDER BY DELIVERY_ID
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE H-EVENT-DATA TO PBOOK-EVENEMENT
               PERFORM CALL-API
               IF LIVRAISON-REUSSIE
                   PERFORM MARQUER-LIVRE
               ELSE
                   PERFORM MARQUER-ECHEC
               END-IF
               EXEC CICS SYNCPOINT END-EXEC
             WHEN 100
               MOVE 'Y' TO WS-ABONNE-FINI
             WHEN OTHER
               PERFORM DISPLAY-SQL-CODE
               MOVE 'Y' TO WS-ABONNE-FINI
           END-EVALUATE
           EXIT.

       MARQUER-LIVRE SECTION.
           EXEC SQL
              UPDATE EVENT_DELIVERIES
                 SET STATUS       = 'L',
                     NB_ESSAIS    = NB_ESSAIS + 1,
                     HTTP_STATUS  = :H-HTTP-STATUS,
                     LAST_TRY_TS  = CURRENT TIMESTAMP,
                     DELIVERED_TS = CURRENT TIMESTAMP
               WHERE DELIVERY_ID = :H-DELIVERY-ID
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-NB-LIVRES
           ELSE
               PERFORM DISPLAY-SQL-CODE
               MOVE 'Y' TO WS-ABONNE-FINI
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * Nouvel echec : on incremente le compteur d'essais et on        *
      * memorise les codes BAQ / HTTP du dernier essai. Sous la        *
      * limite, l'abonne s'arrete la (ordre preserve) et sera rejoue ; *
      * a la limite la livraison passe en 'E', remonte sur OPSCON, et  *
      * l'abonne continue avec l'evenement suivant                     *
      *----------------------------------------------------------------*
       MARQUER-ECHEC SECTION.
           ADD 1 TO H-NB-ESSAIS
           MOVE BAQ-ZCON-COMPLETION-CODE TO H-COMPLETION
           MOVE BAQ-ZCON-REASON-CODE     TO H-REASON

           IF H-NB-ESSAIS >= N-LIMITE-ESSAIS
               EXEC SQL
                  UPDATE EVENT_DELIVERIES
                     SET STATUS              = 'E',
                         NB_ESSAIS           = :H-NB-ESSAIS,
                         BAQ_COMPLETION_CODE = :H-COMPLETION,
                         BAQ_REASON_CODE     = :H-REASON,
                         HTTP_STATUS         = :H-HTTP-STATUS,
                         LAST_TRY_TS         = CURRENT TIMESTAMP
                   WHERE DELIVERY_ID = :H-DELIVERY-ID
               END-EXEC
               ADD 1 TO WS-NB-ABANDONNES
               DISPLAY 'PBOOKEVT - LIVRAISON ABANDONNEE '
                       WS-AB-NOM(I-A) ' ' EVT-ACTION ' '
                       EVT-CONTACT-ID ' ' EVT-CORRELATION-ID
           ELSE
               EXEC SQL
                  UPDATE EVENT_DELIVERIES
                     SET NB_ESSAIS           = :H-NB-ESSAIS,
                         BAQ_COMPLETION_CODE = :H-COMPLETION,
                         BAQ_REASON_CODE     = :H-REASON,
                         HTTP_STATUS         = :H-HTTP-STATUS,
                         LAST_TRY_TS         = CURRENT TIMESTAMP
                   WHERE DELIVERY_ID = :H-DELIVERY-ID
               END-EXEC
               ADD 1 TO WS-NB-A-REJOUER
               MOVE 'Y' TO WS-ABONNE-FINI
           END-IF

           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               MOVE 'Y' TO WS-ABONNE-FINI
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * Des livraisons restent a rejouer : la transaction est          *
      * relancee dans WS-REPRISE-DELAI (hhmmss). La demande precedente *
      * eventuelle est annulee d'abord, pour n'en garder qu'une        *
      *----------------------------------------------------------------*
       PROGRAMMER-REPRISE SECTION.
           EXEC CICS CANCEL REQID(WS-REPRISE-REQID)
                     TRANSID(EIBTRNID)
                     RESP(WS-RESP)
           END-EXEC

           EXEC CICS START TRANSID(EIBTRNID)
                     INTERVAL(WS-REPRISE-DELAI)
                     REQID(WS-REPRISE-REQID)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'PBOOKEVT - START REPRISE KO, RESP : ' WS-RESP
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * Call API Requester - meme sequence B-INIT/C-PROCESS/W-FREE/    *
      * X-TERM que CALL-API dans PBOOKDBN                              *
      *----------------------------------------------------------------*
       CALL-API SECTION.
           MOVE 'N' TO WS-LIVRE-OK
           MOVE 0   TO H-HTTP-STATUS
           PERFORM B-INIT
           IF BAQ-SUCCESS THEN
                PERFORM C-PROCESS
                PERFORM W-FREE
                PERFORM X-TERM
           END-IF
           EXIT.

       B-INIT SECTION.
       B-010.
           PERFORM GET-API-CREDENTIALS
           MOVE BAQZ-SERVER-USERNAME
             TO BAQ-ZCON-PARM-NAME OF BAQ-ZCON-PARMS(1)
           SET BAQ-ZCON-PARM-ADDRESS OF BAQ-ZCON-PARMS(1)
             TO ADDRESS OF MY-USER
           MOVE LENGTH OF MY-USER
             TO BAQ-ZCON-PARM-LENGTH OF BAQ-ZCON-PARMS(1)
           MOVE BAQZ-SERVER-PASSWORD
             TO BAQ-ZCON-PARM-NAME OF BAQ-ZCON-PARMS(2)
           SET BAQ-ZCON-PARM-ADDRESS OF BAQ-ZCON-PARMS(2)
             TO ADDRESS OF MY-PSWD
           MOVE LENGTH OF MY-PSWD
             TO BAQ-ZCON-PARM-LENGTH OF BAQ-ZCON-PARMS(2)
           MOVE BAQZ-SERVER-TIMEOUT
             TO BAQ-ZCON-PARM-NAME OF BAQ-ZCON-PARMS(3)
           SET BAQ-ZCON-PARM-ADDRESS OF BAQ-ZCON-PARMS(3)
             TO ADDRESS OF WS-API-TIMEOUT
           MOVE LENGTH OF WS-API-TIMEOUT
             TO BAQ-ZCON-PARM-LENGTH OF BAQ-ZCON-PARMS(3).

           CALL BAQ-INIT-NAME USING BY REFERENCE BAQ-ZCONNECT-AREA.

           IF NOT BAQ-SUCCESS THEN
              MOVE BAQ-ZCON-COMPLETION-CODE TO WS-CC9
              MOVE BAQ-ZCON-REASON-CODE TO WS-RC9
              DISPLAY EIBTRNID ' ' EVT-CORRELATION-ID
                 ' INIT Completion Code : ' WS-CC9
              DISPLAY EIBTRNID ' ' EVT-CORRELATION-ID
                 ' INIT Reason Code     : ' WS-RC9
              DISPLAY BAQ-ZCON-RETURN-MESSAGE
           END-IF.

       B-999.
           EXIT.

       C-PROCESS SECTION.
       C-010.
      * L'evenement et l'adresse de l'abonne, champ par champ
           INITIALIZE BAQBASE-NOD04Q01.
           MOVE LENGTH OF endpoint4 TO endpoint4-length.
           MOVE WS-AB-ENDPOINT(I-A) TO endpoint4.
           MOVE LENGTH OF contactId4 TO contactId4-length.
           MOVE EVT-CONTACT-ID TO contactId4.
           MOVE LENGTH OF action4 TO action4-length.
           MOVE EVT-ACTION TO action4.
           MOVE LENGTH OF correlationId4 TO correlationId4-length.
           MOVE EVT-CORRELATION-ID TO correlationId4.
           MOVE LENGTH OF eventTs4 TO eventTs4-length.
           MOVE EVT-TS TO eventTs4.
           MOVE LENGTH OF userId4 TO userId4-length.
           MOVE EVT-USERID TO userId4.

           MOVE LENGTH OF lastName4 OF before4
             TO lastName4-length OF before4.
           MOVE EVT-AV-LASTNAME TO lastName4 OF before4.
           MOVE LENGTH OF firstName4 OF before4
             TO firstName4-length OF before4.
           MOVE EVT-AV-FIRSTNAME TO firstName4 OF before4.
           MOVE LENGTH OF telExtension4 OF before4
             TO telExtension4-length OF before4.
           MOVE EVT-AV-PHONE TO telExtension4 OF before4.
           MOVE LENGTH OF zipCode4 OF before4
             TO zipCode4-length OF before4.
           MOVE EVT-AV-ZIPCODE TO zipCode4 OF before4.
           MOVE LENGTH OF email4 OF before4
             TO email4-length OF before4.
           MOVE EVT-AV-EMAIL TO email4 OF before4.
           MOVE LENGTH OF managerId4 OF before4
             TO managerId4-length OF before4.
           MOVE EVT-AV-MANAGER-ID TO managerId4 OF before4.

           MOVE LENGTH OF lastName4 OF after4
             TO lastName4-length OF after4.
           MOVE EVT-AP-LASTNAME TO lastName4 OF after4.
           MOVE LENGTH OF firstName4 OF after4
             TO firstName4-length OF after4.
           MOVE EVT-AP-FIRSTNAME TO firstName4 OF after4.
           MOVE LENGTH OF telExtension4 OF after4
             TO telExtension4-length OF after4.
           MOVE EVT-AP-PHONE TO telExtension4 OF after4.
           MOVE LENGTH OF zipCode4 OF after4
             TO zipCode4-length OF after4.
           MOVE EVT-AP-ZIPCODE TO zipCode4 OF after4.
           MOVE LENGTH OF email4 OF after4
             TO email4-length OF after4.
           MOVE EVT-AP-EMAIL TO email4 OF after4.
           MOVE LENGTH OF managerId4 OF after4
             TO managerId4-length OF after4.
           MOVE EVT-AP-MANAGER-ID TO managerId4 OF after4.

           SET BAQ-REQ-BASE-ADDRESS TO ADDRESS OF BAQBASE-NOD04Q01.
           MOVE LENGTH OF BAQBASE-NOD04Q01 TO BAQ-REQ-BASE-LENGTH.

       C-020.
      * En cas d'avertissement (timeout ou autre échec transitoire), on
      * retente l'appel jusqu'à WS-RETRY-MAX fois
      * Journalisation durable de l'appel sortant (API_CALL_LOG)
           SET APL-FCT-DEBUT TO TRUE
           CALL C-APICALLOG USING APL-ENTREE APL-SORTIE
           MOVE 0 TO WS-RETRY-COUNT
           MOVE 'N' TO WS-RETRY-DONE
           PERFORM UNTIL RETRY-DONE
              CALL BAQ-EXEC-NAME USING
                              BY REFERENCE BAQ-ZCONNECT-AREA
                              BY REFERENCE BAQ-API-INFO-NOD04I01
                              BY REFERENCE BAQ-REQUEST-AREA
                              BY REFERENCE BAQ-RESPONSE-AREA
              ADD 1 TO WS-RETRY-COUNT
              IF BAQ-SUCCESS OR NOT BAQ-WARNING
                 OR WS-RETRY-COUNT >= WS-RETRY-MAX
                 MOVE 'Y' TO WS-RETRY-DONE
              ELSE
                 DISPLAY EIBTRNID ' ' EVT-CORRELATION-ID
                    ' BAQEXEC avertissement transitoire,'
                    ' nouvelle tentative ' WS-RETRY-COUNT
              END-IF
           END-PERFORM.

           IF NOT BAQ-SUCCESS THEN
              EVALUATE TRUE
                 WHEN BAQ-WARNING
                    MOVE "API RETURN WARNING" TO WS-FAIL-TYPE
                 WHEN BAQ-ERROR
                    MOVE "API RETURN ERROR  " TO WS-FAIL-TYPE
                 WHEN BAQ-SEVERE
                    MOVE "API RETURN SEVERE " TO WS-FAIL-TYPE
              END-EVALUATE

              MOVE BAQ-ZCON-COMPLETION-CODE TO WS-CC9
              MOVE BAQ-ZCON-REASON-CODE TO WS-RC9
              DISPLAY EIBTRNID ' ' EVT-CORRELATION-ID
                 ' EXEC Completion Code : ' WS-CC9
              DISPLAY EIBTRNID ' ' EVT-CORRELATION-ID
                 ' EXEC Reason Code     : ' WS-RC9
              DISPLAY BAQ-ZCON-RETURN-MESSAGE
           END-IF.

       C-030.
           SET ADDRESS OF BAQBASE-NOD04P01 to BAQ-RESP-BASE-ADDRESS.

           IF BAQ-SUCCESS
              MOVE BAQ-RESP-STATUS-CODE TO H-HTTP-STATUS
              IF BAQ-RESP-STATUS-CODE EQUAL 200 THEN
                 MOVE 'Y' TO WS-LIVRE-OK
              END-IF
           END-IF.

       C-990.
      *    Cloture de la ligne API_CALL_LOG de l'appel sortant, sous
      *    le correlation id de l'evenement - un echec du journal
      *    n'affecte jamais l'appel lui-meme
           MOVE 'PBOOKEVT' TO APL-IN-PROGRAM
           MOVE EVT-CORRELATION-ID TO APL-IN-CORRELATION
           MOVE 'EVENT   ' TO APL-IN-OPERATION
           MOVE BAQ-ZCON-COMPLETION-CODE TO APL-IN-COMPLETION
           MOVE BAQ-ZCON-REASON-CODE TO APL-IN-REASON
           MOVE H-HTTP-STATUS TO APL-IN-HTTP-STATUS
           SET APL-FCT-FIN TO TRUE
           CALL C-APICALLOG USING APL-ENTREE APL-SORTIE.

       C-999.
           EXIT.

       W-FREE SECTION.
       W-010.
           CALL BAQ-FREE-NAME USING BY REFERENCE BAQ-ZCONNECT-AREA.
           IF NOT BAQ-SUCCESS THEN
              MOVE BAQ-ZCON-COMPLETION-CODE TO WS-CC9
              MOVE BAQ-ZCON-REASON-CODE TO WS-RC9
              DISPLAY ' FREE Completion Code ' WS-CC9
              DISPLAY ' FREE Reason Code ' WS-RC9
              DISPLAY BAQ-ZCON-RETURN-MESSAGE
           END-IF.
       W-999.
           EXIT.

       X-TERM SECTION.
       X-010.
           CALL BAQ-TERM-NAME USING BY REFERENCE BAQ-ZCONNECT-AREA.
           IF NOT BAQ-SUCCESS THEN
              MOVE BAQ-ZCON-COMPLETION-CODE TO WS-CC9
              MOVE BAQ-ZCON-REASON-CODE TO WS-RC9
              DISPLAY ' TERM Completion Code ' WS-CC9
              DISPLAY ' TERM Reason Code ' WS-RC9
              DISPLAY BAQ-ZCON-RETURN-MESSAGE
           END-IF.
       X-999.
           EXIT.

      *----------------------------------------------------------------*
      * On récupère le user/password de l'application node-rest-api    *
      * via le module partagé APPCRED                                  *
      *----------------------------------------------------------------*
       GET-API-CREDENTIALS SECTION.
           MOVE SPACES TO MY-USER
           MOVE SPACES TO MY-PSWD
           SET  ACR-FCT-GET TO TRUE
           MOVE 'PHONEBOOK' TO ACR-IN-APP-ID
           CALL C-APPCRED USING ACR-ENTREE ACR-SORTIE

           IF ACR-RETOUR-OK
               MOVE ACR-OUT-USER TO MY-USER
               MOVE ACR-OUT-PSWD TO MY-PSWD
           ELSE
               DISPLAY 'GET-API-CREDENTIALS - APPCRED KO : '
                       ACR-CODE-RETOUR
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * On affiche le code erreur SQL                                  *
      *----------------------------------------------------------------*
       DISPLAY-SQL-CODE SECTION.
           MOVE SQLCODE TO DISP-SQLCODE
           DISPLAY 'PBOOKEVT - SQLCODE  : ' DISP-SQLCODE
           DISPLAY 'PBOOKEVT - SQLSTATE : ' SQLSTATE
           EXIT.
