      *        - RUN_CONTROL runs of the day ended 'KO'               *
      *        - SQL_ERROR_LOG combinations logged today              *
      *        - HEALTH_STATUS probes of the day with a failing side  *
      *        - EVENT_DELIVERIES change events PBOOKEVT gave up      *
      *          delivering to a subscriber (status 'E')              *
      *      hiding everything already acknowledged in ALERT_ACKS.    *
      *                                                               *
      *      'OPSC'                     - show the open alerts, each  *
      *  CHANGE ACTIVITY :                                            *
      *                                                               *
      *  2026/09/02 Creation (AA)                                     *
      *  2026/10/15 Abandoned change-event deliveries (PBOOKEVT)      *
      *             shown as EVT alerts (AA)                          *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01 H-API-STATUS                PIC X(02).
       01 H-CLE-ACK                   PIC X(40).
       01 H-TYPE-ACK                  PIC X(03).
       01 H-DELIVERY-ID               PIC X(11).
       01 H-SUBSCRIBER-NAME           PIC X(20).
       01 H-EVT-ACTION                PIC X(06).
       01 H-EVT-CONTACT-ID            PIC 9(08).
       01 H-EVT-CORRELATION           PIC X(16).
       01 W-SQLCODE-ED                PIC -(8)9.

      *----------------------------------------------------------------*
               ORDER BY H.CHECK_TS DESC
           END-EXEC.

      *    EVENEMENTS DE CHANGEMENT ABANDONNES PAR PBOOKEVT, NON
      *    ACQUITTES - QUEL QUE SOIT LEUR JOUR : L'ABONNE NE LES A
      *    JAMAIS RECUS
           EXEC SQL
              DECLARE CEVT CURSOR FOR
              SELECT CHAR(D.DELIVERY_ID),
                     S.SUBSCRIBER_NAME,
                     D.ACTION,
                     D.CONTACT_ID,
                     D.CORRELATION_ID
                FROM EVENT_DELIVERIES D,
                     EVENT_SUBSCRIBERS S
               WHERE D.STATUS = 'E'
                 AND S.SUBSCRIBER_ID = D.SUBSCRIBER_ID
                 AND NOT EXISTS
                     (SELECT 1 FROM ALERT_ACKS K
                       WHERE K.ALERT_TYPE = 'EVT'
                         AND K.ALERT_KEY = CHAR(D.DELIVERY_ID))
               ORDER BY D.DELIVERY_ID
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
           EXEC CICS RETURN END-EXEC.

      *----------------------------------------------------------------*
      * Rassemble les alertes ouvertes des quatre sources dans         *
      * WS-ALERTES (20 au plus - au-dela, la priorite est de traiter,  *
      * pas de paginer)                                                *
      *----------------------------------------------------------------*
           ELSE
               PERFORM DISPLAY-SQL-CODE
           END-IF

           EXEC SQL OPEN CEVT END-EXEC
           IF SQLCODE = 0
               PERFORM COLLECTER-UNE-LIVRAISON
                   UNTIL SQLCODE NOT = 0 OR WS-NB-ALERTES >= 20
               EXEC SQL CLOSE CEVT END-EXEC
           ELSE
               PERFORM DISPLAY-SQL-CODE
           END-IF
           EXIT.

       COLLECTER-UNE-RUN SECTION.
           END-IF
           EXIT.

       COLLECTER-UNE-LIVRAISON SECTION.
           EXEC SQL
              FETCH CEVT INTO :H-DELIVERY-ID, :H-SUBSCRIBER-NAME,
                              :H-EVT-ACTION, :H-EVT-CONTACT-ID,
                              :H-EVT-CORRELATION
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-NB-ALERTES
              MOVE 'EVT' TO WS-AL-TYPE(WS-NB-ALERTES)
              MOVE H-DELIVERY-ID TO WS-AL-CLE(WS-NB-ALERTES)
              MOVE SPACES TO WS-AL-LIBELLE(WS-NB-ALERTES)
              STRING 'EVT ' H-SUBSCRIBER-NAME
                     ' ' H-EVT-ACTION
                     ' ' H-EVT-CONTACT-ID
                     ' ' H-EVT-CORRELATION
                     DELIMITED BY SIZE
                INTO WS-AL-LIBELLE(WS-NB-ALERTES)
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM DISPLAY-SQL-CODE
              END-IF
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * Acquitte l'alerte demandee : la cle durable part dans          *
      * ALERT_ACKS sous le USERID de sign-on - le prochain affichage   *
