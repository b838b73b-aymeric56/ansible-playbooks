      *        'CANCEL' releases a pending reservation and puts the   *
      *                 stock it held back                            *
      *                                                               *
      *      and the item master maintenance built on CA-ITEM-REQUEST *
      *        'ITMADD' creates a CATALOG item and its first price    *
      *        'ITMCHG' amends the description, department or         *
      *                 supplier of an item                           *
      *        'ITMWDR' withdraws an item from sale (ITEM_STATUS 'W') *
      *                                                               *
      *      and 'BUDSET' (CA-BUDGET-REQUEST) sets the budget of a    *
      *      charge department for a fiscal period                    *
      *                                                               *
      *      and 'RETURN' (CA-RETURN-REQUEST) books goods returned    *
      *      against a confirmed reservation back into IN-STOCK       *
      *                                                                *
      *      and 'TRNSFR' / 'TRNRCV' (CA-TRANSFER-REQUEST) move stock  *
      *      between two warehouses through an in-transit state        *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *              SUPASG carries the supplier on the CATALOG item  *
      *              for the per-supplier purchase orders of the      *
      *              nightly replenishment (AA)                       *
      *   2026/10/15 Item master maintenance : ITMADD/ITMCHG add and  *
      *              amend CATALOG items after checking DEPARTMENTS   *
      *              and SUPPLIERS and open the first PRICE_HISTORY   *
      *              row ; ITMWDR withdraws an item from sale once no *
      *              reservation or backorder is open. Withdrawn      *
      *              items drop out of INQCAT and are refused by      *
      *              RESERV and BASKET (AA)                           *
      *   2026/10/15 CONFRM stamps CONFIRMED_TS on the reservation,   *
      *              the date the CHGBCK00 month-end chargeback       *
      *              prices each confirmed line at (AA)               *
      *   2026/10/15 Charge department budgets : BUDSET maintains     *
      *              DEPT_BUDGETS per fiscal period, CONFRM (single   *
      *              line or basket) refuses an order taking the      *
      *              department over budget and flags one reaching    *
      *              the warning margin (AA)                          *
      *   2026/10/15 RETURN of goods against a confirmed reservation :*
      *              IN-STOCK credited (waiting backorders served     *
      *              first, as on RECEIP), the return kept in RETURNS *
      *              and RETURNED_QTY at its chargeback price for the *
      *              CHGBCK00 credit (AA)                             *
      *   2026/10/15 SUPADD records the supplier delivery lead time   *
      *              used by the ROPCAL00 reorder points (AA)         *
      *   2026/10/15 RECEIP matches CA-RCPT-REFERENCE (purchase order *
      *              number) against the open PO_LINES of the item,   *
      *              records partial and over-deliveries and returns  *
      *              CA-RCPT-PO-STATUS (AA)                           *
      *   2026/10/15 Stock held per warehouse in ITEM_STOCK : INQCAT   *
      *              returns the split and the quantity in transit,    *
      *              RESERV/BASKET take from the home warehouse of the *
      *              charge department first (RESERVATION_PICKS),      *
      *              CANCEL, RETURN, RECEIP and STKADJ work per        *
      *              warehouse, DEPADD sets the home warehouse,        *
      *              TRNSFR/TRNRCV move stock between warehouses (AA)  *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01 W-BO-QUANTITY             PIC 9(3).
       01 W-BO-USERID               PIC X(8).
       01 W-BO-CHARGE-DEPT          PIC 9(3).
       01 W-FILL-ITEM-REF           PIC 9(4).
       01 W-FILL-QUANTITY           PIC 9(3).
       01 W-FILL-WAREHOUSE          PIC 9(2).
       01 W-RCPT-REMAIN             PIC S9(5) COMP-3.
       01 W-NB-BO-FILLED            PIC 9(3) VALUE 0.
       01 W-NB-BO-FILLED-ED         PIC ZZ9.
       01 W-RES-QUANTITY            PIC 9(3).
       01 W-RES-STATUS              PIC X(1).

      *----------------------------------------------------------------*
      * Host variables for the item master maintenance                 *
      *----------------------------------------------------------------*
       01 W-ITEM-STATUS             PIC X(1).
           88 ITEM-WITHDRAWN        VALUE 'W'.
       01 W-SUPPLIER-REF            PIC 9(4).
       01 W-NB-PRICE                PIC S9(4) COMP.
       01 W-NB-OPEN-RES             PIC S9(4) COMP.
       01 W-NB-OPEN-BO              PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Host variables for the DEPT_BUDGETS control                    *
      *----------------------------------------------------------------*
       01 W-BUD-DEPT                PIC 9(3).
       01 W-BUD-START               PIC X(10).
       01 W-BUD-END                 PIC X(10).
       01 W-BUD-AMOUNT              PIC S9(9)V99 COMP-3.
       01 W-BUD-WARN-PCT            PIC S9(4) COMP.
       01 W-BUD-COMMITTED           PIC S9(9)V99 COMP-3.
       01 W-BUD-ORDER-AMT           PIC S9(9)V99 COMP-3.
       01 W-BUD-CREDITS             PIC S9(9)V99 COMP-3.
       01 W-BUD-REMAINING           PIC S9(9)V99 COMP-3.
       01 W-BUD-ORDER-ED            PIC Z(8)9.99.
       01 W-BUD-REMAINING-ED        PIC -(8)9.99.
       01 W-BUD-WARN-FLAG           PIC X(1).
       01 W-BUD-SW                  PIC X(1).
           88 BUDGET-OK             VALUE 'O'.
           88 BUDGET-ALERTE         VALUE 'W'.
           88 BUDGET-REFUSE         VALUE 'R'.

      *----------------------------------------------------------------*
      * Host variables for the RETURNS history                         *
      *----------------------------------------------------------------*
       01 W-RETURN-REF              PIC 9(8).
       01 W-RTN-RETURNED            PIC S9(4) COMP.
       01 W-RTN-OPEN                PIC S9(4) COMP.
       01 W-RTN-CHARGE-DEPT         PIC 9(3).
       01 W-RTN-PRICE               PIC S9(5)V99 COMP-3.

      *----------------------------------------------------------------*
      * Host variables for the PO_LINES purchase order lines           *
      *----------------------------------------------------------------*
       01 W-PO-LINE-REF             PIC 9(8).
       01 W-PO-OUTSTANDING          PIC S9(4) COMP.
       01 W-PO-SW                   PIC X(1).
           88 PO-LINE-FOUND         VALUE 'Y'.
       01 W-PO-MSG                  PIC X(21).
       01 W-PO-WAREHOUSE            PIC 9(2).

      *----------------------------------------------------------------*
      * Host variables for the per-warehouse stock (ITEM_STOCK,        *
      * RESERVATION_PICKS and STOCK_TRANSFERS)                         *
      *----------------------------------------------------------------*
      *    Entrepot principal : celui du stock d'origine, et celui
      *    des mouvements qui n'en designent aucun
       01 W-MAIN-WAREHOUSE          PIC 9(2) VALUE 1.
       01 W-WH-1                    PIC 9(2).
       01 W-WH-2                    PIC 9(2).
       01 W-WH-1-STOCK              PIC 9(4).
       01 W-WH-2-STOCK              PIC 9(4).
       01 W-IN-TRANSIT              PIC 9(4).
       01 W-WH-HOME                 PIC 9(2).
       01 W-WH-DEPT                 PIC 9(3).
       01 W-WH-ITEM-REF             PIC 9(4).
       01 W-WH-CODE                 PIC 9(2).
       01 W-WH-STOCK                PIC S9(4) COMP.
       01 W-WH-QUANTITY             PIC S9(4) COMP.
       01 W-WH-ORDER-DOWN           PIC S9(4) COMP.
       01 W-WH-TAKE                 PIC S9(4) COMP.
       01 W-WH-REMAIN               PIC S9(4) COMP.
       01 W-WH-BOOK                 PIC S9(4) COMP.
       01 W-NB-WH                   PIC S9(4) COMP.
       01 W-WH-CODE-ED              PIC 99.
       01 W-WH-FIN-SW               PIC X(1).
           88 FIN-WAREHOUSES        VALUE 'Y'.
      *    Prelevements de la reservation en cours, un par entrepot
      *    sollicite, ecrits dans RESERVATION_PICKS apres la
      *    reservation elle-meme
       01 W-NB-PICKS                PIC 9(2).
       01 W-PICK-IDX                PIC 9(2).
       01 W-PICKS.
           05 W-PICK OCCURS 10 TIMES.
               10 W-PICK-WH         PIC 9(2).
               10 W-PICK-QTY        PIC S9(4) COMP.
       01 W-TRANSFER-REF            PIC 9(8).
       01 W-TRF-ITEM-REF            PIC 9(4).
       01 W-TRF-QUANTITY            PIC 9(3).
       01 W-TRF-TO-WH               PIC 9(2).
       01 W-TRF-STATUS              PIC X(1).

      *    POUR DISPLAY SQLCODE
       01  DISP-SQLCODE             PIC +ZZZZZZZZ9.

                PERFORM ADJUST-STOCK
           WHEN 'BASKET'
                PERFORM BASKET-ORDER
           WHEN 'ITMADD'
                PERFORM ADD-ITEM
           WHEN 'ITMCHG'
                PERFORM CHANGE-ITEM
           WHEN 'ITMWDR'
                PERFORM WITHDRAW-ITEM
           WHEN 'BUDSET'
                PERFORM SET-BUDGET
           WHEN 'RETURN'
                PERFORM RETURN-GOODS
           WHEN 'TRNSFR'
                PERFORM TRANSFER-STOCK
           WHEN 'TRNRCV'
                PERFORM RECEIVE-TRANSFER
           WHEN OTHER
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'INVALID REQUEST ID' TO CA-RESPONSE-MESSAGE
              END-IF
           END-IF

      * LA VENTILATION DU STOCK EST DONNEE POUR LES DEUX ENTREPOTS
      * ACTIFS, LE PLUS PETIT CODE EN PREMIER ; AVEC UN SEUL ENTREPOT
      * ACTIF LA SECONDE POSITION RESTE A ZERO
           EXEC SQL SELECT COALESCE(MIN(warehouse), :W-MAIN-WAREHOUSE),
                           COALESCE(MAX(warehouse), :W-MAIN-WAREHOUSE)
                INTO :W-WH-1,
                     :W-WH-2
                FROM WAREHOUSES
               WHERE active = 'Y'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 99 TO CA-RETURN-CODE
              MOVE 'INQUIRE FAILED' TO CA-RESPONSE-MESSAGE
              PERFORM DISPLAY-SQL-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

      * LE PRIX RESTITUE EST CELUI EN VIGUEUR A LA DATE DU JOUR DANS
      * PRICE_HISTORY ; UN ARTICLE SANS HISTORIQUE GARDE LE COST DE
      * LA TABLE CATALOG. LES ARTICLES RETIRES DE LA VENTE (ITMWDR)
      * NE SONT PLUS PROPOSES. IN_STOCK RESTE LE TOTAL SOCIETE, EN
      * TRANSIT COMPRIS
           EXEC SQL DECLARE INQCAT-CSR CURSOR FOR
                SELECT item_ref,
                       description,
                           WHERE D.department = CATALOG.department),
                           ' '),
                       in_stock,
                       on_order,
                       COALESCE((SELECT S.in_stock
                            FROM ITEM_STOCK S
                           WHERE S.item_ref = CATALOG.item_ref
                             AND S.warehouse = :W-WH-1), 0),
                       COALESCE((SELECT S.in_stock
                            FROM ITEM_STOCK S
                           WHERE S.item_ref = CATALOG.item_ref
                             AND S.warehouse = :W-WH-2
                             AND S.warehouse <> :W-WH-1), 0),
                       COALESCE((SELECT SUM(T.quantity)
                            FROM STOCK_TRANSFERS T
                           WHERE T.item_ref = CATALOG.item_ref
                             AND T.status = 'T'), 0)
                  FROM CATALOG
                 WHERE item_ref > :CA-LIST-START-REF
                   AND (:CA-DEPT-FILTER = 0
                        OR department = :CA-DEPT-FILTER)
                   AND (:CA-LOW-STOCK-FLAG NOT = 'Y'
                        OR in_stock <= on_order)
                   AND COALESCE(item_status, 'A') <> 'W'
                 ORDER BY item_ref
           END-EXEC

                     :W-COST,
                     :W-DEPT-NAME,
                     :W-IN-STOCK,
                     :W-ON-ORDER,
                     :W-WH-1-STOCK,
                     :W-WH-2-STOCK,
                     :W-IN-TRANSIT
           END-EXEC

           IF SQLCODE = 0
              MOVE W-COST        TO CA-COST(CA-ITEM-COUNT)
              MOVE W-IN-STOCK    TO IN-STOCK(CA-ITEM-COUNT)
              MOVE W-ON-ORDER    TO ON-ORDER(CA-ITEM-COUNT)
              MOVE W-WH-1        TO CA-WH-CODE(CA-ITEM-COUNT, 1)
              MOVE W-WH-1-STOCK  TO CA-WH-IN-STOCK(CA-ITEM-COUNT, 1)
              IF W-WH-2 = W-WH-1
                 MOVE 0          TO CA-WH-CODE(CA-ITEM-COUNT, 2)
              ELSE
                 MOVE W-WH-2     TO CA-WH-CODE(CA-ITEM-COUNT, 2)
              END-IF
              MOVE W-WH-2-STOCK  TO CA-WH-IN-STOCK(CA-ITEM-COUNT, 2)
              MOVE W-IN-TRANSIT  TO CA-IN-TRANSIT(CA-ITEM-COUNT)
           END-IF
           .

       RESERVE-ORDER.
           MOVE SPACES TO CA-RESPONSE-MESSAGE

           EXEC SQL SELECT in_stock,
                           COALESCE(item_status, 'A')
                INTO :W-IN-STOCK,
                     :W-ITEM-STATUS
                FROM CATALOG
               WHERE item_ref = :CA-ITEM-REF-NUMBER
           END-EXEC

           EVALUATE SQLCODE
           WHEN 0
      *         UN ARTICLE RETIRE N'EST NI RESERVE NI MIS EN BACKORDER
                IF ITEM-WITHDRAWN
                   MOVE 99 TO CA-RETURN-CODE
                   MOVE 'ITEM WITHDRAWN FROM SALE'
                     TO CA-RESPONSE-MESSAGE
                ELSE
                   IF W-IN-STOCK < CA-QUANTITY-REQ
      *               PLUS DE REFUS SEC : LA DEMANDE PART EN FILE DE
      *               BACKORDER, SERVIE PAR LES PROCHAINES RECEPTIONS
                      PERFORM QUEUE-BACKORDER
                   ELSE
                      MOVE CA-CHARGE-DEPT TO W-WH-DEPT
                      PERFORM FIND-HOME-WAREHOUSE
                      PERFORM RESERVE-TAKE-STOCK
                   END-IF
                END-IF
           WHEN +100
                MOVE 99 TO CA-RETURN-CODE

      *----------------------------------------------------------------*
      * RESERVE-TAKE-STOCK PROCEDURE - DECREMENTS STOCK AND WRITES     *
      * THE RESERVATION ROW ONCE STOCK HAS BEEN CONFIRMED AVAILABLE.   *
      * THE COMPANY TOTAL ON CATALOG IS TAKEN FIRST, THEN THE SHELVES  *
      * OF THE REQUESTER'S HOME WAREHOUSE AND, FOR WHAT IT LACKS, THE  *
      * OTHER WAREHOUSES.                                              *
      *----------------------------------------------------------------*
       RESERVE-TAKE-STOCK.
           EXEC SQL UPDATE CATALOG
           IF SQLCODE = 100
              PERFORM QUEUE-BACKORDER
           ELSE
              MOVE CA-ITEM-REF-NUMBER TO W-WH-ITEM-REF
              MOVE CA-QUANTITY-REQ TO W-WH-QUANTITY
              PERFORM TAKE-WAREHOUSE-STOCK
      *       LE TOTAL SOCIETE SUFFIT MAIS UNE PARTIE EST EN TRANSIT
      *       ENTRE DEUX ENTREPOTS : RIEN N'EST PRIS, LA DEMANDE PART
      *       EN BACKORDER ET SERA SERVIE A LA RECEPTION (TRNRCV)
              IF W-WH-REMAIN > 0
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 PERFORM QUEUE-BACKORDER
              ELSE
                 PERFORM RESERVE-WRITE-RESERVATION
              END-IF
           END-IF
           .

                INTO :W-RESERVATION-REF
           END-EXEC

           IF SQLCODE = 0
              PERFORM WRITE-RESERVATION-PICKS
           END-IF

           EVALUATE SQLCODE
           WHEN 0
                MOVE W-RESERVATION-REF TO CA-RESERVATION-REF
                MOVE W-EFF-COST TO CA-UNIT-PRICE
                SET CA-ORDER-RESERVED TO TRUE
                MOVE 0 TO CA-RETURN-CODE
                IF W-NB-PICKS = 1
                   MOVE W-PICK-WH(1) TO W-WH-CODE-ED
                   STRING 'ITEM RESERVED FROM WAREHOUSE '
                          W-WH-CODE-ED
                          DELIMITED BY SIZE
                     INTO CA-RESPONSE-MESSAGE
                ELSE
                   MOVE W-NB-PICKS TO W-WH-CODE-ED
                   STRING 'ITEM RESERVED FROM '
                          W-WH-CODE-ED ' WAREHOUSES'
                          DELIMITED BY SIZE
                     INTO CA-RESPONSE-MESSAGE
                END-IF
           WHEN OTHER
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'RESERVE FAILED' TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
      * THE GIVEN REFERENCE MAY BE A SINGLE RESERVATION OR A BASKET    *
      * REFERENCE - EVERY PENDING LINE OF THE BASKET IS CONFIRMED IN   *
      * ONE GO, NEVER A PART OF IT.                                    *
      * THE ORDER IS REFUSED IF IT WOULD TAKE THE CHARGE DEPARTMENT    *
      * OVER ITS DEPT_BUDGETS BUDGET, AND FLAGGED (CA-BUDGET-FLAG) IF  *
      * IT ONLY REACHES THE WARNING MARGIN.                            *
      *----------------------------------------------------------------*
       CONFIRM-ORDER.
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           SET CA-BUDGET-WITHIN TO TRUE

           MOVE 0 TO W-NB-PENDING
           EXEC SQL SELECT COUNT(*), COALESCE(MIN(unit_price), ' ')
                     TO CA-RESPONSE-MESSAGE
                END-IF
           WHEN OTHER
      *         LE BUDGET DU SERVICE DEMANDEUR EST CONTROLE AVANT QUE
      *         LA COMMANDE (LIGNE SEULE OU PANIER ENTIER) DEVIENNE
      *         FERME - UN DEPASSEMENT EST REFUSE
                PERFORM CHECK-BUDGET
                IF NOT BUDGET-REFUSE
                   PERFORM CONFIRM-APPLY
                END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CONFIRM-APPLY PROCEDURE - TURNS THE PENDING LINES FIRM ONCE   *
      * THE BUDGET CHECK HAS LET THE ORDER THROUGH                    *
      *----------------------------------------------------------------*
       CONFIRM-APPLY.
      *    LA DATE DE CONFIRMATION DATE AUSSI LE PRIX DE LA
      *    REFACTURATION MENSUELLE (CHGBCK00)
           EXEC SQL UPDATE RESERVATIONS
                SET status = 'C',
                    confirmed_ts = CURRENT TIMESTAMP,
                    budget_warning = :W-BUD-WARN-FLAG
              WHERE (reservation_ref = :CA-RESERVATION-REF
                     OR basket_ref = :CA-RESERVATION-REF)
                AND status = 'R'
           END-EXEC
           IF SQLCODE = 0
              SET CA-ORDER-CONFIRMED TO TRUE
      *       LA FACTURATION PART DU PRIX FIGE A LA RESERVATION
      *       (SUR UN PANIER MULTI-LIGNES, CHAQUE LIGNE GARDE
      *       SON PROPRE PRIX FIGE)
              IF W-NB-PENDING = 1
                 MOVE W-EFF-COST TO CA-UNIT-PRICE
              ELSE
                 MOVE SPACES TO CA-UNIT-PRICE
              END-IF
              MOVE 0 TO CA-RETURN-CODE
      *       COMMANDE PASSEE MAIS DANS LA MARGE D'ALERTE : SIGNALEE
      *       A L'APPELANT ET MARQUEE SUR LES LIGNES POUR BUDRPT00
              IF BUDGET-ALERTE
                 SET CA-BUDGET-WARNING TO TRUE
                 MOVE 'ORDER CONFIRMED - BUDGET WARNING MARGIN REACHED'
                   TO CA-RESPONSE-MESSAGE
              ELSE
                 MOVE 'ORDER CONFIRMED' TO CA-RESPONSE-MESSAGE
              END-IF
      *       LE MAGASIN EST PREVENU : UNE NOTE D'EXPEDITION
      *       PAR LIGNE CONFIRMEE PART DANS DISPATCH_QUEUE,
      *       QUE LE BATCH DSPNOT00 TRANSFORME EN LISTES DE
      *       PRELEVEMENT PAR RAYON
              PERFORM QUEUE-DISPATCH-NOTES
           ELSE
              MOVE 99 TO CA-RETURN-CODE
              MOVE 'CONFIRM FAILED' TO CA-RESPONSE-MESSAGE
              DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
              PERFORM DISPLAY-SQL-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * QUEUE-DISPATCH-NOTES PROCEDURE - ONE DISPATCH-NOTE RECORD PER *
      * LINE THE CONFRM ABOVE JUST TURNED FIRM (SINGLE RESERVATION OR *
           MOVE 'N' TO W-FIN-CANCEL-SW

           EXEC SQL DECLARE CANCEL-CSR CURSOR FOR
                SELECT reservation_ref,
                       item_ref,
                       quantity_req
                  FROM RESERVATIONS
                 WHERE (reservation_ref = :CA-RESERVATION-REF

       CANCEL-ONE-LINE.
           EXEC SQL FETCH CANCEL-CSR
                INTO :W-RESERVATION-REF,
                     :W-RES-ITEM-REF,
                     :W-RES-QUANTITY
           END-EXEC

                     SET in_stock = in_stock + :W-RES-QUANTITY
                   WHERE item_ref = :W-RES-ITEM-REF
                END-EXEC
                PERFORM RESTORE-WAREHOUSE-STOCK

                EXEC SQL UPDATE RESERVATIONS
                     SET status = 'X'
                 PERFORM DISPLAY-SQL-CODE
              END-IF

              MOVE CA-BSK-CHARGE-DEPT TO W-WH-DEPT
              PERFORM FIND-HOME-WAREHOUSE

              PERFORM BASKET-ONE-LINE
                 VARYING W-BSK-IDX FROM 1 BY 1
                 UNTIL W-BSK-IDX > CA-BSK-LINE-COUNT
                    :CA-BSK-QUANTITY(W-BSK-IDX)
              WHERE item_ref = :CA-BSK-ITEM-REF(W-BSK-IDX)
                AND in_stock >= :CA-BSK-QUANTITY(W-BSK-IDX)
                AND COALESCE(item_status, 'A') <> 'W'
           END-EXEC

      *    UN ARTICLE RETIRE DE LA VENTE FAIT ECHOUER LA LIGNE COMME
      *    UN MANQUE DE STOCK, DE MEME QU'UN STOCK EN PARTIE EN
      *    TRANSIT ENTRE DEUX ENTREPOTS
           IF SQLCODE = 0
              MOVE CA-BSK-ITEM-REF(W-BSK-IDX) TO W-WH-ITEM-REF
              MOVE CA-BSK-QUANTITY(W-BSK-IDX) TO W-WH-QUANTITY
              PERFORM TAKE-WAREHOUSE-STOCK
              IF W-WH-REMAIN > 0
                 MOVE 100 TO SQLCODE
              END-IF
           END-IF
           IF SQLCODE NOT = 0
              SET BASKET-EN-ECHEC TO TRUE
              MOVE 99 TO CA-RETURN-CODE
              MOVE W-BSK-IDX TO W-BSK-IDX-ED
              MOVE SPACES TO CA-RESPONSE-MESSAGE
              STRING 'BASKET LINE ' W-BSK-IDX-ED
                     ' UNAVAILABLE - NOTHING RESERVED'
                     DELIMITED BY SIZE
                INTO CA-RESPONSE-MESSAGE
           ELSE
                    PERFORM DISPLAY-SQL-CODE
                 END-IF
              END-IF
              IF NOT BASKET-EN-ECHEC
                 PERFORM WRITE-RESERVATION-PICKS
                 IF SQLCODE NOT = 0
                    SET BASKET-EN-ECHEC TO TRUE
                    MOVE 99 TO CA-RETURN-CODE
                    MOVE 'BASKET RESERVE FAILED'
                      TO CA-RESPONSE-MESSAGE
                    DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                    PERFORM DISPLAY-SQL-CODE
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * ADD-DEPARTMENT PROCEDURE - MERCHANDISING ADDS A DEPARTMENT TO *
      * THE REFERENCE TABLE WITHOUT A DBA. A NEW DEPARTMENT IS BORN   *
      * ACTIVE, WITH THE HOME WAREHOUSE ITS RESERVATIONS ARE TAKEN    *
      * FROM FIRST.                                                   *
      *----------------------------------------------------------------*
       ADD-DEPARTMENT.
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           MOVE 0 TO CA-RETURN-CODE
           MOVE CA-DEPT-NEW-NAME TO W-DEPT-NAME

      *    ENTREPOT DE RATTACHEMENT FACULTATIF : 00 = PRINCIPAL
           IF CA-DEPT-HOME-WH NOT = 0
              MOVE CA-DEPT-HOME-WH TO W-WH-CODE
              PERFORM CHECK-WAREHOUSE
           END-IF
           IF CA-RETURN-CODE = 0
              PERFORM ADD-DEPARTMENT-INSERT
           END-IF
           .

       ADD-DEPARTMENT-INSERT.
           EXEC SQL INSERT INTO DEPARTMENTS (
                      department,
                      dept_name,
                      active,
                      home_warehouse
                          )
                VALUES (
                      :CA-DEPT-NUMBER,
                      :W-DEPT-NAME,
                      'Y',
                      NULLIF(:CA-DEPT-HOME-WH, 0)
                      )
           END-EXEC

      *----------------------------------------------------------------*
      * ADD-SUPPLIER PROCEDURE - PURCHASING ADDS A SUPPLIER TO THE    *
      * REFERENCE TABLE WITHOUT A DBA, LIKE ADD-DEPARTMENT. A NEW     *
      * SUPPLIER IS BORN ACTIVE, WITH ITS DELIVERY LEAD TIME WHEN     *
      * GIVEN (ROPCAL00 REORDER POINTS).                              *
      *----------------------------------------------------------------*
       ADD-SUPPLIER.
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           EXEC SQL INSERT INTO SUPPLIERS (
                      supplier_ref,
                      supplier_name,
                      active,
                      lead_time_days
                          )
                VALUES (
                      :CA-SUP-NUMBER,
                      :W-SUP-NAME,
                      'Y',
                      NULLIF(:CA-SUP-LEAD-TIME, 0)
                      )
           END-EXEC

           .

      *----------------------------------------------------------------*
      * ADD-ITEM PROCEDURE - MERCHANDISING CREATES A CATALOG ITEM     *
      * WITHOUT A DBA. THE DEPARTMENT AND THE SUPPLIER MUST BOTH BE   *
      * KNOWN AND ACTIVE. THE ITEM IS BORN ACTIVE WITH NOTHING IN     *
      * STOCK OR ON ORDER, AND ITS COST OPENS THE ITEM'S              *
      * PRICE_HISTORY.                                                *
      *----------------------------------------------------------------*
       ADD-ITEM.
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           MOVE 0 TO CA-RETURN-CODE

           IF CA-ITM-DESCRIPTION = SPACES OR CA-ITM-COST = SPACES
              MOVE 99 TO CA-RETURN-CODE
              MOVE 'DESCRIPTION AND COST REQUIRED'
                TO CA-RESPONSE-MESSAGE
           ELSE
              PERFORM CHECK-ITEM-DEPARTMENT
           END-IF
           IF CA-RETURN-CODE = 0
              PERFORM CHECK-ITEM-SUPPLIER
           END-IF
           IF CA-RETURN-CODE = 0
              PERFORM ADD-ITEM-INSERT
           END-IF
           .

       ADD-ITEM-INSERT.
           MOVE CA-ITM-DESCRIPTION TO W-DESCRIPTION
           MOVE CA-ITM-COST        TO W-COST

           EXEC SQL INSERT INTO CATALOG (
                      item_ref,
                      description,
                      department,
                      cost,
                      in_stock,
                      on_order,
                      supplier_ref,
                      item_status
                          )
                VALUES (
                      :CA-ITM-ITEM-REF,
                      :W-DESCRIPTION,
                      :CA-ITM-DEPARTMENT,
                      :W-COST,
                      0,
                      0,
                      :CA-ITM-SUPPLIER,
                      'A'
                      )
           END-EXEC

           EVALUATE SQLCODE
           WHEN 0
                PERFORM OPEN-PRICE-HISTORY
                IF CA-RETURN-CODE = 0
                   SET CA-ITEM-ACTIVE TO TRUE
                   MOVE 'ITEM ADDED' TO CA-RESPONSE-MESSAGE
                END-IF
           WHEN -803
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'ITEM ALREADY EXISTS' TO CA-RESPONSE-MESSAGE
           WHEN OTHER
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'ITEM ADD FAILED' TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CHANGE-ITEM PROCEDURE - AMENDS THE DESCRIPTION, DEPARTMENT    *
      * AND/OR SUPPLIER OF AN ITEM. A BLANK DESCRIPTION OR A ZERO     *
      * DEPARTMENT / SUPPLIER KEEPS THE VALUE ON FILE ; A NEW         *
      * DEPARTMENT OR SUPPLIER MUST BE KNOWN AND ACTIVE. AN ITEM      *
      * STILL WITHOUT PRICE HISTORY (LOADED BY HAND BEFORE ITMADD)    *
      * GETS ITS FIRST PRICE_HISTORY ROW HERE ; LATER PRICE CHANGES   *
      * GO THROUGH PRICHG.                                            *
      *----------------------------------------------------------------*
       CHANGE-ITEM.
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           MOVE 0 TO CA-RETURN-CODE

           EXEC SQL SELECT description,
                           department,
                           cost,
                           COALESCE(supplier_ref, 0),
                           COALESCE(item_status, 'A')
                INTO :W-DESCRIPTION,
                     :W-DEPARTMENT,
                     :W-COST,
                     :W-SUPPLIER-REF,
                     :W-ITEM-STATUS
                FROM CATALOG
               WHERE item_ref = :CA-ITM-ITEM-REF
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = +100
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
           WHEN SQLCODE NOT = 0
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'ITEM CHANGE FAILED' TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           WHEN ITEM-WITHDRAWN
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'ITEM WITHDRAWN FROM SALE' TO CA-RESPONSE-MESSAGE
           WHEN OTHER
                IF CA-ITM-DEPARTMENT NOT = 0
                   PERFORM CHECK-ITEM-DEPARTMENT
                END-IF
                IF CA-RETURN-CODE = 0 AND CA-ITM-SUPPLIER NOT = 0
                   PERFORM CHECK-ITEM-SUPPLIER
                END-IF
                IF CA-RETURN-CODE = 0
                   PERFORM CHANGE-ITEM-UPDATE
                END-IF
           END-EVALUATE
           .

       CHANGE-ITEM-UPDATE.
           IF CA-ITM-DESCRIPTION NOT = SPACES
              MOVE CA-ITM-DESCRIPTION TO W-DESCRIPTION
           END-IF
           IF CA-ITM-DEPARTMENT NOT = 0
              MOVE CA-ITM-DEPARTMENT TO W-DEPARTMENT
           END-IF
           IF CA-ITM-SUPPLIER NOT = 0
              MOVE CA-ITM-SUPPLIER TO W-SUPPLIER-REF
           END-IF

      *    UN ARTICLE SANS FOURNISSEUR LE RESTE (NULL) TANT QU'AUCUN
      *    N'EST DONNE - LE REAPPROVISIONNEMENT LE SIGNALE EN EXCEPTION
           EXEC SQL UPDATE CATALOG
                SET description  = :W-DESCRIPTION,
                    department   = :W-DEPARTMENT,
                    supplier_ref = NULLIF(:W-SUPPLIER-REF, 0)
              WHERE item_ref = :CA-ITM-ITEM-REF
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 99 TO CA-RETURN-CODE
              MOVE 'ITEM CHANGE FAILED' TO CA-RESPONSE-MESSAGE
              DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
              PERFORM DISPLAY-SQL-CODE
           ELSE
              MOVE 0 TO W-NB-PRICE
              EXEC SQL SELECT COUNT(*)
                   INTO :W-NB-PRICE
                   FROM PRICE_HISTORY
                  WHERE item_ref = :CA-ITM-ITEM-REF
              END-EXEC
              IF SQLCODE = 0 AND W-NB-PRICE = 0
      *          PREMIER PRIX : CELUI DONNE, SINON LE COST DU CATALOGUE
                 IF CA-ITM-COST NOT = SPACES
                    MOVE CA-ITM-COST TO W-COST
                 END-IF
                 PERFORM OPEN-PRICE-HISTORY
              END-IF
              IF CA-RETURN-CODE = 0
                 SET CA-ITEM-ACTIVE TO TRUE
                 MOVE 'ITEM CHANGED' TO CA-RESPONSE-MESSAGE
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * OPEN-PRICE-HISTORY PROCEDURE - WRITES THE ITEM'S FIRST        *
      * PRICE_HISTORY ROW WITH W-COST, EFFECTIVE AT                   *
      * CA-ITM-EFFECTIVE-DATE (BLANK = TODAY). ON FAILURE THE WHOLE   *
      * UNIT OF WORK IS ROLLED BACK SO NO ITEM IS LEFT UNPRICED.      *
      *----------------------------------------------------------------*
       OPEN-PRICE-HISTORY.
           EXEC SQL INSERT INTO PRICE_HISTORY (
                      item_ref,
                      cost,
                      effective_date
                          )
                VALUES (
                      :CA-ITM-ITEM-REF,
                      :W-COST,
                      CASE WHEN :CA-ITM-EFFECTIVE-DATE = ' '
                           THEN CURRENT DATE
                           ELSE DATE(:CA-ITM-EFFECTIVE-DATE)
                      END
                      )
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 99 TO CA-RETURN-CODE
              MOVE 'PRICE HISTORY OPEN FAILED - NOTHING UPDATED'
                TO CA-RESPONSE-MESSAGE
              DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
              PERFORM DISPLAY-SQL-CODE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      * WITHDRAW-ITEM PROCEDURE - TAKES AN ITEM OFF SALE. THE ROW     *
      * STAYS (ITEM_STATUS 'W' AND WITHDRAWN_DATE) SO THE REPORTS     *
      * STILL SEE ITS HISTORY, BUT INQCAT AND THE WEB-SHOP FEED NO    *
      * LONGER OFFER IT. REFUSED WHILE A PENDING RESERVATION OR A     *
      * WAITING BACKORDER STILL COUNTS ON THE ITEM - THE TEST SITS IN *
      * THE UPDATE ITSELF SO A CONCURRENT RESERV CANNOT SLIP IN       *
      * BETWEEN.                                                      *
      *----------------------------------------------------------------*
       WITHDRAW-ITEM.
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           MOVE 0 TO CA-RETURN-CODE

           EXEC SQL SELECT COALESCE(item_status, 'A')
                INTO :W-ITEM-STATUS
                FROM CATALOG
               WHERE item_ref = :CA-ITM-ITEM-REF
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = +100
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
           WHEN SQLCODE NOT = 0
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'ITEM WITHDRAW FAILED' TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           WHEN ITEM-WITHDRAWN
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'ITEM ALREADY WITHDRAWN' TO CA-RESPONSE-MESSAGE
           WHEN OTHER
                EXEC SQL UPDATE CATALOG
                     SET item_status    = 'W',
                         withdrawn_date = CURRENT DATE
                   WHERE item_ref = :CA-ITM-ITEM-REF
                     AND NOT EXISTS
                         (SELECT 1
                            FROM RESERVATIONS R
                           WHERE R.item_ref = CATALOG.item_ref
                             AND R.status = 'R')
                     AND NOT EXISTS
                         (SELECT 1
                            FROM BACKORDERS B
                           WHERE B.item_ref = CATALOG.item_ref
                             AND B.status = 'W')
                END-EXEC

                EVALUATE SQLCODE
                WHEN 0
                     SET CA-ITEM-WITHDRAWN TO TRUE
                     MOVE 'ITEM WITHDRAWN' TO CA-RESPONSE-MESSAGE
                WHEN +100
                     MOVE 99 TO CA-RETURN-CODE
                     MOVE 'OPEN RESERVATIONS/BACKORDERS - NOT WITHDRAWN'
                       TO CA-RESPONSE-MESSAGE
                WHEN OTHER
                     MOVE 99 TO CA-RETURN-CODE
                     MOVE 'ITEM WITHDRAW FAILED' TO CA-RESPONSE-MESSAGE
                     DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                     PERFORM DISPLAY-SQL-CODE
                END-EVALUATE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CHECK-ITEM-DEPARTMENT / CHECK-ITEM-SUPPLIER PROCEDURES - THE  *
      * DEPARTMENT AND SUPPLIER OF AN ITEM MUST BE KNOWN AND ACTIVE   *
      * IN THEIR REFERENCE TABLE. CA-RETURN-CODE IS SET TO 99 WHEN    *
      * NOT.                                                          *
      *----------------------------------------------------------------*
       CHECK-ITEM-DEPARTMENT.
           MOVE 0 TO W-NB-DEPT
           EXEC SQL SELECT COUNT(*)
                INTO :W-NB-DEPT
                FROM DEPARTMENTS
               WHERE department = :CA-ITM-DEPARTMENT
                 AND active = 'Y'
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE NOT = 0
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'ITEM UPDATE FAILED' TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           WHEN W-NB-DEPT = 0
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'UNKNOWN DEPARTMENT' TO CA-RESPONSE-MESSAGE
           END-EVALUATE
           .

       CHECK-ITEM-SUPPLIER.
           MOVE 0 TO W-NB-SUP
           EXEC SQL SELECT COUNT(*)
                INTO :W-NB-SUP
                FROM SUPPLIERS
               WHERE supplier_ref = :CA-ITM-SUPPLIER
                 AND active = 'Y'
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE NOT = 0
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'ITEM UPDATE FAILED' TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           WHEN W-NB-SUP = 0
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'UNKNOWN SUPPLIER' TO CA-RESPONSE-MESSAGE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CHECK-BUDGET PROCEDURE - VALUES THE LINES ABOUT TO BE          *
      * CONFIRMED AT TODAY'S PRICE (THE PRICE THE CHGBCK00 MONTH-END   *
      * CHARGEBACK WILL USE) AND SETS IT AGAINST THE BUDGET OF THE     *
      * CHARGE DEPARTMENT FOR THE PERIOD IN FORCE :                    *
      *   - OVER WHAT REMAINS         -> REFUSED (BUDGET-REFUSE)       *
      *   - INTO THE WARNING MARGIN   -> LET THROUGH, FLAGGED          *
      *   - NO BUDGET FOR THE PERIOD  -> LET THROUGH UNCHECKED         *
      * A BASKET IS CHARGED TO ONE DEPARTMENT (CA-BSK-CHARGE-DEPT).    *
      *----------------------------------------------------------------*
       CHECK-BUDGET.
           SET BUDGET-OK TO TRUE
           MOVE 'N' TO W-BUD-WARN-FLAG
           MOVE 0 TO W-BUD-DEPT
           MOVE 0 TO W-BUD-ORDER-AMT

           EXEC SQL SELECT COALESCE(MIN(R.charge_dept), 0),
                           COALESCE(SUM(DECIMAL(COALESCE(
                                (SELECT PH.cost
                                   FROM PRICE_HISTORY PH
                                  WHERE PH.item_ref = R.item_ref
                                    AND PH.effective_date
                                        <= CURRENT DATE
                                  ORDER BY PH.effective_date DESC
                                  FETCH FIRST 1 ROW ONLY), C.cost),
                                7, 2) * R.quantity_req), 0)
                INTO :W-BUD-DEPT,
                     :W-BUD-ORDER-AMT
                FROM RESERVATIONS R,
                     CATALOG C
               WHERE (R.reservation_ref = :CA-RESERVATION-REF
                      OR R.basket_ref = :CA-RESERVATION-REF)
                 AND R.status = 'R'
                 AND C.item_ref = R.item_ref
           END-EXEC

           IF SQLCODE NOT = 0
              SET BUDGET-REFUSE TO TRUE
              MOVE 99 TO CA-RETURN-CODE
              MOVE 'CONFIRM FAILED' TO CA-RESPONSE-MESSAGE
              DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
              PERFORM DISPLAY-SQL-CODE
           ELSE
              EXEC SQL SELECT budget_amount,
                              warn_pct,
                              CHAR(period_start, ISO),
                              CHAR(period_end, ISO)
                   INTO :W-BUD-AMOUNT,
                        :W-BUD-WARN-PCT,
                        :W-BUD-START,
                        :W-BUD-END
                   FROM DEPT_BUDGETS
                  WHERE charge_dept = :W-BUD-DEPT
                    AND CURRENT DATE BETWEEN period_start
                                         AND period_end
              END-EXEC
              EVALUATE SQLCODE
              WHEN 0
                   PERFORM COMPUTE-BUDGET-COMMITTED
                   IF NOT BUDGET-REFUSE
                      PERFORM CHECK-BUDGET-LIMITS
                   END-IF
              WHEN +100
                   CONTINUE
              WHEN OTHER
                   SET BUDGET-REFUSE TO TRUE
                   MOVE 99 TO CA-RETURN-CODE
                   MOVE 'CONFIRM FAILED' TO CA-RESPONSE-MESSAGE
                   DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                   PERFORM DISPLAY-SQL-CODE
              END-EVALUATE
           END-IF
           .

       CHECK-BUDGET-LIMITS.
           COMPUTE W-BUD-REMAINING = W-BUD-AMOUNT - W-BUD-COMMITTED

           IF W-BUD-ORDER-AMT > W-BUD-REMAINING
              SET BUDGET-REFUSE TO TRUE
              MOVE 99 TO CA-RETURN-CODE
              MOVE W-BUD-ORDER-AMT TO W-BUD-ORDER-ED
              MOVE W-BUD-REMAINING TO W-BUD-REMAINING-ED
              MOVE SPACES TO CA-RESPONSE-MESSAGE
              STRING 'OVER BUDGET DEPT ' W-BUD-DEPT
                     ' ORDER ' W-BUD-ORDER-ED
                     ' REMAINING ' W-BUD-REMAINING-ED
                     DELIMITED BY SIZE
                INTO CA-RESPONSE-MESSAGE
           ELSE
      *       MARGE D'ALERTE : LES DERNIERS WARN_PCT % DU BUDGET
              IF (W-BUD-COMMITTED + W-BUD-ORDER-AMT) * 100 >
                 W-BUD-AMOUNT * (100 - W-BUD-WARN-PCT)
                 SET BUDGET-ALERTE TO TRUE
                 MOVE 'Y' TO W-BUD-WARN-FLAG
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * COMPUTE-BUDGET-COMMITTED PROCEDURE - AMOUNT ALREADY COMMITTED  *
      * BY W-BUD-DEPT OVER W-BUD-START / W-BUD-END : EVERY LINE        *
      * CONFIRMED IN THE PERIOD ('C', OR 'S' ONCE SHIPPED) AT THE      *
      * PRICE IN FORCE ON ITS CONFIRMATION DATE - THE SAME SELECTION   *
      * AND PRICING AS THE CHGBCK00 MONTH-END CHARGEBACK - LESS THE    *
      * RETURNS BOOKED IN THE PERIOD, CREDITED AT THEIR RETURNS PRICE. *
      *----------------------------------------------------------------*
       COMPUTE-BUDGET-COMMITTED.
           MOVE 0 TO W-BUD-COMMITTED
           EXEC SQL SELECT COALESCE(SUM(DECIMAL(COALESCE(
                                (SELECT PH.cost
                                   FROM PRICE_HISTORY PH
                                  WHERE PH.item_ref = V.item_ref
                                    AND PH.effective_date
                                        <= V.confirm_date
                                  ORDER BY PH.effective_date DESC
                                  FETCH FIRST 1 ROW ONLY), C.cost),
                                7, 2) * V.quantity_req), 0)
                INTO :W-BUD-COMMITTED
                FROM (SELECT R.item_ref,
                             R.quantity_req,
                             DATE(COALESCE(R.confirmed_ts,
                                  (SELECT MIN(Q.confirm_ts)
                                     FROM DISPATCH_QUEUE Q
                                    WHERE Q.reservation_ref =
                                          R.reservation_ref),
                                  R.reserved_ts)) AS confirm_date
                        FROM RESERVATIONS R
                       WHERE R.status IN ('C', 'S')
                         AND R.charge_dept = :W-BUD-DEPT) AS V,
                     CATALOG C
               WHERE C.item_ref = V.item_ref
                 AND V.confirm_date BETWEEN DATE(:W-BUD-START)
                                        AND DATE(:W-BUD-END)
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL SELECT COALESCE(SUM(T.unit_price * T.quantity),
                                       0)
                   INTO :W-BUD-CREDITS
                   FROM RETURNS T
                  WHERE T.charge_dept = :W-BUD-DEPT
                    AND DATE(T.return_ts) BETWEEN DATE(:W-BUD-START)
                                              AND DATE(:W-BUD-END)
              END-EXEC
              SUBTRACT W-BUD-CREDITS FROM W-BUD-COMMITTED
           END-IF

           IF SQLCODE NOT = 0
              SET BUDGET-REFUSE TO TRUE
              MOVE 99 TO CA-RETURN-CODE
              MOVE 'BUDGET CHECK FAILED' TO CA-RESPONSE-MESSAGE
              DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
              PERFORM DISPLAY-SQL-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * SET-BUDGET PROCEDURE - FINANCE SETS THE BUDGET OF A CHARGE     *
      * DEPARTMENT FOR A FISCAL PERIOD WITHOUT A DBA. THE DEPARTMENT   *
      * MUST BE KNOWN AND ACTIVE ; A PERIOD STARTING ON THE SAME DATE  *
      * IS REPLACED, ONE OVERLAPPING ANOTHER PERIOD IS REFUSED. THE    *
      * COMMITTED AND REMAINING AMOUNTS ARE RETURNED.                  *
      *----------------------------------------------------------------*
       SET-BUDGET.
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           MOVE 0 TO CA-RETURN-CODE
           SET BUDGET-OK TO TRUE
           MOVE 0 TO CA-BUD-COMMITTED
           MOVE 0 TO CA-BUD-REMAINING

           MOVE CA-BUD-CHARGE-DEPT  TO W-BUD-DEPT
           MOVE CA-BUD-PERIOD-START TO W-BUD-START
           MOVE CA-BUD-PERIOD-END   TO W-BUD-END
           MOVE CA-BUD-AMOUNT       TO W-BUD-AMOUNT
           IF CA-BUD-WARN-PCT = 0
              MOVE 10 TO W-BUD-WARN-PCT
           ELSE
              MOVE CA-BUD-WARN-PCT TO W-BUD-WARN-PCT
           END-IF

           MOVE 0 TO W-NB-DEPT
           EXEC SQL SELECT COUNT(*)
                INTO :W-NB-DEPT
                FROM DEPARTMENTS
               WHERE department = :W-BUD-DEPT
                 AND active = 'Y'
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE NOT = 0
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'BUDGET UPDATE FAILED' TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           WHEN W-NB-DEPT = 0
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'UNKNOWN DEPARTMENT' TO CA-RESPONSE-MESSAGE
           WHEN OTHER
      *         UNE DATE INVALIDE FAIT ECHOUER LE SELECT (SQLCODE
      *         NEGATIF)
                MOVE 0 TO W-NB-ANY
                EXEC SQL SELECT COUNT(*)
                     INTO :W-NB-ANY
                     FROM DEPT_BUDGETS
                    WHERE charge_dept = :W-BUD-DEPT
                      AND period_start <> DATE(:W-BUD-START)
                      AND period_start <= DATE(:W-BUD-END)
                      AND period_end >= DATE(:W-BUD-START)
                END-EXEC
                EVALUATE TRUE
                WHEN SQLCODE NOT = 0
                     MOVE 99 TO CA-RETURN-CODE
                     MOVE 'INVALID BUDGET PERIOD'
                       TO CA-RESPONSE-MESSAGE
                WHEN W-NB-ANY > 0
                     MOVE 99 TO CA-RETURN-CODE
                     MOVE 'BUDGET PERIOD OVERLAPS ANOTHER PERIOD'
                       TO CA-RESPONSE-MESSAGE
                WHEN OTHER
                     PERFORM SET-BUDGET-WRITE
                END-EVALUATE
           END-EVALUATE
           .

       SET-BUDGET-WRITE.
      *    UNE PERIODE A L'ENVERS EST REFUSEE
           EXEC SQL SELECT COUNT(*)
                INTO :W-NB-ANY
                FROM SYSIBM.SYSDUMMY1
               WHERE DATE(:W-BUD-START) <= DATE(:W-BUD-END)
           END-EXEC

           IF SQLCODE NOT = 0 OR W-NB-ANY = 0
              MOVE 99 TO CA-RETURN-CODE
              MOVE 'INVALID BUDGET PERIOD' TO CA-RESPONSE-MESSAGE
           ELSE
              EXEC SQL UPDATE DEPT_BUDGETS
                   SET period_end    = DATE(:W-BUD-END),
                       budget_amount = :W-BUD-AMOUNT,
                       warn_pct      = :W-BUD-WARN-PCT,
                       userid        = :CA-BUD-USERID,
                       updated_ts    = CURRENT TIMESTAMP
                 WHERE charge_dept  = :W-BUD-DEPT
                   AND period_start = DATE(:W-BUD-START)
              END-EXEC
              IF SQLCODE = +100
                 EXEC SQL INSERT INTO DEPT_BUDGETS (
                            charge_dept,
                            period_start,
                            period_end,
                            budget_amount,
                            warn_pct,
                            userid,
                            updated_ts
                                )
                      VALUES (
                            :W-BUD-DEPT,
                            DATE(:W-BUD-START),
                            DATE(:W-BUD-END),
                            :W-BUD-AMOUNT,
                            :W-BUD-WARN-PCT,
                            :CA-BUD-USERID,
                            CURRENT TIMESTAMP
                            )
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE 99 TO CA-RETURN-CODE
                 MOVE 'BUDGET UPDATE FAILED' TO CA-RESPONSE-MESSAGE
                 DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                 PERFORM DISPLAY-SQL-CODE
              ELSE
                 PERFORM COMPUTE-BUDGET-COMMITTED
                 IF NOT BUDGET-REFUSE
                    MOVE W-BUD-COMMITTED TO CA-BUD-COMMITTED
                    COMPUTE CA-BUD-REMAINING =
                            W-BUD-AMOUNT - W-BUD-COMMITTED
                    MOVE 0 TO CA-RETURN-CODE
                    MOVE 'BUDGET RECORDED' TO CA-RESPONSE-MESSAGE
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * INQUIRE-RESERVATIONS PROCEDURE - LISTS RESERVATIONS FILTERED  *
      * BY CA-RES-USER-FILTER AND/OR CA-RES-STATUS-FILTER (BLANK =    *
      * NO FILTER ON THAT AXIS), UP TO 15 PER CALL, SO THE HELP DESK  *
      * CAN FIND AND RESOLVE A RESERVATION WHOSE REF THE CALLER LOST. *
      * THE NEUTRALISED-PREDICATE TRICK IS THE SAME AS INQCAT'S       *
      * DEPARTMENT FILTER.                                            *
      *----------------------------------------------------------------*
       INQUIRE-RESERVATIONS.
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           MOVE CA-RES-USER-FILTER   TO W-RES-USERID
           MOVE CA-RES-STATUS-FILTER TO W-RES-STATUS
           MOVE 0 TO CA-RES-COUNT

           EXEC SQL DECLARE INQRES-CSR CURSOR FOR
                SELECT reservation_ref,
                       item_ref,
                       quantity_req,
                       userid,
                       status,
                       CHAR(reserved_ts)
                  FROM RESERVATIONS
                 WHERE (:W-RES-USERID = ' '
                        OR userid = :W-RES-USERID)
                   AND (:W-RES-STATUS = ' '
                        OR status = :W-RES-STATUS)
                 ORDER BY reservation_ref
           END-EXEC

           EXEC SQL OPEN INQRES-CSR END-EXEC

           EVALUATE SQLCODE
           WHEN 0
                PERFORM FETCH-RESERVATION-ROW
                   WITH TEST BEFORE
                   UNTIL SQLCODE NOT = 0
                      OR CA-RES-COUNT = 15

                EXEC SQL CLOSE INQRES-CSR END-EXEC

                MOVE 0 TO CA-RETURN-CODE
                IF CA-RES-COUNT = 0
                   MOVE 'NO RESERVATIONS FOUND'
                     TO CA-RESPONSE-MESSAGE
                ELSE
                   MOVE 'RESERVATIONS RETURNED'
                     TO CA-RESPONSE-MESSAGE
                END-IF
           WHEN OTHER
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'INQUIRE FAILED' TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * FETCH-RESERVATION-ROW PROCEDURE - PERFORMED ONCE PER ROW      *
      *----------------------------------------------------------------*
       FETCH-RESERVATION-ROW.
           EXEC SQL FETCH INQRES-CSR
                INTO :W-RESERVATION-REF,
                     :W-RES-ITEM-REF,
                     :W-RES-QUANTITY,
                     :W-RES-USERID,
                     :W-RES-STATUS,
                     :W-RES-TS
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO CA-RES-COUNT
              MOVE W-RESERVATION-REF TO CA-RES-REF(CA-RES-COUNT)
              MOVE W-RES-ITEM-REF    TO CA-RES-ITEM-REF(CA-RES-COUNT)
              MOVE W-RES-QUANTITY    TO CA-RES-QUANTITY(CA-RES-COUNT)
              MOVE W-RES-USERID      TO CA-RES-USERID(CA-RES-COUNT)
              MOVE W-RES-STATUS      TO CA-RES-STATUS(CA-RES-COUNT)
              MOVE W-RES-TS          TO CA-RES-RESERVED-TS
                                        (CA-RES-COUNT)
           END-IF
           .

      *----------------------------------------------------------------*
      * RECEIPT-GOODS PROCEDURE - POSTS ARRIVING GOODS AGAINST        *
      * ON-ORDER : THE RECEIVED QUANTITY MOVES FROM ON-ORDER TO       *
      * IN-STOCK (THE MANUAL DBA TRANSFER UNTIL NOW), AND EACH        *
      * RECEIPT IS RECORDED IN THE RECEIPTS HISTORY FOR               *
      * RECONCILIATION AGAINST THE SUPPLIER DELIVERY NOTES. THE       *
      * REFERENCE IS MATCHED AGAINST THE OPEN PURCHASE ORDER LINES OF *
      * THE ITEM (OLDEST PROMISED FIRST) : A MATCHED LINE MAY BE      *
      * OVER-DELIVERED, AN UNMATCHED RECEIPT THAT EXCEEDS WHAT IS ON  *
      * ORDER IS REJECTED AS BEFORE. THE GOODS GO ON THE SHELVES OF   *
      * THE WAREHOUSE THE PO LINE DELIVERS TO, OR OF CA-RCPT-WAREHOUSE *
      * FOR A RECEIPT MATCHING NO LINE.                               *
      *----------------------------------------------------------------*
       RECEIPT-GOODS.
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           SET CA-RCPT-NO-PO-LINE TO TRUE

           EXEC SQL SELECT on_order
                INTO :W-RCPT-ON-ORDER
                FROM CATALOG
               WHERE item_ref = :CA-RCPT-ITEM-REF
           END-EXEC

           IF SQLCODE = 0
              PERFORM FIND-PO-LINE
           END-IF
           IF SQLCODE = 0
              PERFORM RECEIPT-WAREHOUSE
           END-IF

           EVALUATE SQLCODE
           WHEN 0
                EVALUATE TRUE
                WHEN W-NB-WH = 0
                     MOVE 99 TO CA-RETURN-CODE
                     MOVE 'UNKNOWN WAREHOUSE' TO CA-RESPONSE-MESSAGE
                WHEN CA-RCPT-QUANTITY > W-RCPT-ON-ORDER
                 AND NOT PO-LINE-FOUND
                     MOVE 99 TO CA-RETURN-CODE
                     MOVE 'RECEIPT EXCEEDS ON ORDER'
                       TO CA-RESPONSE-MESSAGE
                WHEN OTHER
                     PERFORM RECEIPT-APPLY
                END-EVALUATE
           WHEN +100
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
           WHEN OTHER
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'RECEIPT FAILED' TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * RECEIPT-APPLY PROCEDURE - MOVES THE QUANTITY AND WRITES THE   *
      * HISTORY ROW ONCE THE RECEIPT HAS BEEN VALIDATED. THE GUARD    *
      * ON ON-ORDER IN THE UPDATE PROTECTS AGAINST A CONCURRENT       *
      * RECEIPT OF THE SAME ITEM.                                     *
      *----------------------------------------------------------------*
       RECEIPT-APPLY.
           IF PO-LINE-FOUND
      *       LIGNE DE COMMANDE RAPPROCHEE : UNE SURLIVRAISON EST
      *       ACCEPTEE, ON-ORDER NE DESCEND PAS SOUS ZERO
              EXEC SQL UPDATE CATALOG
                   SET on_order = CASE WHEN on_order > :CA-RCPT-QUANTITY
                                       THEN on_order - :CA-RCPT-QUANTITY
                                       ELSE 0
                                  END,
                       in_stock = in_stock + :CA-RCPT-QUANTITY
                 WHERE item_ref = :CA-RCPT-ITEM-REF
              END-EXEC
           ELSE
              EXEC SQL UPDATE CATALOG
                   SET on_order = on_order - :CA-RCPT-QUANTITY,
                       in_stock = in_stock + :CA-RCPT-QUANTITY
                 WHERE item_ref = :CA-RCPT-ITEM-REF
                   AND on_order >= :CA-RCPT-QUANTITY
              END-EXEC
           END-IF

           EVALUATE SQLCODE
           WHEN 0
                           item_ref,
                           quantity,
                           receipt_date,
                           reference,
                           po_line_ref,
                           warehouse
                               )
                     VALUES (
                           :CA-RCPT-ITEM-REF,
                           :CA-RCPT-QUANTITY,
                           CURRENT DATE,
                           :CA-RCPT-REFERENCE,
                           NULLIF(:W-PO-LINE-REF, 0),
                           :W-WH-CODE
                           )
                END-EXEC
                IF SQLCODE = 0
                AND PO-LINE-FOUND
                   PERFORM RECEIPT-UPDATE-PO-LINE
                END-IF
                IF SQLCODE = 0
                   MOVE CA-RCPT-ITEM-REF TO W-WH-ITEM-REF
                   MOVE CA-RCPT-QUANTITY TO W-WH-QUANTITY
                   MOVE CA-RCPT-QUANTITY TO W-WH-ORDER-DOWN
                   PERFORM ADD-WAREHOUSE-STOCK
                END-IF
                IF SQLCODE = 0
      *            LE STOCK QUI ARRIVE SERT D'ABORD LES BACKORDERS
      *            LES PLUS ANCIENS - LE RESTE SEULEMENT DEMEURE EN
      *            IN-STOCK
                   MOVE CA-RCPT-ITEM-REF TO W-FILL-ITEM-REF
                   MOVE CA-RCPT-QUANTITY TO W-FILL-QUANTITY
                   MOVE W-WH-CODE TO W-FILL-WAREHOUSE
                   PERFORM FILL-BACKORDERS
                   MOVE 0 TO CA-RETURN-CODE
                   MOVE W-NB-BO-FILLED TO W-NB-BO-FILLED-ED
                   EVALUATE TRUE
                   WHEN CA-RCPT-PO-PARTIAL
                        MOVE ' (PO LINE PARTIAL)' TO W-PO-MSG
                   WHEN CA-RCPT-PO-COMPLETE
                        MOVE ' (PO LINE COMPLETE)' TO W-PO-MSG
                   WHEN CA-RCPT-PO-OVER
                        MOVE ' (PO OVER-DELIVERED)' TO W-PO-MSG
                   WHEN OTHER
                        MOVE ' (NO OPEN PO LINE)' TO W-PO-MSG
                   END-EVALUATE
                   MOVE SPACES TO CA-RESPONSE-MESSAGE
                   STRING 'GOODS RECEIPTED'
                          DELIMITED BY SIZE
                          W-PO-MSG
                          DELIMITED BY '  '
                          ' - '
                          W-NB-BO-FILLED-ED
                          ' BACKORDERS FILLED'
                          DELIMITED BY SIZE
                     INTO CA-RESPONSE-MESSAGE
                ELSE
                   MOVE 99 TO CA-RETURN-CODE
                   MOVE 'RECEIPT FAILED - NOTHING UPDATED'
                     TO CA-RESPONSE-MESSAGE
                   DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                   PERFORM DISPLAY-SQL-CODE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                END-IF
           WHEN +100
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'RECEIPT EXCEEDS ON ORDER'
                  TO CA-RESPONSE-MESSAGE
           WHEN OTHER
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'RECEIPT FAILED' TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * FIND-PO-LINE PROCEDURE - LOOKS FOR THE OPEN ('O') OR PARTLY   *
      * RECEIVED ('P') PURCHASE ORDER LINE OF THE ITEM UNDER THE      *
      * ORDER NUMBER GIVEN AS RECEIPT REFERENCE, OLDEST PROMISED      *
      * DATE FIRST - A LINE DELIVERING TO CA-RCPT-WAREHOUSE, WHEN ONE *
      * IS GIVEN, IS PREFERRED. NOT FINDING ONE IS NOT AN ERROR.      *
      *----------------------------------------------------------------*
       FIND-PO-LINE.
           MOVE 'N' TO W-PO-SW
           MOVE 0 TO W-PO-LINE-REF
           MOVE 0 TO W-PO-WAREHOUSE
           EXEC SQL SELECT po_line_ref,
                       quantity_ordered - quantity_received,
                       COALESCE(warehouse, 0)
                INTO :W-PO-LINE-REF,
                     :W-PO-OUTSTANDING,
                     :W-PO-WAREHOUSE
                FROM PO_LINES
               WHERE po_number = :CA-RCPT-REFERENCE
                 AND item_ref = :CA-RCPT-ITEM-REF
                 AND status IN ('O', 'P')
               ORDER BY CASE WHEN warehouse = :CA-RCPT-WAREHOUSE
                             THEN 0
                             ELSE 1
                        END,
                        promised_date, po_line_ref
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
           WHEN 0
                SET PO-LINE-FOUND TO TRUE
           WHEN +100
                MOVE 0 TO SQLCODE
           WHEN OTHER
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * RECEIPT-WAREHOUSE PROCEDURE - THE WAREHOUSE RECEIVING THE     *
      * GOODS : THAT OF THE MATCHED PO LINE, ELSE CA-RCPT-WAREHOUSE,  *
      * ELSE THE MAIN WAREHOUSE. IT IS RETURNED IN CA-RCPT-WAREHOUSE. *
      *----------------------------------------------------------------*
       RECEIPT-WAREHOUSE.
           EVALUATE TRUE
           WHEN PO-LINE-FOUND AND W-PO-WAREHOUSE NOT = 0
                MOVE W-PO-WAREHOUSE TO W-WH-CODE
           WHEN CA-RCPT-WAREHOUSE NOT = 0
                MOVE CA-RCPT-WAREHOUSE TO W-WH-CODE
           WHEN OTHER
                MOVE W-MAIN-WAREHOUSE TO W-WH-CODE
           END-EVALUATE
           MOVE W-WH-CODE TO CA-RCPT-WAREHOUSE

      *    UN ENTREPOT DESACTIVE RECOIT ENCORE LES LIVRAISONS QUI LUI
      *    ETAIENT DEJA COMMANDEES : SEULE SON EXISTENCE EST VERIFIEE
           MOVE 0 TO W-NB-WH
           EXEC SQL SELECT COUNT(*)
                INTO :W-NB-WH
                FROM WAREHOUSES
               WHERE warehouse = :W-WH-CODE
           END-EXEC
           .

      *----------------------------------------------------------------*
      * RECEIPT-UPDATE-PO-LINE PROCEDURE - ADDS THE RECEIVED QUANTITY *
      * TO THE MATCHED LINE : STILL SHORT = PARTIAL 'P', EXACT =      *
      * COMPLETE 'C', MORE THAN ORDERED = OVER-DELIVERED 'V'. THE     *
      * COMPLETION DATE FEEDS THE SUPPLIER SCORECARD (POSCOR00).      *
      *----------------------------------------------------------------*
       RECEIPT-UPDATE-PO-LINE.
           EVALUATE TRUE
           WHEN CA-RCPT-QUANTITY < W-PO-OUTSTANDING
                SET CA-RCPT-PO-PARTIAL TO TRUE
           WHEN CA-RCPT-QUANTITY = W-PO-OUTSTANDING
                SET CA-RCPT-PO-COMPLETE TO TRUE
           WHEN OTHER
                SET CA-RCPT-PO-OVER TO TRUE
           END-EVALUATE

           EXEC SQL UPDATE PO_LINES
                SET quantity_received = quantity_received
                                      + :CA-RCPT-QUANTITY,
                    status = :CA-RCPT-PO-STATUS,
                    last_receipt_date = CURRENT DATE,
                    completed_date = CASE WHEN :CA-RCPT-PO-STATUS = 'P'
                                          THEN NULL
                                          ELSE CURRENT DATE
                                     END
              WHERE po_line_ref = :W-PO-LINE-REF
           END-EXEC
           .

      *----------------------------------------------------------------*
      * ADJUST-STOCK PROCEDURE - APPLIES A PHYSICAL STOCK-TAKE COUNT : *
      * THE BOOK IN-STOCK IS REPLACED BY THE COUNTED QUANTITY AND THE  *
      * BEFORE/AFTER PAIR IS RECORDED IN STOCK_ADJUSTMENTS WITH THE    *
      * REASON CODE AND THE COUNTING USER, SO SLSRPT00'S COVER-IN-     *
      * WEEKS FIGURES STOP BEING CONFUSED BY UNTRACEABLE DBA FIXES.    *
      * THE COUNT IS THAT OF ONE WAREHOUSE (CA-ADJ-WAREHOUSE) : IT     *
      * REPLACES THAT WAREHOUSE'S SHELF STOCK AND THE COMPANY TOTAL ON *
      * CATALOG MOVES BY THE SAME DIFFERENCE. ANY FAILURE ROLLS THE    *
      * WHOLE UNIT OF WORK BACK.                                       *
      *----------------------------------------------------------------*
       ADJUST-STOCK.
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           MOVE 0 TO CA-RETURN-CODE

           IF CA-ADJ-WAREHOUSE = 0
              MOVE W-MAIN-WAREHOUSE TO CA-ADJ-WAREHOUSE
           END-IF
           MOVE CA-ADJ-WAREHOUSE TO W-WH-CODE
           PERFORM CHECK-WAREHOUSE
           IF CA-RETURN-CODE = 0
              PERFORM ADJUST-STOCK-WAREHOUSE
           END-IF
           .

       ADJUST-STOCK-WAREHOUSE.
           EXEC SQL SELECT C.in_stock,
                       COALESCE((SELECT S.in_stock
                            FROM ITEM_STOCK S
                           WHERE S.item_ref = C.item_ref
                             AND S.warehouse = :W-WH-CODE), 0)
                INTO :W-IN-STOCK,
                     :W-WH-BOOK
                FROM CATALOG C
               WHERE C.item_ref = :CA-ADJ-ITEM-REF
           END-EXEC

           EVALUATE SQLCODE
           WHEN 0
      *         LE TOTAL SOCIETE BOUGE DE L'ECART CONSTATE SUR CET
      *         ENTREPOT, LES AUTRES ENTREPOTS ET LE TRANSIT RESTENT
                EXEC SQL UPDATE CATALOG
                     SET in_stock = in_stock - :W-WH-BOOK
                                  + :CA-ADJ-COUNTED-QTY
                   WHERE item_ref = :CA-ADJ-ITEM-REF
                END-EXEC
                IF SQLCODE = 0
                   PERFORM SET-WAREHOUSE-STOCK
                END-IF
                IF SQLCODE = 0
                   EXEC SQL INSERT INTO STOCK_ADJUSTMENTS (
                              item_ref,
                              warehouse,
                              book_qty,
                              counted_qty,
                              reason_code,
                              userid,
                              adjust_ts
                                  )
                        VALUES (
                              :CA-ADJ-ITEM-REF,
                              :W-WH-CODE,
                              :W-WH-BOOK,
                              :CA-ADJ-COUNTED-QTY,
                              :CA-ADJ-REASON,
                              :CA-ADJ-USERID,
                              CURRENT TIMESTAMP
                              )
                   END-EXEC
                END-IF
                IF SQLCODE = 0
                   MOVE 0 TO CA-RETURN-CODE
                   MOVE 'STOCK ADJUSTED' TO CA-RESPONSE-MESSAGE
                ELSE
                   MOVE 99 TO CA-RETURN-CODE
                   MOVE 'ADJUSTMENT FAILED - NOTHING UPDATED'
                     TO CA-RESPONSE-MESSAGE
                   DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                   PERFORM DISPLAY-SQL-CODE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                END-IF
           WHEN +100
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'ITEM NOT FOUND' TO CA-RESPONSE-MESSAGE
           WHEN OTHER
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'ADJUSTMENT FAILED' TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * RETURN-GOODS PROCEDURE - BOOKS GOODS COMING BACK AGAINST A    *
      * CONFIRMED RESERVATION ('C', OR 'S' ONCE PICKED BY DSPNOT00),  *
      * INSTEAD OF A STKADJ THAT LOSES THE LINK TO THE ORDER. THE     *
      * RETURNED QUANTITY MAY NOT EXCEED WHAT WAS ORDERED LESS WHAT   *
      * HAS ALREADY COME BACK. THE RETURN IS VALUED AT THE PRICE THE  *
      * LINE WAS CHARGED AT BY CHGBCK00 (PRICE IN FORCE ON ITS        *
      * CONFIRMATION DATE) SO THE CREDIT MATCHES THE CHARGE.          *
      *----------------------------------------------------------------*
       RETURN-GOODS.
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           MOVE 0 TO CA-RTN-REF
           MOVE 0 TO CA-RTN-CREDIT

           EXEC SQL SELECT R.item_ref,
                       R.quantity_req,
                       COALESCE(R.returned_qty, 0),
                       R.status,
                       R.charge_dept,
                       DECIMAL(COALESCE((SELECT PH.cost
                            FROM PRICE_HISTORY PH
                           WHERE PH.item_ref = R.item_ref
                             AND PH.effective_date <=
                                 DATE(COALESCE(R.confirmed_ts,
                                      (SELECT MIN(Q.confirm_ts)
                                         FROM DISPATCH_QUEUE Q
                                        WHERE Q.reservation_ref =
                                              R.reservation_ref),
                                      R.reserved_ts))
                           ORDER BY PH.effective_date DESC
                           FETCH FIRST 1 ROW ONLY), C.cost), 7, 2)
                INTO :W-RES-ITEM-REF,
                     :W-RES-QUANTITY,
                     :W-RTN-RETURNED,
                     :W-RES-STATUS,
                     :W-RTN-CHARGE-DEPT,
                     :W-RTN-PRICE
                FROM RESERVATIONS R,
                     CATALOG C
               WHERE R.reservation_ref = :CA-RTN-RESERVATION-REF
                 AND C.item_ref = R.item_ref
           END-EXEC

           EVALUATE SQLCODE
           WHEN 0
                COMPUTE W-RTN-OPEN = W-RES-QUANTITY - W-RTN-RETURNED
                EVALUATE TRUE
                WHEN W-RES-STATUS NOT = 'C'
                 AND W-RES-STATUS NOT = 'S'
                     MOVE 99 TO CA-RETURN-CODE
                     MOVE 'RESERVATION NOT CONFIRMED'
                       TO CA-RESPONSE-MESSAGE
                WHEN CA-RTN-QUANTITY = 0
                  OR CA-RTN-QUANTITY > W-RTN-OPEN
                     MOVE 99 TO CA-RETURN-CODE
                     MOVE 'RETURN EXCEEDS QUANTITY NOT YET RETURNED'
                       TO CA-RESPONSE-MESSAGE
                WHEN OTHER
                     PERFORM RETURN-APPLY
                END-EVALUATE
           WHEN +100
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'RESERVATION NOT FOUND' TO CA-RESPONSE-MESSAGE
           WHEN OTHER
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'RETURN FAILED' TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * RETURN-APPLY PROCEDURE - ADDS THE QUANTITY TO RETURNED_QTY ON *
      * THE RESERVATION (THE GUARD IN THE UPDATE PROTECTS AGAINST A   *
      * CONCURRENT RETURN OF THE SAME LINE), PUTS IT BACK IN-STOCK    *
      * (ON THE SHELVES OF THE WAREHOUSE IT WAS MOSTLY TAKEN FROM),   *
      * WRITES THE RETURNS ROW FOR THE CHARGEBACK CREDIT AND LETS     *
      * FILL-BACKORDERS SERVE THE WAITING BACKORDERS FIRST. ANY       *
      * FAILURE ROLLS THE WHOLE UNIT OF WORK BACK.                    *
      *----------------------------------------------------------------*
       RETURN-APPLY.
           EXEC SQL UPDATE RESERVATIONS
                SET returned_qty = COALESCE(returned_qty, 0)
                                 + :CA-RTN-QUANTITY
              WHERE reservation_ref = :CA-RTN-RESERVATION-REF
                AND status IN ('C', 'S')
                AND COALESCE(returned_qty, 0) + :CA-RTN-QUANTITY
                    <= quantity_req
           END-EXEC

           EVALUATE SQLCODE
           WHEN 0
                EXEC SQL UPDATE CATALOG
                     SET in_stock = in_stock + :CA-RTN-QUANTITY
                   WHERE item_ref = :W-RES-ITEM-REF
                END-EXEC
                IF SQLCODE = 0
                   PERFORM RETURN-WAREHOUSE-STOCK
                END-IF
                IF SQLCODE = 0
                   EXEC SQL INSERT INTO RETURNS (
                              reservation_ref,
                              item_ref,
                              quantity,
                              reason_code,
                              userid,
                              charge_dept,
                              unit_price,
                              return_ts
                                  )
                        VALUES (
                              :CA-RTN-RESERVATION-REF,
                              :W-RES-ITEM-REF,
                              :CA-RTN-QUANTITY,
                              :CA-RTN-REASON,
                              :CA-RTN-USERID,
                              :W-RTN-CHARGE-DEPT,
                              :W-RTN-PRICE,
                              CURRENT TIMESTAMP
                              )
                   END-EXEC
                END-IF
                IF SQLCODE = 0
                   EXEC SQL
                        VALUES IDENTITY_VAL_LOCAL()
                        INTO :W-RETURN-REF
                   END-EXEC
                END-IF
                IF SQLCODE = 0
      *            LA QUANTITE RENTREE SERT D'ABORD LES BACKORDERS
      *            EN ATTENTE, COMME UNE RECEPTION FOURNISSEUR
                   MOVE W-RES-ITEM-REF  TO W-FILL-ITEM-REF
                   MOVE CA-RTN-QUANTITY TO W-FILL-QUANTITY
                   MOVE W-WH-CODE       TO W-FILL-WAREHOUSE
                   PERFORM FILL-BACKORDERS
                   MOVE W-RETURN-REF TO CA-RTN-REF
                   COMPUTE CA-RTN-CREDIT =
                           W-RTN-PRICE * CA-RTN-QUANTITY
                   MOVE 0 TO CA-RETURN-CODE
                   MOVE W-NB-BO-FILLED TO W-NB-BO-FILLED-ED
                   MOVE SPACES TO CA-RESPONSE-MESSAGE
                   STRING 'GOODS RETURNED - '
                          W-NB-BO-FILLED-ED
                          ' BACKORDERS FILLED'
                          DELIMITED BY SIZE
                     INTO CA-RESPONSE-MESSAGE
                ELSE
                   MOVE 99 TO CA-RETURN-CODE
                   MOVE 'RETURN FAILED - NOTHING UPDATED'
                     TO CA-RESPONSE-MESSAGE
                   DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                   PERFORM DISPLAY-SQL-CODE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                END-IF
           WHEN +100
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'RETURN EXCEEDS QUANTITY NOT YET RETURNED'
                  TO CA-RESPONSE-MESSAGE
           WHEN OTHER
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'RETURN FAILED' TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           END-EVALUATE

      *----------------------------------------------------------------*
      * FILL-BACKORDERS PROCEDURE - WALKS THE WAITING BACKORDERS OF   *
      * THE RECEIPTED OR RETURNED ITEM (W-FILL-ITEM-REF), OLDEST      *
      * FIRST, AND TURNS EACH ONE INTO A NORMAL PENDING RESERVATION   *
      * AS LONG AS THE QUANTITY BOOKED IN (W-FILL-QUANTITY) COVERS    *
      * IT. STRICT FIFO : THE FIRST BACKORDER TOO BIG FOR THE         *
      * REMAINDER STOPS THE FILL, SO A SMALL LATER REQUEST CANNOT     *
      * JUMP AN OLDER BIG ONE. THE STOCK IS TAKEN FROM THE WAREHOUSE  *
      * THE QUANTITY WAS BOOKED INTO (W-FILL-WAREHOUSE).              *
      *----------------------------------------------------------------*
       FILL-BACKORDERS.
           MOVE 0 TO W-NB-BO-FILLED
           MOVE W-FILL-QUANTITY TO W-RCPT-REMAIN
           MOVE 'N' TO W-BO-FIN-SW

           EXEC SQL DECLARE BOFILL-CSR CURSOR FOR
                       userid,
                       charge_dept
                  FROM BACKORDERS
                 WHERE item_ref = :W-FILL-ITEM-REF
                   AND status = 'W'
                 ORDER BY queued_ts
                   FOR UPDATE OF status
           WHEN W-BO-QUANTITY > W-RCPT-REMAIN
                SET FIN-BACKORDERS TO TRUE
           WHEN OTHER
      *         LE STOCK VIENT D'ETRE CREDITE PAR RECEIPT-APPLY,
      *         RETURN-APPLY OU LA RECEPTION D'UN TRANSFERT : ON LE
      *         REPREND POUR LA RESERVATION, SOUS LA MEME GARDE QUE
      *         RESERVE-TAKE-STOCK, SUR L'ENTREPOT QUI L'A RECU
                EXEC SQL UPDATE ITEM_STOCK
                     SET in_stock = in_stock - :W-BO-QUANTITY
                   WHERE item_ref = :W-FILL-ITEM-REF
                     AND warehouse = :W-FILL-WAREHOUSE
                     AND in_stock >= :W-BO-QUANTITY
                END-EXEC
                IF SQLCODE = 0
                   EXEC SQL UPDATE CATALOG
                        SET in_stock = in_stock - :W-BO-QUANTITY
                      WHERE item_ref = :W-FILL-ITEM-REF
                        AND in_stock >= :W-BO-QUANTITY
                   END-EXEC
                   IF SQLCODE NOT = 0
                      EXEC SQL UPDATE ITEM_STOCK
                           SET in_stock = in_stock + :W-BO-QUANTITY
                         WHERE item_ref = :W-FILL-ITEM-REF
                           AND warehouse = :W-FILL-WAREHOUSE
                      END-EXEC
                      MOVE 100 TO SQLCODE
                   END-IF
                END-IF
                IF SQLCODE = 0
                   MOVE 1 TO W-NB-PICKS
                   MOVE W-FILL-WAREHOUSE TO W-PICK-WH(1)
                   MOVE W-BO-QUANTITY TO W-PICK-QTY(1)
                   PERFORM FILL-WRITE-RESERVATION
                ELSE
                   SET FIN-BACKORDERS TO TRUE
                        FETCH FIRST 1 ROW ONLY), cost)
                INTO :W-EFF-COST
                FROM CATALOG
               WHERE item_ref = :W-FILL-ITEM-REF
           END-EXEC

           EXEC SQL INSERT INTO RESERVATIONS (
                      reserved_ts
                          )
                VALUES (
                      :W-FILL-ITEM-REF,
                      :W-BO-QUANTITY,
                      :W-BO-USERID,
                      :W-BO-CHARGE-DEPT,
                INTO :W-RESERVATION-REF
           END-EXEC

           IF SQLCODE = 0
              PERFORM WRITE-RESERVATION-PICKS
           END-IF

           IF SQLCODE = 0
              EXEC SQL UPDATE BACKORDERS
                   SET status = 'F',
           END-IF
           .

      *----------------------------------------------------------------*
      * TRANSFER-STOCK PROCEDURE - MOVES STOCK BETWEEN TWO WAREHOUSES  *
      * (REQUEST ID TRNSFR) : THE QUANTITY LEAVES THE SHELVES OF THE   *
      * SOURCE WAREHOUSE AND STAYS IN TRANSIT IN STOCK_TRANSFERS UNTIL *
      * TRNRCV BOOKS IT IN AT THE DESTINATION. CATALOG IS NOT TOUCHED  *
      * - GOODS IN TRANSIT REMAIN PART OF THE COMPANY IN-STOCK.        *
      *----------------------------------------------------------------*
       TRANSFER-STOCK.
           MOVE SPACES TO CA-RESPONSE-MESSAGE
           MOVE 0 TO CA-RETURN-CODE
           MOVE 0 TO CA-TRF-REF

           EVALUATE TRUE
           WHEN CA-TRF-QUANTITY = 0
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'INVALID TRANSFER QUANTITY' TO CA-RESPONSE-MESSAGE
           WHEN CA-TRF-FROM-WH = CA-TRF-TO-WH
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'SOURCE AND DESTINATION WAREHOUSE ARE THE SAME'
                  TO CA-RESPONSE-MESSAGE
           WHEN OTHER
                MOVE CA-TRF-FROM-WH TO W-WH-CODE
                PERFORM CHECK-WAREHOUSE
                IF CA-RETURN-CODE = 0
                   MOVE CA-TRF-TO-WH TO W-WH-CODE
                   PERFORM CHECK-WAREHOUSE
                END-IF
           END-EVALUATE
           IF CA-RETURN-CODE = 0
              PERFORM TRANSFER-SEND
           END-IF
           .

       TRANSFER-SEND.
      *    LA GARDE SUR IN_STOCK REFUSE UN TRANSFERT QUE L'ENTREPOT
      *    SOURCE NE PEUT PAS SERVIR, OU D'UN ARTICLE QU'IL N'A PAS
           EXEC SQL UPDATE ITEM_STOCK
                SET in_stock = in_stock - :CA-TRF-QUANTITY
              WHERE item_ref = :CA-TRF-ITEM-REF
                AND warehouse = :CA-TRF-FROM-WH
                AND in_stock >= :CA-TRF-QUANTITY
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL INSERT INTO STOCK_TRANSFERS (
                         item_ref,
                         quantity,
                         from_warehouse,
                         to_warehouse,
                         status,
                         sent_by,
                         sent_ts
                             )
                   VALUES (
                         :CA-TRF-ITEM-REF,
                         :CA-TRF-QUANTITY,
                         :CA-TRF-FROM-WH,
                         :CA-TRF-TO-WH,
                         'T',
                         :CA-TRF-USERID,
                         CURRENT TIMESTAMP
                         )
              END-EXEC
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                   VALUES IDENTITY_VAL_LOCAL()
                   INTO :W-TRANSFER-REF
              END-EXEC
           END-IF

           EVALUATE SQLCODE
           WHEN 0
                MOVE W-TRANSFER-REF TO CA-TRF-REF
                SET CA-TRF-IN-TRANSIT TO TRUE
                MOVE 0 TO CA-RETURN-CODE
                MOVE 'STOCK IN TRANSIT' TO CA-RESPONSE-MESSAGE
           WHEN +100
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'INSUFFICIENT STOCK IN SOURCE WAREHOUSE'
                  TO CA-RESPONSE-MESSAGE
           WHEN OTHER
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'TRANSFER FAILED - NOTHING UPDATED'
                  TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * RECEIVE-TRANSFER PROCEDURE - BOOKS A TRANSFER IN AT ITS        *
      * DESTINATION WAREHOUSE (REQUEST ID TRNRCV) : THE TRANSFER GOES  *
      * FROM IN TRANSIT 'T' TO RECEIVED 'R' AND THE QUANTITY ONTO THE  *
      * DESTINATION SHELVES, WHERE WAITING BACKORDERS ARE SERVED       *
      * FIRST AS ON RECEIP. THE GUARD ON THE STATUS PROTECTS AGAINST A *
      * TRANSFER RECEIVED TWICE.                                       *
      *----------------------------------------------------------------*
       RECEIVE-TRANSFER.
           MOVE SPACES TO CA-RESPONSE-MESSAGE

           EXEC SQL SELECT item_ref,
                           quantity,
                           to_warehouse,
                           status
                INTO :W-TRF-ITEM-REF,
                     :W-TRF-QUANTITY,
                     :W-TRF-TO-WH,
                     :W-TRF-STATUS
                FROM STOCK_TRANSFERS
               WHERE transfer_ref = :CA-TRF-REF
           END-EXEC

           EVALUATE SQLCODE
           WHEN 0
                IF W-TRF-STATUS NOT = 'T'
                   MOVE 99 TO CA-RETURN-CODE
                   MOVE 'TRANSFER ALREADY RECEIVED'
                     TO CA-RESPONSE-MESSAGE
                ELSE
                   PERFORM RECEIVE-TRANSFER-APPLY
                END-IF
           WHEN +100
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'TRANSFER NOT FOUND' TO CA-RESPONSE-MESSAGE
           WHEN OTHER
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'TRANSFER RECEIPT FAILED' TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           END-EVALUATE
           .

       RECEIVE-TRANSFER-APPLY.
           EXEC SQL UPDATE STOCK_TRANSFERS
                SET status = 'R',
                    received_by = :CA-TRF-USERID,
                    received_ts = CURRENT TIMESTAMP
              WHERE transfer_ref = :CA-TRF-REF
                AND status = 'T'
           END-EXEC

           IF SQLCODE = 0
              MOVE W-TRF-ITEM-REF TO W-WH-ITEM-REF
              MOVE W-TRF-TO-WH    TO W-WH-CODE
              MOVE W-TRF-QUANTITY TO W-WH-QUANTITY
              MOVE 0              TO W-WH-ORDER-DOWN
              PERFORM ADD-WAREHOUSE-STOCK
           END-IF

           EVALUATE SQLCODE
           WHEN 0
                MOVE W-TRF-ITEM-REF TO W-FILL-ITEM-REF
                MOVE W-TRF-QUANTITY TO W-FILL-QUANTITY
                MOVE W-TRF-TO-WH    TO W-FILL-WAREHOUSE
                PERFORM FILL-BACKORDERS
                MOVE W-TRF-ITEM-REF TO CA-TRF-ITEM-REF
                MOVE W-TRF-QUANTITY TO CA-TRF-QUANTITY
                MOVE W-TRF-TO-WH    TO CA-TRF-TO-WH
                SET CA-TRF-RECEIVED TO TRUE
                MOVE 0 TO CA-RETURN-CODE
                MOVE W-NB-BO-FILLED TO W-NB-BO-FILLED-ED
                MOVE SPACES TO CA-RESPONSE-MESSAGE
                STRING 'TRANSFER RECEIVED - '
                       W-NB-BO-FILLED-ED
                       ' BACKORDERS FILLED'
                       DELIMITED BY SIZE
                  INTO CA-RESPONSE-MESSAGE
           WHEN +100
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'TRANSFER ALREADY RECEIVED' TO CA-RESPONSE-MESSAGE
           WHEN OTHER
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'TRANSFER RECEIPT FAILED - NOTHING UPDATED'
                  TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CHECK-WAREHOUSE PROCEDURE - THE WAREHOUSE IN W-WH-CODE MUST BE *
      * KNOWN AND ACTIVE IN THE WAREHOUSES TABLE. CA-RETURN-CODE IS    *
      * SET TO 99 WHEN NOT.                                            *
      *----------------------------------------------------------------*
       CHECK-WAREHOUSE.
           MOVE 0 TO W-NB-WH
           EXEC SQL SELECT COUNT(*)
                INTO :W-NB-WH
                FROM WAREHOUSES
               WHERE warehouse = :W-WH-CODE
                 AND active = 'Y'
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE NOT = 0
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'WAREHOUSE CHECK FAILED' TO CA-RESPONSE-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           WHEN W-NB-WH = 0
                MOVE 99 TO CA-RETURN-CODE
                MOVE 'UNKNOWN WAREHOUSE' TO CA-RESPONSE-MESSAGE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * FIND-HOME-WAREHOUSE PROCEDURE - THE HOME WAREHOUSE OF THE      *
      * CHARGE DEPARTMENT IN W-WH-DEPT, WHERE ITS RESERVATIONS ARE     *
      * TAKEN FROM FIRST. A DEPARTMENT WITHOUT ONE, OR UNKNOWN, IS     *
      * SERVED FROM THE MAIN WAREHOUSE.                                *
      *----------------------------------------------------------------*
       FIND-HOME-WAREHOUSE.
           EXEC SQL SELECT COALESCE(home_warehouse, :W-MAIN-WAREHOUSE)
                INTO :W-WH-HOME
                FROM DEPARTMENTS
               WHERE department = :W-WH-DEPT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE W-MAIN-WAREHOUSE TO W-WH-HOME
           END-IF
           .

      *----------------------------------------------------------------*
      * TAKE-WAREHOUSE-STOCK PROCEDURE - TAKES W-WH-QUANTITY OF ITEM   *
      * W-WH-ITEM-REF OFF THE WAREHOUSE SHELVES : THE HOME WAREHOUSE   *
      * (W-WH-HOME) FIRST, THEN THE BEST STOCKED OTHER WAREHOUSES FOR  *
      * WHAT IT LACKS. EACH WAREHOUSE DRAWN ON IS KEPT IN W-PICKS FOR  *
      * WRITE-RESERVATION-PICKS. W-WH-REMAIN GIVES WHAT COULD NOT BE   *
      * TAKEN - THE CALLER THEN ROLLS BACK WHAT WAS.                   *
      *----------------------------------------------------------------*
       TAKE-WAREHOUSE-STOCK.
           MOVE 0 TO W-NB-PICKS
           MOVE W-WH-QUANTITY TO W-WH-REMAIN
           MOVE 'N' TO W-WH-FIN-SW

           EXEC SQL DECLARE WHTAKE-CSR CURSOR FOR
                SELECT warehouse,
                       in_stock
                  FROM ITEM_STOCK
                 WHERE item_ref = :W-WH-ITEM-REF
                   AND in_stock > 0
                 ORDER BY CASE WHEN warehouse = :W-WH-HOME
                               THEN 0
                               ELSE 1
                          END,
                          in_stock DESC,
                          warehouse
                   FOR FETCH ONLY
           END-EXEC

           EXEC SQL OPEN WHTAKE-CSR END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
              PERFORM DISPLAY-SQL-CODE
           ELSE
              PERFORM TAKE-ONE-WAREHOUSE
                 WITH TEST BEFORE
                 UNTIL FIN-WAREHOUSES
                    OR W-WH-REMAIN = 0
              EXEC SQL CLOSE WHTAKE-CSR END-EXEC
           END-IF
           .

       TAKE-ONE-WAREHOUSE.
           EXEC SQL FETCH WHTAKE-CSR
                INTO :W-WH-CODE,
                     :W-WH-STOCK
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE NOT = 0
                SET FIN-WAREHOUSES TO TRUE
                IF SQLCODE NOT = 100
                   DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                   PERFORM DISPLAY-SQL-CODE
                END-IF
           WHEN W-NB-PICKS = 10
                SET FIN-WAREHOUSES TO TRUE
           WHEN OTHER
                IF W-WH-STOCK < W-WH-REMAIN
                   MOVE W-WH-STOCK TO W-WH-TAKE
                ELSE
                   MOVE W-WH-REMAIN TO W-WH-TAKE
                END-IF
      *         UN PRELEVEMENT CONCURRENT A PU VIDER L'ENTREPOT DEPUIS
      *         LE FETCH : ON PASSE ALORS AU SUIVANT
                EXEC SQL UPDATE ITEM_STOCK
                     SET in_stock = in_stock - :W-WH-TAKE
                   WHERE item_ref = :W-WH-ITEM-REF
                     AND warehouse = :W-WH-CODE
                     AND in_stock >= :W-WH-TAKE
                END-EXEC
                EVALUATE SQLCODE
                WHEN 0
                     ADD 1 TO W-NB-PICKS
                     MOVE W-WH-CODE TO W-PICK-WH(W-NB-PICKS)
                     MOVE W-WH-TAKE TO W-PICK-QTY(W-NB-PICKS)
                     SUBTRACT W-WH-TAKE FROM W-WH-REMAIN
                WHEN +100
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                     PERFORM DISPLAY-SQL-CODE
                     SET FIN-WAREHOUSES TO TRUE
                END-EVALUATE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * WRITE-RESERVATION-PICKS PROCEDURE - RECORDS IN                 *
      * RESERVATION_PICKS THE WAREHOUSES RESERVATION W-RESERVATION-REF *
      * WAS TAKEN FROM (W-PICKS), FOR THE DSPNOT00 PICK LISTS AND FOR  *
      * PUTTING THE STOCK BACK WHERE IT CAME FROM.                     *
      *----------------------------------------------------------------*
       WRITE-RESERVATION-PICKS.
           PERFORM WRITE-ONE-PICK
              VARYING W-PICK-IDX FROM 1 BY 1
              UNTIL W-PICK-IDX > W-NB-PICKS
                 OR SQLCODE NOT = 0
           .

       WRITE-ONE-PICK.
           EXEC SQL INSERT INTO RESERVATION_PICKS (
                      reservation_ref,
                      warehouse,
                      quantity
                          )
                VALUES (
                      :W-RESERVATION-REF,
                      :W-PICK-WH(W-PICK-IDX),
                      :W-PICK-QTY(W-PICK-IDX)
                      )
           END-EXEC
           .

      *----------------------------------------------------------------*
      * RESTORE-WAREHOUSE-STOCK PROCEDURE - PUTS THE STOCK HELD BY A   *
      * RELEASED RESERVATION (W-RESERVATION-REF) BACK ON THE SHELVES   *
      * OF THE WAREHOUSES IT WAS TAKEN FROM. A RESERVATION TAKEN       *
      * BEFORE STOCK WAS HELD PER WAREHOUSE HAS NO PICKS AND GOES BACK *
      * TO THE MAIN WAREHOUSE.                                         *
      *----------------------------------------------------------------*
       RESTORE-WAREHOUSE-STOCK.
           MOVE 0 TO W-NB-WH
           EXEC SQL SELECT COUNT(*)
                INTO :W-NB-WH
                FROM RESERVATION_PICKS
               WHERE reservation_ref = :W-RESERVATION-REF
           END-EXEC

           IF SQLCODE = 0
              IF W-NB-WH > 0
                 EXEC SQL UPDATE ITEM_STOCK S
                      SET in_stock = in_stock +
                          (SELECT P.quantity
                             FROM RESERVATION_PICKS P
                            WHERE P.reservation_ref =
                                  :W-RESERVATION-REF
                              AND P.warehouse = S.warehouse)
                    WHERE S.item_ref = :W-RES-ITEM-REF
                      AND S.warehouse IN
                          (SELECT P.warehouse
                             FROM RESERVATION_PICKS P
                            WHERE P.reservation_ref =
                                  :W-RESERVATION-REF)
                 END-EXEC
              ELSE
                 MOVE W-RES-ITEM-REF   TO W-WH-ITEM-REF
                 MOVE W-MAIN-WAREHOUSE TO W-WH-CODE
                 MOVE W-RES-QUANTITY   TO W-WH-QUANTITY
                 MOVE 0                TO W-WH-ORDER-DOWN
                 PERFORM ADD-WAREHOUSE-STOCK
              END-IF
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
              PERFORM DISPLAY-SQL-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * RETURN-WAREHOUSE-STOCK PROCEDURE - RETURNED GOODS GO BACK TO   *
      * THE WAREHOUSE THE RESERVATION TOOK MOST OF ITS QUANTITY FROM   *
      * (THE MAIN WAREHOUSE FOR A RESERVATION WITHOUT PICKS). THE      *
      * WAREHOUSE IS LEFT IN W-WH-CODE FOR FILL-BACKORDERS.            *
      *----------------------------------------------------------------*
       RETURN-WAREHOUSE-STOCK.
           EXEC SQL SELECT warehouse
                INTO :W-WH-CODE
                FROM RESERVATION_PICKS
               WHERE reservation_ref = :CA-RTN-RESERVATION-REF
               ORDER BY quantity DESC, warehouse
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = +100
              MOVE W-MAIN-WAREHOUSE TO W-WH-CODE
              MOVE 0 TO SQLCODE
           END-IF
           IF SQLCODE = 0
              MOVE W-RES-ITEM-REF  TO W-WH-ITEM-REF
              MOVE CA-RTN-QUANTITY TO W-WH-QUANTITY
              MOVE 0               TO W-WH-ORDER-DOWN
              PERFORM ADD-WAREHOUSE-STOCK
           END-IF
           .

      *----------------------------------------------------------------*
      * ADD-WAREHOUSE-STOCK PROCEDURE - BOOKS W-WH-QUANTITY OF ITEM    *
      * W-WH-ITEM-REF ONTO THE SHELVES OF WAREHOUSE W-WH-CODE, WHOSE   *
      * ON-ORDER DROPS BY W-WH-ORDER-DOWN (NEVER UNDER ZERO). THE      *
      * FIRST STOCK OF AN ITEM IN A WAREHOUSE CREATES ITS ITEM_STOCK   *
      * ROW.                                                           *
      *----------------------------------------------------------------*
       ADD-WAREHOUSE-STOCK.
           EXEC SQL UPDATE ITEM_STOCK
                SET in_stock = in_stock + :W-WH-QUANTITY,
                    on_order = CASE WHEN on_order > :W-WH-ORDER-DOWN
                                    THEN on_order - :W-WH-ORDER-DOWN
                                    ELSE 0
                               END
              WHERE item_ref = :W-WH-ITEM-REF
                AND warehouse = :W-WH-CODE
           END-EXEC

           IF SQLCODE = +100
              EXEC SQL INSERT INTO ITEM_STOCK (
                         item_ref,
                         warehouse,
                         in_stock,
                         on_order
                             )
                   VALUES (
                         :W-WH-ITEM-REF,
                         :W-WH-CODE,
                         :W-WH-QUANTITY,
                         0
                         )
              END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      * SET-WAREHOUSE-STOCK PROCEDURE - THE STOCK-TAKE COUNT REPLACES  *
      * THE SHELF STOCK OF ITEM CA-ADJ-ITEM-REF IN WAREHOUSE           *
      * W-WH-CODE (ROW CREATED WHEN THE ITEM WAS NOT YET KNOWN THERE). *
      *----------------------------------------------------------------*
       SET-WAREHOUSE-STOCK.
           EXEC SQL UPDATE ITEM_STOCK
                SET in_stock = :CA-ADJ-COUNTED-QTY
              WHERE item_ref = :CA-ADJ-ITEM-REF
                AND warehouse = :W-WH-CODE
           END-EXEC

           IF SQLCODE = +100
              EXEC SQL INSERT INTO ITEM_STOCK (
                         item_ref,
                         warehouse,
                         in_stock,
                         on_order
                             )
                   VALUES (
                         :CA-ADJ-ITEM-REF,
                         :W-WH-CODE,
                         :CA-ADJ-COUNTED-QTY,
                         0
                         )
              END-EXEC
           END-IF
           .

      * Permet de récupérer plus d'informations sur l'erreur SQL
       DISPLAY-SQL-CODE.
           MOVE SQLCODE TO DISP-SQLCODE
