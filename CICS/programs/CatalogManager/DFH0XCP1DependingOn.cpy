      *                                       THE SUPPLIERS REFERENCE *
      *                                       TABLE AND THE ITEM      *
      *                                       SUPPLIER ASSIGNMENT     *
      *   $D6=                  2026/10/15 : CA-ITEM-REQUEST FOR THE  *
      *                                       ITEM MASTER MAINTENANCE *
      *                                       (ADD, CHANGE, WITHDRAW) *
      *   $D7=                  2026/10/15 : CA-BUDGET-REQUEST FOR THE*
      *                                       CHARGE DEPARTMENT       *
      *                                       BUDGETS, CA-BUDGET-FLAG *
      *                                       ON CA-ORDER-REQUEST     *
      *   $D8=                  2026/10/15 : CA-RETURN-REQUEST FOR    *
      *                                       GOODS RETURNED AGAINST A*
      *                                       CONFIRMED RESERVATION   *
      *   $D9=                  2026/10/15 : CA-SUP-LEAD-TIME ON THE  *
      *                                       SUPPLIER REQUEST        *
      *   $D10=                 2026/10/15 : CA-RCPT-REFERENCE CARRIES*
      *                                       THE PURCHASE ORDER      *
      *                                       NUMBER, ADD             *
      *                                       CA-RCPT-PO-STATUS       *
      *   $D11=                 2026/10/15 : STOCK PER WAREHOUSE :    *
      *                                       SPLIT AND IN-TRANSIT ON *
      *                                       THE INQUIRE ITEM LIST,  *
      *                                       WAREHOUSE ON RECEIPT,   *
      *                                       ADJUSTMENT AND          *
      *                                       DEPARTMENT REQUESTS,    *
      *                                       CA-TRANSFER-REQUEST     *
      *                                                               *
      *****************************************************************
      *    Catalogue COMMAREA structure
                   07 CA-COST              PIC X(6).
                   07 IN-STOCK             PIC 9(4).
                   07 ON-ORDER             PIC 9(3).
      *            IN-STOCK is the company total : the shelves of
      *            every warehouse plus the quantity in transit
      *            between two of them. The split is given for the
      *            two active warehouses, lowest warehouse code first
                   07 CA-WH-STOCK OCCURS 2 TIMES.
                       09 CA-WH-CODE       PIC 9(2).
                       09 CA-WH-IN-STOCK   PIC 9(4).
                   07 CA-IN-TRANSIT        PIC 9(4).
      *    Fields used to reserve, confirm or cancel an order
           03 CA-ORDER-REQUEST REDEFINES CA-INQUIRE-REQUEST.
               05 CA-USERID                PIC X(8).
      *        by RESERV, billed as-is by CONFRM whatever the price
      *        became afterwards
               05 CA-UNIT-PRICE            PIC X(6).
      *        Set by CONFRM when the order went through but leaves
      *        the charge department within the warning margin of
      *        its budget (an order taking it over budget is refused)
               05 CA-BUDGET-FLAG           PIC X(1).
                   88 CA-BUDGET-WITHIN                VALUE ' '.
                   88 CA-BUDGET-WARNING               VALUE 'W'.
      *    Fields used to post arriving goods against on-order
      *    (request id RECEIP) - the receipt reference is the
      *    purchase order number the supplier quotes on the delivery
      *    note (printed by DFH0XBR1 on CATPORD), kept in the receipts
      *    history for reconciliation and matched against the open
      *    PO_LINES of the item. A receipt matching no open line is
      *    still posted within ON-ORDER ; a matched line may be
      *    over-delivered. CA-RCPT-PO-STATUS is returned
           03 CA-RECEIPT-REQUEST REDEFINES CA-INQUIRE-REQUEST.
               05 CA-RCPT-ITEM-REF         PIC 9(4).
               05 CA-RCPT-QUANTITY         PIC 9(3).
               05 CA-RCPT-REFERENCE        PIC X(10).
               05 CA-RCPT-PO-STATUS        PIC X(1).
                   88 CA-RCPT-NO-PO-LINE              VALUE ' '.
                   88 CA-RCPT-PO-PARTIAL              VALUE 'P'.
                   88 CA-RCPT-PO-COMPLETE             VALUE 'C'.
                   88 CA-RCPT-PO-OVER                 VALUE 'V'.
      *        Warehouse the goods were delivered to (00 = the main
      *        warehouse). A matched PO line delivers to its own
      *        warehouse, which is returned here
               05 CA-RCPT-WAREHOUSE        PIC 9(2).
      *    Fields used to maintain the DEPARTMENTS reference table
      *    (request ids DEPADD / DEPOFF) so merchandising can add a
      *    department without a DBA
           03 CA-DEPT-REQUEST REDEFINES CA-INQUIRE-REQUEST.
               05 CA-DEPT-NUMBER           PIC 9(3).
               05 CA-DEPT-NEW-NAME         PIC X(20).
      *        Home warehouse the department's reservations are taken
      *        from first (00 = the main warehouse)
               05 CA-DEPT-HOME-WH          PIC 9(2).
      *    Fields used to maintain the SUPPLIERS reference table and
      *    the supplier carried on each CATALOG item (request ids
      *    SUPADD / SUPOFF / SUPASG) - the nightly replenishment
               05 CA-SUP-NUMBER            PIC 9(4).
               05 CA-SUP-NEW-NAME          PIC X(30).
               05 CA-SUP-ITEM-REF          PIC 9(4).
      *        Delivery lead time in days given on SUPADD (000 =
      *        unknown) - the weekly reorder point calculation uses
      *        it, with its own default when unknown
               05 CA-SUP-LEAD-TIME         PIC 9(3).
      *    Fields used to reserve a multi-line basket in one call
      *    (request id BASKET) - every line is reserved or none is,
      *    and CA-BSK-REF comes back as the single reference the
               05 CA-ADJ-COUNTED-QTY       PIC 9(4).
               05 CA-ADJ-REASON            PIC X(3).
               05 CA-ADJ-USERID            PIC X(8).
      *        Warehouse counted (00 = the main warehouse) - the
      *        count replaces that warehouse's stock only
               05 CA-ADJ-WAREHOUSE         PIC 9(2).
      *    Fields used to record a price change with its effective
      *    date (request id PRICHG) - the cost column on CATALOG is
      *    no longer overwritten in place
                   07 CA-RES-USERID        PIC X(8).
                   07 CA-RES-STATUS        PIC X(1).
                   07 CA-RES-RESERVED-TS   PIC X(26).
      *    Fields used to maintain the CATALOG item master (request
      *    ids ITMADD / ITMCHG / ITMWDR) so merchandising can add,
      *    amend or withdraw an item without a DBA. On ITMCHG a blank
      *    description, a zero department or a zero supplier keeps
      *    the value on file. The cost and its effective date (blank
      *    = today) open the item's first PRICE_HISTORY row ; once an
      *    item has a price history its price moves only by PRICHG
           03 CA-ITEM-REQUEST REDEFINES CA-INQUIRE-REQUEST.
               05 CA-ITM-ITEM-REF          PIC 9(4).
               05 CA-ITM-DESCRIPTION       PIC X(40).
               05 CA-ITM-DEPARTMENT        PIC 9(3).
               05 CA-ITM-SUPPLIER          PIC 9(4).
               05 CA-ITM-COST              PIC X(6).
               05 CA-ITM-EFFECTIVE-DATE    PIC X(10).
               05 CA-ITM-STATUS            PIC X(1).
                   88 CA-ITEM-ACTIVE                  VALUE 'A'.
                   88 CA-ITEM-WITHDRAWN               VALUE 'W'.
      *    Fields used to set the spending budget of a charge
      *    department for a fiscal period (request id BUDSET). A
      *    period is created, or replaced when it starts on the same
      *    date; it may not overlap another period of the department.
      *    CA-BUD-WARN-PCT is the warning margin in percent of the
      *    budget (00 = 10). The amount already committed by
      *    confirmed orders and what remains are returned
           03 CA-BUDGET-REQUEST REDEFINES CA-INQUIRE-REQUEST.
               05 CA-BUD-CHARGE-DEPT       PIC 9(3).
               05 CA-BUD-PERIOD-START      PIC X(10).
               05 CA-BUD-PERIOD-END        PIC X(10).
               05 CA-BUD-AMOUNT            PIC 9(9)V99.
               05 CA-BUD-WARN-PCT          PIC 9(2).
               05 CA-BUD-USERID            PIC X(8).
               05 CA-BUD-COMMITTED         PIC S9(9)V99.
               05 CA-BUD-REMAINING         PIC S9(9)V99.
      *    Fields used to book goods coming back against a confirmed
      *    reservation (request id RETURN) - the quantity goes back to
      *    IN-STOCK (waiting backorders served first, as on RECEIP),
      *    the return is kept in RETURNS against the reservation and
      *    its value is credited on the department's chargeback.
      *    CA-RTN-REF and CA-RTN-CREDIT are returned
           03 CA-RETURN-REQUEST REDEFINES CA-INQUIRE-REQUEST.
               05 CA-RTN-RESERVATION-REF   PIC 9(8).
               05 CA-RTN-QUANTITY          PIC 9(3).
               05 CA-RTN-REASON            PIC X(3).
               05 CA-RTN-USERID            PIC X(8).
               05 CA-RTN-REF               PIC 9(8).
               05 CA-RTN-CREDIT            PIC 9(7)V99.
      *    Fields used to move stock between two warehouses (request
      *    ids TRNSFR / TRNRCV). TRNSFR takes the quantity off the
      *    source warehouse and puts it in transit, CA-TRF-REF is
      *    returned ; TRNRCV quotes that reference when the goods
      *    arrive and the quantity goes onto the destination
      *    warehouse. Goods in transit stay in the company IN-STOCK
           03 CA-TRANSFER-REQUEST REDEFINES CA-INQUIRE-REQUEST.
               05 CA-TRF-ITEM-REF          PIC 9(4).
               05 CA-TRF-QUANTITY          PIC 9(3).
               05 CA-TRF-FROM-WH           PIC 9(2).
               05 CA-TRF-TO-WH             PIC 9(2).
               05 CA-TRF-USERID            PIC X(8).
               05 CA-TRF-REF               PIC 9(8).
               05 CA-TRF-STATUS            PIC X(1).
                   88 CA-TRF-IN-TRANSIT               VALUE 'T'.
                   88 CA-TRF-RECEIVED                 VALUE 'R'.
