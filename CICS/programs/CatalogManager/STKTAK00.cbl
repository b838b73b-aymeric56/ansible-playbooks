      *      department on STKTRPT, with department and grand totals  *
      *      for the auditors. Unknown items are rejected and         *
      *      reported.                                                *
      *      Each count line names the warehouse counted (blank or 00 *
      *      = the main warehouse) : the count replaces that          *
      *      warehouse's ITEM_STOCK shelf quantity, the company       *
      *      IN-STOCK on CATALOG moves by the same variance, and the  *
      *      variance is also totalled per warehouse.                 *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   2026/09/02 Creation - stock-take variance batch (AA)        *
      *   2026/10/15 Counts per warehouse : warehouse column on       *
      *              CNTFILE, book stock and adjustment per warehouse *
      *              (ITEM_STOCK), variance totals per warehouse (AA) *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
           05  C-ITEM-REF               PIC 9(4).
           05  C-COUNTED-QTY            PIC 9(4).
           05  C-REASON                 PIC X(3).
      *        ENTREPOT COMPTE - BLANC OU 00 = ENTREPOT PRINCIPAL
           05  C-WAREHOUSE-X            PIC X(2).
           05  C-WAREHOUSE REDEFINES C-WAREHOUSE-X
                                        PIC 9(2).
           05  FILLER                   PIC X(67).
       FD  STKTRPT
           LABEL RECORD STANDARD
           RECORDING MODE IS F
      *
       01  W-IN-STOCK                   PIC 9(4).
       01  W-DEPARTMENT                 PIC 9(3).
      *
      *    ENTREPOT PRINCIPAL : CELUI D'UNE LIGNE DE COMPTAGE QUI N'EN
      *    DESIGNE AUCUN
       01  W-ENTREPOT-PRINCIPAL         PIC 9(2) VALUE 1.
       01  W-WAREHOUSE                  PIC 9(2).
       01  W-NB-WH                      PIC S9(4) COMP.
       01  W-ECART                      PIC S9(5) COMP-3.
       01  W-ECART-ED                   PIC -(4)9.
      *
       01  I-D                          PIC 9(2).
       01  W-DEPT-TROUVE-SW             PIC X(1).
           88  DEPT-TROUVE              VALUE 'Y'.
      *
      *    CUMUL DES ECARTS PAR ENTREPOT - RECHERCHE LINEAIRE
       01  W-NB-ENTREPOTS               PIC 9(2) VALUE 0.
       01  W-ENTREPOTS.
           05  W-WH-ENTREE OCCURS 10 TIMES.
               10  W-WH-CODE            PIC 9(2).
               10  W-WH-ECART           PIC S9(7) COMP-3.
       01  I-E                          PIC 9(2).
       01  W-WH-TROUVE-SW               PIC X(1).
           88  ENTREPOT-TROUVE          VALUE 'Y'.
       01  W-ECART-TOTAL                PIC S9(7) COMP-3 VALUE 0.
       01  W-ECART-TOT-ED               PIC -(6)9.
      *
           05  RL-ITEM-REF              PIC 9(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-DEPARTMENT            PIC 9(3).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-WAREHOUSE             PIC 9(2).
           05  FILLER                   PIC X(8)  VALUE '  LIVRE '.
           05  RL-BOOK                  PIC ZZZ9.
           05  FILLER                   PIC X(9)  VALUE '  COMPTE '.
           05  RL-ECART                 PIC -(4)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-REASON                PIC X(3).
           05  FILLER                   PIC X(24) VALUE SPACES.
      *
      * VARIABLES DB2 SYSTEM
           EXEC SQL
           .
      *
       TRAITER-COMPTAGE.
           IF  C-WAREHOUSE-X = SPACES OR C-WAREHOUSE-X = '00'
           OR  C-WAREHOUSE-X NOT NUMERIC
               MOVE W-ENTREPOT-PRINCIPAL TO W-WAREHOUSE
           ELSE
               MOVE C-WAREHOUSE TO W-WAREHOUSE
           END-IF

      *    LE STOCK LIVRE EST CELUI DES RAYONS DE L'ENTREPOT COMPTE
           EXEC SQL SELECT COALESCE((SELECT S.in_stock
                                FROM ITEM_STOCK S
                               WHERE S.item_ref = C.item_ref
                                 AND S.warehouse = :W-WAREHOUSE), 0),
                           C.department,
                           (SELECT COUNT(*)
                              FROM WAREHOUSES W
                             WHERE W.warehouse = :W-WAREHOUSE
                               AND W.active = 'Y')
                INTO :W-IN-STOCK, :W-DEPARTMENT, :W-NB-WH
                FROM CATALOG C
               WHERE C.item_ref = :C-ITEM-REF
           END-EXEC

           EVALUATE SQLCODE
           WHEN ZERO
              IF  W-NB-WH = 0
                  ADD 1 TO W-NB-REJETEES
                  MOVE SPACES TO ENR-STKTRPT
                  STRING C-ITEM-REF '  WAREHOUSE ' W-WAREHOUSE
                         ' UNKNOWN - REJECTED'
                         DELIMITED BY SIZE INTO ENR-STKTRPT
                  WRITE ENR-STKTRPT
              ELSE
                  PERFORM APPLIQUER-AJUSTEMENT
              END-IF
           WHEN +100
              ADD 1 TO W-NB-REJETEES
              MOVE SPACES TO ENR-STKTRPT
           PERFORM LIRE-COMPTAGE
           .
      *
      *    LE COMPTE REMPLACE LE STOCK LIVRE DE L'ENTREPOT ET LA
      *    PAIRE AVANT/APRES VA DANS STOCK_ADJUSTMENTS, COMME LE FAIT
      *    STKADJ EN LIGNE ; LE TOTAL SOCIETE SUR CATALOG BOUGE DE
      *    L'ECART
       APPLIQUER-AJUSTEMENT.
           EXEC SQL UPDATE CATALOG
                SET in_stock = in_stock - :W-IN-STOCK + :C-COUNTED-QTY
              WHERE item_ref = :C-ITEM-REF
           END-EXEC
           IF  SQLCODE NOT = ZERO
               ADD 1 TO W-NB-REJETEES
               PERFORM FORMATAGE-ERREUR-DB2
           ELSE
               PERFORM METTRE-STOCK-ENTREPOT
               IF  SQLCODE = ZERO
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
                              :C-ITEM-REF,
                              :W-WAREHOUSE,
                              :W-IN-STOCK,
                              :C-COUNTED-QTY,
                              :C-REASON,
                              'STKTAK00',
                              CURRENT TIMESTAMP
                              )
                   END-EXEC
               END-IF
      *        SANS LIGNE D'HISTORIQUE, PAS D'AJUSTEMENT : ON DEFAIT
      *        LE STOCK LIVRE ET LA LIGNE EST REJETEE, SINON ON
      *        RETOMBE DANS LA CORRECTION SANS TRACE QUE CE BATCH
      *        EXISTE POUR ELIMINER (STKADJ EN LIGNE REJETTE AUSSI)
               IF  SQLCODE NOT = ZERO
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM DEFAIRE-AJUSTEMENT
                   ADD 1 TO W-NB-REJETEES
                   MOVE SPACES TO ENR-STKTRPT
                   STRING C-ITEM-REF
               END-IF
           END-IF
           .
      *
      *    LE COMPTE REMPLACE LE STOCK DE L'ENTREPOT - LA LIGNE
      *    ITEM_STOCK EST CREEE SI L'ARTICLE N'Y ETAIT PAS CONNU
       METTRE-STOCK-ENTREPOT.
           EXEC SQL UPDATE ITEM_STOCK
                SET in_stock = :C-COUNTED-QTY
              WHERE item_ref = :C-ITEM-REF
                AND warehouse = :W-WAREHOUSE
           END-EXEC
           IF  SQLCODE = +100
               EXEC SQL INSERT INTO ITEM_STOCK (
                          item_ref,
                          warehouse,
                          in_stock,
                          on_order
                              )
                    VALUES (
                          :C-ITEM-REF,
                          :W-WAREHOUSE,
                          :C-COUNTED-QTY,
                          0
                          )
               END-EXEC
           END-IF
           .
      *
      *    REMET LE TOTAL SOCIETE ET LE STOCK DE L'ENTREPOT A LEUR
      *    VALEUR LIVRE QUAND L'AJUSTEMENT N'A PAS PU ETRE TRACE
       DEFAIRE-AJUSTEMENT.
           EXEC SQL UPDATE CATALOG
                SET in_stock = in_stock + :W-IN-STOCK - :C-COUNTED-QTY
              WHERE item_ref = :C-ITEM-REF
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
           END-IF
           EXEC SQL UPDATE ITEM_STOCK
                SET in_stock = :W-IN-STOCK
              WHERE item_ref = :C-ITEM-REF
                AND warehouse = :W-WAREHOUSE
           END-EXEC
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM FORMATAGE-ERREUR-DB2
           END-IF
           .
      *
       EDITER-ECART.
           COMPUTE W-ECART = C-COUNTED-QTY - W-IN-STOCK
           ADD W-ECART TO W-ECART-TOTAL
           PERFORM CUMULER-DEPARTEMENT
           PERFORM CUMULER-ENTREPOT

           MOVE C-ITEM-REF    TO RL-ITEM-REF
           MOVE W-DEPARTMENT  TO RL-DEPARTMENT
           MOVE W-WAREHOUSE   TO RL-WAREHOUSE
           MOVE W-IN-STOCK    TO RL-BOOK
           MOVE C-COUNTED-QTY TO RL-COUNTED
           MOVE W-ECART       TO RL-ECART
               MOVE W-ECART      TO W-DEP-ECART(W-NB-DEPTS)
           END-IF
           .
      *
       CUMULER-ENTREPOT.
           MOVE 'N' TO W-WH-TROUVE-SW
           PERFORM CHERCHER-ENTREPOT
                   VARYING I-E FROM 1 BY 1
                   UNTIL I-E > W-NB-ENTREPOTS
                      OR ENTREPOT-TROUVE
           IF  NOT ENTREPOT-TROUVE AND W-NB-ENTREPOTS < 10
               ADD 1 TO W-NB-ENTREPOTS
               MOVE W-WAREHOUSE TO W-WH-CODE(W-NB-ENTREPOTS)
               MOVE W-ECART     TO W-WH-ECART(W-NB-ENTREPOTS)
           END-IF
           .
      *
       CHERCHER-ENTREPOT.
           IF  W-WH-CODE(I-E) = W-WAREHOUSE
               MOVE 'Y' TO W-WH-TROUVE-SW
               ADD W-ECART TO W-WH-ECART(I-E)
           END-IF
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
                   VARYING I-D FROM 1 BY 1
                   UNTIL I-D > W-NB-DEPTS

           PERFORM EDITER-ENTREPOT
                   VARYING I-E FROM 1 BY 1
                   UNTIL I-E > W-NB-ENTREPOTS

           MOVE W-ECART-TOTAL TO W-ECART-TOT-ED
           MOVE SPACES TO ENR-STKTRPT
           STRING 'TOTAL VARIANCE          : ' DELIMITED BY SIZE
                  DELIMITED BY SIZE INTO ENR-STKTRPT
           WRITE ENR-STKTRPT
           .
      *
       EDITER-ENTREPOT.
           MOVE W-WH-ECART(I-E) TO W-ECART-TOT-ED
           MOVE SPACES TO ENR-STKTRPT
           STRING 'WAREHOUSE   ' W-WH-CODE(I-E)
                  '  VARIANCE : ' W-ECART-TOT-ED
                  DELIMITED BY SIZE INTO ENR-STKTRPT
           WRITE ENR-STKTRPT
           .
      *
       FORMATAGE-ERREUR-DB2.
           MOVE SQLCODE TO W-SQLCODE
