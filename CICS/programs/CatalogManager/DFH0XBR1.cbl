      *      compiled-in defaults in effect. Every item flagged is   *
      *      written to CATSUGG as a purchase-suggestion report      *
      *      line, with an item count trailer.                      *
      *      An item carrying its own REORDER_POINT / REPLEN_TARGET  *
      *      (computed weekly by ROPCAL00 from its consumption) is   *
      *      reordered against those ; the REPLNCFG/SYSIN values     *
      *      apply only to items with no consumption history.        *
      *      Each purchase order line is recorded in PO_LINES under   *
      *      the order number printed on its CATPORD block (run date  *
      *      AAMMJJ + supplier reference, quoted back by the          *
      *      supplier on the delivery note for RECEIP) with the date  *
      *      promised from the supplier lead time. An item whose      *
      *      ON-ORDER already covers its target is not ordered again. *
      *      Stock is followed per warehouse (ITEM_STOCK) : each      *
      *      item is checked in every warehouse holding it (items     *
      *      held nowhere yet in the main warehouse, see REPLNCFG),   *
      *      goods in transit towards the warehouse counting as in    *
      *      stock, and the PO line is delivered to that warehouse.   *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *              can split the file per supplier), items with no *
      *              supplier assigned on the CATEXCP exceptions     *
      *              list (AA)                                       *
      *   2026/10/15 Items withdrawn from sale (ITMWDR) are no longer*
      *              reordered (AA)                                  *
      *   2026/10/15 Per-item reorder point and target from ROPCAL00,*
      *              REPLNCFG/SYSIN kept as fallback (AA)            *
      *   2026/10/15 Purchase order lines recorded in PO_LINES with   *
      *              order number and promised date ; only the        *
      *              quantity still missing is ordered (AA)           *
      *   2026/10/15 Replenishment per warehouse from ITEM_STOCK,     *
      *              delivery warehouse on PO_LINES and CATPORD (AA)  *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01  W-IN-STOCK                   PIC 9(4).
       01  W-ON-ORDER                   PIC 9(3).
       01  W-NEW-ON-ORDER               PIC 9(3).
      *    ENTREPOT REAPPROVISIONNE : IN-STOCK ET ON-ORDER CI-DESSUS
      *    SONT CEUX DE L'ARTICLE DANS CET ENTREPOT (ITEM_STOCK)
       01  W-WAREHOUSE                  PIC 9(2).
      *    CIBLE PROPRE A L'ARTICLE (ROPCAL00) OU, A DEFAUT, CELLE DE
      *    REPLNCFG/SYSIN
       01  W-CIBLE-ARTICLE              PIC 9(4).
      *    QUANTITE EFFECTIVEMENT COMMANDEE : CE QUI MANQUE A ON-ORDER
      *    POUR ATTEINDRE LA CIBLE. UN ARTICLE DEJA COUVERT PAR SES
      *    COMMANDES EN COURS N'EST PAS RECOMMANDE
       01  W-QTE-COMMANDEE              PIC 9(3).
       01  W-NB-DEJA-COUVERTS           PIC 9(4) VALUE 0.
      *
      *    NUMERO DE BON DE COMMANDE : DATE DU PASSAGE AAMMJJ SUIVIE
      *    DU FOURNISSEUR - C'EST LA REFERENCE QUE LE FOURNISSEUR
      *    PORTE SUR SON BON DE LIVRAISON ET QUE RECEIP RAPPROCHE
       01  W-PO-NUMBER.
           05  W-PO-DATE                PIC 9(6).
           05  W-PO-SUPPLIER            PIC 9(4).
       01  W-DATE-PROMISE               PIC X(10).
       01  W-ITEMS-FLAGGED              PIC 9(4) VALUE 0.
      *
      *    RUPTURE FOURNISSEUR POUR LES BONS DE COMMANDE - 0 =
           05  RL-OLD-ON-ORDER          PIC ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-NEW-ON-ORDER          PIC ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-WAREHOUSE             PIC 9(2).
           05  FILLER                   PIC X(11) VALUE SPACES.
      *
       01  W-TRAILER-COUNT              PIC ZZZ9.
      *
      * VARIABLES DB2 D'ACCES A LA TABLE DB2 CATALOG - EN ORDRE
      * FOURNISSEUR PUIS ARTICLE POUR LA RUPTURE DES BONS DE
      * COMMANDE ; LES ARTICLES SANS FOURNISSEUR (COALESCE 0)
      * SORTENT EN TETE ET PARTENT EN EXCEPTIONS. UN ARTICLE RETIRE
      * DE LA VENTE N'EST PLUS REAPPROVISIONNE. SEUIL ET CIBLE SONT
      * CEUX DE L'ARTICLE DANS L'ENTREPOT (ITEM_STOCK), A DEFAUT CEUX
      * DE L'ARTICLE (ROPCAL00), CEUX DE REPLNCFG/SYSIN POUR UN
      * ARTICLE SANS HISTORIQUE DE CONSOMMATION.
      * UNE LIGNE PAR ARTICLE ET PAR ENTREPOT ACTIF QUI LE DETIENT ;
      * UN ARTICLE DETENU NULLE PART EST REAPPROVISIONNE DANS
      * L'ENTREPOT PRINCIPAL. LES TRANSFERTS EN ROUTE VERS
      * L'ENTREPOT COMPTENT COMME DU STOCK
           EXEC SQL
              DECLARE REPLN-CSR CURSOR FOR
              SELECT
               C.item_ref,
               C.description,
               COALESCE(K.in_stock, 0)
               + COALESCE((SELECT SUM(T.quantity)
                    FROM STOCK_TRANSFERS T
                   WHERE T.item_ref = C.item_ref
                     AND T.to_warehouse = W.warehouse
                     AND T.status = 'T'), 0),
               COALESCE(K.on_order, 0),
               W.warehouse,
               COALESCE(C.supplier_ref, 0),
               COALESCE((SELECT S.supplier_name
                    FROM SUPPLIERS S
                   WHERE S.supplier_ref = C.supplier_ref),
                   ' '),
               COALESCE(K.replen_target, C.replen_target,
                        :W-REPLEN-TARGET),
               CHAR(CURRENT DATE
                    + COALESCE((SELECT S.lead_time_days
                          FROM SUPPLIERS S
                         WHERE S.supplier_ref = C.supplier_ref),
                         :W-DEFAULT-LEAD-TIME) DAYS, ISO)
              FROM CATALOG C
                   INNER JOIN WAREHOUSES W
                      ON W.active = 'Y'
                   LEFT OUTER JOIN ITEM_STOCK K
                      ON K.item_ref = C.item_ref
                     AND K.warehouse = W.warehouse
              WHERE COALESCE(C.item_status, 'A') <> 'W'
                AND (K.item_ref IS NOT NULL
                     OR (W.warehouse = :W-MAIN-WAREHOUSE
                         AND NOT EXISTS
                            (SELECT 1 FROM ITEM_STOCK X
                              WHERE X.item_ref = C.item_ref)))
                AND COALESCE(K.in_stock, 0)
                    + COALESCE((SELECT SUM(T.quantity)
                         FROM STOCK_TRANSFERS T
                        WHERE T.item_ref = C.item_ref
                          AND T.to_warehouse = W.warehouse
                          AND T.status = 'T'), 0)
                    < COALESCE(K.reorder_point, C.reorder_point,
                               :W-REORDER-POINT)
              ORDER BY 6, 1, 5
              FOR FETCH ONLY
           END-EXEC.
      *
           OPEN OUTPUT CATPORD
           OPEN OUTPUT CATEXCP
           MOVE 0 TO W-ITEMS-FLAGGED
           ACCEPT W-PO-DATE FROM DATE
      *
           EXEC SQL
              OPEN REPLN-CSR
                      :W-DESCRIPTION,
                      :W-IN-STOCK,
                      :W-ON-ORDER,
                      :W-WAREHOUSE,
                      :W-SUPPLIER-REF,
                      :W-SUPPLIER-NAME,
                      :W-CIBLE-ARTICLE,
                      :W-DATE-PROMISE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
           .
      *
       RAISE-ON-ORDER.
           COMPUTE W-NEW-ON-ORDER = W-CIBLE-ARTICLE - W-IN-STOCK
      *    DEJA COUVERT PAR LES COMMANDES EN COURS : RIEN A COMMANDER
           IF  W-NEW-ON-ORDER NOT > W-ON-ORDER
               ADD 1 TO W-NB-DEJA-COUVERTS
           ELSE
               COMPUTE W-QTE-COMMANDEE = W-NEW-ON-ORDER - W-ON-ORDER
               PERFORM COMMANDER-ARTICLE
           END-IF
           .
      *
      *    ON-ORDER DE L'ENTREPOT EST PORTE A LA CIBLE, LE TOTAL
      *    SOCIETE SUR CATALOG AUGMENTE DE LA QUANTITE COMMANDEE
       COMMANDER-ARTICLE.
           EXEC SQL
              UPDATE CATALOG
                 SET on_order = on_order + :W-QTE-COMMANDEE
               WHERE item_ref = :W-ITEM-REF
           END-EXEC
      *
           IF  SQLCODE = ZERO
               PERFORM COMMANDER-ENTREPOT
           END-IF
      *
           IF  SQLCODE = ZERO
               ADD 1 TO W-ITEMS-FLAGGED
           END-IF
           .
      *
      *    LA LIGNE ITEM_STOCK EST CREEE QUAND L'ARTICLE N'ETAIT
      *    ENCORE DETENU PAR AUCUN ENTREPOT
       COMMANDER-ENTREPOT.
           EXEC SQL
              UPDATE ITEM_STOCK
                 SET on_order = :W-NEW-ON-ORDER
               WHERE item_ref = :W-ITEM-REF
                 AND warehouse = :W-WAREHOUSE
           END-EXEC
           IF  SQLCODE = +100
               EXEC SQL
                  INSERT INTO ITEM_STOCK (
                         item_ref,
                         warehouse,
                         in_stock,
                         on_order
                         )
                  VALUES (
                         :W-ITEM-REF,
                         :W-WAREHOUSE,
                         0,
                         :W-NEW-ON-ORDER
                         )
               END-EXEC
           END-IF
           .
      *
      *    VENTILE LA LIGNE DE COMMANDE : UN ARTICLE SANS FOURNISSEUR
      *    PART EN EXCEPTIONS, LES AUTRES DANS LE BON DE COMMANDE DE
      *    LEUR FOURNISSEUR (RUPTURE SUR W-SUPPLIER-REF)
                   END-IF
                   PERFORM OUVRIR-BON-COMMANDE
               END-IF
               PERFORM ENREGISTRER-LIGNE-COMMANDE
               ADD 1 TO W-NB-LIGNES-SUP
               ADD W-QTE-COMMANDEE TO W-QTE-SUP
               MOVE SPACES TO ENR-CATPORD
               STRING W-ITEM-REF '  ' W-DESCRIPTION
                      '  QTE ' W-QTE-COMMANDEE
                      ' ENT ' W-WAREHOUSE
                      ' LE ' W-DATE-PROMISE
                      DELIMITED BY SIZE INTO ENR-CATPORD
               WRITE ENR-CATPORD
           END-IF
           .
      *
      *    LA LIGNE DE COMMANDE EST SUIVIE DANS PO_LINES JUSQU'A SA
      *    RECEPTION (RECEIP) : OUVERTE 'O', PUIS PARTIELLE 'P',
      *    SOLDEE 'C' OU SURLIVREE 'V'
       ENREGISTRER-LIGNE-COMMANDE.
           EXEC SQL
              INSERT INTO PO_LINES (
                     po_number,
                     supplier_ref,
                     item_ref,
                     warehouse,
                     quantity_ordered,
                     quantity_received,
                     order_date,
                     promised_date,
                     status
                     )
              VALUES (
                     :W-PO-NUMBER,
                     :W-SUPPLIER-REF,
                     :W-ITEM-REF,
                     :W-WAREHOUSE,
                     :W-QTE-COMMANDEE,
                     0,
                     CURRENT DATE,
                     DATE(:W-DATE-PROMISE),
                     'O'
                     )
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
           END-IF
           .
      *
       OUVRIR-BON-COMMANDE.
           MOVE W-SUPPLIER-REF TO W-SUPPLIER-COURANT
           MOVE W-SUPPLIER-REF TO W-PO-SUPPLIER
           MOVE 'Y' TO W-SUP-EN-COURS-SW
           MOVE 0 TO W-NB-LIGNES-SUP
           MOVE 0 TO W-QTE-SUP
           MOVE SPACES TO ENR-CATPORD
           STRING 'BON DE COMMANDE FOURNISSEUR ' W-SUPPLIER-REF
                  ' ' W-SUPPLIER-NAME
                  ' NO ' W-PO-NUMBER
                  DELIMITED BY SIZE INTO ENR-CATPORD
           WRITE ENR-CATPORD
           .
           MOVE W-IN-STOCK    TO RL-IN-STOCK
           MOVE W-ON-ORDER    TO RL-OLD-ON-ORDER
           MOVE W-NEW-ON-ORDER TO RL-NEW-ON-ORDER
           MOVE W-WAREHOUSE   TO RL-WAREHOUSE
           MOVE SPACES        TO ENR-CATSUGG
           MOVE W-REPORT-LINE TO ENR-CATSUGG
           WRITE ENR-CATSUGG
             INTO ENR-CATSUGG
           WRITE ENR-CATSUGG

           MOVE W-NB-DEJA-COUVERTS TO W-TRAILER-COUNT
           MOVE SPACES TO ENR-CATSUGG
           STRING 'ITEMS ALREADY COVERED ON ORDER : ' DELIMITED BY SIZE
                  W-TRAILER-COUNT DELIMITED BY SIZE
             INTO ENR-CATSUGG
           WRITE ENR-CATSUGG

           MOVE W-NB-SANS-FOURNISSEUR TO W-TRAILER-COUNT
           MOVE SPACES TO ENR-CATEXCP
           STRING 'ITEMS WITHOUT SUPPLIER         : ' DELIMITED BY SIZE
