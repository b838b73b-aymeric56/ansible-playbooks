      *      in weeks, and flags the dead stock : items DFH0XBR1      *
      *      keeps reordering (ON-ORDER > 0) with no sale in the      *
      *      window.                                                  *
      *      Goods returned in the window (RETURN request, RETURNS    *
      *      table) are shown apart, per item and per department,     *
      *      with the net sales (sold less returned) the cover is     *
      *      computed on.                                             *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   2026/08/22 Creation - sales and movement statistics (AA)    *
      *   2026/09/02 Shipped reservations ('S') stay counted as       *
      *              sales, unshipped split surfaced (AA)             *
      *   2026/10/15 Returns and net sales shown per item and per     *
      *              department, cover computed on net sales (AA)     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01  W-DESCRIPTION                PIC X(40).
       01  W-QTE-CONFIRMEE              PIC S9(9) COMP.
       01  W-QTE-NON-EXPEDIEE           PIC S9(9) COMP.
       01  W-QTE-RETOURNEE              PIC S9(9) COMP.
       01  W-QTE-NETTE                  PIC S9(9) COMP.
       01  W-IN-STOCK                   PIC 9(4).
       01  W-ON-ORDER                   PIC 9(3).
       01  W-CHARGE-DEPT                PIC 9(3).
       01  W-LIGNE-ITEM.
           05  RL-ITEM-REF              PIC 9(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-DESCRIPTION           PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-QTE-CONFIRMEE         PIC ZZZZZZZ9.
           05  FILLER                   PIC X(9)  VALUE '  NONEXP '.
           05  RL-QTE-NON-EXP           PIC ZZZZZZZ9.
           05  FILLER                   PIC X(9)  VALUE '  RETOUR '.
           05  RL-QTE-RETOUR            PIC ZZZZZZZ9.
           05  FILLER                   PIC X(6)  VALUE '  NET '.
           05  RL-QTE-NETTE             PIC -------9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-IN-STOCK              PIC ZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-ON-ORDER              PIC ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-COUVERTURE            PIC ZZZZ9.9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RL-LIBELLE               PIC X(17).
      *
       01  W-LIGNE-DEPT.
           05  FILLER                   PIC X(19)
           05  RL-DEPT-QTE              PIC ZZZZZZZ9.
           05  FILLER                   PIC X(9)  VALUE '  NONEXP '.
           05  RL-DEPT-NON-EXP          PIC ZZZZZZZ9.
           05  FILLER                   PIC X(9)  VALUE '  RETOUR '.
           05  RL-DEPT-RETOUR           PIC ZZZZZZZ9.
           05  FILLER                   PIC X(6)  VALUE '  NET '.
           05  RL-DEPT-NETTE            PIC -------9.
           05  FILLER                   PIC X(52) VALUE SPACES.
      *
      * VARIABLES DB2 SYSTEM
           EXEC SQL
      * VENTES PAR ARTICLE SUR LA FENETRE, AVEC LE STOCK COURANT
      * POUR LE CALCUL DE COUVERTURE - UNE VENTE EST UNE RESERVATION
      * CONFIRMEE ('C') OU DEJA EXPEDIEE PAR DSPNOT00 ('S') ; LA
      * PART NON EXPEDIEE (ENCORE A 'C') EST RESTITUEE A PART. LES
      * RETOURS (RETURNS) DATES DANS LA FENETRE SONT CUMULES A PART,
      * UN ARTICLE SANS VENTE MAIS AVEC RETOUR SORT AUSSI
           EXEC SQL
              DECLARE VENTES-CSR CURSOR FOR
              SELECT M.item_ref,
                     C.description,
                     SUM(M.qte_vendue),
                     SUM(M.qte_non_exp),
                     SUM(M.qte_retour),
                     C.in_stock,
                     C.on_order
              FROM (SELECT R.item_ref,
                           R.quantity_req AS qte_vendue,
                           CASE WHEN R.status = 'C'
                                THEN R.quantity_req ELSE 0
                           END AS qte_non_exp,
                           0 AS qte_retour
                      FROM RESERVATIONS R
                     WHERE R.status IN ('C', 'S')
                       AND DATE(R.reserved_ts)
                           BETWEEN DATE(:W-DATE-DEBUT)
                               AND DATE(:W-DATE-FIN)
                    UNION ALL
                    SELECT T.item_ref, 0, 0, T.quantity
                      FROM RETURNS T
                     WHERE DATE(T.return_ts)
                           BETWEEN DATE(:W-DATE-DEBUT)
                               AND DATE(:W-DATE-FIN)) AS M,
                   CATALOG C
              WHERE M.item_ref = C.item_ref
              GROUP BY M.item_ref, C.description,
                       C.in_stock, C.on_order
              ORDER BY M.item_ref
              FOR FETCH ONLY
           END-EXEC.
      * VENTES ('C' OU 'S') ET RETOURS PAR SERVICE DEMANDEUR SUR LA
      * FENETRE
           EXEC SQL
              DECLARE DEPTS-CSR CURSOR FOR
              SELECT M.charge_dept,
                     SUM(M.qte_vendue),
                     SUM(M.qte_non_exp),
                     SUM(M.qte_retour)
              FROM (SELECT R.charge_dept,
                           R.quantity_req AS qte_vendue,
                           CASE WHEN R.status = 'C'
                                THEN R.quantity_req ELSE 0
                           END AS qte_non_exp,
                           0 AS qte_retour
                      FROM RESERVATIONS R
                     WHERE R.status IN ('C', 'S')
                       AND DATE(R.reserved_ts)
                           BETWEEN DATE(:W-DATE-DEBUT)
                               AND DATE(:W-DATE-FIN)
                    UNION ALL
                    SELECT T.charge_dept, 0, 0, T.quantity
                      FROM RETURNS T
                     WHERE DATE(T.return_ts)
                           BETWEEN DATE(:W-DATE-DEBUT)
                               AND DATE(:W-DATE-FIN)) AS M
              GROUP BY M.charge_dept
              ORDER BY M.charge_dept
              FOR FETCH ONLY
           END-EXEC.
      * STOCK DORMANT : DES COMMANDES EN COURS (ON-ORDER > 0) SANS
                      :W-DESCRIPTION,
                      :W-QTE-CONFIRMEE,
                      :W-QTE-NON-EXPEDIEE,
                      :W-QTE-RETOURNEE,
                      :W-IN-STOCK,
                      :W-ON-ORDER
           END-EXEC
           .
      *
      *    COUVERTURE EN SEMAINES = (STOCK + EN COMMANDE) RAPPORTE AU
      *    RYTHME DE VENTE HEBDOMADAIRE NET DES RETOURS CONSTATE SUR
      *    LA FENETRE. LES ZONES DE LA LIGNE SONT TOUTES RENSEIGNEES :
      *    PAS DE MOVE SPACES QUI EFFACERAIT LES LIBELLES DE COLONNE
       ECRIRE-LIGNE-ARTICLE.
           COMPUTE W-QTE-NETTE = W-QTE-CONFIRMEE - W-QTE-RETOURNEE
           IF  W-QTE-NETTE > 0
               COMPUTE W-COUVERTURE-SEMAINES ROUNDED =
                       ((W-IN-STOCK + W-ON-ORDER) * W-NB-JOURS)
                       / (W-QTE-NETTE * 7)
           ELSE
               MOVE 0 TO W-COUVERTURE-SEMAINES
           END-IF

           MOVE W-ITEM-REF        TO RL-ITEM-REF
           MOVE W-DESCRIPTION     TO RL-DESCRIPTION
           MOVE W-QTE-CONFIRMEE   TO RL-QTE-CONFIRMEE
           MOVE W-QTE-NON-EXPEDIEE TO RL-QTE-NON-EXP
           MOVE W-QTE-RETOURNEE   TO RL-QTE-RETOUR
           MOVE W-QTE-NETTE       TO RL-QTE-NETTE
           MOVE W-IN-STOCK        TO RL-IN-STOCK
           MOVE W-ON-ORDER        TO RL-ON-ORDER
           MOVE W-COUVERTURE-SEMAINES TO RL-COUVERTURE
               INTO
                      :W-CHARGE-DEPT,
                      :W-QTE-CONFIRMEE,
                      :W-QTE-NON-EXPEDIEE,
                      :W-QTE-RETOURNEE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              MOVE W-CHARGE-DEPT   TO RL-CHARGE-DEPT
              MOVE W-QTE-CONFIRMEE TO RL-DEPT-QTE
              MOVE W-QTE-NON-EXPEDIEE TO RL-DEPT-NON-EXP
              MOVE W-QTE-RETOURNEE TO RL-DEPT-RETOUR
              COMPUTE W-QTE-NETTE = W-QTE-CONFIRMEE - W-QTE-RETOURNEE
              MOVE W-QTE-NETTE     TO RL-DEPT-NETTE
              MOVE SPACES       TO ENR-SLSRPT
              MOVE W-LIGNE-DEPT TO ENR-SLSRPT
              WRITE ENR-SLSRPT
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-DORMANTS
              MOVE W-ITEM-REF        TO RL-ITEM-REF
              MOVE W-DESCRIPTION     TO RL-DESCRIPTION
              MOVE 0                 TO RL-QTE-CONFIRMEE
              MOVE 0                 TO RL-QTE-NON-EXP
              MOVE 0                 TO RL-QTE-RETOUR
              MOVE 0                 TO RL-QTE-NETTE
              MOVE W-IN-STOCK        TO RL-IN-STOCK
              MOVE W-ON-ORDER        TO RL-ON-ORDER
              MOVE 0                 TO RL-COUVERTURE
