      *      CONFRM in DFH0XCM1 now drops one dispatch-note record    *
      *      per confirmed line into DISPATCH_QUEUE (status 'Q').     *
      *      This batch turns the day's queue into pick lists : one   *
      *      block per warehouse, one section per CATALOG department  *
      *      inside it with the queued lines                          *
      *      (reservation ref, userid, item, description, quantity)   *
      *      and an item-count trailer per section plus a grand       *
      *      total, on PICKLIST. Each processed note is marked 'S'    *
      *                                                               *
      *   2026/09/02 Creation - daily pick lists from the dispatch    *
      *              queue (AA)                                       *
      *   2026/10/15 Pick lists per warehouse : one ENTREPOT block    *
      *              per warehouse (from RESERVATION_PICKS, the main  *
      *              warehouse for a reservation without picks), its  *
      *              RAYON sections inside ; a line split over two    *
      *              warehouses is picked in each for its share (AA)  *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01  W-DESCRIPTION                PIC X(40).
       01  W-QUANTITY                   PIC 9(3).
       01  W-DEPARTMENT                 PIC 9(3).
       01  W-WAREHOUSE                  PIC 9(2).
      *
      *    ENTREPOT PRINCIPAL : CELUI QUI PREPARE LES RESERVATIONS
      *    PRISES AVANT LA GESTION PAR ENTREPOT (SANS PRELEVEMENT)
       01  W-ENTREPOT-PRINCIPAL         PIC 9(2) VALUE 1.
       01  W-WH-COURANT                 PIC 9(2) VALUE 0.
       01  W-WH-EN-COURS-SW             PIC X(1) VALUE 'N'.
           88  ENTREPOT-OUVERT          VALUE 'Y'.
       01  W-NB-ENTREPOT                PIC 9(5) VALUE 0.
      *
       01  W-DEPT-COURANT               PIC 9(3) VALUE 0.
       01  W-DEPT-EN-COURS-SW           PIC X(1) VALUE 'N'.
       01  W-SQLCODE PIC S999.
       01  SQLCODE-POUR-DISPLAY PIC ----.
      *
      *    LES NOTES EN ATTENTE, EN ORDRE D'ENTREPOT PUIS DE RAYON
      *    POUR LA DOUBLE RUPTURE - UNE NOTE PRELEVEE SUR DEUX
      *    ENTREPOTS SORT UNE FOIS PAR ENTREPOT POUR SA PART. WITH
      *    HOLD POUR LE MARQUAGE 'S' AU FIL DE L'EAU, COMME LA
      *    DISCIPLINE PURGAU00 ; LE MARQUAGE SE FAIT PAR
      *    DISPATCH_REF, LA JOINTURE NE PERMETTANT PAS LE CURRENT OF
           EXEC SQL
              DECLARE DSP-CSR CURSOR WITH HOLD FOR
              SELECT D.dispatch_ref,
                     D.userid,
                     D.item_ref,
                     D.description,
                     COALESCE(P.quantity, D.quantity),
                     COALESCE(C.department, 0),
                     COALESCE(P.warehouse, :W-ENTREPOT-PRINCIPAL)
              FROM DISPATCH_QUEUE D
                   INNER JOIN CATALOG C
                      ON C.item_ref = D.item_ref
                   LEFT OUTER JOIN RESERVATION_PICKS P
                      ON P.reservation_ref = D.reservation_ref
              WHERE D.status = 'Q'
              ORDER BY 8, 7, D.dispatch_ref
              FOR FETCH ONLY
           END-EXEC.
      *
      *****************************************************************
                      :W-ITEM-REF,
                      :W-DESCRIPTION,
                      :W-QUANTITY,
                      :W-DEPARTMENT,
                      :W-WAREHOUSE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
      *       CHANGEMENT D'ENTREPOT : LA SECTION RAYON EN COURS ET LE
      *       BLOC ENTREPOT SONT TOTALISES AVANT D'OUVRIR LE SUIVANT
              IF  NOT ENTREPOT-OUVERT
                  OR W-WAREHOUSE NOT = W-WH-COURANT
                  IF  SECTION-OUVERTE
                      PERFORM ECRIRE-TOTAL-SECTION
                  END-IF
                  IF  ENTREPOT-OUVERT
                      PERFORM ECRIRE-TOTAL-ENTREPOT
                  END-IF
                  PERFORM OUVRIR-ENTREPOT
              END-IF
      *       LA RUPTURE S'APPUIE SUR LE COMMUTATEUR DE SECTION
      *       OUVERTE, PAS SUR UNE VALEUR SENTINELLE - UN RAYON 000
      *       OU 999 LEGITIME OUVRE SA SECTION COMME LES AUTRES
                  WRITE ENR-PICKLIST
              END-IF
              ADD 1 TO W-NB-SECTION
              ADD 1 TO W-NB-ENTREPOT
              ADD 1 TO W-NB-TOTAL
              MOVE SPACES TO ENR-PICKLIST
              STRING '  RES ' W-RESERVATION-REF
              IF  SECTION-OUVERTE
                  PERFORM ECRIRE-TOTAL-SECTION
              END-IF
              IF  ENTREPOT-OUVERT
                  PERFORM ECRIRE-TOTAL-ENTREPOT
              END-IF
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              MOVE 'Y' TO W-ANOMALIE-SW
           .
      *
      *    LA NOTE PASSE A 'S' ET LA RESERVATION SUIT (C -> S), POUR
      *    QUE SLSRPT00 DISTINGUE LE CONFIRME NON EXPEDIE DU PARTI.
      *    LA SECONDE PART D'UNE NOTE PRELEVEE SUR DEUX ENTREPOTS LA
      *    TROUVE DEJA A 'S' (SQLCODE 100) : RIEN A FAIRE
       MARQUER-EXPEDIE.
           EXEC SQL
              UPDATE DISPATCH_QUEUE
                 SET status = 'S'
               WHERE dispatch_ref = :W-DISPATCH-REF
                 AND status = 'Q'
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
               EXEC SQL
                  UPDATE RESERVATIONS
                     SET status = 'S'
                   MOVE 'Y' TO W-ANOMALIE-SW
               END-IF
               MOVE 0 TO SQLCODE
           WHEN +100
               MOVE 0 TO SQLCODE
           WHEN OTHER
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'Y' TO W-ANOMALIE-SW
           END-EVALUATE
           .
      *
       OUVRIR-ENTREPOT.
           MOVE W-WAREHOUSE TO W-WH-COURANT
           MOVE 'Y' TO W-WH-EN-COURS-SW
           MOVE 'N' TO W-DEPT-EN-COURS-SW
           MOVE 0 TO W-NB-ENTREPOT
           MOVE SPACES TO ENR-PICKLIST
           STRING 'ENTREPOT ' W-WAREHOUSE
                  DELIMITED BY SIZE INTO ENR-PICKLIST
           WRITE ENR-PICKLIST
           .
      *
       ECRIRE-TOTAL-ENTREPOT.
           MOVE W-NB-ENTREPOT TO W-NB-ED
           MOVE SPACES TO ENR-PICKLIST
           STRING '== ' W-NB-ED ' ARTICLES POUR L''ENTREPOT '
                  W-WH-COURANT
                  DELIMITED BY SIZE INTO ENR-PICKLIST
           WRITE ENR-PICKLIST
           MOVE 'N' TO W-WH-EN-COURS-SW
           .
      *
       ECRIRE-TOTAL-SECTION.
