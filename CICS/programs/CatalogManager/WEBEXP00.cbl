      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   2026/09/02 Creation - nightly web-shop feed (AA)            *
      *   2026/10/15 Items withdrawn from sale (ITMWDR) are left out  *
      *              of the feed (AA)                                 *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01  W-SQLCODE PIC S999.
       01  SQLCODE-POUR-DISPLAY PIC ----.
      *
      *    UNE LIGNE PAR ARTICLE EN VENTE (LES ARTICLES RETIRES
      *    PAR ITMWDR SONT EXCLUS) : PRIX EN VIGUEUR, PROCHAIN
      *    CHANGEMENT PROGRAMME ET QUANTITES TENUES PAR LES
      *    RESERVATIONS 'R' EN COURS
           EXEC SQL
                   WHERE R.item_ref = CATALOG.item_ref
                     AND R.status = 'R'), 0)
              FROM CATALOG
              WHERE COALESCE(item_status, 'A') <> 'W'
              ORDER BY item_ref
              FOR FETCH ONLY
           END-EXEC.
