      *****************************************************************
      *                                                               *
      * MODULE NAME = ROPCAL00                                        *
      *                                                               *
      * DESCRIPTIVE NAME = CICS TS (Samples) Example Application -    *
      *                     Catalog Manager per-item reorder points   *
      *                                                               *
      * FUNCTION =                                                    *
      *      DFH0XBR1 used to reorder every item against the single   *
      *      W-REORDER-POINT / W-REPLEN-TARGET of REPLNCFG : fast     *
      *      movers ran out and slow movers piled up on ON-ORDER.     *
      *      This weekly batch computes, for every item on sale, its  *
      *      own reorder point and replenishment target and stores    *
      *      them on CATALOG (REORDER_POINT, REPLEN_TARGET,           *
      *      REORDER_UPD_DATE) :                                      *
      *        average daily consumption = quantities confirmed or    *
      *          shipped ('C'/'S') in RESERVATIONS over the look-back *
      *          window, divided by the number of days of the window  *
      *        reorder point = average daily consumption x supplier   *
      *          lead time (SUPPLIERS.LEAD_TIME_DAYS, SYSIN default   *
      *          when the item has no supplier or the supplier no     *
      *          lead time) x (1 + safety-stock factor)               *
      *        replenishment target = reorder point + average daily   *
      *          consumption x order cycle in days                    *
      *      both rounded up. An item with no consumption in the      *
      *      window has no history : its values are cleared (NULL)    *
      *      and DFH0XBR1 falls back on REPLNCFG for it. The target   *
      *      is capped at 999, the most ON-ORDER can hold.            *
      *                                                               *
      *      ROPRPT : every item whose values change, old and new     *
      *               side by side, with the consumption and lead     *
      *               time they were computed from, then the counts.  *
      *                                                               *
      *      SYSIN card : col 1-3   look-back window in days (090)    *
      *                   col 5-7   default lead time in days (014)   *
      *                   col 9-11  safety-stock factor in hundredths *
      *                             (050 = 0.50)                      *
      *                   col 13-15 order cycle in days (007)         *
      *      A blank or non-numeric field keeps the default shown.    *
      *      RC 8 on a Db2 anomaly : the items already processed      *
      *      keep their new values, a rerun completes the others.     *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   2026/10/15 Creation - demand-driven reorder points and      *
      *              targets per item (AA)                            *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROPCAL00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROPRPT ASSIGN TO UT-S-ROPRPT.
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ROPRPT
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-ROPRPT                              PIC X(132).
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
      *    PARAMETRES LUS EN SYSIN - ZONE A BLANC OU NON NUMERIQUE =
      *    VALEUR PAR DEFAUT
       01  W-CARTE-SYSIN.
           05  W-FENETRE-SAISIE         PIC X(3).
           05  FILLER                   PIC X(1).
           05  W-DELAI-SAISI            PIC X(3).
           05  FILLER                   PIC X(1).
           05  W-FACTEUR-SAISI          PIC X(3).
           05  W-FACTEUR-SAISI-N REDEFINES W-FACTEUR-SAISI
                                        PIC 9V99.
           05  FILLER                   PIC X(1).
           05  W-CYCLE-SAISI            PIC X(3).
           05  FILLER                   PIC X(65).
       01  W-NB-JOURS                   PIC S9(4)      COMP VALUE 90.
       01  W-DELAI-DEFAUT               PIC S9(4)      COMP VALUE 14.
       01  W-FACTEUR-SECU               PIC 9V99       VALUE 0.50.
       01  W-CYCLE                      PIC S9(4)      COMP VALUE 7.
       01  W-NB-ED                      PIC ZZ9.
       01  W-FACTEUR-ED                 PIC 9.99.
      *
       01  W-ITEM-REF                   PIC 9(4).
       01  W-DESCRIPTION                PIC X(40).
       01  W-ANC-SEUIL                  PIC S9(4)      COMP.
       01  W-ANC-CIBLE                  PIC S9(4)      COMP.
       01  W-ANC-SW                     PIC X(1).
           88  ANC-PAR-DEFAUT           VALUE 'N'.
       01  W-CONSOMMATION               PIC S9(9)      COMP.
       01  W-DELAI                      PIC S9(4)      COMP.
      *
      *    CALCUL - LES VALEURS A 0 VALENT 'PAS D'HISTORIQUE' ET
      *    SONT ECRITES A NULL (NULLIF) POUR LE REPLI SUR REPLNCFG
       01  W-CONSO-JOUR                 PIC S9(5)V9(4) COMP-3.
       01  W-CALCUL                     PIC S9(9)V9(4) COMP-3.
       01  W-NOUV-SEUIL                 PIC S9(4)      COMP.
       01  W-NOUV-CIBLE                 PIC S9(4)      COMP.
       01  W-CIBLE-MAX                  PIC S9(4)      COMP VALUE 999.
      *
       01  W-NB-ARTICLES                PIC 9(5) VALUE 0.
       01  W-NB-MODIFIES                PIC 9(5) VALUE 0.
       01  W-NB-PAR-DEFAUT              PIC 9(5) VALUE 0.
       01  W-ANOMALIE-SW                PIC X(1) VALUE 'N'.
           88  EN-ANOMALIE              VALUE 'Y'.
      *
       01  W-LIGNE-DETAIL.
           05  RL-ITEM-REF              PIC 9(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-DESCRIPTION           PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-CONSOMMATION          PIC ZZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-CONSO-JOUR            PIC ZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RL-DELAI                 PIC ZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RL-ANC-SEUIL             PIC ZZZ9.
           05  RL-ANC-SEUIL-X REDEFINES RL-ANC-SEUIL
                                        PIC X(4).
           05  FILLER                   PIC X(3)  VALUE ' / '.
           05  RL-ANC-CIBLE             PIC ZZZ9.
           05  RL-ANC-CIBLE-X REDEFINES RL-ANC-CIBLE
                                        PIC X(4).
           05  FILLER                   PIC X(4)  VALUE ' -> '.
           05  RL-NOUV-SEUIL            PIC ZZZ9.
           05  RL-NOUV-SEUIL-X REDEFINES RL-NOUV-SEUIL
                                        PIC X(4).
           05  FILLER                   PIC X(3)  VALUE ' / '.
           05  RL-NOUV-CIBLE            PIC ZZZ9.
           05  RL-NOUV-CIBLE-X REDEFINES RL-NOUV-CIBLE
                                        PIC X(4).
           05  FILLER                   PIC X(40) VALUE SPACES.
      *
      * VARIABLES DB2 SYSTEM
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
      *    POUR DISPLAY SQLCODE
       01  W-SQLCODE PIC S999.
       01  SQLCODE-POUR-DISPLAY PIC ----.
      *
      *    LES ARTICLES EN VENTE AVEC LEURS VALEURS ACTUELLES, LA
      *    CONSOMMATION ('C' OU 'S') SUR LA FENETRE ET LE DELAI DE
      *    LEUR FOURNISSEUR (0 = PAS DE DELAI CONNU)
           EXEC SQL
              DECLARE ROP-CSR CURSOR FOR
              SELECT C.item_ref,
                     C.description,
                     COALESCE(C.reorder_point, 0),
                     COALESCE(C.replen_target, 0),
                     CASE WHEN C.reorder_point IS NULL
                          THEN 'N' ELSE 'O' END,
                     COALESCE((SELECT SUM(R.quantity_req)
                          FROM RESERVATIONS R
                         WHERE R.item_ref = C.item_ref
                           AND R.status IN ('C', 'S')
                           AND DATE(R.reserved_ts)
                               > CURRENT DATE - :W-NB-JOURS DAYS), 0),
                     COALESCE((SELECT S.lead_time_days
                          FROM SUPPLIERS S
                         WHERE S.supplier_ref = C.supplier_ref), 0)
              FROM CATALOG C
              WHERE COALESCE(C.item_status, 'A') <> 'W'
              ORDER BY C.item_ref
              FOR FETCH ONLY
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM LIRE-PARAMETRES
           PERFORM DEBUT
           PERFORM TRAITEMENT
           PERFORM FIN
           GOBACK
           .
      *
       LIRE-PARAMETRES.
           MOVE SPACES TO W-CARTE-SYSIN
           ACCEPT W-CARTE-SYSIN FROM SYSIN
           IF  W-FENETRE-SAISIE IS NUMERIC
               AND W-FENETRE-SAISIE > '000'
               MOVE W-FENETRE-SAISIE TO W-NB-JOURS
           END-IF
           IF  W-DELAI-SAISI IS NUMERIC
               AND W-DELAI-SAISI > '000'
               MOVE W-DELAI-SAISI TO W-DELAI-DEFAUT
           END-IF
           IF  W-FACTEUR-SAISI IS NUMERIC
               MOVE W-FACTEUR-SAISI-N TO W-FACTEUR-SECU
           END-IF
           IF  W-CYCLE-SAISI IS NUMERIC
               AND W-CYCLE-SAISI > '000'
               MOVE W-CYCLE-SAISI TO W-CYCLE
           END-IF
           MOVE W-NB-JOURS TO W-NB-ED
           DISPLAY 'FENETRE DE CONSOMMATION (JOURS) : ' W-NB-ED
           MOVE W-DELAI-DEFAUT TO W-NB-ED
           DISPLAY 'DELAI FOURNISSEUR PAR DEFAUT     : ' W-NB-ED
           MOVE W-FACTEUR-SECU TO W-FACTEUR-ED
           DISPLAY 'FACTEUR DE STOCK DE SECURITE     : ' W-FACTEUR-ED
           MOVE W-CYCLE TO W-NB-ED
           DISPLAY 'CYCLE DE COMMANDE (JOURS)        : ' W-NB-ED
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           OPEN OUTPUT ROPRPT
           MOVE SPACES TO ENR-ROPRPT
           MOVE W-NB-JOURS TO W-NB-ED
           MOVE W-FACTEUR-SECU TO W-FACTEUR-ED
           STRING 'SEUILS ET CIBLES DE REAPPROVISIONNEMENT PAR ARTICLE'
                  ' - FENETRE ' W-NB-ED ' JOURS, FACTEUR SECURITE '
                  W-FACTEUR-ED
                  DELIMITED BY SIZE INTO ENR-ROPRPT
           WRITE ENR-ROPRPT
           MOVE SPACES TO ENR-ROPRPT
           STRING 'ART   DESCRIPTION                        CONSO'
                  '   CONSO/J DELAI    ANCIENS        NOUVEAUX'
                  DELIMITED BY SIZE INTO ENR-ROPRPT
           WRITE ENR-ROPRPT

           EXEC SQL
              OPEN ROP-CSR
           END-EXEC
           .
      *
       TRAITEMENT.
           IF  SQLCODE = ZERO
               PERFORM TRAITER-UN-ARTICLE UNTIL EN-ANOMALIE
                                          OR SQLCODE NOT = ZERO
               EXEC SQL
                  CLOSE ROP-CSR
               END-EXEC
           ELSE
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'Y' TO W-ANOMALIE-SW
           END-IF
           .
      *
       TRAITER-UN-ARTICLE.
           EXEC SQL
              FETCH ROP-CSR
               INTO
                      :W-ITEM-REF,
                      :W-DESCRIPTION,
                      :W-ANC-SEUIL,
                      :W-ANC-CIBLE,
                      :W-ANC-SW,
                      :W-CONSOMMATION,
                      :W-DELAI
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-ARTICLES
              PERFORM CALCULER-SEUILS
              IF  W-NOUV-SEUIL NOT = W-ANC-SEUIL
                  OR W-NOUV-CIBLE NOT = W-ANC-CIBLE
                  PERFORM MODIFIER-ARTICLE
              END-IF
      *       LE FETCH SUIVANT NE DOIT PAS VOIR LE SQLCODE DE LA
      *       MISE A JOUR
              IF  NOT EN-ANOMALIE
                  MOVE 0 TO SQLCODE
              END-IF
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              MOVE 'Y' TO W-ANOMALIE-SW
           END-EVALUATE
           .
      *
      *    SANS CONSOMMATION SUR LA FENETRE, PAS D'HISTORIQUE : 0/0,
      *    ECRIT A NULL. SINON SEUIL ET CIBLE ARRONDIS A L'UNITE
      *    SUPERIEURE, LA CIBLE AU MOINS UN AU-DESSUS DU SEUIL ET AU
      *    PLUS 999 (CAPACITE DE ON-ORDER)
       CALCULER-SEUILS.
           IF  W-DELAI NOT > 0
               MOVE W-DELAI-DEFAUT TO W-DELAI
           END-IF
           IF  W-CONSOMMATION NOT > 0
               MOVE 0 TO W-CONSO-JOUR
               MOVE 0 TO W-NOUV-SEUIL
               MOVE 0 TO W-NOUV-CIBLE
           ELSE
               COMPUTE W-CONSO-JOUR = W-CONSOMMATION / W-NB-JOURS
               COMPUTE W-CALCUL = W-CONSO-JOUR * W-DELAI
                                  * (1 + W-FACTEUR-SECU)
               IF  W-CALCUL > W-CIBLE-MAX - 1
                   MOVE W-CIBLE-MAX TO W-CALCUL
                   SUBTRACT 1 FROM W-CALCUL
               END-IF
               COMPUTE W-NOUV-SEUIL = W-CALCUL
               IF  W-NOUV-SEUIL < W-CALCUL
                   ADD 1 TO W-NOUV-SEUIL
               END-IF

               COMPUTE W-CALCUL = W-NOUV-SEUIL
                                  + W-CONSO-JOUR * W-CYCLE
               IF  W-CALCUL > W-CIBLE-MAX
                   MOVE W-CIBLE-MAX TO W-CALCUL
               END-IF
               COMPUTE W-NOUV-CIBLE = W-CALCUL
               IF  W-NOUV-CIBLE < W-CALCUL
                   ADD 1 TO W-NOUV-CIBLE
               END-IF
               IF  W-NOUV-CIBLE NOT > W-NOUV-SEUIL
                   COMPUTE W-NOUV-CIBLE = W-NOUV-SEUIL + 1
               END-IF
           END-IF
           .
      *
       MODIFIER-ARTICLE.
           EXEC SQL
              UPDATE CATALOG
                 SET reorder_point    = NULLIF(:W-NOUV-SEUIL, 0),
                     replen_target    = NULLIF(:W-NOUV-CIBLE, 0),
                     reorder_upd_date = CURRENT DATE
               WHERE item_ref = :W-ITEM-REF
           END-EXEC
           IF  SQLCODE = ZERO
               ADD 1 TO W-NB-MODIFIES
               IF  W-NOUV-SEUIL = 0
                   ADD 1 TO W-NB-PAR-DEFAUT
               END-IF
               PERFORM ECRIRE-LIGNE-ARTICLE
           ELSE
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'Y' TO W-ANOMALIE-SW
           END-IF
           .
      *
      *    UNE VALEUR ABSENTE (REPLI SUR REPLNCFG) S'IMPRIME ' CFG'
       ECRIRE-LIGNE-ARTICLE.
           MOVE W-ITEM-REF      TO RL-ITEM-REF
           MOVE W-DESCRIPTION   TO RL-DESCRIPTION
           MOVE W-CONSOMMATION  TO RL-CONSOMMATION
           MOVE W-CONSO-JOUR    TO RL-CONSO-JOUR
           MOVE W-DELAI         TO RL-DELAI
           IF  ANC-PAR-DEFAUT
               MOVE ' CFG'      TO RL-ANC-SEUIL-X
               MOVE ' CFG'      TO RL-ANC-CIBLE-X
           ELSE
               MOVE W-ANC-SEUIL TO RL-ANC-SEUIL
               MOVE W-ANC-CIBLE TO RL-ANC-CIBLE
           END-IF
           IF  W-NOUV-SEUIL = 0
               MOVE ' CFG'       TO RL-NOUV-SEUIL-X
               MOVE ' CFG'       TO RL-NOUV-CIBLE-X
           ELSE
               MOVE W-NOUV-SEUIL TO RL-NOUV-SEUIL
               MOVE W-NOUV-CIBLE TO RL-NOUV-CIBLE
           END-IF
           MOVE SPACES         TO ENR-ROPRPT
           MOVE W-LIGNE-DETAIL TO ENR-ROPRPT
           WRITE ENR-ROPRPT
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           MOVE SPACES TO ENR-ROPRPT
           WRITE ENR-ROPRPT
           MOVE SPACES TO ENR-ROPRPT
           STRING 'ARTICLES EXAMINES: '  DELIMITED BY SIZE
                  W-NB-ARTICLES          DELIMITED BY SIZE
                  ' MODIFIES: '          DELIMITED BY SIZE
                  W-NB-MODIFIES          DELIMITED BY SIZE
                  ' DONT REPASSES SUR REPLNCFG: ' DELIMITED BY SIZE
                  W-NB-PAR-DEFAUT        DELIMITED BY SIZE
             INTO ENR-ROPRPT
           WRITE ENR-ROPRPT
           CLOSE ROPRPT
           DISPLAY 'ROPCAL00 - ARTICLES MODIFIES : ' W-NB-MODIFIES
           IF  EN-ANOMALIE
               DISPLAY 'ROPCAL00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *
       FORMATAGE-ERREUR-DB2.
           MOVE SQLCODE TO W-SQLCODE
           MOVE W-SQLCODE TO SQLCODE-POUR-DISPLAY
           DISPLAY 'ERREUR DB2 SQLCODE=' SQLCODE-POUR-DISPLAY
              ' ' SQLERRM ' '
           .
