      *      RESERVATIONS; a caller that never sends CONFRM or        *
      *      CANCEL leaves that stock locked forever. This nightly    *
      *      sweep cancels the pending reservations older than a      *
      *      configurable age (SYSIN card, business days of the FR    *
      *      calendar counted by DATOUVR, default 007 - RESERVED_TS   *
      *      is already stored), returns their quantity               *
      *      to CATALOG IN-STOCK exactly as CANCEL-ORDER does, marks  *
      *      them with the distinct status 'E' (expired, as opposed   *
      *      to 'X' for a caller-requested cancel), and reports what  *
      *              line, so the per-row age criterion here catches  *
      *              the whole abandoned basket in the same sweep,    *
      *              never a part of it (AA)                          *
      *   2026/10/15 Stock held per warehouse : the released quantity *
      *              goes back to the ITEM_STOCK shelves it was taken *
      *              from (RESERVATION_PICKS), to the main warehouse  *
      *              for a reservation without picks (AA)             *
      *   2026/10/15 Age counted in business days : the cut-off date  *
      *              comes from the DATOUVR calendar service, so a    *
      *              week-end or a public holiday no longer eats into *
      *              the customer's delay ; calendar days are kept if *
      *              the service fails (AA)                           *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
      *    AGE EN JOURS OUVRES AU-DELA DUQUEL UNE RESERVATION 'R' EST
      *    CONSIDEREE ABANDONNEE, LU EN SYSIN. CARTE ABSENTE OU NON
      *    NUMERIQUE = ON GARDE LA VALEUR PAR DEFAUT
       01  W-AGE-SAISI                  PIC X(3).
       01  W-AGE-JOURS                  PIC 9(3) VALUE 007.
      *
      *    DATE LIMITE AAAA-MM-JJ : AUJOURD'HUI MOINS W-AGE-JOURS
      *    JOURS OUVRES (CALENDRIER FR). UNE RESERVATION PRISE AVANT
      *    LA MEME HEURE CE JOUR-LA EST EXPIREE
       01  W-DATE-LIMITE                PIC X(10).
      *
      *    COMMUNICATION AREA FOR THE SHARED BUSINESS-DAY DATE SERVICE
           COPY DATOUVC.
       77  C-DATOUVR                    PIC X(07) VALUE 'DATOUVR'.
      *
       01  W-RESERVATION-REF            PIC 9(8).
       01  W-ITEM-REF                   PIC 9(4).
       01  W-QUANTITY                   PIC 9(3).
       01  W-NB-EXPIREES                PIC 9(4) VALUE 0.
      *
      *    ENTREPOT PRINCIPAL : CELUI OU REVIENT LE STOCK D'UNE
      *    RESERVATION PRISE AVANT LA GESTION PAR ENTREPOT (SANS
      *    LIGNE RESERVATION_PICKS)
       01  W-ENTREPOT-PRINCIPAL         PIC 9(2) VALUE 1.
       01  W-NB-PRELEVEMENTS            PIC S9(4) COMP.
      *
       01  W-REPORT-LINE.
           05  RL-RESERVATION-REF       PIC 9(8).
               quantity_req
              FROM RESERVATIONS
              WHERE status = 'R'
                AND reserved_ts < TIMESTAMP(DATE(:W-DATE-LIMITE),
                                            CURRENT TIME)
              ORDER BY reservation_ref
              FOR FETCH ONLY
           END-EXEC.
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM LIRE-AGE-EXPIRATION
           PERFORM CALCULER-DATE-LIMITE
           PERFORM DEBUT
           PERFORM TRAITEMENT
           PERFORM FIN
           AND W-AGE-SAISI NOT = '000'
               MOVE W-AGE-SAISI TO W-AGE-JOURS
           END-IF
           DISPLAY 'AGE D''EXPIRATION (JOURS OUVRES) : ' W-AGE-JOURS
           .
      *
      *    DATE LIMITE EN JOURS OUVRES. SI LE CALENDRIER NE REPOND PAS
      *    ON GARDE LES JOURS CALENDAIRES, COMME AVANT
       CALCULER-DATE-LIMITE.
           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO),
                     CHAR(CURRENT DATE - :W-AGE-JOURS DAYS, ISO)
                INTO :DTO-IN-DATE,
                     :W-DATE-LIMITE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
           ELSE
               SET DTO-AJOUTER-JOURS TO TRUE
               MOVE 'FR' TO DTO-IN-PAYS
               COMPUTE DTO-IN-NB-JOURS = 0 - W-AGE-JOURS
               CALL C-DATOUVR USING DTO-ENTREE DTO-SORTIE
               EVALUATE TRUE
               WHEN DTO-RETOUR-KO
                  DISPLAY 'CALENDRIER INDISPONIBLE, AGE EN JOURS '
                          'CALENDAIRES'
               WHEN DTO-RETOUR-HORS-CAL
                  DISPLAY 'CALENDRIER NON CHARGE, FERIES NON '
                          'DECOMPTES'
                  MOVE DTO-OUT-DATE TO W-DATE-LIMITE
               WHEN OTHER
                  MOVE DTO-OUT-DATE TO W-DATE-LIMITE
               END-EVALUATE
           END-IF
           DISPLAY 'DATE LIMITE DE RESERVATION : ' W-DATE-LIMITE
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
                 SET in_stock = in_stock + :W-QUANTITY
               WHERE item_ref = :W-ITEM-REF
           END-EXEC
      *
           IF  SQLCODE = ZERO
               PERFORM REMETTRE-STOCK-ENTREPOT
           END-IF
      *
           IF  SQLCODE = ZERO
               EXEC SQL
               PERFORM FORMATAGE-ERREUR-DB2
           END-IF
           .
      *
      *    LA QUANTITE REGAGNE LES RAYONS DES ENTREPOTS OU ELLE A ETE
      *    PRELEVEE, COMME RESTORE-WAREHOUSE-STOCK DANS DFH0XCM1
       REMETTRE-STOCK-ENTREPOT.
           MOVE 0 TO W-NB-PRELEVEMENTS
           EXEC SQL
              SELECT COUNT(*)
                INTO :W-NB-PRELEVEMENTS
                FROM RESERVATION_PICKS
               WHERE reservation_ref = :W-RESERVATION-REF
           END-EXEC
      *
           IF  SQLCODE = ZERO
               IF  W-NB-PRELEVEMENTS > 0
                   EXEC SQL
                      UPDATE ITEM_STOCK S
                         SET in_stock = in_stock +
                             (SELECT P.quantity
                                FROM RESERVATION_PICKS P
                               WHERE P.reservation_ref =
                                     :W-RESERVATION-REF
                                 AND P.warehouse = S.warehouse)
                       WHERE S.item_ref = :W-ITEM-REF
                         AND S.warehouse IN
                             (SELECT P.warehouse
                                FROM RESERVATION_PICKS P
                               WHERE P.reservation_ref =
                                     :W-RESERVATION-REF)
                   END-EXEC
               ELSE
                   EXEC SQL
                      UPDATE ITEM_STOCK
                         SET in_stock = in_stock + :W-QUANTITY
                       WHERE item_ref = :W-ITEM-REF
                         AND warehouse = :W-ENTREPOT-PRINCIPAL
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
                                 :W-ENTREPOT-PRINCIPAL,
                                 :W-QUANTITY,
                                 0
                                 )
                       END-EXEC
                   END-IF
               END-IF
           END-IF
           .
      *
       WRITE-EXPIRED-LINE.
           MOVE SPACES             TO W-REPORT-LINE
