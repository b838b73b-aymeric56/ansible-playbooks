      *****************************************************************
      *                                                               *
      * MODULE NAME = CHGBCK00                                        *
      *                                                               *
      * DESCRIPTIVE NAME = CICS TS (Samples) Example Application -    *
      *                     Catalog Manager month-end chargeback      *
      *                                                               *
      * FUNCTION =                                                    *
      *      Every RESERV/CONFRM in DFH0XCM1 carries the charge       *
      *      department (CA-CHARGE-DEPT). At month end this batch     *
      *      recharges the internal departments for what they         *
      *      ordered : every reservation confirmed in the month       *
      *      ('C', or 'S' once shipped by DSPNOT00 - cancelled 'X'    *
      *      and expired 'E' never count) is priced at the            *
      *      PRICE_HISTORY cost in force on its confirmation date     *
      *      (CATALOG cost when the item has no history then).        *
      *      The confirmation date is CONFIRMED_TS, stamped by        *
      *      CONFRM ; lines confirmed before that column existed fall *
      *      back on their DISPATCH_QUEUE note, then on the           *
      *      reservation date.                                        *
      *      Goods returned in the month (RETURN request, RETURNS     *
      *      table) are credited back to the department as negative  *
      *      lines, at the price stored on the return - the price the *
      *      line was charged at.                                     *
      *                                                               *
      *      CHGSTMT : one statement per charge department - item,    *
      *                quantity, unit price and line total, with the  *
      *                department total - then the grand total        *
      *                balanced against a control figure computed by  *
      *                an independent SUM over the same selection.    *
      *      CHGFILE : the finance load file - one record per         *
      *                department with its amount, and a TRLR trailer *
      *                (record count, run date, checksum of the       *
      *                department numbers, grand total) in the        *
      *                WEBEXP00 style.                                *
      *                                                               *
      *      SYSIN card : month to recharge, AAAA-MM in col 1-7.      *
      *      Blank = the month before the run date.                   *
      *      RC 8 when the grand total does not balance against the   *
      *      control figure or on a Db2 anomaly : CHGFILE is then     *
      *      left without its trailer and must not be loaded.         *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   2026/10/15 Creation - monthly department chargeback         *
      *              statements and finance file (AA)                 *
      *   2026/10/15 RETURNS of the month credited as negative lines, *
      *              included in the control figure (AA)              *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBCK00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGSTMT ASSIGN TO UT-S-CHGSTMT.
           SELECT CHGFILE ASSIGN TO UT-S-CHGFILE.
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CHGSTMT
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-CHGSTMT                             PIC X(132).
      *    FICHIER DE CHARGEMENT FINANCE - UN ENREGISTREMENT PAR
      *    SERVICE DEMANDEUR, PUIS LE TRAILER DE CONTROLE
       FD  CHGFILE
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-CHGFILE.
           05  CF-TYPE                  PIC X(1).
           05  CF-PERIODE               PIC X(7).
           05  CF-CHARGE-DEPT           PIC 9(3).
           05  CF-DEPT-NAME             PIC X(20).
           05  CF-NB-LIGNES             PIC 9(5).
           05  CF-MONTANT               PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                   PIC X(32).
       01  ENR-CHGFILE-TRAILER REDEFINES ENR-CHGFILE.
           05  CFT-MARQUEUR             PIC X(4).
               88  CFT-EST-TRAILER      VALUE 'TRLR'.
           05  CFT-NB-ENR               PIC 9(8).
           05  CFT-DATE-TRAITEMENT      PIC 9(8).
           05  CFT-CHECKSUM             PIC 9(10).
           05  CFT-TOTAL                PIC S9(11)V99
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                   PIC X(36).
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
      *    MOIS A REFACTURER LU EN SYSIN (AAAA-MM), BORNES DU MOIS
      *    CALCULEES PAR DB2
       01  W-CARTE-SYSIN.
           05  W-MOIS                   PIC X(7).
           05  FILLER                   PIC X(73).
       01  W-DATE-DEBUT                 PIC X(10).
       01  W-DATE-FIN                   PIC X(10).
       01  W-DATE-JOUR                  PIC 9(8).
      *
       01  W-CHARGE-DEPT                PIC 9(3).
       01  W-DEPT-NAME                  PIC X(20).
       01  W-RESERVATION-REF            PIC 9(8).
       01  W-ITEM-REF                   PIC 9(4).
       01  W-DESCRIPTION                PIC X(40).
       01  W-QUANTITY                   PIC 9(3).
       01  W-DATE-CONFIRMATION          PIC X(10).
       01  W-PRIX-UNITAIRE              PIC S9(5)V99   COMP-3.
       01  W-MONTANT-LIGNE              PIC S9(9)V99   COMP-3.
       01  W-NATURE                     PIC X(1).
           88  LIGNE-RETOUR             VALUE 'R'.
      *
       01  W-DEPT-COURANT               PIC 9(3) VALUE 0.
       01  W-DEPT-NAME-COURANT          PIC X(20).
       01  W-DEPT-EN-COURS-SW           PIC X(1) VALUE 'N'.
           88  RELEVE-OUVERT            VALUE 'Y'.
       01  W-NB-LIGNES-DEPT             PIC 9(5) VALUE 0.
       01  W-TOTAL-DEPT                 PIC S9(11)V99  COMP-3 VALUE 0.
       01  W-NB-LIGNES                  PIC 9(8) VALUE 0.
       01  W-NB-RETOURS                 PIC 9(8) VALUE 0.
       01  W-NB-DEPTS                   PIC 9(8) VALUE 0.
       01  W-TOTAL-GENERAL              PIC S9(11)V99  COMP-3 VALUE 0.
       01  W-CHECKSUM                   PIC 9(10) VALUE 0.
      *    CHIFFRE DE CONTROLE : SOMME INDEPENDANTE PAR DB2
       01  W-CTL-NB-LIGNES              PIC S9(9)      COMP.
       01  W-CTL-TOTAL                  PIC S9(11)V99  COMP-3.
       01  W-CTL-NB-RETOURS             PIC S9(9)      COMP.
       01  W-CTL-RETOURS                PIC S9(11)V99  COMP-3.
       01  W-ECART                      PIC S9(11)V99  COMP-3.
       01  W-ANOMALIE-SW                PIC X(1) VALUE 'N'.
           88  EN-ANOMALIE              VALUE 'Y'.
      *
       01  W-LIGNE-DETAIL.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-RESERVATION-REF       PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-ITEM-REF              PIC 9(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-DESCRIPTION           PIC X(40).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-DATE-CONFIRMATION     PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-QUANTITY              PIC ZZ9.
           05  FILLER                   PIC X(3)  VALUE ' X '.
           05  RD-PRIX-UNITAIRE         PIC ZZZZ9.99.
           05  FILLER                   PIC X(3)  VALUE ' = '.
           05  RD-MONTANT-LIGNE         PIC ZZZZZZZZ9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-NATURE                PIC X(6).
           05  FILLER                   PIC X(22) VALUE SPACES.
      *
       01  W-LIGNE-TOTAL.
           05  RT-LIBELLE               PIC X(40).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RT-NB-LIGNES             PIC ZZZZZZZ9.
           05  FILLER                   PIC X(8)  VALUE ' LIGNES '.
           05  RT-MONTANT               PIC ZZZZZZZZZZ9.99-.
           05  FILLER                   PIC X(59) VALUE SPACES.
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
      *    LES LIGNES CONFIRMEES DU MOIS ('C' OU 'S'), EN ORDRE DE
      *    SERVICE DEMANDEUR POUR LA RUPTURE, CHACUNE AU PRIX EN
      *    VIGUEUR A SA DATE DE CONFIRMATION, PUIS LES RETOURS DU
      *    MOIS (NATURE 'R') AU PRIX GARDE SUR LE RETOUR
           EXEC SQL
              DECLARE CHG-CSR CURSOR FOR
              SELECT V.charge_dept,
                     COALESCE((SELECT D.dept_name
                          FROM DEPARTMENTS D
                         WHERE D.department = V.charge_dept), ' '),
                     V.reservation_ref,
                     V.item_ref,
                     C.description,
                     V.quantity_req,
                     CHAR(V.confirm_date, ISO),
                     DECIMAL(COALESCE((SELECT PH.cost
                          FROM PRICE_HISTORY PH
                         WHERE PH.item_ref = V.item_ref
                           AND PH.effective_date <= V.confirm_date
                         ORDER BY PH.effective_date DESC
                         FETCH FIRST 1 ROW ONLY), C.cost), 7, 2),
                     'V'
              FROM (SELECT R.reservation_ref,
                           R.item_ref,
                           R.quantity_req,
                           R.charge_dept,
                           DATE(COALESCE(R.confirmed_ts,
                                (SELECT MIN(Q.confirm_ts)
                                   FROM DISPATCH_QUEUE Q
                                  WHERE Q.reservation_ref =
                                        R.reservation_ref),
                                R.reserved_ts)) AS confirm_date
                      FROM RESERVATIONS R
                     WHERE R.status IN ('C', 'S')) AS V,
                   CATALOG C
              WHERE C.item_ref = V.item_ref
                AND V.confirm_date BETWEEN DATE(:W-DATE-DEBUT)
                                       AND DATE(:W-DATE-FIN)
              UNION ALL
              SELECT T.charge_dept,
                     COALESCE((SELECT D.dept_name
                          FROM DEPARTMENTS D
                         WHERE D.department = T.charge_dept), ' '),
                     T.reservation_ref,
                     T.item_ref,
                     C.description,
                     T.quantity,
                     CHAR(DATE(T.return_ts), ISO),
                     T.unit_price,
                     'R'
              FROM RETURNS T,
                   CATALOG C
              WHERE C.item_ref = T.item_ref
                AND DATE(T.return_ts) BETWEEN DATE(:W-DATE-DEBUT)
                                          AND DATE(:W-DATE-FIN)
              ORDER BY 1, 4, 3, 9 DESC
              FOR FETCH ONLY
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM LIRE-PERIODE
           PERFORM DEBUT
           PERFORM TRAITEMENT
           PERFORM CONTROLER-TOTAL
           PERFORM FIN
           GOBACK
           .
      *
      *    CARTE SYSIN AAAA-MM ; A BLANC, LE MOIS PRECEDANT LA DATE
      *    DU JOUR. DB2 DONNE LE PREMIER ET LE DERNIER JOUR DU MOIS
       LIRE-PERIODE.
           MOVE SPACES TO W-CARTE-SYSIN
           ACCEPT W-CARTE-SYSIN FROM SYSIN
           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD

           IF  W-MOIS = SPACES
               EXEC SQL
                  SELECT CHAR(CURRENT DATE
                              - (DAY(CURRENT DATE) - 1) DAYS
                              - 1 MONTH, ISO)
                    INTO :W-DATE-DEBUT
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               EXEC SQL
                  SELECT CHAR(DATE(:W-MOIS || '-01'), ISO)
                    INTO :W-DATE-DEBUT
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF
           IF  SQLCODE = ZERO
               EXEC SQL
                  SELECT CHAR(DATE(:W-DATE-DEBUT)
                              + 1 MONTH - 1 DAY, ISO)
                    INTO :W-DATE-FIN
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               DISPLAY 'PERIODE INVALIDE : ' W-MOIS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE W-DATE-DEBUT(1:7) TO W-MOIS
           DISPLAY 'REFACTURATION DU ' W-DATE-DEBUT ' AU ' W-DATE-FIN
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           OPEN OUTPUT CHGSTMT
           OPEN OUTPUT CHGFILE
           MOVE SPACES TO ENR-CHGSTMT
           STRING 'RELEVES DE REFACTURATION INTERNE - PERIODE '
                  W-MOIS
                  DELIMITED BY SIZE INTO ENR-CHGSTMT
           WRITE ENR-CHGSTMT

           EXEC SQL
              OPEN CHG-CSR
           END-EXEC
           .
      *
       TRAITEMENT.
           IF  SQLCODE = ZERO
               PERFORM TRAITER-UNE-LIGNE UNTIL EN-ANOMALIE
                                         OR SQLCODE NOT = ZERO
               EXEC SQL
                  CLOSE CHG-CSR
               END-EXEC
           ELSE
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'Y' TO W-ANOMALIE-SW
           END-IF
           .
      *
       TRAITER-UNE-LIGNE.
           EXEC SQL
              FETCH CHG-CSR
               INTO
                      :W-CHARGE-DEPT,
                      :W-DEPT-NAME,
                      :W-RESERVATION-REF,
                      :W-ITEM-REF,
                      :W-DESCRIPTION,
                      :W-QUANTITY,
                      :W-DATE-CONFIRMATION,
                      :W-PRIX-UNITAIRE,
                      :W-NATURE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
      *       RUPTURE SUR LE COMMUTATEUR DE RELEVE OUVERT, COMME
      *       DSPNOT00 - UN SERVICE 000 OUVRE SON RELEVE COMME LES
      *       AUTRES
              IF  NOT RELEVE-OUVERT
                  OR W-CHARGE-DEPT NOT = W-DEPT-COURANT
                  IF  RELEVE-OUVERT
                      PERFORM TERMINER-RELEVE
                  END-IF
                  PERFORM OUVRIR-RELEVE
              END-IF
              COMPUTE W-MONTANT-LIGNE =
                      W-PRIX-UNITAIRE * W-QUANTITY
      *       UN RETOUR VIENT EN DEDUCTION DU RELEVE
              MOVE SPACES TO RD-NATURE
              IF  LIGNE-RETOUR
                  COMPUTE W-MONTANT-LIGNE = 0 - W-MONTANT-LIGNE
                  MOVE 'RETOUR' TO RD-NATURE
                  ADD 1 TO W-NB-RETOURS
              END-IF
              ADD 1               TO W-NB-LIGNES-DEPT
              ADD 1               TO W-NB-LIGNES
              ADD W-MONTANT-LIGNE TO W-TOTAL-DEPT
              ADD W-MONTANT-LIGNE TO W-TOTAL-GENERAL

              MOVE W-RESERVATION-REF   TO RD-RESERVATION-REF
              MOVE W-ITEM-REF          TO RD-ITEM-REF
              MOVE W-DESCRIPTION       TO RD-DESCRIPTION
              MOVE W-DATE-CONFIRMATION TO RD-DATE-CONFIRMATION
              MOVE W-QUANTITY          TO RD-QUANTITY
              MOVE W-PRIX-UNITAIRE     TO RD-PRIX-UNITAIRE
              MOVE W-MONTANT-LIGNE     TO RD-MONTANT-LIGNE
              MOVE SPACES         TO ENR-CHGSTMT
              MOVE W-LIGNE-DETAIL TO ENR-CHGSTMT
              WRITE ENR-CHGSTMT
           WHEN +100
              IF  RELEVE-OUVERT
                  PERFORM TERMINER-RELEVE
              END-IF
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              MOVE 'Y' TO W-ANOMALIE-SW
           END-EVALUATE
           .
      *
      *    EN-TETE DU RELEVE D'UN SERVICE DEMANDEUR
       OUVRIR-RELEVE.
           MOVE W-CHARGE-DEPT TO W-DEPT-COURANT
           MOVE W-DEPT-NAME   TO W-DEPT-NAME-COURANT
           MOVE 'Y' TO W-DEPT-EN-COURS-SW
           MOVE 0 TO W-NB-LIGNES-DEPT
           MOVE 0 TO W-TOTAL-DEPT

           MOVE SPACES TO ENR-CHGSTMT
           WRITE ENR-CHGSTMT
           MOVE SPACES TO ENR-CHGSTMT
           STRING 'RELEVE DU SERVICE ' W-CHARGE-DEPT
                  ' ' W-DEPT-NAME
                  ' - PERIODE ' W-MOIS
                  DELIMITED BY SIZE INTO ENR-CHGSTMT
           WRITE ENR-CHGSTMT
           MOVE SPACES TO ENR-CHGSTMT
           STRING '  RESERVAT  ART   DESCRIPTION '
                  '                              '
                  'CONFIRMEE   QTE   PRIX U.          MONTANT'
                  '  NATURE'
                  DELIMITED BY SIZE INTO ENR-CHGSTMT
           WRITE ENR-CHGSTMT
           .
      *
      *    TOTAL DU RELEVE ET ENREGISTREMENT DU FICHIER FINANCE
       TERMINER-RELEVE.
           MOVE SPACES TO W-LIGNE-TOTAL
           MOVE '  TOTAL A REFACTURER AU SERVICE' TO RT-LIBELLE
           MOVE W-NB-LIGNES-DEPT TO RT-NB-LIGNES
           MOVE W-TOTAL-DEPT     TO RT-MONTANT
           MOVE SPACES        TO ENR-CHGSTMT
           MOVE W-LIGNE-TOTAL TO ENR-CHGSTMT
           WRITE ENR-CHGSTMT

           MOVE SPACES              TO ENR-CHGFILE
           MOVE 'D'                 TO CF-TYPE
           MOVE W-MOIS              TO CF-PERIODE
           MOVE W-DEPT-COURANT      TO CF-CHARGE-DEPT
           MOVE W-DEPT-NAME-COURANT TO CF-DEPT-NAME
           MOVE W-NB-LIGNES-DEPT    TO CF-NB-LIGNES
           MOVE W-TOTAL-DEPT        TO CF-MONTANT
           WRITE ENR-CHGFILE
           ADD 1              TO W-NB-DEPTS
           ADD W-DEPT-COURANT TO W-CHECKSUM
           .
      *
      *    LE TOTAL GENERAL DOIT S'EQUILIBRER AVEC UNE SOMME CALCULEE
      *    INDEPENDAMMENT PAR DB2 SUR LA MEME SELECTION ; UN ECART
      *    (LIGNE PERDUE, PRIX MAL LU) MET LE TRAITEMENT EN ANOMALIE
       CONTROLER-TOTAL.
           IF  NOT EN-ANOMALIE
               EXEC SQL
                  SELECT COUNT(*),
                         COALESCE(SUM(DECIMAL(COALESCE(
                              (SELECT PH.cost
                                 FROM PRICE_HISTORY PH
                                WHERE PH.item_ref = V.item_ref
                                  AND PH.effective_date
                                      <= V.confirm_date
                                ORDER BY PH.effective_date DESC
                                FETCH FIRST 1 ROW ONLY), C.cost),
                              7, 2) * V.quantity_req), 0)
                    INTO :W-CTL-NB-LIGNES,
                         :W-CTL-TOTAL
                    FROM (SELECT R.item_ref,
                                 R.quantity_req,
                                 DATE(COALESCE(R.confirmed_ts,
                                      (SELECT MIN(Q.confirm_ts)
                                         FROM DISPATCH_QUEUE Q
                                        WHERE Q.reservation_ref =
                                              R.reservation_ref),
                                      R.reserved_ts)) AS confirm_date
                            FROM RESERVATIONS R
                           WHERE R.status IN ('C', 'S')) AS V,
                         CATALOG C
                   WHERE C.item_ref = V.item_ref
                     AND V.confirm_date BETWEEN DATE(:W-DATE-DEBUT)
                                            AND DATE(:W-DATE-FIN)
               END-EXEC
               IF  SQLCODE = ZERO
                   EXEC SQL
                      SELECT COUNT(*),
                             COALESCE(SUM(T.unit_price * T.quantity),
                                      0)
                        INTO :W-CTL-NB-RETOURS,
                             :W-CTL-RETOURS
                        FROM RETURNS T,
                             CATALOG C
                       WHERE C.item_ref = T.item_ref
                         AND DATE(T.return_ts)
                             BETWEEN DATE(:W-DATE-DEBUT)
                                 AND DATE(:W-DATE-FIN)
                   END-EXEC
                   ADD W-CTL-NB-RETOURS   TO W-CTL-NB-LIGNES
                   SUBTRACT W-CTL-RETOURS FROM W-CTL-TOTAL
               END-IF
               IF  SQLCODE NOT = ZERO
                   PERFORM FORMATAGE-ERREUR-DB2
                   MOVE 'Y' TO W-ANOMALIE-SW
               ELSE
                   COMPUTE W-ECART = W-TOTAL-GENERAL - W-CTL-TOTAL
                   IF  W-ECART NOT = 0
                       OR W-CTL-NB-LIGNES NOT = W-NB-LIGNES
                       DISPLAY 'CHGBCK00 - TOTAL GENERAL DESEQUILIBRE'
                       MOVE 'Y' TO W-ANOMALIE-SW
                   END-IF
               END-IF
           END-IF
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           MOVE SPACES TO ENR-CHGSTMT
           WRITE ENR-CHGSTMT
           MOVE SPACES TO W-LIGNE-TOTAL
           MOVE 'TOTAL GENERAL REFACTURE' TO RT-LIBELLE
           MOVE W-NB-LIGNES     TO RT-NB-LIGNES
           MOVE W-TOTAL-GENERAL TO RT-MONTANT
           MOVE SPACES        TO ENR-CHGSTMT
           MOVE W-LIGNE-TOTAL TO ENR-CHGSTMT
           WRITE ENR-CHGSTMT

           IF  EN-ANOMALIE
               MOVE SPACES TO ENR-CHGSTMT
               STRING '*** TRAITEMENT EN ANOMALIE - FICHIER FINANCE'
                      ' SANS TRAILER, NE PAS CHARGER ***'
                      DELIMITED BY SIZE INTO ENR-CHGSTMT
               WRITE ENR-CHGSTMT
           ELSE
               MOVE SPACES TO W-LIGNE-TOTAL
               MOVE 'CHIFFRE DE CONTROLE' TO RT-LIBELLE
               MOVE W-CTL-NB-LIGNES TO RT-NB-LIGNES
               MOVE W-CTL-TOTAL     TO RT-MONTANT
               MOVE SPACES        TO ENR-CHGSTMT
               MOVE W-LIGNE-TOTAL TO ENR-CHGSTMT
               WRITE ENR-CHGSTMT

      *        TRAILER DE CONTROLE AU DESSIN WEBEXP00 : LA FINANCE
      *        VERIFIE NOMBRE, DATE, CHECKSUM ET TOTAL AVANT CHARGEMENT
               MOVE SPACES          TO ENR-CHGFILE
               MOVE 'TRLR'          TO CFT-MARQUEUR
               MOVE W-NB-DEPTS      TO CFT-NB-ENR
               MOVE W-DATE-JOUR     TO CFT-DATE-TRAITEMENT
               MOVE W-CHECKSUM      TO CFT-CHECKSUM
               MOVE W-TOTAL-GENERAL TO CFT-TOTAL
               WRITE ENR-CHGFILE
           END-IF

           CLOSE CHGSTMT
           CLOSE CHGFILE

           DISPLAY 'CHGBCK00 - SERVICES REFACTURES : ' W-NB-DEPTS
           DISPLAY 'CHGBCK00 - LIGNES REFACTUREES  : ' W-NB-LIGNES
           DISPLAY 'CHGBCK00 - DONT RETOURS        : ' W-NB-RETOURS
           IF  EN-ANOMALIE
               DISPLAY 'CHGBCK00 TERMINE EN ANOMALIE'
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
