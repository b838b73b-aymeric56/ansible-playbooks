      *****************************************************************
      *                                                               *
      * MODULE NAME = POLATE00                                        *
      *                                                               *
      * DESCRIPTIVE NAME = CICS TS (Samples) Example Application -    *
      *                     Catalog Manager overdue purchase orders   *
      *                                                               *
      * FUNCTION =                                                    *
      *      DFH0XBR1 records every purchase order line it sends in   *
      *      PO_LINES (order number, supplier, item, quantity,        *
      *      promised date = order date + supplier lead time) and     *
      *      RECEIP matches the receipts against them. This weekly    *
      *      batch lists, supplier by supplier, the lines still open  *
      *      ('O') or partly received ('P') whose promised date is    *
      *      past : order number, item, quantity ordered, received    *
      *      and still due, promised date and days late, with the     *
      *      supplier total and a grand total, for purchasing to      *
      *      chase the suppliers.                                     *
      *                                                               *
      *      POLATE  : the overdue lines report (132 columns).        *
      *                                                               *
      *      SYSIN card : reference date AAAA-MM-JJ in col 1-10.      *
      *      Blank = the run date.                                    *
      *      RC 8 on a Db2 anomaly.                                   *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   2026/10/15 Creation - weekly overdue purchase order lines   *
      *              by supplier (AA)                                 *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLATE00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLATE ASSIGN TO UT-S-POLATE.
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  POLATE
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-POLATE                              PIC X(132).
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
      *    DATE DE REFERENCE LUE EN SYSIN (AAAA-MM-JJ)
       01  W-CARTE-SYSIN.
           05  W-DATE-SAISIE            PIC X(10).
           05  FILLER                   PIC X(70).
       01  W-DATE-REFERENCE             PIC X(10).
      *
       01  W-SUPPLIER-REF               PIC 9(4).
       01  W-SUPPLIER-NAME              PIC X(30).
       01  W-PO-NUMBER                  PIC X(10).
       01  W-ITEM-REF                   PIC 9(4).
       01  W-DESCRIPTION                PIC X(40).
       01  W-QTE-COMMANDEE              PIC S9(4)      COMP.
       01  W-QTE-RECUE                  PIC S9(4)      COMP.
       01  W-QTE-DUE                    PIC S9(4)      COMP.
       01  W-DATE-PROMISE               PIC X(10).
       01  W-JOURS-RETARD               PIC S9(5)      COMP.
       01  W-STATUT                     PIC X(1).
           88  LIGNE-PARTIELLE          VALUE 'P'.
      *
       01  W-FOURN-COURANT              PIC 9(4) VALUE 0.
       01  W-FOURN-EN-COURS-SW          PIC X(1) VALUE 'N'.
           88  FOURNISSEUR-OUVERT       VALUE 'Y'.
       01  W-NB-LIGNES-FOURN            PIC 9(5) VALUE 0.
       01  W-QTE-DUE-FOURN              PIC 9(7) VALUE 0.
       01  W-NB-LIGNES                  PIC 9(7) VALUE 0.
       01  W-QTE-DUE-TOTALE             PIC 9(9) VALUE 0.
       01  W-NB-FOURNISSEURS            PIC 9(5) VALUE 0.
       01  W-ANOMALIE-SW                PIC X(1) VALUE 'N'.
           88  EN-ANOMALIE              VALUE 'Y'.
      *
       01  W-LIGNE-DETAIL.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-PO-NUMBER             PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-ITEM-REF              PIC 9(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-DESCRIPTION           PIC X(40).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-QTE-COMMANDEE         PIC ZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-QTE-RECUE             PIC ZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-QTE-DUE               PIC ZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-DATE-PROMISE          PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-JOURS-RETARD          PIC ZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-STATUT                PIC X(8).
           05  FILLER                   PIC X(25) VALUE SPACES.
      *
       01  W-LIGNE-TOTAL.
           05  RT-LIBELLE               PIC X(40).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RT-NB-LIGNES             PIC ZZZZZZ9.
           05  FILLER                   PIC X(8)  VALUE ' LIGNES '.
           05  FILLER                   PIC X(13) VALUE 'QTE DUE    : '.
           05  RT-QTE-DUE               PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(53) VALUE SPACES.
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
      *    LES LIGNES DE COMMANDE OUVERTES OU PARTIELLES DONT LA DATE
      *    PROMISE EST DEPASSEE A LA DATE DE REFERENCE, EN ORDRE DE
      *    FOURNISSEUR POUR LA RUPTURE, LES PLUS ANCIENNES D'ABORD
           EXEC SQL
              DECLARE LATE-CSR CURSOR FOR
              SELECT P.supplier_ref,
                     COALESCE((SELECT S.supplier_name
                          FROM SUPPLIERS S
                         WHERE S.supplier_ref = P.supplier_ref), ' '),
                     P.po_number,
                     P.item_ref,
                     COALESCE(C.description, ' '),
                     P.quantity_ordered,
                     P.quantity_received,
                     CHAR(P.promised_date, ISO),
                     DAYS(DATE(:W-DATE-REFERENCE))
                        - DAYS(P.promised_date),
                     P.status
              FROM PO_LINES P
                   LEFT OUTER JOIN CATALOG C
                     ON C.item_ref = P.item_ref
              WHERE P.status IN ('O', 'P')
                AND P.promised_date < DATE(:W-DATE-REFERENCE)
              ORDER BY 1, 8, 3, 4
              FOR FETCH ONLY
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM LIRE-DATE-REFERENCE
           PERFORM DEBUT
           PERFORM TRAITEMENT
           PERFORM FIN
           GOBACK
           .
      *
      *    CARTE SYSIN AAAA-MM-JJ ; A BLANC, LA DATE DU JOUR. DB2
      *    VALIDE LA DATE SAISIE
       LIRE-DATE-REFERENCE.
           MOVE SPACES TO W-CARTE-SYSIN
           ACCEPT W-CARTE-SYSIN FROM SYSIN

           IF  W-DATE-SAISIE = SPACES
               EXEC SQL
                  SELECT CHAR(CURRENT DATE, ISO)
                    INTO :W-DATE-REFERENCE
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               EXEC SQL
                  SELECT CHAR(DATE(:W-DATE-SAISIE), ISO)
                    INTO :W-DATE-REFERENCE
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               DISPLAY 'DATE DE REFERENCE INVALIDE : ' W-DATE-SAISIE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'LIGNES EN RETARD AU ' W-DATE-REFERENCE
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           OPEN OUTPUT POLATE
           MOVE SPACES TO ENR-POLATE
           STRING 'LIGNES DE COMMANDE FOURNISSEUR EN RETARD AU '
                  W-DATE-REFERENCE
                  DELIMITED BY SIZE INTO ENR-POLATE
           WRITE ENR-POLATE

           EXEC SQL
              OPEN LATE-CSR
           END-EXEC
           .
      *
       TRAITEMENT.
           IF  SQLCODE = ZERO
               PERFORM TRAITER-UNE-LIGNE UNTIL EN-ANOMALIE
                                         OR SQLCODE NOT = ZERO
               EXEC SQL
                  CLOSE LATE-CSR
               END-EXEC
           ELSE
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'Y' TO W-ANOMALIE-SW
           END-IF
           .
      *
       TRAITER-UNE-LIGNE.
           EXEC SQL
              FETCH LATE-CSR
               INTO
                      :W-SUPPLIER-REF,
                      :W-SUPPLIER-NAME,
                      :W-PO-NUMBER,
                      :W-ITEM-REF,
                      :W-DESCRIPTION,
                      :W-QTE-COMMANDEE,
                      :W-QTE-RECUE,
                      :W-DATE-PROMISE,
                      :W-JOURS-RETARD,
                      :W-STATUT
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              IF  NOT FOURNISSEUR-OUVERT
                  OR W-SUPPLIER-REF NOT = W-FOURN-COURANT
                  IF  FOURNISSEUR-OUVERT
                      PERFORM TERMINER-FOURNISSEUR
                  END-IF
                  PERFORM OUVRIR-FOURNISSEUR
              END-IF
              COMPUTE W-QTE-DUE = W-QTE-COMMANDEE - W-QTE-RECUE
              ADD 1         TO W-NB-LIGNES-FOURN
              ADD 1         TO W-NB-LIGNES
              ADD W-QTE-DUE TO W-QTE-DUE-FOURN
              ADD W-QTE-DUE TO W-QTE-DUE-TOTALE

              MOVE W-PO-NUMBER     TO RD-PO-NUMBER
              MOVE W-ITEM-REF      TO RD-ITEM-REF
              MOVE W-DESCRIPTION   TO RD-DESCRIPTION
              MOVE W-QTE-COMMANDEE TO RD-QTE-COMMANDEE
              MOVE W-QTE-RECUE     TO RD-QTE-RECUE
              MOVE W-QTE-DUE       TO RD-QTE-DUE
              MOVE W-DATE-PROMISE  TO RD-DATE-PROMISE
              MOVE W-JOURS-RETARD  TO RD-JOURS-RETARD
              IF  LIGNE-PARTIELLE
                  MOVE 'PARTIEL' TO RD-STATUT
              ELSE
                  MOVE 'OUVERT'  TO RD-STATUT
              END-IF
              MOVE SPACES         TO ENR-POLATE
              MOVE W-LIGNE-DETAIL TO ENR-POLATE
              WRITE ENR-POLATE
           WHEN +100
              IF  FOURNISSEUR-OUVERT
                  PERFORM TERMINER-FOURNISSEUR
              END-IF
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              MOVE 'Y' TO W-ANOMALIE-SW
           END-EVALUATE
           .
      *
      *    EN-TETE DES LIGNES EN RETARD D'UN FOURNISSEUR
       OUVRIR-FOURNISSEUR.
           MOVE W-SUPPLIER-REF TO W-FOURN-COURANT
           MOVE 'Y' TO W-FOURN-EN-COURS-SW
           MOVE 0 TO W-NB-LIGNES-FOURN
           MOVE 0 TO W-QTE-DUE-FOURN

           MOVE SPACES TO ENR-POLATE
           WRITE ENR-POLATE
           MOVE SPACES TO ENR-POLATE
           STRING 'FOURNISSEUR ' W-SUPPLIER-REF
                  ' ' W-SUPPLIER-NAME
                  DELIMITED BY SIZE INTO ENR-POLATE
           WRITE ENR-POLATE
           MOVE SPACES TO ENR-POLATE
           STRING '  NO COMMANDE  ART   DESCRIPTION '
                  '                              '
                  'CDE  RECU   DUE  PROMISE LE  RETARD STATUT'
                  DELIMITED BY SIZE INTO ENR-POLATE
           WRITE ENR-POLATE
           .
      *
      *    TOTAL DU FOURNISSEUR
       TERMINER-FOURNISSEUR.
           MOVE SPACES TO W-LIGNE-TOTAL
           MOVE '  TOTAL EN RETARD DU FOURNISSEUR' TO RT-LIBELLE
           MOVE W-NB-LIGNES-FOURN TO RT-NB-LIGNES
           MOVE W-QTE-DUE-FOURN   TO RT-QTE-DUE
           MOVE SPACES        TO ENR-POLATE
           MOVE W-LIGNE-TOTAL TO ENR-POLATE
           WRITE ENR-POLATE
           ADD 1 TO W-NB-FOURNISSEURS
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           MOVE SPACES TO ENR-POLATE
           WRITE ENR-POLATE
           MOVE SPACES TO W-LIGNE-TOTAL
           MOVE 'TOTAL GENERAL EN RETARD' TO RT-LIBELLE
           MOVE W-NB-LIGNES      TO RT-NB-LIGNES
           MOVE W-QTE-DUE-TOTALE TO RT-QTE-DUE
           MOVE SPACES        TO ENR-POLATE
           MOVE W-LIGNE-TOTAL TO ENR-POLATE
           WRITE ENR-POLATE

           IF  EN-ANOMALIE
               MOVE SPACES TO ENR-POLATE
               STRING '*** TRAITEMENT EN ANOMALIE - LISTE INCOMPLETE'
                      ' ***'
                      DELIMITED BY SIZE INTO ENR-POLATE
               WRITE ENR-POLATE
           END-IF

           CLOSE POLATE

           DISPLAY 'POLATE00 - FOURNISSEURS EN RETARD : '
                   W-NB-FOURNISSEURS
           DISPLAY 'POLATE00 - LIGNES EN RETARD       : ' W-NB-LIGNES
           IF  EN-ANOMALIE
               DISPLAY 'POLATE00 TERMINE EN ANOMALIE'
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
