      *****************************************************************
      *                                                               *
      * MODULE NAME = POSCOR00                                        *
      *                                                               *
      * DESCRIPTIVE NAME = CICS TS (Samples) Example Application -    *
      *                     Catalog Manager supplier scorecard        *
      *                                                               *
      * FUNCTION =                                                    *
      *      Monthly delivery scorecard per supplier for purchasing's *
      *      supplier reviews, over the PO_LINES purchase order lines *
      *      (written by DFH0XBR1, received through RECEIP) whose     *
      *      promised date falls in the month :                       *
      *        - lines due in the month ;                             *
      *        - on-time % : lines fully received ('C' or 'V') no     *
      *          later than the promised date ;                       *
      *        - fill rate % : quantity received, an over-delivery    *
      *          counting only up to the quantity ordered, over the   *
      *          quantity ordered ;                                   *
      *        - average delay in days of the late lines : received   *
      *          after the promised date, or still open at month end  *
      *          (counted up to the month end, or the run date when   *
      *          the month is not over).                              *
      *      Suppliers are listed in supplier order, with a total for *
      *      all suppliers.                                           *
      *                                                               *
      *      POSCOR  : the scorecard (132 columns).                   *
      *                                                               *
      *      SYSIN card : month, AAAA-MM in col 1-7.                  *
      *      Blank = the month before the run date.                   *
      *      RC 8 on a Db2 anomaly.                                   *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *   2026/10/15 Creation - monthly supplier delivery scorecard   *
      *              (AA)                                             *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCOR00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSCOR ASSIGN TO UT-S-POSCOR.
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  POSCOR
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-POSCOR                              PIC X(132).
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
      *
      *    MOIS EVALUE LU EN SYSIN (AAAA-MM), BORNES DU MOIS
      *    CALCULEES PAR DB2
       01  W-CARTE-SYSIN.
           05  W-MOIS                   PIC X(7).
           05  FILLER                   PIC X(73).
       01  W-DATE-DEBUT                 PIC X(10).
       01  W-DATE-FIN                   PIC X(10).
      *    DATE JUSQU'A LAQUELLE COURT LE RETARD DES LIGNES OUVERTES :
      *    FIN DU MOIS, OU DATE DU JOUR SI LE MOIS N'EST PAS TERMINE
       01  W-DATE-ARRET                 PIC X(10).
      *
       01  W-SUPPLIER-REF               PIC 9(4).
       01  W-SUPPLIER-NAME              PIC X(30).
       01  W-NB-LIGNES                  PIC S9(9)      COMP.
       01  W-NB-A-L-HEURE               PIC S9(9)      COMP.
       01  W-QTE-COMMANDEE              PIC S9(9)      COMP.
       01  W-QTE-SERVIE                 PIC S9(9)      COMP.
       01  W-NB-EN-RETARD               PIC S9(9)      COMP.
       01  W-JOURS-RETARD               PIC S9(9)      COMP.
      *
       01  W-POURCENT-HEURE             PIC S9(3)V9    COMP-3.
       01  W-POURCENT-SERVI             PIC S9(3)V9    COMP-3.
       01  W-RETARD-MOYEN               PIC S9(5)V9    COMP-3.
      *
       01  W-TOT-NB-LIGNES              PIC S9(9)      COMP VALUE 0.
       01  W-TOT-NB-A-L-HEURE           PIC S9(9)      COMP VALUE 0.
       01  W-TOT-QTE-COMMANDEE          PIC S9(9)      COMP VALUE 0.
       01  W-TOT-QTE-SERVIE             PIC S9(9)      COMP VALUE 0.
       01  W-TOT-NB-EN-RETARD           PIC S9(9)      COMP VALUE 0.
       01  W-TOT-JOURS-RETARD           PIC S9(9)      COMP VALUE 0.
       01  W-NB-FOURNISSEURS            PIC 9(5) VALUE 0.
       01  W-ANOMALIE-SW                PIC X(1) VALUE 'N'.
           88  EN-ANOMALIE              VALUE 'Y'.
      *
       01  W-LIGNE-DETAIL.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-SUPPLIER-REF          PIC X(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-SUPPLIER-NAME         PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-NB-LIGNES             PIC ZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-NB-A-L-HEURE          PIC ZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-POURCENT-HEURE        PIC ZZ9.9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-QTE-COMMANDEE         PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-QTE-SERVIE            PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-POURCENT-SERVI        PIC ZZ9.9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-NB-EN-RETARD          PIC ZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RD-RETARD-MOYEN          PIC ZZZZ9.9.
           05  FILLER                   PIC X(29) VALUE SPACES.
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
      *    PAR FOURNISSEUR, LES LIGNES DE COMMANDE PROMISES DANS LE
      *    MOIS : A L'HEURE = SOLDEE ('C' OU 'V') AU PLUS TARD A LA
      *    DATE PROMISE ; QUANTITE SERVIE PLAFONNEE A LA QUANTITE
      *    COMMANDEE ; EN RETARD = SOLDEE APRES LA DATE PROMISE OU
      *    ENCORE OUVERTE A LA DATE D'ARRET
           EXEC SQL
              DECLARE SCOR-CSR CURSOR FOR
              SELECT P.supplier_ref,
                     COALESCE(MAX(S.supplier_name), ' '),
                     COUNT(*),
                     SUM(CASE WHEN P.completed_date IS NOT NULL
                               AND P.completed_date <= P.promised_date
                              THEN 1 ELSE 0 END),
                     SUM(P.quantity_ordered),
                     SUM(CASE WHEN P.quantity_received
                                   > P.quantity_ordered
                              THEN P.quantity_ordered
                              ELSE P.quantity_received END),
                     SUM(CASE WHEN P.completed_date > P.promised_date
                              THEN 1
                              WHEN P.completed_date IS NULL
                               AND P.promised_date
                                   < DATE(:W-DATE-ARRET)
                              THEN 1
                              ELSE 0 END),
                     SUM(CASE WHEN P.completed_date > P.promised_date
                              THEN DAYS(P.completed_date)
                                 - DAYS(P.promised_date)
                              WHEN P.completed_date IS NULL
                               AND P.promised_date
                                   < DATE(:W-DATE-ARRET)
                              THEN DAYS(DATE(:W-DATE-ARRET))
                                 - DAYS(P.promised_date)
                              ELSE 0 END)
              FROM PO_LINES P
                   LEFT OUTER JOIN SUPPLIERS S
                     ON S.supplier_ref = P.supplier_ref
              WHERE P.promised_date BETWEEN DATE(:W-DATE-DEBUT)
                                        AND DATE(:W-DATE-FIN)
              GROUP BY P.supplier_ref
              ORDER BY 1
              FOR FETCH ONLY
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM LIRE-PERIODE
           PERFORM DEBUT
           PERFORM TRAITEMENT
           PERFORM FIN
           GOBACK
           .
      *
      *    CARTE SYSIN AAAA-MM ; A BLANC, LE MOIS PRECEDANT LA DATE
      *    DU JOUR. DB2 DONNE LE PREMIER ET LE DERNIER JOUR DU MOIS
       LIRE-PERIODE.
           MOVE SPACES TO W-CARTE-SYSIN
           ACCEPT W-CARTE-SYSIN FROM SYSIN

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
                              + 1 MONTH - 1 DAY, ISO),
                         CHAR(CASE WHEN CURRENT DATE
                                        < DATE(:W-DATE-DEBUT)
                                          + 1 MONTH - 1 DAY
                                   THEN CURRENT DATE
                                   ELSE DATE(:W-DATE-DEBUT)
                                          + 1 MONTH - 1 DAY
                              END, ISO)
                    INTO :W-DATE-FIN,
                         :W-DATE-ARRET
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
           DISPLAY 'TABLEAU FOURNISSEURS DU ' W-DATE-DEBUT
                   ' AU ' W-DATE-FIN
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           OPEN OUTPUT POSCOR
           MOVE SPACES TO ENR-POSCOR
           STRING 'TABLEAU DE BORD LIVRAISONS FOURNISSEURS - '
                  'LIGNES PROMISES EN ' W-MOIS
                  ' - RETARDS ARRETES AU ' W-DATE-ARRET
                  DELIMITED BY SIZE INTO ENR-POSCOR
           WRITE ENR-POSCOR
           MOVE SPACES TO ENR-POSCOR
           WRITE ENR-POSCOR
           MOVE SPACES TO ENR-POSCOR
           STRING '  FOUR  NOM                           '
                  '  LIGNES  A L''H  %HEURE      CDE    SERVI'
                  '  %SERVI  RETARD  J.MOYEN'
                  DELIMITED BY SIZE INTO ENR-POSCOR
           WRITE ENR-POSCOR

           EXEC SQL
              OPEN SCOR-CSR
           END-EXEC
           .
      *
       TRAITEMENT.
           IF  SQLCODE = ZERO
               PERFORM TRAITER-UN-FOURNISSEUR UNTIL EN-ANOMALIE
                                              OR SQLCODE NOT = ZERO
               EXEC SQL
                  CLOSE SCOR-CSR
               END-EXEC
           ELSE
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'Y' TO W-ANOMALIE-SW
           END-IF
           .
      *
       TRAITER-UN-FOURNISSEUR.
           EXEC SQL
              FETCH SCOR-CSR
               INTO
                      :W-SUPPLIER-REF,
                      :W-SUPPLIER-NAME,
                      :W-NB-LIGNES,
                      :W-NB-A-L-HEURE,
                      :W-QTE-COMMANDEE,
                      :W-QTE-SERVIE,
                      :W-NB-EN-RETARD,
                      :W-JOURS-RETARD
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1                TO W-NB-FOURNISSEURS
              ADD W-NB-LIGNES      TO W-TOT-NB-LIGNES
              ADD W-NB-A-L-HEURE   TO W-TOT-NB-A-L-HEURE
              ADD W-QTE-COMMANDEE  TO W-TOT-QTE-COMMANDEE
              ADD W-QTE-SERVIE     TO W-TOT-QTE-SERVIE
              ADD W-NB-EN-RETARD   TO W-TOT-NB-EN-RETARD
              ADD W-JOURS-RETARD   TO W-TOT-JOURS-RETARD
              MOVE W-SUPPLIER-REF  TO RD-SUPPLIER-REF
              MOVE W-SUPPLIER-NAME TO RD-SUPPLIER-NAME
              PERFORM ECRIRE-LIGNE
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              MOVE 'Y' TO W-ANOMALIE-SW
           END-EVALUATE
           .
      *
      *    CALCUL DES TAUX ET ECRITURE D'UNE LIGNE DU TABLEAU
       ECRIRE-LIGNE.
           MOVE 0 TO W-POURCENT-HEURE
           MOVE 0 TO W-POURCENT-SERVI
           MOVE 0 TO W-RETARD-MOYEN
           IF  W-NB-LIGNES > 0
               COMPUTE W-POURCENT-HEURE ROUNDED =
                       W-NB-A-L-HEURE * 100 / W-NB-LIGNES
           END-IF
           IF  W-QTE-COMMANDEE > 0
               COMPUTE W-POURCENT-SERVI ROUNDED =
                       W-QTE-SERVIE * 100 / W-QTE-COMMANDEE
           END-IF
           IF  W-NB-EN-RETARD > 0
               COMPUTE W-RETARD-MOYEN ROUNDED =
                       W-JOURS-RETARD / W-NB-EN-RETARD
           END-IF

           MOVE W-NB-LIGNES      TO RD-NB-LIGNES
           MOVE W-NB-A-L-HEURE   TO RD-NB-A-L-HEURE
           MOVE W-POURCENT-HEURE TO RD-POURCENT-HEURE
           MOVE W-QTE-COMMANDEE  TO RD-QTE-COMMANDEE
           MOVE W-QTE-SERVIE     TO RD-QTE-SERVIE
           MOVE W-POURCENT-SERVI TO RD-POURCENT-SERVI
           MOVE W-NB-EN-RETARD   TO RD-NB-EN-RETARD
           MOVE W-RETARD-MOYEN   TO RD-RETARD-MOYEN
           MOVE SPACES         TO ENR-POSCOR
           MOVE W-LIGNE-DETAIL TO ENR-POSCOR
           WRITE ENR-POSCOR
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           MOVE SPACES TO ENR-POSCOR
           WRITE ENR-POSCOR
           MOVE W-TOT-NB-LIGNES     TO W-NB-LIGNES
           MOVE W-TOT-NB-A-L-HEURE  TO W-NB-A-L-HEURE
           MOVE W-TOT-QTE-COMMANDEE TO W-QTE-COMMANDEE
           MOVE W-TOT-QTE-SERVIE    TO W-QTE-SERVIE
           MOVE W-TOT-NB-EN-RETARD  TO W-NB-EN-RETARD
           MOVE W-TOT-JOURS-RETARD  TO W-JOURS-RETARD
           MOVE 'TOUS'              TO RD-SUPPLIER-REF
           MOVE 'TOTAL FOURNISSEURS' TO RD-SUPPLIER-NAME
           PERFORM ECRIRE-LIGNE

           IF  EN-ANOMALIE
               MOVE SPACES TO ENR-POSCOR
               STRING '*** TRAITEMENT EN ANOMALIE - TABLEAU INCOMPLET'
                      ' ***'
                      DELIMITED BY SIZE INTO ENR-POSCOR
               WRITE ENR-POSCOR
           END-IF

           CLOSE POSCOR

           DISPLAY 'POSCOR00 - FOURNISSEURS EVALUES : '
                   W-NB-FOURNISSEURS
           IF  EN-ANOMALIE
               DISPLAY 'POSCOR00 TERMINE EN ANOMALIE'
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
