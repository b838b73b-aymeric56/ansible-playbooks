       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSLNK00.
      *AUTHOR. ELENA.
      **********************************************************
      *                                                        *
      *   RATTACHEMENT DES CONTRATS EXISTANTS A LEUR TITULAIRE *
      *   TPERS DEPUIS LE FICHIER DES TITULAIRES DU BACK       *
      *   OFFICE                                               *
      *                                                        *
      *   WHSPEAPI EXIGE DESORMAIS UN ID_PERS CONNU DE TPERS A *
      *   L'OUVERTURE (OC), MAIS LES CONTRATS OUVERTS AVANT    *
      *   N'EN PORTENT PAS. CE BATCH DE REPRISE LIT FTITUL     *
      *   (PAYS, CONTRAT, ID_PERS PAR LIGNE) ET RENSEIGNE      *
      *   CONTRATS.ID_PERS QUAND LE CONTRAT EXISTE, QUE LA     *
      *   PERSONNE EXISTE DANS TPERS ET QUE LE CONTRAT N'EST   *
      *   PAS DEJA RATTACHE A UN AUTRE TITULAIRE (JAMAIS       *
      *   ECRASE). CHAQUE LIGNE REJETEE EST EDITEE SUR FLIENRPT *
      *   AVEC SON MOTIF, PUIS TOUS LES CONTRATS RESTES SANS   *
      *   TITULAIRE. LE BATCH EST REJOUABLE ; IL REND 4 S'IL   *
      *   RESTE DES CONTRATS NON RATTACHES.                    *
      *                                                        *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FTITUL   ASSIGN TO UT-S-TITUL.
           SELECT FLIENRPT ASSIGN TO UT-S-LIENRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  FTITUL
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-TITUL.
           05 TIT-PAYS                 PIC X(02).
           05 TIT-CONTRAT              PIC X(11).
           05 TIT-CONTRAT-N REDEFINES TIT-CONTRAT
                                       PIC 9(11).
           05 TIT-ID-PERS              PIC X(10).
           05 FILLER                   PIC X(57).
       FD  FLIENRPT
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-LIENRPT                 PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  SQL-HOST-VARIABLES.
          05 H-PAYS                   PIC X(02).
          05 H-CONTRAT                PIC 9(11).
          05 H-ID-PERS                PIC X(10).
          05 H-ID-PERS-ACTUEL         PIC X(10).
          05 H-NB-PERS                PIC S9(9) COMP.
       01  DISP-SQLCODE                PIC +ZZZZZZZZ9.

       01  W-FIN-TITUL-SW              PIC X(01) VALUE 'N'.
           88  FIN-TITUL               VALUE 'Y'.
       01  W-FIN-CONTRATS-SW           PIC X(01) VALUE 'N'.
           88  FIN-CONTRATS            VALUE 'Y'.
       01  W-ANOMALIE-SW               PIC X(01) VALUE 'N'.
           88  EN-ANOMALIE             VALUE 'Y'.

       01  W-MOTIF                     PIC X(40).
       01  W-NB-LUS                    PIC 9(07) VALUE 0.
       01  W-NB-RATTACHES              PIC 9(07) VALUE 0.
       01  W-NB-DEJA-LIES              PIC 9(07) VALUE 0.
       01  W-NB-REJETS                 PIC 9(07) VALUE 0.
       01  W-NB-SANS-TITULAIRE         PIC 9(07) VALUE 0.

      *    LES CONTRATS RESTES SANS TITULAIRE APRES LA REPRISE
           EXEC SQL
              DECLARE CSANS CURSOR FOR
              SELECT PAYS,
                     CONTRAT
                FROM CONTRATS
               WHERE COALESCE(ID_PERS, ' ') = ' '
               ORDER BY PAYS, CONTRAT
           END-EXEC.

      *--------------------
       PROCEDURE DIVISION.
      *--------------------
           PERFORM DEBUT
           PERFORM RATTACHER-CONTRATS
           IF NOT EN-ANOMALIE
               PERFORM LISTER-SANS-TITULAIRE
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      *=============
       DEBUT.
      *=============
           OPEN INPUT  FTITUL
           OPEN OUTPUT FLIENRPT
           MOVE SPACES TO ENR-LIENRPT
           MOVE 'RATTACHEMENT DES CONTRATS A LEUR TITULAIRE TPERS'
             TO ENR-LIENRPT
           WRITE ENR-LIENRPT
           .
      *
      *=============
       RATTACHER-CONTRATS.
      *=============
           PERFORM LIRE-TITULAIRE
           PERFORM RATTACHER-UN-CONTRAT UNTIL EN-ANOMALIE
                                        OR FIN-TITUL
           .
      *
      *=============
       LIRE-TITULAIRE.
      *=============
           READ FTITUL
               AT END
                   SET FIN-TITUL TO TRUE
               NOT AT END
                   ADD 1 TO W-NB-LUS
           END-READ
           .
      *
      *=============
       RATTACHER-UN-CONTRAT.
      *=============
           MOVE SPACES TO W-MOTIF
           EVALUATE TRUE
             WHEN TIT-PAYS NOT = 'FR' AND TIT-PAYS NOT = 'ES'
                  AND TIT-PAYS NOT = 'PT'
               MOVE 'PAYS NON GERE' TO W-MOTIF
             WHEN TIT-CONTRAT IS NOT NUMERIC
               MOVE 'NUMERO DE CONTRAT INVALIDE' TO W-MOTIF
             WHEN TIT-ID-PERS = SPACES
               MOVE 'ID_PERS A BLANC' TO W-MOTIF
             WHEN OTHER
               MOVE TIT-PAYS      TO H-PAYS
               MOVE TIT-CONTRAT-N TO H-CONTRAT
               MOVE TIT-ID-PERS   TO H-ID-PERS
               PERFORM CONTROLER-ET-RATTACHER
           END-EVALUATE

           IF W-MOTIF NOT = SPACES
               ADD 1 TO W-NB-REJETS
               MOVE SPACES TO ENR-LIENRPT
               STRING 'REJET ' TIT-PAYS ' ' TIT-CONTRAT
                      '  ID_PERS ' TIT-ID-PERS
                      '  ' W-MOTIF
                      DELIMITED BY SIZE INTO ENR-LIENRPT
               WRITE ENR-LIENRPT
           END-IF

           PERFORM LIRE-TITULAIRE
           .
      *
      *=============
       CONTROLER-ET-RATTACHER.
      *=============
      *    LE CONTRAT DOIT EXISTER, LA PERSONNE AUSSI ; UN CONTRAT
      *    DEJA RATTACHE N'EST JAMAIS REATTRIBUE PAR LA REPRISE
           EXEC SQL
              SELECT COALESCE(ID_PERS, ' ')
                INTO :H-ID-PERS-ACTUEL
                FROM CONTRATS
               WHERE PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 'CONTRAT INCONNU' TO W-MOTIF
             WHEN SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
             WHEN H-ID-PERS-ACTUEL = H-ID-PERS
               ADD 1 TO W-NB-DEJA-LIES
             WHEN H-ID-PERS-ACTUEL NOT = SPACES
               STRING 'DEJA RATTACHE A ' H-ID-PERS-ACTUEL
                      DELIMITED BY SIZE INTO W-MOTIF
             WHEN OTHER
               PERFORM CONTROLER-PERSONNE
           END-EVALUATE
           .
      *
      *=============
       CONTROLER-PERSONNE.
      *=============
           MOVE 0 TO H-NB-PERS
           EXEC SQL
              SELECT COUNT(*)
                INTO :H-NB-PERS
                FROM TPERS
               WHERE ID_PERS = :H-ID-PERS
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
             WHEN H-NB-PERS = 0
               MOVE 'TITULAIRE INCONNU DE TPERS' TO W-MOTIF
             WHEN OTHER
               EXEC SQL
                  UPDATE CONTRATS
                     SET ID_PERS = :H-ID-PERS
                   WHERE PAYS = :H-PAYS
                     AND CONTRAT = :H-CONTRAT
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO W-NB-RATTACHES
               ELSE
                   PERFORM DISPLAY-SQL-CODE
                   SET EN-ANOMALIE TO TRUE
               END-IF
           END-EVALUATE
           .
      *
      *=============
       LISTER-SANS-TITULAIRE.
      *=============
           EXEC SQL
              OPEN CSANS
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           ELSE
               PERFORM LISTER-UN-SANS-TITULAIRE UNTIL EN-ANOMALIE
                                                OR FIN-CONTRATS
               EXEC SQL
                  CLOSE CSANS
               END-EXEC
           END-IF
           .
      *
      *=============
       LISTER-UN-SANS-TITULAIRE.
      *=============
           EXEC SQL
              FETCH CSANS
               INTO :H-PAYS,
                    :H-CONTRAT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO W-NB-SANS-TITULAIRE
               MOVE SPACES TO ENR-LIENRPT
               STRING 'SANS TITULAIRE ' H-PAYS ' ' H-CONTRAT
                      DELIMITED BY SIZE INTO ENR-LIENRPT
               WRITE ENR-LIENRPT
             WHEN 100
               SET FIN-CONTRATS TO TRUE
             WHEN OTHER
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-EVALUATE
           .
      *
      *=============
       FIN.
      *=============
           MOVE SPACES TO ENR-LIENRPT
           STRING 'LIGNES LUES ' W-NB-LUS
                  '  RATTACHES ' W-NB-RATTACHES
                  '  DEJA LIES ' W-NB-DEJA-LIES
                  '  REJETS ' W-NB-REJETS
                  '  SANS TITULAIRE ' W-NB-SANS-TITULAIRE
                  DELIMITED BY SIZE INTO ENR-LIENRPT
           WRITE ENR-LIENRPT

           CLOSE FTITUL
           CLOSE FLIENRPT

           DISPLAY 'WHSLNK00 - RATTACHES      : ' W-NB-RATTACHES
           DISPLAY 'WHSLNK00 - REJETS         : ' W-NB-REJETS
           DISPLAY 'WHSLNK00 - SANS TITULAIRE : ' W-NB-SANS-TITULAIRE

           IF W-NB-SANS-TITULAIRE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF EN-ANOMALIE
      *        AUCUN RATTACHEMENT PARTIEL : LA REPRISE SE REJOUE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY 'WHSLNK00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *
      *=============
       DISPLAY-SQL-CODE.
      *=============
           MOVE SQLCODE TO DISP-SQLCODE
           DISPLAY 'WHSLNK00 - BAD SQLCODE : ' DISP-SQLCODE
           .
