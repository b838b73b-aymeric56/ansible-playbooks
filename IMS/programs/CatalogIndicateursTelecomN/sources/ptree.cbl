      * ONE STRUCTURED MULTI-ROW OUTPUT (SEE PTREECPY), EACH ROW WITH
      * ITS DEPTH AND PARENT ID - INSTEAD OF THE DOZEN PDISPLAY/
      * ODISPLAY/LDISPLAY/IDISPLAY TERMINAL INTERACTIONS IT USED TO
      * TAKE TO REVIEW ONE BALANCED-SCORECARD PERSPECTIVE. EACH NODE
      * ALSO CARRIES THE WEIGHTED SCORE AND RED/AMBER/GREEN STATUS
      * ROLLED UP BY THE SCOCAT00 BATCH FOR THE REQUESTED PERIOD
      * (LATEST PERIOD COMPUTED WHEN NONE IS GIVEN).
      ******************************************************************

       ENVIRONMENT DIVISION.
      *    'Y' = L'ARBRE RESTITUE AUSSI LES ENTITES RETIREES
       01 W-AVEC-RETIREES           PIC X(01).

      *    SCORES CONSOLIDES DE LA PERIODE (TABLE SCORE_CATALOGUE)
       01 W-HOSTVAR-SCORE.
          05 W-PERIODE              PIC X(06).
          05 W-PERIODE-IND          PIC S9(4) COMP.
          05 W-TYPE-NOEUD           PIC X(01).
          05 W-ID-NOEUD             PIC S9(10) COMP.
          05 W-SCORE                PIC S9(3)V99 COMP-3.
          05 W-STATUT               PIC X(01).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      *    LES ENTITES RETIREES NE SORTENT QUE SUR DEMANDE EXPLICITE
      *    - LA RACINE DEMANDEE PAR SON ID RESTE TOUJOURS RESTITUEE
           MOVE INST-AVEC-RETIREES TO W-AVEC-RETIREES
           PERFORM LIRE-PERIODE-SCORE
           PERFORM LIRE-PERSPECTIVE

           GOBACK
           .

      *----------------------------------------------------------------*
      * LIRE-PERIODE-SCORE PROCEDURE - THE PERIOD WHOSE ROLLED-UP
      * SCORES ARE RETURNED : THE ONE ASKED FOR, OR THE LATEST ONE
      * COMPUTED. NO PERIOD = THE TREE COMES BACK WITHOUT SCORES
      *----------------------------------------------------------------*
       LIRE-PERIODE-SCORE.
           MOVE INST-PERIODE TO W-PERIODE
           IF W-PERIODE = SPACES OR LOW-VALUES
              EXEC SQL SELECT MAX(periode)
                   INTO :W-PERIODE :W-PERIODE-IND
                   FROM SCORE_CATALOGUE
              END-EXEC

              EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                   MOVE SPACES TO W-PERIODE
                   MOVE 'LIRE-PERIODE-SCORE' TO ERL-IN-PARAGRAPH
                   PERFORM DISPLAY-SQL-CODE
              WHEN W-PERIODE-IND < 0
                   MOVE SPACES TO W-PERIODE
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * LIRE-SCORE-NOEUD PROCEDURE - SCORE AND STATUS OF THE ROW JUST
      * ADDED. A NODE WITHOUT A SCORE KEEPS A BLANK STATUS. SQLCODE IS
      * RESET SO THE CALLER'S FETCH LOOP IS NOT ENDED BY THIS LOOKUP
      *----------------------------------------------------------------*
       LIRE-SCORE-NOEUD.
           MOVE 0 TO OUTST-SCORE(OUTST-NUM-ROWS)
           MOVE SPACE TO OUTST-STATUT(OUTST-NUM-ROWS)

           IF W-PERIODE NOT = SPACES
              MOVE OUTST-TYPE(OUTST-NUM-ROWS) TO W-TYPE-NOEUD
              MOVE OUTST-ID(OUTST-NUM-ROWS) TO W-ID-NOEUD

              EXEC SQL SELECT score,
                              statut
                   INTO :W-SCORE,
                        :W-STATUT
                   FROM SCORE_CATALOGUE
                   WHERE periode = :W-PERIODE
                     AND type_noeud = :W-TYPE-NOEUD
                     AND id_noeud = :W-ID-NOEUD
              END-EXEC

              EVALUATE SQLCODE
              WHEN 0
                   COMPUTE OUTST-SCORE(OUTST-NUM-ROWS) ROUNDED
                         = W-SCORE
                   MOVE W-STATUT TO OUTST-STATUT(OUTST-NUM-ROWS)
              WHEN +100
                   CONTINUE
              WHEN OTHER
                   MOVE 'LIRE-SCORE-NOEUD' TO ERL-IN-PARAGRAPH
                   PERFORM DISPLAY-SQL-CODE
              END-EVALUATE
              MOVE 0 TO SQLCODE
           END-IF
           .

      *----------------------------------------------------------------*
      * LIRE-PERSPECTIVE PROCEDURE - THE TREE ROOT (LEVEL 1)
      *----------------------------------------------------------------*
                MOVE W-PERSP-ID TO OUTST-ID(OUTST-NUM-ROWS)
                MOVE 0 TO OUTST-PARENT-ID(OUTST-NUM-ROWS)
                MOVE W-PERSP-NAME TO OUTST-NOM(OUTST-NUM-ROWS)
                PERFORM LIRE-SCORE-NOEUD
                PERFORM PARCOURIR-OBJECTIFS
                IF W-PERIODE = SPACES
                   MOVE 'TREE RETURNED - NO SCORES' TO OUTST-MESSAGE
                ELSE
                   STRING 'TREE RETURNED - SCORES ' DELIMITED BY SIZE
                          W-PERIODE DELIMITED BY SIZE
                     INTO OUTST-MESSAGE
                END-IF
           WHEN +100
                MOVE 'PERSPECTIVE NOT FOUND' TO OUTST-MESSAGE
           WHEN OTHER
           ELSE
              PERFORM LIRE-OBJECTIF
                 UNTIL SQLCODE NOT = 0
                    OR OUTST-NUM-ROWS >= 185
              EXEC SQL CLOSE TOBJ-CSR END-EXEC
           END-IF
           .

           EVALUATE SQLCODE
           WHEN 0
                IF OUTST-NUM-ROWS < 185
                   ADD 1 TO OUTST-NUM-ROWS
                   MOVE 2 TO OUTST-NIVEAU(OUTST-NUM-ROWS)
                   MOVE 'O' TO OUTST-TYPE(OUTST-NUM-ROWS)
                   MOVE W-OBJ-ID TO OUTST-ID(OUTST-NUM-ROWS)
                   MOVE W-PERSP-ID TO OUTST-PARENT-ID(OUTST-NUM-ROWS)
                   MOVE W-OBJ-NAME TO OUTST-NOM(OUTST-NUM-ROWS)
                   PERFORM LIRE-SCORE-NOEUD
                   PERFORM PARCOURIR-LEVIERS
      *            LE FETCH SUIVANT DE TOBJ-CSR DOIT VOIR SQLCODE 0
                   MOVE 0 TO SQLCODE
           ELSE
              PERFORM LIRE-LEVIER
                 UNTIL SQLCODE NOT = 0
                    OR OUTST-NUM-ROWS >= 185
              EXEC SQL CLOSE TLEV-CSR END-EXEC
           END-IF
           .

           EVALUATE SQLCODE
           WHEN 0
                IF OUTST-NUM-ROWS < 185
                   ADD 1 TO OUTST-NUM-ROWS
                   MOVE 3 TO OUTST-NIVEAU(OUTST-NUM-ROWS)
                   MOVE 'L' TO OUTST-TYPE(OUTST-NUM-ROWS)
                   MOVE W-LEV-ID TO OUTST-ID(OUTST-NUM-ROWS)
                   MOVE W-OBJ-ID TO OUTST-PARENT-ID(OUTST-NUM-ROWS)
                   MOVE W-LEV-NAME TO OUTST-NOM(OUTST-NUM-ROWS)
                   PERFORM LIRE-SCORE-NOEUD
                   PERFORM PARCOURIR-INDICATEURS
                   MOVE 0 TO SQLCODE
                END-IF
           ELSE
              PERFORM LIRE-INDICATEUR
                 UNTIL SQLCODE NOT = 0
                    OR OUTST-NUM-ROWS >= 185
              EXEC SQL CLOSE TIND-CSR END-EXEC
           END-IF
           .

           EVALUATE SQLCODE
           WHEN 0
                IF OUTST-NUM-ROWS < 185
                   ADD 1 TO OUTST-NUM-ROWS
                   MOVE 4 TO OUTST-NIVEAU(OUTST-NUM-ROWS)
                   MOVE 'I' TO OUTST-TYPE(OUTST-NUM-ROWS)
                   MOVE W-IND-ID TO OUTST-ID(OUTST-NUM-ROWS)
                   MOVE W-LEV-ID TO OUTST-PARENT-ID(OUTST-NUM-ROWS)
                   MOVE W-IND-DEFINITION TO OUTST-NOM(OUTST-NUM-ROWS)
                   PERFORM LIRE-SCORE-NOEUD
                END-IF
           WHEN +100
                CONTINUE
