          05 W-IND-SCOPE            PIC X(20).
          05 W-IND-TYPE             PIC X(20).
          05 W-IND-SOURCE           PIC X(255).
      *    POIDS DE L'INDICATEUR DANS SON LEVIER POUR LA
      *    CONSOLIDATION DES SCORES (SCOCAT00)
          05 W-IND-POIDS            PIC S9(4) COMP.
      *    PROPRIETAIRE ET FREQUENCE DE MESURE ('M'/'T') - RELANCE
      *    DES MESURES MANQUANTES PAR RELMES00
          05 W-IND-PROPRIETAIRE     PIC X(08).
          05 W-IND-FREQUENCE        PIC X(01).

      *    MESURES PAR PERIODE (TABLE INDICATEUR_MESURE)
       01 W-HOSTVAR-MESURE.
          05 W-IVAL-PERIODE         PIC X(06).
          05 W-IVAL-VALEUR          PIC S9(13)V99 COMP-3.
      *    DOUBLE REGARD : 'A' AJOUT / 'C' CORRECTION EN ATTENTE, AUTEUR
      *    DE LA SAISIE ET AUTEUR DE LA DECISION
          05 W-IVAL-TYPE            PIC X(01).
          05 W-SAISIE-USER          PIC X(08).
          05 W-SAISIE-LTERM         PIC X(08).
          05 W-VALIDE-USER          PIC X(08).
          05 W-VALIDE-LTERM         PIC X(08).
       01 W-NB-IND                  PIC S9(9) COMP.
       01 W-NB-MESURES              PIC S9(9) COMP.

       01 W-OBJ-NAME                PIC X(150).
       01 W-PERSP-NAME              PIC X(150).

      *    FORMULE D'UN INDICATEUR DERIVE (IFORMULE) : L'OPERATEUR EST
      *    PORTE PAR INDICATEUR.operateur_derive (NULL = MESURE BRUTE),
      *    LES OPERANDES PAR INDICATEUR_OPERANDE (UNE LIGNE PAR RANG).
      *    LES VALEURS SONT CALCULEES PAR LE BATCH CALDER00
       01 W-HOSTVAR-FORMULE.
          05 W-FORM-OPERATEUR       PIC X(05).
          05 W-FORM-RANG            PIC S9(4) COMP.
          05 W-FORM-OPERANDE        PIC S9(10) COMP.
          05 W-FORM-OPERANDES.
             10 W-OPERANDE-1        PIC S9(10) COMP.
             10 W-OPERANDE-2        PIC S9(10) COMP.
             10 W-OPERANDE-3        PIC S9(10) COMP.
             10 W-OPERANDE-4        PIC S9(10) COMP.
             10 W-OPERANDE-5        PIC S9(10) COMP.
          05 W-FORM-TAB-OPERANDES REDEFINES W-FORM-OPERANDES.
             10 W-OPERANDE          PIC S9(10) COMP OCCURS 5 TIMES.
       01 W-NB-OPERANDES            PIC S9(4) COMP.
       01 W-NB-DERIVE               PIC S9(9) COMP.
       01 W-NB-CYCLE                PIC S9(9) COMP.
       01 W-NB-UTILISATIONS         PIC S9(9) COMP.
       01 W-IX-OPERANDE             PIC S9(4) COMP.
      *    'Y' = FORMULE REFUSEE (MESSAGE DEJA POSITIONNE)
       01 W-FORM-REFUS              PIC X(01).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Pointer to API-INFO structure
                            PERFORM ADD-MESURE
                       WHEN 'IVALCOR '
                            PERFORM CORRIGER-MESURE
                       WHEN 'IVALVAL '
                            PERFORM VALIDER-MESURE
                       WHEN 'ITGTADD '
                            PERFORM ADD-CIBLE
                       WHEN 'IRETIRE '
                            PERFORM REACT-INDICATEUR
                       WHEN 'ISEARCH '
                            PERFORM SEARCH-INDICATEUR
                       WHEN 'IFORMULE'
                            PERFORM FORMULE-INDICATEUR
                       WHEN OTHER
                            DISPLAY 'INVALID COMMAND RECEIVED:'
                                      INSI-COMMAND
           MOVE INSI-IND-SCOPE       TO W-IND-SCOPE
           MOVE INSI-IND-TYPE        TO W-IND-TYPE
           MOVE INSI-IND-SOURCE      TO W-IND-SOURCE
      *    POIDS ABSENT OU NUL : L'INDICATEUR PESE 1
           IF INSI-POIDS IS NUMERIC AND INSI-POIDS > 0
              MOVE INSI-POIDS TO W-IND-POIDS
           ELSE
              MOVE 1 TO W-IND-POIDS
           END-IF
           MOVE INSI-IND-PROPRIETAIRE TO W-IND-PROPRIETAIRE
      *    FREQUENCE ABSENTE : INDICATEUR MENSUEL
           IF INSI-IND-FREQUENCE = SPACE OR LOW-VALUE
              MOVE 'M' TO W-IND-FREQUENCE
           ELSE
              MOVE INSI-IND-FREQUENCE TO W-IND-FREQUENCE
           END-IF

           IF W-IND-FREQUENCE NOT = 'M' AND NOT = 'T'
              MOVE 'ADD FAILED - FREQUENCY M OR T' TO OUTSI-MESSAGE
           ELSE
              EXEC SQL INSERT INTO INDICATEUR (
                         id_levier,
                         exemple_indicateur,
                         definition_indicateur,
                         nature_indicateur,
                         mesurable_indicateur,
                         perimetre_indicateur,
                         type_indicateur,
                         source_indicateur,
                         poids_indicateur,
                         proprietaire_indicateur,
                         frequence_indicateur
                             )
                   VALUES (
                         :W-LEV-ID,
                         :W-IND-EXEMPLE,
                         :W-IND-DEFINITION,
                         :W-IND-NATURE,
                         :W-IND-MESURABLE,
                         :W-IND-SCOPE,
                         :W-IND-TYPE,
                         :W-IND-SOURCE,
                         :W-IND-POIDS,
                         :W-IND-PROPRIETAIRE,
                         :W-IND-FREQUENCE
                         )
              END-EXEC

              DISPLAY "SQL code : " SQLCODE

              EVALUATE SQLCODE
              WHEN 0
                   MOVE 'ADDED' TO OUTSI-MESSAGE
                   MOVE INSI-RECORD-IND TO OUTSI-RECORD-IND
                   MOVE W-IND-FREQUENCE TO OUTSI-IND-FREQUENCE
              WHEN +100
                   MOVE 'ADD FAILED' TO OUTSI-MESSAGE
                   PERFORM DISPLAY-SQL-CODE
              WHEN OTHER
                   MOVE 'ADD FAILED' TO OUTSI-MESSAGE
                   DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                   PERFORM DISPLAY-SQL-CODE
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
                           mesurable_indicateur,
                           perimetre_indicateur,
                           type_indicateur,
                           source_indicateur,
                           COALESCE(poids_indicateur, 1),
                           COALESCE(proprietaire_indicateur, ' '),
                           COALESCE(frequence_indicateur, 'M')
                INTO :W-IND-ID,
                     :W-LEV-ID,
                     :W-IND-EXEMPLE,
                     :W-IND-MESURABLE,
                     :W-IND-SCOPE,
                     :W-IND-TYPE,
                     :W-IND-SOURCE,
                     :W-IND-POIDS,
                     :W-IND-PROPRIETAIRE,
                     :W-IND-FREQUENCE
                FROM INDICATEUR
                WHERE id_indicateur = :W-IND-ID
           END-EXEC
                MOVE W-IND-SCOPE TO OUTSI-IND-SCOPE
                MOVE W-IND-TYPE TO OUTSI-IND-TYPE
                MOVE W-IND-SOURCE TO OUTSI-IND-SOURCE
                MOVE W-IND-POIDS TO OUTSI-POIDS
                MOVE W-IND-PROPRIETAIRE TO OUTSI-IND-PROPRIETAIRE
                MOVE W-IND-FREQUENCE TO OUTSI-IND-FREQUENCE
           WHEN +100
                MOVE 'DISPLAY FAILED' TO OUTSI-MESSAGE
           WHEN OTHER
           MOVE INSI-IND-SCOPE       TO W-IND-SCOPE
           MOVE INSI-IND-TYPE        TO W-IND-TYPE
           MOVE INSI-IND-SOURCE      TO W-IND-SOURCE
      *    POIDS ABSENT OU NUL : LE POIDS EN PLACE EST CONSERVE
           IF INSI-POIDS IS NUMERIC
              MOVE INSI-POIDS TO W-IND-POIDS
           ELSE
              MOVE 0 TO W-IND-POIDS
           END-IF
      *    PROPRIETAIRE OU FREQUENCE A BLANC : VALEUR EN PLACE CONSERVEE
           MOVE INSI-IND-PROPRIETAIRE TO W-IND-PROPRIETAIRE
           IF INSI-IND-FREQUENCE = LOW-VALUE
              MOVE SPACE TO W-IND-FREQUENCE
           ELSE
              MOVE INSI-IND-FREQUENCE TO W-IND-FREQUENCE
           END-IF

           IF W-IND-FREQUENCE NOT = SPACE AND NOT = 'M' AND NOT = 'T'
              MOVE 'UPDATE FAILED - FREQUENCY M OR T' TO OUTSI-MESSAGE
           ELSE
              EXEC SQL UPDATE INDICATEUR
                   SET id_levier = :W-LEV-ID,
                       exemple_indicateur = :W-IND-EXEMPLE,
                       definition_indicateur = :W-IND-DEFINITION,
                       nature_indicateur = :W-IND-NATURE,
                       mesurable_indicateur = :W-IND-MESURABLE,
                       perimetre_indicateur = :W-IND-SCOPE,
                       type_indicateur = :W-IND-TYPE,
                       source_indicateur = :W-IND-SOURCE,
                       poids_indicateur = CASE WHEN :W-IND-POIDS > 0
                                               THEN :W-IND-POIDS
                                               ELSE poids_indicateur
                                          END,
                       proprietaire_indicateur =
                            CASE WHEN :W-IND-PROPRIETAIRE > ' '
                                 THEN :W-IND-PROPRIETAIRE
                                 ELSE proprietaire_indicateur
                            END,
                       frequence_indicateur =
                            CASE WHEN :W-IND-FREQUENCE > ' '
                                 THEN :W-IND-FREQUENCE
                                 ELSE frequence_indicateur
                            END
                   WHERE id_indicateur = :W-IND-ID
              END-EXEC

              EVALUATE SQLCODE
              WHEN 0
                   MOVE 'UPDATED' TO OUTSI-MESSAGE
                   MOVE INSI-RECORD-IND TO OUTSI-RECORD-IND
              WHEN +100
                   MOVE 'UPDATE FAILED' TO OUTSI-MESSAGE
              WHEN OTHER
                   MOVE 'UPDATE FAILED' TO OUTSI-MESSAGE
                   DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
              END-EVALUATE
           END-IF

           .

                MOVE 'DELETE FAILED - MEASURES - USE IRETIRE'
                  TO OUTSI-MESSAGE
           WHEN OTHER
      *         UN INDICATEUR QUI ENTRE DANS LA FORMULE D'UN AUTRE NE
      *         PEUT PAS DISPARAITRE ; SA PROPRE FORMULE PART AVEC LUI
                EXEC SQL SELECT COUNT(*)
                     INTO :W-NB-UTILISATIONS
                     FROM INDICATEUR_OPERANDE
                     WHERE id_operande = :W-IND-ID
                END-EXEC
                IF SQLCODE = 0 AND W-NB-UTILISATIONS = 0
                   EXEC SQL DELETE FROM INDICATEUR_OPERANDE
                        WHERE id_indicateur = :W-IND-ID
                   END-EXEC
                END-IF
                IF SQLCODE = 0 OR SQLCODE = +100
                   IF W-NB-UTILISATIONS = 0
                      EXEC SQL DELETE FROM INDICATEUR
                           WHERE id_indicateur = :W-IND-ID
                      END-EXEC
                   ELSE
                      MOVE +1 TO SQLCODE
                   END-IF
                END-IF

                EVALUATE SQLCODE
                WHEN 0
                     MOVE 'DELETED' TO OUTSI-MESSAGE
                WHEN +100
                     MOVE 'DELETE FAILED' TO OUTSI-MESSAGE
                WHEN +1
                     MOVE 'DELETE FAILED - OPERAND OF A FORMULA'
                       TO OUTSI-MESSAGE
                WHEN OTHER
                     MOVE 'DELETE FAILED' TO OUTSI-MESSAGE
                     DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
      * ADD-MESURE PROCEDURE - RECORDS THE VALUE MEASURED FOR ONE
      * INDICATOR AND ONE PERIOD (AAAAMM). THE INDICATOR MUST EXIST -
      * THE SCORECARD ITSELF NO LONGER LIVES IN A SPREADSHEET OUTSIDE
      * THE SYSTEM. THE VALUE WAITS IN INDICATEUR_MESURE_ATTENTE FOR
      * A SECOND USER'S IVALVAL UNLESS THE CALLER FLAGS IT AS
      * PRE-VALIDATED (TRUSTED IMPVAL00 FEED).
      *----------------------------------------------------------------*
       ADD-MESURE.
           MOVE INSI-IVAL-IND-ID  TO W-IND-ID
           MOVE INSI-IVAL-PERIODE TO W-IVAL-PERIODE
           MOVE INSI-IVAL-VALEUR  TO W-IVAL-VALEUR
           MOVE INSI-IVAL-USER    TO W-SAISIE-USER
           MOVE INSI-IVAL-LTERM   TO W-SAISIE-LTERM

           EXEC SQL SELECT COUNT(*)
                INTO :W-NB-IND
                WHERE id_indicateur = :W-IND-ID
           END-EXEC

           IF SQLCODE = 0
              PERFORM COMPTER-DERIVE
           END-IF
           IF SQLCODE = 0
              PERFORM COMPTER-MESURE-VALIDEE
           END-IF

           EVALUATE TRUE
           WHEN SQLCODE NOT = 0
                MOVE 'MEASURE ADD FAILED' TO OUTSI-MESSAGE
                PERFORM DISPLAY-SQL-CODE
           WHEN W-NB-IND = 0
                MOVE 'UNKNOWN INDICATEUR' TO OUTSI-MESSAGE
           WHEN W-NB-DERIVE > 0
                MOVE 'DERIVED INDICATEUR - COMPUTED BY CALDER00'
                  TO OUTSI-MESSAGE
           WHEN W-NB-MESURES > 0
                MOVE 'MEASURE EXISTS - USE IVALCOR' TO OUTSI-MESSAGE
           WHEN INSI-IVAL-PREVALIDE = 'Y'
                MOVE W-SAISIE-USER  TO W-VALIDE-USER
                PERFORM ECRIRE-MESURE-VALIDEE

                IF SQLCODE = 0
                   MOVE 'MEASURE ADDED' TO OUTSI-MESSAGE
                   DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                   PERFORM DISPLAY-SQL-CODE
                END-IF
           WHEN OTHER
                MOVE 'A' TO W-IVAL-TYPE
                PERFORM ENREGISTRER-ATTENTE

                IF SQLCODE = 0
                   MOVE 'MEASURE ADD PENDING' TO OUTSI-MESSAGE
                   MOVE INSI-RECORD-IND TO OUTSI-RECORD-IND
                ELSE
                   MOVE 'MEASURE ADD FAILED' TO OUTSI-MESSAGE
                   DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                   PERFORM DISPLAY-SQL-CODE
                END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CORRIGER-MESURE PROCEDURE - CORRECTS A VALUE ALREADY RECORDED
      * FOR THE PERIOD. THE VALIDATED VALUE STAYS IN FORCE UNTIL THE
      * CORRECTION ITSELF IS VALIDATED (IVALVAL), EXCEPT FOR A
      * PRE-VALIDATED CORRECTION.
      *----------------------------------------------------------------*
       CORRIGER-MESURE.
           MOVE INSI-IVAL-IND-ID  TO W-IND-ID
           MOVE INSI-IVAL-PERIODE TO W-IVAL-PERIODE
           MOVE INSI-IVAL-VALEUR  TO W-IVAL-VALEUR
           MOVE INSI-IVAL-USER    TO W-SAISIE-USER
           MOVE INSI-IVAL-LTERM   TO W-SAISIE-LTERM

      *    LA VALEUR D'UN INDICATEUR DERIVE NE SE CORRIGE PAS : ON
      *    CORRIGE SES OPERANDES ET CALDER00 LA RECALCULE
           PERFORM COMPTER-DERIVE

           IF W-NB-DERIVE > 0
              MOVE 'DERIVED INDICATEUR - COMPUTED BY CALDER00'
                TO OUTSI-MESSAGE
           ELSE
              PERFORM COMPTER-MESURE-VALIDEE

              EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                   MOVE 'MEASURE UPDATE FAILED' TO OUTSI-MESSAGE
                   DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                   PERFORM DISPLAY-SQL-CODE
              WHEN W-NB-MESURES = 0
                   MOVE 'MEASURE NOT FOUND' TO OUTSI-MESSAGE
              WHEN INSI-IVAL-PREVALIDE = 'Y'
                   MOVE W-SAISIE-USER  TO W-VALIDE-USER
                   PERFORM ECRIRE-MESURE-VALIDEE
                   IF SQLCODE = 0
                      MOVE 'MEASURE CORRECTED' TO OUTSI-MESSAGE
                      MOVE INSI-RECORD-IND TO OUTSI-RECORD-IND
                   ELSE
                      MOVE 'MEASURE UPDATE FAILED' TO OUTSI-MESSAGE
                      DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                      PERFORM DISPLAY-SQL-CODE
                   END-IF
              WHEN OTHER
                   MOVE 'C' TO W-IVAL-TYPE
                   PERFORM ENREGISTRER-ATTENTE
                   IF SQLCODE = 0
                      MOVE 'MEASURE CORRECTION PENDING'
                        TO OUTSI-MESSAGE
                      MOVE INSI-RECORD-IND TO OUTSI-RECORD-IND
                   ELSE
                      MOVE 'MEASURE UPDATE FAILED' TO OUTSI-MESSAGE
                      DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                      PERFORM DISPLAY-SQL-CODE
                   END-IF
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * VALIDER-MESURE PROCEDURE (IVALVAL) - A SECOND USER VALIDATES
      * ('V') OR REJECTS ('R') THE VALUE PENDING FOR THE INDICATOR
      * AND THE PERIOD. THE USER WHO KEYED THE VALUE CANNOT DECIDE ON
      * IT. A VALIDATED VALUE REPLACES OR CREATES THE
      * INDICATEUR_MESURE ROW, THE ONLY ONE RPTIND00, SCOCAT00 AND
      * CALDER00 READ ; A REJECTED VALUE STAYS IN
      * INDICATEUR_MESURE_ATTENTE WITH STATUS 'R' UNTIL IT IS KEYED
      * AGAIN.
      *----------------------------------------------------------------*
       VALIDER-MESURE.
           MOVE INSI-IVAL-IND-ID  TO W-IND-ID
           MOVE INSI-IVAL-PERIODE TO W-IVAL-PERIODE
           MOVE INSI-IVAL-USER    TO W-VALIDE-USER
           MOVE INSI-IVAL-LTERM   TO W-VALIDE-LTERM

           EXEC SQL SELECT valeur,
                           type_saisie,
                           saisie_user,
                           saisie_lterm
                INTO :W-IVAL-VALEUR,
                     :W-IVAL-TYPE,
                     :W-SAISIE-USER,
                     :W-SAISIE-LTERM
                FROM INDICATEUR_MESURE_ATTENTE
                WHERE id_indicateur = :W-IND-ID
                  AND periode = :W-IVAL-PERIODE
                  AND statut_attente = 'P'
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = +100
                MOVE 'NO PENDING MEASURE' TO OUTSI-MESSAGE
           WHEN SQLCODE NOT = 0
                MOVE 'VALIDATION FAILED' TO OUTSI-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           WHEN W-SAISIE-USER = W-VALIDE-USER
                MOVE 'SAME USER - VALIDATION REFUSED' TO OUTSI-MESSAGE
           WHEN INSI-IVAL-DECISION = 'R'
                EXEC SQL UPDATE INDICATEUR_MESURE_ATTENTE
                     SET statut_attente = 'R',
                         decision_user = :W-VALIDE-USER,
                         decision_lterm = :W-VALIDE-LTERM,
                         decision_ts = CURRENT TIMESTAMP
                     WHERE id_indicateur = :W-IND-ID
                       AND periode = :W-IVAL-PERIODE
                END-EXEC

                IF SQLCODE = 0
                   MOVE 'MEASURE REJECTED' TO OUTSI-MESSAGE
                   MOVE INSI-RECORD-IND TO OUTSI-RECORD-IND
                   MOVE W-IVAL-VALEUR TO OUTSI-IVAL-VALEUR
                ELSE
                   MOVE 'VALIDATION FAILED' TO OUTSI-MESSAGE
                   DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                   PERFORM DISPLAY-SQL-CODE
                END-IF
           WHEN OTHER
                PERFORM ECRIRE-MESURE-VALIDEE

                IF SQLCODE = 0
                   EXEC SQL DELETE FROM INDICATEUR_MESURE_ATTENTE
                        WHERE id_indicateur = :W-IND-ID
                          AND periode = :W-IVAL-PERIODE
                   END-EXEC
                END-IF

                IF SQLCODE = 0
                   MOVE 'MEASURE VALIDATED' TO OUTSI-MESSAGE
                   MOVE INSI-RECORD-IND TO OUTSI-RECORD-IND
                   MOVE W-IVAL-VALEUR TO OUTSI-IVAL-VALEUR
                ELSE
                   MOVE 'VALIDATION FAILED' TO OUTSI-MESSAGE
                   DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                   PERFORM DISPLAY-SQL-CODE
                END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * COMPTER-MESURE-VALIDEE PROCEDURE - W-NB-MESURES = 1 WHEN A
      * VALIDATED VALUE EXISTS FOR W-IND-ID / W-IVAL-PERIODE
      *----------------------------------------------------------------*
       COMPTER-MESURE-VALIDEE.
           EXEC SQL SELECT COUNT(*)
                INTO :W-NB-MESURES
                FROM INDICATEUR_MESURE
                WHERE id_indicateur = :W-IND-ID
                  AND periode = :W-IVAL-PERIODE
           END-EXEC
           .

      *----------------------------------------------------------------*
      * ENREGISTRER-ATTENTE PROCEDURE - ONE PENDING VALUE PER
      * INDICATOR AND PERIOD : A NEW ENTRY REPLACES THE ONE STILL
      * PENDING OR LAST REJECTED
      *----------------------------------------------------------------*
       ENREGISTRER-ATTENTE.
           EXEC SQL UPDATE INDICATEUR_MESURE_ATTENTE
                SET valeur = :W-IVAL-VALEUR,
                    type_saisie = :W-IVAL-TYPE,
                    statut_attente = 'P',
                    saisie_user = :W-SAISIE-USER,
                    saisie_lterm = :W-SAISIE-LTERM,
                    saisie_ts = CURRENT TIMESTAMP,
                    decision_user = NULL,
                    decision_lterm = NULL,
                    decision_ts = NULL
                WHERE id_indicateur = :W-IND-ID
                  AND periode = :W-IVAL-PERIODE
           END-EXEC

           IF SQLCODE = +100
              EXEC SQL INSERT INTO INDICATEUR_MESURE_ATTENTE (
                         id_indicateur,
                         periode,
                         valeur,
                         type_saisie,
                         statut_attente,
                         saisie_user,
                         saisie_lterm,
                         saisie_ts
                             )
                   VALUES (
                         :W-IND-ID,
                         :W-IVAL-PERIODE,
                         :W-IVAL-VALEUR,
                         :W-IVAL-TYPE,
                         'P',
                         :W-SAISIE-USER,
                         :W-SAISIE-LTERM,
                         CURRENT TIMESTAMP
                         )
              END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      * ECRIRE-MESURE-VALIDEE PROCEDURE - WRITES THE VALIDATED VALUE
      * WITH WHO KEYED IT AND WHO VALIDATED IT
      *----------------------------------------------------------------*
       ECRIRE-MESURE-VALIDEE.
           EXEC SQL UPDATE INDICATEUR_MESURE
                SET valeur = :W-IVAL-VALEUR,
                    saisie_user = :W-SAISIE-USER,
                    saisie_lterm = :W-SAISIE-LTERM,
                    valide_user = :W-VALIDE-USER,
                    valide_ts = CURRENT TIMESTAMP
                WHERE id_indicateur = :W-IND-ID
                  AND periode = :W-IVAL-PERIODE
           END-EXEC

           IF SQLCODE = +100
              EXEC SQL INSERT INTO INDICATEUR_MESURE (
                         id_indicateur,
                         periode,
                         valeur,
                         saisie_user,
                         saisie_lterm,
                         valide_user,
                         valide_ts
                             )
                   VALUES (
                         :W-IND-ID,
                         :W-IVAL-PERIODE,
                         :W-IVAL-VALEUR,
                         :W-SAISIE-USER,
                         :W-SAISIE-LTERM,
                         :W-VALIDE-USER,
                         CURRENT TIMESTAMP
                         )
              END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      * SEARCH-INDICATEUR PROCEDURE - SCANS definition_indicateur FOR
      * THE KEYWORD CARRIED IN INSI-IND-DEFINITION AND RETURNS UP TO
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * COMPTER-DERIVE PROCEDURE - W-NB-DERIVE > 0 WHEN W-IND-ID
      * CARRIES A FORMULA : ITS MEASURES ARE WRITTEN BY CALDER00 ONLY
      *----------------------------------------------------------------*
       COMPTER-DERIVE.
           EXEC SQL SELECT COUNT(*)
                INTO :W-NB-DERIVE
                FROM INDICATEUR
                WHERE id_indicateur = :W-IND-ID
                  AND operateur_derive IS NOT NULL
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 0 TO W-NB-DERIVE
              PERFORM DISPLAY-SQL-CODE
           END-IF
           .

      *----------------------------------------------------------------*
      * FORMULE-INDICATEUR PROCEDURE - DECLARES INSI-FORM-IND-ID AS A
      * DERIVED INDICATOR : 'SUM' OF 2 TO 5 OPERANDS, 'DIFF' (1 - 2),
      * 'RATIO' (1 / 2) OR 'PCT' (1 X 100 / 2) OF OTHER INDICATORS.
      * THE FORMULA REPLACES ANY PREVIOUS ONE ; A BLANK OPERATOR
      * TURNS THE INDICATOR BACK INTO A PLAIN MEASURE. EVERY OPERAND
      * MUST EXIST AND A FORMULA THAT WOULD MAKE THE INDICATOR DEPEND
      * ON ITSELF, DIRECTLY OR THROUGH OTHER DERIVED INDICATORS, IS
      * REFUSED. THE VALUES ARE COMPUTED BY THE CALDER00 BATCH.
      *----------------------------------------------------------------*
       FORMULE-INDICATEUR.
           MOVE INSI-FORM-IND-ID    TO W-IND-ID
           MOVE INSI-FORM-OPERATEUR TO W-FORM-OPERATEUR
           MOVE 'N' TO W-FORM-REFUS
           MOVE 0 TO W-NB-OPERANDES
           MOVE 0 TO W-OPERANDE-1 W-OPERANDE-2 W-OPERANDE-3
                     W-OPERANDE-4 W-OPERANDE-5

           EXEC SQL SELECT COUNT(*)
                INTO :W-NB-IND
                FROM INDICATEUR
                WHERE id_indicateur = :W-IND-ID
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE NOT = 0
                MOVE 'FORMULA FAILED' TO OUTSI-MESSAGE
                PERFORM DISPLAY-SQL-CODE
           WHEN W-NB-IND = 0
                MOVE 'UNKNOWN INDICATEUR' TO OUTSI-MESSAGE
           WHEN W-FORM-OPERATEUR = SPACES
                PERFORM SUPPRIMER-FORMULE
           WHEN OTHER
                PERFORM CONTROLER-FORMULE
                IF W-FORM-REFUS = 'N'
                   PERFORM ENREGISTRER-FORMULE
                END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CONTROLER-FORMULE PROCEDURE - OPERATOR, NUMBER OF OPERANDS,
      * EXISTENCE OF EACH OPERAND AND ABSENCE OF ANY CIRCLE
      *----------------------------------------------------------------*
       CONTROLER-FORMULE.
      *    LES OPERANDES SONT PRIS DANS L'ORDRE JUSQU'AU PREMIER VIDE
           PERFORM CHARGER-OPERANDE
              VARYING W-IX-OPERANDE FROM 1 BY 1
              UNTIL W-IX-OPERANDE > 5
                 OR W-FORM-REFUS = 'Y'

           EVALUATE TRUE
           WHEN W-FORM-REFUS = 'Y'
                CONTINUE
           WHEN W-FORM-OPERATEUR = 'SUM'
                AND W-NB-OPERANDES >= 2
                CONTINUE
           WHEN (W-FORM-OPERATEUR = 'DIFF'
                 OR W-FORM-OPERATEUR = 'RATIO'
                 OR W-FORM-OPERATEUR = 'PCT')
                AND W-NB-OPERANDES = 2
                CONTINUE
           WHEN OTHER
                MOVE 'Y' TO W-FORM-REFUS
                MOVE 'INVALID FORMULA' TO OUTSI-MESSAGE
           END-EVALUATE

           IF W-FORM-REFUS = 'N'
              PERFORM CONTROLER-OPERANDE
                 VARYING W-IX-OPERANDE FROM 1 BY 1
                 UNTIL W-IX-OPERANDE > W-NB-OPERANDES
                    OR W-FORM-REFUS = 'Y'
           END-IF

      *    CIRCULARITE : L'INDICATEUR NE DOIT FIGURER NI PARMI SES
      *    OPERANDES NI PARMI CEUX, DIRECTS OU INDIRECTS, DE SES
      *    OPERANDES DERIVES. LA PROFONDEUR EST BORNEE A 50 NIVEAUX
           IF W-FORM-REFUS = 'N'
              EXEC SQL WITH DEP (id_operande, niveau) AS
                   (SELECT id_operande, 1
                      FROM INDICATEUR_OPERANDE
                      WHERE id_indicateur IN (:W-OPERANDE-1,
                                              :W-OPERANDE-2,
                                              :W-OPERANDE-3,
                                              :W-OPERANDE-4,
                                              :W-OPERANDE-5)
                    UNION ALL
                    SELECT O.id_operande, D.niveau + 1
                      FROM DEP D, INDICATEUR_OPERANDE O
                      WHERE O.id_indicateur = D.id_operande
                        AND D.niveau < 50)
                   SELECT COUNT(*)
                     INTO :W-NB-CYCLE
                     FROM DEP
                     WHERE id_operande = :W-IND-ID
              END-EXEC

              EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                   MOVE 'Y' TO W-FORM-REFUS
                   MOVE 'FORMULA FAILED' TO OUTSI-MESSAGE
                   DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                   PERFORM DISPLAY-SQL-CODE
              WHEN W-NB-CYCLE > 0
                   MOVE 'Y' TO W-FORM-REFUS
                   MOVE 'CIRCULAR FORMULA REFUSED' TO OUTSI-MESSAGE
              END-EVALUATE
           END-IF
           .

       CHARGER-OPERANDE.
           EVALUATE TRUE
           WHEN INSI-FORM-OPERANDE(W-IX-OPERANDE) IS NOT NUMERIC
                MOVE 6 TO W-IX-OPERANDE
           WHEN INSI-FORM-OPERANDE(W-IX-OPERANDE) = 0
                MOVE 6 TO W-IX-OPERANDE
           WHEN INSI-FORM-OPERANDE(W-IX-OPERANDE) = W-IND-ID
                MOVE 'Y' TO W-FORM-REFUS
                MOVE 'CIRCULAR FORMULA REFUSED' TO OUTSI-MESSAGE
           WHEN OTHER
                ADD 1 TO W-NB-OPERANDES
                MOVE INSI-FORM-OPERANDE(W-IX-OPERANDE)
                  TO W-OPERANDE(W-NB-OPERANDES)
           END-EVALUATE
           .

       CONTROLER-OPERANDE.
           MOVE W-OPERANDE(W-IX-OPERANDE) TO W-FORM-OPERANDE

           EXEC SQL SELECT COUNT(*)
                INTO :W-NB-IND
                FROM INDICATEUR
                WHERE id_indicateur = :W-FORM-OPERANDE
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE NOT = 0
                MOVE 'Y' TO W-FORM-REFUS
                MOVE 'FORMULA FAILED' TO OUTSI-MESSAGE
                PERFORM DISPLAY-SQL-CODE
           WHEN W-NB-IND = 0
                MOVE 'Y' TO W-FORM-REFUS
                MOVE 'UNKNOWN OPERAND INDICATEUR' TO OUTSI-MESSAGE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * ENREGISTRER-FORMULE PROCEDURE - OPERATOR ON INDICATEUR, ONE
      * INDICATEUR_OPERANDE ROW PER OPERAND (RANK 1 TO 5)
      *----------------------------------------------------------------*
       ENREGISTRER-FORMULE.
           EXEC SQL UPDATE INDICATEUR
                SET operateur_derive = :W-FORM-OPERATEUR
                WHERE id_indicateur = :W-IND-ID
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL DELETE FROM INDICATEUR_OPERANDE
                   WHERE id_indicateur = :W-IND-ID
              END-EXEC
           END-IF

           IF SQLCODE = 0 OR SQLCODE = +100
              MOVE 0 TO SQLCODE
              PERFORM INSERER-OPERANDE
                 VARYING W-IX-OPERANDE FROM 1 BY 1
                 UNTIL W-IX-OPERANDE > W-NB-OPERANDES
                    OR SQLCODE NOT = 0
           END-IF

           EVALUATE SQLCODE
           WHEN 0
                MOVE 'FORMULA RECORDED' TO OUTSI-MESSAGE
                MOVE INSI-RECORD-FORM TO OUTSI-RECORD-FORM
           WHEN OTHER
                MOVE 'FORMULA FAILED' TO OUTSI-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           END-EVALUATE
           .

       INSERER-OPERANDE.
           MOVE W-IX-OPERANDE TO W-FORM-RANG
           MOVE W-OPERANDE(W-IX-OPERANDE) TO W-FORM-OPERANDE

           EXEC SQL INSERT INTO INDICATEUR_OPERANDE (
                      id_indicateur,
                      rang,
                      id_operande
                          )
                VALUES (
                      :W-IND-ID,
                      :W-FORM-RANG,
                      :W-FORM-OPERANDE
                      )
           END-EXEC
           .

      *----------------------------------------------------------------*
      * SUPPRIMER-FORMULE PROCEDURE - THE INDICATOR BECOMES A PLAIN
      * MEASURE AGAIN ; VALUES ALREADY COMPUTED STAY IN PLACE
      *----------------------------------------------------------------*
       SUPPRIMER-FORMULE.
           EXEC SQL DELETE FROM INDICATEUR_OPERANDE
                WHERE id_indicateur = :W-IND-ID
           END-EXEC

           IF SQLCODE = 0 OR SQLCODE = +100
              EXEC SQL UPDATE INDICATEUR
                   SET operateur_derive = NULL
                   WHERE id_indicateur = :W-IND-ID
              END-EXEC
           END-IF

           EVALUATE SQLCODE
           WHEN 0
                MOVE 'FORMULA REMOVED' TO OUTSI-MESSAGE
                MOVE INSI-RECORD-FORM TO OUTSI-RECORD-FORM
           WHEN OTHER
                MOVE 'FORMULA FAILED' TO OUTSI-MESSAGE
                DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
                PERFORM DISPLAY-SQL-CODE
           END-EVALUATE
           .

      * Permet de récupérer plus d'informations sur l'erreur SQL
       DISPLAY-SQL-CODE.
           MOVE SQLCODE TO DISP-SQLCODE
