       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATOUVR.

      ******************************************************************
      *SHARED BUSINESS-DAY DATE SERVICE
      *
      *THE DATE-DRIVEN BATCHES USED TO COUNT CALENDAR DAYS ONLY, SO A
      *DUE DATE OR A DEADLINE COULD FALL ON A SUNDAY OR ON A PUBLIC
      *HOLIDAY. THEY NOW ASK THIS MODULE INSTEAD :
      *   RENASS00  (batch/Db2, renewal horizon in business days)
      *   AGEFAC00  (batch/Db2, ageing bucket limits)
      *   FACASS00  (batch/Db2, instalment due dates of the schedule)
      *   PRLFAC00  (batch/Db2, direct debits only on a business day)
      *   RESEXP00  (batch/Db2, reservation expiry age)
      *   WHSREL00  (batch/Db2, statement period closing date)
      *   WHSORD00  (batch/Db2, standing-order execution date)
      *
      *THREE QUESTIONS ARE ANSWERED, FOR ONE COUNTRY (FR, ES OR PT) :
      *   DTO-AJOUTER-JOURS - ADD DTO-IN-NB-JOURS BUSINESS DAYS TO
      *     DTO-IN-DATE. A NEGATIVE COUNT GOES BACKWARDS ; A COUNT OF
      *     ZERO ANSWERS AS DTO-JOUR-SUIVANT.
      *   DTO-TESTER-JOUR   - IS DTO-IN-DATE A BUSINESS DAY.
      *   DTO-JOUR-SUIVANT  - DTO-IN-DATE IF IT IS A BUSINESS DAY,
      *     OTHERWISE THE FIRST BUSINESS DAY AFTER IT.
      *
      *WORKING AND NON-WORKING DAYS COME FROM TABLE CALENDRIER, ONE
      *ROW PER COUNTRY AND DAY, LOADED ONE YEAR AT A TIME BY CALJOU00 :
      *   PAYS      CHAR(2)      FR / ES / PT
      *   DATE_JOUR DATE
      *   OUVRE     CHAR(1)      'O' BUSINESS DAY, 'N' NON-WORKING
      *   LIBELLE   VARCHAR(30)  NAME OF THE HOLIDAY, OR OF THE DAY
      *                          OF THE WEEK FOR A WEEKEND
      *   PRIMARY KEY (PAYS, DATE_JOUR)
      *A DAY THAT IS NOT IN THE TABLE (YEAR NOT LOADED YET) IS TREATED
      *AS WORKING FROM MONDAY TO FRIDAY, AND THE ANSWER COMES BACK WITH
      *DTO-CODE-RETOUR '04' SO THE CALLER CAN WARN THE OPERATOR - THE
      *RUN IS NOT STOPPED FOR A MISSING CALENDAR YEAR. AN UNKNOWN
      *FUNCTION OR COUNTRY, AN INVALID DATE OR AN SQL ERROR COMES BACK
      *WITH '08' AND SPACES IN THE OUTPUT FIELDS.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * VARIABLES DB2 SYSTEM - LECTURE DE LA TABLE CALENDRIER
           EXEC SQL INCLUDE SQLCA END-EXEC.

       77 W-PAYS                    PIC X(02).
       77 W-DATE-COURANTE           PIC X(10).
       77 W-OUVRE                   PIC X(01).
       77 W-AU-CALENDRIER           PIC X(01).
      *    DECALAGE EN JOURS CALENDAIRES DU PROCHAIN JOUR LU
       77 W-PAS                     PIC S9(04) COMP.
      *    JOURS OUVRES RESTANT A COMPTER
       77 W-RESTE                   PIC S9(04) COMP.
      *    GARDE-FOU : DIX ANS DE JOURS PARCOURUS AU PLUS PAR APPEL
       77 W-NB-PAS                  PIC S9(04) COMP.
       77 W-NB-PAS-MAX              PIC S9(04) COMP VALUE 3660.
       77 W-SQLCODE-ED              PIC -(9)9.

       LINKAGE SECTION.

       COPY DATOUVC.

      ******************************************************************
      *PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION USING DTO-ENTREE DTO-SORTIE.

       DATOUVR-MAIN.
           MOVE '00'   TO DTO-CODE-RETOUR
           MOVE SPACES TO DTO-OUT-DATE
                          DTO-OUT-OUVRE
           MOVE 0      TO W-NB-PAS

           MOVE DTO-IN-PAYS TO W-PAYS
           IF W-PAYS = SPACES
               MOVE 'FR' TO W-PAYS
           END-IF

           IF (W-PAYS NOT = 'FR' AND W-PAYS NOT = 'ES'
                                 AND W-PAYS NOT = 'PT')
              OR (NOT DTO-AJOUTER-JOURS AND NOT DTO-TESTER-JOUR
                                        AND NOT DTO-JOUR-SUIVANT)
               MOVE '08' TO DTO-CODE-RETOUR
           ELSE
               MOVE DTO-IN-DATE TO W-DATE-COURANTE
               MOVE 0 TO W-PAS
               PERFORM LIRE-JOUR
               IF NOT DTO-RETOUR-KO
                   PERFORM CALCULER-DATE
               END-IF
           END-IF

           IF NOT DTO-RETOUR-KO
               MOVE W-DATE-COURANTE TO DTO-OUT-DATE
               MOVE W-OUVRE         TO DTO-OUT-OUVRE
           END-IF

           GOBACK
           .

      *    LE JOUR DE DEPART EST LU ; ON AVANCE (OU RECULE) D'UN JOUR
      *    CALENDAIRE A LA FOIS EN NE COMPTANT QUE LES JOURS OUVRES
       CALCULER-DATE.
           EVALUATE TRUE
             WHEN DTO-TESTER-JOUR
               CONTINUE
             WHEN DTO-JOUR-SUIVANT
             WHEN DTO-AJOUTER-JOURS AND DTO-IN-NB-JOURS = 0
               MOVE 1 TO W-PAS
               PERFORM AVANCER-JOUR UNTIL W-OUVRE = 'O'
                                       OR DTO-RETOUR-KO
             WHEN DTO-IN-NB-JOURS > 0
               MOVE 1 TO W-PAS
               MOVE DTO-IN-NB-JOURS TO W-RESTE
               PERFORM COMPTER-JOUR UNTIL W-RESTE = 0
                                       OR DTO-RETOUR-KO
             WHEN OTHER
               MOVE -1 TO W-PAS
               COMPUTE W-RESTE = 0 - DTO-IN-NB-JOURS
               PERFORM COMPTER-JOUR UNTIL W-RESTE = 0
                                       OR DTO-RETOUR-KO
           END-EVALUATE
           .

       COMPTER-JOUR.
           PERFORM AVANCER-JOUR
           IF W-OUVRE = 'O' AND NOT DTO-RETOUR-KO
               SUBTRACT 1 FROM W-RESTE
           END-IF
           .

       AVANCER-JOUR.
           ADD 1 TO W-NB-PAS
           IF W-NB-PAS > W-NB-PAS-MAX
               DISPLAY 'DATOUVR - PLUS DE ' W-NB-PAS-MAX
                       ' JOURS PARCOURUS DEPUIS ' DTO-IN-DATE
               MOVE '08' TO DTO-CODE-RETOUR
           ELSE
               PERFORM LIRE-JOUR
           END-IF
           .

      *    LE JOUR W-DATE-COURANTE + W-PAS DEVIENT LE JOUR COURANT.
      *    HORS CALENDRIER, SEULS LES SAMEDIS ET DIMANCHES SONT CHOMES
       LIRE-JOUR.
           EXEC SQL
               SELECT CHAR(J.JOUR, ISO),
                      COALESCE(C.OUVRE,
                               CASE WHEN DAYOFWEEK_ISO(J.JOUR) > 5
                                    THEN 'N' ELSE 'O' END),
                      CASE WHEN C.OUVRE IS NULL
                           THEN 'N' ELSE 'O' END
                 INTO :W-DATE-COURANTE,
                      :W-OUVRE,
                      :W-AU-CALENDRIER
                 FROM (SELECT DATE(:W-DATE-COURANTE) + :W-PAS DAYS
                              AS JOUR
                         FROM SYSIBM.SYSDUMMY1) J
                 LEFT OUTER JOIN CALENDRIER C
                   ON C.PAYS      = :W-PAYS
                  AND C.DATE_JOUR = J.JOUR
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               MOVE SQLCODE TO W-SQLCODE-ED
               DISPLAY 'DATOUVR - LECTURE CALENDRIER ' W-PAYS
                       ' ' W-DATE-COURANTE ' KO SQLCODE='
                       W-SQLCODE-ED
               MOVE '08' TO DTO-CODE-RETOUR
             WHEN W-AU-CALENDRIER = 'N'
               MOVE '04' TO DTO-CODE-RETOUR
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       END PROGRAM DATOUVR.
