       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATPARM.

      ******************************************************************
      *SHARED BATCH PARAMETER MODULE
      *
      *THRESHOLDS AND WINDOWS USED TO LIVE ONLY IN SYSIN CARDS SPREAD
      *ACROSS THE JCL MEMBERS, AND NOBODY COULD SAY WHICH VALUES A PAST
      *RUN HAD USED. THEY NOW LIVE IN TABLE PARAMETRES_BATCH,
      *MAINTAINED BY PRMMAJ00 WITH AN AUDIT TRAIL, AND ARE READ THROUGH
      *THIS MODULE :
      *   CTCRGN00  SEUIL_ECART_PCT
      *   PURGAU00  RETENTION_AUDIT, RETENTION_ERREURS, RETENTION_RUNS
      *   RUNRPT00  SEUIL_BLOCAGE_MIN, SEUIL_CADENCE_H
      *   GENCHK00  SEUIL_VARIATION_P, SEUIL_VARIATION_A
      *   FRDSIN00  SEUIL_PRECOCE_J, SEUIL_OUVERTS
      *
      *TABLE PARAMETRES_BATCH, ONE ROW PER VALUE AND EFFECTIVE DATE :
      *   PROGRAMME   CHAR(8)
      *   PARAMETRE   CHAR(18)
      *   DATE_EFFET  DATE
      *   VALEUR      VARCHAR(30)  SAME FORMAT AS THE SYSIN CARD IT
      *                            REPLACES (E.G. 020 FOR A 9(3))
      *   DEMANDEUR   CHAR(8)
      *   TS_MAJ      TIMESTAMP
      *   PRIMARY KEY (PROGRAMME, PARAMETRE, DATE_EFFET)
      *THE VALUE IN FORCE IS THE ROW WITH THE LATEST DATE_EFFET NOT
      *AFTER TODAY.
      *
      *BPM-LIRE ANSWERS, IN THIS ORDER : THE VALUE IN FORCE IN THE TABLE
      *(ORIGIN 'T'), OTHERWISE THE SYSIN CARD THE CALLER READ AND PASSED
      *IN BPM-IN-VALEUR (ORIGIN 'S'), OTHERWISE SPACES (ORIGIN 'D' - THE
      *CALLER KEEPS ITS OWN DEFAULT). THE CALLER STILL VALIDATES THE
      *VALUE AS IT VALIDATED ITS CARD.
      *
      *BPM-ENREGISTRER WRITES THE VALUE THE RUN ACTUALLY USED INTO TABLE
      *RUN_CONTROL_PARAM, KEYED LIKE THE RUN_CONTROL ROW OF THE RUN :
      *   JOB_NAME, STEP_NAME, START_TS   KEY OF THE RUN_CONTROL ROW
      *   PARAMETRE   CHAR(18)
      *   VALEUR      VARCHAR(30)
      *   ORIGINE     CHAR(1)      'T' TABLE, 'S' SYSIN, 'D' DEFAULT
      *   DATE_EFFET  DATE         NULL UNLESS ORIGINE = 'T'
      *   PRIMARY KEY (JOB_NAME, STEP_NAME, START_TS, PARAMETRE)
      *PURGAU00 PURGES THESE ROWS WITH THEIR RUN_CONTROL ROW.
      *
      *AS WITH RUNCTRL, AN SQL ERROR IS REPORTED IN BPM-CODE-RETOUR
      *('08') BUT NEVER STOPS THE CALLER : A READ FALLS BACK TO THE
      *CARD OR THE DEFAULT, AS BEFORE THE TABLE EXISTED.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * VARIABLES DB2 SYSTEM - PARAMETRES_BATCH ET RUN_CONTROL_PARAM
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  W-VALEUR                     PIC X(30).
       01  W-DATE-EFFET                 PIC X(10).
       01  W-DATE-EFFET-IND             PIC S9(04) COMP.
       01  W-SQLCODE-ED                 PIC -(9)9.

       LINKAGE SECTION.

       COPY BATPARC.

      ******************************************************************
      *PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION USING BPM-ENTREE BPM-SORTIE.

       BATPARM-MAIN.
           MOVE '00' TO BPM-CODE-RETOUR
           EVALUATE TRUE
             WHEN BPM-LIRE
               PERFORM BATPARM-LIRE
             WHEN BPM-ENREGISTRER
               PERFORM BATPARM-ENREGISTRER
             WHEN OTHER
               MOVE '08' TO BPM-CODE-RETOUR
           END-EVALUATE

           GOBACK
           .

      *Valeur en vigueur aujourd'hui ; a defaut la carte SYSIN, puis
      *le defaut du programme. Une valeur a blanc dans la table ne
      *compte pas.
       BATPARM-LIRE.
           MOVE SPACES TO BPM-OUT-VALEUR
                          BPM-OUT-DATE-EFFET
           EXEC SQL SELECT P.VALEUR,
                           CHAR(P.DATE_EFFET, ISO)
                INTO :W-VALEUR,
                     :W-DATE-EFFET
                FROM PARAMETRES_BATCH P
               WHERE P.PROGRAMME  = :BPM-IN-PROGRAMME
                 AND P.PARAMETRE  = :BPM-IN-PARAMETRE
                 AND P.DATE_EFFET =
                     (SELECT MAX(Q.DATE_EFFET)
                        FROM PARAMETRES_BATCH Q
                       WHERE Q.PROGRAMME  = P.PROGRAMME
                         AND Q.PARAMETRE  = P.PARAMETRE
                         AND Q.DATE_EFFET <= CURRENT DATE)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM BATPARM-ERREUR-SQL
           END-IF

           EVALUATE TRUE
             WHEN SQLCODE = 0 AND W-VALEUR NOT = SPACES
               MOVE W-VALEUR     TO BPM-OUT-VALEUR
               MOVE W-DATE-EFFET TO BPM-OUT-DATE-EFFET
               SET BPM-ORIGINE-TABLE TO TRUE
             WHEN BPM-IN-VALEUR NOT = SPACES
               MOVE BPM-IN-VALEUR TO BPM-OUT-VALEUR
               SET BPM-ORIGINE-SYSIN TO TRUE
             WHEN OTHER
               SET BPM-ORIGINE-DEFAUT TO TRUE
           END-EVALUATE
           .

      *Une seule trace par parametre et par run : un second appel pour
      *le meme run remplace la premiere.
       BATPARM-ENREGISTRER.
           IF BPM-IN-ORIGINE = 'T'
               MOVE BPM-OUT-DATE-EFFET TO W-DATE-EFFET
               MOVE 0  TO W-DATE-EFFET-IND
           ELSE
               MOVE SPACES TO W-DATE-EFFET
               MOVE -1 TO W-DATE-EFFET-IND
           END-IF

           EXEC SQL INSERT INTO RUN_CONTROL_PARAM (
                      JOB_NAME,
                      STEP_NAME,
                      START_TS,
                      PARAMETRE,
                      VALEUR,
                      ORIGINE,
                      DATE_EFFET)
                VALUES (
                      :BPM-IN-PROGRAMME,
                      :BPM-IN-STEP-NAME,
                      :BPM-IN-RUN-ID,
                      :BPM-IN-PARAMETRE,
                      :BPM-IN-VALEUR,
                      :BPM-IN-ORIGINE,
                      :W-DATE-EFFET :W-DATE-EFFET-IND)
           END-EXEC

           IF SQLCODE = -803
               EXEC SQL UPDATE RUN_CONTROL_PARAM
                           SET VALEUR     = :BPM-IN-VALEUR,
                               ORIGINE    = :BPM-IN-ORIGINE,
                               DATE_EFFET =
                                   :W-DATE-EFFET :W-DATE-EFFET-IND
                         WHERE JOB_NAME  = :BPM-IN-PROGRAMME
                           AND STEP_NAME = :BPM-IN-STEP-NAME
                           AND START_TS  = :BPM-IN-RUN-ID
                           AND PARAMETRE = :BPM-IN-PARAMETRE
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               PERFORM BATPARM-ERREUR-SQL
           END-IF
           .

       BATPARM-ERREUR-SQL.
           MOVE '08' TO BPM-CODE-RETOUR
           MOVE SQLCODE TO W-SQLCODE-ED
           DISPLAY 'BATPARM - ' BPM-IN-PROGRAMME ' ' BPM-IN-PARAMETRE
                   ' KO SQLCODE=' W-SQLCODE-ED
           .

       END PROGRAM BATPARM.
