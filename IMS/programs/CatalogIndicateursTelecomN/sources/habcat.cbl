       IDENTIFICATION DIVISION.
       PROGRAM-ID. HABCAT.

      ******************************************************************
      * AUTHORISATION SUB-PROGRAM FOR THE CATALOG DISPATCHER. EVERY
      * COMMAND THAT CHANGES THE CATALOG NEEDS A RIGHT IN CATALOG_ROLES
      * FOR THE SIGNED-ON USER (TYPE_HABILITE 'U') OR FOR THE LTERM
      * (TYPE_HABILITE 'L') IT COMES FROM :
      *   'M' - CREATE AND UPDATE (xADD, xUPDATE, ITGTADD, IFORMULE)
      *   'S' - MOVE, RETIRE, REACTIVATE AND DELETE
      *   'V' - RECORD, CORRECT AND VALIDATE MEASURES (IVALxxx)
      * DISPLAY, LIST, TREE AND SEARCH COMMANDS STAY OPEN TO ALL. A
      * REFUSAL IS LOGGED IN CATALOG_REFUSALS (USERID, LTERM, COMMAND,
      * REFUSAL_TS), SHAPED LIKE THE PHONEBOOK'S COMMAND_REFUSALS SO
      * BOTH CAN BE REVIEWED TOGETHER. AN SQL ERROR ON THE CHECK
      * ITSELF REFUSES THE COMMAND - NEVER AUTHORISE BY DEFAULT.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 DISP-SQLCODE              PIC +ZZZZZZZZ9.

      ******************************************************************
      *Host variables
      ******************************************************************
       01 W-HOSTVAR-HABILITATION.
          05 W-HAB-COMMAND          PIC X(08).
          05 W-HAB-USER             PIC X(08).
          05 W-HAB-LTERM            PIC X(08).
          05 W-HAB-DROIT            PIC X(01).
          05 W-NB-HABILITATIONS     PIC S9(9) COMP.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *----------------------------------------------------------------*
      *    COMMUNICATION AREA FOR THE SHARED SQL ERROR LOGGING MODULE  *
      *----------------------------------------------------------------*
       COPY SQLERRLGC.

       01 C-SQLERRLOG PIC X(09) VALUE 'SQLERRLOG'.

       LINKAGE SECTION.

       COPY HABCPY.

      *----------------------------------------------------------------*
      * PROCEDURE DIVISION FOR THE COMMAND AUTHORISATION CHECK
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING ENTREE-SH SORTIE-SH.

       BEGIN.

           INITIALIZE SORTIE-SH
           MOVE 'Y' TO OUTSH-AUTORISE

           MOVE INSH-COMMAND TO W-HAB-COMMAND
           MOVE INSH-USER    TO W-HAB-USER
           MOVE INSH-LTERM   TO W-HAB-LTERM

           PERFORM DROIT-COMMANDE
           MOVE W-HAB-DROIT TO OUTSH-DROIT

           IF W-HAB-DROIT NOT = SPACE
              PERFORM CHECK-HABILITATION
              IF NOT OUTSH-OK
                 PERFORM LOG-REFUS
              END-IF
           END-IF

           GOBACK
           .

      *----------------------------------------------------------------*
      * DROIT-COMMANDE PROCEDURE - THE RIGHT A COMMAND REQUIRES ;
      * SPACE FOR THE READ-ONLY COMMANDS
      *----------------------------------------------------------------*
       DROIT-COMMANDE.
           EVALUATE W-HAB-COMMAND
           WHEN 'PADD    '
           WHEN 'PUPDATE '
           WHEN 'OADD    '
           WHEN 'OUPDATE '
           WHEN 'LADD    '
           WHEN 'LUPDATE '
           WHEN 'IADD    '
           WHEN 'IUPDATE '
           WHEN 'ITGTADD '
           WHEN 'IFORMULE'
                MOVE 'M' TO W-HAB-DROIT
           WHEN 'PDELETE '
           WHEN 'ODELETE '
           WHEN 'LDELETE '
           WHEN 'IDELETE '
           WHEN 'OMOVE   '
           WHEN 'LMOVE   '
           WHEN 'PRETIRE '
           WHEN 'ORETIRE '
           WHEN 'LRETIRE '
           WHEN 'IRETIRE '
           WHEN 'PREACT  '
           WHEN 'OREACT  '
           WHEN 'LREACT  '
           WHEN 'IREACT  '
                MOVE 'S' TO W-HAB-DROIT
           WHEN 'IVALADD '
           WHEN 'IVALCOR '
           WHEN 'IVALVAL '
                MOVE 'V' TO W-HAB-DROIT
           WHEN OTHER
                MOVE SPACE TO W-HAB-DROIT
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CHECK-HABILITATION PROCEDURE - ONE CATALOG_ROLES ROW FOR THE
      * USER OR FOR THE LTERM IS ENOUGH. A BLANK USER (NO SIGNON)
      * CAN ONLY BE AUTHORISED THROUGH ITS LTERM
      *----------------------------------------------------------------*
       CHECK-HABILITATION.
           MOVE 0 TO W-NB-HABILITATIONS

           EXEC SQL SELECT COUNT(*)
                INTO :W-NB-HABILITATIONS
                FROM CATALOG_ROLES
                WHERE droit = :W-HAB-DROIT
                  AND ((type_habilite = 'U'
                        AND habilite = :W-HAB-USER
                        AND :W-HAB-USER <> ' ')
                    OR (type_habilite = 'L'
                        AND habilite = :W-HAB-LTERM))
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE NOT = 0
                MOVE 'N' TO OUTSH-AUTORISE
                MOVE 'AUTHORISATION CHECK FAILED' TO OUTSH-MESSAGE
                MOVE 'CHECK-HABILITATION' TO ERL-IN-PARAGRAPH
                PERFORM DISPLAY-SQL-CODE
           WHEN W-NB-HABILITATIONS = 0
                MOVE 'N' TO OUTSH-AUTORISE
                EVALUATE W-HAB-DROIT
                WHEN 'M'
                     MOVE 'NOT AUTHORISED - CREATE/UPDATE'
                       TO OUTSH-MESSAGE
                WHEN 'S'
                     MOVE 'NOT AUTHORISED - MOVE/RETIRE/DELETE'
                       TO OUTSH-MESSAGE
                WHEN OTHER
                     MOVE 'NOT AUTHORISED - MEASURES'
                       TO OUTSH-MESSAGE
                END-EVALUATE
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * LOG-REFUS PROCEDURE - RECORDS THE REFUSAL WITH USER, LTERM AND
      * COMMAND. AN ERROR HERE IS DISPLAYED BUT DOES NOT CHANGE THE
      * REFUSAL ALREADY DECIDED
      *----------------------------------------------------------------*
       LOG-REFUS.
           DISPLAY 'CATALOG COMMAND REFUSED - USER : ' W-HAB-USER
                   ' LTERM : ' W-HAB-LTERM
                   ' COMMAND : ' W-HAB-COMMAND

           EXEC SQL INSERT INTO CATALOG_REFUSALS (
                      USERID,
                      LTERM,
                      COMMAND,
                      REFUSAL_TS
                          )
                VALUES (
                      :W-HAB-USER,
                      :W-HAB-LTERM,
                      :W-HAB-COMMAND,
                      CURRENT TIMESTAMP
                      )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: BAD SQLCODE: ' SQLCODE
              MOVE 'LOG-REFUS' TO ERL-IN-PARAGRAPH
              PERFORM DISPLAY-SQL-CODE
           END-IF
           .

      * Permet de récupérer plus d'informations sur l'erreur SQL
       DISPLAY-SQL-CODE.
           MOVE SQLCODE TO DISP-SQLCODE
           DISPLAY 'SQLCODE  : ' DISP-SQLCODE
           DISPLAY 'SQLSTATE : ' SQLSTATE
           DISPLAY 'SQLERRML : ' SQLERRML
           DISPLAY 'SQLERRMC : ' SQLERRMC

           MOVE 'HABCAT' TO ERL-IN-PROGRAM
           MOVE SQLCODE TO ERL-IN-SQLCODE
           MOVE SQLSTATE TO ERL-IN-SQLSTATE
           CALL C-SQLERRLOG USING ERL-ENTREE ERL-SORTIE
           .

       END PROGRAM HABCAT.
