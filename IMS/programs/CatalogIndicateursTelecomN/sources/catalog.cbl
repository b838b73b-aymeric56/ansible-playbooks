       77 C-OBJECTIF                PIC X(8) VALUE 'OBJECTIF'.
       77 C-INDICAT                 PIC X(8) VALUE 'INDICAT'.
       77 C-PTREE                   PIC X(8) VALUE 'PTREE'.
       77 C-HABCAT                  PIC X(8) VALUE 'HABCAT'.

      * SUBSCRIPT FOR THE LIST-ROW COPY LOOPS (OLIST/LLIST/ILIST)
       77 I-ROW                     PIC 9(03) VALUE 0.
       COPY LEVCPY.
       COPY INDCPY.
       COPY PTREECPY.
       COPY HABCPY.

      *     EXEC SQL INCLUDE SQLCA END-EXEC.

          05 FILLER                 PIC  X(02).
          05 SEQNUM                 PIC  X(02).
          05 MOD                    PIC  X(08).
      *   UTILISATEUR SIGNE SUR LE TERMINAL (A BLANC SANS SIGNON)
          05 IOUSERID               PIC  X(08).

      ******************************************************************
      *ALTPCB
           WHEN 'IRETIRE '
           WHEN 'IREACT  '
           WHEN 'ISEARCH '
           WHEN 'IFORMULE'
           WHEN 'IVALVAL '
                CONTINUE
           WHEN OTHER
                MOVE 1 TO VALID-INPUT
           IF VALID-INPUT = 0
              PERFORM VALIDATE-RECORD-FIELDS
           END-IF

           IF VALID-INPUT = 0
              PERFORM CHECK-AUTHORITY
           END-IF
           .

      *----------------------------------------------------------------*
                   OR IN-IVAL-VALEUR IS NOT NUMERIC
                   MOVE 1 TO VALID-INPUT
                END-IF
           WHEN 'IVALVAL '
                IF IN-IVAL-IND-ID IS NOT NUMERIC
                   OR IN-IVAL-PERIODE IS NOT NUMERIC
                   OR (IN-IVAL-DECISION NOT = 'V'
                       AND IN-IVAL-DECISION NOT = 'R')
                   MOVE 1 TO VALID-INPUT
                END-IF
           WHEN 'IFORMULE'
                IF IN-FORM-IND-ID IS NOT NUMERIC
                   MOVE 1 TO VALID-INPUT
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * CHECK-AUTHORITY PROCEDURE - A COMMAND THAT CHANGES THE CATALOG
      * IS ONLY DISPATCHED IF CATALOG_ROLES AUTHORISES THE SIGNED-ON
      * USER OR THE LTERM (HABCAT SUB-PROGRAM, WHICH ALSO LOGS THE
      * REFUSALS). THE REFUSAL MESSAGE GOES BACK TO THE TERMINAL
      *----------------------------------------------------------------*
       CHECK-AUTHORITY.
           MOVE IN-COMMAND TO INSH-COMMAND
           MOVE IOUSERID   TO INSH-USER
           MOVE LOGTTERM   TO INSH-LTERM

           CALL C-HABCAT USING ENTREE-SH SORTIE-SH
           END-CALL

           IF NOT OUTSH-OK
              MOVE 1 TO VALID-INPUT
              MOVE OUTSH-MESSAGE TO OUT-MESSAGE
              PERFORM INSERT-IO
           END-IF
           .

      *----------------------------------------------------------------*
      * ADD-PERSPECTIVE PROCEDURE
      *----------------------------------------------------------------*
           MOVE IN-COMMAND TO INST-COMMAND
           MOVE IN-PERSP-ID of IN-RECORD-PERSP TO INST-PERSP-ID
           MOVE IN-AVEC-RETIREES TO INST-AVEC-RETIREES
           MOVE IN-PERIODE-SCORE TO INST-PERIODE

           CALL C-PTREE USING ENTREE-ST SORTIE-ST
           END-CALL
             TO OUT-TR-PARENT-ID(OUT-TR-IDX)
           MOVE OUTST-NOM(OUT-TR-IDX)
             TO OUT-TR-NOM(OUT-TR-IDX)
           MOVE OUTST-SCORE(OUT-TR-IDX)
             TO OUT-TR-SCORE(OUT-TR-IDX)
           MOVE OUTST-STATUT(OUT-TR-IDX)
             TO OUT-TR-STATUT(OUT-TR-IDX)
           .

      *----------------------------------------------------------------*
           DISPLAY "Dans Sub Indicat"
           MOVE IN-COMMAND    to INSI-COMMAND
           MOVE IN-RECORD-IND to INSI-RECORD-IND
      *    IN-RECORD-IND NE COUVRE PAS LES OCTETS COMMUNS DE FIN DE
      *    RECORD : LE POIDS EST DONC RECOPIE EXPLICITEMENT
           MOVE IN-POIDS TO INSI-POIDS
      *    SAISIE ET VALIDATION DES MESURES : L'AUTEUR EST CELUI DE
      *    L'IO-PCB (UTILISATEUR SIGNE, A DEFAUT LE LTERM) ET LA
      *    PRE-VALIDATION EST RESERVEE AUX CHARGEMENTS BATCH
           IF IN-COMMAND(1:4) = 'IVAL'
              IF IOUSERID = SPACES OR LOW-VALUE
                 MOVE LOGTTERM TO INSI-IVAL-USER
              ELSE
                 MOVE IOUSERID TO INSI-IVAL-USER
              END-IF
              MOVE LOGTTERM TO INSI-IVAL-LTERM
              MOVE 'N' TO INSI-IVAL-PREVALIDE
           END-IF

           CALL C-INDICAT USING ENTREE-SI SORTIE-SI SORTIE-SI-50
                                SORTIE-SI-SRCH

       INSERT-IO-TREE.
      *    LE MESSAGE EST A LONGUEUR VARIABLE : LL NE COUVRE QUE LES
      *    LIGNES REELLEMENT GARNIES (EN-TETE DE 47 OCTETS + 176 PAR
      *    LIGNE) - LA STRUCTURE COMPLETE DEPASSERAIT LE DEMI-MOT LL
           COMPUTE OUT-TR-LL = 47 + (OUT-TR-NUM-ROWS * 176)
           MOVE 0 TO OUT-TR-ZZ
           CALL 'CBLTDLI' USING ISRT
                                LTERMPCB
