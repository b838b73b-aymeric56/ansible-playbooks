      *  CHANGE ACTIVITY :                                            *
      *                                                               *
      *  2026/09/02 Creation (AA)                                     *
      *  2026/10/15 Covering colleague of an absent contact shown on  *
      *             DISPLAY and on the SEARCH list (AA)               *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
                      telExtension OF contact OF messageOutput1 ' '
                      email OF contact OF messageOutput1(1:24)
                      DELIMITED BY SIZE INTO LIGOO(1)
      * Absent ce jour : le standard doit voir qui appeler a sa place
               IF command OF messageInput = 'DISPLAY'
                  AND delegateId OF messageOutput1 IS NUMERIC
                  AND delegateId OF messageOutput1 > 0
                   MOVE SPACES TO LIGOO(2)
                   STRING 'ABSENT DU '
                          absenceFrom OF messageOutput1
                          ' AU '
                          absenceTo OF messageOutput1
                          ' REMPLACE PAR '
                          delegateLastName OF messageOutput1 ' '
                          delegateExtension OF messageOutput1
                          DELIMITED BY SIZE INTO LIGOO(2)
               END-IF
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------------*
      * Une ligne de liste par contact ; sur SEARCH, un contact absent *
      * ce jour montre a la place du debut de son mail le poste et le  *
      * nom de son remplacant (DELEGATE-ROWS, meme rang que            *
      * contacts-50)                                                   *
      *----------------------------------------------------------------*
       COPIER-LIGNE-LISTE SECTION.
           ADD 1 TO I-L
           MOVE contactId OF contacts-50
                OF messageOutput2 (I-C) TO WS-ID-ED
           MOVE SPACES TO LIGOO(I-L)
           IF command OF messageInput = 'SEARCH'
              AND DR-DELEGATE-ID (I-C) IS NUMERIC
              AND DR-DELEGATE-ID (I-C) > 0
               STRING WS-ID-ED ' '
                      lastName OF contacts-50 OF messageOutput2 (I-C)
                      ' '
                      firstName OF contacts-50 OF messageOutput2 (I-C)
                      ' '
                      telExtension OF contacts-50
                        OF messageOutput2 (I-C)
                      ' REMPL '
                      DR-PHONE (I-C) ' '
                      DR-LASTNAME (I-C) (1:5)
                      DELIMITED BY SIZE INTO LIGOO(I-L)
           ELSE
               STRING WS-ID-ED ' '
                      lastName OF contacts-50 OF messageOutput2 (I-C)
                      ' '
                      firstName OF contacts-50 OF messageOutput2 (I-C)
                      ' '
                      telExtension OF contacts-50
                        OF messageOutput2 (I-C)
                      ' '
                      email OF contacts-50
                        OF messageOutput2 (I-C) (1:22)
                      DELIMITED BY SIZE INTO LIGOO(I-L)
           END-IF
           EXIT.

      *----------------------------------------------------------------*
