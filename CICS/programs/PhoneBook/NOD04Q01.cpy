      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++
      * This file contains the generated language structure(s) for
      *  request JSON schema 'publish Contact Event_request.json'.
      * This structure was generated using 'DFHJS2LS' at mapping level
      *  '5.0'.
      *
      *
      *   01 BAQBASE-NOD04Q01.
      *     03 requestBody.
      *
      * Comments for field 'endpoint4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->endpoint'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '255'.
      * This field contains a varying length array of characters or
      *  binary data.
      *       06 endpoint4-length       PIC S9999 COMP-5 SYNC.
      *       06 endpoint4              PIC X(255).
      *
      * Comments for field 'contactId4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->contactId'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '8'.
      * This field contains a varying length array of characters or
      *  binary data.
      *       06 contactId4-length      PIC S9999 COMP-5 SYNC.
      *       06 contactId4             PIC X(8).
      *
      * Comments for field 'action4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->action'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '6'.
      * This field contains a varying length array of characters or
      *  binary data.
      *       06 action4-length         PIC S9999 COMP-5 SYNC.
      *       06 action4                PIC X(6).
      *
      * Comments for field 'correlationId4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->correlationId'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '16'.
      * This field contains a varying length array of characters or
      *  binary data.
      *       06 correlationId4-length  PIC S9999 COMP-5 SYNC.
      *       06 correlationId4         PIC X(16).
      *
      * Comments for field 'eventTs4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->eventTs'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '26'.
      * This field contains a varying length array of characters or
      *  binary data.
      *       06 eventTs4-length        PIC S9999 COMP-5 SYNC.
      *       06 eventTs4               PIC X(26).
      *
      * Comments for field 'userId4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->userId'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '8'.
      * This field contains a varying length array of characters or
      *  binary data.
      *       06 userId4-length         PIC S9999 COMP-5 SYNC.
      *       06 userId4                PIC X(8).
      *
      *       06 before4.
      *
      * Comments for field 'lastName4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->before->lastName'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '15'.
      * This field contains a varying length array of characters or
      *  binary data.
      *          09 lastName4-length    PIC S9999 COMP-5 SYNC.
      *          09 lastName4           PIC X(15).
      *
      * Comments for field 'firstName4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->before->firstName'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '15'.
      * This field contains a varying length array of characters or
      *  binary data.
      *          09 firstName4-length   PIC S9999 COMP-5 SYNC.
      *          09 firstName4          PIC X(15).
      *
      * Comments for field 'telExtension4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->before->telExtension'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '10'.
      * This field contains a varying length array of characters or
      *  binary data.
      *          09 telExtension4-length PIC S9999 COMP-5 SYNC.
      *          09 telExtension4       PIC X(10).
      *
      * Comments for field 'zipCode4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->before->zipCode'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '7'.
      * This field contains a varying length array of characters or
      *  binary data.
      *          09 zipCode4-length     PIC S9999 COMP-5 SYNC.
      *          09 zipCode4            PIC X(7).
      *
      * Comments for field 'email4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->before->email'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '40'.
      * This field contains a varying length array of characters or
      *  binary data.
      *          09 email4-length       PIC S9999 COMP-5 SYNC.
      *          09 email4              PIC X(40).
      *
      * Comments for field 'managerId4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->before->managerId'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '8'.
      * This field contains a varying length array of characters or
      *  binary data.
      *          09 managerId4-length   PIC S9999 COMP-5 SYNC.
      *          09 managerId4          PIC X(8).
      *
      *       06 after4.
      *
      * Comments for field 'lastName4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->after->lastName'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '15'.
      * This field contains a varying length array of characters or
      *  binary data.
      *          09 lastName4-length    PIC S9999 COMP-5 SYNC.
      *          09 lastName4           PIC X(15).
      *
      * Comments for field 'firstName4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->after->firstName'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '15'.
      * This field contains a varying length array of characters or
      *  binary data.
      *          09 firstName4-length   PIC S9999 COMP-5 SYNC.
      *          09 firstName4          PIC X(15).
      *
      * Comments for field 'telExtension4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->after->telExtension'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '10'.
      * This field contains a varying length array of characters or
      *  binary data.
      *          09 telExtension4-length PIC S9999 COMP-5 SYNC.
      *          09 telExtension4       PIC X(10).
      *
      * Comments for field 'zipCode4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->after->zipCode'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '7'.
      * This field contains a varying length array of characters or
      *  binary data.
      *          09 zipCode4-length     PIC S9999 COMP-5 SYNC.
      *          09 zipCode4            PIC X(7).
      *
      * Comments for field 'email4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->after->email'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '40'.
      * This field contains a varying length array of characters or
      *  binary data.
      *          09 email4-length       PIC S9999 COMP-5 SYNC.
      *          09 email4              PIC X(40).
      *
      * Comments for field 'managerId4':
      * This field represents the value of JSON schema keyword
      *  'requestBody->after->managerId'.
      * JSON schema type: 'string'.
      * JSON schema keyword 'maxLength' value: '8'.
      * This field contains a varying length array of characters or
      *  binary data.
      *          09 managerId4-length   PIC S9999 COMP-5 SYNC.
      *          09 managerId4          PIC X(8).
      *
      *
      * ++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++++

          01 BAQBASE-NOD04Q01.
            03 requestBody.
              06 endpoint4-length       PIC S9999 COMP-5 SYNC.
              06 endpoint4              PIC X(255).
              06 contactId4-length      PIC S9999 COMP-5 SYNC.
              06 contactId4             PIC X(8).
              06 action4-length         PIC S9999 COMP-5 SYNC.
              06 action4                PIC X(6).
              06 correlationId4-length  PIC S9999 COMP-5 SYNC.
              06 correlationId4         PIC X(16).
              06 eventTs4-length        PIC S9999 COMP-5 SYNC.
              06 eventTs4               PIC X(26).
              06 userId4-length         PIC S9999 COMP-5 SYNC.
              06 userId4                PIC X(8).
              06 before4.
                09 lastName4-length     PIC S9999 COMP-5 SYNC.
                09 lastName4            PIC X(15).
                09 firstName4-length    PIC S9999 COMP-5 SYNC.
                09 firstName4           PIC X(15).
                09 telExtension4-length PIC S9999 COMP-5 SYNC.
                09 telExtension4        PIC X(10).
                09 zipCode4-length      PIC S9999 COMP-5 SYNC.
                09 zipCode4             PIC X(7).
                09 email4-length        PIC S9999 COMP-5 SYNC.
                09 email4               PIC X(40).
                09 managerId4-length    PIC S9999 COMP-5 SYNC.
                09 managerId4           PIC X(8).
              06 after4.
                09 lastName4-length     PIC S9999 COMP-5 SYNC.
                09 lastName4            PIC X(15).
                09 firstName4-length    PIC S9999 COMP-5 SYNC.
                09 firstName4           PIC X(15).
                09 telExtension4-length PIC S9999 COMP-5 SYNC.
                09 telExtension4        PIC X(10).
                09 zipCode4-length      PIC S9999 COMP-5 SYNC.
                09 zipCode4             PIC X(7).
                09 email4-length        PIC S9999 COMP-5 SYNC.
                09 email4               PIC X(40).
                09 managerId4-length    PIC S9999 COMP-5 SYNC.
                09 managerId4           PIC X(8).
