      ******************************************************************
      *    CONTACTS change event - TD queue PBEV
      ******************************************************************

      * Un evenement par mutation reussie de CONTACTS dans PBOOKDBN
      * (CREATE, BULK-ADD, UPDATE, DELETE, RESTORE, MERGE, UNDO,
      * SETMGR, DELEGATE), ecrit par PUBLIER-EVENEMENT dans la file
      * transitoire intrapartition PBEV (logiquement recuperable : un
      * evenement ne part que si l'unite de travail est validee).
      * PBOOKEVT (transaction PBEV, declenchee par la file) le
      * distribue dans l'ordre aux abonnes de EVENT_SUBSCRIBERS ; la
      * zone entiere est aussi l'image EVENT_DATA de EVENT_DELIVERIES,
      * dont la colonne doit rester au moins aussi large
       01  PBOOK-EVENEMENT.
           05  EVT-CONTACT-ID          PIC 9(08).
      * Action de CONTACTS_AUDIT : CREATE, UPDATE, DELETE, RESTOR,
      * MERGE, UNDO, SETMGR, DELEG
           05  EVT-ACTION              PIC X(06).
      * Correlation id de la transaction (meme forme que celui des
      * appels API requester), repris par la livraison
           05  EVT-CORRELATION-ID      PIC X(16).
           05  EVT-TS                  PIC X(26).
           05  EVT-TRNID               PIC X(04).
           05  EVT-USERID              PIC X(08).
      * Zones cles avant / apres la mutation. AVANT est a blanc pour
      * une creation ; MANAGER-ID est a zero quand l'operation ne
      * touche pas la ligne hierarchique
           05  EVT-AVANT.
               10  EVT-AV-LASTNAME     PIC X(15).
               10  EVT-AV-FIRSTNAME    PIC X(15).
               10  EVT-AV-PHONE        PIC X(10).
               10  EVT-AV-ZIPCODE      PIC X(07).
               10  EVT-AV-EMAIL        PIC X(40).
               10  EVT-AV-MANAGER-ID   PIC 9(08).
           05  EVT-APRES.
               10  EVT-AP-LASTNAME     PIC X(15).
               10  EVT-AP-FIRSTNAME    PIC X(15).
               10  EVT-AP-PHONE        PIC X(10).
               10  EVT-AP-ZIPCODE      PIC X(07).
               10  EVT-AP-EMAIL        PIC X(40).
               10  EVT-AP-MANAGER-ID   PIC 9(08).
           05  FILLER                  PIC X(42).
