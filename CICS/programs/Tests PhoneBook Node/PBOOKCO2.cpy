               15  AR-TRNID             PIC X(04).
               15  AR-USERID            PIC X(08).
               15  AR-AUDIT-TS          PIC X(26).
      * Resultat pour ORGCHART : la chaine hierarchique du contact
      * demande, ORG-CHAIN(1) etant le contact lui-meme (OC-NIVEAU 0)
      * puis son manager direct (1), le manager de celui-ci (2), etc.
      * jusqu'au sommet. Ses subordonnes directs actifs sont restitues
      * dans contacts-50 / numberOfContacts, tries sur LASTNAME
           10  ORG-CHAIN-COUNT          PIC 9(02).
           10  ORG-CHAIN                OCCURS 15 TIMES
                                        INDEXED BY ORG-CHAIN-IDX.
               15  OC-NIVEAU            PIC 9(02).
               15  OC-CONTACT-ID        PIC 9(08).
               15  OC-LASTNAME          PIC X(15).
               15  OC-FIRSTNAME         PIC X(15).
               15  OC-PHONE             PIC X(10).
               15  OC-DEPARTMENT        PIC X(03).
      * Resultat pour SEARCH : remplacant de chaque ligne de
      * contacts-50 (meme index) quand le contact a une absence en
      * cours ce jour ; DR-DELEGATE-ID a zero et le reste a blanc sinon
           10  DELEGATE-ROWS            OCCURS 50 TIMES
                                        INDEXED BY DELEGATE-ROW-IDX.
               15  DR-DELEGATE-ID       PIC 9(08).
               15  DR-LASTNAME          PIC X(15).
               15  DR-FIRSTNAME         PIC X(15).
               15  DR-PHONE             PIC X(10).
               15  DR-ABSENCE-TO        PIC X(10).
