      * 'Y' = LLIST RESTITUE AUSSI LES LEVIERS RETIRES (OCTET 1101
      * DU RECORD, COMME INSP-AVEC-RETIREES)
               07 INSL-AVEC-RETIREES  PIC X(01).
      * POIDS DU LEVIER DANS SON OBJECTIF (OCTETS 1102-1104, COMME
      * IN-POIDS DANS CATACPY2)
               07 INSL-POIDS          PIC 9(03).
               07 FILLER              PIC X(06).

      ******************************************************************
      * DATA AREA FOR TRANSACTION OUTPUT
               07 OUTSL-LEV-ID        PIC 9(10).
               07 OUTSL-LEV-NAME      PIC X(150).
               07 OUTSL-OBJ-ID        PIC 9(10).
               07 FILLER              PIC X(931).
               07 OUTSL-POIDS         PIC 9(03).
               07 FILLER              PIC X(06).

      ******************************************************************
      * DATA AREA FOR TRANSACTION OUTPUT - SORTIE-SL-50
