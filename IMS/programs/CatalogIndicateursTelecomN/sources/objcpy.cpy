      * 'Y' = OLIST RESTITUE AUSSI LES OBJECTIFS RETIRES (OCTET 1101
      * DU RECORD, COMME INSP-AVEC-RETIREES)
               07 INSO-AVEC-RETIREES  PIC X(01).
      * POIDS DE L'OBJECTIF DANS SA PERSPECTIVE (OCTETS 1102-1104,
      * COMME IN-POIDS DANS CATACPY2)
               07 INSO-POIDS          PIC 9(03).
               07 FILLER              PIC X(06).

      ******************************************************************
      * DATA AREA FOR TRANSACTION OUTPUT
               07 OUTSO-OBJ-NAME      PIC X(150).
               07 OUTSO-OBJ-DES       PIC X(150).
               07 OUTSO-PERSP-ID      PIC 9(10).
               07 FILLER              PIC X(781).
               07 OUTSO-POIDS         PIC 9(03).
               07 FILLER              PIC X(16).

      ******************************************************************
      * DATA AREA FOR TRANSACTION OUTPUT - SORTIE-SO-50
