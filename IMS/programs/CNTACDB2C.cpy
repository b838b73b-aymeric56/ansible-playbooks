             88 CNT-FCT-UPDATE           VALUE 'U'.
             88 CNT-FCT-DELETE           VALUE 'D'.
             88 CNT-FCT-LISTE            VALUE 'L'.
      *      REMPLACANT EN COURS DU CONTACT ACTIF DONT LE POSTE EST
      *      CNT-IN-PHONE (CODE RETOUR 04 = PAS D'ABSENCE CE JOUR)
             88 CNT-FCT-ABSENCE          VALUE 'A'.
          02 CNT-IN-LASTNAME        PIC X(15).
          02 CNT-IN-FIRSTNAME       PIC X(15).
          02 CNT-IN-PHONE           PIC X(10).
      *      L'APPELANT REPASSE CE COUPLE (LASTNAME, CONTACT_ID) EN
      *      CNT-IN-* POUR OBTENIR LA PAGE SUIVANTE
             05 CNT-OUT-L-CONTACT-ID PIC 9(08).
      *   REMPLACANT RESTITUE PAR LA FONCTION ABSENCE : L'ABSENCE
      *   COUVRE LA DATE DU JOUR ET LE REMPLACANT EST ACTIF
          02 CNT-OUT-DLG-LASTNAME   PIC X(15).
          02 CNT-OUT-DLG-FIRSTNAME  PIC X(15).
          02 CNT-OUT-DLG-PHONE      PIC X(10).
          02 CNT-OUT-DLG-ABSENCE-TO PIC X(10).
