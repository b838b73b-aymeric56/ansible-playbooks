      ******************************************************************
      *COMMUNICATION AREA FOR THE SHARED E-MAIL ADDRESS VALIDATION
      *MODULE - USED BY CALL 'EMAILVAL' USING EMV-ENTREE EMV-SORTIE
      ******************************************************************

      * DATA AREA FOR THE CALL TO EMAILVAL
       01 EMV-ENTREE.
          02 EMV-IN-EMAIL           PIC X(40).

      * DATA AREA RETURNED FROM EMAILVAL
       01 EMV-SORTIE.
          02 EMV-CODE-RETOUR        PIC X(02).
             88 EMV-RETOUR-OK           VALUE '00'.
             88 EMV-RETOUR-KO           VALUE '08'.
          02 EMV-MESSAGE            PIC X(40).
      *   DOMAIN PART OF THE ADDRESS, IN LOWER CASE (SPACES WHEN THE
      *   ADDRESS IS BLANK OR FAILS THE SYNTAX CHECK)
          02 EMV-OUT-DOMAINE        PIC X(40).
