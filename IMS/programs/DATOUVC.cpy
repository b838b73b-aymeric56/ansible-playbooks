      ******************************************************************
      *COMMUNICATION AREA FOR THE SHARED BUSINESS-DAY DATE SERVICE -
      *USED BY CALL 'DATOUVR' USING DTO-ENTREE DTO-SORTIE
      ******************************************************************

      * DATA AREA FOR THE CALL TO DATOUVR
       01  DTO-ENTREE.
           02  DTO-IN-FONCTION          PIC X(01).
      *        AJOUTE DTO-IN-NB-JOURS JOURS OUVRES A DTO-IN-DATE
      *        (NEGATIF = EN ARRIERE ; ZERO = JOUR OUVRE SUIVANT)
               88  DTO-AJOUTER-JOURS        VALUE 'A'.
      *        DTO-IN-DATE EST-IL UN JOUR OUVRE ?
               88  DTO-TESTER-JOUR          VALUE 'T'.
      *        DTO-IN-DATE S'IL EST OUVRE, SINON LE PREMIER JOUR
      *        OUVRE QUI LE SUIT
               88  DTO-JOUR-SUIVANT         VALUE 'S'.
      *    PAYS DU CALENDRIER (FR, ES, PT) - A BLANC = FR
           02  DTO-IN-PAYS              PIC X(02).
      *    DATE AAAA-MM-JJ (FORMAT ISO)
           02  DTO-IN-DATE              PIC X(10).
           02  DTO-IN-NB-JOURS          PIC S9(04) COMP.

      * DATA AREA RETURNED FROM DATOUVR
       01  DTO-SORTIE.
           02  DTO-CODE-RETOUR          PIC X(02).
               88  DTO-RETOUR-OK            VALUE '00'.
      *        UNE DATE PARCOURUE N'EST PAS DANS CALENDRIER (ANNEE
      *        NON CHARGEE) : LA REPONSE NE TIENT COMPTE QUE DES
      *        SAMEDIS ET DIMANCHES POUR CES JOURS-LA
               88  DTO-RETOUR-HORS-CAL      VALUE '04'.
               88  DTO-RETOUR-KO            VALUE '08'.
      *    DATE RESULTAT AAAA-MM-JJ (DTO-IN-DATE POUR UN TEST)
           02  DTO-OUT-DATE             PIC X(10).
      *    OUVRE OU NON DE DTO-OUT-DATE
           02  DTO-OUT-OUVRE            PIC X(01).
               88  DTO-JOUR-OUVRE           VALUE 'O'.
               88  DTO-JOUR-CHOME           VALUE 'N'.
