               07 INSI-IND-SCOPE        PIC X(20).
               07 INSI-IND-TYPE         PIC X(20).
               07 INSI-IND-SOURCE       PIC X(255).
               07 FILLER                PIC X(3).
      * PROPRIETAIRE (USERID) ET FREQUENCE DE MESURE ('M' MENSUELLE,
      * 'T' TRIMESTRIELLE) : OCTETS 641-649, COMME DANS CATACPY2
               07 INSI-IND-PROPRIETAIRE PIC X(08).
               07 INSI-IND-FREQUENCE    PIC X(01).
               07 FILLER                PIC X(451).
      * 'Y' = ILIST RESTITUE AUSSI LES INDICATEURS RETIRES (OCTET
      * 1101 DU RECORD, COMME INSP-AVEC-RETIREES)
               07 INSI-AVEC-RETIREES    PIC X(01).
      * POIDS DE L'INDICATEUR DANS SON LEVIER (OCTETS 1102-1104,
      * COMME IN-POIDS DANS CATACPY2)
               07 INSI-POIDS            PIC 9(03).
               07 FILLER                PIC X(06).
      * MESURE D'INDICATEUR (COMMANDES IVALADD/IVALCOR/IVALVAL)
          05 INSI-RECORD-IVAL REDEFINES INSI-RECORD.
               07 INSI-IVAL-IND-ID      PIC 9(10).
               07 INSI-IVAL-PERIODE     PIC X(6).
               07 INSI-IVAL-VALEUR      PIC 9(13)V99.
      * IVALVAL : 'V' = VALEUR VALIDEE, 'R' = VALEUR REJETEE
               07 INSI-IVAL-DECISION    PIC X(01).
      * UTILISATEUR ET LTERM A L'ORIGINE DE LA SAISIE OU DE LA
      * DECISION - POSITIONNES PAR L'APPELANT (CATALOG : IO-PCB),
      * JAMAIS PAR LE MESSAGE TERMINAL
               07 INSI-IVAL-USER        PIC X(08).
               07 INSI-IVAL-LTERM       PIC X(08).
      * 'Y' = VALEUR DEJA VALIDEE A LA SOURCE (FLUX DE CONFIANCE
      * CHARGE PAR IMPVAL00) : ECRITE DIRECTEMENT DANS
      * INDICATEUR_MESURE SANS ATTENTE DE VALIDATION
               07 INSI-IVAL-PREVALIDE   PIC X(01).
               07 FILLER                PIC X(1060).
      * FORMULE D'INDICATEUR DERIVE (COMMANDE IFORMULE) - 'SUM' DE 2
      * A 5 OPERANDES, 'DIFF' (1 - 2), 'RATIO' (1 / 2) OU 'PCT'
      * (1 X 100 / 2) ; OPERATEUR A BLANC = RETOUR A LA MESURE BRUTE
          05 INSI-RECORD-FORM REDEFINES INSI-RECORD.
               07 INSI-FORM-IND-ID      PIC 9(10).
               07 INSI-FORM-OPERATEUR   PIC X(05).
               07 INSI-FORM-OPERANDE    PIC 9(10) OCCURS 5 TIMES.
               07 FILLER                PIC X(1045).

      ******************************************************************
      * DATA AREA FOR TRANSACTION OUTPUT
               07 OUTSI-IND-SCOPE       PIC X(20).
               07 OUTSI-IND-TYPE        PIC X(20).
               07 OUTSI-IND-SOURCE      PIC X(255).
               07 FILLER                PIC X(3).
               07 OUTSI-IND-PROPRIETAIRE PIC X(08).
               07 OUTSI-IND-FREQUENCE   PIC X(01).
               07 FILLER                PIC X(452).
               07 OUTSI-POIDS           PIC 9(03).
               07 FILLER                PIC X(06).
      * MESURE D'INDICATEUR (REPONSE A IVALVAL : VALEUR VALIDEE OU
      * REJETEE)
          05 OUTSI-RECORD-IVAL REDEFINES OUTSI-RECORD.
               07 OUTSI-IVAL-IND-ID     PIC 9(10).
               07 OUTSI-IVAL-PERIODE    PIC X(6).
               07 OUTSI-IVAL-VALEUR     PIC 9(13)V99.
               07 OUTSI-IVAL-DECISION   PIC X(01).
               07 FILLER                PIC X(1078).
      * FORMULE D'INDICATEUR DERIVE (REPONSE A IFORMULE)
          05 OUTSI-RECORD-FORM REDEFINES OUTSI-RECORD.
               07 OUTSI-FORM-IND-ID     PIC 9(10).
               07 OUTSI-FORM-OPERATEUR  PIC X(05).
               07 OUTSI-FORM-OPERANDE   PIC 9(10) OCCURS 5 TIMES.
               07 FILLER                PIC X(1045).

    ******************************************************************
      * DATA AREA FOR TRANSACTION OUTPUT - SORTIE-SI-50
