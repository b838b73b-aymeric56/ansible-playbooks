      * OBJCPY, LEVCPY ET INDCPY) - LA RECOPIE EN BLOC DU RECORD VERS
      * LES SOUS-PROGRAMMES LE TRANSPORTE TEL QUEL
               07 IN-AVEC-RETIREES    PIC X(01).
      * POIDS DE L'OBJECTIF DANS SA PERSPECTIVE, DU LEVIER DANS SON
      * OBJECTIF OU DE L'INDICATEUR DANS SON LEVIER (OADD/OUPDATE,
      * LADD/LUPDATE, IADD/IUPDATE) : OCTETS 1102-1104 DU RECORD,
      * COMMUNS AUX VUES D'ENTITE COMME LE DRAPEAU CI-DESSUS. NON
      * NUMERIQUE OU ZERO = POIDS 1 A LA CREATION, POIDS INCHANGE A
      * LA MISE A JOUR
               07 IN-POIDS            PIC 9(03).
      * PTREE : PERIODE AAAAMM DES SCORES CONSOLIDES RESTITUES AVEC
      * L'ARBRE (SCOCAT00) - A BLANC = DERNIERE PERIODE CALCULEE
               07 IN-PERIODE-SCORE    PIC X(06).
      * OBJECTIF
          05 IN-RECORD-OBJ REDEFINES IN-RECORD.
               07 IN-OBJ-ID           PIC 9(10).
               07 IN-IND-TYPE         PIC X(20).
               07 IN-IND-SOURCE       PIC X(255).
               07 FILLER              PIC X(1).
      * PROPRIETAIRE (USERID) ET FREQUENCE DE MESURE ('M' MENSUELLE,
      * 'T' TRIMESTRIELLE) DE L'INDICATEUR : OCTETS 641-649, MEMES
      * POSITIONS DANS INDCPY - LA RECOPIE EN BLOC LES TRANSPORTE. A
      * BLANC : 'M' A LA CREATION, VALEUR INCHANGEE A LA MISE A JOUR
               07 IN-IND-PROPRIETAIRE PIC X(08).
               07 IN-IND-FREQUENCE    PIC X(01).

      * MESURE D'INDICATEUR (COMMANDES IVALADD/IVALCOR) - LA VALEUR
      * RELEVEE POUR UNE PERIODE AAAAMM DONNEE. LA VALEUR SAISIE
      * ATTEND LA DECISION D'UN SECOND UTILISATEUR (IVALVAL :
      * 'V' = VALIDEE, 'R' = REJETEE) AVANT D'ENTRER DANS
      * INDICATEUR_MESURE
          05 IN-RECORD-IVAL REDEFINES IN-RECORD.
               07 IN-IVAL-IND-ID      PIC 9(10).
               07 IN-IVAL-PERIODE     PIC X(6).
               07 IN-IVAL-VALEUR      PIC 9(13)V99.
               07 IN-IVAL-DECISION    PIC X(01).
               07 FILLER              PIC X(1078).

      * FORMULE D'UN INDICATEUR DERIVE (COMMANDE IFORMULE) : SOMME
      * ('SUM'), DIFFERENCE ('DIFF'), RAPPORT ('RATIO') OU
      * POURCENTAGE ('PCT') D'AUTRES INDICATEURS. OPERATEUR A BLANC =
      * L'INDICATEUR REDEVIENT UNE MESURE BRUTE
          05 IN-RECORD-FORM REDEFINES IN-RECORD.
               07 IN-FORM-IND-ID      PIC 9(10).
               07 IN-FORM-OPERATEUR   PIC X(05).
               07 IN-FORM-OPERANDE    PIC 9(10) OCCURS 5 TIMES.
               07 FILLER              PIC X(1045).

      ******************************************************************
      * DATA AREA FOR TRANSACTION OUTPUT
               07 OUT-OBJ-ID          PIC 9(10).
               07 OUT-OBJ-NAME        PIC X(150).
               07 OUT-PERSP-ID        PIC 9(10).
               07 FILLER              PIC X(931).
      *        POIDS RESTITUE PAR ODISPLAY (OCTETS 1102-1104)
               07 OUT-OBJ-POIDS       PIC 9(03).
               07 FILLER              PIC X(06).
      * LEVIER
          05 OUT-RECORD-LEV REDEFINES OUT-RECORD.
               07 OUT-LEV-ID          PIC 9(10).
               07 OUT-LEV-NAME        PIC X(150).
               07 OUT-OBJ-ID          PIC 9(10).
               07 FILLER              PIC X(931).
      *        POIDS RESTITUE PAR LDISPLAY (OCTETS 1102-1104)
               07 OUT-LEV-POIDS       PIC 9(03).
               07 FILLER              PIC X(06).
      * INDICATEUR
          05 OUT-RECORD-IND REDEFINES OUT-RECORD.
      *        07 OUT-PERSP-NAME      PIC X(150).
               07 OUT-IND-SCOPE       PIC X(20).
               07 OUT-IND-TYPE        PIC X(20).
               07 OUT-IND-SOURCE      PIC X(255).
               07 FILLER              PIC X(1).
      *        PROPRIETAIRE ET FREQUENCE (OCTETS 641-649)
               07 OUT-IND-PROPRIETAIRE PIC X(08).
               07 OUT-IND-FREQUENCE   PIC X(01).
               07 FILLER              PIC X(452).
      *        POIDS RESTITUE PAR IDISPLAY (OCTETS 1102-1104)
               07 OUT-IND-POIDS       PIC 9(03).
               07 FILLER              PIC X(06).
      * MESURE D'INDICATEUR (REPONSE A IVALVAL)
          05 OUT-RECORD-IVAL REDEFINES OUT-RECORD.
               07 OUT-IVAL-IND-ID     PIC 9(10).
               07 OUT-IVAL-PERIODE    PIC X(6).
               07 OUT-IVAL-VALEUR     PIC 9(13)V99.
               07 OUT-IVAL-DECISION   PIC X(01).
               07 FILLER              PIC X(1078).
      * FORMULE D'INDICATEUR DERIVE (REPONSE A IFORMULE)
          05 OUT-RECORD-FORM REDEFINES OUT-RECORD.
               07 OUT-FORM-IND-ID     PIC 9(10).
               07 OUT-FORM-OPERATEUR  PIC X(05).
               07 OUT-FORM-OPERANDE   PIC 9(10) OCCURS 5 TIMES.
               07 FILLER              PIC X(1045).


      ******************************************************************
      ******************************************************************
      * DATA AREA FOR TRANSACTION OUTPUT - PERSPECTIVE TREE (PTREE)
      * ONE ROW PER NODE, WITH DEPTH AND PARENT ID SO THE TERMINAL
      * SIDE CAN RENDER THE INDENTED HIERARCHY. 185 ROWS MAXIMUM :
      * 47 + 185 X 176 = 32607 OCTETS, SOUS LE MAXIMUM DU DEMI-MOT
      * OUT-TR-LL (32767) ET SOUS LA LIMITE DE SEGMENT QUE
      * OUTPUT-MSG-50 RESPECTE DEJA. LE MESSAGE EST A LONGUEUR
      * VARIABLE : OUT-TR-LL NE COUVRE QUE LES OUT-TR-NUM-ROWS
      * LIGNES GARNIES. CHAQUE NOEUD PORTE SON SCORE PONDERE ET SON
      * FEU CONSOLIDES PAR SCOCAT00 POUR LA PERIODE DEMANDEE
      ******************************************************************
       01 OUTPUT-MSG-TREE.
          05 OUT-TR-LL                PIC S9(4) COMP-5.
          05 OUT-TR-ZZ                PIC S9(4) COMP-5.
          05 OUT-TR-MESSAGE           PIC X(40).
          05 OUT-TR-NUM-ROWS          PIC 9(03).
          05 OUT-TR-ROWS OCCURS 185 TIMES
                         INDEXED BY OUT-TR-IDX.
             07 OUT-TR-NIVEAU         PIC 9(01).
             07 OUT-TR-TYPE           PIC X(01).
             07 OUT-TR-ID             PIC 9(10).
             07 OUT-TR-PARENT-ID      PIC 9(10).
             07 OUT-TR-NOM            PIC X(150).
             07 OUT-TR-SCORE          PIC 9(03).
             07 OUT-TR-STATUT         PIC X(01).

      ******************************************************************
      * DATA AREA FOR TRANSACTION OUTPUT - RECHERCHE PAR MOT-CLE
