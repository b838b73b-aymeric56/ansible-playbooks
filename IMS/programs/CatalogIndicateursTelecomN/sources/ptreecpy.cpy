      * 'Y' = L'ARBRE RESTITUE AUSSI LES ENTITES RETIREES ; TOUTE
      * AUTRE VALEUR NE MONTRE QUE LE TABLEAU DE BORD COURANT
          05 INST-AVEC-RETIREES       PIC X(01).
      * PERIODE AAAAMM DES SCORES CONSOLIDES (SCORE_CATALOGUE) ; A
      * BLANC = DERNIERE PERIODE CALCULEE PAR SCOCAT00
          05 INST-PERIODE             PIC X(06).

      * DATA AREA FOR TRANSACTION OUTPUT - 185 ROWS MAXIMUM, ALIGNED
      * WITH OUTPUT-MSG-TREE IN CATACPY2 (HALFWORD LL AND SEGMENT
      * SIZE LIMITS)
       01 SORTIE-ST.
          05 OUTST-MESSAGE            PIC X(40).
          05 OUTST-NUM-ROWS           PIC 9(03).
          05 OUTST-ROWS OCCURS 185 TIMES.
      *      1=PERSPECTIVE 2=OBJECTIF 3=LEVIER 4=INDICATEUR
             07 OUTST-NIVEAU          PIC 9(01).
      *      'P', 'O', 'L' OU 'I'
             07 OUTST-ID              PIC 9(10).
             07 OUTST-PARENT-ID       PIC 9(10).
             07 OUTST-NOM             PIC X(150).
      *      SCORE PONDERE 0-100 ET FEU 'V' (VERT), 'O' (ORANGE) OU
      *      'R' (ROUGE) DU NOEUD POUR LA PERIODE ; FEU A BLANC = PAS
      *      DE SCORE CALCULE (MESURE OU CIBLE ABSENTE)
             07 OUTST-SCORE           PIC 9(03).
             07 OUTST-STATUT          PIC X(01).
