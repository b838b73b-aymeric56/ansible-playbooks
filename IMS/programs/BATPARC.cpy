      ******************************************************************
      *COMMUNICATION AREA FOR THE SHARED BATCH PARAMETER MODULE -
      *USED BY CALL 'BATPARM' USING BPM-ENTREE BPM-SORTIE
      ******************************************************************

      * DATA AREA FOR THE CALL TO BATPARM
       01  BPM-ENTREE.
           02  BPM-IN-FONCTION          PIC X(01).
      *        VALEUR DU PARAMETRE EN VIGUEUR AUJOURD'HUI, SINON LA
      *        CARTE SYSIN PASSEE DANS BPM-IN-VALEUR
               88  BPM-LIRE                 VALUE 'L'.
      *        TRACE DANS RUN_CONTROL_PARAM LA VALEUR RETENUE PAR LE
      *        RUN BPM-IN-RUN-ID
               88  BPM-ENREGISTRER          VALUE 'E'.
      *    PROGRAMME PROPRIETAIRE DU PARAMETRE - C'EST AUSSI LE
      *    JOB_NAME DU RUN POUR UN ENREGISTREMENT
           02  BPM-IN-PROGRAMME         PIC X(08).
      *    STEP_NAME ET RUN-ID (START_TS RENDU PAR RUNCTRL AU DEBUT DU
      *    RUN) - ENREGISTREMENT SEULEMENT
           02  BPM-IN-STEP-NAME         PIC X(08).
           02  BPM-IN-RUN-ID            PIC X(26).
           02  BPM-IN-PARAMETRE         PIC X(18).
      *    LECTURE : LA CARTE SYSIN DU PARAMETRE, A BLANC SI ABSENTE ;
      *    ENREGISTREMENT : LA VALEUR REELLEMENT RETENUE PAR LE RUN
           02  BPM-IN-VALEUR            PIC X(30).
      *    ENREGISTREMENT : ORIGINE DE LA VALEUR RETENUE, MEMES CODES
      *    QUE BPM-OUT-ORIGINE (DATE D'EFFET REPRISE DE BPM-SORTIE
      *    POUR UNE VALEUR 'T')
           02  BPM-IN-ORIGINE           PIC X(01).

      * DATA AREA RETURNED FROM BATPARM
       01  BPM-SORTIE.
           02  BPM-CODE-RETOUR          PIC X(02).
               88  BPM-RETOUR-OK            VALUE '00'.
      *        TABLE ILLISIBLE (LECTURE : LA CARTE SYSIN OU LE DEFAUT
      *        SONT TOUT DE MEME RENDUS) OU TRACE NON ECRITE
               88  BPM-RETOUR-KO            VALUE '08'.
      *    LECTURE : VALEUR RENDUE, A BLANC QUAND NI LA TABLE NI LA
      *    CARTE N'EN DONNENT (LE PROGRAMME GARDE SON DEFAUT)
           02  BPM-OUT-VALEUR           PIC X(30).
           02  BPM-OUT-ORIGINE          PIC X(01).
               88  BPM-ORIGINE-TABLE        VALUE 'T'.
               88  BPM-ORIGINE-SYSIN        VALUE 'S'.
               88  BPM-ORIGINE-DEFAUT       VALUE 'D'.
      *    DATE D'EFFET AAAA-MM-JJ DE LA VALEUR DE LA TABLE
           02  BPM-OUT-DATE-EFFET       PIC X(10).
