      *           SYNTHESE IMPRIMABLE (FSYS062). IL REMPLACE LE
      *           TABLEUR CONSTRUIT A LA MAIN A PARTIR DE L'EXTRAIT
      *           EXPCTC00.
      *           LE SEUIL EST LU PAR LE MODULE BATPARM DANS LA TABLE
      *           PARAMETRES_BATCH (CTCRGN00 / SEUIL_ECART_PCT), A
      *           DEFAUT SUR LA CARTE SYSIN, ET LA VALEUR RETENUE EST
      *           TRACEE AVEC LE RUN DANS RUN_CONTROL_PARAM.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           88  PAS-ANOMALIE VALUE 'OK'.
      *
      *    SEUIL D'ECART EN POURCENT AU-DELA DUQUEL UN DEPARTEMENT
      *    EST SIGNALE, LU DANS PARAMETRES_BATCH OU EN SYSIN (DEFAUT
      *    SI ABSENT/NON NUMERIQUE)
       01  W-SEUIL-SAISI                          PIC X(03).
       01  N-SEUIL-ECART                          PIC 9(03) VALUE 020.
      *
                                                  VALUE 'RUNCTRL'.
       01  W-RUNCTL-RUN-ID                        PIC X(26).
      *
      *    COMMUNICATION AREA FOR THE SHARED BATCH PARAMETER MODULE
           COPY BATPARC.
       77  C-BATPARM                              PIC X(07)
                                                  VALUE 'BATPARM'.
      *
      * VARIABLES DB2 D'ACCES A LA TABLE DB2 CONTACTS
           EXEC SQL
              DECLARE C01 CURSOR FOR
           WRITE ENR-SYS062
           .
      *
      *    LIT LE SEUIL D'ECART DANS PARAMETRES_BATCH, A DEFAUT SUR
      *    UNE CARTE DE CONTROLE SYSIN. TOUTE VALEUR ABSENTE OU NON
      *    NUMERIQUE CONSERVE LE SEUIL PAR DEFAUT
       LIRE-SEUIL-ECART.
           MOVE SPACES TO W-SEUIL-SAISI
           ACCEPT W-SEUIL-SAISI FROM SYSIN
           MOVE 'SEUIL_ECART_PCT'   TO BPM-IN-PARAMETRE
           MOVE W-SEUIL-SAISI       TO BPM-IN-VALEUR
           PERFORM LIRE-PARAMETRE
           IF  BPM-OUT-VALEUR(1:3) IS NUMERIC
               MOVE BPM-OUT-VALEUR(1:3) TO N-SEUIL-ECART
           ELSE
               SET BPM-ORIGINE-DEFAUT TO TRUE
           END-IF
           MOVE N-SEUIL-ECART       TO BPM-IN-VALEUR
           PERFORM ENREGISTRER-PARAMETRE
           DISPLAY 'SEUIL D''ECART (POURCENT) : ' N-SEUIL-ECART
                   ' ORIGINE ' BPM-OUT-ORIGINE
           .
      *
      *    VALEUR EN VIGUEUR DU PARAMETRE BPM-IN-PARAMETRE, SINON LA
      *    CARTE SYSIN PASSEE DANS BPM-IN-VALEUR
       LIRE-PARAMETRE.
           SET  BPM-LIRE            TO TRUE
           MOVE 'CTCRGN00'          TO BPM-IN-PROGRAMME
           CALL C-BATPARM USING BPM-ENTREE BPM-SORTIE
           END-CALL
           IF  BPM-RETOUR-KO
               DISPLAY 'PARAMETRES_BATCH ILLISIBLE, CARTE SYSIN OU '
                       'DEFAUT RETENU'
           END-IF
           .
      *
      *    TRACE AVEC LE RUN LA VALEUR RETENUE (BPM-IN-VALEUR) ET SON
      *    ORIGINE
       ENREGISTRER-PARAMETRE.
           SET  BPM-ENREGISTRER     TO TRUE
           MOVE 'CTCRGN00'          TO BPM-IN-PROGRAMME
           MOVE 'CTCRGN00'          TO BPM-IN-STEP-NAME
           MOVE W-RUNCTL-RUN-ID     TO BPM-IN-RUN-ID
           MOVE BPM-OUT-ORIGINE     TO BPM-IN-ORIGINE
           CALL C-BATPARM USING BPM-ENTREE BPM-SORTIE
           END-CALL
           .
      *
      *    RELIT LE FICHIER ENTREPOT DE L'EXECUTION PRECEDENTE POUR
