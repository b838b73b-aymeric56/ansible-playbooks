      *           EN POURCENT (9(2), DEFAUT 30). PREMIERE GENERATION
      *           (PAS DE PRECEDENTE) = PAS DE COMPARAISON POSSIBLE,
      *           SIGNALE MAIS RC=0.
      *           LE SEUIL EST LU PAR LE MODULE BATPARM DANS LA TABLE
      *           PARAMETRES_BATCH (GENCHK00 / SEUIL_VARIATION_P OU
      *           SEUIL_VARIATION_A SELON LE DESSIN), A DEFAUT SUR LA
      *           CARTE SYSIN, ET TRACE AVEC LE RUN (RUNCTRL) DANS
      *           RUN_CONTROL_PARAM - LE PROGRAMME TOURNE DONC SOUS DB2.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01  W-F12-STATUS                           PIC X(02).
       01  W-F13-STATUS                           PIC X(02).

      * VARIABLES DB2 SYSTEM - RUN_CONTROL ET PARAMETRES_BATCH
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    DESSIN LU EN SYSIN ; SEUIL LU DANS PARAMETRES_BATCH OU EN
      *    SYSIN
       01  W-DESSIN-SAISI                         PIC X(01) VALUE 'P'.
           88  DESSIN-PERSONNES                   VALUE 'P'.
           88  DESSIN-ASSURANCES                  VALUE 'A'.
       01  W-VARIATION-PCT                        PIC 9(05)V99.
       01  W-VARIATION-ED                         PIC ZZZZ9.99.

      *    COMMUNICATION AREA FOR THE SHARED RUN-CONTROL MODULE
           COPY RUNCTLC.
       77  C-RUNCTRL                              PIC X(07)
                                                  VALUE 'RUNCTRL'.
       01  W-RUNCTL-RUN-ID                        PIC X(26).

      *    COMMUNICATION AREA FOR THE SHARED BATCH PARAMETER MODULE
           COPY BATPARC.
       77  C-BATPARM                              PIC X(07)
                                                  VALUE 'BATPARM'.

       PROCEDURE DIVISION.

           PERFORM DEBUTER-RUN

           ACCEPT W-DESSIN-SAISI FROM SYSIN
           IF  NOT DESSIN-ASSURANCES
               MOVE 'P' TO W-DESSIN-SAISI
           END-IF
           PERFORM LIRE-SEUIL-VARIATION
           DISPLAY 'DESSIN VERIFIE : ' W-DESSIN-SAISI
           DISPLAY 'SEUIL DE VARIATION : ' N-SEUIL-PCT ' %'

               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM TERMINER-RUN

           GOBACK
           .
      *
       DEBUTER-RUN.
           MOVE 'GENCHK00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'GENCHK00'          TO RUNCTL-IN-STEP-NAME
           SET  RUNCTL-DEBUT-RUN    TO TRUE
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL
           MOVE RUNCTL-OUT-RUN-ID   TO W-RUNCTL-RUN-ID
           .
      *
      *    UN RUN QUI BLOQUE LA LIVRAISON EST CLOS EN KO
       TERMINER-RUN.
           MOVE 'GENCHK00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'GENCHK00'          TO RUNCTL-IN-STEP-NAME
           MOVE W-RUNCTL-RUN-ID     TO RUNCTL-IN-RUN-ID
           SET  RUNCTL-FIN-RUN      TO TRUE
           IF  EN-ANOMALIE
               SET RUNCTL-STATUT-KO TO TRUE
           ELSE
               SET RUNCTL-STATUT-OK TO TRUE
           END-IF
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL
           .
      *
      *    UN SEUIL PAR DESSIN DANS PARAMETRES_BATCH, A DEFAUT LA
      *    CARTE SYSIN ; UNE VALEUR NON NUMERIQUE OU NULLE CONSERVE LE
      *    SEUIL PAR DEFAUT. LA VALEUR RETENUE EST TRACEE AVEC LE RUN
       LIRE-SEUIL-VARIATION.
           MOVE SPACES TO W-SEUIL-SAISI
           ACCEPT W-SEUIL-SAISI FROM SYSIN
           IF  DESSIN-PERSONNES
               MOVE 'SEUIL_VARIATION_P' TO BPM-IN-PARAMETRE
           ELSE
               MOVE 'SEUIL_VARIATION_A' TO BPM-IN-PARAMETRE
           END-IF
           MOVE W-SEUIL-SAISI       TO BPM-IN-VALEUR
           SET  BPM-LIRE            TO TRUE
           MOVE 'GENCHK00'          TO BPM-IN-PROGRAMME
           CALL C-BATPARM USING BPM-ENTREE BPM-SORTIE
           END-CALL
           IF  BPM-RETOUR-KO
               DISPLAY 'PARAMETRES_BATCH ILLISIBLE, CARTE SYSIN OU '
                       'DEFAUT RETENU'
           END-IF
           IF  BPM-OUT-VALEUR(1:2) IS NUMERIC
           AND BPM-OUT-VALEUR(1:2) NOT = '00'
               MOVE BPM-OUT-VALEUR(1:2) TO N-SEUIL-PCT
           ELSE
               SET BPM-ORIGINE-DEFAUT TO TRUE
           END-IF

           SET  BPM-ENREGISTRER     TO TRUE
           MOVE 'GENCHK00'          TO BPM-IN-PROGRAMME
           MOVE 'GENCHK00'          TO BPM-IN-STEP-NAME
           MOVE W-RUNCTL-RUN-ID     TO BPM-IN-RUN-ID
           MOVE N-SEUIL-PCT         TO BPM-IN-VALEUR
           MOVE BPM-OUT-ORIGINE     TO BPM-IN-ORIGINE
           CALL C-BATPARM USING BPM-ENTREE BPM-SORTIE
           END-CALL
           DISPLAY 'PARAMETRE ' BPM-IN-PARAMETRE ' = '
                   BPM-IN-VALEUR(1:10) ' ORIGINE ' BPM-IN-ORIGINE
           .
      *
       LIRE-TRAILER-COURANT-P.
           MOVE 'N' TO W-FIN-FICHIER-SW
