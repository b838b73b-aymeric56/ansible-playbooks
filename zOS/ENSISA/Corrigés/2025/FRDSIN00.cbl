      *           CHACUN AVEC PERSONNE, POLICE ET SINISTRE, ET REND
      *           UN RETURN-CODE NON NUL DES QU'UN CAS EST SIGNALE
      *           POUR QUE L'ORDONNANCEUR ROUTE LE RAPPORT EN REVUE.
      *           N ET M SONT LUS PAR LE MODULE BATPARM DANS LA TABLE
      *           PARAMETRES_BATCH (FRDSIN00 / SEUIL_PRECOCE_J,
      *           SEUIL_OUVERTS), A DEFAUT SUR LES CARTES SYSIN, ET
      *           TRACES AVEC LE RUN (RUNCTRL) DANS RUN_CONTROL_PARAM.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           88  ANOMALIE VALUE 'KO'.
           88  PAS-ANOMALIE VALUE 'OK'.
      *
      *    SEUILS LUS DANS PARAMETRES_BATCH OU EN SYSIN : N JOURS
      *    APRES L'EFFET, M SINISTRES OUVERTS PAR PERSONNE
       01  W-JOURS-SAISI                          PIC X(03).
       01  N-JOURS-PRECOCE                        PIC 9(03) VALUE 030.
       01  W-OUVERTS-SAISI                        PIC X(02).
       01  W-ID-SIN-ED                            PIC 9(09).
       01  W-NB-ED                                PIC ZZZZ9.
      *
      *    COMMUNICATION AREA FOR THE SHARED RUN-CONTROL MODULE
           COPY RUNCTLC.
       77  C-RUNCTRL                              PIC X(07)
                                                  VALUE 'RUNCTRL'.
       01  W-RUNCTL-RUN-ID                        PIC X(26).
      *
      *    COMMUNICATION AREA FOR THE SHARED BATCH PARAMETER MODULE
           COPY BATPARC.
       77  C-BATPARM                              PIC X(07)
                                                  VALUE 'BATPARM'.
      *
      *    SINISTRES DECLARES MOINS DE N JOURS APRES L'EFFET
           EXEC SQL
              DECLARE CPRE CURSOR FOR
           SET PAS-ANOMALIE TO TRUE
           OPEN OUTPUT FSYS063

           MOVE 'FRDSIN00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'FRDSIN00'          TO RUNCTL-IN-STEP-NAME
           SET  RUNCTL-DEBUT-RUN    TO TRUE
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL
           MOVE RUNCTL-OUT-RUN-ID   TO W-RUNCTL-RUN-ID

      *    N PUIS M : TABLE PARAMETRES_BATCH, SINON CARTE SYSIN,
      *    SINON DEFAUT ; LA VALEUR RETENUE EST TRACEE AVEC LE RUN
           MOVE SPACES TO W-JOURS-SAISI
           ACCEPT W-JOURS-SAISI FROM SYSIN
           MOVE 'SEUIL_PRECOCE_J'   TO BPM-IN-PARAMETRE
           MOVE W-JOURS-SAISI       TO BPM-IN-VALEUR
           PERFORM LIRE-PARAMETRE
           IF  BPM-OUT-VALEUR(1:3) IS NUMERIC
           AND BPM-OUT-VALEUR(1:3) NOT = '000'
               MOVE BPM-OUT-VALEUR(1:3) TO N-JOURS-PRECOCE
           ELSE
               SET BPM-ORIGINE-DEFAUT TO TRUE
           END-IF
           MOVE N-JOURS-PRECOCE     TO BPM-IN-VALEUR
           PERFORM ENREGISTRER-PARAMETRE

           MOVE SPACES TO W-OUVERTS-SAISI
           ACCEPT W-OUVERTS-SAISI FROM SYSIN
           MOVE 'SEUIL_OUVERTS'     TO BPM-IN-PARAMETRE
           MOVE W-OUVERTS-SAISI     TO BPM-IN-VALEUR
           PERFORM LIRE-PARAMETRE
           IF  BPM-OUT-VALEUR(1:2) IS NUMERIC
           AND BPM-OUT-VALEUR(1:2) NOT = '00'
               MOVE BPM-OUT-VALEUR(1:2) TO N-MAX-OUVERTS
           ELSE
               SET BPM-ORIGINE-DEFAUT TO TRUE
           END-IF
           MOVE N-MAX-OUVERTS       TO BPM-IN-VALEUR
           PERFORM ENREGISTRER-PARAMETRE

           DISPLAY 'SEUIL PRECOCE (JOURS)    : ' N-JOURS-PRECOCE
           DISPLAY 'SEUIL SINISTRES OUVERTS  : ' N-MAX-OUVERTS
           .
      *
      *    VALEUR EN VIGUEUR DU PARAMETRE BPM-IN-PARAMETRE, SINON LA
      *    CARTE SYSIN PASSEE DANS BPM-IN-VALEUR
       LIRE-PARAMETRE.
           SET  BPM-LIRE            TO TRUE
           MOVE 'FRDSIN00'          TO BPM-IN-PROGRAMME
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
           MOVE 'FRDSIN00'          TO BPM-IN-PROGRAMME
           MOVE 'FRDSIN00'          TO BPM-IN-STEP-NAME
           MOVE W-RUNCTL-RUN-ID     TO BPM-IN-RUN-ID
           MOVE BPM-OUT-ORIGINE     TO BPM-IN-ORIGINE
           CALL C-BATPARM USING BPM-ENTREE BPM-SORTIE
           END-CALL
           DISPLAY 'PARAMETRE ' BPM-IN-PARAMETRE ' = '
                   BPM-IN-VALEUR(1:10) ' ORIGINE ' BPM-IN-ORIGINE
           .
      *
       LISTER-PRECOCES.
           EXEC SQL
               DISPLAY 'FRDSIN00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE 'FRDSIN00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'FRDSIN00'          TO RUNCTL-IN-STEP-NAME
           MOVE W-RUNCTL-RUN-ID     TO RUNCTL-IN-RUN-ID
           SET  RUNCTL-FIN-RUN      TO TRUE
           IF  ANOMALIE
               SET RUNCTL-STATUT-KO TO TRUE
           ELSE
               SET RUNCTL-STATUT-OK TO TRUE
           END-IF
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL
           .
