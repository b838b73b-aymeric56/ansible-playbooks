      *               FOIS LA MOYENNE GLISSANTE DES RUNS TERMINES,
      *           ET REND UN RETURN-CODE NON NUL DES QU'UNE LIGNE EST
      *           EN ALERTE, POUR QUE L'ORDONNANCEMENT ALERTE SEUL.
      *           LES DEUX SEUILS SONT LUS PAR LE MODULE BATPARM DANS
      *           LA TABLE PARAMETRES_BATCH (RUNRPT00 /
      *           SEUIL_BLOCAGE_MIN, SEUIL_CADENCE_H), A DEFAUT SUR LES
      *           CARTES SYSIN, ET TRACES AVEC LE RUN (RUNCTRL) DANS
      *           RUN_CONTROL_PARAM. LE RUN EN COURS DE CE PROGRAMME
      *           N'EST PAS RESTITUE.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           88  ANOMALIE VALUE 'KO'.
           88  PAS-ANOMALIE VALUE 'OK'.
      *
      *    SEUILS LUS DANS PARAMETRES_BATCH OU EN SYSIN : DUREE
      *    MAXIMALE D'UN RUN 'EN COURS' (MINUTES) ET CADENCE ATTENDUE
      *    ENTRE DEUX 'TERMINE' (HEURES)
       01  W-SEUIL-SAISI                          PIC X(03).
       01  N-SEUIL-LU                             PIC 9(03).
       01  N-SEUIL-BLOQUE-MIN                     PIC 9(03) VALUE 180.
       01  N-SEUIL-CADENCE-H                      PIC 9(03) VALUE 030.
      *
       01  H-NB-BLOQUES                           PIC S9(9) COMP.
      *
       01  W-NB-ALERTES                           PIC 9(05) VALUE 0.
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
       01  W-DUREE-ED                             PIC Z(8)9.
      *
       01  W-LIGNE-JOB.
                                                  VALUE SPACE.
      *
      *    LES COUPLES JOB/STEP CONNUS DE RUN_CONTROL AVEC LE DEBUT
      *    DE LEUR DERNIER RUN, HORS LE RUN COURANT DE CE PROGRAMME
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT
               STEP_NAME,
               CHAR(MAX(START_TS))
              FROM RUN_CONTROL
              WHERE NOT (JOB_NAME = 'RUNRPT00'
                         AND START_TS = :W-RUNCTL-RUN-ID)
              GROUP BY JOB_NAME, STEP_NAME
              ORDER BY JOB_NAME, STEP_NAME
           END-EXEC.
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE

           MOVE 'RUNRPT00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'RUNRPT00'          TO RUNCTL-IN-STEP-NAME
           SET  RUNCTL-DEBUT-RUN    TO TRUE
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL
           MOVE RUNCTL-OUT-RUN-ID   TO W-RUNCTL-RUN-ID

           PERFORM LIRE-SEUILS
           OPEN OUTPUT FSYS065
           .
      *
      *    LIT LES DEUX SEUILS DANS PARAMETRES_BATCH, A DEFAUT SUR
      *    DEUX CARTES SYSIN. TOUTE VALEUR ABSENTE, NULLE OU NON
      *    NUMERIQUE CONSERVE LE SEUIL PAR DEFAUT
       LIRE-SEUILS.
           MOVE 'SEUIL_BLOCAGE_MIN' TO BPM-IN-PARAMETRE
           MOVE N-SEUIL-BLOQUE-MIN  TO N-SEUIL-LU
           PERFORM LIRE-UN-SEUIL
           MOVE N-SEUIL-LU          TO N-SEUIL-BLOQUE-MIN
           MOVE 'SEUIL_CADENCE_H'   TO BPM-IN-PARAMETRE
           MOVE N-SEUIL-CADENCE-H   TO N-SEUIL-LU
           PERFORM LIRE-UN-SEUIL
           MOVE N-SEUIL-LU          TO N-SEUIL-CADENCE-H
           DISPLAY 'SEUIL BLOCAGE (MIN)  : ' N-SEUIL-BLOQUE-MIN
           DISPLAY 'SEUIL CADENCE (H)    : ' N-SEUIL-CADENCE-H
           .
      *
      *    UN SEUIL : N-SEUIL-LU ENTRE AVEC LE DEFAUT ET RESSORT AVEC
      *    LA VALEUR RETENUE, TRACEE AVEC LE RUN
       LIRE-UN-SEUIL.
           MOVE SPACES TO W-SEUIL-SAISI
           ACCEPT W-SEUIL-SAISI FROM SYSIN
           MOVE W-SEUIL-SAISI       TO BPM-IN-VALEUR
           PERFORM LIRE-PARAMETRE
           IF  BPM-OUT-VALEUR(1:3) IS NUMERIC
           AND BPM-OUT-VALEUR(1:3) NOT = '000'
               MOVE BPM-OUT-VALEUR(1:3) TO N-SEUIL-LU
           ELSE
               SET BPM-ORIGINE-DEFAUT TO TRUE
           END-IF
           MOVE N-SEUIL-LU          TO BPM-IN-VALEUR
           PERFORM ENREGISTRER-PARAMETRE
           .
      *
      *    VALEUR EN VIGUEUR DU PARAMETRE BPM-IN-PARAMETRE, SINON LA
      *    CARTE SYSIN PASSEE DANS BPM-IN-VALEUR
       LIRE-PARAMETRE.
           SET  BPM-LIRE            TO TRUE
           MOVE 'RUNRPT00'          TO BPM-IN-PROGRAMME
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
           MOVE 'RUNRPT00'          TO BPM-IN-PROGRAMME
           MOVE 'RUNRPT00'          TO BPM-IN-STEP-NAME
           MOVE W-RUNCTL-RUN-ID     TO BPM-IN-RUN-ID
           MOVE BPM-OUT-ORIGINE     TO BPM-IN-ORIGINE
           CALL C-BATPARM USING BPM-ENTREE BPM-SORTIE
           END-CALL
           DISPLAY 'PARAMETRE ' BPM-IN-PARAMETRE ' = '
                   BPM-IN-VALEUR(1:10) ' ORIGINE ' BPM-IN-ORIGINE
           .
      *
       TRAITER-JOBS.
           IF  W-NB-ALERTES > 0 OR ANOMALIE
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE 'RUNRPT00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'RUNRPT00'          TO RUNCTL-IN-STEP-NAME
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
