      *           EN LIGNE. LES LIGNES 'EN COURS' DE RUN_CONTROL NE
      *           SONT JAMAIS PURGEES. TOTAUX ARCHIVES/SUPPRIMES PAR
      *           TABLE EN FIN DE RAPPORT (FSYS068).
      *           LES RETENTIONS SONT LUES PAR LE MODULE BATPARM DANS
      *           LA TABLE PARAMETRES_BATCH (PURGAU00 /
      *           RETENTION_AUDIT, RETENTION_ERREURS, RETENTION_RUNS),
      *           A DEFAUT SUR LES CARTES SYSIN ; LES VALEURS RETENUES
      *           SONT TRACEES AVEC LE RUN (RUNCTRL) DANS
      *           RUN_CONTROL_PARAM, DONT LES LIGNES SONT PURGEES AVEC
      *           LEUR LIGNE RUN_CONTROL.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
                                                  VALUE 01000.
       01  W-NB-UOW                               PIC 9(05) VALUE 0.
      *
      *    RETENTIONS EN JOURS, UNE PAR TABLE, LUES DANS
      *    PARAMETRES_BATCH OU EN SYSIN
       01  W-RETENTION-SAISIE                     PIC X(04).
       01  N-RETENTION-LUE                        PIC 9(04).
       01  N-RETENTION-AUDIT                      PIC 9(04) VALUE 0365.
       01  N-RETENTION-ERREURS                    PIC 9(04) VALUE 0090.
       01  N-RETENTION-RUNS                       PIC 9(04) VALUE 0180.
       01  W-NB-AUDIT                             PIC 9(08) VALUE 0.
       01  W-NB-ERREURS                           PIC 9(08) VALUE 0.
       01  W-NB-RUNS                              PIC 9(08) VALUE 0.
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
       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(34).
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE

           MOVE 'PURGAU00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'PURGAU00'          TO RUNCTL-IN-STEP-NAME
           SET  RUNCTL-DEBUT-RUN    TO TRUE
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL
           MOVE RUNCTL-OUT-RUN-ID   TO W-RUNCTL-RUN-ID

           PERFORM LIRE-RETENTIONS
           OPEN OUTPUT FARCAUD
           OPEN OUTPUT FARCERR
           OPEN OUTPUT FSYS068
           .
      *
      *    LIT LES TROIS RETENTIONS (JOURS) DANS PARAMETRES_BATCH,
      *    A DEFAUT SUR TROIS CARTES SYSIN, DANS L'ORDRE
      *    CONTACTS_AUDIT, SQL_ERROR_LOG, RUN_CONTROL. VALEUR
      *    ABSENTE, NULLE OU NON NUMERIQUE = RETENTION PAR DEFAUT
       LIRE-RETENTIONS.
           MOVE 'RETENTION_AUDIT'   TO BPM-IN-PARAMETRE
           MOVE N-RETENTION-AUDIT   TO N-RETENTION-LUE
           PERFORM LIRE-UNE-RETENTION
           MOVE N-RETENTION-LUE     TO N-RETENTION-AUDIT
           MOVE 'RETENTION_ERREURS' TO BPM-IN-PARAMETRE
           MOVE N-RETENTION-ERREURS TO N-RETENTION-LUE
           PERFORM LIRE-UNE-RETENTION
           MOVE N-RETENTION-LUE     TO N-RETENTION-ERREURS
           MOVE 'RETENTION_RUNS'    TO BPM-IN-PARAMETRE
           MOVE N-RETENTION-RUNS    TO N-RETENTION-LUE
           PERFORM LIRE-UNE-RETENTION
           MOVE N-RETENTION-LUE     TO N-RETENTION-RUNS
           DISPLAY 'RETENTION CONTACTS_AUDIT : ' N-RETENTION-AUDIT
           DISPLAY 'RETENTION SQL_ERROR_LOG : ' N-RETENTION-ERREURS
           DISPLAY 'RETENTION RUN_CONTROL   : ' N-RETENTION-RUNS
           .
      *
      *    UNE RETENTION : N-RETENTION-LUE ENTRE AVEC LE DEFAUT ET
      *    RESSORT AVEC LA VALEUR RETENUE, TRACEE AVEC LE RUN
       LIRE-UNE-RETENTION.
           MOVE SPACES TO W-RETENTION-SAISIE
           ACCEPT W-RETENTION-SAISIE FROM SYSIN
           MOVE W-RETENTION-SAISIE  TO BPM-IN-VALEUR
           PERFORM LIRE-PARAMETRE
           IF  BPM-OUT-VALEUR(1:4) IS NUMERIC
           AND BPM-OUT-VALEUR(1:4) NOT = '0000'
               MOVE BPM-OUT-VALEUR(1:4) TO N-RETENTION-LUE
           ELSE
               SET BPM-ORIGINE-DEFAUT TO TRUE
           END-IF
           MOVE N-RETENTION-LUE     TO BPM-IN-VALEUR
           PERFORM ENREGISTRER-PARAMETRE
           .
      *
      *    VALEUR EN VIGUEUR DU PARAMETRE BPM-IN-PARAMETRE, SINON LA
      *    CARTE SYSIN PASSEE DANS BPM-IN-VALEUR
       LIRE-PARAMETRE.
           SET  BPM-LIRE            TO TRUE
           MOVE 'PURGAU00'          TO BPM-IN-PROGRAMME
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
           MOVE 'PURGAU00'          TO BPM-IN-PROGRAMME
           MOVE 'PURGAU00'          TO BPM-IN-STEP-NAME
           MOVE W-RUNCTL-RUN-ID     TO BPM-IN-RUN-ID
           MOVE BPM-OUT-ORIGINE     TO BPM-IN-ORIGINE
           CALL C-BATPARM USING BPM-ENTREE BPM-SORTIE
           END-CALL
           DISPLAY 'PARAMETRE ' BPM-IN-PARAMETRE ' = '
                   BPM-IN-VALEUR(1:10) ' ORIGINE ' BPM-IN-ORIGINE
           .
      *
       PURGER-CONTACTS-AUDIT.
           EXEC SQL
              MOVE H-STATUT    TO R-STATUT
              WRITE ENR-ARCRUN

      *       LES PARAMETRES TRACES POUR CE RUN PARTENT AVEC LUI
              EXEC SQL
                 DELETE FROM RUN_CONTROL_PARAM
                  WHERE JOB_NAME  = :H-JOB-NAME
                    AND STEP_NAME = :H-STEP-NAME
                    AND START_TS  = :H-TS
              END-EXEC
              IF  SQLCODE = ZERO OR SQLCODE = 100
                  EXEC SQL
                     DELETE FROM RUN_CONTROL
                      WHERE CURRENT OF CRUN
                  END-EXEC
              END-IF
              IF  SQLCODE = ZERO
                  ADD 1 TO W-NB-RUNS
                  PERFORM COMMIT-BORNE
           IF  ANOMALIE
               DISPLAY 'PURGAU00 TERMINE EN ANOMALIE'
           END-IF

           MOVE 'PURGAU00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'PURGAU00'          TO RUNCTL-IN-STEP-NAME
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
      *
       ECRIRE-LIGNE-TOTAL.
