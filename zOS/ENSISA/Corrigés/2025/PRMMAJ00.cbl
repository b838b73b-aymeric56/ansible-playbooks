      ****************************************************************
      * PROGRAMME BATCH = TENUE DE LA TABLE DES PARAMETRES BATCH
      *                   PARAMETRES_BATCH AVEC PISTE D'AUDIT
      ****************************************************************
      * PROGRAM:  PRMMAJ00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  LES SEUILS ET RETENTIONS DES PROGRAMMES BATCH SONT
      *           LUS PAR LE MODULE BATPARM DANS PARAMETRES_BATCH
      *           (PROGRAMME, PARAMETRE, DATE_EFFET) - LA CARTE SYSIN
      *           N'EST PLUS QU'UN SECOURS. CE PROGRAMME EST LA SEULE
      *           VOIE DE MISE A JOUR DE LA TABLE. IL LIT LES DEMANDES
      *           DE FSYS132 : ACTION C = CREATION OU CORRECTION D'UNE
      *           VALEUR / A = ANNULATION D'UNE VALEUR A VENIR,
      *           PROGRAMME, PARAMETRE, DATE D'EFFET AAAA-MM-JJ (A
      *           BLANC LE JOUR), VALEUR AU FORMAT DE LA CARTE SYSIN
      *           QU'ELLE REMPLACE, DEMANDEUR ET MOTIF.
      *           UNE DATE D'EFFET PASSEE EST REFUSEE : LES VALEURS
      *           AVEC LESQUELLES LES RUNS ONT TOURNE NE SONT JAMAIS
      *           RECRITES. UNE VALEUR DEJA EN VIGUEUR NE S'ANNULE PAS,
      *           ELLE SE REMPLACE PAR UNE NOUVELLE DATE D'EFFET.
      *           CHAQUE MISE A JOUR EST TRACEE DANS
      *           PARAMETRES_BATCH_HIST (ACTION C/M/A, ANCIENNE ET
      *           NOUVELLE VALEUR, DEMANDEUR, MOTIF, HORODATAGE) DANS LA
      *           MEME UNITE D'OEUVRE, VALIDEE PAR UN COMMIT.
      *           FSYS133 RECOIT UNE LIGNE ACCEPTE/REJETE AVEC MOTIF
      *           PAR DEMANDE, LES TOTAUX, PUIS LA LISTE DES VALEURS
      *           EN VIGUEUR ET A VENIR. CODE RETOUR 4 SI DES DEMANDES
      *           SONT REJETEES, 8 SUR ANOMALIE DB2.
      *           TABLE PARAMETRES_BATCH_HIST, UNE LIGNE PAR MISE A
      *           JOUR ACCEPTEE :
      *             PROGRAMME        CHAR(8)
      *             PARAMETRE        CHAR(18)
      *             DATE_EFFET       DATE
      *             ACTION           CHAR(1)     C / M / A
      *             ANCIENNE_VALEUR  VARCHAR(30) NULL SUR UNE CREATION
      *             NOUVELLE_VALEUR  VARCHAR(30) NULL SUR UNE ANNULATION
      *             DEMANDEUR        CHAR(8)
      *             MOTIF            VARCHAR(40)
      *             TS_MAJ           TIMESTAMP
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMMAJ00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS132 ASSIGN TO UT-S-SYS132.
           SELECT FSYS133 ASSIGN TO UT-S-SYS133.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS132
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS132.
           05  E132-ACTION                        PIC X(01).
               88  E132-CREATION                  VALUE 'C'.
               88  E132-ANNULATION                VALUE 'A'.
           05  E132-PROGRAMME                     PIC X(08).
           05  E132-PARAMETRE                     PIC X(18).
           05  E132-DATE-EFFET                    PIC X(10).
           05  E132-VALEUR                        PIC X(30).
           05  E132-DEMANDEUR                     PIC X(08).
           05  E132-MOTIF                         PIC X(40).
           05  FILLER                             PIC X(05).
       FD  FSYS133
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS133                             PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * CONSTANTES DU PROGRAMME                                        *
      ******************************************************************
      *
      * VARIABLES DB2 SYSTEM
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
       01  W-SQLCODE PIC S999.
       01  SQLCODE-POUR-DISPLAY PIC ----.
       01  STATUT-TRAITEMENT PIC X(02).
           88  ANOMALIE VALUE 'KO'.
           88  PAS-ANOMALIE VALUE 'OK'.
      *
       01  H-PROGRAMME                            PIC X(08).
       01  H-PARAMETRE                            PIC X(18).
       01  H-DATE-EFFET                           PIC X(10).
       01  H-VALEUR                               PIC X(30).
       01  H-ANCIENNE-VALEUR                      PIC X(30).
       01  H-DEMANDEUR                            PIC X(08).
       01  H-MOTIF                                PIC X(40).
      *    ACTION TRACEE DANS PARAMETRES_BATCH_HIST
       01  H-ACTION-HIST                          PIC X(01).
           88  HIST-CREATION                      VALUE 'C'.
           88  HIST-MODIFICATION                  VALUE 'M'.
           88  HIST-ANNULATION                    VALUE 'A'.
       01  H-ETAT                                 PIC X(10).
       01  W-DATE-JOUR                            PIC X(10).
      *
       01  W-FIN-FICHIER-SW                       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER-ATTEINTE               VALUE 'Y'.
       01  W-NB-LUS                               PIC 9(08) VALUE 0.
       01  W-NB-CREES                             PIC 9(08) VALUE 0.
       01  W-NB-MODIFIES                          PIC 9(08) VALUE 0.
       01  W-NB-ANNULES                           PIC 9(08) VALUE 0.
       01  W-NB-REJETES                           PIC 9(08) VALUE 0.
      *
       01  W-LIGNE-DISPOSITION.
           05  W-DIS-NUMERO                       PIC 9(08).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-ACTION                       PIC X(01).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-PROGRAMME                    PIC X(08).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-DIS-PARAMETRE                    PIC X(18).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-DIS-DATE                         PIC X(10).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-DIS-VALEUR                       PIC X(30).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-DIS-RESULTAT                     PIC X(08).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-DIS-MOTIF                        PIC X(40).
      *
       01  W-LIGNE-VALEUR.
           05  FILLER                             PIC X(13)
                                                  VALUE SPACE.
           05  W-VAL-PROGRAMME                    PIC X(08).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-VAL-PARAMETRE                    PIC X(18).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-VAL-DATE                         PIC X(10).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-VAL-VALEUR                       PIC X(30).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-VAL-ETAT                         PIC X(10).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-VAL-DEMANDEUR                    PIC X(08).
           05  FILLER                             PIC X(30)
                                                  VALUE SPACE.
      *
      *    PAR PROGRAMME ET PARAMETRE : LA VALEUR EN VIGUEUR (DERNIERE
      *    DATE D'EFFET PASSEE) ET LES VALEURS A VENIR
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT
               P.PROGRAMME,
               P.PARAMETRE,
               CHAR(P.DATE_EFFET, ISO),
               P.VALEUR,
               P.DEMANDEUR,
               CASE WHEN P.DATE_EFFET > CURRENT DATE
                    THEN 'A VENIR' ELSE 'EN VIGUEUR' END
              FROM PARAMETRES_BATCH P
              WHERE P.DATE_EFFET > CURRENT DATE
                 OR P.DATE_EFFET =
                    (SELECT MAX(Q.DATE_EFFET)
                       FROM PARAMETRES_BATCH Q
                      WHERE Q.PROGRAMME  = P.PROGRAMME
                        AND Q.PARAMETRE  = P.PARAMETRE
                        AND Q.DATE_EFFET <= CURRENT DATE)
              ORDER BY P.PROGRAMME, P.PARAMETRE, P.DATE_EFFET
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE
               PERFORM LIRE-DEMANDE
               PERFORM TRAITER-DEMANDE
                       UNTIL FIN-FICHIER-ATTEINTE OR ANOMALIE
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           OPEN INPUT  FSYS132
           OPEN OUTPUT FSYS133
           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :W-DATE-JOUR
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           MOVE SPACES TO ENR-SYS133
           STRING 'MISE A JOUR DES PARAMETRES BATCH - '
                  W-DATE-JOUR
                  DELIMITED BY SIZE INTO ENR-SYS133
           WRITE ENR-SYS133
           .
      *
       LIRE-DEMANDE.
           READ FSYS132
             AT END
               SET FIN-FICHIER-ATTEINTE TO TRUE
             NOT AT END
               ADD 1 TO W-NB-LUS
           END-READ
           .
      *
       TRAITER-DEMANDE.
           MOVE W-NB-LUS       TO W-DIS-NUMERO
           MOVE E132-ACTION    TO W-DIS-ACTION
           MOVE E132-PROGRAMME TO W-DIS-PROGRAMME
           MOVE E132-PARAMETRE TO W-DIS-PARAMETRE
           MOVE E132-VALEUR    TO W-DIS-VALEUR
           IF  E132-DATE-EFFET = SPACES
               MOVE W-DATE-JOUR     TO H-DATE-EFFET
           ELSE
               MOVE E132-DATE-EFFET TO H-DATE-EFFET
           END-IF
           MOVE H-DATE-EFFET   TO W-DIS-DATE

           EVALUATE TRUE
             WHEN NOT E132-CREATION AND NOT E132-ANNULATION
               MOVE 'ACTION INCONNUE (C OU A)' TO W-DIS-MOTIF
               PERFORM REJETER-DEMANDE
             WHEN E132-PROGRAMME = SPACES
               MOVE 'PROGRAMME ABSENT' TO W-DIS-MOTIF
               PERFORM REJETER-DEMANDE
             WHEN E132-PARAMETRE = SPACES
               MOVE 'PARAMETRE ABSENT' TO W-DIS-MOTIF
               PERFORM REJETER-DEMANDE
             WHEN E132-DEMANDEUR = SPACES
               MOVE 'DEMANDEUR ABSENT' TO W-DIS-MOTIF
               PERFORM REJETER-DEMANDE
             WHEN E132-CREATION AND E132-VALEUR = SPACES
               MOVE 'VALEUR ABSENTE' TO W-DIS-MOTIF
               PERFORM REJETER-DEMANDE
             WHEN E132-CREATION AND H-DATE-EFFET < W-DATE-JOUR
               MOVE 'DATE D''EFFET PASSEE' TO W-DIS-MOTIF
               PERFORM REJETER-DEMANDE
             WHEN E132-ANNULATION AND H-DATE-EFFET NOT > W-DATE-JOUR
               MOVE 'VALEUR DEJA EN VIGUEUR, NON ANNULABLE'
                 TO W-DIS-MOTIF
               PERFORM REJETER-DEMANDE
             WHEN OTHER
               MOVE E132-PROGRAMME TO H-PROGRAMME
               MOVE E132-PARAMETRE TO H-PARAMETRE
               MOVE E132-DEMANDEUR TO H-DEMANDEUR
               MOVE E132-MOTIF     TO H-MOTIF
               PERFORM LIRE-VALEUR-EXISTANTE
           END-EVALUATE

           PERFORM LIRE-DEMANDE
           .
      *
      *    LA VALEUR DEJA POSEE A CETTE DATE D'EFFET, S'IL Y EN A UNE,
      *    DECIDE DE LA MISE A JOUR A FAIRE
       LIRE-VALEUR-EXISTANTE.
           MOVE SPACES TO H-ANCIENNE-VALEUR
           EXEC SQL
              SELECT VALEUR
                INTO :H-ANCIENNE-VALEUR
                FROM PARAMETRES_BATCH
               WHERE PROGRAMME  = :H-PROGRAMME
                 AND PARAMETRE  = :H-PARAMETRE
                 AND DATE_EFFET = DATE(:H-DATE-EFFET)
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE = 100 AND E132-ANNULATION
               MOVE 'AUCUNE VALEUR A CETTE DATE D''EFFET'
                 TO W-DIS-MOTIF
               PERFORM REJETER-DEMANDE
             WHEN SQLCODE = 100
               PERFORM CREER-VALEUR
             WHEN SQLCODE NOT = ZERO
               PERFORM TRAITER-ERREUR-MAJ
             WHEN E132-ANNULATION
               PERFORM ANNULER-VALEUR
             WHEN H-ANCIENNE-VALEUR = E132-VALEUR
               MOVE 'VALEUR DEJA EN PLACE' TO W-DIS-MOTIF
               PERFORM REJETER-DEMANDE
             WHEN OTHER
               PERFORM MODIFIER-VALEUR
           END-EVALUATE
           .
      *
       CREER-VALEUR.
           MOVE E132-VALEUR TO H-VALEUR
           EXEC SQL
              INSERT INTO PARAMETRES_BATCH
              (
                PROGRAMME,
                PARAMETRE,
                DATE_EFFET,
                VALEUR,
                DEMANDEUR,
                TS_MAJ
              )
              VALUES
              (
                :H-PROGRAMME,
                :H-PARAMETRE,
                DATE(:H-DATE-EFFET),
                :H-VALEUR,
                :H-DEMANDEUR,
                CURRENT TIMESTAMP
              )
           END-EXEC
           IF  SQLCODE = ZERO
               SET HIST-CREATION TO TRUE
               PERFORM ECRIRE-HISTORIQUE
           ELSE
               PERFORM TRAITER-ERREUR-MAJ
           END-IF
           .
      *
      *    CORRECTION D'UNE VALEUR DU JOUR OU A VENIR
       MODIFIER-VALEUR.
           MOVE E132-VALEUR TO H-VALEUR
           EXEC SQL
              UPDATE PARAMETRES_BATCH
                 SET VALEUR    = :H-VALEUR,
                     DEMANDEUR = :H-DEMANDEUR,
                     TS_MAJ    = CURRENT TIMESTAMP
               WHERE PROGRAMME  = :H-PROGRAMME
                 AND PARAMETRE  = :H-PARAMETRE
                 AND DATE_EFFET = DATE(:H-DATE-EFFET)
           END-EXEC
           IF  SQLCODE = ZERO
               SET HIST-MODIFICATION TO TRUE
               PERFORM ECRIRE-HISTORIQUE
           ELSE
               PERFORM TRAITER-ERREUR-MAJ
           END-IF
           .
      *
      *    LA VALEUR PRECEDENTE RESTE EN VIGUEUR AU-DELA DE LA DATE
      *    D'EFFET ANNULEE
       ANNULER-VALEUR.
           MOVE SPACES TO H-VALEUR
           EXEC SQL
              DELETE FROM PARAMETRES_BATCH
               WHERE PROGRAMME  = :H-PROGRAMME
                 AND PARAMETRE  = :H-PARAMETRE
                 AND DATE_EFFET = DATE(:H-DATE-EFFET)
           END-EXEC
           IF  SQLCODE = ZERO
               SET HIST-ANNULATION TO TRUE
               PERFORM ECRIRE-HISTORIQUE
           ELSE
               PERFORM TRAITER-ERREUR-MAJ
           END-IF
           .
      *
      *    LA TRACE EST ECRITE DANS L'UNITE D'OEUVRE DE LA MISE A JOUR :
      *    PAS DE MISE A JOUR SANS TRACE
       ECRIRE-HISTORIQUE.
           EXEC SQL
              INSERT INTO PARAMETRES_BATCH_HIST
              (
                PROGRAMME,
                PARAMETRE,
                DATE_EFFET,
                ACTION,
                ANCIENNE_VALEUR,
                NOUVELLE_VALEUR,
                DEMANDEUR,
                MOTIF,
                TS_MAJ
              )
              VALUES
              (
                :H-PROGRAMME,
                :H-PARAMETRE,
                DATE(:H-DATE-EFFET),
                :H-ACTION-HIST,
                NULLIF(:H-ANCIENNE-VALEUR, ' '),
                NULLIF(:H-VALEUR, ' '),
                :H-DEMANDEUR,
                :H-MOTIF,
                CURRENT TIMESTAMP
              )
           END-EXEC
           IF  SQLCODE = ZERO
               EXEC SQL COMMIT END-EXEC
               MOVE 'ACCEPTE ' TO W-DIS-RESULTAT
               EVALUATE TRUE
                 WHEN HIST-CREATION
                   ADD 1 TO W-NB-CREES
                   MOVE 'VALEUR CREEE' TO W-DIS-MOTIF
                 WHEN HIST-MODIFICATION
                   ADD 1 TO W-NB-MODIFIES
                   MOVE 'VALEUR CORRIGEE' TO W-DIS-MOTIF
                 WHEN OTHER
                   ADD 1 TO W-NB-ANNULES
                   MOVE 'VALEUR A VENIR ANNULEE' TO W-DIS-MOTIF
               END-EVALUATE
               PERFORM ECRIRE-DISPOSITION
           ELSE
               PERFORM TRAITER-ERREUR-MAJ
           END-IF
           .
      *
      *    UNE DATE ILLISIBLE REJETTE LA DEMANDE ; TOUTE AUTRE ERREUR
      *    DEFAIT LA DEMANDE EN COURS ET ARRETE LE TRAITEMENT
       TRAITER-ERREUR-MAJ.
           EVALUATE SQLCODE
              WHEN -180
              WHEN -181
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE 'DATE D''EFFET INVALIDE' TO W-DIS-MOTIF
                 PERFORM REJETER-DEMANDE
              WHEN OTHER
                 PERFORM FORMATAGE-ERREUR-DB2
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM TRT-ANOMALIE
                 MOVE 'ERREUR SQL - DEMANDE NON ENREGISTREE'
                   TO W-DIS-MOTIF
                 PERFORM REJETER-DEMANDE
           END-EVALUATE
           .
      *
       REJETER-DEMANDE.
           ADD 1 TO W-NB-REJETES
           MOVE 'REJETE  ' TO W-DIS-RESULTAT
           PERFORM ECRIRE-DISPOSITION
           .
      *
       ECRIRE-DISPOSITION.
           MOVE SPACES              TO ENR-SYS133
           MOVE W-LIGNE-DISPOSITION TO ENR-SYS133
           WRITE ENR-SYS133
           .
      *
      *    ETAT DE LA TABLE APRES MISE A JOUR, POUR LE CLASSEMENT DU
      *    RAPPORT AVEC LES DEMANDES
       LISTER-VALEURS.
           MOVE SPACES TO ENR-SYS133
           WRITE ENR-SYS133
           STRING 'VALEURS EN VIGUEUR ET A VENIR AU '
                  W-DATE-JOUR
                  DELIMITED BY SIZE INTO ENR-SYS133
           WRITE ENR-SYS133
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-VALEUR-SUIVANTE UNTIL ANOMALIE
                                            OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
           END-IF
           .
       LIRE-VALEUR-SUIVANTE.
           EXEC SQL
              FETCH C01
               INTO
                      :H-PROGRAMME,
                      :H-PARAMETRE,
                      :H-DATE-EFFET,
                      :H-VALEUR,
                      :H-DEMANDEUR,
                      :H-ETAT
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              MOVE H-PROGRAMME  TO W-VAL-PROGRAMME
              MOVE H-PARAMETRE  TO W-VAL-PARAMETRE
              MOVE H-DATE-EFFET TO W-VAL-DATE
              MOVE H-VALEUR     TO W-VAL-VALEUR
              MOVE H-ETAT       TO W-VAL-ETAT
              MOVE H-DEMANDEUR  TO W-VAL-DEMANDEUR
              MOVE W-LIGNE-VALEUR TO ENR-SYS133
              WRITE ENR-SYS133
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       FORMATAGE-ERREUR-DB2.
           MOVE SQLCODE TO W-SQLCODE
           MOVE W-SQLCODE TO SQLCODE-POUR-DISPLAY
           DISPLAY 'ERREUR DB2 SQLCODE=' SQLCODE-POUR-DISPLAY
              ' ' SQLERRM ' '
           .
      *
       TRT-ANOMALIE.
           SET ANOMALIE TO TRUE
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           MOVE SPACES TO ENR-SYS133
           STRING 'DEMANDES LUES ' W-NB-LUS
                  '  CREEES ' W-NB-CREES
                  '  CORRIGEES ' W-NB-MODIFIES
                  '  ANNULEES ' W-NB-ANNULES
                  '  REJETEES ' W-NB-REJETES
                  DELIMITED BY SIZE INTO ENR-SYS133
           WRITE ENR-SYS133
           IF  NOT ANOMALIE
               PERFORM LISTER-VALEURS
           END-IF
           CLOSE FSYS132
           CLOSE FSYS133

           DISPLAY 'PRMMAJ00 - LUES      : ' W-NB-LUS
           DISPLAY 'PRMMAJ00 - CREEES    : ' W-NB-CREES
           DISPLAY 'PRMMAJ00 - CORRIGEES : ' W-NB-MODIFIES
           DISPLAY 'PRMMAJ00 - ANNULEES  : ' W-NB-ANNULES
           DISPLAY 'PRMMAJ00 - REJETEES  : ' W-NB-REJETES

           IF  W-NB-REJETES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF  ANOMALIE
               DISPLAY 'PRMMAJ00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
