      ****************************************************************
      * PROGRAMME BATCH = POLICES EN COURS DONT L'ASSURE EST SORTI
      *                   DES AGES LIMITES DE SA COUVERTURE
      ****************************************************************
      * PROGRAM:  AGELIM00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  COUVERTURE_REF PORTE DES AGES LIMITES (MINIMUM ET
      *           MAXIMUM A LA SOUSCRIPTION, MAXIMUM AU
      *           RENOUVELLEMENT, NULL = SANS LIMITE) CONTROLES PAR
      *           TASSUR00 A LA SOUSCRIPTION ET AU RENOUVELLEMENT. LES
      *           POLICES DEJA EN PORTEFEUILLE NE SONT PAS REVUES PAR
      *           CES CONTROLES : CE PROGRAMME, PASSE UNE PREMIERE
      *           FOIS A LA MISE EN PLACE DES AGES LIMITES PUIS CHAQUE
      *           ANNEE, LISTE SUR FSYS121 LES POLICES EN COURS (NON
      *           RESILIEES, DATE_FIN NON ECHUE, ASSURE VIVANT) DONT
      *           L'ASSURE :
      *             - AURA A LA DATE D'EFFET DU PROCHAIN TERME DEPASSE
      *               L'AGE MAXIMUM DE RENOUVELLEMENT ('RENOUV.') ;
      *               UNE DECISION 'L' (LAISSER TOMBER) EST ECRITE
      *               POUR LA POLICE SUR FSYS122 AU FORMAT FSYS084 DE
      *               RENEXE00, A FUSIONNER AVEC LES DECISIONS DU
      *               GESTIONNAIRE,
      *             - N'A PAS ENCORE L'AGE MINIMUM DE SOUSCRIPTION
      *               ('AGE MIN.'), POLICE SOUSCRITE AVANT LA MISE EN
      *               PLACE DES REGLES, A REVOIR PAR LE SOUSCRIPTEUR.
      *           L'AGE MAXIMUM DE SOUSCRIPTION NE VAUT QU'A L'ENTREE
      *           ET N'EST PAS REPRIS ICI. LES POLICES D'UNE
      *           COUVERTURE A AGES LIMITES DONT L'ASSURE N'A PAS DE
      *           DATE DE NAISSANCE SONT COMPTEES EN FIN D'ETAT.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGELIM00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS121 ASSIGN TO UT-S-SYS121.
           SELECT FSYS122 ASSIGN TO UT-S-SYS122.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS121
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS121                             PIC X(132).
      *    DECISIONS DE RENOUVELLEMENT PREPAREES (DESSIN FSYS084)
       FD  FSYS122
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS122.
           05  E122-ID-ASSUR                      PIC 9(10).
           05  E122-DECISION                      PIC X(01).
           05  E122-COEF-FORCE                    PIC X(05).
           05  FILLER                             PIC X(64).
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
       01  H-ID-ASSUR                             PIC S9(9) COMP.
       01  H-ID-PERS                              PIC S9(9) COMP.
       01  H-LIBELLE                              PIC X(32).
       01  H-DATE-FIN                             PIC X(10).
       01  H-DATE-NAISS                           PIC X(10).
       01  H-AGE-ACTUEL                           PIC S9(4) COMP.
       01  H-AGE-PROCHAIN-TERME                   PIC S9(4) COMP.
       01  H-AGE-MIN                              PIC S9(4) COMP.
       01  H-AGE-MAX-RENOUV                       PIC S9(4) COMP.
       01  H-NB-SANS-NAISSANCE                    PIC S9(9) COMP
                                                  VALUE 0.
      *
       01  W-NB-POLICES                           PIC 9(08) VALUE 0.
       01  W-NB-RENOUV                            PIC 9(08) VALUE 0.
       01  W-NB-AGE-MIN                           PIC 9(08) VALUE 0.
      *
       01  W-LIGNE-TITRE.
           05  FILLER                             PIC X(10)
                                                  VALUE 'ID_ASSUR'.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(10)
                                                  VALUE 'ID_PERS'.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(32)
                                                  VALUE 'COUVERTURE'.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(10)
                                                  VALUE 'NAISSANCE'.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(10)
                                                  VALUE 'FIN TERME'.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(05)
                                                  VALUE 'AGE'.
           05  FILLER                             PIC X(06)
                                                  VALUE 'AGE PT'.
           05  FILLER                             PIC X(06)
                                                  VALUE 'LIMITE'.
           05  FILLER                             PIC X(08)
                                                  VALUE 'MOTIF'.
           05  FILLER                             PIC X(25)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-POLICE.
           05  W-POL-ID-ASSUR                     PIC 9(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-POL-ID-PERS                      PIC 9(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-POL-LIBELLE                      PIC X(32).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-POL-DATE-NAISS                   PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-POL-DATE-FIN                     PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-POL-AGE                          PIC ZZ9.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-POL-AGE-PROCHAIN                 PIC ZZ9.
           05  FILLER                             PIC X(03)
                                                  VALUE SPACE.
           05  W-POL-LIMITE                       PIC ZZ9.
           05  FILLER                             PIC X(03)
                                                  VALUE SPACE.
           05  W-POL-MOTIF                        PIC X(08).
           05  FILLER                             PIC X(25)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(30).
           05  W-TOT-NOMBRE                       PIC 9(08).
           05  FILLER                             PIC X(94)
                                                  VALUE SPACE.
      *
      * POLICES EN COURS D'UN ASSURE VIVANT DE DATE DE NAISSANCE
      * CONNUE, DONT L'AGE ACTUEL EST SOUS L'AGE MINIMUM DE
      * SOUSCRIPTION OU DONT L'AGE A LA DATE D'EFFET DU PROCHAIN
      * TERME (DATE_EFFET + 1 AN, COMME LE RENOUVELLEMENT TASSUR00)
      * DEPASSE L'AGE MAXIMUM DE RENOUVELLEMENT, PAR ECHEANCE
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT
               A.ID_ASSUR,
               A.ID_PERS,
               A.LIBELLE,
               CHAR(A.DATE_FIN),
               CHAR(T.DATE_NAISS),
               YEAR(CURRENT DATE - T.DATE_NAISS),
               YEAR(A.DATE_EFFET + 1 YEAR - T.DATE_NAISS),
               COALESCE(C.AGE_MIN_SOUSCRIPTION, 0),
               COALESCE(C.AGE_MAX_RENOUVELLEMENT, 0)
              FROM ASSURANCES A, TPERS T, COUVERTURE_REF C
              WHERE T.ID_PERS = A.ID_PERS
                AND C.LIBELLE = A.LIBELLE
                AND A.DATE_FIN >= CURRENT DATE
                AND T.DATE_NAISS IS NOT NULL
                AND T.DATE_DECES IS NULL
                AND NOT EXISTS
                   (SELECT 1 FROM ASSUR_RESILIATION R
                     WHERE R.ID_ASSUR = A.ID_ASSUR)
                AND (YEAR(CURRENT DATE - T.DATE_NAISS)
                        < C.AGE_MIN_SOUSCRIPTION
                  OR YEAR(A.DATE_EFFET + 1 YEAR - T.DATE_NAISS)
                        > C.AGE_MAX_RENOUVELLEMENT)
              ORDER BY A.DATE_FIN, A.ID_ASSUR
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           PERFORM TRAITER-POLICES
           PERFORM COMPTER-SANS-NAISSANCE
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           OPEN OUTPUT FSYS121
           OPEN OUTPUT FSYS122
           MOVE SPACES        TO ENR-SYS121
           MOVE W-LIGNE-TITRE TO ENR-SYS121
           WRITE ENR-SYS121
           .
      *
       TRAITER-POLICES.
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-POLICE-SUIVANTE UNTIL ANOMALIE
                                            OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
           END-IF
           .
       LIRE-POLICE-SUIVANTE.
           EXEC SQL
              FETCH C01
               INTO
                      :H-ID-ASSUR,
                      :H-ID-PERS,
                      :H-LIBELLE,
                      :H-DATE-FIN,
                      :H-DATE-NAISS,
                      :H-AGE-ACTUEL,
                      :H-AGE-PROCHAIN-TERME,
                      :H-AGE-MIN,
                      :H-AGE-MAX-RENOUV
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              PERFORM EDITER-POLICE
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    LE DEPASSEMENT AU RENOUVELLEMENT PRIME : C'EST LUI QUI
      *    APPELLE UNE DECISION POUR RENEXE00
       EDITER-POLICE.
           ADD 1 TO W-NB-POLICES
           MOVE H-ID-ASSUR           TO W-POL-ID-ASSUR
           MOVE H-ID-PERS            TO W-POL-ID-PERS
           MOVE H-LIBELLE            TO W-POL-LIBELLE
           MOVE H-DATE-NAISS         TO W-POL-DATE-NAISS
           MOVE H-DATE-FIN           TO W-POL-DATE-FIN
           MOVE H-AGE-ACTUEL         TO W-POL-AGE
           MOVE H-AGE-PROCHAIN-TERME TO W-POL-AGE-PROCHAIN

           IF  H-AGE-MAX-RENOUV > ZERO
           AND H-AGE-PROCHAIN-TERME > H-AGE-MAX-RENOUV
               ADD 1 TO W-NB-RENOUV
               MOVE H-AGE-MAX-RENOUV TO W-POL-LIMITE
               MOVE 'RENOUV. '       TO W-POL-MOTIF
               PERFORM ECRIRE-DECISION
           ELSE
               ADD 1 TO W-NB-AGE-MIN
               MOVE H-AGE-MIN        TO W-POL-LIMITE
               MOVE 'AGE MIN.'       TO W-POL-MOTIF
           END-IF

           MOVE SPACES         TO ENR-SYS121
           MOVE W-LIGNE-POLICE TO ENR-SYS121
           WRITE ENR-SYS121
           .
      *
       ECRIRE-DECISION.
           MOVE SPACES     TO ENR-SYS122
           MOVE H-ID-ASSUR TO E122-ID-ASSUR
           MOVE 'L'        TO E122-DECISION
           WRITE ENR-SYS122
           .
      *
      *    POLICES EN COURS D'UNE COUVERTURE A AGES LIMITES DONT
      *    L'ASSURE N'A PAS DE DATE DE NAISSANCE : NON CONTROLABLES
       COMPTER-SANS-NAISSANCE.
           IF  NOT ANOMALIE
               EXEC SQL
                  SELECT COUNT(*)
                  INTO :H-NB-SANS-NAISSANCE
                  FROM ASSURANCES A, TPERS T, COUVERTURE_REF C
                  WHERE T.ID_PERS = A.ID_PERS
                    AND C.LIBELLE = A.LIBELLE
                    AND A.DATE_FIN >= CURRENT DATE
                    AND T.DATE_NAISS IS NULL
                    AND T.DATE_DECES IS NULL
                    AND NOT EXISTS
                       (SELECT 1 FROM ASSUR_RESILIATION R
                         WHERE R.ID_ASSUR = A.ID_ASSUR)
                    AND (C.AGE_MIN_SOUSCRIPTION IS NOT NULL
                      OR C.AGE_MAX_RENOUVELLEMENT IS NOT NULL)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF
           .
      *
       FORMATAGE-ERREUR-DB2.
           MOVE SQLCODE TO W-SQLCODE
           MOVE W-SQLCODE TO SQLCODE-POUR-DISPLAY
           DISPLAY 'ERREUR DB2 SQLCODE=' SQLCODE-POUR-DISPLAY
              ' ' SQLERRM ' '
           .
       TRT-ANOMALIE.
           SET ANOMALIE TO TRUE
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           MOVE 'POLICES HORS AGES LIMITES   : ' TO W-TOT-LIBELLE
           MOVE W-NB-POLICES                     TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'DONT AGE MAXI RENOUVELLEMENT: ' TO W-TOT-LIBELLE
           MOVE W-NB-RENOUV                      TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'DONT SOUS AGE MINI SOUSCRIPT: ' TO W-TOT-LIBELLE
           MOVE W-NB-AGE-MIN                     TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'SANS DATE DE NAISSANCE      : ' TO W-TOT-LIBELLE
           MOVE H-NB-SANS-NAISSANCE              TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           CLOSE FSYS121
           CLOSE FSYS122
           DISPLAY 'AGELIM00 - POLICES HORS AGES LIMITES : '
                   W-NB-POLICES
           DISPLAY 'AGELIM00 - DECISIONS PREPAREES       : '
                   W-NB-RENOUV
           IF  ANOMALIE
               DISPLAY 'AGELIM00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *
       ECRIRE-LIGNE-TOTAL.
           MOVE SPACES        TO ENR-SYS121
           MOVE W-LIGNE-TOTAL TO ENR-SYS121
           WRITE ENR-SYS121
           .
