      ****************************************************************
      * PROGRAMME BATCH = LISTE DES POLICES A RENOUVELER DANS LES
      *                   N PROCHAINS JOURS OUVRES
      ****************************************************************
      * PROGRAM:  RENASS00
      *
      *           POLICES PORTENT DATE_EFFET/DATE_FIN, CE PROGRAMME
      *           LISTE SUR FSYS055, PAR PERSONNE, LES POLICES DONT
      *           LA DATE DE FIN TOMBE DANS LES N PROCHAINS JOURS
      *           OUVRES (N LU EN SYSIN, 30 PAR DEFAUT ; FIN DE
      *           L'HORIZON DONNEE PAR LE MODULE DATOUVR SUR LE
      *           CALENDRIER FR, FERIES EXCLUS), AVEC UN TOTAL DE
      *           CONTROLE. LES PERSONNES DECEDEES (TPERS.DATE_DECES,
      *           VOIR DCDPER00) NE RECOIVENT PLUS DE COURRIER.
      *           CHAQUE LIGNE PORTE LA VERSION D'ADRESSE
      *           (ADRESSE_HIST) SOUS LAQUELLE LE COURRIER PART :
      *           CELLE DE LA TETE DE MENAGE POUR UN FOYER LIE, CELLE
      *           DE LA PERSONNE SINON (0 = SANS HISTORIQUE).
      *           CHAQUE POLICE EST AUSSI MISE EN FILE DANS COURRIER
      *           (TYPE 'REN', REFERENCE = ID_ASSUR) : CORPLI00 EN
      *           FAIT L'AVIS DE LA PERSONNE ET LE MET SOUS LE PLI DE
      *           SON FOYER POUR LE ROUTEUR. UNE RELANCE DANS LA
      *           JOURNEE NE MET PAS DEUX FOIS LA MEME POLICE EN FILE.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           88  ANOMALIE VALUE 'KO'.
           88  PAS-ANOMALIE VALUE 'OK'.
      *
      *    HORIZON DE RENOUVELLEMENT EN JOURS OUVRES, LU EN SYSIN,
      *    ET SA DATE DE FIN
       01  W-HORIZON-SAISI                        PIC X(03).
       01  N-HORIZON-JOURS                        PIC 9(03) VALUE 030.
       01  H-DATE-HORIZON                         PIC X(10).
      *
      *    COMMUNICATION AREA FOR THE SHARED BUSINESS-DAY DATE SERVICE
           COPY DATOUVC.
       77  C-DATOUVR                              PIC X(07)
                                                  VALUE 'DATOUVR'.
      *
       01  H-ID-ASSUR                             PIC S9(9) COMP.
       01  H-ID-PERS                              PIC S9(9) COMP.
       01  H-LIBELLE                              PIC X(32).
       01  H-DATE-FIN                             PIC X(10).
       01  H-ID-MENAGE                            PIC S9(10) COMP.
       01  H-ID-ADRESSE                           PIC S9(10) COMP.
      *
      *    RUPTURE DE MENAGE POUR LE PLI GROUPE D'UN FOYER LIE
       01  W-MENAGE-COURANT                       PIC S9(10) COMP
       01  W-MENAGE-ED                            PIC 9(10).
      *
       01  W-NB-POLICES                           PIC 9(08) VALUE 0.
       01  W-NB-COURRIERS                         PIC 9(08) VALUE 0.
      *
      *    MISE EN FILE DANS COURRIER POUR LA MISE SOUS PLI (CORPLI00)
       01  H-CO-TYPE-COURRIER                     PIC X(03)
                                                  VALUE 'REN'.
       01  H-CO-REFERENCE                         PIC X(20).
       01  H-CO-NB-LIGNES                         PIC S9(4) COMP
                                                  VALUE 1.
      *
       01  W-LIGNE-RENOUVELLEMENT.
           05  W-REN-ID-PERS                      PIC 9(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-REN-DATE-FIN                     PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-REN-ID-ADRESSE                   PIC 9(10).
      *
      * POLICES DONT LA DATE DE FIN TOMBE DANS L'HORIZON, TRIEES PAR
      * MENAGE PUIS PAR PERSONNE POUR LE PUBLIPOSTAGE : LES MEMBRES
      * D'UN FOYER LIE (TPERS.ID_MENAGE) SORTENT ENSEMBLE SOUS UN
      * SEUL PLI, LES PERSONNES SANS MENAGE (0) RESTENT TRIEES PAR
      * PERSONNE COMME AVANT. UNE POLICE RESILIEE (ASSUR_RESILIATION)
      * N'EST PAS A RENOUVELER
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT
               CHAR(DATE_FIN),
               COALESCE((SELECT T.ID_MENAGE
                    FROM TPERS T
                   WHERE T.ID_PERS = ASSURANCES.ID_PERS), 0),
               COALESCE((SELECT MAX(H.ID_ADRESSE)
                    FROM ADRESSE_HIST H
                   WHERE H.ID_PERS =
                        (SELECT CASE
                                WHEN COALESCE(P.ID_MENAGE, 0) = 0
                                THEN P.ID_PERS
                                ELSE (SELECT COALESCE(
                                         MIN(CASE WHEN M.DATE_DECES
                                                       IS NULL
                                                  THEN M.ID_PERS
                                             END),
                                         MIN(M.ID_PERS))
                                        FROM TPERS M
                                       WHERE M.ID_MENAGE = P.ID_MENAGE)
                                END
                           FROM TPERS P
                          WHERE P.ID_PERS = ASSURANCES.ID_PERS)), 0)
              FROM ASSURANCES
              WHERE DATE_FIN BETWEEN CURRENT DATE
                                 AND DATE(:H-DATE-HORIZON)
                AND NOT EXISTS
                   (SELECT 1 FROM ASSUR_RESILIATION R
                     WHERE R.ID_ASSUR = ASSURANCES.ID_ASSUR)
                AND NOT EXISTS
                   (SELECT 1 FROM TPERS D
                     WHERE D.ID_PERS = ASSURANCES.ID_PERS
                       AND D.DATE_DECES IS NOT NULL)
              ORDER BY 5, ID_PERS, DATE_FIN
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  PAS-ANOMALIE
               PERFORM TRAITER-RENOUVELLEMENTS
           END-IF
           PERFORM FIN
           GOBACK
           .
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           PERFORM LIRE-HORIZON
           PERFORM CALCULER-HORIZON
           OPEN OUTPUT FSYS055
           .
      *
           AND W-HORIZON-SAISI NOT = '000'
               MOVE W-HORIZON-SAISI TO N-HORIZON-JOURS
           END-IF
           DISPLAY 'HORIZON DE RENOUVELLEMENT (JOURS OUVRES) : '
                   N-HORIZON-JOURS
           .
      *
      *    FIN DE L'HORIZON = AUJOURD'HUI PLUS N JOURS OUVRES. UNE
      *    ANNEE ABSENTE DU CALENDRIER NE DECOMPTE QUE LES WEEK-ENDS
       CALCULER-HORIZON.
           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :H-DATE-HORIZON
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               SET DTO-AJOUTER-JOURS TO TRUE
               MOVE 'FR'            TO DTO-IN-PAYS
               MOVE H-DATE-HORIZON  TO DTO-IN-DATE
               MOVE N-HORIZON-JOURS TO DTO-IN-NB-JOURS
               CALL C-DATOUVR USING DTO-ENTREE DTO-SORTIE
               EVALUATE TRUE
                 WHEN DTO-RETOUR-KO
                   DISPLAY 'RENASS00 - FIN D''HORIZON NON CALCULEE'
                   PERFORM TRT-ANOMALIE
                 WHEN DTO-RETOUR-HORS-CAL
                   DISPLAY 'RENASS00 - CALENDRIER NON CHARGE,'
                           ' FERIES NON DECOMPTES'
                   MOVE DTO-OUT-DATE TO H-DATE-HORIZON
                 WHEN OTHER
                   MOVE DTO-OUT-DATE TO H-DATE-HORIZON
               END-EVALUATE
               DISPLAY 'FIN DE L''HORIZON : ' H-DATE-HORIZON
           END-IF
           .
      *
       TRAITER-RENOUVELLEMENTS.
           EXEC SQL
                      :H-ID-PERS,
                      :H-LIBELLE,
                      :H-DATE-FIN,
                      :H-ID-MENAGE,
                      :H-ID-ADRESSE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              MOVE H-ID-ASSUR  TO W-REN-ID-ASSUR
              MOVE H-LIBELLE   TO W-REN-LIBELLE
              MOVE H-DATE-FIN  TO W-REN-DATE-FIN
              MOVE H-ID-ADRESSE TO W-REN-ID-ADRESSE
              MOVE SPACES                  TO ENR-SYS055
              MOVE W-LIGNE-RENOUVELLEMENT  TO ENR-SYS055
              WRITE ENR-SYS055
              PERFORM FILER-COURRIER
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    UNE LIGNE D'AVIS PAR POLICE ; -803 = DEJA EN FILE PAR UN
      *    PASSAGE PRECEDENT DU JOUR
       FILER-COURRIER.
           MOVE SPACES         TO H-CO-REFERENCE
           MOVE W-REN-ID-ASSUR TO H-CO-REFERENCE
           EXEC SQL
              INSERT INTO COURRIER
                    (TYPE_COURRIER,
                     ID_PERS,
                     DATE_COURRIER,
                     REFERENCE,
                     NB_LIGNES,
                     STATUT)
              VALUES (:H-CO-TYPE-COURRIER,
                      :H-ID-PERS,
                      CURRENT DATE,
                      :H-CO-REFERENCE,
                      :H-CO-NB-LIGNES,
                      'A')
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-COURRIERS
           WHEN -803
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       FORMATAGE-ERREUR-DB2.
           MOVE SQLCODE TO W-SQLCODE
                  W-NB-POLICES DELIMITED BY SIZE
             INTO ENR-SYS055
           WRITE ENR-SYS055
           MOVE SPACES TO ENR-SYS055
           STRING 'AVIS MIS EN FILE COURRIER : ' DELIMITED BY SIZE
                  W-NB-COURRIERS DELIMITED BY SIZE
             INTO ENR-SYS055
           WRITE ENR-SYS055
           CLOSE FSYS055
           IF  ANOMALIE
               DISPLAY 'RENASS00 TERMINE EN ANOMALIE'
