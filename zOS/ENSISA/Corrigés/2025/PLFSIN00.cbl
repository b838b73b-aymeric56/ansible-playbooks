      ****************************************************************
      * PROGRAMME BATCH = ETAT DES SINISTRES AYANT ATTEINT LE PLAFOND
      *                   DE LEUR COUVERTURE
      ****************************************************************
      * PROGRAM:  PLFSIN00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  TSINIS00 BORNE DESORMAIS LES VERSEMENTS SUR
      *           SINISTRES PAR LA FRANCHISE ET LES PLAFONDS DE LA
      *           COUVERTURE EN VIGUEUR A LA DATE DU SINISTRE
      *           (COUVERTURE_LIMITE). POUR LA GESTION DES SINISTRES,
      *           CE PROGRAMME EDITE SUR FSYS109, POUR LES SINISTRES
      *           SURVENUS DANS L'ANNEE (CARTE SYSIN AAAA, A BLANC
      *           L'ANNEE EN COURS), CEUX DONT LES VERSEMENTS ONT
      *           ATTEINT LE PLAFOND PAR SINISTRE OU DONT LA POLICE A
      *           EPUISE SON PLAFOND ANNUEL : PAR LIBELLE DE
      *           COUVERTURE, LE SINISTRE, SA POLICE, SON STATUT, LE
      *           MONTANT EVALUE, LA FRANCHISE, LE PLAFOND ATTEINT ET
      *           LE CUMUL VERSE, AVEC UN NOMBRE PAR COUVERTURE ET UN
      *           TOTAL GENERAL.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLFSIN00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS109 ASSIGN TO UT-S-SYS109.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS109
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS109                             PIC X(132).
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
      *    ANNEE DE SURVENANCE TRAITEE, LUE EN SYSIN (AAAA) - A BLANC
      *    OU INVALIDE, L'ANNEE EN COURS
       01  W-ANNEE-SAISIE                         PIC X(04).
       01  W-ANNEE-SAISIE-N REDEFINES W-ANNEE-SAISIE
                                                  PIC 9(04).
       01  H-ANNEE                                PIC S9(4) COMP.
       01  W-ANNEE-ED                             PIC 9(04).
      *
       01  H-LIBELLE                              PIC X(32).
       01  H-ID-SINISTRE                          PIC S9(9) COMP.
       01  H-ID-ASSUR                             PIC S9(9) COMP.
       01  H-DATE-SINISTRE                        PIC X(10).
       01  H-STATUT                               PIC X(01).
       01  H-MONTANT-EVALUE                       PIC S9(7)V99 COMP-3.
       01  H-FRANCHISE                            PIC S9(7)V99 COMP-3.
       01  H-PLAFOND-SINISTRE                     PIC S9(7)V99 COMP-3.
       01  H-PLAFOND-ANNUEL                       PIC S9(7)V99 COMP-3.
       01  H-CUMUL-PAIEMENTS                      PIC S9(9)V99 COMP-3.
       01  H-CUMUL-ANNUEL                         PIC S9(9)V99 COMP-3.
      *
       01  W-LIBELLE-COURANT                      PIC X(32)
                                                  VALUE LOW-VALUES.
       01  W-NB-LIBELLE                           PIC 9(07) VALUE 0.
       01  W-NB-GENERAL                           PIC 9(07) VALUE 0.
       01  W-NB-EXAMINES                          PIC 9(07) VALUE 0.
       01  W-NB-ED                                PIC Z(6)9.
      *
       01  W-LIGNE-SINISTRE.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LS-ID-SINISTRE                   PIC 9(09).
           05  FILLER                             PIC X(08)
                                                  VALUE '  POL. '.
           05  W-LS-ID-ASSUR                      PIC 9(09).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-LS-DATE-SINISTRE                 PIC X(10).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-LS-STATUT                        PIC X(01).
           05  FILLER                             PIC X(06)
                                                  VALUE '  EV: '.
           05  W-LS-EVALUE                        PIC -(8)9.99.
           05  FILLER                             PIC X(07)
                                                  VALUE '  FRA: '.
           05  W-LS-FRANCHISE                     PIC -(8)9.99.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LS-PLAFOND-ATTEINT               PIC X(08).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-LS-PLAFOND                       PIC -(8)9.99.
           05  FILLER                             PIC X(08)
                                                  VALUE '  VERSE '.
           05  W-LS-VERSE                         PIC -(8)9.99.
           05  FILLER                             PIC X(11)
                                                  VALUE SPACE.
      *
      *    LES SINISTRES DE L'ANNEE DONT LA COUVERTURE PORTE UN
      *    PLAFOND A LEUR DATE, AVEC LE CUMUL VERSE SUR LE SINISTRE ET
      *    SUR LES SINISTRES DE LA POLICE SURVENUS LA MEME ANNEE
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT A.LIBELLE,
                     S.ID_SINISTRE,
                     S.ID_ASSUR,
                     CHAR(S.DATE_SINISTRE, ISO),
                     S.STATUT,
                     S.MONTANT,
                     L.FRANCHISE,
                     L.PLAFOND_SINISTRE,
                     L.PLAFOND_ANNUEL,
                     COALESCE((SELECT SUM(P.MONTANT)
                          FROM SINISTRE_PAIEMENT P
                         WHERE P.ID_SINISTRE = S.ID_SINISTRE), 0),
                     COALESCE((SELECT SUM(Q.MONTANT)
                          FROM SINISTRE_PAIEMENT Q,
                               SINISTRES T
                         WHERE Q.ID_SINISTRE = T.ID_SINISTRE
                           AND T.ID_ASSUR = S.ID_ASSUR
                           AND YEAR(T.DATE_SINISTRE)
                               = YEAR(S.DATE_SINISTRE)), 0)
              FROM SINISTRES S,
                   ASSURANCES A,
                   COUVERTURE_LIMITE L
              WHERE A.ID_ASSUR = S.ID_ASSUR
                AND YEAR(S.DATE_SINISTRE) = :H-ANNEE
                AND L.LIBELLE = A.LIBELLE
                AND L.DATE_EFFET =
                    (SELECT MAX(M.DATE_EFFET)
                       FROM COUVERTURE_LIMITE M
                      WHERE M.LIBELLE = A.LIBELLE
                        AND M.DATE_EFFET <= S.DATE_SINISTRE)
                AND (L.PLAFOND_SINISTRE > 0 OR L.PLAFOND_ANNUEL > 0)
              ORDER BY A.LIBELLE, S.ID_ASSUR, S.ID_SINISTRE
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE
               PERFORM TRAITER-SINISTRES
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           OPEN OUTPUT FSYS109
           ACCEPT W-ANNEE-SAISIE FROM SYSIN
           IF  W-ANNEE-SAISIE IS NUMERIC
           AND W-ANNEE-SAISIE-N > 1900
               MOVE W-ANNEE-SAISIE-N TO H-ANNEE
           ELSE
               EXEC SQL
                  SELECT YEAR(CURRENT DATE)
                    INTO :H-ANNEE
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF
           MOVE H-ANNEE TO W-ANNEE-ED
           MOVE SPACES TO ENR-SYS109
           STRING 'SINISTRES SURVENUS EN ' W-ANNEE-ED
                  ' AYANT ATTEINT LE PLAFOND DE LEUR COUVERTURE'
                  DELIMITED BY SIZE INTO ENR-SYS109
           WRITE ENR-SYS109
           .
      *
       TRAITER-SINISTRES.
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-SINISTRE-SUIVANT UNTIL ANOMALIE
                                             OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
      *        NOMBRE DU DERNIER LIBELLE EN COURS
               IF  W-NB-GENERAL > 0
                   PERFORM ECRIRE-TOTAL-LIBELLE
               END-IF
           END-IF
           .
       LIRE-SINISTRE-SUIVANT.
           EXEC SQL
              FETCH C01
               INTO
                      :H-LIBELLE,
                      :H-ID-SINISTRE,
                      :H-ID-ASSUR,
                      :H-DATE-SINISTRE,
                      :H-STATUT,
                      :H-MONTANT-EVALUE,
                      :H-FRANCHISE,
                      :H-PLAFOND-SINISTRE,
                      :H-PLAFOND-ANNUEL,
                      :H-CUMUL-PAIEMENTS,
                      :H-CUMUL-ANNUEL
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-EXAMINES
              MOVE SPACES TO W-LS-PLAFOND-ATTEINT
              EVALUATE TRUE
              WHEN H-PLAFOND-SINISTRE > 0
               AND H-CUMUL-PAIEMENTS >= H-PLAFOND-SINISTRE
                 MOVE 'SINISTRE'         TO W-LS-PLAFOND-ATTEINT
                 MOVE H-PLAFOND-SINISTRE TO W-LS-PLAFOND
              WHEN H-PLAFOND-ANNUEL > 0
               AND H-CUMUL-ANNUEL >= H-PLAFOND-ANNUEL
                 MOVE 'ANNUEL  '         TO W-LS-PLAFOND-ATTEINT
                 MOVE H-PLAFOND-ANNUEL   TO W-LS-PLAFOND
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
              IF  W-LS-PLAFOND-ATTEINT NOT = SPACES
                  PERFORM ECRIRE-SINISTRE
              END-IF
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       ECRIRE-SINISTRE.
           IF  H-LIBELLE NOT = W-LIBELLE-COURANT
               IF  W-NB-GENERAL > 0
                   PERFORM ECRIRE-TOTAL-LIBELLE
               END-IF
               MOVE H-LIBELLE TO W-LIBELLE-COURANT
               MOVE 0 TO W-NB-LIBELLE
               MOVE SPACES TO ENR-SYS109
               WRITE ENR-SYS109
               MOVE SPACES TO ENR-SYS109
               STRING 'COUVERTURE ' H-LIBELLE
                      DELIMITED BY SIZE INTO ENR-SYS109
               WRITE ENR-SYS109
           END-IF
           ADD 1 TO W-NB-LIBELLE
                    W-NB-GENERAL
           MOVE H-ID-SINISTRE     TO W-LS-ID-SINISTRE
           MOVE H-ID-ASSUR        TO W-LS-ID-ASSUR
           MOVE H-DATE-SINISTRE   TO W-LS-DATE-SINISTRE
           MOVE H-STATUT          TO W-LS-STATUT
           MOVE H-MONTANT-EVALUE  TO W-LS-EVALUE
           MOVE H-FRANCHISE       TO W-LS-FRANCHISE
           IF  W-LS-PLAFOND-ATTEINT = 'ANNUEL  '
               MOVE H-CUMUL-ANNUEL    TO W-LS-VERSE
           ELSE
               MOVE H-CUMUL-PAIEMENTS TO W-LS-VERSE
           END-IF
           MOVE SPACES           TO ENR-SYS109
           MOVE W-LIGNE-SINISTRE TO ENR-SYS109
           WRITE ENR-SYS109
           .
      *
       ECRIRE-TOTAL-LIBELLE.
           MOVE W-NB-LIBELLE TO W-NB-ED
           MOVE SPACES TO ENR-SYS109
           STRING '  SINISTRES AU PLAFOND ' W-LIBELLE-COURANT
                  ' : ' W-NB-ED
                  DELIMITED BY SIZE INTO ENR-SYS109
           WRITE ENR-SYS109
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
           MOVE W-NB-GENERAL TO W-NB-ED
           MOVE SPACES TO ENR-SYS109
           WRITE ENR-SYS109
           MOVE SPACES TO ENR-SYS109
           STRING 'SINISTRES AU PLAFOND : ' W-NB-ED
                  '  SUR ' W-NB-EXAMINES ' SINISTRES PLAFONNES EXAMINES'
                  DELIMITED BY SIZE INTO ENR-SYS109
           WRITE ENR-SYS109
           CLOSE FSYS109
           IF  ANOMALIE
               DISPLAY 'PLFSIN00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
