      ****************************************************************
      * PROGRAMME BATCH = ETAT DE PRE-RENOUVELLEMENT : SINISTRALITE
      *                   ET PRIME PROPOSEE PAR POLICE
      ****************************************************************
      * PROGRAM:  RENPRE00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  RENEXE00 APPLIQUE DESORMAIS A CHAQUE POLICE LE
      *           COEFFICIENT DU BAREME DE SINISTRALITE DE SA
      *           COUVERTURE AU LIEU D'UNE HAUSSE UNIQUE. AVANT LE
      *           RUN, LES SOUSCRIPTEURS DOIVENT VOIR CE QUE LE
      *           BAREME VA FAIRE : CE PROGRAMME EDITE SUR FSYS110,
      *           POUR LES POLICES NON RESILIEES DONT LA DATE DE FIN
      *           TOMBE DANS LES N PROCHAINS JOURS, LA PRIME
      *           ACTUELLE, LE NOMBRE DE SINISTRES ET LE MONTANT
      *           VERSE DES DERNIERES ANNEES, LE COEFFICIENT COTE
      *           (BAREME OU FORFAIT) ET LA PRIME PROPOSEE, AVEC DES
      *           TOTAUX. LA COTATION EST CELLE DE TASSUR00, LA MEME
      *           QUE RENEXE00 APPLIQUERA ; UN SOUSCRIPTEUR QUI NE LA
      *           RETIENT PAS PORTE SON COEFFICIENT SUR LA LIGNE DU
      *           FICHIER DE DECISIONS (COLONNES 12-16).
      *           CARTE SYSIN : HORIZON EN JOURS 9(3) (DEFAUT 30),
      *           HAUSSE FORFAITAIRE 9(3)V99 SANS POINT (DEFAUT 0),
      *           ANNEES D'HISTORIQUE 9(2) (DEFAUT 3) - LES DEUX
      *           DERNIERES VALEURS SONT CELLES DE LA CARTE RENEXE00.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENPRE00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS110 ASSIGN TO UT-S-SYS110.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS110
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS110                             PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * CONSTANTES DU PROGRAMME                                        *
      ******************************************************************

       COPY YESASSUR.
       77  C-TASSUR00                             PIC X(08)
                                                  VALUE 'TASSUR00'.
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
      *    CARTE SYSIN : HORIZON, HAUSSE FORFAITAIRE, HISTORIQUE
       01  W-CARTE-SYSIN.
           05  W-HORIZON-SAISI                    PIC X(03).
           05  W-PCT-SAISI                        PIC X(05).
           05  W-PCT-SAISI-N REDEFINES W-PCT-SAISI
                                                  PIC 9(3)V99.
           05  W-ANNEES-SAISIES                   PIC X(02).
           05  W-ANNEES-SAISIES-N REDEFINES W-ANNEES-SAISIES
                                                  PIC 9(02).
       01  N-HORIZON-JOURS                        PIC 9(03) VALUE 030.
       01  N-PCT-HAUSSE                           PIC 9(3)V99 VALUE 0.
       01  N-NB-ANNEES                            PIC 9(02) VALUE 03.
      *
       01  H-ID-ASSUR                             PIC S9(9) COMP.
       01  H-ID-PERS                              PIC S9(9) COMP.
      *
       01  W-NB-POLICES                           PIC 9(07) VALUE 0.
       01  W-NB-BAREME                            PIC 9(07) VALUE 0.
       01  W-NB-FORFAIT                           PIC 9(07) VALUE 0.
       01  W-NB-NON-COTEES                        PIC 9(07) VALUE 0.
       01  W-TOTAL-ACTUEL                         PIC 9(11)V99 VALUE 0.
       01  W-TOTAL-PROPOSE                        PIC 9(11)V99 VALUE 0.
       01  W-MONTANT-ED                           PIC Z(10)9.99.
       01  W-NB-ED                                PIC Z(6)9.
      *
       01  W-LIGNE-TITRE.
           05  FILLER                             PIC X(24)
               VALUE '  POLICE   PERSONNE    '.
           05  FILLER                             PIC X(32)
               VALUE 'COUVERTURE'.
           05  FILLER                             PIC X(24)
               VALUE '  FIN TERME   PRIME ACT.'.
           05  FILLER                             PIC X(17)
               VALUE ' NBS        VERSE'.
           05  FILLER                             PIC X(26)
               VALUE '  COEF.  ORIGINE  PROPOSEE'.
           05  FILLER                             PIC X(09)
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
           05  W-POL-DATE-FIN                     PIC X(10).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-POL-PRIME                        PIC Z(6)9.99.
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-POL-NB-SINISTRES                 PIC ZZ9.
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-POL-VERSE                        PIC Z(8)9.99.
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-POL-COEFFICIENT                  PIC 9.9999.
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-POL-ORIGINE                      PIC X(07).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-POL-PRIME-PROPOSEE               PIC Z(6)9.99.
           05  FILLER                             PIC X(10)
                                                  VALUE SPACE.
      *
      *    MEMES POLICES QUE RENASS00 : DATE DE FIN DANS L'HORIZON,
      *    HORS POLICES RESILIEES (ASSUR_RESILIATION)
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT
               ID_ASSUR,
               ID_PERS
              FROM ASSURANCES
              WHERE DATE_FIN BETWEEN CURRENT DATE
                                 AND CURRENT DATE
                                     + :N-HORIZON-JOURS DAYS
                AND NOT EXISTS
                   (SELECT 1 FROM ASSUR_RESILIATION R
                     WHERE R.ID_ASSUR = ASSURANCES.ID_ASSUR)
              ORDER BY DATE_FIN, ID_ASSUR
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           PERFORM TRAITER-POLICES
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           PERFORM LIRE-PARAMETRES
           OPEN OUTPUT FSYS110
           MOVE SPACES TO ENR-SYS110
           MOVE 'PRE-RENOUVELLEMENT : SINISTRALITE ET PRIME PROPOSEE'
             TO ENR-SYS110
           WRITE ENR-SYS110
           MOVE SPACES        TO ENR-SYS110
           MOVE W-LIGNE-TITRE TO ENR-SYS110
           WRITE ENR-SYS110
           .
      *
      *    TOUTE VALEUR ABSENTE, NULLE OU NON NUMERIQUE CONSERVE LA
      *    VALEUR PAR DEFAUT
       LIRE-PARAMETRES.
           ACCEPT W-CARTE-SYSIN FROM SYSIN
           IF  W-HORIZON-SAISI IS NUMERIC
           AND W-HORIZON-SAISI NOT = '000'
               MOVE W-HORIZON-SAISI TO N-HORIZON-JOURS
           END-IF
           IF  W-PCT-SAISI IS NUMERIC
               MOVE W-PCT-SAISI-N TO N-PCT-HAUSSE
           END-IF
           IF  W-ANNEES-SAISIES IS NUMERIC
           AND W-ANNEES-SAISIES-N > 0
               MOVE W-ANNEES-SAISIES-N TO N-NB-ANNEES
           END-IF
           DISPLAY 'HORIZON DE RENOUVELLEMENT (JOURS) : '
                   N-HORIZON-JOURS
           DISPLAY 'HAUSSE FORFAITAIRE : ' N-PCT-HAUSSE
           DISPLAY 'ANNEES D''HISTORIQUE : ' N-NB-ANNEES
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
                      :H-ID-PERS
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              PERFORM COTER-POLICE
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    COTATION DE LA POLICE PAR TASSUR00 ; UNE POLICE QUE
      *    TASSUR00 NE SAIT PAS COTER EST LISTEE AVEC LE MOTIF POUR
      *    QUE LE SOUSCRIPTEUR TRANCHE SUR LE FICHIER DE DECISIONS
       COTER-POLICE.
           ADD 1 TO W-NB-POLICES
           MOVE SPACES TO ENTREE
           SET ACCESS-COTATION TO TRUE
           MOVE H-ID-ASSUR   TO CT-ID_ASSUR
           MOVE N-PCT-HAUSSE TO CT-PCT-HAUSSE
           MOVE N-NB-ANNEES  TO CT-NB-ANNEES
           MOVE SPACES TO LIBELLE-ANOMALIE

           CALL C-TASSUR00 USING ENTREE SORTIE
           END-CALL

           MOVE H-ID-ASSUR TO W-POL-ID-ASSUR
           MOVE H-ID-PERS  TO W-POL-ID-PERS
           IF  RETOUR-OK
               MOVE Q-LIBELLE        TO W-POL-LIBELLE
               MOVE Q-DATE-FIN       TO W-POL-DATE-FIN
               MOVE Q-PRIME          TO W-POL-PRIME
               MOVE Q-NB-SINISTRES   TO W-POL-NB-SINISTRES
               MOVE Q-MONTANT-VERSE  TO W-POL-VERSE
               MOVE Q-COEFFICIENT    TO W-POL-COEFFICIENT
               MOVE Q-PRIME-PROPOSEE TO W-POL-PRIME-PROPOSEE
               IF  Q-BAREME
                   ADD 1 TO W-NB-BAREME
                   MOVE 'BAREME ' TO W-POL-ORIGINE
               ELSE
                   ADD 1 TO W-NB-FORFAIT
                   MOVE 'FORFAIT' TO W-POL-ORIGINE
               END-IF
               ADD Q-PRIME          TO W-TOTAL-ACTUEL
               ADD Q-PRIME-PROPOSEE TO W-TOTAL-PROPOSE
               MOVE SPACES         TO ENR-SYS110
               MOVE W-LIGNE-POLICE TO ENR-SYS110
           ELSE
               ADD 1 TO W-NB-NON-COTEES
               MOVE SPACES TO ENR-SYS110
               STRING W-POL-ID-ASSUR '  ' W-POL-ID-PERS
                      '  NON COTEE : ' LIBELLE-ANOMALIE
                      DELIMITED BY SIZE INTO ENR-SYS110
           END-IF
           WRITE ENR-SYS110
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
           MOVE SPACES TO ENR-SYS110
           WRITE ENR-SYS110
           MOVE W-NB-POLICES TO W-NB-ED
           MOVE SPACES TO ENR-SYS110
           STRING 'POLICES A RENOUVELER     : ' W-NB-ED
                  DELIMITED BY SIZE INTO ENR-SYS110
           WRITE ENR-SYS110
           MOVE W-NB-BAREME TO W-NB-ED
           MOVE SPACES TO ENR-SYS110
           STRING '  COTEES AU BAREME       : ' W-NB-ED
                  DELIMITED BY SIZE INTO ENR-SYS110
           WRITE ENR-SYS110
           MOVE W-NB-FORFAIT TO W-NB-ED
           MOVE SPACES TO ENR-SYS110
           STRING '  COTEES AU FORFAIT      : ' W-NB-ED
                  DELIMITED BY SIZE INTO ENR-SYS110
           WRITE ENR-SYS110
           MOVE W-NB-NON-COTEES TO W-NB-ED
           MOVE SPACES TO ENR-SYS110
           STRING '  NON COTEES             : ' W-NB-ED
                  DELIMITED BY SIZE INTO ENR-SYS110
           WRITE ENR-SYS110
           MOVE W-TOTAL-ACTUEL TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS110
           STRING 'PRIMES ACTUELLES         : ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS110
           WRITE ENR-SYS110
           MOVE W-TOTAL-PROPOSE TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS110
           STRING 'PRIMES PROPOSEES         : ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS110
           WRITE ENR-SYS110
           CLOSE FSYS110
           IF  ANOMALIE
               DISPLAY 'RENPRE00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
