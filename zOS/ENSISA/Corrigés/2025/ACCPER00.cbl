      *             - SES SINISTRES (TSINIS00 LISTE PAR PERSONNE),
      *             - SES ENTREES CONTACTS (CNTACDB2 LISTE) ET LE
      *               NOMBRE DE LIGNES D'AUDIT CONTACTS_AUDIT,
      *             - L'HISTORIQUE DE SES CONSENTEMENTS MARKETING
      *               PAR CANAL (TPERS_CONSENTEMENT),
      *             - L'HISTORIQUE DATE DE SES ADRESSES, VERSION PAR
      *               VERSION (ADRESSE_HIST),
      *             - LA PRESENCE OU NON DANS L'ARCHIVE EXTERNE
      *               NODE-REST-API (LISTE NOD02, MEME APPEL QUE
      *               PBOOKREC),
      *
       01  H-LASTNAME                             PIC X(15).
       01  H-NB-AUDIT                             PIC S9(9) COMP.
      *
      *    HISTORIQUE DES CONSENTEMENTS MARKETING DE LA PERSONNE
       01  H-ID-PERS                              PIC S9(10) COMP.
       01  H-CANAL                                PIC X(01).
       01  H-DATE-EFFET                           PIC X(10).
       01  H-STATUT                               PIC X(01).
       01  H-SOURCE                               PIC X(10).
       01  H-DATE-SAISIE                          PIC X(26).
       01  W-NB-CONSENTEMENTS                     PIC 9(05).
       01  W-FIN-CONSENT-SW                       PIC X(01).
           88  FIN-CONSENTEMENTS                  VALUE 'Y'.
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT CANAL,
                     CHAR(DATE_EFFET, ISO),
                     STATUT,
                     COALESCE(SOURCE, ' '),
                     COALESCE(CHAR(DATE_SAISIE), ' ')
              FROM TPERS_CONSENTEMENT
              WHERE ID_PERS = :H-ID-PERS
              ORDER BY CANAL, DATE_EFFET
           END-EXEC.
      *
      *    HISTORIQUE DES ADRESSES DE LA PERSONNE, DE LA PLUS
      *    ANCIENNE VERSION A CELLE EN VIGUEUR. LA VERSION 'ORIGINE'
      *    EST L'ADRESSE CONNUE AVANT L'HISTORISATION
       01  H-ID-ADRESSE                           PIC S9(10) COMP.
       01  H-ADR-DATE-EFFET                       PIC X(10).
       01  H-ADR-SOURCE                           PIC X(10).
       01  H-ADRESSE                              PIC X(64).
       01  W-ID-ADRESSE-ED                        PIC 9(10).
       01  W-NB-ADRESSES                          PIC 9(05).
       01  W-FIN-ADRESSES-SW                      PIC X(01).
           88  FIN-ADRESSES                       VALUE 'Y'.
           EXEC SQL
              DECLARE C02 CURSOR FOR
              SELECT ID_ADRESSE,
                     CASE WHEN DATE_EFFET = DATE('0001-01-01')
                          THEN 'ORIGINE'
                          ELSE CHAR(DATE_EFFET, ISO)
                     END,
                     COALESCE(SOURCE, ' '),
                     ADRESSE
              FROM ADRESSE_HIST
              WHERE ID_PERS = :H-ID-PERS
              ORDER BY ID_ADRESSE
           END-EXEC.
      *
       01  W-FIN-FICHIER-SW                       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER-ATTEINTE               VALUE 'Y'.
           PERFORM RESTITUER-ASSURANCES
           PERFORM RESTITUER-SINISTRES
           PERFORM RESTITUER-CONTACTS
           PERFORM RESTITUER-CONSENTEMENTS
           PERFORM RESTITUER-ADRESSES
           PERFORM RESTITUER-ARCHIVE

           MOVE SPACES TO ENR-SYS085
           END-IF
           WRITE ENR-SYS085
           .
      *
      *    TOUS LES ACCORDS ET RETRAITS, PAR CANAL ET PAR DATE, AVEC
      *    LEUR SOURCE - LA PREUVE DU CONSENTEMENT FAIT PARTIE DES
      *    DONNEES DETENUES
       RESTITUER-CONSENTEMENTS.
           MOVE E58-ID-PERS TO H-ID-PERS
           MOVE 0   TO W-NB-CONSENTEMENTS
           MOVE 'N' TO W-FIN-CONSENT-SW

           EXEC SQL OPEN C01 END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               SET FIN-CONSENTEMENTS TO TRUE
           END-IF

           PERFORM EDITER-UN-CONSENTEMENT
                   UNTIL FIN-CONSENTEMENTS

           EXEC SQL CLOSE C01 END-EXEC

           IF  W-NB-CONSENTEMENTS = 0
               MOVE SPACES TO ENR-SYS085
               MOVE '  CONSENTEMENTS : NEANT' TO ENR-SYS085
               WRITE ENR-SYS085
           END-IF
           .
       EDITER-UN-CONSENTEMENT.
           EXEC SQL
              FETCH C01
               INTO :H-CANAL,
                    :H-DATE-EFFET,
                    :H-STATUT,
                    :H-SOURCE,
                    :H-DATE-SAISIE
           END-EXEC

           EVALUATE SQLCODE
             WHEN ZERO
               ADD 1 TO W-NB-CONSENTEMENTS
               MOVE SPACES TO ENR-SYS085
               STRING '  CONSENTEMENT CANAL ' H-CANAL
                      ' STATUT ' H-STATUT
                      ' AU ' H-DATE-EFFET
                      ' SOURCE ' H-SOURCE
                      ' SAISI LE ' H-DATE-SAISIE(1:19)
                      DELIMITED BY SIZE INTO ENR-SYS085
               WRITE ENR-SYS085
             WHEN +100
               SET FIN-CONSENTEMENTS TO TRUE
             WHEN OTHER
               PERFORM FORMATAGE-ERREUR-DB2
               SET FIN-CONSENTEMENTS TO TRUE
           END-EVALUATE
           .
      *
      *    TOUTES LES ADRESSES CONNUES DE LA PERSONNE AVEC LEUR DATE
      *    D'EFFET ET LEUR SOURCE - LES ANCIENNES ADRESSES SONT AUSSI
      *    DES DONNEES DETENUES
       RESTITUER-ADRESSES.
           MOVE E58-ID-PERS TO H-ID-PERS
           MOVE 0   TO W-NB-ADRESSES
           MOVE 'N' TO W-FIN-ADRESSES-SW

           EXEC SQL OPEN C02 END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               SET FIN-ADRESSES TO TRUE
           END-IF

           PERFORM EDITER-UNE-ADRESSE
                   UNTIL FIN-ADRESSES

           EXEC SQL CLOSE C02 END-EXEC

           IF  W-NB-ADRESSES = 0
               MOVE SPACES TO ENR-SYS085
               MOVE '  HISTORIQUE ADRESSES : NEANT' TO ENR-SYS085
               WRITE ENR-SYS085
           END-IF
           .
       EDITER-UNE-ADRESSE.
           EXEC SQL
              FETCH C02
               INTO :H-ID-ADRESSE,
                    :H-ADR-DATE-EFFET,
                    :H-ADR-SOURCE,
                    :H-ADRESSE
           END-EXEC

           EVALUATE SQLCODE
             WHEN ZERO
               ADD 1 TO W-NB-ADRESSES
               MOVE H-ID-ADRESSE TO W-ID-ADRESSE-ED
               MOVE SPACES TO ENR-SYS085
               STRING '  ADRESSE V' W-ID-ADRESSE-ED
                      ' AU ' H-ADR-DATE-EFFET
                      ' SOURCE ' H-ADR-SOURCE
                      ' : ' H-ADRESSE
                      DELIMITED BY SIZE INTO ENR-SYS085
               WRITE ENR-SYS085
             WHEN +100
               SET FIN-ADRESSES TO TRUE
             WHEN OTHER
               PERFORM FORMATAGE-ERREUR-DB2
               SET FIN-ADRESSES TO TRUE
           END-EVALUATE
           .
      *
       RESTITUER-ARCHIVE.
           MOVE SPACES TO ENR-SYS085
