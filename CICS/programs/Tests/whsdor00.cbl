       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSDOR00.
      *AUTHOR. ELENA.
      **********************************************************
      *                                                        *
      *   DETECTION MENSUELLE DES CONTRATS DORMANTS ET LISTE   *
      *   DES CLOTURES A PRONONCER                             *
      *                                                        *
      *   DES CONTRATS SANS MOUVEMENT DEPUIS DES ANNEES        *
      *   RESTENT OUVERTS AVEC DE PETITS SOLDES ; LE           *
      *   REGULATEUR ATTEND QU'ILS SOIENT IDENTIFIES, LEUR     *
      *   TITULAIRE PREVENU, PUIS QU'ILS SOIENT CLOTURES.      *
      *   CE BATCH, A CHAQUE PASSAGE :                         *
      *   - LEVE L'INDICATEUR DES CONTRATS DORMANTS QUI ONT    *
      *     REPRIS UNE ACTIVITE (FILET DE SECURITE : WHSPEAPI  *
      *     ET WHSORD00 LE LEVENT DEJA AU MOUVEMENT) ;         *
      *   - MARQUE DORMANT (CONTRATS.DORMANT = 'Y',            *
      *     DATE_DORMANCE = JOUR) CHAQUE CONTRAT OUVERT DONT   *
      *     LE DERNIER MOUVEMENT DU CLIENT EST PLUS ANCIEN QUE *
      *     LE NOMBRE DE MOIS SYSIN (COL 1-3, DEFAUT 12), ET   *
      *     ECRIT LE COURRIER DE NOTIFICATION A L'ADRESSE DU   *
      *     TITULAIRE DANS TPERS SUR FNOTIF. UN CONTRAT SANS   *
      *     TITULAIRE CONNU N'EST PAS MARQUE MAIS SIGNALE, A   *
      *     RATTACHER PAR WHSLNK00 ; UN CONTRAT DONT LE        *
      *     TITULAIRE EST DECEDE (TPERS.DATE_DECES) N'EST NI   *
      *     MARQUE NI NOTIFIE, MAIS LISTE POUR LA SUCCESSION ; *
      *   - LISTE POUR CLOTURE (FC, APRES TRANSFERT DU SOLDE)  *
      *     LES CONTRATS ENCORE DORMANTS AU TERME DU PREAVIS   *
      *     LEGAL EN MOIS SYSIN (COL 4-6, DEFAUT 6) ;          *
      *   - DONNE PAR PAYS LE NOMBRE ET LE SOLDE DES CONTRATS  *
      *     DORMANTS.                                          *
      *   LES POSTAGES DU SYSTEME (INTERETS 'IN', AGIOS 'AG',  *
      *   ANNULATIONS 'AN') NE SONT PAS UNE ACTIVITE DU        *
      *   CLIENT. COMPTE RENDU SUR FDORRPT, RC 4 SI DES        *
      *   CONTRATS SONT A CLOTURER OU A RATTACHER.             *
      *                                                        *
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDORRPT ASSIGN TO UT-S-DORRPT.
           SELECT FNOTIF  ASSIGN TO UT-S-NOTIF.

       DATA DIVISION.
       FILE SECTION.
       FD  FDORRPT
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-DORRPT                  PIC X(132).
      *    UN COURRIER PAR CONTRAT MARQUE DORMANT, POUR L'EDITIQUE.
      *    ADRESSE STRUCTUREE QUAND ELLE EST CONNUE, SINON LE PAVE
      *    LIBRE EN PREMIERE LIGNE
       FD  FNOTIF
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-NOTIF.
           05 NOT-PAYS                 PIC X(02).
           05 NOT-CONTRAT              PIC 9(11).
           05 NOT-ID-PERS              PIC X(10).
           05 NOT-NOM                  PIC X(40).
           05 NOT-PRENOM               PIC X(32).
           05 NOT-ADR-LIGNE1           PIC X(64).
           05 NOT-ADR-LIGNE2           PIC X(32).
           05 NOT-COD-POSTAL           PIC X(05).
           05 NOT-VILLE                PIC X(26).
           05 NOT-SOLDE                PIC S9(11)
                                       SIGN LEADING SEPARATE.
           05 NOT-DERNIER-MVT          PIC X(10).
           05 NOT-DATE-NOTIF           PIC X(10).
           05 FILLER                   PIC X(06).

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    CARTE SYSIN : MOIS SANS ACTIVITE PUIS MOIS DE PREAVIS
       01  W-SYSIN.
           05 W-SYSIN-MOIS-INACTIF     PIC X(03).
           05 W-SYSIN-MOIS-PREAVIS     PIC X(03).
           05 FILLER                   PIC X(74).
       01  W-MOIS-INACTIF              PIC 9(03) VALUE 12.
       01  W-MOIS-PREAVIS              PIC 9(03) VALUE 6.
       01  W-DATE-JOUR                 PIC X(10).

       01  SQL-HOST-VARIABLES.
          05 H-MOIS-INACTIF           PIC S9(4) COMP.
          05 H-MOIS-PREAVIS           PIC S9(4) COMP.
          05 H-PAYS                   PIC X(02).
          05 H-CONTRAT                PIC 9(11).
          05 H-REST                   PIC S9(11).
          05 H-ID-PERS                PIC X(10).
          05 H-DERNIER-MVT            PIC X(10).
          05 H-DATE-DORMANCE          PIC X(10).
          05 H-NOM                    PIC X(64).
          05 H-PRENOM                 PIC X(32).
          05 H-ADRESSE                PIC X(64).
          05 H-ADR-RUE                PIC X(32).
          05 H-ADR-COMPL              PIC X(32).
          05 H-ADR-COD-POSTAL         PIC X(05).
          05 H-ADR-VILLE              PIC X(26).
          05 H-DECEDE                 PIC X(01).
             88 TITULAIRE-DECEDE      VALUE 'O'.
          05 H-NB-DORMANTS            PIC S9(9) COMP.
          05 H-TOTAL-DORMANTS         PIC S9(13) COMP-3.
      *    INDICATEUR NULL DE LA JOINTURE EXTERNE SUR TPERS
       01  I-NOM                       PIC S9(4) COMP.
       01  DISP-SQLCODE                PIC +ZZZZZZZZ9.

       01  W-FIN-CANDIDATS-SW          PIC X(01) VALUE 'N'.
           88  FIN-CANDIDATS           VALUE 'Y'.
       01  W-FIN-CLOTURES-SW           PIC X(01) VALUE 'N'.
           88  FIN-CLOTURES            VALUE 'Y'.
       01  W-FIN-PAYS-SW               PIC X(01) VALUE 'N'.
           88  FIN-PAYS                VALUE 'Y'.
       01  W-ANOMALIE-SW               PIC X(01) VALUE 'N'.
           88  EN-ANOMALIE             VALUE 'Y'.

       01  W-NB-LEVES                  PIC 9(07) VALUE 0.
       01  W-NB-MARQUES                PIC 9(07) VALUE 0.
       01  W-NB-SANS-TITULAIRE         PIC 9(07) VALUE 0.
       01  W-NB-DECEDES                PIC 9(07) VALUE 0.
       01  W-NB-A-CLOTURER             PIC 9(07) VALUE 0.
       01  W-NB-ED                     PIC 9(07).
       01  W-SOLDE-ED                  PIC -(11)9.
       01  W-TOTAL-ED                  PIC -(13)9.

      *    CONTRATS OUVERTS NON ENCORE DORMANTS DONT LE DERNIER
      *    MOUVEMENT DU CLIENT EST ANTERIEUR AU SEUIL, AVEC LEUR
      *    TITULAIRE (NOM A NULL = TITULAIRE ABSENT DE TPERS) ET
      *    SON DECES EVENTUEL
           EXEC SQL
              DECLARE CCAND CURSOR FOR
              SELECT C.PAYS,
                     C.CONTRAT,
                     COALESCE(C.RESTANT, 0),
                     COALESCE(C.ID_PERS, ' '),
                     COALESCE(CHAR(MAX(DATE(M.DATE_MVT)), ISO),
                              '0001-01-01'),
                     P.NOM,
                     COALESCE(P.PRENOM, ' '),
                     COALESCE(P.ADRESSE, ' '),
                     COALESCE(P.ADR_RUE, ' '),
                     COALESCE(P.ADR_COMPL, ' '),
                     COALESCE(P.ADR_COD_POSTAL, ' '),
                     COALESCE(P.ADR_VILLE, ' '),
                     CASE WHEN P.DATE_DECES IS NULL THEN 'N'
                          ELSE 'O'
                     END
                FROM CONTRATS C
                LEFT JOIN MOUVEMENTS M
                  ON M.PAYS = C.PAYS
                 AND M.CONTRAT = C.CONTRAT
                 AND COALESCE(M.TYPE_MVT, ' ') NOT IN ('IN', 'AG', 'AN')
                LEFT JOIN TPERS P
                  ON P.ID_PERS = C.ID_PERS
               WHERE COALESCE(C.STATUT, 'O') = 'O'
                 AND COALESCE(C.DORMANT, 'N') <> 'Y'
               GROUP BY C.PAYS, C.CONTRAT, C.RESTANT, C.ID_PERS,
                        P.NOM, P.PRENOM, P.ADRESSE, P.ADR_RUE,
                        P.ADR_COMPL, P.ADR_COD_POSTAL, P.ADR_VILLE,
                        P.DATE_DECES
              HAVING COALESCE(MAX(DATE(M.DATE_MVT)), '0001-01-01')
                     < CURRENT DATE - :H-MOIS-INACTIF MONTHS
               ORDER BY C.PAYS, C.CONTRAT
           END-EXEC.

      *    CONTRATS DORMANTS DONT LE PREAVIS EST ECHU
           EXEC SQL
              DECLARE CCLOT CURSOR FOR
              SELECT PAYS,
                     CONTRAT,
                     COALESCE(RESTANT, 0),
                     COALESCE(ID_PERS, ' '),
                     CHAR(DATE_DORMANCE, ISO)
                FROM CONTRATS
               WHERE DORMANT = 'Y'
                 AND COALESCE(STATUT, 'O') = 'O'
                 AND DATE_DORMANCE
                     <= CURRENT DATE - :H-MOIS-PREAVIS MONTHS
               ORDER BY PAYS, CONTRAT
           END-EXEC.

      *    VUE PAR PAYS DES CONTRATS DORMANTS
           EXEC SQL
              DECLARE CPAYS CURSOR FOR
              SELECT PAYS,
                     COUNT(*),
                     COALESCE(SUM(RESTANT), 0)
                FROM CONTRATS
               WHERE DORMANT = 'Y'
                 AND COALESCE(STATUT, 'O') = 'O'
               GROUP BY PAYS
               ORDER BY PAYS
           END-EXEC.

      *--------------------
       PROCEDURE DIVISION.
      *--------------------
           PERFORM DEBUT
           IF NOT EN-ANOMALIE
               PERFORM LEVER-REPRISES
           END-IF
           IF NOT EN-ANOMALIE
               PERFORM DETECTER-DORMANTS
           END-IF
           IF NOT EN-ANOMALIE
               PERFORM LISTER-CLOTURES
           END-IF
           IF NOT EN-ANOMALIE
               PERFORM EDITER-PAR-PAYS
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      *=============
       DEBUT.
      *=============
           OPEN OUTPUT FDORRPT
           OPEN OUTPUT FNOTIF

           ACCEPT W-SYSIN FROM SYSIN
           IF W-SYSIN-MOIS-INACTIF IS NUMERIC
              AND W-SYSIN-MOIS-INACTIF > '000'
               MOVE W-SYSIN-MOIS-INACTIF TO W-MOIS-INACTIF
           END-IF
           IF W-SYSIN-MOIS-PREAVIS IS NUMERIC
              AND W-SYSIN-MOIS-PREAVIS > '000'
               MOVE W-SYSIN-MOIS-PREAVIS TO W-MOIS-PREAVIS
           END-IF
           MOVE W-MOIS-INACTIF TO H-MOIS-INACTIF
           MOVE W-MOIS-PREAVIS TO H-MOIS-PREAVIS

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :W-DATE-JOUR
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-IF
           DISPLAY 'WHSDOR00 - INACTIVITE ' W-MOIS-INACTIF
                   ' MOIS - PREAVIS ' W-MOIS-PREAVIS ' MOIS'

           MOVE SPACES TO ENR-DORRPT
           STRING 'CONTRATS DORMANTS AU ' W-DATE-JOUR
                  '  (SANS MOUVEMENT DU CLIENT DEPUIS '
                  W-MOIS-INACTIF ' MOIS, PREAVIS '
                  W-MOIS-PREAVIS ' MOIS)'
                  DELIMITED BY SIZE INTO ENR-DORRPT
           WRITE ENR-DORRPT
           .
      *
      *=============
       LEVER-REPRISES.
      *=============
      *    UN MOUVEMENT DU CLIENT DEPUIS LE MARQUAGE LEVE L'INDICATEUR
           EXEC SQL
              UPDATE CONTRATS C
                 SET DORMANT       = 'N',
                     DATE_DORMANCE = NULL
               WHERE C.DORMANT = 'Y'
                 AND EXISTS
                     (SELECT 1
                        FROM MOUVEMENTS M
                       WHERE M.PAYS = C.PAYS
                         AND M.CONTRAT = C.CONTRAT
                         AND DATE(M.DATE_MVT) >= C.DATE_DORMANCE
                         AND COALESCE(M.TYPE_MVT, ' ')
                             NOT IN ('IN', 'AG', 'AN'))
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD(3) TO W-NB-LEVES
             WHEN 100
               MOVE 0 TO W-NB-LEVES
             WHEN OTHER
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-EVALUATE
           MOVE SPACES TO ENR-DORRPT
           WRITE ENR-DORRPT
           MOVE SPACES TO ENR-DORRPT
           STRING 'INDICATEURS LEVES SUR REPRISE D''ACTIVITE : '
                  W-NB-LEVES
                  DELIMITED BY SIZE INTO ENR-DORRPT
           WRITE ENR-DORRPT
           .
      *
      *=============
       DETECTER-DORMANTS.
      *=============
           MOVE SPACES TO ENR-DORRPT
           WRITE ENR-DORRPT
           MOVE 'CONTRATS MARQUES DORMANTS CE MOIS' TO ENR-DORRPT
           WRITE ENR-DORRPT
           EXEC SQL
              OPEN CCAND
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           ELSE
               PERFORM TRAITER-UN-CANDIDAT UNTIL EN-ANOMALIE
                                           OR FIN-CANDIDATS
               EXEC SQL
                  CLOSE CCAND
               END-EXEC
           END-IF
           .
      *
      *=============
       TRAITER-UN-CANDIDAT.
      *=============
           EXEC SQL
              FETCH CCAND
               INTO :H-PAYS,
                    :H-CONTRAT,
                    :H-REST,
                    :H-ID-PERS,
                    :H-DERNIER-MVT,
                    :H-NOM :I-NOM,
                    :H-PRENOM,
                    :H-ADRESSE,
                    :H-ADR-RUE,
                    :H-ADR-COMPL,
                    :H-ADR-COD-POSTAL,
                    :H-ADR-VILLE,
                    :H-DECEDE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE H-REST TO W-SOLDE-ED
               MOVE SPACES TO ENR-DORRPT
               EVALUATE TRUE
                 WHEN I-NOM < 0
      *            PERSONNE A QUI ECRIRE : LE CONTRAT RESTE HORS
      *            DORMANCE TANT QU'IL N'EST PAS RATTACHE
                   ADD 1 TO W-NB-SANS-TITULAIRE
                   STRING '  ' H-PAYS ' ' H-CONTRAT
                          '  SOLDE ' W-SOLDE-ED
                          '  DERNIER MVT ' H-DERNIER-MVT
                          '  >>> SANS TITULAIRE CONNU - A RATTACHER'
                          DELIMITED BY SIZE INTO ENR-DORRPT
                   WRITE ENR-DORRPT
                 WHEN TITULAIRE-DECEDE
      *            AUCUN COURRIER A UN DEFUNT : PAS DE MARQUAGE SANS
      *            SON COURRIER, LE CONTRAT SUIT LA SUCCESSION
                   ADD 1 TO W-NB-DECEDES
                   STRING '  ' H-PAYS ' ' H-CONTRAT
                          '  SOLDE ' W-SOLDE-ED
                          '  DERNIER MVT ' H-DERNIER-MVT
                          '  TITULAIRE ' H-ID-PERS
                          ' >>> DECEDE - SANS NOTIFICATION'
                          DELIMITED BY SIZE INTO ENR-DORRPT
                   WRITE ENR-DORRPT
                 WHEN OTHER
                   PERFORM MARQUER-DORMANT
               END-EVALUATE
             WHEN 100
               SET FIN-CANDIDATS TO TRUE
             WHEN OTHER
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-EVALUATE
           .
      *
      *=============
       MARQUER-DORMANT.
      *=============
           EXEC SQL
              UPDATE CONTRATS
                 SET DORMANT       = 'Y',
                     DATE_DORMANCE = CURRENT DATE
               WHERE PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           ELSE
               ADD 1 TO W-NB-MARQUES
               PERFORM ECRIRE-NOTIFICATION
               STRING '  ' H-PAYS ' ' H-CONTRAT
                      '  SOLDE ' W-SOLDE-ED
                      '  DERNIER MVT ' H-DERNIER-MVT
                      '  TITULAIRE ' H-ID-PERS
                      ' ' H-NOM(1:30)
                      DELIMITED BY SIZE INTO ENR-DORRPT
               WRITE ENR-DORRPT
           END-IF
           .
      *
      *=============
       ECRIRE-NOTIFICATION.
      *=============
      *    ADRESSE STRUCTUREE (ADRMIG00) SI LA RUE EST CONNUE, SINON
      *    LE PAVE LIBRE HISTORIQUE
           MOVE SPACES         TO ENR-NOTIF
           MOVE H-PAYS         TO NOT-PAYS
           MOVE H-CONTRAT      TO NOT-CONTRAT
           MOVE H-ID-PERS      TO NOT-ID-PERS
           MOVE H-NOM          TO NOT-NOM
           MOVE H-PRENOM       TO NOT-PRENOM
           IF H-ADR-RUE NOT = SPACES
               MOVE H-ADR-RUE        TO NOT-ADR-LIGNE1
               MOVE H-ADR-COMPL      TO NOT-ADR-LIGNE2
               MOVE H-ADR-COD-POSTAL TO NOT-COD-POSTAL
               MOVE H-ADR-VILLE      TO NOT-VILLE
           ELSE
               MOVE H-ADRESSE        TO NOT-ADR-LIGNE1
           END-IF
           MOVE H-REST         TO NOT-SOLDE
           MOVE H-DERNIER-MVT  TO NOT-DERNIER-MVT
           MOVE W-DATE-JOUR    TO NOT-DATE-NOTIF
           WRITE ENR-NOTIF
           .
      *
      *=============
       LISTER-CLOTURES.
      *=============
           MOVE SPACES TO ENR-DORRPT
           WRITE ENR-DORRPT
           MOVE SPACES TO ENR-DORRPT
           STRING 'CONTRATS A CLOTURER (FC APRES TRANSFERT DU SOLDE)'
                  ' - DORMANTS DEPUIS ' W-MOIS-PREAVIS ' MOIS ET PLUS'
                  DELIMITED BY SIZE INTO ENR-DORRPT
           WRITE ENR-DORRPT
           EXEC SQL
              OPEN CCLOT
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           ELSE
               PERFORM LISTER-UNE-CLOTURE UNTIL EN-ANOMALIE
                                          OR FIN-CLOTURES
               EXEC SQL
                  CLOSE CCLOT
               END-EXEC
           END-IF
           .
      *
      *=============
       LISTER-UNE-CLOTURE.
      *=============
           EXEC SQL
              FETCH CCLOT
               INTO :H-PAYS,
                    :H-CONTRAT,
                    :H-REST,
                    :H-ID-PERS,
                    :H-DATE-DORMANCE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO W-NB-A-CLOTURER
               MOVE H-REST TO W-SOLDE-ED
               MOVE SPACES TO ENR-DORRPT
               STRING '  ' H-PAYS ' ' H-CONTRAT
                      '  TITULAIRE ' H-ID-PERS
                      '  NOTIFIE LE ' H-DATE-DORMANCE
                      '  SOLDE A TRANSFERER ' W-SOLDE-ED
                      DELIMITED BY SIZE INTO ENR-DORRPT
               WRITE ENR-DORRPT
             WHEN 100
               SET FIN-CLOTURES TO TRUE
             WHEN OTHER
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-EVALUATE
           .
      *
      *=============
       EDITER-PAR-PAYS.
      *=============
           MOVE SPACES TO ENR-DORRPT
           WRITE ENR-DORRPT
           MOVE 'CONTRATS DORMANTS PAR PAYS' TO ENR-DORRPT
           WRITE ENR-DORRPT
           EXEC SQL
              OPEN CPAYS
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           ELSE
               PERFORM EDITER-UN-PAYS UNTIL EN-ANOMALIE
                                      OR FIN-PAYS
               EXEC SQL
                  CLOSE CPAYS
               END-EXEC
           END-IF
           .
      *
      *=============
       EDITER-UN-PAYS.
      *=============
           EXEC SQL
              FETCH CPAYS
               INTO :H-PAYS,
                    :H-NB-DORMANTS,
                    :H-TOTAL-DORMANTS
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE H-NB-DORMANTS    TO W-NB-ED
               MOVE H-TOTAL-DORMANTS TO W-TOTAL-ED
               MOVE SPACES TO ENR-DORRPT
               STRING '  PAYS ' H-PAYS
                      '  CONTRATS DORMANTS ' W-NB-ED
                      '  SOLDE TOTAL ' W-TOTAL-ED
                      DELIMITED BY SIZE INTO ENR-DORRPT
               WRITE ENR-DORRPT
             WHEN 100
               SET FIN-PAYS TO TRUE
             WHEN OTHER
               PERFORM DISPLAY-SQL-CODE
               SET EN-ANOMALIE TO TRUE
           END-EVALUATE
           .
      *
      *=============
       FIN.
      *=============
           MOVE SPACES TO ENR-DORRPT
           WRITE ENR-DORRPT
           MOVE SPACES TO ENR-DORRPT
           STRING 'LEVES ' W-NB-LEVES
                  '  MARQUES DORMANTS ' W-NB-MARQUES
                  '  SANS TITULAIRE ' W-NB-SANS-TITULAIRE
                  '  DECEDES ' W-NB-DECEDES
                  '  A CLOTURER ' W-NB-A-CLOTURER
                  DELIMITED BY SIZE INTO ENR-DORRPT
           WRITE ENR-DORRPT

           CLOSE FDORRPT
           CLOSE FNOTIF

           DISPLAY 'WHSDOR00 - MARQUES DORMANTS : ' W-NB-MARQUES
           DISPLAY 'WHSDOR00 - A CLOTURER       : ' W-NB-A-CLOTURER
           IF W-NB-A-CLOTURER > 0 OR W-NB-SANS-TITULAIRE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF EN-ANOMALIE
      *        PAS DE MARQUAGE SANS SON COURRIER : TOUT EST DEFAIT ET
      *        LE FICHIER FNOTIF EST A ECARTER
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY 'WHSDOR00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *
      *=============
       DISPLAY-SQL-CODE.
      *=============
           MOVE SQLCODE TO DISP-SQLCODE
           DISPLAY 'WHSDOR00 - BAD SQLCODE : ' DISP-SQLCODE
           .
