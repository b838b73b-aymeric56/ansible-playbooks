      ****************************************************************
      * PROGRAMME BATCH = ETAT MENSUEL DES RESILIATIONS PAR MOTIF ET
      *                   PAR TYPE DE COUVERTURE
      ****************************************************************
      * PROGRAM:  RESRPT00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  TASSUR00 RESILIE DESORMAIS LES POLICES (FONCTION
      *           'X') ET HISTORISE CHAQUE RESILIATION AVEC SON MOTIF
      *           DANS ASSUR_RESILIATION. POUR LA SOUSCRIPTION, CE
      *           PROGRAMME EDITE SUR FSYS105 LES RESILIATIONS
      *           SAISIES DANS LE MOIS (CARTE SYSIN AAAA-MM, A BLANC
      *           LE MOIS PRECEDENT) : PAR MOTIF PUIS PAR LIBELLE DE
      *           COUVERTURE, LE NOMBRE DE POLICES, LE NOMBRE DE
      *           RESILIATIONS FORCEES MALGRE UN SINISTRE OUVERT ET
      *           LA PRIME NON ACQUISE REMBOURSEE, AVEC UN SOUS-TOTAL
      *           PAR MOTIF, UNE RECAPITULATION PAR COUVERTURE ET UN
      *           TOTAL GENERAL.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESRPT00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS105 ASSIGN TO UT-S-SYS105.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS105
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS105                             PIC X(132).
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
      *    MOIS TRAITE, LU EN SYSIN (AAAA-MM) - A BLANC OU INVALIDE,
      *    LE MOIS PRECEDENT
       01  W-MOIS-SAISI                           PIC X(07).
       01  H-DEBUT-MOIS                           PIC X(10).
      *
       01  H-MOTIF                                PIC X(02).
       01  H-LIBELLE                              PIC X(32).
       01  H-NB-RESILIATIONS                      PIC S9(9) COMP.
       01  H-NB-FORCEES                           PIC S9(9) COMP.
       01  H-REMBOURSE                            PIC S9(11)V99 COMP-3.
      *
       01  W-MOTIF-COURANT                        PIC X(02)
                                                  VALUE LOW-VALUES.
       01  W-LIBELLE-MOTIF                        PIC X(30).
       01  W-NB-MOTIF                             PIC 9(07) VALUE 0.
       01  W-NB-FORCEES-MOTIF                     PIC 9(07) VALUE 0.
       01  W-TOTAL-MOTIF                          PIC S9(11)V99 COMP-3
                                                  VALUE 0.
       01  W-NB-GENERAL                           PIC 9(07) VALUE 0.
       01  W-NB-FORCEES-GENERAL                   PIC 9(07) VALUE 0.
       01  W-TOTAL-GENERAL                        PIC S9(11)V99 COMP-3
                                                  VALUE 0.
       01  W-NB-ED                                PIC Z(6)9.
       01  W-NB-FORCEES-ED                        PIC Z(6)9.
       01  W-MONTANT-ED                           PIC -(10)9.99.
      *
      *    RESILIATIONS DU MOIS PAR MOTIF ET PAR COUVERTURE
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT MOTIF,
                     LIBELLE,
                     COUNT(*),
                     SUM(CASE WHEN FORCEE = 'Y' THEN 1 ELSE 0 END),
                     COALESCE(SUM(PRIME_NON_ACQUISE), 0)
              FROM ASSUR_RESILIATION
              WHERE DATE(DATE_SAISIE) >= DATE(:H-DEBUT-MOIS)
                AND DATE(DATE_SAISIE) <  DATE(:H-DEBUT-MOIS) + 1 MONTH
              GROUP BY MOTIF, LIBELLE
              ORDER BY MOTIF, LIBELLE
           END-EXEC.
      *    RECAPITULATION DU MOIS PAR COUVERTURE, TOUS MOTIFS
           EXEC SQL
              DECLARE C02 CURSOR FOR
              SELECT LIBELLE,
                     COUNT(*),
                     SUM(CASE WHEN FORCEE = 'Y' THEN 1 ELSE 0 END),
                     COALESCE(SUM(PRIME_NON_ACQUISE), 0)
              FROM ASSUR_RESILIATION
              WHERE DATE(DATE_SAISIE) >= DATE(:H-DEBUT-MOIS)
                AND DATE(DATE_SAISIE) <  DATE(:H-DEBUT-MOIS) + 1 MONTH
              GROUP BY LIBELLE
              ORDER BY LIBELLE
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE
               PERFORM TRAITER-MOTIFS
           END-IF
           IF  NOT ANOMALIE
               PERFORM TRAITER-COUVERTURES
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           OPEN OUTPUT FSYS105
           PERFORM LIRE-MOIS-TRAITE
           MOVE SPACES TO ENR-SYS105
           STRING 'RESILIATIONS DE POLICES SAISIES EN '
                  H-DEBUT-MOIS(1:7)
                  DELIMITED BY SIZE INTO ENR-SYS105
           WRITE ENR-SYS105
           .
      *
      *    CARTE SYSIN AAAA-MM ; A BLANC OU NON NUMERIQUE, LE MOIS
      *    PRECEDENT LE MOIS COURANT
       LIRE-MOIS-TRAITE.
           ACCEPT W-MOIS-SAISI FROM SYSIN
           IF  W-MOIS-SAISI(1:4) IS NUMERIC
               AND W-MOIS-SAISI(5:1) = '-'
               AND W-MOIS-SAISI(6:2) IS NUMERIC
               AND W-MOIS-SAISI(6:2) >= '01'
               AND W-MOIS-SAISI(6:2) <= '12'
               MOVE SPACES TO H-DEBUT-MOIS
               STRING W-MOIS-SAISI '-01' DELIMITED BY SIZE
                 INTO H-DEBUT-MOIS
           ELSE
               EXEC SQL
                  SELECT CHAR(CURRENT DATE - 1 MONTH
                              - (DAY(CURRENT DATE) - 1) DAYS, ISO)
                    INTO :H-DEBUT-MOIS
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF
           DISPLAY 'RESRPT00 - MOIS TRAITE : ' H-DEBUT-MOIS(1:7)
           .
      *
       TRAITER-MOTIFS.
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-MOTIF-SUIVANT UNTIL ANOMALIE
                                          OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
      *        SOUS-TOTAL DU DERNIER MOTIF EN COURS
               IF  W-NB-GENERAL > 0
                   PERFORM ECRIRE-TOTAL-MOTIF
               END-IF
           END-IF
           .
       LIRE-MOTIF-SUIVANT.
           EXEC SQL
              FETCH C01
               INTO
                      :H-MOTIF,
                      :H-LIBELLE,
                      :H-NB-RESILIATIONS,
                      :H-NB-FORCEES,
                      :H-REMBOURSE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              IF  H-MOTIF NOT = W-MOTIF-COURANT
                  IF  W-NB-GENERAL > 0
                      PERFORM ECRIRE-TOTAL-MOTIF
                  END-IF
                  MOVE H-MOTIF TO W-MOTIF-COURANT
                  MOVE 0 TO W-NB-MOTIF
                            W-NB-FORCEES-MOTIF
                            W-TOTAL-MOTIF
                  PERFORM LIBELLER-MOTIF
                  MOVE SPACES TO ENR-SYS105
                  WRITE ENR-SYS105
                  MOVE SPACES TO ENR-SYS105
                  STRING 'MOTIF ' H-MOTIF ' - ' W-LIBELLE-MOTIF
                         DELIMITED BY SIZE INTO ENR-SYS105
                  WRITE ENR-SYS105
              END-IF
              ADD H-NB-RESILIATIONS TO W-NB-MOTIF
                                       W-NB-GENERAL
              ADD H-NB-FORCEES      TO W-NB-FORCEES-MOTIF
                                       W-NB-FORCEES-GENERAL
              ADD H-REMBOURSE       TO W-TOTAL-MOTIF
                                       W-TOTAL-GENERAL
              MOVE H-NB-RESILIATIONS TO W-NB-ED
              MOVE H-NB-FORCEES      TO W-NB-FORCEES-ED
              MOVE H-REMBOURSE       TO W-MONTANT-ED
              MOVE SPACES TO ENR-SYS105
              STRING '  ' H-LIBELLE
                     '  POLICES ' W-NB-ED
                     '  DONT FORCEES ' W-NB-FORCEES-ED
                     '  REMBOURSE ' W-MONTANT-ED
                     DELIMITED BY SIZE INTO ENR-SYS105
              WRITE ENR-SYS105
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    LIBELLES DES MOTIFS DE RESILIATION (RS-MOTIF DE YESASSUR)
       LIBELLER-MOTIF.
           EVALUATE H-MOTIF
           WHEN 'AS'
              MOVE 'DEMANDE DE L''ASSURE' TO W-LIBELLE-MOTIF
           WHEN 'VE'
              MOVE 'VENTE OU DISPARITION DU BIEN' TO W-LIBELLE-MOTIF
           WHEN 'DC'
              MOVE 'DECES DE L''ASSURE' TO W-LIBELLE-MOTIF
           WHEN 'NP'
              MOVE 'NON-PAIEMENT DE LA PRIME' TO W-LIBELLE-MOTIF
           WHEN 'SI'
              MOVE 'RESILIATION APRES SINISTRE' TO W-LIBELLE-MOTIF
           WHEN 'CS'
              MOVE 'CHANGEMENT DE SITUATION' TO W-LIBELLE-MOTIF
           WHEN OTHER
              MOVE 'MOTIF NON REFERENCE' TO W-LIBELLE-MOTIF
           END-EVALUATE
           .
      *
       ECRIRE-TOTAL-MOTIF.
           MOVE W-NB-MOTIF         TO W-NB-ED
           MOVE W-NB-FORCEES-MOTIF TO W-NB-FORCEES-ED
           MOVE W-TOTAL-MOTIF      TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS105
           STRING '  TOTAL MOTIF ' W-MOTIF-COURANT
                  '  POLICES ' W-NB-ED
                  '  DONT FORCEES ' W-NB-FORCEES-ED
                  '  REMBOURSE ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS105
           WRITE ENR-SYS105
           .
      *
       TRAITER-COUVERTURES.
           MOVE SPACES TO ENR-SYS105
           WRITE ENR-SYS105
           MOVE 'RECAPITULATION PAR COUVERTURE' TO ENR-SYS105
           WRITE ENR-SYS105
           EXEC SQL
              OPEN C02
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-COUVERTURE-SUIVANTE UNTIL ANOMALIE
                                                OR SQLCODE = 100
               EXEC SQL
                  CLOSE C02
               END-EXEC
           END-IF
           .
       LIRE-COUVERTURE-SUIVANTE.
           EXEC SQL
              FETCH C02
               INTO
                      :H-LIBELLE,
                      :H-NB-RESILIATIONS,
                      :H-NB-FORCEES,
                      :H-REMBOURSE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              MOVE H-NB-RESILIATIONS TO W-NB-ED
              MOVE H-NB-FORCEES      TO W-NB-FORCEES-ED
              MOVE H-REMBOURSE       TO W-MONTANT-ED
              MOVE SPACES TO ENR-SYS105
              STRING '  ' H-LIBELLE
                     '  POLICES ' W-NB-ED
                     '  DONT FORCEES ' W-NB-FORCEES-ED
                     '  REMBOURSE ' W-MONTANT-ED
                     DELIMITED BY SIZE INTO ENR-SYS105
              WRITE ENR-SYS105
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
       TRT-ANOMALIE.
           SET ANOMALIE TO TRUE
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           MOVE W-NB-GENERAL         TO W-NB-ED
           MOVE W-NB-FORCEES-GENERAL TO W-NB-FORCEES-ED
           MOVE W-TOTAL-GENERAL      TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS105
           WRITE ENR-SYS105
           MOVE SPACES TO ENR-SYS105
           STRING 'TOTAL DU MOIS : POLICES ' W-NB-ED
                  '  DONT FORCEES ' W-NB-FORCEES-ED
                  '  PRIME NON ACQUISE REMBOURSEE ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS105
           WRITE ENR-SYS105
           CLOSE FSYS105
           IF  ANOMALIE
               DISPLAY 'RESRPT00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
