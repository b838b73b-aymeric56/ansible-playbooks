      ****************************************************************
      * PROGRAMME BATCH = DECLARATION TRIMESTRIELLE DE LA TAXE SUR
      *                   LES CONVENTIONS D'ASSURANCE
      ****************************************************************
      * PROGRAM:  TAXDEC00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  LES FACTURES SONT EMISES TOUTES TAXES COMPRISES ET
      *           VENTILEES PAR CATEGORIE DE TAXE ET TAUX DANS
      *           FACTURE_TAXE (FACASS00 POUR LES ECHEANCES, TASSUR00
      *           POUR LES AVOIRS DE RESILIATION). LA TAXE EST DUE
      *           SUR LES PRIMES REELLEMENT ENCAISSEES : POUR LE
      *           TRIMESTRE AAAA-T LU EN SYSIN (PAR DEFAUT LE
      *           TRIMESTRE PRECEDENT), CE PROGRAMME :
      *             - REPARTIT CHAQUE REGLEMENT DE FACTURE_PAIEMENT
      *               DATE DU TRIMESTRE ENTRE LES LIGNES DE
      *               VENTILATION DE SA FACTURE, AU PRORATA DE LEUR
      *               MONTANT (ORIGINE 'E'). UNE FACTURE ANTERIEURE A
      *               LA TAXE, SANS VENTILATION, EST DECLAREE SANS
      *               CATEGORIE, AU TAUX 0, POUR TOUT SON REGLEMENT,
      *             - REPREND EN REGULARISATION LES AVOIRS EMIS DANS
      *               LE TRIMESTRE, POUR LEUR PRIME ET LEUR TAXE
      *               NEGATIVES (ORIGINE 'A'),
      *             - EDITE SUR FSYS123 LA DECLARATION : PAR CATEGORIE
      *               ET TAUX, LA PRIME ET LA TAXE ENCAISSEES, LES
      *               REGULARISATIONS D'AVOIRS ET LA TAXE DUE, PUIS LE
      *               TOTAL GENERAL,
      *             - ECRIT SUR FSYS124 LE DETAIL JUSTIFICATIF, UNE
      *               LIGNE PAR REGLEMENT OU AVOIR ET PAR CATEGORIE ET
      *               TAUX, SUIVI D'UN ENREGISTREMENT FIN 'TRLR'
      *               (NOMBRE, TRIMESTRE, TOTAUX PRIME ET TAXE). LES
      *               TOTAUX DE LA DECLARATION SONT LA SOMME EXACTE DE
      *               CE DETAIL.
      *           LE PROGRAMME NE MET RIEN A JOUR : UN RUN RELANCE SUR
      *           LE MEME TRIMESTRE REPRODUIT LA MEME DECLARATION.
      *           CODE RETOUR 8 SUR ANOMALIE DB2.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXDEC00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS123 ASSIGN TO UT-S-SYS123.
           SELECT FSYS124 ASSIGN TO UT-S-SYS124.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS123
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS123                             PIC X(132).
      *    DETAIL JUSTIFICATIF DE LA DECLARATION (LRECL 100)
       FD  FSYS124
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS124.
           05  DT-ORIGINE                         PIC X(01).
               88  DT-ENCAISSEMENT                VALUE 'E'.
               88  DT-AVOIR                       VALUE 'A'.
           05  DT-ID-FACTURE                      PIC 9(10).
           05  DT-ID-PERS                         PIC 9(10).
           05  DT-DATE                            PIC X(10).
           05  DT-MONTANT                         PIC S9(9)V99.
           05  DT-CATEGORIE-TAXE                  PIC X(04).
           05  DT-TAUX                            PIC 9(2)V99.
           05  DT-PRIME                           PIC S9(9)V99.
           05  DT-TAXE                            PIC S9(9)V99.
           05  FILLER                             PIC X(28).
       01  ENR-SYS124-TRAILER REDEFINES ENR-SYS124.
           05  TR-MARQUEUR                        PIC X(04).
               88  TR-EST-TRAILER                 VALUE 'TRLR'.
           05  TR-NB-ENR                          PIC 9(08).
           05  TR-TRIMESTRE                       PIC X(06).
           05  TR-TOTAL-PRIME                     PIC S9(11)V99.
           05  TR-TOTAL-TAXE                      PIC S9(11)V99.
           05  FILLER                             PIC X(56).
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
      *    TRIMESTRE TRAITE LU EN SYSIN (AAAA-T) ET SES BORNES
      *    [DEBUT, FIN[
       01  W-TRIM-SAISI                           PIC X(06).
       01  W-TRIM-TRAITE.
           05  W-TRIM-ANNEE                       PIC 9(04).
           05  FILLER                             PIC X(01) VALUE '-'.
           05  W-TRIM-NUMERO                      PIC 9(01).
       01  W-TRIM-MOIS-DEBUT                      PIC 9(02).
       01  W-DATE-TRIM-DEBUT                      PIC X(10).
       01  W-DATE-TRIM-FIN                        PIC X(10).
       01  H-ANNEE                                PIC S9(4) COMP.
       01  H-TRIMESTRE                            PIC S9(4) COMP.
      *
      *    LIGNE DE VENTILATION D'UN REGLEMENT OU D'UN AVOIR
       01  H-CATEGORIE-TAXE                       PIC X(04).
       01  H-TAUX                                 PIC S9(2)V99 COMP-3.
       01  H-ORIGINE                              PIC X(01).
           88  ORIGINE-ENCAISSEMENT               VALUE 'E'.
           88  ORIGINE-AVOIR                      VALUE 'A'.
       01  H-ID-FACTURE                           PIC S9(10) COMP.
       01  H-ID-PERS                              PIC S9(10) COMP.
       01  H-DATE                                 PIC X(10).
       01  H-MONTANT                              PIC S9(9)V99 COMP-3.
       01  H-PRIME                                PIC S9(9)V99 COMP-3.
       01  H-TAXE                                 PIC S9(9)V99 COMP-3.
      *
      *    CUMULS DU POSTE (CATEGORIE, TAUX) EN COURS ET DU TRIMESTRE
       01  W-CAT-CATEGORIE                        PIC X(04)
                                                  VALUE LOW-VALUES.
       01  W-CAT-TAUX                             PIC S9(2)V99 COMP-3.
       01  W-CAT-PRIME-ENC                        PIC S9(11)V99 COMP-3.
       01  W-CAT-TAXE-ENC                         PIC S9(11)V99 COMP-3.
       01  W-CAT-PRIME-AVO                        PIC S9(11)V99 COMP-3.
       01  W-CAT-TAXE-AVO                         PIC S9(11)V99 COMP-3.
       01  W-CAT-NB-LIGNES                        PIC 9(08).
       01  W-TOT-PRIME-ENC                        PIC S9(11)V99 COMP-3
                                                  VALUE 0.
       01  W-TOT-TAXE-ENC                         PIC S9(11)V99 COMP-3
                                                  VALUE 0.
       01  W-TOT-PRIME-AVO                        PIC S9(11)V99 COMP-3
                                                  VALUE 0.
       01  W-TOT-TAXE-AVO                         PIC S9(11)V99 COMP-3
                                                  VALUE 0.
       01  W-NB-POSTES                            PIC 9(08) VALUE 0.
       01  W-NB-DETAILS                           PIC 9(08) VALUE 0.
       01  W-NB-ENCAISSEMENTS                     PIC 9(08) VALUE 0.
       01  W-NB-AVOIRS                            PIC 9(08) VALUE 0.
       01  W-NB-SANS-CATEGORIE                    PIC 9(08) VALUE 0.
      *
       01  W-LIGNE-ENTETE.
           05  FILLER                             PIC X(41)
               VALUE 'DECLARATION DE TAXE SUR LES CONVENTIONS D'.
           05  FILLER                             PIC X(25)
               VALUE '''ASSURANCE - TRIMESTRE '.
           05  W-ENT-TRIMESTRE                    PIC X(06).
           05  FILLER                             PIC X(06)
                                                  VALUE '  DU '.
           05  W-ENT-DATE-DEBUT                   PIC X(10).
           05  FILLER                             PIC X(04)
                                                  VALUE ' AU '.
           05  W-ENT-DATE-FIN                     PIC X(10).
           05  FILLER                             PIC X(30)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-TITRE.
           05  FILLER                             PIC X(06)
                                                  VALUE 'CATEG.'.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(05)
                                                  VALUE ' TAUX'.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(15)
               VALUE 'PRIME ENCAISSEE'.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(15)
               VALUE ' TAXE ENCAISSEE'.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(15)
               VALUE '  PRIME AVOIRS'.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(15)
               VALUE '   TAXE AVOIRS'.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(15)
               VALUE '      TAXE DUE'.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(08)
                                                  VALUE '  LIGNES'.
           05  FILLER                             PIC X(24)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-POSTE.
           05  W-PST-CATEGORIE                    PIC X(06).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-PST-TAUX                         PIC Z9.99.
           05  W-PST-TAUX-X REDEFINES W-PST-TAUX  PIC X(05).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-PST-PRIME-ENC                    PIC Z(10)9.99-.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-PST-TAXE-ENC                     PIC Z(10)9.99-.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-PST-PRIME-AVO                    PIC Z(10)9.99-.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-PST-TAXE-AVO                     PIC Z(10)9.99-.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-PST-TAXE-DUE                     PIC Z(10)9.99-.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-PST-NB-LIGNES                    PIC Z(7)9.
           05  FILLER                             PIC X(24)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(30).
           05  W-TOT-NOMBRE                       PIC 9(08).
           05  FILLER                             PIC X(94)
                                                  VALUE SPACE.
      *
      * REGLEMENTS DU TRIMESTRE REPARTIS ENTRE LES LIGNES DE
      * VENTILATION DE LEUR FACTURE (FACTURE SANS VENTILATION : SANS
      * CATEGORIE, TAUX 0, TOUT EN PRIME), PUIS AVOIRS EMIS DANS LE
      * TRIMESTRE AVEC LEUR VENTILATION, PAR CATEGORIE ET TAUX
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT
               COALESCE(X.CATEGORIE_TAXE, ' '),
               COALESCE(X.TAUX, 0),
               'E',
               F.ID_FACTURE,
               F.ID_PERS,
               CHAR(P.DATE_REGLEMENT, ISO),
               P.MONTANT,
               CASE WHEN X.ID_FACTURE IS NULL THEN P.MONTANT
                    WHEN F.MONTANT = 0 THEN 0
                    ELSE ROUND(P.MONTANT * X.MONTANT_PRIME
                               / F.MONTANT, 2)
               END,
               CASE WHEN X.ID_FACTURE IS NULL THEN 0
                    WHEN F.MONTANT = 0 THEN 0
                    ELSE ROUND(P.MONTANT * X.MONTANT_TAXE
                               / F.MONTANT, 2)
               END
              FROM FACTURE_PAIEMENT P
                   INNER JOIN FACTURES F
                      ON F.ID_FACTURE = P.ID_FACTURE
                   LEFT OUTER JOIN FACTURE_TAXE X
                      ON X.ID_FACTURE = F.ID_FACTURE
              WHERE COALESCE(F.TYPE_FACTURE, 'F') = 'F'
                AND P.DATE_REGLEMENT >= DATE(:W-DATE-TRIM-DEBUT)
                AND P.DATE_REGLEMENT <  DATE(:W-DATE-TRIM-FIN)
              UNION ALL
              SELECT
               COALESCE(X.CATEGORIE_TAXE, ' '),
               COALESCE(X.TAUX, 0),
               'A',
               F.ID_FACTURE,
               F.ID_PERS,
               CHAR(F.DATE_EMISSION, ISO),
               F.MONTANT,
               COALESCE(X.MONTANT_PRIME, F.MONTANT),
               COALESCE(X.MONTANT_TAXE, 0)
              FROM FACTURES F
                   LEFT OUTER JOIN FACTURE_TAXE X
                      ON X.ID_FACTURE = F.ID_FACTURE
              WHERE F.TYPE_FACTURE = 'A'
                AND F.DATE_EMISSION >= DATE(:W-DATE-TRIM-DEBUT)
                AND F.DATE_EMISSION <  DATE(:W-DATE-TRIM-FIN)
              ORDER BY 1, 2, 3, 4
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE
               PERFORM TRAITER-DECLARATION
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           OPEN OUTPUT FSYS123
           OPEN OUTPUT FSYS124

      *    TRIMESTRE PAR DEFAUT : LE TRIMESTRE PRECEDENT, LE RUN
      *    PASSANT EN DEBUT DE TRIMESTRE SUIVANT
           EXEC SQL
              SELECT YEAR(CURRENT DATE - 3 MONTHS),
                     QUARTER(CURRENT DATE - 3 MONTHS)
                INTO :H-ANNEE,
                     :H-TRIMESTRE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           MOVE H-ANNEE     TO W-TRIM-ANNEE
           MOVE H-TRIMESTRE TO W-TRIM-NUMERO

           ACCEPT W-TRIM-SAISI FROM SYSIN
           IF  W-TRIM-SAISI(1:4) IS NUMERIC
           AND W-TRIM-SAISI(5:1) = '-'
           AND W-TRIM-SAISI(6:1) >= '1'
           AND W-TRIM-SAISI(6:1) <= '4'
               MOVE W-TRIM-SAISI(1:4) TO W-TRIM-ANNEE
               MOVE W-TRIM-SAISI(6:1) TO W-TRIM-NUMERO
           END-IF
           COMPUTE W-TRIM-MOIS-DEBUT = (W-TRIM-NUMERO - 1) * 3 + 1
           MOVE SPACES TO W-DATE-TRIM-DEBUT
           STRING W-TRIM-ANNEE '-' W-TRIM-MOIS-DEBUT '-01'
                  DELIMITED BY SIZE INTO W-DATE-TRIM-DEBUT

           IF  NOT ANOMALIE
               EXEC SQL
                  SELECT CHAR(DATE(:W-DATE-TRIM-DEBUT) + 3 MONTHS, ISO)
                    INTO :W-DATE-TRIM-FIN
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
               EVALUATE SQLCODE
               WHEN ZERO
                  DISPLAY 'DECLARATION DU TRIMESTRE ' W-TRIM-TRAITE
               WHEN -180
               WHEN -181
                  DISPLAY 'TRIMESTRE INVALIDE : ' W-TRIM-TRAITE
                  PERFORM TRT-ANOMALIE
               WHEN OTHER
                  PERFORM FORMATAGE-ERREUR-DB2
                  PERFORM TRT-ANOMALIE
               END-EVALUATE
           END-IF

           MOVE W-TRIM-TRAITE     TO W-ENT-TRIMESTRE
           MOVE W-DATE-TRIM-DEBUT TO W-ENT-DATE-DEBUT
           MOVE W-DATE-TRIM-FIN   TO W-ENT-DATE-FIN
           MOVE SPACES         TO ENR-SYS123
           MOVE W-LIGNE-ENTETE TO ENR-SYS123
           WRITE ENR-SYS123
           MOVE SPACES        TO ENR-SYS123
           MOVE W-LIGNE-TITRE TO ENR-SYS123
           WRITE ENR-SYS123
           .
      *
       TRAITER-DECLARATION.
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-VENTILATION-SUIVANTE UNTIL ANOMALIE
                                                 OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
               IF  W-CAT-CATEGORIE NOT = LOW-VALUES
                   PERFORM CLORE-POSTE
               END-IF
           END-IF
           .
       LIRE-VENTILATION-SUIVANTE.
           EXEC SQL
              FETCH C01
               INTO
                      :H-CATEGORIE-TAXE,
                      :H-TAUX,
                      :H-ORIGINE,
                      :H-ID-FACTURE,
                      :H-ID-PERS,
                      :H-DATE,
                      :H-MONTANT,
                      :H-PRIME,
                      :H-TAXE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              IF  H-CATEGORIE-TAXE NOT = W-CAT-CATEGORIE
               OR H-TAUX NOT = W-CAT-TAUX
                  IF  W-CAT-CATEGORIE NOT = LOW-VALUES
                      PERFORM CLORE-POSTE
                  END-IF
                  PERFORM OUVRIR-POSTE
              END-IF
              PERFORM CUMULER-VENTILATION
              PERFORM ECRIRE-DETAIL
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       OUVRIR-POSTE.
           MOVE H-CATEGORIE-TAXE TO W-CAT-CATEGORIE
           MOVE H-TAUX           TO W-CAT-TAUX
           MOVE 0 TO W-CAT-PRIME-ENC
                     W-CAT-TAXE-ENC
                     W-CAT-PRIME-AVO
                     W-CAT-TAXE-AVO
                     W-CAT-NB-LIGNES
           .
      *
      *    LES ENCAISSEMENTS SANS CATEGORIE (FACTURE NON VENTILEE OU
      *    COUVERTURE SANS CATEGORIE) SONT COMPTES A PART
       CUMULER-VENTILATION.
           ADD 1 TO W-CAT-NB-LIGNES
           IF  ORIGINE-AVOIR
               ADD 1 TO W-NB-AVOIRS
               ADD H-PRIME TO W-CAT-PRIME-AVO
               ADD H-TAXE  TO W-CAT-TAXE-AVO
           ELSE
               ADD 1 TO W-NB-ENCAISSEMENTS
               ADD H-PRIME TO W-CAT-PRIME-ENC
               ADD H-TAXE  TO W-CAT-TAXE-ENC
               IF  H-CATEGORIE-TAXE = SPACES AND H-TAUX = ZERO
                   ADD 1 TO W-NB-SANS-CATEGORIE
               END-IF
           END-IF
           .
      *
       ECRIRE-DETAIL.
           MOVE SPACES           TO ENR-SYS124
           MOVE H-ORIGINE        TO DT-ORIGINE
           MOVE H-ID-FACTURE     TO DT-ID-FACTURE
           MOVE H-ID-PERS        TO DT-ID-PERS
           MOVE H-DATE           TO DT-DATE
           MOVE H-MONTANT        TO DT-MONTANT
           MOVE H-CATEGORIE-TAXE TO DT-CATEGORIE-TAXE
           MOVE H-TAUX           TO DT-TAUX
           MOVE H-PRIME          TO DT-PRIME
           MOVE H-TAXE           TO DT-TAXE
           WRITE ENR-SYS124
           ADD 1 TO W-NB-DETAILS
           .
      *
      *    LIGNE DE DECLARATION DU POSTE : TAXE DUE = TAXE ENCAISSEE
      *    + TAXE DES AVOIRS (NEGATIVE)
       CLORE-POSTE.
           ADD 1 TO W-NB-POSTES
           MOVE SPACES          TO W-PST-CATEGORIE
           MOVE W-CAT-CATEGORIE TO W-PST-CATEGORIE
           MOVE W-CAT-TAUX      TO W-PST-TAUX
           MOVE W-CAT-PRIME-ENC TO W-PST-PRIME-ENC
           MOVE W-CAT-TAXE-ENC  TO W-PST-TAXE-ENC
           MOVE W-CAT-PRIME-AVO TO W-PST-PRIME-AVO
           MOVE W-CAT-TAXE-AVO  TO W-PST-TAXE-AVO
           COMPUTE W-PST-TAXE-DUE = W-CAT-TAXE-ENC + W-CAT-TAXE-AVO
           MOVE W-CAT-NB-LIGNES TO W-PST-NB-LIGNES
           MOVE SPACES        TO ENR-SYS123
           MOVE W-LIGNE-POSTE TO ENR-SYS123
           WRITE ENR-SYS123

           ADD W-CAT-PRIME-ENC TO W-TOT-PRIME-ENC
           ADD W-CAT-TAXE-ENC  TO W-TOT-TAXE-ENC
           ADD W-CAT-PRIME-AVO TO W-TOT-PRIME-AVO
           ADD W-CAT-TAXE-AVO  TO W-TOT-TAXE-AVO
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
           MOVE 'TOTAL '         TO W-PST-CATEGORIE
           MOVE SPACES           TO W-PST-TAUX-X
           MOVE W-TOT-PRIME-ENC  TO W-PST-PRIME-ENC
           MOVE W-TOT-TAXE-ENC   TO W-PST-TAXE-ENC
           MOVE W-TOT-PRIME-AVO  TO W-PST-PRIME-AVO
           MOVE W-TOT-TAXE-AVO   TO W-PST-TAXE-AVO
           COMPUTE W-PST-TAXE-DUE = W-TOT-TAXE-ENC + W-TOT-TAXE-AVO
           MOVE W-NB-DETAILS     TO W-PST-NB-LIGNES
           MOVE SPACES        TO ENR-SYS123
           MOVE W-LIGNE-POSTE TO ENR-SYS123
           WRITE ENR-SYS123

           MOVE 'POSTES CATEGORIE / TAUX     : ' TO W-TOT-LIBELLE
           MOVE W-NB-POSTES                      TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'LIGNES SUR ENCAISSEMENTS    : ' TO W-TOT-LIBELLE
           MOVE W-NB-ENCAISSEMENTS               TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'DONT SANS CATEGORIE DE TAXE : ' TO W-TOT-LIBELLE
           MOVE W-NB-SANS-CATEGORIE              TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'LIGNES SUR AVOIRS           : ' TO W-TOT-LIBELLE
           MOVE W-NB-AVOIRS                      TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL

           MOVE SPACES           TO ENR-SYS124-TRAILER
           SET  TR-EST-TRAILER   TO TRUE
           MOVE W-NB-DETAILS     TO TR-NB-ENR
           MOVE W-TRIM-TRAITE    TO TR-TRIMESTRE
           COMPUTE TR-TOTAL-PRIME = W-TOT-PRIME-ENC + W-TOT-PRIME-AVO
           COMPUTE TR-TOTAL-TAXE  = W-TOT-TAXE-ENC + W-TOT-TAXE-AVO
           WRITE ENR-SYS124-TRAILER

           CLOSE FSYS123
           CLOSE FSYS124
           DISPLAY 'TAXDEC00 - LIGNES DE DETAIL : ' W-NB-DETAILS
           DISPLAY 'TAXDEC00 - POSTES DECLARES  : ' W-NB-POSTES
           IF  ANOMALIE
               DISPLAY 'TAXDEC00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *
       ECRIRE-LIGNE-TOTAL.
           MOVE SPACES        TO ENR-SYS123
           MOVE W-LIGNE-TOTAL TO ENR-SYS123
           WRITE ENR-SYS123
           .
