      ****************************************************************
      * PROGRAMME BATCH = RELEVE MENSUEL DES COMMISSIONS DES AGENTS
      *                   ET FICHIER DE REGLEMENT FOURNISSEURS
      ****************************************************************
      * PROGRAM:  COMAGT00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  LES COMMISSIONS DES INTERMEDIAIRES ETAIENT CALCULEES
      *           A LA MAIN CHAQUE MOIS. LA POLICE PORTE DESORMAIS SON
      *           AGENT (ASSURANCES.ID_AGENT, FIXE A L'INSERTION PAR
      *           TASSUR00) ET LA TABLE AGENT_COMMISSION SON TAUX PAR
      *           TYPE DE COUVERTURE. POUR LE MOIS AAAA-MM LU EN SYSIN
      *           (PAR DEFAUT LE MOIS PRECEDENT), CE PROGRAMME :
      *             - COMMISSIONNE LES PRIMES REELLEMENT ENCAISSEES :
      *               CHAQUE REGLEMENT DE FACTURE_PAIEMENT DATE DU
      *               MOIS EST VENTILE ENTRE LES POLICES DE LA PERSONNE
      *               COUVRANT L'EXERCICE FACTURE, AU PRORATA DE LEUR
      *               PRIME (LA FACTURE EST EMISE PAR PERSONNE, PAS PAR
      *               POLICE), PUIS MULTIPLIE PAR LE TAUX DE L'AGENT ;
      *               LA COMMISSION PORTE SUR LA PRIME HORS TAXE : LA
      *               PART DE TAXE DU REGLEMENT (AU PRORATA DE LA TAXE
      *               DE LA FACTURE DANS FACTURE_TAXE) EST OTEE,
      *             - REPREND LA COMMISSION SUR LA PRIME NON ACQUISE
      *               REMBOURSEE DES POLICES RESILIEES (TASSUR00 'X')
      *               ENREGISTREES DANS LE MOIS,
      *             - EDITE SUR FSYS115 UN RELEVE PAR AGENT (DETAIL PAR
      *               POLICE, COMMISSIONS, REPRISES, NET A PAYER),
      *             - ECRIT SUR FSYS116, POUR CHAQUE AGENT A NET
      *               POSITIF, UN ORDRE DE REGLEMENT POUR LA
      *               COMPTABILITE FOURNISSEURS, SUIVI D'UN
      *               ENREGISTREMENT FIN 'TRLR' (NOMBRE, TOTAL, DATE).
      *           UN AGENT A NET NEGATIF (REPRISES SUPERIEURES AUX
      *           COMMISSIONS) N'EST PAS REGLE : SON SOLDE DEBITEUR EST
      *           SIGNALE SUR LE RELEVE POUR RECOUVREMENT. UNE POLICE
      *           DONT LA COUVERTURE N'A PAS DE TAUX CHEZ L'AGENT EST
      *           EDITEE 'SANS TAUX' ET NE COMMISSIONNE PAS.
      *           LE PROGRAMME NE MET RIEN A JOUR : UN RUN RELANCE SUR
      *           LE MEME MOIS REPRODUIT LE MEME RELEVE.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMAGT00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS115 ASSIGN TO UT-S-SYS115.
           SELECT FSYS116 ASSIGN TO UT-S-SYS116.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS115
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS115                             PIC X(132).
      *    ORDRES DE REGLEMENT DES COMMISSIONS
       FD  FSYS116
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS116.
           05  RG-ID-AGENT                        PIC X(08).
           05  RG-NOM                             PIC X(32).
           05  RG-IBAN                            PIC X(34).
           05  RG-MOIS                            PIC X(07).
           05  RG-MONTANT                         PIC 9(9)V99.
           05  FILLER                             PIC X(08).
       01  ENR-SYS116-TRAILER REDEFINES ENR-SYS116.
           05  TR-MARQUEUR                        PIC X(04).
               88  TR-EST-TRAILER                 VALUE 'TRLR'.
           05  TR-NB-ENR                          PIC 9(08).
           05  TR-DATE-TRAITEMENT                 PIC 9(08).
           05  TR-TOTAL                           PIC 9(11)V99.
           05  FILLER                             PIC X(67).
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
      *    MOIS TRAITE LU EN SYSIN (AAAA-MM) ET SES BORNES [DEBUT, FIN[
       01  W-MOIS-SAISI                           PIC X(07).
       01  W-MOIS-TRAITE                          PIC X(07).
       01  W-DATE-MOIS-DEBUT                      PIC X(10).
       01  W-DATE-MOIS-FIN                        PIC X(10).
      *
      *    LIGNE DE COMMISSION OU DE REPRISE
       01  H-ID-AGENT                             PIC X(08).
       01  H-AGT-NOM                              PIC X(32).
       01  H-AGT-IBAN                             PIC X(34).
       01  H-NATURE                               PIC X(01).
           88  NATURE-COMMISSION                  VALUE 'C'.
           88  NATURE-REPRISE                     VALUE 'R'.
       01  H-ID-ASSUR                             PIC S9(9) COMP.
       01  H-ID-PERS                              PIC S9(10) COMP.
       01  H-LIBELLE                              PIC X(32).
       01  H-MONTANT                              PIC S9(9)V99 COMP-3.
       01  H-PRIME                                PIC S9(9)V99 COMP-3.
       01  H-PRIME-TOTALE                         PIC S9(9)V99 COMP-3.
       01  H-TAUX                                 PIC S9(2)V99 COMP-3.
       01  W-ASSIETTE                             PIC S9(9)V99 COMP-3.
       01  W-COMMISSION                           PIC S9(9)V99 COMP-3.
      *
      *    CUMULS DE L'AGENT EN COURS ET DU RUN
       01  W-AGT-ID                               PIC X(08)
                                                  VALUE LOW-VALUES.
       01  W-AGT-NOM                              PIC X(32).
       01  W-AGT-IBAN                             PIC X(34).
       01  W-AGT-COMMISSIONS                      PIC S9(9)V99 COMP-3.
       01  W-AGT-REPRISES                         PIC S9(9)V99 COMP-3.
       01  W-AGT-NET                              PIC S9(9)V99 COMP-3.
       01  W-NB-AGENTS                            PIC 9(08) VALUE 0.
       01  W-NB-LIGNES                            PIC 9(08) VALUE 0.
       01  W-NB-SANS-TAUX                         PIC 9(08) VALUE 0.
       01  W-NB-REGLEMENTS                        PIC 9(08) VALUE 0.
       01  W-NB-DEBITEURS                         PIC 9(08) VALUE 0.
       01  W-TOT-REGLEMENTS                       PIC 9(11)V99 VALUE 0.
      *
       01  W-LIGNE-DETAIL.
           05  LD-NATURE                          PIC X(10).
           05  LD-ID-ASSUR                        PIC 9(09).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  LD-ID-PERS                         PIC 9(10).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  LD-LIBELLE                         PIC X(32).
           05  LD-ASSIETTE                        PIC Z(8)9.99-.
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  LD-TAUX                            PIC Z9.99.
           05  FILLER                             PIC X(01) VALUE '%'.
           05  LD-COMMISSION                      PIC Z(8)9.99-.
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  LD-OBSERVATION                     PIC X(10).
           05  FILLER                             PIC X(24) VALUE SPACE.
       01  W-MONTANT-ED                           PIC Z(8)9.99-.
       01  W-TOTAL-ED                             PIC Z(10)9.99.
      *
      *    COMMISSIONS SUR ENCAISSEMENTS DU MOIS : LE REGLEMENT EST
      *    VENTILE ENTRE LES POLICES DE LA PERSONNE EN COURS SUR
      *    L'EXERCICE DE LA FACTURE, AU PRORATA DE LEUR PRIME, APRES
      *    DEDUCTION DE SA PART DE TAXE ; PUIS REPRISES SUR LES
      *    RESILIATIONS ENREGISTREES DANS LE MOIS (PRIME HORS TAXE)
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT A.ID_AGENT,
                     G.NOM,
                     COALESCE(G.IBAN, ' '),
                     'C',
                     A.ID_ASSUR,
                     A.ID_PERS,
                     A.LIBELLE,
                     CASE WHEN F.MONTANT = 0
                          THEN P.MONTANT
                          ELSE P.MONTANT
                             - P.MONTANT
                             * COALESCE((SELECT SUM(X.MONTANT_TAXE)
                                           FROM FACTURE_TAXE X
                                          WHERE X.ID_FACTURE =
                                                F.ID_FACTURE), 0)
                             / F.MONTANT
                     END,
                     A.PRIME,
                     (SELECT SUM(B.PRIME)
                        FROM ASSURANCES B
                       WHERE B.ID_PERS = F.ID_PERS
                         AND YEAR(B.DATE_EFFET) <= F.EXERCICE
                         AND YEAR(B.DATE_FIN)   >= F.EXERCICE),
                     COALESCE((SELECT C.TAUX
                                 FROM AGENT_COMMISSION C
                                WHERE C.ID_AGENT = A.ID_AGENT
                                  AND C.LIBELLE  = A.LIBELLE), 0)
              FROM FACTURE_PAIEMENT P,
                   FACTURES F,
                   ASSURANCES A,
                   AGENT G
              WHERE F.ID_FACTURE = P.ID_FACTURE
                AND COALESCE(F.TYPE_FACTURE, 'F') = 'F'
                AND P.DATE_REGLEMENT >= DATE(:W-DATE-MOIS-DEBUT)
                AND P.DATE_REGLEMENT <  DATE(:W-DATE-MOIS-FIN)
                AND A.ID_PERS = F.ID_PERS
                AND YEAR(A.DATE_EFFET) <= F.EXERCICE
                AND YEAR(A.DATE_FIN)   >= F.EXERCICE
                AND A.PRIME > 0
                AND G.ID_AGENT = A.ID_AGENT
              UNION ALL
              SELECT A.ID_AGENT,
                     G.NOM,
                     COALESCE(G.IBAN, ' '),
                     'R',
                     A.ID_ASSUR,
                     A.ID_PERS,
                     A.LIBELLE,
                     R.PRIME_NON_ACQUISE,
                     R.PRIME_NON_ACQUISE,
                     R.PRIME_NON_ACQUISE,
                     COALESCE((SELECT C.TAUX
                                 FROM AGENT_COMMISSION C
                                WHERE C.ID_AGENT = A.ID_AGENT
                                  AND C.LIBELLE  = A.LIBELLE), 0)
              FROM ASSUR_RESILIATION R,
                   ASSURANCES A,
                   AGENT G
              WHERE A.ID_ASSUR = R.ID_ASSUR
                AND DATE(R.DATE_SAISIE) >= DATE(:W-DATE-MOIS-DEBUT)
                AND DATE(R.DATE_SAISIE) <  DATE(:W-DATE-MOIS-FIN)
                AND R.PRIME_NON_ACQUISE > 0
                AND G.ID_AGENT = A.ID_AGENT
              ORDER BY 1, 4, 5
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE
               PERFORM TRAITER-COMMISSIONS
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           OPEN OUTPUT FSYS115
           OPEN OUTPUT FSYS116

      *    MOIS PAR DEFAUT : LE MOIS PRECEDENT, LE RUN PASSANT EN
      *    DEBUT DE MOIS SUIVANT
           EXEC SQL
              SELECT SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO), 1, 7)
                INTO :W-MOIS-TRAITE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF

           ACCEPT W-MOIS-SAISI FROM SYSIN
           IF  W-MOIS-SAISI(1:4) IS NUMERIC
           AND W-MOIS-SAISI(5:1) = '-'
               MOVE W-MOIS-SAISI TO W-MOIS-TRAITE
           END-IF
           MOVE SPACES TO W-DATE-MOIS-DEBUT
           STRING W-MOIS-TRAITE '-01' DELIMITED BY SIZE
             INTO W-DATE-MOIS-DEBUT

           IF  NOT ANOMALIE
               EXEC SQL
                  SELECT CHAR(DATE(:W-DATE-MOIS-DEBUT) + 1 MONTH, ISO)
                    INTO :W-DATE-MOIS-FIN
                    FROM SYSIBM.SYSDUMMY1
               END-EXEC
               EVALUATE SQLCODE
               WHEN ZERO
                  DISPLAY 'COMMISSIONS DU MOIS ' W-MOIS-TRAITE
               WHEN -180
               WHEN -181
                  DISPLAY 'MOIS INVALIDE : ' W-MOIS-TRAITE
                  PERFORM TRT-ANOMALIE
               WHEN OTHER
                  PERFORM FORMATAGE-ERREUR-DB2
                  PERFORM TRT-ANOMALIE
               END-EVALUATE
           END-IF
           .
      *
       TRAITER-COMMISSIONS.
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-COMMISSION-SUIVANTE UNTIL ANOMALIE
                                                OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
               IF  W-AGT-ID NOT = LOW-VALUES
                   PERFORM CLORE-RELEVE-AGENT
               END-IF
           END-IF
           .
       LIRE-COMMISSION-SUIVANTE.
           EXEC SQL
              FETCH C01
               INTO
                      :H-ID-AGENT,
                      :H-AGT-NOM,
                      :H-AGT-IBAN,
                      :H-NATURE,
                      :H-ID-ASSUR,
                      :H-ID-PERS,
                      :H-LIBELLE,
                      :H-MONTANT,
                      :H-PRIME,
                      :H-PRIME-TOTALE,
                      :H-TAUX
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              IF  H-ID-AGENT NOT = W-AGT-ID
                  IF  W-AGT-ID NOT = LOW-VALUES
                      PERFORM CLORE-RELEVE-AGENT
                  END-IF
                  PERFORM OUVRIR-RELEVE-AGENT
              END-IF
              PERFORM CALCULER-COMMISSION
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       OUVRIR-RELEVE-AGENT.
           MOVE H-ID-AGENT TO W-AGT-ID
           MOVE H-AGT-NOM  TO W-AGT-NOM
           MOVE H-AGT-IBAN TO W-AGT-IBAN
           MOVE ZERO       TO W-AGT-COMMISSIONS
                              W-AGT-REPRISES
           ADD 1 TO W-NB-AGENTS

           MOVE ALL '-' TO ENR-SYS115
           WRITE ENR-SYS115
           MOVE SPACES TO ENR-SYS115
           STRING 'RELEVE DE COMMISSIONS DU MOIS ' W-MOIS-TRAITE
                  ' - AGENT ' W-AGT-ID ' ' W-AGT-NOM
                  DELIMITED BY SIZE INTO ENR-SYS115
           WRITE ENR-SYS115
           MOVE SPACES TO ENR-SYS115
           STRING 'NATURE    POLICE    PERSONNE   COUVERTURE'
                  DELIMITED BY SIZE INTO ENR-SYS115
           MOVE 'ASSIETTE'   TO ENR-SYS115(68:8)
           MOVE 'TAUX'       TO ENR-SYS115(80:4)
           MOVE 'COMMISSION' TO ENR-SYS115(88:10)
           WRITE ENR-SYS115
           .
      *
      *    ASSIETTE = PART DU MONTANT REVENANT A LA POLICE ; UNE
      *    REPRISE PORTE SUR LA PRIME NON ACQUISE REMBOURSEE ET VIENT
      *    EN DEDUCTION
       CALCULER-COMMISSION.
           IF  H-PRIME-TOTALE > ZERO
               COMPUTE W-ASSIETTE ROUNDED =
                   H-MONTANT * H-PRIME / H-PRIME-TOTALE
           ELSE
               MOVE ZERO TO W-ASSIETTE
           END-IF
           COMPUTE W-COMMISSION ROUNDED = W-ASSIETTE * H-TAUX / 100

           MOVE SPACES TO LD-OBSERVATION
           IF  NATURE-REPRISE
               MOVE 'REPRISE'    TO LD-NATURE
               ADD  W-COMMISSION TO W-AGT-REPRISES
               COMPUTE W-COMMISSION = 0 - W-COMMISSION
           ELSE
               MOVE 'COMMISSION' TO LD-NATURE
               ADD  W-COMMISSION TO W-AGT-COMMISSIONS
           END-IF
           IF  H-TAUX = ZERO
               MOVE 'SANS TAUX' TO LD-OBSERVATION
               ADD 1 TO W-NB-SANS-TAUX
           END-IF

           MOVE H-ID-ASSUR   TO LD-ID-ASSUR
           MOVE H-ID-PERS    TO LD-ID-PERS
           MOVE H-LIBELLE    TO LD-LIBELLE
           MOVE W-ASSIETTE   TO LD-ASSIETTE
           MOVE H-TAUX       TO LD-TAUX
           MOVE W-COMMISSION TO LD-COMMISSION
           MOVE W-LIGNE-DETAIL TO ENR-SYS115
           WRITE ENR-SYS115
           ADD 1 TO W-NB-LIGNES
           .
      *
      *    TOTAUX DU RELEVE ET ORDRE DE REGLEMENT SI LE NET EST
      *    POSITIF ; UN SOLDE DEBITEUR EST A RECOUVRER
       CLORE-RELEVE-AGENT.
           COMPUTE W-AGT-NET = W-AGT-COMMISSIONS - W-AGT-REPRISES

           MOVE W-AGT-COMMISSIONS TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS115
           STRING 'TOTAL COMMISSIONS : ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS115
           WRITE ENR-SYS115
           MOVE W-AGT-REPRISES TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS115
           STRING 'TOTAL REPRISES    : ' W-MONTANT-ED
                  DELIMITED BY SIZE INTO ENR-SYS115
           WRITE ENR-SYS115
           MOVE W-AGT-NET TO W-MONTANT-ED
           MOVE SPACES TO ENR-SYS115
           EVALUATE TRUE
           WHEN W-AGT-NET > ZERO
              STRING 'NET A PAYER       : ' W-MONTANT-ED
                     DELIMITED BY SIZE INTO ENR-SYS115
              PERFORM ECRIRE-REGLEMENT
           WHEN W-AGT-NET < ZERO
              STRING 'SOLDE DEBITEUR    : ' W-MONTANT-ED
                     ' - A RECOUVRER, AUCUN REGLEMENT'
                     DELIMITED BY SIZE INTO ENR-SYS115
              ADD 1 TO W-NB-DEBITEURS
           WHEN OTHER
              STRING 'NET A PAYER       : ' W-MONTANT-ED
                     ' - AUCUN REGLEMENT'
                     DELIMITED BY SIZE INTO ENR-SYS115
           END-EVALUATE
           WRITE ENR-SYS115
           .
      *
       ECRIRE-REGLEMENT.
           IF  W-AGT-IBAN = SPACES
               DISPLAY 'COMAGT00 - AGENT ' W-AGT-ID ' SANS IBAN'
           END-IF
           MOVE SPACES        TO ENR-SYS116
           MOVE W-AGT-ID      TO RG-ID-AGENT
           MOVE W-AGT-NOM     TO RG-NOM
           MOVE W-AGT-IBAN    TO RG-IBAN
           MOVE W-MOIS-TRAITE TO RG-MOIS
           MOVE W-AGT-NET     TO RG-MONTANT
           WRITE ENR-SYS116
           ADD 1         TO W-NB-REGLEMENTS
           ADD W-AGT-NET TO W-TOT-REGLEMENTS
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
           IF  NOT ANOMALIE
               MOVE SPACES           TO ENR-SYS116
               SET  TR-EST-TRAILER   TO TRUE
               MOVE W-NB-REGLEMENTS  TO TR-NB-ENR
               MOVE W-TOT-REGLEMENTS TO TR-TOTAL
               ACCEPT TR-DATE-TRAITEMENT FROM DATE YYYYMMDD
               WRITE ENR-SYS116
           END-IF

           MOVE ALL '-' TO ENR-SYS115
           WRITE ENR-SYS115
           MOVE W-TOT-REGLEMENTS TO W-TOTAL-ED
           MOVE SPACES TO ENR-SYS115
           STRING 'AGENTS : ' W-NB-AGENTS
                  '  LIGNES : ' W-NB-LIGNES
                  '  SANS TAUX : ' W-NB-SANS-TAUX
                  '  REGLEMENTS : ' W-NB-REGLEMENTS
                  '  TOTAL REGLE : ' W-TOTAL-ED
                  '  DEBITEURS : ' W-NB-DEBITEURS
                  DELIMITED BY SIZE INTO ENR-SYS115
           WRITE ENR-SYS115
           DISPLAY 'AGENTS ' W-NB-AGENTS ' REGLEMENTS ' W-NB-REGLEMENTS
                   ' TOTAL ' W-TOTAL-ED

           CLOSE FSYS115
           CLOSE FSYS116
           IF  ANOMALIE
               DISPLAY 'COMAGT00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
