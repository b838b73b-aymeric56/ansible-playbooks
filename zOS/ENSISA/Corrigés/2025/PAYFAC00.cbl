      *           SUR FSYS081, SUIVIE DES TOTAUX. LA BALANCE AGEE ET
      *           LES RELANCES SONT EDITEES PAR AGEFAC00.
      *
      *           DEPUIS L'ECHEANCIER FACASS00, L'ID FACTURE DESIGNE
      *           UNE ECHEANCE : LE REGLEMENT EST IMPUTE A CETTE
      *           SEULE ECHEANCE, REJETE SI ELLE EST DEJA SOLDEE OU
      *           SI L'ID DESIGNE UN AVOIR DE RESILIATION.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYFAC00.
       01  H-DATE-REGLEMENT                       PIC X(10).
       01  H-MONTANT                              PIC S9(9)V99
                                                  COMP-3.
       01  H-TYPE-FACTURE                         PIC X(01).
           88  H-EST-AVOIR                        VALUE 'A'.
       01  H-NUM-ECHEANCE                         PIC S9(4) COMP.
       01  H-RESTE-DU                             PIC S9(11)V99
                                                  COMP-3.
      *
       01  W-FIN-FICHIER-SW                       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER-ATTEINTE               VALUE 'Y'.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-MOTIF                        PIC X(40).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-ECHEANCE                     PIC X(12).
           05  FILLER                             PIC X(46)
                                                  VALUE SPACE.
       01  W-NUM-ECHEANCE-ED                      PIC 99.
      *
      *****************************************************************
       PROCEDURE DIVISION.
       TRAITER-REGLEMENT.
           MOVE W-NB-LUS       TO W-DIS-NUMERO
           MOVE E82-ID-FACTURE TO W-DIS-ID-FACTURE
           MOVE SPACES         TO W-DIS-ECHEANCE

           EVALUATE TRUE
             WHEN E82-ID-FACTURE IS NOT NUMERIC
           PERFORM LIRE-REGLEMENT
           .
      *
      *    L'ECHEANCE, SON NUMERO ET SON RESTE DU (MONTANT MOINS
      *    LES REGLEMENTS DEJA IMPUTES)
       CONTROLER-FACTURE.
           MOVE E82-ID-FACTURE TO H-ID-FACTURE
           EXEC SQL
               SELECT COALESCE(F.TYPE_FACTURE, 'F'),
                      COALESCE(F.NUM_ECHEANCE, 1),
                      F.MONTANT
                      - COALESCE((SELECT SUM(P.MONTANT)
                           FROM FACTURE_PAIEMENT P
                          WHERE P.ID_FACTURE = F.ID_FACTURE), 0)
               INTO :H-TYPE-FACTURE,
                    :H-NUM-ECHEANCE,
                    :H-RESTE-DU
               FROM FACTURES F
               WHERE F.ID_FACTURE = :H-ID-FACTURE
           END-EXEC

           IF  SQLCODE = ZERO
               MOVE H-NUM-ECHEANCE TO W-NUM-ECHEANCE-ED
               STRING 'ECHEANCE ' W-NUM-ECHEANCE-ED
                      DELIMITED BY SIZE INTO W-DIS-ECHEANCE
           END-IF

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 'FACTURE INCONNUE' TO W-DIS-MOTIF
               PERFORM REJETER-REGLEMENT
             WHEN SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               MOVE 'ERREUR SQL CONTROLE FACTURE' TO W-DIS-MOTIF
               PERFORM REJETER-REGLEMENT
             WHEN H-EST-AVOIR
               MOVE 'AVOIR - PAS DE REGLEMENT ATTENDU' TO W-DIS-MOTIF
               PERFORM REJETER-REGLEMENT
             WHEN H-RESTE-DU <= ZERO
               MOVE 'ECHEANCE DEJA SOLDEE' TO W-DIS-MOTIF
               PERFORM REJETER-REGLEMENT
             WHEN OTHER
               PERFORM INSERER-REGLEMENT
