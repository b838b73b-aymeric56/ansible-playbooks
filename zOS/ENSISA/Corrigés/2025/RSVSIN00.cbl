      *           COUVERTURE (JOINTURE ASSURANCES) ET UN TOTAL
      *           GENERAL.
      *
      *           LA PROVISION EST NETTE DE LA FRANCHISE ET BORNEE
      *           PAR LE PLAFOND PAR SINISTRE DE LA COUVERTURE EN
      *           VIGUEUR A LA DATE DU SINISTRE (COUVERTURE_LIMITE),
      *           COMME LES VERSEMENTS DE TSINIS00 ; LA FRANCHISE
      *           APPLIQUEE EST EDITEE SUR LA LIGNE DU SINISTRE.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSVSIN00.
       01  H-STATUT                               PIC X(01).
       01  H-MONTANT-EVALUE                       PIC S9(7)V99 COMP-3.
       01  H-CUMUL-PAIEMENTS                      PIC S9(9)V99 COMP-3.
       01  H-FRANCHISE                            PIC S9(7)V99 COMP-3.
       01  H-PLAFOND-SINISTRE                     PIC S9(7)V99 COMP-3.
      *
       01  W-DU-SINISTRE                          PIC S9(9)V99 COMP-3.
       01  W-PROVISION                            PIC S9(9)V99 COMP-3.
       01  W-LIBELLE-COURANT                      PIC X(32)
                                                  VALUE LOW-VALUES.
           05  FILLER                             PIC X(10)
                                                  VALUE '  EVALUE: '.
           05  W-LS-EVALUE                        PIC -(8)9.99.
           05  FILLER                             PIC X(13)
                                                  VALUE '  FRANCHISE: '.
           05  W-LS-FRANCHISE                     PIC -(8)9.99.
           05  FILLER                             PIC X(10)
                                                  VALUE '  VERSE: '.
           05  W-LS-VERSE                         PIC -(8)9.99.
           05  FILLER                             PIC X(13)
                                                  VALUE '  PROVISION: '.
           05  W-LS-PROVISION                     PIC -(8)9.99.
           05  FILLER                             PIC X(21)
                                                  VALUE SPACE.
      *
      *    LES SINISTRES NON REGLES AVEC LEUR COUVERTURE, LE CUMUL
      *    DE LEURS VERSEMENTS ET LA FRANCHISE ET LE PLAFOND PAR
      *    SINISTRE EN VIGUEUR A LEUR DATE (ZERO SANS LIMITE), EN
      *    ORDRE DE LIBELLE POUR LA RUPTURE
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT S.ID_SINISTRE,
                     S.MONTANT,
                     COALESCE((SELECT SUM(P.MONTANT)
                          FROM SINISTRE_PAIEMENT P
                         WHERE P.ID_SINISTRE = S.ID_SINISTRE), 0),
                     COALESCE((SELECT L.FRANCHISE
                          FROM COUVERTURE_LIMITE L
                         WHERE L.LIBELLE = A.LIBELLE
                           AND L.DATE_EFFET =
                               (SELECT MAX(M.DATE_EFFET)
                                  FROM COUVERTURE_LIMITE M
                                 WHERE M.LIBELLE = A.LIBELLE
                                   AND M.DATE_EFFET
                                       <= S.DATE_SINISTRE)), 0),
                     COALESCE((SELECT L.PLAFOND_SINISTRE
                          FROM COUVERTURE_LIMITE L
                         WHERE L.LIBELLE = A.LIBELLE
                           AND L.DATE_EFFET =
                               (SELECT MAX(M.DATE_EFFET)
                                  FROM COUVERTURE_LIMITE M
                                 WHERE M.LIBELLE = A.LIBELLE
                                   AND M.DATE_EFFET
                                       <= S.DATE_SINISTRE)), 0)
              FROM SINISTRES S,
                   ASSURANCES A
              WHERE S.ID_ASSUR = A.ID_ASSUR
                      :H-LIBELLE,
                      :H-STATUT,
                      :H-MONTANT-EVALUE,
                      :H-CUMUL-PAIEMENTS,
                      :H-FRANCHISE,
                      :H-PLAFOND-SINISTRE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
                  WRITE ENR-SYS087
              END-IF
              ADD 1 TO W-NB-SINISTRES
      *       DU NET DE FRANCHISE, BORNE PAR LE PLAFOND PAR SINISTRE
              COMPUTE W-DU-SINISTRE = H-MONTANT-EVALUE - H-FRANCHISE
              IF  W-DU-SINISTRE < 0
                  MOVE 0 TO W-DU-SINISTRE
              END-IF
              IF  H-PLAFOND-SINISTRE > 0
              AND H-PLAFOND-SINISTRE < W-DU-SINISTRE
                  MOVE H-PLAFOND-SINISTRE TO W-DU-SINISTRE
              END-IF
              COMPUTE W-PROVISION = W-DU-SINISTRE
                                  - H-CUMUL-PAIEMENTS
              IF  W-PROVISION < 0
                  MOVE 0 TO W-PROVISION
              MOVE H-ID-SINISTRE     TO W-LS-ID-SINISTRE
              MOVE H-STATUT          TO W-LS-STATUT
              MOVE H-MONTANT-EVALUE  TO W-LS-EVALUE
              MOVE H-FRANCHISE       TO W-LS-FRANCHISE
              MOVE H-CUMUL-PAIEMENTS TO W-LS-VERSE
              MOVE W-PROVISION       TO W-LS-PROVISION
              MOVE SPACES           TO ENR-SYS087
