           03 WS-TRANS                 PIC X(4).
           03 WS-CODOPE                PIC X(2).
           03 WS-CONTRACT              PIC 9(11).
      *    Solde signe : un contrat sous decouvert autorise le rend
      *    negatif (meme longueur que l'ancienne zone non signee)
           03 WS-REST                  PIC S9(11).
           03 ErrorCode                PIC X(2).
      *    Cible d'un virement (operation TR) : le contrat credite.
      *    WS-CROSS-PAYS doit valoir 'Y' pour admettre un virement
           03 WS-CONTRACT-CIBLE        PIC 9(11).
           03 WS-PAYS-CIBLE            PIC X(2).
           03 WS-CROSS-PAYS            PIC X(1).
      *    Titulaire du contrat (ID_PERS de TPERS) : obligatoire a
      *    l'ouverture OC, cle de recherche de l'operation LP
           03 WS-ID-PERS               PIC X(10).
      *    Retour de LP : les contrats de la personne avec leur solde
      *    et leur statut, 20 au plus (ErrorCode '14' au-dela)
           03 WS-NB-CONTRATS-PERS      PIC 9(2).
           03 WS-CONTRATS-PERS OCCURS 20.
              05 WS-LP-PAYS            PIC X(2).
              05 WS-LP-CONTRAT         PIC 9(11).
              05 WS-LP-RESTANT         PIC S9(11).
              05 WS-LP-STATUT          PIC X(1).
      *    Identite (ID_MVT) du mouvement a annuler par l'operation AN
           03 WS-ID-MVT                PIC 9(11).
      *    Ordre permanent (operation OP) : WS-OP-ACTION 'C' creation,
      *    'M' modification, 'A' annulation, 'R' reprise d'un ordre
      *    suspendu, 'L' lecture. Source WS-PAYS/WS-CONTRACT, cible
      *    WS-PAYS-CIBLE/WS-CONTRACT-CIBLE, comme pour TR. Frequence
      *    'M' mensuelle, 'T' trimestrielle, 'S' semestrielle, 'A'
      *    annuelle ; dates AAAA-MM-JJ, fin a blanc = sans fin
           03 WS-OP-ACTION             PIC X(1).
           03 WS-OP-ID                 PIC 9(11).
           03 WS-OP-MONTANT            PIC 9(11).
           03 WS-OP-FREQUENCE          PIC X(1).
           03 WS-OP-ECHEANCE           PIC X(10).
           03 WS-OP-FIN                PIC X(10).
           03 WS-OP-STATUT             PIC X(1).
           03 WS-OP-NB-ECHECS          PIC 9(2).

      * Working variables
       01 WORKING-VARIABLES.
          05 CICS-PROGRAM             PIC X(08) VALUE SPACES.
          05 RESP                     PIC S9(8) COMP-5 SYNC.
          05 RESP2                    PIC S9(8) COMP-5 SYNC.
      *    Rang du contrat courant dans le retour de LP
          05 RANG-PERS                PIC 9(2) COMP.
      *    Solde rendu par AN : celui du contrat du mouvement annule
          05 SOLDE-ANNULATION         PIC S9(11).

      *----------------------------------------------------------------*
      *                DECLARATION DES HOST-VARIABLES                  *
      *    ES ET PT SONT SERVIES PAR LES MEMES CHEMINS QUE FR, CHAQUE
      *    CONTRAT ETANT RATTACHE A SON PAYS. STATUT : 'O' OUVERT,
      *    'F' FERME (LES LIGNES ANTERIEURES A LA COLONNE, A NULL,
      *    SE LISENT OUVERTES). DORMANT 'Y' : CONTRAT SANS ACTIVITE
      *    SIGNALE AU TITULAIRE PAR WHSDOR00 LE JOUR DATE_DORMANCE ;
      *    TOUT MOUVEMENT DU CLIENT LEVE L'INDICATEUR
           EXEC SQL
              DECLARE CONTRATS TABLE
              (
               PAYS                CHAR(2) NOT NULL,
               CONTRAT             DECIMAL(11,0) NOT NULL,
               RESTANT             DECIMAL(11,0),
               STATUT              CHAR(1),
               ID_PERS             CHAR(10),
               DORMANT             CHAR(1),
               DATE_DORMANCE       DATE
              )
           END-EXEC.

      *    REFERENTIEL DES PERSONNES : LE TITULAIRE D'UN CONTRAT DOIT
      *    Y EXISTER (ID_PERS)
           EXEC SQL
              DECLARE TPERS TABLE
              (
               ID_PERS             CHAR(10) NOT NULL,
               NOM                 CHAR(64),
               PRENOM              CHAR(32)
              )
           END-EXEC.

      *    HISTORIQUE DES MOUVEMENTS - UNE LIGNE PAR DEBIT/CREDIT
      *    APPLIQUE A UN CONTRAT, POUR QU'UN SOLDE CONTESTE PUISSE
      *    ETRE RECONSTITUE LIGNE A LIGNE. TYPE_MVT : LE CODE
      *    OPERATION QUI L'A PRODUIT (DB, CR, OC, TR, AN) OU 'IN'
      *    POUR LES INTERETS POSTES PAR WHSINT00. ID_MVT : IDENTITE
      *    DE LA LIGNE (GENERATED ALWAYS AS IDENTITY) ; UNE
      *    ANNULATION PORTE DANS ID_MVT_ANNULE CELLE DE L'ORIGINAL
           EXEC SQL
              DECLARE MOUVEMENTS TABLE
              (
               SOLDE_APRES         DECIMAL(11,0) NOT NULL,
               DATE_MVT            TIMESTAMP NOT NULL,
               CODE_TRANSACTION    CHAR(4),
               TRANSFER_REF        DECIMAL(11,0),
               TYPE_MVT            CHAR(2),
               ID_MVT              DECIMAL(11,0) NOT NULL,
               ID_MVT_ANNULE       DECIMAL(11,0)
              )
           END-EXEC.

      *    DECOUVERT AUTORISE PAR CONTRAT : LA LIGNE DONT LA DATE
      *    D'EFFET EST LA PLUS RECENTE SANS ETRE FUTURE FAIT FOI ;
      *    SANS LIGNE, LE DECOUVERT AUTORISE EST NUL
           EXEC SQL
              DECLARE DECOUVERTS_AUTORISES TABLE
              (
               PAYS                CHAR(2) NOT NULL,
               CONTRAT             DECIMAL(11,0) NOT NULL,
               DATE_EFFET          DATE NOT NULL,
               LIMITE              DECIMAL(11,0) NOT NULL
              )
           END-EXEC.

      *    ORDRES PERMANENTS : VIREMENT RECURRENT D'UN MONTANT FIXE
      *    EXECUTE PAR LE BATCH WHSORD00. L'ECHEANCE DE RANG N EST
      *    DATE_DEBUT + N PERIODES (PAS DE DERIVE EN FIN DE MOIS).
      *    STATUT 'A' ACTIF, 'S' SUSPENDU APRES TROP D'ECHECS, 'T'
      *    TERMINE (DATE_FIN DEPASSEE), 'X' ANNULE
           EXEC SQL
              DECLARE ORDRES_PERMANENTS TABLE
              (
               ID_ORDRE            DECIMAL(11,0) NOT NULL,
               PAYS                CHAR(2) NOT NULL,
               CONTRAT             DECIMAL(11,0) NOT NULL,
               PAYS_CIBLE          CHAR(2) NOT NULL,
               CONTRAT_CIBLE       DECIMAL(11,0) NOT NULL,
               CROSS_PAYS          CHAR(1),
               MONTANT             DECIMAL(11,0) NOT NULL,
               FREQUENCE           CHAR(1) NOT NULL,
               DATE_DEBUT          DATE NOT NULL,
               NB_ECHEANCES        INTEGER NOT NULL,
               PROCHAINE_ECHEANCE  DATE NOT NULL,
               DATE_FIN            DATE,
               STATUT              CHAR(1) NOT NULL,
               NB_ECHECS           SMALLINT NOT NULL,
               DERNIER_ECHEC       CHAR(2),
               DATE_MAJ            TIMESTAMP NOT NULL
              )
           END-EXEC.

       01 SQL-HOST-VARIABLES.
          05 H-PAYS                   PIC X(02).
          05 H-CONTRAT                PIC 9(11).
          05 H-REST                   PIC S9(11).
          05 H-MONTANT                PIC 9(11).
          05 H-SOLDE-APRES            PIC S9(11).
          05 H-SENS                   PIC X(01).
          05 H-TRANSACTION            PIC X(04).
          05 H-TYPE-MVT               PIC X(02).
          05 H-STATUT                 PIC X(01).
             88 CONTRAT-FERME         VALUE 'F'.
          05 H-PAYS-CIBLE             PIC X(02).
          05 H-CONTRAT-CIBLE          PIC 9(11).
          05 H-REST-CIBLE             PIC S9(11).
          05 H-STATUT-CIBLE           PIC X(01).
          05 H-TRANSFER-REF           PIC 9(11).
          05 H-ID-PERS                PIC X(10).
          05 H-ID-MVT                 PIC 9(11).
          05 H-ID-ANNULE              PIC 9(11).
          05 H-NB-ANNUL               PIC S9(9) COMP.
      *    Seconde jambe d'un virement annule
          05 H-ID-MVT-JAMBE           PIC 9(11).
          05 H-PAYS-JAMBE             PIC X(02).
          05 H-CONTRAT-JAMBE          PIC 9(11).
          05 H-SENS-JAMBE             PIC X(01).
          05 H-SENS-ANNUL             PIC X(01).
      *    Ordre permanent
          05 H-OP-ID                  PIC 9(11).
          05 H-OP-CROSS               PIC X(01).
          05 H-OP-FREQUENCE           PIC X(01).
          05 H-OP-ECHEANCE            PIC X(10).
          05 H-OP-FIN                 PIC X(10).
          05 H-OP-STATUT              PIC X(01).
             88 ORDRE-ACTIF           VALUE 'A'.
             88 ORDRE-SUSPENDU        VALUE 'S'.
          05 H-OP-NB-ECHECS           PIC S9(4) COMP.
          05 H-OP-DATE-OK             PIC X(01).
          05 H-NB-OUVERTS             PIC S9(9) COMP.
      *    Decouvert autorise en vigueur du contrat debite
          05 H-DECOUVERT              PIC S9(11).
          05 H-NB-PERS                PIC S9(9) COMP.
       01 DISP-SQLCODE                PIC +ZZZZZZZZ9.

      *    LES CONTRATS D'UN TITULAIRE, TOUS PAYS (OPERATION LP)
           EXEC SQL
              DECLARE CPERS CURSOR FOR
              SELECT PAYS,
                     CONTRAT,
                     COALESCE(RESTANT, 0),
                     COALESCE(STATUT, 'O')
                FROM CONTRATS
               WHERE ID_PERS = :H-ID-PERS
               ORDER BY PAYS, CONTRAT
           END-EXEC.

      *----------------------------------------------------------------*
      *///*    Description des parametres fixes pour EXEC CICS     *///*
      *----------------------------------------------------------------*
           03 WS-TRANS                 PIC X(4).
           03 WS-CODOPE                PIC X(2).
           03 WS-CONTRACT              PIC 9(11).
      *    Solde signe : un contrat sous decouvert autorise le rend
      *    negatif (meme longueur que l'ancienne zone non signee)
           03 WS-REST                  PIC S9(11).
           03 ErrorCode                PIC X(2).
           03 WS-CONTRACT-CIBLE        PIC 9(11).
           03 WS-PAYS-CIBLE            PIC X(2).
           03 WS-CROSS-PAYS            PIC X(1).
      *    Titulaire du contrat (ID_PERS de TPERS) : obligatoire a
      *    l'ouverture OC, cle de recherche de l'operation LP
           03 WS-ID-PERS               PIC X(10).
      *    Retour de LP : les contrats de la personne avec leur solde
      *    et leur statut, 20 au plus (ErrorCode '14' au-dela)
           03 WS-NB-CONTRATS-PERS      PIC 9(2).
           03 WS-CONTRATS-PERS OCCURS 20.
              05 WS-LP-PAYS            PIC X(2).
              05 WS-LP-CONTRAT         PIC 9(11).
              05 WS-LP-RESTANT         PIC S9(11).
              05 WS-LP-STATUT          PIC X(1).
      *    Identite (ID_MVT) du mouvement a annuler par l'operation AN
           03 WS-ID-MVT                PIC 9(11).
      *    Ordre permanent (operation OP) : WS-OP-ACTION 'C' creation,
      *    'M' modification, 'A' annulation, 'R' reprise d'un ordre
      *    suspendu, 'L' lecture. Source WS-PAYS/WS-CONTRACT, cible
      *    WS-PAYS-CIBLE/WS-CONTRACT-CIBLE, comme pour TR. Frequence
      *    'M' mensuelle, 'T' trimestrielle, 'S' semestrielle, 'A'
      *    annuelle ; dates AAAA-MM-JJ, fin a blanc = sans fin
           03 WS-OP-ACTION             PIC X(1).
           03 WS-OP-ID                 PIC 9(11).
           03 WS-OP-MONTANT            PIC 9(11).
           03 WS-OP-FREQUENCE          PIC X(1).
           03 WS-OP-ECHEANCE           PIC X(10).
           03 WS-OP-FIN                PIC X(10).
           03 WS-OP-STATUT             PIC X(1).
           03 WS-OP-NB-ECHECS          PIC 9(2).

      *--------------------
       PROCEDURE DIVISION.
               PERFORM fermeture-contrat
             WHEN 'TR'
               PERFORM virement-contrats
             WHEN 'LP'
               PERFORM liste-contrats-personne
             WHEN 'AN'
               PERFORM annulation-mouvement
             WHEN 'OP'
               PERFORM ordre-permanent
             WHEN OTHER
               MOVE 0    TO WS-REST OF DFHCOMMAREA
               MOVE '99' TO ErrorCode OF DFHCOMMAREA
      *=============
      *    Debit du contrat recu sur la commarea : le montant arrive
      *    dans WS-REST et le solde restant apres debit y est rendu.
      *    Un debit qui porterait le solde sous le decouvert autorise
      *    du contrat (zero sans decouvert) est refuse avec le code
      *    distinct '06'. Chaque mouvement applique est trace
      *    dans MOUVEMENTS. Meme aiguillage pays que la consultation.

           EVALUATE WS-PAYS OF DFHCOMMAREA
      *    Lit le solde courant, applique le debit ou le credit
      *    (H-SENS) et historise le mouvement. Le solde est relu puis
      *    mis a jour avec un garde-fou dans le WHERE cote debit pour
      *    qu'un acces concurrent ne puisse pas le porter sous le
      *    decouvert autorise.

           MOVE WS-PAYS     OF DFHCOMMAREA TO H-PAYS
           MOVE WS-CONTRACT OF DFHCOMMAREA TO H-CONTRAT
           MOVE WS-REST     OF DFHCOMMAREA TO H-MONTANT
           MOVE 0 TO H-DECOUVERT

           EXEC SQL
               SELECT RESTANT,
               WHERE PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
           END-EXEC
           IF SQLCODE = 0 AND H-SENS = 'D'
               PERFORM lire-decouvert
           END-IF

           EVALUATE TRUE
             WHEN SQLCODE = 100
      *        aucune operation n'est plus admise dessus
               MOVE 0    TO WS-REST OF DFHCOMMAREA
               MOVE '05' TO ErrorCode OF DFHCOMMAREA
             WHEN H-SENS = 'D' AND H-REST + H-DECOUVERT < H-MONTANT
      *        Solde insuffisant : code distinct du contrat inconnu
               MOVE H-REST TO WS-REST OF DFHCOMMAREA
               MOVE '06'   TO ErrorCode OF DFHCOMMAREA
                      SET RESTANT = RESTANT - :H-MONTANT
                    WHERE PAYS = :H-PAYS
                      AND CONTRAT = :H-CONTRAT
                      AND RESTANT + :H-DECOUVERT >= :H-MONTANT
               END-EXEC
           ELSE
               EXEC SQL
           END-EVALUATE
           .
      *
      *=============
       lire-decouvert.
      *=============
      *    Decouvert autorise en vigueur pour H-PAYS/H-CONTRAT dans
      *    H-DECOUVERT ; une erreur SQL ne laisse aucun decouvert et
      *    son SQLCODE a l'appelant

           MOVE 0 TO H-DECOUVERT
           EXEC SQL
               SELECT COALESCE(
                        (SELECT D.LIMITE
                           FROM DECOUVERTS_AUTORISES D
                          WHERE D.PAYS = :H-PAYS
                            AND D.CONTRAT = :H-CONTRAT
                            AND D.DATE_EFFET =
                                (SELECT MAX(E.DATE_EFFET)
                                   FROM DECOUVERTS_AUTORISES E
                                  WHERE E.PAYS = D.PAYS
                                    AND E.CONTRAT = D.CONTRAT
                                    AND E.DATE_EFFET <= CURRENT DATE)),
                        0)
               INTO :H-DECOUVERT
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO H-DECOUVERT
           END-IF
           .
      *
      *=============
       historiser-mouvement.
      *=============
               PERFORM DISPLAY-SQL-CODE
           ELSE
               MOVE EIBTRNID TO H-TRANSACTION
               MOVE WS-CODOPE OF DFHCOMMAREA TO H-TYPE-MVT
               EXEC SQL
                   INSERT INTO MOUVEMENTS
                   (
                     MONTANT,
                     SOLDE_APRES,
                     DATE_MVT,
                     CODE_TRANSACTION,
                     TYPE_MVT
                   )
                   VALUES
                   (
                     :H-MONTANT,
                     :H-SOLDE-APRES,
                     CURRENT TIMESTAMP,
                     :H-TRANSACTION,
                     :H-TYPE-MVT
                   )
               END-EXEC

               IF SQLCODE = 0
                   MOVE H-SOLDE-APRES TO WS-REST OF DFHCOMMAREA
                   MOVE '00'          TO ErrorCode OF DFHCOMMAREA
                   MOVE H-PAYS        TO H-PAYS-CIBLE
                   MOVE H-CONTRAT     TO H-CONTRAT-CIBLE
                   PERFORM lever-dormance
               ELSE
      *            Le mouvement n'a pas pu etre historise : on
      *            signale l'anomalie plutot que de laisser un solde
           DISPLAY 'ERRORCODE    = '  ErrorCode OF DFHCOMMAREA
           .
      *
      *=============
       lever-dormance.
      *=============
      *    Un mouvement du client sur un contrat signale dormant
      *    (H-PAYS/H-CONTRAT et H-PAYS-CIBLE/H-CONTRAT-CIBLE) leve
      *    l'indicateur. Un echec n'invalide pas le mouvement deja
      *    passe : WHSDOR00 levera l'indicateur a son prochain passage

           EXEC SQL
               UPDATE CONTRATS
                  SET DORMANT       = 'N',
                      DATE_DORMANCE = NULL
                WHERE DORMANT = 'Y'
                  AND ((PAYS = :H-PAYS AND CONTRAT = :H-CONTRAT)
                    OR (PAYS = :H-PAYS-CIBLE
                        AND CONTRAT = :H-CONTRAT-CIBLE))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM DISPLAY-SQL-CODE
           END-IF
           .
      *
      *=============
       consultation-solde.
      *=============
      *    ouverte. Le versement initial est journalise comme premier
      *    mouvement du contrat (credit). Un contrat deja existant
      *    est refuse avec le code distinct '03'. Les contrats ne se
      *    creent plus par SQL direct. Le titulaire WS-ID-PERS doit
      *    exister dans TPERS, sinon code distinct '13'.

           EVALUATE WS-PAYS OF DFHCOMMAREA
             WHEN 'FR'
             WHEN 'ES'
             WHEN 'PT'
               PERFORM controler-titulaire
               IF CHECK-OK
                   PERFORM creer-contrat
               END-IF
             WHEN OTHER
               MOVE 0    TO WS-REST OF DFHCOMMAREA
               MOVE '02' TO ErrorCode OF DFHCOMMAREA
           END-EVALUATE
           .
      *
      *=============
       controler-titulaire.
      *=============
      *    Le titulaire recu doit etre une personne connue de TPERS :
      *    un ID_PERS a blanc ou inconnu est refuse avec '13'

           SET CHECK-KO TO TRUE
           MOVE WS-ID-PERS OF DFHCOMMAREA TO H-ID-PERS
           MOVE 0 TO H-NB-PERS

           IF H-ID-PERS = SPACES
               MOVE 0    TO WS-REST OF DFHCOMMAREA
               MOVE '13' TO ErrorCode OF DFHCOMMAREA
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :H-NB-PERS
                   FROM TPERS
                   WHERE ID_PERS = :H-ID-PERS
               END-EXEC
               EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                   MOVE 0    TO WS-REST OF DFHCOMMAREA
                   MOVE '08' TO ErrorCode OF DFHCOMMAREA
                   PERFORM DISPLAY-SQL-CODE
                 WHEN H-NB-PERS = 0
                   MOVE 0    TO WS-REST OF DFHCOMMAREA
                   MOVE '13' TO ErrorCode OF DFHCOMMAREA
                   DISPLAY 'WHSPEAPI - TITULAIRE INCONNU : ' H-ID-PERS
                 WHEN OTHER
                   SET CHECK-OK TO TRUE
               END-EVALUATE
           END-IF
           .
      *
      *=============
       creer-contrat.
      *=============
                 PAYS,
                 CONTRAT,
                 RESTANT,
                 STATUT,
                 ID_PERS
               )
               VALUES
               (
                 :H-PAYS,
                 :H-CONTRAT,
                 :H-MONTANT,
                 'O',
                 :H-ID-PERS
               )
           END-EXEC

       virement-controler-contrats.
      *=============

           MOVE 0 TO H-DECOUVERT
           EXEC SQL
               SELECT RESTANT,
                      COALESCE(STATUT, 'O')
               WHERE PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
           END-EXEC
           IF SQLCODE = 0
               PERFORM lire-decouvert
           END-IF

           EVALUATE TRUE
             WHEN SQLCODE = 100
             WHEN CONTRAT-FERME
               MOVE 0    TO WS-REST OF DFHCOMMAREA
               MOVE '05' TO ErrorCode OF DFHCOMMAREA
             WHEN H-REST + H-DECOUVERT < H-MONTANT
               MOVE H-REST TO WS-REST OF DFHCOMMAREA
               MOVE '06'   TO ErrorCode OF DFHCOMMAREA
             WHEN OTHER
                  SET RESTANT = RESTANT - :H-MONTANT
                WHERE PAYS = :H-PAYS
                  AND CONTRAT = :H-CONTRAT
                  AND RESTANT + :H-DECOUVERT >= :H-MONTANT
           END-EXEC

           EVALUATE SQLCODE
                     SOLDE_APRES,
                     DATE_MVT,
                     CODE_TRANSACTION,
                     TRANSFER_REF,
                     TYPE_MVT
                   )
                   VALUES
                   (
                     :H-SOLDE-APRES,
                     CURRENT TIMESTAMP,
                     :H-TRANSACTION,
                     :H-TRANSFER-REF,
                     'TR'
                   )
               END-EXEC
               IF SQLCODE NOT = 0
                     SOLDE_APRES,
                     DATE_MVT,
                     CODE_TRANSACTION,
                     TRANSFER_REF,
                     TYPE_MVT
                   )
                   VALUES
                   (
                     :H-REST-CIBLE,
                     CURRENT TIMESTAMP,
                     :H-TRANSACTION,
                     :H-TRANSFER-REF,
                     'TR'
                   )
               END-EXEC
               IF SQLCODE = 0
                   MOVE H-SOLDE-APRES TO WS-REST OF DFHCOMMAREA
                   MOVE '00'          TO ErrorCode OF DFHCOMMAREA
                   PERFORM lever-dormance
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE 0    TO WS-REST OF DFHCOMMAREA
           END-IF
           .
      *
      *=============
       liste-contrats-personne.
      *=============
      *    Tous les contrats du titulaire WS-ID-PERS, tous pays et
      *    fermes compris, avec leur solde : un client qui appelle
      *    pour son solde n'a plus a donner chacun de ses numeros.
      *    Aucun contrat = '04' ; plus de 20 = les 20 premiers et
      *    '14' pour que le front sache que la liste est tronquee.

           MOVE WS-ID-PERS OF DFHCOMMAREA TO H-ID-PERS
           MOVE 0 TO WS-NB-CONTRATS-PERS OF DFHCOMMAREA
           MOVE 0 TO WS-REST OF DFHCOMMAREA
           MOVE 0 TO RANG-PERS

           EXEC SQL
               OPEN CPERS
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE '08' TO ErrorCode OF DFHCOMMAREA
               PERFORM DISPLAY-SQL-CODE
           ELSE
               PERFORM lire-contrat-personne
                   UNTIL SQLCODE NOT = 0
                      OR ErrorCode OF DFHCOMMAREA NOT = '00'
               EXEC SQL
                   CLOSE CPERS
               END-EXEC
               IF ErrorCode OF DFHCOMMAREA = '00'
                  AND RANG-PERS = 0
                   MOVE '04' TO ErrorCode OF DFHCOMMAREA
               END-IF
           END-IF
           MOVE RANG-PERS TO WS-NB-CONTRATS-PERS OF DFHCOMMAREA
           DISPLAY 'WS-ID-PERS   = '  WS-ID-PERS OF DFHCOMMAREA
           DISPLAY 'NB CONTRATS  = '  WS-NB-CONTRATS-PERS
                                          OF DFHCOMMAREA
           DISPLAY 'ERRORCODE    = '  ErrorCode OF DFHCOMMAREA
           .
      *
      *=============
       lire-contrat-personne.
      *=============

           EXEC SQL
               FETCH CPERS
               INTO :H-PAYS,
                    :H-CONTRAT,
                    :H-REST,
                    :H-STATUT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               CONTINUE
             WHEN SQLCODE NOT = 0
               MOVE '08' TO ErrorCode OF DFHCOMMAREA
               PERFORM DISPLAY-SQL-CODE
             WHEN RANG-PERS = 20
               MOVE '14' TO ErrorCode OF DFHCOMMAREA
             WHEN OTHER
               ADD 1 TO RANG-PERS
               MOVE H-PAYS    TO WS-LP-PAYS    OF DFHCOMMAREA
                                                  (RANG-PERS)
               MOVE H-CONTRAT TO WS-LP-CONTRAT OF DFHCOMMAREA
                                                  (RANG-PERS)
               MOVE H-REST    TO WS-LP-RESTANT OF DFHCOMMAREA
                                                  (RANG-PERS)
               MOVE H-STATUT  TO WS-LP-STATUT  OF DFHCOMMAREA
                                                  (RANG-PERS)
           END-EVALUATE
           .
      *
      *=============
       annulation-mouvement.
      *=============
      *    Annulation du mouvement WS-ID-MVT : le mouvement exactement
      *    oppose est poste (TYPE_MVT 'AN') et lie a l'original par
      *    ID_MVT_ANNULE, au lieu d'une operation manuelle sans lien.
      *    Mouvement inconnu = '15' ; deja annule, ou lui-meme une
      *    annulation = '16'. Une jambe de virement TR entraine
      *    l'annulation des deux jambes (retrouvees par TRANSFER_REF)
      *    dans la meme unite d'oeuvre ; tout echec defait le tout.

           MOVE WS-ID-MVT OF DFHCOMMAREA TO H-ID-MVT
           MOVE 0 TO WS-REST OF DFHCOMMAREA

           EXEC SQL
               SELECT PAYS,
                      CONTRAT,
                      SENS,
                      MONTANT,
                      COALESCE(TRANSFER_REF, 0),
                      COALESCE(ID_MVT_ANNULE, 0)
               INTO :H-PAYS,
                    :H-CONTRAT,
                    :H-SENS,
                    :H-MONTANT,
                    :H-TRANSFER-REF,
                    :H-ID-ANNULE
               FROM MOUVEMENTS
               WHERE ID_MVT = :H-ID-MVT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '15' TO ErrorCode OF DFHCOMMAREA
             WHEN SQLCODE NOT = 0
               MOVE '08' TO ErrorCode OF DFHCOMMAREA
               PERFORM DISPLAY-SQL-CODE
             WHEN H-ID-ANNULE NOT = 0
      *        Une annulation ne s'annule pas : on repasse l'operation
               MOVE '16' TO ErrorCode OF DFHCOMMAREA
             WHEN OTHER
               PERFORM annulation-controler-unicite
           END-EVALUATE
           DISPLAY 'WS-ID-MVT    = '  WS-ID-MVT OF DFHCOMMAREA
           DISPLAY 'WS-REST      = '  WS-REST OF DFHCOMMAREA
           DISPLAY 'ERRORCODE    = '  ErrorCode OF DFHCOMMAREA
           .
      *
      *=============
       annulation-controler-unicite.
      *=============

           MOVE 0 TO H-NB-ANNUL
           EXEC SQL
               SELECT COUNT(*)
               INTO :H-NB-ANNUL
               FROM MOUVEMENTS
               WHERE ID_MVT_ANNULE = :H-ID-MVT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               MOVE '08' TO ErrorCode OF DFHCOMMAREA
               PERFORM DISPLAY-SQL-CODE
             WHEN H-NB-ANNUL > 0
               MOVE '16' TO ErrorCode OF DFHCOMMAREA
             WHEN H-TRANSFER-REF NOT = 0
               PERFORM annulation-virement
             WHEN OTHER
               MOVE 0 TO H-TRANSFER-REF
               PERFORM annulation-appliquer
               IF CHECK-OK
                   MOVE H-SOLDE-APRES TO WS-REST OF DFHCOMMAREA
                   MOVE '00'          TO ErrorCode OF DFHCOMMAREA
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-EVALUATE
           .
      *
      *=============
       annulation-virement.
      *=============
      *    L'autre jambe : meme TRANSFER_REF, sens oppose, meme
      *    montant ; TRANSFER_REF reprenant le numero de tache CICS,
      *    la plus proche en identite est retenue. Les deux
      *    annulations sont liees entre elles par un nouveau
      *    TRANSFER_REF.

           EXEC SQL
               SELECT ID_MVT,
                      PAYS,
                      CONTRAT,
                      SENS
               INTO :H-ID-MVT-JAMBE,
                    :H-PAYS-JAMBE,
                    :H-CONTRAT-JAMBE,
                    :H-SENS-JAMBE
               FROM MOUVEMENTS
               WHERE TRANSFER_REF = :H-TRANSFER-REF
                 AND ID_MVT <> :H-ID-MVT
                 AND SENS <> :H-SENS
                 AND MONTANT = :H-MONTANT
                 AND ID_MVT_ANNULE IS NULL
               ORDER BY ABS(ID_MVT - :H-ID-MVT)
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
      *        Virement sans seconde jambe retrouvee : l'annulation
      *        d'une seule jambe casserait le virement, on refuse
               MOVE '15' TO ErrorCode OF DFHCOMMAREA
             WHEN SQLCODE NOT = 0
               MOVE '08' TO ErrorCode OF DFHCOMMAREA
               PERFORM DISPLAY-SQL-CODE
             WHEN OTHER
               MOVE EIBTASKN TO H-TRANSFER-REF
               PERFORM annulation-appliquer
               IF CHECK-OK
                   MOVE H-SOLDE-APRES TO SOLDE-ANNULATION
                   MOVE H-ID-MVT-JAMBE  TO H-ID-MVT
                   MOVE H-PAYS-JAMBE    TO H-PAYS
                   MOVE H-CONTRAT-JAMBE TO H-CONTRAT
                   MOVE H-SENS-JAMBE    TO H-SENS
                   PERFORM annulation-appliquer
               END-IF
               IF CHECK-OK
                   MOVE SOLDE-ANNULATION TO WS-REST OF DFHCOMMAREA
                   MOVE '00'             TO ErrorCode OF DFHCOMMAREA
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
           END-EVALUATE
           .
      *
      *=============
       annulation-appliquer.
      *=============
      *    Poste l'oppose du mouvement H-ID-MVT (H-PAYS, H-CONTRAT,
      *    H-SENS, H-MONTANT) : debit garde si l'original etait un
      *    credit, credit sinon. CHECK-OK si tout est passe ; sinon
      *    ErrorCode est renseigne et l'appelant defait l'unite
      *    d'oeuvre.

           SET CHECK-KO TO TRUE
           IF H-SENS = 'C'
               MOVE 'D' TO H-SENS-ANNUL
           ELSE
               MOVE 'C' TO H-SENS-ANNUL
           END-IF

           EXEC SQL
               SELECT COALESCE(STATUT, 'O')
               INTO :H-STATUT
               FROM CONTRATS
               WHERE PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE '04' TO ErrorCode OF DFHCOMMAREA
             WHEN SQLCODE NOT = 0
               MOVE '08' TO ErrorCode OF DFHCOMMAREA
               PERFORM DISPLAY-SQL-CODE
             WHEN CONTRAT-FERME
               MOVE '05' TO ErrorCode OF DFHCOMMAREA
             WHEN H-SENS-ANNUL = 'D'
               PERFORM lire-decouvert
               EXEC SQL
                   UPDATE CONTRATS
                      SET RESTANT = RESTANT - :H-MONTANT
                    WHERE PAYS = :H-PAYS
                      AND CONTRAT = :H-CONTRAT
                      AND RESTANT + :H-DECOUVERT >= :H-MONTANT
               END-EXEC
               PERFORM annulation-historiser
             WHEN OTHER
               EXEC SQL
                   UPDATE CONTRATS
                      SET RESTANT = RESTANT + :H-MONTANT
                    WHERE PAYS = :H-PAYS
                      AND CONTRAT = :H-CONTRAT
               END-EXEC
               PERFORM annulation-historiser
           END-EVALUATE
           .
      *
      *=============
       annulation-historiser.
      *=============

           EVALUATE SQLCODE
             WHEN 0
               EXEC SQL
                   SELECT RESTANT
                   INTO :H-SOLDE-APRES
                   FROM CONTRATS
                   WHERE PAYS = :H-PAYS
                     AND CONTRAT = :H-CONTRAT
               END-EXEC
             WHEN 100
      *        Le solde ne couvre plus le credit a reprendre
               MOVE '06' TO ErrorCode OF DFHCOMMAREA
             WHEN OTHER
               MOVE '08' TO ErrorCode OF DFHCOMMAREA
               PERFORM DISPLAY-SQL-CODE
           END-EVALUATE

           IF SQLCODE = 0 AND ErrorCode OF DFHCOMMAREA = '00'
               MOVE EIBTRNID TO H-TRANSACTION
               EXEC SQL
                   INSERT INTO MOUVEMENTS
                   (
                     PAYS,
                     CONTRAT,
                     SENS,
                     MONTANT,
                     SOLDE_APRES,
                     DATE_MVT,
                     CODE_TRANSACTION,
                     TRANSFER_REF,
                     TYPE_MVT,
                     ID_MVT_ANNULE
                   )
                   VALUES
                   (
                     :H-PAYS,
                     :H-CONTRAT,
                     :H-SENS-ANNUL,
                     :H-MONTANT,
                     :H-SOLDE-APRES,
                     CURRENT TIMESTAMP,
                     :H-TRANSACTION,
                     NULLIF(:H-TRANSFER-REF, 0),
                     'AN',
                     :H-ID-MVT
                   )
               END-EXEC
               IF SQLCODE = 0
                   SET CHECK-OK TO TRUE
               ELSE
                   MOVE '08' TO ErrorCode OF DFHCOMMAREA
                   PERFORM DISPLAY-SQL-CODE
               END-IF
           END-IF
           .
      *
      *=============
       ordre-permanent.
      *=============
      *    Maintenance des ordres permanents que WHSORD00 execute
      *    chaque jour par le meme chemin que TR, au lieu d'un TR
      *    saisi a la main a l'echeance. Ordre inconnu = '17' ;
      *    saisie invalide (action, montant, frequence, dates) = '18' ;
      *    action interdite dans l'etat de l'ordre = '19'. Les regles
      *    de pays et de contrats sont celles du virement.

           MOVE WS-OP-ID        OF DFHCOMMAREA TO H-OP-ID
           MOVE WS-OP-MONTANT   OF DFHCOMMAREA TO H-MONTANT
           MOVE WS-OP-FREQUENCE OF DFHCOMMAREA TO H-OP-FREQUENCE
           MOVE WS-OP-ECHEANCE  OF DFHCOMMAREA TO H-OP-ECHEANCE
           MOVE WS-OP-FIN       OF DFHCOMMAREA TO H-OP-FIN
           MOVE 0 TO WS-REST OF DFHCOMMAREA

           EVALUATE WS-OP-ACTION OF DFHCOMMAREA
             WHEN 'C'
               PERFORM ordre-creer
             WHEN 'M'
               PERFORM ordre-modifier
             WHEN 'A'
               PERFORM ordre-annuler
             WHEN 'R'
               PERFORM ordre-reprendre
             WHEN 'L'
               PERFORM ordre-lire
               IF ErrorCode OF DFHCOMMAREA = '00'
                   PERFORM ordre-retourner
               END-IF
             WHEN OTHER
               MOVE '18' TO ErrorCode OF DFHCOMMAREA
           END-EVALUATE
           DISPLAY 'WS-OP-ACTION = '  WS-OP-ACTION OF DFHCOMMAREA
           DISPLAY 'WS-OP-ID     = '  WS-OP-ID OF DFHCOMMAREA
           DISPLAY 'ERRORCODE    = '  ErrorCode OF DFHCOMMAREA
           .
      *
      *=============
       ordre-creer.
      *=============

           MOVE WS-PAYS           OF DFHCOMMAREA TO H-PAYS
           MOVE WS-CONTRACT       OF DFHCOMMAREA TO H-CONTRAT
           MOVE WS-PAYS-CIBLE     OF DFHCOMMAREA TO H-PAYS-CIBLE
           MOVE WS-CONTRACT-CIBLE OF DFHCOMMAREA TO H-CONTRAT-CIBLE
           MOVE WS-CROSS-PAYS     OF DFHCOMMAREA TO H-OP-CROSS

           EVALUATE TRUE
             WHEN H-PAYS NOT = 'FR' AND H-PAYS NOT = 'ES'
                  AND H-PAYS NOT = 'PT'
               MOVE '02' TO ErrorCode OF DFHCOMMAREA
             WHEN H-PAYS-CIBLE NOT = 'FR' AND H-PAYS-CIBLE NOT = 'ES'
                  AND H-PAYS-CIBLE NOT = 'PT'
               MOVE '02' TO ErrorCode OF DFHCOMMAREA
             WHEN H-PAYS NOT = H-PAYS-CIBLE
                  AND H-OP-CROSS NOT = 'Y'
               MOVE '11' TO ErrorCode OF DFHCOMMAREA
             WHEN H-PAYS = H-PAYS-CIBLE
                  AND H-CONTRAT = H-CONTRAT-CIBLE
               MOVE '12' TO ErrorCode OF DFHCOMMAREA
             WHEN OTHER
               PERFORM ordre-controler-saisie
           END-EVALUATE

           IF ErrorCode OF DFHCOMMAREA = '00'
               PERFORM ordre-controler-contrats
           END-IF

           IF ErrorCode OF DFHCOMMAREA = '00'
               EXEC SQL
                   INSERT INTO ORDRES_PERMANENTS
                   (
                     PAYS,
                     CONTRAT,
                     PAYS_CIBLE,
                     CONTRAT_CIBLE,
                     CROSS_PAYS,
                     MONTANT,
                     FREQUENCE,
                     DATE_DEBUT,
                     NB_ECHEANCES,
                     PROCHAINE_ECHEANCE,
                     DATE_FIN,
                     STATUT,
                     NB_ECHECS,
                     DATE_MAJ
                   )
                   VALUES
                   (
                     :H-PAYS,
                     :H-CONTRAT,
                     :H-PAYS-CIBLE,
                     :H-CONTRAT-CIBLE,
                     :H-OP-CROSS,
                     :H-MONTANT,
                     :H-OP-FREQUENCE,
                     DATE(:H-OP-ECHEANCE),
                     0,
                     DATE(:H-OP-ECHEANCE),
                     DATE(NULLIF(:H-OP-FIN, ' ')),
                     'A',
                     0,
                     CURRENT TIMESTAMP
                   )
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       SELECT IDENTITY_VAL_LOCAL()
                       INTO :H-OP-ID
                       FROM SYSIBM.SYSDUMMY1
                   END-EXEC
               END-IF
               IF SQLCODE = 0
                   MOVE H-OP-ID TO WS-OP-ID     OF DFHCOMMAREA
                   MOVE 'A'     TO WS-OP-STATUT OF DFHCOMMAREA
                   MOVE 0       TO WS-OP-NB-ECHECS OF DFHCOMMAREA
               ELSE
                   MOVE '08' TO ErrorCode OF DFHCOMMAREA
                   PERFORM DISPLAY-SQL-CODE
               END-IF
           END-IF
           .
      *
      *=============
       ordre-controler-saisie.
      *=============
      *    Montant, frequence et dates de l'ordre (H-MONTANT,
      *    H-OP-FREQUENCE, H-OP-ECHEANCE, H-OP-FIN) : l'echeance ne
      *    peut etre passee, la fin ne peut la preceder. Une date
      *    invalide est rejetee par DB2 (-180/-181).

           EVALUATE TRUE
             WHEN H-MONTANT = 0
               MOVE '18' TO ErrorCode OF DFHCOMMAREA
             WHEN H-OP-FREQUENCE NOT = 'M' AND H-OP-FREQUENCE NOT = 'T'
                  AND H-OP-FREQUENCE NOT = 'S'
                  AND H-OP-FREQUENCE NOT = 'A'
               MOVE '18' TO ErrorCode OF DFHCOMMAREA
             WHEN H-OP-ECHEANCE = SPACES
               MOVE '18' TO ErrorCode OF DFHCOMMAREA
             WHEN OTHER
               MOVE 'N' TO H-OP-DATE-OK
               EXEC SQL
                   SELECT CASE WHEN DATE(:H-OP-ECHEANCE) >= CURRENT DATE
                                AND (:H-OP-FIN = ' '
                                     OR DATE(NULLIF(:H-OP-FIN, ' '))
                                        >= DATE(:H-OP-ECHEANCE))
                               THEN 'Y' ELSE 'N' END
                   INTO :H-OP-DATE-OK
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               EVALUATE TRUE
                 WHEN SQLCODE = -180 OR SQLCODE = -181
                   MOVE '18' TO ErrorCode OF DFHCOMMAREA
                 WHEN SQLCODE NOT = 0
                   MOVE '08' TO ErrorCode OF DFHCOMMAREA
                   PERFORM DISPLAY-SQL-CODE
                 WHEN H-OP-DATE-OK NOT = 'Y'
                   MOVE '18' TO ErrorCode OF DFHCOMMAREA
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-EVALUATE
           .
      *
      *=============
       ordre-controler-contrats.
      *=============
      *    Les deux contrats doivent exister ('04') et etre ouverts
      *    ('05') ; le solde n'est controle qu'a l'execution

           MOVE 0 TO H-NB-PERS
           MOVE 0 TO H-NB-OUVERTS
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN COALESCE(STATUT, 'O')
                                             = 'O'
                                        THEN 1 ELSE 0 END), 0)
               INTO :H-NB-PERS,
                    :H-NB-OUVERTS
               FROM CONTRATS
               WHERE (PAYS = :H-PAYS AND CONTRAT = :H-CONTRAT)
                  OR (PAYS = :H-PAYS-CIBLE
                      AND CONTRAT = :H-CONTRAT-CIBLE)
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               MOVE '08' TO ErrorCode OF DFHCOMMAREA
               PERFORM DISPLAY-SQL-CODE
             WHEN H-NB-PERS < 2
               MOVE '04' TO ErrorCode OF DFHCOMMAREA
             WHEN H-NB-OUVERTS < 2
               MOVE '05' TO ErrorCode OF DFHCOMMAREA
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      *
      *=============
       ordre-lire.
      *=============

           EXEC SQL
               SELECT PAYS,
                      CONTRAT,
                      PAYS_CIBLE,
                      CONTRAT_CIBLE,
                      COALESCE(CROSS_PAYS, 'N'),
                      MONTANT,
                      FREQUENCE,
                      CHAR(PROCHAINE_ECHEANCE, ISO),
                      COALESCE(CHAR(DATE_FIN, ISO), ' '),
                      STATUT,
                      NB_ECHECS
               INTO :H-PAYS,
                    :H-CONTRAT,
                    :H-PAYS-CIBLE,
                    :H-CONTRAT-CIBLE,
                    :H-OP-CROSS,
                    :H-MONTANT,
                    :H-OP-FREQUENCE,
                    :H-OP-ECHEANCE,
                    :H-OP-FIN,
                    :H-OP-STATUT,
                    :H-OP-NB-ECHECS
               FROM ORDRES_PERMANENTS
               WHERE ID_ORDRE = :H-OP-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '17' TO ErrorCode OF DFHCOMMAREA
             WHEN OTHER
               MOVE '08' TO ErrorCode OF DFHCOMMAREA
               PERFORM DISPLAY-SQL-CODE
           END-EVALUATE
           .
      *
      *=============
       ordre-retourner.
      *=============

           MOVE H-PAYS          TO WS-PAYS           OF DFHCOMMAREA
           MOVE H-CONTRAT       TO WS-CONTRACT       OF DFHCOMMAREA
           MOVE H-PAYS-CIBLE    TO WS-PAYS-CIBLE     OF DFHCOMMAREA
           MOVE H-CONTRAT-CIBLE TO WS-CONTRACT-CIBLE OF DFHCOMMAREA
           MOVE H-OP-CROSS      TO WS-CROSS-PAYS     OF DFHCOMMAREA
           MOVE H-MONTANT       TO WS-OP-MONTANT     OF DFHCOMMAREA
           MOVE H-OP-FREQUENCE  TO WS-OP-FREQUENCE   OF DFHCOMMAREA
           MOVE H-OP-ECHEANCE   TO WS-OP-ECHEANCE    OF DFHCOMMAREA
           MOVE H-OP-FIN        TO WS-OP-FIN         OF DFHCOMMAREA
           MOVE H-OP-STATUT     TO WS-OP-STATUT      OF DFHCOMMAREA
           MOVE H-OP-NB-ECHECS  TO WS-OP-NB-ECHECS   OF DFHCOMMAREA
           .
      *
      *=============
       ordre-modifier.
      *=============
      *    Seules les zones renseignees remplacent celles de l'ordre
      *    actif ou suspendu ; le calendrier repart de la prochaine
      *    echeance (DATE_DEBUT = PROCHAINE_ECHEANCE, rang 0)

           PERFORM ordre-lire
           IF ErrorCode OF DFHCOMMAREA = '00'
              AND NOT ORDRE-ACTIF AND NOT ORDRE-SUSPENDU
               MOVE '19' TO ErrorCode OF DFHCOMMAREA
           END-IF

           IF ErrorCode OF DFHCOMMAREA = '00'
               IF WS-OP-MONTANT OF DFHCOMMAREA > 0
                   MOVE WS-OP-MONTANT OF DFHCOMMAREA TO H-MONTANT
               END-IF
               IF WS-OP-FREQUENCE OF DFHCOMMAREA NOT = SPACE
                   MOVE WS-OP-FREQUENCE OF DFHCOMMAREA
                     TO H-OP-FREQUENCE
               END-IF
               IF WS-OP-ECHEANCE OF DFHCOMMAREA NOT = SPACES
                   MOVE WS-OP-ECHEANCE OF DFHCOMMAREA
                     TO H-OP-ECHEANCE
               END-IF
               IF WS-OP-FIN OF DFHCOMMAREA NOT = SPACES
                   MOVE WS-OP-FIN OF DFHCOMMAREA TO H-OP-FIN
               END-IF
               PERFORM ordre-controler-saisie
           END-IF

           IF ErrorCode OF DFHCOMMAREA = '00'
               EXEC SQL
                   UPDATE ORDRES_PERMANENTS
                      SET MONTANT            = :H-MONTANT,
                          FREQUENCE          = :H-OP-FREQUENCE,
                          DATE_DEBUT         = DATE(:H-OP-ECHEANCE),
                          NB_ECHEANCES       = 0,
                          PROCHAINE_ECHEANCE = DATE(:H-OP-ECHEANCE),
                          DATE_FIN = DATE(NULLIF(:H-OP-FIN, ' ')),
                          DATE_MAJ           = CURRENT TIMESTAMP
                    WHERE ID_ORDRE = :H-OP-ID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM ordre-retourner
               ELSE
                   MOVE '08' TO ErrorCode OF DFHCOMMAREA
                   PERFORM DISPLAY-SQL-CODE
               END-IF
           END-IF
           .
      *
      *=============
       ordre-annuler.
      *=============

           PERFORM ordre-lire
           IF ErrorCode OF DFHCOMMAREA = '00'
               IF ORDRE-ACTIF OR ORDRE-SUSPENDU
                   EXEC SQL
                       UPDATE ORDRES_PERMANENTS
                          SET STATUT   = 'X',
                              DATE_MAJ = CURRENT TIMESTAMP
                        WHERE ID_ORDRE = :H-OP-ID
                   END-EXEC
                   IF SQLCODE = 0
                       MOVE 'X' TO H-OP-STATUT
                       PERFORM ordre-retourner
                   ELSE
                       MOVE '08' TO ErrorCode OF DFHCOMMAREA
                       PERFORM DISPLAY-SQL-CODE
                   END-IF
               ELSE
                   MOVE '19' TO ErrorCode OF DFHCOMMAREA
               END-IF
           END-IF
           .
      *
      *=============
       ordre-reprendre.
      *=============
      *    Un ordre suspendu repart avec un compteur d'echecs a zero ;
      *    l'echeance en souffrance sera tentee au prochain passage

           PERFORM ordre-lire
           IF ErrorCode OF DFHCOMMAREA = '00'
               IF ORDRE-SUSPENDU
                   EXEC SQL
                       UPDATE ORDRES_PERMANENTS
                          SET STATUT    = 'A',
                              NB_ECHECS = 0,
                              DATE_MAJ  = CURRENT TIMESTAMP
                        WHERE ID_ORDRE = :H-OP-ID
                   END-EXEC
                   IF SQLCODE = 0
                       MOVE 'A' TO H-OP-STATUT
                       MOVE 0   TO H-OP-NB-ECHECS
                       PERFORM ordre-retourner
                   ELSE
                       MOVE '08' TO ErrorCode OF DFHCOMMAREA
                       PERFORM DISPLAY-SQL-CODE
                   END-IF
               ELSE
                   MOVE '19' TO ErrorCode OF DFHCOMMAREA
               END-IF
           END-IF
           .
      *
      *=============
       DISPLAY-SQL-CODE.
      *=============
