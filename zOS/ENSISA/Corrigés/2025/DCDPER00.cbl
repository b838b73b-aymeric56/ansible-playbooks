      ****************************************************************
      * PROGRAMME BATCH = ENREGISTREMENT DES DECES NOTIFIES ET
      *                   TRAITEMENT DES POLICES DE L'ASSURE DECEDE
      ****************************************************************
      * PROGRAM:  DCDPER00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  LES NOTIFICATIONS DE DECES (ETAT CIVIL, FAMILLE,
      *           NOTAIRE) ARRIVENT SUR LE FICHIER FSYS117 : ID_PERS
      *           9(10), DATE DU DECES AAAA-MM-JJ, SOURCE X(10).
      *           POUR CHAQUE NOTIFICATION :
      *             - LE DECES EST PORTE SUR TPERS (DATE_DECES,
      *               SOURCE_DECES) PAR LA FONCTION 'X' DE TPERSPGM ;
      *               UNE PERSONNE DEJA DECLAREE DECEDEE GARDE SA
      *               DATE ET SES POLICES SONT REPRISES TELLES QUELLES
      *               (UN RUN REJOUE NE REFAIT RIEN DE PLUS),
      *             - CHAQUE POLICE ENCORE EN VIGUEUR A LA DATE DU
      *               DECES ET NON RESILIEE EST :
      *                 . SI SA COUVERTURE PREVOIT UNE PRESTATION
      *                   DECES (COUVERTURE_REF.PRESTATION_DECES =
      *                   'Y'), L'OBJET D'UN SINISTRE DECES DECLARE
      *                   PAR TSINIS00 A LA DATE DU DECES (UN SEUL PAR
      *                   POLICE),
      *                 . RESILIEE PAR TASSUR00 AVEC LE MOTIF 'DC' A
      *                   LA DATE DU DECES (A SA DATE D'EFFET SI ELLE
      *                   N'AVAIT PAS ENCORE DEMARRE), EN FORCAGE : LES
      *                   SINISTRES OUVERTS RESTENT OUVERTS ET SONT
      *                   REGLES NORMALEMENT.
      *           UNE PERSONNE EST VALIDEE (COMMIT) OU ANNULEE
      *           (ROLLBACK) EN BLOC. FSYS118 RECOIT POUR LE SERVICE
      *           SINISTRES UNE LIGNE PAR NOTIFICATION ET PAR POLICE
      *           TRAITEE, AVEC LES SINISTRES OUVERTS A SUIVRE ET, SOUS
      *           LA POLICE, L'AVOIR DE PRIME NON ACQUISE EMIS PAR LA
      *           RESILIATION (NUMERO, PRIME, TAXE, TOTAL), PUIS
      *           LES TOTAUX. LA FACTURATION, LES RELANCES, LE
      *           RENOUVELLEMENT ET LES CAMPAGNES ECARTENT ENSUITE
      *           D'EUX-MEMES LES PERSONNES DECEDEES.
      *           CODE RETOUR 4 SI DES NOTIFICATIONS SONT REJETEES,
      *           8 SUR ANOMALIE DB2.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCDPER00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS117 ASSIGN TO UT-S-SYS117.
           SELECT FSYS118 ASSIGN TO UT-S-SYS118.
       DATA DIVISION.
       FILE SECTION.
      *    NOTIFICATIONS DE DECES (LRECL 80)
       FD  FSYS117
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS117.
           05  E117-ID-PERS                       PIC X(10).
           05  E117-ID-PERS-N REDEFINES E117-ID-PERS
                                                  PIC 9(10).
      *        DATE DU DECES AAAA-MM-JJ
           05  E117-DATE-DECES                    PIC X(10).
      *        ORIGINE DE LA NOTIFICATION (ETAT CIVIL, FAMILLE...)
           05  E117-SOURCE                        PIC X(10).
           05  FILLER                             PIC X(50).
      *    COMPTE-RENDU POUR LE SERVICE SINISTRES
       FD  FSYS118
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS118                             PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * CONSTANTES DU PROGRAMME                                        *
      ******************************************************************

      * VARIABLES DB2 SYSTEM
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
       01  SQLCODE-POUR-DISPLAY                   PIC -ZZZZZZZZ9.
      *
      *    ZONES D'ECHANGE AVEC TASSUR00 (RESILIATION) - DESSIN
      *    YESASSUR COMPLET
           COPY YESASSUR.
       77  C-TASSUR00                             PIC X(08)
                                                  VALUE 'TASSUR00'.
      *
      *    VUE LOCALE (PREFIXE P-) DU DESSIN YESPERS POUR LA FONCTION
      *    'X' (DECES) DE TPERSPGM
       01  P-ENTREE.
           05  P-TYPE-ACCESS        PIC X(01).
           05  P-DC-CLE-ID-PERS     PIC 9(10).
           05  P-DC-DATE-DECES      PIC X(10).
           05  P-DC-SOURCE          PIC X(10).
           05  FILLER               PIC X(469).
       01  P-SORTIE.
           05  P-CODE-RETOUR        PIC X(02).
               88  P-RETOUR-OK          VALUE 'OK'.
               88  P-RETOUR-KO          VALUE 'KO'.
           05  P-LIBELLE-ANOMALIE   PIC X(98).
           05  FILLER               PIC X(92513).
       77  C-TPERSPGM               PIC X(09) VALUE 'TPERSPGM'.
      *
      *    VUE LOCALE (PREFIXE SI-) DU DESSIN YESSINIS POUR LA
      *    DECLARATION DU SINISTRE DECES PAR TSINIS00
       01  SI-ENTREE.
           05  SI-TYPE-ACCESS       PIC X(01).
           05  SI-D-ID-SINISTRE     PIC S9(9) COMP.
           05  SI-D-ID-ASSUR        PIC S9(9) COMP.
           05  SI-D-DATE-SINISTRE   PIC X(10).
           05  SI-D-DESCRIPTION     PIC X(64).
           05  SI-D-UTILISATEUR     PIC X(08).
           05  FILLER               PIC X(409).
       01  SI-SORTIE.
           05  SI-CODE-RETOUR       PIC X(02).
               88  SI-RETOUR-OK         VALUE 'OK'.
               88  SI-RETOUR-KO         VALUE 'KO'.
           05  SI-LIBELLE-ANOMALIE  PIC X(98).
           05  FILLER               PIC X(46013).
       77  C-TSINIS00               PIC X(08) VALUE 'TSINIS00'.
      *
       01  H-ID-PERS                              PIC S9(9) COMP.
       01  H-DATE-DECES                           PIC X(10).
       01  H-ID-ASSUR                             PIC S9(9) COMP.
       01  H-LIBELLE                              PIC X(32).
       01  H-PRESTATION-DECES                     PIC X(01).
       01  H-DATE-RESILIATION                     PIC X(10).
       01  H-NB-SINISTRE                          PIC S9(9) COMP.
       01  H-ID-SINISTRE                          PIC S9(9) COMP.
      *
      *    POLICES DE LA PERSONNE A TRAITER, CHARGEES AVANT LES APPELS
      *    A TSINIS00/TASSUR00 POUR NE PAS GARDER LE CURSEUR OUVERT
      *    PENDANT LES MISES A JOUR
       01  W-NB-POLICES                           PIC 9(03) VALUE 0.
       01  W-MAX-POLICES                          PIC 9(03) VALUE 100.
       01  W-TABLE-POLICES.
           05  W-POLICE OCCURS 100.
               10  W-POL-ID-ASSUR                 PIC S9(9) COMP.
               10  W-POL-LIBELLE                  PIC X(32).
               10  W-POL-PRESTATION-DECES         PIC X(01).
               10  W-POL-DATE-RESILIATION         PIC X(10).
       01  I-P                                    PIC 9(03).
      *
       01  W-FIN-FICHIER-SW                       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER-ATTEINTE               VALUE 'Y'.
       01  W-FIN-POLICES-SW                       PIC X(01) VALUE 'N'.
           88  FIN-POLICES                        VALUE 'Y'.
      *    ETAT DE LA PERSONNE EN COURS : 'O' TOUT VA BIEN, 'R'
      *    NOTIFICATION REJETEE, 'A' ANOMALIE DB2
       01  W-ETAT-PERSONNE-SW                     PIC X(01).
           88  PERSONNE-OK                        VALUE 'O'.
           88  PERSONNE-REJETEE                   VALUE 'R'.
           88  PERSONNE-ANOMALIE                  VALUE 'A'.
       01  W-DEJA-DECEDE-SW                       PIC X(01).
           88  DEJA-DECEDE                        VALUE 'Y'.
       01  W-ANOMALIE-SW                          PIC X(01) VALUE 'N'.
           88  EN-ANOMALIE                        VALUE 'Y'.
      *
       01  W-NB-LUES                              PIC 9(08) VALUE 0.
       01  W-NB-ENREGISTRES                       PIC 9(08) VALUE 0.
       01  W-NB-DEJA-ENREGISTRES                  PIC 9(08) VALUE 0.
       01  W-NB-REJETEES                          PIC 9(08) VALUE 0.
       01  W-NB-RESILIEES                         PIC 9(08) VALUE 0.
       01  W-NB-SINISTRES-DECES                   PIC 9(08) VALUE 0.
       01  W-NB-SINISTRES-OUVERTS                 PIC 9(08) VALUE 0.
      *    COMPTEURS DE LA PERSONNE EN COURS, CUMULES AU COMMIT
       01  W-PERS-RESILIEES                       PIC 9(08).
       01  W-PERS-SINISTRES-DECES                 PIC 9(08).
       01  W-PERS-SINISTRES-OUVERTS               PIC 9(08).
       01  W-NB-ED                                PIC Z(7)9.
      *
       01  W-LIGNE-DISPOSITION.
           05  W-DIS-ID-PERS                      PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-DATE-DECES                   PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-SOURCE                       PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-RESULTAT                     PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-MOTIF                        PIC X(84).
      *
       01  W-LIGNE-POLICE.
           05  FILLER                             PIC X(04)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(08)
                                                  VALUE 'POLICE  '.
           05  W-POL-DIS-ID-ASSUR                 PIC Z(9)9.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-POL-DIS-LIBELLE                  PIC X(32).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-POL-DIS-RESULTAT                 PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-POL-DIS-MOTIF                    PIC X(62).
      *
      *    AVOIR EMIS PAR LA RESILIATION DE LA POLICE EN COURS
       01  W-AVOIR-ID-FACTURE                     PIC 9(10).
       01  W-AVOIR-PRIME                          PIC 9(7)V99.
       01  W-AVOIR-TAXE                           PIC 9(7)V99.
       01  W-AVOIR-TOTAL                          PIC 9(7)V99.
       01  W-LIGNE-AVOIR.
           05  FILLER                             PIC X(14)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(06)
                                                  VALUE 'AVOIR '.
           05  W-AVO-ID-FACTURE                   PIC Z(9)9.
           05  FILLER                             PIC X(08)
                                                  VALUE '  PRIME '.
           05  W-AVO-PRIME                        PIC Z(6)9.99.
           05  FILLER                             PIC X(07)
                                                  VALUE '  TAXE '.
           05  W-AVO-TAXE                         PIC Z(6)9.99.
           05  FILLER                             PIC X(08)
                                                  VALUE '  TOTAL '.
           05  W-AVO-TOTAL                        PIC Z(6)9.99.
           05  FILLER                             PIC X(49)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(30).
           05  W-TOT-NOMBRE                       PIC 9(08).
           05  FILLER                             PIC X(94)
                                                  VALUE SPACE.

      *    POLICES DE LA PERSONNE ENCORE EN VIGUEUR A LA DATE DU DECES
      *    ET NON RESILIEES, AVEC LA PRESTATION DECES DE LEUR
      *    COUVERTURE ET LA DATE DE RESILIATION A APPLIQUER (LA DATE
      *    D'EFFET POUR UN TERME QUI N'AVAIT PAS DEMARRE)
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT A.ID_ASSUR,
                     A.LIBELLE,
                     COALESCE((SELECT MAX(C.PRESTATION_DECES)
                                 FROM COUVERTURE_REF C
                                WHERE C.LIBELLE = A.LIBELLE), 'N'),
                     CASE WHEN DATE(:H-DATE-DECES) < A.DATE_EFFET
                          THEN CHAR(A.DATE_EFFET, ISO)
                          ELSE CHAR(DATE(:H-DATE-DECES), ISO)
                     END
                FROM ASSURANCES A
               WHERE A.ID_PERS = :H-ID-PERS
                 AND A.DATE_FIN > DATE(:H-DATE-DECES)
                 AND NOT EXISTS
                     (SELECT 1 FROM ASSUR_RESILIATION R
                       WHERE R.ID_ASSUR = A.ID_ASSUR)
               ORDER BY A.ID_ASSUR
           END-EXEC.

       PROCEDURE DIVISION.

           OPEN INPUT  FSYS117
           OPEN OUTPUT FSYS118

           PERFORM LIRE-NOTIFICATION
           PERFORM TRAITER-NOTIFICATION
                   UNTIL FIN-FICHIER-ATTEINTE

           PERFORM ECRIRE-TOTAUX

           CLOSE FSYS117
           CLOSE FSYS118

           DISPLAY 'DCDPER00 - NOTIFICATIONS LUES : ' W-NB-LUES
           DISPLAY 'DCDPER00 - DECES ENREGISTRES  : ' W-NB-ENREGISTRES
           DISPLAY 'DCDPER00 - DEJA ENREGISTRES   : '
                   W-NB-DEJA-ENREGISTRES
           DISPLAY 'DCDPER00 - REJETEES           : ' W-NB-REJETEES
           DISPLAY 'DCDPER00 - POLICES RESILIEES  : ' W-NB-RESILIEES
           DISPLAY 'DCDPER00 - SINISTRES DECES    : '
                   W-NB-SINISTRES-DECES
           DISPLAY 'DCDPER00 - SINISTRES OUVERTS  : '
                   W-NB-SINISTRES-OUVERTS

           EVALUATE TRUE
             WHEN EN-ANOMALIE
               DISPLAY 'DCDPER00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
             WHEN W-NB-REJETEES > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE

           GOBACK
           .
      *
       LIRE-NOTIFICATION.
           READ FSYS117
             AT END
               SET FIN-FICHIER-ATTEINTE TO TRUE
             NOT AT END
               ADD 1 TO W-NB-LUES
           END-READ
           .
      *
      ******************************************************************
      * UNE NOTIFICATION : CONTROLES DE FORME, ENREGISTREMENT DU DECES *
      * PUIS TRAITEMENT DES POLICES, VALIDES OU ANNULES ENSEMBLE       *
      ******************************************************************
       TRAITER-NOTIFICATION.
           SET PERSONNE-OK TO TRUE
           MOVE 'N' TO W-DEJA-DECEDE-SW
           MOVE 0   TO W-PERS-RESILIEES
           MOVE 0   TO W-PERS-SINISTRES-DECES
           MOVE 0   TO W-PERS-SINISTRES-OUVERTS
           MOVE SPACES TO W-DIS-MOTIF

           EVALUATE TRUE
             WHEN E117-ID-PERS IS NOT NUMERIC
               MOVE 'IDENTIFIANT PERSONNE INVALIDE' TO W-DIS-MOTIF
               SET PERSONNE-REJETEE TO TRUE
             WHEN E117-DATE-DECES(1:4) IS NOT NUMERIC
               OR E117-DATE-DECES(5:1) NOT = '-'
               OR E117-DATE-DECES(8:1) NOT = '-'
               MOVE 'DATE DE DECES INVALIDE' TO W-DIS-MOTIF
               SET PERSONNE-REJETEE TO TRUE
             WHEN OTHER
               MOVE E117-ID-PERS-N  TO H-ID-PERS
               MOVE E117-DATE-DECES TO H-DATE-DECES
               PERFORM ENREGISTRER-DECES
           END-EVALUATE

           IF  PERSONNE-OK
               PERFORM CHARGER-POLICES
           END-IF

           IF  PERSONNE-OK
               MOVE 1 TO I-P
               PERFORM TRAITER-POLICE
                       UNTIL I-P > W-NB-POLICES
                          OR NOT PERSONNE-OK
           END-IF

           PERFORM CLORE-PERSONNE

           PERFORM LIRE-NOTIFICATION
           .
      *
      *    UNE PERSONNE DEJA DECLAREE DECEDEE GARDE SA DATE : SEULES
      *    SES POLICES ENCORE OUVERTES SONT TRAITEES A CETTE DATE
       ENREGISTRER-DECES.
           EXEC SQL
              SELECT COALESCE(CHAR(DATE_DECES, ISO), ' ')
                INTO :H-DATE-DECES
                FROM TPERS
               WHERE ID_PERS = :H-ID-PERS
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 'PERSONNE INCONNUE' TO W-DIS-MOTIF
               SET PERSONNE-REJETEE TO TRUE
             WHEN SQLCODE NOT = 0
               DISPLAY 'DCDPER00 - LECTURE TPERS KO ' E117-ID-PERS
               PERFORM AFFICHER-SQLCODE
               MOVE 'ERREUR SQL EN LECTURE TPERS' TO W-DIS-MOTIF
               SET PERSONNE-ANOMALIE TO TRUE
             WHEN H-DATE-DECES NOT = SPACES
               SET DEJA-DECEDE TO TRUE
             WHEN OTHER
               MOVE E117-DATE-DECES TO H-DATE-DECES
               MOVE SPACES TO P-ENTREE
               MOVE 'X' TO P-TYPE-ACCESS
               MOVE E117-ID-PERS-N  TO P-DC-CLE-ID-PERS
               MOVE E117-DATE-DECES TO P-DC-DATE-DECES
               MOVE E117-SOURCE     TO P-DC-SOURCE
               MOVE SPACES TO P-LIBELLE-ANOMALIE

               CALL C-TPERSPGM USING P-ENTREE P-SORTIE
               END-CALL

               IF  NOT P-RETOUR-OK
                   MOVE P-LIBELLE-ANOMALIE TO W-DIS-MOTIF
                   SET PERSONNE-REJETEE TO TRUE
               END-IF
           END-EVALUATE
           .
      *
       CHARGER-POLICES.
           MOVE 0   TO W-NB-POLICES
           MOVE 'N' TO W-FIN-POLICES-SW

           EXEC SQL OPEN C01 END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'DCDPER00 - OUVERTURE C01 KO ' E117-ID-PERS
               PERFORM AFFICHER-SQLCODE
               MOVE 'ERREUR SQL SUR LES POLICES' TO W-DIS-MOTIF
               SET PERSONNE-ANOMALIE TO TRUE
           ELSE
               PERFORM LIRE-POLICE
                       UNTIL FIN-POLICES
               EXEC SQL CLOSE C01 END-EXEC
           END-IF
           .
      *
       LIRE-POLICE.
           EXEC SQL
              FETCH C01
               INTO :H-ID-ASSUR,
                    :H-LIBELLE,
                    :H-PRESTATION-DECES,
                    :H-DATE-RESILIATION
           END-EXEC

           EVALUATE SQLCODE
             WHEN ZERO
               IF  W-NB-POLICES < W-MAX-POLICES
                   ADD 1 TO W-NB-POLICES
                   MOVE H-ID-ASSUR
                     TO W-POL-ID-ASSUR(W-NB-POLICES)
                   MOVE H-LIBELLE
                     TO W-POL-LIBELLE(W-NB-POLICES)
                   MOVE H-PRESTATION-DECES
                     TO W-POL-PRESTATION-DECES(W-NB-POLICES)
                   MOVE H-DATE-RESILIATION
                     TO W-POL-DATE-RESILIATION(W-NB-POLICES)
               ELSE
                   MOVE 'PLUS DE 100 POLICES - A TRAITER A LA MAIN'
                     TO W-DIS-MOTIF
                   SET PERSONNE-REJETEE TO TRUE
                   SET FIN-POLICES TO TRUE
               END-IF
             WHEN +100
               SET FIN-POLICES TO TRUE
             WHEN OTHER
               DISPLAY 'DCDPER00 - LECTURE C01 KO ' E117-ID-PERS
               PERFORM AFFICHER-SQLCODE
               MOVE 'ERREUR SQL SUR LES POLICES' TO W-DIS-MOTIF
               SET PERSONNE-ANOMALIE TO TRUE
               SET FIN-POLICES TO TRUE
           END-EVALUATE
           .
      *
      ******************************************************************
      * UNE POLICE : SINISTRE DECES SI LA COUVERTURE LE PREVOIT, PUIS  *
      * RESILIATION FORCEE POUR DECES                                  *
      ******************************************************************
       TRAITER-POLICE.
           MOVE W-POL-ID-ASSUR(I-P) TO H-ID-ASSUR
           MOVE SPACES TO W-POL-DIS-MOTIF
           MOVE 0 TO W-AVOIR-ID-FACTURE

           IF  W-POL-PRESTATION-DECES(I-P) = 'Y'
               PERFORM DECLARER-SINISTRE-DECES
           END-IF

           IF  PERSONNE-OK
               PERFORM RESILIER-POLICE
           END-IF

           IF  PERSONNE-OK
               PERFORM COMPTER-SINISTRES-OUVERTS
           END-IF

           IF  PERSONNE-OK
               MOVE 'RESILIEE  ' TO W-POL-DIS-RESULTAT
           ELSE
               MOVE 'ANNULEE   ' TO W-POL-DIS-RESULTAT
           END-IF
           PERFORM ECRIRE-LIGNE-POLICE
           IF  PERSONNE-OK AND W-AVOIR-ID-FACTURE > 0
               PERFORM ECRIRE-LIGNE-AVOIR
           END-IF

           ADD 1 TO I-P
           .
      *
      *    UN SEUL SINISTRE DECES PAR POLICE : UN RUN REJOUE NE LE
      *    DECLARE PAS UNE SECONDE FOIS
       DECLARER-SINISTRE-DECES.
           EXEC SQL
              SELECT COUNT(*)
                INTO :H-NB-SINISTRE
                FROM SINISTRES
               WHERE ID_ASSUR = :H-ID-ASSUR
                 AND DESCRIPTION LIKE 'DECES DE L''ASSURE%'
           END-EXEC

           IF  SQLCODE NOT = ZERO
               DISPLAY 'DCDPER00 - LECTURE SINISTRES KO ' E117-ID-PERS
               PERFORM AFFICHER-SQLCODE
               MOVE 'ERREUR SQL SUR LES SINISTRES' TO W-DIS-MOTIF
               SET PERSONNE-ANOMALIE TO TRUE
           END-IF

           IF  PERSONNE-OK AND H-NB-SINISTRE = ZERO
               EXEC SQL
                  SELECT COALESCE(MAX(ID_SINISTRE), 0) + 1
                    INTO :H-ID-SINISTRE
                    FROM SINISTRES
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   DISPLAY 'DCDPER00 - MAX ID_SINISTRE KO '
                           E117-ID-PERS
                   PERFORM AFFICHER-SQLCODE
                   MOVE 'ERREUR SQL SUR LES SINISTRES' TO W-DIS-MOTIF
                   SET PERSONNE-ANOMALIE TO TRUE
               END-IF
           END-IF

           IF  PERSONNE-OK AND H-NB-SINISTRE = ZERO
               MOVE SPACES TO SI-ENTREE
               MOVE 'D' TO SI-TYPE-ACCESS
               MOVE H-ID-SINISTRE TO SI-D-ID-SINISTRE
               MOVE H-ID-ASSUR    TO SI-D-ID-ASSUR
               MOVE H-DATE-DECES  TO SI-D-DATE-SINISTRE
               STRING 'DECES DE L''ASSURE - SOURCE ' E117-SOURCE
                      DELIMITED BY SIZE INTO SI-D-DESCRIPTION
               MOVE 'DCDPER00' TO SI-D-UTILISATEUR
               MOVE SPACES TO SI-LIBELLE-ANOMALIE

               CALL C-TSINIS00 USING SI-ENTREE SI-SORTIE
               END-CALL

               IF  SI-RETOUR-OK
                   ADD 1 TO W-PERS-SINISTRES-DECES
                   MOVE 'SINISTRE DECES OUVERT' TO W-POL-DIS-MOTIF
               ELSE
                   MOVE SI-LIBELLE-ANOMALIE TO W-POL-DIS-MOTIF
                   MOVE 'ECHEC DECLARATION SINISTRE DECES'
                     TO W-DIS-MOTIF
                   SET PERSONNE-REJETEE TO TRUE
               END-IF
           END-IF
           .
      *
      *    LE FORCAGE LAISSE PASSER LES SINISTRES OUVERTS, DONT LE
      *    SINISTRE DECES QUI VIENT D'ETRE DECLARE
       RESILIER-POLICE.
           MOVE SPACES TO ENTREE
           SET ACCESS-RESILIATION TO TRUE
           MOVE H-ID-ASSUR                  TO RS-ID_ASSUR
           MOVE W-POL-DATE-RESILIATION(I-P) TO RS-DATE-RESILIATION
           SET RS-MOTIF-DECES TO TRUE
           SET RS-FORCEE      TO TRUE
           MOVE SPACES TO LIBELLE-ANOMALIE

           CALL C-TASSUR00 USING ENTREE SORTIE
           END-CALL

           IF  RETOUR-OK
               ADD 1 TO W-PERS-RESILIEES
               MOVE R-ID-FACTURE-AVOIR  TO W-AVOIR-ID-FACTURE
               MOVE R-PRIME-NON-ACQUISE TO W-AVOIR-PRIME
               MOVE R-TAXE-NON-ACQUISE  TO W-AVOIR-TAXE
               MOVE R-TOTAL-AVOIR       TO W-AVOIR-TOTAL
           ELSE
               MOVE LIBELLE-ANOMALIE TO W-POL-DIS-MOTIF
               MOVE 'ECHEC RESILIATION POLICE' TO W-DIS-MOTIF
               SET PERSONNE-REJETEE TO TRUE
           END-IF
           .
      *
      *    SINISTRES NON REGLES ('O' OUVERT, 'E' EVALUE) QUE LE
      *    SERVICE SINISTRES DOIT CONTINUER A SUIVRE
       COMPTER-SINISTRES-OUVERTS.
           EXEC SQL
              SELECT COUNT(*)
                INTO :H-NB-SINISTRE
                FROM SINISTRES
               WHERE ID_ASSUR = :H-ID-ASSUR
                 AND STATUT IN ('O', 'E')
           END-EXEC

           IF  SQLCODE NOT = ZERO
               DISPLAY 'DCDPER00 - LECTURE SINISTRES KO ' E117-ID-PERS
               PERFORM AFFICHER-SQLCODE
               MOVE 'ERREUR SQL SUR LES SINISTRES' TO W-DIS-MOTIF
               SET PERSONNE-ANOMALIE TO TRUE
           ELSE
               ADD H-NB-SINISTRE TO W-PERS-SINISTRES-OUVERTS
               IF  H-NB-SINISTRE > 0
                   MOVE H-NB-SINISTRE TO W-NB-ED
                   MOVE SPACES TO W-POL-DIS-MOTIF
                   STRING 'SINISTRES OUVERTS A SUIVRE : ' W-NB-ED
                          DELIMITED BY SIZE INTO W-POL-DIS-MOTIF
               END-IF
           END-IF
           .
      *
      *    VALIDATION OU ANNULATION DE LA PERSONNE EN BLOC ET LIGNE DE
      *    DISPOSITION DE LA NOTIFICATION
       CLORE-PERSONNE.
           EVALUATE TRUE
             WHEN PERSONNE-OK
               EXEC SQL COMMIT END-EXEC
               IF  DEJA-DECEDE
                   ADD 1 TO W-NB-DEJA-ENREGISTRES
                   MOVE 'DEJA VU   ' TO W-DIS-RESULTAT
                   STRING 'DECES DEJA ENREGISTRE AU ' H-DATE-DECES
                          DELIMITED BY SIZE INTO W-DIS-MOTIF
               ELSE
                   ADD 1 TO W-NB-ENREGISTRES
                   MOVE 'ENREGISTRE' TO W-DIS-RESULTAT
               END-IF
               ADD W-PERS-RESILIEES         TO W-NB-RESILIEES
               ADD W-PERS-SINISTRES-DECES   TO W-NB-SINISTRES-DECES
               ADD W-PERS-SINISTRES-OUVERTS TO W-NB-SINISTRES-OUVERTS
             WHEN PERSONNE-ANOMALIE
               EXEC SQL ROLLBACK END-EXEC
               SET EN-ANOMALIE TO TRUE
               ADD 1 TO W-NB-REJETEES
               MOVE 'ANOMALIE  ' TO W-DIS-RESULTAT
             WHEN OTHER
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO W-NB-REJETEES
               MOVE 'REJETEE   ' TO W-DIS-RESULTAT
           END-EVALUATE

           MOVE E117-ID-PERS    TO W-DIS-ID-PERS
           MOVE E117-DATE-DECES TO W-DIS-DATE-DECES
           MOVE E117-SOURCE     TO W-DIS-SOURCE
           MOVE W-LIGNE-DISPOSITION TO ENR-SYS118
           WRITE ENR-SYS118
           .
      *
       ECRIRE-LIGNE-POLICE.
           MOVE W-POL-ID-ASSUR(I-P) TO W-POL-DIS-ID-ASSUR
           MOVE W-POL-LIBELLE(I-P)  TO W-POL-DIS-LIBELLE
           MOVE W-LIGNE-POLICE TO ENR-SYS118
           WRITE ENR-SYS118
           .
      *
       ECRIRE-LIGNE-AVOIR.
           MOVE W-AVOIR-ID-FACTURE TO W-AVO-ID-FACTURE
           MOVE W-AVOIR-PRIME      TO W-AVO-PRIME
           MOVE W-AVOIR-TAXE       TO W-AVO-TAXE
           MOVE W-AVOIR-TOTAL      TO W-AVO-TOTAL
           MOVE W-LIGNE-AVOIR TO ENR-SYS118
           WRITE ENR-SYS118
           .
      *
       ECRIRE-TOTAUX.
           MOVE 'TOTAL NOTIFICATIONS LUES    : ' TO W-TOT-LIBELLE
           MOVE W-NB-LUES                        TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL DECES ENREGISTRES     : ' TO W-TOT-LIBELLE
           MOVE W-NB-ENREGISTRES                 TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL DECES DEJA ENREGISTRES: ' TO W-TOT-LIBELLE
           MOVE W-NB-DEJA-ENREGISTRES            TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL NOTIFICATIONS REJETEES: ' TO W-TOT-LIBELLE
           MOVE W-NB-REJETEES                    TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL POLICES RESILIEES     : ' TO W-TOT-LIBELLE
           MOVE W-NB-RESILIEES                   TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL SINISTRES DECES       : ' TO W-TOT-LIBELLE
           MOVE W-NB-SINISTRES-DECES             TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL SINISTRES A SUIVRE    : ' TO W-TOT-LIBELLE
           MOVE W-NB-SINISTRES-OUVERTS           TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           .
      *
       ECRIRE-LIGNE-TOTAL.
           MOVE W-LIGNE-TOTAL TO ENR-SYS118
           WRITE ENR-SYS118
           .
      *
       AFFICHER-SQLCODE.
           MOVE SQLCODE TO SQLCODE-POUR-DISPLAY
           DISPLAY 'DCDPER00 - SQLCODE : ' SQLCODE-POUR-DISPLAY
           .
