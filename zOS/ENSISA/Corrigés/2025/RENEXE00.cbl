      *           RENOUVELER / 'L' LAISSER TOMBER) ET :
      *             - 'R' : FAIT AVANCER LE TERME D'UN AN VIA LA
      *               FONCTION RENOUVELLEMENT DE TASSUR00
      *               (DATE_EFFET/DATE_FIN + 1 AN, PRIME MULTIPLIEE
      *               PAR LE COEFFICIENT DE LA POLICE),
      *             - 'L' : N'APPLIQUE RIEN - LA POLICE EXPIRE
      *               D'ELLE-MEME A SA DATE_FIN, LA DECISION EST
      *               SIMPLEMENT ACTEE DANS LA DISPOSITION,
      *           FSYS083 AVEC TOTAUX. CHECKPOINT COMPTE-RENDU
      *           (FCHKPT) COMME TPERMJ00 : UN RUN INTERROMPU
      *           REPREND OU IL EN ETAIT.
      *           LE COEFFICIENT N'EST PLUS UNE HAUSSE UNIQUE POUR
      *           TOUS : C'EST CELUI DU BAREME DE SINISTRALITE DE LA
      *           COUVERTURE (COTATION TASSUR00 SUR LES SINISTRES ET
      *           VERSEMENTS DES N DERNIERES ANNEES), CELUI QUE LE
      *           SOUSCRIPTEUR A PORTE SUR LA DECISION APRES LECTURE
      *           DE L'ETAT RENPRE00 (COLONNES 12-16, 9V9999 SANS
      *           POINT, '10500' = +5 POURCENT), OU A DEFAUT DE
      *           TRANCHE DE BAREME LA HAUSSE FORFAITAIRE. CARTE
      *           SYSIN : HAUSSE FORFAITAIRE 9(3)V99 SANS POINT
      *           ('00350' = 3,50 POURCENT, DEFAUT 0) PUIS NOMBRE
      *           D'ANNEES D'HISTORIQUE 9(2) (DEFAUT 3).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           05  E84-DECISION                       PIC X(01).
               88  E84-RENOUVELER                 VALUE 'R'.
               88  E84-LAISSER                    VALUE 'L'.
      *        COEFFICIENT FORCE PAR LE SOUSCRIPTEUR (9V9999) - A
      *        BLANC OU A ZERO, LE COEFFICIENT COTE S'APPLIQUE
           05  E84-COEF-FORCE                     PIC X(05).
           05  E84-COEF-FORCE-N REDEFINES E84-COEF-FORCE
                                                  PIC 9V9999.
           05  FILLER                             PIC X(64).
       FD  FSYS083
           LABEL RECORD STANDARD
           RECORDING MODE IS F
       01  W-NB-RENOUVELEES                       PIC 9(08) VALUE 0.
       01  W-NB-TOMBEES                           PIC 9(08) VALUE 0.
       01  W-NB-REJETEES                          PIC 9(08) VALUE 0.
       01  W-NB-FORCEES                           PIC 9(08) VALUE 0.
       01  W-NB-SAUTEES                           PIC 9(08) VALUE 0.
       01  W-NB-DEJA-TRAITEES                     PIC 9(08) VALUE 0.
       01  W-FCHKPT-STATUS                        PIC X(02).
       01  W-CHKPT-SW                             PIC X(01) VALUE 'N'.
           88  CHKPT-TROUVE                       VALUE 'Y'.
      *
      *    CARTE SYSIN : POURCENTAGE DE HAUSSE FORFAITAIRE (9(3)V99
      *    SANS POINT) ET NOMBRE D'ANNEES D'HISTORIQUE DE SINISTRES
       01  W-CARTE-SYSIN.
           05  W-PCT-SAISI                        PIC X(05).
           05  W-PCT-SAISI-N REDEFINES W-PCT-SAISI
                                                  PIC 9(3)V99.
           05  W-ANNEES-SAISIES                   PIC X(02).
           05  W-ANNEES-SAISIES-N REDEFINES W-ANNEES-SAISIES
                                                  PIC 9(02).
       01  N-PCT-HAUSSE                           PIC 9(3)V99 VALUE 0.
       01  N-NB-ANNEES                            PIC 9(02) VALUE 03.
      *
      *    COEFFICIENT RETENU POUR LA POLICE ET SON ORIGINE
       01  W-COEFFICIENT                          PIC 9V9999.
       01  W-COEFFICIENT-ED                       PIC 9.9999.
       01  W-ORIGINE-COEF                         PIC X(08).
      *
       01  W-LIGNE-DISPOSITION.
           05  W-DIS-NUMERO                       PIC 9(08).

       PROCEDURE DIVISION.

           ACCEPT W-CARTE-SYSIN FROM SYSIN
           IF  W-PCT-SAISI IS NUMERIC
               MOVE W-PCT-SAISI-N TO N-PCT-HAUSSE
           END-IF
           IF  W-ANNEES-SAISIES IS NUMERIC
           AND W-ANNEES-SAISIES-N > 0
               MOVE W-ANNEES-SAISIES-N TO N-NB-ANNEES
           END-IF
           DISPLAY 'RENEXE00 - HAUSSE FORFAITAIRE : ' N-PCT-HAUSSE
           DISPLAY 'RENEXE00 - ANNEES D''HISTORIQUE : ' N-NB-ANNEES

           PERFORM LIRE-DERNIER-CHECKPOINT


           DISPLAY 'RENEXE00 - LUES        : ' W-NB-LUES
           DISPLAY 'RENEXE00 - RENOUVELEES : ' W-NB-RENOUVELEES
           DISPLAY 'RENEXE00 - DONT FORCEES: ' W-NB-FORCEES
           DISPLAY 'RENEXE00 - TOMBEES     : ' W-NB-TOMBEES
           DISPLAY 'RENEXE00 - REJETEES    : ' W-NB-REJETEES
           DISPLAY 'RENEXE00 - SAUTEES     : ' W-NB-SAUTEES

           EVALUATE TRUE
             WHEN E84-RENOUVELER
               PERFORM DETERMINER-COEFFICIENT
               IF  RETOUR-OK
                   PERFORM RENOUVELER-POLICE
               END-IF

               IF  RETOUR-OK
                   ADD 1 TO W-NB-RENOUVELEES
                   IF  W-ORIGINE-COEF = 'FORCE   '
                       ADD 1 TO W-NB-FORCEES
                   END-IF
                   MOVE 'RENOUVELEE' TO W-DIS-RESULTAT
                   MOVE W-COEFFICIENT TO W-COEFFICIENT-ED
                   MOVE SPACES       TO W-DIS-MOTIF
                   STRING 'COEFFICIENT ' W-COEFFICIENT-ED
                          ' (' W-ORIGINE-COEF ')'
                          DELIMITED BY SIZE INTO W-DIS-MOTIF
               ELSE
                   ADD 1 TO W-NB-REJETEES
                   MOVE 'REJETEE   '     TO W-DIS-RESULTAT

           PERFORM ECRIRE-DISPOSITION
           .
      *
      *    LE COEFFICIENT FORCE SUR LA DECISION PREVAUT ; SINON LA
      *    COTATION TASSUR00 DONNE CELUI DU BAREME DE SINISTRALITE OU,
      *    SANS TRANCHE ATTEINTE, LA HAUSSE FORFAITAIRE
       DETERMINER-COEFFICIENT.
           IF  E84-COEF-FORCE IS NUMERIC
           AND E84-COEF-FORCE-N > 0
               MOVE E84-COEF-FORCE-N TO W-COEFFICIENT
               MOVE 'FORCE   '       TO W-ORIGINE-COEF
               SET RETOUR-OK TO TRUE
           ELSE
               MOVE SPACES TO ENTREE
               SET ACCESS-COTATION TO TRUE
               MOVE E84-ID-ASSUR TO CT-ID_ASSUR
               MOVE N-PCT-HAUSSE TO CT-PCT-HAUSSE
               MOVE N-NB-ANNEES  TO CT-NB-ANNEES
               MOVE SPACES TO LIBELLE-ANOMALIE

               CALL C-TASSUR00 USING ENTREE SORTIE
               END-CALL

               IF  RETOUR-OK
                   MOVE Q-COEFFICIENT TO W-COEFFICIENT
                   IF  Q-BAREME
                       MOVE 'BAREME  ' TO W-ORIGINE-COEF
                   ELSE
                       MOVE 'FORFAIT ' TO W-ORIGINE-COEF
                   END-IF
               END-IF
           END-IF
           .
      *
       RENOUVELER-POLICE.
           MOVE SPACES TO ENTREE
           SET ACCESS-RENEW TO TRUE
           MOVE E84-ID-ASSUR  TO RN-ID_ASSUR
           MOVE N-PCT-HAUSSE  TO RN-PCT-HAUSSE
           MOVE W-COEFFICIENT TO RN-COEFFICIENT
           MOVE SPACES TO LIBELLE-ANOMALIE

           CALL C-TASSUR00 USING ENTREE SORTIE
           END-CALL
           .
      *
       ECRIRE-DISPOSITION.
           MOVE SPACES              TO ENR-SYS083
           MOVE 'TOTAL POLICES RENOUVELEES   : ' TO W-TOT-LIBELLE
           MOVE W-NB-RENOUVELEES                 TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'DONT COEFFICIENTS FORCES    : ' TO W-TOT-LIBELLE
           MOVE W-NB-FORCEES                     TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL POLICES TOMBEES       : ' TO W-TOT-LIBELLE
           MOVE W-NB-TOMBEES                     TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
