      ****************************************************************
      * PROGRAMME BATCH = TENUE DES MANDATS DE PRELEVEMENT DES
      *                   FACTURES DE PRIMES SUR UN CONTRAT WHSPEAPI
      ****************************************************************
      * PROGRAM:  MANPRL00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  UN ASSURE QUI DETIENT AUSSI UN CONTRAT WHSPEAPI PEUT
      *           SIGNER UN MANDAT : SES FACTURES DE PRIMES SONT ALORS
      *           PRELEVEES A ECHEANCE SUR CE CONTRAT PAR PRLFAC00 AU
      *           LIEU D'ETRE REGLEES PAR VIREMENT. CE PROGRAMME LIT
      *           LE FICHIER DES MANDATS RECUS (FSYS106 : ACTION
      *           S = SIGNATURE / R = REVOCATION, ID_PERS 9(10), PAYS,
      *           CONTRAT 9(11), DATE AAAA-MM-JJ, A BLANC LE JOUR) ET
      *           TIENT LA TABLE MANDATS_PRELEVEMENT. UNE PERSONNE A
      *           AU PLUS UN MANDAT EN VIGUEUR (DATE_REVOCATION A
      *           NULL) : UNE SIGNATURE REVOQUE LE MANDAT PRECEDENT A
      *           SA DATE. LE CONTRAT DOIT EXISTER, ETRE OUVERT ET
      *           ETRE RATTACHE A LA PERSONNE (CONTRATS.ID_PERS).
      *           CHAQUE MANDAT ACCEPTE EST VALIDE PAR UN COMMIT ;
      *           FSYS107 RECOIT UNE LIGNE ACCEPTE/REJETE AVEC MOTIF
      *           PAR MANDAT, SUIVIE DES TOTAUX. CODE RETOUR 4 SI DES
      *           MANDATS SONT REJETES, 8 SUR ANOMALIE DB2.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANPRL00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS106 ASSIGN TO UT-S-SYS106.
           SELECT FSYS107 ASSIGN TO UT-S-SYS107.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS106
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS106.
           05  E106-ACTION                        PIC X(01).
               88  E106-SIGNATURE                 VALUE 'S'.
               88  E106-REVOCATION                VALUE 'R'.
           05  E106-ID-PERS                       PIC 9(10).
           05  E106-ID-PERS-X REDEFINES E106-ID-PERS
                                                  PIC X(10).
           05  E106-PAYS                          PIC X(02).
           05  E106-CONTRAT                       PIC 9(11).
           05  E106-DATE                          PIC X(10).
           05  FILLER                             PIC X(46).
       FD  FSYS107
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS107                             PIC X(132).
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
       01  H-ID-PERS                              PIC S9(10) COMP.
       01  H-ID-PERS-CONTRAT                      PIC X(10).
       01  H-PAYS                                 PIC X(02).
       01  H-CONTRAT                              PIC 9(11).
       01  H-STATUT-CONTRAT                       PIC X(01).
           88  H-CONTRAT-FERME                    VALUE 'F'.
       01  H-DATE-MANDAT                          PIC X(10).
       01  H-NB-ACTIF                             PIC S9(9) COMP.
       01  W-DATE-JOUR                            PIC X(10).
      *
       01  W-FIN-FICHIER-SW                       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER-ATTEINTE               VALUE 'Y'.
       01  W-NB-LUS                               PIC 9(08) VALUE 0.
       01  W-NB-SIGNES                            PIC 9(08) VALUE 0.
       01  W-NB-REVOQUES                          PIC 9(08) VALUE 0.
       01  W-NB-REJETES                           PIC 9(08) VALUE 0.
      *
       01  W-LIGNE-DISPOSITION.
           05  W-DIS-NUMERO                       PIC 9(08).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-ACTION                       PIC X(01).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-ID-PERS                      PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-PAYS                         PIC X(02).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-DIS-CONTRAT                      PIC X(11).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-DATE                         PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-RESULTAT                     PIC X(08).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-MOTIF                        PIC X(40).
           05  FILLER                             PIC X(29)
                                                  VALUE SPACE.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           IF  NOT ANOMALIE
               PERFORM LIRE-MANDAT
               PERFORM TRAITER-MANDAT
                       UNTIL FIN-FICHIER-ATTEINTE OR ANOMALIE
           END-IF
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           OPEN INPUT  FSYS106
           OPEN OUTPUT FSYS107
           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :W-DATE-JOUR
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           MOVE SPACES TO ENR-SYS107
           STRING 'MANDATS DE PRELEVEMENT DES FACTURES DE PRIMES - '
                  W-DATE-JOUR
                  DELIMITED BY SIZE INTO ENR-SYS107
           WRITE ENR-SYS107
           .
      *
       LIRE-MANDAT.
           READ FSYS106
             AT END
               SET FIN-FICHIER-ATTEINTE TO TRUE
             NOT AT END
               ADD 1 TO W-NB-LUS
           END-READ
           .
      *
       TRAITER-MANDAT.
           MOVE W-NB-LUS       TO W-DIS-NUMERO
           MOVE E106-ACTION    TO W-DIS-ACTION
           MOVE E106-ID-PERS-X TO W-DIS-ID-PERS
           MOVE E106-PAYS      TO W-DIS-PAYS
           MOVE E106-CONTRAT   TO W-DIS-CONTRAT
           IF  E106-DATE = SPACES
               MOVE W-DATE-JOUR TO H-DATE-MANDAT
           ELSE
               MOVE E106-DATE   TO H-DATE-MANDAT
           END-IF
           MOVE H-DATE-MANDAT  TO W-DIS-DATE

           EVALUATE TRUE
             WHEN NOT E106-SIGNATURE AND NOT E106-REVOCATION
               MOVE 'ACTION INCONNUE (S OU R)' TO W-DIS-MOTIF
               PERFORM REJETER-MANDAT
             WHEN E106-ID-PERS IS NOT NUMERIC
               MOVE 'ID_PERS NON NUMERIQUE' TO W-DIS-MOTIF
               PERFORM REJETER-MANDAT
             WHEN E106-PAYS NOT = 'FR' AND E106-PAYS NOT = 'ES'
                  AND E106-PAYS NOT = 'PT'
               MOVE 'PAYS NON GERE' TO W-DIS-MOTIF
               PERFORM REJETER-MANDAT
             WHEN E106-CONTRAT IS NOT NUMERIC
               MOVE 'NUMERO DE CONTRAT INVALIDE' TO W-DIS-MOTIF
               PERFORM REJETER-MANDAT
             WHEN OTHER
               MOVE E106-ID-PERS TO H-ID-PERS
               MOVE E106-PAYS    TO H-PAYS
               MOVE E106-CONTRAT TO H-CONTRAT
               IF  E106-SIGNATURE
                   PERFORM CONTROLER-CONTRAT
               ELSE
                   PERFORM REVOQUER-MANDAT
               END-IF
           END-EVALUATE

           PERFORM LIRE-MANDAT
           .
      *
      *    LE CONTRAT MANDATE DOIT EXISTER, ETRE OUVERT ET APPARTENIR
      *    A LA PERSONNE DONT LES FACTURES Y SERONT PRELEVEES
       CONTROLER-CONTRAT.
           EXEC SQL
              SELECT COALESCE(STATUT, 'O'),
                     COALESCE(ID_PERS, ' ')
                INTO :H-STATUT-CONTRAT,
                     :H-ID-PERS-CONTRAT
                FROM CONTRATS
               WHERE PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 'CONTRAT INCONNU' TO W-DIS-MOTIF
               PERFORM REJETER-MANDAT
             WHEN SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
             WHEN H-CONTRAT-FERME
               MOVE 'CONTRAT FERME' TO W-DIS-MOTIF
               PERFORM REJETER-MANDAT
             WHEN H-ID-PERS-CONTRAT NOT = E106-ID-PERS-X
               MOVE 'CONTRAT D''UN AUTRE TITULAIRE' TO W-DIS-MOTIF
               PERFORM REJETER-MANDAT
             WHEN OTHER
               PERFORM SIGNER-MANDAT
           END-EVALUATE
           .
      *
      *    UN MANDAT IDENTIQUE DEJA EN VIGUEUR N'EST PAS RESSAISI (LE
      *    FICHIER PEUT ETRE REPASSE) ; SINON LE MANDAT EN VIGUEUR DE
      *    LA PERSONNE EST REVOQUE A LA DATE DU NOUVEAU
       SIGNER-MANDAT.
           EXEC SQL
              SELECT COUNT(*)
                INTO :H-NB-ACTIF
                FROM MANDATS_PRELEVEMENT
               WHERE ID_PERS = :H-ID-PERS
                 AND PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
                 AND DATE_REVOCATION IS NULL
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
             WHEN H-NB-ACTIF > 0
               MOVE 'MANDAT DEJA EN VIGUEUR' TO W-DIS-MOTIF
               PERFORM REJETER-MANDAT
             WHEN OTHER
               EXEC SQL
                  UPDATE MANDATS_PRELEVEMENT
                     SET DATE_REVOCATION = DATE(:H-DATE-MANDAT)
                   WHERE ID_PERS = :H-ID-PERS
                     AND DATE_REVOCATION IS NULL
               END-EXEC
               IF  SQLCODE = ZERO OR SQLCODE = 100
                   PERFORM INSERER-MANDAT
               ELSE
                   PERFORM TRAITER-ERREUR-MAJ
               END-IF
           END-EVALUATE
           .
      *
       INSERER-MANDAT.
           EXEC SQL
              INSERT INTO MANDATS_PRELEVEMENT
              (
                ID_PERS,
                PAYS,
                CONTRAT,
                DATE_SIGNATURE,
                DATE_REVOCATION,
                DATE_SAISIE
              )
              VALUES
              (
                :H-ID-PERS,
                :H-PAYS,
                :H-CONTRAT,
                DATE(:H-DATE-MANDAT),
                NULL,
                CURRENT TIMESTAMP
              )
           END-EXEC
           IF  SQLCODE = ZERO
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO W-NB-SIGNES
               MOVE 'ACCEPTE ' TO W-DIS-RESULTAT
               MOVE 'MANDAT SIGNE' TO W-DIS-MOTIF
               PERFORM ECRIRE-DISPOSITION
           ELSE
               PERFORM TRAITER-ERREUR-MAJ
           END-IF
           .
      *
      *    SEUL LE MANDAT EN VIGUEUR SUR CE CONTRAT EST REVOQUE ; LES
      *    FACTURES DE LA PERSONNE REVIENNENT AU REGLEMENT PAR VIREMENT
       REVOQUER-MANDAT.
           EXEC SQL
              UPDATE MANDATS_PRELEVEMENT
                 SET DATE_REVOCATION = DATE(:H-DATE-MANDAT)
               WHERE ID_PERS = :H-ID-PERS
                 AND PAYS = :H-PAYS
                 AND CONTRAT = :H-CONTRAT
                 AND DATE_REVOCATION IS NULL
           END-EXEC
           IF  SQLCODE = ZERO
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO W-NB-REVOQUES
               MOVE 'ACCEPTE ' TO W-DIS-RESULTAT
               MOVE 'MANDAT REVOQUE' TO W-DIS-MOTIF
               PERFORM ECRIRE-DISPOSITION
           ELSE
               IF  SQLCODE = 100
                   MOVE 'AUCUN MANDAT EN VIGUEUR SUR CE CONTRAT'
                     TO W-DIS-MOTIF
                   PERFORM REJETER-MANDAT
               ELSE
                   PERFORM TRAITER-ERREUR-MAJ
               END-IF
           END-IF
           .
      *
      *    UNE DATE ILLISIBLE REJETTE LE MANDAT ; TOUTE AUTRE ERREUR
      *    DEFAIT LE MANDAT EN COURS ET ARRETE LE TRAITEMENT
       TRAITER-ERREUR-MAJ.
           EVALUATE SQLCODE
              WHEN -180
              WHEN -181
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE 'DATE DU MANDAT INVALIDE' TO W-DIS-MOTIF
                 PERFORM REJETER-MANDAT
              WHEN OTHER
                 PERFORM FORMATAGE-ERREUR-DB2
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM TRT-ANOMALIE
                 MOVE 'ERREUR SQL - MANDAT NON ENREGISTRE'
                   TO W-DIS-MOTIF
                 PERFORM REJETER-MANDAT
           END-EVALUATE
           .
      *
       REJETER-MANDAT.
           ADD 1 TO W-NB-REJETES
           MOVE 'REJETE  ' TO W-DIS-RESULTAT
           PERFORM ECRIRE-DISPOSITION
           .
      *
       ECRIRE-DISPOSITION.
           MOVE SPACES              TO ENR-SYS107
           MOVE W-LIGNE-DISPOSITION TO ENR-SYS107
           WRITE ENR-SYS107
           .
      *
       FORMATAGE-ERREUR-DB2.
           MOVE SQLCODE TO W-SQLCODE
           MOVE W-SQLCODE TO SQLCODE-POUR-DISPLAY
           DISPLAY 'ERREUR DB2 SQLCODE=' SQLCODE-POUR-DISPLAY
              ' ' SQLERRM ' '
           .
      *
       TRT-ANOMALIE.
           SET ANOMALIE TO TRUE
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           MOVE SPACES TO ENR-SYS107
           STRING 'MANDATS LUS ' W-NB-LUS
                  '  SIGNES ' W-NB-SIGNES
                  '  REVOQUES ' W-NB-REVOQUES
                  '  REJETES ' W-NB-REJETES
                  DELIMITED BY SIZE INTO ENR-SYS107
           WRITE ENR-SYS107
           CLOSE FSYS106
           CLOSE FSYS107

           DISPLAY 'MANPRL00 - LUS      : ' W-NB-LUS
           DISPLAY 'MANPRL00 - SIGNES   : ' W-NB-SIGNES
           DISPLAY 'MANPRL00 - REVOQUES : ' W-NB-REVOQUES
           DISPLAY 'MANPRL00 - REJETES  : ' W-NB-REJETES

           IF  W-NB-REJETES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF  ANOMALIE
               DISPLAY 'MANPRL00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
