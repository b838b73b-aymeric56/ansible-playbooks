      ****************************************************************
      * PROGRAMME BATCH = RETOURS DES PLIS NON DISTRIBUES (N'HABITE
      *                   PAS A L'ADRESSE INDIQUEE) RENVOYES PAR LE
      *                   ROUTEUR, ET MARQUAGE DE L'ADRESSE DANS TPERS
      ****************************************************************
      * PROGRAM:  CORNPA00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  LE ROUTEUR RENVOIE LE FICHIER DES PLIS QU'IL N'A PAS
      *           PU DISTRIBUER (FSYS128 : NUMERO DE PLI DU FICHIER
      *           CORPLI00, DESTINATAIRE, DATE DU RETOUR, CODE ET
      *           LIBELLE DU MOTIF POSTAL). POUR CHAQUE RETOUR :
      *             - LE PLI EST RETROUVE DANS COURRIER (ID_PLI) AVEC
      *               SON DESTINATAIRE ET LA VERSION D'ADRESSE
      *               (ADRESSE_HIST) SOUS LAQUELLE IL EST PARTI ; SES
      *               COURRIERS PASSENT AU STATUT 'R' (REVENU),
      *             - SI L'ADRESSE DU DESTINATAIRE N'A PAS CHANGE
      *               DEPUIS L'EMISSION, ELLE EST MARQUEE N'HABITE PAS
      *               A L'ADRESSE INDIQUEE DANS TPERS (ADR_NPAI = 'O',
      *               DATE_NPAI = DATE DU RETOUR) : CORPLI00 RETIENT
      *               ALORS SES PLIS SUIVANTS, ET LE MARQUAGE TOMBE
      *               DES QUE L'ADRESSE EST CORRIGEE (TPERSPGM),
      *             - SI ELLE A DEJA ETE CORRIGEE, LE RETOUR EST
      *               SIMPLEMENT COMPTE.
      *           UN RETOUR SUR UN PLI INCONNU OU POUR UN AUTRE
      *           DESTINATAIRE QUE CELUI DU PLI EST REJETE. CHAQUE
      *           RETOUR EST VALIDE PAR UN COMMIT, COMME CHAQUE REBOND
      *           DE EMLBNC00.
      *
      *           FSYS129 RECOIT UNE LIGNE DE DISPOSITION PAR RETOUR ET
      *           LES TOTAUX. CODE RETOUR 4 SI DES RETOURS SONT
      *           REJETES, 8 SUR ANOMALIE DB2.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORNPA00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS128 ASSIGN TO UT-S-SYS128.
           SELECT FSYS129 ASSIGN TO UT-S-SYS129.
       DATA DIVISION.
       FILE SECTION.
      *    FICHIER DES PLIS NON DISTRIBUES DU ROUTEUR (LRECL 80)
       FD  FSYS128
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS128.
           05  E128-ID-PLI                        PIC 9(09).
           05  E128-ID-DESTINATAIRE               PIC 9(10).
      *        DATE DU RETOUR AAAA-MM-JJ
           05  E128-DATE-RETOUR                   PIC X(10).
           05  E128-MOTIF                         PIC X(02).
           05  E128-LIBELLE-MOTIF                 PIC X(49).
       FD  FSYS129
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS129                             PIC X(132).
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
       01  H-ID-PLI                               PIC S9(9) COMP.
       01  H-NB-COURRIERS                         PIC S9(9) COMP.
       01  H-ID-DESTINATAIRE                      PIC S9(10) COMP.
       01  H-ID-ADRESSE-PLI                       PIC S9(10) COMP.
       01  H-ID-ADRESSE-COURANTE                  PIC S9(10) COMP.
       01  H-DATE-RETOUR                          PIC X(10).
      *
       01  W-FIN-FICHIER-SW                       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER-ATTEINTE               VALUE 'Y'.
       01  W-NB-LUS                               PIC 9(08) VALUE 0.
       01  W-NB-MARQUES                           PIC 9(08) VALUE 0.
       01  W-NB-DEJA-CORRIGES                     PIC 9(08) VALUE 0.
       01  W-NB-REJETES                           PIC 9(08) VALUE 0.
      *
       01  W-LIGNE-DISPOSITION.
           05  W-DIS-ID-PLI                       PIC 9(09).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DIS-ID-DESTINATAIRE              PIC 9(10).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DIS-DATE-RETOUR                  PIC X(10).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DIS-MOTIF                        PIC X(02).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DIS-ACTION                       PIC X(10).
           05  FILLER                             PIC X(02) VALUE SPACE.
           05  W-DIS-COMMENTAIRE                  PIC X(30).
           05  FILLER                             PIC X(51) VALUE SPACE.
      *
       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(30).
           05  W-TOT-NOMBRE                       PIC 9(08).
           05  FILLER                             PIC X(94) VALUE SPACE.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           PERFORM LIRE-RETOUR
           PERFORM TRAITER-RETOUR UNTIL FIN-FICHIER-ATTEINTE
                                  OR ANOMALIE
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           OPEN INPUT  FSYS128
           OPEN OUTPUT FSYS129
           MOVE SPACES TO ENR-SYS129
           MOVE 'RETOURS DES PLIS NON DISTRIBUES' TO ENR-SYS129
           WRITE ENR-SYS129
           .
      *
       LIRE-RETOUR.
           READ FSYS128
             AT END
               SET FIN-FICHIER-ATTEINTE TO TRUE
             NOT AT END
               ADD 1 TO W-NB-LUS
           END-READ
           .
      *
      *    CONTROLES DE FORME, PUIS RECHERCHE DU PLI EMIS
       TRAITER-RETOUR.
           MOVE SPACES TO W-DIS-COMMENTAIRE
           EVALUATE TRUE
             WHEN E128-ID-PLI IS NOT NUMERIC
               OR E128-ID-PLI = ZERO
               MOVE 'NUMERO DE PLI INVALIDE' TO W-DIS-COMMENTAIRE
               PERFORM REJETER-RETOUR
             WHEN E128-DATE-RETOUR(1:4) IS NOT NUMERIC
               OR E128-DATE-RETOUR(5:1) NOT = '-'
               MOVE 'DATE DU RETOUR INVALIDE' TO W-DIS-COMMENTAIRE
               PERFORM REJETER-RETOUR
             WHEN OTHER
               PERFORM LIRE-PLI
           END-EVALUATE

           PERFORM LIRE-RETOUR
           .
      *
      *    DESTINATAIRE ET VERSION D'ADRESSE DU PLI, ET VERSION EN
      *    VIGUEUR AUJOURD'HUI POUR CE DESTINATAIRE
       LIRE-PLI.
           MOVE E128-ID-PLI TO H-ID-PLI
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(MAX(ID_DESTINATAIRE), 0),
                     COALESCE(MAX(ID_ADRESSE), 0)
                INTO :H-NB-COURRIERS,
                     :H-ID-DESTINATAIRE,
                     :H-ID-ADRESSE-PLI
                FROM COURRIER
               WHERE ID_PLI = :H-ID-PLI
                 AND STATUT IN ('E', 'R')
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
               MOVE 'ERREUR SQL LECTURE PLI' TO W-DIS-COMMENTAIRE
               PERFORM REJETER-RETOUR
             WHEN H-NB-COURRIERS = 0
               MOVE 'PLI INCONNU' TO W-DIS-COMMENTAIRE
               PERFORM REJETER-RETOUR
             WHEN E128-ID-DESTINATAIRE IS NUMERIC
              AND E128-ID-DESTINATAIRE NOT = ZERO
              AND E128-ID-DESTINATAIRE NOT = H-ID-DESTINATAIRE
               MOVE 'DESTINATAIRE DIFFERENT DU PLI'
                 TO W-DIS-COMMENTAIRE
               PERFORM REJETER-RETOUR
             WHEN OTHER
               EXEC SQL
                  SELECT COALESCE(MAX(ID_ADRESSE), 0)
                    INTO :H-ID-ADRESSE-COURANTE
                    FROM ADRESSE_HIST
                   WHERE ID_PERS = :H-ID-DESTINATAIRE
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
                   MOVE 'ERREUR SQL VERSION ADRESSE'
                     TO W-DIS-COMMENTAIRE
                   PERFORM REJETER-RETOUR
               ELSE
                   PERFORM ENREGISTRER-RETOUR
               END-IF
           END-EVALUATE
           .
      *
      *    LE PLI EST REVENU ; L'ADRESSE N'EST MARQUEE QUE SI C'EST
      *    ENCORE CELLE SOUS LAQUELLE IL EST PARTI
       ENREGISTRER-RETOUR.
           MOVE E128-DATE-RETOUR TO H-DATE-RETOUR
           EXEC SQL
              UPDATE COURRIER
                 SET STATUT = 'R'
               WHERE ID_PLI = :H-ID-PLI
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF

           IF  NOT ANOMALIE
               IF  H-ID-ADRESSE-COURANTE > H-ID-ADRESSE-PLI
                   ADD 1 TO W-NB-DEJA-CORRIGES
                   MOVE 'IGNORE    ' TO W-DIS-ACTION
                   MOVE 'ADRESSE DEJA CORRIGEE' TO W-DIS-COMMENTAIRE
                   PERFORM ECRIRE-DISPOSITION
               ELSE
                   PERFORM MARQUER-ADRESSE
               END-IF
           END-IF

           IF  ANOMALIE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE 'ERREUR SQL AU MARQUAGE' TO W-DIS-COMMENTAIRE
               PERFORM REJETER-RETOUR
           ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
           END-IF
           .
      *
       MARQUER-ADRESSE.
           EXEC SQL
              UPDATE TPERS
                 SET ADR_NPAI  = 'O',
                     DATE_NPAI = DATE(:H-DATE-RETOUR)
               WHERE ID_PERS = :H-ID-DESTINATAIRE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-MARQUES
              MOVE 'MARQUE    ' TO W-DIS-ACTION
              MOVE 'ADRESSE MARQUEE NPAI' TO W-DIS-COMMENTAIRE
              PERFORM ECRIRE-DISPOSITION
           WHEN +100
              ADD 1 TO W-NB-DEJA-CORRIGES
              MOVE 'IGNORE    ' TO W-DIS-ACTION
              MOVE 'DESTINATAIRE ABSENT DE TPERS' TO W-DIS-COMMENTAIRE
              PERFORM ECRIRE-DISPOSITION
           WHEN -180
           WHEN -181
              MOVE 'DATE DU RETOUR INVALIDE' TO W-DIS-COMMENTAIRE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              PERFORM REJETER-RETOUR
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       REJETER-RETOUR.
           ADD 1 TO W-NB-REJETES
           MOVE 'REJETE    ' TO W-DIS-ACTION
           PERFORM ECRIRE-DISPOSITION
           .
      *
       ECRIRE-DISPOSITION.
           MOVE E128-ID-PLI          TO W-DIS-ID-PLI
           MOVE E128-ID-DESTINATAIRE TO W-DIS-ID-DESTINATAIRE
           MOVE E128-DATE-RETOUR     TO W-DIS-DATE-RETOUR
           MOVE E128-MOTIF           TO W-DIS-MOTIF
           MOVE W-LIGNE-DISPOSITION  TO ENR-SYS129
           WRITE ENR-SYS129
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
       ECRIRE-LIGNE-TOTAL.
           MOVE W-LIGNE-TOTAL TO ENR-SYS129
           WRITE ENR-SYS129
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           MOVE 'TOTAL RETOURS LUS           : ' TO W-TOT-LIBELLE
           MOVE W-NB-LUS                         TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL ADRESSES MARQUEES     : ' TO W-TOT-LIBELLE
           MOVE W-NB-MARQUES                     TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL RETOURS SANS MARQUAGE : ' TO W-TOT-LIBELLE
           MOVE W-NB-DEJA-CORRIGES               TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL RETOURS REJETES       : ' TO W-TOT-LIBELLE
           MOVE W-NB-REJETES                     TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL

           CLOSE FSYS128
           CLOSE FSYS129
           DISPLAY 'CORNPA00 - RETOURS LUS     : ' W-NB-LUS
           DISPLAY 'CORNPA00 - ADRESSES MARQUEES : ' W-NB-MARQUES
           DISPLAY 'CORNPA00 - REJETES         : ' W-NB-REJETES
           EVALUATE TRUE
             WHEN ANOMALIE
               DISPLAY 'CORNPA00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
             WHEN W-NB-REJETES > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
