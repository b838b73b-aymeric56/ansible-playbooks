      ****************************************************************
      * PROGRAMME BATCH = LISTE QUOTIDIENNE DES ABSENCES POUR LE
      *                   STANDARD ET PURGE DES ABSENCES ECHUES
      ****************************************************************
      * PROGRAM:  ABSLST00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  UNE ABSENCE EST POSEE SUR UN CONTACT PAR LA COMMANDE
      *           DELEGATE DE PBOOKDBN : UN REMPLACANT (DELEGATE_ID)
      *           ET UNE PERIODE (ABSENCE_FROM / ABSENCE_TO).
      *           CHAQUE MATIN CE PROGRAMME EDITE POUR LE STANDARD
      *           (FSYS049) LES ABSENCES QUI COMMENCENT A LA DATE DE
      *           TRAITEMENT PUIS CELLES DONT C'EST LE DERNIER JOUR,
      *           AVEC LE NOM ET LE POSTE DU REMPLACANT - UN
      *           REMPLACANT SUPPRIME ENTRE-TEMPS EST SIGNALE PLUTOT
      *           QU'OMIS. IL EFFACE ENSUITE LES ABSENCES ECHUES
      *           (ABSENCE_TO ANTERIEURE A LA DATE DE TRAITEMENT) :
      *           LES TROIS COLONNES REPASSENT A NULL.
      *           CARTE SYSIN : DATE DE TRAITEMENT AAAA-MM-JJ POUR UN
      *           RATTRAPAGE ; CARTE BLANCHE = DATE DU JOUR.
      *           RC 8 = ANOMALIE DB2 (LA PURGE EST ALORS ANNULEE).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSLST00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS049 ASSIGN TO UT-S-SYS049.
       DATA DIVISION.
       FILE SECTION.
      *    LISTE DU STANDARD
       FD  FSYS049
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS049                             PIC X(132).
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
       01  W-DATE-TRAITEMENT                      PIC X(10).
       01  W-DATE-SAISIE                          PIC X(10).
      *
       01  H-LASTNAME                             PIC X(15).
       01  H-FIRSTNAME                            PIC X(15).
       01  H-PHONE                                PIC X(10).
       01  H-ABSENCE-FROM                         PIC X(10).
       01  H-ABSENCE-TO                           PIC X(10).
       01  H-DLG-ID                               PIC 9(08).
       01  H-DLG-LASTNAME                         PIC X(15).
       01  H-DLG-FIRSTNAME                        PIC X(15).
       01  H-DLG-PHONE                            PIC X(10).
      *
       01  W-NB-DEBUTS                            PIC 9(08) VALUE 0.
       01  W-NB-FINS                              PIC 9(08) VALUE 0.
       01  W-NB-PURGEES                           PIC 9(08) VALUE 0.
      *
       01  W-LIGNE-TITRE.
           05  FILLER                             PIC X(30)
               VALUE 'ABSENCES ET REMPLACANTS DU '.
           05  W-TIT-DATE                         PIC X(10).
           05  FILLER                             PIC X(92)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-SECTION.
           05  W-SEC-LIBELLE                      PIC X(60).
           05  FILLER                             PIC X(72)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-DETAIL.
           05  W-DET-LASTNAME                     PIC X(15).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  W-DET-FIRSTNAME                    PIC X(15).
           05  FILLER                             PIC X(01) VALUE SPACE.
           05  W-DET-PHONE                        PIC X(10).
           05  FILLER                             PIC X(04)
                                                  VALUE ' DU '.
           05  W-DET-FROM                         PIC X(10).
           05  FILLER                             PIC X(04)
                                                  VALUE ' AU '.
           05  W-DET-TO                           PIC X(10).
           05  FILLER                             PIC X(03) VALUE SPACE.
           05  W-DET-REMPLACANT.
               10  FILLER                         PIC X(13)
                                                  VALUE 'REMPLACANT : '.
               10  W-DET-DLG-LASTNAME             PIC X(15).
               10  FILLER                         PIC X(01) VALUE SPACE.
               10  W-DET-DLG-FIRSTNAME            PIC X(15).
               10  FILLER                         PIC X(01) VALUE SPACE.
               10  W-DET-DLG-PHONE                PIC X(10).
           05  W-DET-SANS-REMPLACANT REDEFINES W-DET-REMPLACANT
                                                  PIC X(55).
           05  FILLER                             PIC X(04)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(34).
           05  W-TOT-NOMBRE                       PIC 9(08).
           05  FILLER                             PIC X(90)
                                                  VALUE SPACE.
      *
      *    LE REMPLACANT EST JOINT SANS CONDITION DE STATUT POUR QU'UN
      *    REMPLACANT SUPPRIME DEPUIS LA SAISIE SOIT SIGNALE AU
      *    STANDARD (H-DLG-ID A ZERO) PLUTOT QUE SILENCIEUSEMENT OMIS
           EXEC SQL
              DECLARE CDEB CURSOR FOR
              SELECT
               C.LASTNAME,
               C.FIRSTNAME,
               C.PHONE,
               CHAR(C.ABSENCE_FROM, ISO),
               CHAR(C.ABSENCE_TO, ISO),
               COALESCE(D.CONTACT_ID, 0),
               COALESCE(D.LASTNAME, ' '),
               COALESCE(D.FIRSTNAME, ' '),
               COALESCE(D.PHONE, ' ')
              FROM CONTACTS C
              LEFT OUTER JOIN CONTACTS D
                ON D.CONTACT_ID = C.DELEGATE_ID
               AND D.STATUS = 'A'
              WHERE C.STATUS = 'A'
                AND C.DELEGATE_ID IS NOT NULL
                AND C.ABSENCE_FROM = DATE(:W-DATE-TRAITEMENT)
              ORDER BY C.LASTNAME, C.FIRSTNAME
           END-EXEC.
           EXEC SQL
              DECLARE CFIN CURSOR FOR
              SELECT
               C.LASTNAME,
               C.FIRSTNAME,
               C.PHONE,
               CHAR(C.ABSENCE_FROM, ISO),
               CHAR(C.ABSENCE_TO, ISO),
               COALESCE(D.CONTACT_ID, 0),
               COALESCE(D.LASTNAME, ' '),
               COALESCE(D.FIRSTNAME, ' '),
               COALESCE(D.PHONE, ' ')
              FROM CONTACTS C
              LEFT OUTER JOIN CONTACTS D
                ON D.CONTACT_ID = C.DELEGATE_ID
               AND D.STATUS = 'A'
              WHERE C.STATUS = 'A'
                AND C.DELEGATE_ID IS NOT NULL
                AND C.ABSENCE_TO = DATE(:W-DATE-TRAITEMENT)
              ORDER BY C.LASTNAME, C.FIRSTNAME
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           PERFORM LISTER-DEBUTS
           PERFORM LISTER-FINS
           PERFORM PURGER-ABSENCES-ECHUES
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           PERFORM LIRE-DATE-TRAITEMENT
           OPEN OUTPUT FSYS049
           MOVE W-DATE-TRAITEMENT TO W-TIT-DATE
           MOVE W-LIGNE-TITRE TO ENR-SYS049
           WRITE ENR-SYS049
           .
      *
      *    DATE DU JOUR PAR DB2, REMPLACEE PAR LA CARTE SYSIN SI ELLE
      *    PORTE UNE DATE AAAA-MM-JJ (RATTRAPAGE D'UN PASSAGE MANQUE)
       LIRE-DATE-TRAITEMENT.
           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :W-DATE-TRAITEMENT
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF

           ACCEPT W-DATE-SAISIE FROM SYSIN
           IF  W-DATE-SAISIE(1:4) IS NUMERIC
           AND W-DATE-SAISIE(5:1) = '-'
               MOVE W-DATE-SAISIE TO W-DATE-TRAITEMENT
           END-IF
           DISPLAY 'ABSLST00 - DATE DE TRAITEMENT : ' W-DATE-TRAITEMENT
           .
      *
       LISTER-DEBUTS.
           MOVE 'ABSENCES COMMENCANT CE JOUR' TO W-SEC-LIBELLE
           PERFORM ECRIRE-LIGNE-SECTION
           EXEC SQL
              OPEN CDEB
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-UN-DEBUT UNTIL ANOMALIE
                                     OR SQLCODE = 100
               EXEC SQL
                  CLOSE CDEB
               END-EXEC
           END-IF
           .
       LIRE-UN-DEBUT.
           EXEC SQL
              FETCH CDEB
               INTO
                      :H-LASTNAME,
                      :H-FIRSTNAME,
                      :H-PHONE,
                      :H-ABSENCE-FROM,
                      :H-ABSENCE-TO,
                      :H-DLG-ID,
                      :H-DLG-LASTNAME,
                      :H-DLG-FIRSTNAME,
                      :H-DLG-PHONE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-DEBUTS
              PERFORM ECRIRE-LIGNE-DETAIL
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       LISTER-FINS.
           MOVE 'ABSENCES DONT C''EST LE DERNIER JOUR' TO W-SEC-LIBELLE
           PERFORM ECRIRE-LIGNE-SECTION
           EXEC SQL
              OPEN CFIN
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-UNE-FIN UNTIL ANOMALIE
                                    OR SQLCODE = 100
               EXEC SQL
                  CLOSE CFIN
               END-EXEC
           END-IF
           .
       LIRE-UNE-FIN.
           EXEC SQL
              FETCH CFIN
               INTO
                      :H-LASTNAME,
                      :H-FIRSTNAME,
                      :H-PHONE,
                      :H-ABSENCE-FROM,
                      :H-ABSENCE-TO,
                      :H-DLG-ID,
                      :H-DLG-LASTNAME,
                      :H-DLG-FIRSTNAME,
                      :H-DLG-PHONE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-FINS
              PERFORM ECRIRE-LIGNE-DETAIL
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    UNE ABSENCE DONT LA FIN EST PASSEE N'EST DEJA PLUS
      *    RESTITUEE PAR PBOOKDBN NI CNTACDB2 ; ON EFFACE ICI LES
      *    COLONNES POUR QUE LA TABLE NE LES GARDE PAS INDEFINIMENT.
      *    PAS DE PURGE SUR UN PASSAGE DEJA EN ANOMALIE
       PURGER-ABSENCES-ECHUES.
           IF  PAS-ANOMALIE
               EXEC SQL
                  UPDATE CONTACTS
                     SET DELEGATE_ID  = NULL,
                         ABSENCE_FROM = NULL,
                         ABSENCE_TO   = NULL
                   WHERE ABSENCE_TO < DATE(:W-DATE-TRAITEMENT)
               END-EXEC
               EVALUATE SQLCODE
               WHEN ZERO
                  MOVE SQLERRD(3) TO W-NB-PURGEES
                  EXEC SQL COMMIT END-EXEC
               WHEN +100
                  EXEC SQL COMMIT END-EXEC
               WHEN OTHER
                  PERFORM FORMATAGE-ERREUR-DB2
                  PERFORM TRT-ANOMALIE
                  EXEC SQL ROLLBACK END-EXEC
               END-EVALUATE
           END-IF
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
           MOVE SPACES TO W-SEC-LIBELLE
           PERFORM ECRIRE-LIGNE-SECTION
           MOVE 'ABSENCES COMMENCANT CE JOUR     : '
             TO W-TOT-LIBELLE
           MOVE W-NB-DEBUTS TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'ABSENCES FINISSANT CE JOUR      : '
             TO W-TOT-LIBELLE
           MOVE W-NB-FINS TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'ABSENCES ECHUES EFFACEES        : '
             TO W-TOT-LIBELLE
           MOVE W-NB-PURGEES TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL

           CLOSE FSYS049

           DISPLAY 'ABSLST00 - DEBUTS   : ' W-NB-DEBUTS
           DISPLAY 'ABSLST00 - FINS     : ' W-NB-FINS
           DISPLAY 'ABSLST00 - EFFACEES : ' W-NB-PURGEES
           IF  ANOMALIE
               DISPLAY 'ABSLST00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
      *
       ECRIRE-LIGNE-SECTION.
           MOVE SPACES          TO ENR-SYS049
           WRITE ENR-SYS049
           MOVE W-LIGNE-SECTION TO ENR-SYS049
           WRITE ENR-SYS049
           .
      *
      *    REMPLACANT SUPPRIME DEPUIS LA SAISIE : LE STANDARD DOIT LE
      *    SAVOIR AVANT DE TRANSFERER UN APPEL
       ECRIRE-LIGNE-DETAIL.
           MOVE H-LASTNAME     TO W-DET-LASTNAME
           MOVE H-FIRSTNAME    TO W-DET-FIRSTNAME
           MOVE H-PHONE        TO W-DET-PHONE
           MOVE H-ABSENCE-FROM TO W-DET-FROM
           MOVE H-ABSENCE-TO   TO W-DET-TO
           IF  H-DLG-ID = 0
               MOVE 'REMPLACANT SUPPRIME - PAS DE RENVOI'
                 TO W-DET-SANS-REMPLACANT
           ELSE
               MOVE 'REMPLACANT : '  TO W-DET-SANS-REMPLACANT
               MOVE H-DLG-LASTNAME  TO W-DET-DLG-LASTNAME
               MOVE H-DLG-FIRSTNAME TO W-DET-DLG-FIRSTNAME
               MOVE H-DLG-PHONE     TO W-DET-DLG-PHONE
           END-IF
           MOVE W-LIGNE-DETAIL TO ENR-SYS049
           WRITE ENR-SYS049
           .
      *
       ECRIRE-LIGNE-TOTAL.
           MOVE SPACES        TO ENR-SYS049
           MOVE W-LIGNE-TOTAL TO ENR-SYS049
           WRITE ENR-SYS049
           .
