      ****************************************************************
      * PROGRAMME BATCH = LISTE QUOTIDIENNE DES VALEURS D'INDICATEURS
      *                   EN ATTENTE DE VALIDATION
      ****************************************************************
      * PROGRAM:  ATTVAL00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  LES VALEURS SAISIES PAR IVALADD/IVALCOR (ET PAR
      *           IMPVAL00 HORS FLUX DE CONFIANCE) N'ENTRENT DANS
      *           INDICATEUR_MESURE, DONC DANS RPTIND00, SCOCAT00 ET
      *           CALDER00, QU'APRES LA VALIDATION D'UN SECOND
      *           UTILISATEUR (IVALVAL). ELLES ATTENDENT DANS
      *           INDICATEUR_MESURE_ATTENTE. CE PROGRAMME, PASSE
      *           CHAQUE JOUR, EDITE SUR FSYS102 POUR LES VALIDEURS
      *           LES VALEURS ENCORE EN ATTENTE (STATUT 'P'), PAR
      *           PERSPECTIVE : INDICATEUR, PERIODE, AJOUT OU
      *           CORRECTION, VALEUR SAISIE, VALEUR VALIDEE EN PLACE
      *           POUR UNE CORRECTION, AUTEUR (UTILISATEUR ET LTERM)
      *           ET ANCIENNETE EN JOURS, SUIVIES DU NOMBRE TOTAL ET
      *           DE L'ANCIENNETE MAXIMALE. LES VALEURS REJETEES NE
      *           SONT PAS LISTEES : ELLES ATTENDENT UNE NOUVELLE
      *           SAISIE, PAS UNE VALIDATION.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTVAL00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS102 ASSIGN TO UT-S-SYS102.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS102
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS102                             PIC X(132).
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
       01  H-PERSP-ID                             PIC S9(10) COMP.
       01  H-PERSP-NAME                           PIC X(150).
       01  H-IND-ID                               PIC S9(10) COMP.
       01  H-PERIODE                              PIC X(06).
       01  H-TYPE-SAISIE                          PIC X(01).
       01  H-VALEUR                               PIC S9(13)V99
                                                  COMP-3.
       01  H-VALEUR-EN-PLACE                      PIC S9(13)V99
                                                  COMP-3.
       01  H-VALEUR-EN-PLACE-IND                  PIC S9(4) COMP.
       01  H-SAISIE-USER                          PIC X(08).
       01  H-SAISIE-LTERM                         PIC X(08).
       01  H-ANCIENNETE                           PIC S9(9) COMP.
      *
       01  W-PERSP-COURANTE                       PIC S9(10) COMP
                                                  VALUE -1.
       01  W-NB-ATTENTE                           PIC 9(05) VALUE 0.
       01  W-ANCIENNETE-MAX                       PIC 9(05) VALUE 0.
      *
       01  W-LIGNE-PERSP.
           05  FILLER                             PIC X(14)
               VALUE 'PERSPECTIVE : '.
           05  W-LP-ID                            PIC 9(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LP-NOM                           PIC X(106).
      *
       01  W-LIGNE-ATTENTE.
           05  FILLER                             PIC X(04)
                                                  VALUE SPACE.
           05  W-LA-IND-ID                        PIC 9(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LA-PERIODE                       PIC X(06).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LA-TYPE                          PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LA-VALEUR                        PIC -(13)9.99.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LA-EN-PLACE                      PIC -(13)9.99.
           05  W-LA-EN-PLACE-X REDEFINES W-LA-EN-PLACE
                                                  PIC X(17).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LA-USER                          PIC X(08).
           05  FILLER                             PIC X(01)
                                                  VALUE '/'.
           05  W-LA-LTERM                         PIC X(08).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-LA-ANCIENNETE                    PIC Z(04)9.
           05  FILLER                             PIC X(04)
                                                  VALUE ' J. '.
           05  FILLER                             PIC X(30)
                                                  VALUE SPACE.
      *
       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(30).
           05  W-TOT-NOMBRE                       PIC 9(05).
           05  FILLER                             PIC X(97)
                                                  VALUE SPACE.
      *
      * VALEURS EN ATTENTE, RATTACHEES A LEUR PERSPECTIVE, AVEC LA
      * VALEUR VALIDEE EN PLACE (NULLE POUR UN AJOUT)
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT P.id_perspective,
                     P.nom_perspective,
                     A.id_indicateur,
                     A.periode,
                     A.type_saisie,
                     A.valeur,
                     M.valeur,
                     A.saisie_user,
                     A.saisie_lterm,
                     DAYS(CURRENT DATE) - DAYS(A.saisie_ts)
              FROM INDICATEUR_MESURE_ATTENTE A
                   INNER JOIN INDICATEUR I
                      ON I.id_indicateur = A.id_indicateur
                   INNER JOIN LEVIER L
                      ON L.id_levier = I.id_levier
                   INNER JOIN OBJECTIF O
                      ON O.id_objectif = L.id_objectif
                   INNER JOIN PERSPECTIVE P
                      ON P.id_perspective = O.id_perspective
                   LEFT OUTER JOIN INDICATEUR_MESURE M
                      ON  M.id_indicateur = A.id_indicateur
                      AND M.periode       = A.periode
              WHERE A.statut_attente = 'P'
              ORDER BY P.id_perspective, A.id_indicateur, A.periode
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           PERFORM LISTER-ATTENTES
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           OPEN OUTPUT FSYS102
           .
      *
       LISTER-ATTENTES.
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-ATTENTE-SUIVANTE UNTIL ANOMALIE
                                             OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
           END-IF
           .
       LIRE-ATTENTE-SUIVANTE.
           EXEC SQL
              FETCH C01
               INTO
                      :H-PERSP-ID,
                      :H-PERSP-NAME,
                      :H-IND-ID,
                      :H-PERIODE,
                      :H-TYPE-SAISIE,
                      :H-VALEUR,
                      :H-VALEUR-EN-PLACE :H-VALEUR-EN-PLACE-IND,
                      :H-SAISIE-USER,
                      :H-SAISIE-LTERM,
                      :H-ANCIENNETE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              IF  H-PERSP-ID NOT = W-PERSP-COURANTE
                  MOVE H-PERSP-ID TO W-PERSP-COURANTE
                  PERFORM ECRIRE-ENTETE-PERSPECTIVE
              END-IF
              PERFORM ECRIRE-LIGNE-ATTENTE
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       ECRIRE-ENTETE-PERSPECTIVE.
           MOVE H-PERSP-ID   TO W-LP-ID
           MOVE H-PERSP-NAME TO W-LP-NOM
           MOVE SPACES        TO ENR-SYS102
           MOVE W-LIGNE-PERSP TO ENR-SYS102
           WRITE ENR-SYS102
           .
      *
       ECRIRE-LIGNE-ATTENTE.
           ADD 1 TO W-NB-ATTENTE
           IF  H-ANCIENNETE > W-ANCIENNETE-MAX
               MOVE H-ANCIENNETE TO W-ANCIENNETE-MAX
           END-IF
           MOVE H-IND-ID       TO W-LA-IND-ID
           MOVE H-PERIODE      TO W-LA-PERIODE
           IF  H-TYPE-SAISIE = 'C'
               MOVE 'CORRECTION' TO W-LA-TYPE
           ELSE
               MOVE 'AJOUT     ' TO W-LA-TYPE
           END-IF
           MOVE H-VALEUR       TO W-LA-VALEUR
           IF  H-VALEUR-EN-PLACE-IND < 0
               MOVE SPACES            TO W-LA-EN-PLACE-X
           ELSE
               MOVE H-VALEUR-EN-PLACE TO W-LA-EN-PLACE
           END-IF
           MOVE H-SAISIE-USER  TO W-LA-USER
           MOVE H-SAISIE-LTERM TO W-LA-LTERM
           MOVE H-ANCIENNETE   TO W-LA-ANCIENNETE
           MOVE SPACES          TO ENR-SYS102
           MOVE W-LIGNE-ATTENTE TO ENR-SYS102
           WRITE ENR-SYS102
           .
      *
       ECRIRE-TOTAUX.
           MOVE 'TOTAL VALEURS EN ATTENTE    : ' TO W-TOT-LIBELLE
           MOVE W-NB-ATTENTE                     TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'ANCIENNETE MAXIMALE (JOURS) : ' TO W-TOT-LIBELLE
           MOVE W-ANCIENNETE-MAX                 TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           .
      *
       ECRIRE-LIGNE-TOTAL.
           MOVE SPACES        TO ENR-SYS102
           MOVE W-LIGNE-TOTAL TO ENR-SYS102
           WRITE ENR-SYS102
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
           IF  ANOMALIE
               DISPLAY 'ATTVAL00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ECRIRE-TOTAUX
               DISPLAY 'ATTVAL00 - VALEURS EN ATTENTE : ' W-NB-ATTENTE
           END-IF
           CLOSE FSYS102
           .
