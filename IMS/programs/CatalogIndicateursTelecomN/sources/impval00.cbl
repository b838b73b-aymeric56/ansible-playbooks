      *           N'EXISTAIT PAS ENCORE), ET ECRIT UNE LIGNE
      *           ACCEPTE/REJETE AVEC MOTIF PAR LIGNE LUE DANS
      *           FSYS097, SUIVIE DES TOTAUX, COMME IMPIND00.
      *           LES VALEURS SAISIES PASSENT PAR UNE VALIDATION A
      *           DOUBLE REGARD (IVALVAL) : SANS CARTE SYSIN, LES
      *           LIGNES DU FLUX ATTENDENT LA VALIDATION COMME UNE
      *           SAISIE TERMINAL (RESULTAT 'ATTENTE'). UNE CARTE
      *           SYSIN 'O' DECLARE LE FLUX DE CONFIANCE : LES VALEURS
      *           ENTRENT PRE-VALIDEES DANS INDICATEUR_MESURE, AVEC
      *           IMPVAL00 POUR AUTEUR.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01  W-NB-ACCEPTEES                         PIC 9(05) VALUE 0.
       01  W-NB-CORRIGEES                         PIC 9(05) VALUE 0.
       01  W-NB-REJETEES                          PIC 9(05) VALUE 0.
       01  W-NB-EN-ATTENTE                        PIC 9(05) VALUE 0.
      *
      *    'O' EN SYSIN = FLUX DE CONFIANCE, VALEURS PRE-VALIDEES
       01  W-FLUX-CONFIANCE                       PIC X(01) VALUE 'N'.
           88  FLUX-DE-CONFIANCE                  VALUE 'O'.
      *
       01  W-LIGNE-DISPOSITION.
           05  W-DIS-NUMERO                       PIC 9(05).
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           ACCEPT W-FLUX-CONFIANCE FROM SYSIN
           IF  FLUX-DE-CONFIANCE
               DISPLAY 'IMPVAL00 - FLUX DE CONFIANCE : PRE-VALIDE'
           ELSE
               MOVE 'N' TO W-FLUX-CONFIANCE
               DISPLAY 'IMPVAL00 - VALEURS EN ATTENTE DE VALIDATION'
           END-IF

           OPEN INPUT  FSYS096
           OPEN OUTPUT FSYS097

           DISPLAY 'IMPVAL00 - AJOUTEES  : ' W-NB-ACCEPTEES
           DISPLAY 'IMPVAL00 - CORRIGEES : ' W-NB-CORRIGEES
           DISPLAY 'IMPVAL00 - REJETEES  : ' W-NB-REJETEES
           DISPLAY 'IMPVAL00 - EN ATTENTE: ' W-NB-EN-ATTENTE

           GOBACK
           .
           MOVE E96-IND-ID   TO INSI-IVAL-IND-ID
           MOVE E96-PERIODE  TO INSI-IVAL-PERIODE
           MOVE E96-VALEUR   TO INSI-IVAL-VALEUR
           PERFORM MARQUER-AUTEUR

           CALL C-INDICAT USING ENTREE-SI SORTIE-SI SORTIE-SI-50
                                SORTIE-SI-SRCH
               MOVE 'CORRIGE ' TO W-DIS-RESULTAT
               MOVE SPACES     TO W-DIS-MOTIF
               PERFORM ECRIRE-DISPOSITION
             WHEN 'MEASURE CORRECTION PENDING'
               ADD 1 TO W-NB-EN-ATTENTE
               MOVE 'ATTENTE ' TO W-DIS-RESULTAT
               MOVE 'CORRECTION A VALIDER (IVALVAL)' TO W-DIS-MOTIF
               PERFORM ECRIRE-DISPOSITION
             WHEN 'MEASURE NOT FOUND'
               INITIALIZE ENTREE-SI
               MOVE 'IVALADD '   TO INSI-COMMAND
               MOVE E96-IND-ID   TO INSI-IVAL-IND-ID
               MOVE E96-PERIODE  TO INSI-IVAL-PERIODE
               MOVE E96-VALEUR   TO INSI-IVAL-VALEUR
               PERFORM MARQUER-AUTEUR

               CALL C-INDICAT USING ENTREE-SI SORTIE-SI SORTIE-SI-50
                                    SORTIE-SI-SRCH
               END-CALL

               EVALUATE OUTSI-MESSAGE
                 WHEN 'MEASURE ADDED'
                   ADD 1 TO W-NB-ACCEPTEES
                   MOVE 'ACCEPTE ' TO W-DIS-RESULTAT
                   MOVE SPACES     TO W-DIS-MOTIF
                   PERFORM ECRIRE-DISPOSITION
                 WHEN 'MEASURE ADD PENDING'
                   ADD 1 TO W-NB-EN-ATTENTE
                   MOVE 'ATTENTE ' TO W-DIS-RESULTAT
                   MOVE 'AJOUT A VALIDER (IVALVAL)' TO W-DIS-MOTIF
                   PERFORM ECRIRE-DISPOSITION
                 WHEN OTHER
                   MOVE OUTSI-MESSAGE TO W-DIS-MOTIF
                   PERFORM REJETER-MESURE
               END-EVALUATE
             WHEN OTHER
               MOVE OUTSI-MESSAGE TO W-DIS-MOTIF
               PERFORM REJETER-MESURE
           END-EVALUATE
           .
      *
      *    LE CHARGEMENT EST L'AUTEUR DE LA SAISIE ; LE FLUX DE
      *    CONFIANCE EST PRE-VALIDE
       MARQUER-AUTEUR.
           MOVE 'IMPVAL00'   TO INSI-IVAL-USER
           MOVE 'BATCH'      TO INSI-IVAL-LTERM
           IF  FLUX-DE-CONFIANCE
               MOVE 'Y' TO INSI-IVAL-PREVALIDE
           ELSE
               MOVE 'N' TO INSI-IVAL-PREVALIDE
           END-IF
           .
      *
       REJETER-MESURE.
           ADD 1 TO W-NB-REJETEES
           MOVE 'TOTAL LIGNES REJETEES       : ' TO W-TOT-LIBELLE
           MOVE W-NB-REJETEES                    TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL MESURES EN ATTENTE    : ' TO W-TOT-LIBELLE
           MOVE W-NB-EN-ATTENTE                  TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           .
      *
       ECRIRE-LIGNE-TOTAL.
