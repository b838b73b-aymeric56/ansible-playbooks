      *           CORRECTION MANUELLE ET LAISSEES EN L'ETAT. TOTAUX
      *           MIGREES/REJETEES EN FIN DE RAPPORT.
      *
      *           LA MIGRATION TERMINEE, CHAQUE PERSONNE QUI N'A PAS
      *           ENCORE D'HISTORIQUE D'ADRESSES RECOIT DANS
      *           ADRESSE_HIST SA VERSION 'ORIGINE' (DATE D'EFFET
      *           0001-01-01) - LA MEME QUE TPERSPGM CREE AVANT LA
      *           PREMIERE MODIFICATION - POUR QUE LES COURRIERS
      *           FACASS00/RENASS00/AGEFAC00 AIENT TOUS UNE VERSION A
      *           CITER. L'ETAPE EST REJOUABLE : UNE PERSONNE DEJA
      *           HISTORISEE N'EST PAS TOUCHEE.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRMIG00.
       01  W-NB-LUES                              PIC 9(08) VALUE 0.
       01  W-NB-MIGREES                           PIC 9(08) VALUE 0.
       01  W-NB-REJETEES                          PIC 9(08) VALUE 0.
       01  W-NB-ORIGINES                          PIC 9(08) VALUE 0.
       01  W-ID-ED                                PIC 9(10).
      *
       01  W-LIGNE-TOTAL.
      *****************************************************************
           PERFORM DEBUT
           PERFORM MIGRER-ADRESSES
           IF  NOT ANOMALIE
               PERFORM AMORCER-HISTORIQUE
           END-IF
           PERFORM FIN
           GOBACK
           .
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    VERSION D'ORIGINE DE L'HISTORIQUE DES ADRESSES POUR TOUTE
      *    PERSONNE QUI N'EN A PAS ENCORE
       AMORCER-HISTORIQUE.
           EXEC SQL
               INSERT INTO ADRESSE_HIST
               (
                 ID_PERS,
                 DATE_EFFET,
                 ADRESSE,
                 ADR_RUE,
                 ADR_COMPL,
                 ADR_COD_POSTAL,
                 ADR_VILLE,
                 SOURCE,
                 DATE_SAISIE
               )
               SELECT T.ID_PERS,
                      DATE('0001-01-01'),
                      COALESCE(T.ADRESSE, ' '),
                      COALESCE(T.ADR_RUE, ' '),
                      COALESCE(T.ADR_COMPL, ' '),
                      COALESCE(T.ADR_COD_POSTAL, ' '),
                      COALESCE(T.ADR_VILLE, ' '),
                      'ORIGINE',
                      CURRENT TIMESTAMP
               FROM TPERS T
               WHERE NOT EXISTS
                     (SELECT 1 FROM ADRESSE_HIST H
                      WHERE H.ID_PERS = T.ID_PERS)
           END-EXEC

           EVALUATE SQLCODE
           WHEN ZERO
              MOVE SQLERRD(3) TO W-NB-ORIGINES
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
       FORMATAGE-ERREUR-DB2.
           MOVE SQLCODE TO W-SQLCODE
           MOVE 'ADRESSES INDECOUPABLES      : ' TO W-TOT-LIBELLE
           MOVE W-NB-REJETEES                    TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'VERSIONS D''ORIGINE CREEES   : ' TO W-TOT-LIBELLE
           MOVE W-NB-ORIGINES                    TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL

           CLOSE FSYS079

           DISPLAY 'ADRMIG00 - LUES     : ' W-NB-LUES
           DISPLAY 'ADRMIG00 - MIGREES  : ' W-NB-MIGREES
           DISPLAY 'ADRMIG00 - REJETEES : ' W-NB-REJETEES
           DISPLAY 'ADRMIG00 - ORIGINES : ' W-NB-ORIGINES
           IF  ANOMALIE
               DISPLAY 'ADRMIG00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
