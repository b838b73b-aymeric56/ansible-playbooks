           05  H-ID-TETE        PIC S9(10) COMP.
           05  H-ADRESSE-TETE   PIC X(64).
           05  H-NB-ADRESSES    PIC S9(9) COMP.
      *    DECES - DATE A BLANC POUR UNE PERSONNE EN VIE
           05  H-DATE-DECES     PIC X(10).
           05  H-SOURCE-DECES   PIC X(10).
      *    CONSENTEMENT MARKETING PAR CANAL
           05  H-CANAL          PIC X(01).
           05  H-STATUT-CONSENT PIC X(01).
           05  H-DATE-CONSENT   PIC X(10).
           05  H-SOURCE-CONSENT PIC X(10).
           05  H-NB-PERS        PIC S9(9) COMP.
      *    HISTORIQUE DATE DES ADRESSES (ADRESSE_HIST) - LA VERSION
      *    EN VIGUEUR EST LA PLUS GRANDE ID_ADRESSE DE LA PERSONNE
           05  H-ADR-DATE-EFFET PIC X(10).
           05  H-ADR-SOURCE     PIC X(10).
           05  H-ID-ADRESSE     PIC S9(10) COMP.
           05  H-CONTROLE-DATE  PIC X(01).

       01  STATUT-TRAITEMENT    PIC X(02).
           88  ANOMALIE VALUE 'KO'.
               TPERS_ADR_COMPL     CHAR(32),
               TPERS_ADR_COD_POSTAL CHAR(5),
               TPERS_ADR_VILLE     CHAR(26),
               TPERS_ID_MENAGE     DECIMAL(10,0),
               TPERS_DATE_DECES    DATE,
               TPERS_SOURCE_DECES  CHAR(10),
               TPERS_ADR_NPAI      CHAR(1),
               TPERS_DATE_NPAI     DATE
              )
           END-EXEC.
           EXEC SQL
              )
           END-EXEC.
      *
      * VARIABLES DB2 D'ACCES A L'HISTORIQUE DES CONSENTEMENTS
      * MARKETING (CLE ID_PERS, CANAL, DATE_EFFET)
           EXEC SQL
              DECLARE TPERS_CONSENTEMENT TABLE
              (
               ID_PERS             DECIMAL(10,0) NOT NULL,
               CANAL               CHAR(1) NOT NULL,
               DATE_EFFET          DATE NOT NULL,
               STATUT              CHAR(1) NOT NULL,
               SOURCE              CHAR(10),
               DATE_SAISIE         TIMESTAMP
              )
           END-EXEC.
      *
      *    COMMUNICATION AREA FOR THE SHARED ZIP-TO-REGION DERIVATION
      *    MODULE
           COPY ZIPREGNC.
              PERFORM MENAGE-QUITTER
           WHEN ACCESS-MENAGE-INFO
              PERFORM MENAGE-INFO
           WHEN ACCESS-DECES
              PERFORM ENREGISTRER-DECES
           WHEN ACCESS-CONSENTEMENT
              PERFORM ENREGISTRER-CONSENTEMENT
           WHEN ACCESS-LIST-BY-DELTA
              EVALUATE TRUE
                 WHEN PREMIERE-LECTURE-DELTA
           MOVE  U-ADR-COMPL      TO H-ADR-COMPL
           MOVE  U-ADR-COD-POSTAL TO H-ADR-COD-POSTAL
           MOVE  U-ADR-VILLE      TO H-ADR-VILLE
           MOVE  U-ADR-DATE-EFFET TO H-ADR-DATE-EFFET
           MOVE  U-ADR-SOURCE     TO H-ADR-SOURCE

           PERFORM VALIDER-COD-POSTAL
           PERFORM COMPOSER-ADRESSE

           IF  NOT ANOMALIE
               PERFORM AMORCER-HISTO-ADRESSE
           END-IF
           IF  NOT ANOMALIE
               PERFORM CONTROLER-DATE-ADRESSE
           END-IF

      *    LE MARQUAGE N'HABITE PAS A L'ADRESSE INDIQUEE (RETOURS
      *    DU ROUTEUR, CORNPA00) TOMBE DES QUE L'ADRESSE CHANGE
           IF  NOT ANOMALIE
               EXEC SQL
                   UPDATE TPERS
                     ADR_COMPL      = :H-ADR-COMPL,
                     ADR_COD_POSTAL = :H-ADR-COD-POSTAL,
                     ADR_VILLE      = :H-ADR-VILLE,
                     ADR_NPAI       =
                       CASE WHEN COALESCE(ADRESSE, ' ') = :H-ADRESSE
                             AND COALESCE(ADR_RUE, ' ') = :H-ADR-RUE
                             AND COALESCE(ADR_COMPL, ' ')
                                 = :H-ADR-COMPL
                             AND COALESCE(ADR_COD_POSTAL, ' ')
                                 = :H-ADR-COD-POSTAL
                             AND COALESCE(ADR_VILLE, ' ')
                                 = :H-ADR-VILLE
                            THEN ADR_NPAI
                       END,
                     DATE_NPAI      =
                       CASE WHEN COALESCE(ADRESSE, ' ') = :H-ADRESSE
                             AND COALESCE(ADR_RUE, ' ') = :H-ADR-RUE
                             AND COALESCE(ADR_COMPL, ' ')
                                 = :H-ADR-COMPL
                             AND COALESCE(ADR_COD_POSTAL, ' ')
                                 = :H-ADR-COD-POSTAL
                             AND COALESCE(ADR_VILLE, ' ')
                                 = :H-ADR-VILLE
                            THEN DATE_NPAI
                       END,
                     DATE_MAJ      = CURRENT TIMESTAMP
                   WHERE
                     ID_PERS = :H-CLE-ID-PERS
                       MOVE 'AUCUNE LIGNE MISE A JOUR' TO
                            LIBELLE-ANOMALIE
                       PERFORM TRT-ANOMALIE
                   ELSE
                       PERFORM HISTORISER-ADRESSE
                   END-IF
               ELSE
                   DISPLAY 'UPDATE ERROR '
      *
       DELETE-TPERS.
           MOVE  D-CLE-ID-PERS   TO H-CLE-ID-PERS
           PERFORM SUPPRIMER-HISTO-ADRESSE

           IF  NOT ANOMALIE
               EXEC SQL
                   DELETE FROM TPERS
                   WHERE
                     ID_PERS = :H-CLE-ID-PERS
               END-EXEC

               IF  SQLCODE = ZERO
                   IF  SQLERRD(3) = ZERO
                       MOVE 'AUCUNE LIGNE SUPPRIMEE'
                         TO LIBELLE-ANOMALIE
                       PERFORM TRT-ANOMALIE
                   END-IF
               ELSE
                   DISPLAY 'DELETE ERROR '
                   DISPLAY 'ID:' H-CLE-ID-PERS
                   MOVE 'DELETE-TPERS' TO ERL-IN-PARAGRAPH
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               END-IF
           END-IF
           .
      *
                      COALESCE(ADR_RUE, ' '),
                      COALESCE(ADR_COMPL, ' '),
                      COALESCE(ADR_COD_POSTAL, ' '),
                      COALESCE(ADR_VILLE, ' '),
                      COALESCE(CHAR(DATE_DECES, ISO), ' '),
                      COALESCE((SELECT MAX(H.ID_ADRESSE)
                                FROM ADRESSE_HIST H
                                WHERE H.ID_PERS = :H-CLE-ID-PERS), 0)
               INTO
                      :H-NOM,
                      :H-PRENOM,
                      :H-ADR-RUE,
                      :H-ADR-COMPL,
                      :H-ADR-COD-POSTAL,
                      :H-ADR-VILLE,
                      :H-DATE-DECES,
                      :H-ID-ADRESSE
               FROM TPERS
               WHERE
                 ID_PERS = :H-CLE-ID-PERS
      *
      *    RESTITUE LE MENAGE DE LA PERSONNE : MENAGE 0 = PAS DE
      *    RATTACHEMENT. LA TETE DE MENAGE EST LE PLUS PETIT ID_PERS
      *    VIVANT DU FOYER (LE PLUS PETIT TOUT COURT SI TOUS SONT
      *    DECEDES), SON ADRESSE SERT DE BLOC ADRESSE DU PLI GROUPE,
      *    ET LE NOMBRE D'ADRESSES DISTINCTES PERMET DE SIGNALER LES
      *    FOYERS AUX ADRESSES DISCORDANTES
       MENAGE-INFO.
               MOVE 0      TO SM-NB-ADRESSES
           WHEN OTHER
               EXEC SQL
                   SELECT COALESCE(MIN(CASE WHEN DATE_DECES IS NULL
                                            THEN ID_PERS END),
                                   MIN(ID_PERS)),
                          COUNT(DISTINCT ADRESSE)
                   INTO :H-ID-TETE,
                        :H-NB-ADRESSES
           END-EVALUATE
           .
      *
      *    ENREGISTRE LE DECES DE LA PERSONNE - DATE_MAJ EST AVANCEE
      *    POUR QUE LE MODE DELTA DE DECLIE00 DIFFUSE LE CHANGEMENT.
      *    LA MISE A JOUR NE PORTE QUE SUR UNE PERSONNE SANS DECES
      *    ENREGISTRE, A UNE DATE NI FUTURE NI ANTERIEURE A LA
      *    NAISSANCE
       ENREGISTRER-DECES.
           MOVE DC-CLE-ID-PERS TO H-CLE-ID-PERS
           MOVE DC-DATE-DECES  TO H-DATE-DECES
           MOVE DC-SOURCE      TO H-SOURCE-DECES

           IF  H-DATE-DECES = SPACES
               MOVE 'DATE DE DECES REQUISE' TO LIBELLE-ANOMALIE
               PERFORM TRT-ANOMALIE
           ELSE
               EXEC SQL
                   UPDATE TPERS
                   SET
                     DATE_DECES   = DATE(:H-DATE-DECES),
                     SOURCE_DECES = :H-SOURCE-DECES,
                     DATE_MAJ     = CURRENT TIMESTAMP
                   WHERE
                     ID_PERS = :H-CLE-ID-PERS
                     AND DATE_DECES IS NULL
                     AND DATE(:H-DATE-DECES) <= CURRENT DATE
                     AND DATE(:H-DATE-DECES) >= DATE_NAISS
               END-EXEC

               EVALUATE TRUE
               WHEN SQLCODE = -180
               WHEN SQLCODE = -181
                  MOVE 'DATE DE DECES INVALIDE' TO LIBELLE-ANOMALIE
                  PERFORM TRT-ANOMALIE
               WHEN SQLCODE NOT = ZERO
                  MOVE 'ENREGISTRER-DECES' TO ERL-IN-PARAGRAPH
                  PERFORM FORMATAGE-ERREUR-DB2
                  PERFORM TRT-ANOMALIE
               WHEN SQLERRD(3) = ZERO
                  MOVE 'PERSONNE INCONNUE/DECEDEE OU DATE INCOHERENTE'
                       TO LIBELLE-ANOMALIE
                  PERFORM TRT-ANOMALIE
               WHEN OTHER
                  CONTINUE
               END-EVALUATE
           END-IF
           .
      *
      *    HISTORISE UN ACCORD OU UN RETRAIT DE CONSENTEMENT SUR UN
      *    CANAL. LA LIGNE EST INSEREE ; UNE LIGNE DEJA PRESENTE POUR
      *    LA MEME PERSONNE, LE MEME CANAL ET LA MEME DATE (-803) EST
      *    REMPLACEE PAR LA NOUVELLE SAISIE
       ENREGISTRER-CONSENTEMENT.
           MOVE CN-CLE-ID-PERS TO H-CLE-ID-PERS
           MOVE CN-CANAL       TO H-CANAL
           MOVE CN-STATUT      TO H-STATUT-CONSENT
           MOVE CN-DATE        TO H-DATE-CONSENT
           MOVE CN-SOURCE      TO H-SOURCE-CONSENT

           EVALUATE TRUE
           WHEN NOT CN-CANAL-VALIDE
              MOVE 'CANAL DE CONSENTEMENT INCONNU' TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN NOT CN-STATUT-VALIDE
              MOVE 'STATUT DE CONSENTEMENT INCONNU'
                   TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN OTHER
              EXEC SQL
                  SELECT COUNT(*)
                  INTO :H-NB-PERS
                  FROM TPERS
                  WHERE ID_PERS = :H-CLE-ID-PERS
              END-EXEC
              EVALUATE TRUE
              WHEN SQLCODE NOT = ZERO
                 MOVE 'ENREG-CONSENTEMENT' TO ERL-IN-PARAGRAPH
                 PERFORM FORMATAGE-ERREUR-DB2
                 PERFORM TRT-ANOMALIE
              WHEN H-NB-PERS = ZERO
                 MOVE 'PERSONNE INCONNUE' TO LIBELLE-ANOMALIE
                 PERFORM TRT-ANOMALIE
              WHEN OTHER
                 PERFORM INSERER-CONSENTEMENT
              END-EVALUATE
           END-EVALUATE
           .
      *
       INSERER-CONSENTEMENT.
           EXEC SQL
               INSERT INTO TPERS_CONSENTEMENT
               (
                 ID_PERS,
                 CANAL,
                 DATE_EFFET,
                 STATUT,
                 SOURCE,
                 DATE_SAISIE
               )
               VALUES
               (
                 :H-CLE-ID-PERS,
                 :H-CANAL,
                 COALESCE(DATE(NULLIF(:H-DATE-CONSENT, ' ')),
                          CURRENT DATE),
                 :H-STATUT-CONSENT,
                 :H-SOURCE-CONSENT,
                 CURRENT TIMESTAMP
               )
           END-EXEC

           IF  SQLCODE = -803
               EXEC SQL
                   UPDATE TPERS_CONSENTEMENT
                   SET
                     STATUT      = :H-STATUT-CONSENT,
                     SOURCE      = :H-SOURCE-CONSENT,
                     DATE_SAISIE = CURRENT TIMESTAMP
                   WHERE
                     ID_PERS = :H-CLE-ID-PERS
                     AND CANAL = :H-CANAL
                     AND DATE_EFFET =
                         COALESCE(DATE(NULLIF(:H-DATE-CONSENT, ' ')),
                                  CURRENT DATE)
               END-EXEC
           END-IF

           EVALUATE TRUE
           WHEN SQLCODE = -180
           WHEN SQLCODE = -181
              MOVE 'DATE DE CONSENTEMENT INVALIDE' TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN SQLCODE NOT = ZERO
              DISPLAY 'INSERT ERROR '
              DISPLAY 'ID:' H-CLE-ID-PERS
              MOVE 'INSERER-CONSENTEMENT' TO ERL-IN-PARAGRAPH
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      *
      *    VERIFIE QUE LE CODE POSTAL PASSE EN H-COD-POS-NAISS EXISTE
      *    DANS LA TABLE DE REFERENCE COD_POSTAL AVANT DE LAISSER
      *    L'INSERT OU L'UPDATE COMMITTER
           MOVE  I-ADR-COMPL      TO H-ADR-COMPL
           MOVE  I-ADR-COD-POSTAL TO H-ADR-COD-POSTAL
           MOVE  I-ADR-VILLE      TO H-ADR-VILLE
           MOVE  I-ADR-DATE-EFFET TO H-ADR-DATE-EFFET
           MOVE  I-ADR-SOURCE     TO H-ADR-SOURCE

           PERFORM VALIDER-COD-POSTAL
           PERFORM COMPOSER-ADRESSE
           IF  NOT ANOMALIE
               PERFORM CONTROLER-DATE-ADRESSE
           END-IF

           MOVE  H-COD-POS-NAISS TO ZPR-IN-ZIPCODE
           CALL C-ZIPREGN USING ZPR-ENTREE ZPR-SORTIE
                   MOVE 'INSERTION-DB2' TO ERL-IN-PARAGRAPH
                   PERFORM FORMATAGE-ERREUR-DB2
                   PERFORM TRT-ANOMALIE
               ELSE
                   PERFORM HISTORISER-ADRESSE
               END-IF
           END-IF

           .
      *
      *    UNE PERSONNE ANTERIEURE A L'HISTORIQUE DES ADRESSES RECOIT,
      *    AVANT SA PREMIERE MODIFICATION, UNE VERSION 'ORIGINE' QUI
      *    CONSERVE L'ADRESSE QU'ELLE AVAIT JUSQU'ICI (DATE D'EFFET
      *    0001-01-01 : EN VIGUEUR DEPUIS TOUJOURS)
       AMORCER-HISTO-ADRESSE.
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
                      T.ADRESSE,
                      COALESCE(T.ADR_RUE, ' '),
                      COALESCE(T.ADR_COMPL, ' '),
                      COALESCE(T.ADR_COD_POSTAL, ' '),
                      COALESCE(T.ADR_VILLE, ' '),
                      'ORIGINE',
                      CURRENT TIMESTAMP
               FROM TPERS T
               WHERE T.ID_PERS = :H-CLE-ID-PERS
                 AND NOT EXISTS
                     (SELECT 1 FROM ADRESSE_HIST H
                      WHERE H.ID_PERS = T.ID_PERS)
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE 'AMORCER-HISTO-ADR' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    LA DATE D'EFFET D'UNE NOUVELLE ADRESSE (A BLANC = DATE DU
      *    JOUR) NE PEUT ETRE NI FUTURE NI ANTERIEURE A LA DERNIERE
      *    VERSION CONNUE DE LA PERSONNE - SAUF SI L'ADRESSE NE
      *    CHANGE PAS, AUQUEL CAS AUCUNE VERSION N'EST ECRITE
       CONTROLER-DATE-ADRESSE.
           EXEC SQL
               SELECT CASE
                      WHEN COALESCE(DATE(NULLIF(:H-ADR-DATE-EFFET,
                                                ' ')),
                                    CURRENT DATE) > CURRENT DATE
                      THEN 'F'
                      WHEN COALESCE(DATE(NULLIF(:H-ADR-DATE-EFFET,
                                                ' ')),
                                    CURRENT DATE) <
                           (SELECT MAX(H.DATE_EFFET)
                            FROM ADRESSE_HIST H
                            WHERE H.ID_PERS = :H-CLE-ID-PERS)
                       AND EXISTS
                           (SELECT 1 FROM TPERS T
                            WHERE T.ID_PERS = :H-CLE-ID-PERS
                              AND (T.ADRESSE <> :H-ADRESSE
                               OR COALESCE(T.ADR_RUE, ' ') <> :H-ADR-RUE
                               OR COALESCE(T.ADR_COMPL, ' ')
                                  <> :H-ADR-COMPL
                               OR COALESCE(T.ADR_COD_POSTAL, ' ')
                                  <> :H-ADR-COD-POSTAL
                               OR COALESCE(T.ADR_VILLE, ' ')
                                  <> :H-ADR-VILLE))
                      THEN 'A'
                      ELSE 'O'
                      END
               INTO :H-CONTROLE-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = -180
           WHEN SQLCODE = -181
              MOVE 'DATE D''EFFET ADRESSE INVALIDE' TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN SQLCODE NOT = ZERO
              MOVE 'CONTROLER-DATE-ADR' TO ERL-IN-PARAGRAPH
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           WHEN H-CONTROLE-DATE = 'F'
              MOVE 'DATE D''EFFET ADRESSE FUTURE' TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN H-CONTROLE-DATE = 'A'
              MOVE 'DATE D''EFFET ADRESSE ANTERIEURE A LA DERNIERE'
                   TO LIBELLE-ANOMALIE
              PERFORM TRT-ANOMALIE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      *
      *    ECRIT UNE VERSION D'ADRESSE A PARTIR DE LA LIGNE TPERS QUI
      *    VIENT D'ETRE INSEREE OU MISE A JOUR, SAUF SI ELLE EST
      *    IDENTIQUE A LA VERSION EN VIGUEUR (MISE A JOUR DU NOM OU
      *    DU PRENOM SEULS : RIEN A HISTORISER)
       HISTORISER-ADRESSE.
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
                      COALESCE(DATE(NULLIF(:H-ADR-DATE-EFFET, ' ')),
                               CURRENT DATE),
                      T.ADRESSE,
                      COALESCE(T.ADR_RUE, ' '),
                      COALESCE(T.ADR_COMPL, ' '),
                      COALESCE(T.ADR_COD_POSTAL, ' '),
                      COALESCE(T.ADR_VILLE, ' '),
                      COALESCE(NULLIF(:H-ADR-SOURCE, ' '), 'TPERSPGM'),
                      CURRENT TIMESTAMP
               FROM TPERS T
               WHERE T.ID_PERS = :H-CLE-ID-PERS
                 AND NOT EXISTS
                     (SELECT 1 FROM ADRESSE_HIST H
                      WHERE H.ID_PERS = T.ID_PERS
                        AND H.ID_ADRESSE =
                            (SELECT MAX(H2.ID_ADRESSE)
                             FROM ADRESSE_HIST H2
                             WHERE H2.ID_PERS = T.ID_PERS)
                        AND H.ADRESSE = T.ADRESSE
                        AND H.ADR_RUE = COALESCE(T.ADR_RUE, ' ')
                        AND H.ADR_COMPL = COALESCE(T.ADR_COMPL, ' ')
                        AND H.ADR_COD_POSTAL =
                            COALESCE(T.ADR_COD_POSTAL, ' ')
                        AND H.ADR_VILLE = COALESCE(T.ADR_VILLE, ' '))
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE 'HISTORISER-ADRESSE' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
      *
      *    L'HISTORIQUE DES ADRESSES PART AVEC LA PERSONNE ; IL EST
      *    SUPPRIME AVANT ELLE (ADRESSE_HIST REFERENCE TPERS)
       SUPPRIMER-HISTO-ADRESSE.
           EXEC SQL
               DELETE FROM ADRESSE_HIST
               WHERE
                 ID_PERS = :H-CLE-ID-PERS
           END-EXEC

           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               MOVE 'SUPPRIMER-HISTO-ADR' TO ERL-IN-PARAGRAPH
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           END-IF
           .
       RESTITUTION-LECTURE-SIMPLE.
           MOVE H-NOM          TO S-NOM
           MOVE H-ADR-COMPL      TO S-ADR-COMPL
           MOVE H-ADR-COD-POSTAL TO S-ADR-COD-POSTAL
           MOVE H-ADR-VILLE      TO S-ADR-VILLE
           MOVE H-DATE-DECES     TO S-DATE-DECES
           MOVE H-ID-ADRESSE     TO S-ID-ADRESSE
      *    DISPLAY 'DONNEES H DE SORTIE : ' HOST-VARIABLES
           .
      *
