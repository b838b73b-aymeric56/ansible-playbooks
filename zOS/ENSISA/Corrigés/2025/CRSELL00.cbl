      *           COMPLEMENT / CODE POSTAL / VILLE, AVEC REPLI SUR
      *           LE PAVE LIBRE POUR LES LIGNES NON MIGREES PAR
      *           ADRMIG00) ET LES POLICES DETENUES. TOUTE PERSONNE
      *           PORTANT UN SINISTRE OUVERT EST EXCLUE, COMME TOUTE
      *           PERSONNE DECEDEE (TPERS.DATE_DECES), ET TOUTE
      *           PERSONNE SANS CONSENTEMENT COURRIER EN VIGUEUR
      *           (DERNIERE LIGNE NON FUTURE DU CANAL 'P' DANS
      *           TPERS_CONSENTEMENT A 'A' ACCORD). UN TRAILER
      *           PORTE LES COMPTES PAR REGION PUIS LE TOTAL.
      *
      *****************************************************************
                     COALESCE(T.ADR_VILLE, ' '),
                     COALESCE(T.COD_REGION, ' ')
              FROM TPERS T
              WHERE T.DATE_DECES IS NULL
                AND EXISTS
                    (SELECT 1 FROM TPERS_CONSENTEMENT K
                      WHERE K.ID_PERS = T.ID_PERS
                        AND K.CANAL = 'P'
                        AND K.STATUT = 'A'
                        AND K.DATE_EFFET <= CURRENT DATE
                        AND NOT EXISTS
                            (SELECT 1 FROM TPERS_CONSENTEMENT K2
                              WHERE K2.ID_PERS = K.ID_PERS
                                AND K2.CANAL = K.CANAL
                                AND K2.DATE_EFFET > K.DATE_EFFET
                                AND K2.DATE_EFFET <= CURRENT DATE))
                AND EXISTS
                    (SELECT 1 FROM ASSURANCES A
                      WHERE A.ID_PERS = T.ID_PERS
                        AND A.LIBELLE = :H-LIBELLE-TENU)
