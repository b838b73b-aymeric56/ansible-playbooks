          05 W-LEV-ID               PIC S9(10) COMP.
          05 W-LEV-NAME             PIC X(150).
          05 W-OBJ-ID               PIC S9(10) COMP.
      *    POIDS DU LEVIER DANS SON OBJECTIF POUR LA CONSOLIDATION
      *    DES SCORES (SCOCAT00)
          05 W-LEV-POIDS            PIC S9(4) COMP.

       01  W-NB-IND-ENFANTS      PIC S9(10) COMP.
       01  W-NB-PARENT           PIC S9(10) COMP.

           MOVE INSL-LEV-NAME TO W-LEV-NAME
           MOVE INSL-OBJ-ID   TO W-OBJ-ID
      *    POIDS ABSENT OU NUL : LE LEVIER PESE 1
           IF INSL-POIDS IS NUMERIC AND INSL-POIDS > 0
              MOVE INSL-POIDS TO W-LEV-POIDS
           ELSE
              MOVE 1 TO W-LEV-POIDS
           END-IF

           EXEC SQL INSERT INTO LEVIER (
                      nom_levier,
                      id_objectif,
                      poids_levier
                          )
                VALUES (
                      :W-LEV-NAME,
                      :W-OBJ-ID,
                      :W-LEV-POIDS
                      )
           END-EXEC

           MOVE INSL-LEV-ID TO W-LEV-ID
           EXEC SQL SELECT id_levier,
                           nom_levier,
                           id_objectif,
                           COALESCE(poids_levier, 1)
                INTO :W-LEV-ID,
                     :W-LEV-NAME,
                     :W-OBJ-ID,
                     :W-LEV-POIDS
                FROM LEVIER
                WHERE id_levier = :W-LEV-ID
           END-EXEC
                MOVE W-LEV-ID TO OUTSL-LEV-ID
                MOVE W-LEV-NAME TO OUTSL-LEV-NAME
                MOVE W-OBJ-ID TO OUTSL-OBJ-ID
                MOVE W-LEV-POIDS TO OUTSL-POIDS
           WHEN +100
                MOVE 'DISPLAY FAILED' TO OUTSL-MESSAGE
           WHEN OTHER
           MOVE INSL-LEV-ID   TO W-LEV-ID
           MOVE INSL-LEV-NAME TO W-LEV-NAME
           MOVE INSL-OBJ-ID   TO W-OBJ-ID
      *    POIDS ABSENT OU NUL : LE POIDS EN PLACE EST CONSERVE
           IF INSL-POIDS IS NUMERIC
              MOVE INSL-POIDS TO W-LEV-POIDS
           ELSE
              MOVE 0 TO W-LEV-POIDS
           END-IF

           EXEC SQL UPDATE LEVIER
                SET nom_levier = :W-LEV-NAME,
                    id_objectif = :W-OBJ-ID,
                    poids_levier = CASE WHEN :W-LEV-POIDS > 0
                                        THEN :W-LEV-POIDS
                                        ELSE poids_levier
                                   END
                WHERE id_levier = :W-LEV-ID
           END-EXEC

