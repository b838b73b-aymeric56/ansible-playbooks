          05 W-OBJ-NAME             PIC X(150).
          05 W-OBJ-DES              PIC X(150).
          05 W-PERSP-ID             PIC S9(10) COMP.
      *    POIDS DE L'OBJECTIF DANS SA PERSPECTIVE POUR LA
      *    CONSOLIDATION DES SCORES (SCOCAT00)
          05 W-OBJ-POIDS            PIC S9(4) COMP.

       01  W-NB-LEV-ENFANTS      PIC S9(10) COMP.
       01  W-NB-PARENT           PIC S9(10) COMP.
           MOVE INSO-OBJ-NAME TO W-OBJ-NAME
           MOVE INSO-OBJ-DES  TO W-OBJ-DES
           MOVE INSO-PERSP-ID TO W-PERSP-ID
      *    POIDS ABSENT OU NUL : L'OBJECTIF PESE 1
           IF INSO-POIDS IS NUMERIC AND INSO-POIDS > 0
              MOVE INSO-POIDS TO W-OBJ-POIDS
           ELSE
              MOVE 1 TO W-OBJ-POIDS
           END-IF

           EXEC SQL INSERT INTO OBJECTIF (
                      nom_objectif,
                      desc_objectif,
                      id_perspective,
                      poids_objectif
                          )
                VALUES (
                      :W-OBJ-NAME,
                      :W-OBJ-DES,
                      :W-PERSP-ID,
                      :W-OBJ-POIDS
                      )
           END-EXEC

           EXEC SQL SELECT id_objectif,
                           nom_objectif,
                           desc_objectif,
                           id_perspective,
                           COALESCE(poids_objectif, 1)
                INTO :W-OBJ-ID,
                     :W-OBJ-NAME,
                     :W-OBJ-DES,
                     :W-PERSP-ID,
                     :W-OBJ-POIDS
                FROM OBJECTIF
                WHERE id_objectif = :W-OBJ-ID
           END-EXEC
                MOVE W-OBJ-NAME TO OUTSO-OBJ-NAME
                MOVE W-OBJ-DES TO OUTSO-OBJ-DES
                MOVE W-PERSP-ID TO OUTSO-PERSP-ID
                MOVE W-OBJ-POIDS TO OUTSO-POIDS
           WHEN +100
                MOVE 'DISPLAY FAILED' TO OUTSO-MESSAGE
           WHEN OTHER
           MOVE INSO-OBJ-NAME TO W-OBJ-NAME
           MOVE INSO-OBJ-DES  TO W-OBJ-DES
           MOVE INSO-PERSP-ID TO W-PERSP-ID
      *    POIDS ABSENT OU NUL : LE POIDS EN PLACE EST CONSERVE
           IF INSO-POIDS IS NUMERIC
              MOVE INSO-POIDS TO W-OBJ-POIDS
           ELSE
              MOVE 0 TO W-OBJ-POIDS
           END-IF

           EXEC SQL UPDATE OBJECTIF
                SET nom_objectif = :W-OBJ-NAME,
                    desc_objectif = :W-OBJ-DES,
                    id_perspective = :W-PERSP-ID,
                    poids_objectif = CASE WHEN :W-OBJ-POIDS > 0
                                          THEN :W-OBJ-POIDS
                                          ELSE poids_objectif
                                     END
                WHERE id_objectif = :W-OBJ-ID
           END-EXEC

