      *           REEL. EN SIMULATION, PAS DE CHECKPOINT (NI PRISE
      *           NI REPRISE) ET PAS DE TRACE RUN_CONTROL.
      *
      *           DATE D'EFFET D'ADRESSE : UN MOUVEMENT I/U PEUT
      *           PORTER EN POSITIONS 187-196 LA DATE AAAA-MM-JJ A
      *           LAQUELLE LA NOUVELLE ADRESSE PREND EFFET (A BLANC =
      *           DATE DU JOUR). TPERSPGM HISTORISE LE CHANGEMENT DANS
      *           ADRESSE_HIST AVEC CETTE DATE ET LA SOURCE TPERMJ00 ;
      *           UNE DATE FUTURE OU ANTERIEURE A LA DERNIERE VERSION
      *           CONNUE FAIT REJETER LE MOUVEMENT.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPERMJ00.
               88  E50-EST-UPDATE                 VALUE 'U'.
               88  E50-EST-DELETE                 VALUE 'D'.
           05  E50-DONNEES                        PIC X(185).
           05  E50-DATE-EFFET-ADR                 PIC X(10).
           05  FILLER                             PIC X(04).
       FD  FSYS051
           LABEL RECORD STANDARD
           RECORDING MODE IS F
               MOVE E50-TYPE-ACCESS TO TYPE-ACCESS
               MOVE E50-DONNEES     TO PARTIE-VARIABLE-ALLER
               MOVE SPACES          TO LIBELLE-ANOMALIE
               IF  E50-EST-INSERT
                   MOVE E50-DATE-EFFET-ADR TO I-ADR-DATE-EFFET
                   MOVE 'TPERMJ00'         TO I-ADR-SOURCE
               END-IF
               IF  E50-EST-UPDATE
                   MOVE E50-DATE-EFFET-ADR TO U-ADR-DATE-EFFET
                   MOVE 'TPERMJ00'         TO U-ADR-SOURCE
               END-IF

               CALL C-TPERSPGM USING ENTREE SORTIE
               END-CALL
