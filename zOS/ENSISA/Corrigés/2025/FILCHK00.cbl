      *           NOMBRE D'ENREGISTREMENTS ET LE CHECKSUM DES CLES
      *           SELON LE DESSIN ANNONCE EN SYSIN ('P' = EXTRAIT
      *           DECLIE00 SUR SYS010, 'A' = EXTRAIT JOINT RECASS00
      *           SUR SYS011, 'T' = TABLE DE ROUTAGE PBX DE
      *           PBXRTE00 SUR SYS014), LES CONFRONTE AU TRAILER ET
      *           COMPARE LA DATE DU TRAILER A LA DATE DU RUN. TOUT
      *           ECART - Y COMPRIS UN TRAILER ABSENT - REND UN
      *           RETURN-CODE NON NUL POUR QUE L'ETAPE DE LIVRAISON
      *           SOIT SUPPRIMEE PAR COND (VOIR DECLCHN STEP030).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT FSYS010 ASSIGN TO UT-S-SYS010.
           SELECT FSYS011 ASSIGN TO UT-S-SYS011.
           SELECT FSYS014 ASSIGN TO UT-S-SYS014.
       DATA DIVISION.
       FILE SECTION.
      *    DESSIN 'P' - EXTRAIT PERSONNES DE DECLIE00 (LRECL 210)
           05  T11-DATE-TRAITEMENT                PIC 9(08).
           05  T11-CHECKSUM                       PIC 9(10).
           05  FILLER                             PIC X(230).
      *    DESSIN 'T' - TABLE DE ROUTAGE PBX DE PBXRTE00 (LRECL 100),
      *    CLE = POSTE (NUMERIQUE SUR TOUTE LIGNE CHARGEE)
       FD  FSYS014
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS014.
           05  R14-EXTENSION                      PIC 9(10).
           05  FILLER                             PIC X(90).
       01  ENR-SYS014-TRAILER REDEFINES ENR-SYS014.
           05  T14-MARQUEUR                       PIC X(04).
               88  T14-EST-TRAILER                VALUE 'TRLR'.
           05  T14-NB-ENR                         PIC 9(08).
           05  T14-DATE-TRAITEMENT                PIC 9(08).
           05  T14-CHECKSUM                       PIC 9(10).
           05  FILLER                             PIC X(70).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * CONSTANTES DU PROGRAMME                                        *
       01  W-DESSIN-SAISI                         PIC X(01) VALUE 'P'.
           88  DESSIN-PERSONNES                   VALUE 'P'.
           88  DESSIN-ASSURANCES                  VALUE 'A'.
           88  DESSIN-ROUTAGE                     VALUE 'T'.

       01  W-FIN-FICHIER-SW                       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER-ATTEINTE               VALUE 'Y'.

           ACCEPT W-DESSIN-SAISI FROM SYSIN
           IF  NOT DESSIN-ASSURANCES
           AND NOT DESSIN-ROUTAGE
               MOVE 'P' TO W-DESSIN-SAISI
           END-IF
           DISPLAY 'DESSIN VERIFIE : ' W-DESSIN-SAISI

           ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD

           EVALUATE TRUE
               WHEN DESSIN-PERSONNES
                   PERFORM VERIFIER-FICHIER-PERSONNES
               WHEN DESSIN-ASSURANCES
                   PERFORM VERIFIER-FICHIER-ASSURANCES
               WHEN OTHER
                   PERFORM VERIFIER-FICHIER-ROUTAGE
           END-EVALUATE

           PERFORM CONTROLER-RESULTATS

           END-IF
           PERFORM LIRE-ASSURANCES
           .
      *
       VERIFIER-FICHIER-ROUTAGE.
           OPEN INPUT FSYS014
           PERFORM LIRE-ROUTAGE
           PERFORM TRAITER-ROUTAGE
                   UNTIL FIN-FICHIER-ATTEINTE
           CLOSE FSYS014
           .
       LIRE-ROUTAGE.
           READ FSYS014
             AT END
               SET FIN-FICHIER-ATTEINTE TO TRUE
           END-READ
           .
       TRAITER-ROUTAGE.
           IF  T14-EST-TRAILER
               SET TRAILER-TROUVE TO TRUE
               MOVE T14-NB-ENR            TO W-NB-TRAILER
               MOVE T14-CHECKSUM          TO W-CHECKSUM-TRAILER
               MOVE T14-DATE-TRAITEMENT   TO W-DATE-TRAILER
           ELSE
               ADD 1 TO W-NB-RECALCULE
               ADD R14-EXTENSION TO W-CHECKSUM-RECALCULE
           END-IF
           PERFORM LIRE-ROUTAGE
           .
      *
       CONTROLER-RESULTATS.
           DISPLAY 'FILCHK00 - ENREGISTREMENTS : ' W-NB-RECALCULE
