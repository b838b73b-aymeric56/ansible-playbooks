      ****************************************************************
      * PROGRAMME BATCH = CHARGEMENT DES FORMULAIRES DE CONSENTEMENT
      *                   MARKETING RECUEILLIS PAR LES AGENCES
      ****************************************************************
      * PROGRAM:  CNSCHG00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  LES AGENCES RECUEILLENT SUR FORMULAIRE L'ACCORD OU
      *           LE RETRAIT DE CONSENTEMENT DE LEURS CLIENTS POUR
      *           CHAQUE CANAL DE PROSPECTION (COURRIER, E-MAIL,
      *           TELEPHONE). LES FORMULAIRES SAISIS ARRIVENT SUR
      *           FSYS119 : ID_PERS 9(10), CANAL 'P'/'E'/'T', STATUT
      *           'A' ACCORD / 'R' RETRAIT, DATE DE SIGNATURE
      *           AAAA-MM-JJ (A BLANC = DATE DU JOUR), CODE AGENCE.
      *           CHAQUE FORMULAIRE EST HISTORISE DANS
      *           TPERS_CONSENTEMENT PAR LA FONCTION 'K' DE TPERSPGM,
      *           AVEC L'AGENCE POUR SOURCE. UNE LIGNE DE DISPOSITION
      *           PAR FORMULAIRE (APPLIQUE / REJETE AVEC LE LIBELLE
      *           RENDU : PERSONNE INCONNUE, CANAL INCONNU...) EST
      *           ECRITE SUR FSYS120 AVEC LES TOTAUX. UN FORMULAIRE
      *           REPASSE REMPLACE LE PRECEDENT DE MEME DATE : UN RUN
      *           INTERROMPU SE RELANCE TEL QUEL.
      *           CODE RETOUR 4 SI DES FORMULAIRES SONT REJETES.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNSCHG00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS119 ASSIGN TO UT-S-SYS119.
           SELECT FSYS120 ASSIGN TO UT-S-SYS120.
       DATA DIVISION.
       FILE SECTION.
      *    FORMULAIRES DE CONSENTEMENT SAISIS (LRECL 80)
       FD  FSYS119
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS119.
           05  E119-ID-PERS                       PIC X(10).
           05  E119-ID-PERS-N REDEFINES E119-ID-PERS
                                                  PIC 9(10).
           05  E119-CANAL                         PIC X(01).
           05  E119-STATUT                        PIC X(01).
           05  E119-DATE                          PIC X(10).
           05  E119-AGENCE                        PIC X(10).
           05  FILLER                             PIC X(48).
       FD  FSYS120
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS120                             PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * CONSTANTES DU PROGRAMME                                        *
      ******************************************************************
       COPY YESPERS.
       77  C-TPERSPGM                             PIC X(09)
                                                  VALUE 'TPERSPGM'.
      *
       01  W-FIN-FICHIER-SW                       PIC X(01) VALUE 'N'.
           88  FIN-FICHIER-ATTEINTE               VALUE 'Y'.
       01  W-NB-LUS                               PIC 9(08) VALUE 0.
       01  W-NB-ACCORDS                           PIC 9(08) VALUE 0.
       01  W-NB-RETRAITS                          PIC 9(08) VALUE 0.
       01  W-NB-REJETES                           PIC 9(08) VALUE 0.
      *
       01  W-LIGNE-DISPOSITION.
           05  W-DIS-NUMERO                       PIC 9(08).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-ID-PERS                      PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-CANAL                        PIC X(01).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-DIS-STATUT                       PIC X(01).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-DATE                         PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-AGENCE                       PIC X(10).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-RESULTAT                     PIC X(08).
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-DIS-MOTIF                        PIC X(71).
      *
       01  W-LIGNE-TOTAL.
           05  W-TOT-LIBELLE                      PIC X(30).
           05  W-TOT-NOMBRE                       PIC 9(08).
           05  FILLER                             PIC X(94)
                                                  VALUE SPACE.

       PROCEDURE DIVISION.

           OPEN INPUT  FSYS119
           OPEN OUTPUT FSYS120

           PERFORM LIRE-FORMULAIRE
           PERFORM TRAITER-FORMULAIRE
                   UNTIL FIN-FICHIER-ATTEINTE

           PERFORM ECRIRE-TOTAUX

           CLOSE FSYS119
           CLOSE FSYS120

           DISPLAY 'CNSCHG00 - FORMULAIRES LUS : ' W-NB-LUS
           DISPLAY 'CNSCHG00 - ACCORDS         : ' W-NB-ACCORDS
           DISPLAY 'CNSCHG00 - RETRAITS        : ' W-NB-RETRAITS
           DISPLAY 'CNSCHG00 - REJETES         : ' W-NB-REJETES

           IF  W-NB-REJETES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK
           .
      *
       LIRE-FORMULAIRE.
           READ FSYS119
             AT END
               SET FIN-FICHIER-ATTEINTE TO TRUE
             NOT AT END
               ADD 1 TO W-NB-LUS
           END-READ
           .
      *
      *    LE CONTROLE DU CANAL, DU STATUT, DE LA DATE ET DE LA
      *    PERSONNE EST CELUI DE TPERSPGM ; SEUL L'IDENTIFIANT EST
      *    VERIFIE ICI POUR POUVOIR LE PASSER EN NUMERIQUE
       TRAITER-FORMULAIRE.
           MOVE W-NB-LUS    TO W-DIS-NUMERO
           MOVE E119-ID-PERS TO W-DIS-ID-PERS
           MOVE E119-CANAL  TO W-DIS-CANAL
           MOVE E119-STATUT TO W-DIS-STATUT
           MOVE E119-DATE   TO W-DIS-DATE
           MOVE E119-AGENCE TO W-DIS-AGENCE

           IF  E119-ID-PERS IS NOT NUMERIC
               ADD 1 TO W-NB-REJETES
               MOVE 'REJETE  ' TO W-DIS-RESULTAT
               MOVE 'IDENTIFIANT PERSONNE INVALIDE' TO W-DIS-MOTIF
           ELSE
               MOVE SPACES TO ENTREE
               SET ACCESS-CONSENTEMENT TO TRUE
               MOVE E119-ID-PERS-N TO CN-CLE-ID-PERS
               MOVE E119-CANAL     TO CN-CANAL
               MOVE E119-STATUT    TO CN-STATUT
               MOVE E119-DATE      TO CN-DATE
               MOVE E119-AGENCE    TO CN-SOURCE
               MOVE SPACES TO LIBELLE-ANOMALIE

               CALL C-TPERSPGM USING ENTREE SORTIE
               END-CALL

               IF  RETOUR-OK
                   IF  E119-STATUT = 'A'
                       ADD 1 TO W-NB-ACCORDS
                   ELSE
                       ADD 1 TO W-NB-RETRAITS
                   END-IF
                   MOVE 'APPLIQUE' TO W-DIS-RESULTAT
                   MOVE SPACES     TO W-DIS-MOTIF
               ELSE
                   ADD 1 TO W-NB-REJETES
                   MOVE 'REJETE  '       TO W-DIS-RESULTAT
                   MOVE LIBELLE-ANOMALIE TO W-DIS-MOTIF
               END-IF
           END-IF

           PERFORM ECRIRE-DISPOSITION

           PERFORM LIRE-FORMULAIRE
           .
      *
       ECRIRE-DISPOSITION.
           MOVE SPACES              TO ENR-SYS120
           MOVE W-LIGNE-DISPOSITION TO ENR-SYS120
           WRITE ENR-SYS120
           .
      *
       ECRIRE-TOTAUX.
           MOVE 'TOTAL FORMULAIRES LUS       : ' TO W-TOT-LIBELLE
           MOVE W-NB-LUS                         TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL ACCORDS ENREGISTRES   : ' TO W-TOT-LIBELLE
           MOVE W-NB-ACCORDS                     TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL RETRAITS ENREGISTRES  : ' TO W-TOT-LIBELLE
           MOVE W-NB-RETRAITS                    TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           MOVE 'TOTAL FORMULAIRES REJETES   : ' TO W-TOT-LIBELLE
           MOVE W-NB-REJETES                     TO W-TOT-NOMBRE
           PERFORM ECRIRE-LIGNE-TOTAL
           .
      *
       ECRIRE-LIGNE-TOTAL.
           MOVE SPACES        TO ENR-SYS120
           MOVE W-LIGNE-TOTAL TO ENR-SYS120
           WRITE ENR-SYS120
           .
