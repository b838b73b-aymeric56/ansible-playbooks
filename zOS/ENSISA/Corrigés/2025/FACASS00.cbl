      *           PRIME, LE TOTAL DE LA PERSONNE, PUIS UN TRAILER DE
      *           TOTAL GENERAL.
      *
      *           CHAQUE POLICE SE PAIE SELON SA FREQUENCE
      *           (ASSURANCES.FREQUENCE_PAIEMENT : 'A' ANNUELLE, 'T'
      *           TRIMESTRIELLE, 'M' MENSUELLE), MAJOREE DU
      *           POURCENTAGE DE FRACTIONNEMENT DE LA TABLE
      *           FRACTIONNEMENT. LA FACTURE D'UNE PERSONNE EST
      *           PERSISTEE EN ECHEANCIER : UNE LIGNE FACTURES PAR
      *           MOIS D'ECHEANCE (NUM_ECHEANCE 1 A 12, DATE_ECHEANCE
      *           AU 1ER JOUR OUVRE DU MOIS SUR LE CALENDRIER FR,
      *           DONNE PAR LE MODULE DATOUVR), QUE PAYFAC00, PRLFAC00
      *           ET AGEFAC00 TRAITENT CHACUNE POUR ELLE-MEME.
      *
      *           CHAQUE LIGNE DE POLICE PORTE LA PRIME, LA TAXE SUR
      *           LES CONVENTIONS D'ASSURANCE (TAUX DE LA CATEGORIE DE
      *           TAXE DE LA COUVERTURE, COUVERTURE_REF, EN VIGUEUR A
      *           LA DATE D'EMISSION DANS TAXE_ASSURANCE) ET LE TOTAL ;
      *           LES ECHEANCES FACTURES SONT TOUTES TAXES COMPRISES ET
      *           CHACUNE EST VENTILEE PAR CATEGORIE ET TAUX DANS
      *           FACTURE_TAXE, BASE DE LA DECLARATION TRIMESTRIELLE
      *           TAXDEC00. LE TRAILER DONNE LE TOTAL GENERAL TTC
      *           (A RAPPROCHER DE FACTURES) AVEC SA PRIME ET SA TAXE.
      *
      *           UNE POLICE RESILIEE EN COURS D'ANNEE (TASSUR00 'X')
      *           N'EST FACTUREE QUE JUSQU'A LA VEILLE DE SA DATE DE
      *           RESILIATION, SANS LES AVENANTS QUI PRENNENT EFFET
      *           ENSUITE - MEME PRORATA QUE TASSUR00. AU REJEU, LA
      *           PART DEJA REMBOURSEE PAR SON AVOIR DE RESILIATION
      *           RESTE FACTUREE : L'AVOIR LA COMPENSE DEJA.
      *
      *           UNE PERSONNE DECEDEE (TPERS.DATE_DECES, PORTEE PAR
      *           DCDPER00) N'EST PLUS FACTUREE : SES POLICES SONT
      *           RESILIEES A LA DATE DU DECES ET LES FACTURES DEJA
      *           EMISES RESTENT DUES PAR LA SUCCESSION.
      *
      *           CHAQUE ECHEANCE FACTURES RETIENT DANS ID_ADRESSE LA
      *           VERSION D'ADRESSE (ADRESSE_HIST) SOUS LAQUELLE LE
      *           PLI EST PARTI : CELLE DE LA PERSONNE, OU CELLE DE LA
      *           TETE DE MENAGE QUAND LA PERSONNE EST RENVOYEE AU PLI
      *           DU FOYER (0 = PERSONNE SANS HISTORIQUE D'ADRESSE).
      *
      *           CHAQUE FACTURE EST AUSSI MISE EN FILE DANS COURRIER
      *           (TYPE 'FAC', REFERENCE = EXERCICE, NOMBRE DE LIGNES
      *           IMPRIMEES) : CORPLI00 LA MET SOUS LE PLI DU FOYER
      *           POUR LE ROUTEUR. UNE RELANCE DU RUN DANS LA JOURNEE
      *           NE LA MET PAS DEUX FOIS EN FILE.
      *
      *           LE RUN EST VALIDE PAR UN COMMIT TOUTES LES
      *           C-CHKPT-FREQ PAGES DE PERSONNES, SUIVI D'UN
      *           CHECKPOINT (DD CHKPT) : EXERCICE, DERNIER ID_PERS
      *           FACTURE ET TOTAUX DE CONTROLE CUMULES, COMME DANS
      *           DECLIE00. UN RUN INTERROMPU REPREND APRES CETTE
      *           PERSONNE AVEC SES TOTAUX, ET SON TRAILER EST CELUI
      *           D'UN RUN D'UNE TRAITE. EN FIN NORMALE LA CLE DE
      *           REPRISE PASSE A 9999999999 : UN NOUVEAU RUN DU MEME
      *           EXERCICE EST ALORS REFUSE (RC 8) SAUF CARTE SYSIN
      *           DE FORCAGE A 'O', QUI REFACTURE TOUT L'EXERCICE.
      *           UN CHECKPOINT D'UN AUTRE EXERCICE EST IGNORE.
      *
      *           YESPERS ET YESASSUR DEFINISSENT TOUS DEUX DES
      *           NIVEAUX 01 ENTREE/SORTIE ET LES MEMES NOMS DE
      *           ZONES : L'INTERFACE TPERSPGM EST DONC DECLAREE ICI
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSYS056 ASSIGN TO UT-S-SYS056.
           SELECT FCHKPT  ASSIGN TO UT-S-CHKPT
                          FILE STATUS IS W-FCHKPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FSYS056
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-SYS056                             PIC X(132).
       FD  FCHKPT
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-CHKPT.
           05  CHKPT-CLE                          PIC 9(10).
           05  CHKPT-EXERCICE                     PIC 9(04).
           05  CHKPT-NB-FACTURES                  PIC 9(08).
           05  CHKPT-NB-DECEDES                   PIC 9(08).
           05  CHKPT-NB-LIGNES-POLICE             PIC 9(08).
           05  CHKPT-NB-COURRIERS                 PIC 9(08).
           05  CHKPT-TOTAL-GENERAL                PIC 9(11)V99.
           05  CHKPT-PRIME-GENERAL                PIC 9(11)V99.
           05  CHKPT-TAXE-GENERAL                 PIC 9(11)V99.
       WORKING-STORAGE SECTION.
      ******************************************************************
      * CONSTANTES DU PROGRAMME                                        *
       01  I-A                                    PIC 9(03).
       01  W-FIN-PERSONNES-SW                     PIC X(01) VALUE 'N'.
           88  FIN-PERSONNES-ATTEINTE             VALUE 'Y'.
       01  W-ARRET-SW                             PIC X(01) VALUE 'N'.
           88  ARRET-SUR-ANOMALIE                 VALUE 'Y'.
      *    FREQUENCE DE COMMIT ET DE PRISE DE CHECKPOINT, EN NOMBRE DE
      *    PAGES TPERSPGM (UNE PAGE = JUSQU'A 500 PERSONNES)
       77  C-CHKPT-FREQ                           PIC 9(04)
                                                  VALUE 0002.
       01  W-NB-CYCLES                            PIC 9(04) VALUE 0.
       01  W-DERNIERE-CLE                         PIC 9(10) VALUE 0.
       01  W-CLE-CHECKPOINT                       PIC 9(10) VALUE 0.
       01  W-EXERCICE-CHECKPOINT                  PIC 9(04) VALUE 0.
       01  W-FCHKPT-STATUS                        PIC X(02).
           88  FCHKPT-OK                          VALUE '00'.
           88  FCHKPT-NOT-FOUND                   VALUE '35'.
           88  FCHKPT-EOF                         VALUE '10'.
       01  W-CHKPT-SW                             PIC X(01) VALUE 'N'.
           88  CHKPT-TROUVE                       VALUE 'Y'.
       01  W-EXERCICE-CLOS-SW                     PIC X(01) VALUE 'N'.
           88  EXERCICE-DEJA-FACTURE              VALUE 'Y'.
      *    CARTE SYSIN DE FORCAGE - 'O' = REFACTURER UN EXERCICE DONT
      *    LE RUN S'EST DEJA TERMINE NORMALEMENT
       01  W-FORCAGE-SAISI                        PIC X(01) VALUE 'N'.
           88  RELANCE-FORCEE                     VALUE 'O'.
       01  W-NB-FACTURES                          PIC 9(08) VALUE 0.
       01  W-NB-DECEDES                           PIC 9(08) VALUE 0.
       01  W-NB-LIGNES-POLICE                     PIC 9(08) VALUE 0.
      *    UNE POLICE DONT LE TERME S'EST ACHEVE AVANT L'EXERCICE
      *    FACTURE (RESILIEE PAR TASSUR00 OU NON RENOUVELEE) N'EST
      *    PLUS FACTUREE ; RESILIEE DANS L'ANNEE, ELLE L'EST JUSQU'A
      *    SA RESILIATION
       01  W-NB-POLICES-FACTURABLES               PIC 9(03).
       01  W-POLICE-FACTURABLE-SW                 PIC X(01).
           88  POLICE-FACTURABLE                  VALUE 'Y'.
       01  W-TOTAL-PERSONNE                       PIC 9(9)V99 VALUE 0.
       01  W-TAXE-PERSONNE                        PIC 9(9)V99 VALUE 0.
       01  W-TTC-PERSONNE                         PIC 9(9)V99 VALUE 0.
       01  W-TOTAL-GENERAL                        PIC 9(11)V99
                                                  VALUE 0.
       01  W-PRIME-GENERAL                        PIC 9(11)V99
                                                  VALUE 0.
       01  W-TAXE-GENERAL                         PIC 9(11)V99
                                                  VALUE 0.

       01  W-LIGNE-ENTETE.
           05  FILLER                             PIC X(10)
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-POL-PRIME                        PIC Z(6)9.99.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(05)
                                                  VALUE 'TAXE '.
           05  W-POL-TAUX                         PIC Z9.99.
           05  FILLER                             PIC X(02)
                                                  VALUE '% '.
           05  W-POL-TAXE                         PIC Z(6)9.99.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  FILLER                             PIC X(04)
                                                  VALUE 'TTC '.
           05  W-POL-TOTAL                        PIC Z(6)9.99.
           05  FILLER                             PIC X(02)
                                                  VALUE SPACE.
           05  W-POL-FREQUENCE                    PIC X(13).
           05  FILLER                             PIC X(17)
                                                  VALUE SPACE.

       01  W-LIGNE-TOTAL-PERS.
           05  FILLER                             PIC X(22)
               VALUE '    TOTAL PERSONNE  : '.
           05  W-TPP-MONTANT                      PIC Z(8)9.99.
           05  FILLER                             PIC X(07)
                                                  VALUE '  TAXE '.
           05  W-TPP-TAXE                         PIC Z(8)9.99.
           05  FILLER                             PIC X(06)
                                                  VALUE '  TTC '.
           05  W-TPP-TOTAL                        PIC Z(8)9.99.
           05  FILLER                             PIC X(61)
                                                  VALUE SPACE.

      * VARIABLES DB2 SYSTEM - POUR LA FACTURATION AU PRORATA DES
       01  W-PRIME-FACTUREE                       PIC S9(9)V99 COMP-3.
       01  W-FIN-AVN-SW                           PIC X(01) VALUE 'N'.
           88  FIN-AVENANTS                       VALUE 'Y'.
      *    FIN DE LA PERIODE FACTUREE DE LA POLICE, EXCLUE : LE
      *    LENDEMAIN DU 31 DECEMBRE, OU SA DATE DE RESILIATION SI
      *    ELLE EST RESILIEE DANS L'ANNEE ; PRIME DEJA REMBOURSEE PAR
      *    L'AVOIR DE RESILIATION DE L'EXERCICE
       01  H-JOUR-FIN-POLICE                      PIC S9(9) COMP.
       01  H-PRIME-REMBOURSEE                     PIC S9(9)V99 COMP-3.
       01  H-ID-PERS-FACTURE                      PIC S9(10) COMP.
       01  H-NB-DECES                             PIC S9(9) COMP.
      *    DESTINATAIRE DU PLI ET VERSION D'ADRESSE EN VIGUEUR A
      *    L'EMISSION, PORTEE PAR CHAQUE ECHEANCE FACTURES
       01  H-ID-PERS-PLI                          PIC S9(10) COMP.
       01  H-ID-ADRESSE                           PIC S9(10) COMP.
      *
      *    MISE EN FILE DANS COURRIER POUR LA MISE SOUS PLI (CORPLI00)
       01  H-CO-TYPE-COURRIER                     PIC X(03)
                                                  VALUE 'FAC'.
       01  H-CO-REFERENCE                         PIC X(20).
       01  H-CO-NB-LIGNES                         PIC S9(4) COMP.
       01  W-NB-COURRIERS                         PIC 9(08) VALUE 0.
      *
      *    ECHEANCIER DE LA PERSONNE : MONTANT DU PAR MOIS DE
      *    L'EXERCICE, CUMUL DES ECHEANCES DE SES POLICES. LA
      *    DERNIERE ECHEANCE D'UNE POLICE PORTE L'ECART D'ARRONDI
       01  W-ECHEANCIER.
           05  W-ECH-MONTANT OCCURS 12            PIC S9(9)V99 COMP-3.
       01  I-M                                    PIC 9(02).
       01  W-MOIS-ECHEANCE                        PIC 9(02).
       01  H-FREQUENCE                            PIC X(01).
           88  FREQUENCE-TRIMESTRIELLE            VALUE 'T'.
           88  FREQUENCE-MENSUELLE                VALUE 'M'.
       01  H-PCT-MAJORATION                       PIC S9(3)V99 COMP-3.
       01  W-NB-ECHEANCES                         PIC 9(02).
       01  W-PAS-MOIS                             PIC 9(02).
       01  W-MONTANT-ECHEANCE                     PIC S9(9)V99 COMP-3.
       01  W-RESTE-A-REPARTIR                     PIC S9(9)V99 COMP-3.
       01  H-NUM-ECHEANCE                         PIC S9(4) COMP.
       01  H-DATE-ECHEANCE                        PIC X(10).
       01  H-MONTANT-ECHEANCE                     PIC S9(9)V99 COMP-3.
       01  W-ECHEANCE-ED                          PIC Z(8)9.99.
      *    DATE D'ECHEANCE DE CHAQUE MOIS DE L'EXERCICE : LE 1ER DU
      *    MOIS, REPORTE AU JOUR OUVRE SUIVANT S'IL EST CHOME
       01  W-DATES-ECHEANCE.
           05  W-DATE-ECHEANCE OCCURS 12          PIC X(10).
       01  W-DATE-JOUR-AMJ.
           05  W-DJ-ANNEE                         PIC 9(04).
           05  W-DJ-MOIS                          PIC 9(02).
           05  W-DJ-JOUR                          PIC 9(02).
      *
      *    TAXE DE LA POLICE COURANTE (CATEGORIE DE SA COUVERTURE ET
      *    TAUX EN VIGUEUR) ET VENTILATION DE L'ECHEANCIER DE LA
      *    PERSONNE PAR CATEGORIE ET TAUX, MOIS PAR MOIS, POUR
      *    FACTURE_TAXE
       01  H-LIBELLE-TAXE                         PIC X(32).
       01  H-CATEGORIE-TAXE                       PIC X(04).
       01  H-TAUX-TAXE                            PIC S9(2)V99 COMP-3.
       01  W-TAXE-FACTUREE                        PIC S9(9)V99 COMP-3.
       01  W-TAXE-ECHEANCE                        PIC S9(9)V99 COMP-3.
       01  W-RESTE-TAXE                           PIC S9(9)V99 COMP-3.
       01  W-MAX-VTX                              PIC 9(02) VALUE 20.
       01  W-NB-VTX                               PIC 9(02).
       01  W-VTX-COURANT                          PIC 9(02).
       01  I-V                                    PIC 9(02).
       01  W-VENTILATION-TAXE.
           05  W-VTX OCCURS 20.
               10  W-VTX-CATEGORIE                PIC X(04).
               10  W-VTX-TAUX                     PIC S9(2)V99 COMP-3.
               10  W-VTX-MOIS OCCURS 12.
                   15  W-VTX-PRIME                PIC S9(9)V99 COMP-3.
                   15  W-VTX-TAXE                 PIC S9(9)V99 COMP-3.
       01  H-ID-FACTURE                           PIC S9(10) COMP.
       01  H-VTX-CATEGORIE                        PIC X(04).
       01  H-VTX-TAUX                             PIC S9(2)V99 COMP-3.
       01  H-VTX-PRIME                            PIC S9(9)V99 COMP-3.
       01  H-VTX-TAXE                             PIC S9(9)V99 COMP-3.
      *
      *    LES AVENANTS DE LA POLICE COURANTE, EN ORDRE D'EFFET,
      *    JUSQU'A LA FIN DE SA PERIODE FACTUREE - DAYS() POUR QUE LE
      *    PRORATA SE CALCULE EN ENTIERS
           EXEC SQL
              DECLARE CAVN CURSOR FOR
                     DAYS(DATE_EFFET)
              FROM ASSUR_AVENANT
              WHERE ID_ASSUR = :H-ID-ASSUR-AVN
                AND DAYS(DATE_EFFET) < :H-JOUR-FIN-POLICE
              ORDER BY DATE_EFFET
           END-EXEC.
      *
       77  C-RUNCTRL                              PIC X(07)
                                                  VALUE 'RUNCTRL'.
       01  W-RUNCTL-RUN-ID                        PIC X(26).
      *
      *    COMMUNICATION AREA FOR THE SHARED BUSINESS-DAY DATE SERVICE
           COPY DATOUVC.
       77  C-DATOUVR                              PIC X(07)
                                                  VALUE 'DATOUVR'.

       PROCEDURE DIVISION.

           END-CALL
           MOVE RUNCTL-OUT-RUN-ID   TO W-RUNCTL-RUN-ID

           ACCEPT W-DATE-JOUR-AMJ FROM DATE YYYYMMDD
           ACCEPT W-FORCAGE-SAISI FROM SYSIN
           PERFORM LIRE-DERNIER-CHECKPOINT

           IF  EXERCICE-DEJA-FACTURE AND NOT RELANCE-FORCEE
               PERFORM REFUSER-RELANCE
               GOBACK
           END-IF
      *    RELANCE FORCEE : LA MARQUE DE FIN EST LEVEE TOUT DE SUITE,
      *    POUR QU'UN ARRET AVANT LE PREMIER CHECKPOINT SE RELANCE
      *    SANS NOUVEAU FORCAGE
           IF  EXERCICE-DEJA-FACTURE
               PERFORM ECRIRE-CHECKPOINT
           END-IF

      *    UNE REPRISE PROLONGE L'EDITION DU RUN INTERROMPU
           IF  CHKPT-TROUVE
               OPEN EXTEND FSYS056
           ELSE
               OPEN OUTPUT FSYS056
           END-IF

      *    BORNES DE L'ANNEE CIVILE FACTUREE, EN NUMEROS DE JOUR,
      *    POUR LE PRORATA DES AVENANTS
           MOVE SPACES TO W-AN-DEBUT
           STRING W-DJ-ANNEE '-01-01' DELIMITED BY SIZE
             INTO W-AN-DEBUT
                                  - H-JOUR-AN-DEBUT + 1
           END-IF

           PERFORM CALCULER-DATE-ECHEANCE
                   VARYING I-M FROM 1 BY 1 UNTIL I-M > 12

           MOVE SPACES TO P-ENTREE
           MOVE 'L'    TO P-TYPE-ACCESS
           IF  CHKPT-TROUVE
               COMPUTE P-CLE-ACCESS-LECTURE-LIS = W-CLE-CHECKPOINT + 1
           ELSE
               MOVE 0  TO P-CLE-ACCESS-LECTURE-LIS
           END-IF
           SET  P-PREMIERE-LECTURE TO TRUE

           PERFORM UNTIL FIN-PERSONNES-ATTEINTE
                  DISPLAY 'FACASS00 - TPERSPGM KO : '
                          P-LIBELLE-ANOMALIE
                  SET FIN-PERSONNES-ATTEINTE TO TRUE
                  SET ARRET-SUR-ANOMALIE     TO TRUE
              ELSE
                  PERFORM TRAITER-PERSONNE
                          VARYING I-P FROM 1 BY 1
                          UNTIL I-P > P-NB-POSTE-LISTE

      *               CLE SERVIE (LE CURSEUR C01 DE TPERSPGM EST
      *               BORNE PAR >= CLE)
                      IF  P-NB-POSTE-LISTE > 0
                          MOVE P-CLE-ID-PERS(P-NB-POSTE-LISTE)
                            TO W-DERNIERE-CLE
                          COMPUTE P-CLE-ACCESS-LECTURE-LIS =
                              W-DERNIERE-CLE + 1
                      END-IF
                      SET P-PREMIERE-LECTURE TO TRUE
                      PERFORM FERMER-LISTE-PERSONNES
      *               LA LISTE EST FERMEE ENTRE DEUX PAGES : LE COMMIT
      *               NE PERD AUCUN CURSEUR OUVERT
                      IF  P-NB-POSTE-LISTE > 0
                          ADD 1 TO W-NB-CYCLES
                          IF  W-NB-CYCLES >= C-CHKPT-FREQ
                              PERFORM PRENDRE-CHECKPOINT
                              MOVE 0 TO W-NB-CYCLES
                          END-IF
                      END-IF
                  END-IF
              END-IF

           END-PERFORM

           PERFORM FERMER-LISTE-PERSONNES
      *    SUR ANOMALIE, LE DERNIER CHECKPOINT RESTE EN PLACE POUR LA
      *    REPRISE ET LE TRAILER N'EST ECRIT QUE PAR LE RUN QUI FINIT
           IF  ARRET-SUR-ANOMALIE
               EXEC SQL COMMIT END-EXEC
               DISPLAY 'FACASS00 - ARRET SUR ANOMALIE, REPRISE '
                       'POSSIBLE APRES LA PERSONNE ' W-CLE-CHECKPOINT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ECRIRE-TRAILER-GENERAL
               EXEC SQL COMMIT END-EXEC
               PERFORM ECRIRE-CHECKPOINT-FINALE
           END-IF

           CLOSE FSYS056

           MOVE 'FACASS00'          TO RUNCTL-IN-STEP-NAME
           MOVE W-RUNCTL-RUN-ID     TO RUNCTL-IN-RUN-ID
           SET  RUNCTL-FIN-RUN      TO TRUE
           IF  ARRET-SUR-ANOMALIE
               SET RUNCTL-STATUT-KO TO TRUE
           ELSE
               SET RUNCTL-STATUT-OK TO TRUE
           END-IF
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL

           DISPLAY 'FACASS00 - FACTURES EMISES : ' W-NB-FACTURES
           DISPLAY 'FACASS00 - DECEDES ECARTES : ' W-NB-DECEDES
           DISPLAY 'FACASS00 - MISES EN FILE   : ' W-NB-COURRIERS

           GOBACK
           .
      *
      *    RELIT LE CHECKPOINT DU DERNIER RUN. UNE CLE DE REPRISE DE
      *    L'EXERCICE EN COURS REPREND LE RUN INTERROMPU AVEC SES
      *    TOTAUX ; UNE CLE A 9999999999 SIGNALE L'EXERCICE DEJA
      *    FACTURE. UN CHECKPOINT D'UN AUTRE EXERCICE NE COMPTE PAS
       LIRE-DERNIER-CHECKPOINT.
           OPEN INPUT FCHKPT
           IF  FCHKPT-OK
               PERFORM LIRE-ENR-CHECKPOINT UNTIL NOT FCHKPT-OK
               CLOSE FCHKPT
           END-IF

           EVALUATE TRUE
             WHEN W-CLE-CHECKPOINT = 0
               CONTINUE
             WHEN W-EXERCICE-CHECKPOINT NOT = W-DJ-ANNEE
               DISPLAY 'FACASS00 - CHECKPOINT DE L''EXERCICE '
                       W-EXERCICE-CHECKPOINT ' IGNORE'
             WHEN W-CLE-CHECKPOINT = 9999999999
               SET EXERCICE-DEJA-FACTURE TO TRUE
               IF  RELANCE-FORCEE
                   DISPLAY 'FACASS00 - EXERCICE ' W-DJ-ANNEE
                           ' DEJA FACTURE, RELANCE FORCEE'
               END-IF
             WHEN OTHER
               SET CHKPT-TROUVE TO TRUE
               MOVE W-CLE-CHECKPOINT TO W-DERNIERE-CLE
               DISPLAY 'FACASS00 - REPRISE APRES LA PERSONNE '
                       W-CLE-CHECKPOINT
           END-EVALUATE

      *    SANS REPRISE, LE RUN REPART DE TOTAUX A ZERO
           IF  NOT CHKPT-TROUVE
               MOVE 0 TO W-CLE-CHECKPOINT
                         W-NB-FACTURES
                         W-NB-DECEDES
                         W-NB-LIGNES-POLICE
                         W-NB-COURRIERS
                         W-TOTAL-GENERAL
                         W-PRIME-GENERAL
                         W-TAXE-GENERAL
           END-IF
           .
      *
       LIRE-ENR-CHECKPOINT.
           READ FCHKPT
             AT END
               CONTINUE
             NOT AT END
               MOVE CHKPT-CLE              TO W-CLE-CHECKPOINT
               MOVE CHKPT-EXERCICE         TO W-EXERCICE-CHECKPOINT
               MOVE CHKPT-NB-FACTURES      TO W-NB-FACTURES
               MOVE CHKPT-NB-DECEDES       TO W-NB-DECEDES
               MOVE CHKPT-NB-LIGNES-POLICE TO W-NB-LIGNES-POLICE
               MOVE CHKPT-NB-COURRIERS     TO W-NB-COURRIERS
               MOVE CHKPT-TOTAL-GENERAL    TO W-TOTAL-GENERAL
               MOVE CHKPT-PRIME-GENERAL    TO W-PRIME-GENERAL
               MOVE CHKPT-TAXE-GENERAL     TO W-TAXE-GENERAL
           END-READ
           .
      *
      *    L'EXERCICE A DEJA ETE FACTURE PAR UN RUN TERMINE : RIEN
      *    N'EST TOUCHE, NI FACTURES NI EDITION
       REFUSER-RELANCE.
           DISPLAY 'FACASS00 - EXERCICE ' W-DJ-ANNEE
                   ' DEJA FACTURE, RELANCE REFUSEE (CARTE FORCAGE '
                   'A O POUR REFACTURER)'
           MOVE 8 TO RETURN-CODE
           MOVE 'FACASS00'          TO RUNCTL-IN-JOB-NAME
           MOVE 'FACASS00'          TO RUNCTL-IN-STEP-NAME
           MOVE W-RUNCTL-RUN-ID     TO RUNCTL-IN-RUN-ID
           SET  RUNCTL-FIN-RUN      TO TRUE
           SET  RUNCTL-STATUT-KO    TO TRUE
           CALL C-RUNCTRL USING RUNCTL-ENTREE RUNCTL-SORTIE
           END-CALL
           .
      *
      *    VALIDE LES FACTURES DES PAGES TRAITEES PUIS ECRASE LE
      *    CHECKPOINT AVEC LA DERNIERE PERSONNE ET LES TOTAUX CUMULES
       PRENDRE-CHECKPOINT.
           EXEC SQL COMMIT END-EXEC
           MOVE W-DERNIERE-CLE TO W-CLE-CHECKPOINT
           PERFORM ECRIRE-CHECKPOINT
           .
      *
       ECRIRE-CHECKPOINT.
           OPEN OUTPUT FCHKPT
           MOVE W-CLE-CHECKPOINT    TO CHKPT-CLE
           MOVE W-DJ-ANNEE          TO CHKPT-EXERCICE
           MOVE W-NB-FACTURES       TO CHKPT-NB-FACTURES
           MOVE W-NB-DECEDES        TO CHKPT-NB-DECEDES
           MOVE W-NB-LIGNES-POLICE  TO CHKPT-NB-LIGNES-POLICE
           MOVE W-NB-COURRIERS      TO CHKPT-NB-COURRIERS
           MOVE W-TOTAL-GENERAL     TO CHKPT-TOTAL-GENERAL
           MOVE W-PRIME-GENERAL     TO CHKPT-PRIME-GENERAL
           MOVE W-TAXE-GENERAL      TO CHKPT-TAXE-GENERAL
           WRITE ENR-CHKPT
           CLOSE FCHKPT
           .
      *
      *    MARQUE L'EXERCICE COMME FACTURE, AVEC LES TOTAUX DU RUN
       ECRIRE-CHECKPOINT-FINALE.
           MOVE 9999999999 TO W-CLE-CHECKPOINT
           PERFORM ECRIRE-CHECKPOINT
           .
      *
      *    CLOTURE PROPRE DU CURSEUR LISTE DE TPERSPGM ENTRE DEUX
      *    PAGES ET EN FIN DE PARCOURS
       FERMER-LISTE-PERSONNES.
           SET  P-PREMIERE-LECTURE TO TRUE
           .
      *
      *    LA LISTE TPERSPGM NE PORTE PAS LE DECES : IL EST LU ICI
      *    DANS TPERS, ET UNE PERSONNE DECEDEE N'EST PAS FACTUREE
       TRAITER-PERSONNE.
           MOVE P-CLE-ID-PERS(I-P) TO H-ID-PERS-FACTURE
           MOVE 0 TO H-NB-DECES
           EXEC SQL
               SELECT COUNT(*)
               INTO :H-NB-DECES
               FROM TPERS
               WHERE ID_PERS = :H-ID-PERS-FACTURE
                 AND DATE_DECES IS NOT NULL
           END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'FACASS00 - LECTURE DECES KO SQLCODE='
                       SQLCODE ' PERSONNE ' P-CLE-ID-PERS(I-P)
           END-IF

           IF  H-NB-DECES > 0
               ADD 1 TO W-NB-DECEDES
           ELSE
               PERFORM FACTURER-PERSONNE
           END-IF
           .
      *
      *    EMET LA FACTURE DE LA PERSONNE COURANTE : EN-TETE AVEC LE
      *    BLOC ADRESSE, UNE LIGNE PAR POLICE (TIREE DE TASSUR00
      *    COMME LE FAIT RECASS00), PUIS LE TOTAL DE LA PERSONNE.
               DISPLAY 'FACASS00 - TASSUR00 KO POUR '
                       P-CLE-ID-PERS(I-P)
           ELSE
               MOVE 0 TO W-NB-POLICES-FACTURABLES
               PERFORM COMPTER-POLICE-FACTURABLE
                       VARYING I-A FROM 1 BY 1
                       UNTIL I-A > NB-POSTE-LISTE
               IF  W-NB-POLICES-FACTURABLES > 0
                   ADD 1 TO W-NB-FACTURES
                   MOVE 0 TO W-TOTAL-PERSONNE
                             W-TAXE-PERSONNE
                             W-NB-VTX
                   INITIALIZE W-ECHEANCIER
                              W-VENTILATION-TAXE
                   PERFORM ECRIRE-ENTETE-FACTURE
                   PERFORM TRAITER-LIGNE-POLICE
                           VARYING I-A FROM 1 BY 1
                           UNTIL I-A > NB-POSTE-LISTE
                   PERFORM ECRIRE-TOTAL-PERSONNE
                   IF  W-ECH-MONTANT(1) NOT = W-TTC-PERSONNE
                       PERFORM ECRIRE-LIGNE-ECHEANCE
                               VARYING I-M FROM 1 BY 1
                               UNTIL I-M > 12
                   END-IF
      *            LA FACTURE NE S'ARRETE PLUS AU SPOOL : ELLE EST
      *            PERSISTEE DANS FACTURES POUR QUE LES ENCAISSEMENTS
      *            (PAYFAC00) ET LA BALANCE AGEE (AGEFAC00) SACHENT
      *            QUI A PAYE
                   PERFORM ENREGISTRER-ECHEANCE
                           VARYING I-M FROM 1 BY 1
                           UNTIL I-M > 12
                   PERFORM FILER-COURRIER
               END-IF
           END-IF
           .
      *
      *    LA FACTURE DE LA PERSONNE PART PAR LE ROUTEUR : LIGNES DE
      *    POLICE ET TOTAL, PLUS L'ECHEANCIER QUAND IL EST IMPRIME.
      *    -803 = DEJA EN FILE PAR UN PASSAGE PRECEDENT DU JOUR
       FILER-COURRIER.
           MOVE P-CLE-ID-PERS(I-P) TO H-ID-PERS-FACTURE
           MOVE SPACES             TO H-CO-REFERENCE
           MOVE W-DJ-ANNEE         TO H-CO-REFERENCE
           COMPUTE H-CO-NB-LIGNES = W-NB-POLICES-FACTURABLES + 1
           IF  W-ECH-MONTANT(1) NOT = W-TTC-PERSONNE
               ADD 12 TO H-CO-NB-LIGNES
           END-IF
           EXEC SQL
               INSERT INTO COURRIER
                     (TYPE_COURRIER,
                      ID_PERS,
                      DATE_COURRIER,
                      REFERENCE,
                      NB_LIGNES,
                      STATUT)
               VALUES (:H-CO-TYPE-COURRIER,
                       :H-ID-PERS-FACTURE,
                       CURRENT DATE,
                       :H-CO-REFERENCE,
                       :H-CO-NB-LIGNES,
                       'A')
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              ADD 1 TO W-NB-COURRIERS
           WHEN -803
              CONTINUE
           WHEN OTHER
              DISPLAY 'FACASS00 - MISE EN FILE COURRIER KO SQLCODE='
                      SQLCODE ' PERSONNE ' P-CLE-ID-PERS(I-P)
           END-EVALUATE
           .
      *
      *    UN FOYER LIE NE PAYE PLUS DEUX TIMBRES : LA TETE DE
      *    MENAGE GARDE LE BLOC ADRESSE (MARQUE PLI GROUPE), LES
      *    AUTRES MEMBRES VOIENT LEUR BLOC ADRESSE REMPLACE PAR LE
           MOVE P-CLE-ID-PERS(I-P) TO W-ENT-ID-PERS
           MOVE P-NOM(I-P)         TO W-ENT-NOM
           MOVE P-ADRESSE(I-P)     TO W-ENT-ADRESSE
           MOVE P-CLE-ID-PERS(I-P) TO H-ID-PERS-PLI

           MOVE SPACES TO PM-ENTREE
           MOVE 'G'    TO PM-TYPE-ACCESS
                   STRING 'VOIR PLI MENAGE ' PM-ID-MENAGE
                          ' (TETE ' PM-ID-TETE ')'
                          DELIMITED BY SIZE INTO W-ENT-ADRESSE
                   MOVE PM-ID-TETE TO H-ID-PERS-PLI
               END-IF
           END-IF
           PERFORM LIRE-VERSION-ADRESSE

           MOVE SPACES         TO ENR-SYS056
           MOVE W-LIGNE-ENTETE TO ENR-SYS056
           WRITE ENR-SYS056
           .
      *
      *    VERSION D'ADRESSE EN VIGUEUR DU DESTINATAIRE DU PLI - LA
      *    PLUS RECENTE DE SON HISTORIQUE. UNE ERREUR N'ARRETE PAS LA
      *    FACTURATION : L'ECHEANCE PORTE ALORS LA VERSION 0
       LIRE-VERSION-ADRESSE.
           EXEC SQL
               SELECT COALESCE(MAX(ID_ADRESSE), 0)
               INTO :H-ID-ADRESSE
               FROM ADRESSE_HIST
               WHERE ID_PERS = :H-ID-PERS-PLI
           END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'FACASS00 - VERSION ADRESSE KO SQLCODE='
                       SQLCODE ' PERSONNE ' P-CLE-ID-PERS(I-P)
               MOVE 0 TO H-ID-ADRESSE
           END-IF
           .
      *
      *    LE TERME DE LA POLICE COURT-IL ENCORE SUR L'EXERCICE ?
      *    DATE_FIN ANTERIEURE AU 1ER JANVIER = POLICE TERMINEE
       TESTER-POLICE-FACTURABLE.
           MOVE 'Y' TO W-POLICE-FACTURABLE-SW
           IF  T-DATE-FIN(I-A) NOT = SPACES
               AND T-DATE-FIN(I-A) < W-AN-DEBUT
               MOVE 'N' TO W-POLICE-FACTURABLE-SW
           END-IF
           .
      *
       COMPTER-POLICE-FACTURABLE.
           PERFORM TESTER-POLICE-FACTURABLE
           IF  POLICE-FACTURABLE
               ADD 1 TO W-NB-POLICES-FACTURABLES
           END-IF
           .
      *
       TRAITER-LIGNE-POLICE.
           PERFORM TESTER-POLICE-FACTURABLE
           IF  POLICE-FACTURABLE
               PERFORM ECRIRE-LIGNE-POLICE
           END-IF
           .
      *
       ECRIRE-LIGNE-POLICE.
           ADD 1 TO W-NB-LIGNES-POLICE
      *    AVENANTS SUR L'ANNEE, PLUS LA PRIME ANNUELLE PLATE POUR
      *    UNE POLICE SANS AVENANT
           PERFORM CALCULER-PRIME-PRORATA
      *    PUIS LA MAJORATION DE FRACTIONNEMENT ET LA REPARTITION
      *    DANS L'ECHEANCIER DE LA PERSONNE
           PERFORM LIRE-FRACTIONNEMENT
           IF  H-PCT-MAJORATION NOT = ZERO
               COMPUTE W-PRIME-FACTUREE ROUNDED =
                   W-PRIME-FACTUREE
                   + W-PRIME-FACTUREE * H-PCT-MAJORATION / 100
           END-IF
      *    POLICE RESILIEE DANS L'ANNEE : CE QUE SON AVOIR A DEJA
      *    REMBOURSE RESTE FACTURE, SINON IL SERAIT DEDUIT DEUX FOIS
           IF  H-JOUR-FIN-POLICE NOT > H-JOUR-AN-FIN
               PERFORM LIRE-PRIME-REMBOURSEE
               ADD H-PRIME-REMBOURSEE TO W-PRIME-FACTUREE
           END-IF
      *    LA TAXE PORTE SUR LA PRIME MAJOREE ; ELLE SUIT LA PRIME
      *    DANS L'ECHEANCIER, DANS LA VENTILATION DE SA CATEGORIE
           PERFORM LIRE-TAUX-TAXE
           COMPUTE W-TAXE-FACTUREE ROUNDED =
               W-PRIME-FACTUREE * H-TAUX-TAXE / 100
           PERFORM CHERCHER-VENTILATION
           PERFORM REPARTIR-ECHEANCES
           MOVE W-PRIME-FACTUREE TO W-POL-PRIME
           MOVE H-TAUX-TAXE      TO W-POL-TAUX
           MOVE W-TAXE-FACTUREE  TO W-POL-TAXE
           COMPUTE W-POL-TOTAL = W-PRIME-FACTUREE + W-TAXE-FACTUREE
           ADD  W-PRIME-FACTUREE TO W-TOTAL-PERSONNE
                                    W-PRIME-GENERAL
                                    W-TOTAL-GENERAL
           ADD  W-TAXE-FACTUREE  TO W-TAXE-PERSONNE
                                    W-TAXE-GENERAL
                                    W-TOTAL-GENERAL
           MOVE SPACES         TO ENR-SYS056
           MOVE W-LIGNE-POLICE TO ENR-SYS056
           WRITE ENR-SYS056
      *    PRORATA EN JOURS : LA PRIME DE BASE COURT DU 1ER JANVIER
      *    AU PREMIER AVENANT DE L'ANNEE, PUIS CHAQUE AVENANT COURT
      *    JUSQU'AU SUIVANT (UN AVENANT ANTERIEUR A L'ANNEE NE FAIT
      *    QUE POSER LA PRIME EN VIGUEUR AU 1ER JANVIER), LE DERNIER
      *    JUSQU'A LA FIN DE LA PERIODE FACTUREE DE LA POLICE. EN CAS
      *    D'ERREUR SQL, REPLI SUR LA PRIME ANNUELLE PLATE
       CALCULER-PRIME-PRORATA.
           MOVE T-ID_ASSUR(I-A)  TO H-ID-ASSUR-AVN
           MOVE H-JOUR-AN-DEBUT  TO W-JOUR-COURANT
           MOVE 0                TO W-PRIME-FACTUREE
           MOVE 'N'              TO W-FIN-AVN-SW
           COMPUTE H-JOUR-FIN-POLICE = H-JOUR-AN-FIN + 1

           IF  H-JOUR-AN-FIN = 0
               MOVE T-PRIME(I-A) TO W-PRIME-FACTUREE
           ELSE
               PERFORM LIRE-FIN-POLICE
               EXEC SQL
                  OPEN CAVN
               END-EXEC
                      CLOSE CAVN
                   END-EXEC
      *            DERNIER SEGMENT : DE LA DERNIERE RUPTURE A LA FIN
      *            DE LA PERIODE FACTUREE
                   COMPUTE W-SEGMENT-JOURS = H-JOUR-FIN-POLICE
                                           - W-JOUR-COURANT
                   IF  W-SEGMENT-JOURS > ZERO
                       COMPUTE W-PRIME-FACTUREE ROUNDED =
                           W-PRIME-FACTUREE
                           + W-PRIME-COURANTE * W-SEGMENT-JOURS
                             / W-JOURS-AN
                   END-IF
               END-IF
           END-IF
           .
      *
      *    UNE DATE_FIN DANS L'ANNEE EST D'ORDINAIRE UNE FIN DE TERME,
      *    REPORTEE PAR LE RENOUVELLEMENT : L'ANNEE RESTE FACTUREE
      *    ENTIERE. SEULE UNE POLICE RESILIEE (ASSUR_RESILIATION,
      *    DATE_FIN RAMENEE A LA RESILIATION) S'ARRETE A SA DATE_FIN,
      *    EXCLUE. EN CAS D'ERREUR SQL, L'ANNEE RESTE ENTIERE
       LIRE-FIN-POLICE.
           IF  T-DATE-FIN(I-A) NOT = SPACES
               AND T-DATE-FIN(I-A) NOT > W-AN-FIN
               EXEC SQL
                  SELECT DAYS(A.DATE_FIN)
                    INTO :H-JOUR-FIN-POLICE
                    FROM ASSURANCES A
                   WHERE A.ID_ASSUR = :H-ID-ASSUR-AVN
                     AND EXISTS
                         (SELECT 1 FROM ASSUR_RESILIATION R
                           WHERE R.ID_ASSUR = A.ID_ASSUR)
               END-EXEC
               EVALUATE SQLCODE
               WHEN ZERO
                  CONTINUE
               WHEN +100
                  COMPUTE H-JOUR-FIN-POLICE = H-JOUR-AN-FIN + 1
               WHEN OTHER
                  DISPLAY 'FACASS00 - FIN DE POLICE KO SQLCODE='
                          SQLCODE ' POLICE ' T-ID_ASSUR(I-A)
                  COMPUTE H-JOUR-FIN-POLICE = H-JOUR-AN-FIN + 1
               END-EVALUATE
           END-IF
           .
      *
      *    PRIME (HORS TAXE, MAJOREE) REMBOURSEE PAR L'AVOIR DE
      *    RESILIATION DE LA POLICE EMIS SUR L'EXERCICE FACTURE. EN
      *    CAS D'ERREUR SQL, RIEN N'EST AJOUTE
       LIRE-PRIME-REMBOURSEE.
           EXEC SQL
              SELECT COALESCE(SUM(0 - X.MONTANT_PRIME), 0)
                INTO :H-PRIME-REMBOURSEE
                FROM ASSUR_RESILIATION R,
                     FACTURES F,
                     FACTURE_TAXE X
               WHERE R.ID_ASSUR   = :H-ID-ASSUR-AVN
                 AND F.ID_FACTURE = R.ID_FACTURE_AVOIR
                 AND F.EXERCICE   = :W-DJ-ANNEE
                 AND X.ID_FACTURE = F.ID_FACTURE
           END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'FACASS00 - AVOIR DE RESILIATION KO SQLCODE='
                       SQLCODE ' POLICE ' T-ID_ASSUR(I-A)
               MOVE 0 TO H-PRIME-REMBOURSEE
           END-IF
           .
      *
       CUMULER-SEGMENT-AVENANT.
           EXEC SQL
              SET FIN-AVENANTS TO TRUE
           END-EVALUATE
           .
      *
      *    FREQUENCE DE PAIEMENT DE LA POLICE (A BLANC OU NULLE =
      *    ANNUELLE) ET SA MAJORATION ; SANS LIGNE DANS
      *    FRACTIONNEMENT, PAS DE MAJORATION. EN CAS D'ERREUR SQL,
      *    REPLI SUR LE PAIEMENT ANNUEL SANS MAJORATION
       LIRE-FRACTIONNEMENT.
           MOVE T-ID_ASSUR(I-A) TO H-ID-ASSUR-AVN
           EXEC SQL
              SELECT COALESCE(A.FREQUENCE_PAIEMENT, 'A'),
                     COALESCE((SELECT F.PCT_MAJORATION
                                 FROM FRACTIONNEMENT F
                                WHERE F.FREQUENCE =
                                      A.FREQUENCE_PAIEMENT), 0)
                INTO :H-FREQUENCE,
                     :H-PCT-MAJORATION
                FROM ASSURANCES A
               WHERE A.ID_ASSUR = :H-ID-ASSUR-AVN
           END-EXEC
           IF  SQLCODE NOT = ZERO
               DISPLAY 'FACASS00 - FRACTIONNEMENT KO SQLCODE='
                       SQLCODE ' POLICE ' T-ID_ASSUR(I-A)
               MOVE 'A' TO H-FREQUENCE
               MOVE 0   TO H-PCT-MAJORATION
           END-IF

           EVALUATE TRUE
           WHEN FREQUENCE-MENSUELLE
              MOVE 12 TO W-NB-ECHEANCES
              MOVE 1  TO W-PAS-MOIS
              MOVE 'MENSUELLE' TO W-POL-FREQUENCE
           WHEN FREQUENCE-TRIMESTRIELLE
              MOVE 4  TO W-NB-ECHEANCES
              MOVE 3  TO W-PAS-MOIS
              MOVE 'TRIMESTRIELLE' TO W-POL-FREQUENCE
           WHEN OTHER
              MOVE 1  TO W-NB-ECHEANCES
              MOVE 12 TO W-PAS-MOIS
              MOVE 0  TO H-PCT-MAJORATION
              MOVE 'ANNUELLE' TO W-POL-FREQUENCE
           END-EVALUATE
           .
      *
      *    CATEGORIE DE TAXE DE LA COUVERTURE ET TAUX EN VIGUEUR A LA
      *    DATE D'EMISSION. SANS CATEGORIE, SANS TAUX EN VIGUEUR OU
      *    EN CAS D'ERREUR SQL, LA POLICE N'EST PAS TAXEE
       LIRE-TAUX-TAXE.
           MOVE T-LIBELLE(I-A) TO H-LIBELLE-TAXE
           MOVE SPACES TO H-CATEGORIE-TAXE
           MOVE 0      TO H-TAUX-TAXE
           EXEC SQL
              SELECT COALESCE(C.CATEGORIE_TAXE, ' '),
                     COALESCE((SELECT T.TAUX
                                 FROM TAXE_ASSURANCE T
                                WHERE T.CATEGORIE_TAXE =
                                      C.CATEGORIE_TAXE
                                  AND T.DATE_EFFET =
                                     (SELECT MAX(T2.DATE_EFFET)
                                        FROM TAXE_ASSURANCE T2
                                       WHERE T2.CATEGORIE_TAXE =
                                             C.CATEGORIE_TAXE
                                         AND T2.DATE_EFFET <=
                                             CURRENT DATE)), 0)
                INTO :H-CATEGORIE-TAXE,
                     :H-TAUX-TAXE
                FROM COUVERTURE_REF C
               WHERE C.LIBELLE = :H-LIBELLE-TAXE
           END-EXEC
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY 'FACASS00 - TAUX DE TAXE KO SQLCODE='
                       SQLCODE ' POLICE ' T-ID_ASSUR(I-A)
               MOVE SPACES TO H-CATEGORIE-TAXE
               MOVE 0      TO H-TAUX-TAXE
           END-IF
           .
      *
      *    POSTE DE VENTILATION (CATEGORIE, TAUX) DE LA POLICE DANS
      *    L'ECHEANCIER DE LA PERSONNE, CREE AU BESOIN ; AU-DELA DE
      *    W-MAX-VTX COUPLES, LE DERNIER POSTE RECUEILLE LE RESTE
       CHERCHER-VENTILATION.
           MOVE 0 TO W-VTX-COURANT
           PERFORM TESTER-VENTILATION
                   VARYING I-V FROM 1 BY 1
                   UNTIL I-V > W-NB-VTX
           IF  W-VTX-COURANT = 0
               IF  W-NB-VTX < W-MAX-VTX
                   ADD 1 TO W-NB-VTX
                   MOVE H-CATEGORIE-TAXE TO W-VTX-CATEGORIE(W-NB-VTX)
                   MOVE H-TAUX-TAXE      TO W-VTX-TAUX(W-NB-VTX)
               ELSE
                   DISPLAY 'FACASS00 - VENTILATION TAXE SATUREE '
                           'PERSONNE ' P-CLE-ID-PERS(I-P)
               END-IF
               MOVE W-NB-VTX TO W-VTX-COURANT
           END-IF
           .
      *
       TESTER-VENTILATION.
           IF  W-VTX-CATEGORIE(I-V) = H-CATEGORIE-TAXE
           AND W-VTX-TAUX(I-V)      = H-TAUX-TAXE
               MOVE I-V TO W-VTX-COURANT
           END-IF
           .
      *
      *    ECHEANCES EGALES AUX MOIS 1, 4, 7, 10 (TRIMESTRIELLE) OU
      *    1 A 12 (MENSUELLE) ; L'ANNUELLE TOMBE EN JANVIER. LA PRIME
      *    ET LA TAXE SONT REPARTIES CHACUNE, LA DERNIERE ECHEANCE
      *    PORTANT L'ECART D'ARRONDI, ET CUMULEES DANS L'ECHEANCE TTC
      *    ET DANS LA VENTILATION DE LA POLICE
       REPARTIR-ECHEANCES.
           COMPUTE W-MONTANT-ECHEANCE ROUNDED =
               W-PRIME-FACTUREE / W-NB-ECHEANCES
           COMPUTE W-TAXE-ECHEANCE ROUNDED =
               W-TAXE-FACTUREE / W-NB-ECHEANCES
           MOVE W-PRIME-FACTUREE TO W-RESTE-A-REPARTIR
           MOVE W-TAXE-FACTUREE  TO W-RESTE-TAXE
           PERFORM AFFECTER-ECHEANCE
                   VARYING I-M FROM 1 BY W-PAS-MOIS
                   UNTIL I-M > 12
           .
      *
       AFFECTER-ECHEANCE.
           IF  I-M + W-PAS-MOIS > 12
               ADD W-RESTE-A-REPARTIR TO W-ECH-MONTANT(I-M)
                   W-VTX-PRIME(W-VTX-COURANT, I-M)
               ADD W-RESTE-TAXE       TO W-ECH-MONTANT(I-M)
                   W-VTX-TAXE(W-VTX-COURANT, I-M)
           ELSE
               ADD W-MONTANT-ECHEANCE TO W-ECH-MONTANT(I-M)
                   W-VTX-PRIME(W-VTX-COURANT, I-M)
               SUBTRACT W-MONTANT-ECHEANCE FROM W-RESTE-A-REPARTIR
               ADD W-TAXE-ECHEANCE    TO W-ECH-MONTANT(I-M)
                   W-VTX-TAXE(W-VTX-COURANT, I-M)
               SUBTRACT W-TAXE-ECHEANCE FROM W-RESTE-TAXE
           END-IF
           .
      *
       ECRIRE-LIGNE-ECHEANCE.
           IF  W-ECH-MONTANT(I-M) NOT = ZERO
               PERFORM FORMER-DATE-ECHEANCE
               MOVE W-ECH-MONTANT(I-M) TO W-ECHEANCE-ED
               MOVE SPACES TO ENR-SYS056
               STRING '    ECHEANCE DU ' H-DATE-ECHEANCE
                      '  : ' W-ECHEANCE-ED
                      DELIMITED BY SIZE INTO ENR-SYS056
               WRITE ENR-SYS056
           END-IF
           .
      *
       FORMER-DATE-ECHEANCE.
           MOVE W-DATE-ECHEANCE(I-M) TO H-DATE-ECHEANCE
           .
      *
      *    ECHEANCE DU MOIS I-M : LE 1ER DU MOIS S'IL EST OUVRE, SINON
      *    LE JOUR OUVRE QUI LE SUIT (1ER JANVIER, 1ER MAI, WEEK-END).
      *    SANS REPONSE DU MODULE, L'ECHEANCE RESTE AU 1ER DU MOIS
       CALCULER-DATE-ECHEANCE.
           MOVE I-M TO W-MOIS-ECHEANCE
           MOVE SPACES TO W-DATE-ECHEANCE(I-M)
           STRING W-DJ-ANNEE '-' W-MOIS-ECHEANCE '-01'
                  DELIMITED BY SIZE INTO W-DATE-ECHEANCE(I-M)

           SET  DTO-JOUR-SUIVANT    TO TRUE
           MOVE 'FR'                TO DTO-IN-PAYS
           MOVE W-DATE-ECHEANCE(I-M) TO DTO-IN-DATE
           CALL C-DATOUVR USING DTO-ENTREE DTO-SORTIE
           END-CALL
           EVALUATE TRUE
             WHEN DTO-RETOUR-KO
               DISPLAY 'FACASS00 - ECHEANCE ' W-DATE-ECHEANCE(I-M)
                       ' NON AJUSTEE (DATOUVR KO)'
             WHEN DTO-RETOUR-HORS-CAL
               DISPLAY 'FACASS00 - CALENDRIER NON CHARGE AU '
                       W-DATE-ECHEANCE(I-M) ', FERIES NON DECOMPTES'
               MOVE DTO-OUT-DATE TO W-DATE-ECHEANCE(I-M)
             WHEN OTHER
               MOVE DTO-OUT-DATE TO W-DATE-ECHEANCE(I-M)
           END-EVALUATE
           .
      *
       ECRIRE-TOTAL-PERSONNE.
           COMPUTE W-TTC-PERSONNE = W-TOTAL-PERSONNE + W-TAXE-PERSONNE
           MOVE W-TOTAL-PERSONNE TO W-TPP-MONTANT
           MOVE W-TAXE-PERSONNE  TO W-TPP-TAXE
           MOVE W-TTC-PERSONNE   TO W-TPP-TOTAL
           MOVE SPACES             TO ENR-SYS056
           MOVE W-LIGNE-TOTAL-PERS TO ENR-SYS056
           WRITE ENR-SYS056
           .
      *
      *    UN REJEU DU RUN NE DOIT PAS DOUBLER LES FACTURES : LA
      *    LIGNE (ID_PERS, EXERCICE, NUM_ECHEANCE) EST D'ABORD
      *    RAFRAICHIE, ET SEULE UNE ECHEANCE PAS ENCORE FACTUREE
      *    RECOIT UN INSERT - MEME TOUR UPDATE-PUIS-INSERT QUE LA
      *    SAISIE DES CIBLES D'INDICATEURS. LES LIGNES ANTERIEURES A
      *    L'ECHEANCIER (NUM_ECHEANCE NUL) VALENT ECHEANCE 1. LES
      *    AVOIRS DE RESILIATION (TYPE 'A', EMIS PAR TASSUR00) NE
      *    SONT PAS TOUCHES. LA VENTILATION PRIME / TAXE DE
      *    L'ECHEANCE EST REECRITE A CHAQUE PASSAGE
       ENREGISTRER-ECHEANCE.
           MOVE P-CLE-ID-PERS(I-P)  TO H-ID-PERS-FACTURE
           MOVE I-M                 TO H-NUM-ECHEANCE
           MOVE W-ECH-MONTANT(I-M)  TO H-MONTANT-ECHEANCE
           PERFORM FORMER-DATE-ECHEANCE

           IF  H-MONTANT-ECHEANCE = ZERO
               PERFORM RETIRER-ECHEANCE
           ELSE
               EXEC SQL
                   UPDATE FACTURES
                   SET
                     MONTANT       = :H-MONTANT-ECHEANCE,
                     DATE_EMISSION = CURRENT DATE,
                     NUM_ECHEANCE  = :H-NUM-ECHEANCE,
                     DATE_ECHEANCE = DATE(:H-DATE-ECHEANCE),
                     ID_ADRESSE    = :H-ID-ADRESSE
                   WHERE
                     ID_PERS  = :H-ID-PERS-FACTURE
                     AND EXERCICE = :W-DJ-ANNEE
                     AND COALESCE(NUM_ECHEANCE, 1) = :H-NUM-ECHEANCE
                     AND COALESCE(TYPE_FACTURE, 'F') = 'F'
               END-EXEC

               EVALUATE SQLCODE
               WHEN ZERO
                  CONTINUE
               WHEN +100
                  EXEC SQL
                      INSERT INTO FACTURES
                      (
                        ID_PERS,
                        EXERCICE,
                        MONTANT,
                        DATE_EMISSION,
                        TYPE_FACTURE,
                        NUM_ECHEANCE,
                        DATE_ECHEANCE,
                        ID_ADRESSE
                      )
                      VALUES
                      (
                        :H-ID-PERS-FACTURE,
                        :W-DJ-ANNEE,
                        :H-MONTANT-ECHEANCE,
                        CURRENT DATE,
                        'F',
                        :H-NUM-ECHEANCE,
                        DATE(:H-DATE-ECHEANCE),
                        :H-ID-ADRESSE
                      )
                  END-EXEC
                  IF  SQLCODE NOT = ZERO
                      DISPLAY 'FACASS00 - INSERT FACTURE KO SQLCODE='
                              SQLCODE ' PERSONNE ' P-CLE-ID-PERS(I-P)
                  END-IF
               WHEN OTHER
                  DISPLAY 'FACASS00 - UPDATE FACTURE KO SQLCODE='
                          SQLCODE ' PERSONNE ' P-CLE-ID-PERS(I-P)
               END-EVALUATE
               IF  SQLCODE = ZERO
                   PERFORM VENTILER-ECHEANCE
               END-IF
           END-IF
           .
      *
      *    FACTURE_TAXE DE L'ECHEANCE : UNE LIGNE PAR CATEGORIE ET
      *    TAUX PRESENTS CE MOIS-LA
       VENTILER-ECHEANCE.
           EXEC SQL
               SELECT MAX(ID_FACTURE)
               INTO :H-ID-FACTURE
               FROM FACTURES
               WHERE
                 ID_PERS  = :H-ID-PERS-FACTURE
                 AND EXERCICE = :W-DJ-ANNEE
                 AND COALESCE(NUM_ECHEANCE, 1) = :H-NUM-ECHEANCE
                 AND COALESCE(TYPE_FACTURE, 'F') = 'F'
           END-EXEC
           IF  SQLCODE = ZERO
               EXEC SQL
                   DELETE FROM FACTURE_TAXE
                   WHERE ID_FACTURE = :H-ID-FACTURE
               END-EXEC
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   DISPLAY 'FACASS00 - DELETE VENTILATION KO SQLCODE='
                           SQLCODE ' PERSONNE ' P-CLE-ID-PERS(I-P)
               ELSE
                   PERFORM INSERER-VENTILATION
                           VARYING I-V FROM 1 BY 1
                           UNTIL I-V > W-NB-VTX
               END-IF
           ELSE
               DISPLAY 'FACASS00 - LECTURE FACTURE KO SQLCODE='
                       SQLCODE ' PERSONNE ' P-CLE-ID-PERS(I-P)
           END-IF
           .
      *
       INSERER-VENTILATION.
           IF  W-VTX-PRIME(I-V, I-M) NOT = ZERO
            OR W-VTX-TAXE(I-V, I-M)  NOT = ZERO
               MOVE W-VTX-CATEGORIE(I-V)   TO H-VTX-CATEGORIE
               MOVE W-VTX-TAUX(I-V)        TO H-VTX-TAUX
               MOVE W-VTX-PRIME(I-V, I-M)  TO H-VTX-PRIME
               MOVE W-VTX-TAXE(I-V, I-M)   TO H-VTX-TAXE
               EXEC SQL
                   INSERT INTO FACTURE_TAXE
                   (
                     ID_FACTURE,
                     CATEGORIE_TAXE,
                     TAUX,
                     MONTANT_PRIME,
                     MONTANT_TAXE
                   )
                   VALUES
                   (
                     :H-ID-FACTURE,
                     :H-VTX-CATEGORIE,
                     :H-VTX-TAUX,
                     :H-VTX-PRIME,
                     :H-VTX-TAXE
                   )
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   DISPLAY 'FACASS00 - INSERT VENTILATION KO SQLCODE='
                           SQLCODE ' PERSONNE ' P-CLE-ID-PERS(I-P)
               END-IF
           END-IF
           .
      *
      *    UN MOIS SANS ECHEANCE AU REJEU (FREQUENCE CHANGEE DEPUIS
      *    LE PASSAGE PRECEDENT) PERD SA LIGNE, TANT QU'AUCUN
      *    REGLEMENT NE L'A TOUCHEE
       RETIRER-ECHEANCE.
           EXEC SQL
               DELETE FROM FACTURE_TAXE X
               WHERE X.ID_FACTURE IN
                    (SELECT F.ID_FACTURE
                       FROM FACTURES F
                      WHERE F.ID_PERS  = :H-ID-PERS-FACTURE
                        AND F.EXERCICE = :W-DJ-ANNEE
                        AND COALESCE(F.NUM_ECHEANCE, 1) =
                            :H-NUM-ECHEANCE
                        AND COALESCE(F.TYPE_FACTURE, 'F') = 'F'
                        AND NOT EXISTS
                           (SELECT 1 FROM FACTURE_PAIEMENT P
                             WHERE P.ID_FACTURE = F.ID_FACTURE))
           END-EXEC
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY 'FACASS00 - DELETE VENTILATION KO SQLCODE='
                       SQLCODE ' PERSONNE ' P-CLE-ID-PERS(I-P)
           END-IF
           EXEC SQL
               DELETE FROM FACTURES F
               WHERE
                 F.ID_PERS  = :H-ID-PERS-FACTURE
                 AND F.EXERCICE = :W-DJ-ANNEE
                 AND COALESCE(F.NUM_ECHEANCE, 1) = :H-NUM-ECHEANCE
                 AND COALESCE(F.TYPE_FACTURE, 'F') = 'F'
                 AND NOT EXISTS
                    (SELECT 1 FROM FACTURE_PAIEMENT P
                      WHERE P.ID_FACTURE = F.ID_FACTURE)
           END-EXEC
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY 'FACASS00 - DELETE ECHEANCE KO SQLCODE='
                       SQLCODE ' PERSONNE ' P-CLE-ID-PERS(I-P)
           END-IF
           .
      *
       ECRIRE-TRAILER-GENERAL.
           MOVE SPACES TO ENR-SYS056
           STRING 'TOTAL GENERAL : '      DELIMITED BY SIZE
                  W-TOTAL-GENERAL         DELIMITED BY SIZE
                  ' PRIME '               DELIMITED BY SIZE
                  W-PRIME-GENERAL         DELIMITED BY SIZE
                  ' TAXE '                DELIMITED BY SIZE
                  W-TAXE-GENERAL          DELIMITED BY SIZE
                  ' POUR '                DELIMITED BY SIZE
                  W-NB-FACTURES           DELIMITED BY SIZE
                  ' FACTURES ET '         DELIMITED BY SIZE
