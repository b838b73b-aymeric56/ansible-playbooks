      ****************************************************************
      * PROGRAMME BATCH = ORGANIGRAMME IMPRIMABLE PAR DEPARTEMENT
      *                   (LIGNE HIERARCHIQUE MANAGER_ID DE CONTACTS)
      ****************************************************************
      * PROGRAM:  ORGPRT00
      *
      * AUTHOR :  Stephane PAUCOT
      *
      * OBJET  :  A CHAQUE REORGANISATION L'ORGANIGRAMME ETAIT REFAIT
      *           A LA MAIN DANS UN OUTIL DE PRESENTATION. CONTACTS
      *           PORTANT DESORMAIS LE MANAGER DE CHAQUE CONTACT
      *           (MANAGER_ID, POSE PAR CREATE/SETMGR DANS PBOOKDBN),
      *           CE PROGRAMME - COMPAGNON DE L'ANNUAIRE DIRPRT00 -
      *           EDITE POUR CHAQUE DEPARTEMENT L'ARBRE INDENTE DES
      *           CONTACTS ACTIFS : UNE PAGE PAR DEPARTEMENT, CHAQUE
      *           SUBORDONNE DECALE SOUS SON MANAGER.
      *           SONT RACINES D'UN DEPARTEMENT LES CONTACTS SANS
      *           MANAGER ET CEUX DONT LE MANAGER EST HORS DU
      *           DEPARTEMENT (CE MANAGER EST ALORS NOMME EN REGARD).
      *           PBOOKDBN INTERDIT LES CYCLES ; SI DES DONNEES
      *           ANTERIEURES EN CONTENAIENT, OU SI LA PROFONDEUR
      *           DEPASSE C-PROF-MAX, LES LIGNES NON PLACEES DANS
      *           L'ARBRE SONT LISTEES EN FIN DE DEPARTEMENT SOUS
      *           'HORS ARBRE' PLUTOT QUE PERDUES.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGPRT00.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAPPORT ASSIGN TO UT-S-RAPPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  FRAPPORT
           LABEL RECORD STANDARD
           RECORDING MODE IS F
           BLOCK 0 RECORDS.
       01  ENR-RAPPORT                            PIC X(132).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * CONSTANTES DU PROGRAMME                                        *
      ******************************************************************
      *
      * VARIABLES DB2 SYSTEM
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *
       01  W-SQLCODE PIC S999.
       01  SQLCODE-POUR-DISPLAY PIC ----.
       01  STATUT-TRAITEMENT PIC X(02).
           88  ANOMALIE VALUE 'KO'.
           88  PAS-ANOMALIE VALUE 'OK'.
      *
       01  H-DEPARTMENT                           PIC X(03).
       01  H-CONTACT-ID                           PIC 9(08).
       01  H-MANAGER-ID                           PIC 9(08).
       01  H-LASTNAME                             PIC X(15).
       01  H-FIRSTNAME                            PIC X(15).
       01  H-PHONE                                PIC X(10).
       01  H-MGR-LASTNAME                         PIC X(15).
       01  H-MGR-DEPARTMENT                       PIC X(03).
      *
      *    CLE DE RUPTURE - UN DEPARTEMENT PAR PAGE
       01  W-DEPT-COURANT                         PIC X(03)
                                                  VALUE LOW-VALUES.
      *
       01  W-DATE-JOUR-AMJ.
           05  W-DJ-ANNEE                         PIC 9(04).
           05  W-DJ-MOIS                          PIC 9(02).
           05  W-DJ-JOUR                          PIC 9(02).
      *
      *    EDITION IMPRIMABLE : PAGINATION ET COMPTEURS
       01  W-NUM-PAGE                             PIC 9(04) VALUE 0.
       01  W-NUM-PAGE-ED                          PIC ZZZ9.
       01  W-LIG-PAGE                             PIC 9(02) VALUE 99.
       77  C-LIGNES-PAR-PAGE                      PIC 9(02) VALUE 55.
       01  W-LIGNE-EDITION                        PIC X(132).
       01  W-TITRE-SECTION                        PIC X(40).
       01  W-NB-RACINES                           PIC 9(05) VALUE 0.
       01  W-NB-HORS-ARBRE                        PIC 9(05) VALUE 0.
       01  W-NB-DEBORD                            PIC 9(05) VALUE 0.
       01  W-NB-DEPTS                             PIC 9(05) VALUE 0.
       01  W-NB-TOTAL                             PIC 9(07) VALUE 0.
       01  W-NB-ED                                PIC Z(6)9.
      *
      *    CONTACTS ACTIFS DU DEPARTEMENT EN COURS, CHARGES AVANT
      *    EDITION : L'ARBRE NE PEUT ETRE PARCOURU QU'UNE FOIS LE
      *    DEPARTEMENT COMPLET. T-MGR-IDX EST LE RANG DU MANAGER DANS
      *    LA TABLE (ZERO = PAS DE MANAGER DANS LE DEPARTEMENT).
       77  C-MAX-CONTACTS                         PIC 9(04) VALUE 2000.
       01  W-NB-CONTACTS                          PIC 9(04) COMP
                                                  VALUE 0.
       01  W-TABLE-DEPT.
           05  T-CONTACT              OCCURS 2000 TIMES
                                      INDEXED BY T-IDX.
               10  T-CONTACT-ID                   PIC 9(08).
               10  T-MANAGER-ID                   PIC 9(08).
               10  T-MGR-IDX                      PIC 9(04) COMP.
               10  T-LASTNAME                     PIC X(15).
               10  T-FIRSTNAME                    PIC X(15).
               10  T-PHONE                        PIC X(10).
               10  T-EDITE-SW                     PIC X(01).
                   88  T-EDITE                    VALUE 'Y'.
      *
      *    PILE DU PARCOURS EN PROFONDEUR : RANG DU NOEUD EMPILE ET
      *    RANG A PARTIR DUQUEL CHERCHER SON PROCHAIN SUBORDONNE.
      *    MEME PROFONDEUR MAXIMALE QUE LA COMMANDE ORGCHART
       77  C-PROF-MAX                             PIC 9(02) VALUE 15.
       01  W-PILE-NIV                             PIC 9(02) COMP
                                                  VALUE 0.
       01  W-PILE.
           05  W-PILE-ELT             OCCURS 15 TIMES.
               10  W-PILE-RANG                    PIC 9(04) COMP.
               10  W-PILE-SUIVANT                 PIC 9(04) COMP.
      *
       01  W-I                                    PIC 9(04) COMP.
       01  W-J                                    PIC 9(04) COMP.
       01  W-RANG-ENFANT                          PIC 9(04) COMP.
       01  W-POS                                  PIC 9(03) COMP.
       01  W-NIVEAU                               PIC 9(02) COMP.
      *
       01  W-NOEUD.
           05  W-ED-LASTNAME                      PIC X(15).
           05  FILLER                             PIC X(01)
                                                  VALUE SPACE.
           05  W-ED-FIRSTNAME                     PIC X(15).
           05  FILLER                             PIC X(07)
                                                  VALUE ' POSTE '.
           05  W-ED-PHONE                         PIC X(10).
      *
      *    LES CONTACTS ACTIFS, TRIES POUR LA RUPTURE PAR DEPARTEMENT
      *    PUIS PAR NOM : L'ORDRE DE LA TABLE EST AUSSI L'ORDRE DANS
      *    LEQUEL LES SUBORDONNES D'UN MEME MANAGER SONT EDITES
           EXEC SQL
              DECLARE C01 CURSOR FOR
              SELECT
               COALESCE(DEPARTMENT, ' '),
               CONTACT_ID,
               COALESCE(MANAGER_ID, 0),
               LASTNAME,
               FIRSTNAME,
               PHONE
              FROM CONTACTS
              WHERE STATUS = 'A'
              ORDER BY 1, 4, 5, 2
           END-EXEC.
      *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM DEBUT
           PERFORM EDITER-ORGANIGRAMME
           PERFORM FIN
           GOBACK
           .
      *
      * PARAGRAPHE DE DEBUT DE PROGRAMME
       DEBUT.
           SET PAS-ANOMALIE TO TRUE
           ACCEPT W-DATE-JOUR-AMJ FROM DATE YYYYMMDD
           OPEN OUTPUT FRAPPORT
           .
      *
       EDITER-ORGANIGRAMME.
           EXEC SQL
              OPEN C01
           END-EXEC
           IF  SQLCODE NOT = ZERO
               PERFORM FORMATAGE-ERREUR-DB2
               PERFORM TRT-ANOMALIE
           ELSE
               PERFORM LIRE-CONTACT-SUIVANT UNTIL ANOMALIE
                                            OR SQLCODE = 100
               EXEC SQL
                  CLOSE C01
               END-EXEC
      *        ARBRE DU DERNIER DEPARTEMENT
               IF  W-NB-CONTACTS > 0 AND PAS-ANOMALIE
                   PERFORM EDITER-DEPARTEMENT
               END-IF
           END-IF
           .
       LIRE-CONTACT-SUIVANT.
           EXEC SQL
              FETCH C01
               INTO
                      :H-DEPARTMENT,
                      :H-CONTACT-ID,
                      :H-MANAGER-ID,
                      :H-LASTNAME,
                      :H-FIRSTNAME,
                      :H-PHONE
           END-EXEC
           EVALUATE SQLCODE
           WHEN ZERO
              IF  H-DEPARTMENT NOT = W-DEPT-COURANT
                  IF  W-NB-CONTACTS > 0
                      PERFORM EDITER-DEPARTEMENT
                  END-IF
                  MOVE H-DEPARTMENT TO W-DEPT-COURANT
                  MOVE 0 TO W-NB-CONTACTS
                  MOVE 0 TO W-NB-DEBORD
              END-IF
              PERFORM CHARGER-CONTACT
           WHEN +100
              CONTINUE
           WHEN OTHER
              PERFORM FORMATAGE-ERREUR-DB2
              PERFORM TRT-ANOMALIE
           END-EVALUATE
           .
      *
      *    UN DEPARTEMENT PLUS GRAND QUE LA TABLE EST EDITE TRONQUE :
      *    LE NOMBRE DE POSTES NON EDITES EST SIGNALE EN FIN DE
      *    DEPARTEMENT ET LE RUN SE TERMINE EN CODE 4
       CHARGER-CONTACT.
           IF  W-NB-CONTACTS >= C-MAX-CONTACTS
               ADD 1 TO W-NB-DEBORD
           ELSE
               ADD 1 TO W-NB-CONTACTS
               SET T-IDX TO W-NB-CONTACTS
               MOVE H-CONTACT-ID TO T-CONTACT-ID(T-IDX)
               MOVE H-MANAGER-ID TO T-MANAGER-ID(T-IDX)
               MOVE 0            TO T-MGR-IDX(T-IDX)
               MOVE H-LASTNAME   TO T-LASTNAME(T-IDX)
               MOVE H-FIRSTNAME  TO T-FIRSTNAME(T-IDX)
               MOVE H-PHONE      TO T-PHONE(T-IDX)
               MOVE 'N'          TO T-EDITE-SW(T-IDX)
           END-IF
           .
      *
      *    EDITION D'UN DEPARTEMENT : RESOLUTION DU RANG DE CHAQUE
      *    MANAGER, PUIS UN ARBRE PAR RACINE, PUIS LES LIGNES RESTEES
      *    HORS ARBRE
       EDITER-DEPARTEMENT.
           ADD 1 TO W-NB-DEPTS
           MOVE 0 TO W-NB-RACINES
           MOVE 0 TO W-NB-HORS-ARBRE
           PERFORM EDITER-ENTETE-PAGE
           PERFORM RESOUDRE-MANAGER VARYING W-I FROM 1 BY 1
              UNTIL W-I > W-NB-CONTACTS
           PERFORM EDITER-SI-RACINE VARYING W-I FROM 1 BY 1
              UNTIL W-I > W-NB-CONTACTS OR ANOMALIE
           PERFORM EDITER-SI-HORS-ARBRE VARYING W-I FROM 1 BY 1
              UNTIL W-I > W-NB-CONTACTS
           PERFORM EDITER-TOTAL-DEPARTEMENT
           .
      *
       RESOUDRE-MANAGER.
           IF  T-MANAGER-ID(W-I) NOT = 0
               SET T-IDX TO 1
               SEARCH T-CONTACT
                  AT END
                     CONTINUE
                  WHEN T-IDX > W-NB-CONTACTS
                     CONTINUE
                  WHEN T-CONTACT-ID(T-IDX) = T-MANAGER-ID(W-I)
                     SET T-MGR-IDX(W-I) TO T-IDX
               END-SEARCH
           END-IF
           .
      *
       EDITER-SI-RACINE.
           IF  T-MGR-IDX(W-I) = 0
               ADD 1 TO W-NB-RACINES
               PERFORM EDITER-BRANCHE
           END-IF
           .
      *
      *    PARCOURS EN PROFONDEUR A PARTIR DE LA RACINE W-I, SANS
      *    RECURSIVITE : LE SOMMET DE PILE EST LE DERNIER NOEUD EDITE
      *    DONT ON CHERCHE ENCORE DES SUBORDONNES
       EDITER-BRANCHE.
           MOVE 0 TO W-NIVEAU
           MOVE W-I TO W-RANG-ENFANT
           PERFORM EDITER-NOEUD
           PERFORM EDITER-MANAGER-EXTERNE
           MOVE 1 TO W-PILE-NIV
           MOVE W-I TO W-PILE-RANG(1)
           MOVE 1 TO W-PILE-SUIVANT(1)
           PERFORM DESCENDRE-BRANCHE UNTIL W-PILE-NIV = 0
           .
      *
       DESCENDRE-BRANCHE.
           MOVE 0 TO W-RANG-ENFANT
           PERFORM CHERCHER-SUBORDONNE VARYING W-J
              FROM W-PILE-SUIVANT(W-PILE-NIV) BY 1
              UNTIL W-J > W-NB-CONTACTS OR W-RANG-ENFANT NOT = 0
           IF  W-RANG-ENFANT = 0
               SUBTRACT 1 FROM W-PILE-NIV
           ELSE
               COMPUTE W-PILE-SUIVANT(W-PILE-NIV) = W-RANG-ENFANT + 1
               IF  W-PILE-NIV < C-PROF-MAX
                   MOVE W-PILE-NIV TO W-NIVEAU
                   PERFORM EDITER-NOEUD
                   ADD 1 TO W-PILE-NIV
                   MOVE W-RANG-ENFANT TO W-PILE-RANG(W-PILE-NIV)
                   MOVE 1 TO W-PILE-SUIVANT(W-PILE-NIV)
               END-IF
           END-IF
           .
       CHERCHER-SUBORDONNE.
           IF  T-MGR-IDX(W-J) = W-PILE-RANG(W-PILE-NIV)
               AND NOT T-EDITE(W-J)
               MOVE W-J TO W-RANG-ENFANT
           END-IF
           .
      *
      *    UNE LIGNE PAR CONTACT, DECALEE DE 3 COLONNES PAR NIVEAU
       EDITER-NOEUD.
           MOVE T-LASTNAME(W-RANG-ENFANT)  TO W-ED-LASTNAME
           MOVE T-FIRSTNAME(W-RANG-ENFANT) TO W-ED-FIRSTNAME
           MOVE T-PHONE(W-RANG-ENFANT)     TO W-ED-PHONE
           MOVE 'Y' TO T-EDITE-SW(W-RANG-ENFANT)
           COMPUTE W-POS = 3 + (W-NIVEAU * 3)
           MOVE SPACES TO W-LIGNE-EDITION
           MOVE W-NOEUD TO W-LIGNE-EDITION(W-POS:)
           PERFORM EDITER-LIGNE
           ADD 1 TO W-NB-TOTAL
           .
      *
      *    RACINE DONT LE MANAGER EST HORS DU DEPARTEMENT : ON LE
      *    NOMME EN REGARD POUR QUE LE LECTEUR SACHE OU SE RACCROCHE
      *    L'EQUIPE
       EDITER-MANAGER-EXTERNE.
           IF  T-MANAGER-ID(W-I) NOT = 0
               MOVE T-MANAGER-ID(W-I) TO H-MANAGER-ID
               MOVE SPACES TO H-MGR-LASTNAME
               MOVE SPACES TO H-MGR-DEPARTMENT
               EXEC SQL
                  SELECT LASTNAME,
                         COALESCE(DEPARTMENT, ' ')
                    INTO :H-MGR-LASTNAME,
                         :H-MGR-DEPARTMENT
                    FROM CONTACTS
                   WHERE CONTACT_ID = :H-MANAGER-ID
                     AND STATUS = 'A'
               END-EXEC
               EVALUATE SQLCODE
               WHEN ZERO
                  MOVE SPACES TO W-LIGNE-EDITION
                  STRING '      (MANAGER : ' H-MGR-LASTNAME
                         ' - DEPARTEMENT ' H-MGR-DEPARTMENT ')'
                         DELIMITED BY SIZE INTO W-LIGNE-EDITION
                  PERFORM EDITER-LIGNE
               WHEN +100
                  CONTINUE
               WHEN OTHER
                  PERFORM FORMATAGE-ERREUR-DB2
                  PERFORM TRT-ANOMALIE
               END-EVALUATE
           END-IF
           .
      *
      *    LIGNES QU'AUCUNE RACINE N'A ATTEINTES : CYCLE DANS DES
      *    DONNEES ANTERIEURES AU CONTROLE, OU PROFONDEUR > C-PROF-MAX
       EDITER-SI-HORS-ARBRE.
           IF  NOT T-EDITE(W-I)
               IF  W-NB-HORS-ARBRE = 0
                   MOVE 'HORS ARBRE (CYCLE OU PROFONDEUR)'
                     TO W-TITRE-SECTION
                   PERFORM EDITER-TITRE-SECTION
               END-IF
               ADD 1 TO W-NB-HORS-ARBRE
               MOVE 0 TO W-NIVEAU
               MOVE W-I TO W-RANG-ENFANT
               PERFORM EDITER-NOEUD
           END-IF
           .
      *
       EDITER-TOTAL-DEPARTEMENT.
           MOVE SPACES TO W-LIGNE-EDITION
           PERFORM EDITER-LIGNE
           MOVE W-NB-CONTACTS TO W-NB-ED
           MOVE SPACES TO W-LIGNE-EDITION
           STRING '  -- ' W-NB-ED ' POSTES DANS LE DEPARTEMENT'
                  DELIMITED BY SIZE INTO W-LIGNE-EDITION
           PERFORM EDITER-LIGNE
           MOVE W-NB-RACINES TO W-NB-ED
           MOVE SPACES TO W-LIGNE-EDITION
           STRING '  -- ' W-NB-ED ' RACINES'
                  DELIMITED BY SIZE INTO W-LIGNE-EDITION
           PERFORM EDITER-LIGNE
           IF  W-NB-DEBORD > 0
               MOVE W-NB-DEBORD TO W-NB-ED
               MOVE SPACES TO W-LIGNE-EDITION
               STRING '  ** ' W-NB-ED ' POSTES NON EDITES (TABLE '
                      'PLEINE)'
                      DELIMITED BY SIZE INTO W-LIGNE-EDITION
               PERFORM EDITER-LIGNE
               DISPLAY 'ORGPRT00 DEPARTEMENT ' W-DEPT-COURANT
                  ' TRONQUE : ' W-NB-ED ' POSTES NON EDITES'
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      *
       FORMATAGE-ERREUR-DB2.
           MOVE SQLCODE TO W-SQLCODE
           MOVE W-SQLCODE TO SQLCODE-POUR-DISPLAY
           DISPLAY 'ERREUR DB2 SQLCODE=' SQLCODE-POUR-DISPLAY
              ' ' SQLERRM ' '
           .
       TRT-ANOMALIE.
           SET ANOMALIE TO TRUE
           .
      *
      *    EN-TETE DE PAGE : DATE DU RUN, DEPARTEMENT EN COURS ET
      *    NUMERO DE PAGE
       EDITER-ENTETE-PAGE.
           ADD 1 TO W-NUM-PAGE
           MOVE W-NUM-PAGE TO W-NUM-PAGE-ED
           MOVE SPACES TO ENR-RAPPORT
           STRING 'ORGANIGRAMME - RUN DU ' W-DATE-JOUR-AMJ
                  ' - DEPARTEMENT ' W-DEPT-COURANT
                  ' - PAGE ' W-NUM-PAGE-ED
                  DELIMITED BY SIZE INTO ENR-RAPPORT
           WRITE ENR-RAPPORT
           MOVE SPACES TO ENR-RAPPORT
           WRITE ENR-RAPPORT
           MOVE 2 TO W-LIG-PAGE
           .
      *
       EDITER-TITRE-SECTION.
           IF  W-LIG-PAGE > C-LIGNES-PAR-PAGE - 3
               PERFORM EDITER-ENTETE-PAGE
           END-IF
           MOVE SPACES TO ENR-RAPPORT
           WRITE ENR-RAPPORT
           MOVE SPACES TO ENR-RAPPORT
           MOVE W-TITRE-SECTION TO ENR-RAPPORT
           WRITE ENR-RAPPORT
           ADD 2 TO W-LIG-PAGE
           .
      *
       EDITER-LIGNE.
           IF  W-LIG-PAGE >= C-LIGNES-PAR-PAGE
               PERFORM EDITER-ENTETE-PAGE
           END-IF
           MOVE W-LIGNE-EDITION TO ENR-RAPPORT
           WRITE ENR-RAPPORT
           ADD 1 TO W-LIG-PAGE
           .
      *
      * PARAGRAPHE DE FIN DE PROGRAMME
       FIN.
           MOVE 'TOTAL GENERAL' TO W-TITRE-SECTION
           PERFORM EDITER-TITRE-SECTION
           MOVE W-NB-DEPTS TO W-NB-ED
           MOVE SPACES TO W-LIGNE-EDITION
           STRING '  ' W-NB-ED ' DEPARTEMENTS EDITES'
                  DELIMITED BY SIZE INTO W-LIGNE-EDITION
           PERFORM EDITER-LIGNE
           MOVE W-NB-TOTAL TO W-NB-ED
           MOVE SPACES TO W-LIGNE-EDITION
           STRING '  ' W-NB-ED ' POSTES EDITES'
                  DELIMITED BY SIZE INTO W-LIGNE-EDITION
           PERFORM EDITER-LIGNE

           CLOSE FRAPPORT
           IF  ANOMALIE
               DISPLAY 'ORGPRT00 TERMINE EN ANOMALIE'
               MOVE 8 TO RETURN-CODE
           END-IF
           .
