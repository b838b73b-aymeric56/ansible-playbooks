      *  2026/09/02 UNDO command restoring a contact to the OLD       *
      *             values of a chosen CONTACTS_AUDIT row, the        *
      *             rollback itself audited (AA)                      *
      *  2026/10/15 Reporting line : MANAGER_ID on CONTACTS, set on   *
      *             CREATE or by SETMGR (never a deleted manager,     *
      *             never a cycle), reports re-attached when their    *
      *             manager is deleted or merged, ORGCHART command    *
      *             returning the chain of managers and the direct    *
      *             reports (AA)                                      *
      *  2026/10/15 Absence delegate : DELEGATE command recording a   *
      *             covering contact and a from/to date range, the    *
      *             active delegate returned on DISPLAY and SEARCH    *
      *             and carried over by MERGE (AA)                    *
      *  2026/10/15 Email checked by the shared EMAILVAL module       *
      *             (syntax and MAIL_DOMAINS company domains) on      *
      *             CREATE/UPDATE/BULK-ADD ; a new address clears the *
      *             EMLBNC00 undeliverable flag (AA)                  *
      *  2026/10/15 Change event written to the PBEV transient data  *
      *             queue for every audited CONTACTS mutation, with   *
      *             the before/after key fields and correlation id,   *
      *             delivered to the EVENT_SUBSCRIBERS endpoints by   *
      *             PBOOKEVT (AA)                                     *
      *  2026/10/15 HORS_MAIL flag on CONTACT_GROUPS, set on GRP-ADD  *
      *             or by the new GRP-MAIL command, keeping a group   *
      *             out of the DLEXPO00 mail gateway export (AA)      *
      *  2026/10/15 Location : LOCATION_CODE on CONTACTS checked      *
      *             against the LOCATIONS reference (site, building,  *
      *             floor, zone) on CREATE/UPDATE, returned with its  *
      *             labels on DISPLAY, old/new codes audited (AA)     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
           03 WS-HIST-COUNT            PIC S9(4) COMP.
           03 WS-EMAIL-OK              PIC X(01).
              88 EMAIL-VALIDE          VALUE 'Y'.
           03 WS-ARCHIVE-OK            PIC X(01).
              88 ARCHIVE-REUSSI        VALUE 'Y'.
           03 WS-ARC-COMPLETION        PIC S9(9) COMP.
           03 WS-PEND-COUNT            PIC S9(4) COMP.
           03 WS-GROUP-NAME            PIC X(20).
           03 WS-GROUP-COUNT           PIC S9(4) COMP.
           03 WS-GROUP-HORS-MAIL       PIC X(01).
           03 WS-FILTER-ZIPCODE        PIC X(07).
           03 WS-FILTER-DEPARTMENT     PIC X(03).
           03 WS-FILTER-REGION         PIC X(02).
           03 WS-PHONE-HOLDER          PIC X(15).
           03 WS-PHONE-LIBRE           PIC X(01).
              88 POSTE-DISPONIBLE      VALUE 'Y'.
           03 WS-MGR-ID                PIC 9(08).
           03 WS-MGR-IND               PIC S9(4) COMP.
           03 WS-MGR-STATUS            PIC X(01).
           03 WS-MGR-OK                PIC X(01).
              88 MANAGER-VALIDE        VALUE 'Y'.
           03 WS-MGR-MESSAGE           PIC X(40).
           03 WS-MGR-WALK              PIC 9(08).
           03 WS-MGR-NIVEAU            PIC S9(4) COMP.
           03 WS-ORG-CIBLE             PIC 9(08).
           03 WS-ORG-TROUVE            PIC X(01).
              88 CIBLE-DANS-CHAINE     VALUE 'Y'.
           03 WS-ORG-PARTANT           PIC 9(08).
           03 WS-ORG-SUCCESSEUR        PIC 9(08).
           03 WS-ORG-SUCC-IND          PIC S9(4) COMP.
           03 WS-AUDIT-MANAGER-ID      PIC 9(08).
           03 WS-AUDIT-OLD-MANAGER-ID  PIC 9(08).
           03 WS-DLG-ID                PIC 9(08).
           03 WS-DLG-STATUS            PIC X(01).
           03 WS-DLG-OK                PIC X(01).
              88 DELEGATION-VALIDE     VALUE 'Y'.
           03 WS-DLG-DATES-OK          PIC X(01).
           03 WS-DLG-MESSAGE           PIC X(40).
           03 WS-DLG-FROM              PIC X(10).
           03 WS-DLG-TO                PIC X(10).
           03 WS-DLG-LASTNAME          PIC X(15).
           03 WS-DLG-FIRSTNAME         PIC X(15).
           03 WS-DLG-PHONE             PIC X(10).
           03 WS-LOC-IND               PIC S9(4) COMP.
           03 WS-LOC-OK                PIC X(01).
              88 EMPLACEMENT-VALIDE    VALUE 'Y'.
           03 WS-LOC-MESSAGE           PIC X(40).
           03 WS-LOC-SITE              PIC X(20).
           03 WS-LOC-BUILDING          PIC X(20).
           03 WS-LOC-FLOOR             PIC X(03).
           03 WS-LOC-ZONE              PIC X(10).
           03 WS-AUDIT-LOCATION        PIC X(08).
           03 WS-AUDIT-OLD-LOCATION    PIC X(08).
           03 Nbr-Cookies              PIC S9999 COMP-5 SYNC.
           03 Cookie-Tmp1              PIC X(300).
           03 Cookie-Assemblage        PIC X(300).
      * messageInput
       01  WS-PEND-PAYLOAD             PIC X(3000).

      * Image de l'evenement de changement (PBOOKEVC) pour la
      * colonne EVENT_DATA de EVENT_DELIVERIES, quand la file PBEV
      * ne peut pas le recevoir
       01  WS-EVT-DATA                 PIC X(300).

      * Profondeur maximale parcourue dans la ligne hierarchique
      * (chaine ORGCHART, controle de cycle de SETMGR/CREATE) : c'est
      * aussi la taille de ORG-CHAIN dans le container OUTPUT2
       01  C-ORG-NIVEAUX-MAX           PIC S9(4) COMP VALUE 15.

      * Variables used for cookies
       01  Cookies.
           03 Cookie              OCCURS 3 TIMES  PIC X(300).
           03 C-Status                     PIC X(01).
              88 C-STATUS-ACTIVE           VALUE 'A'.
              88 C-STATUS-DELETED          VALUE 'D'.
           03 C-ManagerId                  PIC 9(08).
           03 C-LocationCode               PIC X(08).

      * Tampon utilisé par SHOW-50-PAGE-BACKWARD pour inverser l'ordre
      * décroissant renvoyé par le curseur arrière avant recopie dans

       01 C-PHONEVAL PIC X(08) VALUE 'PHONEVAL'.

      *----------------------------------------------------------------*
      *    COMMUNICATION AREA FOR THE SHARED E-MAIL VALIDATION MODULE  *
      *----------------------------------------------------------------*
       COPY EMAILVALC.

       01 C-EMAILVAL PIC X(08) VALUE 'EMAILVAL'.

      *----------------------------------------------------------------*
      *    COMMUNICATION AREA FOR THE SHARED ZIP-TO-REGION DERIVATION   *
      *    MODULE                                                      *

       01 C-APICALLOG PIC X(09) VALUE 'APICALLOG'.

      *----------------------------------------------------------------*
      *    CONTACTS CHANGE EVENT WRITTEN TO THE PBEV TD QUEUE          *
      *----------------------------------------------------------------*
       COPY PBOOKEVC.

      *----------------------------------------------------------------*
      *    CORRELATION ID FOR OUTBOUND API REQUESTER CALLS              *
      *    EIBTRNID + EIBTIME + a per-transaction call sequence, so a  *
      *        Call routine to perform
                   PERFORM GROUP-SHOW

               WHEN 'GRP-MAIL'
      *        Call routine to perform
                   PERFORM GROUP-MAIL-FLAG

               WHEN 'PEND-LST'
      *        Call routine to perform
                   PERFORM PENDING-LIST
      *        Call routine to perform
                   PERFORM ALLOCATE-EXTENSION

               WHEN 'SETMGR'
      *        Call routine to perform
                   PERFORM MANAGER-ASSIGN

               WHEN 'ORGCHART'
      *        Call routine to perform
                   PERFORM ORGCHART-CONTACT

               WHEN 'DELEGATE'
      *        Call routine to perform
                   PERFORM DELEGATE-ASSIGN

               WHEN OTHER
      *        Request is not recognised or supported
                   PERFORM REQUEST-NOT-RECOGNISED
                          FIRSTNAME,
                          PHONE,
                          ZIPCODE,
                          EMAIL,
                          COALESCE(MANAGER_ID, 0),
                          COALESCE(LOCATION_CODE, ' ')
                   INTO  :C-ContactId,
                         :C-Lastname,
                         :C-Firstname,
                         :C-Phone,
                         :C-zipCode,
                         :C-Email,
                         :C-ManagerId,
                         :C-LocationCode
                   FROM CONTACTS
                     WHERE CONTACT_ID = :KeyContactId
                       AND STATUS = 'A'
                   MOVE C-Phone     TO telExtension of messageOutput1
                   MOVE C-zipCode   TO zipCode of messageOutput1
                   MOVE C-Email     TO email of messageOutput1
                   MOVE C-ManagerId TO managerId of messageOutput1
                   MOVE command of messageInput
                     TO command of messageOutput1
      * Absent ce jour : qui appeler a sa place
                   PERFORM DELEGATE-LIRE-ACTIF
                   PERFORM LOCATION-RESTITUER
                 When 100
      * 100 = successful mais pas de ligne retourn©e
                   MOVE 'Inconnu au bataillon !' TO responseMessage
           MOVE email OF messageInput TO C-Email
           PERFORM CHECK-EMAIL-FORMAT

           MOVE locationCode OF messageInput TO C-LocationCode
           PERFORM CHECK-LOCATION-VALID

           EVALUATE TRUE
             WHEN PHV-RETOUR-KO
               MOVE PHV-MESSAGE TO responseMessage OF messageOutput1
               MOVE command of messageInput TO command of messageOutput1
             WHEN NOT EMAIL-VALIDE
               MOVE EMV-MESSAGE TO responseMessage OF messageOutput1
               MOVE command of messageInput TO command of messageOutput1
             WHEN NOT EMPLACEMENT-VALIDE
               MOVE WS-LOC-MESSAGE TO responseMessage OF messageOutput1
               MOVE command of messageInput TO command of messageOutput1
             WHEN OTHER
               PERFORM RESOLVE-CONTACT-ID
      * Le poste demande ne doit pas deja etre attribue a un AUTRE
      * contact actif que celui que l'on modifie
           IF PHV-RETOUR-OK AND EMAIL-VALIDE AND CONTACT-ID-RESOLU
              AND EMPLACEMENT-VALIDE
               MOVE telExtension OF messageInput TO C-Phone
               PERFORM CHECK-PHONE-UNIQUE
               IF NOT POSTE-DISPONIBLE
           END-IF

           IF PHV-RETOUR-OK AND EMAIL-VALIDE AND CONTACT-ID-RESOLU
              AND EMPLACEMENT-VALIDE AND POSTE-DISPONIBLE
               MOVE KeyContactId TO C-ContactId
               MOVE lastName OF messageInput TO KeyLastname
               MOVE lastName OF messageInput TO C-Lastname
               MOVE SPACES TO WS-AUDIT-OLD-FIRSTNAME
               MOVE SPACES TO WS-AUDIT-OLD-PHONE
               MOVE SPACES TO WS-AUDIT-OLD-ZIPCODE
               MOVE SPACES TO WS-AUDIT-OLD-LOCATION
               EXEC SQL
                   SELECT LASTNAME, FIRSTNAME, PHONE, ZIPCODE, EMAIL,
                          COALESCE(LOCATION_CODE, ' ')
                     INTO :C-Lastname,
                          :WS-AUDIT-OLD-FIRSTNAME,
                          :WS-AUDIT-OLD-PHONE,
                          :WS-AUDIT-OLD-ZIPCODE,
                          :WS-AUDIT-OLD-EMAIL,
                          :WS-AUDIT-OLD-LOCATION
                     FROM CONTACTS
                     WHERE CONTACT_ID = :KeyContactId
                       AND STATUS = 'A'
               END-EXEC

      * Une autre adresse efface le marquage non distribuable pose
      * par EMLBNC00 sur l'ancienne
               EXEC SQL UPDATE CONTACTS SET
                  FIRSTNAME = :C-Firstname,
                  PHONE = :C-Phone,
                  ZIPCODE = :C-zipCode,
                  EMAIL_STATUT = CASE WHEN EMAIL = :C-Email
                                      THEN EMAIL_STATUT
                                      ELSE ' ' END,
                  EMAIL_BOUNCE_DATE = CASE WHEN EMAIL = :C-Email
                                           THEN EMAIL_BOUNCE_DATE
                                           ELSE NULL END,
                  EMAIL = :C-Email,
                  LOCATION_CODE = :C-LocationCode :WS-LOC-IND
                  WHERE CONTACT_ID = :KeyContactId
                    AND STATUS = 'A'
               END-EXEC
                   MOVE C-Email     TO email of messageOutput1
                   MOVE command of messageInput
                     TO command of messageOutput1
                   PERFORM LOCATION-RESTITUER
                   MOVE C-LocationCode TO WS-AUDIT-LOCATION
                   MOVE 'UPDATE' TO WS-AUDIT-ACTION
                   PERFORM AUDIT-CONTACT
                 When 100
               MOVE SPACES TO WS-AUDIT-OLD-FIRSTNAME
               MOVE SPACES TO WS-AUDIT-OLD-PHONE
               MOVE SPACES TO WS-AUDIT-OLD-ZIPCODE
               MOVE 0      TO WS-ORG-SUCCESSEUR
               EXEC SQL
                   SELECT LASTNAME, FIRSTNAME, PHONE, ZIPCODE, EMAIL,
                          COALESCE(MANAGER_ID, 0)
                     INTO :C-Lastname,
                          :WS-AUDIT-OLD-FIRSTNAME,
                          :WS-AUDIT-OLD-PHONE,
                          :WS-AUDIT-OLD-ZIPCODE,
                          :WS-AUDIT-OLD-EMAIL,
                          :WS-ORG-SUCCESSEUR
                     FROM CONTACTS
                     WHERE CONTACT_ID = :KeyContactId
                       AND STATUS = 'A'
                   MOVE WS-AUDIT-OLD-EMAIL     TO C-Email
                   MOVE 'DELETE' TO WS-AUDIT-ACTION
                   PERFORM AUDIT-CONTACT
      * Ses subordonnes directs remontent sur son propre manager :
      * aucune ligne active ne reste rattachee a une ligne supprimee
                   MOVE KeyContactId TO WS-ORG-PARTANT
                   PERFORM ORG-RATTACHER-SUBORDONNES
      * on appel l'API node-rest-api pour l'archivage externe - les
      * zones C-* restent garnies jusqu'au retour pour que
      * QUEUE-ARCHIVE-RETRY puisse persister le contact si l'appel
                   MOVE SPACES TO WS-AUDIT-OLD-FIRSTNAME
                   MOVE SPACES TO WS-AUDIT-OLD-PHONE
                   MOVE SPACES TO WS-AUDIT-OLD-ZIPCODE
      * Le manager qu'il avait a sa suppression a pu etre supprime
      * a son tour : la ligne restauree ne doit pas y rester
      * rattachee (le detachement part dans la ligne d'audit)
                   PERFORM ORG-CONTROLER-RESTAURE
                   MOVE 'RESTOR' TO WS-AUDIT-ACTION
                   PERFORM AUDIT-CONTACT
      * on annule l'archive correspondante dans node-rest-api, sans
               PERFORM CHECK-PHONE-UNIQUE
           END-IF

      * Manager facultatif : s'il est fourni il doit etre un contact
      * actif (pas de cycle possible, le contact n'existe pas encore)
           MOVE 'Y' TO WS-MGR-OK
           MOVE 0   TO WS-MGR-ID
           IF managerId OF messageInput IS NUMERIC
              AND managerId OF messageInput > 0
               MOVE managerId OF messageInput TO WS-MGR-ID
               PERFORM CHECK-MANAGER-VALID
           END-IF

           MOVE locationCode OF messageInput TO C-LocationCode
           PERFORM CHECK-LOCATION-VALID

           EVALUATE TRUE
             WHEN PHV-RETOUR-KO
               MOVE PHV-MESSAGE TO responseMessage OF messageOutput1
               MOVE command of messageInput TO command of messageOutput1
             WHEN NOT EMAIL-VALIDE
               MOVE EMV-MESSAGE TO responseMessage OF messageOutput1
               MOVE command of messageInput TO command of messageOutput1
             WHEN NOT POSTE-DISPONIBLE
               MOVE SPACES TO responseMessage OF messageOutput1
                      WS-PHONE-HOLDER DELIMITED BY SIZE
                 INTO responseMessage OF messageOutput1
               MOVE command of messageInput TO command of messageOutput1
             WHEN NOT MANAGER-VALIDE
               MOVE WS-MGR-MESSAGE TO responseMessage OF messageOutput1
               MOVE command of messageInput TO command of messageOutput1
             WHEN NOT EMPLACEMENT-VALIDE
               MOVE WS-LOC-MESSAGE TO responseMessage OF messageOutput1
               MOVE command of messageInput TO command of messageOutput1
             WHEN OTHER
               MOVE WS-MGR-ID TO C-ManagerId
               IF WS-MGR-ID = 0
                   MOVE -1 TO WS-MGR-IND
               ELSE
                   MOVE 0  TO WS-MGR-IND
               END-IF
               MOVE lastName OF messageInput TO C-Lastname
               MOVE firstName OF messageInput TO C-Firstname
               MOVE zipCode OF messageInput TO C-zipCode
                    EMAIL,
                    DEPARTMENT,
                    REGION,
                    MANAGER_ID,
                    LOCATION_CODE,
                    STATUS)
                    VALUES (:C-Lastname,
                    :C-Firstname,
                    :C-Email,
                    :C-Department,
                    :C-Region,
                    :C-ManagerId :WS-MGR-IND,
                    :C-LocationCode :WS-LOC-IND,
                    'A')
                    END-EXEC

                                     of messageOutput1
                   MOVE C-zipCode   TO zipCode of messageOutput1
                   MOVE C-Email     TO email of messageOutput1
                   MOVE C-ManagerId TO managerId of messageOutput1
                   MOVE command of messageInput
                     TO command of messageOutput1
                   MOVE SPACES TO WS-AUDIT-OLD-FIRSTNAME
                   MOVE SPACES TO WS-AUDIT-OLD-PHONE
                   MOVE SPACES TO WS-AUDIT-OLD-ZIPCODE
                   MOVE SPACES TO WS-AUDIT-OLD-EMAIL
                   MOVE C-ManagerId TO WS-AUDIT-MANAGER-ID
                   PERFORM LOCATION-RESTITUER
                   MOVE C-LocationCode TO WS-AUDIT-LOCATION
                   MOVE 'CREATE' TO WS-AUDIT-ACTION
                   PERFORM AUDIT-CONTACT
                 When 100
                  WHEN PHV-RETOUR-KO
                     MOVE PHV-MESSAGE TO BR-MESSAGE(BULK-RES-IDX)
                  WHEN NOT EMAIL-VALIDE
                     MOVE EMV-MESSAGE TO BR-MESSAGE(BULK-RES-IDX)
                  WHEN NOT POSTE-DISPONIBLE
                     MOVE SPACES TO BR-MESSAGE(BULK-RES-IDX)
                     STRING 'Poste attribue a '
                  '%' DELIMITED BY SIZE
             INTO KeyLastnameLike

      * Le remplacant n'est joint que si l'absence couvre la date du
      * jour et qu'il est lui-meme actif - une absence echue ou a
      * venir ne ressort pas
           EXEC SQL DECLARE SEARCH-CURS CURSOR FOR
              SELECT C.CONTACT_ID,
                     C.LASTNAME,
                     C.FIRSTNAME,
                     C.PHONE,
                     C.ZIPCODE,
                     C.EMAIL,
                     COALESCE(D.CONTACT_ID, 0),
                     COALESCE(D.LASTNAME, ' '),
                     COALESCE(D.FIRSTNAME, ' '),
                     COALESCE(D.PHONE, ' '),
                     CASE WHEN D.CONTACT_ID IS NULL THEN ' '
                          ELSE CHAR(C.ABSENCE_TO, ISO) END
               FROM CONTACTS C
               LEFT OUTER JOIN CONTACTS D
                 ON D.CONTACT_ID = C.DELEGATE_ID
                AND D.STATUS = 'A'
                AND CURRENT DATE BETWEEN C.ABSENCE_FROM
                                     AND C.ABSENCE_TO
               WHERE C.LASTNAME LIKE :KeyLastnameLike
                 AND C.STATUS = 'A'
                 ORDER BY C.LASTNAME LIMIT 50
           END-EXEC

           EXEC SQL
                       :C-Firstname,
                       :C-Phone,
                       :C-zipCode,
                       :C-Email,
                       :WS-DLG-ID,
                       :WS-DLG-LASTNAME,
                       :WS-DLG-FIRSTNAME,
                       :WS-DLG-PHONE,
                       :WS-DLG-TO
              END-EXEC
              IF SQLCODE = 0
                 MOVE CONTACT-DETAILS TO contacts-50(OUT-REC-IDX)
                 SET  DELEGATE-ROW-IDX TO OUT-REC-IDX
                 MOVE WS-DLG-ID
                   TO DR-DELEGATE-ID(DELEGATE-ROW-IDX)
                 MOVE WS-DLG-LASTNAME
                   TO DR-LASTNAME(DELEGATE-ROW-IDX)
                 MOVE WS-DLG-FIRSTNAME
                   TO DR-FIRSTNAME(DELEGATE-ROW-IDX)
                 MOVE WS-DLG-PHONE
                   TO DR-PHONE(DELEGATE-ROW-IDX)
                 MOVE WS-DLG-TO
                   TO DR-ABSENCE-TO(DELEGATE-ROW-IDX)
                 SET  OUT-REC-IDX   UP BY 1
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-AUDIT-OLD-PHONE
           MOVE SPACES TO WS-AUDIT-OLD-ZIPCODE
           MOVE SPACES TO WS-AUDIT-OLD-EMAIL
           MOVE 0      TO WS-ORG-SUCCESSEUR
           EXEC SQL
               SELECT LASTNAME, FIRSTNAME, PHONE, ZIPCODE, EMAIL,
                      COALESCE(MANAGER_ID, 0)
                 INTO :WS-MERGE-OLD-LASTNAME,
                      :WS-AUDIT-OLD-FIRSTNAME,
                      :WS-AUDIT-OLD-PHONE,
                      :WS-AUDIT-OLD-ZIPCODE,
                      :WS-AUDIT-OLD-EMAIL,
                      :WS-ORG-SUCCESSEUR
                 FROM CONTACTS
                 WHERE CONTACT_ID = :WS-MERGE-LOSER-ID
                   AND STATUS = 'A'

      * Les affectations de groupes du doublon suivent le survivant
               PERFORM MERGE-TRANSFERER-GROUPES
      * Ses subordonnes directs aussi, sans jamais creer de cycle
               PERFORM MERGE-TRANSFERER-SUBORDONNES
      * Et les absences qu'il couvrait
               PERFORM MERGE-TRANSFERER-DELEGATIONS
             WHEN 100
               MOVE 'MERGE: doublon inconnu ou inactif'
                 TO responseMessage OF messageOutput1
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * Les subordonnes directs du doublon fondu passent sous le       *
      * survivant. Si le survivant se trouve lui-meme SOUS le doublon  *
      * dans la hierarchie, ce rattachement creerait un cycle : ils    *
      * remontent alors sur le manager du doublon, comme pour un       *
      * DELETE (le survivant compris s'il lui etait directement        *
      * rattache). WS-ORG-SUCCESSEUR porte en entree le manager du     *
      * doublon, lu par MERGE-LIRE-DOUBLON                             *
      *----------------------------------------------------------------*
       MERGE-TRANSFERER-SUBORDONNES SECTION.
           MOVE KeyContactId      TO WS-MGR-WALK
           MOVE WS-MERGE-LOSER-ID TO WS-ORG-CIBLE
           PERFORM ORG-PARCOURIR-CHAINE
           IF NOT CIBLE-DANS-CHAINE AND WS-MGR-WALK = 0
               MOVE KeyContactId TO WS-ORG-SUCCESSEUR
           END-IF
           MOVE WS-MERGE-LOSER-ID TO WS-ORG-PARTANT
           PERFORM ORG-RATTACHER-SUBORDONNES
           EXIT.

      *----------------------------------------------------------------*
      * Les absences que le doublon fondu couvrait passent au          *
      * survivant - sauf celle du survivant lui-meme, qui ne peut pas  *
      * se remplacer : elle est effacee. Une erreur ici est            *
      * journalisee mais ne defait pas le MERGE                        *
      *----------------------------------------------------------------*
       MERGE-TRANSFERER-DELEGATIONS SECTION.
           EXEC SQL
               UPDATE CONTACTS
                  SET DELEGATE_ID  = NULL,
                      ABSENCE_FROM = NULL,
                      ABSENCE_TO   = NULL
                WHERE CONTACT_ID  = :KeyContactId
                  AND DELEGATE_ID = :WS-MERGE-LOSER-ID
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'MERGE-TRANSF-DELEG' TO ERL-IN-PARAGRAPH
               PERFORM DISPLAY-SQL-CODE
           END-IF

           EXEC SQL
               UPDATE CONTACTS
                  SET DELEGATE_ID = :KeyContactId
                WHERE DELEGATE_ID = :WS-MERGE-LOSER-ID
                  AND STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'MERGE-TRANSF-DELEG' TO ERL-IN-PARAGRAPH
               PERFORM DISPLAY-SQL-CODE
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * Groupes de diffusion : le standard route les appels vers des   *
      * equipes (accueil, maintenance d'astreinte, paie) dont les      *
       GROUP-CREATE SECTION.
           MOVE command of messageInput TO command of messageOutput1
           MOVE groupName OF messageInput TO WS-GROUP-NAME
           PERFORM GROUP-LIRE-HORS-MAIL

           IF WS-GROUP-NAME = SPACES
               MOVE 'GRP-ADD: groupName requis'
               EXEC SQL
                   INSERT INTO CONTACT_GROUPS (
                        GROUP_NAME,
                        CREATED_TS,
                        HORS_MAIL)
                        VALUES (:WS-GROUP-NAME,
                        CURRENT TIMESTAMP,
                        :WS-GROUP-HORS-MAIL)
               END-EXEC

               EVALUATE SQLCODE
           END-EXEC
           EXIT.

      *----------------------------------------------------------------*
      * Indicateur HORS_MAIL : 'O' tient le groupe hors de l'export    *
      * DLEXPO00 vers la passerelle mail, 'N' (defaut) l'y inclut      *
      *----------------------------------------------------------------*
       GROUP-LIRE-HORS-MAIL SECTION.
           IF groupHorsMail OF messageInput = 'O'
               MOVE 'O' TO WS-GROUP-HORS-MAIL
           ELSE
               MOVE 'N' TO WS-GROUP-HORS-MAIL
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * GRP-MAIL : pose ou retire l'indicateur HORS_MAIL d'un groupe   *
      * existant (groupHorsMail = 'O' le sort de l'export mail, toute  *
      * autre valeur l'y remet)                                        *
      *----------------------------------------------------------------*
       GROUP-MAIL-FLAG SECTION.
           MOVE command of messageInput TO command of messageOutput1
           MOVE groupName OF messageInput TO WS-GROUP-NAME
           PERFORM GROUP-LIRE-HORS-MAIL

           IF WS-GROUP-NAME = SPACES
               MOVE 'GRP-MAIL: groupName requis'
                 TO responseMessage OF messageOutput1
           ELSE
               EXEC SQL
                   UPDATE CONTACT_GROUPS
                      SET HORS_MAIL = :WS-GROUP-HORS-MAIL
                    WHERE GROUP_NAME = :WS-GROUP-NAME
               END-EXEC

               EVALUATE SQLCODE
                 WHEN 0
                   IF WS-GROUP-HORS-MAIL = 'O'
                       MOVE 'Groupe exclu de la diffusion mail'
                         TO responseMessage OF messageOutput1
                   ELSE
                       MOVE 'Groupe inclus dans la diffusion mail'
                         TO responseMessage OF messageOutput1
                   END-IF
                 WHEN 100
                   MOVE 'GRP-MAIL: groupe inconnu'
                     TO responseMessage OF messageOutput1
                 WHEN OTHER
                   MOVE 'Snif: problème !' TO responseMessage
                     OF messageOutput1
                   MOVE 'GROUP-MAIL-FLAG' TO ERL-IN-PARAGRAPH
                   PERFORM DISPLAY-SQL-CODE
               END-EVALUATE
           END-IF

           EXEC CICS PUT CONTAINER('PBOOK-OUTPUT1')
                     FROM(messageOutput1)
           END-EXEC
           EXIT.

      *----------------------------------------------------------------*
      * GRP-SHOW : restitue en un appel le groupe et les postes de     *
      * tous ses membres actifs dans contacts-50, tries sur LASTNAME,  *
               MOVE WS-UNDO-ZIPCODE   TO C-zipCode
               MOVE WS-UNDO-EMAIL     TO C-Email

      * Une autre adresse efface le marquage non distribuable pose
      * par EMLBNC00 sur l'ancienne
               EXEC SQL UPDATE CONTACTS SET
                  FIRSTNAME = :C-Firstname,
                  PHONE = :C-Phone,
                  ZIPCODE = :C-zipCode,
                  EMAIL_STATUT = CASE WHEN EMAIL = :C-Email
                                      THEN EMAIL_STATUT
                                      ELSE ' ' END,
                  EMAIL_BOUNCE_DATE = CASE WHEN EMAIL = :C-Email
                                           THEN EMAIL_BOUNCE_DATE
                                           ELSE NULL END,
                  EMAIL = :C-Email
                  WHERE CONTACT_ID = :KeyContactId
                    AND STATUS = 'A'
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * SETMGR : pose le manager (managerId) du contact designe par    *
      * contactId ou lastName, ou le retire si managerId est a zero.   *
      * Le manager doit etre un contact actif qui ne se trouve pas     *
      * sous le contact dans la hierarchie (CHECK-MANAGER-VALID).      *
      * L'ancien et le nouveau manager partent dans la ligne d'audit   *
      * (action SETMGR)                                                *
      *----------------------------------------------------------------*
       MANAGER-ASSIGN SECTION.
           MOVE command of messageInput TO command of messageOutput1

           IF managerId OF messageInput IS NOT NUMERIC
               MOVE 'SETMGR: managerId numerique requis'
                 TO responseMessage OF messageOutput1
           ELSE
               PERFORM RESOLVE-CONTACT-ID
               IF CONTACT-ID-RESOLU
                   MOVE 'Y' TO WS-MGR-OK
                   MOVE managerId OF messageInput TO WS-MGR-ID
                   IF WS-MGR-ID > 0
                       PERFORM CHECK-MANAGER-VALID
                   END-IF
                   IF MANAGER-VALIDE
                       PERFORM MANAGER-ASSIGN-APPLIQUER
                   ELSE
                       MOVE WS-MGR-MESSAGE
                         TO responseMessage OF messageOutput1
                   END-IF
               END-IF
           END-IF

           EXEC CICS PUT CONTAINER('PBOOK-OUTPUT1')
                     FROM(messageOutput1)
           END-EXEC
           EXIT.

       MANAGER-ASSIGN-APPLIQUER SECTION.
           INITIALIZE CONTACT-DETAILS
           MOVE 0 TO WS-AUDIT-OLD-MANAGER-ID
           EXEC SQL
               SELECT CONTACT_ID, LASTNAME, FIRSTNAME, PHONE, ZIPCODE,
                      EMAIL, COALESCE(MANAGER_ID, 0)
                 INTO :C-ContactId,
                      :C-Lastname,
                      :C-Firstname,
                      :C-Phone,
                      :C-zipCode,
                      :C-Email,
                      :WS-AUDIT-OLD-MANAGER-ID
                 FROM CONTACTS
                 WHERE CONTACT_ID = :KeyContactId
                   AND STATUS = 'A'
           END-EXEC

      * Zero = plus de manager : la colonne repasse a NULL
           IF SQLCODE = 0
               IF WS-MGR-ID = 0
                   MOVE -1 TO WS-MGR-IND
               ELSE
                   MOVE 0  TO WS-MGR-IND
               END-IF
               EXEC SQL UPDATE CONTACTS SET
                  MANAGER_ID = :WS-MGR-ID :WS-MGR-IND
                  WHERE CONTACT_ID = :KeyContactId
                    AND STATUS = 'A'
               END-EXEC
           END-IF

           Evaluate SQLCODE
             When 0
               MOVE 'C''est fait !' TO responseMessage
                 OF messageOutput1
               MOVE WS-MGR-ID   TO C-ManagerId
               MOVE C-ContactId TO contactId of messageOutput1
               MOVE C-Lastname  TO lastName of messageOutput1
               MOVE C-Firstname TO firstName of messageOutput1
               MOVE C-Phone     TO telExtension of messageOutput1
               MOVE C-zipCode   TO zipCode of messageOutput1
               MOVE C-Email     TO email of messageOutput1
               MOVE C-ManagerId TO managerId of messageOutput1
      * La ligne d'audit ne porte que le changement de manager : pas
      * d'anciennes valeurs OLD_*, qu'un UNDO n'a donc pas a reposer
               MOVE SPACES TO WS-AUDIT-OLD-FIRSTNAME
               MOVE SPACES TO WS-AUDIT-OLD-PHONE
               MOVE SPACES TO WS-AUDIT-OLD-ZIPCODE
               MOVE SPACES TO WS-AUDIT-OLD-EMAIL
               MOVE C-ManagerId TO WS-AUDIT-MANAGER-ID
               MOVE 'SETMGR' TO WS-AUDIT-ACTION
               PERFORM AUDIT-CONTACT
             When 100
      * 100 = successful mais pas de ligne retourn©e : contact
      * supprime ou inconnu
               MOVE 'Inconnu au bataillon !' TO responseMessage
                 OF messageOutput1
               MOVE 'MANAGER-ASSIGN' TO ERL-IN-PARAGRAPH
               PERFORM DISPLAY-SQL-CODE
             When Other
               MOVE 'Snif: problème !' TO responseMessage
                 OF messageOutput1
               MOVE 'MANAGER-ASSIGN' TO ERL-IN-PARAGRAPH
               PERFORM DISPLAY-SQL-CODE
           END-Evaluate
           EXIT.

      *----------------------------------------------------------------*
      * ORGCHART : restitue dans ORG-CHAIN la ligne hierarchique du    *
      * contact designe par contactId ou lastName - lui-meme au niveau *
      * 0 puis ses managers successifs jusqu'au sommet, dans la limite *
      * de C-ORG-NIVEAUX-MAX - et dans contacts-50 ses subordonnes     *
      * directs actifs, tries sur LASTNAME                             *
      *----------------------------------------------------------------*
       ORGCHART-CONTACT SECTION.
           INITIALIZE CONTACT-DETAILS
           SET  OUT-REC-IDX        TO 1
           SET  ORG-CHAIN-IDX      TO 1
           MOVE 0 TO ORG-CHAIN-COUNT
           MOVE command of messageInput TO command of messageOutput2

           PERFORM RESOLVE-CONTACT-ID
           IF CONTACT-ID-RESOLU
               PERFORM ORGCHART-CHAINE
           ELSE
               MOVE responseMessage OF messageOutput1
                 TO responseMessage OF messageOutput2
           END-IF

           EXEC CICS PUT CONTAINER('PBOOK-OUTPUT2')
                     FROM(messageOutput2)
           END-EXEC
           EXIT.

       ORGCHART-CHAINE SECTION.
           MOVE KeyContactId TO WS-MGR-WALK
           MOVE 0 TO WS-MGR-NIVEAU

           PERFORM UNTIL (WS-MGR-WALK = 0)
                         OR (ORG-CHAIN-COUNT >= C-ORG-NIVEAUX-MAX)
              EXEC SQL
                  SELECT CONTACT_ID,
                         LASTNAME,
                         FIRSTNAME,
                         PHONE,
                         COALESCE(DEPARTMENT, ' '),
                         COALESCE(MANAGER_ID, 0)
                    INTO :C-ContactId,
                         :C-Lastname,
                         :C-Firstname,
                         :C-Phone,
                         :C-Department,
                         :C-ManagerId
                    FROM CONTACTS
                    WHERE CONTACT_ID = :WS-MGR-WALK
                      AND STATUS = 'A'
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO ORG-CHAIN-COUNT
                 MOVE WS-MGR-NIVEAU TO OC-NIVEAU(ORG-CHAIN-IDX)
                 MOVE C-ContactId   TO OC-CONTACT-ID(ORG-CHAIN-IDX)
                 MOVE C-Lastname    TO OC-LASTNAME(ORG-CHAIN-IDX)
                 MOVE C-Firstname   TO OC-FIRSTNAME(ORG-CHAIN-IDX)
                 MOVE C-Phone       TO OC-PHONE(ORG-CHAIN-IDX)
                 MOVE C-Department  TO OC-DEPARTMENT(ORG-CHAIN-IDX)
                 SET  ORG-CHAIN-IDX UP BY 1
                 ADD 1 TO WS-MGR-NIVEAU
                 MOVE C-ManagerId   TO WS-MGR-WALK
              ELSE
                 MOVE 0 TO WS-MGR-WALK
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'Snif: problème !' TO responseMessage
                   OF messageOutput2
                 MOVE 'ORGCHART-CHAINE' TO ERL-IN-PARAGRAPH
                 PERFORM DISPLAY-SQL-CODE
              WHEN ORG-CHAIN-COUNT = 0
                 MOVE 'Inconnu au bataillon !' TO responseMessage
                   OF messageOutput2
              WHEN OTHER
                 PERFORM ORGCHART-SUBORDONNES
           END-EVALUATE
           EXIT.

       ORGCHART-SUBORDONNES SECTION.
           INITIALIZE CONTACT-DETAILS
           EXEC SQL DECLARE ORG-CURS CURSOR FOR
              SELECT CONTACT_ID,
                     LASTNAME,
                     FIRSTNAME,
                     PHONE,
                     ZIPCODE,
                     EMAIL
               FROM CONTACTS
               WHERE MANAGER_ID = :KeyContactId
                 AND STATUS = 'A'
                 ORDER BY LASTNAME, CONTACT_ID
           END-EXEC

           EXEC SQL
              OPEN ORG-CURS
           END-EXEC

           PERFORM UNTIL (SQLCODE NOT = 0)
                         OR (OUT-REC-IDX > 50)
              EXEC SQL
                 FETCH ORG-CURS
                  INTO :C-ContactId,
                       :C-Lastname,
                       :C-Firstname,
                       :C-Phone,
                       :C-zipCode,
                       :C-Email
              END-EXEC
              IF SQLCODE = 0
                 MOVE CONTACT-DETAILS TO contacts-50(OUT-REC-IDX)
                 SET  OUT-REC-IDX   UP BY 1
              END-IF
           END-PERFORM

           EVALUATE SQLCODE
              WHEN 0
                SET  OUT-REC-IDX  DOWN BY 1
                SET  numberOfContacts TO OUT-REC-IDX
                MOVE 'Il en reste encore'  TO responseMessage
                  OF messageOutput2
              WHEN +100
                 IF OUT-REC-IDX > 1
                    SET OUT-REC-IDX  DOWN BY 1
                    SET numberOfContacts TO OUT-REC-IDX
                    SET NUMTOSTRING9 TO OUT-REC-IDX
                    STRING NUMTOSTRINGX DELIMITED BY SPACE
                          ' subordonnes directs' DELIMITED BY SIZE
                     INTO responseMessage OF messageOutput2
                 ELSE
                    MOVE 'Aucun subordonne direct' TO responseMessage
                      OF messageOutput2
                 END-IF
              WHEN OTHER
                 MOVE 'Snif: problème !' TO responseMessage
                   OF messageOutput2
                 MOVE 'ORGCHART-SUBORDONNES' TO ERL-IN-PARAGRAPH
                 PERFORM DISPLAY-SQL-CODE
           END-EVALUATE

           EXEC SQL
              CLOSE ORG-CURS
           END-EXEC
           EXIT.

      *----------------------------------------------------------------*
      * DELEGATE : pose sur le contact designe par contactId ou        *
      * lastName une absence du absenceFrom au absenceTo (AAAA-MM-JJ)  *
      * couverte par le contact delegateId, ou efface l'absence si     *
      * delegateId est a zero. Le remplacant doit etre un autre        *
      * contact actif et l'absence ne doit pas etre deja echue         *
      * (CHECK-DELEGATE-VALID). Une absence echue n'est plus jamais    *
      * restituee ; le passage de nuit ABSLST00 purge ensuite les      *
      * colonnes. Ligne d'audit : action DELEG                         *
      *----------------------------------------------------------------*
       DELEGATE-ASSIGN SECTION.
           MOVE command of messageInput TO command of messageOutput1
           INITIALIZE delegate OF messageOutput1

           IF delegateId OF messageInput IS NOT NUMERIC
               MOVE 'DELEGATE: delegateId numerique requis'
                 TO responseMessage OF messageOutput1
           ELSE
               PERFORM RESOLVE-CONTACT-ID
               IF CONTACT-ID-RESOLU
                   MOVE 'Y' TO WS-DLG-OK
                   MOVE delegateId OF messageInput TO WS-DLG-ID
                   MOVE absenceFrom OF messageInput TO WS-DLG-FROM
                   MOVE absenceTo OF messageInput   TO WS-DLG-TO
                   IF WS-DLG-ID > 0
                       PERFORM CHECK-DELEGATE-VALID
                   END-IF
                   IF DELEGATION-VALIDE
                       PERFORM DELEGATE-ASSIGN-APPLIQUER
                   ELSE
                       MOVE WS-DLG-MESSAGE
                         TO responseMessage OF messageOutput1
                   END-IF
               END-IF
           END-IF

           EXEC CICS PUT CONTAINER('PBOOK-OUTPUT1')
                     FROM(messageOutput1)
           END-EXEC
           EXIT.

       DELEGATE-ASSIGN-APPLIQUER SECTION.
           INITIALIZE CONTACT-DETAILS
           EXEC SQL
               SELECT CONTACT_ID, LASTNAME, FIRSTNAME, PHONE, ZIPCODE,
                      EMAIL, COALESCE(MANAGER_ID, 0)
                 INTO :C-ContactId,
                      :C-Lastname,
                      :C-Firstname,
                      :C-Phone,
                      :C-zipCode,
                      :C-Email,
                      :C-ManagerId
                 FROM CONTACTS
                 WHERE CONTACT_ID = :KeyContactId
                   AND STATUS = 'A'
           END-EXEC

      * Zero = plus d'absence : les trois colonnes repassent a NULL
           IF SQLCODE = 0
               IF WS-DLG-ID = 0
                   EXEC SQL UPDATE CONTACTS SET
                      DELEGATE_ID  = NULL,
                      ABSENCE_FROM = NULL,
                      ABSENCE_TO   = NULL
                      WHERE CONTACT_ID = :KeyContactId
                        AND STATUS = 'A'
                   END-EXEC
               ELSE
                   EXEC SQL UPDATE CONTACTS SET
                      DELEGATE_ID  = :WS-DLG-ID,
                      ABSENCE_FROM = DATE(:WS-DLG-FROM),
                      ABSENCE_TO   = DATE(:WS-DLG-TO)
                      WHERE CONTACT_ID = :KeyContactId
                        AND STATUS = 'A'
                   END-EXEC
               END-IF
           END-IF

           Evaluate SQLCODE
             When 0
               MOVE 'C''est fait !' TO responseMessage
                 OF messageOutput1
               MOVE C-ContactId TO contactId of messageOutput1
               MOVE C-Lastname  TO lastName of messageOutput1
               MOVE C-Firstname TO firstName of messageOutput1
               MOVE C-Phone     TO telExtension of messageOutput1
               MOVE C-zipCode   TO zipCode of messageOutput1
               MOVE C-Email     TO email of messageOutput1
               MOVE C-ManagerId TO managerId of messageOutput1
               IF WS-DLG-ID > 0
                   MOVE WS-DLG-ID   TO delegateId OF messageOutput1
                   MOVE WS-DLG-LASTNAME
                     TO delegateLastName OF messageOutput1
                   MOVE WS-DLG-FIRSTNAME
                     TO delegateFirstName OF messageOutput1
                   MOVE WS-DLG-PHONE
                     TO delegateExtension OF messageOutput1
                   MOVE WS-DLG-FROM TO absenceFrom OF messageOutput1
                   MOVE WS-DLG-TO   TO absenceTo OF messageOutput1
               END-IF
      * Comme SETMGR : pas d'anciennes valeurs OLD_*, la ligne n'est
      * donc pas rejouable par UNDO
               MOVE SPACES TO WS-AUDIT-OLD-FIRSTNAME
               MOVE SPACES TO WS-AUDIT-OLD-PHONE
               MOVE SPACES TO WS-AUDIT-OLD-ZIPCODE
               MOVE SPACES TO WS-AUDIT-OLD-EMAIL
               MOVE C-ManagerId TO WS-AUDIT-MANAGER-ID
               MOVE C-ManagerId TO WS-AUDIT-OLD-MANAGER-ID
               MOVE 'DELEG ' TO WS-AUDIT-ACTION
               PERFORM AUDIT-CONTACT
             When 100
      * 100 = successful mais pas de ligne retourn©e : contact
      * supprime ou inconnu
               MOVE 'Inconnu au bataillon !' TO responseMessage
                 OF messageOutput1
               MOVE 'DELEGATE-ASSIGN' TO ERL-IN-PARAGRAPH
               PERFORM DISPLAY-SQL-CODE
             When Other
               MOVE 'Snif: problème !' TO responseMessage
                 OF messageOutput1
               MOVE 'DELEGATE-ASSIGN' TO ERL-IN-PARAGRAPH
               PERFORM DISPLAY-SQL-CODE
           END-Evaluate
           EXIT.

      *----------------------------------------------------------------*
      * Remplacant actif du contact C-ContactId qui vient d'etre lu    *
      * par DISPLAY : seulement si l'absence couvre la date du jour    *
      * et que le remplacant est lui-meme actif. Pas de remplacant     *
      * (100) ou erreur SQL laissent le groupe delegate a zero/blanc   *
      * - l'erreur est journalisee mais ne fait pas echouer DISPLAY    *
      *----------------------------------------------------------------*
       DELEGATE-LIRE-ACTIF SECTION.
           INITIALIZE delegate OF messageOutput1
           EXEC SQL
               SELECT D.CONTACT_ID, D.LASTNAME, D.FIRSTNAME, D.PHONE,
                      CHAR(C.ABSENCE_FROM, ISO),
                      CHAR(C.ABSENCE_TO, ISO)
                 INTO :WS-DLG-ID,
                      :WS-DLG-LASTNAME,
                      :WS-DLG-FIRSTNAME,
                      :WS-DLG-PHONE,
                      :WS-DLG-FROM,
                      :WS-DLG-TO
                 FROM CONTACTS C
                 INNER JOIN CONTACTS D
                    ON D.CONTACT_ID = C.DELEGATE_ID
                 WHERE C.CONTACT_ID = :C-ContactId
                   AND D.STATUS = 'A'
                   AND CURRENT DATE BETWEEN C.ABSENCE_FROM
                                        AND C.ABSENCE_TO
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE WS-DLG-ID        TO delegateId OF messageOutput1
               MOVE WS-DLG-LASTNAME  TO delegateLastName
                                        OF messageOutput1
               MOVE WS-DLG-FIRSTNAME TO delegateFirstName
                                        OF messageOutput1
               MOVE WS-DLG-PHONE     TO delegateExtension
                                        OF messageOutput1
               MOVE WS-DLG-FROM      TO absenceFrom OF messageOutput1
               MOVE WS-DLG-TO        TO absenceTo OF messageOutput1
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE 'DELEGATE-LIRE-ACTIF' TO ERL-IN-PARAGRAPH
               PERFORM DISPLAY-SQL-CODE
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------------*
      * Unicité du numéro de poste : rien n'empêchait jusqu'ici deux   *
      * contacts actifs de porter le même PHONE, et le standard        *
           EXIT.

      *----------------------------------------------------------------*
      * Contrôle de l'adresse mail C-Email par le module partagé      *
      * EMAILVAL, appelé comme PHONEVAL : champ facultatif (blanc      *
      * accepté), sinon syntaxe local@domaine et domaine présent dans  *
      * la table de référence MAIL_DOMAINS. Le motif du refus reste    *
      * dans EMV-MESSAGE pour l'appelant                               *
      *----------------------------------------------------------------*
       CHECK-EMAIL-FORMAT SECTION.
           MOVE C-Email TO EMV-IN-EMAIL
           CALL C-EMAILVAL USING EMV-ENTREE EMV-SORTIE
           IF EMV-RETOUR-OK
               MOVE 'Y' TO WS-EMAIL-OK
           ELSE
               MOVE 'N' TO WS-EMAIL-OK
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * Controle de l'emplacement C-LocationCode : facultatif (blanc   *
      * = pas d'emplacement, LOCATION_CODE a NULL), sinon il doit      *
      * exister dans la table de reference LOCATIONS. En sortie        *
      * EMPLACEMENT-VALIDE, WS-LOC-IND pour la colonne, le libelle     *
      * site / batiment / etage / zone dans WS-LOC-*, et sinon         *
      * WS-LOC-MESSAGE pour l'appelant                                 *
      *----------------------------------------------------------------*
       CHECK-LOCATION-VALID SECTION.
           MOVE 'Y'    TO WS-LOC-OK
           MOVE SPACES TO WS-LOC-MESSAGE
           MOVE SPACES TO WS-LOC-SITE
           MOVE SPACES TO WS-LOC-BUILDING
           MOVE SPACES TO WS-LOC-FLOOR
           MOVE SPACES TO WS-LOC-ZONE

           IF C-LocationCode = SPACES
               MOVE -1 TO WS-LOC-IND
           ELSE
               MOVE 0 TO WS-LOC-IND
               EXEC SQL
                   SELECT SITE, BUILDING, FLOOR, COALESCE(ZONE, ' ')
                     INTO :WS-LOC-SITE,
                          :WS-LOC-BUILDING,
                          :WS-LOC-FLOOR,
                          :WS-LOC-ZONE
                     FROM LOCATIONS
                     WHERE LOCATION_CODE = :C-LocationCode
               END-EXEC

               EVALUATE SQLCODE
                 WHEN 0
                   CONTINUE
                 WHEN 100
                   MOVE 'N' TO WS-LOC-OK
                   STRING 'Emplacement inconnu : '
                          DELIMITED BY SIZE
                          C-LocationCode DELIMITED BY SIZE
                     INTO WS-LOC-MESSAGE
                 WHEN OTHER
                   MOVE 'N' TO WS-LOC-OK
                   MOVE 'Snif: problème !' TO WS-LOC-MESSAGE
                   MOVE 'CHECK-LOCATION-VALID' TO ERL-IN-PARAGRAPH
                   PERFORM DISPLAY-SQL-CODE
               END-EVALUATE
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * Restitue l'emplacement C-LocationCode du contact et son        *
      * libelle LOCATIONS dans le container de sortie (DISPLAY,        *
      * CREATE, UPDATE). Un code retire depuis de LOCATIONS reste      *
      * affiche, sans libelle                                          *
      *----------------------------------------------------------------*
       LOCATION-RESTITUER SECTION.
           INITIALIZE location OF messageOutput1
           IF C-LocationCode NOT = SPACES
               PERFORM CHECK-LOCATION-VALID
               MOVE C-LocationCode  TO locationCode OF messageOutput1
               MOVE WS-LOC-SITE     TO locationSite OF messageOutput1
               MOVE WS-LOC-BUILDING TO locationBuilding
                                       OF messageOutput1
               MOVE WS-LOC-FLOOR    TO locationFloor OF messageOutput1
               MOVE WS-LOC-ZONE     TO locationZone OF messageOutput1
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * Controle du manager WS-MGR-ID propose pour le contact          *
      * KeyContactId (0 sur un CREATE) : il doit exister, etre actif   *
      * - jamais de rattachement a une ligne supprimee - et ne pas     *
      * etre le contact lui-meme ni se trouver sous lui dans la        *
      * hierarchie, ce qui fermerait un cycle. En sortie               *
      * MANAGER-VALIDE, et sinon WS-MGR-MESSAGE pour l'appelant        *
      *----------------------------------------------------------------*
       CHECK-MANAGER-VALID SECTION.
           MOVE 'Y'    TO WS-MGR-OK
           MOVE SPACES TO WS-MGR-MESSAGE
           MOVE SPACES TO WS-MGR-STATUS

           IF WS-MGR-ID = KeyContactId
               MOVE 'N' TO WS-MGR-OK
               MOVE 'Manager: pas le contact lui-meme'
                 TO WS-MGR-MESSAGE
           ELSE
               EXEC SQL
                   SELECT STATUS INTO :WS-MGR-STATUS
                     FROM CONTACTS
                     WHERE CONTACT_ID = :WS-MGR-ID
               END-EXEC

               EVALUATE TRUE
                 WHEN SQLCODE = 100
                   MOVE 'N' TO WS-MGR-OK
                   MOVE 'Manager inconnu au bataillon !'
                     TO WS-MGR-MESSAGE
                 WHEN SQLCODE NOT = 0
                   MOVE 'N' TO WS-MGR-OK
                   MOVE 'Snif: problème !' TO WS-MGR-MESSAGE
                   MOVE 'CHECK-MANAGER-VALID' TO ERL-IN-PARAGRAPH
                   PERFORM DISPLAY-SQL-CODE
                 WHEN WS-MGR-STATUS NOT = 'A'
                   MOVE 'N' TO WS-MGR-OK
                   MOVE 'Manager supprime: choisir un actif'
                     TO WS-MGR-MESSAGE
                 WHEN KeyContactId > 0
      * On remonte la ligne hierarchique du manager propose : si l'on
      * y rencontre le contact, le rattachement fermerait un cycle
                   MOVE WS-MGR-ID    TO WS-MGR-WALK
                   MOVE KeyContactId TO WS-ORG-CIBLE
                   PERFORM ORG-PARCOURIR-CHAINE
                   EVALUATE TRUE
                     WHEN CIBLE-DANS-CHAINE
                       MOVE 'N' TO WS-MGR-OK
                       MOVE 'Manager: cycle dans la hierarchie'
                         TO WS-MGR-MESSAGE
                     WHEN WS-MGR-WALK NOT = 0
                       MOVE 'N' TO WS-MGR-OK
                       MOVE 'Manager: hierarchie trop profonde'
                         TO WS-MGR-MESSAGE
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * Controle de l'absence proposee pour le contact KeyContactId :  *
      * le remplacant WS-DLG-ID doit exister, etre actif et ne pas     *
      * etre le contact lui-meme ; WS-DLG-FROM et WS-DLG-TO doivent    *
      * etre des dates AAAA-MM-JJ, dans l'ordre, et la fin ne doit     *
      * pas etre deja passee. C'est Db2 qui juge les dates (-180 ou    *
      * -181 = date invalide). En sortie DELEGATION-VALIDE, le nom et  *
      * le poste du remplacant dans WS-DLG-*, et sinon WS-DLG-MESSAGE  *
      *----------------------------------------------------------------*
       CHECK-DELEGATE-VALID SECTION.
           MOVE 'Y'    TO WS-DLG-OK
           MOVE SPACES TO WS-DLG-MESSAGE
           MOVE SPACES TO WS-DLG-STATUS

           IF WS-DLG-ID = KeyContactId
               MOVE 'N' TO WS-DLG-OK
               MOVE 'Remplacant: pas le contact lui-meme'
                 TO WS-DLG-MESSAGE
           ELSE
               EXEC SQL
                   SELECT STATUS, LASTNAME, FIRSTNAME, PHONE
                     INTO :WS-DLG-STATUS,
                          :WS-DLG-LASTNAME,
                          :WS-DLG-FIRSTNAME,
                          :WS-DLG-PHONE
                     FROM CONTACTS
                     WHERE CONTACT_ID = :WS-DLG-ID
               END-EXEC

               EVALUATE TRUE
                 WHEN SQLCODE = 100
                   MOVE 'N' TO WS-DLG-OK
                   MOVE 'Remplacant inconnu au bataillon !'
                     TO WS-DLG-MESSAGE
                 WHEN SQLCODE NOT = 0
                   MOVE 'N' TO WS-DLG-OK
                   MOVE 'Snif: problème !' TO WS-DLG-MESSAGE
                   MOVE 'CHECK-DELEGATE-VALID' TO ERL-IN-PARAGRAPH
                   PERFORM DISPLAY-SQL-CODE
                 WHEN WS-DLG-STATUS NOT = 'A'
                   MOVE 'N' TO WS-DLG-OK
                   MOVE 'Remplacant supprime: choisir un actif'
                     TO WS-DLG-MESSAGE
                 WHEN WS-DLG-FROM = SPACES OR WS-DLG-TO = SPACES
                   MOVE 'N' TO WS-DLG-OK
                   MOVE 'Absence: dates du/au requises'
                     TO WS-DLG-MESSAGE
                 WHEN OTHER
                   PERFORM CHECK-DELEGATE-DATES
               END-EVALUATE
           END-IF
           EXIT.

       CHECK-DELEGATE-DATES SECTION.
           MOVE 'N' TO WS-DLG-DATES-OK
           EXEC SQL
               SELECT CASE WHEN DATE(:WS-DLG-FROM) <= DATE(:WS-DLG-TO)
                            AND DATE(:WS-DLG-TO) >= CURRENT DATE
                           THEN 'Y' ELSE 'N' END
                 INTO :WS-DLG-DATES-OK
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = -180 OR SQLCODE = -181
               MOVE 'N' TO WS-DLG-OK
               MOVE 'Absence: dates AAAA-MM-JJ requises'
                 TO WS-DLG-MESSAGE
             WHEN SQLCODE NOT = 0
               MOVE 'N' TO WS-DLG-OK
               MOVE 'Snif: problème !' TO WS-DLG-MESSAGE
               MOVE 'CHECK-DELEGATE-DATES' TO ERL-IN-PARAGRAPH
               PERFORM DISPLAY-SQL-CODE
             WHEN WS-DLG-DATES-OK NOT = 'Y'
               MOVE 'N' TO WS-DLG-OK
               MOVE 'Absence: du <= au, fin non echue'
                 TO WS-DLG-MESSAGE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------------*
      * Remonte la ligne hierarchique a partir de WS-MGR-WALK a la     *
      * recherche du contact WS-ORG-CIBLE, au plus C-ORG-NIVEAUX-MAX   *
      * niveaux. En sortie CIBLE-DANS-CHAINE s'il y a ete rencontre ;  *
      * sinon WS-MGR-WALK a zero si le sommet a ete atteint, non nul   *
      * si la limite de profondeur a arrete le parcours. Une erreur    *
      * SQL est traitee comme une rencontre : on ne rattache jamais    *
      * sur une chaine que l'on n'a pas pu verifier                    *
      *----------------------------------------------------------------*
       ORG-PARCOURIR-CHAINE SECTION.
           MOVE 'N' TO WS-ORG-TROUVE
           MOVE 0   TO WS-MGR-NIVEAU

           PERFORM UNTIL (WS-MGR-WALK = 0)
                         OR CIBLE-DANS-CHAINE
                         OR (WS-MGR-NIVEAU >= C-ORG-NIVEAUX-MAX)
              IF WS-MGR-WALK = WS-ORG-CIBLE
                 MOVE 'Y' TO WS-ORG-TROUVE
              ELSE
                 ADD 1 TO WS-MGR-NIVEAU
                 EXEC SQL
                     SELECT COALESCE(MANAGER_ID, 0)
                       INTO :WS-MGR-WALK
                       FROM CONTACTS
                       WHERE CONTACT_ID = :WS-MGR-WALK
                 END-EXEC
                 EVALUATE SQLCODE
                   WHEN 0
                     CONTINUE
                   WHEN 100
                     MOVE 0 TO WS-MGR-WALK
                   WHEN OTHER
                     MOVE 'Y' TO WS-ORG-TROUVE
                     MOVE 'ORG-PARCOURIR-CHAINE' TO ERL-IN-PARAGRAPH
                     PERFORM DISPLAY-SQL-CODE
                 END-EVALUATE
              END-IF
           END-PERFORM
           EXIT.

      *----------------------------------------------------------------*
      * Les subordonnes directs actifs du contact WS-ORG-PARTANT       *
      * (supprime ou fondu) sont rattaches a WS-ORG-SUCCESSEUR, zero   *
      * les laissant sans manager : aucune ligne active ne doit        *
      * pointer sur une ligne supprimee. Une erreur ici est            *
      * journalisee mais ne defait pas l'operation deja commise        *
      *----------------------------------------------------------------*
       ORG-RATTACHER-SUBORDONNES SECTION.
           IF WS-ORG-SUCCESSEUR = 0
               MOVE -1 TO WS-ORG-SUCC-IND
           ELSE
               MOVE 0  TO WS-ORG-SUCC-IND
           END-IF

           EXEC SQL
               UPDATE CONTACTS
                  SET MANAGER_ID = :WS-ORG-SUCCESSEUR :WS-ORG-SUCC-IND
                WHERE MANAGER_ID = :WS-ORG-PARTANT
                  AND STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'ORG-RATTACHER-SUBORD' TO ERL-IN-PARAGRAPH
               PERFORM DISPLAY-SQL-CODE
           END-IF
           EXIT.

      *----------------------------------------------------------------*
      * Sur RESTORE : si le manager que portait la ligne restauree     *
      * KeyContactId a ete supprime (ou purge) entre-temps, elle est   *
      * detachee ; l'ancien manager part dans WS-AUDIT-OLD-MANAGER-ID  *
      * pour la ligne d'audit RESTOR. Ses anciens subordonnes ayant    *
      * ete rattaches ailleurs a sa suppression, elle ne peut fermer   *
      * aucun cycle                                                    *
      *----------------------------------------------------------------*
       ORG-CONTROLER-RESTAURE SECTION.
           MOVE 0      TO WS-MGR-ID
           MOVE SPACES TO WS-MGR-STATUS
           EXEC SQL
               SELECT COALESCE(C.MANAGER_ID, 0),
                      COALESCE(M.STATUS, ' ')
                 INTO :WS-MGR-ID,
                      :WS-MGR-STATUS
                 FROM CONTACTS C
                 LEFT OUTER JOIN CONTACTS M
                   ON M.CONTACT_ID = C.MANAGER_ID
                 WHERE C.CONTACT_ID = :KeyContactId
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               MOVE 'ORG-CONTROLER-RESTAU' TO ERL-IN-PARAGRAPH
               PERFORM DISPLAY-SQL-CODE
             WHEN WS-MGR-ID > 0 AND WS-MGR-STATUS NOT = 'A'
               EXEC SQL
                   UPDATE CONTACTS
                      SET MANAGER_ID = NULL
                    WHERE CONTACT_ID = :KeyContactId
               END-EXEC
               IF SQLCODE = 0
                   MOVE WS-MGR-ID TO WS-AUDIT-OLD-MANAGER-ID
               ELSE
                   MOVE 'ORG-CONTROLER-RESTAU' TO ERL-IN-PARAGRAPH
                   PERFORM DISPLAY-SQL-CODE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           EXIT.

      *----------------------------------------------------------------*
      * On journalise l'opération dans CONTACTS_AUDIT : WS-AUDIT-ACTION *
      * ('CREATE', 'UPDATE' ou 'DELETE'), CONTACT-DETAILS (nouvelles    *
      * valeurs) et WS-AUDIT-OLD-* (anciennes valeurs, SPACES pour un   *
      * CREATE) doivent être renseignés par l'appelant avant ce PERFORM.*
      * WS-AUDIT-MANAGER-ID / WS-AUDIT-OLD-MANAGER-ID ne sont garnis   *
      * que par une opération qui change la ligne hiérarchique (zéro   *
      * sinon) et sont remis à zéro après chaque ligne.                *
      * Chaque ligne journalisée est aussi publiée comme événement de  *
      * changement (PUBLIER-EVENEMENT).                                *
      * Une erreur ici est journalisée mais ne fait pas échouer         *
      * l'opération principale                                         *
      *----------------------------------------------------------------*
                    OLD_PHONE,
                    OLD_ZIPCODE,
                    OLD_EMAIL,
                    MANAGER_ID,
                    OLD_MANAGER_ID,
                    LOCATION_CODE,
                    OLD_LOCATION_CODE,
                    ACTION,
                    EIBTRNID,
                    USERID,
                    :WS-AUDIT-OLD-PHONE,
                    :WS-AUDIT-OLD-ZIPCODE,
                    :WS-AUDIT-OLD-EMAIL,
                    :WS-AUDIT-MANAGER-ID,
                    :WS-AUDIT-OLD-MANAGER-ID,
                    :WS-AUDIT-LOCATION,
                    :WS-AUDIT-OLD-LOCATION,
                    :WS-AUDIT-ACTION,
                    :WS-AUDIT-TRNID,
                    :WS-AUDIT-USERID,
               MOVE 'AUDIT-CONTACT' TO ERL-IN-PARAGRAPH
               PERFORM DISPLAY-SQL-CODE
           END-IF
           PERFORM PUBLIER-EVENEMENT
           MOVE 0 TO WS-AUDIT-MANAGER-ID
           MOVE 0 TO WS-AUDIT-OLD-MANAGER-ID
           MOVE SPACES TO WS-AUDIT-LOCATION
           MOVE SPACES TO WS-AUDIT-OLD-LOCATION
           EXIT.

      *----------------------------------------------------------------*
      * Publie la mutation que AUDIT-CONTACT vient de journaliser :    *
      * un evenement PBOOKEVC (CONTACT_ID, action, zones cles avant /  *
      * apres, correlation id de la transaction) dans la file TD PBEV, *
      * que la transaction PBEV (PBOOKEVT) draine dans l'ordre vers    *
      * les abonnes de EVENT_SUBSCRIBERS en quelques secondes au lieu  *
      * du delta nocturne d'EXPCTC00. La file est recuperable : rien   *
      * ne part si la tache est annulee. Si la file refuse l'ecriture, *
      * l'evenement est pose directement dans EVENT_DELIVERIES pour    *
      * chaque abonne actif - PBOOKEVT le livrera a son prochain       *
      * passage - plutot que perdu. Comme l'audit, un echec ici ne     *
      * fait jamais echouer l'operation principale                     *
      *----------------------------------------------------------------*
       PUBLIER-EVENEMENT SECTION.
           INITIALIZE PBOOK-EVENEMENT
           ADD 1 TO WS-API-CALL-SEQ
           MOVE EIBTRNID TO WS-CORR-TRNID
           MOVE EIBTIME TO WS-CORR-TIME
           MOVE WS-API-CALL-SEQ TO WS-CORR-SEQ

           MOVE C-ContactId       TO EVT-CONTACT-ID
           MOVE WS-AUDIT-ACTION   TO EVT-ACTION
           MOVE WS-CORRELATION-ID TO EVT-CORRELATION-ID
           MOVE WS-AUDIT-TRNID    TO EVT-TRNID
           MOVE WS-AUDIT-USERID   TO EVT-USERID
           EXEC SQL
               SET :EVT-TS = CHAR(CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO EVT-TS
           END-IF

           MOVE C-Lastname          TO EVT-AP-LASTNAME
           MOVE C-Firstname         TO EVT-AP-FIRSTNAME
           MOVE C-Phone             TO EVT-AP-PHONE
           MOVE C-zipCode           TO EVT-AP-ZIPCODE
           MOVE C-Email             TO EVT-AP-EMAIL
           MOVE WS-AUDIT-MANAGER-ID TO EVT-AP-MANAGER-ID

      * Pas d'image avant pour une creation ; cote doublon d'un MERGE
      * le nom d'avant est celui du doublon, pas celui du survivant
           IF WS-AUDIT-ACTION NOT = 'CREATE'
               MOVE C-Lastname              TO EVT-AV-LASTNAME
               MOVE WS-AUDIT-OLD-FIRSTNAME  TO EVT-AV-FIRSTNAME
               MOVE WS-AUDIT-OLD-PHONE      TO EVT-AV-PHONE
               MOVE WS-AUDIT-OLD-ZIPCODE    TO EVT-AV-ZIPCODE
               MOVE WS-AUDIT-OLD-EMAIL      TO EVT-AV-EMAIL
               MOVE WS-AUDIT-OLD-MANAGER-ID TO EVT-AV-MANAGER-ID
           END-IF
           IF WS-AUDIT-ACTION = 'MERGE '
              AND C-ContactId = WS-MERGE-LOSER-ID
               MOVE WS-MERGE-OLD-LASTNAME TO EVT-AV-LASTNAME
           END-IF

           EXEC CICS WRITEQ TD QUEUE('PBEV')
                     FROM(PBOOK-EVENEMENT)
                     LENGTH(LENGTH OF PBOOK-EVENEMENT)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY EIBTRNID ' ' WS-CORRELATION-ID
                  ' WRITEQ PBEV KO, RESP : ' WS-RESP
               MOVE PBOOK-EVENEMENT TO WS-EVT-DATA
               EXEC SQL
                   INSERT INTO EVENT_DELIVERIES (
                        SUBSCRIBER_ID,
                        CONTACT_ID,
                        ACTION,
                        CORRELATION_ID,
                        EVENT_DATA,
                        NB_ESSAIS,
                        STATUS,
                        QUEUED_TS)
                   SELECT S.SUBSCRIBER_ID,
                          :EVT-CONTACT-ID,
                          :EVT-ACTION,
                          :EVT-CORRELATION-ID,
                          :WS-EVT-DATA,
                          0,
                          'P',
                          CURRENT TIMESTAMP
                     FROM EVENT_SUBSCRIBERS S
                    WHERE S.ACTIF = 'O'
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY 'PUBLIER-EVENEMENT - BAD SQLCODE : '
                   MOVE 'PUBLIER-EVENEMENT' TO ERL-IN-PARAGRAPH
                   PERFORM DISPLAY-SQL-CODE
               END-IF
           END-IF
           EXIT.

      *----------------------------------------------------------------*
