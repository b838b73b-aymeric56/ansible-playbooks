      *           FIRSTNAME, PHONE, ZIPCODE, EMAIL). CE PROGRAMME LE
      *           CHARGE DANS CONTACTS VIA LE MODULE PARTAGE CNTACDB2
      *           (SELECT PUIS INSERT OU UPDATE PAR ENREGISTREMENT),
      *           EN PASSANT CHAQUE TELEPHONE PAR PHONEVAL, CHAQUE
      *           EMAIL PAR EMAILVAL (SYNTAXE ET DOMAINE DE LA
      *           SOCIETE) ET CHAQUE CODE POSTAL PAR ZIPREGN. CHAQUE
      *           ENREGISTREMENT PRODUIT UNE LIGNE DE DISPOSITION DANS
      *           FSYS041 (AJOUTE / MIS A JOUR / REJETE AVEC MOTIF),
      *           SUIVIE D'UN TOTAL DE CONTROLE PAR DISPOSITION.
      *
      *           DETECTION DE CONFLITS : LA CARTE SYSIN PORTE LA
      *           DATE D'EXTRACTION DU SITE EMETTEUR (AAAA-MM-JJ).
           COPY PHONEVALC.
       77  C-PHONEVAL                             PIC X(08)
                                                  VALUE 'PHONEVAL'.
      *    COMMUNICATION AREA FOR THE SHARED E-MAIL VALIDATION MODULE
           COPY EMAILVALC.
       77  C-EMAILVAL                             PIC X(08)
                                                  VALUE 'EMAILVAL'.
      *    COMMUNICATION AREA FOR THE SHARED ZIP-TO-REGION DERIVATION
      *    MODULE
           COPY ZIPREGNC.
           END-READ
           .
      *
      *    VALIDE LE TELEPHONE (PHONEVAL), L'EMAIL (EMAILVAL) ET LE
      *    CODE POSTAL (ZIPREGN) DE L'ENREGISTREMENT COURANT PUIS
      *    L'APPLIQUE A CONTACTS VIA CNTACDB2 : SELECT POUR SAVOIR
      *    SI LE CONTACT EXISTE DEJA, PUIS UPDATE S'IL EXISTE, INSERT
      *    SINON
       TRAITER-ENREGISTREMENT.
           MOVE E40-PHONE TO PHV-IN-EXTENSION
           CALL C-PHONEVAL USING PHV-ENTREE PHV-SORTIE
           END-CALL

           MOVE E40-EMAIL TO EMV-IN-EMAIL
           CALL C-EMAILVAL USING EMV-ENTREE EMV-SORTIE
           END-CALL

           EVALUATE TRUE
             WHEN PHV-RETOUR-KO
               MOVE PHV-MESSAGE TO W-DIS-MOTIF
               PERFORM REJETER-ENREGISTREMENT
             WHEN EMV-RETOUR-KO
               MOVE EMV-MESSAGE TO W-DIS-MOTIF
               PERFORM REJETER-ENREGISTREMENT
             WHEN OTHER
               MOVE E40-ZIPCODE(1:5) TO ZPR-IN-ZIPCODE
               CALL C-ZIPREGN USING ZPR-ENTREE ZPR-SORTIE
               END-CALL
               ELSE
                   PERFORM APPLIQUER-ENREGISTREMENT
               END-IF
           END-EVALUATE

           PERFORM LIRE-ENREGISTREMENT
           .
