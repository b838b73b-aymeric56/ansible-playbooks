      *            RATTACHEMENT AU MENAGE (UN PLI POSTAL PAR FOYER) :
      *            'J' REJOINT LE MENAGE MN-ID-MENAGE, 'Q' LE QUITTE,
      *            'G' RESTITUE LE MENAGE DE LA PERSONNE (TETE DE
      *            MENAGE = PLUS PETIT ID_PERS VIVANT, ADRESSE DE LA
      *            TETE,
      *            NOMBRE D'ADRESSES DISTINCTES DU FOYER)
                   88  ACCESS-MENAGE-JOINDRE VALUE 'J'.
                   88  ACCESS-MENAGE-QUITTER VALUE 'Q'.
                   88  ACCESS-MENAGE-INFO    VALUE 'G'.
      *            DECES DE LA PERSONNE : DATE ET SOURCE DE L'AVIS
      *            SONT PORTEES SUR TPERS ; LES FACTURATIONS, COURRIERS
      *            ET CIBLAGES ECARTENT ENSUITE LA PERSONNE
                   88  ACCESS-DECES          VALUE 'X'.
      *            CONSENTEMENT MARKETING PAR CANAL : CHAQUE ACCORD OU
      *            RETRAIT EST HISTORISE DANS TPERS_CONSENTEMENT AVEC
      *            SA DATE ET SA SOURCE
                   88  ACCESS-CONSENTEMENT   VALUE 'K'.
           05  PARTIE-VARIABLE-ALLER PIC X(499).
           05  ENTREE-FONCTION-LECTURE-SIMPLE REDEFINES
                PARTIE-VARIABLE-ALLER.
      *    L'APPELANT NE CONNAIT QUE LE PAVE LIBRE I-ADRESSE/
      *    U-ADRESSE, QUI RESTE ALIMENTE COMME AVANT ; RUE GARNIE =
      *    LES QUATRE CHAMPS FONT FOI ET LE PAVE LIBRE EST RECOMPOSE
      *    A PARTIR D'EUX POUR LES EXTRAITS EXISTANTS.
      *    TOUT CHANGEMENT D'ADRESSE EST HISTORISE DANS ADRESSE_HIST
      *    AVEC SA DATE D'EFFET AAAA-MM-JJ (A BLANC = DATE DU JOUR ;
      *    NI FUTURE NI ANTERIEURE A LA DERNIERE VERSION CONNUE) ET
      *    SA SOURCE (A BLANC = TPERSPGM)
           05  ENTREE-FONCTION-INSERT REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  I-NOM               PIC X(64).
               10  I-ADR-COMPL         PIC X(32).
               10  I-ADR-COD-POSTAL    PIC X(05).
               10  I-ADR-VILLE         PIC X(26).
               10  I-ADR-DATE-EFFET    PIC X(10).
               10  I-ADR-SOURCE        PIC X(10).
           05  ENTREE-FONCTION-UPDATE REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  U-CLE-ID-PERS       PIC 9(10).
               10  U-ADR-COMPL         PIC X(32).
               10  U-ADR-COD-POSTAL    PIC X(05).
               10  U-ADR-VILLE         PIC X(26).
               10  U-ADR-DATE-EFFET    PIC X(10).
               10  U-ADR-SOURCE        PIC X(10).
           05  ENTREE-FONCTION-DELETE REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  D-CLE-ID-PERS       PIC 9(10).
                PARTIE-VARIABLE-ALLER.
               10  MN-CLE-ID-PERS      PIC 9(10).
               10  MN-ID-MENAGE        PIC 9(10).
      *    DECES ('X') - DATE AAAA-MM-JJ, NI FUTURE NI ANTERIEURE A
      *    LA NAISSANCE ; SOURCE DE L'AVIS (ETAT CIVIL, FAMILLE,
      *    NOTAIRE...). UN DECES DEJA ENREGISTRE N'EST PAS ECRASE
           05  ENTREE-FONCTION-DECES REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  DC-CLE-ID-PERS      PIC 9(10).
               10  DC-DATE-DECES       PIC X(10).
               10  DC-SOURCE           PIC X(10).
      *    CONSENTEMENT ('K') - CANAL 'P' COURRIER, 'E' E-MAIL, 'T'
      *    TELEPHONE ; STATUT 'A' ACCORD, 'R' RETRAIT ; DATE
      *    AAAA-MM-JJ (A BLANC = DATE DU JOUR) ; SOURCE = AGENCE OU
      *    CANAL DE RECUEIL. UNE SECONDE SAISIE POUR LA MEME
      *    PERSONNE, LE MEME CANAL ET LA MEME DATE REMPLACE LA
      *    PREMIERE. LE CONSENTEMENT EN VIGUEUR D'UN CANAL EST LA
      *    LIGNE DE DATE_EFFET LA PLUS RECENTE NON FUTURE : TOUT
      *    EXTRAIT MARKETING NE RETIENT QUE LES PERSONNES DONT
      *    CETTE LIGNE PORTE LE STATUT 'A' (VOIR CRSELL00)
           05  ENTREE-FONCTION-CONSENTEMENT REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  CN-CLE-ID-PERS      PIC 9(10).
               10  CN-CANAL            PIC X(01).
                   88  CN-CANAL-VALIDE      VALUE 'P' 'E' 'T'.
               10  CN-STATUT           PIC X(01).
                   88  CN-STATUT-VALIDE     VALUE 'A' 'R'.
               10  CN-DATE             PIC X(10).
               10  CN-SOURCE           PIC X(10).
      *
       01  SORTIE PIC X(92613).
       01  FILLER REDEFINES SORTIE.
               10  S-ADR-COMPL         PIC X(32).
               10  S-ADR-COD-POSTAL    PIC X(05).
               10  S-ADR-VILLE         PIC X(26).
      *        DATE DE DECES - A BLANC POUR UNE PERSONNE EN VIE
               10  S-DATE-DECES        PIC X(10).
      *        VERSION D'ADRESSE EN VIGUEUR (ADRESSE_HIST) - 0 SI LA
      *        PERSONNE N'A PAS ENCORE D'HISTORIQUE
               10  S-ID-ADRESSE        PIC 9(10).
      *    RESTITUTION DE L'ACCES MENAGE-INFO ('G') : MENAGE 0 = LA
      *    PERSONNE N'EST RATTACHEE A AUCUN MENAGE
           05  DONNEES-MENAGE REDEFINES PARTIE-VARIABLE-RETOUR.
