                   88  ACCESS-COUV-ADD    VALUE 'G'.
                   88  ACCESS-COUV-RENAME VALUE 'H'.
                   88  ACCESS-COUV-RETIRE VALUE 'J'.
      *            FRANCHISE ET PLAFONDS (PAR SINISTRE, PAR ANNEE)
      *            D'UN TYPE DE COUVERTURE A UNE DATE D'EFFET
      *            (COUVERTURE_LIMITE) - APPLIQUES PAR TSINIS00 AUX
      *            VERSEMENTS SUR SINISTRES
                   88  ACCESS-COUV-LIMITES VALUE 'K'.
      *            RESILIATION EN COURS DE TERME : DATE_FIN
      *            RAMENEE A LA DATE DE RESILIATION, PRIME NON
      *            ACQUISE REMBOURSEE PAR UN AVOIR DANS FACTURES.
      *            REFUSEE SI DES SINISTRES SONT OUVERTS, SAUF
      *            FORCAGE
                   88  ACCESS-RESILIATION VALUE 'X'.
      *            BAREME DE SINISTRALITE (BAREME_SINISTRALITE) :
      *            'B' FIXE LE COEFFICIENT DE RENOUVELLEMENT D'UNE
      *            TRANCHE (NOMBRE DE SINISTRES ET MONTANT VERSE
      *            MINIMAUX) D'UN TYPE DE COUVERTURE ; 'Q' COTE UNE
      *            POLICE A SON RENOUVELLEMENT SUR SES SINISTRES DES
      *            N DERNIERES ANNEES
                   88  ACCESS-BAREME      VALUE 'B'.
                   88  ACCESS-COTATION    VALUE 'Q'.
      *            INTERMEDIAIRES (TABLE AGENT) : 'N' CREE OU MET A
      *            JOUR UN AGENT, 'C' FIXE SON TAUX DE COMMISSION SUR
      *            UN TYPE DE COUVERTURE (AGENT_COMMISSION) - LUS PAR
      *            LE RELEVE MENSUEL DES COMMISSIONS COMAGT00
                   88  ACCESS-AGENT       VALUE 'N'.
                   88  ACCESS-COMMISSION  VALUE 'C'.
      *            TAXE SUR LES CONVENTIONS D'ASSURANCE : 'V' FIXE LE
      *            TAUX D'UNE CATEGORIE DE TAXE A UNE DATE D'EFFET
      *            (TAXE_ASSURANCE) ; LA CATEGORIE D'UN TYPE DE
      *            COUVERTURE EST PORTEE PAR 'G'. LU PAR LA FACTURATION
      *            FACASS00, LES AVOIRS DE RESILIATION ET LA
      *            DECLARATION TRIMESTRIELLE TAXDEC00
                   88  ACCESS-TAXE        VALUE 'V'.
           05  PARTIE-VARIABLE-ALLER PIC X(499).
           05  ENTREE-FONCTION-LECTURE-SIMPLE REDEFINES
                PARTIE-VARIABLE-ALLER.
      *        PRIME ANNUELLE DE LA POLICE - ALIMENTE LE RUN DE
      *        FACTURATION FACASS00
               10  I-PRIME             PIC 9(7)V99.
      *        FREQUENCE DE PAIEMENT DE LA PRIME - A BLANC = ANNUELLE
               10  I-FREQUENCE         PIC X(01).
                   88  I-FREQUENCE-VALIDE VALUE 'A' 'T' 'M' ' '.
      *        INTERMEDIAIRE QUI A PLACE LA POLICE - A BLANC = VENTE
      *        DIRECTE, SANS COMMISSION
               10  I-ID-AGENT          PIC X(08).
      *    TRANSFERT D'UNE POLICE VERS UN NOUVEAU TITULAIRE -
      *    L'ID_ASSUR EST CONSERVE (LES COURRIERS EXTERNES LE
      *    REFERENCENT), SEUL ID_PERS CHANGE, APRES CONTROLE QUE LA
                PARTIE-VARIABLE-ALLER.
               10  TR-ID_ASSUR         PIC S9(9) COMP.
               10  TR-ID_PERS-CIBLE    PIC S9(9) COMP.
      *        NOUVEL INTERMEDIAIRE - A BLANC, LA POLICE GARDE LE SIEN
               10  TR-ID-AGENT         PIC X(08).
      *    AVENANT EN COURS DE POLICE : LIBELLE A BLANC OU PRIME A
      *    ZERO = TERME INCHANGE (LE TERME EN VIGUEUR EST REPRIS).
      *    L'AVENANT EST HISTORISE EN TERMES COMPLETS RESOLUS DANS
               10  AV-DATE-EFFET       PIC X(10).
               10  AV-LIBELLE          PIC X(32).
               10  AV-PRIME            PIC 9(7)V99.
      *        NOUVELLE FREQUENCE DE PAIEMENT ('A' ANNUELLE, 'T'
      *        TRIMESTRIELLE, 'M' MENSUELLE) - A BLANC = INCHANGEE.
      *        ELLE VAUT POUR LA POLICE, PAS POUR UNE PERIODE : ELLE
      *        EST PORTEE DIRECTEMENT SUR ASSURANCES
               10  AV-FREQUENCE        PIC X(01).
                   88  AV-FREQUENCE-VALIDE VALUE 'A' 'T' 'M' ' '.
      *    RENOUVELLEMENT D'UN TERME (BATCH RENEXE00) - POURCENTAGE
      *    DE HAUSSE DE PRIME EN V99 (0350 = 3,50 POURCENT), OU
      *    COEFFICIENT MULTIPLICATEUR DE LA PRIME EN V9999 (10500 =
      *    +5 POURCENT, 09500 = -5 POURCENT) QUI PREVAUT S'IL EST
      *    GARNI ET NON NUL
           05  ENTREE-FONCTION-RENEW REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  RN-ID_ASSUR         PIC S9(9) COMP.
               10  RN-PCT-HAUSSE       PIC 9(3)V99.
               10  RN-COEFFICIENT      PIC 9V9999.
      *    COTATION D'UNE POLICE A SON RENOUVELLEMENT ('Q') - LES
      *    SINISTRES SURVENUS DANS LES N ANNEES PRECEDANT LA DATE DE
      *    FIN (0 OU NON NUMERIQUE = 3 ANS) ; SANS TRANCHE DE BAREME
      *    POUR LA COUVERTURE, LE POURCENTAGE FORFAITAIRE S'APPLIQUE
           05  ENTREE-FONCTION-COTATION REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  CT-ID_ASSUR         PIC S9(9) COMP.
               10  CT-PCT-HAUSSE       PIC 9(3)V99.
               10  CT-NB-ANNEES        PIC 9(02).
      *    TRANCHE DU BAREME DE SINISTRALITE ('B') - LA TRANCHE EST
      *    ATTEINTE QUAND LE NOMBRE DE SINISTRES ET LE MONTANT VERSE
      *    ATTEIGNENT TOUS DEUX SES MINIMA ; ENTRE PLUSIEURS TRANCHES
      *    ATTEINTES, LE PLUS FORT COEFFICIENT S'APPLIQUE. UNE
      *    TRANCHE DEJA SAISIE EST CORRIGEE
           05  ENTREE-FONCTION-BAREME REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  BR-LIBELLE          PIC X(32).
               10  BR-NB-SINISTRES-MIN PIC 9(03).
               10  BR-MONTANT-VERSE-MIN PIC 9(9)V99.
               10  BR-COEFFICIENT      PIC 9V9999.
      *    MAINTENANCE DES TYPES DE COUVERTURE ('G'/'H'/'J'/'K') -
      *    LE NOUVEAU LIBELLE N'EST UTILE QUE POUR LE RENOMMAGE, LA
      *    DATE D'EFFET (AAAA-MM-JJ), LA FRANCHISE ET LES PLAFONDS
      *    QUE POUR 'K' ; UN PLAFOND A ZERO VAUT SANS PLAFOND.
      *    L'INDICATEUR DE PRESTATION DECES ('Y'/'N') N'EST LU QUE PAR
      *    'G' : A BLANC A LA CREATION = 'N' ; GARNI SUR UN TYPE DEJA
      *    EXISTANT, IL EST MIS A JOUR. LES AGES LIMITES (AGE MINIMUM
      *    ET MAXIMUM A LA SOUSCRIPTION, AGE MAXIMUM AU
      *    RENOUVELLEMENT, EN ANNEES REVOLUES) NE SONT LUS QUE PAR
      *    'G', SUIVANT LA MEME REGLE : A BLANC = NON FOURNI, '000' =
      *    SANS LIMITE. LA CATEGORIE DE TAXE AUSSI : A BLANC = NON
      *    FOURNIE (TYPE NON TAXE A LA CREATION)
           05  ENTREE-FONCTION-COUVERTURE REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  CV-LIBELLE          PIC X(32).
               10  CV-NOUVEAU-LIBELLE  PIC X(32).
               10  CV-DATE-EFFET       PIC X(10).
               10  CV-FRANCHISE        PIC 9(7)V99.
               10  CV-PLAFOND-SINISTRE PIC 9(7)V99.
               10  CV-PLAFOND-ANNUEL   PIC 9(7)V99.
               10  CV-PRESTATION-DECES PIC X(01).
                   88  CV-PRESTATION-DECES-VALIDE VALUE 'Y' 'N' ' '.
               10  CV-AGE-MIN          PIC X(03).
               10  CV-AGE-MIN-N REDEFINES CV-AGE-MIN
                                       PIC 9(03).
               10  CV-AGE-MAX          PIC X(03).
               10  CV-AGE-MAX-N REDEFINES CV-AGE-MAX
                                       PIC 9(03).
               10  CV-AGE-MAX-RENOUV   PIC X(03).
               10  CV-AGE-MAX-RENOUV-N REDEFINES CV-AGE-MAX-RENOUV
                                       PIC 9(03).
               10  CV-CATEGORIE-TAXE   PIC X(04).
      *    AGENT ('N') - UN AGENT DEJA SAISI EST MIS A JOUR ; ACTIF
      *    A BLANC = 'Y'. UN AGENT INACTIF N'EST PLUS ADMIS SUR UNE
      *    NOUVELLE POLICE MAIS GARDE CELLES QU'IL A PLACEES
           05  ENTREE-FONCTION-AGENT REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  AG-ID-AGENT         PIC X(08).
               10  AG-NOM              PIC X(32).
               10  AG-IBAN             PIC X(34).
               10  AG-ACTIF            PIC X(01).
                   88  AG-ACTIF-VALIDE     VALUE 'Y' 'N' ' '.
      *    TAUX DE COMMISSION ('C') D'UN AGENT SUR UN TYPE DE
      *    COUVERTURE, EN POURCENTAGE DE LA PRIME ENCAISSEE (V99 :
      *    1250 = 12,50 POURCENT) ; UN TAUX DEJA SAISI EST CORRIGE
           05  ENTREE-FONCTION-COMMISSION REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  CM-ID-AGENT         PIC X(08).
               10  CM-LIBELLE          PIC X(32).
               10  CM-TAUX             PIC 9(2)V99.
      *    RESILIATION D'UNE POLICE ('X') - DATE AAAA-MM-JJ DANS LE
      *    TERME EN COURS, MOTIF CODIFIE POUR LE SUIVI MENSUEL
      *    (RESRPT00), FORCAGE 'Y' MALGRE DES SINISTRES OUVERTS
           05  ENTREE-FONCTION-RESILIATION REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  RS-ID_ASSUR         PIC S9(9) COMP.
               10  RS-DATE-RESILIATION PIC X(10).
               10  RS-MOTIF            PIC X(02).
                   88  RS-MOTIF-ASSURE       VALUE 'AS'.
                   88  RS-MOTIF-VENTE        VALUE 'VE'.
                   88  RS-MOTIF-DECES        VALUE 'DC'.
                   88  RS-MOTIF-NON-PAIEMENT VALUE 'NP'.
                   88  RS-MOTIF-SINISTRE     VALUE 'SI'.
                   88  RS-MOTIF-SITUATION    VALUE 'CS'.
                   88  RS-MOTIF-VALIDE       VALUE 'AS' 'VE' 'DC'
                                                   'NP' 'SI' 'CS'.
               10  RS-FORCAGE          PIC X(01).
                   88  RS-FORCEE             VALUE 'Y'.
      *    TAUX DE TAXE D'UNE CATEGORIE ('V') EN POURCENTAGE 9(2)V99
      *    (0900 = 9,00 POURCENT) A UNE DATE D'EFFET AAAA-MM-JJ, LE
      *    TAUX EN VIGUEUR A LA DATE D'EMISSION FAISANT FOI ; UNE
      *    DATE DEJA SAISIE EST CORRIGEE. UN TAUX A ZERO EXONERE
           05  ENTREE-FONCTION-TAXE REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  TX-CATEGORIE-TAXE   PIC X(04).
               10  TX-DATE-EFFET       PIC X(10).
               10  TX-TAUX             PIC 9(2)V99.


      *
               10  S-DATE-EFFET       PIC X(10).
               10  S-DATE-FIN         PIC X(10).
               10  S-PRIME            PIC 9(7)V99.
               10  S-FREQUENCE        PIC X(01).
               10  S-ID-AGENT         PIC X(08).
           05  DONNEES-LECTURE-LISTE REDEFINES PARTIE-VARIABLE-RETOUR.
               10  STATUT-SUITE    PIC X(10).
               88  FIN-LISTE-ATTEINTE  VALUE 'FIN LISTE '.
                   15  T-DATE-EFFET        PIC X(10).
                   15  T-DATE-FIN          PIC X(10).
                   15  T-PRIME             PIC 9(7)V99.
      *    COMPTE RENDU DE LA RESILIATION : PRIME NON ACQUISE
      *    REMBOURSEE, NUMERO DE L'AVOIR (0 SI RIEN A REMBOURSER) ET
      *    NOMBRE DE SINISTRES OUVERTS SUR LA POLICE, PUIS LA TAXE
      *    REMBOURSEE AVEC LA PRIME ET LE TOTAL DE L'AVOIR
           05  DONNEES-RESILIATION REDEFINES PARTIE-VARIABLE-RETOUR.
               10  R-PRIME-NON-ACQUISE PIC 9(7)V99.
               10  R-ID-FACTURE-AVOIR  PIC 9(10).
               10  R-NB-SINISTRES-OUVERTS PIC 9(03).
               10  R-TAXE-NON-ACQUISE  PIC 9(7)V99.
               10  R-TOTAL-AVOIR       PIC 9(7)V99.
      *    COTATION DE RENOUVELLEMENT : TERMES EN COURS, SINISTRALITE
      *    DE LA PERIODE, COEFFICIENT RETENU (BAREME OU FORFAIT) ET
      *    PRIME PROPOSEE POUR LE TERME SUIVANT
           05  DONNEES-COTATION REDEFINES PARTIE-VARIABLE-RETOUR.
               10  Q-LIBELLE           PIC X(32).
               10  Q-DATE-FIN          PIC X(10).
               10  Q-PRIME             PIC 9(7)V99.
               10  Q-NB-SINISTRES      PIC 9(03).
               10  Q-MONTANT-VERSE     PIC 9(9)V99.
               10  Q-COEFFICIENT       PIC 9V9999.
               10  Q-ORIGINE           PIC X(01).
                   88  Q-BAREME            VALUE 'B'.
                   88  Q-FORFAIT           VALUE 'F'.
               10  Q-PRIME-PROPOSEE    PIC 9(7)V99.
