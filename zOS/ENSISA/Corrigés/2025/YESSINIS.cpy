      *            SINISTRE - LES VRAIS SINISTRES SE REGLENT PAR
      *            ACOMPTES, PAS EN UN SEUL MONTANT
                   88  ACCESS-PAIEMENT      VALUE 'V'.
      *            DELAI CIBLE DE TRAITEMENT D'UN STATUT (TABLE DE
      *            REFERENCE SINISTRE_DELAI, SUIVIE PAR SLASIN00)
                   88  ACCESS-DELAI         VALUE 'C'.
           05  PARTIE-VARIABLE-ALLER PIC X(499).
      *    LES FONCTIONS 'D', 'M' ET 'V' SONT HISTORISEES DANS
      *    SINISTRE_EVENEMENT (HORODATAGE, UTILISATEUR, STATUT ET
      *    MONTANT AVANT/APRES). L'UTILISATEUR EST CELUI QUE PASSE
      *    L'APPELANT (A BLANC = USER DB2 DU TRAITEMENT)
      *    DECLARATION D'UN SINISTRE - STATUT INITIAL 'O' (OUVERT)
           05  ENTREE-FONCTION-DECLARE REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  D-ID_ASSUR          PIC S9(9) COMP.
               10  D-DATE-SINISTRE     PIC X(10).
               10  D-DESCRIPTION       PIC X(64).
               10  D-UTILISATEUR       PIC X(08).
      *    MISE A JOUR DU STATUT - 'O' OUVERT, 'E' EVALUE, 'R' REGLE,
      *    AVEC LE MONTANT EVALUE OU REGLE
           05  ENTREE-FONCTION-MAJ-STATUT REDEFINES
               10  M-ID_SINISTRE       PIC S9(9) COMP.
               10  M-STATUT            PIC X(01).
               10  M-MONTANT           PIC 9(7)V99.
               10  M-UTILISATEUR       PIC X(08).
      *    LISTE PAR POLICE (CLE = ID_ASSUR) OU PAR PERSONNE
      *    (CLE = ID_PERS, VIA LA JOINTURE ASSURANCES)
           05  ENTREE-FONCTION-LISTE REDEFINES
      *    VERSEMENT PARTIEL SUR UN SINISTRE (DATE ET MONTANT) -
      *    HISTORISE DANS SINISTRE_PAIEMENT ; LE STATUT 'R' (REGLE)
      *    N'EST ACCEPTE PAR LA FONCTION 'M' QUE LORSQUE LE CUMUL
      *    DES VERSEMENTS COUVRE LE MONTANT DU. LE VERSEMENT EST
      *    BORNE PAR LA FRANCHISE ET LES PLAFONDS DE LA COUVERTURE
      *    (COUVERTURE_LIMITE) EN VIGUEUR A LA DATE DU SINISTRE :
      *    AU-DELA, IL EST REFUSE, OU ECRETE AU DISPONIBLE SI
      *    V-ECRETEMENT VAUT 'Y'
           05  ENTREE-FONCTION-PAIEMENT REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  V-ID_SINISTRE       PIC S9(9) COMP.
               10  V-DATE-PAIEMENT     PIC X(10).
               10  V-MONTANT           PIC 9(7)V99.
               10  V-ECRETEMENT        PIC X(01).
                   88  V-ECRETER           VALUE 'Y'.
               10  V-UTILISATEUR       PIC X(08).
      *    DELAI CIBLE D'UN STATUT ('O' OU 'E') EN JOURS CALENDAIRES -
      *    UNE SECONDE SAISIE POUR LE MEME STATUT REMPLACE LA PREMIERE
           05  ENTREE-FONCTION-DELAI REDEFINES
                PARTIE-VARIABLE-ALLER.
               10  DL-STATUT           PIC X(01).
               10  DL-DELAI-JOURS      PIC 9(03).
      *
       01  SORTIE PIC X(46113).
       01  FILLER REDEFINES SORTIE.
                   88  RETOUR-KO   VALUE 'KO'.
               10  LIBELLE-ANOMALIE PIC X(98).
           05  PARTIE-VARIABLE-RETOUR    PIC X(46013).
      *    RETOUR DU VERSEMENT ('V') : MONTANT REELLEMENT VERSE ET,
      *    S'IL A ETE ECRETE, LA LIMITE QUI L'A BORNE
           05  DONNEES-PAIEMENT REDEFINES PARTIE-VARIABLE-RETOUR.
               10  VS-MONTANT-VERSE    PIC 9(7)V99.
               10  VS-MOTIF-ECRETEMENT PIC X(40).
           05  DONNEES-LECTURE-LISTE REDEFINES PARTIE-VARIABLE-RETOUR.
               10  STATUT-SUITE    PIC X(10).
               88  FIN-LISTE-ATTEINTE  VALUE 'FIN LISTE '.
