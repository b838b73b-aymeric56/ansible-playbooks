      * (approbation + execution de la commande d'origine) ou
      * PEND-REJ (rejet journalise dans COMMAND_REFUSALS)
           10  pendingChangeId    PIC 9(08).
      * Ligne hierarchique : CONTACT_ID du manager du contact. Sur
      * CREATE il est facultatif (zero = pas de manager) ; SETMGR le
      * pose sur le contact designe par contactId ou lastName, zero
      * retirant le manager. Le manager doit etre un contact actif et
      * ne peut pas se trouver sous le contact dans la hierarchie
      * (pas de cycle). ORGCHART n'utilise que contactId / lastName
           10  managerId          PIC 9(08).
      * Pour DELEGATE : CONTACT_ID du collegue qui couvre le contact
      * designe par contactId ou lastName pendant son absence, du
      * absenceFrom au absenceTo inclus (AAAA-MM-JJ). delegateId a
      * zero efface l'absence ; elle s'efface aussi d'elle-meme le
      * lendemain de absenceTo. Le remplacant doit etre un contact
      * actif autre que le contact lui-meme
           10  delegateId         PIC 9(08).
           10  absenceFrom        PIC X(10).
           10  absenceTo          PIC X(10).
      * Pour GRP-ADD et GRP-MAIL : 'O' = groupe hors diffusion mail,
      * que l'export nocturne DLEXPO00 vers la passerelle mail ignore
      * (liste geree a la main par l'equipe messagerie) ; toute autre
      * valeur = groupe exporte
           10  groupHorsMail      PIC X(01).
      * Emplacement du contact pour CREATE et UPDATE : code de la
      * table de reference LOCATIONS (site, batiment, etage, zone).
      * Blanc = pas d'emplacement ; un code absent de LOCATIONS est
      * refuse
           10  locationCode       PIC X(08).
      * Groupe répétitif pour BULK-CREATE : BULK-CONTACT-COUNT donne le
      * nombre de contacts réellement fournis dans BULK-CONTACTS (max 20,
      * tout excédent est ignoré)
