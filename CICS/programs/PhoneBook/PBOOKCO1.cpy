               15  telExtension   PIC X(10).
               15  zipCode        PIC X(7).
               15  email          PIC X(40).
      * CONTACT_ID du manager du contact restitue (DISPLAY, CREATE,
      * SETMGR) ; zero = pas de manager
           10  managerId          PIC 9(08).
      * Remplacant du contact restitue quand une absence est en cours
      * ce jour (DISPLAY), ou absence que DELEGATE vient de poser ;
      * delegateId a zero et le reste a blanc sinon
           10  delegate.
               15  delegateId         PIC 9(08).
               15  delegateLastName   PIC X(15).
               15  delegateFirstName  PIC X(15).
               15  delegateExtension  PIC X(10).
               15  absenceFrom        PIC X(10).
               15  absenceTo          PIC X(10).
      * Emplacement du contact restitue (DISPLAY, CREATE, UPDATE) :
      * code LOCATIONS et son libelle ; le tout a blanc si le contact
      * n'a pas d'emplacement
           10  location.
               15  locationCode       PIC X(08).
               15  locationSite       PIC X(20).
               15  locationBuilding   PIC X(20).
               15  locationFloor      PIC X(03).
               15  locationZone       PIC X(10).

