      *    DEFAULTS FOR ITEMS WITHOUT THEIR OWN REORDER POINT AND
      *    TARGET ON CATALOG (SET WEEKLY BY ROPCAL00)
      *    REORDER POINT - BELOW THIS IN-STOCK LEVEL AN ITEM IS
      *    FLAGGED FOR REPLENISHMENT
       77  W-REORDER-POINT             PIC 9(4) VALUE 0010.
      *    REPLENISHMENT TARGET - ON-ORDER IS RAISED SO THAT
      *    IN-STOCK + ON-ORDER REACHES THIS LEVEL
       77  W-REPLEN-TARGET             PIC 9(4) VALUE 0050.
      *    SUPPLIER LEAD TIME IN DAYS FOR THE PROMISED DATE OF A
      *    PURCHASE ORDER LINE WHEN THE SUPPLIER HAS NONE ON FILE
       77  W-DEFAULT-LEAD-TIME         PIC 9(3) VALUE 014.
      *    WAREHOUSE AN ITEM NOT YET STOCKED IN ANY WAREHOUSE IS
      *    ORDERED INTO (THE MAIN WAREHOUSE)
       77  W-MAIN-WAREHOUSE            PIC 9(2) VALUE 01.
