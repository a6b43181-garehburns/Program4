        IDENTIFICATION DIVISION.
        PROGRAM-ID.  PR4ALOC.
        AUTHOR.  GARRETT BURNS.

      * * * * * * * * * * * * * * * * * * * * * * * * *
      *
      * CUSTOMER ORDER ALLOCATION.  STOCK HAS ONLY EVER BEEN ON
      * HAND OR GONE - CUSTOMER SERVICE PROMISED UNITS OFF PR4INQ
      * AND NOTHING STOPPED A SECOND CALLER BEING PROMISED THE
      * SAME UNITS BEFORE THE 'I' ISSUE WAS KEYED.  THIS BATCH
      * PROGRAM KEEPS THE CUSTOMER ORDER BOOK AND RESERVES POSTED
      * ON-HAND STOCK AGAINST IT:
      *
      *   TODAY'S NEW ORDER LINES ARE EDITED AGAINST THE
      *   WAREHOUSE, VENDOR AND PRODUCT MASTERS AND JOIN THE BOOK
      *
      *   CONFIRMED SHIPMENTS RELEASE THEIR ALLOCATION AND BECOME
      *   'I' ISSUE TRANSACTIONS FOR PR4TPST, DRAWN FROM THE
      *   PRODUCT'S LINE ITEMS IN LINE ITEM ORDER
      *
      *   EVERY OPEN LINE IS THEN ALLOCATED AFRESH, OLDEST ORDER
      *   FIRST, FROM THE WAREHOUSE/VENDOR/PRODUCT'S ON-HAND -
      *   WHATEVER STOCK CANNOT COVER GOES ON BACKORDER AND IS
      *   FILLED BY A LATER RUN AS STOCK ARRIVES
      *
      *   ANY ALLOCATION A LINE GAINED THIS RUN PRINTS ON THE
      *   WAREHOUSE'S PICK LIST
      *
      * THE SHIPMENT ISSUES MUST BE POSTED BY PR4TPST BEFORE THE
      * NEXT RUN OF THIS PROGRAM, OR THE SHIPPED UNITS WOULD STILL
      * LOOK LIKE ON-HAND STOCK.
      *
      * INPUT:
      *   INVENTORY-MASTER.TXT (SAME LAYOUT PR4TPST WRITES) - THE
      *   POSTED ON-HAND BY LINE ITEM
      *
      *   WAREHOUSE-MASTER.TXT, VENDOR-MASTER.TXT,
      *   PRODUCT-MASTER.TXT - NEW ORDER LINES MUST NAME ACTIVE
      *   ENTRIES
      *
      *   CUSTOMER-ORDERS.TXT (35-CHARACTER RECORD ON DISK)
      *     TODAY'S NEW ORDER LINES - A MISSING FILE MEANS NONE
      *     1. ORDER NUMBER                 1-6
      *     2. ORDER LINE NUMBER            7-8
      *     3. CUSTOMER ID                  9-14
      *     4. WAREHOUSE ID                15-18
      *     5. VENDOR ID                   19
      *     6. PRODUCT ID                  20-22
      *     7. QUANTITY ORDERED            23-29
      *     8. ORDER DATE (YYMMDD)         30-35
      *
      *   SHIP-CONFIRM.TXT (21-CHARACTER RECORD ON DISK)
      *     SHIPMENTS THE WAREHOUSES CONFIRMED - A MISSING FILE
      *     MEANS NONE.  A LINE MAY SHIP IN PIECES, BUT NEVER MORE
      *     THAN IT HAS ALLOCATED
      *     1. ORDER NUMBER                 1-6
      *     2. ORDER LINE NUMBER            7-8
      *     3. QUANTITY SHIPPED             9-15
      *     4. SHIP DATE (YYMMDD)          16-21
      *
      *   PR4-ORDERS.TXT - THE ORDER BOOK AS THE LAST RUN LEFT IT
      *
      * OUTPUT:
      *   PR4-ORDERS.TXT (50-CHARACTER RECORD) - REWRITTEN WITH
      *   EVERY LINE NOT YET SHIPPED IN FULL, IN ORDER NUMBER
      *   SEQUENCE
      *     1. ORDER NUMBER                 1-6
      *     2. ORDER LINE NUMBER            7-8
      *     3. CUSTOMER ID                  9-14
      *     4. WAREHOUSE ID                15-18
      *     5. VENDOR ID                   19
      *     6. PRODUCT ID                  20-22
      *     7. QUANTITY ORDERED            23-29
      *     8. QUANTITY ALLOCATED          30-36
      *     9. QUANTITY SHIPPED            37-43
      *    10. ORDER DATE (YYMMDD)         44-49
      *    11. LINE STATUS                 50
      *          A - FULLY ALLOCATED
      *          B - ON BACKORDER (SOME OR ALL STILL UNALLOCATED)
      *
      *   PR4-ALLOC.TXT (35-CHARACTER RECORD) - ALLOCATED AND
      *   BACKORDERED UNITS PER WAREHOUSE/VENDOR/PRODUCT, READ BY
      *   PR4INQ AND PR4CONS FOR THE AVAILABLE FIGURE
      *     1. WAREHOUSE ID                 1-4
      *     2. VENDOR ID                    5
      *     3. PRODUCT ID                   6-8
      *     4. ON-HAND ALLOCATED FROM       9-15
      *     5. QUANTITY ALLOCATED          16-22
      *     6. QUANTITY BACKORDERED        23-29
      *     7. RUN DATE (YYMMDD)           30-35
      *
      *   INVENTORY-TRANS.TXT - 'I' ISSUE TRANSACTIONS FOR THE
      *   CONFIRMED SHIPMENTS ARE ADDED TO THE END OF THE POSTING
      *   FILE (CREATING IT WHEN THERE IS NONE), READY FOR THE
      *   NEXT PR4TPST RUN - OPERATOR AND BATCH ARE LEFT BLANK
      *
      *   PR4-PCK - PICK LISTS, ONE PAGE PER WAREHOUSE
      *
      *   PR4-OOR - OPEN-ORDER/BACKORDER REPORT, HEADED BY ANY
      *   ORDER OR SHIPMENT LINES REJECTED THIS RUN

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
        OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * ON-HAND BY LINE ITEM POSTED BY PR4TPST
            SELECT INVENTORY-MASTER
                ASSIGN TO 'INVENTORY-MASTER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS IM-FILE-STATUS.

      * WAREHOUSE MASTER (SAME FILE PR4CGB VALIDATES AGAINST)
            SELECT WAREHOUSE-MASTER
                ASSIGN TO 'WAREHOUSE-MASTER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * VENDOR MASTER (MAINTAINED BY PR4VMNT)
            SELECT VENDOR-MASTER
                ASSIGN TO 'VENDOR-MASTER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * PRODUCT MASTER
            SELECT PRODUCT-MASTER
                ASSIGN TO 'PRODUCT-MASTER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * TODAY'S NEW CUSTOMER ORDER LINES
            SELECT CUSTOMER-ORDER-FILE
                ASSIGN TO 'CUSTOMER-ORDERS.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS CO-FILE-STATUS.

      * SHIPMENTS CONFIRMED BY THE WAREHOUSES
            SELECT SHIP-CONFIRM-FILE
                ASSIGN TO 'SHIP-CONFIRM.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS SC-FILE-STATUS.

      * THE ORDER BOOK - READ AT STARTUP, REWRITTEN AT EOJ
            SELECT ORDER-BOOK
                ASSIGN TO 'PR4-ORDERS.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS OB-FILE-STATUS.

      * THE BOOK PLUS TODAY'S GOOD NEW LINES, FOR SORTING
            SELECT ORDER-WORK-FILE
                ASSIGN TO 'PR4-ORDWORK.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * EVERY ORDER LINE IN ORDER NUMBER SEQUENCE
            SELECT SORTED-ORDERS
                ASSIGN TO 'SORTED-ORDERS.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * ALLOCATED AND BACKORDERED UNITS BY WAREHOUSE/VENDOR/
      * PRODUCT FOR PR4INQ AND PR4CONS
            SELECT ALLOCATION-FILE
                ASSIGN TO 'PR4-ALLOC.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * THE POSTING FILE PR4TPST READS - THE 'I' ISSUES FOR THE
      * CONFIRMED SHIPMENTS ARE ADDED TO THE END OF IT
            SELECT INVENTORY-TRANS
                ASSIGN TO 'INVENTORY-TRANS.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS IT-FILE-STATUS.

      * PICK LISTS FOR THE WAREHOUSES
            SELECT PICK-LIST-REPORT
                ASSIGN TO PRINTER 'PR4-PCK'.

      * OPEN-ORDER/BACKORDER REPORT
            SELECT OPEN-ORDER-REPORT
                ASSIGN TO PRINTER 'PR4-OOR'.

      *** TEMPORARY SORT RECORDS BELOW ***
            SELECT SORTING-FILE
                ASSIGN TO 'ORDSORT.TMP'.

        DATA DIVISION.
        FILE SECTION.

        FD  INVENTORY-MASTER
            RECORD CONTAINS 30 CHARACTERS.

        01  INVENTORY-MASTER-REC.
            05  IVM-WAREHOUSE-ID             PIC X(4).
            05  IVM-VENDOR-ID                PIC X(1).
            05  IVM-PRODUCT-ID               PIC X(3).
            05  IVM-ITEM-NO                  PIC 9(1).
            05  IVM-ON-HAND                  PIC S9(7).
            05  IVM-LAST-POST-DATE           PIC 9(6).
            05  IVM-AVG-COST                 PIC 9(4)V9(4).

        FD  WAREHOUSE-MASTER
            RECORD CONTAINS 25 CHARACTERS.

        01  WAREHOUSE-MASTER-REC.
            05  WHM-WAREHOUSE-ID             PIC X(4).
            05  WHM-DESCRIPTION              PIC X(20).
            05  WHM-ACTIVE-FLAG              PIC X(1).

        FD  VENDOR-MASTER
            RECORD CONTAINS 15 CHARACTERS.

        01  VENDOR-MASTER-REC.
            05  VNM-VENDOR-ID                PIC X(1).
            05  VNM-VENDOR-NAME              PIC X(13).
            05  VNM-ACTIVE-FLAG              PIC X(1).

        FD  PRODUCT-MASTER
            RECORD CONTAINS 19 CHARACTERS.

        01  PRODUCT-MASTER-REC.
            05  PDM-PRODUCT-ID               PIC X(3).
            05  PDM-DESCRIPTION              PIC X(13).
            05  PDM-EXPECTED-SIZE            PIC X(1).
            05  PDM-EXPECTED-TYPE            PIC X(1).
            05  PDM-ACTIVE-FLAG              PIC X(1).

        FD  CUSTOMER-ORDER-FILE
            RECORD CONTAINS 35 CHARACTERS.

        01  CUSTOMER-ORDER-REC.
            05  COR-ORDER-NO                 PIC 9(6).
            05  COR-LINE-NO                  PIC 9(2).
            05  COR-CUSTOMER-ID              PIC X(6).
            05  COR-WAREHOUSE-ID             PIC X(4).
            05  COR-VENDOR-ID                PIC X(1).
            05  COR-PRODUCT-ID               PIC X(3).
            05  COR-QUANTITY                 PIC 9(7).
            05  COR-ORDER-DATE               PIC 9(6).

        FD  SHIP-CONFIRM-FILE
            RECORD CONTAINS 21 CHARACTERS.

        01  SHIP-CONFIRM-REC.
            05  SCR-ORDER-NO                 PIC 9(6).
            05  SCR-LINE-NO                  PIC 9(2).
            05  SCR-QUANTITY                 PIC 9(7).
            05  SCR-SHIP-DATE                PIC 9(6).

        FD  ORDER-BOOK
            RECORD CONTAINS 50 CHARACTERS.

        01  ORDER-BOOK-REC.
            05  OBR-ORDER-NO                 PIC 9(6).
            05  OBR-LINE-NO                  PIC 9(2).
            05  OBR-CUSTOMER-ID              PIC X(6).
            05  OBR-WAREHOUSE-ID             PIC X(4).
            05  OBR-VENDOR-ID                PIC X(1).
            05  OBR-PRODUCT-ID               PIC X(3).
            05  OBR-ORDERED-QTY              PIC 9(7).
            05  OBR-ALLOCATED-QTY            PIC 9(7).
            05  OBR-SHIPPED-QTY              PIC 9(7).
            05  OBR-ORDER-DATE               PIC 9(6).
            05  OBR-LINE-STATUS              PIC X(1).

        FD  ORDER-WORK-FILE
            RECORD CONTAINS 50 CHARACTERS.

        01  ORDER-WORK-REC.
            05  OWR-ORDER-NO                 PIC 9(6).
            05  OWR-LINE-NO                  PIC 9(2).
            05  OWR-CUSTOMER-ID              PIC X(6).
            05  OWR-WAREHOUSE-ID             PIC X(4).
            05  OWR-VENDOR-ID                PIC X(1).
            05  OWR-PRODUCT-ID               PIC X(3).
            05  OWR-ORDERED-QTY              PIC 9(7).
            05  OWR-ALLOCATED-QTY            PIC 9(7).
            05  OWR-SHIPPED-QTY              PIC 9(7).
            05  OWR-ORDER-DATE               PIC 9(6).
            05  OWR-LINE-STATUS              PIC X(1).

        FD  SORTED-ORDERS
            RECORD CONTAINS 50 CHARACTERS.

        01  SORTED-ORDER-REC.
            05  SOR-ORDER-KEY.
                10  SOR-ORDER-NO             PIC 9(6).
                10  SOR-LINE-NO              PIC 9(2).
            05  SOR-CUSTOMER-ID              PIC X(6).
            05  SOR-WAREHOUSE-ID             PIC X(4).
            05  SOR-VENDOR-ID                PIC X(1).
            05  SOR-PRODUCT-ID               PIC X(3).
            05  SOR-ORDERED-QTY              PIC 9(7).
            05  SOR-ALLOCATED-QTY            PIC 9(7).
            05  SOR-SHIPPED-QTY              PIC 9(7).
            05  SOR-ORDER-DATE               PIC 9(6).
            05  SOR-LINE-STATUS              PIC X(1).

        FD  ALLOCATION-FILE
            RECORD CONTAINS 35 CHARACTERS.

        01  ALLOCATION-REC.
            05  ALR-WAREHOUSE-ID             PIC X(4).
            05  ALR-VENDOR-ID                PIC X(1).
            05  ALR-PRODUCT-ID               PIC X(3).
            05  ALR-ON-HAND                  PIC S9(7).
            05  ALR-ALLOCATED-QTY            PIC 9(7).
            05  ALR-BACKORDERED-QTY          PIC 9(7).
            05  ALR-RUN-DATE                 PIC 9(6).

      * SAME 58-CHARACTER LAYOUT PR4TPST POSTS FROM
        FD  INVENTORY-TRANS
            RECORD CONTAINS 58 CHARACTERS.

        01  INVENTORY-TRANS-REC.
            05  SIT-TRANS-CODE               PIC X(1).
            05  SIT-WAREHOUSE-ID             PIC X(4).
            05  SIT-VENDOR-ID                PIC X(1).
            05  SIT-PRODUCT-ID               PIC X(3).
            05  SIT-QUANTITY                 PIC S9(7).
            05  SIT-TRANS-DATE               PIC 9(6).
            05  SIT-OTHER-WAREHOUSE-ID       PIC X(4).
            05  SIT-ITEM-NO                  PIC 9(1).
            05  SIT-LOT-NO                   PIC X(10).
            05  SIT-EXPIRY-DATE              PIC 9(6).
            05  SIT-UNIT-COST                PIC 9(3)V9(2).
            05  SIT-OPERATOR-ID              PIC X(4).
            05  SIT-BATCH-NO                 PIC X(6).

        FD  PICK-LIST-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  PICK-LIST-RECORD                 PIC X(80).

        FD  OPEN-ORDER-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  OPEN-ORDER-RECORD                PIC X(80).

        SD  SORTING-FILE
            RECORD CONTAINS 50 CHARACTERS.

        01  SORTING-REC.
            05  SS-ORDER-KEY                 PIC X(8).
            05  FILLER                       PIC X(42).

        WORKING-STORAGE SECTION.

        01  IM-FLAGS.
            05  IM-FILE-STATUS               PIC XX.
                88 IM-FILE-WAS-FOUND                      VALUE '00'.
            05  IM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 IM-NO-MORE-RECS                        VALUE 'Y'.

        01  CO-FLAGS.
            05  CO-FILE-STATUS               PIC XX.
                88 CO-FILE-WAS-FOUND                      VALUE '00'.
            05  CO-EOF-FLAG                  PIC X       VALUE 'N'.
                88 CO-NO-MORE-RECS                        VALUE 'Y'.

        01  SC-FLAGS.
            05  SC-FILE-STATUS               PIC XX.
                88 SC-FILE-WAS-FOUND                      VALUE '00'.
            05  SC-EOF-FLAG                  PIC X       VALUE 'N'.
                88 SC-NO-MORE-RECS                        VALUE 'Y'.

        01  OB-FLAGS.
            05  OB-FILE-STATUS               PIC XX.
                88 OB-FILE-WAS-FOUND                      VALUE '00'.
            05  OB-EOF-FLAG                  PIC X       VALUE 'N'.
                88 OB-NO-MORE-RECS                        VALUE 'Y'.

        01  IT-FLAGS.
            05  IT-FILE-STATUS               PIC XX.
                88 IT-FILE-WAS-FOUND                      VALUE '00'.

        01  SO-FLAGS.
            05  SO-EOF-FLAG                  PIC X       VALUE 'N'.
                88 SO-NO-MORE-RECS                        VALUE 'Y'.

        01  WM-FLAGS.
            05  WM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 WM-NO-MORE-RECS                        VALUE 'Y'.

        01  VM-FLAGS.
            05  VM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 VM-NO-MORE-RECS                        VALUE 'Y'.

        01  PM-FLAGS.
            05  PM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 PM-NO-MORE-RECS                        VALUE 'Y'.

        01  WS-CURRENT-DATE.
            05  WS-YEAR                      PIC 99.
            05  WS-MONTH                     PIC 99.
            05  WS-DAY                       PIC 99.

      *** WAREHOUSE MASTER TABLE - LOADED AT HOUSEKEEPING TIME ***
        01  WAREHOUSE-TABLE-AREA.
            05  WHT-COUNT                    PIC S9(3) VALUE 0.
            05  WAREHOUSE-ITEM OCCURS 1 TO 20 TIMES
                    DEPENDING ON WHT-COUNT
                    INDEXED BY WAREHOUSE-INDEX.
                10  WHT-WAREHOUSE-ID         PIC X(4).
                10  WHT-DESCRIPTION          PIC X(20).
                10  WHT-ACTIVE-FLAG          PIC X(1).
                    88 WHT-ACTIVE                        VALUE 'Y'.

      *** VENDOR MASTER TABLE - LOADED AT HOUSEKEEPING TIME ***
        01  VENDOR-TABLE-AREA.
            05  VNT-COUNT                    PIC S9(3) VALUE 0.
            05  VENDOR-ITEM OCCURS 1 TO 20 TIMES
                    DEPENDING ON VNT-COUNT
                    INDEXED BY VENDOR-INDEX.
                10  VENDOR-ID                PIC X(1).
                10  VENDOR-NAME              PIC X(13).
                10  VENDOR-ACTIVE-FLAG       PIC X(1).
                    88 VENDOR-ACTIVE                      VALUE 'Y'.

      *** PRODUCT MASTER TABLE - LOADED AT HOUSEKEEPING TIME ***
        01  PRODUCT-TABLE-AREA.
            05  PDT-COUNT                    PIC S9(4) VALUE 0.
            05  PRODUCT-ITEM OCCURS 1 TO 200 TIMES
                    DEPENDING ON PDT-COUNT
                    INDEXED BY PRODUCT-INDEX.
                10  PDT-PRODUCT-ID           PIC X(3).
                10  PDT-DESCRIPTION          PIC X(13).
                10  PDT-EXPECTED-SIZE        PIC X(1).
                10  PDT-EXPECTED-TYPE        PIC X(1).
                10  PDT-ACTIVE-FLAG          PIC X(1).
                    88 PDT-ACTIVE                        VALUE 'Y'.

        01  WH-VALIDATION-FIELDS.
            05  WH-VALID-FLAG                PIC X       VALUE 'N'.
                88 WH-IS-VALID                           VALUE 'Y'.

        01  VN-VALIDATION-FIELDS.
            05  VN-VALID-FLAG                PIC X       VALUE 'N'.
                88 VN-IS-VALID                           VALUE 'Y'.

        01  PD-VALIDATION-FIELDS.
            05  PD-VALID-FLAG                PIC X       VALUE 'N'.
                88 PD-IS-VALID                           VALUE 'Y'.

      *** ONE ENTRY PER WAREHOUSE/VENDOR/PRODUCT - THE POSTED       ***
      *** ON-HAND OF EACH LINE ITEM, THEIR TOTAL, AND WHAT THE      ***
      *** ORDER BOOK HAS ALLOCATED AND BACKORDERED AGAINST IT - AN  ***
      *** ORDER FOR A PRODUCT THE MASTER DOES NOT CARRY ADDS AN     ***
      *** ENTRY WITH NOTHING ON HAND                                ***
        01  STOCK-TABLE.
            05  STT-COUNT                    PIC S9(4) VALUE 0.
            05  STOCK-ITEM OCCURS 1 TO 1000 TIMES
                    DEPENDING ON STT-COUNT
                    INDEXED BY STOCK-INDEX.
                10  STT-STOCK-KEY.
                    15  STT-WAREHOUSE-ID     PIC X(4).
                    15  STT-VENDOR-ID        PIC X(1).
                    15  STT-PRODUCT-ID       PIC X(3).
                10  STT-ITEM-ON-HAND         PIC S9(7)
                                             OCCURS 5 TIMES.
                10  STT-ON-HAND              PIC S9(8).
                10  STT-ALLOCATED            PIC S9(8).
                10  STT-BACKORDERED          PIC S9(8).

      *** THE STOCK ENTRY BEING LOOKED UP OR ADDED BY              ***
      *** 46-FIND-OR-ADD-STOCK, AND WHERE IT WAS FOUND             ***
        01  STOCK-SEARCH-FIELDS.
            05  SK-STOCK-KEY.
                10  SK-WAREHOUSE-ID          PIC X(4).
                10  SK-VENDOR-ID             PIC X(1).
                10  SK-PRODUCT-ID            PIC X(3).
            05  SK-STOCK-SUB                 PIC S9(4).

      *** THE ORDER BOOK IN ORDER NUMBER SEQUENCE - THE OLDEST      ***
      *** ORDER IS ALLOCATED FIRST - LINES PAST THE TABLE ARE HELD  ***
      *** UNALLOCATED AND CARRIED FORWARD AS THEY STOOD             ***
        01  ORDER-TABLE.
            05  OTT-COUNT                    PIC S9(4) VALUE 0.
            05  ORDER-ITEM OCCURS 1 TO 3000 TIMES
                    DEPENDING ON OTT-COUNT
                    INDEXED BY ORDER-INDEX.
                10  OTT-ORDER-KEY.
                    15  OTT-ORDER-NO         PIC 9(6).
                    15  OTT-LINE-NO          PIC 9(2).
                10  OTT-CUSTOMER-ID          PIC X(6).
                10  OTT-WAREHOUSE-ID         PIC X(4).
                10  OTT-VENDOR-ID            PIC X(1).
                10  OTT-PRODUCT-ID           PIC X(3).
                10  OTT-ORDERED-QTY          PIC S9(7).
                10  OTT-ALLOCATED-QTY        PIC S9(7).
                10  OTT-SHIPPED-QTY          PIC S9(7).
                10  OTT-ORDER-DATE           PIC 9(6).
                10  OTT-LINE-STATUS          PIC X(1).
                    88 OTT-FULLY-ALLOCATED               VALUE 'A'.
                    88 OTT-ON-BACKORDER                  VALUE 'B'.
                    88 OTT-SHIPPED-COMPLETE              VALUE 'S'.
                10  OTT-PRIOR-ALLOC-QTY      PIC S9(7).
                10  OTT-PICK-QTY             PIC S9(7).
                10  OTT-BACKORDER-QTY        PIC S9(7).

      *** THE LAST ORDER KEY LOADED - A REPEAT IS A NEW LINE THAT  ***
      *** DUPLICATES ONE ALREADY ON THE BOOK                       ***
        01  ORDER-LOAD-FIELDS.
            05  OL-LAST-KEY                  PIC X(8)    VALUE SPACES.
            05  OL-FOUND-FLAG                PIC X       VALUE 'N'.
                88 OL-ORDER-FOUND                         VALUE 'Y'.

      *** THE LINE BEING ALLOCATED OR SHIPPED ***
        01  ALLOCATION-FIELDS.
            05  AF-NEEDED                    PIC S9(8).
            05  AF-AVAILABLE                 PIC S9(8).
            05  AF-TAKE                      PIC S9(8).
            05  AF-REMAINING                 PIC S9(8).
            05  AF-ITEM-SUB                  PIC S9(4).

      *** REJECTED LINES - THE HEADING PRINTS WITH THE FIRST ONE ***
        01  REJECT-FIELDS.
            05  RJ-HEADING-FLAG              PIC X       VALUE 'N'.
                88 RJ-HEADING-PRINTED                     VALUE 'Y'.
            05  RJ-SOURCE                    PIC X(8).
            05  RJ-ORDER-NO                  PIC X(6).
            05  RJ-LINE-NO                   PIC X(2).
            05  RJ-REASON                    PIC X(30).

        01  PICK-FIELDS.
            05  PK-WHSE-LINES                PIC S9(4).

        01  RUN-COUNTERS.
            05  RC-MASTER-ITEMS              PIC 9(5)    VALUE 0.
            05  RC-BOOK-LINES                PIC 9(5)    VALUE 0.
            05  RC-NEW-LINES                 PIC 9(5)    VALUE 0.
            05  RC-LINES-REJECTED            PIC 9(5)    VALUE 0.
            05  RC-SHIPMENTS                 PIC 9(5)    VALUE 0.
            05  RC-ISSUES-WRITTEN            PIC 9(5)    VALUE 0.
            05  RC-LINES-COMPLETED           PIC 9(5)    VALUE 0.
            05  RC-LINES-ALLOCATED           PIC 9(5)    VALUE 0.
            05  RC-LINES-BACKORDERED         PIC 9(5)    VALUE 0.
            05  RC-UNITS-BACKORDERED         PIC 9(8)    VALUE 0.
            05  RC-PICK-LINES                PIC 9(5)    VALUE 0.
            05  RC-LINES-HELD                PIC 9(5)    VALUE 0.
            05  RC-STOCK-DROPPED             PIC 9(5)    VALUE 0.
            05  RC-ALLOC-RECORDS             PIC 9(5)    VALUE 0.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                    PICK LIST LAYOUT                        *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

        01  PICK-TITLE-LINE.
            05                    PIC X(2).
            05                    PIC X(16)  VALUE
                    'PICK LIST  WHSE '.
            05  PTL-WAREHOUSE-ID  PIC X(4).
            05                    PIC X(2).
            05  PTL-DESCRIPTION   PIC X(20).
            05                    PIC X(10).
            05  PTL-DATE.
                10  PTL-MONTH     PIC Z9.
                10                PIC X      VALUE '/'.
                10  PTL-DAY       PIC 99.
                10                PIC X      VALUE '/'.
                10  PTL-YEAR      PIC 99.
            05                    PIC X(18).

        01  PICK-HEADING-LINE.
            05                    PIC X(2).
            05                    PIC X(6)   VALUE 'ORDER'.
            05                    PIC X(1).
            05                    PIC X(2)   VALUE 'LN'.
            05                    PIC X(2).
            05                    PIC X(6)   VALUE 'CUST'.
            05                    PIC X(2).
            05                    PIC X(1)   VALUE 'V'.
            05                    PIC X(2).
            05                    PIC X(3)   VALUE 'PRD'.
            05                    PIC X(2).
            05                    PIC X(13)  VALUE 'DESCRIPTION'.
            05                    PIC X(2).
            05                    PIC X(7)   VALUE '   PICK'.
            05                    PIC X(2).
            05                    PIC X(7)   VALUE 'ORDERED'.
            05                    PIC X(2).
            05                    PIC X(6)   VALUE 'ORDER'.
            05                    PIC X(11).

        01  PICK-DETAIL-LINE.
            05                    PIC X(2).
            05  PDL-ORDER-NO      PIC 9(6).
            05                    PIC X(1).
            05  PDL-LINE-NO       PIC 9(2).
            05                    PIC X(2).
            05  PDL-CUSTOMER-ID   PIC X(6).
            05                    PIC X(2).
            05  PDL-VENDOR-ID     PIC X(1).
            05                    PIC X(2).
            05  PDL-PRODUCT-ID    PIC X(3).
            05                    PIC X(2).
            05  PDL-DESCRIPTION   PIC X(13).
            05                    PIC X(2).
            05  PDL-PICK-QTY      PIC ZZZZZZ9.
            05                    PIC X(2).
            05  PDL-ORDERED-QTY   PIC ZZZZZZ9.
            05                    PIC X(2).
            05  PDL-ORDER-DATE    PIC 9(6).
            05                    PIC X(11).

        01  PICK-NONE-LINE.
            05                    PIC X(2).
            05                    PIC X(35)  VALUE
                    'NOTHING NEWLY ALLOCATED TO PICK'.
            05                    PIC X(43).

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *              OPEN-ORDER/BACKORDER REPORT LAYOUT            *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

        01  OPEN-ORDER-TITLE-LINE.
            05                    PIC X(20).
            05                    PIC X(30)  VALUE
                    'OPEN ORDER / BACKORDER REPORT'.
            05  OTL-DATE.
                10  OTL-MONTH     PIC Z9.
                10                PIC X      VALUE '/'.
                10  OTL-DAY       PIC 99.
                10                PIC X      VALUE '/'.
                10  OTL-YEAR      PIC 99.
            05                    PIC X(22).

        01  REJECT-HEADING-LINE.
            05                    PIC X(2).
            05                    PIC X(30)  VALUE
                    'LINES REJECTED THIS RUN'.
            05                    PIC X(48).

        01  REJECT-DETAIL-LINE.
            05                    PIC X(2).
            05  RDL-SOURCE        PIC X(8).
            05                    PIC X(2).
            05  RDL-ORDER-NO      PIC X(6).
            05                    PIC X(1).
            05  RDL-LINE-NO       PIC X(2).
            05                    PIC X(2).
            05  RDL-REASON        PIC X(30).
            05                    PIC X(27).

        01  OPEN-ORDER-HEADING-LINE.
            05                    PIC X(2).
            05                    PIC X(6)   VALUE 'ORDER'.
            05                    PIC X(1).
            05                    PIC X(2)   VALUE 'LN'.
            05                    PIC X(2).
            05                    PIC X(6)   VALUE 'CUST'.
            05                    PIC X(2).
            05                    PIC X(4)   VALUE 'WHSE'.
            05                    PIC X(1).
            05                    PIC X(1)   VALUE 'V'.
            05                    PIC X(1).
            05                    PIC X(3)   VALUE 'PRD'.
            05                    PIC X(1).
            05                    PIC X(7)   VALUE 'ORDERED'.
            05                    PIC X(1).
            05                    PIC X(7)   VALUE 'SHIPPED'.
            05                    PIC X(1).
            05                    PIC X(7)   VALUE 'ALLOC'.
            05                    PIC X(1).
            05                    PIC X(7)   VALUE 'BACKORD'.
            05                    PIC X(2).
            05                    PIC X(6)   VALUE 'ORDER'.
            05                    PIC X(2).
            05                    PIC X(7)   VALUE 'STATUS'.

        01  OPEN-ORDER-DETAIL-LINE.
            05                    PIC X(2).
            05  ODL-ORDER-NO      PIC 9(6).
            05                    PIC X(1).
            05  ODL-LINE-NO       PIC 9(2).
            05                    PIC X(2).
            05  ODL-CUSTOMER-ID   PIC X(6).
            05                    PIC X(2).
            05  ODL-WAREHOUSE-ID  PIC X(4).
            05                    PIC X(1).
            05  ODL-VENDOR-ID     PIC X(1).
            05                    PIC X(1).
            05  ODL-PRODUCT-ID    PIC X(3).
            05                    PIC X(1).
            05  ODL-ORDERED-QTY   PIC ZZZZZZ9.
            05                    PIC X(1).
            05  ODL-SHIPPED-QTY   PIC ZZZZZZ9.
            05                    PIC X(1).
            05  ODL-ALLOCATED-QTY PIC ZZZZZZ9.
            05                    PIC X(1).
            05  ODL-BACKORDER-QTY PIC ZZZZZZ9.
            05                    PIC X(2).
            05  ODL-ORDER-DATE    PIC 9(6).
            05                    PIC X(2).
            05  ODL-STATUS        PIC X(7).

        01  OPEN-ORDER-TOTAL-LINE.
            05                    PIC X(2).
            05                    PIC X(20)  VALUE
                    'LINES ALLOCATED:'.
            05  OTO-ALLOCATED     PIC ZZZZ9.
            05                    PIC X(4).
            05                    PIC X(20)  VALUE
                    'LINES BACKORDERED:'.
            05  OTO-BACKORDERED   PIC ZZZZ9.
            05                    PIC X(24).

        01  OPEN-ORDER-UNITS-LINE.
            05                    PIC X(2).
            05                    PIC X(20)  VALUE
                    'UNITS BACKORDERED:'.
            05  OTO-UNITS         PIC ZZZZZZZ9.
            05                    PIC X(1).
            05                    PIC X(22)  VALUE
                    'LINES SHIPPED IN FULL:'.
            05  OTO-COMPLETED     PIC ZZZZ9.
            05                    PIC X(22).

        PROCEDURE DIVISION.

        10-CONTROL-MODULE.
            PERFORM 20-HOUSEKEEPING
            PERFORM 30-BUILD-ORDER-WORK
            PERFORM 34-SORT-ORDERS
            PERFORM 35-LOAD-ORDERS
            PERFORM 40-APPLY-SHIPMENTS
            PERFORM 50-ALLOCATE-ORDERS
            PERFORM 60-PRINT-PICK-LISTS
            PERFORM 65-PRINT-OPEN-ORDERS
            PERFORM 68-WRITE-ALLOCATIONS
            PERFORM 70-EOJ
            PERFORM 90-FINALE
        .

        20-HOUSEKEEPING.
            ACCEPT WS-CURRENT-DATE FROM DATE
            MOVE WS-MONTH TO PTL-MONTH
            MOVE WS-DAY TO PTL-DAY
            MOVE WS-YEAR TO PTL-YEAR
            MOVE WS-MONTH TO OTL-MONTH
            MOVE WS-DAY TO OTL-DAY
            MOVE WS-YEAR TO OTL-YEAR

            OPEN OUTPUT PICK-LIST-REPORT
            OPEN OUTPUT OPEN-ORDER-REPORT
            OPEN EXTEND INVENTORY-TRANS
            IF NOT IT-FILE-WAS-FOUND
                OPEN OUTPUT INVENTORY-TRANS
            END-IF
            WRITE OPEN-ORDER-RECORD FROM OPEN-ORDER-TITLE-LINE

            PERFORM 21-LOAD-WAREHOUSE-MASTER
            PERFORM 22-LOAD-VENDOR-MASTER
            PERFORM 23-LOAD-PRODUCT-MASTER
            PERFORM 24-LOAD-STOCK
        .

      *** LOADS THE WAREHOUSE-MASTER FILE INTO A TABLE ***
        21-LOAD-WAREHOUSE-MASTER.
            OPEN INPUT WAREHOUSE-MASTER
            MOVE 'N' TO WM-EOF-FLAG
            MOVE 0 TO WHT-COUNT
            PERFORM UNTIL WM-NO-MORE-RECS
                READ WAREHOUSE-MASTER
                    AT END
                        MOVE 'Y' TO WM-EOF-FLAG
                    NOT AT END
                        ADD 1 TO WHT-COUNT
                        MOVE WHM-WAREHOUSE-ID TO
                                        WHT-WAREHOUSE-ID(WHT-COUNT)
                        MOVE WHM-DESCRIPTION TO
                                        WHT-DESCRIPTION(WHT-COUNT)
                        MOVE WHM-ACTIVE-FLAG TO
                                        WHT-ACTIVE-FLAG(WHT-COUNT)
                END-READ
            END-PERFORM
            CLOSE WAREHOUSE-MASTER
        .

      *** LOADS THE VENDOR-MASTER FILE INTO A TABLE ***
        22-LOAD-VENDOR-MASTER.
            OPEN INPUT VENDOR-MASTER
            MOVE 'N' TO VM-EOF-FLAG
            MOVE 0 TO VNT-COUNT
            PERFORM UNTIL VM-NO-MORE-RECS
                READ VENDOR-MASTER
                    AT END
                        MOVE 'Y' TO VM-EOF-FLAG
                    NOT AT END
                        ADD 1 TO VNT-COUNT
                        MOVE VNM-VENDOR-ID TO
                                        VENDOR-ID(VNT-COUNT)
                        MOVE VNM-VENDOR-NAME TO
                                        VENDOR-NAME(VNT-COUNT)
                        MOVE VNM-ACTIVE-FLAG TO
                                        VENDOR-ACTIVE-FLAG(VNT-COUNT)
                END-READ
            END-PERFORM
            CLOSE VENDOR-MASTER
        .

      *** LOADS THE PRODUCT-MASTER FILE INTO A TABLE ***
        23-LOAD-PRODUCT-MASTER.
            OPEN INPUT PRODUCT-MASTER
            MOVE 'N' TO PM-EOF-FLAG
            MOVE 0 TO PDT-COUNT
            PERFORM UNTIL PM-NO-MORE-RECS
                READ PRODUCT-MASTER
                    AT END
                        MOVE 'Y' TO PM-EOF-FLAG
                    NOT AT END
                        ADD 1 TO PDT-COUNT
                        MOVE PDM-PRODUCT-ID TO
                                        PDT-PRODUCT-ID(PDT-COUNT)
                        MOVE PDM-DESCRIPTION TO
                                        PDT-DESCRIPTION(PDT-COUNT)
                        MOVE PDM-EXPECTED-SIZE TO
                                        PDT-EXPECTED-SIZE(PDT-COUNT)
                        MOVE PDM-EXPECTED-TYPE TO
                                        PDT-EXPECTED-TYPE(PDT-COUNT)
                        MOVE PDM-ACTIVE-FLAG TO
                                        PDT-ACTIVE-FLAG(PDT-COUNT)
      * A MASTER WRITTEN BEFORE THE FLAG EXISTED READS AS SPACES -
      * TREAT THOSE PRODUCTS AS ACTIVE UNTIL THE FILE IS REWRITTEN
                        IF PDT-ACTIVE-FLAG(PDT-COUNT) = SPACE
                            MOVE 'Y' TO
                                    PDT-ACTIVE-FLAG(PDT-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PRODUCT-MASTER
        .

      *** ROLLS THE POSTED MASTER UP TO ONE STOCK ENTRY PER        ***
      *** WAREHOUSE/VENDOR/PRODUCT, KEEPING EACH LINE ITEM'S       ***
      *** ON-HAND FOR THE SHIPMENT ISSUES - A MISSING MASTER JUST  ***
      *** MEANS NOTHING IS ON HAND AND EVERY LINE BACKORDERS       ***
        24-LOAD-STOCK.
            MOVE 0 TO STT-COUNT
            OPEN INPUT INVENTORY-MASTER
            IF IM-FILE-WAS-FOUND
                MOVE 'N' TO IM-EOF-FLAG
                PERFORM UNTIL IM-NO-MORE-RECS
                    READ INVENTORY-MASTER
                        AT END
                            MOVE 'Y' TO IM-EOF-FLAG
                        NOT AT END
                            PERFORM 25-ADD-MASTER-ITEM
                    END-READ
                END-PERFORM
                CLOSE INVENTORY-MASTER
            END-IF
        .

        25-ADD-MASTER-ITEM.
            ADD 1 TO RC-MASTER-ITEMS
            MOVE IVM-WAREHOUSE-ID TO SK-WAREHOUSE-ID
            MOVE IVM-VENDOR-ID TO SK-VENDOR-ID
            MOVE IVM-PRODUCT-ID TO SK-PRODUCT-ID
            PERFORM 46-FIND-OR-ADD-STOCK
            IF SK-STOCK-SUB > 0
                IF IVM-ITEM-NO NUMERIC
                    IF IVM-ITEM-NO > 0 AND IVM-ITEM-NO < 6
                        ADD IVM-ON-HAND TO
                            STT-ITEM-ON-HAND(SK-STOCK-SUB, IVM-ITEM-NO)
                        ADD IVM-ON-HAND TO STT-ON-HAND(SK-STOCK-SUB)
                    END-IF
                END-IF
            END-IF
        .

      *** COPIES THE ORDER BOOK TO THE SORT WORK FILE, THEN EDITS  ***
      *** TODAY'S NEW ORDER LINES AND ADDS THE GOOD ONES BEHIND IT ***
      *** - EITHER FILE MISSING SIMPLY CONTRIBUTES NOTHING         ***
        30-BUILD-ORDER-WORK.
            OPEN OUTPUT ORDER-WORK-FILE
            OPEN INPUT ORDER-BOOK
            IF OB-FILE-WAS-FOUND
                MOVE 'N' TO OB-EOF-FLAG
                PERFORM UNTIL OB-NO-MORE-RECS
                    READ ORDER-BOOK
                        AT END
                            MOVE 'Y' TO OB-EOF-FLAG
                        NOT AT END
                            ADD 1 TO RC-BOOK-LINES
                            WRITE ORDER-WORK-REC FROM ORDER-BOOK-REC
                    END-READ
                END-PERFORM
                CLOSE ORDER-BOOK
            END-IF

            OPEN INPUT CUSTOMER-ORDER-FILE
            IF CO-FILE-WAS-FOUND
                MOVE 'N' TO CO-EOF-FLAG
                PERFORM UNTIL CO-NO-MORE-RECS
                    READ CUSTOMER-ORDER-FILE
                        AT END
                            MOVE 'Y' TO CO-EOF-FLAG
                        NOT AT END
                            PERFORM 32-EDIT-NEW-ORDER-LINE
                    END-READ
                END-PERFORM
                CLOSE CUSTOMER-ORDER-FILE
            END-IF
            CLOSE ORDER-WORK-FILE
        .

      *** EDITS ONE NEW ORDER LINE - THE KEY, QUANTITY AND DATE     ***
      *** MUST BE NUMERIC, THE QUANTITY MORE THAN ZERO, AND THE     ***
      *** WAREHOUSE, VENDOR AND PRODUCT ACTIVE ON THEIR MASTERS -   ***
      *** A GOOD LINE JOINS THE BOOK WITH NOTHING YET ALLOCATED     ***
        32-EDIT-NEW-ORDER-LINE.
            MOVE 'ORDER' TO RJ-SOURCE
            MOVE COR-ORDER-NO TO RJ-ORDER-NO
            MOVE COR-LINE-NO TO RJ-LINE-NO
            PERFORM 37-VALIDATE-WAREHOUSE
            PERFORM 38-VALIDATE-VENDOR
            PERFORM 39-VALIDATE-PRODUCT
            EVALUATE TRUE
                WHEN COR-ORDER-NO NOT NUMERIC
                    OR COR-LINE-NO NOT NUMERIC
                    MOVE 'ORDER NUMBER NOT NUMERIC' TO RJ-REASON
                    PERFORM 55-WRITE-REJECT-LINE
                WHEN COR-QUANTITY NOT NUMERIC
                    MOVE 'QUANTITY NOT NUMERIC' TO RJ-REASON
                    PERFORM 55-WRITE-REJECT-LINE
                WHEN COR-QUANTITY = 0
                    MOVE 'QUANTITY ZERO' TO RJ-REASON
                    PERFORM 55-WRITE-REJECT-LINE
                WHEN COR-ORDER-DATE NOT NUMERIC
                    MOVE 'ORDER DATE NOT NUMERIC' TO RJ-REASON
                    PERFORM 55-WRITE-REJECT-LINE
                WHEN NOT WH-IS-VALID
                    MOVE 'UNKNOWN WAREHOUSE' TO RJ-REASON
                    PERFORM 55-WRITE-REJECT-LINE
                WHEN NOT VN-IS-VALID
                    MOVE 'UNKNOWN VENDOR' TO RJ-REASON
                    PERFORM 55-WRITE-REJECT-LINE
                WHEN NOT PD-IS-VALID
                    MOVE 'UNKNOWN PRODUCT' TO RJ-REASON
                    PERFORM 55-WRITE-REJECT-LINE
                WHEN OTHER
                    MOVE COR-ORDER-NO TO OWR-ORDER-NO
                    MOVE COR-LINE-NO TO OWR-LINE-NO
                    MOVE COR-CUSTOMER-ID TO OWR-CUSTOMER-ID
                    MOVE COR-WAREHOUSE-ID TO OWR-WAREHOUSE-ID
                    MOVE COR-VENDOR-ID TO OWR-VENDOR-ID
                    MOVE COR-PRODUCT-ID TO OWR-PRODUCT-ID
                    MOVE COR-QUANTITY TO OWR-ORDERED-QTY
                    MOVE ZEROS TO OWR-ALLOCATED-QTY
                    MOVE ZEROS TO OWR-SHIPPED-QTY
                    MOVE COR-ORDER-DATE TO OWR-ORDER-DATE
                    MOVE 'B' TO OWR-LINE-STATUS
                    WRITE ORDER-WORK-REC
                    ADD 1 TO RC-NEW-LINES
            END-EVALUATE
        .

      *** PUTS THE BOOK AND THE NEW LINES INTO ORDER NUMBER         ***
      *** SEQUENCE - A NEW LINE THAT REPEATS A BOOKED KEY SORTS     ***
      *** BEHIND THE BOOKED ONE                                     ***
        34-SORT-ORDERS.
            SORT SORTING-FILE
                ON ASCENDING KEY SS-ORDER-KEY
                WITH DUPLICATES IN ORDER
                USING ORDER-WORK-FILE
                GIVING SORTED-ORDERS
        .

      *** LOADS THE SORTED ORDER LINES INTO THE ORDER TABLE - A     ***
      *** REPEATED KEY IS REJECTED, AND LINES PAST THE TABLE ARE    ***
      *** COUNTED AND CARRIED FORWARD UNTOUCHED AT EOJ              ***
        35-LOAD-ORDERS.
            MOVE 0 TO OTT-COUNT
            MOVE SPACES TO OL-LAST-KEY
            OPEN INPUT SORTED-ORDERS
            MOVE 'N' TO SO-EOF-FLAG
            PERFORM UNTIL SO-NO-MORE-RECS
                READ SORTED-ORDERS
                    AT END
                        MOVE 'Y' TO SO-EOF-FLAG
                    NOT AT END
                        PERFORM 36-LOAD-ONE-ORDER-LINE
                END-READ
            END-PERFORM
            CLOSE SORTED-ORDERS
        .

        36-LOAD-ONE-ORDER-LINE.
            EVALUATE TRUE
                WHEN SOR-ORDER-KEY = OL-LAST-KEY
                    MOVE 'ORDER' TO RJ-SOURCE
                    MOVE SOR-ORDER-NO TO RJ-ORDER-NO
                    MOVE SOR-LINE-NO TO RJ-LINE-NO
                    MOVE 'DUPLICATE ORDER LINE' TO RJ-REASON
                    PERFORM 55-WRITE-REJECT-LINE
                WHEN OTT-COUNT < 3000
                    MOVE SOR-ORDER-KEY TO OL-LAST-KEY
                    ADD 1 TO OTT-COUNT
                    MOVE SOR-ORDER-NO TO OTT-ORDER-NO(OTT-COUNT)
                    MOVE SOR-LINE-NO TO OTT-LINE-NO(OTT-COUNT)
                    MOVE SOR-CUSTOMER-ID TO
                            OTT-CUSTOMER-ID(OTT-COUNT)
                    MOVE SOR-WAREHOUSE-ID TO
                            OTT-WAREHOUSE-ID(OTT-COUNT)
                    MOVE SOR-VENDOR-ID TO OTT-VENDOR-ID(OTT-COUNT)
                    MOVE SOR-PRODUCT-ID TO OTT-PRODUCT-ID(OTT-COUNT)
                    MOVE SOR-ORDERED-QTY TO
                            OTT-ORDERED-QTY(OTT-COUNT)
                    MOVE SOR-ALLOCATED-QTY TO
                            OTT-ALLOCATED-QTY(OTT-COUNT)
                    MOVE SOR-ALLOCATED-QTY TO
                            OTT-PRIOR-ALLOC-QTY(OTT-COUNT)
                    MOVE SOR-SHIPPED-QTY TO
                            OTT-SHIPPED-QTY(OTT-COUNT)
                    MOVE SOR-ORDER-DATE TO OTT-ORDER-DATE(OTT-COUNT)
                    MOVE SOR-LINE-STATUS TO
                            OTT-LINE-STATUS(OTT-COUNT)
                    MOVE ZEROS TO OTT-PICK-QTY(OTT-COUNT)
                    MOVE ZEROS TO OTT-BACKORDER-QTY(OTT-COUNT)
                WHEN OTHER
                    MOVE SOR-ORDER-KEY TO OL-LAST-KEY
                    ADD 1 TO RC-LINES-HELD
            END-EVALUATE
        .

      *** LOOKS UP COR-WAREHOUSE-ID IN THE WAREHOUSE TABLE ***
        37-VALIDATE-WAREHOUSE.
            MOVE 'N' TO WH-VALID-FLAG
            SET WAREHOUSE-INDEX TO 1
            SEARCH WAREHOUSE-ITEM
                AT END
                    CONTINUE
                WHEN WHT-WAREHOUSE-ID(WAREHOUSE-INDEX) =
                                                COR-WAREHOUSE-ID
                    IF WHT-ACTIVE(WAREHOUSE-INDEX)
                        MOVE 'Y' TO WH-VALID-FLAG
                    END-IF
            END-SEARCH
        .

      *** LOOKS UP COR-VENDOR-ID IN THE VENDOR TABLE ***
        38-VALIDATE-VENDOR.
            MOVE 'N' TO VN-VALID-FLAG
            SET VENDOR-INDEX TO 1
            SEARCH VENDOR-ITEM
                AT END
                    CONTINUE
                WHEN VENDOR-ID(VENDOR-INDEX) = COR-VENDOR-ID
                    IF VENDOR-ACTIVE(VENDOR-INDEX)
                        MOVE 'Y' TO VN-VALID-FLAG
                    END-IF
            END-SEARCH
        .

      *** LOOKS UP COR-PRODUCT-ID IN THE PRODUCT MASTER TABLE ***
        39-VALIDATE-PRODUCT.
            MOVE 'N' TO PD-VALID-FLAG
            SET PRODUCT-INDEX TO 1
            SEARCH PRODUCT-ITEM
                AT END
                    CONTINUE
                WHEN PDT-PRODUCT-ID(PRODUCT-INDEX) = COR-PRODUCT-ID
                    IF PDT-ACTIVE(PRODUCT-INDEX)
                        MOVE 'Y' TO PD-VALID-FLAG
                    END-IF
            END-SEARCH
        .

      *** APPLIES EACH CONFIRMED SHIPMENT - A MISSING FILE JUST     ***
      *** MEANS NOTHING SHIPPED SINCE THE LAST RUN                  ***
        40-APPLY-SHIPMENTS.
            OPEN INPUT SHIP-CONFIRM-FILE
            IF SC-FILE-WAS-FOUND
                MOVE 'N' TO SC-EOF-FLAG
                PERFORM UNTIL SC-NO-MORE-RECS
                    READ SHIP-CONFIRM-FILE
                        AT END
                            MOVE 'Y' TO SC-EOF-FLAG
                        NOT AT END
                            PERFORM 41-APPLY-ONE-SHIPMENT
                    END-READ
                END-PERFORM
                CLOSE SHIP-CONFIRM-FILE
            END-IF
        .

      *** A SHIPMENT MUST NAME A BOOKED LINE AND CANNOT SHIP MORE   ***
      *** THAN THE LINE HAS ALLOCATED - A GOOD ONE RELEASES THAT    ***
      *** MUCH OF THE ALLOCATION, COUNTS AS SHIPPED ON THE LINE,    ***
      *** AND IS ISSUED OUT OF THE PRODUCT'S LINE ITEMS             ***
        41-APPLY-ONE-SHIPMENT.
            MOVE 'SHIPMENT' TO RJ-SOURCE
            MOVE SCR-ORDER-NO TO RJ-ORDER-NO
            MOVE SCR-LINE-NO TO RJ-LINE-NO
            MOVE 'N' TO OL-FOUND-FLAG
            IF SCR-ORDER-NO NUMERIC AND SCR-LINE-NO NUMERIC
                PERFORM 42-FIND-ORDER-LINE
            END-IF
            EVALUATE TRUE
                WHEN NOT OL-ORDER-FOUND
                    MOVE 'NO SUCH ORDER LINE' TO RJ-REASON
                    PERFORM 55-WRITE-REJECT-LINE
                WHEN SCR-QUANTITY NOT NUMERIC
                    MOVE 'QUANTITY NOT NUMERIC' TO RJ-REASON
                    PERFORM 55-WRITE-REJECT-LINE
                WHEN SCR-QUANTITY = 0
                    MOVE 'QUANTITY ZERO' TO RJ-REASON
                    PERFORM 55-WRITE-REJECT-LINE
                WHEN SCR-SHIP-DATE NOT NUMERIC
                    MOVE 'SHIP DATE NOT NUMERIC' TO RJ-REASON
                    PERFORM 55-WRITE-REJECT-LINE
                WHEN SCR-QUANTITY > OTT-ALLOCATED-QTY(ORDER-INDEX)
                    MOVE 'SHIPMENT EXCEEDS ALLOCATION' TO RJ-REASON
                    PERFORM 55-WRITE-REJECT-LINE
                WHEN OTHER
                    PERFORM 43-SHIP-FROM-STOCK
            END-EVALUATE
        .

      *** FINDS THE BOOKED LINE THE SHIPMENT NAMES AND LEAVES       ***
      *** ORDER-INDEX ON IT                                         ***
        42-FIND-ORDER-LINE.
            IF OTT-COUNT > 0
                SET ORDER-INDEX TO 1
                SEARCH ORDER-ITEM
                    AT END
                        CONTINUE
                    WHEN OTT-ORDER-NO(ORDER-INDEX) = SCR-ORDER-NO
                        AND OTT-LINE-NO(ORDER-INDEX) = SCR-LINE-NO
                        MOVE 'Y' TO OL-FOUND-FLAG
                END-SEARCH
            END-IF
        .

      *** ISSUES THE SHIPPED UNITS OUT OF THE PRODUCT'S LINE ITEMS  ***
      *** IN LINE ITEM ORDER, ONE 'I' TRANSACTION PER LINE ITEM     ***
      *** DRAWN ON - A PRODUCT WHOSE POSTED STOCK HAS FALLEN BELOW  ***
      *** THE SHIPMENT SINCE IT WAS ALLOCATED IS REJECTED SO THE    ***
      *** ISSUES CAN NEVER DRIVE A COUNT NEGATIVE                   ***
        43-SHIP-FROM-STOCK.
            MOVE OTT-WAREHOUSE-ID(ORDER-INDEX) TO SK-WAREHOUSE-ID
            MOVE OTT-VENDOR-ID(ORDER-INDEX) TO SK-VENDOR-ID
            MOVE OTT-PRODUCT-ID(ORDER-INDEX) TO SK-PRODUCT-ID
            PERFORM 46-FIND-OR-ADD-STOCK
            IF SK-STOCK-SUB = 0
                MOVE 'SHIPMENT EXCEEDS ON-HAND' TO RJ-REASON
                PERFORM 55-WRITE-REJECT-LINE
            ELSE
                IF SCR-QUANTITY > STT-ON-HAND(SK-STOCK-SUB)
                    MOVE 'SHIPMENT EXCEEDS ON-HAND' TO RJ-REASON
                    PERFORM 55-WRITE-REJECT-LINE
                ELSE
                    MOVE SCR-QUANTITY TO AF-REMAINING
                    PERFORM 44-ISSUE-FROM-ONE-ITEM
                        VARYING AF-ITEM-SUB FROM 1 BY 1
                            UNTIL AF-ITEM-SUB > 5
                                OR AF-REMAINING = 0
                    SUBTRACT SCR-QUANTITY FROM
                            STT-ON-HAND(SK-STOCK-SUB)
                    ADD SCR-QUANTITY TO OTT-SHIPPED-QTY(ORDER-INDEX)
                    SUBTRACT SCR-QUANTITY FROM
                            OTT-ALLOCATED-QTY(ORDER-INDEX)
                    SUBTRACT SCR-QUANTITY FROM
                            OTT-PRIOR-ALLOC-QTY(ORDER-INDEX)
                    ADD 1 TO RC-SHIPMENTS
                    IF OTT-SHIPPED-QTY(ORDER-INDEX) NOT <
                            OTT-ORDERED-QTY(ORDER-INDEX)
                        MOVE 'S' TO OTT-LINE-STATUS(ORDER-INDEX)
                        ADD 1 TO RC-LINES-COMPLETED
                    END-IF
                END-IF
            END-IF
        .

      *** TAKES WHAT IS STILL TO SHIP FROM ONE LINE ITEM - THE      ***
      *** WHOLE OF ITS ON-HAND OR JUST WHAT IS NEEDED, WHICHEVER    ***
      *** IS LESS - AND WRITES THE 'I' ISSUE FOR IT                 ***
        44-ISSUE-FROM-ONE-ITEM.
            IF STT-ITEM-ON-HAND(SK-STOCK-SUB, AF-ITEM-SUB) > 0
                IF STT-ITEM-ON-HAND(SK-STOCK-SUB, AF-ITEM-SUB) <
                        AF-REMAINING
                    MOVE STT-ITEM-ON-HAND(SK-STOCK-SUB, AF-ITEM-SUB)
                            TO AF-TAKE
                ELSE
                    MOVE AF-REMAINING TO AF-TAKE
                END-IF
                MOVE 'I' TO SIT-TRANS-CODE
                MOVE SK-WAREHOUSE-ID TO SIT-WAREHOUSE-ID
                MOVE SK-VENDOR-ID TO SIT-VENDOR-ID
                MOVE SK-PRODUCT-ID TO SIT-PRODUCT-ID
                MOVE AF-TAKE TO SIT-QUANTITY
                MOVE SCR-SHIP-DATE TO SIT-TRANS-DATE
                MOVE SPACES TO SIT-OTHER-WAREHOUSE-ID
                MOVE AF-ITEM-SUB TO SIT-ITEM-NO
                MOVE SPACES TO SIT-LOT-NO
                MOVE ZEROS TO SIT-EXPIRY-DATE
                MOVE ZEROS TO SIT-UNIT-COST
                MOVE SPACES TO SIT-OPERATOR-ID
                MOVE SPACES TO SIT-BATCH-NO
                WRITE INVENTORY-TRANS-REC
                ADD 1 TO RC-ISSUES-WRITTEN
                SUBTRACT AF-TAKE FROM
                        STT-ITEM-ON-HAND(SK-STOCK-SUB, AF-ITEM-SUB)
                SUBTRACT AF-TAKE FROM AF-REMAINING
            END-IF
        .

      *** FINDS THE STOCK ENTRY FOR SK-STOCK-KEY, ADDING AN EMPTY   ***
      *** ONE IF IT IS NEW - SK-STOCK-SUB IS ZERO ONLY WHEN THE     ***
      *** TABLE IS FULL                                             ***
        46-FIND-OR-ADD-STOCK.
            MOVE 0 TO SK-STOCK-SUB
            IF STT-COUNT > 0
                SET STOCK-INDEX TO 1
                SEARCH STOCK-ITEM
                    AT END
                        CONTINUE
                    WHEN STT-STOCK-KEY(STOCK-INDEX) = SK-STOCK-KEY
                        SET SK-STOCK-SUB TO STOCK-INDEX
                END-SEARCH
            END-IF
            IF SK-STOCK-SUB = 0
                IF STT-COUNT < 1000
                    ADD 1 TO STT-COUNT
                    MOVE STT-COUNT TO SK-STOCK-SUB
                    MOVE SK-STOCK-KEY TO STT-STOCK-KEY(STT-COUNT)
                    MOVE ZEROS TO STT-ITEM-ON-HAND(STT-COUNT, 1)
                                  STT-ITEM-ON-HAND(STT-COUNT, 2)
                                  STT-ITEM-ON-HAND(STT-COUNT, 3)
                                  STT-ITEM-ON-HAND(STT-COUNT, 4)
                                  STT-ITEM-ON-HAND(STT-COUNT, 5)
                    MOVE ZEROS TO STT-ON-HAND(STT-COUNT)
                    MOVE ZEROS TO STT-ALLOCATED(STT-COUNT)
                    MOVE ZEROS TO STT-BACKORDERED(STT-COUNT)
                ELSE
                    ADD 1 TO RC-STOCK-DROPPED
                END-IF
            END-IF
        .

      *** RE-ALLOCATES THE WHOLE BOOK FROM SCRATCH IN ORDER NUMBER  ***
      *** SEQUENCE, SO THE OLDEST ORDER ALWAYS HAS FIRST CLAIM ON   ***
      *** THE STOCK AND A BACKORDER FILLS AS SOON AS STOCK ARRIVES  ***
        50-ALLOCATE-ORDERS.
            PERFORM 51-CLEAR-ONE-STOCK-ENTRY
                VARYING STOCK-INDEX FROM 1 BY 1
                    UNTIL STOCK-INDEX > STT-COUNT
            PERFORM 52-ALLOCATE-ONE-LINE
                VARYING ORDER-INDEX FROM 1 BY 1
                    UNTIL ORDER-INDEX > OTT-COUNT
        .

        51-CLEAR-ONE-STOCK-ENTRY.
            MOVE ZEROS TO STT-ALLOCATED(STOCK-INDEX)
            MOVE ZEROS TO STT-BACKORDERED(STOCK-INDEX)
        .

      *** ALLOCATES WHAT THE LINE STILL NEEDS FROM WHAT THE STOCK   ***
      *** ENTRY HAS NOT ALREADY GIVEN TO AN OLDER ORDER - THE REST  ***
      *** IS BACKORDERED - ANY ALLOCATION GAINED SINCE THE LAST RUN ***
      *** IS WHAT THE WAREHOUSE HAS TO PICK                         ***
        52-ALLOCATE-ONE-LINE.
            IF NOT OTT-SHIPPED-COMPLETE(ORDER-INDEX)
                COMPUTE AF-NEEDED = OTT-ORDERED-QTY(ORDER-INDEX) -
                                    OTT-SHIPPED-QTY(ORDER-INDEX)
                MOVE OTT-WAREHOUSE-ID(ORDER-INDEX) TO SK-WAREHOUSE-ID
                MOVE OTT-VENDOR-ID(ORDER-INDEX) TO SK-VENDOR-ID
                MOVE OTT-PRODUCT-ID(ORDER-INDEX) TO SK-PRODUCT-ID
                PERFORM 46-FIND-OR-ADD-STOCK
                MOVE ZEROS TO AF-AVAILABLE
                IF SK-STOCK-SUB > 0
                    COMPUTE AF-AVAILABLE = STT-ON-HAND(SK-STOCK-SUB) -
                                           STT-ALLOCATED(SK-STOCK-SUB)
                    IF AF-AVAILABLE < 0
                        MOVE ZEROS TO AF-AVAILABLE
                    END-IF
                END-IF
                IF AF-AVAILABLE < AF-NEEDED
                    MOVE AF-AVAILABLE TO AF-TAKE
                ELSE
                    MOVE AF-NEEDED TO AF-TAKE
                END-IF
                MOVE AF-TAKE TO OTT-ALLOCATED-QTY(ORDER-INDEX)
                COMPUTE OTT-BACKORDER-QTY(ORDER-INDEX) =
                        AF-NEEDED - AF-TAKE
                IF SK-STOCK-SUB > 0
                    ADD AF-TAKE TO STT-ALLOCATED(SK-STOCK-SUB)
                    ADD OTT-BACKORDER-QTY(ORDER-INDEX) TO
                            STT-BACKORDERED(SK-STOCK-SUB)
                END-IF
                IF AF-TAKE > OTT-PRIOR-ALLOC-QTY(ORDER-INDEX)
                    COMPUTE OTT-PICK-QTY(ORDER-INDEX) = AF-TAKE -
                            OTT-PRIOR-ALLOC-QTY(ORDER-INDEX)
                    ADD 1 TO RC-PICK-LINES
                END-IF
                IF OTT-BACKORDER-QTY(ORDER-INDEX) > 0
                    MOVE 'B' TO OTT-LINE-STATUS(ORDER-INDEX)
                    ADD 1 TO RC-LINES-BACKORDERED
                    ADD OTT-BACKORDER-QTY(ORDER-INDEX) TO
                            RC-UNITS-BACKORDERED
                ELSE
                    MOVE 'A' TO OTT-LINE-STATUS(ORDER-INDEX)
                    ADD 1 TO RC-LINES-ALLOCATED
                END-IF
            END-IF
        .

      *** PRINTS ONE REJECTED ORDER OR SHIPMENT LINE AT THE HEAD OF ***
      *** THE OPEN-ORDER REPORT, WITH THE SECTION HEADING FIRST     ***
      *** TIME THROUGH                                              ***
        55-WRITE-REJECT-LINE.
            IF NOT RJ-HEADING-PRINTED
                WRITE OPEN-ORDER-RECORD FROM REJECT-HEADING-LINE
                    AFTER ADVANCING 2 LINES
                MOVE 'Y' TO RJ-HEADING-FLAG
            END-IF
            MOVE RJ-SOURCE TO RDL-SOURCE
            MOVE RJ-ORDER-NO TO RDL-ORDER-NO
            MOVE RJ-LINE-NO TO RDL-LINE-NO
            MOVE RJ-REASON TO RDL-REASON
            MOVE REJECT-DETAIL-LINE TO OPEN-ORDER-RECORD
            WRITE OPEN-ORDER-RECORD
            ADD 1 TO RC-LINES-REJECTED
        .

      *** ONE PICK LIST PAGE PER WAREHOUSE ON THE MASTER, LISTING   ***
      *** EVERY LINE WITH SOMETHING NEWLY ALLOCATED TO PICK         ***
        60-PRINT-PICK-LISTS.
            PERFORM 61-PICK-ONE-WAREHOUSE
                VARYING WAREHOUSE-INDEX FROM 1 BY 1
                    UNTIL WAREHOUSE-INDEX > WHT-COUNT
        .

        61-PICK-ONE-WAREHOUSE.
            MOVE WHT-WAREHOUSE-ID(WAREHOUSE-INDEX) TO PTL-WAREHOUSE-ID
            MOVE WHT-DESCRIPTION(WAREHOUSE-INDEX) TO PTL-DESCRIPTION
            IF WAREHOUSE-INDEX = 1
                WRITE PICK-LIST-RECORD FROM PICK-TITLE-LINE
            ELSE
                WRITE PICK-LIST-RECORD FROM PICK-TITLE-LINE
                    AFTER ADVANCING PAGE
            END-IF
            WRITE PICK-LIST-RECORD FROM PICK-HEADING-LINE
                AFTER ADVANCING 2 LINES
            MOVE 0 TO PK-WHSE-LINES
            PERFORM 62-PICK-ONE-LINE
                VARYING ORDER-INDEX FROM 1 BY 1
                    UNTIL ORDER-INDEX > OTT-COUNT
            IF PK-WHSE-LINES = 0
                MOVE PICK-NONE-LINE TO PICK-LIST-RECORD
                WRITE PICK-LIST-RECORD
            END-IF
        .

        62-PICK-ONE-LINE.
            IF OTT-WAREHOUSE-ID(ORDER-INDEX) =
                    WHT-WAREHOUSE-ID(WAREHOUSE-INDEX)
                AND OTT-PICK-QTY(ORDER-INDEX) > 0
                ADD 1 TO PK-WHSE-LINES
                MOVE OTT-ORDER-NO(ORDER-INDEX) TO PDL-ORDER-NO
                MOVE OTT-LINE-NO(ORDER-INDEX) TO PDL-LINE-NO
                MOVE OTT-CUSTOMER-ID(ORDER-INDEX) TO PDL-CUSTOMER-ID
                MOVE OTT-VENDOR-ID(ORDER-INDEX) TO PDL-VENDOR-ID
                MOVE OTT-PRODUCT-ID(ORDER-INDEX) TO PDL-PRODUCT-ID
                MOVE SPACES TO PDL-DESCRIPTION
                SET PRODUCT-INDEX TO 1
                SEARCH PRODUCT-ITEM
                    AT END
                        CONTINUE
                    WHEN PDT-PRODUCT-ID(PRODUCT-INDEX) =
                            OTT-PRODUCT-ID(ORDER-INDEX)
                        MOVE PDT-DESCRIPTION(PRODUCT-INDEX) TO
                                PDL-DESCRIPTION
                END-SEARCH
                MOVE OTT-PICK-QTY(ORDER-INDEX) TO PDL-PICK-QTY
                MOVE OTT-ORDERED-QTY(ORDER-INDEX) TO PDL-ORDERED-QTY
                MOVE OTT-ORDER-DATE(ORDER-INDEX) TO PDL-ORDER-DATE
                MOVE PICK-DETAIL-LINE TO PICK-LIST-RECORD
                WRITE PICK-LIST-RECORD
            END-IF
        .

      *** LISTS EVERY LINE ON THE BOOK - ALLOCATED, ON BACKORDER,   ***
      *** OR SHIPPED IN FULL THIS RUN (ITS LAST APPEARANCE) - SO    ***
      *** CUSTOMER SERVICE CAN SEE WHO IS WAITING AND FOR WHAT      ***
        65-PRINT-OPEN-ORDERS.
            WRITE OPEN-ORDER-RECORD FROM OPEN-ORDER-HEADING-LINE
                AFTER ADVANCING 2 LINES
            PERFORM 66-REPORT-ONE-LINE
                VARYING ORDER-INDEX FROM 1 BY 1
                    UNTIL ORDER-INDEX > OTT-COUNT
            MOVE RC-LINES-ALLOCATED TO OTO-ALLOCATED
            MOVE RC-LINES-BACKORDERED TO OTO-BACKORDERED
            WRITE OPEN-ORDER-RECORD FROM OPEN-ORDER-TOTAL-LINE
                AFTER ADVANCING 2 LINES
            MOVE RC-UNITS-BACKORDERED TO OTO-UNITS
            MOVE RC-LINES-COMPLETED TO OTO-COMPLETED
            MOVE OPEN-ORDER-UNITS-LINE TO OPEN-ORDER-RECORD
            WRITE OPEN-ORDER-RECORD
        .

        66-REPORT-ONE-LINE.
            MOVE OTT-ORDER-NO(ORDER-INDEX) TO ODL-ORDER-NO
            MOVE OTT-LINE-NO(ORDER-INDEX) TO ODL-LINE-NO
            MOVE OTT-CUSTOMER-ID(ORDER-INDEX) TO ODL-CUSTOMER-ID
            MOVE OTT-WAREHOUSE-ID(ORDER-INDEX) TO ODL-WAREHOUSE-ID
            MOVE OTT-VENDOR-ID(ORDER-INDEX) TO ODL-VENDOR-ID
            MOVE OTT-PRODUCT-ID(ORDER-INDEX) TO ODL-PRODUCT-ID
            MOVE OTT-ORDERED-QTY(ORDER-INDEX) TO ODL-ORDERED-QTY
            MOVE OTT-SHIPPED-QTY(ORDER-INDEX) TO ODL-SHIPPED-QTY
            MOVE OTT-ALLOCATED-QTY(ORDER-INDEX) TO ODL-ALLOCATED-QTY
            MOVE OTT-BACKORDER-QTY(ORDER-INDEX) TO ODL-BACKORDER-QTY
            MOVE OTT-ORDER-DATE(ORDER-INDEX) TO ODL-ORDER-DATE
            EVALUATE TRUE
                WHEN OTT-SHIPPED-COMPLETE(ORDER-INDEX)
                    MOVE 'SHIPPED' TO ODL-STATUS
                WHEN OTT-ON-BACKORDER(ORDER-INDEX)
                    MOVE 'BACKORD' TO ODL-STATUS
                WHEN OTHER
                    MOVE 'ALLOC' TO ODL-STATUS
            END-EVALUATE
            MOVE OPEN-ORDER-DETAIL-LINE TO OPEN-ORDER-RECORD
            WRITE OPEN-ORDER-RECORD
        .

      *** WRITES THE ALLOCATED AND BACKORDERED UNITS FOR EVERY      ***
      *** WAREHOUSE/VENDOR/PRODUCT THE BOOK HAS A CLAIM ON          ***
        68-WRITE-ALLOCATIONS.
            OPEN OUTPUT ALLOCATION-FILE
            PERFORM 69-WRITE-ONE-ALLOCATION
                VARYING STOCK-INDEX FROM 1 BY 1
                    UNTIL STOCK-INDEX > STT-COUNT
            CLOSE ALLOCATION-FILE
        .

        69-WRITE-ONE-ALLOCATION.
            IF STT-ALLOCATED(STOCK-INDEX) > 0
                OR STT-BACKORDERED(STOCK-INDEX) > 0
                MOVE STT-WAREHOUSE-ID(STOCK-INDEX) TO ALR-WAREHOUSE-ID
                MOVE STT-VENDOR-ID(STOCK-INDEX) TO ALR-VENDOR-ID
                MOVE STT-PRODUCT-ID(STOCK-INDEX) TO ALR-PRODUCT-ID
                MOVE STT-ON-HAND(STOCK-INDEX) TO ALR-ON-HAND
                MOVE STT-ALLOCATED(STOCK-INDEX) TO ALR-ALLOCATED-QTY
                MOVE STT-BACKORDERED(STOCK-INDEX) TO
                        ALR-BACKORDERED-QTY
                MOVE WS-CURRENT-DATE TO ALR-RUN-DATE
                WRITE ALLOCATION-REC
                ADD 1 TO RC-ALLOC-RECORDS
            END-IF
        .

      *** REWRITES THE ORDER BOOK WITHOUT THE LINES SHIPPED IN     ***
      *** FULL, THEN CARRIES ANY LINES THAT WERE PAST THE TABLE    ***
        70-EOJ.
            OPEN OUTPUT ORDER-BOOK
            PERFORM 71-WRITE-ONE-BOOK-LINE
                VARYING ORDER-INDEX FROM 1 BY 1
                    UNTIL ORDER-INDEX > OTT-COUNT
            IF RC-LINES-HELD > 0
                PERFORM 72-CARRY-HELD-LINES
            END-IF
            CLOSE ORDER-BOOK
            PERFORM 80-PRINT-SUMMARY
        .

        71-WRITE-ONE-BOOK-LINE.
            IF NOT OTT-SHIPPED-COMPLETE(ORDER-INDEX)
                MOVE OTT-ORDER-NO(ORDER-INDEX) TO OBR-ORDER-NO
                MOVE OTT-LINE-NO(ORDER-INDEX) TO OBR-LINE-NO
                MOVE OTT-CUSTOMER-ID(ORDER-INDEX) TO OBR-CUSTOMER-ID
                MOVE OTT-WAREHOUSE-ID(ORDER-INDEX) TO
                        OBR-WAREHOUSE-ID
                MOVE OTT-VENDOR-ID(ORDER-INDEX) TO OBR-VENDOR-ID
                MOVE OTT-PRODUCT-ID(ORDER-INDEX) TO OBR-PRODUCT-ID
                MOVE OTT-ORDERED-QTY(ORDER-INDEX) TO OBR-ORDERED-QTY
                MOVE OTT-ALLOCATED-QTY(ORDER-INDEX) TO
                        OBR-ALLOCATED-QTY
                MOVE OTT-SHIPPED-QTY(ORDER-INDEX) TO OBR-SHIPPED-QTY
                MOVE OTT-ORDER-DATE(ORDER-INDEX) TO OBR-ORDER-DATE
                MOVE OTT-LINE-STATUS(ORDER-INDEX) TO OBR-LINE-STATUS
                WRITE ORDER-BOOK-REC
            END-IF
        .

      *** THE LINES PAST THE TABLE ARE THE TAIL OF THE SORTED FILE  ***
      *** - EVERYTHING KEYED AFTER THE LAST LINE LOADED IS WRITTEN  ***
      *** BACK TO THE BOOK EXACTLY AS IT CAME IN                    ***
        72-CARRY-HELD-LINES.
            OPEN INPUT SORTED-ORDERS
            MOVE 'N' TO SO-EOF-FLAG
            PERFORM UNTIL SO-NO-MORE-RECS
                READ SORTED-ORDERS
                    AT END
                        MOVE 'Y' TO SO-EOF-FLAG
                    NOT AT END
                        IF SOR-ORDER-KEY > OTT-ORDER-KEY(OTT-COUNT)
                            WRITE ORDER-BOOK-REC FROM SORTED-ORDER-REC
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SORTED-ORDERS
        .

        80-PRINT-SUMMARY.
            DISPLAY 'PR4ALOC - ORDER ALLOCATION COMPLETE'
            DISPLAY '  MASTER LINE ITEMS:        ' RC-MASTER-ITEMS
            DISPLAY '  BOOKED LINES READ:        ' RC-BOOK-LINES
            DISPLAY '  NEW ORDER LINES BOOKED:   ' RC-NEW-LINES
            DISPLAY '  LINES REJECTED:           ' RC-LINES-REJECTED
            DISPLAY '  SHIPMENTS APPLIED:        ' RC-SHIPMENTS
            DISPLAY '  ISSUE TRANSACTIONS:       ' RC-ISSUES-WRITTEN
            DISPLAY '  LINES SHIPPED IN FULL:    ' RC-LINES-COMPLETED
            DISPLAY '  LINES FULLY ALLOCATED:    ' RC-LINES-ALLOCATED
            DISPLAY '  LINES ON BACKORDER:       ' RC-LINES-BACKORDERED
            DISPLAY '  UNITS ON BACKORDER:       ' RC-UNITS-BACKORDERED
            DISPLAY '  PICK LINES PRINTED:       ' RC-PICK-LINES
            DISPLAY '  ALLOCATION RECORDS:       ' RC-ALLOC-RECORDS
            DISPLAY '  LINES HELD PAST TABLE:    ' RC-LINES-HELD
            DISPLAY '  PRODUCTS PAST TABLE:      ' RC-STOCK-DROPPED
        .

        90-FINALE.
            CLOSE PICK-LIST-REPORT
                  OPEN-ORDER-REPORT
                  INVENTORY-TRANS
            STOP RUN
        .
