        IDENTIFICATION DIVISION.
        PROGRAM-ID.  PR4RBAL.
        AUTHOR.  GARRETT BURNS.

      * * * * * * * * * * * * * * * * * * * * * * * * *
      *
      * STOCK REBALANCING BETWEEN PR4CGB AND PR4PORD.  PR4PORD
      * USED TO TURN EVERY LOW-STOCK LINE INTO A PURCHASE ORDER
      * EVEN WHEN ANOTHER WAREHOUSE WAS SITTING ON THE SAME
      * VENDOR/PRODUCT FAR ABOVE ITS OWN NEEDS - NV10 BUYING A
      * CREAM WA30 HAS CARRIED FOR MONTHS.  THIS STEP LOOKS EACH
      * SHORT LINE ITEM UP AT THE OTHER WAREHOUSES ON THE POSTED
      * INVENTORY MASTER AND, WHERE ONE HOLDS MORE THAN ITS OWN
      * REORDER POINT, SUGGESTS A 'T' TRANSFER OF THE SURPLUS
      * BEFORE A SINGLE UNIT IS BOUGHT.  ONLY THE SHORTFALL NO
      * TRANSFER COVERS GOES ON TO PR4PORD.
      *
      * OPERATION:
      *   THE SHORTFALL IS WHAT PR4PORD WOULD HAVE ORDERED - UP TO
      *   THE ORDER-UP-TO QUANTITY, OR TWICE THE THRESHOLD ON A
      *   RECORD THAT CARRIES NONE.  A DONOR'S SURPLUS IS ITS
      *   ON-HAND LESS WHAT PR4ALOC HAS ALLOCATED FROM IT TO OPEN
      *   CUSTOMER ORDERS AND LESS ITS OWN REORDER POINT FROM
      *   PR4-REORDER.TXT (THE SAME FLAT DEFAULT OF 25 PR4CGB USES
      *   WHEN PR4ROP HAS NONE), SO A TRANSFER NEVER SHIPS STOCK
      *   PROMISED TO A CUSTOMER OR LEAVES THE SENDING WAREHOUSE
      *   ON ITS OWN LOW-STOCK LIST.  DONORS ARE TAKEN OLDEST
      *   STOCK FIRST - LONGEST SINCE THE LAST POSTING, THE SAME
      *   AGE PR4AGE BUCKETS ON - SO IDLE STOCK MOVES BEFORE STOCK
      *   THAT IS SELLING.  SURPLUS GIVEN TO ONE SHORT ITEM IS NOT
      *   OFFERED AGAIN TO THE NEXT.
      *
      * INPUT:
      *   LOW-STOCK-FILE.TXT (39-CHARACTER RECORD, WRITTEN BY
      *   PR4CGB) - 'CTL' RUN STAMP FIRST, WHICH MUST MATCH THE
      *   LATEST COMPLETED RUN ON PR4-RUNLOG.TXT
      *     1. WAREHOUSE ID                 1-4
      *     2. VENDOR ID                    5
      *     3. PRODUCT ID                   6-8
      *     4. PRODUCT NAME                 9-21
      *     5. NUMBER IN STOCK             22-25
      *     6. REORDER THRESHOLD           26-29
      *     7. PURCHASE PRICE              30-34
      *     8. ORDER-UP-TO QUANTITY        35-38
      *     9. LINE ITEM NUMBER            39
      *
      *   INVENTORY-MASTER.TXT (SAME LAYOUT PR4TPST WRITES) - EACH
      *   LINE ITEM'S POSTED ON-HAND AND LAST POSTED DATE
      *
      *   PR4-REORDER.TXT (WRITTEN BY PR4ROP) - EACH LINE ITEM'S
      *   OWN REORDER POINT
      *
      *   PR4-ALLOC.TXT (WRITTEN BY PR4ALOC) - UNITS ALLOCATED TO
      *   OPEN ORDERS PER WAREHOUSE/VENDOR/PRODUCT, CHARGED TO THE
      *   PRODUCT'S LINE ITEMS LOWEST ITEM NUMBER FIRST, THE ORDER
      *   PR4ALOC ISSUES THEM IN
      *
      * OUTPUT:
      *   PR4-XFER-SUGGEST.TXT - SUGGESTED 'T' TRANSFER SHIPS IN
      *   THE 58-CHARACTER INVENTORY-TRANS.TXT LAYOUT, FROM THE
      *   DONOR WAREHOUSE TO THE SHORT ONE, READY TO BE REVIEWED
      *   AND FED TO THE NEXT PR4TPST RUN
      *
      *   NET-LOWSTOCK.TXT - THE LOW-STOCK FILE PR4PORD READS, IN
      *   THE SAME LAYOUT WITH THE SAME STAMP - EACH ITEM'S NUMBER
      *   IN STOCK IS RAISED BY THE UNITS SUGGESTED IN BY
      *   TRANSFER, AND AN ITEM THE TRANSFERS COVER IS DROPPED
      *
      *   PR4-RBL - PRINTED REBALANCING REPORT, EACH TRANSFER
      *   SUGGESTION NEXT TO THE PURCHASE COST IT AVOIDS

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
        OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * LOW-STOCK EXCEPTIONS FROM THE CURRENT PR4CGB RUN - CARRIES
      * A 'CTL' RUN STAMP AS ITS FIRST RECORD
            SELECT LOW-STOCK-FILE
                ASSIGN TO 'LOW-STOCK-FILE.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS LS-FILE-STATUS.

      * PERMANENT RUN-CONTROL LOG WRITTEN BY PR4CGB - THE LAST
      * ENTRY IS THE LATEST COMPLETED RUN
            SELECT RUN-LOG-FILE
                ASSIGN TO 'PR4-RUNLOG.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS RL-FILE-STATUS.

      * ON-HAND BY LINE ITEM POSTED BY PR4TPST
            SELECT INVENTORY-MASTER
                ASSIGN TO 'INVENTORY-MASTER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS IM-FILE-STATUS.

      * PER-LINE-ITEM REORDER POINTS FROM PR4ROP
            SELECT REORDER-PARM-FILE
                ASSIGN TO 'PR4-REORDER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS RPF-FILE-STATUS.

      * UNITS ALLOCATED TO OPEN CUSTOMER ORDERS BY PR4ALOC
            SELECT ALLOCATION-FILE
                ASSIGN TO 'PR4-ALLOC.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS AL-FILE-STATUS.

      * SUGGESTED TRANSFER SHIPS FOR THE NEXT PR4TPST RUN
            SELECT TRANSFER-SUGGEST-FILE
                ASSIGN TO 'PR4-XFER-SUGGEST.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * THE SHORTFALL LEFT FOR PR4PORD TO BUY
            SELECT NET-LOWSTOCK-FILE
                ASSIGN TO 'NET-LOWSTOCK.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * PRINTED REBALANCING REPORT
            SELECT REBALANCE-REPORT
                ASSIGN TO PRINTER 'PR4-RBL'.

        DATA DIVISION.
        FILE SECTION.

        FD  LOW-STOCK-FILE
            RECORD CONTAINS 39 CHARACTERS.

        01  LOW-STOCK-FILE-REC.
            05  LS-WAREHOUSE-ID              PIC X(4).
            05  LS-VENDOR-ID                 PIC X(1).
            05  LS-PRODUCT-ID                PIC X(3).
            05  LS-PRODUCT-NAME              PIC X(13).
            05  LS-NUM-IN-STOCK              PIC S9(4).
            05  LS-THRESHOLD                 PIC 9(4).
            05  LS-PURCHASE-PRICE            PIC S999V99.
            05  LS-ORDER-UP-TO               PIC 9(4).
            05  LS-ITEM-NO                   PIC 9(1).

      * SAME 65-CHARACTER RECORD PR4CGB WRITES - ONLY THE RUN
      * DATE AND TIME ARE CHECKED HERE
        FD  RUN-LOG-FILE
            RECORD CONTAINS 65 CHARACTERS.

        01  RUN-LOG-REC.
            05  RLR-RUN-DATE                 PIC 9(6).
            05  RLR-RUN-TIME                 PIC 9(6).
            05  FILLER                       PIC X(53).

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

      * ONE LINE ITEM'S USAGE-BASED REORDER PARAMETERS - ONLY THE
      * KEY AND THE REORDER POINT ARE USED HERE
        FD  REORDER-PARM-FILE
            RECORD CONTAINS 42 CHARACTERS.

        01  REORDER-PARM-REC.
            05  RPR-WAREHOUSE-ID             PIC X(4).
            05  RPR-VENDOR-ID                PIC X(1).
            05  RPR-PRODUCT-ID               PIC X(3).
            05  RPR-ITEM-NO                  PIC 9(1).
            05  RPR-AVG-DAILY                PIC 9(4)V99.
            05  RPR-PEAK-DAILY               PIC 9(4)V99.
            05  RPR-LEAD-DAYS                PIC 9(3).
            05  RPR-SAFETY-STOCK             PIC 9(4).
            05  RPR-REORDER-POINT            PIC 9(4).
            05  RPR-ORDER-UP-TO              PIC 9(4).
            05  RPR-CALC-DATE                PIC 9(6).

      * SAME 35-CHARACTER RECORD PR4ALOC WRITES - ONLY THE KEY AND
      * THE ALLOCATED QUANTITY ARE USED HERE
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

      * SAME 58-CHARACTER LAYOUT AS INVENTORY-TRANS.TXT
        FD  TRANSFER-SUGGEST-FILE
            RECORD CONTAINS 58 CHARACTERS.

        01  TRANSFER-SUGGEST-REC.
            05  TSR-TRANS-CODE               PIC X(1).
            05  TSR-WAREHOUSE-ID             PIC X(4).
            05  TSR-VENDOR-ID                PIC X(1).
            05  TSR-PRODUCT-ID               PIC X(3).
            05  TSR-QUANTITY                 PIC S9(7).
            05  TSR-TRANS-DATE               PIC 9(6).
            05  TSR-OTHER-WAREHOUSE-ID       PIC X(4).
            05  TSR-ITEM-NO                  PIC 9(1).
            05  TSR-LOT-NO                   PIC X(10).
            05  TSR-EXPIRY-DATE              PIC 9(6).
            05  TSR-UNIT-COST                PIC 9(3)V9(2).
            05  TSR-OPERATOR-ID              PIC X(4).
            05  TSR-BATCH-NO                 PIC X(6).

        FD  NET-LOWSTOCK-FILE
            RECORD CONTAINS 39 CHARACTERS.

        01  NET-LOWSTOCK-REC                 PIC X(39).

        FD  REBALANCE-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  REBALANCE-RECORD                 PIC X(80).

        WORKING-STORAGE SECTION.

        01  LS-FLAGS.
            05  LS-FILE-STATUS               PIC XX.
                88 LS-FILE-WAS-FOUND                      VALUE '00'.
            05  LS-EOF-FLAG                  PIC X       VALUE 'N'.
                88 LS-NO-MORE-RECS                        VALUE 'Y'.

        01  RL-FLAGS.
            05  RL-FILE-STATUS               PIC XX.
                88 RL-FILE-WAS-FOUND                      VALUE '00'.
            05  RL-EOF-FLAG                  PIC X       VALUE 'N'.
                88 RL-NO-MORE-RECS                        VALUE 'Y'.

        01  IM-FLAGS.
            05  IM-FILE-STATUS               PIC XX.
                88 IM-FILE-WAS-FOUND                      VALUE '00'.
            05  IM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 IM-NO-MORE-RECS                        VALUE 'Y'.

        01  RPF-FLAGS.
            05  RPF-FILE-STATUS              PIC XX.
                88 RPF-FILE-WAS-FOUND                     VALUE '00'.
            05  RPF-EOF-FLAG                 PIC X       VALUE 'N'.
                88 RPF-NO-MORE-RECS                       VALUE 'Y'.

        01  AL-FLAGS.
            05  AL-FILE-STATUS               PIC XX.
                88 AL-FILE-WAS-FOUND                      VALUE '00'.
            05  AL-EOF-FLAG                  PIC X       VALUE 'N'.
                88 AL-NO-MORE-RECS                        VALUE 'Y'.

      *** THE LATEST COMPLETED RUN ON THE RUN LOG AND THE STAMP   ***
      *** READ OFF THE LOW-STOCK FILE - THE TWO MUST AGREE BEFORE ***
      *** A SINGLE TRANSFER IS SUGGESTED                          ***
        01  STAMP-CHECK-FIELDS.
            05  SC-LOG-FOUND-FLAG            PIC X       VALUE 'N'.
                88 SC-LOG-ENTRY-FOUND                     VALUE 'Y'.
            05  SC-LOG-RUN-DATE              PIC 9(6).
            05  SC-LOG-RUN-TIME              PIC 9(6).

        01  STAMP-WORK-RECORD.
            05  SWR-RECORD-TYPE              PIC X(3).
                88 SWR-IS-STAMP                           VALUE 'CTL'.
            05  SWR-RUN-DATE                 PIC 9(6).
            05  SWR-RUN-TIME                 PIC 9(6).
            05  FILLER                       PIC X(24).

        01  WS-CURRENT-DATE.
            05  WS-YEAR                      PIC 99.
            05  WS-MONTH                     PIC 99.
            05  WS-DAY                       PIC 99.

      *** REORDER POINT FOR A DONOR WITH NO PR4ROP PARAMETERS -     ***
      *** THE SAME FLAT DEFAULT PR4CGB FLAGS LOW STOCK AGAINST      ***
        01  REBALANCE-RULES.
            05  RR-DEFAULT-REORDER-POINT     PIC S9(4)   VALUE +0025.

      *** USAGE-BASED REORDER POINTS PER LINE ITEM, LOADED AT       ***
      *** HOUSEKEEPING TIME - SAME TABLE SHAPE PR4CGB LOADS IT INTO ***
        01  REORDER-PARM-TABLE.
            05  RPT-COUNT                    PIC S9(4)   VALUE 0.
            05  REORDER-PARM-ITEM OCCURS 1 TO 2500 TIMES
                    DEPENDING ON RPT-COUNT
                    INDEXED BY REORDER-PARM-INDEX.
                10  RPT-WAREHOUSE-ID         PIC X(4).
                10  RPT-VENDOR-ID            PIC X(1).
                10  RPT-PRODUCT-ID           PIC X(3).
                10  RPT-ITEM-NO              PIC 9(1).
                10  RPT-REORDER-POINT        PIC 9(4).

      *** UNITS PR4ALOC HAS ALLOCATED PER WAREHOUSE/VENDOR/PRODUCT  ***
      *** - WHAT IS NOT YET CHARGED TO A LINE ITEM COMES DOWN AS    ***
      *** THE MASTER IS LOADED                                      ***
        01  ALLOCATION-TABLE.
            05  ALT-COUNT                    PIC S9(4)   VALUE 0.
            05  ALLOCATION-ITEM OCCURS 1 TO 2500 TIMES
                    DEPENDING ON ALT-COUNT
                    INDEXED BY ALLOCATION-INDEX.
                10  ALT-WAREHOUSE-ID         PIC X(4).
                10  ALT-VENDOR-ID            PIC X(1).
                10  ALT-PRODUCT-ID           PIC X(3).
                10  ALT-UNCHARGED-QTY        PIC S9(7).

      *** EVERY LINE ITEM ON THE POSTED MASTER WITH WHAT IT CAN     ***
      *** SPARE - SURPLUS GIVEN AWAY IS TAKEN OFF AS WE GO SO NO    ***
      *** UNIT IS PROMISED TWICE                                    ***
        01  STOCK-TABLE.
            05  STT-COUNT                    PIC S9(4)   VALUE 0.
            05  STOCK-ITEM OCCURS 1 TO 2500 TIMES
                    DEPENDING ON STT-COUNT
                    INDEXED BY STOCK-INDEX.
                10  STT-WAREHOUSE-ID         PIC X(4).
                10  STT-VENDOR-ID            PIC X(1).
                10  STT-PRODUCT-ID           PIC X(3).
                10  STT-ITEM-NO              PIC 9(1).
                10  STT-ON-HAND              PIC S9(7).
                10  STT-ALLOCATED            PIC S9(7).
                10  STT-REORDER-POINT        PIC 9(4).
                10  STT-SURPLUS              PIC S9(7).
                10  STT-AGE-DAYS             PIC S9(8).

      *** STATE OF THE SHORT ITEM UNDER REBALANCING ***
        01  REBALANCE-FIELDS.
            05  RB-NEED                      PIC S9(7).
            05  RB-REMAINING                 PIC S9(7).
            05  RB-TRANSFERRED               PIC S9(7).
            05  RB-TAKE                      PIC S9(7).
            05  RB-DONOR-SUB                 PIC S9(4).
            05  RB-BEST-AGE                  PIC S9(8).
            05  RB-SUB                       PIC S9(4).
            05  RB-AVOIDED-COST              PIC S9(7)V9(2).
            05  RB-PURCHASE-COST             PIC S9(7)V9(2).
            05  RB-DONOR-FLAG                PIC X       VALUE 'N'.
                88 RB-DONOR-FOUND                         VALUE 'Y'.

      *** DAY-NUMBER ARITHMETIC FOR THE AGE - SAME APPROXIMATION  ***
      *** PR4AGE USES                                             ***
        01  AGE-DATE-FIELDS.
            05  AD-RUN-DAY-NO                PIC S9(8).
            05  AD-POST-DAY-NO               PIC S9(8).
            05  AD-WORK-DATE.
                10  AD-WORK-YEAR             PIC 99.
                10  AD-WORK-MONTH            PIC 99.
                10  AD-WORK-DAY              PIC 99.

        01  RUN-COUNTERS.
            05  RC-ITEMS-READ                PIC 9(5)    VALUE 0.
            05  RC-ITEMS-COVERED             PIC 9(5)    VALUE 0.
            05  RC-ITEMS-TO-PORD             PIC 9(5)    VALUE 0.
            05  RC-TRANSFERS-WRITTEN         PIC 9(5)    VALUE 0.
            05  RC-MASTER-OVERFLOW           PIC 9(5)    VALUE 0.
            05  RC-UNITS-TRANSFERRED         PIC S9(9)   VALUE 0.
            05  RC-UNITS-TO-PURCHASE         PIC S9(9)   VALUE 0.
            05  RC-COST-AVOIDED              PIC S9(9)V9(2) VALUE 0.
            05  RC-COST-TO-PURCHASE          PIC S9(9)V9(2) VALUE 0.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                  REBALANCING REPORT LAYOUT                 *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

        01  REPORT-TITLE-LINE.
            05                    PIC X(22).
            05                    PIC X(29)  VALUE
                    'STOCK REBALANCING SUGGESTIONS'.
            05                    PIC X(2).
            05  RT-DATE.
                10  RT-MONTH      PIC Z9.
                10                PIC X      VALUE '/'.
                10  RT-DAY        PIC 99.
                10                PIC X      VALUE '/'.
                10  RT-YEAR       PIC 99.
            05                    PIC X(19).

        01  REPORT-HEADING-LINE.
            05                    PIC X(2).
            05                    PIC X(4)   VALUE 'WHSE'.
            05                    PIC X(2).
            05                    PIC X(1)   VALUE 'V'.
            05                    PIC X(1).
            05                    PIC X(3)   VALUE 'PRD'.
            05                    PIC X(1).
            05                    PIC X(1)   VALUE 'I'.
            05                    PIC X(2).
            05                    PIC X(13)  VALUE 'PRODUCT NAME'.
            05                    PIC X(50).

      *** ONE SHORT ITEM - WHAT IT HAS AND WHAT PR4PORD WOULD HAVE  ***
      *** ORDERED FOR IT                                            ***
        01  SHORT-ITEM-LINE.
            05                    PIC X(2).
            05  SI-WAREHOUSE-ID   PIC X(4).
            05                    PIC X(2).
            05  SI-VENDOR-ID      PIC X(1).
            05                    PIC X(1).
            05  SI-PRODUCT-ID     PIC X(3).
            05                    PIC X(1).
            05  SI-ITEM-NO        PIC 9(1).
            05                    PIC X(2).
            05  SI-PRODUCT-NAME   PIC X(13).
            05                    PIC X(2).
            05                    PIC X(6)   VALUE 'STOCK '.
            05  SI-IN-STOCK       PIC ZZZ9-.
            05                    PIC X(2).
            05                    PIC X(5)   VALUE 'NEED '.
            05  SI-NEED           PIC ZZZ9.
            05                    PIC X(2).
            05                    PIC X(6)   VALUE 'PRICE '.
            05  SI-PRICE          PIC ZZ9.99.
            05                    PIC X(12).

      *** ONE SUGGESTED TRANSFER AND THE PURCHASE COST IT AVOIDS ***
        01  TRANSFER-LINE.
            05                    PIC X(8).
            05                    PIC X(14)  VALUE 'TRANSFER FROM '.
            05  TL-FROM-WAREHOUSE PIC X(4).
            05                    PIC X(2).
            05                    PIC X(4)   VALUE 'AGE '.
            05  TL-AGE-DAYS       PIC ZZZZ9.
            05                    PIC X(2).
            05                    PIC X(4)   VALUE 'QTY '.
            05  TL-QUANTITY       PIC ZZZ9.
            05                    PIC X(2).
            05                    PIC X(7)   VALUE 'AVOIDS '.
            05  TL-AVOIDED-COST   PIC $ZZZ,ZZ9.99.
            05                    PIC X(13).

      *** WHAT IS LEFT FOR PR4PORD TO BUY ON THIS ITEM ***
        01  PURCHASE-LINE.
            05                    PIC X(8).
            05                    PIC X(27)  VALUE
                    'LEFT TO PURCHASE ORDER'.
            05                    PIC X(4)   VALUE 'QTY '.
            05  PL-QUANTITY       PIC ZZZ9.
            05                    PIC X(2).
            05                    PIC X(7)   VALUE 'COSTS  '.
            05  PL-PURCHASE-COST  PIC $ZZZ,ZZ9.99.
            05                    PIC X(17).

        01  TOTAL-UNITS-LINE.
            05                    PIC X(8).
            05                    PIC X(30)  VALUE
                    'UNITS SUGGESTED FOR TRANSFER:'.
            05  TU-TRANSFERRED    PIC ZZZ,ZZZ,ZZ9-.
            05                    PIC X(30).

        01  TOTAL-AVOIDED-LINE.
            05                    PIC X(8).
            05                    PIC X(30)  VALUE
                    'PURCHASE COST AVOIDED:'.
            05  TA-COST-AVOIDED   PIC $ZZZ,ZZZ,ZZ9.99.
            05                    PIC X(27).

        01  TOTAL-PURCHASE-LINE.
            05                    PIC X(8).
            05                    PIC X(30)  VALUE
                    'PURCHASE COST STILL TO ORDER:'.
            05  TP-COST-TO-ORDER  PIC $ZZZ,ZZZ,ZZ9.99.
            05                    PIC X(27).

        PROCEDURE DIVISION.

        10-CONTROL-MODULE.
            PERFORM 12-VERIFY-LOWSTOCK-STAMP
            PERFORM 20-HOUSEKEEPING
            PERFORM 30-READ-FILE
            PERFORM 70-EOJ
            PERFORM 90-FINALE
        .

      *** PROVES THE LOW-STOCK FILE CAME FROM THE LATEST          ***
      *** COMPLETED PR4CGB RUN BEFORE A SINGLE TRANSFER IS        ***
      *** SUGGESTED - THE STAMP ON ITS FIRST RECORD MUST MATCH    ***
      *** THE RUN LOG'S LAST ENTRY - THE FILE IS LEFT OPEN AT ITS ***
      *** FIRST DATA RECORD                                       ***
        12-VERIFY-LOWSTOCK-STAMP.
            PERFORM 13-LOAD-RUN-LOG
            IF NOT SC-LOG-ENTRY-FOUND
                DISPLAY 'PR4RBAL - NO COMPLETED RUN ON '
                        'PR4-RUNLOG.TXT - RUN PR4CGB FIRST'
                STOP RUN
            END-IF

            OPEN INPUT LOW-STOCK-FILE
            IF NOT LS-FILE-WAS-FOUND
                DISPLAY 'PR4RBAL - LOW-STOCK-FILE.TXT NOT '
                        'AVAILABLE - STATUS ' LS-FILE-STATUS
                STOP RUN
            END-IF
            READ LOW-STOCK-FILE
                AT END
                    PERFORM 14-REFUSE-STALE-LOWSTOCK
            END-READ
            MOVE LOW-STOCK-FILE-REC TO STAMP-WORK-RECORD
            IF NOT SWR-IS-STAMP
                PERFORM 14-REFUSE-STALE-LOWSTOCK
            END-IF
            IF SWR-RUN-DATE NOT = SC-LOG-RUN-DATE
                OR SWR-RUN-TIME NOT = SC-LOG-RUN-TIME
                PERFORM 14-REFUSE-STALE-LOWSTOCK
            END-IF
        .

      *** READS THE RUN LOG THROUGH TO ITS LAST (LATEST) ENTRY ***
        13-LOAD-RUN-LOG.
            MOVE 'N' TO SC-LOG-FOUND-FLAG
            OPEN INPUT RUN-LOG-FILE
            IF RL-FILE-WAS-FOUND
                MOVE 'N' TO RL-EOF-FLAG
                PERFORM UNTIL RL-NO-MORE-RECS
                    READ RUN-LOG-FILE
                        AT END
                            MOVE 'Y' TO RL-EOF-FLAG
                        NOT AT END
                            MOVE 'Y' TO SC-LOG-FOUND-FLAG
                            MOVE RLR-RUN-DATE TO SC-LOG-RUN-DATE
                            MOVE RLR-RUN-TIME TO SC-LOG-RUN-TIME
                    END-READ
                END-PERFORM
                CLOSE RUN-LOG-FILE
            END-IF
        .

      *** THE LOW-STOCK FILE PREDATES THE LATEST COMPLETED RUN    ***
      *** (OR HAS NO STAMP AT ALL) - TELL THE OPERATOR AND        ***
      *** REFUSE TO RUN                                           ***
        14-REFUSE-STALE-LOWSTOCK.
            DISPLAY 'PR4RBAL - LOW-STOCK-FILE.TXT DOES NOT MATCH '
                    'THE LATEST COMPLETED PR4CGB RUN'
            DISPLAY 'PR4RBAL - RERUN PR4CGB - RUN REFUSED'
            CLOSE LOW-STOCK-FILE
            STOP RUN
        .

        20-HOUSEKEEPING.
            ACCEPT WS-CURRENT-DATE FROM DATE
            MOVE WS-MONTH TO RT-MONTH
            MOVE WS-DAY TO RT-DAY
            MOVE WS-YEAR TO RT-YEAR

            MOVE WS-CURRENT-DATE TO AD-WORK-DATE
            PERFORM 58-COMPUTE-DAY-NUMBER
            MOVE AD-POST-DAY-NO TO AD-RUN-DAY-NO

            PERFORM 22-LOAD-REORDER-PARAMETERS
            PERFORM 23-LOAD-ALLOCATIONS
            PERFORM 24-LOAD-INVENTORY-MASTER

            OPEN OUTPUT TRANSFER-SUGGEST-FILE,
                        NET-LOWSTOCK-FILE,
                        REBALANCE-REPORT

            WRITE NET-LOWSTOCK-REC FROM STAMP-WORK-RECORD

            MOVE REPORT-TITLE-LINE TO REBALANCE-RECORD
            WRITE REBALANCE-RECORD
            MOVE REPORT-HEADING-LINE TO REBALANCE-RECORD
            WRITE REBALANCE-RECORD
                AFTER ADVANCING 2 LINES
        .

      *** LOADS PR4ROP'S REORDER POINTS - A MISSING FILE JUST     ***
      *** MEANS EVERY DONOR KEEPS THE FLAT DEFAULT                ***
        22-LOAD-REORDER-PARAMETERS.
            MOVE 0 TO RPT-COUNT
            OPEN INPUT REORDER-PARM-FILE
            IF RPF-FILE-WAS-FOUND
                MOVE 'N' TO RPF-EOF-FLAG
                PERFORM UNTIL RPF-NO-MORE-RECS
                    READ REORDER-PARM-FILE
                        AT END
                            MOVE 'Y' TO RPF-EOF-FLAG
                        NOT AT END
                            IF RPT-COUNT < 2500
                                ADD 1 TO RPT-COUNT
                                MOVE RPR-WAREHOUSE-ID TO
                                    RPT-WAREHOUSE-ID(RPT-COUNT)
                                MOVE RPR-VENDOR-ID TO
                                    RPT-VENDOR-ID(RPT-COUNT)
                                MOVE RPR-PRODUCT-ID TO
                                    RPT-PRODUCT-ID(RPT-COUNT)
                                MOVE RPR-ITEM-NO TO
                                    RPT-ITEM-NO(RPT-COUNT)
                                MOVE RPR-REORDER-POINT TO
                                    RPT-REORDER-POINT(RPT-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REORDER-PARM-FILE
            END-IF
        .

      *** LOADS PR4ALOC'S ALLOCATIONS - A MISSING FILE JUST MEANS ***
      *** NOTHING IS PROMISED TO A CUSTOMER                       ***
        23-LOAD-ALLOCATIONS.
            MOVE 0 TO ALT-COUNT
            OPEN INPUT ALLOCATION-FILE
            IF AL-FILE-WAS-FOUND
                MOVE 'N' TO AL-EOF-FLAG
                PERFORM UNTIL AL-NO-MORE-RECS
                    READ ALLOCATION-FILE
                        AT END
                            MOVE 'Y' TO AL-EOF-FLAG
                        NOT AT END
                            IF ALT-COUNT < 2500
                                AND ALR-ALLOCATED-QTY > 0
                                ADD 1 TO ALT-COUNT
                                MOVE ALR-WAREHOUSE-ID TO
                                    ALT-WAREHOUSE-ID(ALT-COUNT)
                                MOVE ALR-VENDOR-ID TO
                                    ALT-VENDOR-ID(ALT-COUNT)
                                MOVE ALR-PRODUCT-ID TO
                                    ALT-PRODUCT-ID(ALT-COUNT)
                                MOVE ALR-ALLOCATED-QTY TO
                                    ALT-UNCHARGED-QTY(ALT-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ALLOCATION-FILE
            END-IF
        .

      *** LOADS EVERY LINE ITEM ON THE POSTED MASTER WITH ITS     ***
      *** REORDER POINT, ITS SURPLUS ABOVE IT AND ITS AGE - A     ***
      *** MISSING MASTER MEANS NOTHING CAN BE TRANSFERRED AND     ***
      *** EVERY SHORT ITEM GOES THROUGH TO PR4PORD UNCHANGED      ***
        24-LOAD-INVENTORY-MASTER.
            MOVE 0 TO STT-COUNT
            OPEN INPUT INVENTORY-MASTER
            IF IM-FILE-WAS-FOUND
                MOVE 'N' TO IM-EOF-FLAG
                PERFORM UNTIL IM-NO-MORE-RECS
                    READ INVENTORY-MASTER
                        AT END
                            MOVE 'Y' TO IM-EOF-FLAG
                        NOT AT END
                            IF STT-COUNT < 2500
                                PERFORM 26-ADD-STOCK-ITEM
                            ELSE
                                ADD 1 TO RC-MASTER-OVERFLOW
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INVENTORY-MASTER
            ELSE
                DISPLAY 'PR4RBAL - INVENTORY-MASTER.TXT NOT '
                        'AVAILABLE - NO TRANSFERS SUGGESTED'
            END-IF
        .

      *** ONE MASTER LINE ITEM INTO THE STOCK TABLE - ITS REORDER ***
      *** POINT FROM PR4ROP OR THE FLAT DEFAULT, ITS SHARE OF ITS ***
      *** PRODUCT'S ALLOCATION (AS MUCH AS IT HOLDS, THE MASTER   ***
      *** COMING IN ITEM ORDER), WHAT IT HOLDS ABOVE THE TWO, AND ***
      *** DAYS SINCE ITS LAST POSTING                             ***
        26-ADD-STOCK-ITEM.
            ADD 1 TO STT-COUNT
            MOVE IVM-WAREHOUSE-ID TO STT-WAREHOUSE-ID(STT-COUNT)
            MOVE IVM-VENDOR-ID TO STT-VENDOR-ID(STT-COUNT)
            MOVE IVM-PRODUCT-ID TO STT-PRODUCT-ID(STT-COUNT)
            MOVE IVM-ITEM-NO TO STT-ITEM-NO(STT-COUNT)
            MOVE IVM-ON-HAND TO STT-ON-HAND(STT-COUNT)

            MOVE RR-DEFAULT-REORDER-POINT TO
                    STT-REORDER-POINT(STT-COUNT)
            IF RPT-COUNT > 0
                SET REORDER-PARM-INDEX TO 1
                SEARCH REORDER-PARM-ITEM
                    AT END
                        CONTINUE
                    WHEN IVM-WAREHOUSE-ID =
                            RPT-WAREHOUSE-ID(REORDER-PARM-INDEX)
                        AND IVM-VENDOR-ID =
                            RPT-VENDOR-ID(REORDER-PARM-INDEX)
                        AND IVM-PRODUCT-ID =
                            RPT-PRODUCT-ID(REORDER-PARM-INDEX)
                        AND IVM-ITEM-NO =
                            RPT-ITEM-NO(REORDER-PARM-INDEX)
                        MOVE RPT-REORDER-POINT(REORDER-PARM-INDEX) TO
                                STT-REORDER-POINT(STT-COUNT)
                END-SEARCH
            END-IF

            MOVE 0 TO STT-ALLOCATED(STT-COUNT)
            IF ALT-COUNT > 0 AND IVM-ON-HAND > 0
                SET ALLOCATION-INDEX TO 1
                SEARCH ALLOCATION-ITEM
                    AT END
                        CONTINUE
                    WHEN IVM-WAREHOUSE-ID =
                            ALT-WAREHOUSE-ID(ALLOCATION-INDEX)
                        AND IVM-VENDOR-ID =
                            ALT-VENDOR-ID(ALLOCATION-INDEX)
                        AND IVM-PRODUCT-ID =
                            ALT-PRODUCT-ID(ALLOCATION-INDEX)
                        IF ALT-UNCHARGED-QTY(ALLOCATION-INDEX) <
                                IVM-ON-HAND
                            MOVE ALT-UNCHARGED-QTY(ALLOCATION-INDEX)
                                TO STT-ALLOCATED(STT-COUNT)
                        ELSE
                            MOVE IVM-ON-HAND TO
                                    STT-ALLOCATED(STT-COUNT)
                        END-IF
                        SUBTRACT STT-ALLOCATED(STT-COUNT) FROM
                                ALT-UNCHARGED-QTY(ALLOCATION-INDEX)
                END-SEARCH
            END-IF

            COMPUTE STT-SURPLUS(STT-COUNT) = IVM-ON-HAND -
                                        STT-ALLOCATED(STT-COUNT) -
                                        STT-REORDER-POINT(STT-COUNT)
            IF STT-SURPLUS(STT-COUNT) < 0
                MOVE 0 TO STT-SURPLUS(STT-COUNT)
            END-IF

            MOVE IVM-LAST-POST-DATE TO AD-WORK-DATE
            PERFORM 58-COMPUTE-DAY-NUMBER
            COMPUTE STT-AGE-DAYS(STT-COUNT) = AD-RUN-DAY-NO -
                                              AD-POST-DAY-NO
        .

        30-READ-FILE.
            MOVE 'N' TO LS-EOF-FLAG
            PERFORM UNTIL LS-NO-MORE-RECS
                READ LOW-STOCK-FILE
                    AT END
                        MOVE 'Y' TO LS-EOF-FLAG
                    NOT AT END
                        ADD 1 TO RC-ITEMS-READ
                        PERFORM 40-PROCESS-SHORT-ITEM
                END-READ
            END-PERFORM
        .

      *** WORKS OUT WHAT PR4PORD WOULD HAVE ORDERED FOR THE SHORT  ***
      *** ITEM, COVERS WHAT IT CAN FROM THE OTHER WAREHOUSES'      ***
      *** SURPLUS, OLDEST STOCK FIRST, AND PASSES ON THE REST      ***
        40-PROCESS-SHORT-ITEM.
            IF LS-ORDER-UP-TO NUMERIC
                AND LS-ORDER-UP-TO > 0
                COMPUTE RB-NEED = LS-ORDER-UP-TO - LS-NUM-IN-STOCK
            ELSE
                COMPUTE RB-NEED = (LS-THRESHOLD * 2) -
                                   LS-NUM-IN-STOCK
            END-IF
            IF RB-NEED < 0
                MOVE 0 TO RB-NEED
            END-IF
            MOVE RB-NEED TO RB-REMAINING
            MOVE 0 TO RB-TRANSFERRED

            MOVE LS-WAREHOUSE-ID TO SI-WAREHOUSE-ID
            MOVE LS-VENDOR-ID TO SI-VENDOR-ID
            MOVE LS-PRODUCT-ID TO SI-PRODUCT-ID
            MOVE LS-ITEM-NO TO SI-ITEM-NO
            MOVE LS-PRODUCT-NAME TO SI-PRODUCT-NAME
            MOVE LS-NUM-IN-STOCK TO SI-IN-STOCK
            MOVE RB-NEED TO SI-NEED
            MOVE LS-PURCHASE-PRICE TO SI-PRICE
            WRITE REBALANCE-RECORD FROM SHORT-ITEM-LINE
                AFTER ADVANCING 2 LINES

            MOVE 'Y' TO RB-DONOR-FLAG
            PERFORM UNTIL RB-REMAINING NOT > 0
                       OR NOT RB-DONOR-FOUND
                PERFORM 45-FIND-OLDEST-DONOR
                IF RB-DONOR-FOUND
                    PERFORM 50-SUGGEST-TRANSFER
                END-IF
            END-PERFORM

            IF RB-REMAINING > 0
                PERFORM 55-PASS-SHORTFALL
            ELSE
                ADD 1 TO RC-ITEMS-COVERED
            END-IF
        .

      *** PICKS THE OTHER WAREHOUSE HOLDING SURPLUS OF THE SAME     ***
      *** VENDOR/PRODUCT/LINE ITEM THAT HAS GONE LONGEST WITHOUT A  ***
      *** POSTING - RB-DONOR-SUB POINTS AT IT WHEN ONE IS FOUND     ***
        45-FIND-OLDEST-DONOR.
            MOVE 'N' TO RB-DONOR-FLAG
            MOVE 0 TO RB-DONOR-SUB
            MOVE -99999999 TO RB-BEST-AGE
            PERFORM VARYING RB-SUB FROM 1 BY 1
                    UNTIL RB-SUB > STT-COUNT
                IF STT-VENDOR-ID(RB-SUB) = LS-VENDOR-ID
                    AND STT-PRODUCT-ID(RB-SUB) = LS-PRODUCT-ID
                    AND STT-ITEM-NO(RB-SUB) = LS-ITEM-NO
                    AND STT-WAREHOUSE-ID(RB-SUB) NOT = LS-WAREHOUSE-ID
                    AND STT-SURPLUS(RB-SUB) > 0
                    AND STT-AGE-DAYS(RB-SUB) > RB-BEST-AGE
                    MOVE 'Y' TO RB-DONOR-FLAG
                    MOVE RB-SUB TO RB-DONOR-SUB
                    MOVE STT-AGE-DAYS(RB-SUB) TO RB-BEST-AGE
                END-IF
            END-PERFORM
        .

      *** TAKES THE DONOR'S SURPLUS OR JUST WHAT IS STILL NEEDED,   ***
      *** WHICHEVER IS LESS, WRITES THE 'T' SHIP FOR IT AND PRINTS  ***
      *** IT WITH THE PURCHASE COST IT SAVES                        ***
        50-SUGGEST-TRANSFER.
            IF STT-SURPLUS(RB-DONOR-SUB) < RB-REMAINING
                MOVE STT-SURPLUS(RB-DONOR-SUB) TO RB-TAKE
            ELSE
                MOVE RB-REMAINING TO RB-TAKE
            END-IF

            MOVE 'T' TO TSR-TRANS-CODE
            MOVE STT-WAREHOUSE-ID(RB-DONOR-SUB) TO TSR-WAREHOUSE-ID
            MOVE LS-VENDOR-ID TO TSR-VENDOR-ID
            MOVE LS-PRODUCT-ID TO TSR-PRODUCT-ID
            MOVE RB-TAKE TO TSR-QUANTITY
            MOVE WS-CURRENT-DATE TO TSR-TRANS-DATE
            MOVE LS-WAREHOUSE-ID TO TSR-OTHER-WAREHOUSE-ID
            MOVE LS-ITEM-NO TO TSR-ITEM-NO
            MOVE SPACES TO TSR-LOT-NO
            MOVE ZEROS TO TSR-EXPIRY-DATE
            MOVE ZEROS TO TSR-UNIT-COST
            MOVE SPACES TO TSR-OPERATOR-ID
            MOVE SPACES TO TSR-BATCH-NO
            WRITE TRANSFER-SUGGEST-REC
            ADD 1 TO RC-TRANSFERS-WRITTEN

            SUBTRACT RB-TAKE FROM STT-SURPLUS(RB-DONOR-SUB)
            SUBTRACT RB-TAKE FROM STT-ON-HAND(RB-DONOR-SUB)
            SUBTRACT RB-TAKE FROM RB-REMAINING
            ADD RB-TAKE TO RB-TRANSFERRED
            ADD RB-TAKE TO RC-UNITS-TRANSFERRED

            COMPUTE RB-AVOIDED-COST = RB-TAKE * LS-PURCHASE-PRICE
            ADD RB-AVOIDED-COST TO RC-COST-AVOIDED

            MOVE STT-WAREHOUSE-ID(RB-DONOR-SUB) TO TL-FROM-WAREHOUSE
            MOVE STT-AGE-DAYS(RB-DONOR-SUB) TO TL-AGE-DAYS
            MOVE RB-TAKE TO TL-QUANTITY
            MOVE RB-AVOIDED-COST TO TL-AVOIDED-COST
            MOVE TRANSFER-LINE TO REBALANCE-RECORD
            WRITE REBALANCE-RECORD
        .

      *** WRITES THE ITEM TO PR4PORD'S FILE WITH ITS STOCK RAISED   ***
      *** BY WHAT IS COMING IN BY TRANSFER, SO PR4PORD'S ORDER IS   ***
      *** EXACTLY THE SHORTFALL LEFT, AND PRINTS WHAT THAT COSTS    ***
        55-PASS-SHORTFALL.
            ADD 1 TO RC-ITEMS-TO-PORD
            ADD RB-TRANSFERRED TO LS-NUM-IN-STOCK
            WRITE NET-LOWSTOCK-REC FROM LOW-STOCK-FILE-REC

            COMPUTE RB-PURCHASE-COST = RB-REMAINING *
                                       LS-PURCHASE-PRICE
            ADD RB-REMAINING TO RC-UNITS-TO-PURCHASE
            ADD RB-PURCHASE-COST TO RC-COST-TO-PURCHASE

            MOVE RB-REMAINING TO PL-QUANTITY
            MOVE RB-PURCHASE-COST TO PL-PURCHASE-COST
            MOVE PURCHASE-LINE TO REBALANCE-RECORD
            WRITE REBALANCE-RECORD
        .

      *** TURNS AD-WORK-DATE (YYMMDD) INTO AN APPROXIMATE DAY     ***
      *** NUMBER - THE SAME ARITHMETIC PR4AGE AGES STOCK WITH     ***
        58-COMPUTE-DAY-NUMBER.
            COMPUTE AD-POST-DAY-NO = (AD-WORK-YEAR * 365) +
                                     (AD-WORK-MONTH * 31) +
                                      AD-WORK-DAY
        .

        70-EOJ.
            MOVE RC-UNITS-TRANSFERRED TO TU-TRANSFERRED
            WRITE REBALANCE-RECORD FROM TOTAL-UNITS-LINE
                AFTER ADVANCING 3 LINES
            MOVE RC-COST-AVOIDED TO TA-COST-AVOIDED
            MOVE TOTAL-AVOIDED-LINE TO REBALANCE-RECORD
            WRITE REBALANCE-RECORD
            MOVE RC-COST-TO-PURCHASE TO TP-COST-TO-ORDER
            MOVE TOTAL-PURCHASE-LINE TO REBALANCE-RECORD
            WRITE REBALANCE-RECORD
            PERFORM 80-PRINT-SUMMARY
        .

        80-PRINT-SUMMARY.
            DISPLAY 'PR4RBAL - STOCK REBALANCING COMPLETE'
            DISPLAY '  LOW-STOCK ITEMS READ:     ' RC-ITEMS-READ
            DISPLAY '  TRANSFERS SUGGESTED:      ' RC-TRANSFERS-WRITTEN
            DISPLAY '  ITEMS COVERED BY TRANSFER:' RC-ITEMS-COVERED
            DISPLAY '  ITEMS PASSED TO PR4PORD:  ' RC-ITEMS-TO-PORD
            IF RC-MASTER-OVERFLOW > 0
                DISPLAY '  MASTER ITEMS NOT LOADED:  '
                        RC-MASTER-OVERFLOW
            END-IF
        .

        90-FINALE.
            CLOSE LOW-STOCK-FILE
                  TRANSFER-SUGGEST-FILE
                  NET-LOWSTOCK-FILE
                  REBALANCE-REPORT
            STOP RUN
        .
