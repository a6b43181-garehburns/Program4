        IDENTIFICATION DIVISION.
        PROGRAM-ID.  PR4ROP.
        AUTHOR.  GARRETT BURNS.

      * * * * * * * * * * * * * * * * * * * * * * * * *
      *
      * USAGE-BASED REORDER POINTS.  PR4CGB HAS ALWAYS FLAGGED A
      * LINE ITEM AS LOW WHEN IT FELL UNDER ONE FLAT 25 UNITS AND
      * PR4PORD ORDERED TWICE THAT LESS THE STOCK, SO A FAST MOVER
      * RAN OUT BEFORE ITS PO ARRIVED WHILE A SLOW MOVER PILED UP.
      * THIS PROGRAM IS RUN PERIODICALLY (AFTER PR4POTR AND ANY
      * PERIOD CLOSE) TO WORK OUT, FOR EVERY WAREHOUSE/VENDOR/
      * PRODUCT/LINE ITEM, WHAT IT ACTUALLY USES AND HOW LONG
      * ITS VENDOR ACTUALLY TAKES TO DELIVER:
      *
      *   AVERAGE DAILY USAGE - ALL 'I' ISSUES ON THE LIVE JOURNAL
      *   PLUS THE ISSUES OF THE LAST 12 CLOSED PERIODS, OVER THE
      *   DAYS THOSE COVER
      *
      *   PEAK DAILY USAGE - THE BUSIEST SINGLE DAY ON THE JOURNAL
      *   OR THE BUSIEST CLOSED PERIOD'S DAILY RATE, WHICHEVER IS
      *   HIGHER
      *
      *   LEAD TIME - ORDER DATE TO FIRST RECEIPT ON THE PO LINES
      *   PR4POTR IS TRACKING FOR THE SAME WAREHOUSE/VENDOR/
      *   PRODUCT; FAILING THAT THE LEAD THIS PROGRAM LAST
      *   CALCULATED, THEN THE VENDOR'S AVERAGE ACROSS ALL ITS
      *   LINES, THEN RP-DEFAULT-LEAD-DAYS
      *
      * AND FROM THOSE:
      *
      *   SAFETY STOCK  = (PEAK - AVERAGE) X LEAD DAYS
      *   REORDER POINT = AVERAGE X LEAD DAYS + SAFETY STOCK
      *   ORDER-UP-TO   = REORDER POINT + AVERAGE X REVIEW DAYS
      *
      * A LINE ITEM WITH NO ISSUES ANYWHERE IN THE HISTORY GETS NO
      * PARAMETER RECORD, SO PR4CGB AND PR4PORD FALL BACK TO THE
      * FLAT DEFAULT FOR IT.
      *
      * CLOSED PERIOD HISTORY IS KEPT BY WAREHOUSE AND PRODUCT
      * ONLY - A PERIOD'S ISSUES ARE SPREAD EVENLY OVER THE LINE
      * ITEMS THE POSTED MASTER CARRIES FOR THAT PRODUCT.
      *
      * INPUT:
      *   INVENTORY-MASTER.TXT (SAME LAYOUT PR4TPST WRITES) - THE
      *   LINE ITEMS ON FILE
      *
      *   PR4-JOURNAL.TXT (WRITTEN BY PR4TPST) - THE 'I' ISSUE
      *   LINES, AND THE EARLIEST TRANSACTION DATE FOR THE SPAN
      *
      *   PR4-PERHIST.TXT (WRITTEN BY PR4PCLS) - ISSUES PER
      *   WAREHOUSE/PRODUCT PER CLOSED PERIOD
      *
      *   PR4-OPENPO.TXT (WRITTEN BY PR4POTR) - ORDER AND FIRST
      *   RECEIPT DATES PER PO LINE
      *
      *   PR4-REORDER.TXT - THE LAST RUN'S PARAMETERS, FOR THE
      *   LEAD TIME OF ITEMS WITH NO PO LINE TO TIME THIS RUN
      *
      * OUTPUT:
      *   PR4-REORDER.TXT (42-CHARACTER RECORD) - REWRITTEN
      *     1. WAREHOUSE ID                1-4
      *     2. VENDOR ID                   5
      *     3. PRODUCT ID                  6-8
      *     4. LINE ITEM NUMBER            9
      *     5. AVERAGE DAILY USAGE         10-15  9(4)V99
      *     6. PEAK DAILY USAGE            16-21  9(4)V99
      *     7. LEAD TIME DAYS              22-24
      *     8. SAFETY STOCK                25-28
      *     9. REORDER POINT               29-32
      *    10. ORDER-UP-TO QUANTITY        33-36
      *    11. DATE CALCULATED (YYMMDD)    37-42
      *
      *   PR4-ROP - PRINTED REORDER PARAMETER LISTING

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

      * PERMANENT POSTING JOURNAL WRITTEN BY PR4TPST
            SELECT POSTING-JOURNAL
                ASSIGN TO 'PR4-JOURNAL.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS JL-FILE-STATUS.

      * CLOSED-PERIOD MOVEMENT WRITTEN BY PR4PCLS
            SELECT PERIOD-HISTORY-FILE
                ASSIGN TO 'PR4-PERHIST.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS PH-FILE-STATUS.

      * PO LINES TRACKED BY PR4POTR
            SELECT OPEN-PO-FILE
                ASSIGN TO 'PR4-OPENPO.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS OP-FILE-STATUS.

      * REORDER PARAMETERS - READ FOR THE PRIOR LEAD TIMES, THEN
      * REWRITTEN
            SELECT REORDER-PARM-FILE
                ASSIGN TO 'PR4-REORDER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS RP-FILE-STATUS.

      * THE JOURNAL'S ISSUE LINES, PULLED OUT FOR SORTING
            SELECT ISSUE-WORK-FILE
                ASSIGN TO 'PR4-ROPWORK.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * ISSUES RESEQUENCED BY LINE ITEM AND TRANSACTION DATE
            SELECT SORTED-ISSUES
                ASSIGN TO 'SORTED-ROPISS.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * PRINTED REORDER PARAMETER LISTING
            SELECT REORDER-REPORT
                ASSIGN TO PRINTER 'PR4-ROP'.

      *** TEMPORARY SORT RECORDS BELOW ***
            SELECT SORTING-FILE
                ASSIGN TO 'ROPSORT.TMP'.

        DATA DIVISION.
        FILE SECTION.

        FD  INVENTORY-MASTER
            RECORD CONTAINS 30 CHARACTERS.

        01  INVENTORY-MASTER-REC.
            05  IVM-WAREHOUSE-ID             PIC X(4).
            05  IVM-VENDOR-ID                PIC X(1).
            05  IVM-PRODUCT-ID               PIC X(3).
            05  IVM-ITEM-NO                  PIC X(1).
            05  IVM-ON-HAND                  PIC S9(7).
            05  IVM-LAST-POST-DATE           PIC 9(6).
            05  IVM-AVG-COST                 PIC 9(4)V9(4).

      * SAME 128-CHARACTER LINE PR4TPST WRITES - THE QUANTITY
      * COLUMNS ARE PRINT-EDITED SO THEY ARE READ BACK AS
      * CHARACTERS AND UN-EDITED BY 59-UNEDIT-QUANTITY
        FD  POSTING-JOURNAL
            RECORD CONTAINS 128 CHARACTERS.

        01  JOURNAL-IN-REC.
            05  JR-RUN-DATE                  PIC 9(6).
            05  FILLER                       PIC X(2).
            05  JR-TRANS-DATE                PIC 9(6).
            05  FILLER                       PIC X(2).
            05  JR-TRANS-CODE                PIC X(1).
                88 JR-ISSUE                               VALUE 'I'.
            05  FILLER                       PIC X(2).
            05  JR-WAREHOUSE-ID              PIC X(4).
            05  FILLER                       PIC X(2).
            05  JR-VENDOR-ID                 PIC X(1).
            05  FILLER                       PIC X(2).
            05  JR-PRODUCT-ID                PIC X(3).
            05  FILLER                       PIC X(2).
            05  JR-ITEM-NO                   PIC X(1).
            05  FILLER                       PIC X(2).
            05  JR-QUANTITY-X                PIC X(8).
            05  FILLER                       PIC X(2).
            05  JR-PRIOR-X                   PIC X(8).
            05  FILLER                       PIC X(2).
            05  JR-NEW-X                     PIC X(8).
            05  FILLER                       PIC X(2).
            05  JR-LOT-NO                    PIC X(10).
            05  FILLER                       PIC X(2).
            05  JR-UNIT-COST-X               PIC X(9).
            05  FILLER                       PIC X(2).
            05  JR-OTHER-WAREHOUSE-ID        PIC X(4).
            05  FILLER                       PIC X(2).
            05  JR-EXPIRY-DATE               PIC X(6).
            05  FILLER                       PIC X(2).
            05  JR-RETURN-AUTH-NO            PIC X(4).
            05  FILLER                       PIC X(2).
            05  JR-DISPOSITION               PIC X(1).
            05  FILLER                       PIC X(2).
            05  JR-REASON-CODE               PIC X(2).
            05  FILLER                       PIC X(2).
            05  JR-OPERATOR-ID               PIC X(4).
            05  FILLER                       PIC X(2).
            05  JR-BATCH-NO                  PIC X(6).

        FD  PERIOD-HISTORY-FILE
            RECORD CONTAINS 75 CHARACTERS.

        01  PERIOD-HISTORY-REC.
            05  PHR-PERIOD                   PIC 9(4).
            05  PHR-WAREHOUSE-ID             PIC X(4).
            05  PHR-PRODUCT-ID               PIC X(3).
            05  PHR-OPENING                  PIC S9(8).
            05  PHR-RECEIVED                 PIC S9(8).
            05  PHR-ISSUED                   PIC S9(8).
            05  PHR-ADJUSTED                 PIC S9(8).
            05  PHR-TRANSFER-IN              PIC S9(8).
            05  PHR-TRANSFER-OUT             PIC S9(8).
            05  PHR-CLOSING                  PIC S9(8).
            05  PHR-RETURNED                 PIC S9(8).

        FD  OPEN-PO-FILE
            RECORD CONTAINS 43 CHARACTERS.

        01  OPEN-PO-REC.
            05  OPR-PO-NO                    PIC 9(6).
            05  OPR-VENDOR-ID                PIC X(1).
            05  OPR-WAREHOUSE-ID             PIC X(4).
            05  OPR-PRODUCT-ID               PIC X(3).
            05  OPR-ORDER-DATE               PIC 9(6).
            05  OPR-ORDER-QTY                PIC 9(4).
            05  OPR-RECEIVED-QTY             PIC 9(7).
            05  OPR-RECEIPT-DATE             PIC 9(6).
            05  OPR-LINE-STATUS              PIC X(1).
            05  OPR-UNIT-PRICE               PIC 9(3)V9(2).

        FD  REORDER-PARM-FILE
            RECORD CONTAINS 42 CHARACTERS.

        01  REORDER-PARM-REC.
            05  RPR-WAREHOUSE-ID             PIC X(4).
            05  RPR-VENDOR-ID                PIC X(1).
            05  RPR-PRODUCT-ID               PIC X(3).
            05  RPR-ITEM-NO                  PIC X(1).
            05  RPR-AVG-DAILY                PIC 9(4)V99.
            05  RPR-PEAK-DAILY               PIC 9(4)V99.
            05  RPR-LEAD-DAYS                PIC 9(3).
            05  RPR-SAFETY-STOCK             PIC 9(4).
            05  RPR-REORDER-POINT            PIC 9(4).
            05  RPR-ORDER-UP-TO              PIC 9(4).
            05  RPR-CALC-DATE                PIC 9(6).

        FD  ISSUE-WORK-FILE
            RECORD CONTAINS 22 CHARACTERS.

        01  ISSUE-WORK-REC.
            05  IW-ITEM-KEY.
                10  IW-WAREHOUSE-ID          PIC X(4).
                10  IW-VENDOR-ID             PIC X(1).
                10  IW-PRODUCT-ID            PIC X(3).
                10  IW-ITEM-NO               PIC X(1).
            05  IW-TRANS-DATE                PIC 9(6).
            05  IW-QUANTITY                  PIC S9(7).

        FD  SORTED-ISSUES
            RECORD CONTAINS 22 CHARACTERS.

        01  SORTED-ISSUE-REC.
            05  SI-ITEM-KEY.
                10  SI-WAREHOUSE-ID          PIC X(4).
                10  SI-VENDOR-ID             PIC X(1).
                10  SI-PRODUCT-ID            PIC X(3).
                10  SI-ITEM-NO               PIC X(1).
            05  SI-TRANS-DATE                PIC 9(6).
            05  SI-QUANTITY                  PIC S9(7).

        FD  REORDER-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  REORDER-RECORD                   PIC X(80).

        SD  SORTING-FILE
            RECORD CONTAINS 22 CHARACTERS.

        01  SORTING-REC.
            05  SS-ITEM-KEY                  PIC X(9).
            05  SS-TRANS-DATE                PIC 9(6).
            05  FILLER                       PIC X(7).

        WORKING-STORAGE SECTION.

        01  IM-FLAGS.
            05  IM-FILE-STATUS               PIC XX.
                88 IM-FILE-WAS-FOUND                      VALUE '00'.
            05  IM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 IM-NO-MORE-RECS                        VALUE 'Y'.

        01  JL-FLAGS.
            05  JL-FILE-STATUS               PIC XX.
                88 JL-FILE-WAS-FOUND                      VALUE '00'.
            05  JL-EOF-FLAG                  PIC X       VALUE 'N'.
                88 JL-NO-MORE-RECS                        VALUE 'Y'.

        01  PH-FLAGS.
            05  PH-FILE-STATUS               PIC XX.
                88 PH-FILE-WAS-FOUND                      VALUE '00'.
            05  PH-EOF-FLAG                  PIC X       VALUE 'N'.
                88 PH-NO-MORE-RECS                        VALUE 'Y'.

        01  OP-FLAGS.
            05  OP-FILE-STATUS               PIC XX.
                88 OP-FILE-WAS-FOUND                      VALUE '00'.
            05  OP-EOF-FLAG                  PIC X       VALUE 'N'.
                88 OP-NO-MORE-RECS                        VALUE 'Y'.

        01  RP-FLAGS.
            05  RP-FILE-STATUS               PIC XX.
                88 RP-FILE-WAS-FOUND                      VALUE '00'.
            05  RP-EOF-FLAG                  PIC X       VALUE 'N'.
                88 RP-NO-MORE-RECS                        VALUE 'Y'.

        01  SI-FLAGS.
            05  SI-EOF-FLAG                  PIC X       VALUE 'N'.
                88 SI-NO-MORE-RECS                        VALUE 'Y'.

        01  WS-CURRENT-DATE.
            05  WS-YEAR                      PIC 99.
            05  WS-MONTH                     PIC 99.
            05  WS-DAY                       PIC 99.

      *** THE RULES THE PARAMETERS ARE BUILT WITH - HOW MANY CLOSED ***
      *** PERIODS OF HISTORY COUNT, HOW MANY DAYS A PERIOD COVERS,  ***
      *** THE DAYS OF USAGE AN ORDER SHOULD COVER BEYOND THE        ***
      *** REORDER POINT, AND THE LEAD TIME WHEN NOTHING BETTER IS   ***
      *** KNOWN (PR4POTR'S AGED-PO TOLERANCE)                       ***
        01  REORDER-RULES.
            05  RP-TRAILING-PERIODS          PIC S9(3)   VALUE +012.
            05  RP-DAYS-PER-PERIOD           PIC S9(3)   VALUE +030.
            05  RP-REVIEW-DAYS               PIC S9(3)   VALUE +030.
            05  RP-DEFAULT-LEAD-DAYS         PIC S9(3)   VALUE +014.
            05  RP-MAXIMUM-QTY               PIC S9(4)   VALUE +9999.

      *** ONE ENTRY PER LINE ITEM - LOADED FROM THE POSTED MASTER   ***
      *** AND EXTENDED BY ANY ITEM ISSUED ON THE JOURNAL THAT THE   ***
      *** MASTER DOES NOT CARRY                                     ***
        01  ROP-ITEM-TABLE.
            05  RIT-COUNT                    PIC S9(4) VALUE 0.
            05  ROP-ITEM OCCURS 1 TO 2500 TIMES
                    DEPENDING ON RIT-COUNT
                    INDEXED BY ROP-ITEM-INDEX.
                10  RIT-ITEM-KEY.
                    15  RIT-WAREHOUSE-ID     PIC X(4).
                    15  RIT-VENDOR-ID        PIC X(1).
                    15  RIT-PRODUCT-ID       PIC X(3).
                    15  RIT-ITEM-NO          PIC X(1).
                10  RIT-JOURNAL-ISSUED       PIC S9(8).
                10  RIT-JOURNAL-PEAK         PIC S9(7).
                10  RIT-HISTORY-ISSUED       PIC S9(8)V99.
                10  RIT-HISTORY-PEAK         PIC S9(5)V99.
                10  RIT-LEAD-TOTAL           PIC S9(6).
                10  RIT-LEAD-COUNT           PIC S9(4).
                10  RIT-PRIOR-LEAD           PIC S9(3).

      *** LEAD TIMES ROLLED UP BY VENDOR FOR ITEMS WITH NO TIMED   ***
      *** PO LINE OF THEIR OWN                                     ***
        01  VENDOR-LEAD-TABLE.
            05  VLT-COUNT                    PIC S9(3) VALUE 0.
            05  VENDOR-LEAD-ITEM OCCURS 1 TO 20 TIMES
                    DEPENDING ON VLT-COUNT
                    INDEXED BY VENDOR-LEAD-INDEX.
                10  VLT-VENDOR-ID            PIC X(1).
                10  VLT-LEAD-TOTAL           PIC S9(6).
                10  VLT-LEAD-COUNT           PIC S9(4).

      *** THE LINE ITEM BEING LOOKED UP OR ADDED BY                 ***
      *** 57-FIND-OR-ADD-ITEM, AND WHERE IT WAS FOUND               ***
        01  ITEM-SEARCH-FIELDS.
            05  IS-ITEM-KEY.
                10  IS-WAREHOUSE-ID          PIC X(4).
                10  IS-VENDOR-ID             PIC X(1).
                10  IS-PRODUCT-ID            PIC X(3).
                10  IS-ITEM-NO               PIC X(1).
            05  IS-ITEM-SUB                  PIC S9(4).

      *** STATE OF THE ISSUE CONTROL BREAK - ONE LINE ITEM'S ISSUES ***
      *** ARE TOTALLED DAY BY DAY TO FIND ITS BUSIEST DAY            ***
        01  ISSUE-HOLD-FIELDS.
            05  IH-FIRST-RECORD              PIC X(3)    VALUE 'YES'.
            05  IH-ITEM-KEY                  PIC X(9).
            05  IH-TRANS-DATE                PIC 9(6).
            05  IH-ITEM-SUB                  PIC S9(4).
            05  IH-DAY-TOTAL                 PIC S9(8).

      *** THE DAYS OF HISTORY THE USAGE IS SPREAD OVER - THE LIVE   ***
      *** JOURNAL'S SPAN PLUS THE CLOSED PERIODS COUNTED            ***
        01  USAGE-WINDOW-FIELDS.
            05  UW-EARLIEST-DAY-NO           PIC S9(8)   VALUE 0.
            05  UW-JOURNAL-DAYS              PIC S9(6)   VALUE 0.
            05  UW-HISTORY-DAYS              PIC S9(6)   VALUE 0.
            05  UW-TOTAL-DAYS                PIC S9(6)   VALUE 0.

      *** WHICH CLOSED PERIODS FALL IN THE TRAILING WINDOW - THE    ***
      *** HISTORY FILE IS APPENDED ONE PERIOD AT A TIME, SO THE     ***
      *** LAST RP-TRAILING-PERIODS DISTINCT PERIODS ARE THE NEWEST  ***
        01  PERIOD-FIELDS.
            05  PF-PERIOD-COUNT              PIC S9(4)   VALUE 0.
            05  PF-PERIOD-ORDINAL            PIC S9(4)   VALUE 0.
            05  PF-FIRST-KEPT                PIC S9(4)   VALUE 0.
            05  PF-PERIODS-KEPT              PIC S9(4)   VALUE 0.
            05  PF-LAST-PERIOD               PIC 9(4)    VALUE 0.
            05  PF-ITEM-COUNT                PIC S9(4).
            05  PF-ITEM-SHARE                PIC S9(8)V99.
            05  PF-DAILY-RATE                PIC S9(5)V99.

      *** ONE TIMED PO LINE - ORDER DATE TO FIRST RECEIPT ***
        01  LEAD-FIELDS.
            05  LF-LEAD-DAYS                 PIC S9(6).

      *** THE FIGURES FOR THE LINE ITEM BEING CALCULATED ***
        01  CALC-FIELDS.
            05  CF-TOTAL-ISSUED              PIC S9(8)V99.
            05  CF-AVG-DAILY                 PIC S9(5)V99.
            05  CF-PEAK-DAILY                PIC S9(5)V99.
            05  CF-LEAD-DAYS                 PIC S9(3).
            05  CF-LEAD-SOURCE               PIC X(7).
            05  CF-SAFETY-STOCK              PIC S9(8).
            05  CF-REORDER-POINT             PIC S9(8).
            05  CF-ORDER-UP-TO               PIC S9(8).

      *** DAY-NUMBER ARITHMETIC FOR SPANS AND LEAD TIMES - SAME     ***
      *** APPROXIMATION PR4POTR USES FOR AGED PO LINES              ***
        01  DAY-NUMBER-FIELDS.
            05  DN-RUN-DAY-NO                PIC S9(8).
            05  DN-WORK-DAY-NO               PIC S9(8).
            05  DN-ORDER-DAY-NO              PIC S9(8).
            05  DN-WORK-DATE.
                10  DN-WORK-YEAR             PIC 99.
                10  DN-WORK-MONTH            PIC 99.
                10  DN-WORK-DAY              PIC 99.

      *** TAKES ONE PRINT-EDITED ZZZZZZ9- COLUMN BACK APART ***
        01  UNEDIT-FIELDS.
            05  UF-EDITED.
                10  UF-DIGITS                PIC X(7).
                10  UF-SIGN                  PIC X(1).
            05  UF-NUMBER                    PIC S9(7).

        01  RUN-COUNTERS.
            05  RC-MASTER-ITEMS              PIC 9(5)    VALUE 0.
            05  RC-ISSUE-LINES               PIC 9(7)    VALUE 0.
            05  RC-HISTORY-ROWS-USED         PIC 9(5)    VALUE 0.
            05  RC-HISTORY-UNMATCHED         PIC 9(5)    VALUE 0.
            05  RC-PO-LINES-TIMED            PIC 9(5)    VALUE 0.
            05  RC-PRIOR-PARMS-READ          PIC 9(5)    VALUE 0.
            05  RC-PARMS-WRITTEN             PIC 9(5)    VALUE 0.
            05  RC-NO-USAGE-ITEMS            PIC 9(5)    VALUE 0.
            05  RC-ITEMS-DROPPED             PIC 9(5)    VALUE 0.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *              REORDER PARAMETER LISTING LAYOUT              *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

        01  REPORT-TITLE-LINE.
            05                    PIC X(21).
            05                    PIC X(26)  VALUE
                    'REORDER POINT CALCULATION'.
            05  RT-DATE.
                10  RT-MONTH      PIC Z9.
                10                PIC X      VALUE '/'.
                10  RT-DAY        PIC 99.
                10                PIC X      VALUE '/'.
                10  RT-YEAR       PIC 99.
            05                    PIC X(25).

        01  REPORT-WINDOW-LINE.
            05                    PIC X(2).
            05                    PIC X(22)  VALUE
                    'USAGE DAYS - JOURNAL: '.
            05  RW-JOURNAL-DAYS   PIC ZZZZ9.
            05                    PIC X(20)  VALUE
                    '   CLOSED PERIODS: '.
            05  RW-PERIODS-KEPT   PIC ZZ9.
            05                    PIC X(3)   VALUE ' ('.
            05  RW-HISTORY-DAYS   PIC ZZZZ9.
            05                    PIC X(20)  VALUE ' DAYS)'.

        01  REPORT-HEADING-LINE.
            05                    PIC X(2).
            05                    PIC X(4)   VALUE 'WHSE'.
            05                    PIC X(2).
            05                    PIC X(1)   VALUE 'V'.
            05                    PIC X(2).
            05                    PIC X(3)   VALUE 'PRD'.
            05                    PIC X(2).
            05                    PIC X(1)   VALUE 'I'.
            05                    PIC X(2).
            05                    PIC X(7)   VALUE 'AVG/DAY'.
            05                    PIC X(2).
            05                    PIC X(7)   VALUE 'PK/DAY'.
            05                    PIC X(2).
            05                    PIC X(4)   VALUE 'LEAD'.
            05                    PIC X(2).
            05                    PIC X(6)   VALUE 'SAFETY'.
            05                    PIC X(2).
            05                    PIC X(5)   VALUE '  ROP'.
            05                    PIC X(2).
            05                    PIC X(5)   VALUE 'UP-TO'.
            05                    PIC X(2).
            05                    PIC X(7)   VALUE 'LEAD BY'.
            05                    PIC X(8).

        01  REPORT-DETAIL-LINE.
            05                    PIC X(2).
            05  RD-WAREHOUSE-ID   PIC X(4).
            05                    PIC X(2).
            05  RD-VENDOR-ID      PIC X(1).
            05                    PIC X(2).
            05  RD-PRODUCT-ID     PIC X(3).
            05                    PIC X(2).
            05  RD-ITEM-NO        PIC X(1).
            05                    PIC X(2).
            05  RD-AVG-DAILY      PIC ZZZ9.99.
            05                    PIC X(2).
            05  RD-PEAK-DAILY     PIC ZZZ9.99.
            05                    PIC X(3).
            05  RD-LEAD-DAYS      PIC ZZ9.
            05                    PIC X(4).
            05  RD-SAFETY-STOCK   PIC ZZZ9.
            05                    PIC X(3).
            05  RD-REORDER-POINT  PIC ZZZ9.
            05                    PIC X(3).
            05  RD-ORDER-UP-TO    PIC ZZZ9.
            05                    PIC X(2).
            05  RD-LEAD-SOURCE    PIC X(7).
            05                    PIC X(8).

        01  REPORT-TOTAL-LINE.
            05                    PIC X(2).
            05                    PIC X(24)  VALUE
                    'ITEMS WITH PARAMETERS'.
            05  RTO-PARM-COUNT    PIC ZZZZ9.
            05                    PIC X(5).
            05                    PIC X(24)  VALUE
                    'NO USAGE - FLAT DEFAULT'.
            05  RTO-DEFAULT-COUNT PIC ZZZZ9.
            05                    PIC X(15).

        PROCEDURE DIVISION.

        10-CONTROL-MODULE.
            PERFORM 20-HOUSEKEEPING
            PERFORM 24-EXTRACT-JOURNAL-ISSUES
            PERFORM 26-SORT-ISSUES
            PERFORM 30-READ-ISSUES
            PERFORM 40-COUNT-HISTORY-PERIODS
            PERFORM 42-LOAD-PERIOD-HISTORY
            PERFORM 46-LOAD-LEAD-TIMES
            PERFORM 50-COMPUTE-PARAMETERS
            PERFORM 70-EOJ
            PERFORM 90-FINALE
        .

        20-HOUSEKEEPING.
            ACCEPT WS-CURRENT-DATE FROM DATE
            MOVE WS-MONTH TO RT-MONTH
            MOVE WS-DAY TO RT-DAY
            MOVE WS-YEAR TO RT-YEAR

            MOVE WS-CURRENT-DATE TO DN-WORK-DATE
            PERFORM 58-COMPUTE-DAY-NUMBER
            MOVE DN-WORK-DAY-NO TO DN-RUN-DAY-NO

            OPEN OUTPUT REORDER-REPORT

            PERFORM 21-LOAD-INVENTORY-MASTER
            PERFORM 22-LOAD-PRIOR-PARAMETERS
        .

      *** ONE TABLE ENTRY PER LINE ITEM ON THE POSTED MASTER - A   ***
      *** MISSING MASTER JUST MEANS THE JOURNAL SUPPLIES THE ITEMS ***
        21-LOAD-INVENTORY-MASTER.
            MOVE 0 TO RIT-COUNT
            OPEN INPUT INVENTORY-MASTER
            IF IM-FILE-WAS-FOUND
                MOVE 'N' TO IM-EOF-FLAG
                PERFORM UNTIL IM-NO-MORE-RECS
                    READ INVENTORY-MASTER
                        AT END
                            MOVE 'Y' TO IM-EOF-FLAG
                        NOT AT END
                            ADD 1 TO RC-MASTER-ITEMS
                            MOVE IVM-WAREHOUSE-ID TO IS-WAREHOUSE-ID
                            MOVE IVM-VENDOR-ID TO IS-VENDOR-ID
                            MOVE IVM-PRODUCT-ID TO IS-PRODUCT-ID
                            MOVE IVM-ITEM-NO TO IS-ITEM-NO
                            PERFORM 57-FIND-OR-ADD-ITEM
                    END-READ
                END-PERFORM
                CLOSE INVENTORY-MASTER
            END-IF
        .

      *** PICKS UP THE LEAD TIME EACH LINE ITEM WAS LAST GIVEN -   ***
      *** A MISSING FILE JUST MEANS THIS IS THE FIRST RUN          ***
        22-LOAD-PRIOR-PARAMETERS.
            OPEN INPUT REORDER-PARM-FILE
            IF RP-FILE-WAS-FOUND
                MOVE 'N' TO RP-EOF-FLAG
                PERFORM UNTIL RP-NO-MORE-RECS
                    READ REORDER-PARM-FILE
                        AT END
                            MOVE 'Y' TO RP-EOF-FLAG
                        NOT AT END
                            PERFORM 23-KEEP-PRIOR-LEAD
                    END-READ
                END-PERFORM
                CLOSE REORDER-PARM-FILE
            END-IF
        .

        23-KEEP-PRIOR-LEAD.
            IF RPR-LEAD-DAYS NUMERIC
                ADD 1 TO RC-PRIOR-PARMS-READ
                MOVE RPR-WAREHOUSE-ID TO IS-WAREHOUSE-ID
                MOVE RPR-VENDOR-ID TO IS-VENDOR-ID
                MOVE RPR-PRODUCT-ID TO IS-PRODUCT-ID
                MOVE RPR-ITEM-NO TO IS-ITEM-NO
                PERFORM 57-FIND-OR-ADD-ITEM
                IF IS-ITEM-SUB > 0
                    MOVE RPR-LEAD-DAYS TO RIT-PRIOR-LEAD(IS-ITEM-SUB)
                END-IF
            END-IF
        .

      *** COPIES EVERY 'I' LINE ON THE JOURNAL TO THE WORK FILE    ***
      *** FOR SORTING AND NOTES THE EARLIEST TRANSACTION DATE OF   ***
      *** ANY KIND - THE JOURNAL'S SPAN IS THE DAYS ITS ISSUES     ***
      *** ARE SPREAD OVER                                          ***
        24-EXTRACT-JOURNAL-ISSUES.
            OPEN OUTPUT ISSUE-WORK-FILE
            OPEN INPUT POSTING-JOURNAL
            IF JL-FILE-WAS-FOUND
                MOVE 'N' TO JL-EOF-FLAG
                PERFORM UNTIL JL-NO-MORE-RECS
                    READ POSTING-JOURNAL
                        AT END
                            MOVE 'Y' TO JL-EOF-FLAG
                        NOT AT END
                            PERFORM 25-EXTRACT-ONE-LINE
                    END-READ
                END-PERFORM
                CLOSE POSTING-JOURNAL
            END-IF
            CLOSE ISSUE-WORK-FILE

            IF UW-EARLIEST-DAY-NO > 0
                COMPUTE UW-JOURNAL-DAYS = DN-RUN-DAY-NO -
                                          UW-EARLIEST-DAY-NO + 1
                IF UW-JOURNAL-DAYS < 1
                    MOVE 1 TO UW-JOURNAL-DAYS
                END-IF
            END-IF
        .

        25-EXTRACT-ONE-LINE.
            IF JR-TRANS-DATE NUMERIC
                MOVE JR-TRANS-DATE TO DN-WORK-DATE
                PERFORM 58-COMPUTE-DAY-NUMBER
                IF UW-EARLIEST-DAY-NO = 0
                    OR DN-WORK-DAY-NO < UW-EARLIEST-DAY-NO
                    MOVE DN-WORK-DAY-NO TO UW-EARLIEST-DAY-NO
                END-IF
                IF JR-ISSUE
                    MOVE JR-QUANTITY-X TO UF-EDITED
                    PERFORM 59-UNEDIT-QUANTITY
                    MOVE JR-WAREHOUSE-ID TO IW-WAREHOUSE-ID
                    MOVE JR-VENDOR-ID TO IW-VENDOR-ID
                    MOVE JR-PRODUCT-ID TO IW-PRODUCT-ID
                    MOVE JR-ITEM-NO TO IW-ITEM-NO
                    MOVE JR-TRANS-DATE TO IW-TRANS-DATE
                    MOVE UF-NUMBER TO IW-QUANTITY
                    WRITE ISSUE-WORK-REC
                    ADD 1 TO RC-ISSUE-LINES
                END-IF
            END-IF
        .

      *** RESEQUENCES THE ISSUES BY LINE ITEM AND DATE SO EACH     ***
      *** ITEM'S DAYS CAN BE TOTALLED ON A CONTROL BREAK           ***
        26-SORT-ISSUES.
            SORT SORTING-FILE
                ON ASCENDING KEY SS-ITEM-KEY,
                                 SS-TRANS-DATE
                USING ISSUE-WORK-FILE
                GIVING SORTED-ISSUES
        .

        30-READ-ISSUES.
            OPEN INPUT SORTED-ISSUES
            MOVE 'N' TO SI-EOF-FLAG
            PERFORM UNTIL SI-NO-MORE-RECS
                READ SORTED-ISSUES
                    AT END
                        MOVE 'Y' TO SI-EOF-FLAG
                        IF IH-FIRST-RECORD = 'NO'
                            PERFORM 33-CLOSE-ISSUE-DAY
                        END-IF
                    NOT AT END
                        PERFORM 32-PROCESS-ISSUE
                END-READ
            END-PERFORM
            CLOSE SORTED-ISSUES
        .

        32-PROCESS-ISSUE.
            EVALUATE TRUE
                WHEN IH-FIRST-RECORD = 'YES'
                    MOVE 'NO' TO IH-FIRST-RECORD
                    PERFORM 34-START-NEW-ITEM
                WHEN SI-ITEM-KEY NOT = IH-ITEM-KEY
                    PERFORM 33-CLOSE-ISSUE-DAY
                    PERFORM 34-START-NEW-ITEM
                WHEN SI-TRANS-DATE NOT = IH-TRANS-DATE
                    PERFORM 33-CLOSE-ISSUE-DAY
                    MOVE SI-TRANS-DATE TO IH-TRANS-DATE
            END-EVALUATE
            ADD SI-QUANTITY TO IH-DAY-TOTAL
        .

      *** ROLLS ONE DAY'S ISSUES INTO THE ITEM'S TOTAL AND KEEPS   ***
      *** THE DAY IF IT IS THE BUSIEST SEEN SO FAR                 ***
        33-CLOSE-ISSUE-DAY.
            IF IH-ITEM-SUB > 0
                ADD IH-DAY-TOTAL TO RIT-JOURNAL-ISSUED(IH-ITEM-SUB)
                IF IH-DAY-TOTAL > RIT-JOURNAL-PEAK(IH-ITEM-SUB)
                    MOVE IH-DAY-TOTAL TO RIT-JOURNAL-PEAK(IH-ITEM-SUB)
                END-IF
            END-IF
            MOVE ZEROS TO IH-DAY-TOTAL
        .

        34-START-NEW-ITEM.
            MOVE SI-ITEM-KEY TO IH-ITEM-KEY
            MOVE SI-TRANS-DATE TO IH-TRANS-DATE
            MOVE ZEROS TO IH-DAY-TOTAL
            MOVE SI-ITEM-KEY TO IS-ITEM-KEY
            PERFORM 57-FIND-OR-ADD-ITEM
            MOVE IS-ITEM-SUB TO IH-ITEM-SUB
        .

      *** FIRST PASS OF THE PERIOD HISTORY - COUNTS THE DISTINCT   ***
      *** PERIODS SO THE SECOND PASS KNOWS WHERE THE TRAILING      ***
      *** WINDOW STARTS                                            ***
        40-COUNT-HISTORY-PERIODS.
            MOVE 0 TO PF-PERIOD-COUNT
            MOVE 0 TO PF-LAST-PERIOD
            OPEN INPUT PERIOD-HISTORY-FILE
            IF PH-FILE-WAS-FOUND
                MOVE 'N' TO PH-EOF-FLAG
                PERFORM UNTIL PH-NO-MORE-RECS
                    READ PERIOD-HISTORY-FILE
                        AT END
                            MOVE 'Y' TO PH-EOF-FLAG
                        NOT AT END
                            IF PF-PERIOD-COUNT = 0
                                OR PHR-PERIOD NOT = PF-LAST-PERIOD
                                ADD 1 TO PF-PERIOD-COUNT
                                MOVE PHR-PERIOD TO PF-LAST-PERIOD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERIOD-HISTORY-FILE
            END-IF

            COMPUTE PF-FIRST-KEPT = PF-PERIOD-COUNT -
                                    RP-TRAILING-PERIODS + 1
            IF PF-FIRST-KEPT < 1
                MOVE 1 TO PF-FIRST-KEPT
            END-IF
            IF PF-PERIOD-COUNT > 0
                COMPUTE PF-PERIODS-KEPT = PF-PERIOD-COUNT -
                                          PF-FIRST-KEPT + 1
            END-IF
            COMPUTE UW-HISTORY-DAYS = PF-PERIODS-KEPT *
                                      RP-DAYS-PER-PERIOD
        .

      *** SECOND PASS - SPREADS EACH TRAILING PERIOD'S ISSUES OVER ***
      *** THE PRODUCT'S LINE ITEMS                                 ***
        42-LOAD-PERIOD-HISTORY.
            MOVE 0 TO PF-PERIOD-ORDINAL
            MOVE 0 TO PF-LAST-PERIOD
            OPEN INPUT PERIOD-HISTORY-FILE
            IF PH-FILE-WAS-FOUND
                MOVE 'N' TO PH-EOF-FLAG
                PERFORM UNTIL PH-NO-MORE-RECS
                    READ PERIOD-HISTORY-FILE
                        AT END
                            MOVE 'Y' TO PH-EOF-FLAG
                        NOT AT END
                            IF PF-PERIOD-ORDINAL = 0
                                OR PHR-PERIOD NOT = PF-LAST-PERIOD
                                ADD 1 TO PF-PERIOD-ORDINAL
                                MOVE PHR-PERIOD TO PF-LAST-PERIOD
                            END-IF
                            IF PF-PERIOD-ORDINAL NOT < PF-FIRST-KEPT
                                AND PHR-ISSUED > 0
                                PERFORM 43-SPREAD-ONE-PERIOD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERIOD-HISTORY-FILE
            END-IF
        .

      *** A PRODUCT THE POSTED MASTER NO LONGER CARRIES HAS NO     ***
      *** LINE ITEMS TO TAKE ITS HISTORY AND IS ONLY COUNTED       ***
        43-SPREAD-ONE-PERIOD.
            MOVE 0 TO PF-ITEM-COUNT
            PERFORM 44-COUNT-PRODUCT-ITEM
                VARYING ROP-ITEM-INDEX FROM 1 BY 1
                    UNTIL ROP-ITEM-INDEX > RIT-COUNT
            IF PF-ITEM-COUNT > 0
                ADD 1 TO RC-HISTORY-ROWS-USED
                COMPUTE PF-ITEM-SHARE ROUNDED =
                        PHR-ISSUED / PF-ITEM-COUNT
                COMPUTE PF-DAILY-RATE ROUNDED =
                        PF-ITEM-SHARE / RP-DAYS-PER-PERIOD
                PERFORM 45-SHARE-TO-ITEM
                    VARYING ROP-ITEM-INDEX FROM 1 BY 1
                        UNTIL ROP-ITEM-INDEX > RIT-COUNT
            ELSE
                ADD 1 TO RC-HISTORY-UNMATCHED
            END-IF
        .

        44-COUNT-PRODUCT-ITEM.
            IF RIT-WAREHOUSE-ID(ROP-ITEM-INDEX) = PHR-WAREHOUSE-ID
                AND RIT-PRODUCT-ID(ROP-ITEM-INDEX) = PHR-PRODUCT-ID
                ADD 1 TO PF-ITEM-COUNT
            END-IF
        .

        45-SHARE-TO-ITEM.
            IF RIT-WAREHOUSE-ID(ROP-ITEM-INDEX) = PHR-WAREHOUSE-ID
                AND RIT-PRODUCT-ID(ROP-ITEM-INDEX) = PHR-PRODUCT-ID
                ADD PF-ITEM-SHARE TO
                        RIT-HISTORY-ISSUED(ROP-ITEM-INDEX)
                IF PF-DAILY-RATE > RIT-HISTORY-PEAK(ROP-ITEM-INDEX)
                    MOVE PF-DAILY-RATE TO
                            RIT-HISTORY-PEAK(ROP-ITEM-INDEX)
                END-IF
            END-IF
        .

      *** TIMES EVERY PO LINE THAT HAS HAD A RECEIPT - OPEN OR      ***
      *** JUST CLOSED - AGAINST ITS ORDER DATE                      ***
        46-LOAD-LEAD-TIMES.
            OPEN INPUT OPEN-PO-FILE
            IF OP-FILE-WAS-FOUND
                MOVE 'N' TO OP-EOF-FLAG
                PERFORM UNTIL OP-NO-MORE-RECS
                    READ OPEN-PO-FILE
                        AT END
                            MOVE 'Y' TO OP-EOF-FLAG
                        NOT AT END
                            IF OPR-RECEIPT-DATE NUMERIC
                                AND OPR-RECEIPT-DATE > 0
                                AND OPR-ORDER-DATE NUMERIC
                                PERFORM 47-TIME-ONE-PO-LINE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPEN-PO-FILE
            END-IF
        .

        47-TIME-ONE-PO-LINE.
            MOVE OPR-ORDER-DATE TO DN-WORK-DATE
            PERFORM 58-COMPUTE-DAY-NUMBER
            MOVE DN-WORK-DAY-NO TO DN-ORDER-DAY-NO
            MOVE OPR-RECEIPT-DATE TO DN-WORK-DATE
            PERFORM 58-COMPUTE-DAY-NUMBER
            COMPUTE LF-LEAD-DAYS = DN-WORK-DAY-NO - DN-ORDER-DAY-NO
            IF LF-LEAD-DAYS < 0
                MOVE 0 TO LF-LEAD-DAYS
            END-IF
            ADD 1 TO RC-PO-LINES-TIMED

            PERFORM 48-ADD-ITEM-LEAD
                VARYING ROP-ITEM-INDEX FROM 1 BY 1
                    UNTIL ROP-ITEM-INDEX > RIT-COUNT
            PERFORM 49-ADD-VENDOR-LEAD
        .

        48-ADD-ITEM-LEAD.
            IF RIT-WAREHOUSE-ID(ROP-ITEM-INDEX) = OPR-WAREHOUSE-ID
                AND RIT-VENDOR-ID(ROP-ITEM-INDEX) = OPR-VENDOR-ID
                AND RIT-PRODUCT-ID(ROP-ITEM-INDEX) = OPR-PRODUCT-ID
                ADD LF-LEAD-DAYS TO RIT-LEAD-TOTAL(ROP-ITEM-INDEX)
                ADD 1 TO RIT-LEAD-COUNT(ROP-ITEM-INDEX)
            END-IF
        .

        49-ADD-VENDOR-LEAD.
            SET VENDOR-LEAD-INDEX TO 1
            SEARCH VENDOR-LEAD-ITEM
                AT END
                    IF VLT-COUNT < 20
                        ADD 1 TO VLT-COUNT
                        MOVE OPR-VENDOR-ID TO VLT-VENDOR-ID(VLT-COUNT)
                        MOVE LF-LEAD-DAYS TO VLT-LEAD-TOTAL(VLT-COUNT)
                        MOVE 1 TO VLT-LEAD-COUNT(VLT-COUNT)
                    END-IF
                WHEN VLT-VENDOR-ID(VENDOR-LEAD-INDEX) = OPR-VENDOR-ID
                    ADD LF-LEAD-DAYS TO
                            VLT-LEAD-TOTAL(VENDOR-LEAD-INDEX)
                    ADD 1 TO VLT-LEAD-COUNT(VENDOR-LEAD-INDEX)
            END-SEARCH
        .

      *** WORKS OUT AND WRITES THE PARAMETERS FOR EVERY LINE ITEM  ***
      *** THAT HAS USAGE                                           ***
        50-COMPUTE-PARAMETERS.
            COMPUTE UW-TOTAL-DAYS = UW-JOURNAL-DAYS + UW-HISTORY-DAYS

            MOVE UW-JOURNAL-DAYS TO RW-JOURNAL-DAYS
            MOVE PF-PERIODS-KEPT TO RW-PERIODS-KEPT
            MOVE UW-HISTORY-DAYS TO RW-HISTORY-DAYS
            MOVE REPORT-TITLE-LINE TO REORDER-RECORD
            WRITE REORDER-RECORD
            WRITE REORDER-RECORD FROM REPORT-WINDOW-LINE
                AFTER ADVANCING 2 LINES
            MOVE REPORT-HEADING-LINE TO REORDER-RECORD
            WRITE REORDER-RECORD
                AFTER ADVANCING 2 LINES

            OPEN OUTPUT REORDER-PARM-FILE
            PERFORM 52-COMPUTE-ONE-ITEM
                VARYING ROP-ITEM-INDEX FROM 1 BY 1
                    UNTIL ROP-ITEM-INDEX > RIT-COUNT
            CLOSE REORDER-PARM-FILE
        .

        52-COMPUTE-ONE-ITEM.
            COMPUTE CF-TOTAL-ISSUED =
                    RIT-JOURNAL-ISSUED(ROP-ITEM-INDEX) +
                    RIT-HISTORY-ISSUED(ROP-ITEM-INDEX)
            IF CF-TOTAL-ISSUED NOT > 0
                OR UW-TOTAL-DAYS NOT > 0
                ADD 1 TO RC-NO-USAGE-ITEMS
            ELSE
                COMPUTE CF-AVG-DAILY ROUNDED =
                        CF-TOTAL-ISSUED / UW-TOTAL-DAYS
                MOVE RIT-JOURNAL-PEAK(ROP-ITEM-INDEX) TO CF-PEAK-DAILY
                IF RIT-HISTORY-PEAK(ROP-ITEM-INDEX) > CF-PEAK-DAILY
                    MOVE RIT-HISTORY-PEAK(ROP-ITEM-INDEX) TO
                            CF-PEAK-DAILY
                END-IF
                IF CF-PEAK-DAILY < CF-AVG-DAILY
                    MOVE CF-AVG-DAILY TO CF-PEAK-DAILY
                END-IF

                PERFORM 54-CHOOSE-LEAD-TIME

                COMPUTE CF-SAFETY-STOCK ROUNDED =
                        (CF-PEAK-DAILY - CF-AVG-DAILY) * CF-LEAD-DAYS
                COMPUTE CF-REORDER-POINT ROUNDED =
                        (CF-AVG-DAILY * CF-LEAD-DAYS) + CF-SAFETY-STOCK
                IF CF-REORDER-POINT < 1
                    MOVE 1 TO CF-REORDER-POINT
                END-IF
                COMPUTE CF-ORDER-UP-TO ROUNDED = CF-REORDER-POINT +
                        (CF-AVG-DAILY * RP-REVIEW-DAYS)
                IF CF-ORDER-UP-TO NOT > CF-REORDER-POINT
                    COMPUTE CF-ORDER-UP-TO = CF-REORDER-POINT + 1
                END-IF

                IF CF-SAFETY-STOCK > RP-MAXIMUM-QTY
                    MOVE RP-MAXIMUM-QTY TO CF-SAFETY-STOCK
                END-IF
                IF CF-REORDER-POINT > RP-MAXIMUM-QTY
                    MOVE RP-MAXIMUM-QTY TO CF-REORDER-POINT
                END-IF
                IF CF-ORDER-UP-TO > RP-MAXIMUM-QTY
                    MOVE RP-MAXIMUM-QTY TO CF-ORDER-UP-TO
                END-IF

                PERFORM 55-WRITE-PARAMETER-RECORD
                PERFORM 56-PRINT-ITEM-LINE
            END-IF
        .

      *** THE ITEM'S OWN TIMED PO LINES FIRST, THEN THE LEAD IT WAS ***
      *** LAST GIVEN, THEN ITS VENDOR'S AVERAGE, THEN THE DEFAULT   ***
        54-CHOOSE-LEAD-TIME.
            EVALUATE TRUE
                WHEN RIT-LEAD-COUNT(ROP-ITEM-INDEX) > 0
                    COMPUTE CF-LEAD-DAYS ROUNDED =
                            RIT-LEAD-TOTAL(ROP-ITEM-INDEX) /
                            RIT-LEAD-COUNT(ROP-ITEM-INDEX)
                    MOVE 'PO' TO CF-LEAD-SOURCE
                WHEN RIT-PRIOR-LEAD(ROP-ITEM-INDEX) > 0
                    MOVE RIT-PRIOR-LEAD(ROP-ITEM-INDEX) TO CF-LEAD-DAYS
                    MOVE 'PRIOR' TO CF-LEAD-SOURCE
                WHEN OTHER
                    MOVE RP-DEFAULT-LEAD-DAYS TO CF-LEAD-DAYS
                    MOVE 'DEFAULT' TO CF-LEAD-SOURCE
                    SET VENDOR-LEAD-INDEX TO 1
                    SEARCH VENDOR-LEAD-ITEM
                        AT END
                            CONTINUE
                        WHEN VLT-VENDOR-ID(VENDOR-LEAD-INDEX) =
                                RIT-VENDOR-ID(ROP-ITEM-INDEX)
                            COMPUTE CF-LEAD-DAYS ROUNDED =
                                VLT-LEAD-TOTAL(VENDOR-LEAD-INDEX) /
                                VLT-LEAD-COUNT(VENDOR-LEAD-INDEX)
                            MOVE 'VENDOR' TO CF-LEAD-SOURCE
                    END-SEARCH
            END-EVALUATE
            IF CF-LEAD-DAYS < 1
                MOVE 1 TO CF-LEAD-DAYS
            END-IF
        .

        55-WRITE-PARAMETER-RECORD.
            MOVE RIT-WAREHOUSE-ID(ROP-ITEM-INDEX) TO RPR-WAREHOUSE-ID
            MOVE RIT-VENDOR-ID(ROP-ITEM-INDEX) TO RPR-VENDOR-ID
            MOVE RIT-PRODUCT-ID(ROP-ITEM-INDEX) TO RPR-PRODUCT-ID
            MOVE RIT-ITEM-NO(ROP-ITEM-INDEX) TO RPR-ITEM-NO
            MOVE CF-AVG-DAILY TO RPR-AVG-DAILY
            MOVE CF-PEAK-DAILY TO RPR-PEAK-DAILY
            MOVE CF-LEAD-DAYS TO RPR-LEAD-DAYS
            MOVE CF-SAFETY-STOCK TO RPR-SAFETY-STOCK
            MOVE CF-REORDER-POINT TO RPR-REORDER-POINT
            MOVE CF-ORDER-UP-TO TO RPR-ORDER-UP-TO
            MOVE WS-CURRENT-DATE TO RPR-CALC-DATE
            WRITE REORDER-PARM-REC
            ADD 1 TO RC-PARMS-WRITTEN
        .

        56-PRINT-ITEM-LINE.
            MOVE RIT-WAREHOUSE-ID(ROP-ITEM-INDEX) TO RD-WAREHOUSE-ID
            MOVE RIT-VENDOR-ID(ROP-ITEM-INDEX) TO RD-VENDOR-ID
            MOVE RIT-PRODUCT-ID(ROP-ITEM-INDEX) TO RD-PRODUCT-ID
            MOVE RIT-ITEM-NO(ROP-ITEM-INDEX) TO RD-ITEM-NO
            MOVE CF-AVG-DAILY TO RD-AVG-DAILY
            MOVE CF-PEAK-DAILY TO RD-PEAK-DAILY
            MOVE CF-LEAD-DAYS TO RD-LEAD-DAYS
            MOVE CF-SAFETY-STOCK TO RD-SAFETY-STOCK
            MOVE CF-REORDER-POINT TO RD-REORDER-POINT
            MOVE CF-ORDER-UP-TO TO RD-ORDER-UP-TO
            MOVE CF-LEAD-SOURCE TO RD-LEAD-SOURCE
            MOVE REPORT-DETAIL-LINE TO REORDER-RECORD
            WRITE REORDER-RECORD
        .

      *** LOOKS UP IS-ITEM-KEY IN THE TABLE AND ADDS IT WHEN IT IS ***
      *** NOT THERE - IS-ITEM-SUB COMES BACK ZERO ONLY WHEN THE    ***
      *** TABLE IS FULL                                            ***
        57-FIND-OR-ADD-ITEM.
            MOVE 0 TO IS-ITEM-SUB
            IF RIT-COUNT > 0
                SET ROP-ITEM-INDEX TO 1
                SEARCH ROP-ITEM
                    AT END
                        CONTINUE
                    WHEN RIT-ITEM-KEY(ROP-ITEM-INDEX) = IS-ITEM-KEY
                        SET IS-ITEM-SUB TO ROP-ITEM-INDEX
                END-SEARCH
            END-IF
            IF IS-ITEM-SUB = 0
                IF RIT-COUNT < 2500
                    ADD 1 TO RIT-COUNT
                    MOVE RIT-COUNT TO IS-ITEM-SUB
                    MOVE IS-ITEM-KEY TO RIT-ITEM-KEY(RIT-COUNT)
                    MOVE ZEROS TO RIT-JOURNAL-ISSUED(RIT-COUNT)
                    MOVE ZEROS TO RIT-JOURNAL-PEAK(RIT-COUNT)
                    MOVE ZEROS TO RIT-HISTORY-ISSUED(RIT-COUNT)
                    MOVE ZEROS TO RIT-HISTORY-PEAK(RIT-COUNT)
                    MOVE ZEROS TO RIT-LEAD-TOTAL(RIT-COUNT)
                    MOVE ZEROS TO RIT-LEAD-COUNT(RIT-COUNT)
                    MOVE ZEROS TO RIT-PRIOR-LEAD(RIT-COUNT)
                ELSE
                    ADD 1 TO RC-ITEMS-DROPPED
                END-IF
            END-IF
        .

      *** TURNS DN-WORK-DATE (YYMMDD) INTO AN APPROXIMATE DAY      ***
      *** NUMBER                                                   ***
        58-COMPUTE-DAY-NUMBER.
            COMPUTE DN-WORK-DAY-NO = (DN-WORK-YEAR * 365) +
                                     (DN-WORK-MONTH * 31) +
                                      DN-WORK-DAY
        .

      *** TURNS ONE PRINT-EDITED ZZZZZZ9- COLUMN IN UF-EDITED BACK ***
      *** INTO A SIGNED NUMBER IN UF-NUMBER                        ***
        59-UNEDIT-QUANTITY.
            INSPECT UF-DIGITS REPLACING LEADING SPACE BY ZERO
            IF UF-DIGITS NUMERIC
                MOVE UF-DIGITS TO UF-NUMBER
                IF UF-SIGN = '-'
                    COMPUTE UF-NUMBER = 0 - UF-NUMBER
                END-IF
            ELSE
                MOVE ZEROS TO UF-NUMBER
            END-IF
        .

        70-EOJ.
            MOVE RC-PARMS-WRITTEN TO RTO-PARM-COUNT
            MOVE RC-NO-USAGE-ITEMS TO RTO-DEFAULT-COUNT
            WRITE REORDER-RECORD FROM REPORT-TOTAL-LINE
                AFTER ADVANCING 2 LINES
            PERFORM 80-PRINT-SUMMARY
        .

        80-PRINT-SUMMARY.
            DISPLAY 'PR4ROP - REORDER POINT CALCULATION COMPLETE'
            DISPLAY '  MASTER LINE ITEMS:        ' RC-MASTER-ITEMS
            DISPLAY '  JOURNAL ISSUE LINES:      ' RC-ISSUE-LINES
            DISPLAY '  JOURNAL DAYS SPANNED:     ' UW-JOURNAL-DAYS
            DISPLAY '  CLOSED PERIODS USED:      ' PF-PERIODS-KEPT
            DISPLAY '  HISTORY ROWS SPREAD:      ' RC-HISTORY-ROWS-USED
            DISPLAY '  HISTORY ROWS NO ITEMS:    ' RC-HISTORY-UNMATCHED
            DISPLAY '  PO LINES TIMED:           ' RC-PO-LINES-TIMED
            DISPLAY '  PRIOR PARAMETERS READ:    ' RC-PRIOR-PARMS-READ
            DISPLAY '  PARAMETERS WRITTEN:       ' RC-PARMS-WRITTEN
            DISPLAY '  ITEMS WITH NO USAGE:      ' RC-NO-USAGE-ITEMS
            DISPLAY '  ITEMS PAST TABLE:         ' RC-ITEMS-DROPPED
        .

        90-FINALE.
            CLOSE REORDER-REPORT
            STOP RUN
        .
