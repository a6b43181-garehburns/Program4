        IDENTIFICATION DIVISION.
        PROGRAM-ID.  PR4TURN.
        AUTHOR.  GARRETT BURNS.

      * * * * * * * * * * * * * * * * * * * * * * * * *
      *
      * INVENTORY TURNOVER AND DAYS OF SUPPLY.  PR4PCLS HAS WRITTEN
      * A WAREHOUSE/PRODUCT ROW TO PR4-PERHIST.TXT FOR EVERY CLOSED
      * PERIOD, BUT NOTHING READ IT BACK, SO THERE WAS NO VIEW OF
      * HOW FAST EACH PRODUCT LINE TURNS OR HOW MANY DAYS OF STOCK
      * EACH WAREHOUSE IS SITTING ON.  THIS PROGRAM PUTS THE LAST
      * 12 CLOSED PERIODS TOGETHER WITH THE CURRENT PR4-EXTRACT.TXT
      * VALUES AND WORKS OUT, FOR EVERY WAREHOUSE AND PRODUCT:
      *
      *   AVERAGE INVENTORY - THE MEAN OF EACH PERIOD'S OPENING AND
      *   CLOSING ON-HAND ACROSS THE TRAILING PERIODS, VALUED AT THE
      *   CURRENT UNIT COST (THE HISTORY CARRIES UNITS ONLY)
      *
      *   TURNOVER RATIO - THE TRAILING PERIODS' ISSUES, PUT ON A
      *   YEARLY BASIS, OVER THE AVERAGE INVENTORY
      *
      *   DAYS OF SUPPLY - CURRENT ON-HAND OVER THE DAILY ISSUE
      *   RATE OF THE LAST TU-CURRENT-PERIODS CLOSED PERIODS
      *
      *   TREND - EACH TRAILING PERIOD'S OWN TURNOVER, OLDEST
      *   FIRST, AND WHETHER THE LATEST PERIODS ARE TURNING FASTER
      *   (RISING), SLOWER (FALLING) OR ABOUT THE SAME (STEADY) AS
      *   THE EARLIEST ONES
      *
      * DAYS OF SUPPLY ABOVE THE PRODUCT TYPE'S HIGH TARGET ARE
      * FLAGGED OVER, BELOW ITS LOW TARGET UNDER, AND STOCK WITH NO
      * RECENT ISSUES AT ALL NOUSE.
      *
      * A PERIOD WITH NO MOVEMENT HAS NO HISTORY ROW, SO ITS ON-HAND
      * IS TAKEN AS THE CLOSING OF THE PERIOD BEFORE IT (OR, AHEAD
      * OF THE FIRST ROW, THAT ROW'S OPENING).  A PRODUCT WITH NO
      * ROW IN THE WINDOW AT ALL IS TAKEN AS HOLDING ITS CURRENT
      * ON-HAND THROUGHOUT.
      *
      * INPUT:
      *   PR4-EXTRACT.TXT (WRITTEN BY PR4CGB) - CURRENT ON-HAND AND
      *   EXTENDED COST; ITS 'CTL' STAMP MUST MATCH THE LAST ENTRY
      *   ON PR4-RUNLOG.TXT
      *
      *   PR4-PERHIST.TXT (WRITTEN BY PR4PCLS) - OPENING, ISSUED
      *   AND CLOSING UNITS PER WAREHOUSE/PRODUCT PER CLOSED PERIOD
      *
      *   PRODUCT-MASTER.TXT - THE PRODUCT TYPE EACH TARGET IS SET BY
      *
      *   INVENTORY-MASTER.TXT (SAME LAYOUT PR4TPST WRITES) - THE
      *   LINE ITEMS' AVERAGE COST, FOR A PRODUCT WITH NOTHING ON
      *   HAND TO TAKE A UNIT COST FROM
      *
      *   PR4-DOSTARGET.TXT (7-CHARACTER RECORD) - OPTIONAL
      *     1. PRODUCT TYPE                 1
      *     2. LOW TARGET DAYS OF SUPPLY    2-4
      *     3. HIGH TARGET DAYS OF SUPPLY   5-7
      *     A TYPE NOT ON THE FILE USES TU-DEFAULT-LOW-DAYS AND
      *     TU-DEFAULT-HIGH-DAYS
      *
      * OUTPUT:
      *   PR4-TURNOVER.TXT (205-CHARACTER RECORD) - ONE ROW PER
      *   WAREHOUSE/PRODUCT IN WAREHOUSE/PRODUCT ORDER, REWRITTEN
      *   EACH RUN FOR THE FINANCE SPREADSHEETS
      *     1. WAREHOUSE ID                 1-4
      *     2. PRODUCT ID                   5-7
      *     3. PRODUCT TYPE                 8
      *     4. RUN DATE (YYMMDD)            9-14
      *     5. PERIODS IN WINDOW           15-16
      *     6. ON-HAND UNITS               17-24  S9(8)
      *     7. ON-HAND VALUE               25-35  S9(9)V99
      *     8. AVERAGE INVENTORY UNITS     36-43  S9(8)
      *     9. AVERAGE INVENTORY VALUE     44-54  S9(9)V99
      *    10. YEARLY ISSUE UNITS          55-63  S9(9)
      *    11. YEARLY ISSUE VALUE          64-74  S9(9)V99
      *    12. TURNOVER RATIO              75-79  9(3)V99
      *    13. CURRENT DAILY USAGE         80-86  9(5)V99
      *    14. DAYS OF SUPPLY              87-91  (99999 = NO USAGE)
      *    15. LOW TARGET DAYS             92-94
      *    16. HIGH TARGET DAYS            95-97
      *    17. FLAG (OVER/UNDER/NOUSE)     98-102
      *    18. TREND (RISING/FALLING/      103-109
      *          STEADY, SPACES WHEN THE WINDOW IS TOO SHORT)
      *    19. 12 X PERIOD (YYMM) AND     110-205
      *          THAT PERIOD'S TURNOVER 9(2)V99, OLDEST FIRST
      *          (ZEROS FOR SLOTS THE HISTORY DOES NOT REACH)
      *
      *   PR4-TRN - PRINTED TURNOVER REPORT BY WAREHOUSE

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
        OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * THE CURRENT RUN'S DETAIL EXTRACT FROM PR4CGB - CARRIES A
      * 'CTL' RUN STAMP AS ITS FIRST RECORD
            SELECT EXTRACT-FILE
                ASSIGN TO 'PR4-EXTRACT.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS EX-FILE-STATUS.

      * PERMANENT RUN-CONTROL LOG WRITTEN BY PR4CGB - THE LAST
      * ENTRY IS THE LATEST COMPLETED RUN, AND THE EXTRACT'S
      * STAMP MUST MATCH IT
            SELECT RUN-LOG-FILE
                ASSIGN TO 'PR4-RUNLOG.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS RL-FILE-STATUS.

      * CLOSED-PERIOD MOVEMENT WRITTEN BY PR4PCLS
            SELECT PERIOD-HISTORY-FILE
                ASSIGN TO 'PR4-PERHIST.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS PH-FILE-STATUS.

      * PRODUCT MASTER (MAINTAINED BY PR4MMNT)
            SELECT PRODUCT-MASTER
                ASSIGN TO 'PRODUCT-MASTER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS PM-FILE-STATUS.

      * ON-HAND BY LINE ITEM POSTED BY PR4TPST
            SELECT INVENTORY-MASTER
                ASSIGN TO 'INVENTORY-MASTER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS IM-FILE-STATUS.

      * DAYS-OF-SUPPLY TARGETS BY PRODUCT TYPE
            SELECT TARGET-FILE
                ASSIGN TO 'PR4-DOSTARGET.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS TG-FILE-STATUS.

      * ONE UNSORTED ROW PER WAREHOUSE/PRODUCT, FOR SORTING
            SELECT TURNOVER-WORK-FILE
                ASSIGN TO 'PR4-TURNWORK.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * THE SORTED ROWS - THE FINANCE FILE ITSELF, ALSO READ BACK
      * FOR THE PRINTED REPORT
            SELECT TURNOVER-FILE
                ASSIGN TO 'PR4-TURNOVER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * PRINTED TURNOVER REPORT
            SELECT TURNOVER-REPORT
                ASSIGN TO PRINTER 'PR4-TRN'.

      *** TEMPORARY SORT RECORDS BELOW ***
            SELECT SORTING-FILE
                ASSIGN TO 'TURNSORT.TMP'.

        DATA DIVISION.
        FILE SECTION.

        FD  EXTRACT-FILE
            RECORD CONTAINS 39 CHARACTERS.

        01  EXTRACT-RECORD.
            05  EX-WAREHOUSE-ID              PIC X(4).
            05  EX-VENDOR-ID                 PIC X(1).
            05  EX-PRODUCT-ID                PIC X(3).
            05  EX-PRODUCT-NAME              PIC X(13).
            05  EX-PRODUCT-SIZE              PIC X(1).
            05  EX-PRODUCT-TYPE              PIC X(1).
            05  EX-NUM-IN-STOCK              PIC S9(7).
            05  EX-EXTENDED-COST             PIC S9(7)V9(2).

      * SAME 65-CHARACTER RECORD PR4CGB WRITES - ONLY THE RUN
      * DATE AND TIME ARE CHECKED HERE
        FD  RUN-LOG-FILE
            RECORD CONTAINS 65 CHARACTERS.

        01  RUN-LOG-REC.
            05  RLR-RUN-DATE                 PIC 9(6).
            05  RLR-RUN-TIME                 PIC 9(6).
            05  FILLER                       PIC X(53).

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

        FD  PRODUCT-MASTER
            RECORD CONTAINS 19 CHARACTERS.

        01  PRODUCT-MASTER-REC.
            05  PDM-PRODUCT-ID               PIC X(3).
            05  PDM-DESCRIPTION              PIC X(13).
            05  PDM-EXPECTED-SIZE            PIC X(1).
            05  PDM-EXPECTED-TYPE            PIC X(1).
            05  PDM-ACTIVE-FLAG              PIC X(1).

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

        FD  TARGET-FILE
            RECORD CONTAINS 7 CHARACTERS.

        01  TARGET-REC.
            05  TGR-PRODUCT-TYPE             PIC X(1).
            05  TGR-LOW-DAYS                 PIC 9(3).
            05  TGR-HIGH-DAYS                PIC 9(3).

        FD  TURNOVER-WORK-FILE
            RECORD CONTAINS 205 CHARACTERS.

        01  TURNOVER-WORK-REC                PIC X(205).

        FD  TURNOVER-FILE
            RECORD CONTAINS 205 CHARACTERS.

        01  TURNOVER-REC                     PIC X(205).

        FD  TURNOVER-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  TURNOVER-RECORD                  PIC X(80).

        SD  SORTING-FILE
            RECORD CONTAINS 205 CHARACTERS.

        01  SORTING-REC.
            05  SS-ITEM-KEY                  PIC X(7).
            05  FILLER                       PIC X(198).

        WORKING-STORAGE SECTION.

        01  EX-FLAGS.
            05  EX-FILE-STATUS               PIC XX.
                88 EX-FILE-WAS-FOUND                      VALUE '00'.
            05  EX-EOF-FLAG                  PIC X       VALUE 'N'.
                88 EX-NO-MORE-RECS                        VALUE 'Y'.

        01  RL-FLAGS.
            05  RL-FILE-STATUS               PIC XX.
                88 RL-FILE-WAS-FOUND                      VALUE '00'.
            05  RL-EOF-FLAG                  PIC X       VALUE 'N'.
                88 RL-NO-MORE-RECS                        VALUE 'Y'.

        01  PH-FLAGS.
            05  PH-FILE-STATUS               PIC XX.
                88 PH-FILE-WAS-FOUND                      VALUE '00'.
            05  PH-EOF-FLAG                  PIC X       VALUE 'N'.
                88 PH-NO-MORE-RECS                        VALUE 'Y'.

        01  PM-FLAGS.
            05  PM-FILE-STATUS               PIC XX.
                88 PM-FILE-WAS-FOUND                      VALUE '00'.
            05  PM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 PM-NO-MORE-RECS                        VALUE 'Y'.

        01  IM-FLAGS.
            05  IM-FILE-STATUS               PIC XX.
                88 IM-FILE-WAS-FOUND                      VALUE '00'.
            05  IM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 IM-NO-MORE-RECS                        VALUE 'Y'.

        01  TG-FLAGS.
            05  TG-FILE-STATUS               PIC XX.
                88 TG-FILE-WAS-FOUND                      VALUE '00'.
            05  TG-EOF-FLAG                  PIC X       VALUE 'N'.
                88 TG-NO-MORE-RECS                        VALUE 'Y'.

        01  TO-FLAGS.
            05  TO-EOF-FLAG                  PIC X       VALUE 'N'.
                88 TO-NO-MORE-RECS                        VALUE 'Y'.

      *** ONE WAREHOUSE/PRODUCT ROW OF THE FINANCE FILE ***
        01  TURNOVER-DATA.
            05  TOR-WAREHOUSE-ID             PIC X(4).
            05  TOR-PRODUCT-ID               PIC X(3).
            05  TOR-PRODUCT-TYPE             PIC X(1).
            05  TOR-RUN-DATE                 PIC 9(6).
            05  TOR-PERIODS-USED             PIC 9(2).
            05  TOR-ON-HAND                  PIC S9(8).
            05  TOR-ON-HAND-VALUE            PIC S9(9)V99.
            05  TOR-AVG-INVENTORY            PIC S9(8).
            05  TOR-AVG-INV-VALUE            PIC S9(9)V99.
            05  TOR-YEARLY-ISSUES            PIC S9(9).
            05  TOR-YEARLY-ISSUE-VALUE       PIC S9(9)V99.
            05  TOR-TURNOVER                 PIC 9(3)V99.
            05  TOR-DAILY-USAGE              PIC 9(5)V99.
            05  TOR-DAYS-OF-SUPPLY           PIC 9(5).
            05  TOR-LOW-DAYS                 PIC 9(3).
            05  TOR-HIGH-DAYS                PIC 9(3).
            05  TOR-FLAG                     PIC X(5).
            05  TOR-TREND                    PIC X(7).
            05  TOR-PERIOD-DATA OCCURS 12 TIMES.
                10  TOR-PERIOD               PIC 9(4).
                10  TOR-PERIOD-TURNOVER      PIC 9(2)V99.

      *** THE LATEST COMPLETED RUN ON THE RUN LOG AND THE STAMP   ***
      *** READ OFF THE EXTRACT - THE TWO MUST AGREE BEFORE THE    ***
      *** EXTRACT IS USED                                         ***
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

      *** THE RULES THE FIGURES ARE BUILT WITH - HOW MANY CLOSED    ***
      *** PERIODS MAKE THE TRAILING WINDOW, HOW MANY DAYS A PERIOD  ***
      *** COVERS AND HOW MANY MAKE A YEAR, HOW MANY OF THE LATEST   ***
      *** PERIODS ARE "CURRENT" USAGE, HOW MANY AT EACH END OF THE  ***
      *** WINDOW ARE COMPARED FOR THE TREND AND BY WHAT PERCENT     ***
      *** THEY MUST DIFFER, AND THE TARGETS FOR A PRODUCT TYPE NOT  ***
      *** ON THE TARGET FILE                                        ***
        01  TURNOVER-RULES.
            05  TU-TRAILING-PERIODS          PIC S9(3)   VALUE +012.
            05  TU-DAYS-PER-PERIOD           PIC S9(3)   VALUE +030.
            05  TU-PERIODS-PER-YEAR          PIC S9(3)   VALUE +012.
            05  TU-CURRENT-PERIODS           PIC S9(3)   VALUE +003.
            05  TU-TREND-PERIODS             PIC S9(3)   VALUE +003.
            05  TU-TREND-PERCENT             PIC S9(3)   VALUE +010.
            05  TU-DEFAULT-LOW-DAYS          PIC 9(3)    VALUE 015.
            05  TU-DEFAULT-HIGH-DAYS         PIC 9(3)    VALUE 090.
            05  TU-NO-USAGE-DAYS             PIC 9(5)    VALUE 99999.

      *** PRODUCT TYPES FROM THE PRODUCT MASTER ***
        01  PRODUCT-TABLE-AREA.
            05  PDT-COUNT                    PIC S9(3) VALUE 0.
            05  PRODUCT-ITEM OCCURS 1 TO 100 TIMES
                    DEPENDING ON PDT-COUNT
                    INDEXED BY PRODUCT-INDEX.
                10  PDT-PRODUCT-ID           PIC X(3).
                10  PDT-EXPECTED-TYPE        PIC X(1).

      *** DAYS-OF-SUPPLY TARGETS BY PRODUCT TYPE ***
        01  TARGET-TABLE-AREA.
            05  TGT-COUNT                    PIC S9(3) VALUE 0.
            05  TARGET-ITEM OCCURS 1 TO 20 TIMES
                    DEPENDING ON TGT-COUNT
                    INDEXED BY TARGET-INDEX.
                10  TGT-PRODUCT-TYPE         PIC X(1).
                10  TGT-LOW-DAYS             PIC 9(3).
                10  TGT-HIGH-DAYS            PIC 9(3).

      *** ONE ENTRY PER WAREHOUSE/PRODUCT ON THE EXTRACT OR IN THE  ***
      *** WINDOW'S HISTORY, WITH ONE SLOT PER TRAILING PERIOD       ***
        01  TURN-ITEM-TABLE.
            05  TIT-COUNT                    PIC S9(4) VALUE 0.
            05  TURN-ITEM OCCURS 1 TO 1000 TIMES
                    DEPENDING ON TIT-COUNT
                    INDEXED BY TURN-ITEM-INDEX.
                10  TIT-ITEM-KEY.
                    15  TIT-WAREHOUSE-ID     PIC X(4).
                    15  TIT-PRODUCT-ID       PIC X(3).
                10  TIT-PRODUCT-TYPE         PIC X(1).
                10  TIT-ON-HAND              PIC S9(8).
                10  TIT-ON-HAND-VALUE        PIC S9(9)V99.
                10  TIT-COST-TOTAL           PIC S9(7)V9(4).
                10  TIT-COST-COUNT           PIC S9(3).
                10  TIT-PERIOD-SLOT OCCURS 12 TIMES.
                    15  TIT-SLOT-FLAG        PIC X(1).
                        88 TIT-SLOT-HAS-ROW               VALUE 'Y'.
                    15  TIT-OPENING          PIC S9(8).
                    15  TIT-CLOSING          PIC S9(8).
                    15  TIT-ISSUED           PIC S9(8).

      *** THE WAREHOUSE/PRODUCT BEING LOOKED UP OR ADDED BY         ***
      *** 57-FIND-OR-ADD-ITEM, AND WHERE IT WAS FOUND               ***
        01  ITEM-SEARCH-FIELDS.
            05  IS-ITEM-KEY.
                10  IS-WAREHOUSE-ID          PIC X(4).
                10  IS-PRODUCT-ID            PIC X(3).
            05  IS-ITEM-SUB                  PIC S9(4).

      *** WHICH CLOSED PERIODS FALL IN THE TRAILING WINDOW - THE    ***
      *** HISTORY FILE IS APPENDED ONE PERIOD AT A TIME, SO THE     ***
      *** LAST TU-TRAILING-PERIODS DISTINCT PERIODS ARE THE NEWEST  ***
        01  PERIOD-FIELDS.
            05  PF-PERIOD-COUNT              PIC S9(4)   VALUE 0.
            05  PF-PERIOD-ORDINAL            PIC S9(4)   VALUE 0.
            05  PF-FIRST-KEPT                PIC S9(4)   VALUE 0.
            05  PF-PERIODS-KEPT              PIC S9(4)   VALUE 0.
            05  PF-LAST-PERIOD               PIC 9(4)    VALUE 0.
            05  PF-SLOT                      PIC S9(3).
            05  PF-WINDOW-PERIOD             PIC 9(4)
                    OCCURS 12 TIMES.

      *** THE FIGURES FOR THE WAREHOUSE/PRODUCT BEING CALCULATED ***
        01  CALC-FIELDS.
            05  CF-SLOT                      PIC S9(3).
            05  CF-FIRST-ROW-SLOT            PIC S9(3).
            05  CF-CARRY-FLAG                PIC X       VALUE 'N'.
                88 CF-HAVE-CARRY                          VALUE 'Y'.
            05  CF-CARRY-ON-HAND             PIC S9(8).
            05  CF-UNIT-COST                 PIC S9(5)V9(4).
            05  CF-INVENTORY-TOTAL           PIC S9(10)V9.
            05  CF-AVG-INVENTORY             PIC S9(8)V99.
            05  CF-ISSUED-TOTAL              PIC S9(10).
            05  CF-YEARLY-ISSUES             PIC S9(9).
            05  CF-TURNOVER                  PIC S9(5)V99.
            05  CF-CURRENT-SLOTS             PIC S9(3).
            05  CF-CURRENT-ISSUED            PIC S9(10).
            05  CF-DAILY-USAGE               PIC S9(5)V99.
            05  CF-DAYS-OF-SUPPLY            PIC S9(7).
            05  CF-LOW-DAYS                  PIC 9(3).
            05  CF-HIGH-DAYS                 PIC 9(3).
            05  CF-SLOT-AVERAGE              PIC S9(8)V9.
            05  CF-SLOT-TURNOVER             PIC S9(5)V99.
            05  CF-EARLY-TOTAL               PIC S9(5)V99.
            05  CF-RECENT-TOTAL              PIC S9(5)V99.
            05  CF-TREND-LIMIT               PIC S9(7)V9(4).

      *** STATE OF THE REPORT'S WAREHOUSE CONTROL BREAK AND THE     ***
      *** RUNNING TOTALS BEHIND THE WAREHOUSE AND FINAL LINES        ***
        01  REPORT-HOLD-FIELDS.
            05  RH-FIRST-RECORD              PIC X(3)    VALUE 'YES'.
            05  RH-WAREHOUSE-ID              PIC X(4).
            05  RH-ON-HAND-VALUE             PIC S9(11)V99 VALUE 0.
            05  RH-AVG-INV-VALUE             PIC S9(11)V99 VALUE 0.
            05  RH-ISSUE-VALUE               PIC S9(11)V99 VALUE 0.
            05  RH-TOTAL-ON-HAND-VALUE       PIC S9(11)V99 VALUE 0.
            05  RH-TOTAL-AVG-INV-VALUE       PIC S9(11)V99 VALUE 0.
            05  RH-TOTAL-ISSUE-VALUE         PIC S9(11)V99 VALUE 0.
            05  RH-TURNOVER                  PIC S9(5)V99.

        01  RUN-COUNTERS.
            05  RC-EXTRACT-ROWS              PIC 9(7)    VALUE 0.
            05  RC-PERIODS-USED              PIC 9(5)    VALUE 0.
            05  RC-HISTORY-ROWS-USED         PIC 9(7)    VALUE 0.
            05  RC-ITEMS-REPORTED            PIC 9(5)    VALUE 0.
            05  RC-ITEMS-IDLE                PIC 9(5)    VALUE 0.
            05  RC-ITEMS-OVER                PIC 9(5)    VALUE 0.
            05  RC-ITEMS-UNDER               PIC 9(5)    VALUE 0.
            05  RC-ITEMS-NOUSE               PIC 9(5)    VALUE 0.
            05  RC-ITEMS-DROPPED             PIC 9(5)    VALUE 0.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                  TURNOVER REPORT LAYOUT                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

        01  REPORT-TITLE-LINE.
            05                    PIC X(17).
            05                    PIC X(37)  VALUE
                    'INVENTORY TURNOVER AND DAYS OF SUPPLY'.
            05                    PIC X(2).
            05  RT-DATE.
                10  RT-MONTH      PIC Z9.
                10                PIC X      VALUE '/'.
                10  RT-DAY        PIC 99.
                10                PIC X      VALUE '/'.
                10  RT-YEAR       PIC 99.
            05                    PIC X(16).

        01  REPORT-WINDOW-LINE.
            05                    PIC X(2).
            05                    PIC X(16)  VALUE
                    'CLOSED PERIODS: '.
            05  RW-PERIODS-KEPT   PIC Z9.
            05                    PIC X(2)   VALUE ' ('.
            05  RW-FIRST-PERIOD   PIC 9(4).
            05                    PIC X(6)   VALUE ' THRU '.
            05  RW-LAST-PERIOD    PIC 9(4).
            05                    PIC X(24)  VALUE
                    ')   CURRENT USAGE: LAST'.
            05  RW-CURRENT-PERIODS PIC Z9.
            05                    PIC X(18)  VALUE ' PERIODS'.

        01  REPORT-HEADING-LINE.
            05                    PIC X(2).
            05                    PIC X(4)   VALUE 'WHSE'.
            05                    PIC X(1).
            05                    PIC X(3)   VALUE 'PRD'.
            05                    PIC X(1).
            05                    PIC X(1)   VALUE 'T'.
            05                    PIC X(2).
            05                    PIC X(14)  VALUE ' ON-HAND VALUE'.
            05                    PIC X(1).
            05                    PIC X(14)  VALUE ' AVG INV VALUE'.
            05                    PIC X(1).
            05                    PIC X(6)   VALUE ' TURNS'.
            05                    PIC X(2).
            05                    PIC X(5)   VALUE ' DAYS'.
            05                    PIC X(2).
            05                    PIC X(7)   VALUE 'TARGET'.
            05                    PIC X(2).
            05                    PIC X(5)   VALUE 'FLAG'.
            05                    PIC X(7).

        01  REPORT-PERIOD-HEADING-LINE.
            05                    PIC X(4).
            05                    PIC X(14)  VALUE 'PERIOD TURNS'.
            05  RP-PERIOD-DATA OCCURS 12 TIMES.
                10                PIC X(1).
                10  RP-PERIOD     PIC 9(4).
            05                    PIC X(2).

        01  REPORT-DETAIL-LINE.
            05                    PIC X(2).
            05  RD-WAREHOUSE-ID   PIC X(4).
            05                    PIC X(1).
            05  RD-PRODUCT-ID     PIC X(3).
            05                    PIC X(1).
            05  RD-PRODUCT-TYPE   PIC X(1).
            05                    PIC X(2).
            05  RD-ON-HAND-VALUE  PIC ZZ,ZZZ,ZZ9.99-.
            05                    PIC X(1).
            05  RD-AVG-INV-VALUE  PIC ZZ,ZZZ,ZZ9.99-.
            05                    PIC X(1).
            05  RD-TURNOVER       PIC ZZ9.99.
            05                    PIC X(2).
            05  RD-DAYS-OF-SUPPLY PIC ZZZZ9.
            05                    PIC X(2).
            05  RD-LOW-DAYS       PIC ZZ9.
            05                    PIC X(1)   VALUE '-'.
            05  RD-HIGH-DAYS      PIC ZZ9.
            05                    PIC X(2).
            05  RD-FLAG           PIC X(5).
            05                    PIC X(7).

        01  REPORT-TREND-LINE.
            05                    PIC X(4).
            05  RL-TREND          PIC X(7).
            05                    PIC X(7).
            05  RL-PERIOD-DATA OCCURS 12 TIMES.
                10                PIC X(1).
                10  RL-PERIOD-TURNOVER PIC Z9.9.
            05                    PIC X(2).

        01  REPORT-WAREHOUSE-LINE.
            05                    PIC X(2).
            05  RWH-WAREHOUSE-ID  PIC X(4).
            05                    PIC X(8)   VALUE ' TOTAL'.
            05  RWH-ON-HAND-VALUE PIC ZZ,ZZZ,ZZ9.99-.
            05                    PIC X(1).
            05  RWH-AVG-INV-VALUE PIC ZZ,ZZZ,ZZ9.99-.
            05                    PIC X(1).
            05  RWH-TURNOVER      PIC ZZ9.99.
            05                    PIC X(30).

        01  REPORT-FINAL-LINE.
            05                    PIC X(2).
            05                    PIC X(12)  VALUE 'GRAND TOTAL'.
            05  RF-ON-HAND-VALUE  PIC ZZ,ZZZ,ZZ9.99-.
            05                    PIC X(1).
            05  RF-AVG-INV-VALUE  PIC ZZ,ZZZ,ZZ9.99-.
            05                    PIC X(1).
            05  RF-TURNOVER       PIC ZZ9.99.
            05                    PIC X(30).

        01  REPORT-FLAG-LINE.
            05                    PIC X(2).
            05                    PIC X(16)  VALUE 'FLAGGED - OVER:'.
            05  RFL-OVER          PIC ZZZZ9.
            05                    PIC X(10)  VALUE '   UNDER:'.
            05  RFL-UNDER         PIC ZZZZ9.
            05                    PIC X(10)  VALUE '   NOUSE:'.
            05  RFL-NOUSE         PIC ZZZZ9.
            05                    PIC X(27).

        PROCEDURE DIVISION.

        10-CONTROL-MODULE.
            PERFORM 20-HOUSEKEEPING
            PERFORM 30-LOAD-EXTRACT
            PERFORM 40-COUNT-HISTORY-PERIODS
            PERFORM 42-LOAD-PERIOD-HISTORY
            PERFORM 46-LOAD-MASTER-COSTS
            PERFORM 50-COMPUTE-TURNOVER
            PERFORM 60-SORT-TURNOVER
            PERFORM 62-PRINT-REPORT
            PERFORM 70-EOJ
            PERFORM 90-FINALE
        .

        20-HOUSEKEEPING.
            ACCEPT WS-CURRENT-DATE FROM DATE
            MOVE WS-MONTH TO RT-MONTH
            MOVE WS-DAY TO RT-DAY
            MOVE WS-YEAR TO RT-YEAR

            PERFORM 22-LOAD-PRODUCT-MASTER
            PERFORM 23-LOAD-TARGETS
        .

      *** THE TYPE OF EACH PRODUCT - THE TARGETS ARE SET BY TYPE ***
        22-LOAD-PRODUCT-MASTER.
            MOVE 0 TO PDT-COUNT
            OPEN INPUT PRODUCT-MASTER
            IF PM-FILE-WAS-FOUND
                MOVE 'N' TO PM-EOF-FLAG
                PERFORM UNTIL PM-NO-MORE-RECS
                    READ PRODUCT-MASTER
                        AT END
                            MOVE 'Y' TO PM-EOF-FLAG
                        NOT AT END
                            IF PDT-COUNT < 100
                                ADD 1 TO PDT-COUNT
                                MOVE PDM-PRODUCT-ID TO
                                        PDT-PRODUCT-ID(PDT-COUNT)
                                MOVE PDM-EXPECTED-TYPE TO
                                        PDT-EXPECTED-TYPE(PDT-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRODUCT-MASTER
            END-IF
        .

      *** DAYS-OF-SUPPLY TARGETS BY TYPE - A MISSING FILE LEAVES     ***
      *** EVERY TYPE ON THE DEFAULT TARGETS                          ***
        23-LOAD-TARGETS.
            MOVE 0 TO TGT-COUNT
            OPEN INPUT TARGET-FILE
            IF TG-FILE-WAS-FOUND
                MOVE 'N' TO TG-EOF-FLAG
                PERFORM UNTIL TG-NO-MORE-RECS
                    READ TARGET-FILE
                        AT END
                            MOVE 'Y' TO TG-EOF-FLAG
                        NOT AT END
                            IF TGR-LOW-DAYS NUMERIC
                                AND TGR-HIGH-DAYS NUMERIC
                                AND TGT-COUNT < 20
                                ADD 1 TO TGT-COUNT
                                MOVE TGR-PRODUCT-TYPE TO
                                        TGT-PRODUCT-TYPE(TGT-COUNT)
                                MOVE TGR-LOW-DAYS TO
                                        TGT-LOW-DAYS(TGT-COUNT)
                                MOVE TGR-HIGH-DAYS TO
                                        TGT-HIGH-DAYS(TGT-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TARGET-FILE
            END-IF
        .

      *** PROVES THE EXTRACT CAME FROM THE LATEST COMPLETED       ***
      *** PR4CGB RUN (ITS 'CTL' STAMP MUST MATCH THE RUN LOG'S    ***
      *** LAST ENTRY), THEN ROLLS ITS ON-HAND AND EXTENDED COST   ***
      *** UP BY WAREHOUSE AND PRODUCT                             ***
        30-LOAD-EXTRACT.
            PERFORM 32-LOAD-RUN-LOG
            IF NOT SC-LOG-ENTRY-FOUND
                DISPLAY 'PR4TURN - NO COMPLETED RUN ON '
                        'PR4-RUNLOG.TXT - RUN PR4CGB FIRST'
                STOP RUN
            END-IF
            OPEN INPUT EXTRACT-FILE
            IF NOT EX-FILE-WAS-FOUND
                DISPLAY 'PR4TURN - PR4-EXTRACT.TXT NOT AVAILABLE - '
                        'STATUS ' EX-FILE-STATUS
                STOP RUN
            END-IF
            READ EXTRACT-FILE
                AT END
                    PERFORM 34-REFUSE-STALE-EXTRACT
            END-READ
            MOVE EXTRACT-RECORD TO STAMP-WORK-RECORD
            IF NOT SWR-IS-STAMP
                PERFORM 34-REFUSE-STALE-EXTRACT
            END-IF
            IF SWR-RUN-DATE NOT = SC-LOG-RUN-DATE
                OR SWR-RUN-TIME NOT = SC-LOG-RUN-TIME
                PERFORM 34-REFUSE-STALE-EXTRACT
            END-IF
            MOVE 'N' TO EX-EOF-FLAG
            PERFORM UNTIL EX-NO-MORE-RECS
                READ EXTRACT-FILE
                    AT END
                        MOVE 'Y' TO EX-EOF-FLAG
                    NOT AT END
                        PERFORM 31-ADD-EXTRACT-ROW
                END-READ
            END-PERFORM
            CLOSE EXTRACT-FILE
        .

        31-ADD-EXTRACT-ROW.
            ADD 1 TO RC-EXTRACT-ROWS
            MOVE EX-WAREHOUSE-ID TO IS-WAREHOUSE-ID
            MOVE EX-PRODUCT-ID TO IS-PRODUCT-ID
            PERFORM 57-FIND-OR-ADD-ITEM
            IF IS-ITEM-SUB > 0
                IF EX-NUM-IN-STOCK NUMERIC
                    ADD EX-NUM-IN-STOCK TO TIT-ON-HAND(IS-ITEM-SUB)
                END-IF
                IF EX-EXTENDED-COST NUMERIC
                    ADD EX-EXTENDED-COST TO
                            TIT-ON-HAND-VALUE(IS-ITEM-SUB)
                END-IF
                IF TIT-PRODUCT-TYPE(IS-ITEM-SUB) = SPACE
                    MOVE EX-PRODUCT-TYPE TO
                            TIT-PRODUCT-TYPE(IS-ITEM-SUB)
                END-IF
            END-IF
        .

      *** READS THE RUN LOG THROUGH TO ITS LAST (LATEST) ENTRY ***
        32-LOAD-RUN-LOG.
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

      *** THE EXTRACT PREDATES THE LATEST COMPLETED RUN (OR HAS   ***
      *** NO STAMP AT ALL) - TELL THE OPERATOR AND REFUSE TO RUN  ***
        34-REFUSE-STALE-EXTRACT.
            DISPLAY 'PR4TURN - PR4-EXTRACT.TXT DOES NOT MATCH THE '
                    'LATEST COMPLETED PR4CGB RUN'
            DISPLAY 'PR4TURN - RERUN PR4CGB - RUN REFUSED'
            CLOSE EXTRACT-FILE
            STOP RUN
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
                                    TU-TRAILING-PERIODS + 1
            IF PF-FIRST-KEPT < 1
                MOVE 1 TO PF-FIRST-KEPT
            END-IF
            MOVE 0 TO PF-PERIODS-KEPT
            IF PF-PERIOD-COUNT > 0
                COMPUTE PF-PERIODS-KEPT = PF-PERIOD-COUNT -
                                          PF-FIRST-KEPT + 1
            END-IF
            PERFORM VARYING PF-SLOT FROM 1 BY 1 UNTIL PF-SLOT > 12
                MOVE 0 TO PF-WINDOW-PERIOD(PF-SLOT)
            END-PERFORM
        .

      *** SECOND PASS - FILES EACH TRAILING PERIOD'S ROW IN ITS     ***
      *** SLOT, OLDEST PERIOD IN SLOT 1                             ***
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
                                PERFORM 43-FILE-ONE-PERIOD-ROW
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PERIOD-HISTORY-FILE
            END-IF
        .

      *** A ROW CLOSED BEFORE THE RETURNED COLUMN EXISTED STILL     ***
      *** CARRIES GOOD OPENING/ISSUED/CLOSING FIGURES AND IS USED   ***
        43-FILE-ONE-PERIOD-ROW.
            COMPUTE PF-SLOT = PF-PERIOD-ORDINAL - PF-FIRST-KEPT + 1
            MOVE PHR-PERIOD TO PF-WINDOW-PERIOD(PF-SLOT)
            MOVE PHR-WAREHOUSE-ID TO IS-WAREHOUSE-ID
            MOVE PHR-PRODUCT-ID TO IS-PRODUCT-ID
            PERFORM 57-FIND-OR-ADD-ITEM
            IF IS-ITEM-SUB > 0
                ADD 1 TO RC-HISTORY-ROWS-USED
                MOVE 'Y' TO TIT-SLOT-FLAG(IS-ITEM-SUB, PF-SLOT)
                MOVE PHR-OPENING TO TIT-OPENING(IS-ITEM-SUB, PF-SLOT)
                MOVE PHR-CLOSING TO TIT-CLOSING(IS-ITEM-SUB, PF-SLOT)
                MOVE PHR-ISSUED TO TIT-ISSUED(IS-ITEM-SUB, PF-SLOT)
            END-IF
        .

      *** ADDS UP THE LINE ITEMS' AVERAGE COSTS SO A PRODUCT WITH   ***
      *** NOTHING ON HAND STILL HAS A UNIT COST TO VALUE ITS        ***
      *** AVERAGE INVENTORY AT - ONLY PRODUCTS ALREADY IN THE       ***
      *** TABLE ARE OF INTEREST                                     ***
        46-LOAD-MASTER-COSTS.
            OPEN INPUT INVENTORY-MASTER
            IF IM-FILE-WAS-FOUND
                MOVE 'N' TO IM-EOF-FLAG
                PERFORM UNTIL IM-NO-MORE-RECS
                    READ INVENTORY-MASTER
                        AT END
                            MOVE 'Y' TO IM-EOF-FLAG
                        NOT AT END
                            IF IVM-AVG-COST NUMERIC
                                AND IVM-AVG-COST > 0
                                MOVE IVM-WAREHOUSE-ID TO
                                        IS-WAREHOUSE-ID
                                MOVE IVM-PRODUCT-ID TO IS-PRODUCT-ID
                                PERFORM 56-FIND-ITEM
                                IF IS-ITEM-SUB > 0
                                    ADD IVM-AVG-COST TO
                                        TIT-COST-TOTAL(IS-ITEM-SUB)
                                    ADD 1 TO
                                        TIT-COST-COUNT(IS-ITEM-SUB)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INVENTORY-MASTER
            END-IF
        .

      *** WORKS OUT EVERY WAREHOUSE/PRODUCT'S FIGURES AND WRITES    ***
      *** THEM, UNSORTED, TO THE WORK FILE                          ***
        50-COMPUTE-TURNOVER.
            OPEN OUTPUT TURNOVER-WORK-FILE
            PERFORM 51-COMPUTE-ONE-ITEM
                VARYING TURN-ITEM-INDEX FROM 1 BY 1
                    UNTIL TURN-ITEM-INDEX > TIT-COUNT
            CLOSE TURNOVER-WORK-FILE
        .

      *** A PRODUCT WITH NOTHING ON HAND AND NO MOVEMENT IN THE     ***
      *** WINDOW HAS NOTHING TO REPORT AND IS ONLY COUNTED          ***
        51-COMPUTE-ONE-ITEM.
            PERFORM 52-FILL-QUIET-PERIODS
            MOVE 0 TO CF-ISSUED-TOTAL
            MOVE 0 TO CF-INVENTORY-TOTAL
            PERFORM VARYING CF-SLOT FROM 1 BY 1
                    UNTIL CF-SLOT > PF-PERIODS-KEPT
                ADD TIT-ISSUED(TURN-ITEM-INDEX, CF-SLOT) TO
                        CF-ISSUED-TOTAL
                COMPUTE CF-INVENTORY-TOTAL = CF-INVENTORY-TOTAL +
                        ((TIT-OPENING(TURN-ITEM-INDEX, CF-SLOT) +
                          TIT-CLOSING(TURN-ITEM-INDEX, CF-SLOT)) / 2)
            END-PERFORM

            IF TIT-ON-HAND(TURN-ITEM-INDEX) = 0
                AND TIT-ON-HAND-VALUE(TURN-ITEM-INDEX) = 0
                AND CF-ISSUED-TOTAL = 0
                AND CF-FIRST-ROW-SLOT = 0
                ADD 1 TO RC-ITEMS-IDLE
            ELSE
                PERFORM 53-COMPUTE-RATIOS
                PERFORM 54-CHOOSE-FLAG
                PERFORM 55-COMPUTE-TREND
                WRITE TURNOVER-WORK-REC FROM TURNOVER-DATA
                ADD 1 TO RC-ITEMS-REPORTED
            END-IF
        .

      *** A PERIOD WITH NO ROW HAD NO MOVEMENT, SO IT HELD WHAT THE ***
      *** PERIOD BEFORE CLOSED WITH - OR, AHEAD OF THE FIRST ROW,   ***
      *** WHAT THAT ROW OPENED WITH; NO ROW AT ALL MEANS THE        ***
      *** CURRENT ON-HAND WAS HELD THROUGHOUT                       ***
        52-FILL-QUIET-PERIODS.
            MOVE 0 TO CF-FIRST-ROW-SLOT
            MOVE 'N' TO CF-CARRY-FLAG
            PERFORM VARYING CF-SLOT FROM 1 BY 1
                    UNTIL CF-SLOT > PF-PERIODS-KEPT
                IF TIT-SLOT-HAS-ROW(TURN-ITEM-INDEX, CF-SLOT)
                    IF CF-FIRST-ROW-SLOT = 0
                        MOVE CF-SLOT TO CF-FIRST-ROW-SLOT
                    END-IF
                    MOVE TIT-CLOSING(TURN-ITEM-INDEX, CF-SLOT) TO
                            CF-CARRY-ON-HAND
                    MOVE 'Y' TO CF-CARRY-FLAG
                ELSE
                    IF CF-HAVE-CARRY
                        MOVE CF-CARRY-ON-HAND TO
                                TIT-OPENING(TURN-ITEM-INDEX, CF-SLOT)
                        MOVE CF-CARRY-ON-HAND TO
                                TIT-CLOSING(TURN-ITEM-INDEX, CF-SLOT)
                    END-IF
                END-IF
            END-PERFORM

            IF CF-FIRST-ROW-SLOT = 0
                MOVE TIT-ON-HAND(TURN-ITEM-INDEX) TO CF-CARRY-ON-HAND
                PERFORM VARYING CF-SLOT FROM 1 BY 1
                        UNTIL CF-SLOT > PF-PERIODS-KEPT
                    MOVE CF-CARRY-ON-HAND TO
                            TIT-OPENING(TURN-ITEM-INDEX, CF-SLOT)
                    MOVE CF-CARRY-ON-HAND TO
                            TIT-CLOSING(TURN-ITEM-INDEX, CF-SLOT)
                END-PERFORM
            ELSE
                MOVE TIT-OPENING(TURN-ITEM-INDEX, CF-FIRST-ROW-SLOT)
                        TO CF-CARRY-ON-HAND
                PERFORM VARYING CF-SLOT FROM 1 BY 1
                        UNTIL CF-SLOT NOT < CF-FIRST-ROW-SLOT
                    MOVE CF-CARRY-ON-HAND TO
                            TIT-OPENING(TURN-ITEM-INDEX, CF-SLOT)
                    MOVE CF-CARRY-ON-HAND TO
                            TIT-CLOSING(TURN-ITEM-INDEX, CF-SLOT)
                END-PERFORM
            END-IF
        .

      *** UNIT COST, AVERAGE INVENTORY, YEARLY ISSUES, TURNOVER,    ***
      *** CURRENT DAILY USAGE AND DAYS OF SUPPLY                    ***
        53-COMPUTE-RATIOS.
            MOVE SPACES TO TURNOVER-DATA
            MOVE TIT-WAREHOUSE-ID(TURN-ITEM-INDEX) TO TOR-WAREHOUSE-ID
            MOVE TIT-PRODUCT-ID(TURN-ITEM-INDEX) TO TOR-PRODUCT-ID
            MOVE TIT-PRODUCT-TYPE(TURN-ITEM-INDEX) TO TOR-PRODUCT-TYPE
            MOVE WS-CURRENT-DATE TO TOR-RUN-DATE
            MOVE PF-PERIODS-KEPT TO TOR-PERIODS-USED
            MOVE TIT-ON-HAND(TURN-ITEM-INDEX) TO TOR-ON-HAND
            MOVE TIT-ON-HAND-VALUE(TURN-ITEM-INDEX) TO
                    TOR-ON-HAND-VALUE

            EVALUATE TRUE
                WHEN TIT-ON-HAND(TURN-ITEM-INDEX) > 0
                    AND TIT-ON-HAND-VALUE(TURN-ITEM-INDEX) > 0
                    COMPUTE CF-UNIT-COST ROUNDED =
                            TIT-ON-HAND-VALUE(TURN-ITEM-INDEX) /
                            TIT-ON-HAND(TURN-ITEM-INDEX)
                WHEN TIT-COST-COUNT(TURN-ITEM-INDEX) > 0
                    COMPUTE CF-UNIT-COST ROUNDED =
                            TIT-COST-TOTAL(TURN-ITEM-INDEX) /
                            TIT-COST-COUNT(TURN-ITEM-INDEX)
                WHEN OTHER
                    MOVE 0 TO CF-UNIT-COST
            END-EVALUATE

            IF PF-PERIODS-KEPT > 0
                COMPUTE CF-AVG-INVENTORY ROUNDED =
                        CF-INVENTORY-TOTAL / PF-PERIODS-KEPT
                COMPUTE CF-YEARLY-ISSUES ROUNDED =
                        CF-ISSUED-TOTAL * TU-PERIODS-PER-YEAR /
                        PF-PERIODS-KEPT
            ELSE
                MOVE TIT-ON-HAND(TURN-ITEM-INDEX) TO CF-AVG-INVENTORY
                MOVE 0 TO CF-YEARLY-ISSUES
            END-IF
            IF CF-AVG-INVENTORY < 0
                MOVE 0 TO CF-AVG-INVENTORY
            END-IF
            IF CF-AVG-INVENTORY > 0
                COMPUTE CF-TURNOVER ROUNDED =
                        CF-YEARLY-ISSUES / CF-AVG-INVENTORY
            ELSE
                MOVE 0 TO CF-TURNOVER
            END-IF
            IF CF-TURNOVER > 999.99
                MOVE 999.99 TO CF-TURNOVER
            END-IF

            COMPUTE TOR-AVG-INVENTORY ROUNDED = CF-AVG-INVENTORY
            COMPUTE TOR-AVG-INV-VALUE ROUNDED =
                    CF-AVG-INVENTORY * CF-UNIT-COST
            MOVE CF-YEARLY-ISSUES TO TOR-YEARLY-ISSUES
            COMPUTE TOR-YEARLY-ISSUE-VALUE ROUNDED =
                    CF-YEARLY-ISSUES * CF-UNIT-COST
            MOVE CF-TURNOVER TO TOR-TURNOVER

      * CURRENT USAGE IS THE LATEST CLOSED PERIODS' DAILY ISSUE RATE
            MOVE TU-CURRENT-PERIODS TO CF-CURRENT-SLOTS
            IF CF-CURRENT-SLOTS > PF-PERIODS-KEPT
                MOVE PF-PERIODS-KEPT TO CF-CURRENT-SLOTS
            END-IF
            MOVE 0 TO CF-CURRENT-ISSUED
            COMPUTE CF-SLOT = PF-PERIODS-KEPT - CF-CURRENT-SLOTS + 1
            PERFORM UNTIL CF-SLOT > PF-PERIODS-KEPT
                ADD TIT-ISSUED(TURN-ITEM-INDEX, CF-SLOT) TO
                        CF-CURRENT-ISSUED
                ADD 1 TO CF-SLOT
            END-PERFORM
            IF CF-CURRENT-SLOTS > 0 AND CF-CURRENT-ISSUED > 0
                COMPUTE CF-DAILY-USAGE ROUNDED = CF-CURRENT-ISSUED /
                        (CF-CURRENT-SLOTS * TU-DAYS-PER-PERIOD)
            ELSE
                MOVE 0 TO CF-DAILY-USAGE
            END-IF
            MOVE CF-DAILY-USAGE TO TOR-DAILY-USAGE

            EVALUATE TRUE
                WHEN CF-DAILY-USAGE NOT > 0
                    MOVE TU-NO-USAGE-DAYS TO CF-DAYS-OF-SUPPLY
                WHEN TIT-ON-HAND(TURN-ITEM-INDEX) NOT > 0
                    MOVE 0 TO CF-DAYS-OF-SUPPLY
                WHEN OTHER
                    COMPUTE CF-DAYS-OF-SUPPLY ROUNDED =
                            TIT-ON-HAND(TURN-ITEM-INDEX) /
                            CF-DAILY-USAGE
            END-EVALUATE
            IF CF-DAYS-OF-SUPPLY > TU-NO-USAGE-DAYS
                MOVE TU-NO-USAGE-DAYS TO CF-DAYS-OF-SUPPLY
            END-IF
            MOVE CF-DAYS-OF-SUPPLY TO TOR-DAYS-OF-SUPPLY
        .

      *** THE PRODUCT TYPE'S TARGETS, AND OVER, UNDER OR NOUSE WHEN ***
      *** THE DAYS OF SUPPLY FALL OUTSIDE THEM                      ***
        54-CHOOSE-FLAG.
            MOVE TU-DEFAULT-LOW-DAYS TO CF-LOW-DAYS
            MOVE TU-DEFAULT-HIGH-DAYS TO CF-HIGH-DAYS
            IF TGT-COUNT > 0
                SET TARGET-INDEX TO 1
                SEARCH TARGET-ITEM
                    AT END
                        CONTINUE
                    WHEN TGT-PRODUCT-TYPE(TARGET-INDEX) =
                                TOR-PRODUCT-TYPE
                        MOVE TGT-LOW-DAYS(TARGET-INDEX) TO CF-LOW-DAYS
                        MOVE TGT-HIGH-DAYS(TARGET-INDEX) TO
                                CF-HIGH-DAYS
                END-SEARCH
            END-IF
            MOVE CF-LOW-DAYS TO TOR-LOW-DAYS
            MOVE CF-HIGH-DAYS TO TOR-HIGH-DAYS

            EVALUATE TRUE
                WHEN CF-DAILY-USAGE NOT > 0
                    IF TIT-ON-HAND(TURN-ITEM-INDEX) > 0
                        MOVE 'NOUSE' TO TOR-FLAG
                        ADD 1 TO RC-ITEMS-NOUSE
                    END-IF
                WHEN CF-DAYS-OF-SUPPLY < CF-LOW-DAYS
                    MOVE 'UNDER' TO TOR-FLAG
                    ADD 1 TO RC-ITEMS-UNDER
                WHEN CF-DAYS-OF-SUPPLY > CF-HIGH-DAYS
                    MOVE 'OVER' TO TOR-FLAG
                    ADD 1 TO RC-ITEMS-OVER
            END-EVALUATE
        .

      *** EACH PERIOD'S OWN TURNOVER (ISSUES OVER THE MEAN OF ITS   ***
      *** OPENING AND CLOSING), AND THE DIRECTION THE LATEST        ***
      *** PERIODS ARE MOVING AGAINST THE EARLIEST ONES              ***
        55-COMPUTE-TREND.
            MOVE 0 TO CF-EARLY-TOTAL
            MOVE 0 TO CF-RECENT-TOTAL
            PERFORM VARYING CF-SLOT FROM 1 BY 1 UNTIL CF-SLOT > 12
                MOVE PF-WINDOW-PERIOD(CF-SLOT) TO TOR-PERIOD(CF-SLOT)
                MOVE 0 TO CF-SLOT-TURNOVER
                IF CF-SLOT NOT > PF-PERIODS-KEPT
                    COMPUTE CF-SLOT-AVERAGE =
                            (TIT-OPENING(TURN-ITEM-INDEX, CF-SLOT) +
                             TIT-CLOSING(TURN-ITEM-INDEX, CF-SLOT)) / 2
                    IF CF-SLOT-AVERAGE > 0
                        COMPUTE CF-SLOT-TURNOVER ROUNDED =
                                TIT-ISSUED(TURN-ITEM-INDEX, CF-SLOT) /
                                CF-SLOT-AVERAGE
                    END-IF
                    IF CF-SLOT-TURNOVER < 0
                        MOVE 0 TO CF-SLOT-TURNOVER
                    END-IF
                    IF CF-SLOT-TURNOVER > 99.99
                        MOVE 99.99 TO CF-SLOT-TURNOVER
                    END-IF
                    IF CF-SLOT NOT > TU-TREND-PERIODS
                        ADD CF-SLOT-TURNOVER TO CF-EARLY-TOTAL
                    END-IF
                    IF CF-SLOT > PF-PERIODS-KEPT - TU-TREND-PERIODS
                        ADD CF-SLOT-TURNOVER TO CF-RECENT-TOTAL
                    END-IF
                END-IF
                MOVE CF-SLOT-TURNOVER TO TOR-PERIOD-TURNOVER(CF-SLOT)
            END-PERFORM

      * THE TWO ENDS MAY NOT OVERLAP, SO A SHORT WINDOW HAS NO TREND
            IF PF-PERIODS-KEPT NOT < TU-TREND-PERIODS * 2
                COMPUTE CF-TREND-LIMIT =
                        CF-EARLY-TOTAL * TU-TREND-PERCENT / 100
                EVALUATE TRUE
                    WHEN CF-RECENT-TOTAL >
                            CF-EARLY-TOTAL + CF-TREND-LIMIT
                        MOVE 'RISING' TO TOR-TREND
                    WHEN CF-RECENT-TOTAL <
                            CF-EARLY-TOTAL - CF-TREND-LIMIT
                        MOVE 'FALLING' TO TOR-TREND
                    WHEN OTHER
                        MOVE 'STEADY' TO TOR-TREND
                END-EVALUATE
            END-IF
        .

      *** LOOKS UP IS-ITEM-KEY IN THE TABLE - IS-ITEM-SUB COMES     ***
      *** BACK ZERO WHEN IT IS NOT THERE                            ***
        56-FIND-ITEM.
            MOVE 0 TO IS-ITEM-SUB
            IF TIT-COUNT > 0
                SET TURN-ITEM-INDEX TO 1
                SEARCH TURN-ITEM
                    AT END
                        CONTINUE
                    WHEN TIT-ITEM-KEY(TURN-ITEM-INDEX) = IS-ITEM-KEY
                        SET IS-ITEM-SUB TO TURN-ITEM-INDEX
                END-SEARCH
            END-IF
        .

      *** LOOKS UP IS-ITEM-KEY IN THE TABLE AND ADDS IT WHEN IT IS ***
      *** NOT THERE - IS-ITEM-SUB COMES BACK ZERO ONLY WHEN THE    ***
      *** TABLE IS FULL                                            ***
        57-FIND-OR-ADD-ITEM.
            PERFORM 56-FIND-ITEM
            IF IS-ITEM-SUB = 0
                IF TIT-COUNT < 1000
                    ADD 1 TO TIT-COUNT
                    MOVE TIT-COUNT TO IS-ITEM-SUB
                    MOVE IS-ITEM-KEY TO TIT-ITEM-KEY(TIT-COUNT)
                    MOVE SPACE TO TIT-PRODUCT-TYPE(TIT-COUNT)
                    SET PRODUCT-INDEX TO 1
                    SEARCH PRODUCT-ITEM
                        AT END
                            CONTINUE
                        WHEN PDT-PRODUCT-ID(PRODUCT-INDEX) =
                                IS-PRODUCT-ID
                            MOVE PDT-EXPECTED-TYPE(PRODUCT-INDEX) TO
                                    TIT-PRODUCT-TYPE(TIT-COUNT)
                    END-SEARCH
                    MOVE ZEROS TO TIT-ON-HAND(TIT-COUNT)
                    MOVE ZEROS TO TIT-ON-HAND-VALUE(TIT-COUNT)
                    MOVE ZEROS TO TIT-COST-TOTAL(TIT-COUNT)
                    MOVE ZEROS TO TIT-COST-COUNT(TIT-COUNT)
                    PERFORM VARYING CF-SLOT FROM 1 BY 1
                            UNTIL CF-SLOT > 12
                        MOVE 'N' TO TIT-SLOT-FLAG(TIT-COUNT, CF-SLOT)
                        MOVE ZEROS TO TIT-OPENING(TIT-COUNT, CF-SLOT)
                        MOVE ZEROS TO TIT-CLOSING(TIT-COUNT, CF-SLOT)
                        MOVE ZEROS TO TIT-ISSUED(TIT-COUNT, CF-SLOT)
                    END-PERFORM
                ELSE
                    ADD 1 TO RC-ITEMS-DROPPED
                END-IF
            END-IF
        .

      *** PUTS THE ROWS IN WAREHOUSE/PRODUCT ORDER - THE SORTED     ***
      *** FILE IS THE ONE FINANCE PICKS UP                          ***
        60-SORT-TURNOVER.
            SORT SORTING-FILE
                ON ASCENDING KEY SS-ITEM-KEY
                USING TURNOVER-WORK-FILE
                GIVING TURNOVER-FILE
        .

      *** PRINTS THE SORTED ROWS WITH A TOTAL AT EACH CHANGE OF     ***
      *** WAREHOUSE                                                 ***
        62-PRINT-REPORT.
            OPEN OUTPUT TURNOVER-REPORT
            MOVE PF-PERIODS-KEPT TO RW-PERIODS-KEPT
            MOVE 0 TO RW-FIRST-PERIOD
            MOVE 0 TO RW-LAST-PERIOD
            IF PF-PERIODS-KEPT > 0
                MOVE PF-WINDOW-PERIOD(1) TO RW-FIRST-PERIOD
                MOVE PF-WINDOW-PERIOD(PF-PERIODS-KEPT) TO
                        RW-LAST-PERIOD
            END-IF
            MOVE TU-CURRENT-PERIODS TO RW-CURRENT-PERIODS
            PERFORM VARYING PF-SLOT FROM 1 BY 1 UNTIL PF-SLOT > 12
                MOVE PF-WINDOW-PERIOD(PF-SLOT) TO RP-PERIOD(PF-SLOT)
            END-PERFORM

            MOVE REPORT-TITLE-LINE TO TURNOVER-RECORD
            WRITE TURNOVER-RECORD
            WRITE TURNOVER-RECORD FROM REPORT-WINDOW-LINE
                AFTER ADVANCING 2 LINES
            WRITE TURNOVER-RECORD FROM REPORT-HEADING-LINE
                AFTER ADVANCING 2 LINES
            WRITE TURNOVER-RECORD FROM REPORT-PERIOD-HEADING-LINE
                AFTER ADVANCING 1 LINE

            OPEN INPUT TURNOVER-FILE
            MOVE 'N' TO TO-EOF-FLAG
            PERFORM UNTIL TO-NO-MORE-RECS
                READ TURNOVER-FILE INTO TURNOVER-DATA
                    AT END
                        MOVE 'Y' TO TO-EOF-FLAG
                        IF RH-FIRST-RECORD = 'NO'
                            PERFORM 66-PRINT-WAREHOUSE-TOTAL
                        END-IF
                    NOT AT END
                        PERFORM 64-PRINT-ONE-ROW
                END-READ
            END-PERFORM
            CLOSE TURNOVER-FILE
        .

        64-PRINT-ONE-ROW.
            EVALUATE TRUE
                WHEN RH-FIRST-RECORD = 'YES'
                    MOVE 'NO' TO RH-FIRST-RECORD
                    MOVE TOR-WAREHOUSE-ID TO RH-WAREHOUSE-ID
                WHEN TOR-WAREHOUSE-ID NOT = RH-WAREHOUSE-ID
                    PERFORM 66-PRINT-WAREHOUSE-TOTAL
                    MOVE TOR-WAREHOUSE-ID TO RH-WAREHOUSE-ID
            END-EVALUATE

            MOVE TOR-WAREHOUSE-ID TO RD-WAREHOUSE-ID
            MOVE TOR-PRODUCT-ID TO RD-PRODUCT-ID
            MOVE TOR-PRODUCT-TYPE TO RD-PRODUCT-TYPE
            MOVE TOR-ON-HAND-VALUE TO RD-ON-HAND-VALUE
            MOVE TOR-AVG-INV-VALUE TO RD-AVG-INV-VALUE
            MOVE TOR-TURNOVER TO RD-TURNOVER
            MOVE TOR-DAYS-OF-SUPPLY TO RD-DAYS-OF-SUPPLY
            MOVE TOR-LOW-DAYS TO RD-LOW-DAYS
            MOVE TOR-HIGH-DAYS TO RD-HIGH-DAYS
            MOVE TOR-FLAG TO RD-FLAG
            WRITE TURNOVER-RECORD FROM REPORT-DETAIL-LINE
                AFTER ADVANCING 2 LINES

            MOVE TOR-TREND TO RL-TREND
            PERFORM VARYING PF-SLOT FROM 1 BY 1 UNTIL PF-SLOT > 12
                MOVE TOR-PERIOD-TURNOVER(PF-SLOT) TO
                        RL-PERIOD-TURNOVER(PF-SLOT)
            END-PERFORM
            WRITE TURNOVER-RECORD FROM REPORT-TREND-LINE
                AFTER ADVANCING 1 LINE

            ADD TOR-ON-HAND-VALUE TO RH-ON-HAND-VALUE
            ADD TOR-AVG-INV-VALUE TO RH-AVG-INV-VALUE
            ADD TOR-YEARLY-ISSUE-VALUE TO RH-ISSUE-VALUE
        .

      *** THE WAREHOUSE'S TURNOVER IS ITS YEARLY ISSUE VALUE OVER   ***
      *** ITS AVERAGE INVENTORY VALUE, NOT AN AVERAGE OF RATIOS     ***
        66-PRINT-WAREHOUSE-TOTAL.
            MOVE 0 TO RH-TURNOVER
            IF RH-AVG-INV-VALUE > 0
                COMPUTE RH-TURNOVER ROUNDED =
                        RH-ISSUE-VALUE / RH-AVG-INV-VALUE
            END-IF
            MOVE RH-WAREHOUSE-ID TO RWH-WAREHOUSE-ID
            MOVE RH-ON-HAND-VALUE TO RWH-ON-HAND-VALUE
            MOVE RH-AVG-INV-VALUE TO RWH-AVG-INV-VALUE
            MOVE RH-TURNOVER TO RWH-TURNOVER
            WRITE TURNOVER-RECORD FROM REPORT-WAREHOUSE-LINE
                AFTER ADVANCING 2 LINES

            ADD RH-ON-HAND-VALUE TO RH-TOTAL-ON-HAND-VALUE
            ADD RH-AVG-INV-VALUE TO RH-TOTAL-AVG-INV-VALUE
            ADD RH-ISSUE-VALUE TO RH-TOTAL-ISSUE-VALUE
            MOVE 0 TO RH-ON-HAND-VALUE
            MOVE 0 TO RH-AVG-INV-VALUE
            MOVE 0 TO RH-ISSUE-VALUE
        .

        70-EOJ.
            MOVE 0 TO RH-TURNOVER
            IF RH-TOTAL-AVG-INV-VALUE > 0
                COMPUTE RH-TURNOVER ROUNDED =
                        RH-TOTAL-ISSUE-VALUE / RH-TOTAL-AVG-INV-VALUE
            END-IF
            MOVE RH-TOTAL-ON-HAND-VALUE TO RF-ON-HAND-VALUE
            MOVE RH-TOTAL-AVG-INV-VALUE TO RF-AVG-INV-VALUE
            MOVE RH-TURNOVER TO RF-TURNOVER
            WRITE TURNOVER-RECORD FROM REPORT-FINAL-LINE
                AFTER ADVANCING 3 LINES
            MOVE RC-ITEMS-OVER TO RFL-OVER
            MOVE RC-ITEMS-UNDER TO RFL-UNDER
            MOVE RC-ITEMS-NOUSE TO RFL-NOUSE
            WRITE TURNOVER-RECORD FROM REPORT-FLAG-LINE
                AFTER ADVANCING 2 LINES
            PERFORM 80-PRINT-SUMMARY
        .

        80-PRINT-SUMMARY.
            DISPLAY 'PR4TURN - TURNOVER REPORT COMPLETE'
            DISPLAY '  EXTRACT ROWS READ:        ' RC-EXTRACT-ROWS
            MOVE PF-PERIODS-KEPT TO RC-PERIODS-USED
            DISPLAY '  CLOSED PERIODS USED:      ' RC-PERIODS-USED
            DISPLAY '  HISTORY ROWS USED:        ' RC-HISTORY-ROWS-USED
            DISPLAY '  PRODUCTS REPORTED:        ' RC-ITEMS-REPORTED
            DISPLAY '  PRODUCTS IDLE:            ' RC-ITEMS-IDLE
            DISPLAY '  FLAGGED OVER:             ' RC-ITEMS-OVER
            DISPLAY '  FLAGGED UNDER:            ' RC-ITEMS-UNDER
            DISPLAY '  FLAGGED NOUSE:            ' RC-ITEMS-NOUSE
            DISPLAY '  PRODUCTS PAST TABLE:      ' RC-ITEMS-DROPPED
        .

        90-FINALE.
            CLOSE TURNOVER-REPORT
            STOP RUN
        .
