        IDENTIFICATION DIVISION.
        PROGRAM-ID.  PR4EXP.
        AUTHOR.  GARRETT BURNS.

      * * * * * * * * * * * * * * * * * * * * * * * * *
      *
      * NEAR-EXPIRY AND EXPIRED STOCK REPORT.  PR4TPST NOW KEEPS
      * THE ON-HAND BY LOT, EACH LOT WITH ITS EXPIRATION DATE,
      * AND ISSUES AND SHIPS DRAW THE EARLIEST-EXPIRING LOTS
      * FIRST - BUT A LOT NOBODY ISSUES STILL GOES OUT OF DATE ON
      * THE SHELF.  THIS REPORT LISTS, WAREHOUSE BY WAREHOUSE IN
      * EXPIRATION ORDER, EVERY LOT ALREADY PAST ITS DATE AND
      * EVERY LOT EXPIRING WITHIN THE NEXT 60 DAYS, WITH THE
      * DAYS LEFT (NEGATIVE ONCE EXPIRED) AND THE UNITS STILL ON
      * HAND, SO THE STOCK CAN BE PULLED OR PUSHED OUT FIRST.
      * WAREHOUSE AND COMPANY TOTALS COUNT THE LOTS AND UNITS IN
      * EACH GROUP.  LOTS THAT DO NOT EXPIRE NEVER PRINT.
      *
      * INPUT:
      *   PR4-LOTS.TXT (WRITTEN BY PR4TPST) - ON-HAND BY LOT -
      *   RESEQUENCED BY WAREHOUSE AND EXPIRATION DATE
      *     1. WAREHOUSE ID                1-4
      *     2. VENDOR ID                   5
      *     3. PRODUCT ID                  6-8
      *     4. LINE ITEM NUMBER            9
      *     5. EXPIRATION DATE (YYMMDD)    10-15  999999 = NONE
      *     6. LOT NUMBER                  16-25
      *     7. QUANTITY ON HAND (SIGNED)   26-32
      *     8. FIRST RECEIVED (YYMMDD)     33-38
      *
      * OUTPUT:
      *   PR4-EXP - THE PRINTED NEAR-EXPIRY REPORT

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
        OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * ON-HAND BY LOT POSTED BY PR4TPST
            SELECT LOT-FILE
                ASSIGN TO 'PR4-LOTS.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS LT-FILE-STATUS.

      * LOTS RESEQUENCED BY WAREHOUSE AND EXPIRATION DATE
            SELECT SORTED-EXPLOT
                ASSIGN TO 'SORTED-EXPLOT.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * THE PRINTED NEAR-EXPIRY REPORT
            SELECT EXPIRY-REPORT
                ASSIGN TO PRINTER 'PR4-EXP'.

      *** TEMPORARY SORT RECORDS BELOW ***
            SELECT SORTING-FILE
                ASSIGN TO 'EXPSORT.TMP'.

        DATA DIVISION.
        FILE SECTION.

        FD  LOT-FILE
            RECORD CONTAINS 38 CHARACTERS.

        01  LOT-FILE-REC                     PIC X(38).

        FD  SORTED-EXPLOT
            RECORD CONTAINS 38 CHARACTERS.

        01  SORTED-EXPLOT-REC.
            05  SL-WAREHOUSE-ID              PIC X(4).
            05  SL-VENDOR-ID                 PIC X(1).
            05  SL-PRODUCT-ID                PIC X(3).
            05  SL-ITEM-NO                   PIC X(1).
            05  SL-EXPIRY-DATE               PIC 9(6).
            05  SL-LOT-NO                    PIC X(10).
            05  SL-QUANTITY                  PIC S9(7).
            05  SL-RECEIVED-DATE             PIC 9(6).

        FD  EXPIRY-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  EXPIRY-RECORD                    PIC X(80).

        SD  SORTING-FILE
            RECORD CONTAINS 38 CHARACTERS.

        01  SORTING-REC.
            05  SS-WAREHOUSE-ID              PIC X(4).
            05  SS-ITEM-KEY                  PIC X(5).
            05  SS-EXPIRY-DATE               PIC 9(6).
            05  SS-LOT-NO                    PIC X(10).
            05  FILLER                       PIC X(13).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.
            05  EOF-FLAG                     PIC X       VALUE ' '.
                88 NO-MORE-DATA                          VALUE 'N'.
            05  FIRST-RECORD                 PIC X(3)    VALUE 'YES'.

        01  LT-FLAGS.
            05  LT-FILE-STATUS               PIC XX.
                88 LT-FILE-WAS-FOUND                      VALUE '00'.

        01  WS-CURRENT-DATE.
            05  WS-YEAR                      PIC 99.
            05  WS-MONTH                     PIC 99.
            05  WS-DAY                       PIC 99.

      *** A LOT EXPIRING WITHIN THIS MANY DAYS OF THE RUN DATE IS ***
      *** NEAR EXPIRY - PAST ITS DATE IT IS EXPIRED               ***
        01  EXPIRY-RULES.
            05  ER-NEAR-DAYS                 PIC S9(3)   VALUE 60.
            05  ER-NO-EXPIRY                 PIC 9(6)    VALUE 999999.

      *** STATE OF THE LOT UNDER REVIEW AND THE WAREHOUSE IT IS   ***
      *** IN - EACH TOTAL IS KEPT FOR THE WAREHOUSE AND THE       ***
      *** WHOLE COMPANY                                           ***
        01  EXPIRY-FIELDS.
            05  EX-WAREHOUSE-HOLD            PIC X(4).
            05  EX-WAREHOUSE-PRINTED         PIC X       VALUE 'N'.
                88 EX-HEADING-PRINTED                     VALUE 'Y'.
            05  EX-STATUS                    PIC X(11).

        01  WAREHOUSE-TOTALS.
            05  WT-EXPIRED-LOTS              PIC S9(5).
            05  WT-EXPIRED-UNITS             PIC S9(8).
            05  WT-NEAR-LOTS                 PIC S9(5).
            05  WT-NEAR-UNITS                PIC S9(8).

        01  COMPANY-TOTALS.
            05  CT-EXPIRED-LOTS              PIC S9(5)   VALUE 0.
            05  CT-EXPIRED-UNITS             PIC S9(8)   VALUE 0.
            05  CT-NEAR-LOTS                 PIC S9(5)   VALUE 0.
            05  CT-NEAR-UNITS                PIC S9(8)   VALUE 0.

      *** DAY-NUMBER ARITHMETIC FOR THE DAYS LEFT - SAME          ***
      *** APPROXIMATION PR4AGE USES FOR THE AGE                   ***
        01  EXPIRY-DATE-FIELDS.
            05  ED-RUN-DAY-NO                PIC S9(8).
            05  ED-WORK-DAY-NO               PIC S9(8).
            05  ED-DAYS-LEFT                 PIC S9(8).
            05  ED-WORK-DATE.
                10  ED-WORK-YEAR             PIC 99.
                10  ED-WORK-MONTH            PIC 99.
                10  ED-WORK-DAY              PIC 99.

        01  RUN-COUNTERS.
            05  RC-LOTS-READ                 PIC 9(5)    VALUE 0.
            05  RC-NO-EXPIRY-LOTS            PIC 9(5)    VALUE 0.
            05  RC-LOTS-LISTED               PIC 9(5)    VALUE 0.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                NEAR-EXPIRY REPORT LAYOUT                  *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

        01  REPORT-TITLE-LINE.
            05                    PIC X(20).
            05                    PIC X(27)  VALUE
                    'NEAR-EXPIRY / EXPIRED STOCK'.
            05                    PIC X(2).
            05  RT-DATE.
                10  RT-MONTH      PIC Z9.
                10                PIC X      VALUE '/'.
                10  RT-DAY        PIC 99.
                10                PIC X      VALUE '/'.
                10  RT-YEAR       PIC 99.
            05                    PIC X(23).

        01  WAREHOUSE-LINE.
            05                    PIC X(2).
            05                    PIC X(11)  VALUE 'WAREHOUSE: '.
            05  WL-WAREHOUSE-ID   PIC X(4).
            05                    PIC X(63).

        01  EXPIRY-HEADING-LINE.
            05                    PIC X(2).
            05                    PIC X(4)   VALUE 'WHSE'.
            05                    PIC X(2).
            05                    PIC X(1)   VALUE 'V'.
            05                    PIC X(2).
            05                    PIC X(3)   VALUE 'PRD'.
            05                    PIC X(2).
            05                    PIC X(1)   VALUE 'I'.
            05                    PIC X(2).
            05                    PIC X(10)  VALUE 'LOT'.
            05                    PIC X(2).
            05                    PIC X(7)   VALUE 'EXPIRES'.
            05                    PIC X(2).
            05                    PIC X(9)   VALUE 'DAYS LEFT'.
            05                    PIC X(2).
            05                    PIC X(8)   VALUE ' ON HAND'.
            05                    PIC X(2).
            05                    PIC X(6)   VALUE 'STATUS'.
            05                    PIC X(13).

        01  EXPIRY-DETAIL-LINE.
            05                    PIC X(2).
            05  DL-WAREHOUSE-ID   PIC X(4).
            05                    PIC X(2).
            05  DL-VENDOR-ID      PIC X(1).
            05                    PIC X(2).
            05  DL-PRODUCT-ID     PIC X(3).
            05                    PIC X(2).
            05  DL-ITEM-NO        PIC X(1).
            05                    PIC X(2).
            05  DL-LOT-NO         PIC X(10).
            05                    PIC X(2).
            05  DL-EXPIRY-DATE    PIC 9(6).
            05                    PIC X(6).
            05  DL-DAYS-LEFT      PIC ZZZZ9-.
            05                    PIC X(2).
            05  DL-ON-HAND        PIC ZZZZZZ9-.
            05                    PIC X(2).
            05  DL-STATUS         PIC X(11).
            05                    PIC X(8).

        01  TOTAL-LINE.
            05                    PIC X(4).
            05  TL-LABEL          PIC X(24).
            05                    PIC X(2).
            05  TL-LOTS           PIC ZZZZ9.
            05                    PIC X(6)   VALUE ' LOTS '.
            05  TL-UNITS          PIC ZZ,ZZZ,ZZ9-.
            05                    PIC X(6)   VALUE ' UNITS'.
            05                    PIC X(22).

        01  COMPANY-HEADER-LINE.
            05                    PIC X(2).
            05                    PIC X(14)  VALUE 'COMPANY TOTALS'.
            05                    PIC X(64).

        01  NO-LOTS-LINE.
            05                    PIC X(2).
            05                    PIC X(40)  VALUE
                    'NO LOTS EXPIRED OR EXPIRING WITHIN 60'.
            05                    PIC X(38).

        PROCEDURE DIVISION.

        10-CONTROL-MODULE.
            PERFORM 15-SORT-LOT-FILE
            PERFORM 20-HOUSEKEEPING
            PERFORM 30-READ-FILE
            PERFORM 70-EOJ
            PERFORM 90-FINALE
        .

      *** RESEQUENCES THE LOTS BY WAREHOUSE, THEN BY EXPIRATION   ***
      *** DATE, SO EACH WAREHOUSE'S OLDEST-DATED STOCK PRINTS     ***
      *** FIRST - A MISSING LOT FILE IS REPORTED AND THE RUN      ***
      *** STOPPED BEFORE THE SORT CAN TRIP OVER IT                ***
        15-SORT-LOT-FILE.
            OPEN INPUT LOT-FILE
            IF NOT LT-FILE-WAS-FOUND
                DISPLAY 'PR4EXP - PR4-LOTS.TXT NOT AVAILABLE - '
                        'STATUS ' LT-FILE-STATUS
                STOP RUN
            END-IF
            CLOSE LOT-FILE
            SORT SORTING-FILE
                ON ASCENDING KEY SS-WAREHOUSE-ID,
                                 SS-EXPIRY-DATE,
                                 SS-ITEM-KEY,
                                 SS-LOT-NO
                USING LOT-FILE
                GIVING SORTED-EXPLOT
        .

        20-HOUSEKEEPING.
            ACCEPT WS-CURRENT-DATE FROM DATE
            MOVE WS-MONTH TO RT-MONTH
            MOVE WS-DAY TO RT-DAY
            MOVE WS-YEAR TO RT-YEAR

            OPEN INPUT SORTED-EXPLOT
            OPEN OUTPUT EXPIRY-REPORT

            PERFORM 24-CLEAR-WAREHOUSE-TOTALS

            MOVE WS-CURRENT-DATE TO ED-WORK-DATE
            PERFORM 58-COMPUTE-DAY-NUMBER
            MOVE ED-WORK-DAY-NO TO ED-RUN-DAY-NO

            MOVE REPORT-TITLE-LINE TO EXPIRY-RECORD
            WRITE EXPIRY-RECORD
        .

        24-CLEAR-WAREHOUSE-TOTALS.
            MOVE ZEROS TO WT-EXPIRED-LOTS
            MOVE ZEROS TO WT-EXPIRED-UNITS
            MOVE ZEROS TO WT-NEAR-LOTS
            MOVE ZEROS TO WT-NEAR-UNITS
            MOVE 'N' TO EX-WAREHOUSE-PRINTED
        .

        30-READ-FILE.
            PERFORM UNTIL NO-MORE-DATA
                READ SORTED-EXPLOT
                    AT END
                        MOVE 'N' TO EOF-FLAG
                    NOT AT END
                        ADD 1 TO RC-LOTS-READ
                        PERFORM 40-PROCESS-LOT
                END-READ
            END-PERFORM
        .

        40-PROCESS-LOT.
            EVALUATE TRUE
                WHEN FIRST-RECORD = 'YES'
                    MOVE 'NO' TO FIRST-RECORD
                    MOVE SL-WAREHOUSE-ID TO EX-WAREHOUSE-HOLD
                WHEN SL-WAREHOUSE-ID NOT = EX-WAREHOUSE-HOLD
                    PERFORM 55-WAREHOUSE-BREAK
                    MOVE SL-WAREHOUSE-ID TO EX-WAREHOUSE-HOLD
            END-EVALUATE

            IF SL-EXPIRY-DATE = ER-NO-EXPIRY
                ADD 1 TO RC-NO-EXPIRY-LOTS
            ELSE
                PERFORM 42-CHECK-ONE-LOT
            END-IF
        .

      *** WORKS OUT THE LOT'S DAYS LEFT AND, WHEN IT IS EXPIRED OR ***
      *** INSIDE THE NEAR-EXPIRY WINDOW, LISTS IT AND ROLLS IT     ***
      *** INTO THE TOTALS                                          ***
        42-CHECK-ONE-LOT.
            MOVE SL-EXPIRY-DATE TO ED-WORK-DATE
            PERFORM 58-COMPUTE-DAY-NUMBER
            COMPUTE ED-DAYS-LEFT = ED-WORK-DAY-NO - ED-RUN-DAY-NO
            EVALUATE TRUE
                WHEN ED-DAYS-LEFT < 0
                    MOVE 'EXPIRED' TO EX-STATUS
                    ADD 1 TO WT-EXPIRED-LOTS
                    ADD SL-QUANTITY TO WT-EXPIRED-UNITS
                    ADD 1 TO CT-EXPIRED-LOTS
                    ADD SL-QUANTITY TO CT-EXPIRED-UNITS
                    PERFORM 44-PRINT-LOT-LINE
                WHEN ED-DAYS-LEFT NOT > ER-NEAR-DAYS
                    MOVE 'NEAR EXPIRY' TO EX-STATUS
                    ADD 1 TO WT-NEAR-LOTS
                    ADD SL-QUANTITY TO WT-NEAR-UNITS
                    ADD 1 TO CT-NEAR-LOTS
                    ADD SL-QUANTITY TO CT-NEAR-UNITS
                    PERFORM 44-PRINT-LOT-LINE
            END-EVALUATE
        .

      *** PRINTS ONE FLAGGED LOT - THE WAREHOUSE HEADING GOES OUT ***
      *** AHEAD OF THE FIRST FLAGGED LOT IN EACH WAREHOUSE        ***
        44-PRINT-LOT-LINE.
            IF NOT EX-HEADING-PRINTED
                MOVE 'Y' TO EX-WAREHOUSE-PRINTED
                MOVE EX-WAREHOUSE-HOLD TO WL-WAREHOUSE-ID
                WRITE EXPIRY-RECORD FROM WAREHOUSE-LINE
                    AFTER ADVANCING 2 LINES
                MOVE EXPIRY-HEADING-LINE TO EXPIRY-RECORD
                WRITE EXPIRY-RECORD
            END-IF
            MOVE SL-WAREHOUSE-ID TO DL-WAREHOUSE-ID
            MOVE SL-VENDOR-ID TO DL-VENDOR-ID
            MOVE SL-PRODUCT-ID TO DL-PRODUCT-ID
            MOVE SL-ITEM-NO TO DL-ITEM-NO
            MOVE SL-LOT-NO TO DL-LOT-NO
            MOVE SL-EXPIRY-DATE TO DL-EXPIRY-DATE
            MOVE ED-DAYS-LEFT TO DL-DAYS-LEFT
            MOVE SL-QUANTITY TO DL-ON-HAND
            MOVE EX-STATUS TO DL-STATUS
            MOVE EXPIRY-DETAIL-LINE TO EXPIRY-RECORD
            WRITE EXPIRY-RECORD
            ADD 1 TO RC-LOTS-LISTED
        .

      *** PRINTS THE FINISHED WAREHOUSE'S TOTALS WHEN IT HAD ANY  ***
      *** FLAGGED LOTS AND CLEARS THEM FOR THE NEXT WAREHOUSE     ***
        55-WAREHOUSE-BREAK.
            IF EX-HEADING-PRINTED
                MOVE 'EXPIRED' TO TL-LABEL
                MOVE WT-EXPIRED-LOTS TO TL-LOTS
                MOVE WT-EXPIRED-UNITS TO TL-UNITS
                WRITE EXPIRY-RECORD FROM TOTAL-LINE
                    AFTER ADVANCING 2 LINES
                MOVE 'EXPIRING WITHIN 60 DAYS' TO TL-LABEL
                MOVE WT-NEAR-LOTS TO TL-LOTS
                MOVE WT-NEAR-UNITS TO TL-UNITS
                MOVE TOTAL-LINE TO EXPIRY-RECORD
                WRITE EXPIRY-RECORD
            END-IF
            PERFORM 24-CLEAR-WAREHOUSE-TOTALS
        .

      *** TURNS ED-WORK-DATE (YYMMDD) INTO AN APPROXIMATE DAY     ***
      *** NUMBER - CLOSE ENOUGH TO TELL A LOT DUE NEXT WEEK FROM  ***
      *** ONE DUE NEXT QUARTER                                    ***
        58-COMPUTE-DAY-NUMBER.
            COMPUTE ED-WORK-DAY-NO = (ED-WORK-YEAR * 365) +
                                     (ED-WORK-MONTH * 31) +
                                      ED-WORK-DAY
        .

        70-EOJ.
            IF FIRST-RECORD = 'NO'
                PERFORM 55-WAREHOUSE-BREAK
            END-IF
            PERFORM 72-PRINT-COMPANY-TOTALS
            PERFORM 80-PRINT-SUMMARY
        .

        72-PRINT-COMPANY-TOTALS.
            IF RC-LOTS-LISTED = 0
                WRITE EXPIRY-RECORD FROM NO-LOTS-LINE
                    AFTER ADVANCING 2 LINES
            END-IF
            WRITE EXPIRY-RECORD FROM COMPANY-HEADER-LINE
                AFTER ADVANCING 2 LINES
            MOVE 'EXPIRED' TO TL-LABEL
            MOVE CT-EXPIRED-LOTS TO TL-LOTS
            MOVE CT-EXPIRED-UNITS TO TL-UNITS
            MOVE TOTAL-LINE TO EXPIRY-RECORD
            WRITE EXPIRY-RECORD
            MOVE 'EXPIRING WITHIN 60 DAYS' TO TL-LABEL
            MOVE CT-NEAR-LOTS TO TL-LOTS
            MOVE CT-NEAR-UNITS TO TL-UNITS
            MOVE TOTAL-LINE TO EXPIRY-RECORD
            WRITE EXPIRY-RECORD
        .

        80-PRINT-SUMMARY.
            DISPLAY 'PR4EXP - NEAR-EXPIRY REPORT COMPLETE'
            DISPLAY '  LOTS READ:                ' RC-LOTS-READ
            DISPLAY '  LOTS WITH NO EXPIRATION:  ' RC-NO-EXPIRY-LOTS
            DISPLAY '  LOTS LISTED:              ' RC-LOTS-LISTED
            DISPLAY '  EXPIRED LOTS:             ' CT-EXPIRED-LOTS
            DISPLAY '  NEAR-EXPIRY LOTS:         ' CT-NEAR-LOTS
        .

        90-FINALE.
            CLOSE SORTED-EXPLOT
                  EXPIRY-REPORT
            STOP RUN
        .
