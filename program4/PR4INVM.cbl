        IDENTIFICATION DIVISION.
        PROGRAM-ID.  PR4INVM.
        AUTHOR.  GARRETT BURNS.

      * * * * * * * * * * * * * * * * * * * * * * * * *
      *
      * THREE-WAY VENDOR INVOICE MATCH.  PR4PORD ISSUES THE POS
      * AND PR4POTR RELIEVES THEM FROM THE RECEIPTS PR4TPST POSTS,
      * BUT ACCOUNTS PAYABLE STILL CHECKED EVERY VENDOR INVOICE BY
      * HAND AGAINST THE PR4-POR REGISTER AND THE PR4-OPO REPORT.
      * THIS PROGRAM DOES THAT CHECK: EACH INVOICE LINE MUST NAME
      * A PO LINE FOR THE SAME VENDOR, ITS PRICE MUST BE WITHIN
      * MT-PRICE-TOL-PCT OF THE PO PRICE, AND THE QUANTITY BILLED
      * (TOGETHER WITH EVERYTHING ALREADY APPROVED AGAINST THE
      * LINE) MUST NOT RUN PAST THE QUANTITY ACTUALLY RECEIVED BY
      * MORE THAN MT-QTY-TOL-PCT.  AN INVOICE IS APPROVED FOR
      * PAYMENT ONLY WHEN EVERY ONE OF ITS LINES PASSES - ONE BAD
      * LINE HOLDS THE WHOLE INVOICE - AND AN INVOICE NUMBER THE
      * VENDOR HAS ALREADY BEEN PAID ON IS HELD AS A DUPLICATE.
      *
      * PR4POTR DROPS A PO LINE ONE RUN AFTER IT IS FULLY
      * RECEIVED, BUT THE INVOICE FOR IT CAN ARRIVE WEEKS LATER,
      * SO THIS PROGRAM CARRIES ITS OWN PO MATCH FILE: EVERY PO
      * LINE WITH ITS PRICE, THE QUANTITY RECEIVED AND THE
      * QUANTITY ALREADY APPROVED FOR PAYMENT, KEPT UNTIL THE LINE
      * IS CLOSED AND FULLY INVOICED.  RUN IT AFTER EVERY PR4POTR
      * RUN SO NO CLOSED LINE IS MISSED.
      *
      * INPUT:
      *   VENDOR-INVOICE.TXT (40-CHARACTER RECORD, ONE PER
      *   INVOICE LINE - ANY ORDER, THE LINES ARE SORTED BY
      *   VENDOR AND INVOICE NUMBER BEFORE MATCHING)
      *     1. INVOICE NUMBER               1-10
      *     2. VENDOR ID                   11
      *     3. INVOICE DATE (YYMMDD)       12-17
      *     4. PO NUMBER                   18-23
      *     5. WAREHOUSE ID                24-27
      *     6. PRODUCT ID                  28-30
      *     7. QUANTITY BILLED             31-35
      *     8. UNIT PRICE BILLED (999V99)  36-40
      *
      *   PR4-OPENPO.TXT (WRITTEN BY PR4POTR) - PO PRICE, RECEIVED
      *   QUANTITY AND OPEN/CLOSED STATUS PER PO LINE
      *
      *   PO-FILE.TXT (WRITTEN BY PR4PORD) - THE PRICE OF ANY PO
      *   LINE STILL WITHOUT ONE, AND PO LINES PR4POTR HAS NOT
      *   PICKED UP YET
      *
      *   PR4-POTCTL.TXT (WRITTEN BY PR4POTR) - THE LAST PO NUMBER
      *   PR4POTR HAS LOADED, SO A LINE THIS PROGRAM HAS ALREADY
      *   RETIRED IS NOT OPENED AGAIN FROM PO-FILE.TXT
      *
      *   PR4-POMATCH.TXT (44-CHARACTER RECORD, CARRIED FROM RUN
      *   TO RUN)
      *     1. PO NUMBER                    1-6
      *     2. VENDOR ID                    7
      *     3. WAREHOUSE ID                 8-11
      *     4. PRODUCT ID                  12-14
      *     5. ORDER DATE (YYMMDD)         15-20
      *     6. ORDERED QUANTITY            21-24
      *     7. PO UNIT PRICE (999V99)      25-29
      *     8. RECEIVED QUANTITY           30-36
      *     9. QUANTITY APPROVED FOR PAY   37-43
      *    10. PO LINE STATUS              44
      *          O - OPEN AT PR4POTR   C - CLOSED AT PR4POTR
      *
      *   PR4-INVHIST.TXT (17-CHARACTER RECORD) - VENDOR ID,
      *   INVOICE NUMBER AND APPROVAL DATE OF EVERY INVOICE EVER
      *   APPROVED, FOR THE DUPLICATE CHECK - ONCE IT OUTGROWS
      *   THE HISTORY TABLE EVERY INVOICE IS HELD, SINCE NONE CAN
      *   BE CLEARED AS NOT ALREADY PAID
      *
      * OUTPUT:
      *   AP-APPROVED.TXT (55-CHARACTER RECORD, ONE PER LINE OF
      *   EACH APPROVED INVOICE - REWRITTEN EVERY RUN FOR AP)
      *     1. VENDOR ID                    1
      *     2. INVOICE NUMBER               2-11
      *     3. INVOICE DATE (YYMMDD)       12-17
      *     4. PO NUMBER                   18-23
      *     5. WAREHOUSE ID                24-27
      *     6. PRODUCT ID                  28-30
      *     7. QUANTITY                    31-35
      *     8. UNIT PRICE (999V99)         36-40
      *     9. AMOUNT (9(7)V99)            41-49
      *    10. APPROVED DATE (YYMMDD)      50-55
      *
      *   PR4-POMATCH.TXT IS REWRITTEN - A LINE CLOSED AT PR4POTR
      *   AND APPROVED FOR ALL IT RECEIVED IS DROPPED
      *
      *   PR4-INVHIST.TXT IS EXTENDED WITH THIS RUN'S APPROVALS
      *
      *   PR4-IEX - PRINTED INVOICE EXCEPTION REPORT: EVERY LINE
      *   THAT HELD ITS INVOICE, WITH THE REASON

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
        OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * VENDOR INVOICE LINES KEYED BY ACCOUNTS PAYABLE
            SELECT VENDOR-INVOICE
                ASSIGN TO 'VENDOR-INVOICE.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS VI-FILE-STATUS.

      * THE INVOICE LINES IN VENDOR/INVOICE ORDER
            SELECT SORTED-INVOICES
                ASSIGN TO 'SORTED-INVOICES.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * PO LINES STILL OPEN, CARRIED BY PR4POTR
            SELECT OPEN-PO-FILE
                ASSIGN TO 'PR4-OPENPO.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS OP-FILE-STATUS.

      * THE PURCHASE ORDERS PR4PORD WROTE, NEWEST RUN'S FILE
            SELECT PO-FILE
                ASSIGN TO 'PO-FILE.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS PF-FILE-STATUS.

      * PO LINES AWAITING INVOICE, CARRIED FROM RUN TO RUN
            SELECT PO-MATCH-FILE
                ASSIGN TO 'PR4-POMATCH.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS PM-FILE-STATUS.

      * HOW FAR PR4POTR HAS LOADED THE PO NUMBERS
            SELECT PO-TRACK-CONTROL
                ASSIGN TO 'PR4-POTCTL.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS TC-FILE-STATUS.

      * EVERY INVOICE EVER APPROVED
            SELECT INVOICE-HISTORY
                ASSIGN TO 'PR4-INVHIST.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS IH-FILE-STATUS.

      * THIS RUN'S INVOICE LINES APPROVED FOR PAYMENT
            SELECT APPROVED-FILE
                ASSIGN TO 'AP-APPROVED.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * PRINTED INVOICE EXCEPTION REPORT
            SELECT INVOICE-EXCEPTION-REPORT
                ASSIGN TO PRINTER 'PR4-IEX'.

      *** TEMPORARY SORT RECORDS BELOW ***
            SELECT SORTING-FILE
                ASSIGN TO 'INVSORT.TMP'.

        DATA DIVISION.
        FILE SECTION.

        FD  VENDOR-INVOICE
            RECORD CONTAINS 40 CHARACTERS.

        01  VENDOR-INVOICE-REC               PIC X(40).

        FD  SORTED-INVOICES
            RECORD CONTAINS 40 CHARACTERS.

        01  SORTED-INVOICE-REC.
            05  VIN-INVOICE-NO               PIC X(10).
            05  VIN-VENDOR-ID                PIC X(1).
            05  VIN-INVOICE-DATE             PIC 9(6).
            05  VIN-PO-NO                    PIC 9(6).
            05  VIN-WAREHOUSE-ID             PIC X(4).
            05  VIN-PRODUCT-ID               PIC X(3).
            05  VIN-QUANTITY                 PIC 9(5).
            05  VIN-UNIT-PRICE               PIC 9(3)V9(2).

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
                88 OPR-LINE-CLOSED                        VALUE 'C'.
            05  OPR-UNIT-PRICE               PIC 9(3)V9(2).

        FD  PO-FILE
            RECORD CONTAINS 64 CHARACTERS.

        01  PO-FILE-REC.
            05  PF-RECORD-TYPE               PIC X(3).
                88 PF-IS-HEADER                           VALUE 'POH'.
                88 PF-IS-LINE                             VALUE 'POL'.
            05  PF-REST-OF-RECORD            PIC X(61).
            05  PF-HEADER-FIELDS REDEFINES PF-REST-OF-RECORD.
                10  PFH-PO-NO                PIC 9(6).
                10  PFH-VENDOR-ID            PIC X(1).
                10  PFH-VENDOR-NAME          PIC X(13).
                10  PFH-ORDER-DATE           PIC 9(6).
                10  FILLER                   PIC X(35).
            05  PF-LINE-FIELDS REDEFINES PF-REST-OF-RECORD.
                10  PFL-PO-NO                PIC 9(6).
                10  PFL-WAREHOUSE-ID         PIC X(4).
                10  PFL-PRODUCT-ID           PIC X(3).
                10  PFL-PRODUCT-NAME         PIC X(13).
                10  PFL-ORDER-QTY            PIC 9(4).
                10  PFL-UNIT-PRICE           PIC 9(3)V9(2).
                10  PFL-EXTENDED-COST        PIC 9(7)V9(2).
                10  FILLER                   PIC X(17).

        FD  PO-MATCH-FILE
            RECORD CONTAINS 44 CHARACTERS.

        01  PO-MATCH-REC.
            05  PMR-PO-NO                    PIC 9(6).
            05  PMR-VENDOR-ID                PIC X(1).
            05  PMR-WAREHOUSE-ID             PIC X(4).
            05  PMR-PRODUCT-ID               PIC X(3).
            05  PMR-ORDER-DATE               PIC 9(6).
            05  PMR-ORDER-QTY                PIC 9(4).
            05  PMR-UNIT-PRICE               PIC 9(3)V9(2).
            05  PMR-RECEIVED-QTY             PIC 9(7).
            05  PMR-INVOICED-QTY             PIC 9(7).
            05  PMR-PO-STATUS                PIC X(1).

        FD  PO-TRACK-CONTROL
            RECORD CONTAINS 14 CHARACTERS.

        01  PO-TRACK-CONTROL-REC.
            05  TCR-JOURNAL-LINES            PIC 9(8).
            05  TCR-LAST-PO-NO               PIC 9(6).

        FD  INVOICE-HISTORY
            RECORD CONTAINS 17 CHARACTERS.

        01  INVOICE-HISTORY-REC.
            05  IHR-VENDOR-ID                PIC X(1).
            05  IHR-INVOICE-NO               PIC X(10).
            05  IHR-APPROVED-DATE            PIC 9(6).

        FD  APPROVED-FILE
            RECORD CONTAINS 55 CHARACTERS.

        01  APPROVED-REC.
            05  APR-VENDOR-ID                PIC X(1).
            05  APR-INVOICE-NO               PIC X(10).
            05  APR-INVOICE-DATE             PIC 9(6).
            05  APR-PO-NO                    PIC 9(6).
            05  APR-WAREHOUSE-ID             PIC X(4).
            05  APR-PRODUCT-ID               PIC X(3).
            05  APR-QUANTITY                 PIC 9(5).
            05  APR-UNIT-PRICE               PIC 9(3)V9(2).
            05  APR-AMOUNT                   PIC 9(7)V9(2).
            05  APR-APPROVED-DATE            PIC 9(6).

        FD  INVOICE-EXCEPTION-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  INVOICE-EXCEPTION-RECORD         PIC X(80).

        SD  SORTING-FILE
            RECORD CONTAINS 40 CHARACTERS.

        01  SORTING-REC.
            05  SS-INVOICE-NO                PIC X(10).
            05  SS-VENDOR-ID                 PIC X(1).
            05  FILLER                       PIC X(6).
            05  SS-PO-LINE-KEY               PIC X(13).
            05  FILLER                       PIC X(10).

        WORKING-STORAGE SECTION.

        01  VI-FLAGS.
            05  VI-FILE-STATUS               PIC XX.
                88 VI-FILE-WAS-FOUND                      VALUE '00'.
            05  VI-EOF-FLAG                  PIC X       VALUE 'N'.
                88 VI-NO-MORE-RECS                        VALUE 'Y'.

        01  OP-FLAGS.
            05  OP-FILE-STATUS               PIC XX.
                88 OP-FILE-WAS-FOUND                      VALUE '00'.
            05  OP-EOF-FLAG                  PIC X       VALUE 'N'.
                88 OP-NO-MORE-RECS                        VALUE 'Y'.

        01  PF-FLAGS.
            05  PF-FILE-STATUS               PIC XX.
                88 PF-FILE-WAS-FOUND                      VALUE '00'.
            05  PF-EOF-FLAG                  PIC X       VALUE 'N'.
                88 PF-NO-MORE-RECS                        VALUE 'Y'.

        01  PM-FLAGS.
            05  PM-FILE-STATUS               PIC XX.
                88 PM-FILE-WAS-FOUND                      VALUE '00'.
            05  PM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 PM-NO-MORE-RECS                        VALUE 'Y'.

        01  TC-FLAGS.
            05  TC-FILE-STATUS               PIC XX.
                88 TC-FILE-WAS-FOUND                      VALUE '00'.

        01  IH-FLAGS.
            05  IH-FILE-STATUS               PIC XX.
                88 IH-FILE-WAS-FOUND                      VALUE '00'.
            05  IH-EOF-FLAG                  PIC X       VALUE 'N'.
                88 IH-NO-MORE-RECS                        VALUE 'Y'.
            05  IH-PRESENT-FLAG              PIC X       VALUE 'N'.
                88 IH-HISTORY-PRESENT                     VALUE 'Y'.
            05  IH-OVERFLOW-FLAG             PIC X       VALUE 'N'.
                88 IH-PAST-TABLE                          VALUE 'Y'.

        01  WS-CURRENT-DATE.
            05  WS-YEAR                      PIC 99.
            05  WS-MONTH                     PIC 99.
            05  WS-DAY                       PIC 99.

      *** HOW FAR AN INVOICE MAY STRAY FROM THE PO AND THE DOCK  ***
      *** BEFORE IT IS HELD - PRICE AS A PERCENT OF THE PO PRICE,***
      *** QUANTITY AS A PERCENT OF THE QUANTITY RECEIVED         ***
        01  MATCH-TOLERANCES.
            05  MT-PRICE-TOL-PCT             PIC 9(2)V99 VALUE 02.00.
            05  MT-QTY-TOL-PCT               PIC 9(2)V99 VALUE 02.00.

      *** PO MATCH TABLE - THE CARRIED FILE, REFRESHED FROM THE    ***
      *** OPEN-PO FILE AND THE PO FILE, THEN MATCHED AGAINST       ***
        01  PO-LINE-TABLE-AREA.
            05  PLT-COUNT                    PIC S9(4)   VALUE 0.
            05  PO-LINE-ITEM OCCURS 1 TO 1000 TIMES
                    DEPENDING ON PLT-COUNT
                    INDEXED BY PO-LINE-INDEX.
                10  PLT-PO-NO                PIC 9(6).
                10  PLT-VENDOR-ID            PIC X(1).
                10  PLT-WAREHOUSE-ID         PIC X(4).
                10  PLT-PRODUCT-ID           PIC X(3).
                10  PLT-ORDER-DATE           PIC 9(6).
                10  PLT-ORDER-QTY            PIC 9(4).
                10  PLT-UNIT-PRICE           PIC 9(3)V9(2).
                10  PLT-RECEIVED-QTY         PIC 9(7).
                10  PLT-INVOICED-QTY         PIC 9(7).
                10  PLT-PO-STATUS            PIC X(1).
                    88 PLT-CLOSED-AT-POTR                 VALUE 'C'.
                10  PLT-PENDING-QTY          PIC 9(7).

      *** EVERY INVOICE EVER APPROVED - ENTRIES PAST IHT-LOADED    ***
      *** WERE APPROVED THIS RUN AND ARE APPENDED AT EOJ           ***
        01  INVOICE-HISTORY-TABLE.
            05  IHT-COUNT                    PIC S9(4)   VALUE 0.
            05  IHT-LOADED                   PIC S9(4)   VALUE 0.
            05  IHT-FIRST-NEW                PIC S9(4)   VALUE 0.
            05  HISTORY-ITEM OCCURS 1 TO 9999 TIMES
                    DEPENDING ON IHT-COUNT
                    INDEXED BY HISTORY-INDEX.
                10  IHT-VENDOR-ID            PIC X(1).
                10  IHT-INVOICE-NO           PIC X(10).
                10  IHT-APPROVED-DATE        PIC 9(6).

      *** THE LINES OF THE INVOICE UNDER MATCH, HELD UNTIL ITS    ***
      *** LAST LINE SO IT IS APPROVED OR HELD AS A WHOLE          ***
        01  INVOICE-LINE-TABLE.
            05  ILT-COUNT                    PIC S9(3)   VALUE 0.
            05  INVOICE-LINE OCCURS 1 TO 99 TIMES
                    DEPENDING ON ILT-COUNT
                    INDEXED BY INVOICE-LINE-INDEX.
                10  ILT-LINE-REC             PIC X(40).
                10  ILT-PO-SUB               PIC S9(4).

      *** THE INVOICE UNDER MATCH ***
        01  INVOICE-FIELDS.
            05  IV-KEY.
                10  IV-VENDOR-ID             PIC X(1).
                10  IV-INVOICE-NO            PIC X(10).
            05  IV-HELD-FLAG                 PIC X       VALUE 'N'.
                88 IV-INVOICE-HELD                        VALUE 'Y'.
            05  IV-INVOICE-AMOUNT            PIC 9(7)V99.

      *** STATE OF THE INVOICE LINE BEING MATCHED ***
        01  MATCH-FIELDS.
            05  MF-FOUND-FLAG                PIC X       VALUE 'N'.
                88 MF-PO-LINE-FOUND                       VALUE 'Y'.
            05  MF-PO-SUB                    PIC S9(4)   VALUE 0.
            05  MF-OPEN-QTY                  PIC S9(7).
            05  MF-QTY-ALLOWANCE             PIC S9(7).
            05  MF-PRICE-VARIANCE            PIC S9(3)V99.
            05  MF-PRICE-ALLOWANCE           PIC S9(3)V9(4).
            05  MF-PO-PRICE                  PIC 9(3)V99.
            05  MF-LINE-AMOUNT               PIC 9(7)V99.

      *** ORDER DATE AND VENDOR OF THE POH GROUP UNDER LOAD, AND ***
      *** WHETHER IT IS NEWER THAN ANY PO PR4POTR HAS LOADED     ***
        01  PO-LOAD-FIELDS.
            05  PL-ORDER-DATE                PIC 9(6)    VALUE 0.
            05  PL-VENDOR-ID                 PIC X(1)    VALUE SPACE.
            05  PL-POTR-LAST-PO-NO           PIC 9(6)    VALUE 0.
            05  PL-NEW-FLAG                  PIC X       VALUE 'N'.
                88 PL-PO-IS-NEW                           VALUE 'Y'.

      * FIELD FOR EXPORTING MY EXCEPTION LINES
        01  EXCEPTION-FIELD.
            05  XF-REASON                    PIC X(14).

        01  RUN-COUNTERS.
            05  RC-LINES-READ                PIC 9(5)    VALUE 0.
            05  RC-LINES-EXCEPTED            PIC 9(5)    VALUE 0.
            05  RC-INVOICES-READ             PIC 9(5)    VALUE 0.
            05  RC-INVOICES-APPROVED         PIC 9(5)    VALUE 0.
            05  RC-INVOICES-HELD             PIC 9(5)    VALUE 0.
            05  RC-APPROVED-AMOUNT           PIC 9(9)V99 VALUE 0.
            05  RC-PO-LINES-ADDED            PIC 9(5)    VALUE 0.
            05  RC-PO-LINES-RETIRED          PIC 9(5)    VALUE 0.
            05  RC-PO-LINES-DROPPED          PIC 9(5)    VALUE 0.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *             INVOICE EXCEPTION REPORT LAYOUT               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

        01  REPORT-TITLE-LINE.
            05                    PIC X(25).
            05                    PIC X(27)  VALUE
                    'INVOICE MATCH EXCEPTIONS'.
            05  RT-DATE.
                10  RT-MONTH      PIC Z9.
                10                PIC X      VALUE '/'.
                10  RT-DAY        PIC 99.
                10                PIC X      VALUE '/'.
                10  RT-YEAR       PIC 99.
            05                    PIC X(20).

        01  REPORT-HEADING-LINE.
            05                    PIC X(1).
            05                    PIC X(1)   VALUE 'V'.
            05                    PIC X(1).
            05                    PIC X(10)  VALUE 'INVOICE'.
            05                    PIC X(1).
            05                    PIC X(6)   VALUE 'PO'.
            05                    PIC X(1).
            05                    PIC X(4)   VALUE 'WHSE'.
            05                    PIC X(1).
            05                    PIC X(3)   VALUE 'PRD'.
            05                    PIC X(1).
            05                    PIC X(5)   VALUE 'BILLD'.
            05                    PIC X(1).
            05                    PIC X(8)   VALUE '  UNBILD'.
            05                    PIC X(1).
            05                    PIC X(6)   VALUE ' PRICE'.
            05                    PIC X(1).
            05                    PIC X(6)   VALUE 'PO PRC'.
            05                    PIC X(1).
            05                    PIC X(14)  VALUE 'REASON'.
            05                    PIC X(7).

        01  REPORT-DETAIL-LINE.
            05                    PIC X(1).
            05  RD-VENDOR-ID      PIC X(1).
            05                    PIC X(1).
            05  RD-INVOICE-NO     PIC X(10).
            05                    PIC X(1).
            05  RD-PO-NO          PIC X(6).
            05                    PIC X(1).
            05  RD-WAREHOUSE-ID   PIC X(4).
            05                    PIC X(1).
            05  RD-PRODUCT-ID     PIC X(3).
            05                    PIC X(1).
            05  RD-QUANTITY       PIC ZZZZ9.
            05                    PIC X(1).
            05  RD-OPEN-QTY       PIC ZZZZZZ9-.
            05                    PIC X(1).
            05  RD-INVOICE-PRICE  PIC ZZ9.99.
            05                    PIC X(1).
            05  RD-PO-PRICE       PIC ZZ9.99.
            05                    PIC X(1).
            05  RD-REASON         PIC X(14).
            05                    PIC X(7).

        01  REPORT-TOTAL-LINE.
            05                    PIC X(2).
            05                    PIC X(19)  VALUE
                    'INVOICES APPROVED:'.
            05  RTO-APPROVED      PIC ZZZZ9.
            05                    PIC X(4).
            05                    PIC X(7)   VALUE 'AMOUNT:'.
            05  RTO-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
            05                    PIC X(4).
            05                    PIC X(6)   VALUE 'HELD:'.
            05  RTO-HELD          PIC ZZZZ9.
            05                    PIC X(14).

        PROCEDURE DIVISION.

        10-CONTROL-MODULE.
            PERFORM 20-HOUSEKEEPING
            PERFORM 30-MATCH-INVOICES
            PERFORM 50-REWRITE-PO-MATCH-FILE
            PERFORM 55-EXTEND-INVOICE-HISTORY
            PERFORM 60-PRINT-REPORT-TOTALS
            PERFORM 70-PRINT-SUMMARY
            PERFORM 80-FINALE
        .

        20-HOUSEKEEPING.
            ACCEPT WS-CURRENT-DATE FROM DATE
            MOVE WS-MONTH TO RT-MONTH
            MOVE WS-DAY TO RT-DAY
            MOVE WS-YEAR TO RT-YEAR

            OPEN OUTPUT INVOICE-EXCEPTION-REPORT
                        APPROVED-FILE

            PERFORM 21-LOAD-PO-MATCH-FILE
            PERFORM 22-REFRESH-FROM-OPEN-PO
            PERFORM 24-REFRESH-FROM-PO-FILE
            PERFORM 26-LOAD-INVOICE-HISTORY
            PERFORM 28-PRINT-REPORT-HEADING
        .

      *** READS THE PO LINES STILL AWAITING INVOICE - A MISSING    ***
      *** FILE JUST MEANS THIS IS THE FIRST RUN                    ***
        21-LOAD-PO-MATCH-FILE.
            MOVE 0 TO PLT-COUNT
            OPEN INPUT PO-MATCH-FILE
            IF PM-FILE-WAS-FOUND
                MOVE 'N' TO PM-EOF-FLAG
                PERFORM UNTIL PM-NO-MORE-RECS
                    READ PO-MATCH-FILE
                        AT END
                            MOVE 'Y' TO PM-EOF-FLAG
                        NOT AT END
                            IF PLT-COUNT < 1000
                                ADD 1 TO PLT-COUNT
                                MOVE PO-MATCH-REC TO
                                        PO-LINE-ITEM(PLT-COUNT)
                                MOVE 0 TO PLT-PENDING-QTY(PLT-COUNT)
                            ELSE
                                ADD 1 TO RC-PO-LINES-DROPPED
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PO-MATCH-FILE
            END-IF
        .

      *** BRINGS EVERY LINE ON PR4POTR'S OPEN-PO FILE INTO THE     ***
      *** TABLE - ITS RECEIVED QUANTITY AND STATUS ARE ALWAYS THE  ***
      *** LATEST, SO THEY REPLACE WHAT THE TABLE CARRIED           ***
        22-REFRESH-FROM-OPEN-PO.
            OPEN INPUT OPEN-PO-FILE
            IF OP-FILE-WAS-FOUND
                MOVE 'N' TO OP-EOF-FLAG
                PERFORM UNTIL OP-NO-MORE-RECS
                    READ OPEN-PO-FILE
                        AT END
                            MOVE 'Y' TO OP-EOF-FLAG
                        NOT AT END
                            PERFORM 23-REFRESH-ONE-OPEN-LINE
                    END-READ
                END-PERFORM
                CLOSE OPEN-PO-FILE
            END-IF
        .

        23-REFRESH-ONE-OPEN-LINE.
            IF OPR-UNIT-PRICE NOT NUMERIC
                MOVE ZEROS TO OPR-UNIT-PRICE
            END-IF
            MOVE 'N' TO MF-FOUND-FLAG
            SET PO-LINE-INDEX TO 1
            SEARCH PO-LINE-ITEM
                AT END
                    CONTINUE
                WHEN PLT-PO-NO(PO-LINE-INDEX) = OPR-PO-NO
                    AND PLT-WAREHOUSE-ID(PO-LINE-INDEX) =
                            OPR-WAREHOUSE-ID
                    AND PLT-PRODUCT-ID(PO-LINE-INDEX) =
                            OPR-PRODUCT-ID
                    MOVE 'Y' TO MF-FOUND-FLAG
            END-SEARCH
            IF NOT MF-PO-LINE-FOUND
                IF PLT-COUNT < 1000
                    ADD 1 TO PLT-COUNT
                    ADD 1 TO RC-PO-LINES-ADDED
                    SET PO-LINE-INDEX TO PLT-COUNT
                    MOVE OPR-PO-NO TO PLT-PO-NO(PO-LINE-INDEX)
                    MOVE OPR-WAREHOUSE-ID TO
                            PLT-WAREHOUSE-ID(PO-LINE-INDEX)
                    MOVE OPR-PRODUCT-ID TO
                            PLT-PRODUCT-ID(PO-LINE-INDEX)
                    MOVE ZEROS TO PLT-UNIT-PRICE(PO-LINE-INDEX)
                    MOVE ZEROS TO PLT-INVOICED-QTY(PO-LINE-INDEX)
                    MOVE ZEROS TO PLT-PENDING-QTY(PO-LINE-INDEX)
                    MOVE 'Y' TO MF-FOUND-FLAG
                ELSE
                    ADD 1 TO RC-PO-LINES-DROPPED
                END-IF
            END-IF
            IF MF-PO-LINE-FOUND
                MOVE OPR-VENDOR-ID TO PLT-VENDOR-ID(PO-LINE-INDEX)
                MOVE OPR-ORDER-DATE TO PLT-ORDER-DATE(PO-LINE-INDEX)
                MOVE OPR-ORDER-QTY TO PLT-ORDER-QTY(PO-LINE-INDEX)
                MOVE OPR-RECEIVED-QTY TO
                        PLT-RECEIVED-QTY(PO-LINE-INDEX)
                MOVE OPR-LINE-STATUS TO PLT-PO-STATUS(PO-LINE-INDEX)
                IF OPR-UNIT-PRICE > 0
                    MOVE OPR-UNIT-PRICE TO
                            PLT-UNIT-PRICE(PO-LINE-INDEX)
                END-IF
            END-IF
        .

      *** READS PR4PORD'S PO FILE FOR THE PRICE OF ANY LINE THAT   ***
      *** STILL HAS NONE, AND OPENS A LINE PR4POTR HAS NOT LOADED  ***
      *** YET - IT MATCHES NOTHING UNTIL A RECEIPT LANDS ON IT - A ***
      *** LINE OF A PO PR4POTR HAS ALREADY LOADED IS NEVER OPENED  ***
      *** HERE, SO ONE RETIRED AS FULLY INVOICED STAYS RETIRED     ***
        24-REFRESH-FROM-PO-FILE.
            MOVE 0 TO PL-POTR-LAST-PO-NO
            OPEN INPUT PO-TRACK-CONTROL
            IF TC-FILE-WAS-FOUND
                READ PO-TRACK-CONTROL
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE TCR-LAST-PO-NO TO PL-POTR-LAST-PO-NO
                END-READ
                CLOSE PO-TRACK-CONTROL
            END-IF
            OPEN INPUT PO-FILE
            IF PF-FILE-WAS-FOUND
                MOVE 'N' TO PF-EOF-FLAG
                PERFORM UNTIL PF-NO-MORE-RECS
                    READ PO-FILE
                        AT END
                            MOVE 'Y' TO PF-EOF-FLAG
                        NOT AT END
                            PERFORM 25-REFRESH-ONE-PO-RECORD
                    END-READ
                END-PERFORM
                CLOSE PO-FILE
            END-IF
        .

        25-REFRESH-ONE-PO-RECORD.
            EVALUATE TRUE
                WHEN PF-IS-HEADER
                    MOVE PFH-ORDER-DATE TO PL-ORDER-DATE
                    MOVE PFH-VENDOR-ID TO PL-VENDOR-ID
                    IF PFH-PO-NO > PL-POTR-LAST-PO-NO
                        MOVE 'Y' TO PL-NEW-FLAG
                    ELSE
                        MOVE 'N' TO PL-NEW-FLAG
                    END-IF
                WHEN PF-IS-LINE
                    MOVE 'N' TO MF-FOUND-FLAG
                    SET PO-LINE-INDEX TO 1
                    SEARCH PO-LINE-ITEM
                        AT END
                            CONTINUE
                        WHEN PLT-PO-NO(PO-LINE-INDEX) = PFL-PO-NO
                            AND PLT-WAREHOUSE-ID(PO-LINE-INDEX) =
                                    PFL-WAREHOUSE-ID
                            AND PLT-PRODUCT-ID(PO-LINE-INDEX) =
                                    PFL-PRODUCT-ID
                            MOVE 'Y' TO MF-FOUND-FLAG
                            IF PLT-UNIT-PRICE(PO-LINE-INDEX) = 0
                                MOVE PFL-UNIT-PRICE TO
                                        PLT-UNIT-PRICE(PO-LINE-INDEX)
                            END-IF
                    END-SEARCH
                    IF NOT MF-PO-LINE-FOUND AND PL-PO-IS-NEW
                        IF PLT-COUNT < 1000
                            ADD 1 TO PLT-COUNT
                            ADD 1 TO RC-PO-LINES-ADDED
                            MOVE PFL-PO-NO TO PLT-PO-NO(PLT-COUNT)
                            MOVE PL-VENDOR-ID TO
                                    PLT-VENDOR-ID(PLT-COUNT)
                            MOVE PFL-WAREHOUSE-ID TO
                                    PLT-WAREHOUSE-ID(PLT-COUNT)
                            MOVE PFL-PRODUCT-ID TO
                                    PLT-PRODUCT-ID(PLT-COUNT)
                            MOVE PL-ORDER-DATE TO
                                    PLT-ORDER-DATE(PLT-COUNT)
                            MOVE PFL-ORDER-QTY TO
                                    PLT-ORDER-QTY(PLT-COUNT)
                            MOVE PFL-UNIT-PRICE TO
                                    PLT-UNIT-PRICE(PLT-COUNT)
                            MOVE ZEROS TO PLT-RECEIVED-QTY(PLT-COUNT)
                            MOVE ZEROS TO PLT-INVOICED-QTY(PLT-COUNT)
                            MOVE ZEROS TO PLT-PENDING-QTY(PLT-COUNT)
                            MOVE 'O' TO PLT-PO-STATUS(PLT-COUNT)
                        ELSE
                            ADD 1 TO RC-PO-LINES-DROPPED
                        END-IF
                    END-IF
            END-EVALUATE
        .

      *** LOADS EVERY INVOICE ALREADY APPROVED, FOR THE DUPLICATE  ***
      *** CHECK - A MISSING FILE MEANS NOTHING HAS BEEN PAID YET - ***
      *** A HISTORY PAST THE TABLE CANNOT BE CHECKED IN FULL, SO   ***
      *** IT IS FLAGGED AND NO INVOICE IS APPROVED THIS RUN        ***
        26-LOAD-INVOICE-HISTORY.
            MOVE 0 TO IHT-COUNT
            OPEN INPUT INVOICE-HISTORY
            IF IH-FILE-WAS-FOUND
                MOVE 'Y' TO IH-PRESENT-FLAG
                MOVE 'N' TO IH-EOF-FLAG
                PERFORM UNTIL IH-NO-MORE-RECS
                    READ INVOICE-HISTORY
                        AT END
                            MOVE 'Y' TO IH-EOF-FLAG
                        NOT AT END
                            IF IHT-COUNT < 9999
                                ADD 1 TO IHT-COUNT
                                MOVE INVOICE-HISTORY-REC TO
                                        HISTORY-ITEM(IHT-COUNT)
                            ELSE
                                MOVE 'Y' TO IH-OVERFLOW-FLAG
                                MOVE 'Y' TO IH-EOF-FLAG
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INVOICE-HISTORY
            END-IF
            MOVE IHT-COUNT TO IHT-LOADED
            IF IH-PAST-TABLE
                DISPLAY 'PR4INVM - PR4-INVHIST.TXT HAS MORE THAN '
                        '9999 INVOICES - NO INVOICE WILL BE APPROVED'
            END-IF
        .

      *** PRINTS THE TITLE AND COLUMN HEADING ONE TIME ***
        28-PRINT-REPORT-HEADING.
            MOVE REPORT-TITLE-LINE TO INVOICE-EXCEPTION-RECORD
            WRITE INVOICE-EXCEPTION-RECORD
            MOVE REPORT-HEADING-LINE TO INVOICE-EXCEPTION-RECORD
            WRITE INVOICE-EXCEPTION-RECORD
                AFTER ADVANCING 2 LINES
        .

      *** SORTS THE INVOICE LINES SO EACH INVOICE'S LINES ARRIVE   ***
      *** TOGETHER, MATCHES THEM ONE BY ONE AND SETTLES EACH       ***
      *** INVOICE WHEN THE VENDOR OR INVOICE NUMBER CHANGES        ***
        30-MATCH-INVOICES.
            OPEN INPUT VENDOR-INVOICE
            IF VI-FILE-WAS-FOUND
                CLOSE VENDOR-INVOICE
                SORT SORTING-FILE
                    ON ASCENDING KEY SS-VENDOR-ID,
                                     SS-INVOICE-NO,
                                     SS-PO-LINE-KEY
                    USING VENDOR-INVOICE
                    GIVING SORTED-INVOICES
                MOVE 0 TO ILT-COUNT
                MOVE HIGH-VALUES TO IV-KEY
                OPEN INPUT SORTED-INVOICES
                MOVE 'N' TO VI-EOF-FLAG
                PERFORM UNTIL VI-NO-MORE-RECS
                    READ SORTED-INVOICES
                        AT END
                            MOVE 'Y' TO VI-EOF-FLAG
                        NOT AT END
                            PERFORM 32-TAKE-ONE-INVOICE-LINE
                    END-READ
                END-PERFORM
                CLOSE SORTED-INVOICES
                IF ILT-COUNT > 0
                    PERFORM 40-SETTLE-INVOICE
                END-IF
            ELSE
                DISPLAY 'PR4INVM - NO VENDOR-INVOICE.TXT - NOTHING '
                        'TO MATCH'
            END-IF
        .

        32-TAKE-ONE-INVOICE-LINE.
            ADD 1 TO RC-LINES-READ
            IF VIN-VENDOR-ID NOT = IV-VENDOR-ID
                OR VIN-INVOICE-NO NOT = IV-INVOICE-NO
                IF ILT-COUNT > 0
                    PERFORM 40-SETTLE-INVOICE
                END-IF
                PERFORM 34-START-INVOICE
            END-IF
            IF ILT-COUNT < 99
                ADD 1 TO ILT-COUNT
                MOVE SORTED-INVOICE-REC TO ILT-LINE-REC(ILT-COUNT)
                MOVE 0 TO ILT-PO-SUB(ILT-COUNT)
                PERFORM 35-CHECK-INVOICE-LINE
                MOVE MF-PO-SUB TO ILT-PO-SUB(ILT-COUNT)
            ELSE
                MOVE 'TOO MANY LINES' TO XF-REASON
                MOVE 0 TO MF-OPEN-QTY
                MOVE 0 TO MF-PO-PRICE
                PERFORM 38-WRITE-EXCEPTION-LINE
            END-IF
        .

      *** A NEW INVOICE - HELD AT ONCE IF THE VENDOR HAS ALREADY   ***
      *** BEEN PAID ON THIS INVOICE NUMBER, OR IF THE HISTORY IS   ***
      *** TOO FULL TO CHECK IT OR TO RECORD ITS APPROVAL           ***
        34-START-INVOICE.
            ADD 1 TO RC-INVOICES-READ
            MOVE VIN-VENDOR-ID TO IV-VENDOR-ID
            MOVE VIN-INVOICE-NO TO IV-INVOICE-NO
            MOVE 'N' TO IV-HELD-FLAG
            MOVE 0 TO IV-INVOICE-AMOUNT
            IF IH-PAST-TABLE OR IHT-COUNT NOT < 9999
                MOVE 'HISTORY FULL' TO XF-REASON
                MOVE 0 TO MF-OPEN-QTY
                MOVE 0 TO MF-PO-PRICE
                PERFORM 38-WRITE-EXCEPTION-LINE
            END-IF
            IF IHT-COUNT > 0
                SET HISTORY-INDEX TO 1
                SEARCH HISTORY-ITEM
                    AT END
                        CONTINUE
                    WHEN IHT-VENDOR-ID(HISTORY-INDEX) = IV-VENDOR-ID
                        AND IHT-INVOICE-NO(HISTORY-INDEX) =
                                IV-INVOICE-NO
                        MOVE 'DUPLICATE INV' TO XF-REASON
                        MOVE 0 TO MF-OPEN-QTY
                        MOVE 0 TO MF-PO-PRICE
                        PERFORM 38-WRITE-EXCEPTION-LINE
                END-SEARCH
            END-IF
        .

      *** THE THREE-WAY CHECK FOR ONE LINE - PO, THEN RECEIPT,     ***
      *** THEN PRICE, THEN QUANTITY.  A LINE THAT PASSES RESERVES  ***
      *** ITS QUANTITY AS PENDING SO A SECOND LINE ON THE SAME PO  ***
      *** LINE CANNOT BILL THE SAME RECEIPT AGAIN                  ***
        35-CHECK-INVOICE-LINE.
            MOVE 0 TO MF-PO-SUB
            MOVE 0 TO MF-OPEN-QTY
            MOVE 0 TO MF-PO-PRICE
            MOVE 'N' TO MF-FOUND-FLAG
            IF PLT-COUNT > 0
                SET PO-LINE-INDEX TO 1
                SEARCH PO-LINE-ITEM
                    AT END
                        CONTINUE
                    WHEN PLT-PO-NO(PO-LINE-INDEX) = VIN-PO-NO
                        AND PLT-WAREHOUSE-ID(PO-LINE-INDEX) =
                                VIN-WAREHOUSE-ID
                        AND PLT-PRODUCT-ID(PO-LINE-INDEX) =
                                VIN-PRODUCT-ID
                        MOVE 'Y' TO MF-FOUND-FLAG
                        SET MF-PO-SUB TO PO-LINE-INDEX
                END-SEARCH
            END-IF
            IF MF-PO-LINE-FOUND
                MOVE PLT-UNIT-PRICE(MF-PO-SUB) TO MF-PO-PRICE
                COMPUTE MF-OPEN-QTY = PLT-RECEIVED-QTY(MF-PO-SUB) -
                                      PLT-INVOICED-QTY(MF-PO-SUB) -
                                      PLT-PENDING-QTY(MF-PO-SUB)
                COMPUTE MF-QTY-ALLOWANCE ROUNDED =
                        PLT-RECEIVED-QTY(MF-PO-SUB) *
                        MT-QTY-TOL-PCT / 100
                COMPUTE MF-PRICE-ALLOWANCE =
                        PLT-UNIT-PRICE(MF-PO-SUB) *
                        MT-PRICE-TOL-PCT / 100
                IF VIN-UNIT-PRICE NUMERIC
                    COMPUTE MF-PRICE-VARIANCE = VIN-UNIT-PRICE -
                                            PLT-UNIT-PRICE(MF-PO-SUB)
                    IF MF-PRICE-VARIANCE < 0
                        COMPUTE MF-PRICE-VARIANCE =
                                0 - MF-PRICE-VARIANCE
                    END-IF
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN VIN-PO-NO NOT NUMERIC
                    OR VIN-QUANTITY NOT NUMERIC
                    OR VIN-UNIT-PRICE NOT NUMERIC
                    MOVE 'BAD LINE DATA' TO XF-REASON
                    PERFORM 38-WRITE-EXCEPTION-LINE
                WHEN NOT MF-PO-LINE-FOUND
                    MOVE 'NO PO LINE' TO XF-REASON
                    PERFORM 38-WRITE-EXCEPTION-LINE
                WHEN PLT-VENDOR-ID(MF-PO-SUB) NOT = VIN-VENDOR-ID
                    MOVE 'WRONG VENDOR' TO XF-REASON
                    PERFORM 38-WRITE-EXCEPTION-LINE
                WHEN PLT-RECEIVED-QTY(MF-PO-SUB) = 0
                    MOVE 'NO RECEIPT' TO XF-REASON
                    PERFORM 38-WRITE-EXCEPTION-LINE
                WHEN PLT-UNIT-PRICE(MF-PO-SUB) = 0
                    MOVE 'NO PO PRICE' TO XF-REASON
                    PERFORM 38-WRITE-EXCEPTION-LINE
                WHEN MF-PRICE-VARIANCE > MF-PRICE-ALLOWANCE
                    MOVE 'PRICE VARIANCE' TO XF-REASON
                    PERFORM 38-WRITE-EXCEPTION-LINE
                WHEN VIN-QUANTITY > MF-OPEN-QTY + MF-QTY-ALLOWANCE
                    MOVE 'QTY OVER RCVD' TO XF-REASON
                    PERFORM 38-WRITE-EXCEPTION-LINE
                WHEN OTHER
                    ADD VIN-QUANTITY TO PLT-PENDING-QTY(MF-PO-SUB)
                    COMPUTE MF-LINE-AMOUNT ROUNDED =
                            VIN-QUANTITY * VIN-UNIT-PRICE
                    ADD MF-LINE-AMOUNT TO IV-INVOICE-AMOUNT
            END-EVALUATE
        .

      *** PRINTS ONE INVOICE LINE THAT HOLDS ITS INVOICE ***
        38-WRITE-EXCEPTION-LINE.
            MOVE 'Y' TO IV-HELD-FLAG
            ADD 1 TO RC-LINES-EXCEPTED
            MOVE VIN-VENDOR-ID TO RD-VENDOR-ID
            MOVE VIN-INVOICE-NO TO RD-INVOICE-NO
            MOVE VIN-PO-NO TO RD-PO-NO
            MOVE VIN-WAREHOUSE-ID TO RD-WAREHOUSE-ID
            MOVE VIN-PRODUCT-ID TO RD-PRODUCT-ID
            IF VIN-QUANTITY NUMERIC
                MOVE VIN-QUANTITY TO RD-QUANTITY
            ELSE
                MOVE ZEROS TO RD-QUANTITY
            END-IF
            MOVE MF-OPEN-QTY TO RD-OPEN-QTY
            IF VIN-UNIT-PRICE NUMERIC
                MOVE VIN-UNIT-PRICE TO RD-INVOICE-PRICE
            ELSE
                MOVE ZEROS TO RD-INVOICE-PRICE
            END-IF
            MOVE MF-PO-PRICE TO RD-PO-PRICE
            MOVE XF-REASON TO RD-REASON
            MOVE REPORT-DETAIL-LINE TO INVOICE-EXCEPTION-RECORD
            WRITE INVOICE-EXCEPTION-RECORD
        .

      *** AN INVOICE WITH NO EXCEPTION LINE IS APPROVED WHOLE -    ***
      *** ITS LINES GO TO AP AND THEIR QUANTITIES BECOME INVOICED. ***
      *** A HELD INVOICE RELEASES WHATEVER ITS GOOD LINES RESERVED ***
        40-SETTLE-INVOICE.
            IF IV-INVOICE-HELD
                ADD 1 TO RC-INVOICES-HELD
                PERFORM 44-RELEASE-ONE-LINE
                    VARYING INVOICE-LINE-INDEX FROM 1 BY 1
                        UNTIL INVOICE-LINE-INDEX > ILT-COUNT
            ELSE
                ADD 1 TO RC-INVOICES-APPROVED
                ADD IV-INVOICE-AMOUNT TO RC-APPROVED-AMOUNT
                PERFORM 42-APPROVE-ONE-LINE
                    VARYING INVOICE-LINE-INDEX FROM 1 BY 1
                        UNTIL INVOICE-LINE-INDEX > ILT-COUNT
                IF IHT-COUNT < 9999
                    ADD 1 TO IHT-COUNT
                    MOVE IV-VENDOR-ID TO IHT-VENDOR-ID(IHT-COUNT)
                    MOVE IV-INVOICE-NO TO IHT-INVOICE-NO(IHT-COUNT)
                    MOVE WS-CURRENT-DATE TO
                            IHT-APPROVED-DATE(IHT-COUNT)
                END-IF
            END-IF
            MOVE 0 TO ILT-COUNT
        .

        42-APPROVE-ONE-LINE.
            MOVE ILT-LINE-REC(INVOICE-LINE-INDEX) TO SORTED-INVOICE-REC
            MOVE ILT-PO-SUB(INVOICE-LINE-INDEX) TO MF-PO-SUB
            ADD VIN-QUANTITY TO PLT-INVOICED-QTY(MF-PO-SUB)
            MOVE 0 TO PLT-PENDING-QTY(MF-PO-SUB)
            MOVE VIN-VENDOR-ID TO APR-VENDOR-ID
            MOVE VIN-INVOICE-NO TO APR-INVOICE-NO
            MOVE VIN-INVOICE-DATE TO APR-INVOICE-DATE
            MOVE VIN-PO-NO TO APR-PO-NO
            MOVE VIN-WAREHOUSE-ID TO APR-WAREHOUSE-ID
            MOVE VIN-PRODUCT-ID TO APR-PRODUCT-ID
            MOVE VIN-QUANTITY TO APR-QUANTITY
            MOVE VIN-UNIT-PRICE TO APR-UNIT-PRICE
            COMPUTE APR-AMOUNT ROUNDED = VIN-QUANTITY * VIN-UNIT-PRICE
            MOVE WS-CURRENT-DATE TO APR-APPROVED-DATE
            WRITE APPROVED-REC
        .

        44-RELEASE-ONE-LINE.
            IF ILT-PO-SUB(INVOICE-LINE-INDEX) > 0
                MOVE ILT-PO-SUB(INVOICE-LINE-INDEX) TO MF-PO-SUB
                MOVE 0 TO PLT-PENDING-QTY(MF-PO-SUB)
            END-IF
        .

      *** WRITES THE PO LINES BACK OUT - A LINE PR4POTR HAS CLOSED ***
      *** AND THAT IS APPROVED FOR EVERYTHING RECEIVED IS DONE     ***
        50-REWRITE-PO-MATCH-FILE.
            OPEN OUTPUT PO-MATCH-FILE
            PERFORM 52-WRITE-ONE-PO-LINE
                VARYING PO-LINE-INDEX FROM 1 BY 1
                    UNTIL PO-LINE-INDEX > PLT-COUNT
            CLOSE PO-MATCH-FILE
        .

        52-WRITE-ONE-PO-LINE.
            IF PLT-CLOSED-AT-POTR(PO-LINE-INDEX)
                AND PLT-INVOICED-QTY(PO-LINE-INDEX) NOT <
                        PLT-RECEIVED-QTY(PO-LINE-INDEX)
                ADD 1 TO RC-PO-LINES-RETIRED
            ELSE
                MOVE PLT-PO-NO(PO-LINE-INDEX) TO PMR-PO-NO
                MOVE PLT-VENDOR-ID(PO-LINE-INDEX) TO PMR-VENDOR-ID
                MOVE PLT-WAREHOUSE-ID(PO-LINE-INDEX) TO
                        PMR-WAREHOUSE-ID
                MOVE PLT-PRODUCT-ID(PO-LINE-INDEX) TO PMR-PRODUCT-ID
                MOVE PLT-ORDER-DATE(PO-LINE-INDEX) TO PMR-ORDER-DATE
                MOVE PLT-ORDER-QTY(PO-LINE-INDEX) TO PMR-ORDER-QTY
                MOVE PLT-UNIT-PRICE(PO-LINE-INDEX) TO PMR-UNIT-PRICE
                MOVE PLT-RECEIVED-QTY(PO-LINE-INDEX) TO
                        PMR-RECEIVED-QTY
                MOVE PLT-INVOICED-QTY(PO-LINE-INDEX) TO
                        PMR-INVOICED-QTY
                MOVE PLT-PO-STATUS(PO-LINE-INDEX) TO PMR-PO-STATUS
                WRITE PO-MATCH-REC
            END-IF
        .

      *** APPENDS THIS RUN'S APPROVALS TO THE INVOICE HISTORY ***
        55-EXTEND-INVOICE-HISTORY.
            IF IHT-COUNT > IHT-LOADED
                IF IH-HISTORY-PRESENT
                    OPEN EXTEND INVOICE-HISTORY
                ELSE
                    OPEN OUTPUT INVOICE-HISTORY
                END-IF
                COMPUTE IHT-FIRST-NEW = IHT-LOADED + 1
                PERFORM 57-WRITE-ONE-HISTORY
                    VARYING HISTORY-INDEX FROM IHT-FIRST-NEW BY 1
                        UNTIL HISTORY-INDEX > IHT-COUNT
                CLOSE INVOICE-HISTORY
            END-IF
        .

        57-WRITE-ONE-HISTORY.
            MOVE HISTORY-ITEM(HISTORY-INDEX) TO INVOICE-HISTORY-REC
            WRITE INVOICE-HISTORY-REC
        .

        60-PRINT-REPORT-TOTALS.
            MOVE RC-INVOICES-APPROVED TO RTO-APPROVED
            MOVE RC-APPROVED-AMOUNT TO RTO-AMOUNT
            MOVE RC-INVOICES-HELD TO RTO-HELD
            MOVE REPORT-TOTAL-LINE TO INVOICE-EXCEPTION-RECORD
            WRITE INVOICE-EXCEPTION-RECORD
                AFTER ADVANCING 2 LINES
        .

        70-PRINT-SUMMARY.
            DISPLAY 'PR4INVM - INVOICE MATCH COMPLETE'
            DISPLAY '  INVOICE LINES READ:       ' RC-LINES-READ
            DISPLAY '  INVOICES READ:            ' RC-INVOICES-READ
            DISPLAY '  INVOICES APPROVED:        ' RC-INVOICES-APPROVED
            DISPLAY '  INVOICES HELD:            ' RC-INVOICES-HELD
            DISPLAY '  EXCEPTION LINES:          ' RC-LINES-EXCEPTED
            DISPLAY '  AMOUNT APPROVED:          ' RC-APPROVED-AMOUNT
            DISPLAY '  PO LINES ADDED:           ' RC-PO-LINES-ADDED
            DISPLAY '  PO LINES FULLY INVOICED:  ' RC-PO-LINES-RETIRED
            DISPLAY '  PO LINES PAST TABLE:      ' RC-PO-LINES-DROPPED
        .

        80-FINALE.
            CLOSE INVOICE-EXCEPTION-REPORT
                  APPROVED-FILE
            STOP RUN
        .
