      *   PR4PORD) - POL LINES WITH A PO NUMBER ABOVE THE LAST
      *   ONE TRACKED BECOME NEW OPEN PO LINES
      *
      *   PR4-OPENPO.TXT (43-CHARACTER RECORD ON DISK) - PO
      *   LINES STILL OPEN FROM PRIOR RUNS (LINES THE LAST RUN
      *   CLOSED ARE SKIPPED)
      *     1. PO NUMBER                    1-6
      *     2. VENDOR ID                    7
      *     3. WAREHOUSE ID                 8-11
      *     5. ORDER DATE (YYMMDD)         15-20
      *     6. ORDERED QUANTITY            21-24
      *     7. RECEIVED QUANTITY           25-31
      *     8. FIRST RECEIPT DATE (YYMMDD) 32-37
      *          ZERO UNTIL A RECEIPT LANDS ON THE LINE
      *     9. LINE STATUS                 38
      *          O - OPEN    C - CLOSED ON THE RUN THAT WROTE IT
      *    10. PO UNIT PRICE (999V99)      39-43
      *          FROM THE POL LINE - ZERO ON LINES CARRIED FROM
      *          BEFORE THE PRICE WAS KEPT
      *
      *   PR4-JOURNAL.TXT (WRITTEN BY PR4TPST) - THE 'R' RECEIPT
      *   LINES RELIEVE OPEN PO LINES FOR THE SAME WAREHOUSE/
      * OUTPUT:
      *   PR4-OPENPO.TXT IS REWRITTEN WITH THE LINES STILL OPEN -
      *   A LINE FULLY RECEIVED OR OVER-DELIVERED PRINTS ON THIS
      *   RUN'S REPORT AND IS WRITTEN ONE LAST TIME MARKED 'C' SO
      *   PR4ROP CAN TIME THE VENDOR'S LEAD FROM ORDER TO FIRST
      *   RECEIPT, THEN THE NEXT RUN DROPS IT FROM THE FILE.
      *   PR4INVM TAKES EVERY LINE'S PRICE AND RECEIVED QUANTITY
      *   FROM HERE FOR INVOICE MATCHING, SO IT RUNS AFTER EACH
      *   RUN OF THIS PROGRAM, BEFORE A CLOSED LINE IS DROPPED
      *
      *   PR4-OPO - PRINTED OPEN-PO REPORT WITH A STATUS PER
      *   LINE AND AN AGED FLAG FOR ANYTHING OPEN LONGER THAN
                10  FILLER                   PIC X(17).

        FD  OPEN-PO-FILE
            RECORD CONTAINS 43 CHARACTERS.

        01  OPEN-PO-REC.
            05  OPR-PO-NO                    PIC 9(6).
            05  OPR-ORDER-DATE               PIC 9(6).
            05  OPR-ORDER-QTY                PIC 9(4).
            05  OPR-RECEIVED-QTY             PIC 9(7).
            05  OPR-RECEIPT-DATE             PIC 9(6).
            05  OPR-LINE-STATUS              PIC X(1).
                88 OPR-LINE-CLOSED                        VALUE 'C'.
            05  OPR-UNIT-PRICE               PIC 9(3)V9(2).

      * SAME 128-CHARACTER LINE PR4TPST WRITES - THE QUANTITY
      * COLUMNS ARE PRINT-EDITED SO THEY ARE READ BACK AS
      * CHARACTERS AND UN-EDITED BY 38-UNEDIT-QUANTITY
        FD  POSTING-JOURNAL
            RECORD CONTAINS 128 CHARACTERS.

        01  JOURNAL-IN-REC.
            05  JR-RUN-DATE                  PIC 9(6).
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

        FD  PO-TRACK-CONTROL
            RECORD CONTAINS 14 CHARACTERS.
                10  OPT-ORDER-DATE           PIC 9(6).
                10  OPT-ORDER-QTY            PIC 9(4).
                10  OPT-RECEIVED-QTY         PIC 9(7).
                10  OPT-RECEIPT-DATE         PIC 9(6).
                10  OPT-STATUS-FLAG          PIC X(1).
                    88 OPT-STILL-OPEN                     VALUE 'O'.
                    88 OPT-CLOSED                         VALUE 'C'.
                10  OPT-UNIT-PRICE           PIC 9(3)V9(2).

      *** WHERE THE LAST RUN STOPPED IN THE JOURNAL AND PO NUMBERS ***
        01  TRACK-CONTROL-FIELDS.
            05  RC-LINES-STILL-OPEN          PIC 9(4)    VALUE 0.
            05  RC-LINES-AGED                PIC 9(4)    VALUE 0.
            05  RC-LINES-DROPPED             PIC 9(4)    VALUE 0.
            05  RC-LINES-RETIRED             PIC 9(4)    VALUE 0.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                   OPEN-PO REPORT LAYOUT                   *

      *** ADDS ONE CARRIED PO LINE TO THE TABLE - A LINE PAST THE ***
      *** TABLE'S CAPACITY IS COUNTED AND REPORTED AT EOJ INSTEAD ***
      *** OF RUNNING OFF THE END.  A LINE THE LAST RUN CLOSED HAS ***
      *** ALREADY BEEN REPORTED AND TIMED, SO IT IS RETIRED HERE  ***
        23-LOAD-ONE-CARRIED-LINE.
            IF OPR-LINE-CLOSED
                ADD 1 TO RC-LINES-RETIRED
            ELSE
                PERFORM 26-CARRY-ONE-OPEN-LINE
            END-IF
        .

                        MOVE PFL-ORDER-QTY TO
                                OPT-ORDER-QTY(OPT-COUNT)
                        MOVE ZEROS TO OPT-RECEIVED-QTY(OPT-COUNT)
                        MOVE ZEROS TO OPT-RECEIPT-DATE(OPT-COUNT)
                        MOVE 'O' TO OPT-STATUS-FLAG(OPT-COUNT)
                        MOVE PFL-UNIT-PRICE TO
                                OPT-UNIT-PRICE(OPT-COUNT)
                    ELSE
                        ADD 1 TO RC-LINES-DROPPED
                    END-IF
            END-EVALUATE
        .

      *** OLDER FILES CARRY NO RECEIPT DATE - A LINE WITHOUT ONE   ***
      *** SIMPLY HAS NOT BEEN RECEIVED AGAINST YET                 ***
        26-CARRY-ONE-OPEN-LINE.
            IF OPT-COUNT < 500
                ADD 1 TO OPT-COUNT
                ADD 1 TO RC-LINES-CARRIED-IN
                MOVE OPR-PO-NO TO OPT-PO-NO(OPT-COUNT)
                MOVE OPR-VENDOR-ID TO OPT-VENDOR-ID(OPT-COUNT)
                MOVE OPR-WAREHOUSE-ID TO
                        OPT-WAREHOUSE-ID(OPT-COUNT)
                MOVE OPR-PRODUCT-ID TO OPT-PRODUCT-ID(OPT-COUNT)
                MOVE OPR-ORDER-DATE TO OPT-ORDER-DATE(OPT-COUNT)
                MOVE OPR-ORDER-QTY TO OPT-ORDER-QTY(OPT-COUNT)
                MOVE OPR-RECEIVED-QTY TO
                        OPT-RECEIVED-QTY(OPT-COUNT)
                IF OPR-RECEIPT-DATE NUMERIC
                    MOVE OPR-RECEIPT-DATE TO
                            OPT-RECEIPT-DATE(OPT-COUNT)
                ELSE
                    MOVE ZEROS TO OPT-RECEIPT-DATE(OPT-COUNT)
                END-IF
                MOVE 'O' TO OPT-STATUS-FLAG(OPT-COUNT)
                IF OPR-UNIT-PRICE NUMERIC
                    MOVE OPR-UNIT-PRICE TO OPT-UNIT-PRICE(OPT-COUNT)
                ELSE
                    MOVE ZEROS TO OPT-UNIT-PRICE(OPT-COUNT)
                END-IF
            ELSE
                ADD 1 TO RC-LINES-DROPPED
            END-IF
        .

      *** PRINTS THE TITLE AND COLUMN HEADING ONE TIME ***
        28-PRINT-REPORT-HEADING.
            MOVE REPORT-TITLE-LINE TO OPEN-PO-RECORD
                MOVE 'Y' TO MF-FOUND-FLAG
                ADD MF-RECEIPT-QTY TO
                        OPT-RECEIVED-QTY(OPEN-PO-INDEX)
                IF OPT-RECEIPT-DATE(OPEN-PO-INDEX) = 0
                    MOVE JR-TRANS-DATE TO
                            OPT-RECEIPT-DATE(OPEN-PO-INDEX)
                END-IF
                ADD 1 TO RC-RECEIPTS-MATCHED
            END-IF
        .
            END-PERFORM
            IF MF-LAST-SUB > 0
                ADD MF-RECEIPT-QTY TO OPT-RECEIVED-QTY(MF-LAST-SUB)
                IF OPT-RECEIPT-DATE(MF-LAST-SUB) = 0
                    MOVE JR-TRANS-DATE TO OPT-RECEIPT-DATE(MF-LAST-SUB)
                END-IF
                ADD 1 TO RC-RECEIPTS-MATCHED
            ELSE
                ADD 1 TO RC-RECEIPTS-UNMATCHED
        .

      *** PRINTS EVERY PO LINE WITH ITS STATUS - A FULLY RECEIVED  ***
      *** OR OVER-DELIVERED LINE IS MARKED CLOSED SO THE NEXT RUN  ***
      *** DROPS IT FROM THE CARRIED FILE                           ***
        40-REPORT-OPEN-LINES.
            MOVE WS-CURRENT-DATE TO PA-WORK-DATE
        .

      *** WRITES THE LINES STILL OPEN BACK OUT SO THE NEXT RUN     ***
      *** (AND PURCHASING) STILL SEES THEM ON ORDER - LINES CLOSED ***
      *** THIS RUN GO OUT ONCE MORE MARKED 'C' FOR PR4ROP          ***
        60-REWRITE-OPEN-PO-FILE.
            OPEN OUTPUT OPEN-PO-FILE
            PERFORM 62-WRITE-OPEN-PO-RECORD
        .

        62-WRITE-OPEN-PO-RECORD.
            MOVE OPT-PO-NO(OPEN-PO-INDEX) TO OPR-PO-NO
            MOVE OPT-VENDOR-ID(OPEN-PO-INDEX) TO OPR-VENDOR-ID
            MOVE OPT-WAREHOUSE-ID(OPEN-PO-INDEX) TO
                    OPR-WAREHOUSE-ID
            MOVE OPT-PRODUCT-ID(OPEN-PO-INDEX) TO
                    OPR-PRODUCT-ID
            MOVE OPT-ORDER-DATE(OPEN-PO-INDEX) TO
                    OPR-ORDER-DATE
            MOVE OPT-ORDER-QTY(OPEN-PO-INDEX) TO OPR-ORDER-QTY
            MOVE OPT-RECEIVED-QTY(OPEN-PO-INDEX) TO
                    OPR-RECEIVED-QTY
            MOVE OPT-RECEIPT-DATE(OPEN-PO-INDEX) TO
                    OPR-RECEIPT-DATE
            MOVE OPT-STATUS-FLAG(OPEN-PO-INDEX) TO OPR-LINE-STATUS
            MOVE OPT-UNIT-PRICE(OPEN-PO-INDEX) TO OPR-UNIT-PRICE
            WRITE OPEN-PO-REC
        .

      *** RECORDS HOW FAR THIS RUN GOT FOR THE NEXT RUN ***
                                            RC-LINES-STILL-OPEN
            DISPLAY '  PO LINES AGED:            ' RC-LINES-AGED
            DISPLAY '  PO LINES PAST TABLE:      ' RC-LINES-DROPPED
            DISPLAY '  CLOSED LINES RETIRED:     ' RC-LINES-RETIRED
        .

        80-FINALE.
