      * ORDERS SO PURCHASING STOPS RE-KEYING THE PR4-LOW REPORT BY
      * HAND.  ITEMS ARE GROUPED BY VENDOR, EACH ACTIVE VENDOR
      * GETS ONE NUMBERED PO COVERING EVERY WAREHOUSE'S SHORTAGES,
      * AND THE SUGGESTED ORDER QUANTITY RESTORES STOCK TO THE
      * ORDER-UP-TO QUANTITY PR4ROP CALCULATED FROM THE ITEM'S
      * USAGE (TWICE THE REORDER THRESHOLD FOR AN ITEM WITH NO
      * USAGE HISTORY).  PR4RBAL RUNS FIRST AND COVERS WHAT IT CAN
      * FROM SURPLUS AT THE OTHER WAREHOUSES, SO ONLY THE SHORTFALL
      * NO TRANSFER COVERS REACHES A PURCHASE ORDER.
      *
      * INPUT:
      *   NET-LOWSTOCK.TXT (39-CHARACTER RECORD, WRITTEN BY PR4RBAL
      *   FROM PR4CGB'S LOW-STOCK-FILE.TXT - SAME LAYOUT, WITH THE
      *   NUMBER IN STOCK RAISED BY THE UNITS SUGGESTED IN BY
      *   TRANSFER AND ITEMS A TRANSFER COVERS DROPPED)
      *     1. WAREHOUSE ID                 1-4
      *     2. VENDOR ID                    5
      *     3. PRODUCT ID                   6-8
      *     5. NUMBER IN STOCK             22-25
      *     6. REORDER THRESHOLD           26-29
      *     7. PURCHASE PRICE              30-34
      *     8. ORDER-UP-TO QUANTITY        35-38
      *     9. LINE ITEM NUMBER            39
      *
      *   VENDOR-MASTER.TXT (MAINTAINED BY PR4VMNT) - SUPPLIES
      *   THE VENDOR NAME ON THE PO AND THE ACTIVE FLAG
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * LOW-STOCK EXCEPTIONS FROM THE CURRENT PR4CGB RUN, NET OF
      * PR4RBAL'S TRANSFERS - CARRIES PR4CGB'S 'CTL' RUN STAMP AS
      * ITS FIRST RECORD
            SELECT LOW-STOCK-FILE
                ASSIGN TO 'NET-LOWSTOCK.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS LS-FILE-STATUS.

        FILE SECTION.

        FD  LOW-STOCK-FILE
            RECORD CONTAINS 39 CHARACTERS.

        01  LOW-STOCK-FILE-REC.
            05  LS-WAREHOUSE-ID              PIC X(4).
            05  LS-NUM-IN-STOCK              PIC S9(4).
            05  LS-THRESHOLD                 PIC 9(4).
            05  LS-PURCHASE-PRICE            PIC S999V99.
            05  LS-ORDER-UP-TO               PIC 9(4).
            05  LS-ITEM-NO                   PIC 9(1).

        FD  CHECKED-LOWSTOCK
            RECORD CONTAINS 39 CHARACTERS.

        01  CHECKED-LOWSTOCK-REC             PIC X(39).

      * SAME 65-CHARACTER RECORD PR4CGB WRITES - ONLY THE RUN
      * DATE AND TIME ARE CHECKED HERE
            05  FILLER                       PIC X(53).

        FD  SORTED-LOWSTOCK
            RECORD CONTAINS 39 CHARACTERS.

        01  SORTED-LOWSTOCK-REC.
            05  SL-WAREHOUSE-ID              PIC X(4).
            05  SL-NUM-IN-STOCK              PIC S9(4).
            05  SL-THRESHOLD                 PIC 9(4).
            05  SL-PURCHASE-PRICE            PIC S999V99.
            05  SL-ORDER-UP-TO               PIC 9(4).
            05  SL-ITEM-NO                   PIC 9(1).

        FD  VENDOR-MASTER
            RECORD CONTAINS 15 CHARACTERS.
        01  PO-EXCEPTION-RECORD              PIC X(80).

        SD  SORTING-FILE
            RECORD CONTAINS 39 CHARACTERS.

        01  SORTING-REC.
            05  SW-WAREHOUSE-ID              PIC X(4).
            05  SW-VENDOR-ID                 PIC X(1).
            05  SW-PRODUCT-ID                PIC X(3).
            05  FILLER                       PIC X(31).

        WORKING-STORAGE SECTION.

                88 SWR-IS-STAMP                           VALUE 'CTL'.
            05  SWR-RUN-DATE                 PIC 9(6).
            05  SWR-RUN-TIME                 PIC 9(6).
            05  FILLER                       PIC X(24).

        01  WS-CURRENT-DATE.
            05  WS-YEAR                      PIC 99.

            OPEN INPUT LOW-STOCK-FILE
            IF NOT LS-FILE-WAS-FOUND
                DISPLAY 'PR4PORD - NET-LOWSTOCK.TXT NOT '
                        'AVAILABLE - STATUS ' LS-FILE-STATUS
                STOP RUN
            END-IF
      *** (OR HAS NO STAMP AT ALL) - TELL THE OPERATOR AND        ***
      *** REFUSE TO RUN                                           ***
        14-REFUSE-STALE-LOWSTOCK.
            DISPLAY 'PR4PORD - NET-LOWSTOCK.TXT DOES NOT MATCH '
                    'THE LATEST COMPLETED PR4CGB RUN'
            DISPLAY 'PR4PORD - RERUN PR4RBAL - RUN REFUSED'
            CLOSE LOW-STOCK-FILE
            STOP RUN
        .
        .

      *** COSTS ONE LINE ITEM - THE SUGGESTED ORDER BRINGS STOCK    ***
      *** BACK TO THE ITEM'S ORDER-UP-TO QUANTITY (TWICE THE        ***
      *** REORDER THRESHOLD ON A RECORD THAT CARRIES NONE) - AND    ***
      *** WRITES IT TO THE PO FILE AND THE REGISTER                 ***
        50-WRITE-PO-LINE.
            IF SL-ORDER-UP-TO NUMERIC
                AND SL-ORDER-UP-TO > 0
                COMPUTE PG-ORDER-QTY = SL-ORDER-UP-TO -
                                        SL-NUM-IN-STOCK
            ELSE
                COMPUTE PG-ORDER-QTY = (SL-THRESHOLD * 2) -
                                        SL-NUM-IN-STOCK
            END-IF
            COMPUTE PG-EXTENDED-COST = PG-ORDER-QTY *
                                       SL-PURCHASE-PRICE
            COMPUTE PG-PO-TOTAL = PG-PO-TOTAL + PG-EXTENDED-COST
