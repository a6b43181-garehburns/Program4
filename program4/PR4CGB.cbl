      * PERSISTENT INVENTORY MASTER POSTED BY PR4TPST - WHERE A
      * LINE ITEM IS ON IT, ITS POSTED ON-HAND COUNT OVERRIDES THE
      * SNAPSHOT COUNT FROM THE FEED, SO THE REPORTS RUN FROM THE
      * MOVEMENT THE WAREHOUSES POSTED INSTEAD OF A FULL RELOAD -
      * AND ITS MOVING AVERAGE COST, ONCE IT HAS ONE, VALUES THE
      * STOCK IN PLACE OF THE FEED'S PURCHASE PRICE
            SELECT INVENTORY-MASTER
                ASSIGN TO 'INVENTORY-MASTER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                ASSIGN TO PRINTER 'PR4-LOW'.

      * MACHINE-READABLE COPY OF THE LOW-STOCK EXCEPTIONS FOR
      * PR4RBAL TO REBALANCE AND PR4PORD TO TURN INTO VENDOR
      * PURCHASE ORDERS
            SELECT LOW-STOCK-FILE
                ASSIGN TO 'LOW-STOCK-FILE.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS PRH-FILE-STATUS.

      * PER-LINE-ITEM REORDER POINT AND ORDER-UP-TO QUANTITY
      * CALCULATED FROM ACTUAL USAGE BY PR4ROP
            SELECT REORDER-PARM-FILE
                ASSIGN TO 'PR4-REORDER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS RPF-FILE-STATUS.

      * PRICE CHANGES VERSUS THE PRIOR RUN - OLD/NEW PRICE, AMOUNT
      * AND PERCENTAGE, WITH MOVES BEYOND THE TOLERANCE FLAGGED AS
      * EXCEPTIONS FOR PURCHASING TO CHALLENGE

      * INVENTORY MASTER - SAME LAYOUT PR4TPST WRITES
        FD  INVENTORY-MASTER
            RECORD CONTAINS 30 CHARACTERS.

        01  INVENTORY-MASTER-REC.
            05  IVM-WAREHOUSE-ID             PIC X(4).
            05  IVM-ITEM-NO                  PIC 9(1).
            05  IVM-ON-HAND                  PIC S9(7).
            05  IVM-LAST-POST-DATE           PIC 9(6).
            05  IVM-AVG-COST                 PIC 9(4)V9(4).

      * INPUT RECORD 1
        FD  INPUT-RECORD-1
            05  PHR-PRICE                    PIC S999V99.
            05  PHR-RUN-DATE                 PIC 9(6).

      * ONE LINE ITEM'S USAGE-BASED REORDER PARAMETERS
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

        FD  PRICE-CHANGE-REPORT
            RECORD CONTAINS 80 CHARACTERS.


        01  RECON-RECORD                     PIC X(80).

      * SAME 58-CHARACTER LAYOUT AS INVENTORY-TRANS.TXT
        FD  PROPOSED-ADJ-FILE
            RECORD CONTAINS 58 CHARACTERS.

        01  PROPOSED-ADJ-REC.
            05  PAJ-TRANS-CODE               PIC X(1).
            05  PAJ-TRANS-DATE               PIC 9(6).
            05  PAJ-OTHER-WAREHOUSE-ID      PIC X(4).
            05  PAJ-ITEM-NO                  PIC 9(1).
            05  PAJ-LOT-NO                   PIC X(10).
            05  PAJ-EXPIRY-DATE              PIC 9(6).
            05  PAJ-UNIT-COST                PIC 9(3)V9(2).
            05  PAJ-OPERATOR-ID              PIC X(4).
            05  PAJ-BATCH-NO                 PIC X(6).

        SD  SORTING-MERGING-FILE
            RECORD CONTAINS 128 CHARACTERS.

      * ONE ROW PER LOW-STOCK EXCEPTION - SAME FACTS AS THE PRINTED
      * PR4-LOW LINE PLUS THE PURCHASE PRICE PR4PORD NEEDS TO COST
      * THE SUGGESTED ORDER, THE QUANTITY TO ORDER UP TO AND THE
      * LINE ITEM PR4RBAL MATCHES AGAINST THE OTHER WAREHOUSES
        FD  LOW-STOCK-FILE
            RECORD CONTAINS 39 CHARACTERS.

        01  LOW-STOCK-FILE-REC.
            05  LS-WAREHOUSE-ID              PIC X(4).
            05  LS-NUM-IN-STOCK              PIC S9(4).
            05  LS-THRESHOLD                 PIC 9(4).
            05  LS-PURCHASE-PRICE            PIC S999V99.
            05  LS-ORDER-UP-TO               PIC 9(4).
            05  LS-ITEM-NO                   PIC 9(1).

      * RESTART POSITION PLUS THE RUNNING ACCUMULATORS AS OF THAT
      * POSITION - LAST RECORD IN THE FILE IS THE CURRENT CHECKPOINT -
            05  EC-MASTER-MISMATCHES         PIC 99      VALUE 0.
            05  EC-DUPLICATE-ERRORS          PIC 99      VALUE 0.

      *** REORDER THRESHOLD FOR THE LOW-STOCK EXCEPTION REPORT - THE ***
      *** LINE ITEM'S OWN REORDER POINT FROM PR4ROP WHEN IT HAS ONE, ***
      *** ELSE THE FLAT DEFAULT (ORDERING UP TO TWICE THE DEFAULT)   ***
        01  REORDER-FIELDS.
            05  RF-DEFAULT-THRESHOLD         PIC S9(4)   VALUE +0025.
            05  RF-LOW-STOCK-COUNT           PIC 9(4)    VALUE 0.
            05  RF-ITEM-THRESHOLD            PIC S9(4).
            05  RF-ITEM-ORDER-UP-TO          PIC 9(4).

        01  RPF-FLAGS.
            05  RPF-FILE-STATUS              PIC XX.
                88 RPF-FILE-WAS-FOUND                     VALUE '00'.
            05  RPF-EOF-FLAG                 PIC X       VALUE 'N'.
                88 RPF-NO-MORE-RECS                       VALUE 'Y'.

      *** USAGE-BASED REORDER PARAMETERS PER LINE ITEM, LOADED AT   ***
      *** HOUSEKEEPING TIME - A MISSING FILE JUST MEANS PR4ROP HAS  ***
      *** NOT RUN AND EVERY ITEM USES THE FLAT DEFAULT              ***
        01  REORDER-PARM-TABLE.
            05  RPT-COUNT                    PIC S9(4) VALUE 0.
            05  REORDER-PARM-ITEM OCCURS 1 TO 2500 TIMES
                    DEPENDING ON RPT-COUNT
                    INDEXED BY REORDER-PARM-INDEX.
                10  RPT-WAREHOUSE-ID         PIC X(4).
                10  RPT-VENDOR-ID            PIC X(1).
                10  RPT-PRODUCT-ID           PIC X(3).
                10  RPT-ITEM-NO              PIC 9(1).
                10  RPT-REORDER-POINT        PIC 9(4).
                10  RPT-ORDER-UP-TO          PIC 9(4).

        01  VM-FLAGS.
            05  VM-EOF-FLAG                  PIC X       VALUE 'N'.
                10  PIT-PRODUCT-ID           PIC X(3).
                10  PIT-ITEM-NO              PIC 9(1).
                10  PIT-ON-HAND              PIC S9(7).
                10  PIT-AVG-COST             PIC 9(4)V9(4).

        01  PRH-FLAGS.
            05  PRH-FILE-STATUS              PIC XX.
            05                    PIC X(3)   VALUE 'CTL'.
            05  LST-RUN-DATE      PIC 9(6).
            05  LST-RUN-TIME      PIC 9(6).
            05                    PIC X(24)  VALUE SPACES.

        01  IX-FLAGS.
            05  IX-FILE-STATUS               PIC XX.
            05  H-PRODUCT-SIZE-HOLD          PIC X(10).
            05  H-PRODUCT-TYPE-HOLD          PIC X(5).
            05  H-PURCHASE-PRICE-HOLD        PIC S9(7)V9(2).
            05  H-UNIT-COST-HOLD             PIC S9(4)V9(4).
        
        01  STRING-HOLDING.
            05  SH-WAREHOUSE-ID              PIC X(4).
            PERFORM 23-LOAD-PRIOR-HISTORY
            PERFORM 47-LOAD-PRICE-HISTORY
            PERFORM 49-LOAD-POSTED-INVENTORY
            PERFORM 52-LOAD-REORDER-PARAMETERS

            IF NOT CK-IS-RESTART
                PERFORM 21-PRINT-ERROR-HEADING
            END-IF
        .

      *** LOADS PR4ROP'S REORDER PARAMETERS FOR 165-CHECK-LOW-STOCK ***
        52-LOAD-REORDER-PARAMETERS.
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
                                MOVE RPR-ORDER-UP-TO TO
                                    RPT-ORDER-UP-TO(RPT-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REORDER-PARM-FILE
            END-IF
        .

      *** PRINTS THE COLUMN HEADING ON THE PRICE-CHANGE REPORT ONE ***
      *** TIME                                                     ***
        48-PRINT-PRICE-HEADING.
                                    PIT-ITEM-NO(PIT-COUNT)
                                MOVE IVM-ON-HAND TO
                                    PIT-ON-HAND(PIT-COUNT)
                                MOVE ZEROS TO PIT-AVG-COST(PIT-COUNT)
                                IF IVM-AVG-COST NUMERIC
                                    MOVE IVM-AVG-COST TO
                                        PIT-AVG-COST(PIT-COUNT)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                        ADD 1 TO EC-TYPE-ERRORS
                END-EVALUATE
                
                COMPUTE H-PURCHASE-PRICE-HOLD ROUNDED =
                                LSA-STOCK(SUB) * H-UNIT-COST-HOLD
                COMPUTE TF-PRODUCT-TOTAL = H-PURCHASE-PRICE-HOLD +
                                           TF-PRODUCT-TOTAL
                COMPUTE TF-VENDOR-TOTAL = H-PURCHASE-PRICE-HOLD +
      *** AGREE, AND WHEN THEY DON'T, EITHER THE WAREHOUSE'S        ***
      *** SNAPSHOT IS WRONG OR WE MISSED POSTING TRANSACTIONS, SO   ***
      *** THE DIFFERENCE GOES TO THE RECONCILIATION REPORT INSTEAD  ***
      *** OF BEING THROWN AWAY - A POSTED ITEM THAT CARRIES A       ***
      *** MOVING AVERAGE COST IS VALUED AT IT, EVERYTHING ELSE AT   ***
      *** THE FEED'S PURCHASE PRICE                                 ***
        155-APPLY-POSTED-COUNT.
            MOVE 'N' TO RN-POSTED-FLAG
            MOVE M-PURCHASE-PRICE(SUB) TO H-UNIT-COST-HOLD
            IF PIT-COUNT > 0
                SET POSTED-INDEX TO 1
                SEARCH POSTED-ITEM
                        MOVE 'Y' TO RN-POSTED-FLAG
                        MOVE PIT-ON-HAND(POSTED-INDEX) TO
                                RN-POSTED-COUNT
                        IF PIT-AVG-COST(POSTED-INDEX) > 0
                            MOVE PIT-AVG-COST(POSTED-INDEX) TO
                                    H-UNIT-COST-HOLD
                        END-IF
                END-SEARCH
            END-IF
            IF RN-POSTED-WAS-FOUND
            MOVE WS-CURRENT-DATE TO PAJ-TRANS-DATE
            MOVE SPACES TO PAJ-OTHER-WAREHOUSE-ID
            MOVE SUB TO PAJ-ITEM-NO
            MOVE SPACES TO PAJ-LOT-NO
            MOVE ZEROS TO PAJ-EXPIRY-DATE
            MOVE ZEROS TO PAJ-UNIT-COST
            MOVE SPACES TO PAJ-OPERATOR-ID
            MOVE SPACES TO PAJ-BATCH-NO
            WRITE PROPOSED-ADJ-REC
        .

      *** THRESHOLD SO PURCHASING DOESN'T HAVE TO READ THE FULL      ***
      *** PRINTOUT LOOKING FOR LOW COUNTS                            ***
        165-CHECK-LOW-STOCK.
            PERFORM 166-FIND-REORDER-POINT
            IF LSA-STOCK(SUB) < RF-ITEM-THRESHOLD
                MOVE M-WAREHOUSE-ID TO LSL-WAREHOUSE-ID
                MOVE M-VENDOR-ID TO LSL-VENDOR-ID
                MOVE M-PRODUCT-ID TO LSL-PRODUCT-ID
                MOVE M-PRODUCT-NAME(SUB) TO LSL-PRODUCT-NAME
                MOVE LSA-STOCK(SUB) TO LSL-IN-STOCK
                MOVE RF-ITEM-THRESHOLD TO LSL-THRESHOLD
                WRITE LOW-STOCK-RECORD FROM LOW-STOCK-DETAIL-LINE
                MOVE M-WAREHOUSE-ID TO LS-WAREHOUSE-ID
                MOVE M-VENDOR-ID TO LS-VENDOR-ID
                MOVE M-PRODUCT-ID TO LS-PRODUCT-ID
                MOVE M-PRODUCT-NAME(SUB) TO LS-PRODUCT-NAME
                MOVE LSA-STOCK(SUB) TO LS-NUM-IN-STOCK
                MOVE RF-ITEM-THRESHOLD TO LS-THRESHOLD
                MOVE M-PURCHASE-PRICE(SUB) TO LS-PURCHASE-PRICE
                MOVE RF-ITEM-ORDER-UP-TO TO LS-ORDER-UP-TO
                MOVE SUB TO LS-ITEM-NO
                WRITE LOW-STOCK-FILE-REC
                ADD 1 TO RF-LOW-STOCK-COUNT
            END-IF
        .

      *** THE LINE ITEM'S OWN REORDER POINT AND ORDER-UP-TO WHEN    ***
      *** PR4ROP HAS CALCULATED THEM - AN ITEM WITH NO USAGE        ***
      *** HISTORY KEEPS THE FLAT DEFAULT                            ***
        166-FIND-REORDER-POINT.
            MOVE RF-DEFAULT-THRESHOLD TO RF-ITEM-THRESHOLD
            COMPUTE RF-ITEM-ORDER-UP-TO = RF-DEFAULT-THRESHOLD * 2
            IF RPT-COUNT > 0
                SET REORDER-PARM-INDEX TO 1
                SEARCH REORDER-PARM-ITEM
                    AT END
                        CONTINUE
                    WHEN M-WAREHOUSE-ID =
                            RPT-WAREHOUSE-ID(REORDER-PARM-INDEX)
                        AND M-VENDOR-ID =
                            RPT-VENDOR-ID(REORDER-PARM-INDEX)
                        AND M-PRODUCT-ID =
                            RPT-PRODUCT-ID(REORDER-PARM-INDEX)
                        AND SUB = RPT-ITEM-NO(REORDER-PARM-INDEX)
                        MOVE RPT-REORDER-POINT(REORDER-PARM-INDEX) TO
                                RF-ITEM-THRESHOLD
                        MOVE RPT-ORDER-UP-TO(REORDER-PARM-INDEX) TO
                                RF-ITEM-ORDER-UP-TO
                END-SEARCH
            END-IF
        .

      *** WRITES THE MERGED RECORD'S ROLLED-UP FIGURES TO THE       ***
      *** INDEXED INVENTORY FILE FOR PR4INQ - SKIPPED ENTIRELY      ***
      *** WHEN THE FILE COULD NOT BE OPENED                         ***
