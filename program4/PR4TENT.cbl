        IDENTIFICATION DIVISION.
        PROGRAM-ID.  PR4TENT.
        AUTHOR.  GARRETT BURNS.

      * * * * * * * * * * * * * * * * * * * * * * * * *
      *
      * INTERACTIVE KEYED TRANSACTION ENTRY.  INVENTORY-TRANS.TXT
      * USED TO BE PUT TOGETHER OUTSIDE THE SYSTEM, SO A BAD
      * WAREHOUSE ID, AN INACTIVE VENDOR, A WRONG LINE ITEM OR A
      * TRANSFER TO A WAREHOUSE THAT DOES NOT EXIST WAS ONLY
      * FOUND THE NEXT MORNING ON PR4-TER, AFTER THE MOVEMENT HAD
      * ALREADY MISSED A DAY.  CLERKS NOW KEY R/I/A/T/V
      * TRANSACTIONS HERE IN BATCHES, AND EVERY FIELD IS EDITED
      * AS IT IS KEYED AGAINST THE WAREHOUSE, VENDOR AND PRODUCT
      * MASTERS AND THE POSTED INVENTORY MASTER BY THE SAME RULES
      * PR4TPST POSTS BY - A FIELD THAT FAILS IS REKEYED ON THE
      * SPOT INSTEAD OF BOUNCING OVERNIGHT.
      *
      * EACH TRANSACTION IS STAMPED WITH THE OPERATOR ID AND THE
      * BATCH NUMBER, WHICH PR4TPST CARRIES ONTO THE POSTING
      * JOURNAL SO PR4JINQ CAN SHOW WHO KEYED EACH MOVEMENT.
      *
      * OPERATION:
      *   KEY AN OPERATOR ID (OR END TO LEAVE).  EACH BATCH STARTS
      *   WITH THE CLERK'S CONTROL TOTALS OFF THE BATCH SLIP - THE
      *   NUMBER OF TRANSACTIONS AND THE TOTAL OF THEIR QUANTITIES
      *   - AND GETS THE NEXT BATCH NUMBER FROM PR4-BATCHCTL.TXT.
      *   TRANSACTIONS ARE THEN KEYED ONE FIELD AT A TIME; KEY *
      *   AT ANY FIELD TO DROP THE TRANSACTION, AND E AS THE CODE
      *   TO END THE BATCH.
      *
      *   FIELD EDITS (THE SAME REJECTIONS PR4TPST MAKES):
      *     WAREHOUSE, VENDOR, PRODUCT - ON THEIR MASTER AND ACTIVE
      *     LINE ITEM - 1 TO 5, AND ON THE POSTED MASTER FOR AN
      *       ISSUE, ADJUSTMENT OR TRANSFER SHIP (A RECEIPT OR A
      *       TRANSFER RECEIVE MAY CREATE THE ITEM)
      *     OTHER WAREHOUSE (T AND V) - ON THE MASTER, ACTIVE, AND
      *       NOT THE TRANSACTION'S OWN WAREHOUSE
      *     QUANTITY - NUMERIC, ZERO ONLY ON AN ADJUSTMENT, AND ON
      *       AN ISSUE OR SHIP NO MORE THAN THE POSTED ON-HAND LESS
      *       WHAT THIS SESSION HAS ALREADY KEYED OUT OF IT
      *     TRANSACTION DATE - YYMMDD (BLANK TAKES TODAY)
      *     LOT - REQUIRED ON A RECEIPT, OPTIONAL ON A TRANSFER
      *       RECEIVE OR ADJUSTMENT, NOT ASKED ON I OR T
      *     EXPIRATION DATE - YYMMDD WHEN A LOT IS KEYED (BLANK
      *       FOR STOCK THAT DOES NOT EXPIRE)
      *     UNIT COST - RECEIPTS ONLY, 999.99 (BLANK WHEN THE COST
      *       IS NOT KNOWN YET)
      *
      *   E ENDS THE BATCH.  A BATCH IS RELEASED TO THE POSTING
      *   FILE ONLY WHEN THE KEYED TRANSACTION COUNT AND QUANTITY
      *   TOTAL BOTH MATCH THE CONTROL TOTALS.  OUT OF BALANCE,
      *   THE CLERK CAN LIST THE BATCH, DELETE A LINE, KEY MORE
      *   LINES, REKEY THE CONTROL TOTALS OR CANCEL THE BATCH -
      *   NOTHING FROM A CANCELLED BATCH IS RELEASED, AND ITS
      *   NUMBER IS NOT USED AGAIN.
      *
      * INPUT:
      *   WAREHOUSE-MASTER.TXT, VENDOR-MASTER.TXT AND
      *   PRODUCT-MASTER.TXT (SAME FILES PR4TPST VALIDATES AGAINST)
      *
      *   INVENTORY-MASTER.TXT (SAME LAYOUT PR4TPST WRITES) - THE
      *   POSTED LINE ITEMS AND THEIR ON-HAND COUNTS
      *
      *   PR4-BATCHCTL.TXT - THE LAST BATCH NUMBER USED, SO BATCH
      *   NUMBERS STAY UNIQUE FROM SESSION TO SESSION
      *
      * OUTPUT:
      *   INVENTORY-TRANS.TXT - EACH RELEASED BATCH IS ADDED TO THE
      *   END OF THE FILE FOR THE NEXT PR4TPST RUN, IN THE
      *   58-CHARACTER LAYOUT PR4TPST DOCUMENTS, WITH THE OPERATOR
      *   ID IN 49-52 AND THE BATCH NUMBER IN 53-58

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
        OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * WAREHOUSE MASTER (SAME FILE PR4TPST VALIDATES AGAINST)
            SELECT WAREHOUSE-MASTER
                ASSIGN TO 'WAREHOUSE-MASTER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * VENDOR MASTER (MAINTAINED BY PR4VMNT)
            SELECT VENDOR-MASTER
                ASSIGN TO 'VENDOR-MASTER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * PRODUCT MASTER (MAINTAINED BY PR4MMNT)
            SELECT PRODUCT-MASTER
                ASSIGN TO 'PRODUCT-MASTER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * ON-HAND BY LINE ITEM POSTED BY PR4TPST
            SELECT INVENTORY-MASTER
                ASSIGN TO 'INVENTORY-MASTER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS IM-FILE-STATUS.

      * LAST BATCH NUMBER USED - CARRIED FROM SESSION TO SESSION
            SELECT BATCH-CONTROL-FILE
                ASSIGN TO 'PR4-BATCHCTL.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BC-FILE-STATUS.

      * THE POSTING FILE PR4TPST READS - RELEASED BATCHES ARE
      * ADDED TO THE END OF IT
            SELECT INVENTORY-TRANS
                ASSIGN TO 'INVENTORY-TRANS.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS IT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

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

      * THE LAST BATCH NUMBER USED BY ANY SESSION
        FD  BATCH-CONTROL-FILE
            RECORD CONTAINS 6 CHARACTERS.

        01  BATCH-CONTROL-REC.
            05  BCR-LAST-BATCH-NO            PIC 9(6).

        FD  INVENTORY-TRANS
            RECORD CONTAINS 58 CHARACTERS.

        01  INVENTORY-TRANS-REC              PIC X(58).

        WORKING-STORAGE SECTION.

        01  WM-FLAGS.
            05  WM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 WM-NO-MORE-RECS                        VALUE 'Y'.

        01  VM-FLAGS.
            05  VM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 VM-NO-MORE-RECS                        VALUE 'Y'.

        01  PM-FLAGS.
            05  PM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 PM-NO-MORE-RECS                        VALUE 'Y'.

        01  IM-FLAGS.
            05  IM-FILE-STATUS               PIC XX.
                88 IM-FILE-WAS-FOUND                      VALUE '00'.
            05  IM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 IM-NO-MORE-RECS                        VALUE 'Y'.

        01  BC-FLAGS.
            05  BC-FILE-STATUS               PIC XX.
                88 BC-FILE-WAS-FOUND                      VALUE '00'.

        01  IT-FLAGS.
            05  IT-FILE-STATUS               PIC XX.
                88 IT-FILE-WAS-FOUND                      VALUE '00'.

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
            05  PDT-COUNT                    PIC S9(3) VALUE 0.
            05  PRODUCT-ITEM OCCURS 1 TO 100 TIMES
                    DEPENDING ON PDT-COUNT
                    INDEXED BY PRODUCT-INDEX.
                10  PDT-PRODUCT-ID           PIC X(3).
                10  PDT-DESCRIPTION          PIC X(13).
                10  PDT-EXPECTED-SIZE        PIC X(1).
                10  PDT-EXPECTED-TYPE        PIC X(1).
                10  PDT-ACTIVE-FLAG          PIC X(1).
                    88 PDT-ACTIVE                         VALUE 'Y'.

      *** EVERY LINE ITEM ON THE POSTED MASTER, WITH THE UNITS THIS ***
      *** SESSION HAS KEYED OUT OF IT BY ISSUE OR TRANSFER SHIP SO  ***
      *** THE SAME STOCK CANNOT BE KEYED OUT TWICE                  ***
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
                10  STT-KEYED-OUT            PIC S9(7).

      *** THE TRANSACTION BEING KEYED - THE SAME 58-CHARACTER       ***
      *** LAYOUT PR4TPST READS                                      ***
        01  KEYED-TRANSACTION.
            05  KT-TRANS-CODE                PIC X(1).
                88 KT-RECEIPT                             VALUE 'R'.
                88 KT-ISSUE                               VALUE 'I'.
                88 KT-ADJUSTMENT                          VALUE 'A'.
                88 KT-TRANSFER-SHIP                       VALUE 'T'.
                88 KT-TRANSFER-RECEIVE                    VALUE 'V'.
                88 KT-VALID-CODE                VALUE 'R' 'I' 'A'
                                                      'T' 'V'.
                88 KT-END-OF-BATCH                        VALUE 'E'.
            05  KT-WAREHOUSE-ID              PIC X(4).
            05  KT-VENDOR-ID                 PIC X(1).
            05  KT-PRODUCT-ID                PIC X(3).
            05  KT-QUANTITY                  PIC S9(7).
            05  KT-TRANS-DATE                PIC 9(6).
            05  KT-OTHER-WAREHOUSE-ID        PIC X(4).
            05  KT-ITEM-NO                   PIC 9(1).
            05  KT-LOT-NO                    PIC X(10).
            05  KT-EXPIRY-DATE               PIC 9(6).
            05  KT-UNIT-COST                 PIC 9(3)V9(2).
            05  KT-OPERATOR-ID               PIC X(4).
            05  KT-BATCH-NO                  PIC 9(6).

      *** THE BATCH UNDER CONSTRUCTION - NOTHING REACHES THE        ***
      *** POSTING FILE UNTIL THE WHOLE BATCH BALANCES               ***
        01  BATCH-TABLE.
            05  BT-COUNT                     PIC S9(3)   VALUE 0.
            05  BATCH-ITEM OCCURS 1 TO 100 TIMES
                    DEPENDING ON BT-COUNT
                    INDEXED BY BATCH-INDEX.
                10  BT-TRANS-IMAGE           PIC X(58).
                10  BT-QUANTITY              PIC S9(7).
                10  BT-STOCK-SUB             PIC S9(4).
                10  BT-KEYED-OUT             PIC S9(7).

      *** STATE OF THE OPERATOR'S SESSION AND THE CURRENT BATCH ***
        01  ENTRY-FIELDS.
            05  EN-OPERATOR-ID               PIC X(4).
                88 EN-OPERATOR-DONE          VALUE 'END ', 'end '.
            05  EN-SESSION-FLAG              PIC X       VALUE 'N'.
                88 EN-SESSION-OVER                        VALUE 'Y'.
            05  EN-BATCH-NO                  PIC 9(6)    VALUE 0.
            05  EN-CONTROL-COUNT             PIC 9(3).
            05  EN-CONTROL-QTY               PIC 9(9).
            05  EN-KEYED-QTY                 PIC 9(9).
            05  EN-BATCH-FLAG                PIC X       VALUE 'N'.
                88 EN-BATCH-CLOSED                        VALUE 'Y'.
            05  EN-KEYING-FLAG               PIC X       VALUE 'N'.
                88 EN-KEYING-DONE                         VALUE 'Y'.
            05  EN-DROP-FLAG                 PIC X       VALUE 'N'.
                88 EN-TRANSACTION-DROPPED                 VALUE 'Y'.
            05  EN-FIELD-FLAG                PIC X       VALUE 'N'.
                88 EN-FIELD-OK                            VALUE 'Y'.
            05  EN-STOCK-FLAG                PIC X       VALUE 'N'.
                88 EN-STOCK-FOUND                         VALUE 'Y'.
            05  EN-STOCK-SUB                 PIC S9(4).
            05  EN-AVAILABLE                 PIC S9(8).
            05  EN-REASON                    PIC X(30).
            05  EN-ANSWER                    PIC X(1).
            05  EN-LINE-NO                   PIC 9(3).
            05  EN-SUB                       PIC S9(3).

      *** ONE KEYED FIELD AND ITS NUMERIC VALUE - A NUMBER IS KEYED ***
      *** LEFT-JUSTIFIED AND RIGHT-ALIGNED HERE BEFORE IT IS EDITED ***
        01  KEYED-FIELD-WORK.
            05  KF-KEYED                     PIC X(10).
                88 KF-DROP-REQUESTED                      VALUE '*'.
            05  KF-KEYED-ONE REDEFINES KF-KEYED.
                10  KF-FIRST-CHAR            PIC X(1).
                    88 KF-ITEM-1-TO-5         VALUE '1' THRU '5'.
                10  KF-REST-CHARS            PIC X(9).
            05  KF-KEYED-DATE REDEFINES KF-KEYED.
                10  KF-DATE-DIGITS.
                    15  KF-DATE-YEAR         PIC X(2).
                    15  KF-DATE-MONTH        PIC X(2).
                    15  KF-DATE-DAY          PIC X(2).
                10  KF-DATE-REST             PIC X(4).
            05  KF-DATE-NUMBER               PIC 9(6).
            05  KF-DATE-PARTS REDEFINES KF-DATE-NUMBER.
                10  KF-DATE-YY               PIC 99.
                10  KF-DATE-MM               PIC 99.
                10  KF-DATE-DD               PIC 99.
            05  KF-DIGITS                    PIC X(9)
                                             JUSTIFIED RIGHT.
            05  KF-DIGITS-N REDEFINES KF-DIGITS
                                             PIC 9(9).
            05  KF-DIGIT-COUNT               PIC 9(2).
            05  KF-DOLLARS                   PIC X(3)
                                             JUSTIFIED RIGHT.
            05  KF-DOLLARS-N REDEFINES KF-DOLLARS
                                             PIC 9(3).
            05  KF-DOLLAR-COUNT              PIC 9(2).
            05  KF-CENTS                     PIC X(2).
            05  KF-CENTS-N REDEFINES KF-CENTS
                                             PIC 9(2).
            05  KF-CENT-COUNT                PIC 9(2).
            05  KF-NUMBER                    PIC 9(9).
            05  KF-NUMERIC-FLAG              PIC X       VALUE 'N'.
                88 KF-IS-NUMERIC                          VALUE 'Y'.

      *** ONE BATCH LINE AS LISTED BACK TO THE CLERK ***
        01  LIST-LINE-FIELDS.
            05  LL-LINE-NO                   PIC ZZ9.
            05  LL-QUANTITY                  PIC ZZZZZZ9.
            05  LL-UNIT-COST                 PIC ZZ9.99.
            05  LL-COUNT                     PIC ZZ9.
            05  LL-QTY-TOTAL                 PIC ZZZZZZZZ9.

        01  RUN-COUNTERS.
            05  RC-BATCHES-RELEASED          PIC 9(5)    VALUE 0.
            05  RC-BATCHES-CANCELLED         PIC 9(5)    VALUE 0.
            05  RC-TRANS-RELEASED            PIC 9(7)    VALUE 0.
            05  RC-FIELDS-REJECTED           PIC 9(7)    VALUE 0.
            05  RC-MASTER-OVERFLOW           PIC 9(5)    VALUE 0.

        PROCEDURE DIVISION.

        10-CONTROL-MODULE.
            PERFORM 20-HOUSEKEEPING
            PERFORM 30-SIGN-ON
            PERFORM UNTIL EN-SESSION-OVER
                PERFORM 40-OPEN-BATCH
                PERFORM 50-KEY-TRANSACTIONS
                PERFORM 60-CLOSE-BATCH
                PERFORM 38-ASK-FOR-ANOTHER-BATCH
            END-PERFORM
            PERFORM 80-PRINT-SUMMARY
            STOP RUN
        .

        20-HOUSEKEEPING.
            ACCEPT WS-CURRENT-DATE FROM DATE
            PERFORM 22-LOAD-WAREHOUSE-MASTER
            PERFORM 24-LOAD-VENDOR-MASTER
            PERFORM 26-LOAD-PRODUCT-MASTER
            PERFORM 28-LOAD-INVENTORY-MASTER
            PERFORM 29-LOAD-BATCH-CONTROL
        .

      *** LOADS THE WAREHOUSE-MASTER FILE INTO A TABLE ***
        22-LOAD-WAREHOUSE-MASTER.
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
        24-LOAD-VENDOR-MASTER.
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
        26-LOAD-PRODUCT-MASTER.
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

      *** LOADS EVERY POSTED LINE ITEM AND ITS ON-HAND - A MISSING  ***
      *** MASTER MEANS NOTHING HAS BEEN POSTED YET, SO ONLY          ***
      *** RECEIPTS CAN BE KEYED                                      ***
        28-LOAD-INVENTORY-MASTER.
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
                                ADD 1 TO STT-COUNT
                                MOVE IVM-WAREHOUSE-ID TO
                                    STT-WAREHOUSE-ID(STT-COUNT)
                                MOVE IVM-VENDOR-ID TO
                                    STT-VENDOR-ID(STT-COUNT)
                                MOVE IVM-PRODUCT-ID TO
                                    STT-PRODUCT-ID(STT-COUNT)
                                MOVE IVM-ITEM-NO TO
                                    STT-ITEM-NO(STT-COUNT)
                                MOVE IVM-ON-HAND TO
                                    STT-ON-HAND(STT-COUNT)
                                MOVE 0 TO STT-KEYED-OUT(STT-COUNT)
                            ELSE
                                ADD 1 TO RC-MASTER-OVERFLOW
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INVENTORY-MASTER
            END-IF
        .

      *** PICKS UP THE LAST BATCH NUMBER USED - A MISSING CONTROL   ***
      *** FILE JUST MEANS NUMBERING STARTS FROM 000001              ***
        29-LOAD-BATCH-CONTROL.
            OPEN INPUT BATCH-CONTROL-FILE
            IF BC-FILE-WAS-FOUND
                READ BATCH-CONTROL-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE BCR-LAST-BATCH-NO TO EN-BATCH-NO
                END-READ
                CLOSE BATCH-CONTROL-FILE
            END-IF
        .

      *** TAKES THE OPERATOR ID EVERY TRANSACTION IS STAMPED WITH - ***
      *** END LEAVES BEFORE ANY BATCH IS OPENED                     ***
        30-SIGN-ON.
            MOVE SPACES TO EN-OPERATOR-ID
            PERFORM UNTIL EN-OPERATOR-ID NOT = SPACES
                DISPLAY ' '
                DISPLAY 'OPERATOR ID (OR END): ' WITH NO ADVANCING
                ACCEPT EN-OPERATOR-ID
            END-PERFORM
            INSPECT EN-OPERATOR-ID CONVERTING
                    'abcdefghijklmnopqrstuvwxyz' TO
                    'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            IF EN-OPERATOR-DONE
                MOVE 'Y' TO EN-SESSION-FLAG
            END-IF
        .

        38-ASK-FOR-ANOTHER-BATCH.
            DISPLAY ' '
            DISPLAY 'KEY ANOTHER BATCH (Y/N): ' WITH NO ADVANCING
            ACCEPT EN-ANSWER
            IF EN-ANSWER NOT = 'Y' AND EN-ANSWER NOT = 'y'
                MOVE 'Y' TO EN-SESSION-FLAG
            END-IF
        .

      *** NUMBERS THE NEW BATCH AND TAKES THE CLERK'S CONTROL       ***
      *** TOTALS - THE NUMBER IS RECORDED AT ONCE SO A CANCELLED    ***
      *** BATCH NEVER SHARES ITS NUMBER WITH A LATER ONE            ***
        40-OPEN-BATCH.
            ADD 1 TO EN-BATCH-NO
            OPEN OUTPUT BATCH-CONTROL-FILE
            MOVE EN-BATCH-NO TO BCR-LAST-BATCH-NO
            WRITE BATCH-CONTROL-REC
            CLOSE BATCH-CONTROL-FILE

            MOVE 0 TO BT-COUNT
            MOVE 0 TO EN-KEYED-QTY
            MOVE 'N' TO EN-BATCH-FLAG
            DISPLAY ' '
            DISPLAY 'BATCH ' EN-BATCH-NO ' - OPERATOR '
                    EN-OPERATOR-ID
            PERFORM 42-KEY-CONTROL-TOTALS
        .

        42-KEY-CONTROL-TOTALS.
            MOVE 'N' TO EN-FIELD-FLAG
            PERFORM UNTIL EN-FIELD-OK
                DISPLAY 'CONTROL COUNT OF TRANSACTIONS: '
                        WITH NO ADVANCING
                ACCEPT KF-KEYED
                PERFORM 90-UNEDIT-KEYED-NUMBER
                IF KF-IS-NUMERIC AND KF-NUMBER > 0
                    AND KF-NUMBER NOT > 100
                    MOVE KF-NUMBER TO EN-CONTROL-COUNT
                    MOVE 'Y' TO EN-FIELD-FLAG
                ELSE
                    DISPLAY '  *** CONTROL COUNT MUST BE 1 TO 100'
                END-IF
            END-PERFORM

            MOVE 'N' TO EN-FIELD-FLAG
            PERFORM UNTIL EN-FIELD-OK
                DISPLAY 'CONTROL QUANTITY TOTAL:        '
                        WITH NO ADVANCING
                ACCEPT KF-KEYED
                PERFORM 90-UNEDIT-KEYED-NUMBER
                IF KF-IS-NUMERIC
                    MOVE KF-NUMBER TO EN-CONTROL-QTY
                    MOVE 'Y' TO EN-FIELD-FLAG
                ELSE
                    DISPLAY '  *** CONTROL QUANTITY NOT NUMERIC'
                END-IF
            END-PERFORM
        .

      *** TAKES ONE TRANSACTION AFTER ANOTHER UNTIL THE CLERK KEYS ***
      *** E AS THE CODE OR THE BATCH IS FULL                       ***
        50-KEY-TRANSACTIONS.
            MOVE 'N' TO EN-KEYING-FLAG
            PERFORM UNTIL EN-KEYING-DONE
                IF BT-COUNT NOT < 100
                    DISPLAY '  *** BATCH IS FULL - ENDING IT'
                    MOVE 'Y' TO EN-KEYING-FLAG
                ELSE
                    MOVE BT-COUNT TO EN-LINE-NO
                    ADD 1 TO EN-LINE-NO
                    DISPLAY ' '
                    DISPLAY 'LINE ' EN-LINE-NO
                            ' CODE (R/I/A/T/V, E TO END BATCH): '
                            WITH NO ADVANCING
                    ACCEPT KF-KEYED
                    PERFORM 92-UPPER-CASE-KEYED
                    MOVE KF-FIRST-CHAR TO KT-TRANS-CODE
                    EVALUATE TRUE
                        WHEN KT-END-OF-BATCH
                            MOVE 'Y' TO EN-KEYING-FLAG
                        WHEN KT-VALID-CODE
                            PERFORM 52-KEY-ONE-TRANSACTION
                        WHEN OTHER
                            DISPLAY '  *** UNKNOWN TRANS CODE'
                            ADD 1 TO RC-FIELDS-REJECTED
                    END-EVALUATE
                END-IF
            END-PERFORM
        .

      *** KEYS AND EDITS EACH FIELD THE CODE NEEDS IN TURN - A *    ***
      *** AT ANY FIELD DROPS THE TRANSACTION - AND ADDS THE         ***
      *** FINISHED TRANSACTION TO THE BATCH ONCE THE CLERK ACCEPTS  ***
      *** IT                                                        ***
        52-KEY-ONE-TRANSACTION.
            MOVE 'N' TO EN-DROP-FLAG
            MOVE SPACES TO KT-WAREHOUSE-ID
                           KT-VENDOR-ID
                           KT-PRODUCT-ID
                           KT-OTHER-WAREHOUSE-ID
                           KT-LOT-NO
            MOVE ZEROS TO KT-QUANTITY
                          KT-TRANS-DATE
                          KT-ITEM-NO
                          KT-EXPIRY-DATE
                          KT-UNIT-COST
            MOVE EN-OPERATOR-ID TO KT-OPERATOR-ID
            MOVE EN-BATCH-NO TO KT-BATCH-NO
            MOVE 0 TO EN-STOCK-SUB
            MOVE 'N' TO EN-STOCK-FLAG

            PERFORM 53-KEY-WAREHOUSE
            IF NOT EN-TRANSACTION-DROPPED
                PERFORM 54-KEY-VENDOR
            END-IF
            IF NOT EN-TRANSACTION-DROPPED
                PERFORM 55-KEY-PRODUCT
            END-IF
            IF NOT EN-TRANSACTION-DROPPED
                PERFORM 56-KEY-ITEM-NUMBER
            END-IF
            IF NOT EN-TRANSACTION-DROPPED
                AND (KT-TRANSFER-SHIP OR KT-TRANSFER-RECEIVE)
                PERFORM 57-KEY-OTHER-WAREHOUSE
            END-IF
            IF NOT EN-TRANSACTION-DROPPED
                PERFORM 58-KEY-QUANTITY
            END-IF
            IF NOT EN-TRANSACTION-DROPPED
                PERFORM 59-KEY-TRANS-DATE
            END-IF
            IF NOT EN-TRANSACTION-DROPPED
                AND (KT-RECEIPT OR KT-TRANSFER-RECEIVE
                    OR KT-ADJUSTMENT)
                PERFORM 61-KEY-LOT
            END-IF
            IF NOT EN-TRANSACTION-DROPPED
                AND KT-LOT-NO NOT = SPACES
                PERFORM 62-KEY-EXPIRY-DATE
            END-IF
            IF NOT EN-TRANSACTION-DROPPED
                AND KT-RECEIPT
                PERFORM 63-KEY-UNIT-COST
            END-IF

            IF EN-TRANSACTION-DROPPED
                DISPLAY '  TRANSACTION DROPPED'
            ELSE
                PERFORM 64-CONFIRM-TRANSACTION
            END-IF
        .

      *** THE TRANSACTION'S OWN WAREHOUSE - FOR T THE SENDING SIDE, ***
      *** FOR V THE RECEIVING SIDE - MUST BE ON THE MASTER, ACTIVE  ***
        53-KEY-WAREHOUSE.
            MOVE 'N' TO EN-FIELD-FLAG
            PERFORM UNTIL EN-FIELD-OK OR EN-TRANSACTION-DROPPED
                DISPLAY '  WAREHOUSE ID:           ' WITH NO ADVANCING
                ACCEPT KF-KEYED
                PERFORM 92-UPPER-CASE-KEYED
                IF KF-DROP-REQUESTED
                    MOVE 'Y' TO EN-DROP-FLAG
                ELSE
                    MOVE KF-KEYED TO KT-WAREHOUSE-ID
                    SET WAREHOUSE-INDEX TO 1
                    SEARCH WAREHOUSE-ITEM
                        AT END
                            CONTINUE
                        WHEN WHT-WAREHOUSE-ID(WAREHOUSE-INDEX) =
                                                KT-WAREHOUSE-ID
                            IF WHT-ACTIVE(WAREHOUSE-INDEX)
                                MOVE 'Y' TO EN-FIELD-FLAG
                            END-IF
                    END-SEARCH
                    IF NOT EN-FIELD-OK
                        MOVE 'UNKNOWN WAREHOUSE' TO EN-REASON
                        PERFORM 94-SHOW-FIELD-ERROR
                    END-IF
                END-IF
            END-PERFORM
        .

        54-KEY-VENDOR.
            MOVE 'N' TO EN-FIELD-FLAG
            PERFORM UNTIL EN-FIELD-OK OR EN-TRANSACTION-DROPPED
                DISPLAY '  VENDOR ID:              ' WITH NO ADVANCING
                ACCEPT KF-KEYED
                PERFORM 92-UPPER-CASE-KEYED
                IF KF-DROP-REQUESTED
                    MOVE 'Y' TO EN-DROP-FLAG
                ELSE
                    MOVE KF-KEYED TO KT-VENDOR-ID
                    SET VENDOR-INDEX TO 1
                    SEARCH VENDOR-ITEM
                        AT END
                            CONTINUE
                        WHEN VENDOR-ID(VENDOR-INDEX) = KT-VENDOR-ID
                            IF VENDOR-ACTIVE(VENDOR-INDEX)
                                MOVE 'Y' TO EN-FIELD-FLAG
                            END-IF
                    END-SEARCH
                    IF NOT EN-FIELD-OK
                        MOVE 'UNKNOWN VENDOR' TO EN-REASON
                        PERFORM 94-SHOW-FIELD-ERROR
                    END-IF
                END-IF
            END-PERFORM
        .

        55-KEY-PRODUCT.
            MOVE 'N' TO EN-FIELD-FLAG
            PERFORM UNTIL EN-FIELD-OK OR EN-TRANSACTION-DROPPED
                DISPLAY '  PRODUCT ID:             ' WITH NO ADVANCING
                ACCEPT KF-KEYED
                PERFORM 92-UPPER-CASE-KEYED
                IF KF-DROP-REQUESTED
                    MOVE 'Y' TO EN-DROP-FLAG
                ELSE
                    MOVE KF-KEYED TO KT-PRODUCT-ID
                    SET PRODUCT-INDEX TO 1
                    SEARCH PRODUCT-ITEM
                        AT END
                            CONTINUE
                        WHEN PDT-PRODUCT-ID(PRODUCT-INDEX) =
                                                KT-PRODUCT-ID
                            IF PDT-ACTIVE(PRODUCT-INDEX)
                                MOVE 'Y' TO EN-FIELD-FLAG
                            END-IF
                    END-SEARCH
                    IF NOT EN-FIELD-OK
                        MOVE 'UNKNOWN PRODUCT' TO EN-REASON
                        PERFORM 94-SHOW-FIELD-ERROR
                    END-IF
                END-IF
            END-PERFORM
        .

      *** LINE ITEM 1-5 - AN ISSUE, ADJUSTMENT OR TRANSFER SHIP     ***
      *** MUST FIND THE ITEM ALREADY POSTED AT THE WAREHOUSE        ***
        56-KEY-ITEM-NUMBER.
            MOVE 'N' TO EN-FIELD-FLAG
            PERFORM UNTIL EN-FIELD-OK OR EN-TRANSACTION-DROPPED
                DISPLAY '  LINE ITEM NUMBER (1-5): ' WITH NO ADVANCING
                ACCEPT KF-KEYED
                EVALUATE TRUE
                    WHEN KF-DROP-REQUESTED
                        MOVE 'Y' TO EN-DROP-FLAG
                    WHEN NOT KF-ITEM-1-TO-5
                        OR KF-REST-CHARS NOT = SPACES
                        MOVE 'ITEM NUMBER NOT 1-5' TO EN-REASON
                        PERFORM 94-SHOW-FIELD-ERROR
                    WHEN OTHER
                        MOVE KF-FIRST-CHAR TO KT-ITEM-NO
                        PERFORM 66-FIND-STOCK-ITEM
                        IF NOT EN-STOCK-FOUND
                            AND (KT-ISSUE OR KT-ADJUSTMENT
                                OR KT-TRANSFER-SHIP)
                            MOVE 'ITEM NOT ON INVENTORY MASTER' TO
                                    EN-REASON
                            PERFORM 94-SHOW-FIELD-ERROR
                        ELSE
                            MOVE 'Y' TO EN-FIELD-FLAG
                        END-IF
                END-EVALUATE
            END-PERFORM
        .

      *** THE FAR SIDE OF A TRANSFER - T SHIPS TO IT, V RECEIVES    ***
      *** FROM IT - ON THE MASTER, ACTIVE, AND NOT THIS WAREHOUSE   ***
        57-KEY-OTHER-WAREHOUSE.
            MOVE 'N' TO EN-FIELD-FLAG
            PERFORM UNTIL EN-FIELD-OK OR EN-TRANSACTION-DROPPED
                IF KT-TRANSFER-SHIP
                    DISPLAY '  SHIP TO WAREHOUSE:      '
                            WITH NO ADVANCING
                    MOVE 'UNKNOWN TO-WAREHOUSE' TO EN-REASON
                ELSE
                    DISPLAY '  RECEIVED FROM WAREHOUSE:'
                            WITH NO ADVANCING
                    MOVE 'UNKNOWN FROM-WAREHOUSE' TO EN-REASON
                END-IF
                ACCEPT KF-KEYED
                PERFORM 92-UPPER-CASE-KEYED
                IF KF-DROP-REQUESTED
                    MOVE 'Y' TO EN-DROP-FLAG
                ELSE
                    MOVE KF-KEYED TO KT-OTHER-WAREHOUSE-ID
                    SET WAREHOUSE-INDEX TO 1
                    SEARCH WAREHOUSE-ITEM
                        AT END
                            CONTINUE
                        WHEN WHT-WAREHOUSE-ID(WAREHOUSE-INDEX) =
                                                KT-OTHER-WAREHOUSE-ID
                            IF WHT-ACTIVE(WAREHOUSE-INDEX)
                                MOVE 'Y' TO EN-FIELD-FLAG
                            END-IF
                    END-SEARCH
                    IF EN-FIELD-OK
                        AND KT-OTHER-WAREHOUSE-ID = KT-WAREHOUSE-ID
                        MOVE 'N' TO EN-FIELD-FLAG
                        MOVE 'TRANSFER TO SAME WAREHOUSE' TO EN-REASON
                    END-IF
                    IF NOT EN-FIELD-OK
                        PERFORM 94-SHOW-FIELD-ERROR
                    END-IF
                END-IF
            END-PERFORM
        .

      *** QUANTITY - ZERO IS REAL ONLY ON AN ADJUSTMENT (A COUNT OF ***
      *** NOTHING), AND AN ISSUE OR SHIP CANNOT TAKE MORE THAN IS   ***
      *** POSTED LESS WHAT THIS SESSION HAS ALREADY KEYED OUT       ***
        58-KEY-QUANTITY.
            MOVE 'N' TO EN-FIELD-FLAG
            PERFORM UNTIL EN-FIELD-OK OR EN-TRANSACTION-DROPPED
                IF KT-ADJUSTMENT
                    DISPLAY '  COUNTED QUANTITY:       '
                            WITH NO ADVANCING
                ELSE
                    DISPLAY '  QUANTITY:               '
                            WITH NO ADVANCING
                END-IF
                ACCEPT KF-KEYED
                IF KF-DROP-REQUESTED
                    MOVE 'Y' TO EN-DROP-FLAG
                ELSE
                    PERFORM 90-UNEDIT-KEYED-NUMBER
                    EVALUATE TRUE
                        WHEN NOT KF-IS-NUMERIC
                            MOVE 'QUANTITY NOT NUMERIC' TO EN-REASON
                            PERFORM 94-SHOW-FIELD-ERROR
                        WHEN KF-NUMBER > 9999999
                            MOVE 'QUANTITY OVER 9999999' TO EN-REASON
                            PERFORM 94-SHOW-FIELD-ERROR
                        WHEN KF-NUMBER = 0 AND NOT KT-ADJUSTMENT
                            MOVE 'QUANTITY ZERO' TO EN-REASON
                            PERFORM 94-SHOW-FIELD-ERROR
                        WHEN OTHER
                            MOVE KF-NUMBER TO KT-QUANTITY
                            MOVE 'Y' TO EN-FIELD-FLAG
                    END-EVALUATE
                    IF EN-FIELD-OK
                        AND (KT-ISSUE OR KT-TRANSFER-SHIP)
                        COMPUTE EN-AVAILABLE =
                                STT-ON-HAND(EN-STOCK-SUB) -
                                STT-KEYED-OUT(EN-STOCK-SUB)
                        IF KT-QUANTITY > EN-AVAILABLE
                            MOVE 'N' TO EN-FIELD-FLAG
                            IF KT-ISSUE
                                MOVE 'ISSUE EXCEEDS ON-HAND' TO
                                        EN-REASON
                            ELSE
                                MOVE 'TRANSFER EXCEEDS ON-HAND' TO
                                        EN-REASON
                            END-IF
                            PERFORM 94-SHOW-FIELD-ERROR
                            DISPLAY '      AVAILABLE TO KEY OUT: '
                                    EN-AVAILABLE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
        .

      *** TRANSACTION DATE - BLANK TAKES TODAY ***
        59-KEY-TRANS-DATE.
            MOVE 'N' TO EN-FIELD-FLAG
            PERFORM UNTIL EN-FIELD-OK OR EN-TRANSACTION-DROPPED
                DISPLAY '  DATE (YYMMDD, BLANK=TODAY):'
                        WITH NO ADVANCING
                ACCEPT KF-KEYED
                EVALUATE TRUE
                    WHEN KF-DROP-REQUESTED
                        MOVE 'Y' TO EN-DROP-FLAG
                    WHEN KF-KEYED = SPACES
                        MOVE WS-CURRENT-DATE TO KT-TRANS-DATE
                        MOVE 'Y' TO EN-FIELD-FLAG
                    WHEN OTHER
                        PERFORM 96-EDIT-KEYED-DATE
                        IF EN-FIELD-OK
                            MOVE KF-DATE-NUMBER TO KT-TRANS-DATE
                        ELSE
                            MOVE 'DATE NOT YYMMDD' TO EN-REASON
                            PERFORM 94-SHOW-FIELD-ERROR
                        END-IF
                END-EVALUATE
            END-PERFORM
        .

      *** LOT NUMBER - A RECEIPT MUST NAME ONE; ON A TRANSFER       ***
      *** RECEIVE OR AN ADJUSTMENT BLANK IS ALLOWED                 ***
        61-KEY-LOT.
            MOVE 'N' TO EN-FIELD-FLAG
            PERFORM UNTIL EN-FIELD-OK OR EN-TRANSACTION-DROPPED
                IF KT-RECEIPT
                    DISPLAY '  LOT NUMBER:             '
                            WITH NO ADVANCING
                ELSE
                    DISPLAY '  LOT NUMBER (OR BLANK):  '
                            WITH NO ADVANCING
                END-IF
                ACCEPT KF-KEYED
                PERFORM 92-UPPER-CASE-KEYED
                EVALUATE TRUE
                    WHEN KF-DROP-REQUESTED
                        MOVE 'Y' TO EN-DROP-FLAG
                    WHEN KF-KEYED = SPACES AND KT-RECEIPT
                        MOVE 'LOT NUMBER MISSING' TO EN-REASON
                        PERFORM 94-SHOW-FIELD-ERROR
                    WHEN OTHER
                        MOVE KF-KEYED TO KT-LOT-NO
                        MOVE 'Y' TO EN-FIELD-FLAG
                END-EVALUATE
            END-PERFORM
        .

      *** EXPIRATION DATE FOR THE KEYED LOT - BLANK IS STOCK THAT   ***
      *** DOES NOT EXPIRE                                           ***
        62-KEY-EXPIRY-DATE.
            MOVE 'N' TO EN-FIELD-FLAG
            PERFORM UNTIL EN-FIELD-OK OR EN-TRANSACTION-DROPPED
                DISPLAY '  EXPIRES (YYMMDD/BLANK): ' WITH NO ADVANCING
                ACCEPT KF-KEYED
                EVALUATE TRUE
                    WHEN KF-DROP-REQUESTED
                        MOVE 'Y' TO EN-DROP-FLAG
                    WHEN KF-KEYED = SPACES
                        MOVE ZEROS TO KT-EXPIRY-DATE
                        MOVE 'Y' TO EN-FIELD-FLAG
                    WHEN OTHER
                        PERFORM 96-EDIT-KEYED-DATE
                        IF EN-FIELD-OK
                            MOVE KF-DATE-NUMBER TO KT-EXPIRY-DATE
                        ELSE
                            MOVE 'EXPIRATION DATE NOT NUMERIC' TO
                                    EN-REASON
                            PERFORM 94-SHOW-FIELD-ERROR
                        END-IF
                END-EVALUATE
            END-PERFORM
        .

      *** WHAT WAS PAID PER UNIT ON A RECEIPT, KEYED AS 999.99 -    ***
      *** BLANK WHEN THE COST IS NOT KNOWN YET                      ***
        63-KEY-UNIT-COST.
            MOVE 'N' TO EN-FIELD-FLAG
            PERFORM UNTIL EN-FIELD-OK OR EN-TRANSACTION-DROPPED
                DISPLAY '  UNIT COST (999.99):     ' WITH NO ADVANCING
                ACCEPT KF-KEYED
                EVALUATE TRUE
                    WHEN KF-DROP-REQUESTED
                        MOVE 'Y' TO EN-DROP-FLAG
                    WHEN KF-KEYED = SPACES
                        MOVE ZEROS TO KT-UNIT-COST
                        MOVE 'Y' TO EN-FIELD-FLAG
                    WHEN OTHER
                        PERFORM 98-UNEDIT-KEYED-AMOUNT
                        IF KF-IS-NUMERIC
                            COMPUTE KT-UNIT-COST = KF-DOLLARS-N +
                                                  (KF-CENTS-N / 100)
                            MOVE 'Y' TO EN-FIELD-FLAG
                        ELSE
                            MOVE 'UNIT COST NOT NUMERIC' TO EN-REASON
                            PERFORM 94-SHOW-FIELD-ERROR
                        END-IF
                END-EVALUATE
            END-PERFORM
        .

      *** SHOWS THE FINISHED TRANSACTION BACK AND ADDS IT TO THE    ***
      *** BATCH ON A Y - AN ISSUE OR SHIP COUNTS AGAINST THE        ***
      *** ITEM'S AVAILABLE STOCK FROM HERE ON                       ***
        64-CONFIRM-TRANSACTION.
            MOVE KT-QUANTITY TO LL-QUANTITY
            MOVE KT-UNIT-COST TO LL-UNIT-COST
            DISPLAY '  ' KT-TRANS-CODE ' ' KT-WAREHOUSE-ID ' '
                    KT-VENDOR-ID ' ' KT-PRODUCT-ID ' ' KT-ITEM-NO
                    ' ' LL-QUANTITY ' ' KT-TRANS-DATE ' '
                    KT-OTHER-WAREHOUSE-ID ' ' KT-LOT-NO ' '
                    KT-EXPIRY-DATE ' ' LL-UNIT-COST
            DISPLAY '  ADD TO BATCH (Y/N): ' WITH NO ADVANCING
            ACCEPT EN-ANSWER
            IF EN-ANSWER = 'Y' OR EN-ANSWER = 'y'
                ADD 1 TO BT-COUNT
                MOVE KEYED-TRANSACTION TO BT-TRANS-IMAGE(BT-COUNT)
                MOVE KT-QUANTITY TO BT-QUANTITY(BT-COUNT)
                MOVE EN-STOCK-SUB TO BT-STOCK-SUB(BT-COUNT)
                MOVE 0 TO BT-KEYED-OUT(BT-COUNT)
                IF KT-ISSUE OR KT-TRANSFER-SHIP
                    MOVE KT-QUANTITY TO BT-KEYED-OUT(BT-COUNT)
                    ADD KT-QUANTITY TO STT-KEYED-OUT(EN-STOCK-SUB)
                END-IF
                ADD KT-QUANTITY TO EN-KEYED-QTY
            ELSE
                DISPLAY '  TRANSACTION DROPPED'
            END-IF
        .

      *** FINDS THE POSTED LINE ITEM FOR THE KEYED WAREHOUSE/       ***
      *** VENDOR/PRODUCT/ITEM AND LEAVES ITS SUBSCRIPT IN           ***
      *** EN-STOCK-SUB                                              ***
        66-FIND-STOCK-ITEM.
            MOVE 'N' TO EN-STOCK-FLAG
            MOVE 0 TO EN-STOCK-SUB
            IF STT-COUNT > 0
                SET STOCK-INDEX TO 1
                SEARCH STOCK-ITEM
                    AT END
                        CONTINUE
                    WHEN STT-WAREHOUSE-ID(STOCK-INDEX) = KT-WAREHOUSE-ID
                        AND STT-VENDOR-ID(STOCK-INDEX) = KT-VENDOR-ID
                        AND STT-PRODUCT-ID(STOCK-INDEX) = KT-PRODUCT-ID
                        AND STT-ITEM-NO(STOCK-INDEX) = KT-ITEM-NO
                        MOVE 'Y' TO EN-STOCK-FLAG
                        SET EN-STOCK-SUB TO STOCK-INDEX
                END-SEARCH
            END-IF
        .

      *** BALANCES THE BATCH AGAINST THE CONTROL TOTALS - IN        ***
      *** BALANCE IT IS RELEASED, OUT OF BALANCE THE CLERK FIXES    ***
      *** IT OR CANCELS IT - NOTHING LEAVES UNTIL ONE OR THE OTHER  ***
        60-CLOSE-BATCH.
            PERFORM UNTIL EN-BATCH-CLOSED
                EVALUATE TRUE
                    WHEN BT-COUNT = EN-CONTROL-COUNT
                        AND EN-KEYED-QTY = EN-CONTROL-QTY
                        PERFORM 70-RELEASE-BATCH
                    WHEN OTHER
                        PERFORM 72-OUT-OF-BALANCE
                END-EVALUATE
            END-PERFORM
        .

      *** ADDS THE BALANCED BATCH TO THE END OF THE POSTING FILE - ***
      *** A MISSING FILE IS STARTED FRESH                          ***
        70-RELEASE-BATCH.
            OPEN EXTEND INVENTORY-TRANS
            IF NOT IT-FILE-WAS-FOUND
                OPEN OUTPUT INVENTORY-TRANS
            END-IF
            PERFORM VARYING BATCH-INDEX FROM 1 BY 1
                    UNTIL BATCH-INDEX > BT-COUNT
                WRITE INVENTORY-TRANS-REC
                        FROM BT-TRANS-IMAGE(BATCH-INDEX)
            END-PERFORM
            CLOSE INVENTORY-TRANS
            ADD 1 TO RC-BATCHES-RELEASED
            ADD BT-COUNT TO RC-TRANS-RELEASED
            MOVE BT-COUNT TO LL-COUNT
            DISPLAY 'BATCH ' EN-BATCH-NO ' IN BALANCE - '
                    LL-COUNT ' TRANSACTIONS RELEASED FOR POSTING'
            MOVE 'Y' TO EN-BATCH-FLAG
        .

      *** SHOWS THE KEYED AND CONTROL TOTALS SIDE BY SIDE AND TAKES ***
      *** THE CLERK'S CHOICE OF HOW TO PUT THE BATCH RIGHT          ***
        72-OUT-OF-BALANCE.
            DISPLAY ' '
            DISPLAY 'BATCH ' EN-BATCH-NO ' OUT OF BALANCE'
            MOVE BT-COUNT TO LL-COUNT
            MOVE EN-KEYED-QTY TO LL-QTY-TOTAL
            DISPLAY '  KEYED:   COUNT ' LL-COUNT
                    '  QUANTITY ' LL-QTY-TOTAL
            MOVE EN-CONTROL-COUNT TO LL-COUNT
            MOVE EN-CONTROL-QTY TO LL-QTY-TOTAL
            DISPLAY '  CONTROL: COUNT ' LL-COUNT
                    '  QUANTITY ' LL-QTY-TOTAL
            DISPLAY 'L=LIST  D=DELETE A LINE  K=KEY MORE  '
                    'C=REKEY CONTROLS  X=CANCEL BATCH: '
                    WITH NO ADVANCING
            ACCEPT EN-ANSWER
            EVALUATE EN-ANSWER
                WHEN 'L'
                WHEN 'l'
                    PERFORM 74-LIST-BATCH
                WHEN 'D'
                WHEN 'd'
                    PERFORM 76-DELETE-BATCH-LINE
                WHEN 'K'
                WHEN 'k'
                    PERFORM 50-KEY-TRANSACTIONS
                WHEN 'C'
                WHEN 'c'
                    PERFORM 42-KEY-CONTROL-TOTALS
                WHEN 'X'
                WHEN 'x'
                    PERFORM 78-CANCEL-BATCH
                WHEN OTHER
                    DISPLAY '  *** KEY L, D, K, C OR X'
            END-EVALUATE
        .

        74-LIST-BATCH.
            PERFORM VARYING BATCH-INDEX FROM 1 BY 1
                    UNTIL BATCH-INDEX > BT-COUNT
                SET EN-LINE-NO TO BATCH-INDEX
                MOVE EN-LINE-NO TO LL-LINE-NO
                MOVE BT-TRANS-IMAGE(BATCH-INDEX) TO KEYED-TRANSACTION
                MOVE KT-QUANTITY TO LL-QUANTITY
                MOVE KT-UNIT-COST TO LL-UNIT-COST
                DISPLAY '  ' LL-LINE-NO '  ' KT-TRANS-CODE ' '
                        KT-WAREHOUSE-ID ' ' KT-VENDOR-ID ' '
                        KT-PRODUCT-ID ' ' KT-ITEM-NO ' '
                        LL-QUANTITY ' ' KT-TRANS-DATE ' '
                        KT-OTHER-WAREHOUSE-ID ' ' KT-LOT-NO ' '
                        LL-UNIT-COST
            END-PERFORM
        .

      *** TAKES ONE LINE OUT OF THE BATCH, GIVES BACK ANY STOCK IT  ***
      *** HAD KEYED OUT, AND CLOSES UP THE GAP                      ***
        76-DELETE-BATCH-LINE.
            DISPLAY '  LINE TO DELETE: ' WITH NO ADVANCING
            ACCEPT KF-KEYED
            PERFORM 90-UNEDIT-KEYED-NUMBER
            IF NOT KF-IS-NUMERIC OR KF-NUMBER < 1
                OR KF-NUMBER > BT-COUNT
                DISPLAY '  *** NO SUCH LINE'
            ELSE
                MOVE KF-NUMBER TO EN-SUB
                IF BT-KEYED-OUT(EN-SUB) > 0
                    SUBTRACT BT-KEYED-OUT(EN-SUB) FROM
                            STT-KEYED-OUT(BT-STOCK-SUB(EN-SUB))
                END-IF
                SUBTRACT BT-QUANTITY(EN-SUB) FROM EN-KEYED-QTY
                PERFORM VARYING EN-SUB FROM EN-SUB BY 1
                        UNTIL EN-SUB NOT < BT-COUNT
                    MOVE BATCH-ITEM(EN-SUB + 1) TO BATCH-ITEM(EN-SUB)
                END-PERFORM
                SUBTRACT 1 FROM BT-COUNT
                DISPLAY '  LINE DELETED'
            END-IF
        .

      *** DROPS THE WHOLE BATCH - EVERY UNIT IT KEYED OUT IS GIVEN  ***
      *** BACK AND NOTHING IS RELEASED                              ***
        78-CANCEL-BATCH.
            PERFORM VARYING BATCH-INDEX FROM 1 BY 1
                    UNTIL BATCH-INDEX > BT-COUNT
                IF BT-KEYED-OUT(BATCH-INDEX) > 0
                    SUBTRACT BT-KEYED-OUT(BATCH-INDEX) FROM
                        STT-KEYED-OUT(BT-STOCK-SUB(BATCH-INDEX))
                END-IF
            END-PERFORM
            MOVE 0 TO BT-COUNT
            ADD 1 TO RC-BATCHES-CANCELLED
            DISPLAY 'BATCH ' EN-BATCH-NO
                    ' CANCELLED - NOTHING RELEASED'
            MOVE 'Y' TO EN-BATCH-FLAG
        .

        80-PRINT-SUMMARY.
            DISPLAY ' '
            DISPLAY 'PR4TENT - TRANSACTION ENTRY COMPLETE'
            DISPLAY '  OPERATOR:                 ' EN-OPERATOR-ID
            DISPLAY '  BATCHES RELEASED:         ' RC-BATCHES-RELEASED
            DISPLAY '  BATCHES CANCELLED:        '
                    RC-BATCHES-CANCELLED
            DISPLAY '  TRANSACTIONS RELEASED:    ' RC-TRANS-RELEASED
            DISPLAY '  FIELDS REKEYED:           ' RC-FIELDS-REJECTED
            IF RC-MASTER-OVERFLOW > 0
                DISPLAY '  MASTER ITEMS NOT LOADED:  '
                        RC-MASTER-OVERFLOW
            END-IF
        .

      *** TURNS A NUMBER KEYED LEFT-JUSTIFIED IN KF-KEYED INTO      ***
      *** KF-NUMBER - UP TO NINE DIGITS, NOTHING ELSE               ***
        90-UNEDIT-KEYED-NUMBER.
            MOVE 'N' TO KF-NUMERIC-FLAG
            MOVE SPACES TO KF-DIGITS
            MOVE 0 TO KF-DIGIT-COUNT
            UNSTRING KF-KEYED DELIMITED BY ALL SPACE
                INTO KF-DIGITS COUNT IN KF-DIGIT-COUNT
            END-UNSTRING
            IF KF-DIGIT-COUNT > 0 AND KF-DIGIT-COUNT NOT > 9
                INSPECT KF-DIGITS REPLACING LEADING SPACE BY ZERO
                IF KF-DIGITS NUMERIC
                    MOVE KF-DIGITS-N TO KF-NUMBER
                    MOVE 'Y' TO KF-NUMERIC-FLAG
                END-IF
            END-IF
        .

        92-UPPER-CASE-KEYED.
            INSPECT KF-KEYED CONVERTING
                    'abcdefghijklmnopqrstuvwxyz' TO
                    'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
        .

        94-SHOW-FIELD-ERROR.
            DISPLAY '  *** ' EN-REASON ' - REKEY, OR * TO DROP'
            ADD 1 TO RC-FIELDS-REJECTED
        .

      *** A KEYED YYMMDD DATE - SIX DIGITS, A REAL MONTH AND A DAY  ***
      *** OF 1 TO 31 - SETS EN-FIELD-OK AND KF-DATE-NUMBER          ***
        96-EDIT-KEYED-DATE.
            MOVE 'N' TO EN-FIELD-FLAG
            IF KF-DATE-DIGITS NUMERIC AND KF-DATE-REST = SPACES
                MOVE KF-DATE-DIGITS TO KF-DATE-NUMBER
                IF KF-DATE-MM NOT < 1 AND KF-DATE-MM NOT > 12
                    AND KF-DATE-DD NOT < 1 AND KF-DATE-DD NOT > 31
                    MOVE 'Y' TO EN-FIELD-FLAG
                END-IF
            END-IF
        .

      *** TURNS A KEYED 999.99 AMOUNT INTO DOLLARS AND CENTS - THE  ***
      *** POINT AND THE CENTS MAY BE LEFT OFF                       ***
        98-UNEDIT-KEYED-AMOUNT.
            MOVE 'N' TO KF-NUMERIC-FLAG
            MOVE SPACES TO KF-DOLLARS
            MOVE SPACES TO KF-CENTS
            MOVE 0 TO KF-DOLLAR-COUNT
            MOVE 0 TO KF-CENT-COUNT
            UNSTRING KF-KEYED DELIMITED BY '.' OR ALL SPACE
                INTO KF-DOLLARS COUNT IN KF-DOLLAR-COUNT
                     KF-CENTS COUNT IN KF-CENT-COUNT
            END-UNSTRING
            IF KF-DOLLAR-COUNT NOT > 3 AND KF-CENT-COUNT NOT > 2
                AND KF-DOLLAR-COUNT + KF-CENT-COUNT > 0
                INSPECT KF-DOLLARS REPLACING LEADING SPACE BY ZERO
                INSPECT KF-CENTS REPLACING ALL SPACE BY ZERO
                IF KF-DOLLARS NUMERIC AND KF-CENTS NUMERIC
                    MOVE 'Y' TO KF-NUMERIC-FLAG
                END-IF
            END-IF
        .
