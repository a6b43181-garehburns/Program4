      * BY HAND FROM THE PR4-OUT PRINTOUT WITH NO VALUATION OF
      * THE MOVEMENT IN BETWEEN.  THIS PROGRAM VALUES EVERY NEW
      * JOURNAL LINE PR4TPST HAS WRITTEN SINCE THE LAST GL RUN
      * (AT THE UNIT COST PR4TPST JOURNALED WITH IT - THE PAID
      * COST ON A RECEIPT, THE LINE ITEM'S MOVING AVERAGE COST ON
      * EVERYTHING ELSE - FALLING BACK TO THE LAST-SEEN PURCHASE
      * PRICE FROM THE PRICE HISTORY PR4CGB MAINTAINS FOR A LINE
      * JOURNALED WITHOUT A COST), MAPS EACH TRANSACTION
      * CODE TO A DEBIT/CREDIT ACCOUNT PAIR FROM A SMALL ACCOUNT
      * MAPPING FILE, AND WRITES A MACHINE-READABLE GL JOURNAL
      * PLUS A PRINTED POSTING PROOF THAT TIES THE MOVEMENT VALUE
      * PRIOR COUNT) IS MAPPED UNDER ITS OWN CODE 'S' SO IT LANDS
      * IN ITS OWN ACCOUNT INSTEAD OF HIDING IN COST OF SALES.
      *
      * CUSTOMER RETURNS ('C') AND QUARANTINE INSPECTIONS ('Q')
      * ARE MAPPED BY THEIR DISPOSITION, SO RESTOCKED, HELD,
      * SCRAPPED AND VENDOR-RETURNED UNITS EACH LAND IN THEIR OWN
      * ACCOUNT.  ONLY A RESTOCK OR A RELEASE FROM QUARANTINE PUTS
      * UNITS BACK IN THE EXTRACT-VALUED ON-HAND, SO ONLY THOSE
      * COUNT AS MOVEMENT IN THE TIE-OUT - THE REST ARE VALUED FOR
      * THE GL AT THE JOURNALED COST AND SHOWN SEPARATELY ON THE
      * PROOF AS RETURN VALUE OFF ON-HAND.
      *
      * INPUT:
      *   PR4-JOURNAL.TXT (WRITTEN BY PR4TPST) - ONLY THE LINES
      *   PAST THE POINTER IN THE GL CONTROL FILE ARE VALUED, SO
      *   THE EVER-GROWING JOURNAL IS NEVER DOUBLE-POSTED
      *
      *   PR4-PRICE-HIST.TXT (WRITTEN BY PR4CGB) - THE PURCHASE
      *   PRICE PER WAREHOUSE/VENDOR/PRODUCT/LINE ITEM, USED ONLY
      *   FOR A JOURNAL LINE THAT CARRIES NO UNIT COST
      *
      *   PR4-EXTRACT.TXT (WRITTEN BY PR4CGB) - SUMMED FOR THE
      *   CURRENT EXTRACT-VALUED INVENTORY ON THE PROOF
      *     1. MAP CODE                     1
      *          R/I/A/T/V AS ON THE JOURNAL, PLUS
      *          S - SHRINKAGE ('A' LINES THAT CUT THE COUNT)
      *          C - RETURN RESTOCKED       ('C' LINES, R)
      *          H - RETURN HELD QUARANTINE ('C' LINES, Q)
      *          X - RETURN SCRAPPED        ('C' LINES, S)
      *          D - RETURN TO VENDOR       ('C' LINES, V)
      *          L - QUARANTINE RELEASED    ('Q' LINES, R)
      *          Z - QUARANTINE SCRAPPED    ('Q' LINES, S)
      *     2. DEBIT ACCOUNT                2-7
      *     3. CREDIT ACCOUNT               8-13
      *     4. DESCRIPTION                 14-33
        DATA DIVISION.
        FILE SECTION.

      * SAME 128-CHARACTER LINE PR4TPST WRITES - THE QUANTITY
      * COLUMNS ARE PRINT-EDITED SO THEY ARE READ BACK AS
      * CHARACTERS AND UN-EDITED BY 38-UNEDIT-QUANTITY
        FD  POSTING-JOURNAL
            RECORD CONTAINS 128 CHARACTERS.

        01  JOURNAL-IN-REC.
            05  JR-RUN-DATE                  PIC 9(6).
                88 JR-ADJUSTMENT                          VALUE 'A'.
                88 JR-TRANSFER-SHIP                       VALUE 'T'.
                88 JR-TRANSFER-RECEIVE                    VALUE 'V'.
                88 JR-CUSTOMER-RETURN                     VALUE 'C'.
                88 JR-INSPECTION                          VALUE 'Q'.
            05  FILLER                       PIC X(2).
            05  JR-WAREHOUSE-ID              PIC X(4).
            05  FILLER                       PIC X(2).
            05  JR-PRIOR-X                   PIC X(8).
            05  FILLER                       PIC X(2).
            05  JR-NEW-X                     PIC X(8).
            05  FILLER                       PIC X(2).
            05  JR-LOT-NO                    PIC X(10).
            05  FILLER                       PIC X(2).
            05  JR-UNIT-COST-X               PIC X(9).
            05  JR-UNIT-COST REDEFINES JR-UNIT-COST-X
                                             PIC ZZZ9.9999.
            05  FILLER                       PIC X(2).
            05  JR-OTHER-WAREHOUSE-ID        PIC X(4).
            05  FILLER                       PIC X(2).
            05  JR-EXPIRY-DATE               PIC X(6).
            05  FILLER                       PIC X(2).
            05  JR-RETURN-AUTH-NO            PIC X(4).
            05  FILLER                       PIC X(2).
            05  JR-DISPOSITION               PIC X(1).
                88 JR-DISP-RESTOCK                        VALUE 'R'.
                88 JR-DISP-QUARANTINE                     VALUE 'Q'.
                88 JR-DISP-SCRAP                          VALUE 'S'.
                88 JR-DISP-TO-VENDOR                      VALUE 'V'.
            05  FILLER                       PIC X(2).
            05  JR-REASON-CODE               PIC X(2).
            05  FILLER                       PIC X(2).
            05  JR-OPERATOR-ID               PIC X(4).
            05  FILLER                       PIC X(2).
            05  JR-BATCH-NO                  PIC X(6).

        FD  PRICE-HISTORY-FILE
            RECORD CONTAINS 20 CHARACTERS.
      *** MOVEMENT TOTALS BY MAP CODE FOR THE POSTING PROOF ***
        01  CODE-TOTAL-TABLE.
            05  CTT-COUNT                    PIC S9(3) VALUE 0.
            05  CODE-TOTAL-ITEM OCCURS 1 TO 20 TIMES
                    DEPENDING ON CTT-COUNT
                    INDEXED BY CODE-TOTAL-INDEX.
                10  CTT-MAP-CODE             PIC X(1).
            05  VF-NEW-ON-HAND               PIC S9(8).
            05  VF-MOVEMENT-UNITS            PIC S9(8).
            05  VF-MAP-CODE                  PIC X(1).
            05  VF-PRICE                     PIC S9(4)V9(4).
            05  VF-PRICE-FLAG                PIC X       VALUE 'N'.
                88 VF-PRICE-FOUND                         VALUE 'Y'.
            05  VF-MAP-FLAG                  PIC X       VALUE 'N'.
                88 VF-MAP-FOUND                           VALUE 'Y'.
            05  VF-AMOUNT                    PIC S9(8)V9(2).
            05  VF-MOVEMENT-VALUE            PIC S9(9)V9(2).
            05  VF-GL-UNITS                  PIC S9(8).
            05  VF-GL-VALUE                  PIC S9(9)V9(2).

      *** TAKES ONE PRINT-EDITED ZZZZZZ9- COLUMN BACK APART ***
        01  UNEDIT-FIELDS.
            05  TO-EXTRACT-VALUE             PIC S9(9)V9(2) VALUE 0.
            05  TO-EXTRACT-CHANGE            PIC S9(9)V9(2).
            05  TO-DIFFERENCE                PIC S9(9)V9(2).
            05  TO-OFF-HAND-VALUE            PIC S9(9)V9(2) VALUE 0.

        01  RUN-COUNTERS.
            05  RC-LINES-VALUED              PIC 9(6)    VALUE 0.
      *** VALUES ONE JOURNAL LINE - THE MOVEMENT IN UNITS COMES   ***
      *** FROM THE TRANSACTION CODE (AN ADJUSTMENT'S MOVEMENT IS  ***
      *** NEW MINUS PRIOR, AND A NEGATIVE ONE REMAPS TO THE       ***
      *** SHRINKAGE CODE), THE VALUE FROM THE LINE'S UNIT COST -  ***
      *** A RETURN OR INSPECTION REMAPS BY ITS DISPOSITION AND    ***
      *** POSTS ITS FULL QUANTITY TO THE GL EVEN WHEN NONE OF IT  ***
      *** MOVED ON-HAND                                           ***
        35-VALUE-ONE-LINE.
            MOVE JR-QUANTITY-X TO UF-EDITED
            PERFORM 38-UNEDIT-QUANTITY
                    IF VF-MOVEMENT-UNITS < 0
                        MOVE 'S' TO VF-MAP-CODE
                    END-IF
                WHEN JR-CUSTOMER-RETURN
                    MOVE ZEROS TO VF-MOVEMENT-UNITS
                    EVALUATE TRUE
                        WHEN JR-DISP-RESTOCK
                            MOVE 'C' TO VF-MAP-CODE
                            MOVE VF-QUANTITY TO VF-MOVEMENT-UNITS
                        WHEN JR-DISP-QUARANTINE
                            MOVE 'H' TO VF-MAP-CODE
                        WHEN JR-DISP-SCRAP
                            MOVE 'X' TO VF-MAP-CODE
                        WHEN JR-DISP-TO-VENDOR
                            MOVE 'D' TO VF-MAP-CODE
                    END-EVALUATE
                WHEN JR-INSPECTION
                    MOVE ZEROS TO VF-MOVEMENT-UNITS
                    EVALUATE TRUE
                        WHEN JR-DISP-RESTOCK
                            MOVE 'L' TO VF-MAP-CODE
                            MOVE VF-QUANTITY TO VF-MOVEMENT-UNITS
                        WHEN JR-DISP-SCRAP
                            MOVE 'Z' TO VF-MAP-CODE
                    END-EVALUATE
                WHEN OTHER
                    MOVE ZEROS TO VF-MOVEMENT-UNITS
            END-EVALUATE
            IF JR-CUSTOMER-RETURN OR JR-INSPECTION
                MOVE VF-QUANTITY TO VF-GL-UNITS
            ELSE
                MOVE VF-MOVEMENT-UNITS TO VF-GL-UNITS
            END-IF

            PERFORM 36-FIND-ITEM-PRICE
            IF NOT VF-PRICE-FOUND
                ADD 1 TO RC-UNPRICED-LINES
            END-IF
            COMPUTE VF-MOVEMENT-VALUE ROUNDED = VF-MOVEMENT-UNITS *
                                                VF-PRICE
            COMPUTE VF-GL-VALUE ROUNDED = VF-GL-UNITS * VF-PRICE
            IF VF-GL-VALUE < 0
                COMPUTE VF-AMOUNT = 0 - VF-GL-VALUE
            ELSE
                MOVE VF-GL-VALUE TO VF-AMOUNT
            END-IF

            ADD 1 TO RC-LINES-VALUED
            ADD VF-MOVEMENT-VALUE TO TO-MOVEMENT-VALUE
            IF VF-GL-UNITS NOT = VF-MOVEMENT-UNITS
                ADD VF-GL-VALUE TO TO-OFF-HAND-VALUE
            END-IF
            PERFORM 42-ACCUMULATE-CODE-TOTAL

            PERFORM 37-FIND-ACCOUNT-MAP
            END-IF
        .

      *** TAKES THE UNIT COST THE JOURNAL LINE CARRIES - A LINE    ***
      *** WRITTEN BEFORE THE JOURNAL CARRIED COSTS, OR FOR AN ITEM ***
      *** NEVER RECEIVED AT A COST, FALLS BACK TO THE LINE ITEM'S  ***
      *** LAST-SEEN PURCHASE PRICE                                 ***
        36-FIND-ITEM-PRICE.
            MOVE 'N' TO VF-PRICE-FLAG
            MOVE ZEROS TO VF-PRICE
            IF JR-UNIT-COST-X NOT = SPACES
                MOVE JR-UNIT-COST TO VF-PRICE
                IF VF-PRICE > 0
                    MOVE 'Y' TO VF-PRICE-FLAG
                END-IF
            END-IF
            IF PPT-COUNT > 0 AND NOT VF-PRICE-FOUND
                SET PRIOR-PRICE-INDEX TO 1
                SEARCH PRIOR-PRICE-ITEM
                    AT END
            MOVE JR-VENDOR-ID TO GLR-VENDOR-ID
            MOVE JR-PRODUCT-ID TO GLR-PRODUCT-ID
            MOVE JR-ITEM-NO TO GLR-ITEM-NO
            MOVE VF-GL-UNITS TO GLR-UNITS
            MOVE VF-AMOUNT TO GLR-AMOUNT
            WRITE GL-JOURNAL-REC
            ADD 1 TO RC-GL-RECORDS-WRITTEN
                    WHEN CTT-MAP-CODE(CODE-TOTAL-INDEX) =
                                                VF-MAP-CODE
                        ADD 1 TO CTT-LINE-COUNT(CODE-TOTAL-INDEX)
                        ADD VF-GL-UNITS TO
                                CTT-UNITS(CODE-TOTAL-INDEX)
                        ADD VF-GL-VALUE TO
                                CTT-AMOUNT(CODE-TOTAL-INDEX)
                END-SEARCH
            ELSE
        .

        43-START-CODE-TOTAL.
            IF CTT-COUNT < 20
                ADD 1 TO CTT-COUNT
                MOVE VF-MAP-CODE TO CTT-MAP-CODE(CTT-COUNT)
                MOVE 1 TO CTT-LINE-COUNT(CTT-COUNT)
                MOVE VF-GL-UNITS TO CTT-UNITS(CTT-COUNT)
                MOVE VF-GL-VALUE TO CTT-AMOUNT(CTT-COUNT)
            END-IF
        .

            MOVE PROOF-TIE-LINE TO POSTING-PROOF-RECORD
            WRITE POSTING-PROOF-RECORD

      * HELD, SCRAPPED AND VENDOR-RETURNED UNITS NEVER REACH THE
      * EXTRACT, SO THEIR VALUE STANDS OUTSIDE THE TIE-OUT
            MOVE 'RETURN VALUE OFF ON-HAND:' TO PTL-LABEL
            MOVE TO-OFF-HAND-VALUE TO PTL-AMOUNT
            MOVE PROOF-TIE-LINE TO POSTING-PROOF-RECORD
            WRITE POSTING-PROOF-RECORD
                AFTER ADVANCING 2 LINES

            MOVE 'LINES WITH NO PRICE ON FILE:' TO PCL-LABEL
            MOVE RC-UNPRICED-LINES TO PCL-COUNT
            MOVE PROOF-COUNT-LINE TO POSTING-PROOF-RECORD
