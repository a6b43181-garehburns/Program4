      * WAREHOUSE, VENDOR AND PRODUCT (AND OPTIONALLY A DATE
      * RANGE) AND EVERY JOURNAL LINE FOR THAT ITEM DISPLAYS IN
      * ORDER - TRANSACTION DATE, CODE, QUANTITY, PRIOR AND NEW
      * ON-HAND, THE LOT MOVED AND ITS UNIT COST, AND ON A
      * CUSTOMER RETURN OR INSPECTION THE RETURN AUTHORIZATION AND
      * DISPOSITION, AND THE OPERATOR AND BATCH THAT KEYED THE
      * MOVEMENT IN PR4TENT - ENDING WITH THE CURRENT POSTED COUNT FROM
      * THE INVENTORY MASTER SO THE CALLER CAN WATCH THE COUNT
      * WALK TO WHERE IT IS TODAY.
      *
      * ONLY THE LIVE JOURNAL IS SEARCHED - LINES FROM PERIODS
      * PR4PCLS HAS CLOSED ARE IN PR4-JRNARCH.TXT.
        DATA DIVISION.
        FILE SECTION.

      * SAME 128-CHARACTER LINE PR4TPST WRITES - THE QUANTITY AND
      * COST COLUMNS ARE ALREADY PRINT-EDITED SO THEY DISPLAY AS
      * READ
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

        FD  INVENTORY-MASTER
            RECORD CONTAINS 30 CHARACTERS.

        01  INVENTORY-MASTER-REC.
            05  IVM-WAREHOUSE-ID             PIC X(4).
            05  IVM-ITEM-NO                  PIC 9(1).
            05  IVM-ON-HAND                  PIC S9(7).
            05  IVM-LAST-POST-DATE           PIC 9(6).
            05  IVM-AVG-COST                 PIC 9(4)V9(4).

        WORKING-STORAGE SECTION.

                DISPLAY 'PR4JINQ - RUN PR4TPST FIRST'
            ELSE
                DISPLAY '  DATE    C  I       QTY     PRIOR'
                        '       NEW  LOT         UNIT COST'
                        '  RA    D  OPER  BATCH'
                MOVE 'N' TO JL-EOF-FLAG
                PERFORM UNTIL JL-NO-MORE-RECS
                    READ POSTING-JOURNAL
                    DISPLAY '  ' JR-TRANS-DATE '  ' JR-TRANS-CODE
                            '  ' JR-ITEM-NO '  ' JR-QUANTITY-X
                            '  ' JR-PRIOR-X '  ' JR-NEW-X
                            '  ' JR-LOT-NO '  ' JR-UNIT-COST-X
                            '  ' JR-RETURN-AUTH-NO
                            '  ' JR-DISPOSITION
                            '  ' JR-OPERATOR-ID
                            '  ' JR-BATCH-NO
                END-IF
            END-IF
        .
