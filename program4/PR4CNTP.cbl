      *
      * OUTPUT:
      *   CYCLE-ADJ-TRANS.TXT - 'A' ADJUSTMENT TRANSACTIONS IN
      *   THE SAME 58-CHARACTER LAYOUT AS INVENTORY-TRANS.TXT,
      *   READY TO GO INTO THE NEXT PR4TPST RUN
      *
      *   PR4-RECOUNT.TXT - VARIANCES BEYOND TOLERANCE, HELD FOR
            05  CRS-COUNT-DATE               PIC 9(6).

        FD  INVENTORY-MASTER
            RECORD CONTAINS 30 CHARACTERS.

        01  INVENTORY-MASTER-REC.
            05  IVM-WAREHOUSE-ID             PIC X(4).
            05  IVM-ITEM-NO                  PIC 9(1).
            05  IVM-ON-HAND                  PIC S9(7).
            05  IVM-LAST-POST-DATE           PIC 9(6).
            05  IVM-AVG-COST                 PIC 9(4)V9(4).

      * SAME 58-CHARACTER LAYOUT AS INVENTORY-TRANS.TXT - A COUNT
      * NAMES NO LOT, SO A SHORTAGE COMES OUT OF THE EARLIEST-
      * EXPIRING LOTS AND AN OVERAGE POSTS UNLOTTED
        FD  CYCLE-ADJ-TRANS
            RECORD CONTAINS 58 CHARACTERS.

        01  CYCLE-ADJ-TRANS-REC.
            05  ADJ-TRANS-CODE               PIC X(1).
            05  ADJ-TRANS-DATE               PIC 9(6).
            05  ADJ-OTHER-WAREHOUSE-ID       PIC X(4).
            05  ADJ-ITEM-NO                  PIC 9(1).
            05  ADJ-LOT-NO                   PIC X(10).
            05  ADJ-EXPIRY-DATE              PIC 9(6).
            05  ADJ-UNIT-COST                PIC 9(3)V9(2).
            05  ADJ-OPERATOR-ID              PIC X(4).
            05  ADJ-BATCH-NO                 PIC X(6).

        FD  RECOUNT-FILE
            RECORD CONTAINS 29 CHARACTERS.
            MOVE CRS-COUNT-DATE TO ADJ-TRANS-DATE
            MOVE SPACES TO ADJ-OTHER-WAREHOUSE-ID
            MOVE CRS-ITEM-NO TO ADJ-ITEM-NO
            MOVE SPACES TO ADJ-LOT-NO
            MOVE ZEROS TO ADJ-EXPIRY-DATE
            MOVE ZEROS TO ADJ-UNIT-COST
            MOVE SPACES TO ADJ-OPERATOR-ID
            MOVE SPACES TO ADJ-BATCH-NO
            WRITE CYCLE-ADJ-TRANS-REC
            ADD 1 TO RC-ADJUSTMENTS-WRITTEN
        .
