      *
      * INPUT:
      *   INVENTORY-MASTER.TXT (SAME LAYOUT PR4TPST WRITES) -
      *   RESEQUENCED BY WAREHOUSE FOR THE SUBTOTAL BREAKS - EACH
      *   ITEM'S ON-HAND UNITS COST AT ITS MOVING AVERAGE COST
      *
      *   PR4-PRICE-HIST.TXT (WRITTEN BY PR4CGB) - THE PURCHASE
      *   PRICE THAT COSTS AN ITEM NOT YET RECEIVED AT A COST - AN
      *   ITEM WITH NEITHER COSTS AT ZERO AND IS COUNTED
      *
      * OUTPUT:
      *   PR4-AGE - THE PRINTED AGING REPORT
        FILE SECTION.

        FD  INVENTORY-MASTER
            RECORD CONTAINS 30 CHARACTERS.

        01  INVENTORY-MASTER-REC.
            05  IVM-WAREHOUSE-ID             PIC X(4).
            05  IVM-ITEM-NO                  PIC 9(1).
            05  IVM-ON-HAND                  PIC S9(7).
            05  IVM-LAST-POST-DATE           PIC 9(6).
            05  IVM-AVG-COST                 PIC 9(4)V9(4).

        FD  SORTED-AGEMST
            RECORD CONTAINS 30 CHARACTERS.

        01  SORTED-AGEMST-REC.
            05  SA-WAREHOUSE-ID              PIC X(4).
            05  SA-ITEM-NO                   PIC X(1).
            05  SA-ON-HAND                   PIC S9(7).
            05  SA-LAST-POST-DATE            PIC 9(6).
            05  SA-AVG-COST                  PIC 9(4)V9(4).

        FD  PRICE-HISTORY-FILE
            RECORD CONTAINS 20 CHARACTERS.
        01  AGING-RECORD                     PIC X(80).

        SD  SORTING-FILE
            RECORD CONTAINS 30 CHARACTERS.

        01  SORTING-REC.
            05  SS-WAREHOUSE-ID              PIC X(4).
            05  SS-ITEM-KEY                  PIC X(5).
            05  FILLER                       PIC X(21).

        WORKING-STORAGE SECTION.

        01  AGING-FIELDS.
            05  AG-WAREHOUSE-HOLD            PIC X(4).
            05  AG-BUCKET-SUB                PIC S9(1).
            05  AG-PRICE                     PIC S9(4)V9(4).
            05  AG-PRICE-FLAG                PIC X       VALUE 'N'.
                88 AG-PRICE-FOUND                         VALUE 'Y'.
            05  AG-ITEM-COST                 PIC S9(9)V9(2).
            IF NOT AG-PRICE-FOUND
                ADD 1 TO RC-UNPRICED-ITEMS
            END-IF
            COMPUTE AG-ITEM-COST ROUNDED = SA-ON-HAND * AG-PRICE

            ADD SA-ON-HAND TO WB-UNITS(AG-BUCKET-SUB)
            ADD AG-ITEM-COST TO WB-COST(AG-BUCKET-SUB)
            END-IF
        .

      *** COSTS THE ITEM AT ITS MOVING AVERAGE COST - AN ITEM NOT  ***
      *** YET RECEIVED AT A COST FALLS BACK TO ITS LAST-SEEN       ***
      *** PURCHASE PRICE                                           ***
        45-FIND-ITEM-PRICE.
            MOVE 'N' TO AG-PRICE-FLAG
            MOVE ZEROS TO AG-PRICE
            IF SA-AVG-COST NUMERIC
                IF SA-AVG-COST > 0
                    MOVE SA-AVG-COST TO AG-PRICE
                    MOVE 'Y' TO AG-PRICE-FLAG
                END-IF
            END-IF
            IF PPT-COUNT > 0 AND NOT AG-PRICE-FOUND
                SET PRIOR-PRICE-INDEX TO 1
                SEARCH PRIOR-PRICE-ITEM
                    AT END
