        FILE SECTION.

        FD  INVENTORY-MASTER
            RECORD CONTAINS 30 CHARACTERS.

        01  INVENTORY-MASTER-REC.
            05  IVM-WAREHOUSE-ID             PIC X(4).
            05  IVM-ITEM-NO                  PIC 9(1).
            05  IVM-ON-HAND                  PIC S9(7).
            05  IVM-LAST-POST-DATE           PIC 9(6).
            05  IVM-AVG-COST                 PIC 9(4)V9(4).

        FD  SORTED-INVMST
            RECORD CONTAINS 30 CHARACTERS.

        01  SORTED-INVMST-REC.
            05  SI-WAREHOUSE-ID              PIC X(4).
                10  SI-ITEM-NO               PIC X(1).
            05  SI-ON-HAND                   PIC S9(7).
            05  SI-LAST-POST-DATE            PIC 9(6).
            05  SI-AVG-COST                  PIC 9(4)V9(4).

        FD  PRODUCT-MASTER
            RECORD CONTAINS 19 CHARACTERS.
        01  COUNT-SHEET-RECORD               PIC X(80).

        SD  SORTING-FILE
            RECORD CONTAINS 30 CHARACTERS.

        01  SORTING-REC.
            05  SW-WAREHOUSE-ID              PIC X(4).
            05  SW-ITEM-KEY                  PIC X(5).
            05  FILLER                       PIC X(21).

        WORKING-STORAGE SECTION.

