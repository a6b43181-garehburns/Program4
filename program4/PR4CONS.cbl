      * WITH THE PRODUCT MASTER DESCRIPTION, A DETAIL LINE PER
      * WAREHOUSE WITH ITS STOCK AND EXTENDED COST, AND A
      * COMPANY-WIDE TOTAL LINE - WHAT CUSTOMER SERVICE NEEDS
      * DAILY TO DECIDE WHICH WAREHOUSE SHIPS AN ORDER.  EACH LINE
      * ALSO SHOWS THE UNITS PR4ALOC HAS ALLOCATED TO CUSTOMER
      * ORDERS AND WHAT IS LEFT AVAILABLE TO PROMISE.
      *
      * INPUT:
      *   PR4-EXTRACT.TXT (39-CHARACTER RECORD, WRITTEN BY
      *   PRODUCT-MASTER.TXT (19-CHARACTER RECORD, MAINTAINED BY
      *   PR4MMNT) - SUPPLIES THE SECTION TITLES
      *
      *   PR4-ALLOC.TXT (35-CHARACTER RECORD, WRITTEN BY PR4ALOC)
      *   - UNITS ALLOCATED PER WAREHOUSE/VENDOR/PRODUCT.  A
      *   MISSING FILE MEANS NOTHING IS ALLOCATED
      *
      * OUTPUT:
      *   PR4-CON - THE PRINTED CONSOLIDATION REPORT

                ASSIGN TO 'PRODUCT-MASTER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * UNITS ALLOCATED TO CUSTOMER ORDERS BY THE LATEST PR4ALOC RUN
            SELECT ALLOCATION-FILE
                ASSIGN TO 'PR4-ALLOC.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS AL-FILE-STATUS.

      * THE PRINTED CONSOLIDATION REPORT
            SELECT CONSOLIDATION-REPORT
                ASSIGN TO PRINTER 'PR4-CON'.
            05  PDM-EXPECTED-TYPE            PIC X(1).
            05  PDM-ACTIVE-FLAG              PIC X(1).

      * SAME 35-CHARACTER RECORD PR4ALOC WRITES
        FD  ALLOCATION-FILE
            RECORD CONTAINS 35 CHARACTERS.

        01  ALLOCATION-REC.
            05  ALR-WAREHOUSE-ID             PIC X(4).
            05  ALR-VENDOR-ID                PIC X(1).
            05  ALR-PRODUCT-ID               PIC X(3).
            05  ALR-ON-HAND                  PIC S9(7).
            05  ALR-ALLOCATED-QTY            PIC 9(7).
            05  ALR-BACKORDERED-QTY          PIC 9(7).
            05  ALR-RUN-DATE                 PIC 9(6).

        FD  CONSOLIDATION-REPORT
            RECORD CONTAINS 80 CHARACTERS.

            05  EX-EOF-FLAG                  PIC X       VALUE 'N'.
                88 EX-NO-MORE-RECS                        VALUE 'Y'.

        01  AL-FLAGS.
            05  AL-FILE-STATUS               PIC XX.
                88 AL-FILE-WAS-FOUND                      VALUE '00'.
            05  AL-EOF-FLAG                  PIC X       VALUE 'N'.
                88 AL-NO-MORE-RECS                        VALUE 'Y'.

        01  RL-FLAGS.
            05  RL-FILE-STATUS               PIC XX.
                88 RL-FILE-WAS-FOUND                      VALUE '00'.
                10  PDT-EXPECTED-TYPE        PIC X(1).
                10  PDT-ACTIVE-FLAG          PIC X(1).

      *** UNITS ALLOCATED TO CUSTOMER ORDERS - SUMMED ACROSS       ***
      *** VENDORS AT EACH WAREHOUSE BREAK                          ***
        01  ALLOCATION-TABLE-AREA.
            05  ALT-COUNT                    PIC S9(4) VALUE 0.
            05  ALLOCATION-ITEM OCCURS 1 TO 1000 TIMES
                    DEPENDING ON ALT-COUNT
                    INDEXED BY ALLOCATION-INDEX.
                10  ALT-WAREHOUSE-ID         PIC X(4).
                10  ALT-PRODUCT-ID           PIC X(3).
                10  ALT-ALLOCATED            PIC S9(8).
            05  ALT-DROPPED                  PIC 9(5)  VALUE 0.

      *** THE PRODUCT AND WAREHOUSE GROUPS UNDER ACCUMULATION ***
        01  HOLDING-FIELDS.
            05  H-PRODUCT-HOLD               PIC X(3).
            05  TF-WAREHOUSE-COST            PIC S9(8)V9(2) VALUE 0.
            05  TF-PRODUCT-STOCK             PIC S9(8)   VALUE 0.
            05  TF-PRODUCT-COST              PIC S9(8)V9(2) VALUE 0.
            05  TF-WAREHOUSE-ALLOC           PIC S9(8)   VALUE 0.
            05  TF-WAREHOUSE-AVAIL           PIC S9(8)   VALUE 0.
            05  TF-PRODUCT-ALLOC             PIC S9(8)   VALUE 0.
            05  TF-PRODUCT-AVAIL             PIC S9(8)   VALUE 0.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                        OUTPUT AREA                         *
            05                    PIC X(5)   VALUE 'STOCK'.
            05                    PIC X(6).
            05                    PIC X(13)  VALUE 'EXTENDED COST'.
            05                    PIC X(2).
            05                    PIC X(9)   VALUE 'ALLOCATED'.
            05                    PIC X(2).
            05                    PIC X(9)   VALUE 'AVAILABLE'.
            05                    PIC X(18).

        01  DETAIL-LINE.
            05                    PIC X(6).
            05  DL-STOCK          PIC ZZZZZZZ9.
            05                    PIC X(2).
            05  DL-COST           PIC $Z,ZZZ,ZZ9.99.
            05                    PIC X(7).
            05  DL-ALLOCATED      PIC ZZZZZZZ9.
            05                    PIC X(2).
            05  DL-AVAILABLE      PIC ZZZZZZZ9-.
            05                    PIC X(18).

        01  PRODUCT-TOTAL-LINE.
            05                    PIC X(2).
            05  PT-STOCK          PIC ZZZZZZZ9.
            05                    PIC X(2).
            05  PT-COST           PIC $ZZ,ZZZ,ZZ9.99.
            05                    PIC X(2).
            05  PT-ALLOCATED      PIC ZZZZZZZ9.
            05                    PIC X(2).
            05  PT-AVAILABLE      PIC ZZZZZZZ9-.
            05                    PIC X(18).

        PROCEDURE DIVISION.

            OPEN OUTPUT CONSOLIDATION-REPORT

            PERFORM 25-LOAD-PRODUCT-MASTER
            PERFORM 26-LOAD-ALLOCATIONS
            PERFORM 40-HEADER-ROUTINE
        .

            CLOSE PRODUCT-MASTER
        .

      *** LOADS THE ALLOCATION FILE INTO A TABLE - A MISSING FILE  ***
      *** LEAVES IT EMPTY AND EVERY UNIT SHOWS AS AVAILABLE         ***
        26-LOAD-ALLOCATIONS.
            MOVE 0 TO ALT-COUNT
            OPEN INPUT ALLOCATION-FILE
            IF AL-FILE-WAS-FOUND
                MOVE 'N' TO AL-EOF-FLAG
                PERFORM UNTIL AL-NO-MORE-RECS
                    READ ALLOCATION-FILE
                        AT END
                            MOVE 'Y' TO AL-EOF-FLAG
                        NOT AT END
                            IF ALT-COUNT < 1000
                                ADD 1 TO ALT-COUNT
                                MOVE ALR-WAREHOUSE-ID TO
                                        ALT-WAREHOUSE-ID(ALT-COUNT)
                                MOVE ALR-PRODUCT-ID TO
                                        ALT-PRODUCT-ID(ALT-COUNT)
                                MOVE ALR-ALLOCATED-QTY TO
                                        ALT-ALLOCATED(ALT-COUNT)
                            ELSE
                                ADD 1 TO ALT-DROPPED
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ALLOCATION-FILE
            END-IF
            IF ALT-DROPPED > 0
                DISPLAY 'PR4CONS - ALLOCATION TABLE FULL - '
                        ALT-DROPPED ' RECORDS NOT SHOWN'
            END-IF
        .

        30-READ-FILE.
            PERFORM UNTIL NO-MORE-DATA
                READ SORTED-EXTRACT
            MOVE H-WAREHOUSE-HOLD TO DL-WAREHOUSE-ID
            MOVE TF-WAREHOUSE-STOCK TO DL-STOCK
            MOVE TF-WAREHOUSE-COST TO DL-COST
            MOVE ZEROS TO TF-WAREHOUSE-ALLOC
            PERFORM 62-ADD-ONE-ALLOCATION
                VARYING ALLOCATION-INDEX FROM 1 BY 1
                    UNTIL ALLOCATION-INDEX > ALT-COUNT
            COMPUTE TF-WAREHOUSE-AVAIL = TF-WAREHOUSE-STOCK -
                                         TF-WAREHOUSE-ALLOC
            MOVE TF-WAREHOUSE-ALLOC TO DL-ALLOCATED
            MOVE TF-WAREHOUSE-AVAIL TO DL-AVAILABLE
            WRITE CONSOLIDATION-RECORD FROM DETAIL-LINE
            ADD 1 TO LINE-COUNT

                                       TF-WAREHOUSE-STOCK
            COMPUTE TF-PRODUCT-COST = TF-PRODUCT-COST +
                                      TF-WAREHOUSE-COST
            COMPUTE TF-PRODUCT-ALLOC = TF-PRODUCT-ALLOC +
                                       TF-WAREHOUSE-ALLOC
            COMPUTE TF-PRODUCT-AVAIL = TF-PRODUCT-AVAIL +
                                       TF-WAREHOUSE-AVAIL
            MOVE ZEROS TO TF-WAREHOUSE-STOCK
            MOVE ZEROS TO TF-WAREHOUSE-COST
        .

      *** EVERY VENDOR'S ALLOCATION COUNTS TOWARD THE WAREHOUSE ***
        62-ADD-ONE-ALLOCATION.
            IF ALT-WAREHOUSE-ID(ALLOCATION-INDEX) = H-WAREHOUSE-HOLD
                AND ALT-PRODUCT-ID(ALLOCATION-INDEX) = H-PRODUCT-HOLD
                ADD ALT-ALLOCATED(ALLOCATION-INDEX) TO
                        TF-WAREHOUSE-ALLOC
            END-IF
        .

      *** PRINTS THE COMPANY-WIDE TOTAL LINE THAT CLOSES A SECTION ***
        65-PRODUCT-BREAK.
            PERFORM 42-CHECK-PAGE-BREAK
            MOVE TF-PRODUCT-STOCK TO PT-STOCK
            MOVE TF-PRODUCT-COST TO PT-COST
            MOVE TF-PRODUCT-ALLOC TO PT-ALLOCATED
            MOVE TF-PRODUCT-AVAIL TO PT-AVAILABLE
            WRITE CONSOLIDATION-RECORD FROM PRODUCT-TOTAL-LINE
                AFTER ADVANCING 2 LINES
            ADD 3 TO LINE-COUNT
            MOVE ZEROS TO TF-PRODUCT-STOCK
            MOVE ZEROS TO TF-PRODUCT-COST
            MOVE ZEROS TO TF-PRODUCT-ALLOC
            MOVE ZEROS TO TF-PRODUCT-AVAIL
        .

        70-EOJ.
