      *   DISPLAYED WITH DESCRIPTION, SIZE/TYPE, ON-HAND STOCK,
      *   EXTENDED COST AND THE RUN DATE.  KEY 'END' AS THE
      *   WAREHOUSE ID TO LEAVE.
      *
      *   THE UNITS PR4ALOC HAS ALLOCATED TO CUSTOMER ORDERS
      *   (PR4-ALLOC.TXT) SHOW UNDER THE ON-HAND, WITH WHAT IS
      *   LEFT AVAILABLE TO PROMISE.  NO ALLOCATION FILE, OR NO
      *   RECORD ON IT, MEANS NOTHING IS ALLOCATED.
      *
      *   CUSTOMER RETURNS PR4TPST IS HOLDING IN QUARANTINE
      *   (PR4-QUARANTINE.TXT) SHOW AFTER THEM - THOSE UNITS ARE
      *   NOT IN THE ON-HAND AND CANNOT BE PROMISED UNTIL AN
      *   INSPECTION RELEASES THEM.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS RL-FILE-STATUS.

      * UNITS ALLOCATED TO CUSTOMER ORDERS BY THE LATEST PR4ALOC RUN
            SELECT ALLOCATION-FILE
                ASSIGN TO 'PR4-ALLOC.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS AL-FILE-STATUS.

      * RETURNED UNITS HELD FOR INSPECTION BY PR4TPST
            SELECT QUARANTINE-FILE
                ASSIGN TO 'PR4-QUARANTINE.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS QT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

            05  RLR-RUN-TIME                 PIC 9(6).
            05  FILLER                       PIC X(53).

      * SAME 35-CHARACTER RECORD PR4ALOC WRITES
        FD  ALLOCATION-FILE
            RECORD CONTAINS 35 CHARACTERS.

        01  ALLOCATION-REC.
            05  ALR-KEY.
                10  ALR-WAREHOUSE-ID         PIC X(4).
                10  ALR-VENDOR-ID            PIC X(1).
                10  ALR-PRODUCT-ID           PIC X(3).
            05  ALR-ON-HAND                  PIC S9(7).
            05  ALR-ALLOCATED-QTY            PIC 9(7).
            05  ALR-BACKORDERED-QTY          PIC 9(7).
            05  ALR-RUN-DATE                 PIC 9(6).

      * SAME 50-CHARACTER RECORD PR4TPST WRITES
        FD  QUARANTINE-FILE
            RECORD CONTAINS 50 CHARACTERS.

        01  QUARANTINE-REC.
            05  QTR-RETURN-AUTH-NO           PIC X(4).
            05  QTR-KEY.
                10  QTR-WAREHOUSE-ID         PIC X(4).
                10  QTR-VENDOR-ID            PIC X(1).
                10  QTR-PRODUCT-ID           PIC X(3).
            05  QTR-ITEM-NO                  PIC X(1).
            05  QTR-LOT-NO                   PIC X(10).
            05  QTR-QUANTITY                 PIC S9(7).
            05  FILLER                       PIC X(20).

        WORKING-STORAGE SECTION.

        01  IX-FLAGS.
            05  RL-EOF-FLAG                  PIC X       VALUE 'N'.
                88 RL-NO-MORE-RECS                        VALUE 'Y'.

        01  AL-FLAGS.
            05  AL-FILE-STATUS               PIC XX.
                88 AL-FILE-WAS-FOUND                      VALUE '00'.
            05  AL-EOF-FLAG                  PIC X       VALUE 'N'.
                88 AL-NO-MORE-RECS                        VALUE 'Y'.

        01  QT-FLAGS.
            05  QT-FILE-STATUS               PIC XX.
                88 QT-FILE-WAS-FOUND                      VALUE '00'.
            05  QT-EOF-FLAG                  PIC X       VALUE 'N'.
                88 QT-NO-MORE-RECS                        VALUE 'Y'.

      *** THE LATEST COMPLETED RUN ON THE RUN LOG AND THE STAMP   ***
      *** PR4CGB LEFT ON THE '*RUN' CONTROL KEY - THE RUN TIME    ***
      *** RIDES IN THE CONTROL RECORD'S PRODUCT NAME FIELD        ***
        01  ANSWER-FIELDS.
            05  AN-ON-HAND                   PIC ZZZZZZZ9-.
            05  AN-EXTENDED-COST             PIC $ZZ,ZZZ,ZZ9.99.
            05  AN-ALLOCATED                 PIC ZZZZZZZ9-.
            05  AN-AVAILABLE                 PIC ZZZZZZZ9-.
            05  AN-BACKORDERED               PIC ZZZZZZZ9-.
            05  AN-QUARANTINED               PIC ZZZZZZZ9-.
            05  AN-RUN-DATE.
                10  AN-RUN-YEAR              PIC 99.
                10                           PIC X     VALUE '/'.
            05  RDW-MONTH                    PIC 99.
            05  RDW-DAY                      PIC 99.

      *** WHAT THE ORDER BOOK HAS CLAIMED OF THE RECORD ON SCREEN ***
        01  ALLOCATION-WORK.
            05  AW-ALLOCATED                 PIC S9(8).
            05  AW-BACKORDERED               PIC S9(8).
            05  AW-AVAILABLE                 PIC S9(8).
            05  AW-QUARANTINED               PIC S9(8).

        PROCEDURE DIVISION.

        10-CONTROL-MODULE.
                    IXR-PRODUCT-TYPE
            DISPLAY '  ON HAND:  ' AN-ON-HAND
            DISPLAY '  EXT COST: ' AN-EXTENDED-COST
            PERFORM 45-LOOK-UP-ALLOCATION
            COMPUTE AW-AVAILABLE = IXR-ON-HAND - AW-ALLOCATED
            MOVE AW-ALLOCATED TO AN-ALLOCATED
            MOVE AW-AVAILABLE TO AN-AVAILABLE
            MOVE AW-BACKORDERED TO AN-BACKORDERED
            DISPLAY '  ALLOCATED:' AN-ALLOCATED
            DISPLAY '  AVAILABLE:' AN-AVAILABLE
            DISPLAY '  BACKORDER:' AN-BACKORDERED
            PERFORM 47-TOTAL-QUARANTINE
            MOVE AW-QUARANTINED TO AN-QUARANTINED
            DISPLAY '  HELD (QA):' AN-QUARANTINED
            DISPLAY '  AS OF RUN DATE (YY/MM/DD): ' AN-RUN-DATE
        .

      *** SCANS THE ALLOCATION FILE FOR THE RECORD ON SCREEN - THE  ***
      *** FILE HOLDS ONLY WHAT THE ORDER BOOK HAS A CLAIM ON, SO IT ***
      *** IS SHORT ENOUGH TO READ THROUGH FOR EACH ANSWER           ***
        45-LOOK-UP-ALLOCATION.
            MOVE 0 TO AW-ALLOCATED
            MOVE 0 TO AW-BACKORDERED
            OPEN INPUT ALLOCATION-FILE
            IF AL-FILE-WAS-FOUND
                MOVE 'N' TO AL-EOF-FLAG
                PERFORM UNTIL AL-NO-MORE-RECS
                    READ ALLOCATION-FILE
                        AT END
                            MOVE 'Y' TO AL-EOF-FLAG
                        NOT AT END
                            IF ALR-KEY = IXR-KEY
                                MOVE ALR-ALLOCATED-QTY TO
                                        AW-ALLOCATED
                                MOVE ALR-BACKORDERED-QTY TO
                                        AW-BACKORDERED
                                MOVE 'Y' TO AL-EOF-FLAG
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ALLOCATION-FILE
            END-IF
        .

      *** ADDS UP EVERY QUARANTINE ENTRY FOR THE RECORD ON SCREEN - ***
      *** ONE RETURN AUTHORIZATION, ITEM OR LOT PER ENTRY, SO THE   ***
      *** WHOLE FILE IS READ                                        ***
        47-TOTAL-QUARANTINE.
            MOVE 0 TO AW-QUARANTINED
            OPEN INPUT QUARANTINE-FILE
            IF QT-FILE-WAS-FOUND
                MOVE 'N' TO QT-EOF-FLAG
                PERFORM UNTIL QT-NO-MORE-RECS
                    READ QUARANTINE-FILE
                        AT END
                            MOVE 'Y' TO QT-EOF-FLAG
                        NOT AT END
                            IF QTR-KEY = IXR-KEY
                                ADD QTR-QUANTITY TO AW-QUARANTINED
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE QUARANTINE-FILE
            END-IF
        .
