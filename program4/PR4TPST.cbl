      * SEARCH THROUGH THE WHOLE TABLE.
      *
      * INPUT:
      *   INVENTORY-MASTER.TXT (30-CHARACTER RECORD ON DISK)
      *     1. WAREHOUSE ID                 1-4
      *     2. VENDOR ID                    5
      *     3. PRODUCT ID                   6-8
      *     4. LINE ITEM NUMBER (1-5)       9
      *     5. ON-HAND COUNT              10-16
      *     6. LAST POSTED DATE (YYMMDD)  17-22
      *     7. MOVING AVERAGE UNIT COST   23-30 (9999V9999)
      *          RE-AVERAGED ON EVERY RECEIPT AND TRANSFER
      *          RECEIVE, UNCHANGED BY ISSUES, SHIPS AND COUNTS
      *
      *   INVENTORY-TRANS.TXT (58-CHARACTER RECORD ON DISK)
      *     1. TRANSACTION CODE             1
      *          R - RECEIPT (ADDS TO ON-HAND; A RECEIPT FOR AN
      *              ITEM NOT YET ON THE MASTER CREATES IT)
      *          T - TRANSFER SHIP (SUBTRACTS FROM THE SENDING
      *              WAREHOUSE AND OPENS AN IN-TRANSIT TRANSFER
      *              TO THE WAREHOUSE IN POSITIONS 23-26)
      *          V - TRANSFER RECEIVE (CLOSES THE OPEN TRANSFERS
      *              SHIPPED FROM THE WAREHOUSE IN POSITIONS
      *              23-26, OLDEST FIRST, AND ADDS TO THE
      *              RECEIVING WAREHOUSE - A SHIP THAT DREW ON
      *              SEVERAL LOTS IS RECEIVED IN ONE TRANSACTION)
      *          C - CUSTOMER RETURN AGAINST THE RETURN
      *              AUTHORIZATION IN POSITIONS 23-26, DISPOSED
      *              OF AS POSITION 44 SAYS
      *          Q - QUARANTINE INSPECTION (RELEASES OR SCRAPS
      *              UNITS A RETURN PUT IN QUARANTINE UNDER THE
      *              RETURN AUTHORIZATION IN POSITIONS 23-26)
      *     2. WAREHOUSE ID                 2-5
      *          (FOR T THE SENDING SIDE, FOR V THE RECEIVING SIDE)
      *     3. VENDOR ID                    6
      *     6. TRANSACTION DATE (YYMMDD)   17-22
      *     7. OTHER-SIDE WAREHOUSE ID     23-26
      *          (T: RECEIVING WAREHOUSE, V: SENDING WAREHOUSE,
      *           SPACES FOR R/I/A - ON C AND Q THE RETURN
      *           AUTHORIZATION NUMBER)
      *     8. LINE ITEM NUMBER (1-5)      27
      *     9. LOT NUMBER                  28-37
      *          (REQUIRED ON R; ON V IT PICKS WHICH SHIPPED LOT
      *           IS BEING RECEIVED, SPACES TAKES THE OLDEST OPEN
      *           SHIPMENTS OF ANY LOT; ON A IT NAMES THE LOT A COUNT
      *           OVERAGE GOES INTO; ON C THE LOT THE RETURNED
      *           UNITS CAME FROM; ON Q WHICH QUARANTINED LOT IS
      *           INSPECTED, SPACES TAKES THE FIRST ONE HELD;
      *           IGNORED ON I AND T, WHICH ALWAYS RELIEVE THE
      *           EARLIEST-EXPIRING LOT FIRST)
      *    10. EXPIRATION DATE (YYMMDD)    38-43
      *          (ZEROS FOR STOCK THAT DOES NOT EXPIRE - ZEROS
      *           AGAINST A LOT ALREADY ON FILE KEEP THAT LOT'S
      *           OWN DATE)
      *    11. UNIT COST (999V99)          44-48
      *          (R ONLY - WHAT WAS ACTUALLY PAID FOR THE UNITS
      *           RECEIVED; ZEROS LEAVES THE AVERAGE AS IT WAS)
      *        DISPOSITION                 44
      *          (C AND Q ONLY, IN PLACE OF THE UNIT COST)
      *          R - RESTOCK (C: BACK INTO SELLABLE ON-HAND AT
      *              THE ITEM'S AVERAGE; Q: RELEASED FROM
      *              QUARANTINE INTO ON-HAND AT THE COST IT WAS
      *              HELD AT)
      *          Q - QUARANTINE (C ONLY - HELD OFF ON-HAND ON
      *              PR4-QUARANTINE.TXT UNTIL INSPECTED)
      *          S - SCRAP (WRITTEN OFF, NEVER ON-HAND AGAIN)
      *          V - RETURN TO VENDOR (C ONLY - GOES BACK TO THE
      *              VENDOR ON A DEBIT MEMO)
      *    12. OPERATOR ID                 49-52
      *    13. BATCH NUMBER                53-58
      *          (STAMPED BY PR4TENT ON EVERY KEYED TRANSACTION -
      *           A RECORD BUILT BY ANOTHER PROGRAM, SUCH AS
      *           PR4ALOC'S SHIPMENT ISSUES, CARRIES SPACES HERE,
      *           AS DOES AN OLDER 48-CHARACTER RECORD)
      *
      *   RETURN-AUTH.TXT (34-CHARACTER RECORD ON DISK)
      *     RETURN AUTHORIZATIONS ISSUED BY CUSTOMER SERVICE -
      *     READ HERE, NEVER WRITTEN.  A CUSTOMER RETURN MUST
      *     NAME AN OPEN AUTHORIZATION FOR THE SAME WAREHOUSE/
      *     VENDOR/PRODUCT, AND THE UNITS RETURNED IN ONE RUN
      *     MAY NOT EXCEED THE UNITS AUTHORIZED
      *     1. RETURN AUTHORIZATION NO      1-4
      *     2. CUSTOMER ID                  5-10
      *     3. WAREHOUSE ID                11-14
      *     4. VENDOR ID                   15
      *     5. PRODUCT ID                  16-18
      *     6. QUANTITY AUTHORIZED         19-25
      *     7. REASON CODE                 26-27
      *          DM - DAMAGED        DF - DEFECTIVE
      *          WI - WRONG ITEM     NN - NO LONGER NEEDED
      *          EX - EXPIRED        OT - OTHER
      *     8. AUTHORIZATION DATE (YYMMDD) 28-33
      *     9. STATUS                      34
      *          O - OPEN, C - CLOSED
      *
      *   PR4-QUARANTINE.TXT (50-CHARACTER RECORD ON DISK)
      *     RETURNED UNITS HELD OFF ON-HAND AWAITING INSPECTION -
      *     NOT AVAILABLE TO ISSUE, SHIP OR ALLOCATE - CARRIED
      *     FROM RUN TO RUN UNTIL A Q TRANSACTION RELEASES OR
      *     SCRAPS THEM
      *     1. RETURN AUTHORIZATION NO      1-4
      *     2. WAREHOUSE ID                 5-8
      *     3. VENDOR ID                    9
      *     4. PRODUCT ID                  10-12
      *     5. LINE ITEM NUMBER (1-5)      13
      *     6. LOT NUMBER                  14-23
      *     7. QUANTITY HELD               24-30
      *     8. EXPIRATION DATE (YYMMDD)    31-36
      *          (999999 FOR A LOT THAT DOES NOT EXPIRE)
      *     9. DATE QUARANTINED (YYMMDD)   37-42
      *    10. UNIT COST (9999V9999)       43-50
      *          (THE ITEM'S AVERAGE WHEN THE RETURN CAME IN)
      *
      *   TRANSFER-FILE.TXT (50-CHARACTER RECORD ON DISK)
      *     TRANSFERS SHIPPED BUT NOT YET RECEIVED, CARRIED FROM
      *     RUN TO RUN UNTIL THE RECEIVE SIDE MATCHES THEM OFF
      *     1. FROM WAREHOUSE ID            1-4
      *     5. LINE ITEM NUMBER (1-5)      13
      *     6. QUANTITY                    14-20
      *     7. SHIP DATE (YYMMDD)          21-26
      *     8. LOT NUMBER                  27-36
      *     9. EXPIRATION DATE (YYMMDD)    37-42
      *    10. UNIT COST (9999V9999)       43-50
      *          (THE SENDING WAREHOUSE'S AVERAGE AT SHIP TIME -
      *           THE RECEIVE SIDE AVERAGES IT IN)
      *     A SHIPMENT THAT SPANS LOTS CARRIES ONE ENTRY PER LOT
      *
      *   PR4-LOTS.TXT (38-CHARACTER RECORD ON DISK)
      *     ON-HAND BY LOT, KEPT ALONGSIDE THE MASTER - ISSUES
      *     AND TRANSFER SHIPS RELIEVE THE EARLIEST-EXPIRING LOT
      *     FIRST (FEFO).  STOCK POSTED BEFORE LOTS WERE TRACKED
      *     HAS NO LOT RECORD AND IS RELIEVED AFTER THE LOTS RUN
      *     OUT.
      *     1. WAREHOUSE ID                 1-4
      *     2. VENDOR ID                    5
      *     3. PRODUCT ID                   6-8
      *     4. LINE ITEM NUMBER (1-5)       9
      *     5. EXPIRATION DATE (YYMMDD)    10-15
      *          (999999 FOR A LOT THAT DOES NOT EXPIRE)
      *     6. LOT NUMBER                  16-25
      *     7. ON-HAND IN THE LOT          26-32
      *     8. FIRST RECEIVED (YYMMDD)     33-38
      *
      * OUTPUT:
      *   INVENTORY-MASTER.TXT IS REWRITTEN WITH THE TRANSACTIONS
      *   APPLIED.  EVERY APPLIED TRANSACTION IS APPENDED TO THE
      *   POSTING JOURNAL (PR4-JOURNAL.TXT) WITH THE PRIOR AND NEW
      *   ON-HAND COUNTS SO A QUESTIONED COUNT CAN BE TRACED BACK
      *   TO THE RECEIPTS AND ISSUES THAT PRODUCED IT, AND TO THE
      *   OPERATOR AND BATCH THAT KEYED IT - AN ISSUE OR
      *   SHIP THAT DRAWS ON MORE THAN ONE LOT JOURNALS ONE LINE PER
      *   LOT, EACH CARRYING THE LOT NUMBER THAT MOVED AND THE UNIT
      *   COST IT MOVED AT (THE PAID COST ON A RECEIPT, THE SHIPPED
      *   COST ON A TRANSFER RECEIVE, THE ITEM'S MOVING AVERAGE ON
      *   EVERYTHING ELSE), THE FAR-SIDE WAREHOUSE OF A TRANSFER
      *   AND THE LOT'S EXPIRATION DATE - ENOUGH FOR PR4RCVR TO
      *   REPLAY THE LINE EXACTLY.  PR4-LOTS.TXT
      *   IS REWRITTEN WITH THE LOTS STILL HOLDING STOCK.  REJECTED
      *   TRANSACTIONS PRINT ON THE EXCEPTION REPORT (PR4-TER)
      *   WITH A REASON.  TRANSFER-FILE.TXT IS REWRITTEN WITH THE
      *   TRANSFERS STILL OPEN, WHICH ALSO PRINT ON THE IN-TRANSIT
      *   REPORT (PR4-TRN) - ANY OPEN TRANSFER AGED PAST THE
      *   TOLERANCE ALSO PRINTS ON THE EXCEPTION REPORT.  EVERY
      *   RECEIPT AND TRANSFER RECEIVE PRINTS ON THE COST ROLL
      *   REPORT (PR4-CRL) WITH THE COST IT CAME IN AT AND THE
      *   ITEM'S AVERAGE COST BEFORE AND AFTER, AS DOES EVERY
      *   RELEASE FROM QUARANTINE.
      *
      *   A CUSTOMER RETURN JOURNALS THE RETURN AUTHORIZATION, THE
      *   DISPOSITION AND THE AUTHORIZATION'S REASON CODE, AND SO
      *   DOES A QUARANTINE INSPECTION.  ONLY A RESTOCK OR A
      *   RELEASE CHANGES ON-HAND - QUARANTINE, SCRAP AND RETURN
      *   TO VENDOR JOURNAL THE SAME PRIOR AND NEW COUNTS.
      *   PR4-QUARANTINE.TXT IS REWRITTEN WITH THE UNITS STILL
      *   HELD.  EVERY RETURN TO VENDOR WRITES A DEBIT MEMO TO
      *   VENDOR-DEBIT-MEMO.TXT (56-CHARACTER RECORD, REBUILT
      *   EVERY RUN) FOR ACCOUNTS PAYABLE TO CHARGE BACK
      *     1. VENDOR ID                    1
      *     2. RETURN AUTHORIZATION NO      2-5
      *     3. WAREHOUSE ID                 6-9
      *     4. PRODUCT ID                  10-12
      *     5. LINE ITEM NUMBER (1-5)      13
      *     6. QUANTITY RETURNED           14-20
      *     7. UNIT COST (9999V9999)       21-28
      *     8. AMOUNT TO CHARGE (9(8)V99)  29-38
      *     9. RETURN DATE (YYMMDD)        39-44
      *    10. REASON CODE                 45-46
      *    11. LOT NUMBER                  47-56
      *
      *   BEFORE ANYTHING IS POSTED, INVENTORY-MASTER.TXT,
      *   TRANSFER-FILE.TXT, PR4-LOTS.TXT AND PR4-QUARANTINE.TXT
      *   ARE COPIED AS THEY STAND INTO A NEW DATED BACKUP
      *   GENERATION ON PR4-BACKUP.TXT (63-CHARACTER RECORD), AND THE
      *   GENERATION IS REGISTERED ON PR4-BKPCTL.TXT WITH THE
      *   NUMBER OF JOURNAL LINES ALREADY POSTED AT THAT MOMENT.
      *   THE LAST SEVEN GENERATIONS ARE KEPT.  PR4RCVR RESTORES
      *   ONE AND REPLAYS THE JOURNAL LINES POSTED AFTER IT.
      *     PR4-BACKUP.TXT
      *     1. GENERATION RUN DATE (YYMMDD)  1-6
      *     2. GENERATION RUN TIME (HHMMSS)  7-12
      *     3. RECORD TYPE                  13
      *          M - INVENTORY MASTER, T - OPEN TRANSFER,
      *          L - LOT, Q - QUARANTINE
      *     4. THE RECORD AS IT STOOD       14-63
      *     PR4-BKPCTL.TXT (49-CHARACTER RECORD, OLDEST FIRST)
      *     1. GENERATION RUN DATE (YYMMDD)  1-6
      *     2. GENERATION RUN TIME (HHMMSS)  7-12
      *     3. JOURNAL LINES BEFORE THE RUN 13-20
      *     4. MASTER RECORDS SAVED         21-27
      *     5. TRANSFER RECORDS SAVED       28-34
      *     6. LOT RECORDS SAVED            35-41
      *     7. GENERATION STATUS            42
      *          G - REPLAYABLE
      *          X - PR4PCLS HAS SINCE ARCHIVED JOURNAL LINES
      *              POSTED AFTER IT, SO IT CAN NO LONGER BE
      *              REPLAYED
      *     8. QUARANTINE RECORDS SAVED     43-49
      *          (SPACES ON A GENERATION TAKEN BEFORE RETURNS
      *           WERE QUARANTINED - READ AS ZERO)

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
                    RECORD KEY IS IWR-KEY
                    FILE STATUS IS IW-FILE-STATUS.

      * ON-HAND BY LOT - LOADED INTO THE KEYED LOT WORK FILE AT
      * STARTUP, REWRITTEN WITH THE EMPTIED LOTS DROPPED AT EOJ
            SELECT LOT-FILE
                ASSIGN TO 'PR4-LOTS.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS LT-FILE-STATUS.

      * THE LOTS KEYED FOR POSTING - EXPIRATION DATE AHEAD OF THE
      * LOT NUMBER IN THE KEY, SO A BROWSE FROM THE ITEM'S KEY
      * MEETS ITS LOTS EARLIEST-EXPIRING FIRST
            SELECT LOT-WORK-FILE
                ASSIGN TO 'PR4-LOTIDX.DAT'
                    ORGANIZATION IS INDEXED
                    ACCESS IS DYNAMIC
                    RECORD KEY IS LWR-KEY
                    FILE STATUS IS LW-FILE-STATUS.

      * TODAY'S RECEIPT/ISSUE/ADJUSTMENT TRANSACTIONS TO POST
            SELECT INVENTORY-TRANS
                ASSIGN TO 'INVENTORY-TRANS.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS JL-FILE-STATUS.

      * DATED BACKUP GENERATIONS OF THE MASTER, THE OPEN TRANSFERS
      * AND THE LOTS, TAKEN BEFORE EACH RUN POSTS ANYTHING
            SELECT BACKUP-FILE
                ASSIGN TO 'PR4-BACKUP.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BK-FILE-STATUS.

      * THE GENERATIONS BEING KEPT PLUS TODAY'S, BUILT HERE AND
      * THEN COPIED BACK OVER PR4-BACKUP.TXT
            SELECT BACKUP-WORK-FILE
                ASSIGN TO 'PR4-BKPWORK.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * ONE ENTRY PER BACKUP GENERATION, OLDEST FIRST, WITH THE
      * JOURNAL POSITION A REPLAY STARTS FROM
            SELECT BACKUP-CONTROL
                ASSIGN TO 'PR4-BKPCTL.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BC-FILE-STATUS.

      * TRANSFERS SHIPPED BUT NOT YET RECEIVED, CARRIED FROM RUN
      * TO RUN SO STOCK ON A TRUCK STAYS VISIBLE
            SELECT TRANSFER-FILE
                    RECORD KEY IS TWR-KEY
                    FILE STATUS IS TW-FILE-STATUS.

      * RETURN AUTHORIZATIONS ISSUED BY CUSTOMER SERVICE - EVERY
      * CUSTOMER RETURN MUST NAME AN OPEN ONE
            SELECT RETURN-AUTH
                ASSIGN TO 'RETURN-AUTH.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS RA-FILE-STATUS.

      * RETURNED UNITS HELD OFF ON-HAND UNTIL INSPECTED, CARRIED
      * FROM RUN TO RUN
            SELECT QUARANTINE-FILE
                ASSIGN TO 'PR4-QUARANTINE.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS QT-FILE-STATUS.

      * THE QUARANTINE KEYED BY RETURN AUTHORIZATION, ITEM AND LOT
      * SO AN INSPECTION FINDS WHAT ITS RETURN PUT THERE
            SELECT QUARANTINE-WORK-FILE
                ASSIGN TO 'PR4-QTNIDX.DAT'
                    ORGANIZATION IS INDEXED
                    ACCESS IS DYNAMIC
                    RECORD KEY IS QWR-KEY
                    FILE STATUS IS QW-FILE-STATUS.

      * ONE DEBIT MEMO PER RETURN SENT BACK TO THE VENDOR, FOR
      * ACCOUNTS PAYABLE TO CHARGE BACK
            SELECT DEBIT-MEMO-FILE
                ASSIGN TO 'VENDOR-DEBIT-MEMO.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * REJECTED TRANSACTIONS WITH REASONS
            SELECT EXCEPTION-REPORT
                ASSIGN TO PRINTER 'PR4-TER'.
            SELECT IN-TRANSIT-REPORT
                ASSIGN TO PRINTER 'PR4-TRN'.

      * OLD AND NEW AVERAGE COST FOR EVERY RECEIPT AND RECEIVE
            SELECT COST-ROLL-REPORT
                ASSIGN TO PRINTER 'PR4-CRL'.

        DATA DIVISION.
        FILE SECTION.

        FD  INVENTORY-MASTER
            RECORD CONTAINS 30 CHARACTERS.

        01  INVENTORY-MASTER-REC.
            05  IVM-WAREHOUSE-ID             PIC X(4).
            05  IVM-ITEM-NO                  PIC 9(1).
            05  IVM-ON-HAND                  PIC S9(7).
            05  IVM-LAST-POST-DATE           PIC 9(6).
            05  IVM-AVG-COST                 PIC 9(4)V9(4).

        FD  INVENTORY-WORK-FILE
            RECORD CONTAINS 30 CHARACTERS.

        01  INVENTORY-WORK-REC.
            05  IWR-KEY.
                10  IWR-ITEM-NO              PIC X(1).
            05  IWR-ON-HAND                  PIC S9(7).
            05  IWR-LAST-POST-DATE           PIC 9(6).
            05  IWR-AVG-COST                 PIC 9(4)V9(4).

        FD  LOT-FILE
            RECORD CONTAINS 38 CHARACTERS.

        01  LOT-FILE-REC.
            05  LTF-WAREHOUSE-ID             PIC X(4).
            05  LTF-VENDOR-ID                PIC X(1).
            05  LTF-PRODUCT-ID               PIC X(3).
            05  LTF-ITEM-NO                  PIC 9(1).
            05  LTF-EXPIRY-DATE              PIC 9(6).
            05  LTF-LOT-NO                   PIC X(10).
            05  LTF-QUANTITY                 PIC S9(7).
            05  LTF-RECEIVED-DATE            PIC 9(6).

        FD  LOT-WORK-FILE
            RECORD CONTAINS 38 CHARACTERS.

        01  LOT-WORK-REC.
            05  LWR-KEY.
                10  LWR-ITEM-KEY.
                    15  LWR-WAREHOUSE-ID     PIC X(4).
                    15  LWR-VENDOR-ID        PIC X(1).
                    15  LWR-PRODUCT-ID       PIC X(3).
                    15  LWR-ITEM-NO          PIC X(1).
                10  LWR-EXPIRY-DATE          PIC 9(6).
                10  LWR-LOT-NO               PIC X(10).
            05  LWR-QUANTITY                 PIC S9(7).
            05  LWR-RECEIVED-DATE            PIC 9(6).

        FD  INVENTORY-TRANS
            RECORD CONTAINS 58 CHARACTERS.

        01  INVENTORY-TRANS-REC.
            05  ITR-TRANS-CODE               PIC X(1).
                88 ITR-ADJUSTMENT                         VALUE 'A'.
                88 ITR-TRANSFER-SHIP                      VALUE 'T'.
                88 ITR-TRANSFER-RECEIVE                   VALUE 'V'.
                88 ITR-CUSTOMER-RETURN                    VALUE 'C'.
                88 ITR-INSPECTION                         VALUE 'Q'.
            05  ITR-WAREHOUSE-ID             PIC X(4).
            05  ITR-VENDOR-ID                PIC X(1).
            05  ITR-PRODUCT-ID               PIC X(3).
            05  ITR-QUANTITY                 PIC S9(7).
            05  ITR-TRANS-DATE               PIC 9(6).
            05  ITR-OTHER-WAREHOUSE-ID       PIC X(4).
            05  ITR-RETURN-AUTH-NO REDEFINES ITR-OTHER-WAREHOUSE-ID
                                             PIC X(4).
            05  ITR-ITEM-NO                  PIC 9(1).
            05  ITR-LOT-NO                   PIC X(10).
            05  ITR-EXPIRY-DATE              PIC 9(6).
            05  ITR-UNIT-COST                PIC 9(3)V9(2).
            05  ITR-RETURN-FIELDS REDEFINES ITR-UNIT-COST.
                10  ITR-DISPOSITION          PIC X(1).
                    88 ITR-DISP-RESTOCK                   VALUE 'R'.
                    88 ITR-DISP-QUARANTINE                VALUE 'Q'.
                    88 ITR-DISP-SCRAP                     VALUE 'S'.
                    88 ITR-DISP-TO-VENDOR                 VALUE 'V'.
                10  FILLER                   PIC X(4).
            05  ITR-OPERATOR-ID              PIC X(4).
            05  ITR-BATCH-NO                 PIC X(6).

        FD  WAREHOUSE-MASTER
            RECORD CONTAINS 25 CHARACTERS.
            05  PDM-EXPECTED-TYPE            PIC X(1).
            05  PDM-ACTIVE-FLAG              PIC X(1).

      * ONE LINE PER APPLIED TRANSACTION (PER LOT FOR A
      * MULTI-LOT ISSUE OR SHIP) - RUN DATE, TRANSACTION DATE,
      * KEY, QUANTITY, THE PRIOR/NEW ON-HAND COUNTS, THE LOT, THE
      * UNIT COST, THE FAR-SIDE WAREHOUSE, THE LOT'S EXPIRY, AND
      * FOR A RETURN OR INSPECTION THE RETURN AUTHORIZATION, THE
      * DISPOSITION AND THE REASON CODE, THEN THE OPERATOR ID AND
      * BATCH NUMBER THE TRANSACTION WAS KEYED UNDER
        FD  POSTING-JOURNAL
            RECORD CONTAINS 128 CHARACTERS.

        01  JOURNAL-RECORD                   PIC X(128).

        FD  BACKUP-FILE
            RECORD CONTAINS 63 CHARACTERS.

        01  BACKUP-REC.
            05  BKR-GEN-STAMP.
                10  BKR-GEN-DATE             PIC 9(6).
                10  BKR-GEN-TIME             PIC 9(6).
            05  BKR-REC-TYPE                 PIC X(1).
            05  BKR-DATA                     PIC X(50).

        FD  BACKUP-WORK-FILE
            RECORD CONTAINS 63 CHARACTERS.

        01  BACKUP-WORK-REC                  PIC X(63).

        FD  BACKUP-CONTROL
            RECORD CONTAINS 49 CHARACTERS.

        01  BACKUP-CONTROL-REC.
            05  BCR-GEN-STAMP.
                10  BCR-GEN-DATE             PIC 9(6).
                10  BCR-GEN-TIME             PIC 9(6).
            05  BCR-JOURNAL-LINES            PIC 9(8).
            05  BCR-MASTER-RECS              PIC 9(7).
            05  BCR-TRANSFER-RECS            PIC 9(7).
            05  BCR-LOT-RECS                 PIC 9(7).
            05  BCR-GEN-STATUS               PIC X(1).
            05  BCR-QUARANTINE-RECS          PIC 9(7).

        FD  TRANSFER-FILE
            RECORD CONTAINS 50 CHARACTERS.

        01  TRANSFER-FILE-REC.
            05  TRF-FROM-WAREHOUSE-ID        PIC X(4).
            05  TRF-ITEM-NO                  PIC 9(1).
            05  TRF-QUANTITY                 PIC S9(7).
            05  TRF-SHIP-DATE                PIC 9(6).
            05  TRF-LOT-NO                   PIC X(10).
            05  TRF-EXPIRY-DATE              PIC 9(6).
            05  TRF-UNIT-COST                PIC 9(4)V9(4).

        FD  TRANSFER-WORK-FILE
            RECORD CONTAINS 57 CHARACTERS.

        01  TRANSFER-WORK-REC.
            05  TWR-KEY.
                10  TWR-SEQ-NO               PIC 9(7).
            05  TWR-QUANTITY                 PIC S9(7).
            05  TWR-SHIP-DATE                PIC 9(6).
            05  TWR-LOT-NO                   PIC X(10).
            05  TWR-EXPIRY-DATE              PIC 9(6).
            05  TWR-UNIT-COST                PIC 9(4)V9(4).

        FD  RETURN-AUTH
            RECORD CONTAINS 34 CHARACTERS.

        01  RETURN-AUTH-REC.
            05  RAR-RETURN-AUTH-NO           PIC X(4).
            05  RAR-CUSTOMER-ID              PIC X(6).
            05  RAR-WAREHOUSE-ID             PIC X(4).
            05  RAR-VENDOR-ID                PIC X(1).
            05  RAR-PRODUCT-ID               PIC X(3).
            05  RAR-AUTH-QTY                 PIC 9(7).
            05  RAR-REASON-CODE              PIC X(2).
            05  RAR-AUTH-DATE                PIC 9(6).
            05  RAR-STATUS                   PIC X(1).

        FD  QUARANTINE-FILE
            RECORD CONTAINS 50 CHARACTERS.

        01  QUARANTINE-FILE-REC.
            05  QTF-RETURN-AUTH-NO           PIC X(4).
            05  QTF-WAREHOUSE-ID             PIC X(4).
            05  QTF-VENDOR-ID                PIC X(1).
            05  QTF-PRODUCT-ID               PIC X(3).
            05  QTF-ITEM-NO                  PIC 9(1).
            05  QTF-LOT-NO                   PIC X(10).
            05  QTF-QUANTITY                 PIC S9(7).
            05  QTF-EXPIRY-DATE              PIC 9(6).
            05  QTF-HELD-DATE                PIC 9(6).
            05  QTF-UNIT-COST                PIC 9(4)V9(4).

        FD  QUARANTINE-WORK-FILE
            RECORD CONTAINS 50 CHARACTERS.

        01  QUARANTINE-WORK-REC.
            05  QWR-KEY.
                10  QWR-RETURN-AUTH-NO       PIC X(4).
                10  QWR-ITEM-KEY.
                    15  QWR-WAREHOUSE-ID     PIC X(4).
                    15  QWR-VENDOR-ID        PIC X(1).
                    15  QWR-PRODUCT-ID       PIC X(3).
                    15  QWR-ITEM-NO          PIC X(1).
                10  QWR-LOT-NO               PIC X(10).
            05  QWR-QUANTITY                 PIC S9(7).
            05  QWR-EXPIRY-DATE              PIC 9(6).
            05  QWR-HELD-DATE                PIC 9(6).
            05  QWR-UNIT-COST                PIC 9(4)V9(4).

        FD  DEBIT-MEMO-FILE
            RECORD CONTAINS 56 CHARACTERS.

        01  DEBIT-MEMO-REC.
            05  DMR-VENDOR-ID                PIC X(1).
            05  DMR-RETURN-AUTH-NO           PIC X(4).
            05  DMR-WAREHOUSE-ID             PIC X(4).
            05  DMR-PRODUCT-ID               PIC X(3).
            05  DMR-ITEM-NO                  PIC 9(1).
            05  DMR-QUANTITY                 PIC 9(7).
            05  DMR-UNIT-COST                PIC 9(4)V9(4).
            05  DMR-AMOUNT                   PIC 9(8)V9(2).
            05  DMR-RETURN-DATE              PIC 9(6).
            05  DMR-REASON-CODE              PIC X(2).
            05  DMR-LOT-NO                   PIC X(10).

        FD  EXCEPTION-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  IN-TRANSIT-RECORD                PIC X(80).

        FD  COST-ROLL-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  COST-ROLL-RECORD                 PIC X(80).

        WORKING-STORAGE SECTION.

        01  IM-FLAGS.
            05  IW-EOF-FLAG                  PIC X       VALUE 'N'.
                88 IW-NO-MORE-RECS                        VALUE 'Y'.

        01  LT-FLAGS.
            05  LT-FILE-STATUS               PIC XX.
                88 LT-FILE-WAS-FOUND                      VALUE '00'.
            05  LT-EOF-FLAG                  PIC X       VALUE 'N'.
                88 LT-NO-MORE-RECS                        VALUE 'Y'.

        01  LW-FLAGS.
            05  LW-FILE-STATUS               PIC XX.
                88 LW-READ-OK                             VALUE '00'.
            05  LW-EOF-FLAG                  PIC X       VALUE 'N'.
                88 LW-NO-MORE-RECS                        VALUE 'Y'.

        01  JL-FLAGS.
            05  JL-FILE-STATUS               PIC XX.
                88 JL-FILE-WAS-FOUND                      VALUE '00'.
            05  JL-EOF-FLAG                  PIC X       VALUE 'N'.
                88 JL-NO-MORE-RECS                        VALUE 'Y'.

        01  BK-FLAGS.
            05  BK-FILE-STATUS               PIC XX.
                88 BK-FILE-WAS-FOUND                      VALUE '00'.
            05  BK-EOF-FLAG                  PIC X       VALUE 'N'.
                88 BK-NO-MORE-RECS                        VALUE 'Y'.

        01  BC-FLAGS.
            05  BC-FILE-STATUS               PIC XX.
                88 BC-FILE-WAS-FOUND                      VALUE '00'.
            05  BC-EOF-FLAG                  PIC X       VALUE 'N'.
                88 BC-NO-MORE-RECS                        VALUE 'Y'.

        01  IT-FLAGS.
            05  IT-EOF-FLAG                  PIC X       VALUE 'N'.
                88 TR-FILE-WAS-FOUND                      VALUE '00'.
            05  TR-EOF-FLAG                  PIC X       VALUE 'N'.
                88 TR-NO-MORE-RECS                        VALUE 'Y'.

        01  TW-FLAGS.
            05  TW-FILE-STATUS               PIC XX.
            05  TW-EOF-FLAG                  PIC X       VALUE 'N'.
                88 TW-NO-MORE-RECS                        VALUE 'Y'.

        01  RA-FLAGS.
            05  RA-FILE-STATUS               PIC XX.
                88 RA-FILE-WAS-FOUND                      VALUE '00'.
            05  RA-EOF-FLAG                  PIC X       VALUE 'N'.
                88 RA-NO-MORE-RECS                        VALUE 'Y'.
            05  RA-FOUND-FLAG                PIC X       VALUE 'N'.
                88 RA-AUTH-FOUND                          VALUE 'Y'.

        01  QT-FLAGS.
            05  QT-FILE-STATUS               PIC XX.
                88 QT-FILE-WAS-FOUND                      VALUE '00'.
            05  QT-EOF-FLAG                  PIC X       VALUE 'N'.
                88 QT-NO-MORE-RECS                        VALUE 'Y'.

        01  QW-FLAGS.
            05  QW-FILE-STATUS               PIC XX.
                88 QW-READ-OK                             VALUE '00'.
            05  QW-EOF-FLAG                  PIC X       VALUE 'N'.
                88 QW-NO-MORE-RECS                        VALUE 'Y'.
            05  QW-FOUND-FLAG                PIC X       VALUE 'N'.
                88 QW-ENTRY-FOUND                         VALUE 'Y'.

        01  WM-FLAGS.
            05  WM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 WM-NO-MORE-RECS                        VALUE 'Y'.
            05  WS-MONTH                     PIC 99.
            05  WS-DAY                       PIC 99.

      *** THE BACKUP GENERATIONS ON PR4-BKPCTL.TXT, OLDEST FIRST - ***
      *** THE OLDEST ARE DROPPED SO THAT, WITH TODAY'S, NO MORE     ***
      *** THAN BK-GENERATIONS-KEPT REMAIN                           ***
        01  BACKUP-CONTROL-TABLE.
            05  BCT-COUNT                    PIC S9(3)   VALUE 0.
            05  BACKUP-GENERATION OCCURS 1 TO 50 TIMES
                    DEPENDING ON BCT-COUNT
                    INDEXED BY GENERATION-INDEX.
                10  BCT-GEN-STAMP            PIC X(12).
                10  BCT-JOURNAL-LINES        PIC 9(8).
                10  BCT-MASTER-RECS          PIC 9(7).
                10  BCT-TRANSFER-RECS        PIC 9(7).
                10  BCT-LOT-RECS             PIC 9(7).
                10  BCT-GEN-STATUS           PIC X(1).
                10  BCT-QUARANTINE-RECS      PIC 9(7).
                10  BCT-KEEP-FLAG            PIC X(1).
                    88 BCT-KEPT                           VALUE 'Y'.

        01  BACKUP-FIELDS.
            05  BK-GENERATIONS-KEPT          PIC S9(3)   VALUE +7.
            05  BK-DROP-COUNT                PIC S9(3).
            05  BK-RUN-TIME                  PIC 9(8).
            05  BK-RUN-TIME-PARTS REDEFINES BK-RUN-TIME.
                10  BK-RUN-TIME-HHMMSS       PIC 9(6).
                10  FILLER                   PIC 9(2).
            05  BK-NEW-STAMP.
                10  BK-NEW-DATE              PIC 9(6).
                10  BK-NEW-TIME              PIC 9(6).
            05  BK-JOURNAL-LINES             PIC 9(8)    VALUE 0.
            05  BK-MASTER-RECS               PIC 9(7)    VALUE 0.
            05  BK-TRANSFER-RECS             PIC 9(7)    VALUE 0.
            05  BK-LOT-RECS                  PIC 9(7)    VALUE 0.
            05  BK-QUARANTINE-RECS           PIC 9(7)    VALUE 0.
            05  BK-GENERATIONS-DROPPED       PIC 9(3)    VALUE 0.

      *** WAREHOUSE MASTER TABLE - LOADED AT HOUSEKEEPING TIME ***
        01  WAREHOUSE-TABLE-AREA.
            05  WHT-COUNT                    PIC S9(3) VALUE 0.
                10  PDT-ACTIVE-FLAG          PIC X(1).
                    88 PDT-ACTIVE                        VALUE 'Y'.

      *** RETURN AUTHORIZATION TABLE - LOADED AT HOUSEKEEPING    ***
      *** TIME - RAT-RETURNED-QTY COUNTS THE UNITS THIS RUN HAS  ***
      *** ALREADY TAKEN BACK AGAINST EACH AUTHORIZATION          ***
        01  RETURN-AUTH-TABLE-AREA.
            05  RAT-COUNT                    PIC S9(4) VALUE 0.
            05  RETURN-AUTH-ITEM OCCURS 1 TO 500 TIMES
                    DEPENDING ON RAT-COUNT
                    INDEXED BY RETURN-AUTH-INDEX.
                10  RAT-RETURN-AUTH-NO       PIC X(4).
                10  RAT-CUSTOMER-ID          PIC X(6).
                10  RAT-WAREHOUSE-ID         PIC X(4).
                10  RAT-VENDOR-ID            PIC X(1).
                10  RAT-PRODUCT-ID           PIC X(3).
                10  RAT-AUTH-QTY             PIC 9(7).
                10  RAT-RETURNED-QTY         PIC 9(7).
                10  RAT-REASON-CODE          PIC X(2).
                10  RAT-STATUS               PIC X(1).
                    88 RAT-OPEN                          VALUE 'O'.

        01  WH-VALIDATION-FIELDS.
            05  WH-VALID-FLAG                PIC X       VALUE 'N'.
                88 WH-IS-VALID                           VALUE 'Y'.
        01  POSTING-FIELDS.
            05  PF-PRIOR-ON-HAND             PIC S9(7).
            05  PF-NEW-ON-HAND               PIC S9(7).
            05  PF-JOURNAL-QTY               PIC S9(7).

      *** THE UNIT COST THE JOURNAL LINE CARRIES, AND THE ITEM'S    ***
      *** MOVING AVERAGE BEFORE AND AFTER A RECEIPT OR RECEIVE      ***
        01  COST-FIELDS.
            05  CF-UNIT-COST                 PIC 9(4)V9(4).
            05  CF-OLD-AVG-COST              PIC 9(4)V9(4).
            05  CF-NEW-AVG-COST              PIC 9(4)V9(4).

      *** THE LOT A RECEIPT, RECEIVE OR COUNT OVERAGE POSTS INTO -  ***
      *** A LOT THAT DOES NOT EXPIRE IS KEYED 999999 SO IT SORTS    ***
      *** BEHIND EVERY DATED LOT AND IS RELIEVED LAST               ***
        01  LOT-FIELDS.
            05  LF-LOT-NO                    PIC X(10).
            05  LF-EXPIRY-DATE               PIC 9(6).
            05  LF-NO-EXPIRY                 PIC 9(6)    VALUE 999999.
            05  LF-ADD-QTY                   PIC S9(7).
            05  LF-REMAINING                 PIC S9(7).
            05  LF-TAKE                      PIC S9(7).
            05  LF-FOUND-FLAG                PIC X       VALUE 'N'.
                88 LF-LOT-FOUND                           VALUE 'Y'.

      *** THE LOTS ONE ISSUE, SHIP OR COUNT SHORTAGE WILL DRAW ON,   ***
      *** EARLIEST-EXPIRING FIRST - PLANNED BEFORE ANYTHING POSTS SO ***
      *** A SHIPMENT CAN OPEN ONE IN-TRANSIT ENTRY PER LOT AND BACK  ***
      *** THEM ALL OUT IF ANY ONE WRITE FAILS - A PORTION WITH NO    ***
      *** LOT NUMBER IS STOCK POSTED BEFORE LOTS WERE TRACKED - A    ***
      *** TRANSFER RECEIVE PLANS THE OPEN IN-TRANSIT ENTRIES IT      ***
      *** CLOSES, OLDEST FIRST, WITH THE COST EACH WAS SHIPPED AT    ***
        01  LOT-PORTION-TABLE.
            05  LPT-COUNT                    PIC S9(4)   VALUE 0.
            05  LPT-OVERFLOW-FLAG            PIC X       VALUE 'N'.
                88 LPT-OVERFLOWED                         VALUE 'Y'.
            05  LPT-WRITE-FAIL-FLAG          PIC X       VALUE 'N'.
                88 LPT-WRITE-FAILED                       VALUE 'Y'.
            05  LOT-PORTION OCCURS 1 TO 100 TIMES
                    DEPENDING ON LPT-COUNT
                    INDEXED BY PORTION-INDEX.
                10  LPT-LOT-NO               PIC X(10).
                10  LPT-EXPIRY-DATE          PIC 9(6).
                10  LPT-QUANTITY             PIC S9(7).
                10  LPT-SEQ-NO               PIC 9(7).
                10  LPT-UNIT-COST            PIC 9(4)V9(4).

      *** THE RETURN AUTHORIZATION, DISPOSITION AND REASON A      ***
      *** RETURN OR INSPECTION JOURNALS - SPACES ON EVERY OTHER   ***
      *** LINE - AND THE AMOUNT A DEBIT MEMO CHARGES THE VENDOR   ***
        01  RETURN-FIELDS.
            05  RF-RETURN-AUTH-NO            PIC X(4).
            05  RF-DISPOSITION               PIC X(1).
            05  RF-REASON-CODE               PIC X(2).
            05  RF-MEMO-AMOUNT               PIC 9(8)V9(2).

        01  TRANSACTION-COUNTERS.
            05  TC-RECEIPTS                  PIC 9(4)    VALUE 0.
            05  TC-TRANSFERS-IN-TRANSIT      PIC 9(4)    VALUE 0.
            05  TC-REJECTED                  PIC 9(4)    VALUE 0.
            05  TC-ITEMS-CREATED             PIC 9(4)    VALUE 0.
            05  TC-LOTS-CARRIED              PIC 9(4)    VALUE 0.
            05  TC-COSTS-ROLLED              PIC 9(4)    VALUE 0.
            05  TC-RETURNS-RESTOCKED         PIC 9(4)    VALUE 0.
            05  TC-RETURNS-QUARANTINED       PIC 9(4)    VALUE 0.
            05  TC-RETURNS-SCRAPPED          PIC 9(4)    VALUE 0.
            05  TC-RETURNS-TO-VENDOR         PIC 9(4)    VALUE 0.
            05  TC-QUARANTINE-RELEASED       PIC 9(4)    VALUE 0.
            05  TC-QUARANTINE-SCRAPPED       PIC 9(4)    VALUE 0.
            05  TC-QUARANTINE-CARRIED        PIC 9(4)    VALUE 0.

      * FIELD FOR EXPORTING MY EXCEPTION LINES
        01  EXCEPTION-FIELD.
            05  XF-REASON                    PIC X(30).

      *** ONE JOURNAL LINE PER APPLIED TRANSACTION - RUN DATE,      ***
      *** TRANSACTION DATE, KEY, QUANTITY, PRIOR/NEW ON-HAND, THE   ***
      *** LOT THAT MOVED AND THE UNIT COST IT MOVED AT - A RETURN   ***
      *** OR INSPECTION ADDS ITS AUTHORIZATION, DISPOSITION AND     ***
      *** REASON - EVERY LINE ENDS WITH THE OPERATOR AND BATCH THAT ***
      *** KEYED IT                                                  ***
        01  JOURNAL-LINE.
            05  JL-RUN-DATE       PIC 9(6).
            05                    PIC X(2)   VALUE SPACES.
            05  JL-PRIOR-ON-HAND  PIC ZZZZZZ9-.
            05                    PIC X(2)   VALUE SPACES.
            05  JL-NEW-ON-HAND    PIC ZZZZZZ9-.
            05                    PIC X(2)   VALUE SPACES.
            05  JL-LOT-NO         PIC X(10).
            05                    PIC X(2)   VALUE SPACES.
            05  JL-UNIT-COST      PIC ZZZ9.9999.
            05                    PIC X(2)   VALUE SPACES.
            05  JL-OTHER-WAREHOUSE-ID PIC X(4).
            05                    PIC X(2)   VALUE SPACES.
            05  JL-EXPIRY-DATE    PIC 9(6).
            05                    PIC X(2)   VALUE SPACES.
            05  JL-RETURN-AUTH-NO PIC X(4).
            05                    PIC X(2)   VALUE SPACES.
            05  JL-DISPOSITION    PIC X(1).
            05                    PIC X(2)   VALUE SPACES.
            05  JL-REASON-CODE    PIC X(2).
            05                    PIC X(2)   VALUE SPACES.
            05  JL-OPERATOR-ID    PIC X(4).
            05                    PIC X(2)   VALUE SPACES.
            05  JL-BATCH-NO       PIC X(6).

        01  EXCEPTION-HEADING-LINE.
            05                    PIC X(2).
            05                    PIC X(7)   VALUE 'QTY'.
            05                    PIC X(2).
            05                    PIC X(7)   VALUE 'SHIPPED'.
            05                    PIC X(2).
            05                    PIC X(10)  VALUE 'LOT'.
            05                    PIC X(27).

        01  IN-TRANSIT-DETAIL-LINE.
            05                    PIC X(2).
            05  ITL-QUANTITY      PIC ZZZZZZ9.
            05                    PIC X(2).
            05  ITL-SHIP-DATE     PIC 9(6).
            05                    PIC X(3).
            05  ITL-LOT-NO        PIC X(10).
            05                    PIC X(27).

        01  IN-TRANSIT-TOTAL-LINE.
            05                    PIC X(2).
            05  ITL-TOTAL-COUNT   PIC ZZZ9.
            05                    PIC X(45).

      *** COST ROLL REPORT HEADING, DETAIL AND TOTAL LINES ***
        01  COST-ROLL-HEADING-LINE.
            05                    PIC X(2).
            05                    PIC X(1)   VALUE 'C'.
            05                    PIC X(2).
            05                    PIC X(4)   VALUE 'WHSE'.
            05                    PIC X(2).
            05                    PIC X(1)   VALUE 'V'.
            05                    PIC X(2).
            05                    PIC X(3)   VALUE 'PRD'.
            05                    PIC X(2).
            05                    PIC X(1)   VALUE 'I'.
            05                    PIC X(2).
            05                    PIC X(7)   VALUE 'QTY'.
            05                    PIC X(2).
            05                    PIC X(9)   VALUE 'UNIT COST'.
            05                    PIC X(2).
            05                    PIC X(8)   VALUE 'PRIOR OH'.
            05                    PIC X(2).
            05                    PIC X(9)   VALUE 'OLD AVG'.
            05                    PIC X(2).
            05                    PIC X(9)   VALUE 'NEW AVG'.
            05                    PIC X(8).

        01  COST-ROLL-DETAIL-LINE.
            05                    PIC X(2).
            05  CRL-TRANS-CODE    PIC X(1).
            05                    PIC X(2).
            05  CRL-WAREHOUSE-ID  PIC X(4).
            05                    PIC X(2).
            05  CRL-VENDOR-ID     PIC X(1).
            05                    PIC X(2).
            05  CRL-PRODUCT-ID    PIC X(3).
            05                    PIC X(2).
            05  CRL-ITEM-NO       PIC X(1).
            05                    PIC X(2).
            05  CRL-QUANTITY      PIC ZZZZZZ9.
            05                    PIC X(2).
            05  CRL-UNIT-COST     PIC ZZZ9.9999.
            05                    PIC X(2).
            05  CRL-PRIOR-ON-HAND PIC ZZZZZZ9-.
            05                    PIC X(2).
            05  CRL-OLD-AVG-COST  PIC ZZZ9.9999.
            05                    PIC X(2).
            05  CRL-NEW-AVG-COST  PIC ZZZ9.9999.
            05                    PIC X(8).

        01  COST-ROLL-TOTAL-LINE.
            05                    PIC X(2).
            05                    PIC X(26)  VALUE
                    'RECEIPTS AND RECEIVES COST'.
            05                    PIC X(3).
            05  CRL-TOTAL-COUNT   PIC ZZZ9.
            05                    PIC X(45).

        PROCEDURE DIVISION.

        10-CONTROL-MODULE.
            PERFORM 20-HOUSEKEEPING
            PERFORM 32-APPLY-TRANSACTIONS
            PERFORM 74-REPORT-OPEN-TRANSFERS
            PERFORM 86-PRINT-COST-ROLL-TOTAL
            PERFORM 77-REWRITE-INVENTORY-MASTER
            PERFORM 79-REWRITE-TRANSFER-FILE
            PERFORM 81-REWRITE-LOT-FILE
            PERFORM 83-REWRITE-QUARANTINE-FILE
            PERFORM 87-PRINT-SUMMARY
            PERFORM 90-FINALE
        .

      *** TAKES TODAY'S BACKUP GENERATION BEFORE ANYTHING POSTS -   ***
      *** THE GENERATIONS BEING KEPT AND TODAY'S COPY OF THE        ***
      *** MASTER, OPEN TRANSFERS, LOTS AND QUARANTINE ARE BUILT ON  ***
      *** THE WORK FILE, COPIED BACK OVER PR4-BACKUP.TXT, AND ONLY  ***
      *** THEN IS THE GENERATION REGISTERED ON THE CONTROL FILE - A ***
      *** RUN THAT DIES PART WAY THROUGH NEVER REGISTERS A PARTIAL  ***
      *** COPY                                                      ***
        11-BACK-UP-CARRIED-FILES.
            ACCEPT BK-RUN-TIME FROM TIME
            MOVE WS-CURRENT-DATE TO BK-NEW-DATE
            MOVE BK-RUN-TIME-HHMMSS TO BK-NEW-TIME
            PERFORM 12-COUNT-JOURNAL-LINES
            PERFORM 13-LOAD-BACKUP-CONTROL

            COMPUTE BK-DROP-COUNT = BCT-COUNT -
                                    (BK-GENERATIONS-KEPT - 1)
            IF BK-DROP-COUNT < 0
                MOVE 0 TO BK-DROP-COUNT
            END-IF
            PERFORM 14-MARK-ONE-GENERATION
                VARYING GENERATION-INDEX FROM 1 BY 1
                    UNTIL GENERATION-INDEX > BCT-COUNT

            OPEN OUTPUT BACKUP-WORK-FILE
            PERFORM 15-CARRY-KEPT-GENERATIONS
            PERFORM 16-COPY-CARRIED-FILES
            CLOSE BACKUP-WORK-FILE
            PERFORM 17-REPLACE-BACKUP-FILE
            PERFORM 18-REWRITE-BACKUP-CONTROL
        .

      *** COUNTS THE JOURNAL LINES ALREADY POSTED - A REPLAY FROM   ***
      *** TODAY'S GENERATION STARTS WITH THE LINE AFTER THESE       ***
        12-COUNT-JOURNAL-LINES.
            MOVE 0 TO BK-JOURNAL-LINES
            OPEN INPUT POSTING-JOURNAL
            IF JL-FILE-WAS-FOUND
                MOVE 'N' TO JL-EOF-FLAG
                PERFORM UNTIL JL-NO-MORE-RECS
                    READ POSTING-JOURNAL
                        AT END
                            MOVE 'Y' TO JL-EOF-FLAG
                        NOT AT END
                            ADD 1 TO BK-JOURNAL-LINES
                    END-READ
                END-PERFORM
                CLOSE POSTING-JOURNAL
            END-IF
        .

      *** LOADS THE BACKUP CONTROL FILE - A MISSING FILE JUST MEANS ***
      *** THIS IS THE FIRST GENERATION EVER TAKEN                   ***
        13-LOAD-BACKUP-CONTROL.
            MOVE 0 TO BCT-COUNT
            OPEN INPUT BACKUP-CONTROL
            IF BC-FILE-WAS-FOUND
                MOVE 'N' TO BC-EOF-FLAG
                PERFORM UNTIL BC-NO-MORE-RECS
                    READ BACKUP-CONTROL
                        AT END
                            MOVE 'Y' TO BC-EOF-FLAG
                        NOT AT END
                            IF BCT-COUNT < 50
                                ADD 1 TO BCT-COUNT
                                MOVE BCR-GEN-STAMP TO
                                        BCT-GEN-STAMP(BCT-COUNT)
                                MOVE BCR-JOURNAL-LINES TO
                                        BCT-JOURNAL-LINES(BCT-COUNT)
                                MOVE BCR-MASTER-RECS TO
                                        BCT-MASTER-RECS(BCT-COUNT)
                                MOVE BCR-TRANSFER-RECS TO
                                        BCT-TRANSFER-RECS(BCT-COUNT)
                                MOVE BCR-LOT-RECS TO
                                        BCT-LOT-RECS(BCT-COUNT)
                                MOVE BCR-GEN-STATUS TO
                                        BCT-GEN-STATUS(BCT-COUNT)
      * A GENERATION TAKEN BEFORE RETURNS WERE QUARANTINED HAS NO
      * QUARANTINE COUNT - IT SAVED NO QUARANTINE RECORDS
                                IF BCR-QUARANTINE-RECS NUMERIC
                                    MOVE BCR-QUARANTINE-RECS TO
                                      BCT-QUARANTINE-RECS(BCT-COUNT)
                                ELSE
                                    MOVE 0 TO
                                      BCT-QUARANTINE-RECS(BCT-COUNT)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BACKUP-CONTROL
            END-IF
        .

      *** THE OLDEST BK-DROP-COUNT GENERATIONS GO, THE REST STAY ***
        14-MARK-ONE-GENERATION.
            IF GENERATION-INDEX > BK-DROP-COUNT
                MOVE 'Y' TO BCT-KEEP-FLAG(GENERATION-INDEX)
            ELSE
                MOVE 'N' TO BCT-KEEP-FLAG(GENERATION-INDEX)
                ADD 1 TO BK-GENERATIONS-DROPPED
            END-IF
        .

      *** COPIES EVERY BACKUP RECORD BELONGING TO A GENERATION      ***
      *** BEING KEPT - RECORDS OF A DROPPED GENERATION, OR LEFT     ***
      *** BEHIND BY A RUN THAT NEVER REGISTERED ITS GENERATION,     ***
      *** FALL AWAY HERE                                            ***
        15-CARRY-KEPT-GENERATIONS.
            OPEN INPUT BACKUP-FILE
            IF BK-FILE-WAS-FOUND
                MOVE 'N' TO BK-EOF-FLAG
                PERFORM UNTIL BK-NO-MORE-RECS
                    READ BACKUP-FILE
                        AT END
                            MOVE 'Y' TO BK-EOF-FLAG
                        NOT AT END
                            IF BCT-COUNT > 0
                                SET GENERATION-INDEX TO 1
                                SEARCH BACKUP-GENERATION
                                    AT END
                                        CONTINUE
                                    WHEN BCT-GEN-STAMP
                                            (GENERATION-INDEX) =
                                            BKR-GEN-STAMP
                                        IF BCT-KEPT(GENERATION-INDEX)
                                            WRITE BACKUP-WORK-REC
                                                FROM BACKUP-REC
                                        END-IF
                                END-SEARCH
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BACKUP-FILE
            END-IF
        .

      *** ADDS TODAY'S GENERATION - THE MASTER, OPEN TRANSFERS,     ***
      *** LOTS AND QUARANTINE EXACTLY AS THE LAST RUN LEFT THEM - A ***
      *** MISSING FILE CONTRIBUTES NO RECORDS, THE SAME AS IT WOULD ***
      *** TO POSTING                                                ***
        16-COPY-CARRIED-FILES.
            MOVE BK-NEW-STAMP TO BKR-GEN-STAMP
            OPEN INPUT INVENTORY-MASTER
            IF IM-FILE-WAS-FOUND
                MOVE 'N' TO IM-EOF-FLAG
                PERFORM UNTIL IM-NO-MORE-RECS
                    READ INVENTORY-MASTER
                        AT END
                            MOVE 'Y' TO IM-EOF-FLAG
                        NOT AT END
                            MOVE 'M' TO BKR-REC-TYPE
                            MOVE INVENTORY-MASTER-REC TO BKR-DATA
                            WRITE BACKUP-WORK-REC FROM BACKUP-REC
                            ADD 1 TO BK-MASTER-RECS
                    END-READ
                END-PERFORM
                CLOSE INVENTORY-MASTER
            END-IF

            OPEN INPUT TRANSFER-FILE
            IF TR-FILE-WAS-FOUND
                MOVE 'N' TO TR-EOF-FLAG
                PERFORM UNTIL TR-NO-MORE-RECS
                    READ TRANSFER-FILE
                        AT END
                            MOVE 'Y' TO TR-EOF-FLAG
                        NOT AT END
                            MOVE 'T' TO BKR-REC-TYPE
                            MOVE TRANSFER-FILE-REC TO BKR-DATA
                            WRITE BACKUP-WORK-REC FROM BACKUP-REC
                            ADD 1 TO BK-TRANSFER-RECS
                    END-READ
                END-PERFORM
                CLOSE TRANSFER-FILE
            END-IF

            OPEN INPUT LOT-FILE
            IF LT-FILE-WAS-FOUND
                MOVE 'N' TO LT-EOF-FLAG
                PERFORM UNTIL LT-NO-MORE-RECS
                    READ LOT-FILE
                        AT END
                            MOVE 'Y' TO LT-EOF-FLAG
                        NOT AT END
                            MOVE 'L' TO BKR-REC-TYPE
                            MOVE LOT-FILE-REC TO BKR-DATA
                            WRITE BACKUP-WORK-REC FROM BACKUP-REC
                            ADD 1 TO BK-LOT-RECS
                    END-READ
                END-PERFORM
                CLOSE LOT-FILE
            END-IF

            OPEN INPUT QUARANTINE-FILE
            IF QT-FILE-WAS-FOUND
                MOVE 'N' TO QT-EOF-FLAG
                PERFORM UNTIL QT-NO-MORE-RECS
                    READ QUARANTINE-FILE
                        AT END
                            MOVE 'Y' TO QT-EOF-FLAG
                        NOT AT END
                            MOVE 'Q' TO BKR-REC-TYPE
                            MOVE QUARANTINE-FILE-REC TO BKR-DATA
                            WRITE BACKUP-WORK-REC FROM BACKUP-REC
                            ADD 1 TO BK-QUARANTINE-RECS
                    END-READ
                END-PERFORM
                CLOSE QUARANTINE-FILE
            END-IF
        .

      *** COPIES THE FINISHED WORK FILE BACK OVER PR4-BACKUP.TXT - ***
      *** THE WORK FILE IS LEFT IN PLACE AS A SECOND COPY           ***
        17-REPLACE-BACKUP-FILE.
            OPEN INPUT BACKUP-WORK-FILE
            OPEN OUTPUT BACKUP-FILE
            MOVE 'N' TO BK-EOF-FLAG
            PERFORM UNTIL BK-NO-MORE-RECS
                READ BACKUP-WORK-FILE
                    AT END
                        MOVE 'Y' TO BK-EOF-FLAG
                    NOT AT END
                        WRITE BACKUP-REC FROM BACKUP-WORK-REC
                END-READ
            END-PERFORM
            CLOSE BACKUP-WORK-FILE
                  BACKUP-FILE
        .

      *** REWRITES THE CONTROL FILE WITH THE GENERATIONS KEPT AND   ***
      *** TODAY'S ADDED AT THE END                                  ***
        18-REWRITE-BACKUP-CONTROL.
            OPEN OUTPUT BACKUP-CONTROL
            PERFORM 19-WRITE-ONE-GENERATION
                VARYING GENERATION-INDEX FROM 1 BY 1
                    UNTIL GENERATION-INDEX > BCT-COUNT
            MOVE BK-NEW-STAMP TO BCR-GEN-STAMP
            MOVE BK-JOURNAL-LINES TO BCR-JOURNAL-LINES
            MOVE BK-MASTER-RECS TO BCR-MASTER-RECS
            MOVE BK-TRANSFER-RECS TO BCR-TRANSFER-RECS
            MOVE BK-LOT-RECS TO BCR-LOT-RECS
            MOVE 'G' TO BCR-GEN-STATUS
            MOVE BK-QUARANTINE-RECS TO BCR-QUARANTINE-RECS
            WRITE BACKUP-CONTROL-REC
            CLOSE BACKUP-CONTROL
        .

        19-WRITE-ONE-GENERATION.
            IF BCT-KEPT(GENERATION-INDEX)
                MOVE BCT-GEN-STAMP(GENERATION-INDEX) TO BCR-GEN-STAMP
                MOVE BCT-JOURNAL-LINES(GENERATION-INDEX) TO
                        BCR-JOURNAL-LINES
                MOVE BCT-MASTER-RECS(GENERATION-INDEX) TO
                        BCR-MASTER-RECS
                MOVE BCT-TRANSFER-RECS(GENERATION-INDEX) TO
                        BCR-TRANSFER-RECS
                MOVE BCT-LOT-RECS(GENERATION-INDEX) TO BCR-LOT-RECS
                MOVE BCT-GEN-STATUS(GENERATION-INDEX) TO
                        BCR-GEN-STATUS
                MOVE BCT-QUARANTINE-RECS(GENERATION-INDEX) TO
                        BCR-QUARANTINE-RECS
                WRITE BACKUP-CONTROL-REC
            END-IF
        .

        20-HOUSEKEEPING.
            ACCEPT WS-CURRENT-DATE FROM DATE
            PERFORM 11-BACK-UP-CARRIED-FILES

      * A FIRST-EVER RUN HAS NO JOURNAL YET - START ONE
            OPEN EXTEND POSTING-JOURNAL
            END-IF
            OPEN OUTPUT EXCEPTION-REPORT
            OPEN OUTPUT IN-TRANSIT-REPORT
            OPEN OUTPUT COST-ROLL-REPORT
            OPEN OUTPUT DEBIT-MEMO-FILE

            PERFORM 22-LOAD-INVENTORY-MASTER
            PERFORM 23-LOAD-OPEN-TRANSFERS
            PERFORM 24-LOAD-LOTS
            PERFORM 26-LOAD-QUARANTINE
            PERFORM 25-LOAD-RETURN-AUTHS
            PERFORM 27-LOAD-WAREHOUSE-MASTER
            PERFORM 28-LOAD-VENDOR-MASTER
            PERFORM 29-LOAD-PRODUCT-MASTER
            PERFORM 30-PRINT-EXCEPTION-HEADING
            PERFORM 31-PRINT-IN-TRANSIT-HEADING
            PERFORM 21-PRINT-COST-ROLL-HEADING
        .

      *** PRINTS THE COLUMN HEADING ON THE COST ROLL REPORT ONE     ***
      *** TIME                                                      ***
        21-PRINT-COST-ROLL-HEADING.
            MOVE COST-ROLL-HEADING-LINE TO COST-ROLL-RECORD
            WRITE COST-ROLL-RECORD
        .

      *** BUILDS THE INDEXED POSTING COPY OF THE INVENTORY MASTER ***
                            MOVE IVM-ON-HAND TO IWR-ON-HAND
                            MOVE IVM-LAST-POST-DATE TO
                                    IWR-LAST-POST-DATE
      * A MASTER WRITTEN BEFORE ITEMS CARRIED A COST READS AS
      * SPACES - THE ITEM'S FIRST COSTED RECEIPT SETS ITS AVERAGE
                            IF IVM-AVG-COST NUMERIC
                                MOVE IVM-AVG-COST TO IWR-AVG-COST
                            ELSE
                                MOVE ZEROS TO IWR-AVG-COST
                            END-IF
                            WRITE INVENTORY-WORK-REC
                                INVALID KEY
                                    CONTINUE
                            MOVE TS-NEXT-SEQ-NO TO TWR-SEQ-NO
                            MOVE TRF-QUANTITY TO TWR-QUANTITY
                            MOVE TRF-SHIP-DATE TO TWR-SHIP-DATE
                            MOVE TRF-LOT-NO TO TWR-LOT-NO
                            MOVE TRF-EXPIRY-DATE TO TWR-EXPIRY-DATE
                            IF TRF-UNIT-COST NUMERIC
                                MOVE TRF-UNIT-COST TO TWR-UNIT-COST
                            ELSE
                                MOVE ZEROS TO TWR-UNIT-COST
                            END-IF
                            WRITE TRANSFER-WORK-REC
                                INVALID KEY
                                    CONTINUE
            OPEN I-O TRANSFER-WORK-FILE
        .

      *** BUILDS THE KEYED COPY OF THE ON-HAND BY LOT - A MISSING  ***
      *** FILE JUST MEANS NO LOT HAS BEEN RECEIVED YET AND ALL     ***
      *** STOCK IS STILL UNLOTTED                                  ***
        24-LOAD-LOTS.
            OPEN OUTPUT LOT-WORK-FILE
            OPEN INPUT LOT-FILE
            IF LT-FILE-WAS-FOUND
                MOVE 'N' TO LT-EOF-FLAG
                PERFORM UNTIL LT-NO-MORE-RECS
                    READ LOT-FILE
                        AT END
                            MOVE 'Y' TO LT-EOF-FLAG
                        NOT AT END
                            MOVE LTF-WAREHOUSE-ID TO
                                    LWR-WAREHOUSE-ID
                            MOVE LTF-VENDOR-ID TO LWR-VENDOR-ID
                            MOVE LTF-PRODUCT-ID TO LWR-PRODUCT-ID
                            MOVE LTF-ITEM-NO TO LWR-ITEM-NO
                            MOVE LTF-EXPIRY-DATE TO LWR-EXPIRY-DATE
                            MOVE LTF-LOT-NO TO LWR-LOT-NO
                            MOVE LTF-QUANTITY TO LWR-QUANTITY
                            MOVE LTF-RECEIVED-DATE TO
                                    LWR-RECEIVED-DATE
                            WRITE LOT-WORK-REC
                                INVALID KEY
                                    CONTINUE
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE LOT-FILE
            END-IF
            CLOSE LOT-WORK-FILE
            OPEN I-O LOT-WORK-FILE
        .

      *** LOADS THE RETURN AUTHORIZATIONS INTO A TABLE - A MISSING ***
      *** FILE JUST MEANS NONE HAVE BEEN ISSUED, SO EVERY CUSTOMER ***
      *** RETURN IS REJECTED                                       ***
        25-LOAD-RETURN-AUTHS.
            MOVE 0 TO RAT-COUNT
            OPEN INPUT RETURN-AUTH
            IF RA-FILE-WAS-FOUND
                MOVE 'N' TO RA-EOF-FLAG
                PERFORM UNTIL RA-NO-MORE-RECS
                    READ RETURN-AUTH
                        AT END
                            MOVE 'Y' TO RA-EOF-FLAG
                        NOT AT END
                            IF RAT-COUNT < 500
                                ADD 1 TO RAT-COUNT
                                MOVE RAR-RETURN-AUTH-NO TO
                                    RAT-RETURN-AUTH-NO(RAT-COUNT)
                                MOVE RAR-CUSTOMER-ID TO
                                    RAT-CUSTOMER-ID(RAT-COUNT)
                                MOVE RAR-WAREHOUSE-ID TO
                                    RAT-WAREHOUSE-ID(RAT-COUNT)
                                MOVE RAR-VENDOR-ID TO
                                    RAT-VENDOR-ID(RAT-COUNT)
                                MOVE RAR-PRODUCT-ID TO
                                    RAT-PRODUCT-ID(RAT-COUNT)
                                MOVE RAR-REASON-CODE TO
                                    RAT-REASON-CODE(RAT-COUNT)
                                MOVE RAR-STATUS TO
                                    RAT-STATUS(RAT-COUNT)
                                MOVE 0 TO
                                    RAT-RETURNED-QTY(RAT-COUNT)
      * AN AUTHORIZATION WITH NO USABLE QUANTITY AUTHORIZES NOTHING
                                IF RAR-AUTH-QTY NUMERIC
                                    MOVE RAR-AUTH-QTY TO
                                        RAT-AUTH-QTY(RAT-COUNT)
                                ELSE
                                    MOVE 0 TO
                                        RAT-AUTH-QTY(RAT-COUNT)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RETURN-AUTH
            END-IF
        .

      *** BUILDS THE KEYED COPY OF THE UNITS HELD IN QUARANTINE -  ***
      *** A MISSING FILE JUST MEANS NOTHING IS AWAITING INSPECTION ***
        26-LOAD-QUARANTINE.
            OPEN OUTPUT QUARANTINE-WORK-FILE
            OPEN INPUT QUARANTINE-FILE
            IF QT-FILE-WAS-FOUND
                MOVE 'N' TO QT-EOF-FLAG
                PERFORM UNTIL QT-NO-MORE-RECS
                    READ QUARANTINE-FILE
                        AT END
                            MOVE 'Y' TO QT-EOF-FLAG
                        NOT AT END
                            MOVE QTF-RETURN-AUTH-NO TO
                                    QWR-RETURN-AUTH-NO
                            MOVE QTF-WAREHOUSE-ID TO
                                    QWR-WAREHOUSE-ID
                            MOVE QTF-VENDOR-ID TO QWR-VENDOR-ID
                            MOVE QTF-PRODUCT-ID TO QWR-PRODUCT-ID
                            MOVE QTF-ITEM-NO TO QWR-ITEM-NO
                            MOVE QTF-LOT-NO TO QWR-LOT-NO
                            MOVE QTF-QUANTITY TO QWR-QUANTITY
                            MOVE QTF-EXPIRY-DATE TO QWR-EXPIRY-DATE
                            MOVE QTF-HELD-DATE TO QWR-HELD-DATE
                            MOVE QTF-UNIT-COST TO QWR-UNIT-COST
                            WRITE QUARANTINE-WORK-REC
                                INVALID KEY
                                    CONTINUE
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE QUARANTINE-FILE
            END-IF
            CLOSE QUARANTINE-WORK-FILE
            OPEN I-O QUARANTINE-WORK-FILE
        .

      *** LOADS THE WAREHOUSE-MASTER FILE INTO A TABLE SO EVERY     ***
      *** TRANSACTION'S WAREHOUSE CAN BE VALIDATED THE SAME WAY     ***
      *** PR4CGB VALIDATES ITS INPUT RECORDS                        ***
        27-LOAD-WAREHOUSE-MASTER.
            OPEN INPUT WAREHOUSE-MASTER
            MOVE 'N' TO WM-EOF-FLAG
            MOVE 0 TO WHT-COUNT
        .

      *** LOADS THE VENDOR-MASTER FILE INTO A TABLE ***
        28-LOAD-VENDOR-MASTER.
            OPEN INPUT VENDOR-MASTER
            MOVE 'N' TO VM-EOF-FLAG
            MOVE 0 TO VNT-COUNT
        .

      *** LOADS THE PRODUCT-MASTER FILE INTO A TABLE ***
        29-LOAD-PRODUCT-MASTER.
            OPEN INPUT PRODUCT-MASTER
            MOVE 'N' TO PM-EOF-FLAG
            MOVE 0 TO PDT-COUNT
        .

      *** PRINTS THE COLUMN HEADING ON THE EXCEPTION REPORT ONE TIME ***
        30-PRINT-EXCEPTION-HEADING.
            MOVE EXCEPTION-HEADING-LINE TO EXCEPTION-RECORD
            WRITE EXCEPTION-RECORD
        .

      *** PRINTS THE COLUMN HEADING ON THE IN-TRANSIT REPORT ONE    ***
      *** TIME                                                      ***
        31-PRINT-IN-TRANSIT-HEADING.
            MOVE IN-TRANSIT-HEADING-LINE TO IN-TRANSIT-RECORD
            WRITE IN-TRANSIT-RECORD
        .

      *** READS EACH TRANSACTION AND POSTS IT AGAINST THE KEYED    ***
      *** WORK FILES                                               ***
        32-APPLY-TRANSACTIONS.
            OPEN INPUT INVENTORY-TRANS
            MOVE 'N' TO IT-EOF-FLAG
            PERFORM UNTIL IT-NO-MORE-RECS
                    AT END
                        MOVE 'Y' TO IT-EOF-FLAG
                    NOT AT END
                        PERFORM 33-APPLY-ONE-TRANSACTION
                END-READ
            END-PERFORM
            CLOSE INVENTORY-TRANS
      *** ROUTES IT TO THE POSTING PARAGRAPH FOR ITS CODE - ANY     ***
      *** FAILURE REJECTS THE WHOLE TRANSACTION TO THE EXCEPTION    ***
      *** REPORT AND LEAVES THE ON-HAND COUNT UNTOUCHED             ***
        33-APPLY-ONE-TRANSACTION.
            PERFORM 34-VALIDATE-WAREHOUSE
            IF NOT WH-IS-VALID
                MOVE 'UNKNOWN WAREHOUSE' TO XF-REASON
                PERFORM 73-WRITE-EXCEPTION-LINE
            ELSE
                PERFORM 35-VALIDATE-VENDOR
                IF NOT VN-IS-VALID
                    MOVE 'UNKNOWN VENDOR' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                ELSE
                    PERFORM 36-VALIDATE-PRODUCT
                    IF NOT PD-IS-VALID
                        MOVE 'UNKNOWN PRODUCT' TO XF-REASON
                        PERFORM 73-WRITE-EXCEPTION-LINE
                    ELSE
                        PERFORM 37-EDIT-AND-POST
                    END-IF
                END-IF
            END-IF

      *** LOOKS UP ITR-WAREHOUSE-ID IN THE WAREHOUSE TABLE AND SETS ***
      *** WH-IS-VALID FOR THE CURRENT TRANSACTION                   ***
        34-VALIDATE-WAREHOUSE.
            MOVE 'N' TO WH-VALID-FLAG
            SET WAREHOUSE-INDEX TO 1
            SEARCH WAREHOUSE-ITEM

      *** LOOKS UP ITR-VENDOR-ID IN THE VENDOR TABLE AND SETS       ***
      *** VN-IS-VALID FOR THE CURRENT TRANSACTION                   ***
        35-VALIDATE-VENDOR.
            MOVE 'N' TO VN-VALID-FLAG
            SET VENDOR-INDEX TO 1
            SEARCH VENDOR-ITEM

      *** LOOKS UP ITR-PRODUCT-ID IN THE PRODUCT MASTER TABLE AND   ***
      *** SETS PD-IS-VALID FOR THE CURRENT TRANSACTION              ***
        36-VALIDATE-PRODUCT.
            MOVE 'N' TO PD-VALID-FLAG
            SET PRODUCT-INDEX TO 1
            SEARCH PRODUCT-ITEM
      *** NEGATIVE, AND A NEGATIVE QUANTITY WOULD INVERT EVERY     ***
      *** POSTING RULE, SO IT IS REJECTED OUTRIGHT - A ZERO        ***
      *** QUANTITY IS A MEANINGLESS MOVEMENT FOR EVERY CODE BUT    ***
      *** AN ADJUSTMENT (A PHYSICAL COUNT OF ZERO IS REAL) - A     ***
      *** RECEIPT MUST NAME ITS LOT, AND A LOT'S EXPIRATION DATE   ***
      *** MUST BE NUMERIC (ZEROS WHEN IT DOES NOT EXPIRE) - A      ***
      *** RECEIPT'S UNIT COST MUST BE NUMERIC (ZEROS WHEN THE COST ***
      *** IS NOT KNOWN YET) - A RETURN OR INSPECTION MUST CARRY A  ***
      *** DISPOSITION IT CAN TAKE                                  ***
        37-EDIT-AND-POST.
            EVALUATE TRUE
                WHEN ITR-QUANTITY NOT NUMERIC
                    MOVE 'QUANTITY NOT NUMERIC' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN ITR-QUANTITY < 0
                    MOVE 'QUANTITY NEGATIVE' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN ITR-QUANTITY = 0 AND NOT ITR-ADJUSTMENT
                    MOVE 'QUANTITY ZERO' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN ITR-ITEM-NO NOT NUMERIC
                    MOVE 'ITEM NUMBER NOT 1-5' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN ITR-ITEM-NO < 1 OR ITR-ITEM-NO > 5
                    MOVE 'ITEM NUMBER NOT 1-5' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN ITR-RECEIPT AND ITR-LOT-NO = SPACES
                    MOVE 'LOT NUMBER MISSING' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN (ITR-RECEIPT OR ITR-TRANSFER-RECEIVE
                        OR ITR-ADJUSTMENT OR ITR-CUSTOMER-RETURN)
                    AND ITR-LOT-NO NOT = SPACES
                    AND ITR-EXPIRY-DATE NOT NUMERIC
                    MOVE 'EXPIRATION DATE NOT NUMERIC' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN ITR-RECEIPT AND ITR-UNIT-COST NOT NUMERIC
                    MOVE 'UNIT COST NOT NUMERIC' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN ITR-CUSTOMER-RETURN
                    AND NOT (ITR-DISP-RESTOCK OR ITR-DISP-QUARANTINE
                        OR ITR-DISP-SCRAP OR ITR-DISP-TO-VENDOR)
                    MOVE 'DISPOSITION NOT R/Q/S/V' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN ITR-INSPECTION
                    AND NOT (ITR-DISP-RESTOCK OR ITR-DISP-SCRAP)
                    MOVE 'DISPOSITION NOT R/S' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN OTHER
                    PERFORM 39-FIND-INVENTORY-ITEM
                    PERFORM 49-SET-TRANSACTION-LOT
                    EVALUATE TRUE
                        WHEN ITR-RECEIPT
                            PERFORM 40-POST-RECEIPT
                        WHEN ITR-ISSUE
                            PERFORM 43-POST-ISSUE
                        WHEN ITR-ADJUSTMENT
                            PERFORM 44-POST-ADJUSTMENT
                        WHEN ITR-TRANSFER-SHIP
                            PERFORM 45-POST-TRANSFER-SHIP
                        WHEN ITR-TRANSFER-RECEIVE
                            PERFORM 56-POST-TRANSFER-RECEIVE
                        WHEN ITR-CUSTOMER-RETURN
                            PERFORM 63-POST-CUSTOMER-RETURN
                        WHEN ITR-INSPECTION
                            PERFORM 68-POST-INSPECTION
                        WHEN OTHER
                            MOVE 'UNKNOWN TRANS CODE' TO XF-REASON
                            PERFORM 73-WRITE-EXCEPTION-LINE
                    END-EVALUATE
            END-EVALUATE
        .

      *** LOOKS UP ITR-OTHER-WAREHOUSE-ID (THE FAR SIDE OF A        ***
      *** TRANSFER) IN THE WAREHOUSE TABLE AND SETS W2-IS-VALID     ***
        38-VALIDATE-OTHER-WAREHOUSE.
            MOVE 'N' TO W2-VALID-FLAG
            SET WAREHOUSE-INDEX TO 1
            SEARCH WAREHOUSE-ITEM
      *** KEY STRAIGHT OFF THE INDEXED WORK FILE AND SETS          ***
      *** IT-FOUND-FLAG - NO MORE SERIAL SEARCH THROUGH THE WHOLE  ***
      *** MASTER ON EVERY TRANSACTION                              ***
        39-FIND-INVENTORY-ITEM.
            MOVE 'N' TO IT-FOUND-FLAG
            MOVE ITR-WAREHOUSE-ID TO IWR-WAREHOUSE-ID
            MOVE ITR-VENDOR-ID TO IWR-VENDOR-ID
      *** A RECEIPT ADDS TO ON-HAND - A RECEIPT FOR AN ITEM NOT YET ***
      *** ON THE MASTER CREATES THE ITEM AT THE RECEIVED QUANTITY - ***
      *** A RECEIPT THAT WOULD PUSH ON-HAND PAST THE FIELD IS       ***
      *** REJECTED INSTEAD OF POSTING A TRUNCATED COUNT - THE PAID  ***
      *** UNIT COST IS AVERAGED INTO THE ITEM'S COST                ***
        40-POST-RECEIPT.
            MOVE ITR-UNIT-COST TO CF-UNIT-COST
            IF IT-ITEM-FOUND
                MOVE IWR-ON-HAND TO PF-PRIOR-ON-HAND
                COMPUTE PF-NEW-ON-HAND = PF-PRIOR-ON-HAND +
                                         ITR-QUANTITY
                    ON SIZE ERROR
                        MOVE 'RECEIPT OVERFLOWS ON-HAND' TO XF-REASON
                        PERFORM 73-WRITE-EXCEPTION-LINE
                    NOT ON SIZE ERROR
                        PERFORM 85-ROLL-AVERAGE-COST
                        MOVE CF-NEW-AVG-COST TO IWR-AVG-COST
                        MOVE PF-NEW-ON-HAND TO IWR-ON-HAND
                        MOVE ITR-TRANS-DATE TO IWR-LAST-POST-DATE
                        PERFORM 42-REWRITE-INVENTORY-ITEM
                        MOVE ITR-QUANTITY TO LF-ADD-QTY
                        PERFORM 55-ADD-TO-LOT
                        ADD 1 TO TC-RECEIPTS
                        PERFORM 72-WRITE-JOURNAL-LINE
                END-COMPUTE
            ELSE
                MOVE ITR-WAREHOUSE-ID TO IWR-WAREHOUSE-ID
                MOVE ITR-QUANTITY TO PF-NEW-ON-HAND
                MOVE PF-NEW-ON-HAND TO IWR-ON-HAND
                MOVE ITR-TRANS-DATE TO IWR-LAST-POST-DATE
                PERFORM 85-ROLL-AVERAGE-COST
                MOVE CF-NEW-AVG-COST TO IWR-AVG-COST
                PERFORM 41-CREATE-INVENTORY-ITEM
                MOVE ITR-QUANTITY TO LF-ADD-QTY
                PERFORM 55-ADD-TO-LOT
                ADD 1 TO TC-ITEMS-CREATED
                ADD 1 TO TC-RECEIPTS
                PERFORM 72-WRITE-JOURNAL-LINE
            END-IF
        .

        .

      *** PUTS THE POSTED ITEM BACK ON THE KEYED WORK FILE ***
        42-REWRITE-INVENTORY-ITEM.
            REWRITE INVENTORY-WORK-REC
                INVALID KEY
                    CONTINUE

      *** AN ISSUE SUBTRACTS FROM ON-HAND - AN ISSUE FOR AN UNKNOWN ***
      *** ITEM OR FOR MORE THAN IS ON HAND IS REJECTED SO A KEYING  ***
      *** ERROR CANNOT DRIVE A COUNT NEGATIVE - THE STOCK COMES OUT ***
      *** OF THE EARLIEST-EXPIRING LOTS FIRST, ONE JOURNAL LINE PER ***
      *** LOT DRAWN ON                                              ***
        43-POST-ISSUE.
            IF NOT IT-ITEM-FOUND
                MOVE 'ITEM NOT ON INVENTORY MASTER' TO XF-REASON
                PERFORM 73-WRITE-EXCEPTION-LINE
            ELSE
                IF ITR-QUANTITY > IWR-ON-HAND
                    MOVE 'ISSUE EXCEEDS ON-HAND' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                ELSE
                    MOVE ITR-QUANTITY TO LF-REMAINING
                    PERFORM 51-PLAN-LOT-RELIEF
                    IF LPT-OVERFLOWED
                        MOVE 'ISSUE SPANS TOO MANY LOTS' TO XF-REASON
                        PERFORM 73-WRITE-EXCEPTION-LINE
                    ELSE
                        MOVE IWR-ON-HAND TO PF-PRIOR-ON-HAND
                        PERFORM 53-POST-ONE-PORTION
                            VARYING PORTION-INDEX FROM 1 BY 1
                                UNTIL PORTION-INDEX > LPT-COUNT
                        MOVE PF-NEW-ON-HAND TO IWR-ON-HAND
                        MOVE ITR-TRANS-DATE TO IWR-LAST-POST-DATE
                        PERFORM 42-REWRITE-INVENTORY-ITEM
                        ADD 1 TO TC-ISSUES
                    END-IF
                END-IF
            END-IF
        .

      *** AN ADJUSTMENT SETS ON-HAND TO THE COUNTED QUANTITY FROM A ***
      *** PHYSICAL COUNT - THE JOURNAL CARRIES THE PRIOR COUNT SO   ***
      *** THE SHRINKAGE/OVERAGE IS STILL VISIBLE - A SHORTAGE COMES ***
      *** OUT OF THE EARLIEST-EXPIRING LOTS THE SAME WAY AN ISSUE   ***
      *** WOULD, AND AN OVERAGE GOES INTO THE LOT THE COUNT NAMES   ***
      *** (NO LOT NAMED LEAVES THE OVERAGE UNLOTTED) - THE SHORTAGE ***
      *** IS PLANNED BEFORE THE MASTER IS TOUCHED, SO ONE THE PLAN  ***
      *** CANNOT HOLD IS REJECTED WITH THE LOTS AND MASTER STILL IN ***
      *** STEP                                                      ***
        44-POST-ADJUSTMENT.
            IF NOT IT-ITEM-FOUND
                MOVE 'ITEM NOT ON INVENTORY MASTER' TO XF-REASON
                PERFORM 73-WRITE-EXCEPTION-LINE
            ELSE
                MOVE IWR-ON-HAND TO PF-PRIOR-ON-HAND
                MOVE ITR-QUANTITY TO PF-NEW-ON-HAND
                MOVE 0 TO LPT-COUNT
                MOVE 'N' TO LPT-OVERFLOW-FLAG
                IF PF-NEW-ON-HAND < PF-PRIOR-ON-HAND
                    COMPUTE LF-REMAINING = PF-PRIOR-ON-HAND -
                                           PF-NEW-ON-HAND
                    PERFORM 51-PLAN-LOT-RELIEF
                END-IF
                IF LPT-OVERFLOWED
                    MOVE 'ADJUSTMENT SPANS TOO MANY LOTS' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                ELSE
                    MOVE PF-NEW-ON-HAND TO IWR-ON-HAND
                    MOVE ITR-TRANS-DATE TO IWR-LAST-POST-DATE
                    PERFORM 42-REWRITE-INVENTORY-ITEM
                    EVALUATE TRUE
                        WHEN PF-NEW-ON-HAND < PF-PRIOR-ON-HAND
                            PERFORM 54-RELIEVE-ONE-LOT
                                VARYING PORTION-INDEX FROM 1 BY 1
                                    UNTIL PORTION-INDEX > LPT-COUNT
                        WHEN PF-NEW-ON-HAND > PF-PRIOR-ON-HAND
                            AND LF-LOT-NO NOT = SPACES
                            COMPUTE LF-ADD-QTY = PF-NEW-ON-HAND -
                                                 PF-PRIOR-ON-HAND
                            PERFORM 55-ADD-TO-LOT
                    END-EVALUATE
                    ADD 1 TO TC-ADJUSTMENTS
                    PERFORM 72-WRITE-JOURNAL-LINE
                END-IF
            END-IF
        .

      *** OPENS AN IN-TRANSIT ENTRY TO THE RECEIVING WAREHOUSE -    ***
      *** BOTH SIDES MUST BE ON THE WAREHOUSE MASTER AND THE STOCK  ***
      *** MUST ACTUALLY BE ON HAND TO SHIP                          ***
        45-POST-TRANSFER-SHIP.
            PERFORM 38-VALIDATE-OTHER-WAREHOUSE
            EVALUATE TRUE
                WHEN NOT W2-IS-VALID
                    MOVE 'UNKNOWN TO-WAREHOUSE' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN ITR-OTHER-WAREHOUSE-ID = ITR-WAREHOUSE-ID
                    MOVE 'TRANSFER TO SAME WAREHOUSE' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN NOT IT-ITEM-FOUND
                    MOVE 'ITEM NOT ON INVENTORY MASTER' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN ITR-QUANTITY > IWR-ON-HAND
                    MOVE 'TRANSFER EXCEEDS ON-HAND' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN OTHER
                    PERFORM 46-OPEN-IN-TRANSIT-ENTRY
            END-EVALUATE
        .

      *** WRITES THE IN-TRANSIT ENTRIES FIRST - ONE PER LOT THE   ***
      *** SHIPMENT DRAWS ON, EARLIEST-EXPIRING FIRST - AND ONLY   ***
      *** WHEN EVERY WRITE IS GOOD DOES THE SENDER'S SIDE POST -  ***
      *** A DUPLICATE KEY (WHICH THE SEQUENCE NUMBER SHOULD MAKE  ***
      *** IMPOSSIBLE) BACKS OUT THE ENTRIES ALREADY WRITTEN AND   ***
      *** REJECTS THE TRANSACTION TO THE EXCEPTION REPORT INSTEAD ***
      *** OF LETTING STOCK LEAVE THE SENDER AND VANISH OFF THE    ***
      *** TRUCK                                                   ***
        46-OPEN-IN-TRANSIT-ENTRY.
            MOVE ITR-QUANTITY TO LF-REMAINING
            PERFORM 51-PLAN-LOT-RELIEF
            IF LPT-OVERFLOWED
                MOVE 'TRANSFER SPANS TOO MANY LOTS' TO XF-REASON
                PERFORM 73-WRITE-EXCEPTION-LINE
            ELSE
                MOVE 'N' TO LPT-WRITE-FAIL-FLAG
                PERFORM 47-WRITE-ONE-SHIP-ENTRY
                    VARYING PORTION-INDEX FROM 1 BY 1
                        UNTIL PORTION-INDEX > LPT-COUNT
                            OR LPT-WRITE-FAILED
                IF LPT-WRITE-FAILED
                    PERFORM 48-BACK-OUT-SHIP-ENTRY
                        VARYING PORTION-INDEX FROM 1 BY 1
                            UNTIL PORTION-INDEX > LPT-COUNT
                    MOVE 'TRANSFER KEY DUPLICATE' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                ELSE
                    MOVE IWR-ON-HAND TO PF-PRIOR-ON-HAND
                    PERFORM 53-POST-ONE-PORTION
                        VARYING PORTION-INDEX FROM 1 BY 1
                            UNTIL PORTION-INDEX > LPT-COUNT
                    MOVE PF-NEW-ON-HAND TO IWR-ON-HAND
                    MOVE ITR-TRANS-DATE TO IWR-LAST-POST-DATE
                    PERFORM 42-REWRITE-INVENTORY-ITEM
                    ADD 1 TO TC-TRANSFERS-SHIPPED
                END-IF
            END-IF
        .

      *** OPENS THE IN-TRANSIT ENTRY FOR ONE PLANNED LOT PORTION  ***
      *** AND REMEMBERS ITS SEQUENCE NUMBER IN CASE IT HAS TO BE  ***
      *** BACKED OUT                                              ***
        47-WRITE-ONE-SHIP-ENTRY.
            ADD 1 TO TS-NEXT-SEQ-NO
            MOVE ITR-WAREHOUSE-ID TO TWR-FROM-WAREHOUSE-ID
            MOVE ITR-OTHER-WAREHOUSE-ID TO TWR-TO-WAREHOUSE-ID
            MOVE ITR-PRODUCT-ID TO TWR-PRODUCT-ID
            MOVE ITR-ITEM-NO TO TWR-ITEM-NO
            MOVE TS-NEXT-SEQ-NO TO TWR-SEQ-NO
            MOVE LPT-QUANTITY(PORTION-INDEX) TO TWR-QUANTITY
            MOVE ITR-TRANS-DATE TO TWR-SHIP-DATE
            MOVE LPT-LOT-NO(PORTION-INDEX) TO TWR-LOT-NO
            MOVE LPT-EXPIRY-DATE(PORTION-INDEX) TO TWR-EXPIRY-DATE
            MOVE CF-OLD-AVG-COST TO TWR-UNIT-COST
            WRITE TRANSFER-WORK-REC
                INVALID KEY
                    MOVE 'Y' TO LPT-WRITE-FAIL-FLAG
                NOT INVALID KEY
                    MOVE TS-NEXT-SEQ-NO TO LPT-SEQ-NO(PORTION-INDEX)
            END-WRITE
        .

      *** DELETES ONE IN-TRANSIT ENTRY THIS SHIPMENT ALREADY      ***
      *** WROTE - PORTIONS NEVER WRITTEN CARRY A ZERO SEQUENCE    ***
        48-BACK-OUT-SHIP-ENTRY.
            IF LPT-SEQ-NO(PORTION-INDEX) > 0
                MOVE ITR-WAREHOUSE-ID TO TWR-FROM-WAREHOUSE-ID
                MOVE ITR-OTHER-WAREHOUSE-ID TO TWR-TO-WAREHOUSE-ID
                MOVE ITR-VENDOR-ID TO TWR-VENDOR-ID
                MOVE ITR-PRODUCT-ID TO TWR-PRODUCT-ID
                MOVE ITR-ITEM-NO TO TWR-ITEM-NO
                MOVE LPT-SEQ-NO(PORTION-INDEX) TO TWR-SEQ-NO
                PERFORM 62-DELETE-OPEN-TRANSFER
            END-IF
        .

      *** SETS THE LOT A RECEIPT, RECEIVE OR COUNT OVERAGE WILL    ***
      *** POST INTO, AND THE QUANTITY A SINGLE-LINE POSTING        ***
      *** JOURNALS - ISSUES AND SHIPS REPLACE BOTH PER LOT DRAWN - ***
      *** EVERYTHING BUT A RECEIPT OR RECEIVE MOVES AT THE ITEM'S  ***
      *** CURRENT AVERAGE COST - A LOT NAMED WITH NO EXPIRATION    ***
      *** DATE TAKES THE DATE IT ALREADY CARRIES ON FILE, SO THE   ***
      *** UNITS JOIN THAT LOT INSTEAD OF OPENING A NEVER-EXPIRING  ***
      *** TWIN OF IT                                               ***
        49-SET-TRANSACTION-LOT.
            MOVE ZEROS TO CF-OLD-AVG-COST
            IF IT-ITEM-FOUND
                MOVE IWR-AVG-COST TO CF-OLD-AVG-COST
            END-IF
            MOVE CF-OLD-AVG-COST TO CF-UNIT-COST
            MOVE SPACES TO RF-RETURN-AUTH-NO
            MOVE SPACES TO RF-DISPOSITION
            MOVE SPACES TO RF-REASON-CODE
            MOVE ITR-QUANTITY TO PF-JOURNAL-QTY
            MOVE ITR-LOT-NO TO LF-LOT-NO
            MOVE LF-NO-EXPIRY TO LF-EXPIRY-DATE
            IF ITR-EXPIRY-DATE NUMERIC
                IF ITR-EXPIRY-DATE > 0
                    MOVE ITR-EXPIRY-DATE TO LF-EXPIRY-DATE
                END-IF
            END-IF
            IF LF-LOT-NO NOT = SPACES
                AND LF-EXPIRY-DATE = LF-NO-EXPIRY
                PERFORM 50-FIND-LOT-EXPIRY
            END-IF
        .

      *** BROWSES THE ITEM'S LOTS FOR THE ONE NAMED IN LF-LOT-NO   ***
      *** AND, WHEN IT IS ON FILE, TAKES ITS EXPIRATION DATE INTO  ***
      *** LF-EXPIRY-DATE                                           ***
        50-FIND-LOT-EXPIRY.
            MOVE 'N' TO LF-FOUND-FLAG
            MOVE ITR-WAREHOUSE-ID TO LWR-WAREHOUSE-ID
            MOVE ITR-VENDOR-ID TO LWR-VENDOR-ID
            MOVE ITR-PRODUCT-ID TO LWR-PRODUCT-ID
            MOVE ITR-ITEM-NO TO LWR-ITEM-NO
            MOVE ZEROS TO LWR-EXPIRY-DATE
            MOVE LOW-VALUES TO LWR-LOT-NO
            MOVE 'N' TO LW-EOF-FLAG
            START LOT-WORK-FILE
                KEY IS NOT LESS THAN LWR-KEY
                INVALID KEY
                    MOVE 'Y' TO LW-EOF-FLAG
            END-START
            PERFORM UNTIL LW-NO-MORE-RECS OR LF-LOT-FOUND
                READ LOT-WORK-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO LW-EOF-FLAG
                    NOT AT END
                        IF LWR-WAREHOUSE-ID NOT = ITR-WAREHOUSE-ID
                            OR LWR-VENDOR-ID NOT = ITR-VENDOR-ID
                            OR LWR-PRODUCT-ID NOT = ITR-PRODUCT-ID
                            OR LWR-ITEM-NO NOT = ITR-ITEM-NO
                            MOVE 'Y' TO LW-EOF-FLAG
                        ELSE
                            IF LWR-LOT-NO = LF-LOT-NO
                                MOVE 'Y' TO LF-FOUND-FLAG
                                MOVE LWR-EXPIRY-DATE TO LF-EXPIRY-DATE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
        .

      *** PLANS WHICH LOTS COVER LF-REMAINING UNITS OF THE          ***
      *** TRANSACTION'S ITEM - BROWSES THE KEYED LOT FILE FROM THE  ***
      *** ITEM'S KEY, WHICH MEETS ITS LOTS EARLIEST-EXPIRING FIRST, ***
      *** AND WHATEVER THE LOTS CANNOT COVER IS TAKEN FROM THE      ***
      *** UNLOTTED STOCK POSTED BEFORE LOTS WERE TRACKED - NOTHING  ***
      *** IS RELIEVED HERE                                          ***
        51-PLAN-LOT-RELIEF.
            MOVE 0 TO LPT-COUNT
            MOVE 'N' TO LPT-OVERFLOW-FLAG
            MOVE ITR-WAREHOUSE-ID TO LWR-WAREHOUSE-ID
            MOVE ITR-VENDOR-ID TO LWR-VENDOR-ID
            MOVE ITR-PRODUCT-ID TO LWR-PRODUCT-ID
            MOVE ITR-ITEM-NO TO LWR-ITEM-NO
            MOVE ZEROS TO LWR-EXPIRY-DATE
            MOVE LOW-VALUES TO LWR-LOT-NO
            MOVE 'N' TO LW-EOF-FLAG
            START LOT-WORK-FILE
                KEY IS NOT LESS THAN LWR-KEY
                INVALID KEY
                    MOVE 'Y' TO LW-EOF-FLAG
            END-START
            PERFORM UNTIL LW-NO-MORE-RECS OR LF-REMAINING = 0
                READ LOT-WORK-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO LW-EOF-FLAG
                    NOT AT END
                        IF LWR-WAREHOUSE-ID NOT = ITR-WAREHOUSE-ID
                            OR LWR-VENDOR-ID NOT = ITR-VENDOR-ID
                            OR LWR-PRODUCT-ID NOT = ITR-PRODUCT-ID
                            OR LWR-ITEM-NO NOT = ITR-ITEM-NO
                            MOVE 'Y' TO LW-EOF-FLAG
                        ELSE
                            IF LWR-QUANTITY > 0
                                PERFORM 52-TAKE-FROM-ONE-LOT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF LF-REMAINING > 0 AND NOT LPT-OVERFLOWED
                MOVE SPACES TO LWR-LOT-NO
                MOVE ZEROS TO LWR-EXPIRY-DATE
                MOVE LF-REMAINING TO LWR-QUANTITY
                PERFORM 52-TAKE-FROM-ONE-LOT
            END-IF
        .

      *** ADDS ONE PORTION TO THE PLAN - THE WHOLE LOT OR JUST     ***
      *** WHAT IS STILL NEEDED, WHICHEVER IS LESS                  ***
        52-TAKE-FROM-ONE-LOT.
            IF LPT-COUNT < 100
                ADD 1 TO LPT-COUNT
                IF LWR-QUANTITY < LF-REMAINING
                    MOVE LWR-QUANTITY TO LF-TAKE
                ELSE
                    MOVE LF-REMAINING TO LF-TAKE
                END-IF
                MOVE LWR-LOT-NO TO LPT-LOT-NO(LPT-COUNT)
                MOVE LWR-EXPIRY-DATE TO LPT-EXPIRY-DATE(LPT-COUNT)
                MOVE LF-TAKE TO LPT-QUANTITY(LPT-COUNT)
                MOVE ZEROS TO LPT-SEQ-NO(LPT-COUNT)
                SUBTRACT LF-TAKE FROM LF-REMAINING
            ELSE
                MOVE 'Y' TO LPT-OVERFLOW-FLAG
                MOVE 'Y' TO LW-EOF-FLAG
            END-IF
        .

      *** POSTS ONE PLANNED PORTION - RELIEVES ITS LOT, STEPS THE   ***
      *** ON-HAND DOWN AND JOURNALS THE PORTION WITH ITS LOT NUMBER ***
      *** SO EACH LINE'S PRIOR/NEW COUNTS FOLLOW ON FROM THE LAST   ***
        53-POST-ONE-PORTION.
            PERFORM 54-RELIEVE-ONE-LOT
            COMPUTE PF-NEW-ON-HAND = PF-PRIOR-ON-HAND -
                                     LPT-QUANTITY(PORTION-INDEX)
            MOVE LPT-QUANTITY(PORTION-INDEX) TO PF-JOURNAL-QTY
            MOVE LPT-LOT-NO(PORTION-INDEX) TO LF-LOT-NO
            MOVE LPT-EXPIRY-DATE(PORTION-INDEX) TO LF-EXPIRY-DATE
            PERFORM 72-WRITE-JOURNAL-LINE
            MOVE PF-NEW-ON-HAND TO PF-PRIOR-ON-HAND
        .

      *** TAKES ONE PLANNED PORTION OUT OF ITS LOT - AN UNLOTTED    ***
      *** PORTION HAS NO LOT RECORD TO RELIEVE - AN EMPTIED LOT     ***
      *** STAYS ON THE WORK FILE AT ZERO AND IS DROPPED AT EOJ      ***
        54-RELIEVE-ONE-LOT.
            IF LPT-LOT-NO(PORTION-INDEX) NOT = SPACES
                MOVE ITR-WAREHOUSE-ID TO LWR-WAREHOUSE-ID
                MOVE ITR-VENDOR-ID TO LWR-VENDOR-ID
                MOVE ITR-PRODUCT-ID TO LWR-PRODUCT-ID
                MOVE ITR-ITEM-NO TO LWR-ITEM-NO
                MOVE LPT-EXPIRY-DATE(PORTION-INDEX) TO
                        LWR-EXPIRY-DATE
                MOVE LPT-LOT-NO(PORTION-INDEX) TO LWR-LOT-NO
                READ LOT-WORK-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SUBTRACT LPT-QUANTITY(PORTION-INDEX) FROM
                                LWR-QUANTITY
                        REWRITE LOT-WORK-REC
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                END-READ
            END-IF
        .

      *** ADDS LF-ADD-QTY UNITS TO THE LOT IN LF-LOT-NO FOR THE     ***
      *** TRANSACTION'S ITEM, OPENING THE LOT IF IT IS NEW - A      ***
      *** POSTING WITH NO LOT NUMBER LEAVES THE STOCK UNLOTTED      ***
        55-ADD-TO-LOT.
            IF LF-LOT-NO NOT = SPACES
                MOVE ITR-WAREHOUSE-ID TO LWR-WAREHOUSE-ID
                MOVE ITR-VENDOR-ID TO LWR-VENDOR-ID
                MOVE ITR-PRODUCT-ID TO LWR-PRODUCT-ID
                MOVE ITR-ITEM-NO TO LWR-ITEM-NO
                MOVE LF-EXPIRY-DATE TO LWR-EXPIRY-DATE
                MOVE LF-LOT-NO TO LWR-LOT-NO
                READ LOT-WORK-FILE
                    INVALID KEY
                        MOVE ITR-WAREHOUSE-ID TO LWR-WAREHOUSE-ID
                        MOVE ITR-VENDOR-ID TO LWR-VENDOR-ID
                        MOVE ITR-PRODUCT-ID TO LWR-PRODUCT-ID
                        MOVE ITR-ITEM-NO TO LWR-ITEM-NO
                        MOVE LF-EXPIRY-DATE TO LWR-EXPIRY-DATE
                        MOVE LF-LOT-NO TO LWR-LOT-NO
                        MOVE LF-ADD-QTY TO LWR-QUANTITY
                        MOVE ITR-TRANS-DATE TO LWR-RECEIVED-DATE
                        WRITE LOT-WORK-REC
                            INVALID KEY
                                CONTINUE
                        END-WRITE
                    NOT INVALID KEY
                        ADD LF-ADD-QTY TO LWR-QUANTITY
                        REWRITE LOT-WORK-REC
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                END-READ
            END-IF
        .

      *** A TRANSFER RECEIVE CLOSES THE OPEN IN-TRANSIT ENTRIES    ***
      *** SHIPPED FROM THE OTHER-SIDE WAREHOUSE FOR THE SAME        ***
      *** VENDOR/PRODUCT/ITEM, OLDEST FIRST - A SHIP THAT DREW ON   ***
      *** SEVERAL LOTS OPENED ONE ENTRY PER LOT, SO THE RECEIVE     ***
      *** MAY SPAN SEVERAL AND PART-CLOSE THE LAST - IT IS REJECTED ***
      *** ONLY WHEN THE ROUTE HAS NOTHING OPEN OR TOO LITTLE OPEN   ***
      *** TO COVER IT                                               ***
        56-POST-TRANSFER-RECEIVE.
            PERFORM 38-VALIDATE-OTHER-WAREHOUSE
            IF NOT W2-IS-VALID
                MOVE 'UNKNOWN FROM-WAREHOUSE' TO XF-REASON
                PERFORM 73-WRITE-EXCEPTION-LINE
            ELSE
                PERFORM 57-PLAN-TRANSFER-RECEIVE
                EVALUATE TRUE
                    WHEN LPT-COUNT = 0
                        MOVE 'NO MATCHING OPEN TRANSFER' TO XF-REASON
                        PERFORM 73-WRITE-EXCEPTION-LINE
                    WHEN LPT-OVERFLOWED
                        MOVE 'RECEIVE SPANS TOO MANY SHIPS' TO
                                XF-REASON
                        PERFORM 73-WRITE-EXCEPTION-LINE
                    WHEN LF-REMAINING > 0
                        MOVE 'RECEIVE EXCEEDS OPEN TRANSFERS' TO
                                XF-REASON
                        PERFORM 73-WRITE-EXCEPTION-LINE
                    WHEN OTHER
                        PERFORM 59-ADD-TO-RECEIVING-WHSE
                END-EVALUATE
            END-IF
        .

      *** BROWSES THE KEYED TRANSFER FILE FROM THE RECEIVE SIDE'S  ***
      *** ROUTE KEY (FROM-WAREHOUSE IS THE TRANSACTION'S OTHER-    ***
      *** SIDE WAREHOUSE) IN SEQUENCE ORDER, SO OLDEST SHIP FIRST, ***
      *** AND PLANS THE ENTRIES (OF THE LOT THE RECEIVE NAMES, WHEN ***
      *** IT NAMES ONE) THAT COVER ITS QUANTITY - LF-REMAINING IS   ***
      *** LEFT ABOVE ZERO WHEN THE ROUTE HAS TOO LITTLE OPEN -      ***
      *** NOTHING IS CLOSED HERE                                    ***
        57-PLAN-TRANSFER-RECEIVE.
            MOVE 0 TO LPT-COUNT
            MOVE 'N' TO LPT-OVERFLOW-FLAG
            MOVE ITR-QUANTITY TO LF-REMAINING
            MOVE ITR-OTHER-WAREHOUSE-ID TO TWR-FROM-WAREHOUSE-ID
            MOVE ITR-WAREHOUSE-ID TO TWR-TO-WAREHOUSE-ID
            MOVE ITR-VENDOR-ID TO TWR-VENDOR-ID
                INVALID KEY
                    MOVE 'Y' TO TW-EOF-FLAG
            END-START
            PERFORM UNTIL TW-NO-MORE-RECS OR LF-REMAINING = 0
                READ TRANSFER-WORK-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO TW-EOF-FLAG
                            OR TWR-ITEM-NO NOT = ITR-ITEM-NO
                            MOVE 'Y' TO TW-EOF-FLAG
                        ELSE
                            IF TWR-QUANTITY > 0
                                AND (ITR-LOT-NO = SPACES
                                    OR ITR-LOT-NO = TWR-LOT-NO)
                                PERFORM 58-TAKE-FROM-ONE-SHIP
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
        .

      *** ADDS ONE OPEN ENTRY TO THE RECEIVE PLAN - THE WHOLE ENTRY ***
      *** OR JUST WHAT IS STILL NEEDED, WHICHEVER IS LESS           ***
        58-TAKE-FROM-ONE-SHIP.
            IF LPT-COUNT < 100
                ADD 1 TO LPT-COUNT
                IF TWR-QUANTITY < LF-REMAINING
                    MOVE TWR-QUANTITY TO LF-TAKE
                ELSE
                    MOVE LF-REMAINING TO LF-TAKE
                END-IF
                MOVE TWR-LOT-NO TO LPT-LOT-NO(LPT-COUNT)
                MOVE TWR-EXPIRY-DATE TO LPT-EXPIRY-DATE(LPT-COUNT)
                MOVE LF-TAKE TO LPT-QUANTITY(LPT-COUNT)
                MOVE TWR-SEQ-NO TO LPT-SEQ-NO(LPT-COUNT)
                MOVE TWR-UNIT-COST TO LPT-UNIT-COST(LPT-COUNT)
                SUBTRACT LF-TAKE FROM LF-REMAINING
            ELSE
                MOVE 'Y' TO LPT-OVERFLOW-FLAG
                MOVE 'Y' TO TW-EOF-FLAG
            END-IF
        .

      *** ADDS THE PLANNED ENTRIES' STOCK TO THE RECEIVING          ***
      *** WAREHOUSE (CREATING THE ITEM THERE IF IT IS NEW) - NOTHING ***
      *** POSTS AND EVERY ENTRY STAYS OPEN IF THE RECEIVE WOULD      ***
      *** OVERFLOW ON-HAND                                           ***
        59-ADD-TO-RECEIVING-WHSE.
            IF IT-ITEM-FOUND
                MOVE IWR-ON-HAND TO PF-PRIOR-ON-HAND
            ELSE
                MOVE ITR-WAREHOUSE-ID TO IWR-WAREHOUSE-ID
                MOVE ITR-VENDOR-ID TO IWR-VENDOR-ID
                MOVE ITR-PRODUCT-ID TO IWR-PRODUCT-ID
                MOVE ITR-ITEM-NO TO IWR-ITEM-NO
                MOVE ZEROS TO PF-PRIOR-ON-HAND
                MOVE ZEROS TO IWR-AVG-COST
            END-IF
            COMPUTE PF-NEW-ON-HAND = PF-PRIOR-ON-HAND + ITR-QUANTITY
                ON SIZE ERROR
                    MOVE 'RECEIVE OVERFLOWS ON-HAND' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                NOT ON SIZE ERROR
                    PERFORM 60-RECEIVE-ONE-PORTION
                        VARYING PORTION-INDEX FROM 1 BY 1
                            UNTIL PORTION-INDEX > LPT-COUNT
                    MOVE ITR-TRANS-DATE TO IWR-LAST-POST-DATE
                    IF IT-ITEM-FOUND
                        PERFORM 42-REWRITE-INVENTORY-ITEM
                    ELSE
                        PERFORM 41-CREATE-INVENTORY-ITEM
                        ADD 1 TO TC-ITEMS-CREATED
                    END-IF
                    ADD 1 TO TC-TRANSFERS-RECEIVED
            END-COMPUTE
        .

      *** POSTS ONE PLANNED ENTRY - ROLLS THE AVERAGE AT THE COST IT ***
      *** WAS SHIPPED AT, CLOSES OR REDUCES THE ENTRY, AND LANDS THE ***
      *** UNITS IN THE LOT THEY WERE SHIPPED FROM, KEEPING THE       ***
      *** SHIPPED EXPIRATION DATE UNLESS THE RECEIVE KEYED ONE - ONE ***
      *** JOURNAL LINE PER ENTRY, EACH FOLLOWING ON FROM THE LAST    ***
        60-RECEIVE-ONE-PORTION.
            MOVE LPT-QUANTITY(PORTION-INDEX) TO PF-JOURNAL-QTY
            MOVE LPT-UNIT-COST(PORTION-INDEX) TO CF-UNIT-COST
            COMPUTE PF-NEW-ON-HAND = PF-PRIOR-ON-HAND + PF-JOURNAL-QTY
            PERFORM 85-ROLL-AVERAGE-COST
            MOVE CF-NEW-AVG-COST TO IWR-AVG-COST
            MOVE CF-NEW-AVG-COST TO CF-OLD-AVG-COST
            MOVE PF-NEW-ON-HAND TO IWR-ON-HAND
            PERFORM 61-CLOSE-OPEN-TRANSFER
            MOVE LPT-LOT-NO(PORTION-INDEX) TO LF-LOT-NO
            MOVE LPT-EXPIRY-DATE(PORTION-INDEX) TO LF-EXPIRY-DATE
            IF ITR-EXPIRY-DATE NUMERIC
                IF ITR-EXPIRY-DATE > 0
                    MOVE ITR-EXPIRY-DATE TO LF-EXPIRY-DATE
                END-IF
            END-IF
            MOVE PF-JOURNAL-QTY TO LF-ADD-QTY
            PERFORM 55-ADD-TO-LOT
            PERFORM 72-WRITE-JOURNAL-LINE
            MOVE PF-NEW-ON-HAND TO PF-PRIOR-ON-HAND
        .

      *** TAKES ONE PLANNED PORTION OFF ITS IN-TRANSIT ENTRY - AN   ***
      *** ENTRY RECEIVED IN FULL IS DELETED, ONE RECEIVED IN PART   ***
      *** STAYS OPEN FOR THE BALANCE                                ***
        61-CLOSE-OPEN-TRANSFER.
            MOVE ITR-OTHER-WAREHOUSE-ID TO TWR-FROM-WAREHOUSE-ID
            MOVE ITR-WAREHOUSE-ID TO TWR-TO-WAREHOUSE-ID
            MOVE ITR-VENDOR-ID TO TWR-VENDOR-ID
            MOVE ITR-PRODUCT-ID TO TWR-PRODUCT-ID
            MOVE ITR-ITEM-NO TO TWR-ITEM-NO
            MOVE LPT-SEQ-NO(PORTION-INDEX) TO TWR-SEQ-NO
            READ TRANSFER-WORK-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF TWR-QUANTITY > LPT-QUANTITY(PORTION-INDEX)
                        SUBTRACT LPT-QUANTITY(PORTION-INDEX) FROM
                                TWR-QUANTITY
                        REWRITE TRANSFER-WORK-REC
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                    ELSE
                        PERFORM 62-DELETE-OPEN-TRANSFER
                    END-IF
            END-READ
        .

      *** REMOVES THE IN-TRANSIT ENTRY IN THE RECORD AREA -        ***
      *** WHATEVER IS LEFT ON THE WORK FILE AT EOJ IS STILL ON A   ***
      *** TRUCK                                                    ***
        62-DELETE-OPEN-TRANSFER.
            DELETE TRANSFER-WORK-FILE
                INVALID KEY
                    CONTINUE
            END-DELETE
        .

      *** A CUSTOMER RETURN MUST NAME AN OPEN RETURN AUTHORIZATION  ***
      *** FOR THE SAME WAREHOUSE/VENDOR/PRODUCT, MAY NOT TAKE BACK  ***
      *** MORE THAN WAS AUTHORIZED, AND MUST BE FOR AN ITEM ON THE  ***
      *** MASTER - ONLY A RESTOCK PUTS THE UNITS BACK ON-HAND, SO   ***
      *** EVERY OTHER DISPOSITION JOURNALS THE SAME PRIOR AND NEW   ***
      *** COUNTS                                                    ***
        63-POST-CUSTOMER-RETURN.
            PERFORM 64-FIND-RETURN-AUTH
            EVALUATE TRUE
                WHEN NOT RA-AUTH-FOUND
                    MOVE 'RETURN AUTH NOT ON FILE' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN NOT RAT-OPEN(RETURN-AUTH-INDEX)
                    MOVE 'RETURN AUTH NOT OPEN' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN RAT-WAREHOUSE-ID(RETURN-AUTH-INDEX) NOT =
                        ITR-WAREHOUSE-ID
                    OR RAT-VENDOR-ID(RETURN-AUTH-INDEX) NOT =
                        ITR-VENDOR-ID
                    OR RAT-PRODUCT-ID(RETURN-AUTH-INDEX) NOT =
                        ITR-PRODUCT-ID
                    MOVE 'RETURN AUTH FOR ANOTHER ITEM' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN RAT-RETURNED-QTY(RETURN-AUTH-INDEX) +
                        ITR-QUANTITY > RAT-AUTH-QTY(RETURN-AUTH-INDEX)
                    MOVE 'RETURN EXCEEDS AUTHORIZED QTY' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN NOT IT-ITEM-FOUND
                    MOVE 'ITEM NOT ON INVENTORY MASTER' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN OTHER
                    MOVE ITR-RETURN-AUTH-NO TO RF-RETURN-AUTH-NO
                    MOVE ITR-DISPOSITION TO RF-DISPOSITION
                    MOVE RAT-REASON-CODE(RETURN-AUTH-INDEX) TO
                            RF-REASON-CODE
                    MOVE IWR-ON-HAND TO PF-PRIOR-ON-HAND
                    MOVE IWR-ON-HAND TO PF-NEW-ON-HAND
                    EVALUATE TRUE
                        WHEN ITR-DISP-RESTOCK
                            PERFORM 65-RESTOCK-RETURN
                        WHEN ITR-DISP-QUARANTINE
                            PERFORM 66-ADD-TO-QUARANTINE
                        WHEN ITR-DISP-SCRAP
                            ADD ITR-QUANTITY TO
                                RAT-RETURNED-QTY(RETURN-AUTH-INDEX)
                            ADD 1 TO TC-RETURNS-SCRAPPED
                            PERFORM 72-WRITE-JOURNAL-LINE
                        WHEN ITR-DISP-TO-VENDOR
                            PERFORM 67-WRITE-DEBIT-MEMO
                    END-EVALUATE
            END-EVALUATE
        .

      *** LOOKS UP THE TRANSACTION'S RETURN AUTHORIZATION NUMBER IN ***
      *** THE TABLE AND SETS RA-AUTH-FOUND WITH RETURN-AUTH-INDEX   ***
      *** LEFT ON THE ENTRY                                         ***
        64-FIND-RETURN-AUTH.
            MOVE 'N' TO RA-FOUND-FLAG
            IF RAT-COUNT > 0
                SET RETURN-AUTH-INDEX TO 1
                SEARCH RETURN-AUTH-ITEM
                    AT END
                        CONTINUE
                    WHEN RAT-RETURN-AUTH-NO(RETURN-AUTH-INDEX) =
                                                ITR-RETURN-AUTH-NO
                        MOVE 'Y' TO RA-FOUND-FLAG
                END-SEARCH
            END-IF
        .

      *** A RESTOCKED RETURN GOES BACK INTO SELLABLE ON-HAND, AND   ***
      *** INTO THE LOT IT CAME FROM, AT THE ITEM'S CURRENT AVERAGE  ***
      *** - THE AVERAGE DOES NOT MOVE                               ***
        65-RESTOCK-RETURN.
            COMPUTE PF-NEW-ON-HAND = PF-PRIOR-ON-HAND + ITR-QUANTITY
                ON SIZE ERROR
                    MOVE 'RETURN OVERFLOWS ON-HAND' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                NOT ON SIZE ERROR
                    MOVE PF-NEW-ON-HAND TO IWR-ON-HAND
                    MOVE ITR-TRANS-DATE TO IWR-LAST-POST-DATE
                    PERFORM 42-REWRITE-INVENTORY-ITEM
                    MOVE ITR-QUANTITY TO LF-ADD-QTY
                    PERFORM 55-ADD-TO-LOT
                    ADD ITR-QUANTITY TO
                        RAT-RETURNED-QTY(RETURN-AUTH-INDEX)
                    ADD 1 TO TC-RETURNS-RESTOCKED
                    PERFORM 72-WRITE-JOURNAL-LINE
            END-COMPUTE
        .

      *** A QUARANTINED RETURN IS HELD OFF ON-HAND UNDER ITS        ***
      *** AUTHORIZATION, ITEM AND LOT AT THE ITEM'S CURRENT AVERAGE ***
      *** UNTIL AN INSPECTION RELEASES OR SCRAPS IT - A SECOND      ***
      *** RETURN OF THE SAME LOT ON THE SAME AUTHORIZATION ADDS TO  ***
      *** WHAT IS ALREADY HELD                                      ***
        66-ADD-TO-QUARANTINE.
            MOVE ITR-RETURN-AUTH-NO TO QWR-RETURN-AUTH-NO
            MOVE ITR-WAREHOUSE-ID TO QWR-WAREHOUSE-ID
            MOVE ITR-VENDOR-ID TO QWR-VENDOR-ID
            MOVE ITR-PRODUCT-ID TO QWR-PRODUCT-ID
            MOVE ITR-ITEM-NO TO QWR-ITEM-NO
            MOVE LF-LOT-NO TO QWR-LOT-NO
            READ QUARANTINE-WORK-FILE
                INVALID KEY
                    MOVE ITR-RETURN-AUTH-NO TO QWR-RETURN-AUTH-NO
                    MOVE ITR-WAREHOUSE-ID TO QWR-WAREHOUSE-ID
                    MOVE ITR-VENDOR-ID TO QWR-VENDOR-ID
                    MOVE ITR-PRODUCT-ID TO QWR-PRODUCT-ID
                    MOVE ITR-ITEM-NO TO QWR-ITEM-NO
                    MOVE LF-LOT-NO TO QWR-LOT-NO
                    MOVE ITR-QUANTITY TO QWR-QUANTITY
                    MOVE LF-EXPIRY-DATE TO QWR-EXPIRY-DATE
                    MOVE ITR-TRANS-DATE TO QWR-HELD-DATE
                    MOVE CF-OLD-AVG-COST TO QWR-UNIT-COST
                    WRITE QUARANTINE-WORK-REC
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                NOT INVALID KEY
                    ADD ITR-QUANTITY TO QWR-QUANTITY
                    REWRITE QUARANTINE-WORK-REC
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
            END-READ
            ADD ITR-QUANTITY TO RAT-RETURNED-QTY(RETURN-AUTH-INDEX)
            ADD 1 TO TC-RETURNS-QUARANTINED
            PERFORM 72-WRITE-JOURNAL-LINE
        .

      *** A RETURN SENT BACK TO THE VENDOR NEVER COMES ON-HAND -    ***
      *** IT WRITES A DEBIT MEMO CHARGING THE VENDOR THE ITEM'S     ***
      *** CURRENT AVERAGE COST FOR THE UNITS                        ***
        67-WRITE-DEBIT-MEMO.
            COMPUTE RF-MEMO-AMOUNT ROUNDED =
                    ITR-QUANTITY * CF-UNIT-COST
            MOVE ITR-VENDOR-ID TO DMR-VENDOR-ID
            MOVE ITR-RETURN-AUTH-NO TO DMR-RETURN-AUTH-NO
            MOVE ITR-WAREHOUSE-ID TO DMR-WAREHOUSE-ID
            MOVE ITR-PRODUCT-ID TO DMR-PRODUCT-ID
            MOVE ITR-ITEM-NO TO DMR-ITEM-NO
            MOVE ITR-QUANTITY TO DMR-QUANTITY
            MOVE CF-UNIT-COST TO DMR-UNIT-COST
            MOVE RF-MEMO-AMOUNT TO DMR-AMOUNT
            MOVE ITR-TRANS-DATE TO DMR-RETURN-DATE
            MOVE RF-REASON-CODE TO DMR-REASON-CODE
            MOVE LF-LOT-NO TO DMR-LOT-NO
            WRITE DEBIT-MEMO-REC
            ADD ITR-QUANTITY TO RAT-RETURNED-QTY(RETURN-AUTH-INDEX)
            ADD 1 TO TC-RETURNS-TO-VENDOR
            PERFORM 72-WRITE-JOURNAL-LINE
        .

      *** AN INSPECTION RELEASES OR SCRAPS UNITS A RETURN PUT IN    ***
      *** QUARANTINE - IT MAY NOT TAKE MORE THAN IS HELD - THE      ***
      *** UNITS MOVE AT THE COST THEY WERE HELD AT, AND THE LINE    ***
      *** JOURNALS THE LOT THEY WERE HELD IN                        ***
        68-POST-INSPECTION.
            PERFORM 69-FIND-QUARANTINE-ENTRY
            EVALUATE TRUE
                WHEN NOT QW-ENTRY-FOUND
                    MOVE 'NOTHING HELD IN QUARANTINE' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN ITR-QUANTITY > QWR-QUANTITY
                    MOVE 'EXCEEDS QUARANTINED QUANTITY' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN NOT IT-ITEM-FOUND
                    MOVE 'ITEM NOT ON INVENTORY MASTER' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                WHEN OTHER
                    MOVE ITR-RETURN-AUTH-NO TO RF-RETURN-AUTH-NO
                    MOVE ITR-DISPOSITION TO RF-DISPOSITION
                    PERFORM 64-FIND-RETURN-AUTH
                    IF RA-AUTH-FOUND
                        MOVE RAT-REASON-CODE(RETURN-AUTH-INDEX) TO
                                RF-REASON-CODE
                    END-IF
                    MOVE QWR-LOT-NO TO LF-LOT-NO
                    MOVE QWR-EXPIRY-DATE TO LF-EXPIRY-DATE
                    MOVE QWR-UNIT-COST TO CF-UNIT-COST
                    MOVE IWR-ON-HAND TO PF-PRIOR-ON-HAND
                    MOVE IWR-ON-HAND TO PF-NEW-ON-HAND
                    IF ITR-DISP-RESTOCK
                        PERFORM 70-RELEASE-FROM-QUARANTINE
                    ELSE
                        SUBTRACT ITR-QUANTITY FROM QWR-QUANTITY
                        PERFORM 71-REWRITE-QUARANTINE-ENTRY
                        ADD 1 TO TC-QUARANTINE-SCRAPPED
                        PERFORM 72-WRITE-JOURNAL-LINE
                    END-IF
            END-EVALUATE
        .

      *** BROWSES THE KEYED QUARANTINE FROM THE TRANSACTION'S       ***
      *** AUTHORIZATION AND ITEM AND TAKES THE FIRST ENTRY STILL    ***
      *** HOLDING UNITS (IN THE LOT THE INSPECTION NAMES, WHEN IT   ***
      *** NAMES ONE) - THE ENTRY IS LEFT IN THE RECORD AREA         ***
        69-FIND-QUARANTINE-ENTRY.
            MOVE 'N' TO QW-FOUND-FLAG
            MOVE ITR-RETURN-AUTH-NO TO QWR-RETURN-AUTH-NO
            MOVE ITR-WAREHOUSE-ID TO QWR-WAREHOUSE-ID
            MOVE ITR-VENDOR-ID TO QWR-VENDOR-ID
            MOVE ITR-PRODUCT-ID TO QWR-PRODUCT-ID
            MOVE ITR-ITEM-NO TO QWR-ITEM-NO
            MOVE LOW-VALUES TO QWR-LOT-NO
            MOVE 'N' TO QW-EOF-FLAG
            START QUARANTINE-WORK-FILE
                KEY IS NOT LESS THAN QWR-KEY
                INVALID KEY
                    MOVE 'Y' TO QW-EOF-FLAG
            END-START
            PERFORM UNTIL QW-NO-MORE-RECS OR QW-ENTRY-FOUND
                READ QUARANTINE-WORK-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO QW-EOF-FLAG
                    NOT AT END
                        IF QWR-RETURN-AUTH-NO NOT = ITR-RETURN-AUTH-NO
                            OR QWR-WAREHOUSE-ID NOT = ITR-WAREHOUSE-ID
                            OR QWR-VENDOR-ID NOT = ITR-VENDOR-ID
                            OR QWR-PRODUCT-ID NOT = ITR-PRODUCT-ID
                            OR QWR-ITEM-NO NOT = ITR-ITEM-NO
                            MOVE 'Y' TO QW-EOF-FLAG
                        ELSE
                            IF QWR-QUANTITY > 0
                                AND (ITR-LOT-NO = SPACES
                                    OR ITR-LOT-NO = QWR-LOT-NO)
                                MOVE 'Y' TO QW-FOUND-FLAG
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
        .

      *** A RELEASE PUTS THE INSPECTED UNITS BACK INTO SELLABLE     ***
      *** ON-HAND AND THEIR LOT - THE COST THEY WERE HELD AT IS     ***
      *** AVERAGED IN THE SAME WAY A RECEIPT'S WOULD BE             ***
        70-RELEASE-FROM-QUARANTINE.
            COMPUTE PF-NEW-ON-HAND = PF-PRIOR-ON-HAND + ITR-QUANTITY
                ON SIZE ERROR
                    MOVE 'RELEASE OVERFLOWS ON-HAND' TO XF-REASON
                    PERFORM 73-WRITE-EXCEPTION-LINE
                NOT ON SIZE ERROR
                    SUBTRACT ITR-QUANTITY FROM QWR-QUANTITY
                    PERFORM 71-REWRITE-QUARANTINE-ENTRY
                    PERFORM 85-ROLL-AVERAGE-COST
                    MOVE CF-NEW-AVG-COST TO IWR-AVG-COST
                    MOVE PF-NEW-ON-HAND TO IWR-ON-HAND
                    MOVE ITR-TRANS-DATE TO IWR-LAST-POST-DATE
                    PERFORM 42-REWRITE-INVENTORY-ITEM
                    MOVE ITR-QUANTITY TO LF-ADD-QTY
                    PERFORM 55-ADD-TO-LOT
                    ADD 1 TO TC-QUARANTINE-RELEASED
                    PERFORM 72-WRITE-JOURNAL-LINE
            END-COMPUTE
        .

      *** PUTS THE INSPECTED QUARANTINE ENTRY BACK - AN ENTRY TAKEN ***
      *** TO ZERO STAYS ON THE WORK FILE AND IS DROPPED AT EOJ      ***
        71-REWRITE-QUARANTINE-ENTRY.
            REWRITE QUARANTINE-WORK-REC
                INVALID KEY
                    CONTINUE
            END-REWRITE
        .

      *** APPENDS ONE LINE FOR THE APPLIED TRANSACTION TO THE       ***
      *** PERMANENT POSTING JOURNAL                                 ***
        72-WRITE-JOURNAL-LINE.
            MOVE WS-CURRENT-DATE TO JL-RUN-DATE
            MOVE ITR-TRANS-DATE TO JL-TRANS-DATE
            MOVE ITR-TRANS-CODE TO JL-TRANS-CODE
            MOVE ITR-VENDOR-ID TO JL-VENDOR-ID
            MOVE ITR-PRODUCT-ID TO JL-PRODUCT-ID
            MOVE ITR-ITEM-NO TO JL-ITEM-NO
            MOVE PF-JOURNAL-QTY TO JL-QUANTITY
            MOVE PF-PRIOR-ON-HAND TO JL-PRIOR-ON-HAND
            MOVE PF-NEW-ON-HAND TO JL-NEW-ON-HAND
            MOVE LF-LOT-NO TO JL-LOT-NO
            MOVE CF-UNIT-COST TO JL-UNIT-COST
            IF ITR-CUSTOMER-RETURN OR ITR-INSPECTION
                MOVE SPACES TO JL-OTHER-WAREHOUSE-ID
            ELSE
                MOVE ITR-OTHER-WAREHOUSE-ID TO JL-OTHER-WAREHOUSE-ID
            END-IF
            MOVE LF-EXPIRY-DATE TO JL-EXPIRY-DATE
            MOVE RF-RETURN-AUTH-NO TO JL-RETURN-AUTH-NO
            MOVE RF-DISPOSITION TO JL-DISPOSITION
            MOVE RF-REASON-CODE TO JL-REASON-CODE
            MOVE ITR-OPERATOR-ID TO JL-OPERATOR-ID
            MOVE ITR-BATCH-NO TO JL-BATCH-NO
            WRITE JOURNAL-RECORD FROM JOURNAL-LINE
        .

      *** FORMATS AND WRITES ONE LINE TO THE EXCEPTION REPORT FROM  ***
      *** THE CURRENT TRANSACTION AND XF-REASON                     ***
        73-WRITE-EXCEPTION-LINE.
            MOVE ITR-TRANS-CODE TO XF-TRANS-CODE
            MOVE ITR-WAREHOUSE-ID TO XF-WAREHOUSE-ID
            MOVE ITR-VENDOR-ID TO XF-VENDOR-ID
      *** MATCHED) ONTO THE IN-TRANSIT REPORT - ANYTHING SHIPPED   ***
      *** MORE THAN TA-AGE-LIMIT-DAYS AGO ALSO GOES TO THE         ***
      *** EXCEPTION REPORT THE SAME WAY AN UNKNOWN WAREHOUSE WOULD ***
        74-REPORT-OPEN-TRANSFERS.
            MOVE WS-CURRENT-DATE TO TA-WORK-DATE
            PERFORM 76-COMPUTE-DAY-NUMBER
            MOVE TA-SHIP-DAY-NO TO TA-RUN-DAY-NO
            MOVE LOW-VALUES TO TWR-KEY
            MOVE 'N' TO TW-EOF-FLAG
                    AT END
                        MOVE 'Y' TO TW-EOF-FLAG
                    NOT AT END
                        PERFORM 75-REPORT-ONE-TRANSFER
                END-READ
            END-PERFORM
            MOVE TC-TRANSFERS-IN-TRANSIT TO ITL-TOTAL-COUNT
                AFTER ADVANCING 2 LINES
        .

        75-REPORT-ONE-TRANSFER.
            MOVE TWR-FROM-WAREHOUSE-ID TO ITL-FROM-WHSE
            MOVE TWR-TO-WAREHOUSE-ID TO ITL-TO-WHSE
            MOVE TWR-VENDOR-ID TO ITL-VENDOR-ID
            MOVE TWR-ITEM-NO TO ITL-ITEM-NO
            MOVE TWR-QUANTITY TO ITL-QUANTITY
            MOVE TWR-SHIP-DATE TO ITL-SHIP-DATE
            MOVE TWR-LOT-NO TO ITL-LOT-NO
            MOVE IN-TRANSIT-DETAIL-LINE TO IN-TRANSIT-RECORD
            WRITE IN-TRANSIT-RECORD
            ADD 1 TO TC-TRANSFERS-IN-TRANSIT

            MOVE TWR-SHIP-DATE TO TA-WORK-DATE
            PERFORM 76-COMPUTE-DAY-NUMBER
            COMPUTE TA-AGE-DAYS = TA-RUN-DAY-NO - TA-SHIP-DAY-NO
            IF TA-AGE-DAYS > TA-AGE-LIMIT-DAYS
                MOVE 'T' TO XD-TRANS-CODE
      *** TURNS TA-WORK-DATE (YYMMDD) INTO AN APPROXIMATE DAY       ***
      *** NUMBER FOR AGING - CLOSE ENOUGH TO TELL A WEEK-OLD        ***
      *** TRANSFER FROM A FRESH ONE                                 ***
        76-COMPUTE-DAY-NUMBER.
            COMPUTE TA-SHIP-DAY-NO = (TA-WORK-YEAR * 365) +
                                     (TA-WORK-MONTH * 31) +
                                      TA-WORK-DAY

      *** WALKS THE KEYED WORK FILE IN KEY ORDER AND WRITES IT     ***
      *** BACK OUT AS THE NEW MASTER                               ***
        77-REWRITE-INVENTORY-MASTER.
            OPEN OUTPUT INVENTORY-MASTER
            MOVE LOW-VALUES TO IWR-KEY
            MOVE 'N' TO IW-EOF-FLAG
                    AT END
                        MOVE 'Y' TO IW-EOF-FLAG
                    NOT AT END
                        PERFORM 78-WRITE-INVENTORY-RECORD
                END-READ
            END-PERFORM
            CLOSE INVENTORY-MASTER
        .

        78-WRITE-INVENTORY-RECORD.
            MOVE IWR-WAREHOUSE-ID TO IVM-WAREHOUSE-ID
            MOVE IWR-VENDOR-ID TO IVM-VENDOR-ID
            MOVE IWR-PRODUCT-ID TO IVM-PRODUCT-ID
            MOVE IWR-ITEM-NO TO IVM-ITEM-NO
            MOVE IWR-ON-HAND TO IVM-ON-HAND
            MOVE IWR-LAST-POST-DATE TO IVM-LAST-POST-DATE
            MOVE IWR-AVG-COST TO IVM-AVG-COST
            WRITE INVENTORY-MASTER-REC
        .

      *** WRITES THE TRANSFERS STILL OPEN BACK OUT SO THE NEXT RUN  ***
      *** (AND THE RECEIVING WAREHOUSE) STILL SEES THEM IN TRANSIT  ***
        79-REWRITE-TRANSFER-FILE.
            OPEN OUTPUT TRANSFER-FILE
            MOVE LOW-VALUES TO TWR-KEY
            MOVE 'N' TO TW-EOF-FLAG
                    AT END
                        MOVE 'Y' TO TW-EOF-FLAG
                    NOT AT END
                        PERFORM 80-WRITE-TRANSFER-RECORD
                END-READ
            END-PERFORM
            CLOSE TRANSFER-FILE
        .

        80-WRITE-TRANSFER-RECORD.
            MOVE TWR-FROM-WAREHOUSE-ID TO TRF-FROM-WAREHOUSE-ID
            MOVE TWR-TO-WAREHOUSE-ID TO TRF-TO-WAREHOUSE-ID
            MOVE TWR-VENDOR-ID TO TRF-VENDOR-ID
            MOVE TWR-ITEM-NO TO TRF-ITEM-NO
            MOVE TWR-QUANTITY TO TRF-QUANTITY
            MOVE TWR-SHIP-DATE TO TRF-SHIP-DATE
            MOVE TWR-LOT-NO TO TRF-LOT-NO
            MOVE TWR-EXPIRY-DATE TO TRF-EXPIRY-DATE
            MOVE TWR-UNIT-COST TO TRF-UNIT-COST
            WRITE TRANSFER-FILE-REC
        .

      *** WRITES THE LOTS STILL HOLDING STOCK BACK OUT IN KEY       ***
      *** ORDER - A LOT RELIEVED TO ZERO DROPS OFF HERE             ***
        81-REWRITE-LOT-FILE.
            OPEN OUTPUT LOT-FILE
            MOVE LOW-VALUES TO LWR-KEY
            MOVE 'N' TO LW-EOF-FLAG
            START LOT-WORK-FILE
                KEY IS NOT LESS THAN LWR-KEY
                INVALID KEY
                    MOVE 'Y' TO LW-EOF-FLAG
            END-START
            PERFORM UNTIL LW-NO-MORE-RECS
                READ LOT-WORK-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO LW-EOF-FLAG
                    NOT AT END
                        IF LWR-QUANTITY > 0
                            PERFORM 82-WRITE-LOT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOT-FILE
        .

        82-WRITE-LOT-RECORD.
            MOVE LWR-WAREHOUSE-ID TO LTF-WAREHOUSE-ID
            MOVE LWR-VENDOR-ID TO LTF-VENDOR-ID
            MOVE LWR-PRODUCT-ID TO LTF-PRODUCT-ID
            MOVE LWR-ITEM-NO TO LTF-ITEM-NO
            MOVE LWR-EXPIRY-DATE TO LTF-EXPIRY-DATE
            MOVE LWR-LOT-NO TO LTF-LOT-NO
            MOVE LWR-QUANTITY TO LTF-QUANTITY
            MOVE LWR-RECEIVED-DATE TO LTF-RECEIVED-DATE
            WRITE LOT-FILE-REC
            ADD 1 TO TC-LOTS-CARRIED
        .

      *** WRITES THE UNITS STILL HELD IN QUARANTINE BACK OUT IN KEY ***
      *** ORDER - AN ENTRY RELEASED OR SCRAPPED TO ZERO DROPS OFF   ***
        83-REWRITE-QUARANTINE-FILE.
            OPEN OUTPUT QUARANTINE-FILE
            MOVE LOW-VALUES TO QWR-KEY
            MOVE 'N' TO QW-EOF-FLAG
            START QUARANTINE-WORK-FILE
                KEY IS NOT LESS THAN QWR-KEY
                INVALID KEY
                    MOVE 'Y' TO QW-EOF-FLAG
            END-START
            PERFORM UNTIL QW-NO-MORE-RECS
                READ QUARANTINE-WORK-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO QW-EOF-FLAG
                    NOT AT END
                        IF QWR-QUANTITY > 0
                            PERFORM 84-WRITE-QUARANTINE-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE QUARANTINE-FILE
        .

        84-WRITE-QUARANTINE-RECORD.
            MOVE QWR-RETURN-AUTH-NO TO QTF-RETURN-AUTH-NO
            MOVE QWR-WAREHOUSE-ID TO QTF-WAREHOUSE-ID
            MOVE QWR-VENDOR-ID TO QTF-VENDOR-ID
            MOVE QWR-PRODUCT-ID TO QTF-PRODUCT-ID
            MOVE QWR-ITEM-NO TO QTF-ITEM-NO
            MOVE QWR-LOT-NO TO QTF-LOT-NO
            MOVE QWR-QUANTITY TO QTF-QUANTITY
            MOVE QWR-EXPIRY-DATE TO QTF-EXPIRY-DATE
            MOVE QWR-HELD-DATE TO QTF-HELD-DATE
            MOVE QWR-UNIT-COST TO QTF-UNIT-COST
            WRITE QUARANTINE-FILE-REC
            ADD 1 TO TC-QUARANTINE-CARRIED
        .

      *** AVERAGES THE INCOMING UNIT COST INTO THE ITEM'S COST,     ***
      *** WEIGHTED BY THE UNITS ALREADY ON HAND - AN ITEM WITH      ***
      *** NOTHING (OR LESS THAN NOTHING) ON HAND TAKES THE INCOMING ***
      *** COST OUTRIGHT, AND AN INCOMING COST OF ZERO (NOT KNOWN)   ***
      *** LEAVES THE AVERAGE WHERE IT WAS AND JOURNALS AT IT -      ***
      *** EVERY ROLL PRINTS ON THE COST ROLL REPORT                 ***
        85-ROLL-AVERAGE-COST.
            MOVE ITR-TRANS-CODE TO CRL-TRANS-CODE
            MOVE ITR-WAREHOUSE-ID TO CRL-WAREHOUSE-ID
            MOVE ITR-VENDOR-ID TO CRL-VENDOR-ID
            MOVE ITR-PRODUCT-ID TO CRL-PRODUCT-ID
            MOVE ITR-ITEM-NO TO CRL-ITEM-NO
            MOVE PF-JOURNAL-QTY TO CRL-QUANTITY
            MOVE CF-UNIT-COST TO CRL-UNIT-COST
            MOVE PF-PRIOR-ON-HAND TO CRL-PRIOR-ON-HAND
            MOVE CF-OLD-AVG-COST TO CRL-OLD-AVG-COST
            EVALUATE TRUE
                WHEN CF-UNIT-COST = 0
                    MOVE CF-OLD-AVG-COST TO CF-NEW-AVG-COST
                    MOVE CF-OLD-AVG-COST TO CF-UNIT-COST
                WHEN PF-PRIOR-ON-HAND > 0
                    COMPUTE CF-NEW-AVG-COST ROUNDED =
                        ((PF-PRIOR-ON-HAND * CF-OLD-AVG-COST) +
                         (PF-JOURNAL-QTY * CF-UNIT-COST)) /
                        (PF-PRIOR-ON-HAND + PF-JOURNAL-QTY)
                WHEN OTHER
                    MOVE CF-UNIT-COST TO CF-NEW-AVG-COST
            END-EVALUATE
            MOVE CF-NEW-AVG-COST TO CRL-NEW-AVG-COST
            MOVE COST-ROLL-DETAIL-LINE TO COST-ROLL-RECORD
            WRITE COST-ROLL-RECORD
            ADD 1 TO TC-COSTS-ROLLED
        .

      *** CLOSES THE COST ROLL REPORT WITH THE NUMBER OF RECEIPTS   ***
      *** AND RECEIVES IT COSTED                                    ***
        86-PRINT-COST-ROLL-TOTAL.
            MOVE TC-COSTS-ROLLED TO CRL-TOTAL-COUNT
            WRITE COST-ROLL-RECORD FROM COST-ROLL-TOTAL-LINE
                AFTER ADVANCING 2 LINES
        .

        87-PRINT-SUMMARY.
            DISPLAY 'PR4TPST - INVENTORY POSTING COMPLETE'
            DISPLAY '  RECEIPTS POSTED:           ' TC-RECEIPTS
            DISPLAY '  ISSUES POSTED:             ' TC-ISSUES
                                            TC-TRANSFERS-IN-TRANSIT
            DISPLAY '  ITEMS CREATED BY RECEIPT:  ' TC-ITEMS-CREATED
            DISPLAY '  TRANSACTIONS REJECTED:     ' TC-REJECTED
            DISPLAY '  LOTS CARRIED FORWARD:      ' TC-LOTS-CARRIED
            DISPLAY '  RECEIPTS/RECEIVES COSTED:  ' TC-COSTS-ROLLED
            DISPLAY '  RETURNS RESTOCKED:         '
                                            TC-RETURNS-RESTOCKED
            DISPLAY '  RETURNS QUARANTINED:       '
                                            TC-RETURNS-QUARANTINED
            DISPLAY '  RETURNS SCRAPPED:          '
                                            TC-RETURNS-SCRAPPED
            DISPLAY '  RETURNS TO VENDOR:         '
                                            TC-RETURNS-TO-VENDOR
            DISPLAY '  QUARANTINE RELEASED:       '
                                            TC-QUARANTINE-RELEASED
            DISPLAY '  QUARANTINE SCRAPPED:       '
                                            TC-QUARANTINE-SCRAPPED
            DISPLAY '  QUARANTINE CARRIED FORWARD:'
                                            TC-QUARANTINE-CARRIED
            DISPLAY '  BACKUP GENERATION TAKEN:   ' BK-NEW-STAMP
            DISPLAY '  BACKUP GENERATIONS DROPPED:'
                                            BK-GENERATIONS-DROPPED
        .

        90-FINALE.
            CLOSE INVENTORY-WORK-FILE
                  TRANSFER-WORK-FILE
                  LOT-WORK-FILE
                  QUARANTINE-WORK-FILE
                  POSTING-JOURNAL
                  EXCEPTION-REPORT
                  IN-TRANSIT-REPORT
                  COST-ROLL-REPORT
                  DEBIT-MEMO-FILE
            STOP RUN
        .
