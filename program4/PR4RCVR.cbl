        IDENTIFICATION DIVISION.
        PROGRAM-ID.  PR4RCVR.
        AUTHOR.  GARRETT BURNS.

      * * * * * * * * * * * * * * * * * * * * * * * * *
      *
      * JOURNAL-REPLAY RECOVERY FOR THE POSTED INVENTORY FILES.
      * PR4TPST REWRITES INVENTORY-MASTER.TXT, TRANSFER-FILE.TXT,
      * PR4-LOTS.TXT AND PR4-QUARANTINE.TXT IN PLACE, SO A BAD
      * TRANSACTION FILE OR A RUN THAT DIED PART WAY THROUGH USED
      * TO LEAVE NO WAY BACK.  PR4TPST NOW SAVES ALL FOUR INTO A
      * DATED BACKUP
      * GENERATION BEFORE IT POSTS ANYTHING, NOTING HOW MANY
      * JOURNAL LINES WERE ALREADY POSTED AT THAT MOMENT.  THIS
      * PROGRAM RESTORES THE GENERATION THE OPERATOR PICKS INTO
      * KEYED WORK FILES AND REPLAYS EVERY JOURNAL LINE POSTED
      * SINCE, OPTIONALLY LEAVING OUT EVERY LINE OF ONE NAMED
      * RUN DATE (THE BAD RUN), WITH THE SAME POSTING RULES
      * PR4TPST APPLIES:
      *   R - ADDS TO ON-HAND (CREATING THE ITEM IF NEW), ROLLS
      *       THE AVERAGE COST AT THE JOURNALED COST AND ADDS TO
      *       THE LOT
      *   I - TAKES FROM ON-HAND AND FROM THE JOURNALED LOT
      *   T - THE SAME AS I, AND OPENS THE IN-TRANSIT TRANSFER TO
      *       THE FAR-SIDE WAREHOUSE AT THE JOURNALED COST
      *   V - MATCHES AN OPEN TRANSFER FROM THE FAR-SIDE
      *       WAREHOUSE (SAME ITEM, QUANTITY AND LOT), CLOSES IT
      *       AND ADDS THE STOCK THE SAME WAY AS A RECEIPT
      *   A - SETS ON-HAND TO THE COUNTED QUANTITY - A SHORTAGE
      *       COMES OUT OF THE EARLIEST-EXPIRING LOTS, AN OVERAGE
      *       GOES INTO THE LOT THE COUNT NAMED
      *   C - A CUSTOMER RETURN: RESTOCKED, ADDS TO ON-HAND AND THE
      *       LOT WITHOUT MOVING THE AVERAGE; QUARANTINED, ADDS TO
      *       THE HELD UNITS UNDER ITS AUTHORIZATION, ITEM AND LOT;
      *       SCRAPPED OR SENT TO THE VENDOR, CHANGES NOTHING
      *   Q - AN INSPECTION TAKES THE UNITS OUT OF QUARANTINE - A
      *       RELEASE THEN ADDS THEM THE SAME WAY AS A RECEIPT AT
      *       THE COST THEY WERE HELD AT
      * A LINE THAT CANNOT BE REPLAYED AGAINST THE REBUILT FILES
      * (MOST OFTEN ONE THAT DEPENDED ON THE SKIPPED RUN) PRINTS
      * WITH A REASON.  THE REBUILT MASTER IS THEN COMPARED ITEM
      * BY ITEM WITH THE CURRENT ONE, AND ONLY IF THE OPERATOR
      * ANSWERS Y ARE THE REBUILT FILES INSTALLED - THE CURRENT
      * ONES ARE SAVED FIRST SO THE RECOVERY ITSELF CAN BE UNDONE.
      *
      * THE JOURNAL IS NOT REWRITTEN - A SKIPPED RUN'S LINES STAY
      * ON IT (AND PR4GLX/PR4POTR HAVE ALREADY TAKEN THEM IN), SO
      * A LATER RECOVERY FROM A GENERATION OLDER THAN THE SKIPPED
      * RUN MUST SKIP THAT RUN DATE AGAIN.
      *
      * OPERATION:
      *   THE GENERATIONS ON FILE LIST OLDEST FIRST.  KEY THE
      *   TWO-DIGIT GENERATION NUMBER, THEN THE RUN DATE TO LEAVE
      *   OUT (YYMMDD, OR BLANK TO REPLAY EVERYTHING).  A
      *   GENERATION MARKED X CANNOT BE USED - PR4PCLS HAS SINCE
      *   ARCHIVED JOURNAL LINES POSTED AFTER IT.
      *
      * INPUT:
      *   PR4-BKPCTL.TXT / PR4-BACKUP.TXT (WRITTEN BY PR4TPST)
      *   PR4-JOURNAL.TXT (WRITTEN BY PR4TPST)
      *   INVENTORY-MASTER.TXT / TRANSFER-FILE.TXT / PR4-LOTS.TXT
      *   / PR4-QUARANTINE.TXT (THE CURRENT FILES, FOR THE
      *   COMPARISON)
      *
      * OUTPUT:
      *   PR4-RBLMST.TXT / PR4-RBLTRF.TXT / PR4-RBLLOT.TXT /
      *   PR4-RBLQTN.TXT - THE REBUILT MASTER, OPEN TRANSFERS, LOTS
      *   AND QUARANTINE, IN THE SAME LAYOUTS AS THE FILES THEY
      *   REBUILD
      *
      *   PR4-RCV - PRINTED RECOVERY REPORT: THE JOURNAL LINES NOT
      *   REPLAYED, THE REBUILT-AGAINST-CURRENT MASTER COMPARISON
      *   AND RECORD/UNIT TOTALS FOR ALL FOUR FILES
      *
      *   ON Y: PR4-PRERCV-MST.TXT / PR4-PRERCV-TRF.TXT /
      *   PR4-PRERCV-LOT.TXT / PR4-PRERCV-QTN.TXT HOLD THE FILES AS
      *   THEY WERE, AND THE REBUILT FILES ARE COPIED OVER
      *   INVENTORY-MASTER.TXT, TRANSFER-FILE.TXT, PR4-LOTS.TXT AND
      *   PR4-QUARANTINE.TXT

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
        OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * ONE ENTRY PER BACKUP GENERATION PR4TPST HAS TAKEN
            SELECT BACKUP-CONTROL
                ASSIGN TO 'PR4-BKPCTL.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BC-FILE-STATUS.

      * THE SAVED MASTER, TRANSFER, LOT AND QUARANTINE RECORDS OF
      * EVERY GENERATION KEPT
            SELECT BACKUP-FILE
                ASSIGN TO 'PR4-BACKUP.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BK-FILE-STATUS.

      * PERMANENT POSTING JOURNAL - THE MOVEMENT TO REPLAY
            SELECT POSTING-JOURNAL
                ASSIGN TO 'PR4-JOURNAL.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS JL-FILE-STATUS.

      * THE MASTER BEING REBUILT, KEYED THE SAME WAY PR4TPST KEYS
      * PR4-INVMST.DAT
            SELECT MASTER-WORK-FILE
                ASSIGN TO 'PR4-RCVMST.DAT'
                    ORGANIZATION IS INDEXED
                    ACCESS IS DYNAMIC
                    RECORD KEY IS MWR-KEY
                    FILE STATUS IS MW-FILE-STATUS.

      * THE OPEN TRANSFERS BEING REBUILT - A SEQUENCE NUMBER IN THE
      * KEY KEEPS TWO SHIPMENTS ON THE SAME ROUTE DISTINCT
            SELECT TRANSFER-WORK-FILE
                ASSIGN TO 'PR4-RCVTRF.DAT'
                    ORGANIZATION IS INDEXED
                    ACCESS IS DYNAMIC
                    RECORD KEY IS TWR-KEY
                    FILE STATUS IS TW-FILE-STATUS.

      * THE LOTS BEING REBUILT - EXPIRATION DATE AHEAD OF THE LOT
      * NUMBER, SO A BROWSE MEETS THE EARLIEST-EXPIRING LOT FIRST
            SELECT LOT-WORK-FILE
                ASSIGN TO 'PR4-RCVLOT.DAT'
                    ORGANIZATION IS INDEXED
                    ACCESS IS DYNAMIC
                    RECORD KEY IS LWR-KEY
                    FILE STATUS IS LW-FILE-STATUS.

      * THE QUARANTINE BEING REBUILT, KEYED THE SAME WAY PR4TPST
      * KEYS PR4-QTNIDX.DAT
            SELECT QUARANTINE-WORK-FILE
                ASSIGN TO 'PR4-RCVQTN.DAT'
                    ORGANIZATION IS INDEXED
                    ACCESS IS DYNAMIC
                    RECORD KEY IS QWR-KEY
                    FILE STATUS IS QW-FILE-STATUS.

      * THE REBUILT FILES, READY TO INSTALL
            SELECT REBUILT-MASTER
                ASSIGN TO 'PR4-RBLMST.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REBUILT-TRANSFER
                ASSIGN TO 'PR4-RBLTRF.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REBUILT-LOT
                ASSIGN TO 'PR4-RBLLOT.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REBUILT-QUARANTINE
                ASSIGN TO 'PR4-RBLQTN.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * THE CURRENT FILES - COMPARED, SAVED, THEN REPLACED ON Y
            SELECT INVENTORY-MASTER
                ASSIGN TO 'INVENTORY-MASTER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS IM-FILE-STATUS.

            SELECT TRANSFER-FILE
                ASSIGN TO 'TRANSFER-FILE.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS TR-FILE-STATUS.

            SELECT LOT-FILE
                ASSIGN TO 'PR4-LOTS.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS LT-FILE-STATUS.

            SELECT QUARANTINE-FILE
                ASSIGN TO 'PR4-QUARANTINE.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS QT-FILE-STATUS.

      * THE CURRENT FILES AS THEY STOOD BEFORE THE INSTALL
            SELECT PRE-RECOVERY-MASTER
                ASSIGN TO 'PR4-PRERCV-MST.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PRE-RECOVERY-TRANSFER
                ASSIGN TO 'PR4-PRERCV-TRF.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PRE-RECOVERY-LOT
                ASSIGN TO 'PR4-PRERCV-LOT.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PRE-RECOVERY-QUARANTINE
                ASSIGN TO 'PR4-PRERCV-QTN.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * PRINTED RECOVERY REPORT
            SELECT RECOVERY-REPORT
                ASSIGN TO PRINTER 'PR4-RCV'.

        DATA DIVISION.
        FILE SECTION.

      * A GENERATION TAKEN BEFORE QUARANTINE WAS SAVED HAS SPACES
      * WHERE ITS QUARANTINE COUNT WOULD BE
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

      * THE SAVED RECORD SITS IN BKR-DATA EXACTLY AS IT WAS ON ITS
      * OWN FILE - A TRANSFER IS REDEFINED BECAUSE ITS WORK FILE
      * RECORD CARRIES A SEQUENCE NUMBER THE FLAT RECORD DOES NOT
        FD  BACKUP-FILE
            RECORD CONTAINS 63 CHARACTERS.

        01  BACKUP-REC.
            05  BKR-GEN-STAMP                PIC X(12).
            05  BKR-REC-TYPE                 PIC X(1).
                88 BKR-MASTER-RECORD                      VALUE 'M'.
                88 BKR-TRANSFER-RECORD                    VALUE 'T'.
                88 BKR-LOT-RECORD                         VALUE 'L'.
                88 BKR-QUARANTINE-RECORD                  VALUE 'Q'.
            05  BKR-DATA                     PIC X(50).
            05  BKR-TRANSFER-DATA REDEFINES BKR-DATA.
                10  BKT-ROUTE-KEY            PIC X(13).
                10  BKT-QUANTITY             PIC S9(7).
                10  BKT-SHIP-DATE            PIC 9(6).
                10  BKT-LOT-NO               PIC X(10).
                10  BKT-EXPIRY-DATE          PIC 9(6).
                10  BKT-UNIT-COST            PIC 9(4)V9(4).

      * SAME 128-CHARACTER LINE PR4TPST WRITES - THE QUANTITY
      * COLUMNS ARE PRINT-EDITED SO THEY ARE READ BACK AS
      * CHARACTERS AND UN-EDITED BY 62-UNEDIT-QUANTITY
        FD  POSTING-JOURNAL
            RECORD CONTAINS 128 CHARACTERS.

        01  JOURNAL-IN-REC.
            05  JR-RUN-DATE                  PIC 9(6).
            05  FILLER                       PIC X(2).
            05  JR-TRANS-DATE                PIC 9(6).
            05  FILLER                       PIC X(2).
            05  JR-TRANS-CODE                PIC X(1).
                88 JR-RECEIPT                             VALUE 'R'.
                88 JR-ISSUE                               VALUE 'I'.
                88 JR-ADJUSTMENT                          VALUE 'A'.
                88 JR-TRANSFER-SHIP                       VALUE 'T'.
                88 JR-TRANSFER-RECEIVE                    VALUE 'V'.
                88 JR-CUSTOMER-RETURN                     VALUE 'C'.
                88 JR-INSPECTION                          VALUE 'Q'.
            05  FILLER                       PIC X(2).
            05  JR-WAREHOUSE-ID              PIC X(4).
            05  FILLER                       PIC X(2).
            05  JR-VENDOR-ID                 PIC X(1).
            05  FILLER                       PIC X(2).
            05  JR-PRODUCT-ID                PIC X(3).
            05  FILLER                       PIC X(2).
            05  JR-ITEM-NO                   PIC X(1).
            05  FILLER                       PIC X(2).
            05  JR-QUANTITY-X                PIC X(8).
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
            05  JR-EXPIRY-DATE-X             PIC X(6).
            05  JR-EXPIRY-DATE REDEFINES JR-EXPIRY-DATE-X
                                             PIC 9(6).
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

        FD  MASTER-WORK-FILE
            RECORD CONTAINS 30 CHARACTERS.

        01  MASTER-WORK-REC.
            05  MWR-KEY.
                10  MWR-WAREHOUSE-ID         PIC X(4).
                10  MWR-VENDOR-ID            PIC X(1).
                10  MWR-PRODUCT-ID           PIC X(3).
                10  MWR-ITEM-NO              PIC X(1).
            05  MWR-ON-HAND                  PIC S9(7).
            05  MWR-LAST-POST-DATE           PIC 9(6).
            05  MWR-AVG-COST                 PIC 9(4)V9(4).

        FD  TRANSFER-WORK-FILE
            RECORD CONTAINS 57 CHARACTERS.

        01  TRANSFER-WORK-REC.
            05  TWR-KEY.
                10  TWR-ROUTE-KEY.
                    15  TWR-FROM-WAREHOUSE-ID PIC X(4).
                    15  TWR-TO-WAREHOUSE-ID  PIC X(4).
                    15  TWR-VENDOR-ID        PIC X(1).
                    15  TWR-PRODUCT-ID       PIC X(3).
                    15  TWR-ITEM-NO          PIC X(1).
                10  TWR-SEQ-NO               PIC 9(7).
            05  TWR-QUANTITY                 PIC S9(7).
            05  TWR-SHIP-DATE                PIC 9(6).
            05  TWR-LOT-NO                   PIC X(10).
            05  TWR-EXPIRY-DATE              PIC 9(6).
            05  TWR-UNIT-COST                PIC 9(4)V9(4).

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

        FD  REBUILT-MASTER
            RECORD CONTAINS 30 CHARACTERS.

        01  REBUILT-MASTER-REC.
            05  RBM-KEY                      PIC X(9).
            05  RBM-ON-HAND                  PIC S9(7).
            05  FILLER                       PIC X(14).

        FD  REBUILT-TRANSFER
            RECORD CONTAINS 50 CHARACTERS.

        01  REBUILT-TRANSFER-REC.
            05  RBT-ROUTE-KEY                PIC X(13).
            05  RBT-QUANTITY                 PIC S9(7).
            05  RBT-SHIP-DATE                PIC 9(6).
            05  RBT-LOT-NO                   PIC X(10).
            05  RBT-EXPIRY-DATE              PIC 9(6).
            05  RBT-UNIT-COST                PIC 9(4)V9(4).

        FD  REBUILT-LOT
            RECORD CONTAINS 38 CHARACTERS.

        01  REBUILT-LOT-REC                  PIC X(38).

        FD  REBUILT-QUARANTINE
            RECORD CONTAINS 50 CHARACTERS.

        01  REBUILT-QUARANTINE-REC           PIC X(50).

        FD  INVENTORY-MASTER
            RECORD CONTAINS 30 CHARACTERS.

        01  INVENTORY-MASTER-REC.
            05  IVM-KEY.
                10  IVM-WAREHOUSE-ID         PIC X(4).
                10  IVM-VENDOR-ID            PIC X(1).
                10  IVM-PRODUCT-ID           PIC X(3).
                10  IVM-ITEM-NO              PIC X(1).
            05  IVM-ON-HAND                  PIC S9(7).
            05  FILLER                       PIC X(14).

        FD  TRANSFER-FILE
            RECORD CONTAINS 50 CHARACTERS.

        01  TRANSFER-FILE-REC.
            05  FILLER                       PIC X(13).
            05  TRF-QUANTITY                 PIC S9(7).
            05  FILLER                       PIC X(30).

        FD  LOT-FILE
            RECORD CONTAINS 38 CHARACTERS.

        01  LOT-FILE-REC.
            05  FILLER                       PIC X(25).
            05  LTF-QUANTITY                 PIC S9(7).
            05  FILLER                       PIC X(6).

        FD  QUARANTINE-FILE
            RECORD CONTAINS 50 CHARACTERS.

        01  QUARANTINE-FILE-REC.
            05  FILLER                       PIC X(23).
            05  QTF-QUANTITY                 PIC S9(7).
            05  FILLER                       PIC X(20).

        FD  PRE-RECOVERY-MASTER
            RECORD CONTAINS 30 CHARACTERS.

        01  PRE-RECOVERY-MASTER-REC          PIC X(30).

        FD  PRE-RECOVERY-TRANSFER
            RECORD CONTAINS 50 CHARACTERS.

        01  PRE-RECOVERY-TRANSFER-REC        PIC X(50).

        FD  PRE-RECOVERY-LOT
            RECORD CONTAINS 38 CHARACTERS.

        01  PRE-RECOVERY-LOT-REC             PIC X(38).

        FD  PRE-RECOVERY-QUARANTINE
            RECORD CONTAINS 50 CHARACTERS.

        01  PRE-RECOVERY-QUARANTINE-REC      PIC X(50).

        FD  RECOVERY-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  RECOVERY-RECORD                  PIC X(80).

        WORKING-STORAGE SECTION.

        01  BC-FLAGS.
            05  BC-FILE-STATUS               PIC XX.
                88 BC-FILE-WAS-FOUND                      VALUE '00'.
            05  BC-EOF-FLAG                  PIC X       VALUE 'N'.
                88 BC-NO-MORE-RECS                        VALUE 'Y'.

        01  BK-FLAGS.
            05  BK-FILE-STATUS               PIC XX.
                88 BK-FILE-WAS-FOUND                      VALUE '00'.
            05  BK-EOF-FLAG                  PIC X       VALUE 'N'.
                88 BK-NO-MORE-RECS                        VALUE 'Y'.

        01  JL-FLAGS.
            05  JL-FILE-STATUS               PIC XX.
                88 JL-FILE-WAS-FOUND                      VALUE '00'.
            05  JL-EOF-FLAG                  PIC X       VALUE 'N'.
                88 JL-NO-MORE-RECS                        VALUE 'Y'.

        01  MW-FLAGS.
            05  MW-FILE-STATUS               PIC XX.
                88 MW-READ-OK                             VALUE '00'.
            05  MW-EOF-FLAG                  PIC X       VALUE 'N'.
                88 MW-NO-MORE-RECS                        VALUE 'Y'.

        01  TW-FLAGS.
            05  TW-FILE-STATUS               PIC XX.
                88 TW-READ-OK                             VALUE '00'.
            05  TW-EOF-FLAG                  PIC X       VALUE 'N'.
                88 TW-NO-MORE-RECS                        VALUE 'Y'.

        01  LW-FLAGS.
            05  LW-FILE-STATUS               PIC XX.
                88 LW-READ-OK                             VALUE '00'.
            05  LW-EOF-FLAG                  PIC X       VALUE 'N'.
                88 LW-NO-MORE-RECS                        VALUE 'Y'.

        01  QW-FLAGS.
            05  QW-FILE-STATUS               PIC XX.
                88 QW-READ-OK                             VALUE '00'.
            05  QW-EOF-FLAG                  PIC X       VALUE 'N'.
                88 QW-NO-MORE-RECS                        VALUE 'Y'.

        01  RB-FLAGS.
            05  RB-EOF-FLAG                  PIC X       VALUE 'N'.
                88 RB-NO-MORE-RECS                        VALUE 'Y'.

        01  IM-FLAGS.
            05  IM-FILE-STATUS               PIC XX.
                88 IM-FILE-WAS-FOUND                      VALUE '00'.
            05  IM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 IM-NO-MORE-RECS                        VALUE 'Y'.

        01  TR-FLAGS.
            05  TR-FILE-STATUS               PIC XX.
                88 TR-FILE-WAS-FOUND                      VALUE '00'.
            05  TR-EOF-FLAG                  PIC X       VALUE 'N'.
                88 TR-NO-MORE-RECS                        VALUE 'Y'.

        01  LT-FLAGS.
            05  LT-FILE-STATUS               PIC XX.
                88 LT-FILE-WAS-FOUND                      VALUE '00'.
            05  LT-EOF-FLAG                  PIC X       VALUE 'N'.
                88 LT-NO-MORE-RECS                        VALUE 'Y'.

        01  QT-FLAGS.
            05  QT-FILE-STATUS               PIC XX.
                88 QT-FILE-WAS-FOUND                      VALUE '00'.
            05  QT-EOF-FLAG                  PIC X       VALUE 'N'.
                88 QT-NO-MORE-RECS                        VALUE 'Y'.

        01  IT-FLAGS.
            05  IT-FOUND-FLAG                PIC X       VALUE 'N'.
                88 IT-ITEM-FOUND                          VALUE 'Y'.
            05  LF-FOUND-FLAG                PIC X       VALUE 'N'.
                88 LF-LOT-FOUND                           VALUE 'Y'.
            05  QF-FOUND-FLAG                PIC X       VALUE 'N'.
                88 QF-ENTRY-FOUND                         VALUE 'Y'.
            05  RP-POSTED-FLAG               PIC X       VALUE 'N'.
                88 RP-LINE-POSTED                         VALUE 'Y'.

        01  WS-CURRENT-DATE.
            05  WS-YEAR                      PIC 99.
            05  WS-MONTH                     PIC 99.
            05  WS-DAY                       PIC 99.

      *** THE BACKUP GENERATIONS ON FILE, OLDEST FIRST ***
        01  BACKUP-GENERATION-TABLE.
            05  BGT-COUNT                    PIC S9(3)   VALUE 0.
            05  BACKUP-GENERATION OCCURS 1 TO 50 TIMES
                    DEPENDING ON BGT-COUNT
                    INDEXED BY GENERATION-INDEX.
                10  BGT-GEN-STAMP.
                    15  BGT-GEN-DATE         PIC 9(6).
                    15  BGT-GEN-TIME         PIC 9(6).
                10  BGT-JOURNAL-LINES        PIC 9(8).
                10  BGT-MASTER-RECS          PIC 9(7).
                10  BGT-TRANSFER-RECS        PIC 9(7).
                10  BGT-LOT-RECS             PIC 9(7).
                10  BGT-GEN-STATUS           PIC X(1).
                10  BGT-QUARANTINE-RECS      PIC 9(7).

      *** THE GENERATION AND SKIP DATE THE OPERATOR KEYED, AND     ***
      *** WHAT PR4-BACKUP.TXT AND THE JOURNAL ACTUALLY HOLD FOR IT ***
        01  REQUEST-FIELDS.
            05  RG-CHOICE                    PIC X(3).
                88 RG-OPERATOR-QUIT          VALUE 'END', 'end'.
            05  RG-CHOICE-PARTS REDEFINES RG-CHOICE.
                10  RG-CHOICE-N              PIC 9(2).
                10  FILLER                   PIC X(1).
            05  RG-SKIP-DATE                 PIC X(6).
                88 RG-NO-SKIP                             VALUE SPACES.
            05  RG-SKIP-DATE-N REDEFINES RG-SKIP-DATE
                                             PIC 9(6).
            05  RG-INSTALL-ANSWER            PIC X(1).
                88 RG-INSTALL-YES                    VALUE 'Y', 'y'.
            05  RG-VALID-FLAG                PIC X       VALUE 'N'.
                88 RG-GENERATION-IS-VALID                 VALUE 'Y'.
            05  RG-GEN-STAMP.
                10  RG-GEN-DATE              PIC 9(6).
                10  RG-GEN-TIME              PIC 9(6).
            05  RG-POINTER                   PIC 9(8).
            05  RG-MASTER-RECS               PIC 9(7).
            05  RG-TRANSFER-RECS             PIC 9(7).
            05  RG-LOT-RECS                  PIC 9(7).
            05  RG-QUARANTINE-RECS           PIC 9(7).
            05  RG-FOUND-MASTER              PIC 9(7)    VALUE 0.
            05  RG-FOUND-TRANSFER            PIC 9(7)    VALUE 0.
            05  RG-FOUND-LOT                 PIC 9(7)    VALUE 0.
            05  RG-FOUND-QUARANTINE          PIC 9(7)    VALUE 0.
            05  RG-JOURNAL-LINES             PIC 9(8)    VALUE 0.
            05  RG-LIST-NO                   PIC Z9.

      *** THE JOURNAL LINE UNDER REPLAY, UN-EDITED ***
        01  REPLAY-FIELDS.
            05  RP-LINE-NO                   PIC 9(8)    VALUE 0.
            05  RP-QUANTITY                  PIC S9(7).
            05  RP-UNIT-COST                 PIC 9(4)V9(4).
            05  RP-LOT-EXPIRY                PIC 9(6).
            05  RP-SHIP-EXPIRY               PIC 9(6).
            05  RP-NO-EXPIRY                 PIC 9(6)    VALUE 999999.
            05  RP-OPEN-QTY                  PIC S9(9).
            05  RS-NEXT-SEQ-NO               PIC 9(7)    VALUE 0.

        01  UNEDIT-FIELDS.
            05  UF-EDITED.
                10  UF-DIGITS                PIC X(7).
                10  UF-SIGN                  PIC X(1).
            05  UF-NUMBER                    PIC S9(7).

      *** ON-HAND AND AVERAGE COST BEFORE AND AFTER THE LINE, AND  ***
      *** THE UNITS STILL TO PLACE IN OR TAKE FROM LOTS            ***
        01  POSTING-FIELDS.
            05  PF-PRIOR-ON-HAND             PIC S9(7).
            05  PF-NEW-ON-HAND               PIC S9(7).
            05  CF-UNIT-COST                 PIC 9(4)V9(4).
            05  CF-OLD-AVG-COST              PIC 9(4)V9(4).
            05  CF-NEW-AVG-COST              PIC 9(4)V9(4).
            05  LF-ADD-QTY                   PIC S9(7).
            05  LF-REMAINING                 PIC S9(7).
            05  LF-TAKE                      PIC S9(7).

      *** THE KEYS UNDER COMPARISON - HIGH-VALUES ONCE A FILE ENDS ***
        01  COMPARE-FIELDS.
            05  CP-REBUILT-KEY               PIC X(9).
            05  CP-CURRENT-KEY               PIC X(9).
            05  CP-REBUILT-ON-HAND           PIC S9(7).
            05  CP-CURRENT-ON-HAND           PIC S9(7).
            05  CP-PRINT-KEY.
                10  CP-PRINT-WAREHOUSE-ID    PIC X(4).
                10  CP-PRINT-VENDOR-ID       PIC X(1).
                10  CP-PRINT-PRODUCT-ID      PIC X(3).
                10  CP-PRINT-ITEM-NO         PIC X(1).
            05  CP-PRINT-REBUILT             PIC S9(7).
            05  CP-PRINT-CURRENT             PIC S9(7).

        01  RUN-COUNTERS.
            05  RC-LINES-READ                PIC 9(8)    VALUE 0.
            05  RC-LINES-REPLAYED            PIC 9(8)    VALUE 0.
            05  RC-LINES-REJECTED            PIC 9(8)    VALUE 0.
            05  RC-LINES-SKIPPED             PIC 9(8)    VALUE 0.
            05  RC-ITEMS-CREATED             PIC 9(5)    VALUE 0.
            05  RC-ITEMS-COMPARED            PIC 9(5)    VALUE 0.
            05  RC-ITEMS-DIFFERING           PIC 9(5)    VALUE 0.
            05  RC-REBUILT-ONLY              PIC 9(5)    VALUE 0.
            05  RC-CURRENT-ONLY              PIC 9(5)    VALUE 0.

      *** RECORD AND UNIT TOTALS, REBUILT AGAINST CURRENT ***
        01  CARRIED-TOTALS.
            05  CT-RB-MASTER-RECS            PIC S9(9)   VALUE 0.
            05  CT-RB-MASTER-UNITS           PIC S9(9)   VALUE 0.
            05  CT-RB-TRANSFER-RECS          PIC S9(9)   VALUE 0.
            05  CT-RB-TRANSFER-UNITS         PIC S9(9)   VALUE 0.
            05  CT-RB-LOT-RECS               PIC S9(9)   VALUE 0.
            05  CT-RB-LOT-UNITS              PIC S9(9)   VALUE 0.
            05  CT-RB-QUARANTINE-RECS        PIC S9(9)   VALUE 0.
            05  CT-RB-QUARANTINE-UNITS       PIC S9(9)   VALUE 0.
            05  CT-CU-MASTER-RECS            PIC S9(9)   VALUE 0.
            05  CT-CU-MASTER-UNITS           PIC S9(9)   VALUE 0.
            05  CT-CU-TRANSFER-RECS          PIC S9(9)   VALUE 0.
            05  CT-CU-TRANSFER-UNITS         PIC S9(9)   VALUE 0.
            05  CT-CU-LOT-RECS               PIC S9(9)   VALUE 0.
            05  CT-CU-LOT-UNITS              PIC S9(9)   VALUE 0.
            05  CT-CU-QUARANTINE-RECS        PIC S9(9)   VALUE 0.
            05  CT-CU-QUARANTINE-UNITS       PIC S9(9)   VALUE 0.

      * FIELD FOR EXPORTING MY EXCEPTION LINES
        01  EXCEPTION-FIELD.
            05  XF-REASON                    PIC X(30).

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *               RECOVERY REPORT LAYOUT                      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

        01  REPORT-TITLE-LINE.
            05                    PIC X(2).
            05                    PIC X(33)  VALUE
                    'PR4RCVR - JOURNAL-REPLAY RECOVERY'.
            05                    PIC X(3).
            05                    PIC X(11)  VALUE 'GENERATION '.
            05  RTL-GEN-DATE      PIC 9(6).
            05                    PIC X(1).
            05  RTL-GEN-TIME      PIC 9(6).
            05                    PIC X(3).
            05                    PIC X(5)   VALUE 'SKIP '.
            05  RTL-SKIP-DATE     PIC X(6).
            05                    PIC X(4).

        01  EXCEPTION-TITLE-LINE.
            05                    PIC X(2).
            05                    PIC X(26)  VALUE
                    'JOURNAL LINES NOT REPLAYED'.
            05                    PIC X(52).

        01  EXCEPTION-HEADING-LINE.
            05                    PIC X(2).
            05                    PIC X(8)   VALUE ' LINE NO'.
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
            05                    PIC X(8)   VALUE '     QTY'.
            05                    PIC X(2).
            05                    PIC X(30)  VALUE 'REASON'.
            05                    PIC X(8).

        01  EXCEPTION-DETAIL-LINE.
            05                    PIC X(2).
            05  XD-LINE-NO        PIC ZZZZZZZ9.
            05                    PIC X(2).
            05  XD-TRANS-CODE     PIC X(1).
            05                    PIC X(2).
            05  XD-WAREHOUSE-ID   PIC X(4).
            05                    PIC X(2).
            05  XD-VENDOR-ID      PIC X(1).
            05                    PIC X(2).
            05  XD-PRODUCT-ID     PIC X(3).
            05                    PIC X(2).
            05  XD-ITEM-NO        PIC X(1).
            05                    PIC X(2).
            05  XD-QUANTITY       PIC ZZZZZZ9-.
            05                    PIC X(2).
            05  XD-REASON         PIC X(30).
            05                    PIC X(8).

        01  COMPARE-TITLE-LINE.
            05                    PIC X(2).
            05                    PIC X(37)  VALUE
                    'REBUILT MASTER AGAINST CURRENT MASTER'.
            05                    PIC X(41).

        01  COMPARE-HEADING-LINE.
            05                    PIC X(2).
            05                    PIC X(4)   VALUE 'WHSE'.
            05                    PIC X(2).
            05                    PIC X(1)   VALUE 'V'.
            05                    PIC X(2).
            05                    PIC X(3)   VALUE 'PRD'.
            05                    PIC X(2).
            05                    PIC X(1)   VALUE 'I'.
            05                    PIC X(2).
            05                    PIC X(8)   VALUE ' REBUILT'.
            05                    PIC X(2).
            05                    PIC X(8)   VALUE ' CURRENT'.
            05                    PIC X(2).
            05                    PIC X(9)   VALUE '     DIFF'.
            05                    PIC X(2).
            05                    PIC X(12)  VALUE 'NOTE'.
            05                    PIC X(18).

        01  COMPARE-DETAIL-LINE.
            05                    PIC X(2).
            05  CD-WAREHOUSE-ID   PIC X(4).
            05                    PIC X(2).
            05  CD-VENDOR-ID      PIC X(1).
            05                    PIC X(2).
            05  CD-PRODUCT-ID     PIC X(3).
            05                    PIC X(2).
            05  CD-ITEM-NO        PIC X(1).
            05                    PIC X(2).
            05  CD-REBUILT        PIC ZZZZZZ9-.
            05                    PIC X(2).
            05  CD-CURRENT        PIC ZZZZZZ9-.
            05                    PIC X(2).
            05  CD-DIFFERENCE     PIC ZZZZZZZ9-.
            05                    PIC X(2).
            05  CD-NOTE           PIC X(12).
            05                    PIC X(18).

        01  COMPARE-TOTAL-LINE.
            05                    PIC X(2).
            05                    PIC X(16)  VALUE 'ITEMS DIFFERING:'.
            05                    PIC X(1).
            05  CTL-DIFFERING     PIC ZZZZ9.
            05                    PIC X(3).
            05                    PIC X(13)  VALUE 'REBUILT ONLY:'.
            05                    PIC X(1).
            05  CTL-REBUILT-ONLY  PIC ZZZZ9.
            05                    PIC X(3).
            05                    PIC X(13)  VALUE 'CURRENT ONLY:'.
            05                    PIC X(1).
            05  CTL-CURRENT-ONLY  PIC ZZZZ9.
            05                    PIC X(12).

        01  CARRIED-HEADING-LINE.
            05                    PIC X(2).
            05                    PIC X(20)  VALUE 'FILE'.
            05                    PIC X(2).
            05                    PIC X(9)   VALUE 'RBLT RECS'.
            05                    PIC X(2).
            05                    PIC X(10)  VALUE 'RBLT UNITS'.
            05                    PIC X(2).
            05                    PIC X(9)   VALUE 'CURR RECS'.
            05                    PIC X(2).
            05                    PIC X(10)  VALUE 'CURR UNITS'.
            05                    PIC X(12).

        01  CARRIED-DETAIL-LINE.
            05                    PIC X(2).
            05  CDL-FILE-NAME     PIC X(20).
            05                    PIC X(2).
            05  CDL-REBUILT-RECS  PIC ZZZZZZZZ9.
            05                    PIC X(2).
            05  CDL-REBUILT-UNITS PIC ZZZZZZZZ9-.
            05                    PIC X(2).
            05  CDL-CURRENT-RECS  PIC ZZZZZZZZ9.
            05                    PIC X(2).
            05  CDL-CURRENT-UNITS PIC ZZZZZZZZ9-.
            05                    PIC X(12).

        01  REPLAY-TOTAL-LINE.
            05                    PIC X(2).
            05                    PIC X(16)  VALUE 'LINES REPLAYED:'.
            05                    PIC X(1).
            05  RTL-REPLAYED      PIC ZZZZZZZ9.
            05                    PIC X(3).
            05                    PIC X(13)  VALUE 'NOT REPLAYED:'.
            05                    PIC X(1).
            05  RTL-REJECTED      PIC ZZZZZZZ9.
            05                    PIC X(3).
            05                    PIC X(8)   VALUE 'SKIPPED:'.
            05                    PIC X(1).
            05  RTL-SKIPPED       PIC ZZZZZZZ9.
            05                    PIC X(8).

        PROCEDURE DIVISION.

        10-CONTROL-MODULE.
            PERFORM 20-HOUSEKEEPING
            IF RG-GENERATION-IS-VALID
                PERFORM 30-RESTORE-GENERATION
                PERFORM 40-REPLAY-JOURNAL
                PERFORM 63-WRITE-REBUILT-FILES
                PERFORM 66-COMPARE-MASTERS
                PERFORM 70-PRINT-CARRIED-TOTALS
                PERFORM 71-CONFIRM-INSTALL
                PERFORM 74-PRINT-RUN-SUMMARY
            END-IF
            PERFORM 80-FINALE
        .

      *** LISTS THE GENERATIONS ON FILE AND TAKES THE OPERATOR'S  ***
      *** CHOICE - NOTHING IS RESTORED UNLESS IT PASSES EVERY     ***
      *** CHECK IN 23-CHECK-GENERATION                            ***
        20-HOUSEKEEPING.
            ACCEPT WS-CURRENT-DATE FROM DATE
            MOVE 'N' TO RG-VALID-FLAG
            PERFORM 21-LOAD-GENERATIONS
            IF BGT-COUNT = 0
                DISPLAY 'PR4RCVR - NO BACKUP GENERATIONS ON FILE - '
                        'RUN PR4TPST FIRST'
            ELSE
                DISPLAY ' '
                DISPLAY '  NO  GEN DATE  TIME    JOURNAL LINE  STATUS'
                PERFORM 22-LIST-ONE-GENERATION
                    VARYING GENERATION-INDEX FROM 1 BY 1
                        UNTIL GENERATION-INDEX > BGT-COUNT
                DISPLAY ' '
                DISPLAY 'GENERATION TO RESTORE (2 DIGITS, OR END): '
                        WITH NO ADVANCING
                ACCEPT RG-CHOICE
                EVALUATE TRUE
                    WHEN RG-OPERATOR-QUIT
                        DISPLAY 'PR4RCVR - NOTHING RECOVERED'
                    WHEN RG-CHOICE-N NOT NUMERIC
                        DISPLAY 'PR4RCVR - GENERATION MUST BE TWO '
                                'DIGITS - NOTHING RECOVERED'
                    WHEN RG-CHOICE-N < 1
                        OR RG-CHOICE-N > BGT-COUNT
                        DISPLAY 'PR4RCVR - NO SUCH GENERATION - '
                                'NOTHING RECOVERED'
                    WHEN OTHER
                        SET GENERATION-INDEX TO RG-CHOICE-N
                        PERFORM 23-CHECK-GENERATION
                END-EVALUATE
            END-IF
        .

      *** LOADS THE CONTROL FILE - A MISSING FILE MEANS PR4TPST   ***
      *** HAS NEVER TAKEN A GENERATION                            ***
        21-LOAD-GENERATIONS.
            MOVE 0 TO BGT-COUNT
            OPEN INPUT BACKUP-CONTROL
            IF BC-FILE-WAS-FOUND
                MOVE 'N' TO BC-EOF-FLAG
                PERFORM UNTIL BC-NO-MORE-RECS
                    READ BACKUP-CONTROL
                        AT END
                            MOVE 'Y' TO BC-EOF-FLAG
                        NOT AT END
                            IF BGT-COUNT < 50
                                ADD 1 TO BGT-COUNT
                                MOVE BCR-GEN-STAMP TO
                                        BGT-GEN-STAMP(BGT-COUNT)
                                MOVE BCR-JOURNAL-LINES TO
                                        BGT-JOURNAL-LINES(BGT-COUNT)
                                MOVE BCR-MASTER-RECS TO
                                        BGT-MASTER-RECS(BGT-COUNT)
                                MOVE BCR-TRANSFER-RECS TO
                                        BGT-TRANSFER-RECS(BGT-COUNT)
                                MOVE BCR-LOT-RECS TO
                                        BGT-LOT-RECS(BGT-COUNT)
                                MOVE BCR-GEN-STATUS TO
                                        BGT-GEN-STATUS(BGT-COUNT)
                                IF BCR-QUARANTINE-RECS NUMERIC
                                    MOVE BCR-QUARANTINE-RECS TO
                                      BGT-QUARANTINE-RECS(BGT-COUNT)
                                ELSE
                                    MOVE 0 TO
                                      BGT-QUARANTINE-RECS(BGT-COUNT)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BACKUP-CONTROL
            END-IF
        .

        22-LIST-ONE-GENERATION.
            SET RG-CHOICE-N TO GENERATION-INDEX
            MOVE RG-CHOICE-N TO RG-LIST-NO
            DISPLAY '  ' RG-LIST-NO '  '
                    BGT-GEN-DATE(GENERATION-INDEX) '  '
                    BGT-GEN-TIME(GENERATION-INDEX) '  '
                    BGT-JOURNAL-LINES(GENERATION-INDEX) '      '
                    BGT-GEN-STATUS(GENERATION-INDEX)
        .

      *** A GENERATION IS USED ONLY IF THE JOURNAL STILL HOLDS     ***
      *** EVERY LINE POSTED AFTER IT AND PR4-BACKUP.TXT HOLDS      ***
      *** EVERY RECORD THE CONTROL FILE SAYS WAS SAVED             ***
        23-CHECK-GENERATION.
            MOVE BGT-GEN-STAMP(GENERATION-INDEX) TO RG-GEN-STAMP
            MOVE BGT-JOURNAL-LINES(GENERATION-INDEX) TO RG-POINTER
            MOVE BGT-MASTER-RECS(GENERATION-INDEX) TO RG-MASTER-RECS
            MOVE BGT-TRANSFER-RECS(GENERATION-INDEX) TO
                    RG-TRANSFER-RECS
            MOVE BGT-LOT-RECS(GENERATION-INDEX) TO RG-LOT-RECS
            MOVE BGT-QUARANTINE-RECS(GENERATION-INDEX) TO
                    RG-QUARANTINE-RECS
            IF BGT-GEN-STATUS(GENERATION-INDEX) = 'X'
                DISPLAY 'PR4RCVR - GENERATION ' RG-GEN-STAMP
                        ' CANNOT BE REPLAYED - PR4PCLS HAS ARCHIVED '
                        'JOURNAL LINES POSTED AFTER IT'
            ELSE
                PERFORM 24-ACCEPT-SKIP-DATE
            END-IF
        .

        24-ACCEPT-SKIP-DATE.
            DISPLAY 'RUN DATE TO SKIP (YYMMDD, OR BLANK FOR NONE): '
                    WITH NO ADVANCING
            ACCEPT RG-SKIP-DATE
            IF NOT RG-NO-SKIP AND RG-SKIP-DATE-N NOT NUMERIC
                DISPLAY 'PR4RCVR - SKIP DATE MUST BE YYMMDD - '
                        'NOTHING RECOVERED'
            ELSE
                PERFORM 25-COUNT-BACKUP-RECORDS
                PERFORM 26-COUNT-JOURNAL-LINES
                EVALUATE TRUE
                    WHEN RG-FOUND-MASTER NOT = RG-MASTER-RECS
                        OR RG-FOUND-TRANSFER NOT = RG-TRANSFER-RECS
                        OR RG-FOUND-LOT NOT = RG-LOT-RECS
                        OR RG-FOUND-QUARANTINE NOT =
                            RG-QUARANTINE-RECS
                        DISPLAY 'PR4RCVR - GENERATION ' RG-GEN-STAMP
                                ' IS INCOMPLETE ON PR4-BACKUP.TXT - '
                                'NOTHING RECOVERED'
                    WHEN RG-JOURNAL-LINES < RG-POINTER
                        DISPLAY 'PR4RCVR - JOURNAL HOLDS FEWER LINES '
                                'THAN GENERATION ' RG-GEN-STAMP
                                ' EXPECTS - NOTHING RECOVERED'
                    WHEN OTHER
                        MOVE 'Y' TO RG-VALID-FLAG
                END-EVALUATE
            END-IF
        .

      *** COUNTS THE CHOSEN GENERATION'S RECORDS BY TYPE ***
        25-COUNT-BACKUP-RECORDS.
            MOVE 0 TO RG-FOUND-MASTER
            MOVE 0 TO RG-FOUND-TRANSFER
            MOVE 0 TO RG-FOUND-LOT
            MOVE 0 TO RG-FOUND-QUARANTINE
            OPEN INPUT BACKUP-FILE
            IF BK-FILE-WAS-FOUND
                MOVE 'N' TO BK-EOF-FLAG
                PERFORM UNTIL BK-NO-MORE-RECS
                    READ BACKUP-FILE
                        AT END
                            MOVE 'Y' TO BK-EOF-FLAG
                        NOT AT END
                            IF BKR-GEN-STAMP = RG-GEN-STAMP
                                EVALUATE TRUE
                                    WHEN BKR-MASTER-RECORD
                                        ADD 1 TO RG-FOUND-MASTER
                                    WHEN BKR-TRANSFER-RECORD
                                        ADD 1 TO RG-FOUND-TRANSFER
                                    WHEN BKR-LOT-RECORD
                                        ADD 1 TO RG-FOUND-LOT
                                    WHEN BKR-QUARANTINE-RECORD
                                        ADD 1 TO RG-FOUND-QUARANTINE
                                END-EVALUATE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BACKUP-FILE
            END-IF
        .

        26-COUNT-JOURNAL-LINES.
            MOVE 0 TO RG-JOURNAL-LINES
            OPEN INPUT POSTING-JOURNAL
            IF JL-FILE-WAS-FOUND
                MOVE 'N' TO JL-EOF-FLAG
                PERFORM UNTIL JL-NO-MORE-RECS
                    READ POSTING-JOURNAL
                        AT END
                            MOVE 'Y' TO JL-EOF-FLAG
                        NOT AT END
                            ADD 1 TO RG-JOURNAL-LINES
                    END-READ
                END-PERFORM
                CLOSE POSTING-JOURNAL
            END-IF
        .

      *** BUILDS THE KEYED WORK FILES FROM THE CHOSEN GENERATION - ***
      *** EACH TRANSFER TAKES THE NEXT SEQUENCE NUMBER, THE SAME   ***
      *** WAY PR4TPST LOADS ITS OPEN TRANSFERS                     ***
        30-RESTORE-GENERATION.
            OPEN OUTPUT RECOVERY-REPORT
            PERFORM 32-PRINT-REPORT-HEADINGS
            MOVE 0 TO RS-NEXT-SEQ-NO
            OPEN OUTPUT MASTER-WORK-FILE
                        TRANSFER-WORK-FILE
                        LOT-WORK-FILE
                        QUARANTINE-WORK-FILE
            OPEN INPUT BACKUP-FILE
            MOVE 'N' TO BK-EOF-FLAG
            PERFORM UNTIL BK-NO-MORE-RECS
                READ BACKUP-FILE
                    AT END
                        MOVE 'Y' TO BK-EOF-FLAG
                    NOT AT END
                        IF BKR-GEN-STAMP = RG-GEN-STAMP
                            PERFORM 31-RESTORE-ONE-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BACKUP-FILE
                  MASTER-WORK-FILE
                  TRANSFER-WORK-FILE
                  LOT-WORK-FILE
                  QUARANTINE-WORK-FILE
            OPEN I-O MASTER-WORK-FILE
                     TRANSFER-WORK-FILE
                     LOT-WORK-FILE
                     QUARANTINE-WORK-FILE
        .

        31-RESTORE-ONE-RECORD.
            EVALUATE TRUE
                WHEN BKR-MASTER-RECORD
                    MOVE BKR-DATA TO MASTER-WORK-REC
      * A MASTER SAVED BEFORE ITEMS CARRIED A COST READS AS SPACES
                    IF MWR-AVG-COST NOT NUMERIC
                        MOVE ZEROS TO MWR-AVG-COST
                    END-IF
                    WRITE MASTER-WORK-REC
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                WHEN BKR-TRANSFER-RECORD
                    ADD 1 TO RS-NEXT-SEQ-NO
                    MOVE BKT-ROUTE-KEY TO TWR-ROUTE-KEY
                    MOVE RS-NEXT-SEQ-NO TO TWR-SEQ-NO
                    MOVE BKT-QUANTITY TO TWR-QUANTITY
                    MOVE BKT-SHIP-DATE TO TWR-SHIP-DATE
                    MOVE BKT-LOT-NO TO TWR-LOT-NO
                    MOVE BKT-EXPIRY-DATE TO TWR-EXPIRY-DATE
                    IF BKT-UNIT-COST NUMERIC
                        MOVE BKT-UNIT-COST TO TWR-UNIT-COST
                    ELSE
                        MOVE ZEROS TO TWR-UNIT-COST
                    END-IF
                    WRITE TRANSFER-WORK-REC
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                WHEN BKR-LOT-RECORD
                    MOVE BKR-DATA TO LOT-WORK-REC
                    WRITE LOT-WORK-REC
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                WHEN BKR-QUARANTINE-RECORD
                    MOVE BKR-DATA TO QUARANTINE-WORK-REC
                    WRITE QUARANTINE-WORK-REC
                        INVALID KEY
                            CONTINUE
                    END-WRITE
            END-EVALUATE
        .

        32-PRINT-REPORT-HEADINGS.
            MOVE RG-GEN-DATE TO RTL-GEN-DATE
            MOVE RG-GEN-TIME TO RTL-GEN-TIME
            IF RG-NO-SKIP
                MOVE 'NONE' TO RTL-SKIP-DATE
            ELSE
                MOVE RG-SKIP-DATE TO RTL-SKIP-DATE
            END-IF
            MOVE REPORT-TITLE-LINE TO RECOVERY-RECORD
            WRITE RECOVERY-RECORD
            MOVE EXCEPTION-TITLE-LINE TO RECOVERY-RECORD
            WRITE RECOVERY-RECORD
                AFTER ADVANCING 2 LINES
            MOVE EXCEPTION-HEADING-LINE TO RECOVERY-RECORD
            WRITE RECOVERY-RECORD
        .

      *** REPLAYS EVERY JOURNAL LINE POSTED AFTER THE GENERATION  ***
      *** WAS TAKEN, LEAVING OUT THE SKIPPED RUN DATE             ***
        40-REPLAY-JOURNAL.
            MOVE 0 TO RP-LINE-NO
            OPEN INPUT POSTING-JOURNAL
            IF JL-FILE-WAS-FOUND
                MOVE 'N' TO JL-EOF-FLAG
                PERFORM UNTIL JL-NO-MORE-RECS
                    READ POSTING-JOURNAL
                        AT END
                            MOVE 'Y' TO JL-EOF-FLAG
                        NOT AT END
                            ADD 1 TO RP-LINE-NO
                            IF RP-LINE-NO > RG-POINTER
                                ADD 1 TO RC-LINES-READ
                                IF NOT RG-NO-SKIP
                                    AND JR-RUN-DATE = RG-SKIP-DATE-N
                                    ADD 1 TO RC-LINES-SKIPPED
                                ELSE
                                    PERFORM 41-REPLAY-ONE-LINE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE POSTING-JOURNAL
            END-IF
        .

      *** UN-EDITS THE LINE'S QUANTITY AND COST, WORKS OUT THE LOT ***
      *** EXPIRY IT CARRIES, AND HANDS IT TO ITS POSTING RULE      ***
        41-REPLAY-ONE-LINE.
            MOVE 'N' TO RP-POSTED-FLAG
            MOVE JR-QUANTITY-X TO UF-EDITED
            PERFORM 62-UNEDIT-QUANTITY
            MOVE UF-NUMBER TO RP-QUANTITY
            IF JR-UNIT-COST-X NOT = SPACES
                MOVE JR-UNIT-COST TO RP-UNIT-COST
            ELSE
                MOVE ZEROS TO RP-UNIT-COST
            END-IF
      * A LOT THAT DOES NOT EXPIRE IS KEYED 999999; A SHIPPED
      * PORTION KEEPS WHATEVER DATE IT CARRIED, ZEROS WHEN UNLOTTED
            MOVE RP-NO-EXPIRY TO RP-LOT-EXPIRY
            MOVE ZEROS TO RP-SHIP-EXPIRY
            IF JR-EXPIRY-DATE NUMERIC
                MOVE JR-EXPIRY-DATE TO RP-SHIP-EXPIRY
                IF JR-EXPIRY-DATE > 0
                    MOVE JR-EXPIRY-DATE TO RP-LOT-EXPIRY
                END-IF
            END-IF
      * A LOT JOURNALED WITH NO DATE JOINS THE DATE IT ALREADY HAS
            IF JR-LOT-NO NOT = SPACES
                AND RP-LOT-EXPIRY = RP-NO-EXPIRY
                PERFORM 43-FIND-LOT-EXPIRY
            END-IF
            PERFORM 42-FIND-REBUILT-ITEM
            EVALUATE TRUE
                WHEN JR-RECEIPT
                    PERFORM 44-ADD-TO-ITEM
                WHEN JR-ISSUE
                    PERFORM 45-TAKE-FROM-ITEM
                WHEN JR-ADJUSTMENT
                    PERFORM 49-REPLAY-ADJUSTMENT
                WHEN JR-TRANSFER-SHIP
                    PERFORM 50-REPLAY-TRANSFER-SHIP
                WHEN JR-TRANSFER-RECEIVE
                    PERFORM 51-REPLAY-TRANSFER-RECEIVE
                WHEN JR-CUSTOMER-RETURN
                    PERFORM 57-REPLAY-CUSTOMER-RETURN
                WHEN JR-INSPECTION
                    PERFORM 59-REPLAY-INSPECTION
                WHEN OTHER
                    MOVE 'UNKNOWN TRANSACTION CODE' TO XF-REASON
                    PERFORM 65-WRITE-EXCEPTION-LINE
            END-EVALUATE
            IF RP-LINE-POSTED
                ADD 1 TO RC-LINES-REPLAYED
            END-IF
        .

        42-FIND-REBUILT-ITEM.
            MOVE 'N' TO IT-FOUND-FLAG
            MOVE JR-WAREHOUSE-ID TO MWR-WAREHOUSE-ID
            MOVE JR-VENDOR-ID TO MWR-VENDOR-ID
            MOVE JR-PRODUCT-ID TO MWR-PRODUCT-ID
            MOVE JR-ITEM-NO TO MWR-ITEM-NO
            READ MASTER-WORK-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO IT-FOUND-FLAG
            END-READ
        .

      *** BROWSES THE ITEM'S REBUILT LOTS FOR THE ONE THE LINE     ***
      *** NAMES AND, WHEN IT IS ON FILE, TAKES ITS EXPIRATION DATE ***
      *** INTO RP-LOT-EXPIRY - AS PR4TPST DOES WHEN IT POSTS       ***
        43-FIND-LOT-EXPIRY.
            MOVE 'N' TO LF-FOUND-FLAG
            MOVE JR-WAREHOUSE-ID TO LWR-WAREHOUSE-ID
            MOVE JR-VENDOR-ID TO LWR-VENDOR-ID
            MOVE JR-PRODUCT-ID TO LWR-PRODUCT-ID
            MOVE JR-ITEM-NO TO LWR-ITEM-NO
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
                        IF LWR-WAREHOUSE-ID NOT = JR-WAREHOUSE-ID
                            OR LWR-VENDOR-ID NOT = JR-VENDOR-ID
                            OR LWR-PRODUCT-ID NOT = JR-PRODUCT-ID
                            OR LWR-ITEM-NO NOT = JR-ITEM-NO
                            MOVE 'Y' TO LW-EOF-FLAG
                        ELSE
                            IF LWR-LOT-NO = JR-LOT-NO
                                MOVE 'Y' TO LF-FOUND-FLAG
                                MOVE LWR-EXPIRY-DATE TO RP-LOT-EXPIRY
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
        .

      *** A RECEIPT OR TRANSFER RECEIVE - ADDS TO ON-HAND, ROLLS   ***
      *** THE AVERAGE AT THE JOURNALED COST AND ADDS TO THE LOT -  ***
      *** AN ITEM NOT YET ON THE REBUILT MASTER IS CREATED         ***
        44-ADD-TO-ITEM.
            MOVE RP-UNIT-COST TO CF-UNIT-COST
            IF IT-ITEM-FOUND
                MOVE MWR-ON-HAND TO PF-PRIOR-ON-HAND
                MOVE MWR-AVG-COST TO CF-OLD-AVG-COST
                COMPUTE PF-NEW-ON-HAND = PF-PRIOR-ON-HAND +
                                         RP-QUANTITY
                    ON SIZE ERROR
                        MOVE 'RECEIPT OVERFLOWS ON-HAND' TO XF-REASON
                        PERFORM 65-WRITE-EXCEPTION-LINE
                    NOT ON SIZE ERROR
                        PERFORM 61-ROLL-AVERAGE-COST
                        MOVE CF-NEW-AVG-COST TO MWR-AVG-COST
                        MOVE PF-NEW-ON-HAND TO MWR-ON-HAND
                        MOVE JR-TRANS-DATE TO MWR-LAST-POST-DATE
                        REWRITE MASTER-WORK-REC
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                        MOVE RP-QUANTITY TO LF-ADD-QTY
                        PERFORM 48-ADD-TO-LOT
                        MOVE 'Y' TO RP-POSTED-FLAG
                END-COMPUTE
            ELSE
                MOVE ZEROS TO PF-PRIOR-ON-HAND
                MOVE ZEROS TO CF-OLD-AVG-COST
                PERFORM 61-ROLL-AVERAGE-COST
                MOVE JR-WAREHOUSE-ID TO MWR-WAREHOUSE-ID
                MOVE JR-VENDOR-ID TO MWR-VENDOR-ID
                MOVE JR-PRODUCT-ID TO MWR-PRODUCT-ID
                MOVE JR-ITEM-NO TO MWR-ITEM-NO
                MOVE RP-QUANTITY TO MWR-ON-HAND
                MOVE JR-TRANS-DATE TO MWR-LAST-POST-DATE
                MOVE CF-NEW-AVG-COST TO MWR-AVG-COST
                WRITE MASTER-WORK-REC
                    INVALID KEY
                        CONTINUE
                END-WRITE
                MOVE RP-QUANTITY TO LF-ADD-QTY
                PERFORM 48-ADD-TO-LOT
                ADD 1 TO RC-ITEMS-CREATED
                MOVE 'Y' TO RP-POSTED-FLAG
            END-IF
        .

      *** AN ISSUE OR ONE SHIPPED PORTION - THE SAME CHECKS        ***
      *** PR4TPST MADE WHEN IT FIRST POSTED THE LINE, THEN THE     ***
      *** UNITS COME OFF ON-HAND AND OUT OF THE JOURNALED LOT      ***
        45-TAKE-FROM-ITEM.
            EVALUATE TRUE
                WHEN NOT IT-ITEM-FOUND
                    MOVE 'ITEM NOT ON REBUILT MASTER' TO XF-REASON
                    PERFORM 65-WRITE-EXCEPTION-LINE
                WHEN RP-QUANTITY > MWR-ON-HAND
                    MOVE 'EXCEEDS REBUILT ON-HAND' TO XF-REASON
                    PERFORM 65-WRITE-EXCEPTION-LINE
                WHEN OTHER
                    SUBTRACT RP-QUANTITY FROM MWR-ON-HAND
                    MOVE JR-TRANS-DATE TO MWR-LAST-POST-DATE
                    REWRITE MASTER-WORK-REC
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                    IF JR-LOT-NO NOT = SPACES
                        PERFORM 46-RELIEVE-NAMED-LOT
                    END-IF
                    MOVE 'Y' TO RP-POSTED-FLAG
            END-EVALUATE
        .

      *** TAKES THE LINE'S QUANTITY OUT OF THE LOT IT NAMES -      ***
      *** FOUND BY LOT NUMBER ALONE, SO A LINE JOURNALED BEFORE    ***
      *** THE EXPIRY DATE WAS CARRIED STILL FINDS ITS LOT          ***
        46-RELIEVE-NAMED-LOT.
            MOVE 'N' TO LF-FOUND-FLAG
            MOVE JR-WAREHOUSE-ID TO LWR-WAREHOUSE-ID
            MOVE JR-VENDOR-ID TO LWR-VENDOR-ID
            MOVE JR-PRODUCT-ID TO LWR-PRODUCT-ID
            MOVE JR-ITEM-NO TO LWR-ITEM-NO
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
                        IF LWR-WAREHOUSE-ID NOT = JR-WAREHOUSE-ID
                            OR LWR-VENDOR-ID NOT = JR-VENDOR-ID
                            OR LWR-PRODUCT-ID NOT = JR-PRODUCT-ID
                            OR LWR-ITEM-NO NOT = JR-ITEM-NO
                            MOVE 'Y' TO LW-EOF-FLAG
                        ELSE
                            IF LWR-LOT-NO = JR-LOT-NO
                                MOVE 'Y' TO LF-FOUND-FLAG
                                SUBTRACT RP-QUANTITY FROM LWR-QUANTITY
                                REWRITE LOT-WORK-REC
                                    INVALID KEY
                                        CONTINUE
                                END-REWRITE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
        .

      *** RELIEVES LF-REMAINING UNITS FROM THE ITEM'S LOTS,        ***
      *** EARLIEST-EXPIRING FIRST, THE WAY PR4TPST RELIEVES A      ***
      *** COUNT SHORTAGE - WHAT THE LOTS CANNOT COVER WAS UNLOTTED ***
        47-RELIEVE-LOTS-FEFO.
            MOVE JR-WAREHOUSE-ID TO LWR-WAREHOUSE-ID
            MOVE JR-VENDOR-ID TO LWR-VENDOR-ID
            MOVE JR-PRODUCT-ID TO LWR-PRODUCT-ID
            MOVE JR-ITEM-NO TO LWR-ITEM-NO
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
                        IF LWR-WAREHOUSE-ID NOT = JR-WAREHOUSE-ID
                            OR LWR-VENDOR-ID NOT = JR-VENDOR-ID
                            OR LWR-PRODUCT-ID NOT = JR-PRODUCT-ID
                            OR LWR-ITEM-NO NOT = JR-ITEM-NO
                            MOVE 'Y' TO LW-EOF-FLAG
                        ELSE
                            IF LWR-QUANTITY > 0
                                IF LWR-QUANTITY < LF-REMAINING
                                    MOVE LWR-QUANTITY TO LF-TAKE
                                ELSE
                                    MOVE LF-REMAINING TO LF-TAKE
                                END-IF
                                SUBTRACT LF-TAKE FROM LWR-QUANTITY
                                SUBTRACT LF-TAKE FROM LF-REMAINING
                                REWRITE LOT-WORK-REC
                                    INVALID KEY
                                        CONTINUE
                                END-REWRITE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
        .

      *** ADDS LF-ADD-QTY UNITS TO THE JOURNALED LOT, OPENING IT   ***
      *** IF IT IS NEW - A LINE WITH NO LOT LEAVES STOCK UNLOTTED  ***
        48-ADD-TO-LOT.
            IF JR-LOT-NO NOT = SPACES
                MOVE JR-WAREHOUSE-ID TO LWR-WAREHOUSE-ID
                MOVE JR-VENDOR-ID TO LWR-VENDOR-ID
                MOVE JR-PRODUCT-ID TO LWR-PRODUCT-ID
                MOVE JR-ITEM-NO TO LWR-ITEM-NO
                MOVE RP-LOT-EXPIRY TO LWR-EXPIRY-DATE
                MOVE JR-LOT-NO TO LWR-LOT-NO
                READ LOT-WORK-FILE
                    INVALID KEY
                        MOVE JR-WAREHOUSE-ID TO LWR-WAREHOUSE-ID
                        MOVE JR-VENDOR-ID TO LWR-VENDOR-ID
                        MOVE JR-PRODUCT-ID TO LWR-PRODUCT-ID
                        MOVE JR-ITEM-NO TO LWR-ITEM-NO
                        MOVE RP-LOT-EXPIRY TO LWR-EXPIRY-DATE
                        MOVE JR-LOT-NO TO LWR-LOT-NO
                        MOVE LF-ADD-QTY TO LWR-QUANTITY
                        MOVE JR-TRANS-DATE TO LWR-RECEIVED-DATE
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

      *** A COUNT SETS ON-HAND OUTRIGHT - A SHORTAGE COMES OUT OF  ***
      *** THE LOTS EARLIEST-EXPIRING FIRST, AN OVERAGE GOES INTO   ***
      *** THE LOT THE COUNT NAMED                                  ***
        49-REPLAY-ADJUSTMENT.
            IF NOT IT-ITEM-FOUND
                MOVE 'ITEM NOT ON REBUILT MASTER' TO XF-REASON
                PERFORM 65-WRITE-EXCEPTION-LINE
            ELSE
                MOVE MWR-ON-HAND TO PF-PRIOR-ON-HAND
                MOVE RP-QUANTITY TO PF-NEW-ON-HAND
                MOVE PF-NEW-ON-HAND TO MWR-ON-HAND
                MOVE JR-TRANS-DATE TO MWR-LAST-POST-DATE
                REWRITE MASTER-WORK-REC
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                EVALUATE TRUE
                    WHEN PF-NEW-ON-HAND < PF-PRIOR-ON-HAND
                        COMPUTE LF-REMAINING = PF-PRIOR-ON-HAND -
                                               PF-NEW-ON-HAND
                        PERFORM 47-RELIEVE-LOTS-FEFO
                    WHEN PF-NEW-ON-HAND > PF-PRIOR-ON-HAND
                        COMPUTE LF-ADD-QTY = PF-NEW-ON-HAND -
                                             PF-PRIOR-ON-HAND
                        PERFORM 48-ADD-TO-LOT
                END-EVALUATE
                MOVE 'Y' TO RP-POSTED-FLAG
            END-IF
        .

      *** ONE SHIPPED PORTION - COMES OFF THE SENDER LIKE AN ISSUE ***
      *** AND REOPENS ITS IN-TRANSIT TRANSFER AT THE JOURNALED     ***
      *** COST - A LINE JOURNALED BEFORE THE FAR-SIDE WAREHOUSE    ***
      *** WAS CARRIED CANNOT SAY WHERE THE TRUCK WAS GOING         ***
        50-REPLAY-TRANSFER-SHIP.
            IF JR-OTHER-WAREHOUSE-ID = SPACES
                MOVE 'NO TO-WAREHOUSE ON JOURNAL' TO XF-REASON
                PERFORM 65-WRITE-EXCEPTION-LINE
            ELSE
                PERFORM 45-TAKE-FROM-ITEM
                IF RP-LINE-POSTED
                    ADD 1 TO RS-NEXT-SEQ-NO
                    MOVE JR-WAREHOUSE-ID TO TWR-FROM-WAREHOUSE-ID
                    MOVE JR-OTHER-WAREHOUSE-ID TO TWR-TO-WAREHOUSE-ID
                    MOVE JR-VENDOR-ID TO TWR-VENDOR-ID
                    MOVE JR-PRODUCT-ID TO TWR-PRODUCT-ID
                    MOVE JR-ITEM-NO TO TWR-ITEM-NO
                    MOVE RS-NEXT-SEQ-NO TO TWR-SEQ-NO
                    MOVE RP-QUANTITY TO TWR-QUANTITY
                    MOVE JR-TRANS-DATE TO TWR-SHIP-DATE
                    MOVE JR-LOT-NO TO TWR-LOT-NO
                    MOVE RP-SHIP-EXPIRY TO TWR-EXPIRY-DATE
                    MOVE RP-UNIT-COST TO TWR-UNIT-COST
                    WRITE TRANSFER-WORK-REC
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                END-IF
            END-IF
        .

      *** A TRANSFER RECEIVE MUST FIND ENOUGH OPEN TRANSFERS OF   ***
      *** ITS LOT ON THE REBUILT FILE - IT MAY SPAN SEVERAL SHIPS ***
      *** OF THAT LOT, AS IT DID WHEN PR4TPST POSTED IT - THE     ***
      *** ENTRIES CLOSE ONLY IF THE STOCK POSTS                   ***
        51-REPLAY-TRANSFER-RECEIVE.
            PERFORM 52-TOTAL-OPEN-TRANSFERS
            EVALUATE TRUE
                WHEN RP-OPEN-QTY = 0
                    MOVE 'NO MATCHING OPEN TRANSFER' TO XF-REASON
                    PERFORM 65-WRITE-EXCEPTION-LINE
                WHEN RP-OPEN-QTY < RP-QUANTITY
                    MOVE 'EXCEEDS REBUILT IN-TRANSIT' TO XF-REASON
                    PERFORM 65-WRITE-EXCEPTION-LINE
                WHEN OTHER
                    PERFORM 44-ADD-TO-ITEM
                    IF RP-LINE-POSTED
                        PERFORM 53-CLOSE-OPEN-TRANSFERS
                    END-IF
            END-EVALUATE
        .

      *** TOTALS THE REBUILT TRANSFERS STILL OPEN ON THE RECEIVE   ***
      *** SIDE'S ROUTE FOR THE LINE'S LOT                          ***
        52-TOTAL-OPEN-TRANSFERS.
            MOVE 0 TO RP-OPEN-QTY
            PERFORM 55-START-ROUTE
            PERFORM UNTIL TW-NO-MORE-RECS
                READ TRANSFER-WORK-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO TW-EOF-FLAG
                    NOT AT END
                        PERFORM 56-CHECK-ROUTE
                        IF NOT TW-NO-MORE-RECS
                            AND TWR-LOT-NO = JR-LOT-NO
                            ADD TWR-QUANTITY TO RP-OPEN-QTY
                        END-IF
                END-READ
            END-PERFORM
        .

      *** CLOSES THE ROUTE'S OPEN TRANSFERS OF THE LINE'S LOT,     ***
      *** OLDEST FIRST, UNTIL THE RECEIVED QUANTITY IS COVERED -   ***
      *** AN ENTRY RECEIVED IN FULL IS DELETED, ONE RECEIVED IN    ***
      *** PART STAYS OPEN FOR THE BALANCE                          ***
        53-CLOSE-OPEN-TRANSFERS.
            MOVE RP-QUANTITY TO LF-REMAINING
            PERFORM 55-START-ROUTE
            PERFORM UNTIL TW-NO-MORE-RECS OR LF-REMAINING = 0
                READ TRANSFER-WORK-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO TW-EOF-FLAG
                    NOT AT END
                        PERFORM 56-CHECK-ROUTE
                        IF NOT TW-NO-MORE-RECS
                            AND TWR-LOT-NO = JR-LOT-NO
                            AND TWR-QUANTITY > 0
                            PERFORM 54-CLOSE-ONE-TRANSFER
                        END-IF
                END-READ
            END-PERFORM
        .

        54-CLOSE-ONE-TRANSFER.
            IF TWR-QUANTITY > LF-REMAINING
                SUBTRACT LF-REMAINING FROM TWR-QUANTITY
                MOVE 0 TO LF-REMAINING
                REWRITE TRANSFER-WORK-REC
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            ELSE
                SUBTRACT TWR-QUANTITY FROM LF-REMAINING
                DELETE TRANSFER-WORK-FILE
                    INVALID KEY
                        CONTINUE
                END-DELETE
            END-IF
        .

      *** POSITIONS THE REBUILT TRANSFERS AT THE START OF THE      ***
      *** RECEIVE SIDE'S ROUTE (FROM-WAREHOUSE IS THE LINE'S       ***
      *** OTHER-SIDE WAREHOUSE)                                    ***
        55-START-ROUTE.
            MOVE JR-OTHER-WAREHOUSE-ID TO TWR-FROM-WAREHOUSE-ID
            MOVE JR-WAREHOUSE-ID TO TWR-TO-WAREHOUSE-ID
            MOVE JR-VENDOR-ID TO TWR-VENDOR-ID
            MOVE JR-PRODUCT-ID TO TWR-PRODUCT-ID
            MOVE JR-ITEM-NO TO TWR-ITEM-NO
            MOVE ZEROS TO TWR-SEQ-NO
            MOVE 'N' TO TW-EOF-FLAG
            START TRANSFER-WORK-FILE
                KEY IS NOT LESS THAN TWR-KEY
                INVALID KEY
                    MOVE 'Y' TO TW-EOF-FLAG
            END-START
        .

      *** ENDS THE BROWSE ONCE IT HAS READ PAST THE ROUTE          ***
        56-CHECK-ROUTE.
            IF TWR-FROM-WAREHOUSE-ID NOT = JR-OTHER-WAREHOUSE-ID
                OR TWR-TO-WAREHOUSE-ID NOT = JR-WAREHOUSE-ID
                OR TWR-VENDOR-ID NOT = JR-VENDOR-ID
                OR TWR-PRODUCT-ID NOT = JR-PRODUCT-ID
                OR TWR-ITEM-NO NOT = JR-ITEM-NO
                MOVE 'Y' TO TW-EOF-FLAG
            END-IF
        .

      *** A RESTOCKED RETURN ADDS LIKE A RECEIPT AT NO COST, SO    ***
      *** THE AVERAGE STAYS PUT - A QUARANTINED ONE IS HELD AT THE ***
      *** JOURNALED COST - A SCRAPPED OR VENDOR RETURN NEVER CAME  ***
      *** ON-HAND AND HAS NOTHING TO REPLAY                        ***
        57-REPLAY-CUSTOMER-RETURN.
            EVALUATE TRUE
                WHEN NOT IT-ITEM-FOUND
                    MOVE 'ITEM NOT ON REBUILT MASTER' TO XF-REASON
                    PERFORM 65-WRITE-EXCEPTION-LINE
                WHEN JR-DISP-RESTOCK
                    MOVE ZEROS TO RP-UNIT-COST
                    PERFORM 44-ADD-TO-ITEM
                WHEN JR-DISP-QUARANTINE
                    PERFORM 58-ADD-TO-QUARANTINE
                    MOVE 'Y' TO RP-POSTED-FLAG
                WHEN OTHER
                    MOVE 'Y' TO RP-POSTED-FLAG
            END-EVALUATE
        .

      *** ADDS THE LINE'S UNITS TO THE REBUILT QUARANTINE ENTRY    ***
      *** FOR ITS AUTHORIZATION, ITEM AND LOT, OPENING IT IF NEW   ***
        58-ADD-TO-QUARANTINE.
            PERFORM 60-FIND-QUARANTINE-ENTRY
            IF QF-ENTRY-FOUND
                ADD RP-QUANTITY TO QWR-QUANTITY
                REWRITE QUARANTINE-WORK-REC
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            ELSE
                MOVE JR-RETURN-AUTH-NO TO QWR-RETURN-AUTH-NO
                MOVE JR-WAREHOUSE-ID TO QWR-WAREHOUSE-ID
                MOVE JR-VENDOR-ID TO QWR-VENDOR-ID
                MOVE JR-PRODUCT-ID TO QWR-PRODUCT-ID
                MOVE JR-ITEM-NO TO QWR-ITEM-NO
                MOVE JR-LOT-NO TO QWR-LOT-NO
                MOVE RP-QUANTITY TO QWR-QUANTITY
                MOVE RP-LOT-EXPIRY TO QWR-EXPIRY-DATE
                MOVE JR-TRANS-DATE TO QWR-HELD-DATE
                MOVE RP-UNIT-COST TO QWR-UNIT-COST
                WRITE QUARANTINE-WORK-REC
                    INVALID KEY
                        CONTINUE
                END-WRITE
            END-IF
        .

      *** AN INSPECTION JOURNALS THE EXACT ENTRY IT DREW FROM, SO  ***
      *** THE REBUILT ENTRY IS READ BY KEY - A RELEASE ADDS THE    ***
      *** UNITS BACK AT THE JOURNALED (HELD) COST, AND THE ENTRY   ***
      *** COMES DOWN ONLY IF THE STOCK POSTS                       ***
        59-REPLAY-INSPECTION.
            PERFORM 60-FIND-QUARANTINE-ENTRY
            EVALUATE TRUE
                WHEN NOT QF-ENTRY-FOUND
                    MOVE 'NOT IN REBUILT QUARANTINE' TO XF-REASON
                    PERFORM 65-WRITE-EXCEPTION-LINE
                WHEN RP-QUANTITY > QWR-QUANTITY
                    MOVE 'EXCEEDS REBUILT QUARANTINE' TO XF-REASON
                    PERFORM 65-WRITE-EXCEPTION-LINE
                WHEN NOT IT-ITEM-FOUND
                    MOVE 'ITEM NOT ON REBUILT MASTER' TO XF-REASON
                    PERFORM 65-WRITE-EXCEPTION-LINE
                WHEN JR-DISP-RESTOCK
                    PERFORM 44-ADD-TO-ITEM
                    IF RP-LINE-POSTED
                        PERFORM 60-FIND-QUARANTINE-ENTRY
                        SUBTRACT RP-QUANTITY FROM QWR-QUANTITY
                        REWRITE QUARANTINE-WORK-REC
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                    END-IF
                WHEN OTHER
                    SUBTRACT RP-QUANTITY FROM QWR-QUANTITY
                    REWRITE QUARANTINE-WORK-REC
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                    MOVE 'Y' TO RP-POSTED-FLAG
            END-EVALUATE
        .

        60-FIND-QUARANTINE-ENTRY.
            MOVE 'N' TO QF-FOUND-FLAG
            MOVE JR-RETURN-AUTH-NO TO QWR-RETURN-AUTH-NO
            MOVE JR-WAREHOUSE-ID TO QWR-WAREHOUSE-ID
            MOVE JR-VENDOR-ID TO QWR-VENDOR-ID
            MOVE JR-PRODUCT-ID TO QWR-PRODUCT-ID
            MOVE JR-ITEM-NO TO QWR-ITEM-NO
            MOVE JR-LOT-NO TO QWR-LOT-NO
            READ QUARANTINE-WORK-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO QF-FOUND-FLAG
            END-READ
        .

      *** THE SAME WEIGHTED AVERAGE PR4TPST ROLLS - A COST OF ZERO ***
      *** LEAVES THE AVERAGE WHERE IT WAS, AN ITEM WITH NOTHING ON ***
      *** HAND TAKES THE INCOMING COST OUTRIGHT                    ***
        61-ROLL-AVERAGE-COST.
            EVALUATE TRUE
                WHEN CF-UNIT-COST = 0
                    MOVE CF-OLD-AVG-COST TO CF-NEW-AVG-COST
                WHEN PF-PRIOR-ON-HAND > 0
                    COMPUTE CF-NEW-AVG-COST ROUNDED =
                        ((PF-PRIOR-ON-HAND * CF-OLD-AVG-COST) +
                         (RP-QUANTITY * CF-UNIT-COST)) /
                        (PF-PRIOR-ON-HAND + RP-QUANTITY)
                WHEN OTHER
                    MOVE CF-UNIT-COST TO CF-NEW-AVG-COST
            END-EVALUATE
        .

      *** TURNS ONE PRINT-EDITED ZZZZZZ9- COLUMN IN UF-EDITED BACK ***
      *** INTO A SIGNED NUMBER IN UF-NUMBER                        ***
        62-UNEDIT-QUANTITY.
            INSPECT UF-DIGITS REPLACING LEADING SPACE BY ZERO
            IF UF-DIGITS NUMERIC
                MOVE UF-DIGITS TO UF-NUMBER
                IF UF-SIGN = '-'
                    COMPUTE UF-NUMBER = 0 - UF-NUMBER
                END-IF
            ELSE
                MOVE ZEROS TO UF-NUMBER
            END-IF
        .

      *** DUMPS THE REBUILT WORK FILES IN KEY ORDER TO THE FLAT    ***
      *** LAYOUTS - A LOT OR QUARANTINE ENTRY RELIEVED TO ZERO     ***
      *** DROPS OFF HERE, JUST AS IT DOES AT PR4TPST'S EOJ         ***
        63-WRITE-REBUILT-FILES.
            OPEN OUTPUT REBUILT-MASTER
            MOVE LOW-VALUES TO MWR-KEY
            MOVE 'N' TO MW-EOF-FLAG
            START MASTER-WORK-FILE
                KEY IS NOT LESS THAN MWR-KEY
                INVALID KEY
                    MOVE 'Y' TO MW-EOF-FLAG
            END-START
            PERFORM UNTIL MW-NO-MORE-RECS
                READ MASTER-WORK-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO MW-EOF-FLAG
                    NOT AT END
                        WRITE REBUILT-MASTER-REC FROM MASTER-WORK-REC
                        ADD 1 TO CT-RB-MASTER-RECS
                        ADD MWR-ON-HAND TO CT-RB-MASTER-UNITS
                END-READ
            END-PERFORM
            CLOSE REBUILT-MASTER

            OPEN OUTPUT REBUILT-TRANSFER
            MOVE LOW-VALUES TO TWR-KEY
            MOVE 'N' TO TW-EOF-FLAG
            START TRANSFER-WORK-FILE
                KEY IS NOT LESS THAN TWR-KEY
                INVALID KEY
                    MOVE 'Y' TO TW-EOF-FLAG
            END-START
            PERFORM UNTIL TW-NO-MORE-RECS
                READ TRANSFER-WORK-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO TW-EOF-FLAG
                    NOT AT END
                        PERFORM 64-WRITE-REBUILT-TRANSFER
                END-READ
            END-PERFORM
            CLOSE REBUILT-TRANSFER

            OPEN OUTPUT REBUILT-LOT
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
                            WRITE REBUILT-LOT-REC FROM LOT-WORK-REC
                            ADD 1 TO CT-RB-LOT-RECS
                            ADD LWR-QUANTITY TO CT-RB-LOT-UNITS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REBUILT-LOT

            OPEN OUTPUT REBUILT-QUARANTINE
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
                            WRITE REBUILT-QUARANTINE-REC
                                FROM QUARANTINE-WORK-REC
                            ADD 1 TO CT-RB-QUARANTINE-RECS
                            ADD QWR-QUANTITY TO CT-RB-QUARANTINE-UNITS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REBUILT-QUARANTINE

            CLOSE MASTER-WORK-FILE
                  TRANSFER-WORK-FILE
                  LOT-WORK-FILE
                  QUARANTINE-WORK-FILE
        .

        64-WRITE-REBUILT-TRANSFER.
            MOVE TWR-ROUTE-KEY TO RBT-ROUTE-KEY
            MOVE TWR-QUANTITY TO RBT-QUANTITY
            MOVE TWR-SHIP-DATE TO RBT-SHIP-DATE
            MOVE TWR-LOT-NO TO RBT-LOT-NO
            MOVE TWR-EXPIRY-DATE TO RBT-EXPIRY-DATE
            MOVE TWR-UNIT-COST TO RBT-UNIT-COST
            WRITE REBUILT-TRANSFER-REC
            ADD 1 TO CT-RB-TRANSFER-RECS
            ADD TWR-QUANTITY TO CT-RB-TRANSFER-UNITS
        .

      *** PRINTS ONE JOURNAL LINE THE REBUILT FILES COULD NOT TAKE ***
        65-WRITE-EXCEPTION-LINE.
            MOVE RP-LINE-NO TO XD-LINE-NO
            MOVE JR-TRANS-CODE TO XD-TRANS-CODE
            MOVE JR-WAREHOUSE-ID TO XD-WAREHOUSE-ID
            MOVE JR-VENDOR-ID TO XD-VENDOR-ID
            MOVE JR-PRODUCT-ID TO XD-PRODUCT-ID
            MOVE JR-ITEM-NO TO XD-ITEM-NO
            MOVE RP-QUANTITY TO XD-QUANTITY
            MOVE XF-REASON TO XD-REASON
            MOVE EXCEPTION-DETAIL-LINE TO RECOVERY-RECORD
            WRITE RECOVERY-RECORD
            ADD 1 TO RC-LINES-REJECTED
        .

      *** MATCHES THE REBUILT MASTER AGAINST THE CURRENT ONE BY    ***
      *** KEY - BOTH ARE WRITTEN IN KEY ORDER - AND PRINTS EVERY   ***
      *** ITEM WITH ITS ON-HAND ON EACH SIDE                       ***
        66-COMPARE-MASTERS.
            MOVE COMPARE-TITLE-LINE TO RECOVERY-RECORD
            WRITE RECOVERY-RECORD
                AFTER ADVANCING 2 LINES
            MOVE COMPARE-HEADING-LINE TO RECOVERY-RECORD
            WRITE RECOVERY-RECORD

            OPEN INPUT REBUILT-MASTER
            MOVE 'N' TO RB-EOF-FLAG
            PERFORM 67-READ-REBUILT-MASTER
            OPEN INPUT INVENTORY-MASTER
            IF IM-FILE-WAS-FOUND
                MOVE 'N' TO IM-EOF-FLAG
                PERFORM 68-READ-CURRENT-MASTER
            ELSE
                MOVE 'Y' TO IM-EOF-FLAG
                MOVE HIGH-VALUES TO CP-CURRENT-KEY
            END-IF

            PERFORM UNTIL CP-REBUILT-KEY = HIGH-VALUES
                      AND CP-CURRENT-KEY = HIGH-VALUES
                EVALUATE TRUE
                    WHEN CP-REBUILT-KEY = CP-CURRENT-KEY
                        MOVE CP-REBUILT-KEY TO CP-PRINT-KEY
                        MOVE CP-REBUILT-ON-HAND TO CP-PRINT-REBUILT
                        MOVE CP-CURRENT-ON-HAND TO CP-PRINT-CURRENT
                        ADD 1 TO RC-ITEMS-COMPARED
                        IF CP-REBUILT-ON-HAND = CP-CURRENT-ON-HAND
                            MOVE SPACES TO CD-NOTE
                        ELSE
                            MOVE 'DIFFERS' TO CD-NOTE
                            ADD 1 TO RC-ITEMS-DIFFERING
                        END-IF
                        PERFORM 69-PRINT-COMPARE-LINE
                        PERFORM 67-READ-REBUILT-MASTER
                        PERFORM 68-READ-CURRENT-MASTER
                    WHEN CP-REBUILT-KEY < CP-CURRENT-KEY
                        MOVE CP-REBUILT-KEY TO CP-PRINT-KEY
                        MOVE CP-REBUILT-ON-HAND TO CP-PRINT-REBUILT
                        MOVE 0 TO CP-PRINT-CURRENT
                        MOVE 'REBUILT ONLY' TO CD-NOTE
                        PERFORM 69-PRINT-COMPARE-LINE
                        ADD 1 TO RC-REBUILT-ONLY
                        PERFORM 67-READ-REBUILT-MASTER
                    WHEN OTHER
                        MOVE CP-CURRENT-KEY TO CP-PRINT-KEY
                        MOVE 0 TO CP-PRINT-REBUILT
                        MOVE CP-CURRENT-ON-HAND TO CP-PRINT-CURRENT
                        MOVE 'CURRENT ONLY' TO CD-NOTE
                        PERFORM 69-PRINT-COMPARE-LINE
                        ADD 1 TO RC-CURRENT-ONLY
                        PERFORM 68-READ-CURRENT-MASTER
                END-EVALUATE
            END-PERFORM

            CLOSE REBUILT-MASTER
            IF IM-FILE-WAS-FOUND
                CLOSE INVENTORY-MASTER
            END-IF

            MOVE RC-ITEMS-DIFFERING TO CTL-DIFFERING
            MOVE RC-REBUILT-ONLY TO CTL-REBUILT-ONLY
            MOVE RC-CURRENT-ONLY TO CTL-CURRENT-ONLY
            MOVE COMPARE-TOTAL-LINE TO RECOVERY-RECORD
            WRITE RECOVERY-RECORD
                AFTER ADVANCING 2 LINES
        .

        67-READ-REBUILT-MASTER.
            READ REBUILT-MASTER
                AT END
                    MOVE 'Y' TO RB-EOF-FLAG
                    MOVE HIGH-VALUES TO CP-REBUILT-KEY
                NOT AT END
                    MOVE RBM-KEY TO CP-REBUILT-KEY
                    MOVE RBM-ON-HAND TO CP-REBUILT-ON-HAND
            END-READ
        .

        68-READ-CURRENT-MASTER.
            IF IM-NO-MORE-RECS
                MOVE HIGH-VALUES TO CP-CURRENT-KEY
            ELSE
                READ INVENTORY-MASTER
                    AT END
                        MOVE 'Y' TO IM-EOF-FLAG
                        MOVE HIGH-VALUES TO CP-CURRENT-KEY
                    NOT AT END
                        MOVE IVM-KEY TO CP-CURRENT-KEY
                        MOVE IVM-ON-HAND TO CP-CURRENT-ON-HAND
                        ADD 1 TO CT-CU-MASTER-RECS
                        ADD IVM-ON-HAND TO CT-CU-MASTER-UNITS
                END-READ
            END-IF
        .

        69-PRINT-COMPARE-LINE.
            MOVE CP-PRINT-WAREHOUSE-ID TO CD-WAREHOUSE-ID
            MOVE CP-PRINT-VENDOR-ID TO CD-VENDOR-ID
            MOVE CP-PRINT-PRODUCT-ID TO CD-PRODUCT-ID
            MOVE CP-PRINT-ITEM-NO TO CD-ITEM-NO
            MOVE CP-PRINT-REBUILT TO CD-REBUILT
            MOVE CP-PRINT-CURRENT TO CD-CURRENT
            COMPUTE CD-DIFFERENCE = CP-PRINT-REBUILT -
                                    CP-PRINT-CURRENT
            MOVE COMPARE-DETAIL-LINE TO RECOVERY-RECORD
            WRITE RECOVERY-RECORD
        .

      *** TOTALS THE CURRENT OPEN TRANSFERS, LOTS AND QUARANTINE   ***
      *** AND PRINTS RECORDS AND UNITS FOR ALL FOUR FILES, REBUILT ***
      *** AGAINST CURRENT                                          ***
        70-PRINT-CARRIED-TOTALS.
            OPEN INPUT TRANSFER-FILE
            IF TR-FILE-WAS-FOUND
                MOVE 'N' TO TR-EOF-FLAG
                PERFORM UNTIL TR-NO-MORE-RECS
                    READ TRANSFER-FILE
                        AT END
                            MOVE 'Y' TO TR-EOF-FLAG
                        NOT AT END
                            ADD 1 TO CT-CU-TRANSFER-RECS
                            ADD TRF-QUANTITY TO CT-CU-TRANSFER-UNITS
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
                            ADD 1 TO CT-CU-LOT-RECS
                            ADD LTF-QUANTITY TO CT-CU-LOT-UNITS
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
                            ADD 1 TO CT-CU-QUARANTINE-RECS
                            ADD QTF-QUANTITY TO CT-CU-QUARANTINE-UNITS
                    END-READ
                END-PERFORM
                CLOSE QUARANTINE-FILE
            END-IF

            MOVE CARRIED-HEADING-LINE TO RECOVERY-RECORD
            WRITE RECOVERY-RECORD
                AFTER ADVANCING 2 LINES
            MOVE 'INVENTORY MASTER' TO CDL-FILE-NAME
            MOVE CT-RB-MASTER-RECS TO CDL-REBUILT-RECS
            MOVE CT-RB-MASTER-UNITS TO CDL-REBUILT-UNITS
            MOVE CT-CU-MASTER-RECS TO CDL-CURRENT-RECS
            MOVE CT-CU-MASTER-UNITS TO CDL-CURRENT-UNITS
            MOVE CARRIED-DETAIL-LINE TO RECOVERY-RECORD
            WRITE RECOVERY-RECORD
            MOVE 'OPEN TRANSFERS' TO CDL-FILE-NAME
            MOVE CT-RB-TRANSFER-RECS TO CDL-REBUILT-RECS
            MOVE CT-RB-TRANSFER-UNITS TO CDL-REBUILT-UNITS
            MOVE CT-CU-TRANSFER-RECS TO CDL-CURRENT-RECS
            MOVE CT-CU-TRANSFER-UNITS TO CDL-CURRENT-UNITS
            MOVE CARRIED-DETAIL-LINE TO RECOVERY-RECORD
            WRITE RECOVERY-RECORD
            MOVE 'LOTS' TO CDL-FILE-NAME
            MOVE CT-RB-LOT-RECS TO CDL-REBUILT-RECS
            MOVE CT-RB-LOT-UNITS TO CDL-REBUILT-UNITS
            MOVE CT-CU-LOT-RECS TO CDL-CURRENT-RECS
            MOVE CT-CU-LOT-UNITS TO CDL-CURRENT-UNITS
            MOVE CARRIED-DETAIL-LINE TO RECOVERY-RECORD
            WRITE RECOVERY-RECORD
            MOVE 'QUARANTINE' TO CDL-FILE-NAME
            MOVE CT-RB-QUARANTINE-RECS TO CDL-REBUILT-RECS
            MOVE CT-RB-QUARANTINE-UNITS TO CDL-REBUILT-UNITS
            MOVE CT-CU-QUARANTINE-RECS TO CDL-CURRENT-RECS
            MOVE CT-CU-QUARANTINE-UNITS TO CDL-CURRENT-UNITS
            MOVE CARRIED-DETAIL-LINE TO RECOVERY-RECORD
            WRITE RECOVERY-RECORD

            MOVE RC-LINES-REPLAYED TO RTL-REPLAYED
            MOVE RC-LINES-REJECTED TO RTL-REJECTED
            MOVE RC-LINES-SKIPPED TO RTL-SKIPPED
            MOVE REPLAY-TOTAL-LINE TO RECOVERY-RECORD
            WRITE RECOVERY-RECORD
                AFTER ADVANCING 2 LINES
            CLOSE RECOVERY-REPORT
        .

      *** NOTHING IS INSTALLED UNTIL THE OPERATOR HAS SEEN THE     ***
      *** COMPARISON AND ANSWERS Y - THE CURRENT FILES ARE SAVED   ***
      *** FIRST SO THE RECOVERY CAN ITSELF BE BACKED OUT           ***
        71-CONFIRM-INSTALL.
            DISPLAY 'PR4RCVR - REBUILT FILES WRITTEN - SEE PR4-RCV'
            DISPLAY '  ITEMS DIFFERING:  ' RC-ITEMS-DIFFERING
            DISPLAY '  REBUILT ONLY:     ' RC-REBUILT-ONLY
            DISPLAY '  CURRENT ONLY:     ' RC-CURRENT-ONLY
            DISPLAY '  LINES NOT REPLAYED: ' RC-LINES-REJECTED
            DISPLAY 'INSTALL REBUILT FILES (Y/N): ' WITH NO ADVANCING
            ACCEPT RG-INSTALL-ANSWER
            IF RG-INSTALL-YES
                PERFORM 72-SAVE-CURRENT-FILES
                PERFORM 73-INSTALL-REBUILT-FILES
                DISPLAY 'PR4RCVR - REBUILT FILES INSTALLED - PRIOR '
                        'FILES SAVED AS PR4-PRERCV-*.TXT'
            ELSE
                DISPLAY 'PR4RCVR - REBUILT FILES NOT INSTALLED'
            END-IF
        .

        72-SAVE-CURRENT-FILES.
            OPEN OUTPUT PRE-RECOVERY-MASTER
            OPEN INPUT INVENTORY-MASTER
            IF IM-FILE-WAS-FOUND
                MOVE 'N' TO IM-EOF-FLAG
                PERFORM UNTIL IM-NO-MORE-RECS
                    READ INVENTORY-MASTER
                        AT END
                            MOVE 'Y' TO IM-EOF-FLAG
                        NOT AT END
                            WRITE PRE-RECOVERY-MASTER-REC
                                FROM INVENTORY-MASTER-REC
                    END-READ
                END-PERFORM
                CLOSE INVENTORY-MASTER
            END-IF
            CLOSE PRE-RECOVERY-MASTER

            OPEN OUTPUT PRE-RECOVERY-TRANSFER
            OPEN INPUT TRANSFER-FILE
            IF TR-FILE-WAS-FOUND
                MOVE 'N' TO TR-EOF-FLAG
                PERFORM UNTIL TR-NO-MORE-RECS
                    READ TRANSFER-FILE
                        AT END
                            MOVE 'Y' TO TR-EOF-FLAG
                        NOT AT END
                            WRITE PRE-RECOVERY-TRANSFER-REC
                                FROM TRANSFER-FILE-REC
                    END-READ
                END-PERFORM
                CLOSE TRANSFER-FILE
            END-IF
            CLOSE PRE-RECOVERY-TRANSFER

            OPEN OUTPUT PRE-RECOVERY-LOT
            OPEN INPUT LOT-FILE
            IF LT-FILE-WAS-FOUND
                MOVE 'N' TO LT-EOF-FLAG
                PERFORM UNTIL LT-NO-MORE-RECS
                    READ LOT-FILE
                        AT END
                            MOVE 'Y' TO LT-EOF-FLAG
                        NOT AT END
                            WRITE PRE-RECOVERY-LOT-REC
                                FROM LOT-FILE-REC
                    END-READ
                END-PERFORM
                CLOSE LOT-FILE
            END-IF
            CLOSE PRE-RECOVERY-LOT

            OPEN OUTPUT PRE-RECOVERY-QUARANTINE
            OPEN INPUT QUARANTINE-FILE
            IF QT-FILE-WAS-FOUND
                MOVE 'N' TO QT-EOF-FLAG
                PERFORM UNTIL QT-NO-MORE-RECS
                    READ QUARANTINE-FILE
                        AT END
                            MOVE 'Y' TO QT-EOF-FLAG
                        NOT AT END
                            WRITE PRE-RECOVERY-QUARANTINE-REC
                                FROM QUARANTINE-FILE-REC
                    END-READ
                END-PERFORM
                CLOSE QUARANTINE-FILE
            END-IF
            CLOSE PRE-RECOVERY-QUARANTINE
        .

        73-INSTALL-REBUILT-FILES.
            OPEN INPUT REBUILT-MASTER
            OPEN OUTPUT INVENTORY-MASTER
            MOVE 'N' TO RB-EOF-FLAG
            PERFORM UNTIL RB-NO-MORE-RECS
                READ REBUILT-MASTER
                    AT END
                        MOVE 'Y' TO RB-EOF-FLAG
                    NOT AT END
                        WRITE INVENTORY-MASTER-REC
                            FROM REBUILT-MASTER-REC
                END-READ
            END-PERFORM
            CLOSE REBUILT-MASTER
                  INVENTORY-MASTER

            OPEN INPUT REBUILT-TRANSFER
            OPEN OUTPUT TRANSFER-FILE
            MOVE 'N' TO RB-EOF-FLAG
            PERFORM UNTIL RB-NO-MORE-RECS
                READ REBUILT-TRANSFER
                    AT END
                        MOVE 'Y' TO RB-EOF-FLAG
                    NOT AT END
                        WRITE TRANSFER-FILE-REC
                            FROM REBUILT-TRANSFER-REC
                END-READ
            END-PERFORM
            CLOSE REBUILT-TRANSFER
                  TRANSFER-FILE

            OPEN INPUT REBUILT-LOT
            OPEN OUTPUT LOT-FILE
            MOVE 'N' TO RB-EOF-FLAG
            PERFORM UNTIL RB-NO-MORE-RECS
                READ REBUILT-LOT
                    AT END
                        MOVE 'Y' TO RB-EOF-FLAG
                    NOT AT END
                        WRITE LOT-FILE-REC FROM REBUILT-LOT-REC
                END-READ
            END-PERFORM
            CLOSE REBUILT-LOT
                  LOT-FILE

            OPEN INPUT REBUILT-QUARANTINE
            OPEN OUTPUT QUARANTINE-FILE
            MOVE 'N' TO RB-EOF-FLAG
            PERFORM UNTIL RB-NO-MORE-RECS
                READ REBUILT-QUARANTINE
                    AT END
                        MOVE 'Y' TO RB-EOF-FLAG
                    NOT AT END
                        WRITE QUARANTINE-FILE-REC
                            FROM REBUILT-QUARANTINE-REC
                END-READ
            END-PERFORM
            CLOSE REBUILT-QUARANTINE
                  QUARANTINE-FILE
        .

        74-PRINT-RUN-SUMMARY.
            DISPLAY 'PR4RCVR - RECOVERY COMPLETE FROM GENERATION '
                    RG-GEN-STAMP
            DISPLAY '  JOURNAL LINES AFTER IT:   ' RC-LINES-READ
            DISPLAY '  LINES REPLAYED:           ' RC-LINES-REPLAYED
            DISPLAY '  LINES SKIPPED (RUN DATE): ' RC-LINES-SKIPPED
            DISPLAY '  LINES NOT REPLAYED:       ' RC-LINES-REJECTED
            DISPLAY '  ITEMS CREATED BY REPLAY:  ' RC-ITEMS-CREATED
            DISPLAY '  ITEMS COMPARED:           ' RC-ITEMS-COMPARED
        .

        80-FINALE.
            STOP RUN
        .
