      * CLOSED PERIOD MOVES TO THE ARCHIVE, THE LIVE JOURNAL IS
      * REWRITTEN WITH ONLY THE NEWER LINES, THE CLOSED MOVEMENT
      * IS SUMMARIZED BY WAREHOUSE AND PRODUCT (UNITS RECEIVED,
      * ISSUED, ADJUSTED, TRANSFERRED IN AND OUT, AND CUSTOMER
      * RETURNS PUT BACK ON-HAND, WITH OPENING AND CLOSING ON-HAND
      * RECONCILED) ON A PRINTED SUMMARY AND WRITTEN TO A PERIOD
      * HISTORY FILE.  A RETURN RESTOCKED OR RELEASED FROM
      * QUARANTINE COUNTS AS RETURNED - ONE HELD, SCRAPPED OR SENT
      * BACK TO THE VENDOR NEVER TOUCHED ON-HAND AND DOES NOT.
      *
      * PR4POTR AND PR4GLX EACH CARRY A POINTER COUNTING JOURNAL
      * LINES ALREADY PROCESSED - TRIMMING THE JOURNAL WOULD MAKE
      * THOSE POINTERS LIE, SO THIS PROGRAM REWRITES EACH ONE,
      * REDUCED BY THE ARCHIVED LINES THAT SAT AT OR BELOW IT.
      * THE BACKUP GENERATIONS PR4TPST REGISTERS ON PR4-BKPCTL.TXT
      * CARRY THE SAME KIND OF POINTER AND ARE ADJUSTED THE SAME
      * WAY.  A GENERATION TAKEN BEFORE A LINE NOW BEING ARCHIVED
      * COULD ONLY BE REPLAYED WITH THAT LINE, SO IT IS MARKED
      * 'X' (NO LONGER REPLAYABLE) INSTEAD.
      *
      * OPERATION:
      *   KEY THE PERIOD TO CLOSE (YYMM) AT THE PROMPT.  EVERY
      * INPUT:
      *   PR4-JOURNAL.TXT (WRITTEN BY PR4TPST)
      *   PR4-POTCTL.TXT / PR4-GLCTL.TXT (POINTERS, IF PRESENT)
      *   PR4-BKPCTL.TXT (BACKUP GENERATIONS, IF PRESENT)
      *
      * OUTPUT:
      *   PR4-JRNARCH.TXT - THE CLOSED LINES, APPENDED SO EVERY
      *
      *   PR4-JOURNAL.TXT - REWRITTEN WITH ONLY THE OPEN LINES
      *
      *   PR4-POTCTL.TXT / PR4-GLCTL.TXT / PR4-BKPCTL.TXT -
      *   REWRITTEN WITH THEIR POINTERS ADJUSTED
      *
      *   PR4-PERHIST.TXT (75-CHARACTER RECORDS, APPENDED) - ONE
      *   SUMMARIZED WAREHOUSE/PRODUCT ROW PER CLOSED PERIOD
      *     1. PERIOD (YYMM)                1-4
      *     2. WAREHOUSE ID                 5-8
      *     3. PRODUCT ID                   9-11
      *     4. OPENING ON-HAND             12-19
      *     5. RECEIVED                    20-27
      *     6. ISSUED                      28-35
      *     7. ADJUSTED                    36-43
      *     8. TRANSFERRED IN              44-51
      *     9. TRANSFERRED OUT             52-59
      *    10. CLOSING ON-HAND             60-67
      *    11. RETURNED TO ON-HAND         68-75
      *          (SPACES ON A ROW CLOSED BEFORE RETURNS WERE
      *           TRACKED)
      *
      *   PR4-MMS - PRINTED MONTHLY MOVEMENT SUMMARY

                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS GC-FILE-STATUS.

      * PR4TPST'S BACKUP GENERATIONS, EACH WITH THE JOURNAL POINTER
      * A REPLAY FROM IT STARTS AT
            SELECT BACKUP-CONTROL
                ASSIGN TO 'PR4-BKPCTL.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BC-FILE-STATUS.

      * SUMMARIZED WAREHOUSE/PRODUCT ROWS AWAITING THE SORT
            SELECT PERIOD-SUMMARY-WORK
                ASSIGN TO 'PR4-PSMWORK.TXT'
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
            05  FILLER                       PIC X(2).
            05  JR-OTHER-WAREHOUSE-ID        PIC X(4).
            05  FILLER                       PIC X(2).
            05  JR-EXPIRY-DATE               PIC X(6).
            05  FILLER                       PIC X(2).
            05  JR-RETURN-AUTH-NO            PIC X(4).
            05  FILLER                       PIC X(2).
            05  JR-DISPOSITION               PIC X(1).
                88 JR-DISP-RESTOCK                        VALUE 'R'.
            05  FILLER                       PIC X(2).
            05  JR-REASON-CODE               PIC X(2).
            05  FILLER                       PIC X(2).
            05  JR-OPERATOR-ID               PIC X(4).
            05  FILLER                       PIC X(2).
            05  JR-BATCH-NO                  PIC X(6).

        FD  JOURNAL-ARCHIVE
            RECORD CONTAINS 128 CHARACTERS.

        01  JOURNAL-ARCHIVE-REC              PIC X(128).

        FD  JOURNAL-WORK-FILE
            RECORD CONTAINS 128 CHARACTERS.

        01  JOURNAL-WORK-REC                 PIC X(128).

        FD  PO-TRACK-CONTROL
            RECORD CONTAINS 14 CHARACTERS.
            05  GCR-JOURNAL-LINES            PIC 9(8).
            05  GCR-EXTRACT-VALUE            PIC S9(9)V9(2).

        FD  BACKUP-CONTROL
            RECORD CONTAINS 49 CHARACTERS.

        01  BACKUP-CONTROL-REC.
            05  BCR-GEN-STAMP                PIC X(12).
            05  BCR-JOURNAL-LINES            PIC 9(8).
            05  BCR-COUNTS                   PIC X(21).
            05  BCR-GEN-STATUS               PIC X(1).
            05  BCR-QUARANTINE-RECS          PIC X(7).

        FD  PERIOD-SUMMARY-WORK
            RECORD CONTAINS 71 CHARACTERS.

        01  PERIOD-SUMMARY-WORK-REC.
            05  PW-WAREHOUSE-ID              PIC X(4).
            05  PW-TRANSFER-IN               PIC S9(8).
            05  PW-TRANSFER-OUT              PIC S9(8).
            05  PW-CLOSING                   PIC S9(8).
            05  PW-RETURNED                  PIC S9(8).

        FD  SORTED-PERIOD-SUMMARY
            RECORD CONTAINS 71 CHARACTERS.

        01  SORTED-PERIOD-SUMMARY-REC.
            05  SP-WAREHOUSE-ID              PIC X(4).
            05  SP-TRANSFER-IN               PIC S9(8).
            05  SP-TRANSFER-OUT              PIC S9(8).
            05  SP-CLOSING                   PIC S9(8).
            05  SP-RETURNED                  PIC S9(8).

        FD  PERIOD-HISTORY-FILE
            RECORD CONTAINS 75 CHARACTERS.

        01  PERIOD-HISTORY-REC.
            05  PHR-PERIOD                   PIC 9(4).
            05  PHR-TRANSFER-IN              PIC S9(8).
            05  PHR-TRANSFER-OUT             PIC S9(8).
            05  PHR-CLOSING                  PIC S9(8).
            05  PHR-RETURNED                 PIC S9(8).

        FD  MOVEMENT-SUMMARY-REPORT
            RECORD CONTAINS 110 CHARACTERS.
        01  MOVEMENT-SUMMARY-RECORD          PIC X(110).

        SD  SORTING-FILE
            RECORD CONTAINS 71 CHARACTERS.

        01  SORTING-REC.
            05  SS-WAREHOUSE-ID              PIC X(4).
            05  SS-PRODUCT-ID                PIC X(3).
            05  FILLER                       PIC X(64).

        WORKING-STORAGE SECTION.

            05  GC-PRESENT-FLAG              PIC X       VALUE 'N'.
                88 GC-CONTROL-PRESENT                     VALUE 'Y'.

        01  BC-FLAGS.
            05  BC-FILE-STATUS               PIC XX.
                88 BC-FILE-WAS-FOUND                      VALUE '00'.
            05  BC-EOF-FLAG                  PIC X       VALUE 'N'.
                88 BC-NO-MORE-RECS                        VALUE 'Y'.
            05  BC-PRESENT-FLAG              PIC X       VALUE 'N'.
                88 BC-CONTROL-PRESENT                     VALUE 'Y'.

        01  PH-FLAGS.
            05  PH-FILE-STATUS               PIC XX.
                88 PH-FILE-WAS-FOUND                      VALUE '00'.
                10  MVT-TRANSFER-IN          PIC S9(8).
                10  MVT-TRANSFER-OUT         PIC S9(8).
                10  MVT-CLOSING              PIC S9(8).
                10  MVT-RETURNED             PIC S9(8).

      *** STATE OF THE JOURNAL LINE UNDER THE SPLIT ***
        01  SPLIT-FIELDS.
            05  PN-GLX-EXTRACT-VALUE         PIC S9(9)V9(2) VALUE 0.
            05  PN-CHECK-LINE-NO             PIC 9(8)    VALUE 0.

      *** PR4TPST'S BACKUP GENERATIONS - EACH POINTER IS ADJUSTED ***
      *** LIKE THE ONES ABOVE, OR THE GENERATION IS MARKED 'X'    ***
      *** WHEN A LINE PAST IT IS ARCHIVED                         ***
        01  BACKUP-GENERATION-TABLE.
            05  BGT-COUNT                    PIC S9(3)   VALUE 0.
            05  BACKUP-GENERATION OCCURS 1 TO 50 TIMES
                    DEPENDING ON BGT-COUNT
                    INDEXED BY GENERATION-INDEX.
                10  BGT-GEN-STAMP            PIC X(12).
                10  BGT-JOURNAL-LINES        PIC 9(8).
                10  BGT-ARCHIVED             PIC 9(8).
                10  BGT-COUNTS               PIC X(21).
                10  BGT-GEN-STATUS           PIC X(1).
                10  BGT-QUARANTINE-RECS      PIC X(7).
            05  BGT-LOST                     PIC 9(3)    VALUE 0.

      *** THE WAREHOUSE/PRODUCT GROUP UNDER PRINT AND ITS         ***
      *** WAREHOUSE SUBTOTALS                                     ***
        01  PRINT-GROUP-FIELDS.
            05                    PIC X(6)   VALUE 'TRF IN'.
            05                    PIC X(3).
            05                    PIC X(7)   VALUE 'TRF OUT'.
            05                    PIC X(2).
            05                    PIC X(8)   VALUE 'RETURNED'.
            05                    PIC X(4).
            05                    PIC X(7)   VALUE 'CLOSING'.
            05                    PIC X(2).
            05                    PIC X(5)   VALUE 'RECON'.
            05                    PIC X(3).

        01  REPORT-DETAIL-LINE.
            05                    PIC X(2).
            05  RD-TRANSFER-IN    PIC ZZZZZZZ9-.
            05                    PIC X(1).
            05  RD-TRANSFER-OUT   PIC ZZZZZZZ9-.
            05                    PIC X(1).
            05  RD-RETURNED       PIC ZZZZZZZ9-.
            05                    PIC X(2).
            05  RD-CLOSING        PIC ZZZZZZZ9-.
            05                    PIC X(2).
            05  RD-RECON-FLAG     PIC X(5).
            05                    PIC X(8).

        01  REPORT-WHSE-TOTAL-LINE.
            05                    PIC X(2).
                    MOVE 'Y' TO PE-VALID-FLAG
                    MOVE PE-CLOSE-PERIOD-N TO RT-PERIOD
                    PERFORM 22-LOAD-JOURNAL-POINTERS
                    PERFORM 23-LOAD-BACKUP-GENERATIONS
                    PERFORM 25-CHECK-POINTERS-CURRENT
            END-EVALUATE
        .
            END-IF
        .

      *** PICKS UP THE BACKUP GENERATIONS - A MISSING FILE MEANS  ***
      *** PR4TPST HAS NOT TAKEN ONE YET                           ***
        23-LOAD-BACKUP-GENERATIONS.
            MOVE 0 TO BGT-COUNT
            OPEN INPUT BACKUP-CONTROL
            IF BC-FILE-WAS-FOUND
                MOVE 'Y' TO BC-PRESENT-FLAG
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
                                MOVE 0 TO BGT-ARCHIVED(BGT-COUNT)
                                MOVE BCR-COUNTS TO
                                        BGT-COUNTS(BGT-COUNT)
                                MOVE BCR-GEN-STATUS TO
                                        BGT-GEN-STATUS(BGT-COUNT)
                                MOVE BCR-QUARANTINE-RECS TO
                                        BGT-QUARANTINE-RECS(BGT-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BACKUP-CONTROL
            END-IF
        .

      *** COUNTS THE CLOSED-PERIOD LINES SITTING BEYOND EACH      ***
      *** DOWNSTREAM POINTER - ARCHIVING A LINE PR4POTR OR PR4GLX  ***
      *** HAS NOT PROCESSED YET WOULD SILENTLY LOSE THAT MOVEMENT  ***
                IF SF-LINE-NO NOT > PN-GLX-POINTER
                    ADD 1 TO PN-GLX-ARCHIVED
                END-IF
                PERFORM 33-ROUTE-FOR-GENERATION
                    VARYING GENERATION-INDEX FROM 1 BY 1
                        UNTIL GENERATION-INDEX > BGT-COUNT
                PERFORM 34-ACCUMULATE-MOVEMENT
            ELSE
                ADD 1 TO RC-LINES-KEPT
            END-IF
        .

      *** AN ARCHIVED LINE AT OR BELOW A GENERATION'S POINTER     ***
      *** COMES OFF THAT POINTER; ONE PAST IT LEAVES THE          ***
      *** GENERATION UNABLE TO BE REPLAYED FROM THE LIVE JOURNAL  ***
        33-ROUTE-FOR-GENERATION.
            IF SF-LINE-NO NOT > BGT-JOURNAL-LINES(GENERATION-INDEX)
                ADD 1 TO BGT-ARCHIVED(GENERATION-INDEX)
            ELSE
                IF BGT-GEN-STATUS(GENERATION-INDEX) NOT = 'X'
                    MOVE 'X' TO BGT-GEN-STATUS(GENERATION-INDEX)
                    ADD 1 TO BGT-LOST
                END-IF
            END-IF
        .

      *** ROLLS ONE CLOSED LINE INTO ITS ITEM'S MOVEMENT ENTRY -  ***
      *** THE FIRST LINE SEEN FOR AN ITEM SUPPLIES THE OPENING    ***
      *** COUNT, EVERY LINE MOVES THE CLOSING COUNT FORWARD       ***
                    MOVE ZEROS TO MVT-ADJUSTED(SF-ITEM-SUB)
                    MOVE ZEROS TO MVT-TRANSFER-IN(SF-ITEM-SUB)
                    MOVE ZEROS TO MVT-TRANSFER-OUT(SF-ITEM-SUB)
                    MOVE ZEROS TO MVT-RETURNED(SF-ITEM-SUB)
                    MOVE SF-PRIOR-ON-HAND TO
                            MVT-CLOSING(SF-ITEM-SUB)
                ELSE
                    WHEN JR-TRANSFER-RECEIVE
                        ADD SF-QUANTITY TO
                                MVT-TRANSFER-IN(SF-ITEM-SUB)
                    WHEN (JR-CUSTOMER-RETURN OR JR-INSPECTION)
                        AND JR-DISP-RESTOCK
                        ADD SF-QUANTITY TO
                                MVT-RETURNED(SF-ITEM-SUB)
                END-EVALUATE
                MOVE SF-NEW-ON-HAND TO MVT-CLOSING(SF-ITEM-SUB)
            END-IF
                WRITE GL-CONTROL-REC
                CLOSE GL-CONTROL-FILE
            END-IF
            IF BC-CONTROL-PRESENT
                OPEN OUTPUT BACKUP-CONTROL
                PERFORM 47-WRITE-ONE-GENERATION
                    VARYING GENERATION-INDEX FROM 1 BY 1
                        UNTIL GENERATION-INDEX > BGT-COUNT
                CLOSE BACKUP-CONTROL
            END-IF
        .

        47-WRITE-ONE-GENERATION.
            MOVE BGT-GEN-STAMP(GENERATION-INDEX) TO BCR-GEN-STAMP
            COMPUTE BCR-JOURNAL-LINES =
                    BGT-JOURNAL-LINES(GENERATION-INDEX) -
                    BGT-ARCHIVED(GENERATION-INDEX)
            MOVE BGT-COUNTS(GENERATION-INDEX) TO BCR-COUNTS
            MOVE BGT-GEN-STATUS(GENERATION-INDEX) TO BCR-GEN-STATUS
            MOVE BGT-QUARANTINE-RECS(GENERATION-INDEX) TO
                    BCR-QUARANTINE-RECS
            WRITE BACKUP-CONTROL-REC
        .

      *** ROLLS THE ITEM-LEVEL MOVEMENT UP TO WAREHOUSE/PRODUCT   ***
            MOVE MVT-TRANSFER-OUT(MOVEMENT-INDEX) TO
                    PW-TRANSFER-OUT
            MOVE MVT-CLOSING(MOVEMENT-INDEX) TO PW-CLOSING
            MOVE MVT-RETURNED(MOVEMENT-INDEX) TO PW-RETURNED
            WRITE PERIOD-SUMMARY-WORK-REC
        .

                    ADD SP-TRANSFER-IN TO PHR-TRANSFER-IN
                    ADD SP-TRANSFER-OUT TO PHR-TRANSFER-OUT
                    ADD SP-CLOSING TO PHR-CLOSING
                    ADD SP-RETURNED TO PHR-RETURNED
            END-EVALUATE
        .

            MOVE SP-TRANSFER-IN TO PHR-TRANSFER-IN
            MOVE SP-TRANSFER-OUT TO PHR-TRANSFER-OUT
            MOVE SP-CLOSING TO PHR-CLOSING
            MOVE SP-RETURNED TO PHR-RETURNED
        .

      *** PRINTS THE FINISHED ROW, RECONCILES IT AND WRITES IT TO ***
            MOVE PHR-ADJUSTED TO RD-ADJUSTED
            MOVE PHR-TRANSFER-IN TO RD-TRANSFER-IN
            MOVE PHR-TRANSFER-OUT TO RD-TRANSFER-OUT
            MOVE PHR-RETURNED TO RD-RETURNED
            MOVE PHR-CLOSING TO RD-CLOSING

            COMPUTE PG-RECON-AMOUNT = PHR-OPENING + PHR-RECEIVED -
                    PHR-ISSUED + PHR-ADJUSTED + PHR-TRANSFER-IN -
                    PHR-TRANSFER-OUT + PHR-RETURNED - PHR-CLOSING
            IF PG-RECON-AMOUNT = 0
                MOVE 'OK' TO RD-RECON-FLAG
            ELSE
            DISPLAY '  SUMMARY ROWS WRITTEN:     ' RC-SUMMARY-ROWS
            DISPLAY '  RECONCILIATION BREAKS:    ' RC-RECON-BREAKS
            DISPLAY '  ITEMS PAST MOVEMENT TABLE:' RC-ITEMS-DROPPED
            DISPLAY '  BACKUPS NO LONGER REPLAYABLE:' BGT-LOST
        .

        80-FINALE.
