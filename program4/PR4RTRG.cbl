        IDENTIFICATION DIVISION.
        PROGRAM-ID.  PR4RTRG.
        AUTHOR.  GARRETT BURNS.

      * * * * * * * * * * * * * * * * * * * * * * * * *
      *
      * CUSTOMER RETURNS REGISTER.  PR4TPST POSTS A CUSTOMER
      * RETURN ('C') AGAINST A RETURN AUTHORIZATION AND JOURNALS
      * THE AUTHORIZATION, ITS REASON CODE AND WHAT WAS DONE WITH
      * THE UNITS - RESTOCKED, QUARANTINED, SCRAPPED OR SENT BACK
      * TO THE VENDOR.  THIS REPORT PULLS EVERY RETURN LINE OFF
      * THE CLOSED-PERIOD ARCHIVE AND THE LIVE JOURNAL AND PRINTS
      * THE RETURN VOLUME BY PRODUCT AND REASON, SPLIT BY
      * DISPOSITION, WITH A TOTAL FOR EACH PRODUCT, A RECAP BY
      * REASON ACROSS ALL PRODUCTS AND A GRAND TOTAL.  AN
      * INSPECTION ('Q') IS NOT A NEW RETURN AND DOES NOT COUNT -
      * THE UNITS IT RELEASES OR SCRAPS ALREADY COUNTED AS
      * QUARANTINED WHEN THEY CAME BACK.
      *
      * OPERATION:
      *   KEY A FROM AND TO TRANSACTION DATE (YYMMDD) AT THE
      *   PROMPTS - BLANK FOR NO LIMIT ON THAT END.
      *
      * INPUT:
      *   PR4-JRNARCH.TXT (WRITTEN BY PR4PCLS, IF PRESENT)
      *   PR4-JOURNAL.TXT (WRITTEN BY PR4TPST, IF PRESENT)
      *   PRODUCT-MASTER.TXT - FOR THE PRODUCT DESCRIPTION
      *
      * OUTPUT:
      *   PR4-RTRWRK.TXT - THE SELECTED RETURN LINES, SORTED BY
      *   PRODUCT AND REASON INTO SORTED-RETURNS.TXT
      *     1. PRODUCT ID                  1-3
      *     2. REASON CODE                 4-5
      *     3. DISPOSITION                 6
      *     4. WAREHOUSE ID                7-10
      *     5. RETURN AUTHORIZATION        11-14
      *     6. TRANSACTION DATE (YYMMDD)   15-20
      *     7. QUANTITY RETURNED (SIGNED)  21-27
      *
      *   PR4-RTR - THE PRINTED RETURNS REGISTER

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
        OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * CLOSED PERIODS' JOURNAL LINES ARCHIVED BY PR4PCLS
            SELECT JOURNAL-ARCHIVE
                ASSIGN TO 'PR4-JRNARCH.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS JA-FILE-STATUS.

      * PERMANENT POSTING JOURNAL WRITTEN BY PR4TPST
            SELECT POSTING-JOURNAL
                ASSIGN TO 'PR4-JOURNAL.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS JL-FILE-STATUS.

      * PRODUCT MASTER
            SELECT PRODUCT-MASTER
                ASSIGN TO 'PRODUCT-MASTER.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS PM-FILE-STATUS.

      * THE RETURN LINES SELECTED FROM BOTH JOURNALS
            SELECT RETURN-WORK-FILE
                ASSIGN TO 'PR4-RTRWRK.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * RETURN LINES RESEQUENCED BY PRODUCT AND REASON
            SELECT SORTED-RETURNS
                ASSIGN TO 'SORTED-RETURNS.TXT'
                    ORGANIZATION IS LINE SEQUENTIAL.

      * THE PRINTED RETURNS REGISTER
            SELECT RETURNS-REPORT
                ASSIGN TO PRINTER 'PR4-RTR'.

      *** TEMPORARY SORT RECORDS BELOW ***
            SELECT SORTING-FILE
                ASSIGN TO 'RTRSORT.TMP'.

        DATA DIVISION.
        FILE SECTION.

      * SAME 128-CHARACTER LINE PR4TPST WRITES - ONLY THE FIELDS
      * THE REGISTER NEEDS ARE NAMED
        FD  JOURNAL-ARCHIVE
            RECORD CONTAINS 128 CHARACTERS.

        01  JOURNAL-ARCHIVE-REC              PIC X(128).

        FD  POSTING-JOURNAL
            RECORD CONTAINS 128 CHARACTERS.

        01  JOURNAL-IN-REC.
            05  JR-RUN-DATE                  PIC 9(6).
            05  FILLER                       PIC X(2).
            05  JR-TRANS-DATE                PIC X(6).
            05  FILLER                       PIC X(2).
            05  JR-TRANS-CODE                PIC X(1).
                88 JR-CUSTOMER-RETURN                     VALUE 'C'.
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
            05  FILLER                       PIC X(59).
            05  JR-RETURN-AUTH-NO            PIC X(4).
            05  FILLER                       PIC X(2).
            05  JR-DISPOSITION               PIC X(1).
            05  FILLER                       PIC X(2).
            05  JR-REASON-CODE               PIC X(2).
            05  FILLER                       PIC X(2).
            05  JR-OPERATOR-ID               PIC X(4).
            05  FILLER                       PIC X(2).
            05  JR-BATCH-NO                  PIC X(6).

        FD  PRODUCT-MASTER
            RECORD CONTAINS 19 CHARACTERS.

        01  PRODUCT-MASTER-REC.
            05  PDM-PRODUCT-ID               PIC X(3).
            05  PDM-DESCRIPTION              PIC X(13).
            05  PDM-EXPECTED-SIZE            PIC X(1).
            05  PDM-EXPECTED-TYPE            PIC X(1).
            05  PDM-ACTIVE-FLAG              PIC X(1).

        FD  RETURN-WORK-FILE
            RECORD CONTAINS 27 CHARACTERS.

        01  RETURN-WORK-REC.
            05  RW-PRODUCT-ID                PIC X(3).
            05  RW-REASON-CODE               PIC X(2).
            05  RW-DISPOSITION               PIC X(1).
            05  RW-WAREHOUSE-ID              PIC X(4).
            05  RW-RETURN-AUTH-NO            PIC X(4).
            05  RW-TRANS-DATE                PIC X(6).
            05  RW-QUANTITY                  PIC S9(7).

        FD  SORTED-RETURNS
            RECORD CONTAINS 27 CHARACTERS.

        01  SORTED-RETURN-REC.
            05  SR-PRODUCT-ID                PIC X(3).
            05  SR-REASON-CODE               PIC X(2).
            05  SR-DISPOSITION               PIC X(1).
                88 SR-DISP-RESTOCK                        VALUE 'R'.
                88 SR-DISP-QUARANTINE                     VALUE 'Q'.
                88 SR-DISP-SCRAP                          VALUE 'S'.
                88 SR-DISP-TO-VENDOR                      VALUE 'V'.
            05  SR-WAREHOUSE-ID              PIC X(4).
            05  SR-RETURN-AUTH-NO            PIC X(4).
            05  SR-TRANS-DATE                PIC X(6).
            05  SR-QUANTITY                  PIC S9(7).

        FD  RETURNS-REPORT
            RECORD CONTAINS 110 CHARACTERS.

        01  RETURNS-RECORD                   PIC X(110).

        SD  SORTING-FILE
            RECORD CONTAINS 27 CHARACTERS.

        01  SORTING-REC.
            05  SS-PRODUCT-ID                PIC X(3).
            05  SS-REASON-CODE               PIC X(2).
            05  FILLER                       PIC X(5).
            05  SS-RETURN-AUTH-NO            PIC X(4).
            05  SS-TRANS-DATE                PIC X(6).
            05  FILLER                       PIC X(7).

        WORKING-STORAGE SECTION.

        01  JA-FLAGS.
            05  JA-FILE-STATUS               PIC XX.
                88 JA-FILE-WAS-FOUND                      VALUE '00'.
            05  JA-EOF-FLAG                  PIC X       VALUE 'N'.
                88 JA-NO-MORE-RECS                        VALUE 'Y'.

        01  JL-FLAGS.
            05  JL-FILE-STATUS               PIC XX.
                88 JL-FILE-WAS-FOUND                      VALUE '00'.
            05  JL-EOF-FLAG                  PIC X       VALUE 'N'.
                88 JL-NO-MORE-RECS                        VALUE 'Y'.

        01  PM-FLAGS.
            05  PM-FILE-STATUS               PIC XX.
                88 PM-FILE-WAS-FOUND                      VALUE '00'.
            05  PM-EOF-FLAG                  PIC X       VALUE 'N'.
                88 PM-NO-MORE-RECS                        VALUE 'Y'.

        01  FLAGS-N-SWITCHES.
            05  EOF-FLAG                     PIC X       VALUE ' '.
                88 NO-MORE-DATA                          VALUE 'N'.
            05  FIRST-RECORD                 PIC X(3)    VALUE 'YES'.

        01  WS-CURRENT-DATE.
            05  WS-YEAR                      PIC 99.
            05  WS-MONTH                     PIC 99.
            05  WS-DAY                       PIC 99.

      *** THE DATE RANGE THE OPERATOR KEYED ***
        01  REQUEST-FIELDS.
            05  RG-FROM-DATE                 PIC X(6).
            05  RG-TO-DATE                   PIC X(6).

        01  UNEDIT-FIELDS.
            05  UF-EDITED.
                10  UF-DIGITS                PIC X(7).
                10  UF-SIGN                  PIC X(1).
            05  UF-NUMBER                    PIC S9(7).

      *** PRODUCT MASTER TABLE - LOADED AT HOUSEKEEPING TIME ***
        01  PRODUCT-TABLE-AREA.
            05  PDT-COUNT                    PIC S9(4) VALUE 0.
            05  PRODUCT-ITEM OCCURS 1 TO 200 TIMES
                    DEPENDING ON PDT-COUNT
                    INDEXED BY PRODUCT-INDEX.
                10  PDT-PRODUCT-ID           PIC X(3).
                10  PDT-DESCRIPTION          PIC X(13).

      *** THE REASON CODES A RETURN AUTHORIZATION CAN CARRY - A    ***
      *** CODE NOT IN THE LIST TOTALS ON THE LAST RECAP ROW        ***
        01  REASON-CODE-FIELDS.
            05  FILLER                       PIC X(20)
                                 VALUE 'DMDAMAGED'.
            05  FILLER                       PIC X(20)
                                 VALUE 'DFDEFECTIVE'.
            05  FILLER                       PIC X(20)
                                 VALUE 'WIWRONG ITEM'.
            05  FILLER                       PIC X(20)
                                 VALUE 'NNNO LONGER NEEDED'.
            05  FILLER                       PIC X(20)
                                 VALUE 'EXEXPIRED'.
            05  FILLER                       PIC X(20)
                                 VALUE 'OTOTHER'.
            05  FILLER                       PIC X(20)
                                 VALUE '  UNKNOWN REASON'.
        01  REASON-CODE-TABLE REDEFINES REASON-CODE-FIELDS.
            05  REASON-ENTRY OCCURS 7 TIMES.
                10  RCT-REASON-CODE          PIC X(2).
                10  RCT-DESCRIPTION          PIC X(18).

      *** ONE SET OF DISPOSITION TOTALS - THE REASON UNDER REVIEW, ***
      *** ITS PRODUCT, EACH REASON ACROSS ALL PRODUCTS, AND THE    ***
      *** GRAND TOTAL                                              ***
        01  REASON-TOTALS.
            05  RT-LINES                     PIC S9(5).
            05  RT-RESTOCKED                 PIC S9(8).
            05  RT-QUARANTINED               PIC S9(8).
            05  RT-SCRAPPED                  PIC S9(8).
            05  RT-TO-VENDOR                 PIC S9(8).

        01  PRODUCT-TOTALS.
            05  PT-LINES                     PIC S9(5).
            05  PT-RESTOCKED                 PIC S9(8).
            05  PT-QUARANTINED               PIC S9(8).
            05  PT-SCRAPPED                  PIC S9(8).
            05  PT-TO-VENDOR                 PIC S9(8).

        01  RECAP-TOTALS.
            05  RCP-REASON OCCURS 7 TIMES.
                10  RCP-LINES                PIC S9(5).
                10  RCP-RESTOCKED            PIC S9(8).
                10  RCP-QUARANTINED          PIC S9(8).
                10  RCP-SCRAPPED             PIC S9(8).
                10  RCP-TO-VENDOR            PIC S9(8).

        01  GRAND-TOTALS.
            05  GT-LINES                     PIC S9(5)   VALUE 0.
            05  GT-RESTOCKED                 PIC S9(8)   VALUE 0.
            05  GT-QUARANTINED               PIC S9(8)   VALUE 0.
            05  GT-SCRAPPED                  PIC S9(8)   VALUE 0.
            05  GT-TO-VENDOR                 PIC S9(8)   VALUE 0.

      *** THE PRODUCT AND REASON UNDER REVIEW ***
        01  REGISTER-FIELDS.
            05  RG-PRODUCT-HOLD              PIC X(3).
            05  RG-REASON-HOLD               PIC X(2).
            05  RG-DESCRIPTION               PIC X(13).
            05  RG-SUB                       PIC S9(1).
            05  RG-PRODUCT-PRINTED           PIC X       VALUE 'N'.
                88 RG-DESCRIPTION-PRINTED                 VALUE 'Y'.

        01  RUN-COUNTERS.
            05  RC-LINES-READ                PIC 9(8)    VALUE 0.
            05  RC-RETURNS-SELECTED          PIC 9(7)    VALUE 0.
            05  RC-PRODUCTS-LISTED           PIC 9(5)    VALUE 0.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                RETURNS REGISTER LAYOUT                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

        01  REPORT-TITLE-LINE.
            05                    PIC X(36).
            05                    PIC X(25)  VALUE
                    'CUSTOMER RETURNS REGISTER'.
            05                    PIC X(2).
            05  RT-DATE.
                10  RT-MONTH      PIC Z9.
                10                PIC X      VALUE '/'.
                10  RT-DAY        PIC 99.
                10                PIC X      VALUE '/'.
                10  RT-YEAR       PIC 99.
            05                    PIC X(39).

        01  RANGE-LINE.
            05                    PIC X(36).
            05                    PIC X(18)  VALUE
                    'TRANSACTION DATES '.
            05  RL-FROM-DATE      PIC X(6).
            05                    PIC X(4)   VALUE ' TO '.
            05  RL-TO-DATE        PIC X(6).
            05                    PIC X(40).

        01  REGISTER-HEADING-LINE.
            05                    PIC X(2).
            05                    PIC X(3)   VALUE 'PRD'.
            05                    PIC X(2).
            05                    PIC X(13)  VALUE 'DESCRIPTION'.
            05                    PIC X(2).
            05                    PIC X(2)   VALUE 'RC'.
            05                    PIC X(2).
            05                    PIC X(18)  VALUE 'REASON'.
            05                    PIC X(2).
            05                    PIC X(5)   VALUE 'LINES'.
            05                    PIC X(11)  VALUE '  RESTOCKED'.
            05                    PIC X(11)  VALUE 'QUARANTINED'.
            05                    PIC X(11)  VALUE '   SCRAPPED'.
            05                    PIC X(11)  VALUE '  TO VENDOR'.
            05                    PIC X(11)  VALUE '      TOTAL'.
            05                    PIC X(4).

        01  REGISTER-DETAIL-LINE.
            05                    PIC X(2).
            05  DL-PRODUCT-ID     PIC X(3).
            05                    PIC X(2).
            05  DL-DESCRIPTION    PIC X(13).
            05                    PIC X(2).
            05  DL-REASON-CODE    PIC X(2).
            05                    PIC X(2).
            05  DL-REASON-DESC    PIC X(18).
            05                    PIC X(2).
            05  DL-LINES          PIC ZZZZ9.
            05                    PIC X(2).
            05  DL-RESTOCKED      PIC ZZZZZZZZ9.
            05                    PIC X(2).
            05  DL-QUARANTINED    PIC ZZZZZZZZ9.
            05                    PIC X(2).
            05  DL-SCRAPPED       PIC ZZZZZZZZ9.
            05                    PIC X(2).
            05  DL-TO-VENDOR      PIC ZZZZZZZZ9.
            05                    PIC X(2).
            05  DL-TOTAL          PIC ZZZZZZZZ9.
            05                    PIC X(4).

        01  TOTAL-LINE.
            05                    PIC X(7).
            05  TL-LABEL          PIC X(37).
            05                    PIC X(2).
            05  TL-LINES          PIC ZZZZ9.
            05                    PIC X(2).
            05  TL-RESTOCKED      PIC ZZZZZZZZ9.
            05                    PIC X(2).
            05  TL-QUARANTINED    PIC ZZZZZZZZ9.
            05                    PIC X(2).
            05  TL-SCRAPPED       PIC ZZZZZZZZ9.
            05                    PIC X(2).
            05  TL-TO-VENDOR      PIC ZZZZZZZZ9.
            05                    PIC X(2).
            05  TL-TOTAL          PIC ZZZZZZZZ9.
            05                    PIC X(4).

        01  RECAP-HEADER-LINE.
            05                    PIC X(2).
            05                    PIC X(28)  VALUE
                    'ALL PRODUCTS - BY REASON'.
            05                    PIC X(80).

        01  NO-RETURNS-LINE.
            05                    PIC X(2).
            05                    PIC X(40)  VALUE
                    'NO CUSTOMER RETURNS IN THE DATE RANGE'.
            05                    PIC X(68).

        PROCEDURE DIVISION.

        10-CONTROL-MODULE.
            PERFORM 15-EXTRACT-RETURNS
            PERFORM 18-SORT-RETURNS
            PERFORM 20-HOUSEKEEPING
            PERFORM 30-READ-FILE
            PERFORM 70-EOJ
            PERFORM 90-FINALE
        .

      *** TAKES THE DATE RANGE AND COPIES EVERY CUSTOMER RETURN   ***
      *** INSIDE IT FROM THE ARCHIVE, THEN THE LIVE JOURNAL, TO   ***
      *** THE WORK FILE - EITHER JOURNAL MAY BE MISSING           ***
        15-EXTRACT-RETURNS.
            DISPLAY 'FROM DATE (YYMMDD OR BLANK): ' WITH NO ADVANCING
            ACCEPT RG-FROM-DATE
            DISPLAY 'TO DATE   (YYMMDD OR BLANK): ' WITH NO ADVANCING
            ACCEPT RG-TO-DATE

            OPEN OUTPUT RETURN-WORK-FILE
            OPEN INPUT JOURNAL-ARCHIVE
            IF JA-FILE-WAS-FOUND
                MOVE 'N' TO JA-EOF-FLAG
                PERFORM UNTIL JA-NO-MORE-RECS
                    READ JOURNAL-ARCHIVE
                        AT END
                            MOVE 'Y' TO JA-EOF-FLAG
                        NOT AT END
                            MOVE JOURNAL-ARCHIVE-REC TO JOURNAL-IN-REC
                            PERFORM 16-SELECT-ONE-LINE
                    END-READ
                END-PERFORM
                CLOSE JOURNAL-ARCHIVE
            END-IF
            OPEN INPUT POSTING-JOURNAL
            IF JL-FILE-WAS-FOUND
                MOVE 'N' TO JL-EOF-FLAG
                PERFORM UNTIL JL-NO-MORE-RECS
                    READ POSTING-JOURNAL
                        AT END
                            MOVE 'Y' TO JL-EOF-FLAG
                        NOT AT END
                            PERFORM 16-SELECT-ONE-LINE
                    END-READ
                END-PERFORM
                CLOSE POSTING-JOURNAL
            END-IF
            CLOSE RETURN-WORK-FILE
        .

        16-SELECT-ONE-LINE.
            ADD 1 TO RC-LINES-READ
            IF JR-CUSTOMER-RETURN
                AND (RG-FROM-DATE = SPACES
                    OR JR-TRANS-DATE NOT < RG-FROM-DATE)
                AND (RG-TO-DATE = SPACES
                    OR JR-TRANS-DATE NOT > RG-TO-DATE)
                MOVE JR-QUANTITY-X TO UF-EDITED
                PERFORM 38-UNEDIT-QUANTITY
                MOVE JR-PRODUCT-ID TO RW-PRODUCT-ID
                MOVE JR-REASON-CODE TO RW-REASON-CODE
                MOVE JR-DISPOSITION TO RW-DISPOSITION
                MOVE JR-WAREHOUSE-ID TO RW-WAREHOUSE-ID
                MOVE JR-RETURN-AUTH-NO TO RW-RETURN-AUTH-NO
                MOVE JR-TRANS-DATE TO RW-TRANS-DATE
                MOVE UF-NUMBER TO RW-QUANTITY
                WRITE RETURN-WORK-REC
                ADD 1 TO RC-RETURNS-SELECTED
            END-IF
        .

      *** RESEQUENCES THE RETURNS BY PRODUCT, THEN REASON, SO EACH ***
      *** PRODUCT/REASON PAIR IS ONE RUN OF LINES                  ***
        18-SORT-RETURNS.
            SORT SORTING-FILE
                ON ASCENDING KEY SS-PRODUCT-ID,
                                 SS-REASON-CODE,
                                 SS-TRANS-DATE,
                                 SS-RETURN-AUTH-NO
                USING RETURN-WORK-FILE
                GIVING SORTED-RETURNS
        .

        20-HOUSEKEEPING.
            ACCEPT WS-CURRENT-DATE FROM DATE
            MOVE WS-MONTH TO RT-MONTH
            MOVE WS-DAY TO RT-DAY
            MOVE WS-YEAR TO RT-YEAR

            PERFORM 23-LOAD-PRODUCT-MASTER
            PERFORM 24-CLEAR-REASON-TOTALS
            PERFORM 25-CLEAR-PRODUCT-TOTALS
            PERFORM VARYING RG-SUB FROM 1 BY 1 UNTIL RG-SUB > 7
                MOVE ZEROS TO RCP-LINES(RG-SUB)
                MOVE ZEROS TO RCP-RESTOCKED(RG-SUB)
                MOVE ZEROS TO RCP-QUARANTINED(RG-SUB)
                MOVE ZEROS TO RCP-SCRAPPED(RG-SUB)
                MOVE ZEROS TO RCP-TO-VENDOR(RG-SUB)
            END-PERFORM

            OPEN INPUT SORTED-RETURNS
            OPEN OUTPUT RETURNS-REPORT

            MOVE REPORT-TITLE-LINE TO RETURNS-RECORD
            WRITE RETURNS-RECORD
            IF RG-FROM-DATE = SPACES
                MOVE 'START' TO RL-FROM-DATE
            ELSE
                MOVE RG-FROM-DATE TO RL-FROM-DATE
            END-IF
            IF RG-TO-DATE = SPACES
                MOVE 'END' TO RL-TO-DATE
            ELSE
                MOVE RG-TO-DATE TO RL-TO-DATE
            END-IF
            MOVE RANGE-LINE TO RETURNS-RECORD
            WRITE RETURNS-RECORD
            MOVE REGISTER-HEADING-LINE TO RETURNS-RECORD
            WRITE RETURNS-RECORD
                AFTER ADVANCING 2 LINES
        .

      *** LOADS THE PRODUCT-MASTER FILE INTO A TABLE - NO MASTER   ***
      *** ONLY MEANS THE DESCRIPTIONS PRINT BLANK                  ***
        23-LOAD-PRODUCT-MASTER.
            MOVE 0 TO PDT-COUNT
            OPEN INPUT PRODUCT-MASTER
            IF PM-FILE-WAS-FOUND
                MOVE 'N' TO PM-EOF-FLAG
                PERFORM UNTIL PM-NO-MORE-RECS
                    READ PRODUCT-MASTER
                        AT END
                            MOVE 'Y' TO PM-EOF-FLAG
                        NOT AT END
                            IF PDT-COUNT < 200
                                ADD 1 TO PDT-COUNT
                                MOVE PDM-PRODUCT-ID TO
                                        PDT-PRODUCT-ID(PDT-COUNT)
                                MOVE PDM-DESCRIPTION TO
                                        PDT-DESCRIPTION(PDT-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRODUCT-MASTER
            END-IF
        .

        24-CLEAR-REASON-TOTALS.
            MOVE ZEROS TO RT-LINES
            MOVE ZEROS TO RT-RESTOCKED
            MOVE ZEROS TO RT-QUARANTINED
            MOVE ZEROS TO RT-SCRAPPED
            MOVE ZEROS TO RT-TO-VENDOR
        .

        25-CLEAR-PRODUCT-TOTALS.
            MOVE ZEROS TO PT-LINES
            MOVE ZEROS TO PT-RESTOCKED
            MOVE ZEROS TO PT-QUARANTINED
            MOVE ZEROS TO PT-SCRAPPED
            MOVE ZEROS TO PT-TO-VENDOR
            MOVE 'N' TO RG-PRODUCT-PRINTED
        .

        30-READ-FILE.
            PERFORM UNTIL NO-MORE-DATA
                READ SORTED-RETURNS
                    AT END
                        MOVE 'N' TO EOF-FLAG
                    NOT AT END
                        PERFORM 40-PROCESS-RETURN
                END-READ
            END-PERFORM
        .

        40-PROCESS-RETURN.
            EVALUATE TRUE
                WHEN FIRST-RECORD = 'YES'
                    MOVE 'NO' TO FIRST-RECORD
                    MOVE SR-PRODUCT-ID TO RG-PRODUCT-HOLD
                    MOVE SR-REASON-CODE TO RG-REASON-HOLD
                    PERFORM 46-FIND-DESCRIPTION
                WHEN SR-PRODUCT-ID NOT = RG-PRODUCT-HOLD
                    PERFORM 50-REASON-BREAK
                    PERFORM 55-PRODUCT-BREAK
                    MOVE SR-PRODUCT-ID TO RG-PRODUCT-HOLD
                    MOVE SR-REASON-CODE TO RG-REASON-HOLD
                    PERFORM 46-FIND-DESCRIPTION
                WHEN SR-REASON-CODE NOT = RG-REASON-HOLD
                    PERFORM 50-REASON-BREAK
                    MOVE SR-REASON-CODE TO RG-REASON-HOLD
            END-EVALUATE
            PERFORM 42-ADD-TO-REASON
        .

      *** ROLLS ONE RETURN INTO ITS DISPOSITION'S COLUMN ***
        42-ADD-TO-REASON.
            ADD 1 TO RT-LINES
            EVALUATE TRUE
                WHEN SR-DISP-RESTOCK
                    ADD SR-QUANTITY TO RT-RESTOCKED
                WHEN SR-DISP-QUARANTINE
                    ADD SR-QUANTITY TO RT-QUARANTINED
                WHEN SR-DISP-SCRAP
                    ADD SR-QUANTITY TO RT-SCRAPPED
                WHEN SR-DISP-TO-VENDOR
                    ADD SR-QUANTITY TO RT-TO-VENDOR
            END-EVALUATE
        .

        46-FIND-DESCRIPTION.
            MOVE SPACES TO RG-DESCRIPTION
            IF PDT-COUNT > 0
                SET PRODUCT-INDEX TO 1
                SEARCH PRODUCT-ITEM
                    AT END
                        MOVE 'NOT ON FILE' TO RG-DESCRIPTION
                    WHEN PDT-PRODUCT-ID(PRODUCT-INDEX) =
                            RG-PRODUCT-HOLD
                        MOVE PDT-DESCRIPTION(PRODUCT-INDEX) TO
                                RG-DESCRIPTION
                END-SEARCH
            END-IF
        .

      *** PRINTS THE FINISHED PRODUCT/REASON PAIR - THE PRODUCT ID ***
      *** AND DESCRIPTION ONLY ON ITS FIRST LINE - AND ROLLS IT    ***
      *** INTO THE PRODUCT TOTAL AND THE REASON RECAP              ***
        50-REASON-BREAK.
            PERFORM 52-FIND-REASON
            IF RG-DESCRIPTION-PRINTED
                MOVE SPACES TO DL-PRODUCT-ID
                MOVE SPACES TO DL-DESCRIPTION
            ELSE
                MOVE 'Y' TO RG-PRODUCT-PRINTED
                MOVE RG-PRODUCT-HOLD TO DL-PRODUCT-ID
                MOVE RG-DESCRIPTION TO DL-DESCRIPTION
            END-IF
            MOVE RG-REASON-HOLD TO DL-REASON-CODE
            MOVE RCT-DESCRIPTION(RG-SUB) TO DL-REASON-DESC
            MOVE RT-LINES TO DL-LINES
            MOVE RT-RESTOCKED TO DL-RESTOCKED
            MOVE RT-QUARANTINED TO DL-QUARANTINED
            MOVE RT-SCRAPPED TO DL-SCRAPPED
            MOVE RT-TO-VENDOR TO DL-TO-VENDOR
            COMPUTE DL-TOTAL = RT-RESTOCKED + RT-QUARANTINED +
                               RT-SCRAPPED + RT-TO-VENDOR
            MOVE REGISTER-DETAIL-LINE TO RETURNS-RECORD
            WRITE RETURNS-RECORD

            ADD RT-LINES TO PT-LINES
            ADD RT-RESTOCKED TO PT-RESTOCKED
            ADD RT-QUARANTINED TO PT-QUARANTINED
            ADD RT-SCRAPPED TO PT-SCRAPPED
            ADD RT-TO-VENDOR TO PT-TO-VENDOR
            ADD RT-LINES TO RCP-LINES(RG-SUB)
            ADD RT-RESTOCKED TO RCP-RESTOCKED(RG-SUB)
            ADD RT-QUARANTINED TO RCP-QUARANTINED(RG-SUB)
            ADD RT-SCRAPPED TO RCP-SCRAPPED(RG-SUB)
            ADD RT-TO-VENDOR TO RCP-TO-VENDOR(RG-SUB)
            PERFORM 24-CLEAR-REASON-TOTALS
        .

      *** SETS RG-SUB TO THE HELD REASON'S ROW - ROW 7 WHEN THE    ***
      *** CODE IS NOT ONE OF THE SIX KNOWN                         ***
        52-FIND-REASON.
            PERFORM VARYING RG-SUB FROM 1 BY 1
                    UNTIL RG-SUB > 6
                       OR RCT-REASON-CODE(RG-SUB) = RG-REASON-HOLD
                CONTINUE
            END-PERFORM
            IF RG-SUB > 6
                MOVE 7 TO RG-SUB
            END-IF
        .

      *** PRINTS THE FINISHED PRODUCT'S TOTAL AND ROLLS IT INTO    ***
      *** THE GRAND TOTAL                                          ***
        55-PRODUCT-BREAK.
            MOVE 'PRODUCT TOTAL' TO TL-LABEL
            MOVE PT-LINES TO TL-LINES
            MOVE PT-RESTOCKED TO TL-RESTOCKED
            MOVE PT-QUARANTINED TO TL-QUARANTINED
            MOVE PT-SCRAPPED TO TL-SCRAPPED
            MOVE PT-TO-VENDOR TO TL-TO-VENDOR
            COMPUTE TL-TOTAL = PT-RESTOCKED + PT-QUARANTINED +
                               PT-SCRAPPED + PT-TO-VENDOR
            MOVE TOTAL-LINE TO RETURNS-RECORD
            WRITE RETURNS-RECORD
            MOVE SPACES TO RETURNS-RECORD
            WRITE RETURNS-RECORD

            ADD PT-LINES TO GT-LINES
            ADD PT-RESTOCKED TO GT-RESTOCKED
            ADD PT-QUARANTINED TO GT-QUARANTINED
            ADD PT-SCRAPPED TO GT-SCRAPPED
            ADD PT-TO-VENDOR TO GT-TO-VENDOR
            ADD 1 TO RC-PRODUCTS-LISTED
            PERFORM 25-CLEAR-PRODUCT-TOTALS
        .

      *** TURNS ONE PRINT-EDITED ZZZZZZ9- COLUMN IN UF-EDITED BACK ***
      *** INTO A SIGNED NUMBER IN UF-NUMBER                        ***
        38-UNEDIT-QUANTITY.
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

        70-EOJ.
            IF FIRST-RECORD = 'NO'
                PERFORM 50-REASON-BREAK
                PERFORM 55-PRODUCT-BREAK
                PERFORM 72-PRINT-REASON-RECAP
            ELSE
                WRITE RETURNS-RECORD FROM NO-RETURNS-LINE
                    AFTER ADVANCING 2 LINES
            END-IF
            PERFORM 80-PRINT-SUMMARY
        .

      *** ONE LINE PER REASON THAT HAD RETURNS, THEN THE GRAND     ***
      *** TOTAL                                                    ***
        72-PRINT-REASON-RECAP.
            WRITE RETURNS-RECORD FROM RECAP-HEADER-LINE
                AFTER ADVANCING 2 LINES
            MOVE SPACES TO DL-PRODUCT-ID
            MOVE SPACES TO DL-DESCRIPTION
            PERFORM VARYING RG-SUB FROM 1 BY 1 UNTIL RG-SUB > 7
                IF RCP-LINES(RG-SUB) > 0
                    MOVE RCT-REASON-CODE(RG-SUB) TO DL-REASON-CODE
                    MOVE RCT-DESCRIPTION(RG-SUB) TO DL-REASON-DESC
                    MOVE RCP-LINES(RG-SUB) TO DL-LINES
                    MOVE RCP-RESTOCKED(RG-SUB) TO DL-RESTOCKED
                    MOVE RCP-QUARANTINED(RG-SUB) TO DL-QUARANTINED
                    MOVE RCP-SCRAPPED(RG-SUB) TO DL-SCRAPPED
                    MOVE RCP-TO-VENDOR(RG-SUB) TO DL-TO-VENDOR
                    COMPUTE DL-TOTAL = RCP-RESTOCKED(RG-SUB) +
                                       RCP-QUARANTINED(RG-SUB) +
                                       RCP-SCRAPPED(RG-SUB) +
                                       RCP-TO-VENDOR(RG-SUB)
                    MOVE REGISTER-DETAIL-LINE TO RETURNS-RECORD
                    WRITE RETURNS-RECORD
                END-IF
            END-PERFORM

            MOVE 'ALL RETURNS' TO TL-LABEL
            MOVE GT-LINES TO TL-LINES
            MOVE GT-RESTOCKED TO TL-RESTOCKED
            MOVE GT-QUARANTINED TO TL-QUARANTINED
            MOVE GT-SCRAPPED TO TL-SCRAPPED
            MOVE GT-TO-VENDOR TO TL-TO-VENDOR
            COMPUTE TL-TOTAL = GT-RESTOCKED + GT-QUARANTINED +
                               GT-SCRAPPED + GT-TO-VENDOR
            MOVE TOTAL-LINE TO RETURNS-RECORD
            WRITE RETURNS-RECORD
                AFTER ADVANCING 2 LINES
        .

        80-PRINT-SUMMARY.
            DISPLAY 'PR4RTRG - RETURNS REGISTER COMPLETE'
            DISPLAY '  JOURNAL LINES READ:       ' RC-LINES-READ
            DISPLAY '  RETURN LINES SELECTED:    ' RC-RETURNS-SELECTED
            DISPLAY '  PRODUCTS LISTED:          ' RC-PRODUCTS-LISTED
            DISPLAY '  UNITS RESTOCKED:          ' GT-RESTOCKED
            DISPLAY '  UNITS QUARANTINED:        ' GT-QUARANTINED
            DISPLAY '  UNITS SCRAPPED:           ' GT-SCRAPPED
            DISPLAY '  UNITS TO VENDOR:          ' GT-TO-VENDOR
        .

        90-FINALE.
            CLOSE SORTED-RETURNS
                  RETURNS-REPORT
            STOP RUN
        .
