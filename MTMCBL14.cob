      *-------------------------
      * IDENTIFICATION DIVISION.
      *-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FEEPOST.
       AUTHOR.        DIV.

      *------------------------
      * ENVIRONMENT DIVISION.
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    SEQUENTIAL - every account on the master is priced once,
      *    in key order, and nothing is written back.
           SELECT TIER-MASTER ASSIGN TO TIERMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TM-ACCTNUM
           FILE STATUS IS WS-MAST-STATUS.
           SELECT FEE-SCHED ASSIGN TO FEESCHED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT POST-FILE ASSIGN TO FEEPOSTF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT FEE-REPORT ASSIGN TO FEERPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDC-STATUS.

      *-------------------
      * DATA DIVISION.
      *-------------------
       DATA DIVISION.
       FILE SECTION.

      *    Keyed customer-tier master as TIERLOAD maintains it - the
      *    tier and balance of every account at the last tiering run,
      *    which at month-end is the month-end position.
       FD  TIER-MASTER RECORD CONTAINS 80 CHARACTERS.
       01  TM-RECORD.
           05 TM-ACCTNUM PIC X(10).
           05 TM-TIER PIC X(6).
           05 TM-FIRSTN PIC X(11).
           05 FILLER PIC X(3).
           05 TM-LASTN PIC X(22).
           05 TM-BAL PIC X(15).
           05 TM-RUN-DATE PIC X(8).
           05 TM-BRANCH PIC X(4).
           05 FILLER PIC X(1).

      *    Rate and fee schedule - one card per tier, keyed on the
      *    tier code exactly as TIERMAST carries it (GOLD, SILVER,
      *    BRONZE, OVRDRN) in columns 1-6. Monthly maintenance fee
      *    in dollars and cents in columns 8-12 (zero-filled, implied
      *    decimal - 01250 is $12.50), waive switch in column 14 ('Y'
      *    waives the fee for the tier, anything else assesses it),
      *    annual interest rate in percent in columns 16-21 with four
      *    implied decimals (025000 is 2.5000%). Product management
      *    owns the deck; a change of rate is a change of card.
       FD  FEE-SCHED RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  SCH-RECORD.
           05 SCH-TIER PIC X(6).
           05 FILLER PIC X(1).
           05 SCH-MAINT-FEE PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 SCH-WAIVE-SW PIC X(1).
           05 FILLER PIC X(1).
           05 SCH-ANNUAL-RATE PIC 9(2)V9(4).
           05 FILLER PIC X(59).

      *    Parameter card - posting effective date, YYYYMMDD in
      *    columns 1-8. A missing card or a non-numeric field posts
      *    with the business date, which is right when the job runs
      *    on the last business day of the month as scheduled; a
      *    numeric date that is not a real date stops the run.
       FD  PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-RECORD.
           05 PARM-EFF-DATE PIC X(8).
           05 PARM-EFF-NUM REDEFINES PARM-EFF-DATE PIC 9(8).
           05 FILLER PIC X(72).

      *    Posting file for the core DDA load - a header record, one
      *    record per fee waiver, fee assessment or interest credit,
      *    and a trailer with the record count and the debit and
      *    credit totals so the load can prove it took everything.
      *    Record layouts are in WORKING-STORAGE.
       FD  POST-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  POST-RECORD PIC X(80).

      *    Control report for finance - debits and credits by branch
      *    and tier, then by tier for the bank, then the totals that
      *    tie to the GL fee-income and interest-expense postings.
       FD  FEE-REPORT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  FEE-RPT-RECORD PIC X(80).

      *    Business-date control record (see DATEROLL) - the date
      *    this run processes, and whether that date is still open.
       FD  BUSDATE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  BDC-RECORD.
           05 BDC-BUS-DATE PIC X(8).
           05 BDC-PREV-DATE PIC X(8).
           05 BDC-STATUS PIC X(1).
           05 BDC-DAY-SEQ PIC 9(7).
           05 FILLER PIC X(56).

       WORKING-STORAGE SECTION.

      *    Parameter block for the common audit-log writer (see
      *    AUDITLOG) - a start record at startup, an end record with
      *    the key counts and the condition code the run ends with.
       01  WS-AUDIT-PARM.
           05 WS-AUD-ACTION PIC X(1).
           05 WS-AUD-PROGRAM PIC X(8) VALUE "FEEPOST".
           05 WS-AUD-INPUT-ID PIC X(20).
           05 WS-AUD-COUNTS PIC X(30).
           05 WS-AUD-CC PIC 9(2).
       01  WS-AUD-PTR PIC 9(2) VALUE 1.
       01  WS-BDC-STATUS PIC X(2).
       01  WS-BDC-ERROR PIC X(30) VALUE SPACES.
       01  WS-BDC-CC PIC 9(2) VALUE 0.

       01  WS-MAST-STATUS PIC X(2).
       01  WS-SCHED-STATUS PIC X(2).
       01  WS-PARM-STATUS PIC X(2).
       01  WS-IO-STATUS PIC X(2).
       01  WS-IO-NAME PIC X(8).
       01  WS-MAST-EOF PIC X(1) VALUE 'N'.
       01  WS-SCHED-EOF PIC X(1) VALUE 'N'.
       01  WS-EFF-DATE PIC X(8).
       01  WS-PARM-BAD-SW PIC X(1) VALUE 'N'.

      *    The four tier codes in report order. The schedule table
      *    and every tally below are subscripted the same way, so
      *    slot 1 is always Gold and slot 4 always overdrawn.
       01  WS-TIER-CODES.
           05 FILLER PIC X(6) VALUE "GOLD".
           05 FILLER PIC X(6) VALUE "SILVER".
           05 FILLER PIC X(6) VALUE "BRONZE".
           05 FILLER PIC X(6) VALUE "OVRDRN".
       01  WS-TIER-CODE-TABLE REDEFINES WS-TIER-CODES.
           05 WS-TIER-CODE PIC X(6) OCCURS 4 TIMES.
       01  WS-TIER-SLOT PIC 9(1) VALUE 0.
       01  WS-FIND-TIER PIC X(6).
       01  WS-TIER-SCAN PIC 9(1) VALUE 0.

      *    The schedule as loaded - one entry per tier slot, with a
      *    switch so a tier with no card is caught before anything
      *    is posted rather than priced at zero.
       01  WS-SCHED-TABLE.
           05 WS-SCHED-ENTRY OCCURS 4 TIMES.
              10 WS-SCHED-LOADED PIC X(1).
              10 WS-SCHED-FEE PIC 9(3)V99.
              10 WS-SCHED-WAIVE PIC X(1).
              10 WS-SCHED-RATE PIC 9(2)V9(4).
       01  WS-SCHED-BAD-SW PIC X(1) VALUE 'N'.

      *    The account being priced.
       01  WS-ACCT-BAL PIC S9(11)V99 VALUE 0.
       01  WS-POST-AMT PIC 9(9)V99 VALUE 0.
      *    D - debit the customer (fee), C - credit the customer
      *    (interest), M - memo only (fee waived, no money moves).
       01  WS-POST-DRCR PIC X(1).
       01  WS-POST-CODE PIC X(3).
       01  WS-POST-DESC PIC X(20).

      *    Posting file layouts. The header and trailer start with
      *    HDR and TRL where a detail record carries its account
      *    number, so the core load can tell them apart on sight.
       01  WS-POST-DETAIL.
           05 WS-PD-ACCTNUM PIC X(10).
           05 WS-PD-TRAN-CODE PIC X(3).
           05 WS-PD-DRCR PIC X(1).
           05 WS-PD-AMOUNT PIC 9(9)V99.
           05 WS-PD-EFF-DATE PIC X(8).
           05 WS-PD-BRANCH PIC X(4).
           05 WS-PD-TIER PIC X(6).
           05 WS-PD-DESC PIC X(20).
           05 FILLER PIC X(17) VALUE SPACES.
       01  WS-POST-HEADER.
           05 FILLER PIC X(3) VALUE "HDR".
           05 WS-PH-SOURCE PIC X(8) VALUE "FEEPOST".
           05 WS-PH-EFF-DATE PIC X(8).
           05 FILLER PIC X(61) VALUE SPACES.
       01  WS-POST-TRAILER.
           05 FILLER PIC X(3) VALUE "TRL".
           05 WS-PT-REC-CNT PIC 9(9).
           05 WS-PT-DEBIT-TOT PIC 9(11)V99.
           05 WS-PT-CREDIT-TOT PIC 9(11)V99.
           05 FILLER PIC X(42) VALUE SPACES.

      *    Run totals - the figures the trailer carries and the
      *    report's closing block prints.
       01  WS-READ-CNT PIC 9(9) VALUE 0.
       01  WS-UNPRICED-CNT PIC 9(9) VALUE 0.
       01  WS-POST-CNT PIC 9(9) VALUE 0.
       01  WS-DR-CNT PIC 9(9) VALUE 0.
       01  WS-DR-TOT PIC 9(11)V99 VALUE 0.
       01  WS-CR-CNT PIC 9(9) VALUE 0.
       01  WS-CR-TOT PIC 9(11)V99 VALUE 0.
       01  WS-WV-CNT PIC 9(9) VALUE 0.
       01  WS-WV-TOT PIC 9(11)V99 VALUE 0.
       01  WS-NET-TOT PIC S9(11)V99 VALUE 0.

      *    Per-tier totals for the bank, slot-for-slot with the
      *    tier code table.
       01  WS-TIER-TOT-TABLE.
           05 WS-TT-ENTRY OCCURS 4 TIMES.
              10 WS-TT-DR-CNT PIC 9(9).
              10 WS-TT-DR-AMT PIC 9(11)V99.
              10 WS-TT-CR-CNT PIC 9(9).
              10 WS-TT-CR-AMT PIC 9(11)V99.
              10 WS-TT-WV-AMT PIC 9(11)V99.

      *    Per-branch tallies, one tier group per slot. Same sizing
      *    and '****' overflow catch-all as ADDONE's branch table, so
      *    the branch lines always add back to the grand total.
       01  WS-BRANCH-MAX PIC 9(3) VALUE 200.
       01  WS-BRANCH-CNT PIC 9(3) VALUE 0.
       01  WS-BRANCH-TABLE.
           05 WS-BR-ENTRY OCCURS 200 TIMES INDEXED BY BR-IX.
              10 WS-BR-CODE PIC X(4).
              10 WS-BR-PRINTED PIC X(1).
              10 WS-BR-TIER OCCURS 4 TIMES.
                 15 WS-BR-DR-CNT PIC 9(9).
                 15 WS-BR-DR-AMT PIC 9(11)V99.
                 15 WS-BR-CR-CNT PIC 9(9).
                 15 WS-BR-CR-AMT PIC 9(11)V99.
                 15 WS-BR-WV-AMT PIC 9(11)V99.
      *    Lowest unprinted branch code each pass of the report loop.
       01  WS-BR-PICK PIC 9(3).
       01  WS-BR-SCAN PIC 9(3).

       01  WS-CNT-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMT-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-NET-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-HEAD-LINE.
           05 FILLER PIC X(38)
              VALUE "TIER FEE AND INTEREST POSTING - EFF ".
           05 WS-HEAD-YYYY PIC X(4).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-MM PIC X(2).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-DD PIC X(2).
           05 FILLER PIC X(32) VALUE SPACES.

       01  WS-COL-LINE.
           05 FILLER PIC X(6) VALUE "BRANCH".
           05 FILLER PIC X(8) VALUE " TIER".
           05 FILLER PIC X(22) VALUE "   FEES     FEE DEBITS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "    INT    INT CREDITS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "  FEES WAIVED".
           05 FILLER PIC X(5) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WS-DET-BRANCH PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-TIER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-DR-CNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-DR-AMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-CR-CNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-CR-AMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-WV-AMT PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(5) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 WS-TOT-LABEL PIC X(38).
           05 WS-TOT-VALUE PIC X(30).
           05 FILLER PIC X(12) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
      *    Month-end pricing off the tier master. Every account gets
      *    its tier's maintenance fee assessed or waived, and every
      *    account in credit gets its tier's rate as one month's
      *    interest. The schedule is proven complete before a single
      *    posting is written - a half-priced month is worse than a
      *    late one.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-PARM-CARD.
           MOVE SPACES TO WS-AUD-INPUT-ID.
           STRING "TIERMAST " WS-EFF-DATE
              DELIMITED BY SIZE
              INTO WS-AUD-INPUT-ID
           END-STRING.
           PERFORM WRITE-AUDIT-START.
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM POST-TIER-MASTER.
           PERFORM WRITE-FEE-REPORT.
           IF WS-UNPRICED-CNT > 0
              MOVE WS-UNPRICED-CNT TO WS-CNT-ED
              DISPLAY "FEEPOST: " WS-CNT-ED " ACCOUNTS COULD NOT BE "
                 "PRICED - ENDING WITH CC 4"
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-POST-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-AUD-COUNTS.
           STRING "POST " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           MOVE WS-UNPRICED-CNT TO WS-CNT-ED.
           STRING " UNPRICED " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.

      *    Effective date from the card if supplied, else the
      *    business date being processed. A numeric date that is not
      *    a real calendar date is a keying error that would land on
      *    every posting - the run stops CC 12 with nothing posted.
       READ-PARM-CARD.
           MOVE BDC-BUS-DATE TO WS-EFF-DATE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-EFF-DATE IS NUMERIC
                       MOVE PARM-EFF-DATE TO WS-EFF-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(PARM-EFF-NUM)
                          NOT = 0
                          MOVE 'Y' TO WS-PARM-BAD-SW
                       END-IF
                    ELSE
                       DISPLAY "FEEPOST: PARMCARD DATE '"
                          PARM-EFF-DATE "' IS NOT YYYYMMDD - "
                          "POSTING WITH THE BUSINESS DATE"
                    END-IF
              END-READ
           END-IF.
           CLOSE PARM-FILE.
           IF WS-PARM-BAD-SW = 'Y'
              DISPLAY "FEEPOST: PARMCARD DATE " PARM-EFF-DATE
                 " IS NOT A CALENDAR DATE - NOTHING POSTED, ENDING "
                 "WITH CC 12"
              MOVE "PARMCARD" TO WS-AUD-INPUT-ID
              PERFORM WRITE-AUDIT-START
              MOVE "PARMCARD DATE INVALID" TO WS-AUD-COUNTS
              MOVE 12 TO RETURN-CODE
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.

      *    Load the schedule into its tier slots. An unknown tier
      *    code, a non-numeric fee or rate, a duplicate card or a
      *    tier with no card at all is a schedule product management
      *    has to fix - the run stops CC 8 with nothing posted.
       LOAD-FEE-SCHEDULE.
           PERFORM VARYING WS-TIER-SCAN FROM 1 BY 1
              UNTIL WS-TIER-SCAN > 4
              MOVE 'N' TO WS-SCHED-LOADED (WS-TIER-SCAN)
              MOVE 0 TO WS-SCHED-FEE (WS-TIER-SCAN)
              MOVE 'N' TO WS-SCHED-WAIVE (WS-TIER-SCAN)
              MOVE 0 TO WS-SCHED-RATE (WS-TIER-SCAN)
           END-PERFORM.
           OPEN INPUT FEE-SCHED.
           IF WS-SCHED-STATUS NOT = '00'
              DISPLAY "FEEPOST: CANNOT OPEN FEESCHED, FILE STATUS "
                 WS-SCHED-STATUS
              MOVE 12 TO RETURN-CODE
              MOVE "OPEN FAIL FEESCHED" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-SCHED-EOF = 'Y'
              READ FEE-SCHED
                 AT END MOVE 'Y' TO WS-SCHED-EOF
                 NOT AT END PERFORM STORE-SCHED-CARD
              END-READ
           END-PERFORM.
           CLOSE FEE-SCHED.
           PERFORM VARYING WS-TIER-SCAN FROM 1 BY 1
              UNTIL WS-TIER-SCAN > 4
              IF WS-SCHED-LOADED (WS-TIER-SCAN) = 'N'
                 DISPLAY "FEEPOST: FEESCHED HAS NO CARD FOR TIER "
                    WS-TIER-CODE (WS-TIER-SCAN)
                 MOVE 'Y' TO WS-SCHED-BAD-SW
              END-IF
           END-PERFORM.
           IF WS-SCHED-BAD-SW = 'Y'
              DISPLAY "FEEPOST: RATE/FEE SCHEDULE IS INCOMPLETE OR "
                 "INVALID - NOTHING POSTED, ENDING WITH CC 8"
              MOVE 8 TO RETURN-CODE
              MOVE "SCHEDULE INVALID" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.

       STORE-SCHED-CARD.
           MOVE SCH-TIER TO WS-FIND-TIER.
           PERFORM FIND-TIER-SLOT.
           IF WS-TIER-SLOT = 0
              DISPLAY "FEEPOST: FEESCHED TIER '" SCH-TIER
                 "' IS NOT A TIER CODE"
              MOVE 'Y' TO WS-SCHED-BAD-SW
           ELSE
              IF WS-SCHED-LOADED (WS-TIER-SLOT) = 'Y'
                 DISPLAY "FEEPOST: FEESCHED HAS A SECOND CARD FOR "
                    "TIER " SCH-TIER
                 MOVE 'Y' TO WS-SCHED-BAD-SW
              ELSE
                 IF SCH-MAINT-FEE IS NUMERIC
                    AND SCH-ANNUAL-RATE IS NUMERIC
                    MOVE 'Y' TO WS-SCHED-LOADED (WS-TIER-SLOT)
                    MOVE SCH-MAINT-FEE TO WS-SCHED-FEE (WS-TIER-SLOT)
                    MOVE SCH-ANNUAL-RATE
                       TO WS-SCHED-RATE (WS-TIER-SLOT)
                    IF SCH-WAIVE-SW = 'Y'
                       MOVE 'Y' TO WS-SCHED-WAIVE (WS-TIER-SLOT)
                    END-IF
                 ELSE
                    DISPLAY "FEEPOST: FEESCHED CARD FOR TIER "
                       SCH-TIER " HAS A NON-NUMERIC FEE OR RATE"
                    MOVE 'Y' TO WS-SCHED-BAD-SW
                 END-IF
              END-IF
           END-IF.

      *    Tier slot for the code in WS-FIND-TIER, zero if it is not
      *    one of the four.
       FIND-TIER-SLOT.
           MOVE 0 TO WS-TIER-SLOT.
           PERFORM VARYING WS-TIER-SCAN FROM 1 BY 1
              UNTIL WS-TIER-SCAN > 4
              IF WS-FIND-TIER = WS-TIER-CODE (WS-TIER-SCAN)
                 MOVE WS-TIER-SCAN TO WS-TIER-SLOT
              END-IF
           END-PERFORM.

      *    One sequential pass of the master, header first and
      *    trailer last on the posting file.
       POST-TIER-MASTER.
           OPEN INPUT TIER-MASTER.
           IF WS-MAST-STATUS NOT = '00'
              PERFORM MASTER-IO-ERROR
           END-IF.
           MOVE "FEEPOSTF" TO WS-IO-NAME.
           OPEN OUTPUT POST-FILE.
           PERFORM CHECK-IO-STATUS.
           MOVE WS-EFF-DATE TO WS-PH-EFF-DATE.
           MOVE WS-POST-HEADER TO POST-RECORD.
           WRITE POST-RECORD.
           PERFORM CHECK-IO-STATUS.
           PERFORM UNTIL WS-MAST-EOF = 'Y'
              READ TIER-MASTER NEXT RECORD
                 AT END MOVE 'Y' TO WS-MAST-EOF
                 NOT AT END PERFORM PRICE-ONE-ACCOUNT
              END-READ
           END-PERFORM.
           IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '10'
              PERFORM MASTER-IO-ERROR
           END-IF.
           CLOSE TIER-MASTER.
           MOVE WS-POST-CNT TO WS-PT-REC-CNT.
           MOVE WS-DR-TOT TO WS-PT-DEBIT-TOT.
           MOVE WS-CR-TOT TO WS-PT-CREDIT-TOT.
           MOVE WS-POST-TRAILER TO POST-RECORD.
           WRITE POST-RECORD.
           PERFORM CHECK-IO-STATUS.
           CLOSE POST-FILE.

      *    Fee first - waived as a memo record so the core can show
      *    the customer what the tier saved them, otherwise assessed
      *    as a debit. Then interest for an account in credit only:
      *    one month at the tier's annual rate, rounded to the cent.
      *    An account whose tier has no slot or whose balance text
      *    will not convert is counted, reported and left unpriced.
       PRICE-ONE-ACCOUNT.
           ADD 1 TO WS-READ-CNT.
           MOVE TM-TIER TO WS-FIND-TIER.
           PERFORM FIND-TIER-SLOT.
           IF WS-TIER-SLOT = 0
              DISPLAY "FEEPOST: ACCOUNT " TM-ACCTNUM " HAS TIER '"
                 TM-TIER "' - NOT PRICED"
              ADD 1 TO WS-UNPRICED-CNT
           ELSE
              IF FUNCTION TEST-NUMVAL-C(TM-BAL) NOT = 0
                 DISPLAY "FEEPOST: ACCOUNT " TM-ACCTNUM
                    " BALANCE '" TM-BAL "' IS NOT NUMERIC - "
                    "NOT PRICED"
                 ADD 1 TO WS-UNPRICED-CNT
              ELSE
                 COMPUTE WS-ACCT-BAL = FUNCTION NUMVAL-C(TM-BAL)
                 PERFORM FIND-BRANCH-ENTRY
                 PERFORM POST-MAINT-FEE
                 PERFORM POST-TIER-INTEREST
              END-IF
           END-IF.

       POST-MAINT-FEE.
           IF WS-SCHED-FEE (WS-TIER-SLOT) > 0
              MOVE WS-SCHED-FEE (WS-TIER-SLOT) TO WS-POST-AMT
              IF WS-SCHED-WAIVE (WS-TIER-SLOT) = 'Y'
                 MOVE "WVR" TO WS-POST-CODE
                 MOVE 'M' TO WS-POST-DRCR
                 MOVE "MAINT FEE WAIVED" TO WS-POST-DESC
                 ADD 1 TO WS-WV-CNT
                 ADD WS-POST-AMT TO WS-WV-TOT
                 ADD WS-POST-AMT TO WS-TT-WV-AMT (WS-TIER-SLOT)
                 ADD WS-POST-AMT
                    TO WS-BR-WV-AMT (BR-IX, WS-TIER-SLOT)
              ELSE
                 MOVE "FEE" TO WS-POST-CODE
                 MOVE 'D' TO WS-POST-DRCR
                 MOVE "MONTHLY MAINT FEE" TO WS-POST-DESC
                 ADD 1 TO WS-DR-CNT
                 ADD WS-POST-AMT TO WS-DR-TOT
                 ADD 1 TO WS-TT-DR-CNT (WS-TIER-SLOT)
                 ADD WS-POST-AMT TO WS-TT-DR-AMT (WS-TIER-SLOT)
                 ADD 1 TO WS-BR-DR-CNT (BR-IX, WS-TIER-SLOT)
                 ADD WS-POST-AMT
                    TO WS-BR-DR-AMT (BR-IX, WS-TIER-SLOT)
              END-IF
              PERFORM WRITE-POSTING
           END-IF.

       POST-TIER-INTEREST.
           IF WS-SCHED-RATE (WS-TIER-SLOT) > 0
              AND WS-ACCT-BAL > 0
              COMPUTE WS-POST-AMT ROUNDED = WS-ACCT-BAL
                 * WS-SCHED-RATE (WS-TIER-SLOT) / 1200
              IF WS-POST-AMT > 0
                 MOVE "INT" TO WS-POST-CODE
                 MOVE 'C' TO WS-POST-DRCR
                 MOVE "TIER INTEREST CREDIT" TO WS-POST-DESC
                 ADD 1 TO WS-CR-CNT
                 ADD WS-POST-AMT TO WS-CR-TOT
                 ADD 1 TO WS-TT-CR-CNT (WS-TIER-SLOT)
                 ADD WS-POST-AMT TO WS-TT-CR-AMT (WS-TIER-SLOT)
                 ADD 1 TO WS-BR-CR-CNT (BR-IX, WS-TIER-SLOT)
                 ADD WS-POST-AMT
                    TO WS-BR-CR-AMT (BR-IX, WS-TIER-SLOT)
                 PERFORM WRITE-POSTING
              END-IF
           END-IF.

       WRITE-POSTING.
           MOVE SPACES TO WS-POST-DETAIL.
           MOVE TM-ACCTNUM TO WS-PD-ACCTNUM.
           MOVE WS-POST-CODE TO WS-PD-TRAN-CODE.
           MOVE WS-POST-DRCR TO WS-PD-DRCR.
           MOVE WS-POST-AMT TO WS-PD-AMOUNT.
           MOVE WS-EFF-DATE TO WS-PD-EFF-DATE.
           MOVE TM-BRANCH TO WS-PD-BRANCH.
           MOVE TM-TIER TO WS-PD-TIER.
           MOVE WS-POST-DESC TO WS-PD-DESC.
           MOVE WS-POST-DETAIL TO POST-RECORD.
           WRITE POST-RECORD.
           PERFORM CHECK-IO-STATUS.
           ADD 1 TO WS-POST-CNT.

      *    Leave BR-IX on the table entry for TM-BRANCH, creating one
      *    on first sight - the same search and overflow handling as
      *    ADDONE's branch tallies.
       FIND-BRANCH-ENTRY.
           SET BR-IX TO 1.
           SEARCH WS-BR-ENTRY
              AT END PERFORM ADD-BRANCH-ENTRY
              WHEN BR-IX > WS-BRANCH-CNT
                 PERFORM ADD-BRANCH-ENTRY
              WHEN WS-BR-CODE (BR-IX) = TM-BRANCH
                 CONTINUE
           END-SEARCH.

       ADD-BRANCH-ENTRY.
           IF WS-BRANCH-CNT = WS-BRANCH-MAX
              SET BR-IX TO WS-BRANCH-CNT
           ELSE
              ADD 1 TO WS-BRANCH-CNT
              SET BR-IX TO WS-BRANCH-CNT
              MOVE 'N' TO WS-BR-PRINTED (BR-IX)
              PERFORM VARYING WS-TIER-SCAN FROM 1 BY 1
                 UNTIL WS-TIER-SCAN > 4
                 MOVE ZEROES TO WS-BR-TIER (BR-IX, WS-TIER-SCAN)
              END-PERFORM
              IF WS-BRANCH-CNT = WS-BRANCH-MAX
                 MOVE "****" TO WS-BR-CODE (BR-IX)
              ELSE
                 MOVE TM-BRANCH TO WS-BR-CODE (BR-IX)
              END-IF
           END-IF.

      *    Branch by branch in code order, four tier lines each;
      *    then the tier totals for the bank; then the GL tie-out.
      *    Fee debits are the fee-income credit to the GL, interest
      *    credits the interest-expense debit, and waivers are memo
      *    only - printed so the revenue foregone is on record, but
      *    no part of either GL figure.
       WRITE-FEE-REPORT.
           MOVE "FEERPT" TO WS-IO-NAME.
           OPEN OUTPUT FEE-REPORT.
           PERFORM CHECK-IO-STATUS.
           MOVE WS-EFF-DATE(1:4) TO WS-HEAD-YYYY.
           MOVE WS-EFF-DATE(5:2) TO WS-HEAD-MM.
           MOVE WS-EFF-DATE(7:2) TO WS-HEAD-DD.
           MOVE WS-HEAD-LINE TO FEE-RPT-RECORD.
           WRITE FEE-RPT-RECORD.
           MOVE SPACES TO FEE-RPT-RECORD.
           WRITE FEE-RPT-RECORD.
           MOVE WS-COL-LINE TO FEE-RPT-RECORD.
           WRITE FEE-RPT-RECORD.

           PERFORM PICK-LOWEST-BRANCH.
           PERFORM UNTIL WS-BR-PICK = 0
              PERFORM WRITE-ONE-BRANCH
              PERFORM PICK-LOWEST-BRANCH
           END-PERFORM.

           MOVE SPACES TO FEE-RPT-RECORD.
           WRITE FEE-RPT-RECORD.
           MOVE "TIER TOTALS - ALL BRANCHES" TO FEE-RPT-RECORD.
           WRITE FEE-RPT-RECORD.
           PERFORM VARYING WS-TIER-SCAN FROM 1 BY 1
              UNTIL WS-TIER-SCAN > 4
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE "ALL" TO WS-DET-BRANCH
              MOVE WS-TIER-CODE (WS-TIER-SCAN) TO WS-DET-TIER
              MOVE WS-TT-DR-CNT (WS-TIER-SCAN) TO WS-DET-DR-CNT
              MOVE WS-TT-DR-AMT (WS-TIER-SCAN) TO WS-DET-DR-AMT
              MOVE WS-TT-CR-CNT (WS-TIER-SCAN) TO WS-DET-CR-CNT
              MOVE WS-TT-CR-AMT (WS-TIER-SCAN) TO WS-DET-CR-AMT
              MOVE WS-TT-WV-AMT (WS-TIER-SCAN) TO WS-DET-WV-AMT
              MOVE WS-DETAIL-LINE TO FEE-RPT-RECORD
              WRITE FEE-RPT-RECORD
           END-PERFORM.

           MOVE SPACES TO FEE-RPT-RECORD.
           WRITE FEE-RPT-RECORD.
           MOVE "ACCOUNTS READ FROM TIERMAST" TO WS-TOT-LABEL.
           MOVE WS-READ-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "ACCOUNTS NOT PRICED" TO WS-TOT-LABEL.
           MOVE WS-UNPRICED-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "POSTING RECORDS WRITTEN" TO WS-TOT-LABEL.
           MOVE WS-POST-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "FEE DEBITS - COUNT" TO WS-TOT-LABEL.
           MOVE WS-DR-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "FEE DEBITS - AMOUNT" TO WS-TOT-LABEL.
           MOVE WS-DR-TOT TO WS-AMT-ED.
           PERFORM WRITE-TOTAL-AMT.
           MOVE "INTEREST CREDITS - COUNT" TO WS-TOT-LABEL.
           MOVE WS-CR-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "INTEREST CREDITS - AMOUNT" TO WS-TOT-LABEL.
           MOVE WS-CR-TOT TO WS-AMT-ED.
           PERFORM WRITE-TOTAL-AMT.
           MOVE "FEES WAIVED (MEMO) - COUNT" TO WS-TOT-LABEL.
           MOVE WS-WV-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "FEES WAIVED (MEMO) - AMOUNT" TO WS-TOT-LABEL.
           MOVE WS-WV-TOT TO WS-AMT-ED.
           PERFORM WRITE-TOTAL-AMT.
           COMPUTE WS-NET-TOT = WS-CR-TOT - WS-DR-TOT.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "NET TO CUSTOMERS (CREDITS - DEBITS)" TO WS-TOT-LABEL.
           MOVE WS-NET-TOT TO WS-NET-ED.
           MOVE WS-NET-ED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO FEE-RPT-RECORD.
           WRITE FEE-RPT-RECORD.
           CLOSE FEE-REPORT.

       WRITE-TOTAL-CNT.
           MOVE WS-CNT-ED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO FEE-RPT-RECORD.
           WRITE FEE-RPT-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.

       WRITE-TOTAL-AMT.
           MOVE WS-AMT-ED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO FEE-RPT-RECORD.
           WRITE FEE-RPT-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.

      *    Lowest unprinted branch code, or zero when none are left.
       PICK-LOWEST-BRANCH.
           MOVE 0 TO WS-BR-PICK.
           PERFORM VARYING WS-BR-SCAN FROM 1 BY 1
              UNTIL WS-BR-SCAN > WS-BRANCH-CNT
              IF WS-BR-PRINTED (WS-BR-SCAN) = 'N'
                 IF WS-BR-PICK = 0
                    OR WS-BR-CODE (WS-BR-SCAN) < WS-BR-CODE
                       (WS-BR-PICK)
                    MOVE WS-BR-SCAN TO WS-BR-PICK
                 END-IF
              END-IF
           END-PERFORM.

       WRITE-ONE-BRANCH.
           PERFORM VARYING WS-TIER-SCAN FROM 1 BY 1
              UNTIL WS-TIER-SCAN > 4
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE WS-BR-CODE (WS-BR-PICK) TO WS-DET-BRANCH
              MOVE WS-TIER-CODE (WS-TIER-SCAN) TO WS-DET-TIER
              MOVE WS-BR-DR-CNT (WS-BR-PICK, WS-TIER-SCAN)
                 TO WS-DET-DR-CNT
              MOVE WS-BR-DR-AMT (WS-BR-PICK, WS-TIER-SCAN)
                 TO WS-DET-DR-AMT
              MOVE WS-BR-CR-CNT (WS-BR-PICK, WS-TIER-SCAN)
                 TO WS-DET-CR-CNT
              MOVE WS-BR-CR-AMT (WS-BR-PICK, WS-TIER-SCAN)
                 TO WS-DET-CR-AMT
              MOVE WS-BR-WV-AMT (WS-BR-PICK, WS-TIER-SCAN)
                 TO WS-DET-WV-AMT
              MOVE WS-DETAIL-LINE TO FEE-RPT-RECORD
              WRITE FEE-RPT-RECORD
           END-PERFORM.
           MOVE 'Y' TO WS-BR-PRINTED (WS-BR-PICK).

      *    Any status other than a clean write is grounds to stop -
      *    a posting file that ran out of space must not reach the
      *    core load looking complete.
       CHECK-IO-STATUS.
           IF WS-IO-STATUS NOT = '00'
              DISPLAY "FEEPOST: I/O ERROR ON " WS-IO-NAME
                 ", FILE STATUS " WS-IO-STATUS " - RUN STOPPED"
              MOVE 12 TO RETURN-CODE
              MOVE SPACES TO WS-AUD-COUNTS
              STRING "IO ERROR " WS-IO-NAME DELIMITED BY SIZE
                 INTO WS-AUD-COUNTS
              END-STRING
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.

       MASTER-IO-ERROR.
           DISPLAY "FEEPOST: TIER MASTER I/O FAILED, FILE STATUS "
              WS-MAST-STATUS " - POSTING ABANDONED AFTER "
              WS-READ-CNT " ACCOUNTS".
           MOVE 12 TO RETURN-CODE.
           MOVE "MASTER IO ERROR" TO WS-AUD-COUNTS.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.

      *    Processing date from the business-date control record,
      *    never the system clock. A closed date is refused - its
      *    outputs are final and downstream has already used them.
      *    Called first thing, so the refusal logs its own start.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BDC-STATUS NOT = '00'
              DISPLAY "FEEPOST: CANNOT OPEN BUSINESS-DATE CONTROL, "
                 "FILE STATUS " WS-BDC-STATUS " - RUN STOPPED"
              MOVE "BUSDATE OPEN FAIL" TO WS-BDC-ERROR
              MOVE 12 TO WS-BDC-CC
           ELSE
              MOVE SPACES TO BDC-RECORD
              READ BUSDATE-FILE
                 AT END MOVE SPACES TO BDC-RECORD
              END-READ
              CLOSE BUSDATE-FILE
              IF BDC-BUS-DATE IS NOT NUMERIC
                 DISPLAY "FEEPOST: BUSINESS-DATE CONTROL RECORD IS "
                    "MISSING OR DAMAGED - RUN STOPPED"
                 MOVE "BUSDATE RECORD INVALID" TO WS-BDC-ERROR
                 MOVE 12 TO WS-BDC-CC
              ELSE
                 IF BDC-STATUS NOT = 'O'
                    DISPLAY "FEEPOST: BUSINESS DATE " BDC-BUS-DATE
                       " IS CLOSED - RUN REFUSED"
                    MOVE "BUSINESS DATE CLOSED" TO WS-BDC-ERROR
                    MOVE 8 TO WS-BDC-CC
                 END-IF
              END-IF
           END-IF.
           IF WS-BDC-ERROR NOT = SPACES
              MOVE "BUSDATE" TO WS-AUD-INPUT-ID
              PERFORM WRITE-AUDIT-START
              MOVE WS-BDC-ERROR TO WS-AUD-COUNTS
              MOVE WS-BDC-CC TO RETURN-CODE
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.

      *    Start and end records for the common audit log - a start
      *    with no matching end reads as an abend on AUDITRPT.
       WRITE-AUDIT-START.
           MOVE 'S' TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-COUNTS.
           MOVE 0 TO WS-AUD-CC.
           CALL 'AUDITLOG' USING WS-AUDIT-PARM.

       WRITE-AUDIT-END.
           MOVE 'E' TO WS-AUD-ACTION.
           MOVE RETURN-CODE TO WS-AUD-CC.
           CALL 'AUDITLOG' USING WS-AUDIT-PARM.
      *    AUDITLOG's GOBACK leaves its own return code behind -
      *    put back the one this run is ending with.
           MOVE WS-AUD-CC TO RETURN-CODE.
