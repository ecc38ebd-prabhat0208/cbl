      *-------------------------
      * IDENTIFICATION DIVISION.
      *-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMLSCRN.
       AUTHOR.        DIV.

      *------------------------
      * ENVIRONMENT DIVISION.
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALHIST-IN ASSIGN TO BALHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL DORM-IN ASSIGN TO DORMCFIN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASE-IN ASSIGN TO CASECFIN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISP-CARDS ASSIGN TO DISPCARD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISP-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT DORM-SORTED ASSIGN TO "DORMSORT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-SORTED ASSIGN TO "CASESORT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SRTWORK".
           SELECT CASE-OUT ASSIGN TO CASECFOU
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT AML-REPORT ASSIGN TO AMLRPT
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

      *    Today's balance-history generation as ADDONE wrote it - one
      *    record per account in account-number order, up to ten
      *    daily balances, most recent first.
       FD  BALHIST-IN RECORD CONTAINS 132 CHARACTERS RECORDING MODE F.
       01  BHI-RECORD.
           05 BHI-ACCTNUM PIC X(10).
           05 BHI-OBS-CNT PIC 9(2).
           05 BHI-BAL OCCURS 10 TIMES
              PIC S9(9)V99 SIGN LEADING SEPARATE.

      *    DORMRPT's dormancy carry-forward as it stood before today's
      *    tracker run - every account static as of yesterday and
      *    how long it had sat still, with the static balance.
       FD  DORM-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  DIN-RECORD.
           05 DIN-ACCTNUM PIC X(10).
           05 DIN-BAL-TEXT PIC X(15).
           05 DIN-AGE PIC 9(3).
           05 DIN-FIRSTN PIC X(11).
           05 DIN-LASTN PIC X(22).
           05 DIN-BRANCH PIC X(4).
           05 FILLER PIC X(15).

      *    Yesterday's case-file generation - one record per account
      *    and pattern ever alerted and not yet expired. OPTIONAL so
      *    the first-ever run works before a generation exists.
       FD  CASE-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  CIN-RECORD PIC X(80).

      *    Analyst disposition cards - account number in columns
      *    1-10, pattern code in 12-15 (DRAN, STRC or DORM, as the
      *    report prints it), action in 17 (C closes the case, E
      *    escalates it), analyst ID in 19-26.
       FD  DISP-CARDS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  DISP-CARD.
           05 DISP-ACCTNUM PIC X(10).
           05 FILLER PIC X(1).
           05 DISP-PATTERN PIC X(4).
           05 FILLER PIC X(1).
           05 DISP-ACTION PIC X(1).
           05 FILLER PIC X(1).
           05 DISP-ANALYST PIC X(8).
           05 FILLER PIC X(54).

      *    Parameter card - the screening thresholds, zero-filled,
      *    whole dollars where an amount:
      *      1-9   large inflow                     (default 10,000)
      *      10-12 drain, percent of the inflow     (default 90)
      *      13-14 drain window, days after inflow  (default 5)
      *      15-23 reporting threshold              (default 10,000)
      *      24-26 band under it, percent           (default 10)
      *      27-28 swings in the band to alert      (default 3)
      *      29-31 dormant at, days static          (default 90)
      *      32-40 dormant movement to alert        (default 1,000)
      *      41-42 days a closed case suppresses    (default 10)
      *    A field left blank or non-numeric keeps its default. The
      *    drain window counts BALHIST observations, one per business
      *    day; dormancy and the suppression period are calendar
      *    days, worked from the business date.
       FD  PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-RECORD.
           05 PARM-INFLOW-AMT PIC 9(9).
           05 PARM-DRAIN-PCT PIC 9(3).
           05 PARM-DRAIN-DAYS PIC 9(2).
           05 PARM-CTR-AMT PIC 9(9).
           05 PARM-NEAR-PCT PIC 9(3).
           05 PARM-SWING-CNT PIC 9(2).
           05 PARM-DORM-DAYS PIC 9(3).
           05 PARM-DORM-MOVE PIC 9(9).
           05 PARM-RETAIN-DAYS PIC 9(2).
           05 FILLER PIC X(38).

      *    The carry-forwards re-sequenced into account-number order
      *    (and pattern within account for the cases) so they match
      *    side by side with the history.
       FD  DORM-SORTED RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  DS-RECORD.
           05 DS-ACCTNUM PIC X(10).
           05 DS-BAL-TEXT PIC X(15).
           05 DS-AGE PIC 9(3).
           05 DS-FIRSTN PIC X(11).
           05 DS-LASTN PIC X(22).
           05 DS-BRANCH PIC X(4).
           05 FILLER PIC X(15).

       FD  CASE-SORTED RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  CSS-RECORD.
           05 CSS-ACCTNUM PIC X(10).
           05 FILLER PIC X(70).

       SD  SORT-WORK.
       01  SD-RECORD.
           05 SD-ACCTNUM PIC X(10).
           05 SD-PATTERN PIC X(4).
           05 FILLER PIC X(66).

      *    Today's case-file generation - every case still open or
      *    escalated, every case closed recently enough to suppress,
      *    and today's new alerts. Layout in WS-CASE-WORK.
       FD  CASE-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  COUT-RECORD PIC X(80).

      *    Screening report for the BSA/AML team - one line per
      *    live case, new ones flagged, then the summary block.
       FD  AML-REPORT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  AML-RPT-RECORD PIC X(80).

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
           05 WS-AUD-PROGRAM PIC X(8) VALUE "AMLSCRN".
           05 WS-AUD-INPUT-ID PIC X(20).
           05 WS-AUD-COUNTS PIC X(30).
           05 WS-AUD-CC PIC 9(2).
       01  WS-AUD-PTR PIC 9(2) VALUE 1.
       01  WS-BDC-STATUS PIC X(2).
       01  WS-BDC-ERROR PIC X(30) VALUE SPACES.
       01  WS-BDC-CC PIC 9(2) VALUE 0.

       01  WS-HIST-STATUS PIC X(2).
       01  WS-DISP-STATUS PIC X(2).
       01  WS-PARM-STATUS PIC X(2).
       01  WS-IO-STATUS PIC X(2).
       01  WS-IO-NAME PIC X(8).
       01  WS-DISP-EOF PIC X(1) VALUE 'N'.
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      *    Screening thresholds - compiled-in defaults, overridable
      *    field by field from the parameter card.
       01  WS-INFLOW-AMT PIC 9(9) VALUE 10000.
       01  WS-DRAIN-PCT PIC 9(3) VALUE 90.
       01  WS-DRAIN-DAYS PIC 9(2) VALUE 5.
       01  WS-CTR-AMT PIC 9(9) VALUE 10000.
       01  WS-NEAR-PCT PIC 9(3) VALUE 10.
       01  WS-SWING-CNT PIC 9(2) VALUE 3.
       01  WS-DORM-DAYS PIC 9(3) VALUE 90.
       01  WS-DORM-MOVE PIC 9(9) VALUE 1000.
       01  WS-RETAIN-DAYS PIC 9(2) VALUE 10.
      *    Bottom of the just-under band, worked out once.
       01  WS-NEAR-FLOOR PIC 9(9)V99 VALUE 0.

      *    Current match keys - HIGH-VALUES once a side is exhausted,
      *    the same three-sided match DORMRPT does.
       01  WS-HIST-KEY PIC X(10) VALUE HIGH-VALUES.
       01  WS-DORM-KEY PIC X(10) VALUE HIGH-VALUES.
       01  WS-CASE-KEY PIC X(10) VALUE HIGH-VALUES.
       01  WS-LOW-KEY PIC X(10).

      *    The three patterns, in the order each account's cases are
      *    worked. DRAN - large inflow drained again within days.
      *    STRC - repeated movements just under the reporting
      *    threshold. DORM - a dormant account that suddenly moved.
       01  WS-PATTERN-CODES.
           05 FILLER PIC X(4) VALUE "DRAN".
           05 FILLER PIC X(4) VALUE "STRC".
           05 FILLER PIC X(4) VALUE "DORM".
       01  WS-PATTERN-TABLE REDEFINES WS-PATTERN-CODES.
           05 WS-PATTERN-CODE PIC X(4) OCCURS 3 TIMES.
       01  WS-PAT-IX PIC 9(1).

      *    One account's worth of screening - per pattern, whether
      *    it fired today and the amount that made it fire, and the
      *    case already on file for it, if any.
       01  WS-SLOT-TABLE.
           05 WS-SLOT-ENTRY OCCURS 3 TIMES.
              10 WS-SL-HIT PIC X(1).
              10 WS-SL-AMT PIC S9(9)V99.
              10 WS-SL-HAS-CASE PIC X(1).
              10 WS-SL-CASE PIC X(80).

      *    Case record layout - shared by the input and output
      *    generations. Status O open, E escalated, C closed. Age is
      *    calendar days since the case was opened; closed age is
      *    calendar days since it was closed, which is what expires
      *    it. Both are worked out from the business date each run.
       01  WS-CASE-WORK.
           05 WS-CW-ACCTNUM PIC X(10).
           05 WS-CW-PATTERN PIC X(4).
           05 WS-CW-STATUS PIC X(1).
           05 WS-CW-OPEN-DATE PIC X(8).
           05 WS-CW-LAST-HIT PIC X(8).
           05 WS-CW-HIT-CNT PIC 9(3).
           05 WS-CW-AGE PIC 9(3).
           05 WS-CW-CLOSED-AGE PIC 9(3).
           05 WS-CW-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 WS-CW-ANALYST PIC X(8).
           05 WS-CW-DISP-DATE PIC X(8).
           05 FILLER PIC X(12).
      *    Case ageing - calendar days from a date on the case to
      *    the business date.
       01  WS-AGE-FROM PIC X(8).
       01  WS-AGE-FROM-NUM REDEFINES WS-AGE-FROM PIC 9(8).
       01  WS-AGE-DIFF PIC S9(7).
       01  WS-AGE-DAYS PIC 9(3).
       01  WS-AGE-VALID PIC X(1).
      *    What today did to the case, for the report's flag column -
      *    NEW, DISP (worked by an analyst today), HIT (seen again).
       01  WS-CASE-FLAG PIC X(4).
       01  WS-CASE-KEEP PIC X(1).

      *    Pattern arithmetic.
       01  WS-HIST-IX PIC 9(2).
       01  WS-DRAIN-IX PIC 9(2).
       01  WS-DRAIN-START PIC 9(2).
       01  WS-INFLOW PIC S9(11)V99.
       01  WS-DRAIN PIC S9(11)V99.
       01  WS-MOVE-AMT PIC S9(11)V99.
       01  WS-NEAR-CNT PIC 9(2).
       01  WS-NEAR-SUM PIC S9(11)V99.
       01  WS-STATIC-BAL PIC S9(11)V99.

      *    Analyst dispositions held in storage, flagged once used so
      *    a card that matched no case can be reported back, the same
      *    way EXCREPR handles its corrections deck.
       01  WS-DISP-MAX PIC 9(3) VALUE 500.
       01  WS-DISP-CNT PIC 9(3) VALUE 0.
       01  WS-DISP-TABLE.
           05 WS-DISP-ENTRY OCCURS 500 TIMES INDEXED BY DISP-IX.
              10 WS-DT-ACCTNUM PIC X(10).
              10 WS-DT-PATTERN PIC X(4).
              10 WS-DT-ACTION PIC X(1).
              10 WS-DT-ANALYST PIC X(8).
              10 WS-DT-USED PIC X(1).
       01  WS-DISP-FOUND PIC X(1).
       01  WS-DISP-FOUND-ACTION PIC X(1).
       01  WS-DISP-FOUND-ANALYST PIC X(8).

      *    Run totals.
       01  WS-SCREEN-CNT PIC 9(9) VALUE 0.
       01  WS-BAD-HIST-CNT PIC 9(9) VALUE 0.
       01  WS-NEW-CNT PIC 9(9) VALUE 0.
       01  WS-NEW-PAT-CNT PIC 9(9) OCCURS 3 TIMES.
       01  WS-OPEN-CNT PIC 9(9) VALUE 0.
       01  WS-ESC-CNT PIC 9(9) VALUE 0.
       01  WS-CLOSED-TODAY-CNT PIC 9(9) VALUE 0.
       01  WS-ESC-TODAY-CNT PIC 9(9) VALUE 0.
       01  WS-SUPPRESS-CNT PIC 9(9) VALUE 0.
       01  WS-EXPIRED-CNT PIC 9(9) VALUE 0.
       01  WS-BAD-CARD-CNT PIC 9(9) VALUE 0.
       01  WS-UNUSED-CARD-CNT PIC 9(9) VALUE 0.

       01  WS-CNT-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMT-ED PIC ZZZ,ZZZ,ZZ9.

       01  WS-HEAD-LINE.
           05 FILLER PIC X(38)
              VALUE "BALANCE VELOCITY SCREENING - RUN DATE ".
           05 WS-HEAD-YYYY PIC X(4).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-MM PIC X(2).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-DD PIC X(2).
           05 FILLER PIC X(32) VALUE SPACES.

      *    Thresholds in force, printed so a reviewer can see what
      *    the night's alerts were measured against.
       01  WS-THRESH-LINE-1.
           05 FILLER PIC X(10) VALUE "INFLOW >= ".
           05 WS-TL-INFLOW PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE " DRAINED  ".
           05 WS-TL-DRAIN-PCT PIC ZZ9.
           05 FILLER PIC X(11) VALUE "% WITHIN   ".
           05 WS-TL-DRAIN-DAYS PIC Z9.
           05 FILLER PIC X(5) VALUE " DAYS".
           05 FILLER PIC X(28) VALUE SPACES.
       01  WS-THRESH-LINE-2.
           05 FILLER PIC X(10) VALUE "THRESHOLD ".
           05 WS-TL-CTR PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE " BAND     ".
           05 WS-TL-NEAR-PCT PIC ZZ9.
           05 FILLER PIC X(11) VALUE "% SWINGS   ".
           05 WS-TL-SWINGS PIC Z9.
           05 FILLER PIC X(33) VALUE SPACES.
       01  WS-THRESH-LINE-3.
           05 FILLER PIC X(10) VALUE "DORMANT AT".
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TL-DORM-DAYS PIC ZZ9.
           05 FILLER PIC X(17) VALUE " DAYS, MOVED >=  ".
           05 WS-TL-DORM-MOVE PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(38) VALUE SPACES.

       01  WS-COL-LINE.
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(5) VALUE "PATT".
           05 FILLER PIC X(7) VALUE "STATUS".
           05 FILLER PIC X(5) VALUE "FLAG".
           05 FILLER PIC X(9) VALUE "OPENED".
           05 FILLER PIC X(4) VALUE "AGE".
           05 FILLER PIC X(5) VALUE "HITS".
           05 FILLER PIC X(16) VALUE "          AMOUNT".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "ANALYST".

       01  WS-DETAIL-LINE.
           05 WS-DET-ACCTNUM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-PATTERN PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-STATUS PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-FLAG PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-OPEN-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-AGE PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-HITS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-ANALYST PIC X(8).
           05 FILLER PIC X(9) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 WS-TOT-LABEL PIC X(38).
           05 WS-TOT-VALUE PIC X(30).
           05 FILLER PIC X(12) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
      *    Velocity screening over the balance history. Each account's
      *    ten-day history is tested for the three patterns, matched
      *    against the dormancy carry-forward and the case file, and
      *    the case file is rewritten: a pattern that fires with no
      *    case on file opens one and is reported as new; one that
      *    fires against a case already open, escalated or recently
      *    closed is not re-alerted. Analysts' disposition cards are
      *    applied to their cases on the way through.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE.
           MOVE BDC-BUS-DATE TO WS-RUN-DATE.
           MOVE SPACES TO WS-AUD-INPUT-ID.
           STRING "BALHIST " WS-RUN-DATE
              DELIMITED BY SIZE
              INTO WS-AUD-INPUT-ID
           END-STRING.
           PERFORM WRITE-AUDIT-START.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-DISPOSITIONS.
           MOVE 0 TO WS-NEW-PAT-CNT (1).
           MOVE 0 TO WS-NEW-PAT-CNT (2).
           MOVE 0 TO WS-NEW-PAT-CNT (3).
           SORT SORT-WORK
               ON ASCENDING KEY SD-ACCTNUM
               USING DORM-IN
               GIVING DORM-SORTED.
           SORT SORT-WORK
               ON ASCENDING KEY SD-ACCTNUM
               ON ASCENDING KEY SD-PATTERN
               USING CASE-IN
               GIVING CASE-SORTED.
           PERFORM MATCH-AND-SCREEN.
           PERFORM REPORT-UNUSED-DISPOSITIONS.
           PERFORM WRITE-REPORT-TOTALS.
           IF WS-BAD-CARD-CNT > 0 OR WS-UNUSED-CARD-CNT > 0
              DISPLAY "AMLSCRN: DISPOSITION CARDS DROPPED OR UNMATCHED "
                 "- ENDING WITH CC 4"
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-NEW-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-AUD-COUNTS.
           STRING "NEW " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           COMPUTE WS-CNT-ED = WS-OPEN-CNT + WS-ESC-CNT.
           STRING " LIVE " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.

      *    Thresholds from the card, field by field. A zero is as
      *    unusable as a blank for every one of them - it would alert
      *    on every account or on none.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END PERFORM APPLY-PARM-CARD
              END-READ
           END-IF.
           CLOSE PARM-FILE.
           COMPUTE WS-NEAR-FLOOR =
              WS-CTR-AMT * (100 - WS-NEAR-PCT) / 100.

       APPLY-PARM-CARD.
           IF PARM-INFLOW-AMT IS NUMERIC AND PARM-INFLOW-AMT > 0
              MOVE PARM-INFLOW-AMT TO WS-INFLOW-AMT
           ELSE
              DISPLAY "AMLSCRN: PARMCARD INFLOW AMOUNT INVALID - "
                 "USING COMPILED-IN DEFAULT"
           END-IF.
           IF PARM-DRAIN-PCT IS NUMERIC AND PARM-DRAIN-PCT > 0
              AND PARM-DRAIN-PCT NOT > 100
              MOVE PARM-DRAIN-PCT TO WS-DRAIN-PCT
           ELSE
              DISPLAY "AMLSCRN: PARMCARD DRAIN PERCENT INVALID - "
                 "USING COMPILED-IN DEFAULT"
           END-IF.
           IF PARM-DRAIN-DAYS IS NUMERIC AND PARM-DRAIN-DAYS > 0
              MOVE PARM-DRAIN-DAYS TO WS-DRAIN-DAYS
           ELSE
              DISPLAY "AMLSCRN: PARMCARD DRAIN WINDOW INVALID - "
                 "USING COMPILED-IN DEFAULT"
           END-IF.
           IF PARM-CTR-AMT IS NUMERIC AND PARM-CTR-AMT > 0
              MOVE PARM-CTR-AMT TO WS-CTR-AMT
           ELSE
              DISPLAY "AMLSCRN: PARMCARD REPORTING THRESHOLD INVALID "
                 "- USING COMPILED-IN DEFAULT"
           END-IF.
           IF PARM-NEAR-PCT IS NUMERIC AND PARM-NEAR-PCT > 0
              AND PARM-NEAR-PCT < 100
              MOVE PARM-NEAR-PCT TO WS-NEAR-PCT
           ELSE
              DISPLAY "AMLSCRN: PARMCARD BAND PERCENT INVALID - "
                 "USING COMPILED-IN DEFAULT"
           END-IF.
           IF PARM-SWING-CNT IS NUMERIC AND PARM-SWING-CNT > 0
              MOVE PARM-SWING-CNT TO WS-SWING-CNT
           ELSE
              DISPLAY "AMLSCRN: PARMCARD SWING COUNT INVALID - "
                 "USING COMPILED-IN DEFAULT"
           END-IF.
           IF PARM-DORM-DAYS IS NUMERIC AND PARM-DORM-DAYS > 0
              MOVE PARM-DORM-DAYS TO WS-DORM-DAYS
           ELSE
              DISPLAY "AMLSCRN: PARMCARD DORMANCY DAYS INVALID - "
                 "USING COMPILED-IN DEFAULT"
           END-IF.
           IF PARM-DORM-MOVE IS NUMERIC AND PARM-DORM-MOVE > 0
              MOVE PARM-DORM-MOVE TO WS-DORM-MOVE
           ELSE
              DISPLAY "AMLSCRN: PARMCARD DORMANT MOVEMENT INVALID - "
                 "USING COMPILED-IN DEFAULT"
           END-IF.
           IF PARM-RETAIN-DAYS IS NUMERIC AND PARM-RETAIN-DAYS > 0
              MOVE PARM-RETAIN-DAYS TO WS-RETAIN-DAYS
           ELSE
              DISPLAY "AMLSCRN: PARMCARD SUPPRESSION DAYS INVALID - "
                 "USING COMPILED-IN DEFAULT"
           END-IF.

      *    Read the analysts' disposition deck into the table. A card
      *    with an unknown pattern or action is reported and dropped -
      *    a mis-keyed close must not quietly close the wrong case.
       LOAD-DISPOSITIONS.
           OPEN INPUT DISP-CARDS.
           IF WS-DISP-STATUS NOT = '00'
              DISPLAY "AMLSCRN: CANNOT OPEN DISPOSITIONS, FILE STATUS "
                 WS-DISP-STATUS
              MOVE 12 TO RETURN-CODE
              MOVE "DISPCARD OPEN FAIL" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-DISP-EOF = 'Y'
              READ DISP-CARDS
                 AT END MOVE 'Y' TO WS-DISP-EOF
                 NOT AT END PERFORM STORE-ONE-DISPOSITION
              END-READ
           END-PERFORM.
           CLOSE DISP-CARDS.

       STORE-ONE-DISPOSITION.
           IF DISP-PATTERN NOT = WS-PATTERN-CODE (1)
              AND DISP-PATTERN NOT = WS-PATTERN-CODE (2)
              AND DISP-PATTERN NOT = WS-PATTERN-CODE (3)
              DISPLAY "AMLSCRN: DISPOSITION FOR ACCOUNT " DISP-ACCTNUM
                 " HAS UNKNOWN PATTERN '" DISP-PATTERN
                 "' - CARD DROPPED"
              ADD 1 TO WS-BAD-CARD-CNT
           ELSE
              IF DISP-ACTION NOT = 'C' AND DISP-ACTION NOT = 'E'
                 DISPLAY "AMLSCRN: DISPOSITION FOR ACCOUNT "
                    DISP-ACCTNUM " HAS UNKNOWN ACTION '" DISP-ACTION
                    "' - CARD DROPPED"
                 ADD 1 TO WS-BAD-CARD-CNT
              ELSE
                 IF WS-DISP-CNT >= WS-DISP-MAX
                    DISPLAY "AMLSCRN: MORE THAN " WS-DISP-MAX
                       " DISPOSITION CARDS - SPLIT THE DECK AND RERUN"
                    MOVE 12 TO RETURN-CODE
                    MOVE "DISPCARD DECK TOO BIG" TO WS-AUD-COUNTS
                    PERFORM WRITE-AUDIT-END
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-DISP-CNT
                 SET DISP-IX TO WS-DISP-CNT
                 MOVE DISP-ACCTNUM TO WS-DT-ACCTNUM (DISP-IX)
                 MOVE DISP-PATTERN TO WS-DT-PATTERN (DISP-IX)
                 MOVE DISP-ACTION TO WS-DT-ACTION (DISP-IX)
                 MOVE DISP-ANALYST TO WS-DT-ANALYST (DISP-IX)
                 MOVE 'N' TO WS-DT-USED (DISP-IX)
              END-IF
           END-IF.

      *    Three-sided match on account number - history, dormancy
      *    carry-forward, case file. The case side can hold several
      *    records for one account, one per pattern.
       MATCH-AND-SCREEN.
           MOVE "BALHIST" TO WS-IO-NAME.
           OPEN INPUT BALHIST-IN.
           MOVE WS-HIST-STATUS TO WS-IO-STATUS.
           PERFORM CHECK-IO-STATUS.
           OPEN INPUT DORM-SORTED.
           OPEN INPUT CASE-SORTED.
           MOVE "CASECFOU" TO WS-IO-NAME.
           OPEN OUTPUT CASE-OUT.
           PERFORM CHECK-IO-STATUS.
           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM READ-HIST-SIDE.
           PERFORM READ-DORM-SIDE.
           PERFORM READ-CASE-SIDE.
           PERFORM UNTIL WS-HIST-KEY = HIGH-VALUES
                     AND WS-DORM-KEY = HIGH-VALUES
                     AND WS-CASE-KEY = HIGH-VALUES
              MOVE WS-HIST-KEY TO WS-LOW-KEY
              IF WS-DORM-KEY < WS-LOW-KEY
                 MOVE WS-DORM-KEY TO WS-LOW-KEY
              END-IF
              IF WS-CASE-KEY < WS-LOW-KEY
                 MOVE WS-CASE-KEY TO WS-LOW-KEY
              END-IF
              PERFORM HANDLE-ONE-ACCOUNT
           END-PERFORM.
           CLOSE BALHIST-IN.
           CLOSE DORM-SORTED.
           CLOSE CASE-SORTED.
           MOVE "CASECFOU" TO WS-IO-NAME.
           CLOSE CASE-OUT.
           PERFORM CHECK-IO-STATUS.

      *    Screen the account, gather its cases, consume its records,
      *    then settle each pattern's case in turn.
       HANDLE-ONE-ACCOUNT.
           PERFORM VARYING WS-PAT-IX FROM 1 BY 1 UNTIL WS-PAT-IX > 3
              MOVE 'N' TO WS-SL-HIT (WS-PAT-IX)
              MOVE 0 TO WS-SL-AMT (WS-PAT-IX)
              MOVE 'N' TO WS-SL-HAS-CASE (WS-PAT-IX)
              MOVE SPACES TO WS-SL-CASE (WS-PAT-IX)
           END-PERFORM.
           IF WS-HIST-KEY = WS-LOW-KEY
              ADD 1 TO WS-SCREEN-CNT
              IF BHI-OBS-CNT IS NUMERIC AND BHI-OBS-CNT > 0
                 AND BHI-OBS-CNT NOT > 10
                 PERFORM CHECK-INFLOW-DRAIN
                 PERFORM CHECK-UNDER-THRESHOLD
                 IF WS-DORM-KEY = WS-LOW-KEY
                    PERFORM CHECK-DORMANT-MOVE
                 END-IF
              ELSE
                 DISPLAY "AMLSCRN: ACCOUNT " BHI-ACCTNUM
                    " HISTORY COUNT '" BHI-OBS-CNT "' INVALID - "
                    "NOT SCREENED"
                 ADD 1 TO WS-BAD-HIST-CNT
              END-IF
              PERFORM READ-HIST-SIDE
           END-IF.
           IF WS-DORM-KEY = WS-LOW-KEY
              PERFORM READ-DORM-SIDE
           END-IF.
           PERFORM UNTIL WS-CASE-KEY NOT = WS-LOW-KEY
              PERFORM SLOT-ONE-CASE
              PERFORM READ-CASE-SIDE
           END-PERFORM.
           PERFORM VARYING WS-PAT-IX FROM 1 BY 1 UNTIL WS-PAT-IX > 3
              PERFORM SETTLE-ONE-CASE
           END-PERFORM.

      *    A case for a pattern this program no longer knows is passed
      *    through untouched rather than lost.
       SLOT-ONE-CASE.
           MOVE CSS-RECORD TO WS-CASE-WORK.
           PERFORM VARYING WS-PAT-IX FROM 1 BY 1 UNTIL WS-PAT-IX > 3
              IF WS-CW-PATTERN = WS-PATTERN-CODE (WS-PAT-IX)
                 MOVE 'Y' TO WS-SL-HAS-CASE (WS-PAT-IX)
                 MOVE CSS-RECORD TO WS-SL-CASE (WS-PAT-IX)
              END-IF
           END-PERFORM.
           IF WS-CW-PATTERN NOT = WS-PATTERN-CODE (1)
              AND WS-CW-PATTERN NOT = WS-PATTERN-CODE (2)
              AND WS-CW-PATTERN NOT = WS-PATTERN-CODE (3)
              MOVE CSS-RECORD TO COUT-RECORD
              MOVE "CASECFOU" TO WS-IO-NAME
              WRITE COUT-RECORD
              PERFORM CHECK-IO-STATUS
           END-IF.

      *    Large inflow, then most of it gone again within the drain
      *    window. Observation 1 is today, so an inflow at observation
      *    i is the rise from i+1 to i, and the drain is looked for in
      *    the observations after it (i-1 down towards today). The
      *    largest qualifying inflow is the amount reported.
       CHECK-INFLOW-DRAIN.
           PERFORM VARYING WS-HIST-IX FROM 2 BY 1
              UNTIL WS-HIST-IX >= BHI-OBS-CNT
              COMPUTE WS-INFLOW = BHI-BAL (WS-HIST-IX)
                 - BHI-BAL (WS-HIST-IX + 1)
              IF WS-INFLOW >= WS-INFLOW-AMT
                 PERFORM CHECK-DRAIN-AFTER
              END-IF
           END-PERFORM.

       CHECK-DRAIN-AFTER.
           COMPUTE WS-DRAIN-START = WS-HIST-IX - 1.
           PERFORM VARYING WS-DRAIN-IX FROM WS-DRAIN-START BY -1
              UNTIL WS-DRAIN-IX < 1
                 OR WS-HIST-IX - WS-DRAIN-IX > WS-DRAIN-DAYS
              COMPUTE WS-DRAIN = BHI-BAL (WS-HIST-IX)
                 - BHI-BAL (WS-DRAIN-IX)
              IF WS-DRAIN * 100 >= WS-INFLOW * WS-DRAIN-PCT
                 MOVE 'Y' TO WS-SL-HIT (1)
                 IF WS-INFLOW > WS-SL-AMT (1)
                    MOVE WS-INFLOW TO WS-SL-AMT (1)
                 END-IF
              END-IF
           END-PERFORM.

      *    Day-on-day movements, in or out, that land in the band just
      *    under the reporting threshold. Enough of them across the
      *    history is the structuring pattern; the amount reported is
      *    their total.
       CHECK-UNDER-THRESHOLD.
           MOVE 0 TO WS-NEAR-CNT.
           MOVE 0 TO WS-NEAR-SUM.
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
              UNTIL WS-HIST-IX >= BHI-OBS-CNT
              COMPUTE WS-MOVE-AMT = BHI-BAL (WS-HIST-IX)
                 - BHI-BAL (WS-HIST-IX + 1)
              IF WS-MOVE-AMT < 0
                 COMPUTE WS-MOVE-AMT = 0 - WS-MOVE-AMT
              END-IF
              IF WS-MOVE-AMT >= WS-NEAR-FLOOR
                 AND WS-MOVE-AMT < WS-CTR-AMT
                 ADD 1 TO WS-NEAR-CNT
                 ADD WS-MOVE-AMT TO WS-NEAR-SUM
              END-IF
           END-PERFORM.
           IF WS-NEAR-CNT >= WS-SWING-CNT
              MOVE 'Y' TO WS-SL-HIT (2)
              MOVE WS-NEAR-SUM TO WS-SL-AMT (2)
           END-IF.

      *    On the dormancy carry-forward long enough to count as
      *    dormant, and today's balance is off the balance it sat at
      *    by at least the threshold. The amount is the movement,
      *    signed. A static balance that will not parse is left to
      *    DORMRPT, which treats it the same way.
       CHECK-DORMANT-MOVE.
           IF DS-AGE >= WS-DORM-DAYS
              AND FUNCTION TEST-NUMVAL-C(DS-BAL-TEXT) = 0
              COMPUTE WS-STATIC-BAL = FUNCTION NUMVAL-C(DS-BAL-TEXT)
              COMPUTE WS-MOVE-AMT = BHI-BAL (1) - WS-STATIC-BAL
              IF WS-MOVE-AMT >= WS-DORM-MOVE
                 OR 0 - WS-MOVE-AMT >= WS-DORM-MOVE
                 MOVE 'Y' TO WS-SL-HIT (3)
                 MOVE WS-MOVE-AMT TO WS-SL-AMT (3)
              END-IF
           END-IF.

      *    One account and pattern. The analyst's card is applied
      *    first, then the case is aged and carried, or - with no case
      *    on file and the pattern firing - opened. A closed case stays
      *    on file, suppressing the same pattern, until it has been
      *    closed longer than the suppression period; by then the
      *    activity that raised it has aged out of the history.
       SETTLE-ONE-CASE.
           MOVE SPACES TO WS-CASE-FLAG.
           MOVE 'Y' TO WS-CASE-KEEP.
           PERFORM FIND-DISPOSITION.
           IF WS-SL-HAS-CASE (WS-PAT-IX) = 'Y'
              MOVE WS-SL-CASE (WS-PAT-IX) TO WS-CASE-WORK
              IF WS-DISP-FOUND = 'Y'
                 PERFORM APPLY-DISPOSITION
              ELSE
                 IF WS-CW-STATUS = 'C'
                    PERFORM AGE-CLOSED-CASE
                 END-IF
              END-IF
              IF WS-CW-STATUS NOT = 'C'
                 PERFORM AGE-LIVE-CASE
              END-IF
           ELSE
              IF WS-SL-HIT (WS-PAT-IX) = 'Y'
                 PERFORM OPEN-NEW-CASE
              ELSE
                 MOVE 'N' TO WS-CASE-KEEP
              END-IF
           END-IF.
           IF WS-CASE-KEEP = 'Y'
              MOVE WS-CASE-WORK TO COUT-RECORD
              MOVE "CASECFOU" TO WS-IO-NAME
              WRITE COUT-RECORD
              PERFORM CHECK-IO-STATUS
              IF WS-CW-STATUS NOT = 'C' OR WS-CASE-FLAG = "DISP"
                 PERFORM WRITE-DETAIL-LINE
              END-IF
           END-IF.

      *    A disposition card found for an account and pattern with no
      *    case on file is left unused, and reported as such.
       APPLY-DISPOSITION.
           MOVE "DISP" TO WS-CASE-FLAG.
           MOVE WS-DISP-FOUND-ANALYST TO WS-CW-ANALYST.
           MOVE WS-RUN-DATE TO WS-CW-DISP-DATE.
           IF WS-DISP-FOUND-ACTION = 'C'
              MOVE 'C' TO WS-CW-STATUS
              MOVE 0 TO WS-CW-CLOSED-AGE
              ADD 1 TO WS-CLOSED-TODAY-CNT
           ELSE
              MOVE 'E' TO WS-CW-STATUS
              ADD 1 TO WS-ESC-TODAY-CNT
           END-IF.

      *    Closed age runs from the disposition date, so a rerun of
      *    the same business date does not age the case again and a
      *    weekend or holiday counts as the days it is.
       AGE-CLOSED-CASE.
           IF WS-SL-HIT (WS-PAT-IX) = 'Y'
              ADD 1 TO WS-SUPPRESS-CNT
           END-IF.
           MOVE WS-CW-DISP-DATE TO WS-AGE-FROM.
           PERFORM DAYS-SINCE-DATE.
           IF WS-AGE-VALID = 'Y'
              MOVE WS-AGE-DAYS TO WS-CW-CLOSED-AGE
           END-IF.
           IF WS-CW-CLOSED-AGE > WS-RETAIN-DAYS
              MOVE 'N' TO WS-CASE-KEEP
              ADD 1 TO WS-EXPIRED-CNT
           END-IF.

      *    Open or escalated - stays on file until an analyst closes
      *    it. Seeing the pattern again adds a hit and refreshes the
      *    amount; it does not raise a new alert.
       AGE-LIVE-CASE.
           MOVE WS-CW-OPEN-DATE TO WS-AGE-FROM.
           PERFORM DAYS-SINCE-DATE.
           IF WS-AGE-VALID = 'Y'
              MOVE WS-AGE-DAYS TO WS-CW-AGE
           END-IF.
           IF WS-SL-HIT (WS-PAT-IX) = 'Y'
              IF WS-CW-HIT-CNT < 999
                 ADD 1 TO WS-CW-HIT-CNT
              END-IF
              MOVE WS-RUN-DATE TO WS-CW-LAST-HIT
              MOVE WS-SL-AMT (WS-PAT-IX) TO WS-CW-AMOUNT
              IF WS-CASE-FLAG = SPACES
                 MOVE "HIT" TO WS-CASE-FLAG
              END-IF
           END-IF.
           IF WS-CW-STATUS = 'E'
              ADD 1 TO WS-ESC-CNT
           ELSE
              ADD 1 TO WS-OPEN-CNT
           END-IF.

       OPEN-NEW-CASE.
           MOVE SPACES TO WS-CASE-WORK.
           MOVE WS-LOW-KEY TO WS-CW-ACCTNUM.
           MOVE WS-PATTERN-CODE (WS-PAT-IX) TO WS-CW-PATTERN.
           MOVE 'O' TO WS-CW-STATUS.
           MOVE WS-RUN-DATE TO WS-CW-OPEN-DATE.
           MOVE WS-RUN-DATE TO WS-CW-LAST-HIT.
           MOVE 1 TO WS-CW-HIT-CNT.
           MOVE 0 TO WS-CW-AGE.
           MOVE 0 TO WS-CW-CLOSED-AGE.
           MOVE WS-SL-AMT (WS-PAT-IX) TO WS-CW-AMOUNT.
           MOVE "NEW" TO WS-CASE-FLAG.
           ADD 1 TO WS-NEW-CNT.
           ADD 1 TO WS-NEW-PAT-CNT (WS-PAT-IX).
           ADD 1 TO WS-OPEN-CNT.

      *    Calendar days from WS-AGE-FROM to the business date,
      *    held at 999. A date that is not a real date leaves the
      *    age the case already carries.
       DAYS-SINCE-DATE.
           MOVE 'N' TO WS-AGE-VALID.
           IF WS-AGE-FROM IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-AGE-FROM-NUM) = 0
                 MOVE 'Y' TO WS-AGE-VALID
                 COMPUTE WS-AGE-DIFF =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                    - FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-NUM)
                 IF WS-AGE-DIFF < 0
                    MOVE 0 TO WS-AGE-DIFF
                 END-IF
                 IF WS-AGE-DIFF > 999
                    MOVE 999 TO WS-AGE-DIFF
                 END-IF
                 MOVE WS-AGE-DIFF TO WS-AGE-DAYS
              END-IF
           END-IF.

      *    Serial search of the disposition table for the account and
      *    pattern being settled. Only a card that finds a case is
      *    flagged used.
       FIND-DISPOSITION.
           MOVE 'N' TO WS-DISP-FOUND.
           IF WS-DISP-CNT > 0
              SET DISP-IX TO 1
              SEARCH WS-DISP-ENTRY
                 AT END CONTINUE
                 WHEN DISP-IX > WS-DISP-CNT
                    CONTINUE
                 WHEN WS-DT-ACCTNUM (DISP-IX) = WS-LOW-KEY
                    AND WS-DT-PATTERN (DISP-IX)
                       = WS-PATTERN-CODE (WS-PAT-IX)
                    IF WS-SL-HAS-CASE (WS-PAT-IX) = 'Y'
                       MOVE 'Y' TO WS-DISP-FOUND
                       MOVE WS-DT-ACTION (DISP-IX)
                          TO WS-DISP-FOUND-ACTION
                       MOVE WS-DT-ANALYST (DISP-IX)
                          TO WS-DISP-FOUND-ANALYST
                       MOVE 'Y' TO WS-DT-USED (DISP-IX)
                    END-IF
              END-SEARCH
           END-IF.

      *    A card that matched no case usually means a mistyped
      *    account or pattern - reported by name so the analyst can
      *    re-key it, the same as EXCREPR's unused corrections.
       REPORT-UNUSED-DISPOSITIONS.
           IF WS-DISP-CNT > 0
              PERFORM VARYING DISP-IX FROM 1 BY 1
                 UNTIL DISP-IX > WS-DISP-CNT
                 IF WS-DT-USED (DISP-IX) = 'N'
                    DISPLAY "AMLSCRN: DISPOSITION FOR ACCOUNT "
                       WS-DT-ACCTNUM (DISP-IX) " PATTERN "
                       WS-DT-PATTERN (DISP-IX) " MATCHED NO CASE"
                    ADD 1 TO WS-UNUSED-CARD-CNT
                 END-IF
              END-PERFORM
           END-IF.

       READ-HIST-SIDE.
           READ BALHIST-IN
              AT END MOVE HIGH-VALUES TO WS-HIST-KEY
              NOT AT END MOVE BHI-ACCTNUM TO WS-HIST-KEY
           END-READ.

       READ-DORM-SIDE.
           READ DORM-SORTED
              AT END MOVE HIGH-VALUES TO WS-DORM-KEY
              NOT AT END MOVE DS-ACCTNUM TO WS-DORM-KEY
           END-READ.

       READ-CASE-SIDE.
           READ CASE-SORTED
              AT END MOVE HIGH-VALUES TO WS-CASE-KEY
              NOT AT END MOVE CSS-ACCTNUM TO WS-CASE-KEY
           END-READ.

       WRITE-REPORT-HEADINGS.
           MOVE "AMLRPT" TO WS-IO-NAME.
           OPEN OUTPUT AML-REPORT.
           PERFORM CHECK-IO-STATUS.
           MOVE WS-RUN-DATE(1:4) TO WS-HEAD-YYYY.
           MOVE WS-RUN-DATE(5:2) TO WS-HEAD-MM.
           MOVE WS-RUN-DATE(7:2) TO WS-HEAD-DD.
           MOVE WS-HEAD-LINE TO AML-RPT-RECORD.
           WRITE AML-RPT-RECORD.
           MOVE WS-INFLOW-AMT TO WS-TL-INFLOW.
           MOVE WS-DRAIN-PCT TO WS-TL-DRAIN-PCT.
           MOVE WS-DRAIN-DAYS TO WS-TL-DRAIN-DAYS.
           MOVE WS-THRESH-LINE-1 TO AML-RPT-RECORD.
           WRITE AML-RPT-RECORD.
           MOVE WS-CTR-AMT TO WS-TL-CTR.
           MOVE WS-NEAR-PCT TO WS-TL-NEAR-PCT.
           MOVE WS-SWING-CNT TO WS-TL-SWINGS.
           MOVE WS-THRESH-LINE-2 TO AML-RPT-RECORD.
           WRITE AML-RPT-RECORD.
           MOVE WS-DORM-DAYS TO WS-TL-DORM-DAYS.
           MOVE WS-DORM-MOVE TO WS-TL-DORM-MOVE.
           MOVE WS-THRESH-LINE-3 TO AML-RPT-RECORD.
           WRITE AML-RPT-RECORD.
           MOVE SPACES TO AML-RPT-RECORD.
           WRITE AML-RPT-RECORD.
           MOVE WS-COL-LINE TO AML-RPT-RECORD.
           WRITE AML-RPT-RECORD.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CW-ACCTNUM TO WS-DET-ACCTNUM.
           MOVE WS-CW-PATTERN TO WS-DET-PATTERN.
           IF WS-CW-STATUS = 'C'
              MOVE "CLOSED" TO WS-DET-STATUS
           ELSE
              IF WS-CW-STATUS = 'E'
                 MOVE "ESCAL" TO WS-DET-STATUS
              ELSE
                 MOVE "OPEN" TO WS-DET-STATUS
              END-IF
           END-IF.
           MOVE WS-CASE-FLAG TO WS-DET-FLAG.
           MOVE WS-CW-OPEN-DATE TO WS-DET-OPEN-DATE.
           MOVE WS-CW-AGE TO WS-DET-AGE.
           MOVE WS-CW-HIT-CNT TO WS-DET-HITS.
           MOVE WS-CW-AMOUNT TO WS-DET-AMOUNT.
           MOVE WS-CW-ANALYST TO WS-DET-ANALYST.
           MOVE WS-DETAIL-LINE TO AML-RPT-RECORD.
           WRITE AML-RPT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO AML-RPT-RECORD.
           WRITE AML-RPT-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "ACCOUNTS SCREENED" TO WS-TOT-LABEL.
           MOVE WS-SCREEN-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "HISTORY RECORDS NOT SCREENABLE" TO WS-TOT-LABEL.
           MOVE WS-BAD-HIST-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "NEW ALERTS - INFLOW THEN DRAIN" TO WS-TOT-LABEL.
           MOVE WS-NEW-PAT-CNT (1) TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "NEW ALERTS - SWINGS UNDER THRESHOLD" TO WS-TOT-LABEL.
           MOVE WS-NEW-PAT-CNT (2) TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "NEW ALERTS - DORMANT ACCOUNT MOVED" TO WS-TOT-LABEL.
           MOVE WS-NEW-PAT-CNT (3) TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CASES OPEN" TO WS-TOT-LABEL.
           MOVE WS-OPEN-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CASES ESCALATED" TO WS-TOT-LABEL.
           MOVE WS-ESC-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CLOSED TODAY BY DISPOSITION" TO WS-TOT-LABEL.
           MOVE WS-CLOSED-TODAY-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "ESCALATED TODAY BY DISPOSITION" TO WS-TOT-LABEL.
           MOVE WS-ESC-TODAY-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "REPEATS SUPPRESSED BY A CLOSED CASE" TO WS-TOT-LABEL.
           MOVE WS-SUPPRESS-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CLOSED CASES EXPIRED" TO WS-TOT-LABEL.
           MOVE WS-EXPIRED-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "DISPOSITION CARDS DROPPED" TO WS-TOT-LABEL.
           MOVE WS-BAD-CARD-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "DISPOSITION CARDS MATCHING NO CASE" TO WS-TOT-LABEL.
           MOVE WS-UNUSED-CARD-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           CLOSE AML-REPORT.

       WRITE-TOTAL-CNT.
           MOVE WS-CNT-ED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO AML-RPT-RECORD.
           WRITE AML-RPT-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.

      *    A case file that ran out of space must not become
      *    tomorrow's input looking complete - open cases would be
      *    silently dropped.
       CHECK-IO-STATUS.
           IF WS-IO-STATUS NOT = '00'
              DISPLAY "AMLSCRN: I/O ERROR ON " WS-IO-NAME
                 ", FILE STATUS " WS-IO-STATUS " - RUN STOPPED"
              MOVE 12 TO RETURN-CODE
              MOVE SPACES TO WS-AUD-COUNTS
              STRING "IO ERROR " WS-IO-NAME DELIMITED BY SIZE
                 INTO WS-AUD-COUNTS
              END-STRING
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.

      *    Processing date from the business-date control record,
      *    never the system clock. A closed date is refused - its
      *    outputs are final and downstream has already used them.
      *    Called first thing, so the refusal logs its own start.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BDC-STATUS NOT = '00'
              DISPLAY "AMLSCRN: CANNOT OPEN BUSINESS-DATE CONTROL, "
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
                 DISPLAY "AMLSCRN: BUSINESS-DATE CONTROL RECORD IS "
                    "MISSING OR DAMAGED - RUN STOPPED"
                 MOVE "BUSDATE RECORD INVALID" TO WS-BDC-ERROR
                 MOVE 12 TO WS-BDC-CC
              ELSE
                 IF BDC-STATUS NOT = 'O'
                    DISPLAY "AMLSCRN: BUSINESS DATE " BDC-BUS-DATE
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
