      *-------------------------
      * IDENTIFICATION DIVISION.
      *-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INSEXPO.
       AUTHOR.        DIV.

      *------------------------
      * ENVIRONMENT DIVISION.
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REL-BAL ASSIGN TO RELBAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELBAL-STATUS.
           SELECT BRCH-REF ASSIGN TO BRCHREF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRCH-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
      *    OPTIONAL - on the first run there is no history yet, and
      *    the EXTEND open creates it.
           SELECT OPTIONAL INS-TREND ASSIGN TO INSTREND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TREND-STATUS.
           SELECT INS-REPORT ASSIGN TO INSRPT
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

      *    Relationship-balance extract as ADDONE writes it - every
      *    account in grouping-key order (CUSTID, or the account
      *    number for an account with no CUSTID), each carrying its
      *    customer's combined deposits, so the whole relationship is
      *    known from its first record.
       FD  REL-BAL RECORD CONTAINS 110 CHARACTERS RECORDING MODE F.
       01  RB-RECORD.
           05 RB-CUSTKEY PIC X(10).
           05 RB-CUST-DEP PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 RB-CUST-BAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 RB-ACCT-CNT PIC 9(3).
           05 RB-ACCTNUM PIC X(10).
           05 RB-BAL-NUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 RB-FIRSTN PIC X(11).
           05 RB-LASTN PIC X(22).
           05 RB-BRANCH PIC X(4).
           05 RB-CUSTID PIC X(8).
           05 FILLER PIC X(2).

      *    Branch reference master, same cards ADDONE validates
      *    against - code, name, region.
       FD  BRCH-REF RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  BRCH-REF-CARD.
           05 BRF-CODE PIC X(4).
           05 BRF-NAME PIC X(20).
           05 BRF-REGION PIC X(3).
           05 FILLER PIC X(53).

      *    Parameter card - the insured limit per customer in whole
      *    dollars, zero-filled in columns 1-9. Missing, zero or
      *    non-numeric falls back to the compiled-in standard limit.
       FD  PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-RECORD.
           05 PARM-INS-LIMIT PIC X(9).
           05 FILLER PIC X(71).

      *    Day-over-day trend of uninsured deposits - one dated record
      *    appended per business date, never rewritten, so treasury
      *    can chart the exposure and this run can print the change
      *    from the last business day's figure.
       FD  INS-TREND RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  TR-RECORD.
           05 TR-RUN-DATE PIC X(8).
           05 TR-INS-LIMIT PIC 9(9).
           05 TR-CUST-CNT PIC 9(9).
           05 TR-ACCT-CNT PIC 9(9).
           05 TR-EXPOSED-DEP PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 TR-UNINSURED PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(17).

       FD  INS-REPORT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  INS-RPT-RECORD PIC X(80).

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
           05 WS-AUD-PROGRAM PIC X(8) VALUE "INSEXPO".
           05 WS-AUD-INPUT-ID PIC X(20).
           05 WS-AUD-COUNTS PIC X(30).
           05 WS-AUD-CC PIC 9(2).
       01  WS-AUD-PTR PIC 9(2) VALUE 1.
       01  WS-BDC-STATUS PIC X(2).
       01  WS-BDC-ERROR PIC X(30) VALUE SPACES.
       01  WS-BDC-CC PIC 9(2) VALUE 0.

       01  WS-RELBAL-STATUS PIC X(2).
       01  WS-BRCH-STATUS PIC X(2).
       01  WS-PARM-STATUS PIC X(2).
       01  WS-TREND-STATUS PIC X(2).
       01  WS-IO-STATUS PIC X(2).
       01  WS-IO-NAME PIC X(8).
       01  WS-RELBAL-EOF PIC X(1) VALUE 'N'.
       01  WS-REF-EOF PIC X(1) VALUE 'N'.
       01  WS-TREND-EOF PIC X(1) VALUE 'N'.
       01  WS-RUN-DATE PIC X(8).

      *    Standard maximum deposit insurance amount per depositor -
      *    used when the card is absent or unusable.
       01  WS-INS-LIMIT PIC 9(9) VALUE 250000.

      *    The relationship being read and whether it is over the
      *    limit - decided on its first record, since every record
      *    carries the combined figure.
       01  WS-CUR-CUSTKEY PIC X(10) VALUE LOW-VALUES.
       01  WS-CUR-OVER PIC X(1) VALUE 'N'.
       01  WS-CUST-EXCESS PIC S9(11)V99 VALUE 0.

      *    Run totals - what the report's closing block prints and
      *    the trend record carries.
       01  WS-ACCT-READ-CNT PIC 9(9) VALUE 0.
       01  WS-CUST-READ-CNT PIC 9(9) VALUE 0.
       01  WS-OVER-CUST-CNT PIC 9(9) VALUE 0.
       01  WS-OVER-ACCT-CNT PIC 9(9) VALUE 0.
       01  WS-EXPOSED-DEP PIC S9(11)V99 VALUE 0.
       01  WS-UNINSURED-TOT PIC S9(11)V99 VALUE 0.
       01  WS-UNINS-CHANGE PIC S9(11)V99 VALUE 0.

      *    Last trend record from before today - yesterday's figure on
      *    a normal run. A same-day rerun skips the record its earlier
      *    attempt appended, so the change is still against the prior
      *    business day.
       01  WS-PRIOR-FOUND PIC X(1) VALUE 'N'.
       01  WS-PRIOR-DATE PIC X(8) VALUE SPACES.
       01  WS-PRIOR-UNINSURED PIC S9(11)V99 VALUE 0.
      *    'Y' when the history already holds a record for today - a
      *    same-day rerun, whose figure is not appended a second time.
       01  WS-TREND-TODAY PIC X(1) VALUE 'N'.

      *    Branch reference table - same sizing and lookup as ADDONE.
       01  WS-REF-MAX PIC 9(3) VALUE 300.
       01  WS-REF-CNT PIC 9(3) VALUE 0.
       01  WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 300 TIMES INDEXED BY REF-IX.
              10 WS-REF-CODE PIC X(4).
              10 WS-REF-NAME PIC X(20).
              10 WS-REF-REGION PIC X(3).
       01  WS-REF-LOOKUP PIC X(4).
       01  WS-REF-FOUND PIC X(1).
       01  WS-REF-FOUND-NAME PIC X(20).
       01  WS-REF-FOUND-REGION PIC X(3).

       01  WS-CNT-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMT-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-NET-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-LIMIT-ED PIC ZZZ,ZZZ,ZZ9.

       01  WS-HEAD-LINE.
           05 FILLER PIC X(38)
              VALUE "DEPOSIT INSURANCE EXPOSURE - RUN DATE ".
           05 WS-HEAD-YYYY PIC X(4).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-MM PIC X(2).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-DD PIC X(2).
           05 FILLER PIC X(32) VALUE SPACES.

       01  WS-LIMIT-LINE.
           05 FILLER PIC X(38)
              VALUE "INSURED LIMIT PER CUSTOMER".
           05 WS-LIM-VALUE PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(31) VALUE SPACES.

       01  WS-COL-LINE-1.
           05 FILLER PIC X(28) VALUE "CUSTOMER          ACCOUNTS".
           05 FILLER PIC X(22) VALUE "  COMBINED DEPOSITS".
           05 FILLER PIC X(25) VALUE "      UNINSURED EXCESS".
           05 FILLER PIC X(5) VALUE SPACES.
       01  WS-COL-LINE-2.
           05 FILLER PIC X(30) VALUE "  ACCOUNT    LAST NAME".
           05 FILLER PIC X(30) VALUE "BRCH BRANCH NAME          REG".
           05 FILLER PIC X(20) VALUE "         BALANCE".

      *    One line per over-limit customer, then its accounts.
       01  WS-CUST-LINE.
           05 FILLER PIC X(5) VALUE "CUST ".
           05 WS-CL-CUSTKEY PIC X(10).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-CL-ACCT-CNT PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-CL-DEPOSITS PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-CL-EXCESS PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(12) VALUE SPACES.

       01  WS-ACCT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-AL-ACCTNUM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-LASTN PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-BRANCH PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-BR-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-REGION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-BAL PIC ZZZ,ZZZ,ZZ9.99-.
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
      *    Deposit-insurance exposure over the relationship balances
      *    the day's tiering run worked out. A customer whose combined
      *    deposits exceed the insured limit is listed with every one
      *    of their accounts, the branch and region each is held at,
      *    and the uninsured excess; the day's uninsured total is
      *    appended to the trend history and compared with the last
      *    business day's.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE.
           MOVE BDC-BUS-DATE TO WS-RUN-DATE.
           MOVE SPACES TO WS-AUD-INPUT-ID.
           STRING "RELBAL " WS-RUN-DATE
              DELIMITED BY SIZE
              INTO WS-AUD-INPUT-ID
           END-STRING.
           PERFORM WRITE-AUDIT-START.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-BRANCH-REF.
           PERFORM READ-PRIOR-TREND.
           PERFORM OPEN-REPORT.
           PERFORM SCAN-RELATIONSHIPS.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM APPEND-TREND-RECORD.
           IF WS-ACCT-READ-CNT = 0
              DISPLAY "INSEXPO: RELBAL IS EMPTY - NOTHING TO MEASURE, "
                 "ENDING WITH CC 4"
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-CUST-READ-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-AUD-COUNTS.
           STRING "CUST " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           MOVE WS-OVER-CUST-CNT TO WS-CNT-ED.
           STRING " OVER " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           IF WS-TREND-TODAY = 'Y'
              STRING " TREND KEPT"
                 DELIMITED BY SIZE
                 INTO WS-AUD-COUNTS
                 WITH POINTER WS-AUD-PTR
              END-STRING
           END-IF.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.

      *    Insured limit from the card if supplied and usable.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-INS-LIMIT IS NUMERIC
                       AND PARM-INS-LIMIT NOT = ZEROES
                       MOVE PARM-INS-LIMIT TO WS-INS-LIMIT
                    ELSE
                       DISPLAY "INSEXPO: PARMCARD LIMIT '"
                          PARM-INS-LIMIT "' INVALID - USING "
                          "COMPILED-IN DEFAULT"
                    END-IF
              END-READ
           END-IF.
           CLOSE PARM-FILE.

      *    Branch reference into the lookup table. Without it no
      *    account can be placed in a region, so a missing or empty
      *    BRCHREF stops the run as it does ADDONE.
       LOAD-BRANCH-REF.
           OPEN INPUT BRCH-REF.
           IF WS-BRCH-STATUS NOT = '00'
              DISPLAY "INSEXPO: CANNOT OPEN BRANCH REFERENCE, FILE "
                 "STATUS " WS-BRCH-STATUS
              MOVE 12 TO RETURN-CODE
              MOVE "OPEN FAIL BRCHREF" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-REF-EOF = 'Y'
              READ BRCH-REF
                 AT END MOVE 'Y' TO WS-REF-EOF
                 NOT AT END PERFORM STORE-ONE-REF
              END-READ
           END-PERFORM.
           CLOSE BRCH-REF.
           IF WS-REF-CNT = 0
              DISPLAY "INSEXPO: BRANCH REFERENCE IS EMPTY - RUN "
                 "STOPPED"
              MOVE 12 TO RETURN-CODE
              MOVE "BRCHREF EMPTY" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.

       STORE-ONE-REF.
           IF WS-REF-CNT >= WS-REF-MAX
              DISPLAY "INSEXPO: MORE THAN " WS-REF-MAX " BRANCH "
                 "REFERENCE CARDS - RAISE THE TABLE AND RERUN"
              MOVE 12 TO RETURN-CODE
              MOVE "BRCHREF OVERFLOW" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-REF-CNT.
           SET REF-IX TO WS-REF-CNT.
           MOVE BRF-CODE TO WS-REF-CODE (REF-IX).
           MOVE BRF-NAME TO WS-REF-NAME (REF-IX).
           MOVE BRF-REGION TO WS-REF-REGION (REF-IX).

       FIND-REF-BRANCH.
           MOVE 'N' TO WS-REF-FOUND.
           MOVE SPACES TO WS-REF-FOUND-NAME.
           MOVE SPACES TO WS-REF-FOUND-REGION.
           SET REF-IX TO 1.
           SEARCH WS-REF-ENTRY
              AT END CONTINUE
              WHEN REF-IX > WS-REF-CNT
                 CONTINUE
              WHEN WS-REF-CODE (REF-IX) = WS-REF-LOOKUP
                 MOVE 'Y' TO WS-REF-FOUND
                 MOVE WS-REF-NAME (REF-IX) TO WS-REF-FOUND-NAME
                 MOVE WS-REF-REGION (REF-IX) TO WS-REF-FOUND-REGION
           END-SEARCH.

      *    The trend history is short - one record a day - so it is
      *    simply read through for the last record dated before today.
       READ-PRIOR-TREND.
           OPEN INPUT INS-TREND.
           IF WS-TREND-STATUS = '00'
              PERFORM UNTIL WS-TREND-EOF = 'Y'
                 READ INS-TREND
                    AT END MOVE 'Y' TO WS-TREND-EOF
                    NOT AT END
                       IF TR-RUN-DATE < WS-RUN-DATE
                          MOVE 'Y' TO WS-PRIOR-FOUND
                          MOVE TR-RUN-DATE TO WS-PRIOR-DATE
                          MOVE TR-UNINSURED TO WS-PRIOR-UNINSURED
                       END-IF
                       IF TR-RUN-DATE = WS-RUN-DATE
                          MOVE 'Y' TO WS-TREND-TODAY
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE INS-TREND.

       OPEN-REPORT.
           MOVE "INSRPT" TO WS-IO-NAME.
           OPEN OUTPUT INS-REPORT.
           PERFORM CHECK-IO-STATUS.
           MOVE WS-RUN-DATE(1:4) TO WS-HEAD-YYYY.
           MOVE WS-RUN-DATE(5:2) TO WS-HEAD-MM.
           MOVE WS-RUN-DATE(7:2) TO WS-HEAD-DD.
           MOVE WS-HEAD-LINE TO INS-RPT-RECORD.
           WRITE INS-RPT-RECORD.
           MOVE WS-INS-LIMIT TO WS-LIM-VALUE.
           MOVE WS-LIMIT-LINE TO INS-RPT-RECORD.
           WRITE INS-RPT-RECORD.
           MOVE SPACES TO INS-RPT-RECORD.
           WRITE INS-RPT-RECORD.
           MOVE WS-COL-LINE-1 TO INS-RPT-RECORD.
           WRITE INS-RPT-RECORD.
           MOVE WS-COL-LINE-2 TO INS-RPT-RECORD.
           WRITE INS-RPT-RECORD.

      *    One pass of the extract. The first record of each customer
      *    decides whether the relationship is over the limit; the
      *    rest of its accounts follow it onto the report if so.
       SCAN-RELATIONSHIPS.
           OPEN INPUT REL-BAL.
           IF WS-RELBAL-STATUS NOT = '00'
              DISPLAY "INSEXPO: CANNOT OPEN RELBAL, FILE STATUS "
                 WS-RELBAL-STATUS
              MOVE 12 TO RETURN-CODE
              MOVE "OPEN FAIL RELBAL" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-RELBAL-EOF = 'Y'
              READ REL-BAL
                 AT END MOVE 'Y' TO WS-RELBAL-EOF
                 NOT AT END PERFORM MEASURE-ONE-ACCOUNT
              END-READ
           END-PERFORM.
           CLOSE REL-BAL.

       MEASURE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-READ-CNT.
           IF RB-CUSTKEY NOT = WS-CUR-CUSTKEY
              MOVE RB-CUSTKEY TO WS-CUR-CUSTKEY
              ADD 1 TO WS-CUST-READ-CNT
              MOVE 'N' TO WS-CUR-OVER
              IF RB-CUST-DEP > WS-INS-LIMIT
                 MOVE 'Y' TO WS-CUR-OVER
                 PERFORM WRITE-CUSTOMER-LINE
              END-IF
           END-IF.
           IF WS-CUR-OVER = 'Y'
              ADD 1 TO WS-OVER-ACCT-CNT
              PERFORM WRITE-ACCOUNT-LINE
           END-IF.

       WRITE-CUSTOMER-LINE.
           COMPUTE WS-CUST-EXCESS = RB-CUST-DEP - WS-INS-LIMIT.
           ADD 1 TO WS-OVER-CUST-CNT.
           ADD RB-CUST-DEP TO WS-EXPOSED-DEP.
           ADD WS-CUST-EXCESS TO WS-UNINSURED-TOT.
           MOVE SPACES TO INS-RPT-RECORD.
           WRITE INS-RPT-RECORD.
           MOVE RB-CUSTKEY TO WS-CL-CUSTKEY.
           MOVE RB-ACCT-CNT TO WS-CL-ACCT-CNT.
           MOVE RB-CUST-DEP TO WS-CL-DEPOSITS.
           MOVE WS-CUST-EXCESS TO WS-CL-EXCESS.
           MOVE WS-CUST-LINE TO INS-RPT-RECORD.
           WRITE INS-RPT-RECORD.

      *    Branch and region from the reference master. ADDONE has
      *    already rejected any code not on it, so a miss here means
      *    the reference changed between the two runs - flagged on
      *    the line rather than dropped.
       WRITE-ACCOUNT-LINE.
           MOVE RB-BRANCH TO WS-REF-LOOKUP.
           PERFORM FIND-REF-BRANCH.
           IF WS-REF-FOUND = 'N'
              MOVE "(NOT ON BRCHREF)" TO WS-REF-FOUND-NAME
              MOVE "???" TO WS-REF-FOUND-REGION
           END-IF.
           MOVE RB-ACCTNUM TO WS-AL-ACCTNUM.
           MOVE RB-LASTN TO WS-AL-LASTN.
           MOVE RB-BRANCH TO WS-AL-BRANCH.
           MOVE WS-REF-FOUND-NAME TO WS-AL-BR-NAME.
           MOVE WS-REF-FOUND-REGION TO WS-AL-REGION.
           MOVE RB-BAL-NUM TO WS-AL-BAL.
           MOVE WS-ACCT-LINE TO INS-RPT-RECORD.
           WRITE INS-RPT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO INS-RPT-RECORD.
           WRITE INS-RPT-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "CUSTOMERS MEASURED" TO WS-TOT-LABEL.
           MOVE WS-CUST-READ-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "ACCOUNTS MEASURED" TO WS-TOT-LABEL.
           MOVE WS-ACCT-READ-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CUSTOMERS OVER THE INSURED LIMIT" TO WS-TOT-LABEL.
           MOVE WS-OVER-CUST-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "ACCOUNTS OF THOSE CUSTOMERS" TO WS-TOT-LABEL.
           MOVE WS-OVER-ACCT-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "DEPOSITS OF THOSE CUSTOMERS" TO WS-TOT-LABEL.
           MOVE WS-EXPOSED-DEP TO WS-AMT-ED.
           PERFORM WRITE-TOTAL-AMT.
           MOVE "TOTAL UNINSURED DEPOSITS" TO WS-TOT-LABEL.
           MOVE WS-UNINSURED-TOT TO WS-AMT-ED.
           PERFORM WRITE-TOTAL-AMT.
           IF WS-PRIOR-FOUND = 'Y'
              STRING "UNINSURED DEPOSITS AT " WS-PRIOR-DATE
                 DELIMITED BY SIZE
                 INTO WS-TOT-LABEL
              END-STRING
              MOVE WS-PRIOR-UNINSURED TO WS-AMT-ED
              PERFORM WRITE-TOTAL-AMT
              COMPUTE WS-UNINS-CHANGE =
                 WS-UNINSURED-TOT - WS-PRIOR-UNINSURED
              MOVE "CHANGE FROM PRIOR DAY" TO WS-TOT-LABEL
              MOVE WS-UNINS-CHANGE TO WS-NET-ED
              MOVE WS-NET-ED TO WS-TOT-VALUE
              MOVE WS-TOTAL-LINE TO INS-RPT-RECORD
              WRITE INS-RPT-RECORD
           ELSE
              MOVE "CHANGE FROM PRIOR DAY" TO WS-TOT-LABEL
              MOVE "NO PRIOR TREND RECORD" TO WS-TOT-VALUE
              MOVE WS-TOTAL-LINE TO INS-RPT-RECORD
              WRITE INS-RPT-RECORD
           END-IF.
           CLOSE INS-REPORT.

       WRITE-TOTAL-CNT.
           MOVE WS-CNT-ED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INS-RPT-RECORD.
           WRITE INS-RPT-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.

       WRITE-TOTAL-AMT.
           MOVE WS-AMT-ED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INS-RPT-RECORD.
           WRITE INS-RPT-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.

      *    Today's figure onto the end of the trend history - once per
      *    business date. The history is never rewritten, so on a
      *    same-day rerun the figure already recorded stands and this
      *    run's is left off, with a note on SYSOUT.
       APPEND-TREND-RECORD.
           IF WS-TREND-TODAY = 'Y'
              DISPLAY "INSEXPO: INSTREND ALREADY HOLDS A RECORD FOR "
                 WS-RUN-DATE " - TREND POINT NOT APPENDED AGAIN"
           ELSE
              MOVE "INSTREND" TO WS-IO-NAME
              OPEN EXTEND INS-TREND
              MOVE WS-TREND-STATUS TO WS-IO-STATUS
              PERFORM CHECK-IO-STATUS
              MOVE SPACES TO TR-RECORD
              MOVE WS-RUN-DATE TO TR-RUN-DATE
              MOVE WS-INS-LIMIT TO TR-INS-LIMIT
              MOVE WS-OVER-CUST-CNT TO TR-CUST-CNT
              MOVE WS-OVER-ACCT-CNT TO TR-ACCT-CNT
              MOVE WS-EXPOSED-DEP TO TR-EXPOSED-DEP
              MOVE WS-UNINSURED-TOT TO TR-UNINSURED
              WRITE TR-RECORD
              MOVE WS-TREND-STATUS TO WS-IO-STATUS
              PERFORM CHECK-IO-STATUS
              CLOSE INS-TREND
           END-IF.

       CHECK-IO-STATUS.
           IF WS-IO-STATUS NOT = '00' AND WS-IO-STATUS NOT = '05'
              DISPLAY "INSEXPO: I/O ERROR ON " WS-IO-NAME
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
              DISPLAY "INSEXPO: CANNOT OPEN BUSINESS-DATE CONTROL, "
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
                 DISPLAY "INSEXPO: BUSINESS-DATE CONTROL RECORD IS "
                    "MISSING OR DAMAGED - RUN STOPPED"
                 MOVE "BUSDATE RECORD INVALID" TO WS-BDC-ERROR
                 MOVE 12 TO WS-BDC-CC
              ELSE
                 IF BDC-STATUS NOT = 'O'
                    DISPLAY "INSEXPO: BUSINESS DATE " BDC-BUS-DATE
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
