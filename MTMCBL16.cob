      *-------------------------
      * IDENTIFICATION DIVISION.
      *-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODSWEEP.
       AUTHOR.        DIV.

      *------------------------
      * ENVIRONMENT DIVISION.
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVR-ACCTS ASSIGN TO OVRACCTS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVR-STATUS.
           SELECT REL-BAL ASSIGN TO RELBAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELBAL-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT SWEEP-SORT ASSIGN TO "SRTWORK".
           SELECT XFER-FILE ASSIGN TO SWEEPXFR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT NOCOVER-RPT ASSIGN TO SWEEPNC
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

      *    Overdrawn-accounts list from the day's ADDONE run, most
      *    negative first, in the tier-output layout.
       FD  OVR-ACCTS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  OVR-CUSTOMERS.
           05 OVR-ACCTNUM PIC X(10).
           05 OVR-FIRSTN PIC X(11).
           05 FILLER PIC X(3).
           05 OVR-LASTN PIC X(22).
           05 OVR-BRANCH PIC X(4).
           05 OVR-CUSTID PIC X(8).
           05 FILLER PIC X(7).
           05 OVR-BAL PIC X(15).

      *    Relationship-balance extract from the same run - every
      *    account in grouping-key order, so a customer's accounts
      *    are adjacent and in CUSTID order.
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

      *    Parameter card - the balance a covering account must keep
      *    after the sweep, dollars and cents zero-filled in columns
      *    1-9 (implied decimal - 000050000 is $500.00), so a sweep
      *    never empties the account it draws on. Missing or
      *    non-numeric means the whole balance may be drawn.
       FD  PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-RECORD.
           05 PARM-MIN-LEAVE PIC 9(7)V99.
           05 FILLER PIC X(71).

      *    The overdrafts again, in CUSTID order so they walk down
      *    the relationship extract in step with it - most negative
      *    first within a customer, so the worst one is cured first
      *    when the cover will not stretch to all of them.
       SD  SWEEP-SORT.
       01  SWS-RECORD.
           05 SWS-CUSTID PIC X(8).
           05 SWS-BAL-NUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 SWS-ACCTNUM PIC X(10).
           05 SWS-FIRSTN PIC X(11).
           05 SWS-LASTN PIC X(22).
           05 SWS-BRANCH PIC X(4).

      *    Proposed transfer file for the core system to post - a
      *    header record, one record per transfer, and a trailer with
      *    the count and amount so the load can prove it took them
      *    all. Record layouts are in WORKING-STORAGE.
       FD  XFER-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  XFER-RECORD PIC X(80).

      *    Overdrafts the sweep could not cure, for collections to
      *    work the usual way, and the sweep's run totals.
       FD  NOCOVER-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  NOCOVER-RECORD PIC X(80).

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
           05 WS-AUD-PROGRAM PIC X(8) VALUE "ODSWEEP".
           05 WS-AUD-INPUT-ID PIC X(20).
           05 WS-AUD-COUNTS PIC X(30).
           05 WS-AUD-CC PIC 9(2).
       01  WS-AUD-PTR PIC 9(2) VALUE 1.
       01  WS-BDC-STATUS PIC X(2).
       01  WS-BDC-ERROR PIC X(30) VALUE SPACES.
       01  WS-BDC-CC PIC 9(2) VALUE 0.
      *    Tier-file control-record check (see ADDONE's
      *    WRITE-TIER-HEADERS) - each tier file opens with a header
      *    naming the file, business date and run, and closes with a
      *    trailer carrying the detail count and balance hash. The
      *    file is read and proved end to end before any of it is
      *    used. The record is read into this area so one set of
      *    paragraphs checks every file.
       01  WS-TFV-REC.
           05 WS-TFV-ACCTNUM PIC X(10).
           05 FILLER PIC X(55).
           05 WS-TFV-BAL PIC X(15).
       01  WS-TFV-HDR REDEFINES WS-TFV-REC.
           05 WS-TFV-H-TAG PIC X(10).
           05 WS-TFV-H-FILE-ID PIC X(8).
           05 WS-TFV-H-RUN PIC X(29).
           05 FILLER PIC X(33).
       01  WS-TFV-TRL REDEFINES WS-TFV-REC.
           05 WS-TFV-T-TAG PIC X(10).
           05 WS-TFV-T-FILE-ID PIC X(8).
           05 WS-TFV-T-REC-CNT PIC 9(9).
           05 WS-TFV-T-BAL-HASH PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(37).
      *    The file ID the header must carry, and the DD name the
      *    messages call the file by.
       01  WS-TFV-FILE-ID PIC X(8).
       01  WS-TFV-LABEL PIC X(8).
       01  WS-TFV-EOF PIC X(1) VALUE 'N'.
      *    'H' waiting for the header, 'D' in the detail, 'T' trailer
      *    read - a record after the trailer is as wrong as none.
       01  WS-TFV-STATE PIC X(1) VALUE 'H'.
       01  WS-TFV-CNT PIC 9(9) VALUE 0.
       01  WS-TFV-HASH PIC S9(13)V99 VALUE 0.
       01  WS-TFV-ERROR PIC X(20) VALUE SPACES.
      *    The run the header names - business date, run sequence
      *    and the time ADDONE wrote it.
       01  WS-TFV-RUN.
           05 WS-TFV-RUN-DATE PIC X(8).
           05 WS-TFV-RUN-SEQ PIC X(7).
           05 WS-TFV-RUN-STAMP PIC X(14).

       01  WS-OVR-STATUS PIC X(2).
       01  WS-RELBAL-STATUS PIC X(2).
       01  WS-PARM-STATUS PIC X(2).
       01  WS-IO-STATUS PIC X(2).
       01  WS-IO-NAME PIC X(8).
       01  WS-OVR-EOF PIC X(1) VALUE 'N'.
       01  WS-SORT-EOF PIC X(1) VALUE 'N'.
       01  WS-RUN-DATE PIC X(8).
       01  WS-MIN-LEAVE PIC 9(7)V99 VALUE 0.

      *    Relationship-extract side of the match - HIGH-VALUES once
      *    the file is exhausted, so every later CUSTID compares low.
       01  WS-RB-KEY PIC X(10) VALUE LOW-VALUES.
       01  WS-MATCH-KEY PIC X(10).
      *    CUSTID whose covering accounts are in the table below.
       01  WS-COVER-CUSTID PIC X(8) VALUE LOW-VALUES.

      *    The customer's accounts in credit and what each can still
      *    give - reduced as transfers are proposed against it, so a
      *    second overdraft of the same customer only sees what the
      *    first left behind. Same ceiling as ADDONE's group buffer.
       01  WS-COVER-MAX PIC 9(3) VALUE 200.
       01  WS-COVER-CNT PIC 9(3) VALUE 0.
       01  WS-COVER-TABLE.
           05 WS-CV-ENTRY OCCURS 200 TIMES.
              10 WS-CV-ACCTNUM PIC X(10).
              10 WS-CV-AVAIL PIC S9(9)V99.
       01  WS-CV-SCAN PIC 9(3).
       01  WS-CV-PICK PIC 9(3).
       01  WS-COVER-TOT PIC S9(11)V99 VALUE 0.

      *    The overdraft being cured.
       01  WS-NEED-AMT PIC S9(9)V99 VALUE 0.
       01  WS-XFER-AMT PIC S9(9)V99 VALUE 0.
       01  WS-NC-REASON PIC X(9).

      *    Transfer file layouts. The header and trailer start with
      *    HDR and TRL where a transfer carries its from-account, so
      *    the core load can tell them apart on sight.
       01  WS-XFER-DETAIL.
           05 WS-XD-FROM-ACCT PIC X(10).
           05 WS-XD-TO-ACCT PIC X(10).
           05 WS-XD-AMOUNT PIC 9(9)V99.
           05 WS-XD-EFF-DATE PIC X(8).
           05 WS-XD-CUSTID PIC X(8).
           05 WS-XD-BRANCH PIC X(4).
           05 WS-XD-DESC PIC X(20).
           05 FILLER PIC X(9) VALUE SPACES.
       01  WS-XFER-HEADER.
           05 FILLER PIC X(3) VALUE "HDR".
           05 WS-XH-SOURCE PIC X(8) VALUE "ODSWEEP".
           05 WS-XH-EFF-DATE PIC X(8).
           05 FILLER PIC X(61) VALUE SPACES.
       01  WS-XFER-TRAILER.
           05 FILLER PIC X(3) VALUE "TRL".
           05 WS-XT-REC-CNT PIC 9(9).
           05 WS-XT-AMT-TOT PIC 9(11)V99.
           05 FILLER PIC X(55) VALUE SPACES.

      *    Run totals.
       01  WS-OVR-READ-CNT PIC 9(9) VALUE 0.
       01  WS-OVR-BAD-CNT PIC 9(9) VALUE 0.
       01  WS-CURED-CNT PIC 9(9) VALUE 0.
       01  WS-CURED-AMT PIC 9(11)V99 VALUE 0.
       01  WS-XFER-CNT PIC 9(9) VALUE 0.
       01  WS-NOCOVER-CNT PIC 9(9) VALUE 0.
       01  WS-NOCOVER-AMT PIC 9(11)V99 VALUE 0.

       01  WS-CNT-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMT-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-HEAD-LINE.
           05 FILLER PIC X(38)
              VALUE "OVERDRAFT SWEEP - NOT CURED - RUN ".
           05 WS-HEAD-YYYY PIC X(4).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-MM PIC X(2).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-DD PIC X(2).
           05 FILLER PIC X(32) VALUE SPACES.

       01  WS-COL-LINE.
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(17) VALUE "LAST NAME".
           05 FILLER PIC X(5) VALUE "BRCH".
           05 FILLER PIC X(9) VALUE "CUSTID".
           05 FILLER PIC X(14) VALUE "     OVERDRAWN".
           05 FILLER PIC X(14) VALUE "     AVAILABLE".
           05 FILLER PIC X(10) VALUE " REASON".

       01  WS-NC-LINE.
           05 WS-NL-ACCTNUM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-NL-LASTN PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-NL-BRANCH PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-NL-CUSTID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-NL-OVERDRAWN PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-NL-AVAIL PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-NL-REASON PIC X(9).

       01  WS-TOTAL-LINE.
           05 WS-TOT-LABEL PIC X(38).
           05 WS-TOT-VALUE PIC X(30).
           05 FILLER PIC X(12) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
      *    Overdraft-protection sweep over the day's tiering output.
      *    Each overdrawn account is matched to the same customer's
      *    accounts in credit; where they can cover it in full, a
      *    transfer to bring it back to zero is proposed from the
      *    best-funded account first. Anything the sweep cannot cure
      *    goes on the not-cured list and on to collections as now.
      *    Nothing is moved here - the core posts the transfer file.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE.
           MOVE BDC-BUS-DATE TO WS-RUN-DATE.
           MOVE SPACES TO WS-AUD-INPUT-ID.
           STRING "OVRACCTS " WS-RUN-DATE
              DELIMITED BY SIZE
              INTO WS-AUD-INPUT-ID
           END-STRING.
           PERFORM WRITE-AUDIT-START.
           PERFORM READ-PARM-CARD.
           PERFORM VERIFY-OVR-ACCTS.
           SORT SWEEP-SORT
               ON ASCENDING KEY SWS-CUSTID
               ON ASCENDING KEY SWS-BAL-NUM
               INPUT PROCEDURE IS LOAD-OVERDRAFTS THRU
                     LOAD-OVERDRAFTS-EXIT
               OUTPUT PROCEDURE IS MATCH-OVERDRAFTS THRU
                      MATCH-OVERDRAFTS-EXIT.
           IF WS-OVR-BAD-CNT > 0
              MOVE WS-OVR-BAD-CNT TO WS-CNT-ED
              DISPLAY "ODSWEEP: " WS-CNT-ED " OVRACCTS RECORDS HAD AN "
                 "UNREADABLE BALANCE - ENDING WITH CC 4"
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-XFER-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-AUD-COUNTS.
           STRING "XFER " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           MOVE WS-NOCOVER-CNT TO WS-CNT-ED.
           STRING " NOCOVER " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.

      *    Amount to leave behind in a covering account.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-MIN-LEAVE IS NUMERIC
                       MOVE PARM-MIN-LEAVE TO WS-MIN-LEAVE
                    ELSE
                       DISPLAY "ODSWEEP: PARMCARD MINIMUM BALANCE '"
                          PARM-MIN-LEAVE "' INVALID - USING "
                          "COMPILED-IN DEFAULT"
                    END-IF
              END-READ
           END-IF.
           CLOSE PARM-FILE.

      *    Input procedure - every overdraft with a readable balance
      *    goes to the sort. A balance ADDONE wrote that will not
      *    convert back is counted and left for collections.
       LOAD-OVERDRAFTS.
           OPEN INPUT OVR-ACCTS.
           PERFORM CHECK-OVR-OPEN.
           PERFORM UNTIL WS-OVR-EOF = 'Y'
              READ OVR-ACCTS
                 AT END MOVE 'Y' TO WS-OVR-EOF
                 NOT AT END PERFORM RELEASE-OVERDRAFT
              END-READ
           END-PERFORM.
           CLOSE OVR-ACCTS.
       LOAD-OVERDRAFTS-EXIT.
           EXIT.

       CHECK-OVR-OPEN.
           IF WS-OVR-STATUS NOT = '00'
              DISPLAY "ODSWEEP: CANNOT OPEN OVRACCTS, FILE STATUS "
                 WS-OVR-STATUS
              MOVE 12 TO RETURN-CODE
              MOVE "OPEN FAIL OVRACCTS" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.

      *    The file's header and trailer were proved before the sort
      *    and are not overdrafts.
       RELEASE-OVERDRAFT.
           IF OVR-ACCTNUM NOT = "HDR" AND OVR-ACCTNUM NOT = "TRL"
              ADD 1 TO WS-OVR-READ-CNT
              IF FUNCTION TEST-NUMVAL-C(OVR-BAL) NOT = 0
                 DISPLAY "ODSWEEP: ACCOUNT " OVR-ACCTNUM " BALANCE '"
                    OVR-BAL "' IS NOT NUMERIC - NOT SWEPT"
                 ADD 1 TO WS-OVR-BAD-CNT
              ELSE
                 MOVE SPACES TO SWS-RECORD
                 MOVE OVR-CUSTID TO SWS-CUSTID
                 COMPUTE SWS-BAL-NUM = FUNCTION NUMVAL-C(OVR-BAL)
                 MOVE OVR-ACCTNUM TO SWS-ACCTNUM
                 MOVE OVR-FIRSTN TO SWS-FIRSTN
                 MOVE OVR-LASTN TO SWS-LASTN
                 MOVE OVR-BRANCH TO SWS-BRANCH
                 RELEASE SWS-RECORD
              END-IF
           END-IF.

      *    Output procedure - the overdrafts come back in CUSTID
      *    order and the relationship extract is walked forward to
      *    each new CUSTID to collect its accounts in credit.
       MATCH-OVERDRAFTS.
           OPEN INPUT REL-BAL.
           IF WS-RELBAL-STATUS NOT = '00'
              DISPLAY "ODSWEEP: CANNOT OPEN RELBAL, FILE STATUS "
                 WS-RELBAL-STATUS
              MOVE 12 TO RETURN-CODE
              MOVE "OPEN FAIL RELBAL" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           PERFORM READ-RELBAL-SIDE.
           MOVE "SWEEPXFR" TO WS-IO-NAME.
           OPEN OUTPUT XFER-FILE.
           PERFORM CHECK-IO-STATUS.
           MOVE WS-RUN-DATE TO WS-XH-EFF-DATE.
           MOVE WS-XFER-HEADER TO XFER-RECORD.
           WRITE XFER-RECORD.
           PERFORM CHECK-IO-STATUS.
           PERFORM OPEN-NOCOVER-RPT.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
              RETURN SWEEP-SORT
                 AT END MOVE 'Y' TO WS-SORT-EOF
                 NOT AT END PERFORM SWEEP-ONE-OVERDRAFT
              END-RETURN
           END-PERFORM.
           CLOSE REL-BAL.
           MOVE WS-XFER-CNT TO WS-XT-REC-CNT.
           MOVE WS-CURED-AMT TO WS-XT-AMT-TOT.
           MOVE WS-XFER-TRAILER TO XFER-RECORD.
           WRITE XFER-RECORD.
           PERFORM CHECK-IO-STATUS.
           CLOSE XFER-FILE.
           PERFORM WRITE-NOCOVER-TOTALS.
       MATCH-OVERDRAFTS-EXIT.
           EXIT.

       READ-RELBAL-SIDE.
           READ REL-BAL
              AT END MOVE HIGH-VALUES TO WS-RB-KEY
              NOT AT END MOVE RB-CUSTKEY TO WS-RB-KEY
           END-READ.

      *    An account with no CUSTID is a relationship of one - there
      *    is nothing of the customer's to draw on.
       SWEEP-ONE-OVERDRAFT.
           COMPUTE WS-NEED-AMT = 0 - SWS-BAL-NUM.
           IF SWS-CUSTID = SPACES
              MOVE 0 TO WS-COVER-TOT
              MOVE "NO CUSTID" TO WS-NC-REASON
              PERFORM WRITE-NOCOVER-LINE
           ELSE
              IF SWS-CUSTID NOT = WS-COVER-CUSTID
                 PERFORM LOAD-COVER-ACCOUNTS
              END-IF
              PERFORM TOTAL-COVER-AVAILABLE
              IF WS-COVER-TOT = 0
                 MOVE "NO COVER" TO WS-NC-REASON
                 PERFORM WRITE-NOCOVER-LINE
              ELSE
                 IF WS-COVER-TOT < WS-NEED-AMT
                    MOVE "SHORT" TO WS-NC-REASON
                    PERFORM WRITE-NOCOVER-LINE
                 ELSE
                    PERFORM CURE-OVERDRAFT
                 END-IF
              END-IF
           END-IF.

      *    Walk the extract up to this CUSTID and keep what each of
      *    its accounts in credit can give above the minimum balance.
       LOAD-COVER-ACCOUNTS.
           MOVE SWS-CUSTID TO WS-COVER-CUSTID.
           MOVE SWS-CUSTID TO WS-MATCH-KEY.
           MOVE 0 TO WS-COVER-CNT.
           PERFORM UNTIL WS-RB-KEY >= WS-MATCH-KEY
              PERFORM READ-RELBAL-SIDE
           END-PERFORM.
           PERFORM UNTIL WS-RB-KEY NOT = WS-MATCH-KEY
              IF RB-BAL-NUM > WS-MIN-LEAVE
                 PERFORM ADD-COVER-ACCOUNT
              END-IF
              PERFORM READ-RELBAL-SIDE
           END-PERFORM.

       ADD-COVER-ACCOUNT.
           IF WS-COVER-CNT = WS-COVER-MAX
              DISPLAY "ODSWEEP: CUSTOMER " WS-COVER-CUSTID " HAS MORE "
                 "THAN " WS-COVER-MAX " ACCOUNTS IN CREDIT - "
                 "ACCOUNT " RB-ACCTNUM " NOT USED AS COVER"
           ELSE
              ADD 1 TO WS-COVER-CNT
              MOVE RB-ACCTNUM TO WS-CV-ACCTNUM (WS-COVER-CNT)
              COMPUTE WS-CV-AVAIL (WS-COVER-CNT) =
                 RB-BAL-NUM - WS-MIN-LEAVE
           END-IF.

       TOTAL-COVER-AVAILABLE.
           MOVE 0 TO WS-COVER-TOT.
           PERFORM VARYING WS-CV-SCAN FROM 1 BY 1
              UNTIL WS-CV-SCAN > WS-COVER-CNT
              ADD WS-CV-AVAIL (WS-CV-SCAN) TO WS-COVER-TOT
           END-PERFORM.

      *    Largest available balance first, so most cures are a
      *    single transfer; a cure only spreads across accounts when
      *    no one account can carry it.
       CURE-OVERDRAFT.
           ADD 1 TO WS-CURED-CNT.
           ADD WS-NEED-AMT TO WS-CURED-AMT.
           PERFORM UNTIL WS-NEED-AMT = 0
              PERFORM PICK-LARGEST-COVER
              IF WS-CV-AVAIL (WS-CV-PICK) < WS-NEED-AMT
                 MOVE WS-CV-AVAIL (WS-CV-PICK) TO WS-XFER-AMT
              ELSE
                 MOVE WS-NEED-AMT TO WS-XFER-AMT
              END-IF
              PERFORM WRITE-TRANSFER
              SUBTRACT WS-XFER-AMT FROM WS-CV-AVAIL (WS-CV-PICK)
              SUBTRACT WS-XFER-AMT FROM WS-NEED-AMT
           END-PERFORM.

       PICK-LARGEST-COVER.
           MOVE 1 TO WS-CV-PICK.
           PERFORM VARYING WS-CV-SCAN FROM 2 BY 1
              UNTIL WS-CV-SCAN > WS-COVER-CNT
              IF WS-CV-AVAIL (WS-CV-SCAN) > WS-CV-AVAIL (WS-CV-PICK)
                 MOVE WS-CV-SCAN TO WS-CV-PICK
              END-IF
           END-PERFORM.

       WRITE-TRANSFER.
           MOVE SPACES TO WS-XFER-DETAIL.
           MOVE WS-CV-ACCTNUM (WS-CV-PICK) TO WS-XD-FROM-ACCT.
           MOVE SWS-ACCTNUM TO WS-XD-TO-ACCT.
           MOVE WS-XFER-AMT TO WS-XD-AMOUNT.
           MOVE WS-RUN-DATE TO WS-XD-EFF-DATE.
           MOVE SWS-CUSTID TO WS-XD-CUSTID.
           MOVE SWS-BRANCH TO WS-XD-BRANCH.
           MOVE "OVERDRAFT SWEEP" TO WS-XD-DESC.
           MOVE WS-XFER-DETAIL TO XFER-RECORD.
           MOVE "SWEEPXFR" TO WS-IO-NAME.
           WRITE XFER-RECORD.
           PERFORM CHECK-IO-STATUS.
           ADD 1 TO WS-XFER-CNT.

       OPEN-NOCOVER-RPT.
           MOVE "SWEEPNC" TO WS-IO-NAME.
           OPEN OUTPUT NOCOVER-RPT.
           PERFORM CHECK-IO-STATUS.
           MOVE WS-RUN-DATE(1:4) TO WS-HEAD-YYYY.
           MOVE WS-RUN-DATE(5:2) TO WS-HEAD-MM.
           MOVE WS-RUN-DATE(7:2) TO WS-HEAD-DD.
           MOVE WS-HEAD-LINE TO NOCOVER-RECORD.
           WRITE NOCOVER-RECORD.
           MOVE SPACES TO NOCOVER-RECORD.
           WRITE NOCOVER-RECORD.
           MOVE WS-COL-LINE TO NOCOVER-RECORD.
           WRITE NOCOVER-RECORD.

      *    NO CUSTID - nothing to match on. NO COVER - the customer
      *    has no account in credit above the minimum balance. SHORT
      *    - the cover exists but cannot clear the whole overdraft,
      *    and a part-cure still leaves the account with collections,
      *    so nothing is swept; the available figure shows how near.
       WRITE-NOCOVER-LINE.
           ADD 1 TO WS-NOCOVER-CNT.
           ADD WS-NEED-AMT TO WS-NOCOVER-AMT.
           MOVE SPACES TO WS-NC-LINE.
           MOVE SWS-ACCTNUM TO WS-NL-ACCTNUM.
           MOVE SWS-LASTN TO WS-NL-LASTN.
           MOVE SWS-BRANCH TO WS-NL-BRANCH.
           MOVE SWS-CUSTID TO WS-NL-CUSTID.
           MOVE WS-NEED-AMT TO WS-NL-OVERDRAWN.
           MOVE WS-COVER-TOT TO WS-NL-AVAIL.
           MOVE WS-NC-REASON TO WS-NL-REASON.
           MOVE WS-NC-LINE TO NOCOVER-RECORD.
           WRITE NOCOVER-RECORD.

       WRITE-NOCOVER-TOTALS.
           MOVE SPACES TO NOCOVER-RECORD.
           WRITE NOCOVER-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "OVERDRAWN ACCOUNTS READ" TO WS-TOT-LABEL.
           MOVE WS-OVR-READ-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "BALANCE UNREADABLE - NOT SWEPT" TO WS-TOT-LABEL.
           MOVE WS-OVR-BAD-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "OVERDRAFTS CURED BY SWEEP" TO WS-TOT-LABEL.
           MOVE WS-CURED-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "TRANSFERS PROPOSED" TO WS-TOT-LABEL.
           MOVE WS-XFER-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "AMOUNT PROPOSED" TO WS-TOT-LABEL.
           MOVE WS-CURED-AMT TO WS-AMT-ED.
           PERFORM WRITE-TOTAL-AMT.
           MOVE "OVERDRAFTS NOT CURED" TO WS-TOT-LABEL.
           MOVE WS-NOCOVER-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "AMOUNT NOT CURED" TO WS-TOT-LABEL.
           MOVE WS-NOCOVER-AMT TO WS-AMT-ED.
           PERFORM WRITE-TOTAL-AMT.
           MOVE "MINIMUM BALANCE LEFT IN COVER" TO WS-TOT-LABEL.
           MOVE WS-MIN-LEAVE TO WS-AMT-ED.
           PERFORM WRITE-TOTAL-AMT.
           CLOSE NOCOVER-RPT.

       WRITE-TOTAL-CNT.
           MOVE WS-CNT-ED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO NOCOVER-RECORD.
           WRITE NOCOVER-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.

       WRITE-TOTAL-AMT.
           MOVE WS-AMT-ED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO NOCOVER-RECORD.
           WRITE NOCOVER-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.

      *    A transfer file that ran out of space must not reach the
      *    core looking complete.
       CHECK-IO-STATUS.
           IF WS-IO-STATUS NOT = '00'
              DISPLAY "ODSWEEP: I/O ERROR ON " WS-IO-NAME
                 ", FILE STATUS " WS-IO-STATUS " - RUN STOPPED"
              MOVE 12 TO RETURN-CODE
              MOVE SPACES TO WS-AUD-COUNTS
              STRING "IO ERROR " WS-IO-NAME DELIMITED BY SIZE
                 INTO WS-AUD-COUNTS
              END-STRING
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.

       VERIFY-OVR-ACCTS.
           MOVE "OVRACCTS" TO WS-TFV-FILE-ID.
           MOVE "OVRACCTS" TO WS-TFV-LABEL.
           PERFORM START-TIER-VERIFY.
           OPEN INPUT OVR-ACCTS.
           PERFORM CHECK-OVR-OPEN.
           PERFORM UNTIL WS-TFV-EOF = 'Y'
              READ OVR-ACCTS INTO WS-TFV-REC
                 AT END MOVE 'Y' TO WS-TFV-EOF
                 NOT AT END PERFORM CHECK-TIER-RECORD
              END-READ
           END-PERFORM.
           CLOSE OVR-ACCTS.
           PERFORM END-TIER-VERIFY.

      *    Reset for the next tier file to be proved.
       START-TIER-VERIFY.
           MOVE 'N' TO WS-TFV-EOF.
           MOVE 'H' TO WS-TFV-STATE.
           MOVE 0 TO WS-TFV-CNT.
           MOVE 0 TO WS-TFV-HASH.
           MOVE SPACES TO WS-TFV-ERROR.
           MOVE SPACES TO WS-TFV-RUN.

      *    One record of the file under check. The first error found
      *    is the one reported; the rest of the file is still read so
      *    it closes cleanly. Details are counted and their balances
      *    hashed exactly as ADDONE did when it wrote them.
       CHECK-TIER-RECORD.
           IF WS-TFV-ERROR = SPACES
              EVALUATE TRUE
                 WHEN WS-TFV-STATE = 'T'
                    MOVE "DATA AFTER TRAILER" TO WS-TFV-ERROR
                 WHEN WS-TFV-STATE = 'H'
                    IF WS-TFV-H-TAG = "HDR"
                       AND WS-TFV-H-FILE-ID = WS-TFV-FILE-ID
                       MOVE WS-TFV-H-RUN TO WS-TFV-RUN
                       MOVE 'D' TO WS-TFV-STATE
                    ELSE
                       MOVE "NO HEADER" TO WS-TFV-ERROR
                    END-IF
                 WHEN WS-TFV-T-TAG = "TRL"
                    MOVE 'T' TO WS-TFV-STATE
                    PERFORM CHECK-TIER-TRAILER
                 WHEN WS-TFV-H-TAG = "HDR"
                    MOVE "SECOND HEADER" TO WS-TFV-ERROR
                 WHEN OTHER
                    ADD 1 TO WS-TFV-CNT
                    IF FUNCTION TEST-NUMVAL-C(WS-TFV-BAL) = 0
                       COMPUTE WS-TFV-HASH = WS-TFV-HASH
                          + FUNCTION NUMVAL-C(WS-TFV-BAL)
                    END-IF
              END-EVALUATE
           END-IF.

       CHECK-TIER-TRAILER.
           IF WS-TFV-T-FILE-ID NOT = WS-TFV-FILE-ID
              OR WS-TFV-T-REC-CNT IS NOT NUMERIC
              OR WS-TFV-T-BAL-HASH IS NOT NUMERIC
              MOVE "TRAILER DAMAGED" TO WS-TFV-ERROR
           ELSE
              IF WS-TFV-T-REC-CNT NOT = WS-TFV-CNT
                 MOVE "COUNT MISMATCH" TO WS-TFV-ERROR
              ELSE
                 IF WS-TFV-T-BAL-HASH NOT = WS-TFV-HASH
                    MOVE "HASH MISMATCH" TO WS-TFV-ERROR
                 END-IF
              END-IF
           END-IF.

      *    End of the file under check. No trailer means the file was
      *    cut short, and the header must carry today's business date
      *    and run sequence from the control record - anything older
      *    is a stale file left over from an earlier run.
       END-TIER-VERIFY.
           IF WS-TFV-ERROR = SPACES
              IF WS-TFV-STATE = 'H'
                 MOVE "EMPTY - NO HEADER" TO WS-TFV-ERROR
              END-IF
              IF WS-TFV-STATE = 'D'
                 MOVE "TRUNCATED" TO WS-TFV-ERROR
              END-IF
           END-IF.
           IF WS-TFV-ERROR = SPACES
              PERFORM CHECK-CURRENT-RUN
           END-IF.
           IF WS-TFV-ERROR NOT = SPACES
              PERFORM TIER-VERIFY-FAILED
           END-IF.

       CHECK-CURRENT-RUN.
           IF WS-TFV-RUN-DATE < BDC-BUS-DATE
              MOVE "STALE" TO WS-TFV-ERROR
           ELSE
              IF WS-TFV-RUN-DATE NOT = BDC-BUS-DATE
                 OR WS-TFV-RUN-SEQ NOT = BDC-DAY-SEQ
                 MOVE "OUT OF SEQUENCE" TO WS-TFV-ERROR
              END-IF
           END-IF.

      *    A tier file that cannot be proved stops the run before any
      *    output is written, on its own condition code (16) so the
      *    audit report and the scheduler tell it apart from a
      *    business exception (4/8) or an I/O failure (12).
       TIER-VERIFY-FAILED.
           DISPLAY "ODSWEEP: " WS-TFV-LABEL " REJECTED - "
              WS-TFV-ERROR.
           IF WS-TFV-RUN NOT = SPACES
              DISPLAY "ODSWEEP: " WS-TFV-LABEL
                 " HEADER - BUSINESS DATE " WS-TFV-RUN-DATE
                 " RUN " WS-TFV-RUN-SEQ " WRITTEN " WS-TFV-RUN-STAMP
           END-IF.
           DISPLAY "ODSWEEP: CONTROL RECORD - BUSINESS DATE "
              BDC-BUS-DATE " RUN " BDC-DAY-SEQ " - RUN STOPPED".
           MOVE SPACES TO WS-AUD-COUNTS.
           STRING WS-TFV-LABEL DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  WS-TFV-ERROR DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
           END-STRING.
           MOVE 16 TO RETURN-CODE.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.

      *    Processing date from the business-date control record,
      *    never the system clock. A closed date is refused - its
      *    outputs are final and downstream has already used them.
      *    Called first thing, so the refusal logs its own start.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BDC-STATUS NOT = '00'
              DISPLAY "ODSWEEP: CANNOT OPEN BUSINESS-DATE CONTROL, "
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
                 DISPLAY "ODSWEEP: BUSINESS-DATE CONTROL RECORD IS "
                    "MISSING OR DAMAGED - RUN STOPPED"
                 MOVE "BUSDATE RECORD INVALID" TO WS-BDC-ERROR
                 MOVE 12 TO WS-BDC-CC
              ELSE
                 IF BDC-STATUS NOT = 'O'
                    DISPLAY "ODSWEEP: BUSINESS DATE " BDC-BUS-DATE
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
