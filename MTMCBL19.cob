      *-------------------------
      * IDENTIFICATION DIVISION.
      *-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRCHMNT.
       AUTHOR.        DIV.

      *------------------------
      * ENVIRONMENT DIVISION.
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRCH-OLD ASSIGN TO BRCHOLD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.
           SELECT OPTIONAL TXN-CARDS ASSIGN TO BRCHTXN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
           SELECT MAST-SORT ASSIGN TO "SRTWORK".
           SELECT BRCH-NEW ASSIGN TO BRCHNEW
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT BRCH-AUDIT ASSIGN TO BRCHAUD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT MAINT-REPORT ASSIGN TO BRMRPT
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

      *    Branch master, yesterday's generation. The first 27 bytes
      *    are the old BRCHREF card (code, name, region) unchanged, so
      *    the programs that only want a name and region read it
      *    exactly as they read the card deck. The rest is what the
      *    deck never had: the branch's status, the dates it opened
      *    and closes, the branch a merge hands its accounts to, and
      *    who last touched it.
      *      STATUS     A (or blank, as converted from the deck)
      *                 active, C closed, M merged into SUCCESSOR.
      *      OPEN-DATE  first business date the branch exists;
      *                 blank means it always has.
      *      CLOSE-DATE first business date it no longer exists;
      *                 its accounts re-home (M) or reject (C) from
      *                 that date on. Blank while active.
       FD  BRCH-OLD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  BMO-RECORD.
           05 BMO-CODE PIC X(4).
           05 BMO-NAME PIC X(20).
           05 BMO-REGION PIC X(3).
           05 BMO-STATUS PIC X(1).
           05 BMO-OPEN-DATE PIC X(8).
           05 BMO-CLOSE-DATE PIC X(8).
           05 BMO-SUCCESSOR PIC X(4).
           05 BMO-CHG-DATE PIC X(8).
           05 BMO-CHG-USER PIC X(8).
           05 FILLER PIC X(16).

      *    Maintenance transactions keyed by branch operations, one
      *    card per change, applied in deck order:
      *      col 1      A add, C change name/region, X close,
      *                 M merge into the successor
      *      col 2-5    branch code
      *      col 6-25   name       (A required; C blank = keep)
      *      col 26-28  region     (A required; C blank = keep)
      *      col 29-36  effective date YYYYMMDD, blank = the first
      *                 date the change can take effect (see
      *                 READ-BUSINESS-DATE)
      *      col 37-40  successor branch (M only)
      *      col 41-48  user ID of whoever keyed the change
       FD  TXN-CARDS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  TXN-RECORD.
           05 TXN-CODE PIC X(1).
           05 TXN-BRANCH PIC X(4).
           05 TXN-NAME PIC X(20).
           05 TXN-REGION PIC X(3).
           05 TXN-EFF-DATE PIC X(8).
           05 TXN-SUCCESSOR PIC X(4).
           05 TXN-USER PIC X(8).
           05 FILLER PIC X(32).

      *    The updated master goes out in branch-code order, so ops
      *    reading a generation find a branch where they expect it.
       SD  MAST-SORT.
       01  MS-RECORD.
           05 MS-CODE PIC X(4).
           05 FILLER PIC X(76).

       FD  BRCH-NEW RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  BMN-RECORD PIC X(80).

      *    Standing audit trail of every maintenance card, applied or
      *    rejected - who keyed it, when, and the branch as it stood
      *    before and after. Appended each run, never rewritten, so
      *    it reaches back past the oldest master generation kept.
       FD  BRCH-AUDIT RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE F.
       01  BAT-RECORD.
           05 BAT-BUS-DATE PIC X(8).
           05 BAT-STAMP PIC X(14).
           05 BAT-USER PIC X(8).
           05 BAT-TXN PIC X(1).
           05 BAT-BRANCH PIC X(4).
           05 BAT-EFF-DATE PIC X(8).
      *    A applied, R rejected (reason alongside).
           05 BAT-RESULT PIC X(1).
           05 BAT-REASON PIC X(24).
           05 BAT-BEFORE.
              10 BAT-BEF-NAME PIC X(20).
              10 BAT-BEF-REGION PIC X(3).
              10 BAT-BEF-STATUS PIC X(1).
              10 BAT-BEF-CLOSE PIC X(8).
              10 BAT-BEF-SUCC PIC X(4).
           05 BAT-AFTER.
              10 BAT-AFT-NAME PIC X(20).
              10 BAT-AFT-REGION PIC X(3).
              10 BAT-AFT-STATUS PIC X(1).
              10 BAT-AFT-CLOSE PIC X(8).
              10 BAT-AFT-SUCC PIC X(4).

       FD  MAINT-REPORT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  MAINT-RECORD PIC X(80).

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
           05 WS-AUD-PROGRAM PIC X(8) VALUE "BRCHMNT".
           05 WS-AUD-INPUT-ID PIC X(20).
           05 WS-AUD-COUNTS PIC X(30).
           05 WS-AUD-CC PIC 9(2).
       01  WS-AUD-PTR PIC 9(2) VALUE 1.
       01  WS-BDC-STATUS PIC X(2).
       01  WS-BDC-ERROR PIC X(30) VALUE SPACES.

       01  WS-OLD-STATUS PIC X(2).
       01  WS-TXN-STATUS PIC X(2).
       01  WS-IO-STATUS PIC X(2).
       01  WS-IO-NAME PIC X(8).
       01  WS-OLD-EOF PIC X(1) VALUE 'N'.
       01  WS-TXN-EOF PIC X(1) VALUE 'N'.

       01  WS-BUS-DATE PIC X(8).
       01  WS-BUS-STATUS PIC X(1) VALUE 'O'.
      *    Earliest date a change keyed in this run can take effect -
      *    see READ-BUSINESS-DATE.
       01  WS-EFF-FLOOR PIC X(8).
       01  WS-RUN-STAMP PIC X(14).
       01  WS-DATE-NUM PIC 9(8).
       01  WS-DATE-INT PIC 9(7).

      *    The whole master held in storage while the deck is applied
      *    - one entry per branch in the master record layout, so a
      *    record moves in and out as a group. A bank this size has
      *    a few dozen branches; 300 matches ADDONE's reference table,
      *    which has to hold everything this writes.
       01  WS-BM-MAX PIC 9(3) VALUE 300.
       01  WS-BM-CNT PIC 9(3) VALUE 0.
       01  WS-BM-TABLE.
           05 WS-BM-ENTRY OCCURS 300 TIMES INDEXED BY BM-IX.
              10 WS-BM-CODE PIC X(4).
              10 WS-BM-NAME PIC X(20).
              10 WS-BM-REGION PIC X(3).
              10 WS-BM-STATUS PIC X(1).
              10 WS-BM-OPEN-DATE PIC X(8).
              10 WS-BM-CLOSE-DATE PIC X(8).
              10 WS-BM-SUCC PIC X(4).
              10 WS-BM-CHG-DATE PIC X(8).
              10 WS-BM-CHG-USER PIC X(8).
              10 FILLER PIC X(16).
       01  WS-BM-SCAN PIC 9(3).
      *    Set by FIND-MASTER-BRANCH - the entry holding
      *    WS-FIND-CODE, or zero when it is not on the master.
       01  WS-FIND-CODE PIC X(4).
       01  WS-FIND-POS PIC 9(3).
      *    The transaction's own branch, and a merge's successor.
       01  WS-TGT-POS PIC 9(3).
       01  WS-SUC-POS PIC 9(3).
       01  WS-IS-SUCC-SW PIC X(1).

      *    The card being applied.
       01  WS-TXN-EFF PIC X(8).
       01  WS-REJ-REASON PIC X(24).
       01  WS-BEFORE-IMAGE.
           05 WS-BEF-NAME PIC X(20).
           05 WS-BEF-REGION PIC X(3).
           05 WS-BEF-STATUS PIC X(1).
           05 WS-BEF-CLOSE PIC X(8).
           05 WS-BEF-SUCC PIC X(4).

      *    Run totals.
       01  WS-OLD-CNT PIC 9(9) VALUE 0.
       01  WS-TXN-CNT PIC 9(9) VALUE 0.
       01  WS-APPLIED-CNT PIC 9(9) VALUE 0.
       01  WS-REJECT-CNT PIC 9(9) VALUE 0.
       01  WS-ADD-CNT PIC 9(9) VALUE 0.
       01  WS-CHANGE-CNT PIC 9(9) VALUE 0.
       01  WS-CLOSE-CNT PIC 9(9) VALUE 0.
       01  WS-MERGE-CNT PIC 9(9) VALUE 0.

       01  WS-CNT-ED PIC ZZZ,ZZZ,ZZ9.

       01  WS-HEAD-LINE.
           05 FILLER PIC X(38)
              VALUE "BRANCH MASTER MAINTENANCE - RUN ".
           05 WS-HEAD-YYYY PIC X(4).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-MM PIC X(2).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-DD PIC X(2).
           05 FILLER PIC X(32) VALUE SPACES.

       01  WS-COL-LINE.
           05 FILLER PIC X(4) VALUE "TXN".
           05 FILLER PIC X(6) VALUE "BRCH".
           05 FILLER PIC X(10) VALUE "EFFECTIVE".
           05 FILLER PIC X(10) VALUE "USER".
           05 FILLER PIC X(10) VALUE "RESULT".
           05 FILLER PIC X(40) VALUE "REASON / DETAIL".

       01  WS-TXN-LINE.
           05 WS-TL-TXN PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-TL-BRANCH PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TL-EFF PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TL-USER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TL-RESULT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TL-DETAIL PIC X(40).

      *    Every branch on the new master that is closed or has a
      *    close booked, so ops can see what ADDONE will re-home or
      *    reject and from when.
       01  WS-CLS-COL-LINE.
           05 FILLER PIC X(6) VALUE "BRCH".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(8) VALUE "ACTION".
           05 FILLER PIC X(10) VALUE "FROM".
           05 FILLER PIC X(11) VALUE "SUCCESSOR".
           05 FILLER PIC X(23) VALUE "STATE".

       01  WS-CLS-LINE.
           05 WS-CL-BRANCH PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CL-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CL-ACTION PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CL-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CL-SUCC PIC X(4).
           05 FILLER PIC X(7) VALUE SPACES.
           05 WS-CL-STATE PIC X(8).
           05 FILLER PIC X(15) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 WS-TOT-LABEL PIC X(38).
           05 WS-TOT-VALUE PIC X(30).
           05 FILLER PIC X(12) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
      *    Branch master maintenance. Yesterday's master generation
      *    is loaded, the day's add / change / close / merge cards
      *    are checked and applied to it in deck order, and today's
      *    generation is written. Every card, applied or not, goes on
      *    the standing audit trail and the maintenance report. A
      *    closed or merged branch stays on the master for good -
      *    its accounts keep arriving on the feed until the feed
      *    team catches up, and ADDONE needs the record to know where
      *    to send them.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           MOVE SPACES TO WS-AUD-INPUT-ID.
           STRING "BRCHTXN " WS-BUS-DATE
              DELIMITED BY SIZE
              INTO WS-AUD-INPUT-ID
           END-STRING.
           PERFORM WRITE-AUDIT-START.
           PERFORM LOAD-OLD-MASTER.
           PERFORM OPEN-MAINT-REPORT.
           MOVE "BRCHAUD" TO WS-IO-NAME.
           OPEN EXTEND BRCH-AUDIT.
           PERFORM CHECK-IO-STATUS.
           OPEN INPUT TXN-CARDS.
           IF WS-TXN-STATUS = '00'
              PERFORM UNTIL WS-TXN-EOF = 'Y'
                 READ TXN-CARDS
                    AT END MOVE 'Y' TO WS-TXN-EOF
                    NOT AT END PERFORM APPLY-ONE-TXN
                 END-READ
              END-PERFORM
              CLOSE TXN-CARDS
           ELSE
              DISPLAY "BRCHMNT: NO MAINTENANCE CARDS - MASTER "
                 "CARRIED FORWARD UNCHANGED"
           END-IF.
           MOVE "BRCHAUD" TO WS-IO-NAME.
           CLOSE BRCH-AUDIT.
           PERFORM CHECK-IO-STATUS.
           SORT MAST-SORT
               ON ASCENDING KEY MS-CODE
               INPUT PROCEDURE IS RELEASE-MASTER THRU
                     RELEASE-MASTER-EXIT
               GIVING BRCH-NEW.
           PERFORM WRITE-CLOSURE-LIST.
           PERFORM WRITE-MAINT-TOTALS.
           IF WS-REJECT-CNT > 0
              MOVE WS-REJECT-CNT TO WS-CNT-ED
              DISPLAY "BRCHMNT: " WS-CNT-ED " MAINTENANCE CARDS "
                 "REJECTED - SEE BRMRPT, ENDING WITH CC 4"
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-APPLIED-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-AUD-COUNTS.
           STRING "APPLIED " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           MOVE WS-REJECT-CNT TO WS-CNT-ED.
           STRING " REJECTED " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.

      *    Business date from the control record. Maintenance is
      *    keyed in the working day, after DATECLOS has closed the
      *    previous night's date, so unlike the pipeline programs
      *    this runs happily against a closed date (as AUDITRPT
      *    does). What the status decides is the earliest date a
      *    change can take effect: on an open date the night's run
      *    has not happened yet and the change can still make it;
      *    on a closed date that run is over, and the earliest is
      *    the next calendar day - tonight's roll lands on or after
      *    it. A missing or damaged control record stops the run;
      *    the floor is never taken from the system clock.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BDC-STATUS NOT = '00'
              DISPLAY "BRCHMNT: CANNOT OPEN BUSINESS-DATE CONTROL, "
                 "FILE STATUS " WS-BDC-STATUS " - RUN STOPPED"
              MOVE "BUSDATE OPEN FAIL" TO WS-BDC-ERROR
           ELSE
              MOVE SPACES TO BDC-RECORD
              READ BUSDATE-FILE
                 AT END MOVE SPACES TO BDC-RECORD
              END-READ
              CLOSE BUSDATE-FILE
              IF BDC-BUS-DATE IS NOT NUMERIC
                 DISPLAY "BRCHMNT: BUSINESS-DATE CONTROL RECORD IS "
                    "MISSING OR DAMAGED - RUN STOPPED"
                 MOVE "BUSDATE RECORD INVALID" TO WS-BDC-ERROR
              ELSE
                 MOVE BDC-BUS-DATE TO WS-BUS-DATE
                 MOVE BDC-STATUS TO WS-BUS-STATUS
              END-IF
           END-IF.
           IF WS-BDC-ERROR NOT = SPACES
              MOVE "BUSDATE" TO WS-AUD-INPUT-ID
              PERFORM WRITE-AUDIT-START
              MOVE WS-BDC-ERROR TO WS-AUD-COUNTS
              MOVE 12 TO RETURN-CODE
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           MOVE WS-BUS-DATE TO WS-EFF-FLOOR.
           IF WS-BUS-STATUS = 'C'
              MOVE WS-BUS-DATE TO WS-DATE-NUM
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
              COMPUTE WS-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
              MOVE WS-DATE-NUM TO WS-EFF-FLOOR
           END-IF.

      *    Yesterday's master into the table. The first generation is
      *    the old BRCHREF deck copied as it stood, so a blank status
      *    is an active branch; it is written back as A.
       LOAD-OLD-MASTER.
           OPEN INPUT BRCH-OLD.
           IF WS-OLD-STATUS NOT = '00'
              DISPLAY "BRCHMNT: CANNOT OPEN BRCHOLD, FILE STATUS "
                 WS-OLD-STATUS
              MOVE 12 TO RETURN-CODE
              MOVE "OPEN FAIL BRCHOLD" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-OLD-EOF = 'Y'
              READ BRCH-OLD
                 AT END MOVE 'Y' TO WS-OLD-EOF
                 NOT AT END PERFORM STORE-OLD-BRANCH
              END-READ
           END-PERFORM.
           CLOSE BRCH-OLD.

       STORE-OLD-BRANCH.
           IF WS-BM-CNT >= WS-BM-MAX
              DISPLAY "BRCHMNT: MORE THAN " WS-BM-MAX " BRANCHES ON "
                 "THE MASTER - RAISE THE TABLE HERE AND IN ADDONE"
              MOVE 12 TO RETURN-CODE
              MOVE "MASTER TABLE OVERFLOW" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-BM-CNT.
           ADD 1 TO WS-OLD-CNT.
           SET BM-IX TO WS-BM-CNT.
           MOVE BMO-RECORD TO WS-BM-ENTRY (BM-IX).
           IF WS-BM-STATUS (BM-IX) = SPACE
              MOVE 'A' TO WS-BM-STATUS (BM-IX)
           END-IF.

      *    Serial search of the master table for WS-FIND-CODE.
       FIND-MASTER-BRANCH.
           MOVE 0 TO WS-FIND-POS.
           SET BM-IX TO 1.
           SEARCH WS-BM-ENTRY
              AT END CONTINUE
              WHEN BM-IX > WS-BM-CNT
                 CONTINUE
              WHEN WS-BM-CODE (BM-IX) = WS-FIND-CODE
                 SET WS-FIND-POS TO BM-IX
           END-SEARCH.

      *    One maintenance card: the checks common to every code,
      *    then the ones for its own code, then - only if nothing
      *    has set a reject reason - the update itself. Either way
      *    the card is written to the audit trail and the report.
       APPLY-ONE-TXN.
           ADD 1 TO WS-TXN-CNT.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           IF TXN-EFF-DATE = SPACES
              MOVE WS-EFF-FLOOR TO WS-TXN-EFF
           ELSE
              MOVE TXN-EFF-DATE TO WS-TXN-EFF
           END-IF.
           MOVE TXN-BRANCH TO WS-FIND-CODE.
           PERFORM FIND-MASTER-BRANCH.
           MOVE WS-FIND-POS TO WS-TGT-POS.
           IF WS-TGT-POS > 0
              MOVE WS-BM-NAME (WS-TGT-POS) TO WS-BEF-NAME
              MOVE WS-BM-REGION (WS-TGT-POS) TO WS-BEF-REGION
              MOVE WS-BM-STATUS (WS-TGT-POS) TO WS-BEF-STATUS
              MOVE WS-BM-CLOSE-DATE (WS-TGT-POS) TO WS-BEF-CLOSE
              MOVE WS-BM-SUCC (WS-TGT-POS) TO WS-BEF-SUCC
           END-IF.

           IF TXN-USER = SPACES
              MOVE "NO USER ID" TO WS-REJ-REASON
           END-IF.
           IF WS-REJ-REASON = SPACES
              IF WS-TXN-EFF IS NOT NUMERIC
                 MOVE "BAD EFFECTIVE DATE" TO WS-REJ-REASON
              ELSE
                 MOVE WS-TXN-EFF TO WS-DATE-NUM
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                    MOVE "BAD EFFECTIVE DATE" TO WS-REJ-REASON
                 ELSE
                    IF WS-TXN-EFF < WS-EFF-FLOOR
                       MOVE "EFFECTIVE DATE IS PAST" TO WS-REJ-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-REJ-REASON = SPACES
              EVALUATE TXN-CODE
                 WHEN 'A'
                    PERFORM CHECK-ADD
                 WHEN 'C'
                    PERFORM CHECK-CHANGE
                 WHEN 'X'
                    PERFORM CHECK-CLOSE
                 WHEN 'M'
                    PERFORM CHECK-CLOSE
                    IF WS-REJ-REASON = SPACES
                       PERFORM CHECK-MERGE
                    END-IF
                 WHEN OTHER
                    MOVE "BAD TRANSACTION CODE" TO WS-REJ-REASON
              END-EVALUATE
           END-IF.

           IF WS-REJ-REASON = SPACES
              EVALUATE TXN-CODE
                 WHEN 'A'
                    PERFORM APPLY-ADD
                 WHEN 'C'
                    PERFORM APPLY-CHANGE
                 WHEN 'X'
                    PERFORM APPLY-CLOSE
                 WHEN 'M'
                    PERFORM APPLY-MERGE
              END-EVALUATE
              ADD 1 TO WS-APPLIED-CNT
           ELSE
              ADD 1 TO WS-REJECT-CNT
           END-IF.
           PERFORM WRITE-AUDIT-TRAIL.
           PERFORM WRITE-TXN-LINE.

      *    A new branch needs a code nobody has used - a closed code
      *    stays on the master and is never reissued, or last year's
      *    stragglers on the feed would land in the new branch.
       CHECK-ADD.
           IF TXN-BRANCH = SPACES
              MOVE "BLANK BRANCH CODE" TO WS-REJ-REASON
           ELSE
              IF WS-TGT-POS > 0
                 MOVE "ALREADY ON MASTER" TO WS-REJ-REASON
              ELSE
                 IF TXN-NAME = SPACES OR TXN-REGION = SPACES
                    MOVE "NAME AND REGION NEEDED" TO WS-REJ-REASON
                 ELSE
                    IF WS-BM-CNT >= WS-BM-MAX
                       MOVE "MASTER TABLE FULL" TO WS-REJ-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Name and region changes take effect at once - the master
      *    keeps one name per branch, not a dated history of them, so
      *    a change cannot be booked ahead. The audit trail has the
      *    old values.
       CHECK-CHANGE.
           IF WS-TGT-POS = 0
              MOVE "NOT ON MASTER" TO WS-REJ-REASON
           ELSE
              IF WS-BM-STATUS (WS-TGT-POS) NOT = 'A'
                 MOVE "BRANCH CLOSED/CLOSING" TO WS-REJ-REASON
              ELSE
                 IF TXN-NAME = SPACES AND TXN-REGION = SPACES
                    MOVE "NOTHING TO CHANGE" TO WS-REJ-REASON
                 ELSE
                    IF WS-TXN-EFF NOT = WS-EFF-FLOOR
                       MOVE "CHANGE CANNOT BE DATED" TO WS-REJ-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Close and merge alike: the branch must be open and have no
      *    close booked already, and cannot close before it opens. A
      *    plain close of a branch other merges hand their accounts
      *    to would strand those accounts, so that branch can only
      *    be merged on, taking them with it.
       CHECK-CLOSE.
           IF WS-TGT-POS = 0
              MOVE "NOT ON MASTER" TO WS-REJ-REASON
           ELSE
              IF WS-BM-STATUS (WS-TGT-POS) NOT = 'A'
                 MOVE "ALREADY CLOSED/CLOSING" TO WS-REJ-REASON
              ELSE
                 IF WS-BM-OPEN-DATE (WS-TGT-POS) NOT = SPACES
                    AND WS-BM-OPEN-DATE (WS-TGT-POS) > WS-TXN-EFF
                    MOVE "CLOSES BEFORE IT OPENS" TO WS-REJ-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-REJ-REASON = SPACES AND TXN-CODE = 'X'
              MOVE 'N' TO WS-IS-SUCC-SW
              PERFORM VARYING WS-BM-SCAN FROM 1 BY 1
                 UNTIL WS-BM-SCAN > WS-BM-CNT
                 IF WS-BM-STATUS (WS-BM-SCAN) = 'M'
                    AND WS-BM-SUCC (WS-BM-SCAN) = TXN-BRANCH
                    MOVE 'Y' TO WS-IS-SUCC-SW
                 END-IF
              END-PERFORM
              IF WS-IS-SUCC-SW = 'Y'
                 MOVE "MERGE SUCCESSOR - USE M" TO WS-REJ-REASON
              END-IF
           END-IF.

      *    The successor must be a different branch on the master,
      *    open by the merge date and with no close of its own
      *    booked. It may merge on later itself; ADDONE follows the
      *    chain to wherever the accounts end up.
       CHECK-MERGE.
           IF TXN-SUCCESSOR = SPACES
              MOVE "NO SUCCESSOR GIVEN" TO WS-REJ-REASON
           ELSE
              IF TXN-SUCCESSOR = TXN-BRANCH
                 MOVE "MERGE INTO ITSELF" TO WS-REJ-REASON
              ELSE
                 MOVE TXN-SUCCESSOR TO WS-FIND-CODE
                 PERFORM FIND-MASTER-BRANCH
                 MOVE WS-FIND-POS TO WS-SUC-POS
                 IF WS-SUC-POS = 0
                    MOVE "SUCCESSOR NOT ON MASTER" TO WS-REJ-REASON
                 ELSE
                    IF WS-BM-STATUS (WS-SUC-POS) NOT = 'A'
                       MOVE "SUCCESSOR CLOSED/CLOSING"
                          TO WS-REJ-REASON
                    ELSE
                       IF WS-BM-OPEN-DATE (WS-SUC-POS) NOT = SPACES
                          AND WS-BM-OPEN-DATE (WS-SUC-POS)
                             > WS-TXN-EFF
                          MOVE "SUCCESSOR NOT YET OPEN"
                             TO WS-REJ-REASON
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    A branch added with a future date is on the master at once
      *    but ADDONE treats it as unknown until its open date.
       APPLY-ADD.
           ADD 1 TO WS-BM-CNT.
           MOVE WS-BM-CNT TO WS-TGT-POS.
           MOVE SPACES TO WS-BM-ENTRY (WS-TGT-POS).
           MOVE TXN-BRANCH TO WS-BM-CODE (WS-TGT-POS).
           MOVE TXN-NAME TO WS-BM-NAME (WS-TGT-POS).
           MOVE TXN-REGION TO WS-BM-REGION (WS-TGT-POS).
           MOVE 'A' TO WS-BM-STATUS (WS-TGT-POS).
           MOVE WS-TXN-EFF TO WS-BM-OPEN-DATE (WS-TGT-POS).
           PERFORM STAMP-CHANGE.
           ADD 1 TO WS-ADD-CNT.

       APPLY-CHANGE.
           IF TXN-NAME NOT = SPACES
              MOVE TXN-NAME TO WS-BM-NAME (WS-TGT-POS)
           END-IF.
           IF TXN-REGION NOT = SPACES
              MOVE TXN-REGION TO WS-BM-REGION (WS-TGT-POS)
           END-IF.
           PERFORM STAMP-CHANGE.
           ADD 1 TO WS-CHANGE-CNT.

       APPLY-CLOSE.
           MOVE 'C' TO WS-BM-STATUS (WS-TGT-POS).
           MOVE WS-TXN-EFF TO WS-BM-CLOSE-DATE (WS-TGT-POS).
           MOVE SPACES TO WS-BM-SUCC (WS-TGT-POS).
           PERFORM STAMP-CHANGE.
           ADD 1 TO WS-CLOSE-CNT.

       APPLY-MERGE.
           MOVE 'M' TO WS-BM-STATUS (WS-TGT-POS).
           MOVE WS-TXN-EFF TO WS-BM-CLOSE-DATE (WS-TGT-POS).
           MOVE TXN-SUCCESSOR TO WS-BM-SUCC (WS-TGT-POS).
           PERFORM STAMP-CHANGE.
           ADD 1 TO WS-MERGE-CNT.

       STAMP-CHANGE.
           MOVE WS-BUS-DATE TO WS-BM-CHG-DATE (WS-TGT-POS).
           MOVE TXN-USER TO WS-BM-CHG-USER (WS-TGT-POS).

      *    The after image is the branch as this card left it - the
      *    same as the before image when the card was rejected.
       WRITE-AUDIT-TRAIL.
           MOVE SPACES TO BAT-RECORD.
           MOVE WS-BUS-DATE TO BAT-BUS-DATE.
           MOVE WS-RUN-STAMP TO BAT-STAMP.
           MOVE TXN-USER TO BAT-USER.
           MOVE TXN-CODE TO BAT-TXN.
           MOVE TXN-BRANCH TO BAT-BRANCH.
           MOVE WS-TXN-EFF TO BAT-EFF-DATE.
           IF WS-REJ-REASON = SPACES
              MOVE 'A' TO BAT-RESULT
           ELSE
              MOVE 'R' TO BAT-RESULT
              MOVE WS-REJ-REASON TO BAT-REASON
           END-IF.
           MOVE WS-BEFORE-IMAGE TO BAT-BEFORE.
           IF WS-TGT-POS > 0
              MOVE WS-BM-NAME (WS-TGT-POS) TO BAT-AFT-NAME
              MOVE WS-BM-REGION (WS-TGT-POS) TO BAT-AFT-REGION
              MOVE WS-BM-STATUS (WS-TGT-POS) TO BAT-AFT-STATUS
              MOVE WS-BM-CLOSE-DATE (WS-TGT-POS) TO BAT-AFT-CLOSE
              MOVE WS-BM-SUCC (WS-TGT-POS) TO BAT-AFT-SUCC
           END-IF.
           MOVE "BRCHAUD" TO WS-IO-NAME.
           WRITE BAT-RECORD.
           PERFORM CHECK-IO-STATUS.

       WRITE-TXN-LINE.
           MOVE SPACES TO WS-TXN-LINE.
           MOVE TXN-CODE TO WS-TL-TXN.
           MOVE TXN-BRANCH TO WS-TL-BRANCH.
           MOVE WS-TXN-EFF TO WS-TL-EFF.
           MOVE TXN-USER TO WS-TL-USER.
           IF WS-REJ-REASON = SPACES
              MOVE "APPLIED" TO WS-TL-RESULT
              EVALUATE TXN-CODE
                 WHEN 'A'
                    MOVE TXN-NAME TO WS-TL-DETAIL
                 WHEN 'C'
                    MOVE WS-BM-NAME (WS-TGT-POS) TO WS-TL-DETAIL
                 WHEN 'X'
                    MOVE "CLOSED - ACCOUNTS WILL REJECT"
                       TO WS-TL-DETAIL
                 WHEN 'M'
                    STRING "MERGED INTO " TXN-SUCCESSOR
                       DELIMITED BY SIZE
                       INTO WS-TL-DETAIL
                    END-STRING
              END-EVALUATE
           ELSE
              MOVE "REJECTED" TO WS-TL-RESULT
              MOVE WS-REJ-REASON TO WS-TL-DETAIL
           END-IF.
           MOVE WS-TXN-LINE TO MAINT-RECORD.
           WRITE MAINT-RECORD.

      *    Input procedure - the updated table, every branch.
       RELEASE-MASTER.
           PERFORM VARYING WS-BM-SCAN FROM 1 BY 1
              UNTIL WS-BM-SCAN > WS-BM-CNT
              MOVE WS-BM-ENTRY (WS-BM-SCAN) TO MS-RECORD
              RELEASE MS-RECORD
           END-PERFORM.
       RELEASE-MASTER-EXIT.
           EXIT.

       OPEN-MAINT-REPORT.
           MOVE "BRMRPT" TO WS-IO-NAME.
           OPEN OUTPUT MAINT-REPORT.
           PERFORM CHECK-IO-STATUS.
           MOVE WS-BUS-DATE(1:4) TO WS-HEAD-YYYY.
           MOVE WS-BUS-DATE(5:2) TO WS-HEAD-MM.
           MOVE WS-BUS-DATE(7:2) TO WS-HEAD-DD.
           MOVE WS-HEAD-LINE TO MAINT-RECORD.
           WRITE MAINT-RECORD.
           MOVE SPACES TO MAINT-RECORD.
           WRITE MAINT-RECORD.
           MOVE WS-COL-LINE TO MAINT-RECORD.
           WRITE MAINT-RECORD.

      *    CLOSED once the close date has been reached by the
      *    business date, PENDING while it is still ahead.
       WRITE-CLOSURE-LIST.
           MOVE SPACES TO MAINT-RECORD.
           WRITE MAINT-RECORD.
           MOVE "BRANCHES CLOSED OR CLOSING" TO MAINT-RECORD.
           WRITE MAINT-RECORD.
           MOVE WS-CLS-COL-LINE TO MAINT-RECORD.
           WRITE MAINT-RECORD.
           PERFORM VARYING WS-BM-SCAN FROM 1 BY 1
              UNTIL WS-BM-SCAN > WS-BM-CNT
              IF WS-BM-STATUS (WS-BM-SCAN) NOT = 'A'
                 MOVE SPACES TO WS-CLS-LINE
                 MOVE WS-BM-CODE (WS-BM-SCAN) TO WS-CL-BRANCH
                 MOVE WS-BM-NAME (WS-BM-SCAN) TO WS-CL-NAME
                 IF WS-BM-STATUS (WS-BM-SCAN) = 'M'
                    MOVE "MERGE" TO WS-CL-ACTION
                 ELSE
                    MOVE "CLOSE" TO WS-CL-ACTION
                 END-IF
                 MOVE WS-BM-CLOSE-DATE (WS-BM-SCAN) TO WS-CL-DATE
                 MOVE WS-BM-SUCC (WS-BM-SCAN) TO WS-CL-SUCC
                 IF WS-BM-CLOSE-DATE (WS-BM-SCAN) > WS-BUS-DATE
                    MOVE "PENDING" TO WS-CL-STATE
                 ELSE
                    MOVE "CLOSED" TO WS-CL-STATE
                 END-IF
                 MOVE WS-CLS-LINE TO MAINT-RECORD
                 WRITE MAINT-RECORD
              END-IF
           END-PERFORM.

       WRITE-MAINT-TOTALS.
           MOVE SPACES TO MAINT-RECORD.
           WRITE MAINT-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "BRANCHES ON PRIOR MASTER" TO WS-TOT-LABEL.
           MOVE WS-OLD-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "MAINTENANCE CARDS READ" TO WS-TOT-LABEL.
           MOVE WS-TXN-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "BRANCHES ADDED" TO WS-TOT-LABEL.
           MOVE WS-ADD-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "BRANCHES CHANGED" TO WS-TOT-LABEL.
           MOVE WS-CHANGE-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "BRANCHES CLOSED" TO WS-TOT-LABEL.
           MOVE WS-CLOSE-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "BRANCHES MERGED" TO WS-TOT-LABEL.
           MOVE WS-MERGE-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CARDS REJECTED" TO WS-TOT-LABEL.
           MOVE WS-REJECT-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "BRANCHES ON NEW MASTER" TO WS-TOT-LABEL.
           MOVE WS-BM-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "EARLIEST EFFECTIVE DATE THIS RUN" TO WS-TOT-LABEL.
           MOVE WS-EFF-FLOOR TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO MAINT-RECORD.
           WRITE MAINT-RECORD.
           CLOSE MAINT-REPORT.

       WRITE-TOTAL-CNT.
           MOVE WS-CNT-ED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO MAINT-RECORD.
           WRITE MAINT-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.

       CHECK-IO-STATUS.
           IF WS-IO-STATUS NOT = '00'
              DISPLAY "BRCHMNT: I/O ERROR ON " WS-IO-NAME
                 ", FILE STATUS " WS-IO-STATUS " - RUN STOPPED"
              MOVE 12 TO RETURN-CODE
              MOVE SPACES TO WS-AUD-COUNTS
              STRING "IO ERROR " WS-IO-NAME DELIMITED BY SIZE
                 INTO WS-AUD-COUNTS
              END-STRING
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.

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
