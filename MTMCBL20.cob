      *-------------------------
      * IDENTIFICATION DIVISION.
      *-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RMMAINT.
       AUTHOR.        DIV.

      *------------------------
      * ENVIRONMENT DIVISION.
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RM-OLD ASSIGN TO RMMOLD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.
           SELECT OPTIONAL TXN-CARDS ASSIGN TO RMMTXN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.
           SELECT TXN-SORT ASSIGN TO "SRTWORK".
           SELECT TXN-SORTED ASSIGN TO "TXNSORT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRCH-REF ASSIGN TO BRCHREF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REF-STATUS.
           SELECT RM-NEW ASSIGN TO RMMNEW
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT RM-AUDIT ASSIGN TO RMMAUD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT MAINT-REPORT ASSIGN TO RMMRPT
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

      *    Relationship-manager assignment master, yesterday's
      *    generation - one record per customer who has an RM, in
      *    CUSTID order. A customer with no record has no RM.
      *      RM-ID        the RM's staff ID.
      *      RM-NAME      the RM as the worklist heads their page.
      *      RM-BRANCH    the branch the RM works from - must be an
      *                   open branch on the branch master.
      *      ASSIGN-DATE  business date the customer came to this RM.
      *      CHG-DATE / CHG-USER  who last touched the record.
       FD  RM-OLD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RMO-RECORD.
           05 RMO-CUSTID PIC X(8).
           05 RMO-RM-ID PIC X(6).
           05 RMO-RM-NAME PIC X(20).
           05 RMO-RM-BRANCH PIC X(4).
           05 RMO-ASSIGN-DATE PIC X(8).
           05 RMO-CHG-DATE PIC X(8).
           05 RMO-CHG-USER PIC X(8).
           05 FILLER PIC X(18).

      *    Maintenance transactions keyed by relationship banking,
      *    one card per change, applied in deck order within a
      *    customer:
      *      col 1      A assign a customer with no RM, C change the
      *                 RM or their details, D remove the assignment
      *      col 2-9    CUSTID (as on the feed, CUST-CUSTID)
      *      col 10-15  RM ID          (A required; C blank = keep)
      *      col 16-35  RM name        (A required; C blank = keep)
      *      col 36-39  RM branch      (A required; C blank = keep)
      *      col 40-47  user ID of whoever keyed the change
      *    A C card naming a different RM ID needs the name and
      *    branch as well.
       FD  TXN-CARDS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  TXN-RECORD.
           05 TXN-CODE PIC X(1).
           05 TXN-CUSTID PIC X(8).
           05 TXN-RM-ID PIC X(6).
           05 TXN-RM-NAME PIC X(20).
           05 TXN-RM-BRANCH PIC X(4).
           05 TXN-USER PIC X(8).
           05 FILLER PIC X(33).

      *    The deck re-sequenced into CUSTID order to walk down the
      *    master with it, carrying the card's place in the deck so
      *    two cards for one customer still apply in the order keyed.
       SD  TXN-SORT.
       01  TS-RECORD.
           05 TS-CUSTID PIC X(8).
           05 TS-SEQ PIC 9(6).
           05 TS-CARD PIC X(80).

       FD  TXN-SORTED RECORD CONTAINS 94 CHARACTERS RECORDING MODE F.
       01  TSD-RECORD.
           05 TSD-CUSTID PIC X(8).
           05 TSD-SEQ PIC 9(6).
           05 TSD-CARD PIC X(80).

      *    Branch master (see BRCHMNT) - an RM's branch must be on it
      *    and open, with no close booked.
       FD  BRCH-REF RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  BRF-RECORD.
           05 BRF-CODE PIC X(4).
           05 BRF-NAME PIC X(20).
           05 BRF-REGION PIC X(3).
           05 BRF-STATUS PIC X(1).
           05 BRF-OPEN-DATE PIC X(8).
           05 BRF-CLOSE-DATE PIC X(8).
           05 BRF-SUCCESSOR PIC X(4).
           05 FILLER PIC X(32).

       FD  RM-NEW RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RMN-RECORD PIC X(80).

      *    Standing audit trail of every maintenance card, applied or
      *    rejected - who keyed it, when, and the customer's RM as it
      *    stood before and after. Appended each run, never
      *    rewritten, the same way BRCHMNT keeps its own.
       FD  RM-AUDIT RECORD CONTAINS 124 CHARACTERS
           RECORDING MODE F.
       01  RAT-RECORD.
           05 RAT-BUS-DATE PIC X(8).
           05 RAT-STAMP PIC X(14).
           05 RAT-USER PIC X(8).
           05 RAT-TXN PIC X(1).
           05 RAT-CUSTID PIC X(8).
      *    A applied, R rejected (reason alongside).
           05 RAT-RESULT PIC X(1).
           05 RAT-REASON PIC X(24).
           05 RAT-BEFORE.
              10 RAT-BEF-RM-ID PIC X(6).
              10 RAT-BEF-RM-NAME PIC X(20).
              10 RAT-BEF-RM-BRANCH PIC X(4).
           05 RAT-AFTER.
              10 RAT-AFT-RM-ID PIC X(6).
              10 RAT-AFT-RM-NAME PIC X(20).
              10 RAT-AFT-RM-BRANCH PIC X(4).

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
           05 WS-AUD-PROGRAM PIC X(8) VALUE "RMMAINT".
           05 WS-AUD-INPUT-ID PIC X(20).
           05 WS-AUD-COUNTS PIC X(30).
           05 WS-AUD-CC PIC 9(2).
       01  WS-AUD-PTR PIC 9(2) VALUE 1.
       01  WS-BDC-STATUS PIC X(2).
       01  WS-BDC-ERROR PIC X(30) VALUE SPACES.

       01  WS-OLD-STATUS PIC X(2).
       01  WS-TXN-STATUS PIC X(2).
       01  WS-REF-STATUS PIC X(2).
       01  WS-IO-STATUS PIC X(2).
       01  WS-IO-NAME PIC X(8).
       01  WS-TXN-EOF PIC X(1) VALUE 'N'.
       01  WS-REF-EOF PIC X(1) VALUE 'N'.
       01  WS-TXN-SEQ PIC 9(6) VALUE 0.

       01  WS-BUS-DATE PIC X(8).
       01  WS-RUN-STAMP PIC X(14).

      *    The two sides of the update match - HIGH-VALUES once a
      *    side is exhausted, so the other side's keys all compare
      *    low and run off in turn.
       01  WS-OLD-KEY PIC X(8) VALUE LOW-VALUES.
       01  WS-PRIOR-OLD-KEY PIC X(8) VALUE LOW-VALUES.
       01  WS-TXN-KEY PIC X(8) VALUE LOW-VALUES.
       01  WS-CUR-KEY PIC X(8).

      *    The customer the current run of cards is against, as the
      *    cards so far have left it. WS-HOLD-SW 'Y' while the
      *    customer has an RM - it is what gets written out once the
      *    customer's last card has been applied.
       01  WS-HOLD-SW PIC X(1).
       01  WS-HOLD-RECORD.
           05 WS-HOLD-CUSTID PIC X(8).
           05 WS-HOLD-RM-ID PIC X(6).
           05 WS-HOLD-RM-NAME PIC X(20).
           05 WS-HOLD-RM-BRANCH PIC X(4).
           05 WS-HOLD-ASSIGN-DATE PIC X(8).
           05 WS-HOLD-CHG-DATE PIC X(8).
           05 WS-HOLD-CHG-USER PIC X(8).
           05 FILLER PIC X(18).

      *    Branch master in storage for the RM-branch check - same
      *    ceiling as ADDONE's reference table.
       01  WS-REF-MAX PIC 9(3) VALUE 300.
       01  WS-REF-CNT PIC 9(3) VALUE 0.
       01  WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 300 TIMES INDEXED BY REF-IX.
              10 WS-REF-CODE PIC X(4).
              10 WS-REF-STATUS-CD PIC X(1).
              10 WS-REF-OPEN-DATE PIC X(8).
       01  WS-FIND-CODE PIC X(4).
       01  WS-FIND-POS PIC 9(3).

      *    The card being applied.
       01  WS-CARD.
           05 WS-CRD-CODE PIC X(1).
           05 WS-CRD-CUSTID PIC X(8).
           05 WS-CRD-RM-ID PIC X(6).
           05 WS-CRD-RM-NAME PIC X(20).
           05 WS-CRD-RM-BRANCH PIC X(4).
           05 WS-CRD-USER PIC X(8).
           05 FILLER PIC X(33).
       01  WS-REJ-REASON PIC X(24).
       01  WS-BEFORE-IMAGE.
           05 WS-BEF-RM-ID PIC X(6).
           05 WS-BEF-RM-NAME PIC X(20).
           05 WS-BEF-RM-BRANCH PIC X(4).

      *    Run totals.
       01  WS-OLD-CNT PIC 9(9) VALUE 0.
       01  WS-NEW-CNT PIC 9(9) VALUE 0.
       01  WS-TXN-CNT PIC 9(9) VALUE 0.
       01  WS-APPLIED-CNT PIC 9(9) VALUE 0.
       01  WS-REJECT-CNT PIC 9(9) VALUE 0.
       01  WS-ADD-CNT PIC 9(9) VALUE 0.
       01  WS-CHANGE-CNT PIC 9(9) VALUE 0.
       01  WS-MOVE-CNT PIC 9(9) VALUE 0.
       01  WS-DELETE-CNT PIC 9(9) VALUE 0.

       01  WS-CNT-ED PIC ZZZ,ZZZ,ZZ9.

       01  WS-HEAD-LINE.
           05 FILLER PIC X(38)
              VALUE "RM ASSIGNMENT MAINTENANCE - RUN ".
           05 WS-HEAD-YYYY PIC X(4).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-MM PIC X(2).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-DD PIC X(2).
           05 FILLER PIC X(32) VALUE SPACES.

       01  WS-COL-LINE.
           05 FILLER PIC X(4) VALUE "TXN".
           05 FILLER PIC X(10) VALUE "CUSTOMER".
           05 FILLER PIC X(8) VALUE "RM".
           05 FILLER PIC X(6) VALUE "BRCH".
           05 FILLER PIC X(10) VALUE "USER".
           05 FILLER PIC X(10) VALUE "RESULT".
           05 FILLER PIC X(32) VALUE "REASON / DETAIL".

       01  WS-TXN-LINE.
           05 WS-TL-TXN PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-TL-CUSTID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TL-RM-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TL-BRANCH PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TL-USER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TL-RESULT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TL-DETAIL PIC X(32).

       01  WS-TOTAL-LINE.
           05 WS-TOT-LABEL PIC X(38).
           05 WS-TOT-VALUE PIC X(30).
           05 FILLER PIC X(12) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
      *    RM assignment maintenance. The day's assign / change /
      *    remove cards are sorted into CUSTID order and matched
      *    against yesterday's master generation in one pass, the
      *    same old-master-plus-changes update ADDONE runs for a
      *    delta feed, and today's generation is written. The master
      *    has a record per customer, far too many to hold in storage
      *    the way BRCHMNT holds the branches. Every card, applied or
      *    not, goes on the standing audit trail and the report.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           MOVE SPACES TO WS-AUD-INPUT-ID.
           STRING "RMMTXN " WS-BUS-DATE
              DELIMITED BY SIZE
              INTO WS-AUD-INPUT-ID
           END-STRING.
           PERFORM WRITE-AUDIT-START.
           PERFORM LOAD-BRANCH-MASTER.
           SORT TXN-SORT
               ON ASCENDING KEY TS-CUSTID TS-SEQ
               INPUT PROCEDURE IS NUMBER-CARDS THRU
                     NUMBER-CARDS-EXIT
               GIVING TXN-SORTED.
           PERFORM OPEN-MAINT-REPORT.
           MOVE "RMMAUD" TO WS-IO-NAME.
           OPEN EXTEND RM-AUDIT.
           PERFORM CHECK-IO-STATUS.
           PERFORM UPDATE-MASTER.
           MOVE "RMMAUD" TO WS-IO-NAME.
           CLOSE RM-AUDIT.
           PERFORM CHECK-IO-STATUS.
           PERFORM WRITE-MAINT-TOTALS.
           IF WS-REJECT-CNT > 0
              MOVE WS-REJECT-CNT TO WS-CNT-ED
              DISPLAY "RMMAINT: " WS-CNT-ED " MAINTENANCE CARDS "
                 "REJECTED - SEE RMMRPT, ENDING WITH CC 4"
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
      *    keyed in the working day, after DATECLOS, so like BRCHMNT
      *    this runs against a closed date; an assignment simply
      *    takes effect from the next worklist. A missing or damaged
      *    control record stops the run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BDC-STATUS NOT = '00'
              DISPLAY "RMMAINT: CANNOT OPEN BUSINESS-DATE CONTROL, "
                 "FILE STATUS " WS-BDC-STATUS " - RUN STOPPED"
              MOVE "BUSDATE OPEN FAIL" TO WS-BDC-ERROR
           ELSE
              MOVE SPACES TO BDC-RECORD
              READ BUSDATE-FILE
                 AT END MOVE SPACES TO BDC-RECORD
              END-READ
              CLOSE BUSDATE-FILE
              IF BDC-BUS-DATE IS NOT NUMERIC
                 DISPLAY "RMMAINT: BUSINESS-DATE CONTROL RECORD IS "
                    "MISSING OR DAMAGED - RUN STOPPED"
                 MOVE "BUSDATE RECORD INVALID" TO WS-BDC-ERROR
              ELSE
                 MOVE BDC-BUS-DATE TO WS-BUS-DATE
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

      *    The branch master into the table - code, status and the
      *    date the branch opens.
       LOAD-BRANCH-MASTER.
           OPEN INPUT BRCH-REF.
           IF WS-REF-STATUS NOT = '00'
              DISPLAY "RMMAINT: CANNOT OPEN BRCHREF, FILE STATUS "
                 WS-REF-STATUS
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

       STORE-ONE-REF.
           IF WS-REF-CNT >= WS-REF-MAX
              DISPLAY "RMMAINT: MORE THAN " WS-REF-MAX " BRANCHES ON "
                 "THE MASTER - RAISE THE TABLE HERE AND IN ADDONE"
              MOVE 12 TO RETURN-CODE
              MOVE "BRANCH TABLE OVERFLOW" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-REF-CNT.
           SET REF-IX TO WS-REF-CNT.
           MOVE BRF-CODE TO WS-REF-CODE (REF-IX).
           MOVE BRF-STATUS TO WS-REF-STATUS-CD (REF-IX).
           IF WS-REF-STATUS-CD (REF-IX) = SPACE
              MOVE 'A' TO WS-REF-STATUS-CD (REF-IX)
           END-IF.
           MOVE BRF-OPEN-DATE TO WS-REF-OPEN-DATE (REF-IX).

       FIND-REF-BRANCH.
           MOVE 0 TO WS-FIND-POS.
           SET REF-IX TO 1.
           SEARCH WS-REF-ENTRY
              AT END CONTINUE
              WHEN REF-IX > WS-REF-CNT
                 CONTINUE
              WHEN WS-REF-CODE (REF-IX) = WS-FIND-CODE
                 SET WS-FIND-POS TO REF-IX
           END-SEARCH.

      *    Input procedure - every card, numbered in deck order.
       NUMBER-CARDS.
           OPEN INPUT TXN-CARDS.
           IF WS-TXN-STATUS = '00'
              PERFORM UNTIL WS-TXN-EOF = 'Y'
                 READ TXN-CARDS
                    AT END MOVE 'Y' TO WS-TXN-EOF
                    NOT AT END
                       ADD 1 TO WS-TXN-SEQ
                       MOVE TXN-CUSTID TO TS-CUSTID
                       MOVE WS-TXN-SEQ TO TS-SEQ
                       MOVE TXN-RECORD TO TS-CARD
                       RELEASE TS-RECORD
                 END-READ
              END-PERFORM
              CLOSE TXN-CARDS
           ELSE
              DISPLAY "RMMAINT: NO MAINTENANCE CARDS - MASTER "
                 "CARRIED FORWARD UNCHANGED"
           END-IF.
       NUMBER-CARDS-EXIT.
           EXIT.

      *    The match itself. A master record with no cards against it
      *    is copied across. Otherwise the customer's cards are
      *    applied one after another to a hold area primed from the
      *    master record, or empty when the customer has no RM yet,
      *    and whatever the last card leaves is written.
       UPDATE-MASTER.
           OPEN INPUT RM-OLD.
           IF WS-OLD-STATUS NOT = '00'
              DISPLAY "RMMAINT: CANNOT OPEN RMMOLD, FILE STATUS "
                 WS-OLD-STATUS
              MOVE 12 TO RETURN-CODE
              MOVE "OPEN FAIL RMMOLD" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           OPEN INPUT TXN-SORTED.
           MOVE "RMMNEW" TO WS-IO-NAME.
           OPEN OUTPUT RM-NEW.
           PERFORM CHECK-IO-STATUS.
           PERFORM READ-OLD-SIDE.
           PERFORM READ-TXN-SIDE.
           PERFORM UNTIL WS-OLD-KEY = HIGH-VALUES
                     AND WS-TXN-KEY = HIGH-VALUES
              IF WS-OLD-KEY < WS-TXN-KEY
                 MOVE RMO-RECORD TO WS-HOLD-RECORD
                 PERFORM WRITE-HOLD-RECORD
                 PERFORM READ-OLD-SIDE
              ELSE
                 MOVE WS-TXN-KEY TO WS-CUR-KEY
                 IF WS-OLD-KEY = WS-TXN-KEY
                    MOVE RMO-RECORD TO WS-HOLD-RECORD
                    MOVE 'Y' TO WS-HOLD-SW
                    PERFORM READ-OLD-SIDE
                 ELSE
                    MOVE SPACES TO WS-HOLD-RECORD
                    MOVE 'N' TO WS-HOLD-SW
                 END-IF
                 PERFORM UNTIL WS-TXN-KEY NOT = WS-CUR-KEY
                    PERFORM APPLY-ONE-TXN
                    PERFORM READ-TXN-SIDE
                 END-PERFORM
                 IF WS-HOLD-SW = 'Y'
                    PERFORM WRITE-HOLD-RECORD
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE RM-OLD.
           CLOSE TXN-SORTED.
           MOVE "RMMNEW" TO WS-IO-NAME.
           CLOSE RM-NEW.
           PERFORM CHECK-IO-STATUS.

      *    The master must come in strictly ascending CUSTID order -
      *    every generation is written that way by this program, so
      *    anything else is a damaged or hand-edited file, and a
      *    match run over it would silently duplicate or lose
      *    customers.
       READ-OLD-SIDE.
           READ RM-OLD
              AT END MOVE HIGH-VALUES TO WS-OLD-KEY
              NOT AT END
                 MOVE RMO-CUSTID TO WS-OLD-KEY
                 ADD 1 TO WS-OLD-CNT
                 IF WS-OLD-KEY NOT > WS-PRIOR-OLD-KEY
                    DISPLAY "RMMAINT: RMMOLD OUT OF CUSTID SEQUENCE "
                       "AT " WS-OLD-KEY " - RUN STOPPED"
                    MOVE 12 TO RETURN-CODE
                    MOVE "RMMOLD OUT OF SEQUENCE" TO WS-AUD-COUNTS
                    PERFORM WRITE-AUDIT-END
                    STOP RUN
                 END-IF
                 MOVE WS-OLD-KEY TO WS-PRIOR-OLD-KEY
           END-READ.

       READ-TXN-SIDE.
           READ TXN-SORTED
              AT END MOVE HIGH-VALUES TO WS-TXN-KEY
              NOT AT END MOVE TSD-CUSTID TO WS-TXN-KEY
           END-READ.

       WRITE-HOLD-RECORD.
           MOVE WS-HOLD-RECORD TO RMN-RECORD.
           MOVE "RMMNEW" TO WS-IO-NAME.
           WRITE RMN-RECORD.
           PERFORM CHECK-IO-STATUS.
           ADD 1 TO WS-NEW-CNT.

      *    One maintenance card: the checks common to every code,
      *    then the ones for its own code, then - only if nothing
      *    has set a reject reason - the update to the hold area.
      *    Either way the card goes to the audit trail and report.
       APPLY-ONE-TXN.
           ADD 1 TO WS-TXN-CNT.
           MOVE TSD-CARD TO WS-CARD.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           IF WS-HOLD-SW = 'Y'
              MOVE WS-HOLD-RM-ID TO WS-BEF-RM-ID
              MOVE WS-HOLD-RM-NAME TO WS-BEF-RM-NAME
              MOVE WS-HOLD-RM-BRANCH TO WS-BEF-RM-BRANCH
           END-IF.

           IF WS-CRD-USER = SPACES
              MOVE "NO USER ID" TO WS-REJ-REASON
           END-IF.
           IF WS-REJ-REASON = SPACES
              IF WS-CRD-CUSTID = SPACES
                 MOVE "BLANK CUSTOMER ID" TO WS-REJ-REASON
              END-IF
           END-IF.
           IF WS-REJ-REASON = SPACES
              EVALUATE WS-CRD-CODE
                 WHEN 'A'
                    PERFORM CHECK-ASSIGN
                 WHEN 'C'
                    PERFORM CHECK-CHANGE
                 WHEN 'D'
                    IF WS-HOLD-SW NOT = 'Y'
                       MOVE "NO RM TO REMOVE" TO WS-REJ-REASON
                    END-IF
                 WHEN OTHER
                    MOVE "BAD TRANSACTION CODE" TO WS-REJ-REASON
              END-EVALUATE
           END-IF.

           IF WS-REJ-REASON = SPACES
              EVALUATE WS-CRD-CODE
                 WHEN 'A'
                    PERFORM APPLY-ASSIGN
                 WHEN 'C'
                    PERFORM APPLY-CHANGE
                 WHEN 'D'
                    MOVE 'N' TO WS-HOLD-SW
                    ADD 1 TO WS-DELETE-CNT
              END-EVALUATE
              ADD 1 TO WS-APPLIED-CNT
           ELSE
              ADD 1 TO WS-REJECT-CNT
           END-IF.
           PERFORM WRITE-AUDIT-TRAIL.
           PERFORM WRITE-TXN-LINE.

      *    A customer takes one RM at a time - moving a customer to
      *    another RM is a change, so the audit trail shows who had
      *    them before.
       CHECK-ASSIGN.
           IF WS-HOLD-SW = 'Y'
              MOVE "ALREADY ASSIGNED - USE C" TO WS-REJ-REASON
           ELSE
              IF WS-CRD-RM-ID = SPACES OR WS-CRD-RM-NAME = SPACES
                 OR WS-CRD-RM-BRANCH = SPACES
                 MOVE "RM ID/NAME/BRANCH NEEDED" TO WS-REJ-REASON
              ELSE
                 PERFORM CHECK-RM-BRANCH
              END-IF
           END-IF.

      *    A move to another RM must bring that RM's name and branch
      *    - the old RM's would otherwise be carried under the new
      *    ID and head the wrong page on RMWORK.
       CHECK-CHANGE.
           IF WS-HOLD-SW NOT = 'Y'
              MOVE "NOT ASSIGNED - USE A" TO WS-REJ-REASON
           ELSE
              IF WS-CRD-RM-ID = SPACES AND WS-CRD-RM-NAME = SPACES
                 AND WS-CRD-RM-BRANCH = SPACES
                 MOVE "NOTHING TO CHANGE" TO WS-REJ-REASON
              ELSE
                 IF WS-CRD-RM-ID NOT = SPACES
                    AND WS-CRD-RM-ID NOT = WS-HOLD-RM-ID
                    AND (WS-CRD-RM-NAME = SPACES
                         OR WS-CRD-RM-BRANCH = SPACES)
                    MOVE "NEW RM NEEDS NAME/BRANCH" TO WS-REJ-REASON
                 ELSE
                    IF WS-CRD-RM-BRANCH NOT = SPACES
                       PERFORM CHECK-RM-BRANCH
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    An RM works from a branch that is open today and has no
      *    close or merge booked - a customer parked on a closing
      *    branch's RM would be orphaned the day it goes.
       CHECK-RM-BRANCH.
           MOVE WS-CRD-RM-BRANCH TO WS-FIND-CODE.
           PERFORM FIND-REF-BRANCH.
           IF WS-FIND-POS = 0
              MOVE "BRANCH NOT ON MASTER" TO WS-REJ-REASON
           ELSE
              IF WS-REF-STATUS-CD (WS-FIND-POS) NOT = 'A'
                 MOVE "BRANCH CLOSED/CLOSING" TO WS-REJ-REASON
              ELSE
                 IF WS-REF-OPEN-DATE (WS-FIND-POS) NOT = SPACES
                    AND WS-REF-OPEN-DATE (WS-FIND-POS) > WS-BUS-DATE
                    MOVE "BRANCH NOT YET OPEN" TO WS-REJ-REASON
                 END-IF
              END-IF
           END-IF.

       APPLY-ASSIGN.
           MOVE SPACES TO WS-HOLD-RECORD.
           MOVE WS-CRD-CUSTID TO WS-HOLD-CUSTID.
           MOVE WS-CRD-RM-ID TO WS-HOLD-RM-ID.
           MOVE WS-CRD-RM-NAME TO WS-HOLD-RM-NAME.
           MOVE WS-CRD-RM-BRANCH TO WS-HOLD-RM-BRANCH.
           MOVE WS-BUS-DATE TO WS-HOLD-ASSIGN-DATE.
           PERFORM STAMP-CHANGE.
           MOVE 'Y' TO WS-HOLD-SW.
           ADD 1 TO WS-ADD-CNT.

      *    A new RM ID is the customer moving to another RM, and
      *    restarts the assignment date; a name or branch alone is
      *    the same RM's details being corrected.
       APPLY-CHANGE.
           IF WS-CRD-RM-ID NOT = SPACES
              AND WS-CRD-RM-ID NOT = WS-HOLD-RM-ID
              MOVE WS-CRD-RM-ID TO WS-HOLD-RM-ID
              MOVE WS-BUS-DATE TO WS-HOLD-ASSIGN-DATE
              ADD 1 TO WS-MOVE-CNT
           END-IF.
           IF WS-CRD-RM-NAME NOT = SPACES
              MOVE WS-CRD-RM-NAME TO WS-HOLD-RM-NAME
           END-IF.
           IF WS-CRD-RM-BRANCH NOT = SPACES
              MOVE WS-CRD-RM-BRANCH TO WS-HOLD-RM-BRANCH
           END-IF.
           PERFORM STAMP-CHANGE.
           ADD 1 TO WS-CHANGE-CNT.

       STAMP-CHANGE.
           MOVE WS-BUS-DATE TO WS-HOLD-CHG-DATE.
           MOVE WS-CRD-USER TO WS-HOLD-CHG-USER.

      *    The after image is the customer as this card left them -
      *    blank once an assignment is removed, the same as the
      *    before image when the card was rejected.
       WRITE-AUDIT-TRAIL.
           MOVE SPACES TO RAT-RECORD.
           MOVE WS-BUS-DATE TO RAT-BUS-DATE.
           MOVE WS-RUN-STAMP TO RAT-STAMP.
           MOVE WS-CRD-USER TO RAT-USER.
           MOVE WS-CRD-CODE TO RAT-TXN.
           MOVE WS-CRD-CUSTID TO RAT-CUSTID.
           IF WS-REJ-REASON = SPACES
              MOVE 'A' TO RAT-RESULT
           ELSE
              MOVE 'R' TO RAT-RESULT
              MOVE WS-REJ-REASON TO RAT-REASON
           END-IF.
           MOVE WS-BEFORE-IMAGE TO RAT-BEFORE.
           IF WS-HOLD-SW = 'Y'
              MOVE WS-HOLD-RM-ID TO RAT-AFT-RM-ID
              MOVE WS-HOLD-RM-NAME TO RAT-AFT-RM-NAME
              MOVE WS-HOLD-RM-BRANCH TO RAT-AFT-RM-BRANCH
           END-IF.
           MOVE "RMMAUD" TO WS-IO-NAME.
           WRITE RAT-RECORD.
           PERFORM CHECK-IO-STATUS.

       WRITE-TXN-LINE.
           MOVE SPACES TO WS-TXN-LINE.
           MOVE WS-CRD-CODE TO WS-TL-TXN.
           MOVE WS-CRD-CUSTID TO WS-TL-CUSTID.
           MOVE WS-CRD-USER TO WS-TL-USER.
           IF WS-REJ-REASON = SPACES
              MOVE "APPLIED" TO WS-TL-RESULT
              IF WS-CRD-CODE = 'D'
                 MOVE WS-BEF-RM-ID TO WS-TL-RM-ID
                 MOVE WS-BEF-RM-BRANCH TO WS-TL-BRANCH
                 MOVE "REMOVED - NOW UNASSIGNED" TO WS-TL-DETAIL
              ELSE
                 MOVE WS-HOLD-RM-ID TO WS-TL-RM-ID
                 MOVE WS-HOLD-RM-BRANCH TO WS-TL-BRANCH
                 MOVE WS-HOLD-RM-NAME TO WS-TL-DETAIL
              END-IF
           ELSE
              MOVE WS-CRD-RM-ID TO WS-TL-RM-ID
              MOVE WS-CRD-RM-BRANCH TO WS-TL-BRANCH
              MOVE "REJECTED" TO WS-TL-RESULT
              MOVE WS-REJ-REASON TO WS-TL-DETAIL
           END-IF.
           MOVE WS-TXN-LINE TO MAINT-RECORD.
           WRITE MAINT-RECORD.

       OPEN-MAINT-REPORT.
           MOVE "RMMRPT" TO WS-IO-NAME.
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

       WRITE-MAINT-TOTALS.
           MOVE SPACES TO MAINT-RECORD.
           WRITE MAINT-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "CUSTOMERS ASSIGNED ON PRIOR MASTER" TO WS-TOT-LABEL.
           MOVE WS-OLD-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "MAINTENANCE CARDS READ" TO WS-TOT-LABEL.
           MOVE WS-TXN-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CUSTOMERS ASSIGNED" TO WS-TOT-LABEL.
           MOVE WS-ADD-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "ASSIGNMENTS CHANGED" TO WS-TOT-LABEL.
           MOVE WS-CHANGE-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "  OF WHICH MOVED TO ANOTHER RM" TO WS-TOT-LABEL.
           MOVE WS-MOVE-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "ASSIGNMENTS REMOVED" TO WS-TOT-LABEL.
           MOVE WS-DELETE-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CARDS REJECTED" TO WS-TOT-LABEL.
           MOVE WS-REJECT-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CUSTOMERS ASSIGNED ON NEW MASTER" TO WS-TOT-LABEL.
           MOVE WS-NEW-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           CLOSE MAINT-REPORT.

       WRITE-TOTAL-CNT.
           MOVE WS-CNT-ED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO MAINT-RECORD.
           WRITE MAINT-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.

       CHECK-IO-STATUS.
           IF WS-IO-STATUS NOT = '00'
              DISPLAY "RMMAINT: I/O ERROR ON " WS-IO-NAME
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
