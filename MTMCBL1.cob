           SELECT BALHIST-OUT ASSIGN TO BALHISTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT REL-BAL ASSIGN TO RELBAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDC-STATUS.

      *-------------------
      * DATA DIVISION.
      *    tier counts by branch. Validated against the BRCHREF
      *    reference master in WRITE-REC; an unknown code (blank
      *    included, unless ops carries a blank reference card)
      *    rejects to BALEXCP as UNKNOWN-BRCH. A code the branch
      *    master shows as merged away is re-homed to its successor
      *    by WRITE-DEDUPED-RECS; one closed outright rejects as
      *    CLOSED-BRCH.
           05 CUST-BRANCH PIC X(4).
      *    Customer (relationship) identifier, carved out of the
      *    FILLER the same way the branch code was - every account a
           05 AMO-ACCTNUM PIC X(10).
           05 FILLER PIC X(70).

      *    Branch reference master, maintained by BRCHMNT - one
      *    record per branch: code, name, and region. Every
      *    CUST-BRANCH is validated against it during WRITE-REC, so a
      *    mis-keyed "O12" lands in BALEXCP instead of becoming its
      *    own line on the branch report. A record with a blank code
      *    re-admits blank branch codes, for shops still on a feed
      *    that predates the field. The status, dates and successor
      *    came later, out of the old FILLER (see BRCHMNT): a branch
      *    not open yet by the business date is left out of the
      *    table, so its code is still unknown, and one whose close
      *    date has been reached is closed.
       FD  BRCH-REF RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  BRCH-REF-CARD.
           05 BRF-CODE PIC X(4).
           05 BRF-NAME PIC X(20).
           05 BRF-REGION PIC X(3).
           05 BRF-STATUS PIC X(1).
           05 BRF-OPEN-DATE PIC X(8).
           05 BRF-CLOSE-DATE PIC X(8).
           05 BRF-SUCCESSOR PIC X(4).
           05 FILLER PIC X(32).

      *    Per-account balance history, one record per account in
      *    account-number order, most recent balance first - read as
           05 BHO-BAL OCCURS 10 TIMES
              PIC S9(9)V99 SIGN LEADING SEPARATE.

      *    Relationship-balance extract - every deduped account in
      *    grouping-key order, each carrying its customer's combined
      *    figures as the aggregation pass worked them out, so the
      *    downstream relationship programs (the deposit-insurance
      *    exposure report among them) never have to regroup the
      *    book themselves. RB-CUST-DEP is the customer's deposits -
      *    accounts in credit only, since an overdraft is money owed
      *    to the bank, not a deposit netted against the others - on
      *    the day's actual balances. RB-CUST-BAL is the combined
      *    balance the tier cut used (the rolling average in rolling
      *    mode). Rebuilt every run.
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

       01  WS-CUSTOMERS.
      *    so the first record always starts a fresh group.
       01  WS-CUR-CUSTKEY PIC X(10) VALUE LOW-VALUES.
       01  WS-CUST-TOT PIC S9(11)V99 VALUE 0.
      *    The same group's deposits - the day's balances of its
      *    accounts in credit - for the relationship-balance extract.
       01  WS-CUST-DEP-TOT PIC S9(11)V99 VALUE 0.

      *    Distinct-customer counters for the control and branch
      *    reports - every account of a customer lands in the same
       01  WS-CSV-TOT PIC 9(11)V99 VALUE 0.
       01  WS-CSV-CNT-ED PIC Z(8)9.
       01  WS-CSV-TOT-ED PIC Z(10)9.99.

      *    Control records that open and close TOPACCTS, MIDACCTS,
      *    LOWACCTS and OVRACCTS, in the tier-record width with the
      *    tag where the account number sits. The header says which
      *    file, business date and run produced it - the run sequence
      *    is the control record's day sequence, the run time tells
      *    two runs of the same business date apart. The trailer
      *    carries the detail count and a balance hash (the sum of
      *    the balance column as written), so every consumer can
      *    prove it is reading the right run's file, whole.
       01  WS-TIER-HEADER.
           05 WS-THD-TAG PIC X(10) VALUE "HDR".
           05 WS-THD-FILE-ID PIC X(8).
           05 WS-THD-BUS-DATE PIC X(8).
           05 WS-THD-RUN-SEQ PIC 9(7).
           05 WS-THD-RUN-STAMP PIC X(14).
           05 FILLER PIC X(33) VALUE SPACES.
       01  WS-TIER-TRAILER.
           05 WS-TTR-TAG PIC X(10) VALUE "TRL".
           05 WS-TTR-FILE-ID PIC X(8).
           05 WS-TTR-REC-CNT PIC 9(9).
           05 WS-TTR-BAL-HASH PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(37) VALUE SPACES.
      *    Details written and balance hash per tier file, tallied at
      *    the WRITE itself so the trailer describes exactly what went
      *    out, whatever a restart did to the run-control counts.
       01  WS-TOP-WRT-CNT PIC 9(9) VALUE 0.
       01  WS-MID-WRT-CNT PIC 9(9) VALUE 0.
       01  WS-LOW-WRT-CNT PIC 9(9) VALUE 0.
       01  WS-OVR-WRT-CNT PIC 9(9) VALUE 0.
       01  WS-TOP-HASH PIC S9(13)V99 VALUE 0.
       01  WS-MID-HASH PIC S9(13)V99 VALUE 0.
       01  WS-LOW-HASH PIC S9(13)V99 VALUE 0.
       01  WS-OVR-HASH PIC S9(13)V99 VALUE 0.
       01  WS-BAL-NUM PIC S9(9)V99 USAGE IS COMP.
       01  WS-PARM-STATUS PIC X(2).
       01  WS-CKPT-STATUS PIC X(2).
              10 WS-REF-CODE PIC X(4).
              10 WS-REF-NAME PIC X(20).
              10 WS-REF-REGION PIC X(3).
      *    'Y' once the business date has reached the close date.
      *    The successor is where the accounts go from then on -
      *    the end of the merge chain, resolved once the table is
      *    loaded, and blank for a branch closed outright.
              10 WS-REF-CLOSED PIC X(1).
              10 WS-REF-SUCC PIC X(4).
              10 WS-REF-REHOME-CNT PIC 9(9).
      *    Set by FIND-REF-BRANCH - 'Y' when WS-REF-LOOKUP matched a
      *    reference entry, with the name, region, closed flag and
      *    successor alongside.
       01  WS-REF-LOOKUP PIC X(4).
       01  WS-REF-FOUND PIC X(1).
       01  WS-REF-FOUND-NAME PIC X(20).
       01  WS-REF-FOUND-REGION PIC X(3).
       01  WS-REF-FOUND-CLOSED PIC X(1).
       01  WS-REF-FOUND-SUCC PIC X(4).
      *    Merge-chain walk in RESOLVE-SUCCESSORS. A chain cannot
      *    loop (BRCHMNT only merges into an open branch), so the
      *    hop limit is only a guard against a hand-edited master.
       01  WS-REF-SCAN PIC 9(3).
       01  WS-REF-HOPS PIC 9(2).
       01  WS-REF-WALK PIC X(4).
       01  WS-REF-WALK-DONE PIC X(1).

      *    Regional rollup for the branch report, accumulated from
      *    the branch table as the branches print - the regional
       01  WS-CKPT-RESTART-CNT PIC 9(9) VALUE 0.
      *    How often EXTRACT-CUSTRECS checkpoints its progress.
       01  WS-CKPT-INTERVAL PIC 9(9) VALUE 1000.
      *    The business date being processed, compared against
      *    CKPT-RUN-DATE so a checkpoint left over from a different
      *    day's abended run is never applied against today's CUSTRECS
      *    - see READ-CHECKPOINT. A restart that slips past midnight
      *    is still the same business date, so its checkpoint holds.
       01  WS-CKPT-TODAY-DATE PIC X(8).
       01  WS-CKPT-FILE-DATE PIC X(8) VALUE SPACES.
      *    Gold tier cutoff - balance >= WS-THRESHOLD is Gold.
           05 WS-AUD-INPUT-ID PIC X(20).
           05 WS-AUD-COUNTS PIC X(30).
           05 WS-AUD-CC PIC 9(2).
       01  WS-BDC-STATUS PIC X(2).
       01  WS-BDC-ERROR PIC X(30) VALUE SPACES.
       01  WS-BDC-CC PIC 9(2) VALUE 0.

      *    Run-control counters and totals for the CTLRPT summary.
       01  WS-CTL-READ-CNT PIC 9(9) VALUE 0.
       01  WS-CTL-REJECT-CNT PIC 9(9) VALUE 0.
       01  WS-CTL-DUP-CNT PIC 9(9) VALUE 0.
       01  WS-CTL-OVR-CNT PIC 9(9) VALUE 0.
       01  WS-CTL-REHOME-CNT PIC 9(9) VALUE 0.
      *    Signed - the feed can legitimately carry overdrawn
      *    accounts, and their negatives belong in the total.
       01  WS-CTL-TOTAL-BAL PIC S9(11)V99 VALUE 0.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BRH-TOT-CUST PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(20) VALUE SPACES.
      *    Re-homed accounts section - one line per merged-away
      *    branch that still had accounts on the feed, and a total.
       01  WS-BRH-RHM-LINE.
           05 WS-BRH-RHM-FROM PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-BRH-RHM-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-BRH-RHM-INTO PIC X(5).
           05 WS-BRH-RHM-TO PIC X(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-BRH-RHM-CNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(30) VALUE SPACES.
       01  WS-CTL-READ-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-CTL-TOP-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-CTL-MID-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-CTL-LOW-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-CTL-REJECT-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-CTL-DUP-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-CTL-REHOME-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-CTL-OVR-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-CTL-TOTAL-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-CTL-OVRBAL-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
      *
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE.
           PERFORM EXTRACT-CUSTRECS.
      *    First sort - the accumulated extract into account-number
      *    order, so duplicate account numbers land adjacent for the
           STOP RUN.

       EXTRACT-CUSTRECS.
           MOVE BDC-BUS-DATE TO WS-CKPT-TODAY-DATE.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-BRANCH-REF.
           PERFORM READ-CHECKPOINT.
                    ELSE
                       MOVE AS-ACCTNUM TO WS-PREV-ACCTNUM
                       ADD AS-BAL-NUM TO WS-CTL-TOTAL-BAL
                       PERFORM REHOME-CLOSED-BRANCH
                       PERFORM UPDATE-BAL-HISTORY
                       MOVE SPACES TO CE-RECORD
                       IF AS-CUSTID = SPACES
           PERFORM CHECK-IO-STATUS.
           CLOSE BAL-EXCP.

      *    An account still on a branch merged away by the business
      *    date moves to the successor here, once and after dedup, so
      *    everything downstream - tiers, the branch report, RELBAL -
      *    sees the branch that now holds it. Counted against the
      *    branch it came from for the report. WRITE-REC has already
      *    rejected a closed branch with nowhere to go.
       REHOME-CLOSED-BRANCH.
           MOVE AS-BRANCH TO WS-REF-LOOKUP.
           PERFORM FIND-REF-BRANCH.
           IF WS-REF-FOUND = 'Y' AND WS-REF-FOUND-CLOSED = 'Y'
              AND WS-REF-FOUND-SUCC NOT = SPACES
              ADD 1 TO WS-REF-REHOME-CNT (REF-IX)
              ADD 1 TO WS-CTL-REHOME-CNT
              MOVE WS-REF-FOUND-SUCC TO AS-BRANCH
           END-IF.

       READ-HIST-SIDE.
           READ BALHIST-IN
              AT END MOVE HIGH-VALUES TO WS-HIST-KEY
           MOVE LOW-VALUES TO WS-CUR-CUSTKEY.
           MOVE 0 TO WS-GROUP-CNT.
           MOVE 0 TO WS-CUST-TOT.
           MOVE 0 TO WS-CUST-DEP-TOT.
           OPEN INPUT CUST-SORTED.
           MOVE "RELBAL" TO WS-IO-NAME.
           OPEN OUTPUT REL-BAL.
           PERFORM CHECK-IO-STATUS.
           PERFORM UNTIL WS-CUST-EOF = 'Y'
              READ CUST-SORTED
                 AT END MOVE 'Y' TO WS-CUST-EOF
              END-READ
           END-PERFORM.
           CLOSE CUST-SORTED.
           MOVE "RELBAL" TO WS-IO-NAME.
           CLOSE REL-BAL.
           PERFORM CHECK-IO-STATUS.
       RELEASE-CUSTOMER-RECS-EXIT.
           EXIT.

           ADD 1 TO WS-GROUP-CNT.
           MOVE CS-RECORD TO WS-GRP-ENTRY (WS-GROUP-CNT).
           ADD CS-TIER-BAL TO WS-CUST-TOT.
           IF CS-BAL-NUM > 0
              ADD CS-BAL-NUM TO WS-CUST-DEP-TOT
           END-IF.

      *    The group's combined balance is final - release every
      *    buffered account with it, write its relationship-balance
      *    record alongside, and start the next group empty.
       FLUSH-CUSTOMER-GROUP.
           PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
              UNTIL WS-GROUP-IX > WS-GROUP-CNT
              MOVE WS-CE-BRANCH TO TSD-BRANCH
              MOVE WS-CE-CUSTID TO TSD-CUSTID
              RELEASE TSD-RECORD
              PERFORM WRITE-REL-BAL-REC
           END-PERFORM.
           MOVE 0 TO WS-GROUP-CNT.
           MOVE 0 TO WS-CUST-TOT.
           MOVE 0 TO WS-CUST-DEP-TOT.

       WRITE-REL-BAL-REC.
           MOVE SPACES TO RB-RECORD.
           MOVE WS-CE-CUSTKEY TO RB-CUSTKEY.
           MOVE WS-CUST-DEP-TOT TO RB-CUST-DEP.
           MOVE WS-CUST-TOT TO RB-CUST-BAL.
           MOVE WS-GROUP-CNT TO RB-ACCT-CNT.
           MOVE WS-CE-ACCTNUM TO RB-ACCTNUM.
           MOVE WS-CE-BAL-NUM TO RB-BAL-NUM.
           MOVE WS-CE-FIRSTN TO RB-FIRSTN.
           MOVE WS-CE-LASTN TO RB-LASTN.
           MOVE WS-CE-BRANCH TO RB-BRANCH.
           MOVE WS-CE-CUSTID TO RB-CUSTID.
           MOVE "RELBAL" TO WS-IO-NAME.
           WRITE RB-RECORD.
           PERFORM CHECK-IO-STATUS.

      *    BAL-EXCP accumulates across restarts the same way
      *    SORT-EXTRACT does, so the reject count for the control
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM RESOLVE-SUCCESSORS.

      *    A branch whose open date is still ahead is not stored -
      *    accounts on it reject as unknown until the day it opens.
       STORE-ONE-REF.
           IF BRF-OPEN-DATE = SPACES
              OR BRF-OPEN-DATE NOT > BDC-BUS-DATE
              IF WS-REF-CNT >= WS-REF-MAX
                 DISPLAY "ADDONE: MORE THAN " WS-REF-MAX " BRANCH "
                    "REFERENCE CARDS - RAISE THE TABLE AND RERUN"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-REF-CNT
              SET REF-IX TO WS-REF-CNT
              MOVE BRF-CODE TO WS-REF-CODE (REF-IX)
              MOVE BRF-NAME TO WS-REF-NAME (REF-IX)
              MOVE BRF-REGION TO WS-REF-REGION (REF-IX)
              MOVE 'N' TO WS-REF-CLOSED (REF-IX)
              MOVE SPACES TO WS-REF-SUCC (REF-IX)
              MOVE 0 TO WS-REF-REHOME-CNT (REF-IX)
              IF BRF-CLOSE-DATE NOT = SPACES
                 AND BRF-CLOSE-DATE NOT > BDC-BUS-DATE
                 MOVE 'Y' TO WS-REF-CLOSED (REF-IX)
                 MOVE BRF-SUCCESSOR TO WS-REF-SUCC (REF-IX)
              END-IF
           END-IF.

      *    A merge's successor may itself have been merged on since,
      *    so each closed branch's successor is walked forward to the
      *    first branch still open - that is where its accounts go.
      *    A chain that ends at a branch closed outright, or at a
      *    code not on the master, leaves nowhere to send them: the
      *    successor is cleared, so they reject as CLOSED-BRCH, and
      *    ops are told to fix the master.
       RESOLVE-SUCCESSORS.
           PERFORM VARYING WS-REF-SCAN FROM 1 BY 1
              UNTIL WS-REF-SCAN > WS-REF-CNT
              IF WS-REF-CLOSED (WS-REF-SCAN) = 'Y'
                 AND WS-REF-SUCC (WS-REF-SCAN) NOT = SPACES
                 MOVE WS-REF-SUCC (WS-REF-SCAN) TO WS-REF-WALK
                 MOVE 0 TO WS-REF-HOPS
                 MOVE 'N' TO WS-REF-WALK-DONE
                 PERFORM UNTIL WS-REF-WALK-DONE = 'Y'
                    MOVE WS-REF-WALK TO WS-REF-LOOKUP
                    PERFORM FIND-REF-BRANCH
                    ADD 1 TO WS-REF-HOPS
                    EVALUATE TRUE
                       WHEN WS-REF-FOUND = 'N'
                          OR WS-REF-HOPS > 20
                          MOVE SPACES TO WS-REF-WALK
                          MOVE 'Y' TO WS-REF-WALK-DONE
                       WHEN WS-REF-FOUND-CLOSED = 'N'
                          MOVE 'Y' TO WS-REF-WALK-DONE
                       WHEN OTHER
                          MOVE WS-REF-FOUND-SUCC TO WS-REF-WALK
                          IF WS-REF-WALK = SPACES
                             MOVE 'Y' TO WS-REF-WALK-DONE
                          END-IF
                    END-EVALUATE
                 END-PERFORM
                 IF WS-REF-WALK = SPACES
                    DISPLAY "ADDONE: BRANCH " WS-REF-CODE (WS-REF-SCAN)
                       " IS MERGED INTO " WS-REF-SUCC (WS-REF-SCAN)
                       ", WHICH LEADS TO NO OPEN BRANCH - ITS"
                    DISPLAY "ADDONE: ACCOUNTS WILL REJECT AS "
                       "CLOSED-BRCH UNTIL BRCHMNT FIXES THE MASTER"
                 END-IF
                 MOVE WS-REF-WALK TO WS-REF-SUCC (WS-REF-SCAN)
              END-IF
           END-PERFORM.

      *    Serial search of the reference table for WS-REF-LOOKUP -
      *    name and region come back with the hit, for the report
           MOVE 'N' TO WS-REF-FOUND.
           MOVE SPACES TO WS-REF-FOUND-NAME.
           MOVE SPACES TO WS-REF-FOUND-REGION.
           MOVE 'N' TO WS-REF-FOUND-CLOSED.
           MOVE SPACES TO WS-REF-FOUND-SUCC.
           SET REF-IX TO 1.
           SEARCH WS-REF-ENTRY
              AT END CONTINUE
                 MOVE 'Y' TO WS-REF-FOUND
                 MOVE WS-REF-NAME (REF-IX) TO WS-REF-FOUND-NAME
                 MOVE WS-REF-REGION (REF-IX) TO WS-REF-FOUND-REGION
                 MOVE WS-REF-CLOSED (REF-IX) TO WS-REF-FOUND-CLOSED
                 MOVE WS-REF-SUCC (REF-IX) TO WS-REF-FOUND-SUCC
           END-SEARCH.

      *    Every valid record is appended to the persistent SORT-EXTRACT
                    MOVE "UNKNOWN-BRCH" TO WS-EXC-REASON
                    PERFORM WRITE-EXCEPTION
                 ELSE
                    IF WS-REF-FOUND-CLOSED = 'Y'
                       AND WS-REF-FOUND-SUCC = SPACES THEN
                       MOVE "CLOSED-BRCH" TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION
                    ELSE
                       IF FUNCTION TEST-NUMVAL-C(WS-BAL) NOT = 0 THEN
                          MOVE "INVALID-BAL" TO WS-EXC-REASON
                          PERFORM WRITE-EXCEPTION
                       ELSE
                          COMPUTE WS-BAL-NUM = FUNCTION NUMVAL-C(WS-BAL)
                          MOVE SPACES TO EXTR-RECORD
                          MOVE WS-BAL-NUM TO EXTR-BAL-NUM
                          MOVE WS-ACCTNUM TO EXTR-ACCTNUM
                          MOVE WS-FISRTN TO EXTR-FIRSTN
                          MOVE WS-LASTN TO EXTR-LASTN
                          MOVE WS-BAL TO EXTR-BAL-EDIT
                          MOVE WS-BRANCH TO EXTR-BRANCH
                          MOVE WS-CUSTID TO EXTR-CUSTID
                          MOVE "SRTEXTR" TO WS-IO-NAME
                          WRITE EXTR-RECORD
                          PERFORM CHECK-IO-STATUS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           MOVE "LOWACCTS" TO WS-IO-NAME.
           OPEN OUTPUT LOW-ACCTS.
           PERFORM CHECK-IO-STATUS.
           PERFORM WRITE-TIER-HEADERS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
              RETURN TIER-SORT-WORK
                 AT END MOVE 'Y' TO WS-SORT-EOF
                 NOT AT END PERFORM ROUTE-SORTED-REC
              END-RETURN
           END-PERFORM.
           PERFORM WRITE-TIER-TRAILERS.
           MOVE "TOPACCTS" TO WS-IO-NAME.
           CLOSE TOP-ACCTS.
           PERFORM CHECK-IO-STATUS.
       WRITE-TOP-ACCTS-EXIT.
           EXIT.

      *    Header on each of the three tier files before the first
      *    detail. The run time is taken once here and reused for
      *    OVRACCTS, so all four files of a run carry the same run.
       WRITE-TIER-HEADERS.
           MOVE WS-CKPT-TODAY-DATE TO WS-THD-BUS-DATE.
           MOVE BDC-DAY-SEQ TO WS-THD-RUN-SEQ.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-THD-RUN-STAMP.
           MOVE "TOPACCTS" TO WS-THD-FILE-ID WS-IO-NAME.
           WRITE OUTPUT-CUSTOMERS FROM WS-TIER-HEADER.
           PERFORM CHECK-IO-STATUS.
           MOVE "MIDACCTS" TO WS-THD-FILE-ID WS-IO-NAME.
           WRITE MID-CUSTOMERS FROM WS-TIER-HEADER.
           PERFORM CHECK-IO-STATUS.
           MOVE "LOWACCTS" TO WS-THD-FILE-ID WS-IO-NAME.
           WRITE LOW-CUSTOMERS FROM WS-TIER-HEADER.
           PERFORM CHECK-IO-STATUS.

      *    Trailer on each tier file after the last detail - a file
      *    that loses its tail loses the trailer with it, which is
      *    what makes the truncation detectable downstream.
       WRITE-TIER-TRAILERS.
           MOVE "TOPACCTS" TO WS-TTR-FILE-ID WS-IO-NAME.
           MOVE WS-TOP-WRT-CNT TO WS-TTR-REC-CNT.
           MOVE WS-TOP-HASH TO WS-TTR-BAL-HASH.
           WRITE OUTPUT-CUSTOMERS FROM WS-TIER-TRAILER.
           PERFORM CHECK-IO-STATUS.
           MOVE "MIDACCTS" TO WS-TTR-FILE-ID WS-IO-NAME.
           MOVE WS-MID-WRT-CNT TO WS-TTR-REC-CNT.
           MOVE WS-MID-HASH TO WS-TTR-BAL-HASH.
           WRITE MID-CUSTOMERS FROM WS-TIER-TRAILER.
           PERFORM CHECK-IO-STATUS.
           MOVE "LOWACCTS" TO WS-TTR-FILE-ID WS-IO-NAME.
           MOVE WS-LOW-WRT-CNT TO WS-TTR-REC-CNT.
           MOVE WS-LOW-HASH TO WS-TTR-BAL-HASH.
           WRITE LOW-CUSTOMERS FROM WS-TIER-TRAILER.
           PERFORM CHECK-IO-STATUS.

      *    Gold/Silver/Bronze banding on the customer's combined
      *    balance - every account of the relationship carries the
      *    same tier. An overdrawn account is pulled aside first on
              MOVE "TOPACCTS" TO WS-IO-NAME
              WRITE OUTPUT-CUSTOMERS
              PERFORM CHECK-IO-STATUS
              ADD 1 TO WS-TOP-WRT-CNT
              COMPUTE WS-TOP-HASH = WS-TOP-HASH
                 + FUNCTION NUMVAL-C(OUTPUT-BAL)
              PERFORM WRITE-TOP-ACCTS-CSV-REC
           ELSE
              IF TSD-CUST-BAL >= WS-SILVER-CUTOFF THEN
                 MOVE "MIDACCTS" TO WS-IO-NAME
                 WRITE MID-CUSTOMERS
                 PERFORM CHECK-IO-STATUS
                 ADD 1 TO WS-MID-WRT-CNT
                 COMPUTE WS-MID-HASH = WS-MID-HASH
                    + FUNCTION NUMVAL-C(MID-BAL)
              ELSE
                 ADD 1 TO WS-CTL-LOW-CNT
                 IF TSD-CUSTKEY NOT = WS-PREV-CUST-B
                 MOVE "LOWACCTS" TO WS-IO-NAME
                 WRITE LOW-CUSTOMERS
                 PERFORM CHECK-IO-STATUS
                 ADD 1 TO WS-LOW-WRT-CNT
                 COMPUTE WS-LOW-HASH = WS-LOW-HASH
                    + FUNCTION NUMVAL-C(LOW-BAL)
              END-IF
           END-IF.

           MOVE "OVRACCTS" TO WS-IO-NAME.
           OPEN OUTPUT OVR-ACCTS.
           PERFORM CHECK-IO-STATUS.
           MOVE "OVRACCTS" TO WS-THD-FILE-ID.
           WRITE OVR-CUSTOMERS FROM WS-TIER-HEADER.
           PERFORM CHECK-IO-STATUS.
           MOVE 'N' TO WS-OVR-EOF.
           PERFORM UNTIL WS-OVR-EOF = 'Y'
              RETURN SORT-WORK
                    MOVE "OVRACCTS" TO WS-IO-NAME
                    WRITE OVR-CUSTOMERS
                    PERFORM CHECK-IO-STATUS
                    ADD 1 TO WS-OVR-WRT-CNT
                    COMPUTE WS-OVR-HASH = WS-OVR-HASH
                       + FUNCTION NUMVAL-C(OVR-BAL)
              END-RETURN
           END-PERFORM.
           MOVE "OVRACCTS" TO WS-TTR-FILE-ID.
           MOVE WS-OVR-WRT-CNT TO WS-TTR-REC-CNT.
           MOVE WS-OVR-HASH TO WS-TTR-BAL-HASH.
           WRITE OVR-CUSTOMERS FROM WS-TIER-TRAILER.
           PERFORM CHECK-IO-STATUS.
           CLOSE OVR-ACCTS.
           PERFORM CHECK-IO-STATUS.
       WRITE-OVR-ACCTS-EXIT.
           WRITE CSV-RECORD.

      *    Run-control summary report - records read/written/rejected,
      *    total and average balance, the business date processed and
      *    the wall-clock run date/time, so ops can log run stats
      *    without opening TOPACCTS, MIDACCTS, or LOWACCTS by hand.
       WRITE-CONTROL-REPORT.
           IF WS-CTL-TOP-CNT + WS-CTL-MID-CNT + WS-CTL-LOW-CNT
              + WS-CTL-OVR-CNT > 0
           MOVE WS-CTL-LOW-CNT TO WS-CTL-LOW-ED
           MOVE WS-CTL-REJECT-CNT TO WS-CTL-REJECT-ED
           MOVE WS-CTL-DUP-CNT TO WS-CTL-DUP-ED
           MOVE WS-CTL-REHOME-CNT TO WS-CTL-REHOME-ED
           MOVE WS-CTL-OVR-CNT TO WS-CTL-OVR-ED
           MOVE WS-CTL-OVR-BAL TO WS-CTL-OVRBAL-ED
           MOVE WS-CTL-TOTAL-BAL TO WS-CTL-TOTAL-ED
           MOVE "ADDONE RUN-CONTROL REPORT" TO CTL-LABEL
           PERFORM WRITE-CTL-RECORD.

           MOVE SPACES TO CTL-RECORD
           MOVE "BUSINESS DATE" TO CTL-LABEL
           MOVE WS-CKPT-TODAY-DATE TO CTL-VALUE
           PERFORM WRITE-CTL-RECORD.

           MOVE SPACES TO CTL-RECORD
           MOVE "RUN DATE" TO CTL-LABEL
           MOVE WS-CTL-DATE-ED TO CTL-VALUE
           MOVE WS-CTL-DUP-ED TO CTL-VALUE
           PERFORM WRITE-CTL-RECORD.

      *    Accounts the feed still carries on a merged-away branch,
      *    moved to its successor - not rejects, but counted so the
      *    feed team can be told how far behind the master it is.
           MOVE SPACES TO CTL-RECORD
           MOVE "ACCOUNTS RE-HOMED" TO CTL-LABEL
           MOVE WS-CTL-REHOME-ED TO CTL-VALUE
           PERFORM WRITE-CTL-RECORD.

      *    Overdrawn accounts are outside the tier cut but inside the
      *    run - their count and (negative) balance get their own
      *    lines so the balancing step can prove the whole file.
              + WS-CTL-MIDC-CNT + WS-CTL-LOWC-CNT.
           MOVE WS-BRH-TOTAL-LINE TO BRANCH-RECORD.
           WRITE BRANCH-RECORD.

      *    Accounts moved off merged-away branches by the dedup pass.
      *    They are already in the successor's figures above; this
      *    says where they came from, so the branch can chase the
      *    feed team for the ones still carrying the old code.
           MOVE SPACES TO BRANCH-RECORD.
           WRITE BRANCH-RECORD.
           MOVE "ACCOUNTS RE-HOMED FROM CLOSED BRANCHES"
              TO BRANCH-RECORD.
           WRITE BRANCH-RECORD.
           PERFORM VARYING WS-REF-SCAN FROM 1 BY 1
              UNTIL WS-REF-SCAN > WS-REF-CNT
              IF WS-REF-REHOME-CNT (WS-REF-SCAN) > 0
                 MOVE SPACES TO WS-BRH-RHM-LINE
                 MOVE WS-REF-CODE (WS-REF-SCAN) TO WS-BRH-RHM-FROM
                 MOVE WS-REF-NAME (WS-REF-SCAN) TO WS-BRH-RHM-NAME
                 MOVE "INTO" TO WS-BRH-RHM-INTO
                 MOVE WS-REF-SUCC (WS-REF-SCAN) TO WS-BRH-RHM-TO
                 MOVE WS-REF-REHOME-CNT (WS-REF-SCAN)
                    TO WS-BRH-RHM-CNT
                 MOVE WS-BRH-RHM-LINE TO BRANCH-RECORD
                 WRITE BRANCH-RECORD
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-BRH-RHM-LINE.
           MOVE "TOTAL RE-HOMED" TO WS-BRH-RHM-NAME.
           MOVE WS-CTL-REHOME-CNT TO WS-BRH-RHM-CNT.
           MOVE WS-BRH-RHM-LINE TO BRANCH-RECORD.
           WRITE BRANCH-RECORD.
           CLOSE BRANCH-REPORT.
           IF WS-CTL-REHOME-CNT > 0
              MOVE WS-CTL-REHOME-CNT TO WS-CTL-REHOME-ED
              DISPLAY "ADDONE: " WS-CTL-REHOME-ED " ACCOUNTS RE-HOMED "
                 "FROM CLOSED BRANCHES - SEE BRCHRPT"
           END-IF.

      *    Lowest unprinted branch code, or zero when none are left.
       PICK-LOWEST-BRANCH.
              STOP RUN
           END-IF.

      *    Processing date from the business-date control record,
      *    never the system clock. A closed date is refused - its
      *    outputs are final and downstream has already used them.
      *    Called first thing, so the refusal logs its own start.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BDC-STATUS NOT = '00'
              DISPLAY "ADDONE: CANNOT OPEN BUSINESS-DATE CONTROL, "
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
                 DISPLAY "ADDONE: BUSINESS-DATE CONTROL RECORD IS "
                    "MISSING OR DAMAGED - RUN STOPPED"
                 MOVE "BUSDATE RECORD INVALID" TO WS-BDC-ERROR
                 MOVE 12 TO WS-BDC-CC
              ELSE
                 IF BDC-STATUS NOT = 'O'
                    DISPLAY "ADDONE: BUSINESS DATE " BDC-BUS-DATE
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

      *    Start and end records for the common audit log - one
      *    standing file every pipeline program appends to, so a bad
      *    night reads off one page (AUDITRPT) instead of eight job
           END-IF.
           MOVE RETURN-CODE TO WS-AUD-CC.
           CALL 'AUDITLOG' USING WS-AUDIT-PARM.
      *    AUDITLOG's GOBACK leaves its own return code behind -
      *    put back the one this run is ending with.
           MOVE WS-AUD-CC TO RETURN-CODE.

      *    Condition code for the scheduler - zero records read is an
      *    error (an empty or mis-pointed CUSTRECS must not transmit
