      *-------------------------
      * IDENTIFICATION DIVISION.
      *-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TIERSIM.
       AUTHOR.        DIV.

      *------------------------
      * ENVIRONMENT DIVISION.
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-RECS ASSIGN TO CUSTRECS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL SCN-CARDS ASSIGN TO SIMCARD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCN-STATUS.
           SELECT OPTIONAL BALHIST-IN ASSIGN TO BALHIST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRCH-REF ASSIGN TO BRCHREF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRCH-STATUS.
           SELECT OPTIONAL STAT-HIST ASSIGN TO STATHIST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SRTWORK".
           SELECT ACCT-SORTED ASSIGN TO ACCTSORT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-SORT-WORK ASSIGN TO "CUSTWORK".
           SELECT SIM-REPORT ASSIGN TO SIMRPT
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

      *    The CUSTRECS generation being simulated - the complete
      *    account file ADDONE read that day, snapshot or delta.
       FD  CUST-RECS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  CUST-RECORD.
           05 CUST-ACCTNUM PIC X(10).
           05 CUST-FIRSTNAME PIC X(11).
           05 FILLER PIC X(3).
           05 CUST-LASTNAME PIC X(22).
           05 CUST-BRANCH PIC X(4).
           05 CUST-CUSTID PIC X(8).
           05 FILLER PIC X(7).
           05 CUST-ACCTBAL PIC X(15).

      *    That day's archived ADDONE parameter card - the cutoffs,
      *    basis and window the actual run used, so the simulation's
      *    baseline is the run the branches really saw.
       FD  PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-RECORD.
           05 PARM-GOLD-CUTOFF PIC 9(9).
           05 PARM-SILVER-CUTOFF PIC 9(9).
           05 PARM-REJECT-TOL PIC 9(3).
           05 PARM-RUN-MODE PIC X(1).
           05 PARM-ROLL-MODE PIC X(1).
           05 PARM-ROLL-RUNS PIC 9(2).
           05 FILLER PIC X(55).

      *    Scenario cards from product management - one candidate
      *    cutoff set per card, in the parameter card's own formats:
      *      COL 1-8    SCENARIO ID
      *      COL 9-17   GOLD CUTOFF     COL 18-26  SILVER CUTOFF
      *      COL 27     BASIS - Y ROLLING AVERAGE, N SNAPSHOT,
      *                 BLANK AS THE ACTUAL RUN
      *      COL 28-29  ROLLING WINDOW 1-10, BLANK AS THE ACTUAL RUN
      *      COL 30-59  DESCRIPTION FOR THE REPORT
       FD  SCN-CARDS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  SCN-RECORD.
           05 SCN-ID PIC X(8).
           05 SCN-GOLD PIC X(9).
           05 SCN-GOLD-NUM REDEFINES SCN-GOLD PIC 9(9).
           05 SCN-SILVER PIC X(9).
           05 SCN-SILVER-NUM REDEFINES SCN-SILVER PIC 9(9).
           05 SCN-ROLL PIC X(1).
           05 SCN-RUNS PIC X(2).
           05 SCN-RUNS-NUM REDEFINES SCN-RUNS PIC 9(2).
           05 SCN-DESC PIC X(30).
           05 FILLER PIC X(21).

      *    The balance history ADDONE wrote that day - today's
      *    balance on top, up to ten observations, in account order.
      *    It is what the rolling average is taken over.
       FD  BALHIST-IN RECORD CONTAINS 132 CHARACTERS RECORDING MODE F.
       01  BHI-RECORD.
           05 BHI-ACCTNUM PIC X(10).
           05 BHI-OBS-CNT PIC 9(2).
           05 BHI-BAL OCCURS 10 TIMES
              PIC S9(9)V99 SIGN LEADING SEPARATE.

      *    Branch master (see BRCHMNT) - judged against the simulated
      *    date the same way ADDONER judges it against a replayed one.
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

      *    ADDONE's run-statistics history, read only - the day's
      *    recorded tier counts, which the replayed actual run must
      *    reproduce before any scenario can be compared with it.
       FD  STAT-HIST RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       01  STAT-RECORD.
           05 STAT-RUN-DATE PIC X(8).
           05 STAT-READ-CNT PIC 9(9).
           05 STAT-TOP-CNT PIC 9(9).
           05 STAT-MID-CNT PIC 9(9).
           05 STAT-LOW-CNT PIC 9(9).
           05 STAT-REJECT-CNT PIC 9(9).
           05 STAT-DUP-CNT PIC 9(9).
           05 STAT-OVR-CNT PIC 9(9).
           05 STAT-TOTAL-BAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(15).

      *    Validated accounts, put into account-number order so the
      *    feed's double-sends land adjacent and the history can be
      *    matched - ADDONE's extract layout.
       SD  SORT-WORK.
       01  SD-RECORD.
           05 SD-BAL-NUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 SD-ACCTNUM PIC X(10).
           05 SD-FIRSTN PIC X(11).
           05 SD-LASTN PIC X(22).
           05 SD-BAL-EDIT PIC X(15).
           05 SD-BRANCH PIC X(4).
           05 SD-CUSTID PIC X(8).

       FD  ACCT-SORTED RECORD CONTAINS 82 CHARACTERS RECORDING MODE F.
       01  AS-RECORD.
           05 AS-BAL-NUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 AS-ACCTNUM PIC X(10).
           05 AS-FIRSTN PIC X(11).
           05 AS-LASTN PIC X(22).
           05 AS-BAL-EDIT PIC X(15).
           05 AS-BRANCH PIC X(4).
           05 AS-CUSTID PIC X(8).

      *    Each kept account with its grouping key (the CUSTID, or
      *    the account number when it is blank - as ADDONE groups),
      *    the branch-table entry it ended up on after any re-homing,
      *    and its balance history, in grouping-key order so a
      *    customer's accounts arrive together.
       SD  CUST-SORT-WORK.
       01  CW-RECORD.
           05 CW-CUSTKEY PIC X(10).
           05 CW-ACCTNUM PIC X(10).
           05 CW-REF-IX PIC 9(3).
           05 CW-BAL-NUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 CW-OBS-CNT PIC 9(2).
           05 CW-BAL OCCURS 10 TIMES
              PIC S9(9)V99 SIGN LEADING SEPARATE.

      *    The impact report for the pricing committee.
       FD  SIM-REPORT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  SIM-RECORD PIC X(80).

      *    Business-date control record - for this job the private
      *    instream record naming the day being simulated, the way
      *    ADDONER names the day it replays.
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
           05 WS-ACCTNUM PIC X(10).
           05 WS-FISRTN PIC X(11).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-LASTN PIC X(22).
           05 WS-BRANCH PIC X(4).
           05 WS-CUSTID PIC X(8).
           05 FILLER PIC X(7) VALUE SPACES.
           05 WS-BAL PIC X(15).

       01  WS-LAST-REC PIC X(1) VALUE 'N'.
       01  WS-ACCT-EOF PIC X(1) VALUE 'N'.
       01  WS-SORT-EOF PIC X(1) VALUE 'N'.
       01  WS-SCN-EOF PIC X(1) VALUE 'N'.
       01  WS-STAT-EOF PIC X(1) VALUE 'N'.
       01  WS-IO-STATUS PIC X(2).
       01  WS-IO-NAME PIC X(8).
       01  WS-PARM-STATUS PIC X(2).
       01  WS-SCN-STATUS PIC X(2).
       01  WS-BRCH-STATUS PIC X(2).
       01  WS-BAL-NUM PIC S9(9)V99 USAGE IS COMP.
       01  WS-PREV-ACCTNUM PIC X(10) VALUE LOW-VALUES.

      *    The actual run's controls, read from the day's parameter
      *    card with ADDONE's own validation and compiled-in
      *    fallbacks, so a card ADDONE overrode is overridden here
      *    the same way.
       01  WS-THRESHOLD PIC 9(9) VALUE 50000.
       01  WS-SILVER-CUTOFF PIC 9(9) VALUE 10000.
       01  WS-THRESHOLD-DEFAULT PIC 9(9) VALUE 50000.
       01  WS-SILVER-CUTOFF-DEFAULT PIC 9(9) VALUE 10000.
       01  WS-ROLL-MODE PIC X(1) VALUE 'N'.
       01  WS-ROLL-RUNS PIC 9(2) VALUE 5.
       01  WS-ROLL-RUNS-DEFAULT PIC 9(2) VALUE 5.

      *    Branch master held in storage, as ADDONE holds it, with
      *    each branch's customers per tier for every cutoff set
      *    alongside. Case 1 is the actual run, cases 2 onward the
      *    scenarios; tier 1 Gold, 2 Silver, 3 Bronze. UP and DOWN
      *    count the branch's customers a scenario moves against the
      *    actual run.
       01  WS-REF-MAX PIC 9(3) VALUE 300.
       01  WS-REF-CNT PIC 9(3) VALUE 0.
       01  WS-REF-EOF PIC X(1) VALUE 'N'.
       01  WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 300 TIMES INDEXED BY REF-IX.
              10 WS-REF-CODE PIC X(4).
              10 WS-REF-NAME PIC X(20).
              10 WS-REF-REGION PIC X(3).
              10 WS-REF-CLOSED PIC X(1).
              10 WS-REF-SUCC PIC X(4).
              10 WS-REF-USED PIC X(1).
              10 WS-REF-CASE OCCURS 9 TIMES.
                 15 WS-RC-CUST OCCURS 3 TIMES PIC 9(9).
                 15 WS-RC-UP PIC 9(9).
                 15 WS-RC-DOWN PIC 9(9).
       01  WS-REF-LOOKUP PIC X(4).
       01  WS-REF-FOUND PIC X(1).
       01  WS-REF-FOUND-CLOSED PIC X(1).
       01  WS-REF-FOUND-SUCC PIC X(4).
       01  WS-REF-FOUND-IX PIC 9(3).
       01  WS-REF-SCAN PIC 9(3).
       01  WS-REF-HOPS PIC 9(2).
       01  WS-REF-WALK PIC X(4).
       01  WS-REF-WALK-DONE PIC X(1).

      *    The same figures rolled up per region for the report.
       01  WS-REG-MAX PIC 9(3) VALUE 50.
       01  WS-REG-CNT PIC 9(3) VALUE 0.
       01  WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 50 TIMES INDEXED BY REG-IX.
              10 WS-REG-CODE PIC X(3).
              10 WS-REG-CASE OCCURS 9 TIMES.
                 15 WS-RG-CUST OCCURS 3 TIMES PIC 9(9).
                 15 WS-RG-UP PIC 9(9).
                 15 WS-RG-DOWN PIC 9(9).
       01  WS-REG-SCAN PIC 9(3).

      *    The cutoff sets - the actual run first, then up to eight
      *    scenarios. Every set is cut both ways, on the day's
      *    snapshot (basis 1) and on the rolling average over its
      *    window (basis 2); PROP-B is the basis the set itself
      *    proposes, and its tier per customer is what is compared
      *    with the actual run. FROM/TO is the customer movement
      *    matrix against the actual run's tier.
       01  WS-CASE-MAX PIC 9(2) VALUE 9.
       01  WS-CASE-CNT PIC 9(2) VALUE 0.
       01  WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 9 TIMES.
              10 WS-CASE-ID PIC X(8).
              10 WS-CASE-DESC PIC X(30).
              10 WS-CASE-GOLD PIC 9(9).
              10 WS-CASE-SILVER PIC 9(9).
              10 WS-CASE-RUNS PIC 9(2).
              10 WS-CASE-PROP-B PIC 9(1).
              10 WS-CASE-TIER OCCURS 2 TIMES PIC 9(1).
              10 WS-CASE-PTIER PIC 9(1).
              10 WS-CASE-BASIS OCCURS 2 TIMES.
                 15 WS-CB-TIER OCCURS 3 TIMES.
                    20 WS-CB-CUST PIC 9(9).
                    20 WS-CB-ACCT PIC 9(9).
                    20 WS-CB-BAL PIC S9(13)V99.
              10 WS-CASE-FROM OCCURS 3 TIMES.
                 15 WS-CASE-TO OCCURS 3 TIMES PIC 9(9).
              10 WS-CASE-UP-CNT PIC 9(9).
              10 WS-CASE-UP-BAL PIC S9(13)V99.
              10 WS-CASE-DOWN-CNT PIC 9(9).
              10 WS-CASE-DOWN-BAL PIC S9(13)V99.
              10 WS-CASE-ROLL-HI PIC 9(9).
              10 WS-CASE-ROLL-LO PIC 9(9).
       01  WS-C PIC 9(2).
       01  WS-B PIC 9(1).
       01  WS-T PIC 9(1).
       01  WS-T2 PIC 9(1).
       01  WS-W PIC 9(2).
       01  WS-N PIC 9(2).

      *    Scenario cards as punched, with what became of each, for
      *    the report.
       01  WS-SCL-MAX PIC 9(2) VALUE 20.
       01  WS-SCL-CNT PIC 9(2) VALUE 0.
       01  WS-SCL-TABLE.
           05 WS-SCL-ENTRY OCCURS 20 TIMES.
              10 WS-SCL-CARD PIC X(29).
              10 WS-SCL-RESULT PIC X(30).
       01  WS-SCN-REASON PIC X(30).
       01  WS-SCN-REJ-CNT PIC 9(9) VALUE 0.
       01  WS-SCN-OVER-CNT PIC 9(9) VALUE 0.

      *    One customer's accounts in credit, gathered until the
      *    grouping key changes - ADDONE's 200-account ceiling. The
      *    overdrawn accounts are left out here, as ADDONE pulls
      *    them out of the tier cut, but their balances still count
      *    in the customer's combined balance.
       01  WS-GROUP-MAX PIC 9(3) VALUE 200.
       01  WS-GRP-CNT PIC 9(3) VALUE 0.
       01  WS-GRP-ACCTS PIC 9(3) VALUE 0.
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 200 TIMES.
              10 WS-GRP-REF PIC 9(3).
              10 WS-GRP-BAL PIC S9(9)V99.
       01  WS-G PIC 9(3).
       01  WS-G2 PIC 9(3).
       01  WS-FIRST-SW PIC X(1).
       01  WS-CUR-CUSTKEY PIC X(10) VALUE LOW-VALUES.
       01  WS-GRP-TIER-BAL PIC S9(13)V99 VALUE 0.
       01  WS-SNAP-TOT PIC S9(11)V99 VALUE 0.
      *    The customer's combined rolling balance for every window
      *    from one run to ten, so any set's window is to hand.
       01  WS-ROLL-TOTALS.
           05 WS-ROLL-TOT OCCURS 10 TIMES PIC S9(11)V99.
       01  WS-HIST-SUM PIC S9(13)V99.
       01  WS-AVG PIC S9(11)V99.
       01  WS-BR-BAL-SUM PIC S9(13)V99.
       01  WS-EVAL-TOT PIC S9(11)V99.
       01  WS-EVAL-GOLD PIC 9(9).
       01  WS-EVAL-SILVER PIC 9(9).
       01  WS-EVAL-TIER PIC 9(1).
       01  WS-R PIC 9(3).

       01  WS-HIST-KEY PIC X(10) VALUE LOW-VALUES.

      *    Run counts.
       01  WS-READ-CNT PIC 9(9) VALUE 0.
       01  WS-REJECT-CNT PIC 9(9) VALUE 0.
       01  WS-DUP-CNT PIC 9(9) VALUE 0.
       01  WS-REHOME-CNT PIC 9(9) VALUE 0.
       01  WS-OVR-CNT PIC 9(9) VALUE 0.
       01  WS-KEPT-CNT PIC 9(9) VALUE 0.
       01  WS-NOHIST-CNT PIC 9(9) VALUE 0.
       01  WS-CUST-CNT PIC 9(9) VALUE 0.
       01  WS-ODONLY-CNT PIC 9(9) VALUE 0.

      *    The day's STATHIST record, if there is one - the last
      *    written for the date, since a rerun appends another.
       01  WS-STAT-FOUND PIC X(1) VALUE 'N'.
       01  WS-STAT-TOP PIC 9(9) VALUE 0.
       01  WS-STAT-MID PIC 9(9) VALUE 0.
       01  WS-STAT-LOW PIC 9(9) VALUE 0.
       01  WS-STAT-OVR PIC 9(9) VALUE 0.
       01  WS-TIE-OK PIC X(1) VALUE 'N'.

       01  WS-AUDIT-PARM.
           05 WS-AUD-ACTION PIC X(1).
           05 WS-AUD-PROGRAM PIC X(8) VALUE "TIERSIM".
           05 WS-AUD-INPUT-ID PIC X(20).
           05 WS-AUD-COUNTS PIC X(30).
           05 WS-AUD-CC PIC 9(2).
       01  WS-AUD-PTR PIC 9(2) VALUE 1.
       01  WS-BDC-STATUS PIC X(2).
       01  WS-BDC-ERROR PIC X(30) VALUE SPACES.
       01  WS-BDC-CC PIC 9(2) VALUE 0.

      *    Report lines.
       01  WS-CNT-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-CNT2-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-CNT3-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-MONEY-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RUNS-ED PIC Z9.
       01  WS-DIFF PIC S9(9).
       01  WS-PTR PIC 9(2).

       01  WS-HEAD-LINE.
           05 FILLER PIC X(39)
              VALUE "TIER CUTOFF SIMULATION - BUSINESS DATE ".
           05 WS-HEAD-YYYY PIC X(4).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-MM PIC X(2).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-DD PIC X(2).
           05 FILLER PIC X(31) VALUE SPACES.

      *    One cutoff set on one line.
       01  WS-CUT-LINE.
           05 WS-CUT-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "GOLD >= ".
           05 WS-CUT-GOLD PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "SILVER >= ".
           05 WS-CUT-SILVER PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CUT-BASIS PIC X(26).

       01  WS-SCL-LINE.
           05 WS-SCL-L-CARD PIC X(29).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-SCL-L-RESULT PIC X(30).
           05 FILLER PIC X(18) VALUE SPACES.

      *    Tier table - customers and balances per tier for two
      *    columns of figures (actual and scenario, or snapshot and
      *    rolling), and the change in customers between them.
       01  WS-TT-HEAD-ACT.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "------- ACTUAL RUN --------".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "-------- SCENARIO ---------".
           05 FILLER PIC X(16) VALUE SPACES.
       01  WS-TT-HEAD-BASIS.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "-------- SNAPSHOT ---------".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "----- ROLLING AVERAGE -----".
           05 FILLER PIC X(16) VALUE SPACES.
       01  WS-TT-COL-LINE.
           05 FILLER PIC X(8) VALUE "TIER".
           05 FILLER PIC X(11) VALUE "  CUSTOMERS".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "        BALANCE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "  CUSTOMERS".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "        BALANCE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "      CHANGE".
           05 FILLER PIC X(2) VALUE SPACES.
       01  WS-TT-LINE.
           05 WS-TT-TIER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TT-CUST1 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TT-BAL1 PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TT-CUST2 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TT-BAL2 PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TT-CHG PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER PIC X(2) VALUE SPACES.
       01  WS-TT-CUST-A PIC 9(9).
       01  WS-TT-CUST-B PIC 9(9).
       01  WS-TT-BAL-A PIC S9(13)V99.
       01  WS-TT-BAL-B PIC S9(13)V99.

      *    Movement matrix - actual tier down the side, scenario tier
      *    across.
       01  WS-MV-COL-LINE.
           05 FILLER PIC X(14) VALUE "ACTUAL TIER".
           05 FILLER PIC X(13) VALUE "      TO GOLD".
           05 FILLER PIC X(13) VALUE "    TO SILVER".
           05 FILLER PIC X(13) VALUE "    TO BRONZE".
           05 FILLER PIC X(27) VALUE SPACES.
       01  WS-MV-LINE.
           05 WS-MV-FROM PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MV-TO1 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MV-TO2 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MV-TO3 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(27) VALUE SPACES.

      *    Branch and region effect - customers per tier, actual (A)
      *    against scenario (S), and the customers moving.
       01  WS-BE-COL-LINE.
           05 FILLER PIC X(9) VALUE "BRCH REG".
           05 FILLER PIC X(8) VALUE "  GOLD A".
           05 FILLER PIC X(8) VALUE "  GOLD S".
           05 FILLER PIC X(8) VALUE "  SILV A".
           05 FILLER PIC X(8) VALUE "  SILV S".
           05 FILLER PIC X(8) VALUE "  BRNZ A".
           05 FILLER PIC X(8) VALUE "  BRNZ S".
           05 FILLER PIC X(8) VALUE "      UP".
           05 FILLER PIC X(8) VALUE "    DOWN".
           05 FILLER PIC X(7) VALUE SPACES.
       01  WS-BE-LINE.
           05 WS-BE-BRANCH PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-BE-REGION PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-BE-FIG OCCURS 8 TIMES.
              10 FILLER PIC X(1).
              10 WS-BE-NUM PIC ZZZ,ZZ9.
           05 FILLER PIC X(7) VALUE SPACES.
       01  WS-BE-IX PIC 9(1).

       01  WS-TOTAL-LINE.
           05 WS-TOT-LABEL PIC X(38).
           05 WS-TOT-VALUE PIC X(30).
           05 FILLER PIC X(12) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
      *    What-if tier cut. Replays one day's CUSTRECS through
      *    ADDONE's validation, dedup, re-homing and relationship
      *    grouping, then cuts every customer under the actual run's
      *    controls and under each candidate cutoff set from the
      *    scenario cards, on the snapshot and on the rolling
      *    average, and reports the difference. Nothing but the
      *    report and the audit records is written - no tier file,
      *    TIERMAST, STATHIST, balance history or checkpoint.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE.
           MOVE SPACES TO WS-AUD-INPUT-ID.
           STRING "CUSTRECS " BDC-BUS-DATE DELIMITED BY SIZE
              INTO WS-AUD-INPUT-ID
           END-STRING.
           PERFORM WRITE-AUDIT-START.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-BRANCH-REF.
           PERFORM LOAD-SCENARIOS.
      *    First sort - validated accounts into account order for the
      *    dedup and the history match. Second sort - the kept
      *    accounts into grouping-key order for the tier cut.
           SORT SORT-WORK
               ON ASCENDING KEY SD-ACCTNUM
               INPUT PROCEDURE IS VALIDATE-CUSTRECS THRU
                     VALIDATE-CUSTRECS-EXIT
               GIVING ACCT-SORTED.
           SORT CUST-SORT-WORK
               ON ASCENDING KEY CW-CUSTKEY
               INPUT PROCEDURE IS PREPARE-ACCOUNTS THRU
                     PREPARE-ACCOUNTS-EXIT
               OUTPUT PROCEDURE IS SIMULATE-CUSTOMERS THRU
                     SIMULATE-CUSTOMERS-EXIT.
           PERFORM READ-STAT-HISTORY.
           PERFORM ROLL-UP-REGIONS.
           PERFORM WRITE-SIM-REPORT.
           PERFORM SET-RETURN-CODE.
           COMPUTE WS-CNT-ED = WS-CASE-CNT - 1.
           MOVE SPACES TO WS-AUD-COUNTS.
           STRING "SCEN " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           MOVE WS-READ-CNT TO WS-CNT-ED.
           STRING " READ " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           MOVE WS-REJECT-CNT TO WS-CNT-ED.
           STRING " REJ " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.

      *    The actual run's parameter card, validated exactly as
      *    ADDONE validates it - the fallbacks ADDONE would have
      *    taken are the ones the day was really tiered with. It
      *    becomes cutoff set 1.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-GOLD-CUTOFF IS NUMERIC
                       MOVE PARM-GOLD-CUTOFF TO WS-THRESHOLD
                    END-IF
                    IF PARM-SILVER-CUTOFF IS NUMERIC
                       MOVE PARM-SILVER-CUTOFF TO WS-SILVER-CUTOFF
                    END-IF
                    IF PARM-ROLL-MODE = 'Y'
                       MOVE 'Y' TO WS-ROLL-MODE
                    END-IF
                    IF WS-ROLL-MODE = 'Y'
                       IF PARM-ROLL-RUNS IS NUMERIC
                          AND PARM-ROLL-RUNS > 0
                          AND PARM-ROLL-RUNS <= 10
                          MOVE PARM-ROLL-RUNS TO WS-ROLL-RUNS
                       ELSE
                          MOVE WS-ROLL-RUNS-DEFAULT TO WS-ROLL-RUNS
                       END-IF
                    END-IF
                    IF WS-SILVER-CUTOFF >= WS-THRESHOLD
                       MOVE WS-THRESHOLD-DEFAULT TO WS-THRESHOLD
                       MOVE WS-SILVER-CUTOFF-DEFAULT TO WS-SILVER-CUTOFF
                    END-IF
              END-READ
           ELSE
              DISPLAY "TIERSIM: NO PARMCARD - THE ACTUAL RUN IS TAKEN "
                 "AS ADDONE'S COMPILED-IN DEFAULTS"
           END-IF.
           CLOSE PARM-FILE.
           MOVE 1 TO WS-CASE-CNT.
           INITIALIZE WS-CASE-ENTRY (1).
           MOVE "ACTUAL" TO WS-CASE-ID (1).
           MOVE "AS RUN - THE DAY'S PARMCARD" TO WS-CASE-DESC (1).
           MOVE WS-THRESHOLD TO WS-CASE-GOLD (1).
           MOVE WS-SILVER-CUTOFF TO WS-CASE-SILVER (1).
           MOVE WS-ROLL-RUNS TO WS-CASE-RUNS (1).
           IF WS-ROLL-MODE = 'Y'
              MOVE 2 TO WS-CASE-PROP-B (1)
           ELSE
              MOVE 1 TO WS-CASE-PROP-B (1)
           END-IF.

      *    Branch master, loaded and judged against the simulated
      *    date exactly as ADDONE loads it.
       LOAD-BRANCH-REF.
           OPEN INPUT BRCH-REF.
           IF WS-BRCH-STATUS NOT = '00'
              MOVE WS-BRCH-STATUS TO WS-IO-STATUS
              MOVE "BRCHREF" TO WS-IO-NAME
              PERFORM CHECK-IO-STATUS
           END-IF.
           PERFORM UNTIL WS-REF-EOF = 'Y'
              READ BRCH-REF
                 AT END MOVE 'Y' TO WS-REF-EOF
                 NOT AT END PERFORM STORE-ONE-REF
              END-READ
           END-PERFORM.
           CLOSE BRCH-REF.
           IF WS-REF-CNT = 0
              DISPLAY "TIERSIM: BRANCH REFERENCE IS EMPTY - EVERY "
                 "RECORD WOULD REJECT, RUN STOPPED"
              MOVE 12 TO RETURN-CODE
              MOVE "BRCHREF EMPTY" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           PERFORM RESOLVE-SUCCESSORS.

       STORE-ONE-REF.
           IF BRF-OPEN-DATE = SPACES
              OR BRF-OPEN-DATE NOT > BDC-BUS-DATE
              IF WS-REF-CNT >= WS-REF-MAX
                 DISPLAY "TIERSIM: MORE THAN " WS-REF-MAX " BRANCH "
                    "REFERENCE CARDS - RAISE THE TABLE AND RERUN"
                 MOVE 12 TO RETURN-CODE
                 MOVE "BRCHREF OVERFLOW" TO WS-AUD-COUNTS
                 PERFORM WRITE-AUDIT-END
                 STOP RUN
              END-IF
              ADD 1 TO WS-REF-CNT
              SET REF-IX TO WS-REF-CNT
              INITIALIZE WS-REF-ENTRY (REF-IX)
              MOVE BRF-CODE TO WS-REF-CODE (REF-IX)
              MOVE BRF-NAME TO WS-REF-NAME (REF-IX)
              MOVE BRF-REGION TO WS-REF-REGION (REF-IX)
              MOVE 'N' TO WS-REF-CLOSED (REF-IX)
              MOVE 'N' TO WS-REF-USED (REF-IX)
              IF BRF-CLOSE-DATE NOT = SPACES
                 AND BRF-CLOSE-DATE NOT > BDC-BUS-DATE
                 MOVE 'Y' TO WS-REF-CLOSED (REF-IX)
                 MOVE BRF-SUCCESSOR TO WS-REF-SUCC (REF-IX)
              END-IF
           END-IF.

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
                 MOVE WS-REF-WALK TO WS-REF-SUCC (WS-REF-SCAN)
              END-IF
           END-PERFORM.

       FIND-REF-BRANCH.
           MOVE 'N' TO WS-REF-FOUND.
           MOVE 'N' TO WS-REF-FOUND-CLOSED.
           MOVE SPACES TO WS-REF-FOUND-SUCC.
           MOVE 0 TO WS-REF-FOUND-IX.
           SET REF-IX TO 1.
           SEARCH WS-REF-ENTRY
              AT END CONTINUE
              WHEN REF-IX > WS-REF-CNT
                 CONTINUE
              WHEN WS-REF-CODE (REF-IX) = WS-REF-LOOKUP
                 MOVE 'Y' TO WS-REF-FOUND
                 MOVE WS-REF-CLOSED (REF-IX) TO WS-REF-FOUND-CLOSED
                 MOVE WS-REF-SUCC (REF-IX) TO WS-REF-FOUND-SUCC
                 SET WS-REF-FOUND-IX TO REF-IX
           END-SEARCH.

      *    Scenario cards. A card that would not make a usable
      *    parameter card is listed with the reason and left out, and
      *    the run ends CC 4; the rest are still simulated.
       LOAD-SCENARIOS.
           OPEN INPUT SCN-CARDS.
           IF WS-SCN-STATUS = '00'
              PERFORM UNTIL WS-SCN-EOF = 'Y'
                 READ SCN-CARDS
                    AT END MOVE 'Y' TO WS-SCN-EOF
                    NOT AT END
                       IF SCN-RECORD NOT = SPACES
                          PERFORM CHECK-ONE-SCENARIO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE SCN-CARDS.
           IF WS-CASE-CNT = 1
              DISPLAY "TIERSIM: NO USABLE SCENARIO CARDS - ONLY THE "
                 "ACTUAL RUN IS REPORTED"
           END-IF.

       CHECK-ONE-SCENARIO.
           MOVE SPACES TO WS-SCN-REASON.
           EVALUATE TRUE
              WHEN SCN-ID = SPACES
                 MOVE "BLANK SCENARIO ID" TO WS-SCN-REASON
              WHEN SCN-GOLD IS NOT NUMERIC
                 MOVE "GOLD CUTOFF NOT NUMERIC" TO WS-SCN-REASON
              WHEN SCN-SILVER IS NOT NUMERIC
                 MOVE "SILVER CUTOFF NOT NUMERIC" TO WS-SCN-REASON
              WHEN SCN-SILVER-NUM >= SCN-GOLD-NUM
                 MOVE "SILVER NOT BELOW GOLD" TO WS-SCN-REASON
              WHEN SCN-ROLL NOT = 'Y' AND SCN-ROLL NOT = 'N'
                                      AND SCN-ROLL NOT = SPACE
                 MOVE "BASIS NOT Y, N OR BLANK" TO WS-SCN-REASON
              WHEN SCN-RUNS NOT = SPACES
                 AND (SCN-RUNS IS NOT NUMERIC
                      OR SCN-RUNS-NUM = 0 OR SCN-RUNS-NUM > 10)
                 MOVE "WINDOW NOT 1-10" TO WS-SCN-REASON
              WHEN WS-CASE-CNT >= WS-CASE-MAX
                 MOVE "MORE THAN 8 SCENARIOS" TO WS-SCN-REASON
           END-EVALUATE.
           IF WS-SCN-REASON = SPACES
              PERFORM VARYING WS-C FROM 2 BY 1
                 UNTIL WS-C > WS-CASE-CNT
                 IF WS-CASE-ID (WS-C) = SCN-ID
                    MOVE "DUPLICATE SCENARIO ID" TO WS-SCN-REASON
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-SCN-REASON = SPACES
              ADD 1 TO WS-CASE-CNT
              MOVE WS-CASE-CNT TO WS-C
              INITIALIZE WS-CASE-ENTRY (WS-C)
              MOVE SCN-ID TO WS-CASE-ID (WS-C)
              MOVE SCN-DESC TO WS-CASE-DESC (WS-C)
              MOVE SCN-GOLD-NUM TO WS-CASE-GOLD (WS-C)
              MOVE SCN-SILVER-NUM TO WS-CASE-SILVER (WS-C)
              IF SCN-RUNS = SPACES
                 MOVE WS-ROLL-RUNS TO WS-CASE-RUNS (WS-C)
              ELSE
                 MOVE SCN-RUNS-NUM TO WS-CASE-RUNS (WS-C)
              END-IF
              EVALUATE SCN-ROLL
                 WHEN 'Y'
                    MOVE 2 TO WS-CASE-PROP-B (WS-C)
                 WHEN 'N'
                    MOVE 1 TO WS-CASE-PROP-B (WS-C)
                 WHEN OTHER
                    MOVE WS-CASE-PROP-B (1) TO WS-CASE-PROP-B (WS-C)
              END-EVALUATE
              MOVE "SIMULATED" TO WS-SCN-REASON
           ELSE
              ADD 1 TO WS-SCN-REJ-CNT
              DISPLAY "TIERSIM: SCENARIO CARD '" SCN-RECORD(1:29)
                 "' REJECTED - " WS-SCN-REASON
           END-IF.
           IF WS-SCL-CNT < WS-SCL-MAX
              ADD 1 TO WS-SCL-CNT
              MOVE SCN-RECORD(1:29) TO WS-SCL-CARD (WS-SCL-CNT)
              MOVE WS-SCN-REASON TO WS-SCL-RESULT (WS-SCL-CNT)
           ELSE
              ADD 1 TO WS-SCN-OVER-CNT
           END-IF.

      *    Input procedure for the account sort - ADDONE's record
      *    validation, rejects counted rather than written.
       VALIDATE-CUSTRECS.
           MOVE "CUSTRECS" TO WS-IO-NAME.
           OPEN INPUT CUST-RECS.
           PERFORM CHECK-IO-STATUS.
           PERFORM UNTIL WS-LAST-REC = 'Y'
              READ CUST-RECS INTO WS-CUSTOMERS
                 AT END MOVE 'Y' TO WS-LAST-REC
                 NOT AT END
                    ADD 1 TO WS-READ-CNT
                    PERFORM VALIDATE-ONE-REC
              END-READ
           END-PERFORM.
           CLOSE CUST-RECS.
       VALIDATE-CUSTRECS-EXIT.
           EXIT.

       VALIDATE-ONE-REC.
           MOVE WS-BRANCH TO WS-REF-LOOKUP.
           PERFORM FIND-REF-BRANCH.
           EVALUATE TRUE
              WHEN WS-ACCTNUM = SPACES
                 ADD 1 TO WS-REJECT-CNT
              WHEN WS-ACCTNUM IS NOT NUMERIC
                 ADD 1 TO WS-REJECT-CNT
              WHEN WS-REF-FOUND = 'N'
                 ADD 1 TO WS-REJECT-CNT
              WHEN WS-REF-FOUND-CLOSED = 'Y'
                   AND WS-REF-FOUND-SUCC = SPACES
                 ADD 1 TO WS-REJECT-CNT
              WHEN FUNCTION TEST-NUMVAL-C(WS-BAL) NOT = 0
                 ADD 1 TO WS-REJECT-CNT
              WHEN OTHER
                 COMPUTE WS-BAL-NUM = FUNCTION NUMVAL-C(WS-BAL)
                 MOVE SPACES TO SD-RECORD
                 MOVE WS-BAL-NUM TO SD-BAL-NUM
                 MOVE WS-ACCTNUM TO SD-ACCTNUM
                 MOVE WS-FISRTN TO SD-FIRSTN
                 MOVE WS-LASTN TO SD-LASTN
                 MOVE WS-BAL TO SD-BAL-EDIT
                 MOVE WS-BRANCH TO SD-BRANCH
                 MOVE WS-CUSTID TO SD-CUSTID
                 RELEASE SD-RECORD
           END-EVALUATE.

      *    Input procedure for the grouping sort - the dedup pass.
      *    The first record of each account is kept, re-homed off a
      *    merged branch, and matched to its balance history; a
      *    history that does not start with the day's balance (or is
      *    missing) means BALHIST is not the generation written with
      *    this CUSTRECS, and the account falls back to the snapshot.
       PREPARE-ACCOUNTS.
           OPEN INPUT ACCT-SORTED.
           OPEN INPUT BALHIST-IN.
           PERFORM READ-HIST-SIDE.
           PERFORM UNTIL WS-ACCT-EOF = 'Y'
              READ ACCT-SORTED
                 AT END MOVE 'Y' TO WS-ACCT-EOF
                 NOT AT END
                    IF AS-ACCTNUM = WS-PREV-ACCTNUM
                       ADD 1 TO WS-DUP-CNT
                    ELSE
                       MOVE AS-ACCTNUM TO WS-PREV-ACCTNUM
                       PERFORM PREPARE-ONE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ACCT-SORTED.
           CLOSE BALHIST-IN.
       PREPARE-ACCOUNTS-EXIT.
           EXIT.

       READ-HIST-SIDE.
           READ BALHIST-IN
              AT END MOVE HIGH-VALUES TO WS-HIST-KEY
              NOT AT END MOVE BHI-ACCTNUM TO WS-HIST-KEY
           END-READ.

       PREPARE-ONE-ACCOUNT.
           ADD 1 TO WS-KEPT-CNT.
           MOVE AS-BRANCH TO WS-REF-LOOKUP.
           PERFORM FIND-REF-BRANCH.
           IF WS-REF-FOUND-CLOSED = 'Y'
              ADD 1 TO WS-REHOME-CNT
              MOVE WS-REF-FOUND-SUCC TO WS-REF-LOOKUP
              PERFORM FIND-REF-BRANCH
           END-IF.
           MOVE SPACES TO CW-RECORD.
           IF AS-CUSTID = SPACES
              MOVE AS-ACCTNUM TO CW-CUSTKEY
           ELSE
              MOVE AS-CUSTID TO CW-CUSTKEY
           END-IF.
           MOVE AS-ACCTNUM TO CW-ACCTNUM.
           MOVE WS-REF-FOUND-IX TO CW-REF-IX.
           MOVE AS-BAL-NUM TO CW-BAL-NUM.
           PERFORM UNTIL WS-HIST-KEY >= AS-ACCTNUM
              PERFORM READ-HIST-SIDE
           END-PERFORM.
           IF WS-HIST-KEY = AS-ACCTNUM
              AND BHI-OBS-CNT IS NUMERIC AND BHI-OBS-CNT > 0
              AND BHI-BAL (1) = AS-BAL-NUM
              MOVE BHI-OBS-CNT TO CW-OBS-CNT
              IF CW-OBS-CNT > 10
                 MOVE 10 TO CW-OBS-CNT
              END-IF
              PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 10
                 MOVE BHI-BAL (WS-W) TO CW-BAL (WS-W)
              END-PERFORM
           ELSE
              ADD 1 TO WS-NOHIST-CNT
              MOVE 1 TO CW-OBS-CNT
              PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 10
                 MOVE ZERO TO CW-BAL (WS-W)
              END-PERFORM
              MOVE AS-BAL-NUM TO CW-BAL (1)
           END-IF.
           RELEASE CW-RECORD.

      *    Output procedure for the grouping sort - one customer at a
      *    time, cut under every set once the whole relationship is
      *    known.
       SIMULATE-CUSTOMERS.
           PERFORM CLEAR-GROUP.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
              RETURN CUST-SORT-WORK
                 AT END MOVE 'Y' TO WS-SORT-EOF
                 NOT AT END
                    IF CW-CUSTKEY NOT = WS-CUR-CUSTKEY
                       PERFORM FINISH-CUSTOMER
                       MOVE CW-CUSTKEY TO WS-CUR-CUSTKEY
                    END-IF
                    PERFORM ADD-ACCOUNT-TO-GROUP
              END-RETURN
           END-PERFORM.
           PERFORM FINISH-CUSTOMER.
       SIMULATE-CUSTOMERS-EXIT.
           EXIT.

       CLEAR-GROUP.
           MOVE 0 TO WS-GRP-CNT.
           MOVE 0 TO WS-GRP-ACCTS.
           MOVE 0 TO WS-GRP-TIER-BAL.
           MOVE 0 TO WS-SNAP-TOT.
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 10
              MOVE 0 TO WS-ROLL-TOT (WS-W)
           END-PERFORM.

      *    The account's day balance goes into the snapshot total and
      *    its average over each window into that window's rolling
      *    total - averaged over the observations it has when it is
      *    younger than the window, rounded per account, as ADDONE
      *    averages it.
       ADD-ACCOUNT-TO-GROUP.
           IF WS-GRP-ACCTS >= WS-GROUP-MAX
              DISPLAY "TIERSIM: CUSTOMER " CW-CUSTKEY " HOLDS MORE "
                 "THAN " WS-GROUP-MAX " ACCOUNTS - RAISE THE GROUP "
                 "TABLE AND RERUN"
              MOVE 12 TO RETURN-CODE
              MOVE "CUSTOMER GROUP OVERFLOW" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-GRP-ACCTS.
           ADD CW-BAL-NUM TO WS-SNAP-TOT.
           MOVE 0 TO WS-HIST-SUM.
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 10
              IF WS-W <= CW-OBS-CNT
                 ADD CW-BAL (WS-W) TO WS-HIST-SUM
                 MOVE WS-W TO WS-N
              ELSE
                 MOVE CW-OBS-CNT TO WS-N
              END-IF
              COMPUTE WS-AVG ROUNDED = WS-HIST-SUM / WS-N
              ADD WS-AVG TO WS-ROLL-TOT (WS-W)
           END-PERFORM.
           IF CW-BAL-NUM < 0
              ADD 1 TO WS-OVR-CNT
           ELSE
              ADD 1 TO WS-GRP-CNT
              MOVE CW-REF-IX TO WS-GRP-REF (WS-GRP-CNT)
              MOVE CW-BAL-NUM TO WS-GRP-BAL (WS-GRP-CNT)
              ADD CW-BAL-NUM TO WS-GRP-TIER-BAL
           END-IF.

      *    A customer with nothing in credit is all collections and
      *    sits in no tier under any cutoffs.
       FINISH-CUSTOMER.
           IF WS-GRP-ACCTS > 0
              IF WS-GRP-CNT = 0
                 ADD 1 TO WS-ODONLY-CNT
              ELSE
                 ADD 1 TO WS-CUST-CNT
                 PERFORM TIER-CUSTOMER
                 PERFORM TALLY-CUSTOMER-BRANCHES
              END-IF
           END-IF.
           PERFORM CLEAR-GROUP.

      *    The customer under every set, both bases, then the
      *    proposed basis of each scenario against the actual run.
       TIER-CUSTOMER.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CASE-CNT
              MOVE WS-CASE-GOLD (WS-C) TO WS-EVAL-GOLD
              MOVE WS-CASE-SILVER (WS-C) TO WS-EVAL-SILVER
              MOVE WS-SNAP-TOT TO WS-EVAL-TOT
              PERFORM SET-TIER
              MOVE WS-EVAL-TIER TO WS-CASE-TIER (WS-C 1)
              MOVE WS-CASE-RUNS (WS-C) TO WS-W
              MOVE WS-ROLL-TOT (WS-W) TO WS-EVAL-TOT
              PERFORM SET-TIER
              MOVE WS-EVAL-TIER TO WS-CASE-TIER (WS-C 2)
              PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 2
                 MOVE WS-CASE-TIER (WS-C WS-B) TO WS-T
                 ADD 1 TO WS-CB-CUST (WS-C WS-B WS-T)
                 ADD WS-GRP-CNT TO WS-CB-ACCT (WS-C WS-B WS-T)
                 ADD WS-GRP-TIER-BAL TO WS-CB-BAL (WS-C WS-B WS-T)
              END-PERFORM
              MOVE WS-CASE-PROP-B (WS-C) TO WS-B
              MOVE WS-CASE-TIER (WS-C WS-B) TO WS-CASE-PTIER (WS-C)
              IF WS-CASE-TIER (WS-C 2) < WS-CASE-TIER (WS-C 1)
                 ADD 1 TO WS-CASE-ROLL-HI (WS-C)
              END-IF
              IF WS-CASE-TIER (WS-C 2) > WS-CASE-TIER (WS-C 1)
                 ADD 1 TO WS-CASE-ROLL-LO (WS-C)
              END-IF
           END-PERFORM.
           MOVE WS-CASE-PTIER (1) TO WS-T.
           PERFORM VARYING WS-C FROM 2 BY 1 UNTIL WS-C > WS-CASE-CNT
              MOVE WS-CASE-PTIER (WS-C) TO WS-T2
              ADD 1 TO WS-CASE-TO (WS-C WS-T WS-T2)
              IF WS-T2 < WS-T
                 ADD 1 TO WS-CASE-UP-CNT (WS-C)
                 ADD WS-GRP-TIER-BAL TO WS-CASE-UP-BAL (WS-C)
              END-IF
              IF WS-T2 > WS-T
                 ADD 1 TO WS-CASE-DOWN-CNT (WS-C)
                 ADD WS-GRP-TIER-BAL TO WS-CASE-DOWN-BAL (WS-C)
              END-IF
           END-PERFORM.

      *    ADDONE's banding - Gold at or above the Gold cutoff, Silver
      *    at or above the Silver cutoff, Bronze below.
       SET-TIER.
           IF WS-EVAL-TOT >= WS-EVAL-GOLD
              MOVE 1 TO WS-EVAL-TIER
           ELSE
              IF WS-EVAL-TOT >= WS-EVAL-SILVER
                 MOVE 2 TO WS-EVAL-TIER
              ELSE
                 MOVE 3 TO WS-EVAL-TIER
              END-IF
           END-IF.

      *    The customer once at every branch holding one of its
      *    accounts in credit - ADDONE's branch-report convention,
      *    so a relationship over two branches counts at both.
       TALLY-CUSTOMER-BRANCHES.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-GRP-CNT
              MOVE 'Y' TO WS-FIRST-SW
              PERFORM VARYING WS-G2 FROM 1 BY 1 UNTIL WS-G2 >= WS-G
                 IF WS-GRP-REF (WS-G2) = WS-GRP-REF (WS-G)
                    MOVE 'N' TO WS-FIRST-SW
                 END-IF
              END-PERFORM
              IF WS-FIRST-SW = 'Y'
                 MOVE WS-GRP-REF (WS-G) TO WS-R
                 MOVE 'Y' TO WS-REF-USED (WS-R)
                 PERFORM VARYING WS-C FROM 1 BY 1
                    UNTIL WS-C > WS-CASE-CNT
                    MOVE WS-CASE-PTIER (WS-C) TO WS-T
                    ADD 1 TO WS-RC-CUST (WS-R WS-C WS-T)
                    IF WS-C > 1
                       IF WS-T < WS-CASE-PTIER (1)
                          ADD 1 TO WS-RC-UP (WS-R WS-C)
                       END-IF
                       IF WS-T > WS-CASE-PTIER (1)
                          ADD 1 TO WS-RC-DOWN (WS-R WS-C)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

      *    The day's STATHIST record - the last one for the date.
       READ-STAT-HISTORY.
           OPEN INPUT STAT-HIST.
           PERFORM UNTIL WS-STAT-EOF = 'Y'
              READ STAT-HIST
                 AT END MOVE 'Y' TO WS-STAT-EOF
                 NOT AT END
                    IF STAT-RUN-DATE = BDC-BUS-DATE
                       MOVE 'Y' TO WS-STAT-FOUND
                       MOVE STAT-TOP-CNT TO WS-STAT-TOP
                       MOVE STAT-MID-CNT TO WS-STAT-MID
                       MOVE STAT-LOW-CNT TO WS-STAT-LOW
                       MOVE STAT-OVR-CNT TO WS-STAT-OVR
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STAT-HIST.
           MOVE WS-CASE-PROP-B (1) TO WS-B.
           IF WS-STAT-FOUND = 'Y'
              AND WS-STAT-TOP = WS-CB-ACCT (1 WS-B 1)
              AND WS-STAT-MID = WS-CB-ACCT (1 WS-B 2)
              AND WS-STAT-LOW = WS-CB-ACCT (1 WS-B 3)
              AND WS-STAT-OVR = WS-OVR-CNT
              MOVE 'Y' TO WS-TIE-OK
           ELSE
              DISPLAY "TIERSIM: THE REPLAYED ACTUAL RUN DOES NOT TIE "
                 "TO STATHIST FOR " BDC-BUS-DATE " - CHECK THE "
                 "GENERATIONS"
           END-IF.

      *    Branch figures added up per region, in the order the
      *    regions first appear on the master.
       ROLL-UP-REGIONS.
           PERFORM VARYING WS-REF-SCAN FROM 1 BY 1
              UNTIL WS-REF-SCAN > WS-REF-CNT
              IF WS-REF-USED (WS-REF-SCAN) = 'Y'
                 SET REG-IX TO 1
                 SEARCH WS-REG-ENTRY
                    AT END PERFORM ADD-REGION-ENTRY
                    WHEN REG-IX > WS-REG-CNT
                       PERFORM ADD-REGION-ENTRY
                    WHEN WS-REG-CODE (REG-IX)
                         = WS-REF-REGION (WS-REF-SCAN)
                       CONTINUE
                 END-SEARCH
                 PERFORM VARYING WS-C FROM 1 BY 1
                    UNTIL WS-C > WS-CASE-CNT
                    PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
                       ADD WS-RC-CUST (WS-REF-SCAN WS-C WS-T)
                          TO WS-RG-CUST (REG-IX WS-C WS-T)
                    END-PERFORM
                    ADD WS-RC-UP (WS-REF-SCAN WS-C)
                       TO WS-RG-UP (REG-IX WS-C)
                    ADD WS-RC-DOWN (WS-REF-SCAN WS-C)
                       TO WS-RG-DOWN (REG-IX WS-C)
                 END-PERFORM
              END-IF
           END-PERFORM.

      *    A region past the end of the table would have to share a
      *    slot with another and misstate both - stop instead, the
      *    same as a branch-reference overflow.
       ADD-REGION-ENTRY.
           IF WS-REG-CNT >= WS-REG-MAX
              DISPLAY "TIERSIM: MORE THAN " WS-REG-MAX " REGIONS ON "
                 "THE BRANCH MASTER - RAISE THE TABLE AND RERUN"
              MOVE 12 TO RETURN-CODE
              MOVE "REGION TABLE OVERFLOW" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-REG-CNT.
           SET REG-IX TO WS-REG-CNT.
           INITIALIZE WS-REG-ENTRY (REG-IX).
           MOVE WS-REF-REGION (WS-REF-SCAN) TO WS-REG-CODE (REG-IX).

      *    The impact report - the day replayed and tied out, the
      *    cards read, then one section per scenario.
       WRITE-SIM-REPORT.
           MOVE "SIMRPT" TO WS-IO-NAME.
           OPEN OUTPUT SIM-REPORT.
           PERFORM CHECK-IO-STATUS.
           MOVE BDC-BUS-DATE(1:4) TO WS-HEAD-YYYY.
           MOVE BDC-BUS-DATE(5:2) TO WS-HEAD-MM.
           MOVE BDC-BUS-DATE(7:2) TO WS-HEAD-DD.
           MOVE WS-HEAD-LINE TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO SIM-RECORD.
           STRING "SIMULATION ONLY - NO TIER FILES, TIERMAST, "
                  "STATHIST, BALHIST OR CHECKPOINT"
              DELIMITED BY SIZE
              INTO SIM-RECORD
           END-STRING.
           PERFORM WRITE-RPT-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE "THE DAY REPLAYED" TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE 1 TO WS-C.
           PERFORM WRITE-CUT-LINE.
           MOVE "ACCOUNTS READ" TO WS-TOT-LABEL.
           MOVE WS-READ-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "REJECTED BY VALIDATION" TO WS-TOT-LABEL.
           MOVE WS-REJECT-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "DUPLICATES" TO WS-TOT-LABEL.
           MOVE WS-DUP-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "RE-HOMED FROM CLOSED BRANCHES" TO WS-TOT-LABEL.
           MOVE WS-REHOME-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "OVERDRAWN - IN NO TIER" TO WS-TOT-LABEL.
           MOVE WS-OVR-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CUSTOMERS TIERED" TO WS-TOT-LABEL.
           MOVE WS-CUST-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CUSTOMERS WHOLLY OVERDRAWN" TO WS-TOT-LABEL.
           MOVE WS-ODONLY-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "ACCOUNTS WITH NO MATCHING HISTORY" TO WS-TOT-LABEL.
           MOVE WS-NOHIST-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           PERFORM WRITE-TIE-OUT.
           PERFORM WRITE-CARD-LIST.
           PERFORM VARYING WS-C FROM 2 BY 1 UNTIL WS-C > WS-CASE-CNT
              PERFORM WRITE-SCENARIO
           END-PERFORM.
           MOVE "SIMRPT" TO WS-IO-NAME.
           CLOSE SIM-REPORT.
           PERFORM CHECK-IO-STATUS.

      *    The replayed actual run against what ADDONE recorded that
      *    day. Until they agree, no scenario figure means anything.
       WRITE-TIE-OUT.
           PERFORM WRITE-BLANK-LINE.
           MOVE "ACTUAL RUN TIE-OUT TO STATHIST - ACCOUNTS" TO
              SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-CASE-PROP-B (1) TO WS-B.
           MOVE "REPLAYED GOLD / SILVER / BRONZE" TO WS-TOT-LABEL.
           MOVE WS-CB-ACCT (1 WS-B 1) TO WS-CNT-ED.
           MOVE WS-CB-ACCT (1 WS-B 2) TO WS-CNT2-ED.
           MOVE WS-CB-ACCT (1 WS-B 3) TO WS-CNT3-ED.
           PERFORM WRITE-THREE-COUNTS.
           IF WS-STAT-FOUND = 'Y'
              MOVE "STATHIST GOLD / SILVER / BRONZE" TO WS-TOT-LABEL
              MOVE WS-STAT-TOP TO WS-CNT-ED
              MOVE WS-STAT-MID TO WS-CNT2-ED
              MOVE WS-STAT-LOW TO WS-CNT3-ED
              PERFORM WRITE-THREE-COUNTS
              MOVE "STATHIST OVERDRAWN" TO WS-TOT-LABEL
              MOVE WS-STAT-OVR TO WS-CNT-ED
              PERFORM WRITE-TOTAL-CNT
           END-IF.
           MOVE "TIE-OUT" TO WS-TOT-LABEL.
           EVALUATE TRUE
              WHEN WS-TIE-OK = 'Y'
                 MOVE "AGREES" TO WS-TOT-VALUE
              WHEN WS-STAT-FOUND = 'N'
                 MOVE "NO STATHIST RECORD FOR THE DATE" TO WS-TOT-VALUE
              WHEN OTHER
                 MOVE "DIFFERS - CHECK GENERATIONS" TO WS-TOT-VALUE
           END-EVALUATE.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-THREE-COUNTS.
           MOVE SPACES TO WS-TOT-VALUE.
           MOVE 1 TO WS-PTR.
           STRING FUNCTION TRIM(WS-CNT-ED) " / "
                  FUNCTION TRIM(WS-CNT2-ED) " / "
                  FUNCTION TRIM(WS-CNT3-ED)
              DELIMITED BY SIZE
              INTO WS-TOT-VALUE
              WITH POINTER WS-PTR
           END-STRING.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-CARD-LIST.
           PERFORM WRITE-BLANK-LINE.
           MOVE "SCENARIO CARDS" TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-SCL-CNT
              MOVE WS-SCL-CARD (WS-N) TO WS-SCL-L-CARD
              MOVE WS-SCL-RESULT (WS-N) TO WS-SCL-L-RESULT
              MOVE WS-SCL-LINE TO SIM-RECORD
              PERFORM WRITE-RPT-LINE
           END-PERFORM.
           IF WS-SCN-OVER-CNT > 0
              MOVE "FURTHER CARDS NOT LISTED" TO WS-TOT-LABEL
              MOVE WS-SCN-OVER-CNT TO WS-CNT-ED
              PERFORM WRITE-TOTAL-CNT
           END-IF.
           IF WS-SCL-CNT = 0
              MOVE "NO SCENARIO CARDS WERE READ" TO SIM-RECORD
              PERFORM WRITE-RPT-LINE
           END-IF.

      *    One cutoff set, with its basis spelled out.
       WRITE-CUT-LINE.
           MOVE WS-CASE-ID (WS-C) TO WS-CUT-ID.
           MOVE WS-CASE-GOLD (WS-C) TO WS-CUT-GOLD.
           MOVE WS-CASE-SILVER (WS-C) TO WS-CUT-SILVER.
           MOVE SPACES TO WS-CUT-BASIS.
           IF WS-CASE-PROP-B (WS-C) = 2
              MOVE WS-CASE-RUNS (WS-C) TO WS-RUNS-ED
              STRING "ROLLING AVG "
                 FUNCTION TRIM(WS-RUNS-ED)
                 " RUNS" DELIMITED BY SIZE
                 INTO WS-CUT-BASIS
              END-STRING
           ELSE
              MOVE "SNAPSHOT" TO WS-CUT-BASIS
           END-IF.
           MOVE WS-CUT-LINE TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO SIM-RECORD.
           MOVE WS-CASE-DESC (WS-C) TO SIM-RECORD(11:30).
           PERFORM WRITE-RPT-LINE.

      *    One scenario - tiers against the actual run, who moves,
      *    what the other basis would do at the same cutoffs, and
      *    the effect by branch and by region.
       WRITE-SCENARIO.
           PERFORM WRITE-BLANK-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE ALL "-" TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO SIM-RECORD.
           STRING "SCENARIO " WS-CASE-ID (WS-C)
              DELIMITED BY SIZE INTO SIM-RECORD
           END-STRING.
           PERFORM WRITE-RPT-LINE.
           PERFORM WRITE-CUT-LINE.
           MOVE WS-C TO WS-N.
           MOVE 1 TO WS-C.
           PERFORM WRITE-CUT-LINE.
           MOVE WS-N TO WS-C.

           PERFORM WRITE-BLANK-LINE.
           MOVE "CUSTOMERS AND BALANCES PER TIER" TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-TT-HEAD-ACT TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-TT-COL-LINE TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
              PERFORM WRITE-ACTUAL-TIER-LINE
           END-PERFORM.

           PERFORM WRITE-BLANK-LINE.
           MOVE "CUSTOMER MOVEMENT AGAINST THE ACTUAL RUN" TO
              SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-MV-COL-LINE TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
              MOVE SPACES TO WS-MV-FROM
              EVALUATE WS-T
                 WHEN 1 MOVE "FROM GOLD" TO WS-MV-FROM
                 WHEN 2 MOVE "FROM SILVER" TO WS-MV-FROM
                 WHEN 3 MOVE "FROM BRONZE" TO WS-MV-FROM
              END-EVALUATE
              MOVE WS-CASE-TO (WS-C WS-T 1) TO WS-MV-TO1
              MOVE WS-CASE-TO (WS-C WS-T 2) TO WS-MV-TO2
              MOVE WS-CASE-TO (WS-C WS-T 3) TO WS-MV-TO3
              MOVE WS-MV-LINE TO SIM-RECORD
              PERFORM WRITE-RPT-LINE
           END-PERFORM.
           MOVE "CUSTOMERS MOVING UP" TO WS-TOT-LABEL.
           MOVE WS-CASE-UP-CNT (WS-C) TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "  BALANCES MOVING UP" TO WS-TOT-LABEL.
           MOVE WS-CASE-UP-BAL (WS-C) TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO WS-TOT-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS MOVING DOWN" TO WS-TOT-LABEL.
           MOVE WS-CASE-DOWN-CNT (WS-C) TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "  BALANCES MOVING DOWN" TO WS-TOT-LABEL.
           MOVE WS-CASE-DOWN-BAL (WS-C) TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO WS-TOT-VALUE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS UNCHANGED" TO WS-TOT-LABEL.
           COMPUTE WS-CNT-ED = WS-CUST-CNT - WS-CASE-UP-CNT (WS-C)
              - WS-CASE-DOWN-CNT (WS-C).
           PERFORM WRITE-TOTAL-CNT.

           PERFORM WRITE-BLANK-LINE.
           MOVE WS-CASE-RUNS (WS-C) TO WS-RUNS-ED.
           MOVE SPACES TO SIM-RECORD.
           STRING "SNAPSHOT VERSUS ROLLING AVERAGE OVER "
                  FUNCTION TRIM(WS-RUNS-ED)
                  " RUNS AT THESE CUTOFFS"
              DELIMITED BY SIZE INTO SIM-RECORD
           END-STRING.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-TT-HEAD-BASIS TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-TT-COL-LINE TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
              PERFORM WRITE-BASIS-TIER-LINE
           END-PERFORM.
           MOVE "CUSTOMERS TIERED HIGHER ON ROLLING" TO WS-TOT-LABEL.
           MOVE WS-CASE-ROLL-HI (WS-C) TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CUSTOMERS TIERED LOWER ON ROLLING" TO WS-TOT-LABEL.
           MOVE WS-CASE-ROLL-LO (WS-C) TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "THIS SCENARIO PROPOSES" TO WS-TOT-LABEL.
           IF WS-CASE-PROP-B (WS-C) = 2
              MOVE "ROLLING AVERAGE" TO WS-TOT-VALUE
           ELSE
              MOVE "SNAPSHOT" TO WS-TOT-VALUE
           END-IF.
           PERFORM WRITE-TOTAL-LINE.

           PERFORM WRITE-BLANK-LINE.
           MOVE "EFFECT BY BRANCH - CUSTOMERS, A ACTUAL RUN, S SCENARIO"
              TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-BE-COL-LINE TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           PERFORM VARYING WS-REF-SCAN FROM 1 BY 1
              UNTIL WS-REF-SCAN > WS-REF-CNT
              IF WS-REF-USED (WS-REF-SCAN) = 'Y'
                 MOVE SPACES TO WS-BE-LINE
                 MOVE WS-REF-CODE (WS-REF-SCAN) TO WS-BE-BRANCH
                 MOVE WS-REF-REGION (WS-REF-SCAN) TO WS-BE-REGION
                 PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
                    COMPUTE WS-BE-IX = WS-T * 2 - 1
                    MOVE WS-RC-CUST (WS-REF-SCAN 1 WS-T)
                       TO WS-BE-NUM (WS-BE-IX)
                    ADD 1 TO WS-BE-IX
                    MOVE WS-RC-CUST (WS-REF-SCAN WS-C WS-T)
                       TO WS-BE-NUM (WS-BE-IX)
                 END-PERFORM
                 MOVE WS-RC-UP (WS-REF-SCAN WS-C) TO WS-BE-NUM (7)
                 MOVE WS-RC-DOWN (WS-REF-SCAN WS-C) TO WS-BE-NUM (8)
                 MOVE WS-BE-LINE TO SIM-RECORD
                 PERFORM WRITE-RPT-LINE
              END-IF
           END-PERFORM.

           PERFORM WRITE-BLANK-LINE.
           MOVE "EFFECT BY REGION - CUSTOMERS, A ACTUAL RUN, S SCENARIO"
              TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-BE-COL-LINE TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           PERFORM VARYING WS-REG-SCAN FROM 1 BY 1
              UNTIL WS-REG-SCAN > WS-REG-CNT
              MOVE SPACES TO WS-BE-LINE
              MOVE WS-REG-CODE (WS-REG-SCAN) TO WS-BE-REGION
              PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
                 COMPUTE WS-BE-IX = WS-T * 2 - 1
                 MOVE WS-RG-CUST (WS-REG-SCAN 1 WS-T)
                    TO WS-BE-NUM (WS-BE-IX)
                 ADD 1 TO WS-BE-IX
                 MOVE WS-RG-CUST (WS-REG-SCAN WS-C WS-T)
                    TO WS-BE-NUM (WS-BE-IX)
              END-PERFORM
              MOVE WS-RG-UP (WS-REG-SCAN WS-C) TO WS-BE-NUM (7)
              MOVE WS-RG-DOWN (WS-REG-SCAN WS-C) TO WS-BE-NUM (8)
              MOVE WS-BE-LINE TO SIM-RECORD
              PERFORM WRITE-RPT-LINE
           END-PERFORM.

      *    Tier line WS-T (4 = total) - the actual run on its own
      *    basis against the scenario on the basis it proposes.
       WRITE-ACTUAL-TIER-LINE.
           MOVE WS-CASE-PROP-B (1) TO WS-B.
           MOVE WS-CASE-PROP-B (WS-C) TO WS-N.
           IF WS-T < 4
              MOVE WS-CB-CUST (1 WS-B WS-T) TO WS-TT-CUST-A
              MOVE WS-CB-BAL (1 WS-B WS-T) TO WS-TT-BAL-A
              MOVE WS-CB-CUST (WS-C WS-N WS-T) TO WS-TT-CUST-B
              MOVE WS-CB-BAL (WS-C WS-N WS-T) TO WS-TT-BAL-B
           ELSE
              MOVE WS-CUST-CNT TO WS-TT-CUST-A WS-TT-CUST-B
              COMPUTE WS-TT-BAL-A = WS-CB-BAL (1 WS-B 1)
                 + WS-CB-BAL (1 WS-B 2) + WS-CB-BAL (1 WS-B 3)
              MOVE WS-TT-BAL-A TO WS-TT-BAL-B
           END-IF.
           PERFORM WRITE-TT-LINE.

      *    Tier line WS-T (4 = total) - the scenario's cutoffs on the
      *    snapshot against the same cutoffs on the rolling average.
       WRITE-BASIS-TIER-LINE.
           IF WS-T < 4
              MOVE WS-CB-CUST (WS-C 1 WS-T) TO WS-TT-CUST-A
              MOVE WS-CB-BAL (WS-C 1 WS-T) TO WS-TT-BAL-A
              MOVE WS-CB-CUST (WS-C 2 WS-T) TO WS-TT-CUST-B
              MOVE WS-CB-BAL (WS-C 2 WS-T) TO WS-TT-BAL-B
           ELSE
              MOVE WS-CUST-CNT TO WS-TT-CUST-A WS-TT-CUST-B
              COMPUTE WS-TT-BAL-A = WS-CB-BAL (WS-C 1 1)
                 + WS-CB-BAL (WS-C 1 2) + WS-CB-BAL (WS-C 1 3)
              MOVE WS-TT-BAL-A TO WS-TT-BAL-B
           END-IF.
           PERFORM WRITE-TT-LINE.

       WRITE-TT-LINE.
           MOVE SPACES TO WS-TT-TIER.
           EVALUATE WS-T
              WHEN 1 MOVE "GOLD" TO WS-TT-TIER
              WHEN 2 MOVE "SILVER" TO WS-TT-TIER
              WHEN 3 MOVE "BRONZE" TO WS-TT-TIER
              WHEN 4 MOVE "TOTAL" TO WS-TT-TIER
           END-EVALUATE.
           MOVE WS-TT-CUST-A TO WS-TT-CUST1.
           MOVE WS-TT-BAL-A TO WS-TT-BAL1.
           MOVE WS-TT-CUST-B TO WS-TT-CUST2.
           MOVE WS-TT-BAL-B TO WS-TT-BAL2.
           COMPUTE WS-DIFF = WS-TT-CUST-B - WS-TT-CUST-A.
           MOVE WS-DIFF TO WS-TT-CHG.
           MOVE WS-TT-LINE TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.

       WRITE-TOTAL-CNT.
           MOVE WS-CNT-ED TO WS-TOT-VALUE.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.

       WRITE-BLANK-LINE.
           MOVE SPACES TO SIM-RECORD.
           PERFORM WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           MOVE "SIMRPT" TO WS-IO-NAME.
           WRITE SIM-RECORD.
           PERFORM CHECK-IO-STATUS.

      *    CC 8 when there was nothing to simulate - no accounts, or
      *    no usable scenario. CC 4 when the figures need a second
      *    look before anyone signs: a rejected scenario card, a
      *    replay that does not tie to STATHIST, or history that is
      *    not the day's.
       SET-RETURN-CODE.
           EVALUATE TRUE
              WHEN WS-READ-CNT = 0
                 DISPLAY "TIERSIM: NO CUSTRECS RECORDS WERE READ - "
                    "ENDING WITH CC 8"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CASE-CNT = 1
                 MOVE 8 TO RETURN-CODE
              WHEN WS-SCN-REJ-CNT > 0 OR WS-TIE-OK = 'N'
                 MOVE 4 TO RETURN-CODE
              WHEN WS-NOHIST-CNT > 0
                 MOVE WS-NOHIST-CNT TO WS-CNT-ED
                 DISPLAY "TIERSIM: " WS-CNT-ED " ACCOUNTS HAVE NO "
                    "HISTORY STARTING WITH THE DAY'S BALANCE - "
                    "ENDING WITH CC 4"
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       CHECK-IO-STATUS.
           IF WS-IO-STATUS NOT = '00' AND WS-IO-STATUS NOT = '10'
              DISPLAY "TIERSIM: I/O ERROR ON " WS-IO-NAME
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
      *    never the system clock. A closed date is refused - for
      *    this job the record is the private one naming the day
      *    simulated, always open.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BDC-STATUS NOT = '00'
              DISPLAY "TIERSIM: CANNOT OPEN BUSINESS-DATE CONTROL, "
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
                 DISPLAY "TIERSIM: BUSINESS-DATE CONTROL RECORD IS "
                    "MISSING OR DAMAGED - RUN STOPPED"
                 MOVE "BUSDATE RECORD INVALID" TO WS-BDC-ERROR
                 MOVE 12 TO WS-BDC-CC
              ELSE
                 IF BDC-STATUS NOT = 'O'
                    DISPLAY "TIERSIM: BUSINESS DATE " BDC-BUS-DATE
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
