      *-------------------------
      * IDENTIFICATION DIVISION.
      *-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RMWORK.
       AUTHOR.        DIV.

      *------------------------
      * ENVIRONMENT DIVISION.
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVE-REPORT ASSIGN TO MOVERPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT DORM-REPORT ASSIGN TO DORMRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT OVR-REPORT ASSIGN TO OVRRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT NOADDR-LIST ASSIGN TO NOADDR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT TIER-MASTER ASSIGN TO TIERMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TM-ACCTNUM
           FILE STATUS IS WS-TM-STATUS.
           SELECT REL-BAL ASSIGN TO RELBAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT RM-MAST ASSIGN TO RMMAST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT BRCH-REF ASSIGN TO BRCHREF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT ITEM-SORT ASSIGN TO "SRTWORK".
           SELECT ITEM-ACCT ASSIGN TO "ITEMACCT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-SORT ASSIGN TO "SRTWORK".
           SELECT REL-SORTED ASSIGN TO "RELSORT"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-SORT ASSIGN TO "SRTWORK".
           SELECT WORK-FILE ASSIGN TO "RMWKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT LIST-SORT ASSIGN TO "SRTWORK".
           SELECT WORKLIST ASSIGN TO RMWLIST
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

      *    The four daily reports the RMs used to be sent, read back
      *    line by line the way TIERLTR reads MOVERPT - each into its
      *    own view in WORKING-STORAGE, where only the detail lines
      *    are picked out.
      *      MOVERPT  GOLDMOVE's movement report - DROPPED lines.
      *      DORMRPT  DORMRPT's escheatment candidates.
      *      OVRRPT   OVRAGE's escalation report - accounts still
      *               overdrawn, with their stage and days.
      *      NOADDR   TIERLTR's list of tier letters that did not go
      *               out for want of an address.
       FD  MOVE-REPORT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  MOVE-RECORD PIC X(80).

       FD  DORM-REPORT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  DORM-RECORD PIC X(80).

       FD  OVR-REPORT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  OVR-RECORD PIC X(80).

       FD  NOADDR-LIST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  NOADDR-RECORD PIC X(80).

      *    Keyed customer-tier master (see TIERLOAD), browsed end to
      *    end for today's Gold accounts.
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

      *    Relationship-balance extract from the day's ADDONE run -
      *    every account with the CUSTID it belongs to and the
      *    branch it ended up in, after any re-homing. It is what
      *    turns the reports' account numbers into customers.
       FD  REL-BAL RECORD CONTAINS 110 CHARACTERS RECORDING MODE F.
       01  RB-RECORD PIC X(110).

      *    RM assignment master (see RMMAINT), today's generation, in
      *    CUSTID order.
       FD  RM-MAST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RMM-RECORD.
           05 RMM-CUSTID PIC X(8).
           05 RMM-RM-ID PIC X(6).
           05 RMM-RM-NAME PIC X(20).
           05 RMM-RM-BRANCH PIC X(4).
           05 RMM-ASSIGN-DATE PIC X(8).
           05 RMM-CHG-DATE PIC X(8).
           05 RMM-CHG-USER PIC X(8).
           05 FILLER PIC X(18).

      *    Branch master (see BRCHMNT) - the region each branch
      *    reports to, so unassigned Gold customers can be handed to
      *    the regional manager who allocates them.
       FD  BRCH-REF RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  BRF-RECORD.
           05 BRF-CODE PIC X(4).
           05 BRF-NAME PIC X(20).
           05 BRF-REGION PIC X(3).
           05 FILLER PIC X(53).

      *    One work item per report line picked out, plus one per
      *    Gold account, put into account-number order to be matched
      *    against the relationship extract.
      *      TYPE  1 Gold drop, 2 going dormant, 3 overdrawn,
      *            4 tier letter not sent, 9 Gold holding - the order
      *            the sections print in.
       SD  ITEM-SORT.
       01  IS-RECORD.
           05 IS-ACCTNUM PIC X(10).
           05 IS-TYPE PIC X(1).
           05 IS-NAME PIC X(22).
           05 IS-BRANCH PIC X(4).
           05 IS-BAL PIC X(15).
           05 IS-NOTE PIC X(11).
           05 FILLER PIC X(17).

       FD  ITEM-ACCT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  IA-RECORD.
           05 IA-ACCTNUM PIC X(10).
           05 IA-TYPE PIC X(1).
           05 IA-NAME PIC X(22).
           05 IA-BRANCH PIC X(4).
           05 IA-BAL PIC X(15).
           05 IA-NOTE PIC X(11).
           05 FILLER PIC X(17).

      *    The relationship extract again, in account-number order.
       SD  REL-SORT.
       01  RS-RECORD.
           05 FILLER PIC X(41).
           05 RS-ACCTNUM PIC X(10).
           05 FILLER PIC X(59).

       FD  REL-SORTED RECORD CONTAINS 110 CHARACTERS RECORDING MODE F.
       01  RSD-RECORD.
           05 RSD-CUSTKEY PIC X(10).
           05 RSD-CUST-DEP PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 RSD-CUST-BAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 RSD-ACCT-CNT PIC 9(3).
           05 RSD-ACCTNUM PIC X(10).
           05 RSD-BAL-NUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 RSD-FIRSTN PIC X(11).
           05 RSD-LASTN PIC X(22).
           05 RSD-BRANCH PIC X(4).
           05 RSD-CUSTID PIC X(8).
           05 FILLER PIC X(2).

      *    The items with their customer attached, in CUSTID order to
      *    walk down the RM master. A blank CUSTID is an account
      *    with no customer on the feed, or one RELBAL no longer
      *    carries - it can have no RM.
       SD  CUST-SORT.
       01  CS-RECORD.
           05 CS-CUSTID PIC X(8).
           05 CS-TYPE PIC X(1).
           05 CS-ACCTNUM PIC X(10).
           05 CS-NAME PIC X(22).
           05 CS-BRANCH PIC X(4).
           05 CS-BAL PIC X(15).
           05 CS-NOTE PIC X(11).
           05 FILLER PIC X(9).

      *    The items with their RM attached, ready for the worklist.
      *      GROUP  1 the RM's own customers, one page set per RM;
      *             2 customers with no RM; 3 Gold customers with no
      *             RM, one page set per region.
       FD  WORK-FILE RECORD CONTAINS 120 CHARACTERS RECORDING MODE F.
       01  WK-RECORD.
           05 WK-GROUP PIC X(1).
           05 WK-RM-ID PIC X(6).
           05 WK-REGION PIC X(3).
           05 WK-TYPE PIC X(1).
           05 WK-BRANCH PIC X(4).
           05 WK-CUSTID PIC X(8).
           05 WK-ACCTNUM PIC X(10).
           05 WK-RM-NAME PIC X(20).
           05 WK-RM-BRANCH PIC X(4).
           05 WK-NAME PIC X(22).
           05 WK-BAL PIC X(15).
           05 WK-NOTE PIC X(11).
           05 FILLER PIC X(15).

       SD  LIST-SORT.
       01  LS-RECORD.
           05 LS-GROUP PIC X(1).
           05 LS-RM-ID PIC X(6).
           05 LS-REGION PIC X(3).
           05 LS-TYPE PIC X(1).
           05 LS-BRANCH PIC X(4).
           05 LS-CUSTID PIC X(8).
           05 LS-ACCTNUM PIC X(10).
           05 LS-RM-NAME PIC X(20).
           05 LS-RM-BRANCH PIC X(4).
           05 LS-NAME PIC X(22).
           05 LS-BAL PIC X(15).
           05 LS-NOTE PIC X(11).
           05 FILLER PIC X(15).

      *    The worklist - ANSI carriage control in column 1 ('1'
      *    starts a new page, ' ' everywhere else), the same as
      *    TIERLTR's letters, so each RM's pages tear off on their
      *    own.
       FD  WORKLIST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  WL-RECORD.
           05 WL-CC PIC X(1).
           05 WL-TEXT PIC X(79).

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
           05 WS-AUD-PROGRAM PIC X(8) VALUE "RMWORK".
           05 WS-AUD-INPUT-ID PIC X(20).
           05 WS-AUD-COUNTS PIC X(30).
           05 WS-AUD-CC PIC 9(2).
       01  WS-AUD-PTR PIC 9(2) VALUE 1.
       01  WS-BDC-STATUS PIC X(2).
       01  WS-BDC-ERROR PIC X(30) VALUE SPACES.
       01  WS-BDC-CC PIC 9(2) VALUE 0.

       01  WS-IO-STATUS PIC X(2).
       01  WS-TM-STATUS PIC X(2).
       01  WS-IO-NAME PIC X(8).
       01  WS-EOF PIC X(1).
       01  WS-REL-EOF PIC X(1) VALUE 'N'.
       01  WS-SORT-EOF PIC X(1) VALUE 'N'.

      *    Today's business date as the reports print it in their
      *    heading, YYYY-MM-DD.
       01  WS-RUN-YMD.
           05 WS-RUN-YYYY PIC X(4).
           05 FILLER PIC X VALUE '-'.
           05 WS-RUN-MM PIC X(2).
           05 FILLER PIC X VALUE '-'.
           05 WS-RUN-DD PIC X(2).

      *    A report line read back, and the detail-line layout of
      *    each report laid over it.
       01  WS-RPT-LINE PIC X(80).
       01  WS-MOV-LINE REDEFINES WS-RPT-LINE.
           05 MV-MOVEMENT PIC X(10).
           05 FILLER PIC X(2).
           05 MV-ACCTNUM PIC X(10).
           05 FILLER PIC X(2).
           05 MV-OLD-BAL PIC X(15).
           05 FILLER PIC X(41).
       01  WS-DRM-LINE REDEFINES WS-RPT-LINE.
           05 DR-ACCTNUM PIC X(10).
           05 DR-GAP PIC X(2).
           05 DR-LASTN PIC X(22).
           05 FILLER PIC X(2).
           05 DR-BRANCH PIC X(4).
           05 FILLER PIC X(4).
           05 DR-BAL PIC X(15).
           05 FILLER PIC X(10).
           05 DR-AGE PIC X(3).
           05 FILLER PIC X(8).
       01  WS-OVL-LINE REDEFINES WS-RPT-LINE.
           05 OV-STAGE PIC X(6).
           05 OV-GAP PIC X(2).
           05 OV-ACCTNUM PIC X(10).
           05 FILLER PIC X(2).
           05 OV-LASTN PIC X(22).
           05 FILLER PIC X(2).
           05 OV-BRANCH PIC X(4).
           05 FILLER PIC X(4).
           05 OV-BAL PIC X(15).
           05 FILLER PIC X(3).
           05 OV-AGE PIC X(3).
           05 FILLER PIC X(7).
       01  WS-NOA-LINE REDEFINES WS-RPT-LINE.
           05 NA-MOVEMENT PIC X(10).
           05 FILLER PIC X(2).
           05 NA-ACCTNUM PIC X(10).
           05 FILLER PIC X(58).

      *    Where each report prints its run date in its heading line,
      *    and whether it proved to be today's. A report that is not
      *    today's - the job that writes it failed or has not run -
      *    is left out rather than worked from yesterday's figures,
      *    and the run ends CC 4 with the gap named on the summary.
       01  WS-DATE-POS PIC 9(2).
       01  WS-RPT-OK PIC X(1).
       01  WS-MOVE-OK PIC X(1) VALUE 'Y'.
       01  WS-DORM-OK PIC X(1) VALUE 'Y'.
       01  WS-OVR-OK PIC X(1) VALUE 'Y'.

      *    Branch regions for the unassigned Gold pages - same
      *    ceiling as ADDONE's reference table.
       01  WS-REF-MAX PIC 9(3) VALUE 300.
       01  WS-REF-CNT PIC 9(3) VALUE 0.
       01  WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 300 TIMES INDEXED BY REF-IX.
              10 WS-REF-CODE PIC X(4).
              10 WS-REF-REGION PIC X(3).

      *    Matching keys - HIGH-VALUES once a side is exhausted.
       01  WS-ITEM-KEY PIC X(10).
       01  WS-REL-KEY PIC X(10) VALUE LOW-VALUES.
       01  WS-RM-KEY PIC X(8) VALUE LOW-VALUES.
       01  WS-BAL-NUM PIC S9(9)V99.
       01  WS-BAL-ED PIC ZZZ,ZZZ,ZZ9.99-.

      *    Page control for the worklist.
       01  WS-PAGE-NO PIC 9(5) VALUE 0.
       01  WS-LINE-CNT PIC 9(3) VALUE 0.
       01  WS-PAGE-LINES PIC 9(3) VALUE 55.
       01  WS-PREV-SET.
           05 WS-PREV-GROUP PIC X(1).
           05 WS-PREV-RM-ID PIC X(6).
           05 WS-PREV-REGION PIC X(3).
       01  WS-CUR-SET.
           05 WS-CUR-GROUP PIC X(1).
           05 WS-CUR-RM-ID PIC X(6).
           05 WS-CUR-REGION PIC X(3).
       01  WS-PREV-TYPE PIC X(1).
       01  WS-SET-ITEMS PIC 9(9) VALUE 0.

      *    Run totals.
       01  WS-DROP-CNT PIC 9(9) VALUE 0.
       01  WS-DORM-CNT PIC 9(9) VALUE 0.
       01  WS-OVR-CNT PIC 9(9) VALUE 0.
       01  WS-NOLTR-CNT PIC 9(9) VALUE 0.
       01  WS-GOLD-CNT PIC 9(9) VALUE 0.
       01  WS-NOREL-CNT PIC 9(9) VALUE 0.
       01  WS-RM-CNT PIC 9(9) VALUE 0.
       01  WS-ASG-ITEM-CNT PIC 9(9) VALUE 0.
       01  WS-UNASG-ITEM-CNT PIC 9(9) VALUE 0.
       01  WS-GOLD-ASG-CNT PIC 9(9) VALUE 0.
       01  WS-GOLD-UNASG-CNT PIC 9(9) VALUE 0.
       01  WS-CNT-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-PAGE-ED PIC ZZZZ9.

       01  WS-HEAD-LINE.
           05 FILLER PIC X(29)
              VALUE "RM DAILY WORKLIST - RUN DATE ".
           05 WS-HEAD-DATE PIC X(10).
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 WS-HEAD-PAGE PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.

       01  WS-RM-LINE.
           05 FILLER PIC X(3) VALUE "RM ".
           05 WS-RML-RM-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RML-RM-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "BRANCH ".
           05 WS-RML-RM-BRANCH PIC X(4).
           05 FILLER PIC X(35) VALUE SPACES.

       01  WS-COL-LINE.
           05 FILLER PIC X(10) VALUE "ACTION".
           05 FILLER PIC X(9) VALUE "CUSTOMER".
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(16) VALUE "NAME".
           05 FILLER PIC X(5) VALUE "BRCH".
           05 FILLER PIC X(16) VALUE "        BALANCE".
           05 FILLER PIC X(12) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05 WS-DET-ACTION PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-CUSTID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-ACCTNUM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-NAME PIC X(15).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-BRANCH PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-BAL PIC X(15).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DET-NOTE PIC X(11).
           05 FILLER PIC X(1) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 WS-TOT-LABEL PIC X(38).
           05 WS-TOT-VALUE PIC X(30).
           05 FILLER PIC X(11) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
      *    Daily RM worklist. Every action line from the day's Gold
      *    movement, escheatment, overdraft and tier-letter outputs,
      *    and every Gold account on TIERMAST, becomes a work item.
      *    The items are given their customer from the relationship
      *    extract, then their RM from the assignment master, and
      *    printed one page set per RM. Customers with no RM follow
      *    on their own pages, and the Gold customers among them are
      *    listed again by region for the regional manager to
      *    allocate.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE.
           MOVE BDC-BUS-DATE(1:4) TO WS-RUN-YYYY.
           MOVE BDC-BUS-DATE(5:2) TO WS-RUN-MM.
           MOVE BDC-BUS-DATE(7:2) TO WS-RUN-DD.
           MOVE "RPTS RELBAL RMMAST" TO WS-AUD-INPUT-ID.
           PERFORM WRITE-AUDIT-START.
           PERFORM LOAD-BRANCH-REGIONS.
           SORT ITEM-SORT
               ON ASCENDING KEY IS-ACCTNUM IS-TYPE
               INPUT PROCEDURE IS GATHER-ITEMS THRU
                     GATHER-ITEMS-EXIT
               GIVING ITEM-ACCT.
           SORT REL-SORT
               ON ASCENDING KEY RS-ACCTNUM
               USING REL-BAL
               GIVING REL-SORTED.
           SORT CUST-SORT
               ON ASCENDING KEY CS-CUSTID CS-TYPE CS-ACCTNUM
               INPUT PROCEDURE IS JOIN-RELBAL THRU
                     JOIN-RELBAL-EXIT
               OUTPUT PROCEDURE IS ATTACH-RM THRU
                     ATTACH-RM-EXIT.
           SORT LIST-SORT
               ON ASCENDING KEY LS-GROUP LS-RM-ID LS-REGION
                                LS-TYPE LS-BRANCH LS-CUSTID
                                LS-ACCTNUM
               USING WORK-FILE
               OUTPUT PROCEDURE IS PRINT-WORKLIST THRU
                     PRINT-WORKLIST-EXIT.
           IF WS-MOVE-OK = 'N' OR WS-DORM-OK = 'N'
                               OR WS-OVR-OK = 'N'
              DISPLAY "RMWORK: A SOURCE REPORT WAS NOT TODAY'S AND "
                 "WAS LEFT OUT - SEE THE SUMMARY, ENDING WITH CC 4"
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-RM-CNT TO WS-CNT-ED.
           MOVE SPACES TO WS-AUD-COUNTS.
           STRING "RMS " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           MOVE WS-ASG-ITEM-CNT TO WS-CNT-ED.
           STRING " ITEMS " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           COMPUTE WS-CNT-ED = WS-UNASG-ITEM-CNT + WS-GOLD-UNASG-CNT.
           STRING " UNASG " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.

      *    Branch code and region from the branch master.
       LOAD-BRANCH-REGIONS.
           MOVE "BRCHREF" TO WS-IO-NAME.
           OPEN INPUT BRCH-REF.
           PERFORM CHECK-IO-STATUS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BRCH-REF
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-REF-CNT < WS-REF-MAX
                       ADD 1 TO WS-REF-CNT
                       MOVE BRF-CODE TO WS-REF-CODE (WS-REF-CNT)
                       MOVE BRF-REGION TO WS-REF-REGION (WS-REF-CNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BRCH-REF.

      *    Input procedure - the work items from every source.
       GATHER-ITEMS.
           PERFORM GATHER-GOLD-DROPS.
           PERFORM GATHER-DORMANT.
           PERFORM GATHER-OVERDRAWN.
           PERFORM GATHER-LETTERS-NOT-SENT.
           PERFORM GATHER-GOLD-HOLDERS.
       GATHER-ITEMS-EXIT.
           EXIT.

      *    The report's first line is its heading; the run date in it
      *    must be today's business date. WS-DATE-POS is the column
      *    the date starts in.
       CHECK-REPORT-DATE.
           IF WS-EOF = 'Y'
              MOVE 'N' TO WS-RPT-OK
           ELSE
              IF WS-RPT-LINE(WS-DATE-POS:10) = WS-RUN-YMD
                 MOVE 'Y' TO WS-RPT-OK
              ELSE
                 MOVE 'N' TO WS-RPT-OK
              END-IF
           END-IF.
           IF WS-RPT-OK = 'N'
              DISPLAY "RMWORK: " WS-IO-NAME " IS NOT THE REPORT FOR "
                 WS-RUN-YMD " - ITS ITEMS ARE LEFT OUT"
           END-IF.

      *    GOLDMOVE's DROPPED lines - accounts that were Gold
      *    yesterday and are not today.
       GATHER-GOLD-DROPS.
           MOVE "MOVERPT" TO WS-IO-NAME.
           OPEN INPUT MOVE-REPORT.
           PERFORM CHECK-IO-STATUS.
           MOVE 'N' TO WS-EOF.
           READ MOVE-REPORT INTO WS-RPT-LINE
              AT END MOVE 'Y' TO WS-EOF
           END-READ.
           MOVE 35 TO WS-DATE-POS.
           PERFORM CHECK-REPORT-DATE.
           MOVE WS-RPT-OK TO WS-MOVE-OK.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-MOVE-OK = 'N'
              READ MOVE-REPORT INTO WS-RPT-LINE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF MV-MOVEMENT = "DROPPED"
                       MOVE SPACES TO IS-RECORD
                       MOVE MV-ACCTNUM TO IS-ACCTNUM
                       MOVE '1' TO IS-TYPE
                       MOVE MV-OLD-BAL TO IS-BAL
                       RELEASE IS-RECORD
                       ADD 1 TO WS-DROP-CNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MOVE-REPORT.

      *    DORMRPT's candidate lines - the only lines with the gap
      *    after the account number and a day count ending in
      *    column 72.
       GATHER-DORMANT.
           MOVE "DORMRPT" TO WS-IO-NAME.
           OPEN INPUT DORM-REPORT.
           PERFORM CHECK-IO-STATUS.
           MOVE 'N' TO WS-EOF.
           READ DORM-REPORT INTO WS-RPT-LINE
              AT END MOVE 'Y' TO WS-EOF
           END-READ.
           MOVE 41 TO WS-DATE-POS.
           PERFORM CHECK-REPORT-DATE.
           MOVE WS-RPT-OK TO WS-DORM-OK.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-DORM-OK = 'N'
              READ DORM-REPORT INTO WS-RPT-LINE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF DR-ACCTNUM NOT = SPACES AND DR-GAP = SPACES
                       AND DR-AGE(3:1) IS NUMERIC
                       MOVE SPACES TO IS-RECORD
                       MOVE DR-ACCTNUM TO IS-ACCTNUM
                       MOVE '2' TO IS-TYPE
                       MOVE DR-LASTN TO IS-NAME
                       MOVE DR-BRANCH TO IS-BRANCH
                       MOVE DR-BAL TO IS-BAL
                       STRING FUNCTION TRIM(DR-AGE) " DAYS"
                          DELIMITED BY SIZE
                          INTO IS-NOTE
                       END-STRING
                       RELEASE IS-RECORD
                       ADD 1 TO WS-DORM-CNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DORM-REPORT.

      *    OVRAGE's detail lines still in a collections stage - the
      *    CURED lines are good news for collections, not work for
      *    the RM.
       GATHER-OVERDRAWN.
           MOVE "OVRRPT" TO WS-IO-NAME.
           OPEN INPUT OVR-REPORT.
           PERFORM CHECK-IO-STATUS.
           MOVE 'N' TO WS-EOF.
           READ OVR-REPORT INTO WS-RPT-LINE
              AT END MOVE 'Y' TO WS-EOF
           END-READ.
           MOVE 40 TO WS-DATE-POS.
           PERFORM CHECK-REPORT-DATE.
           MOVE WS-RPT-OK TO WS-OVR-OK.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-OVR-OK = 'N'
              READ OVR-REPORT INTO WS-RPT-LINE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF (OV-STAGE = "LETTER" OR "CALL" OR "REFER")
                       AND OV-GAP = SPACES AND OV-ACCTNUM NOT = SPACES
                       MOVE SPACES TO IS-RECORD
                       MOVE OV-ACCTNUM TO IS-ACCTNUM
                       MOVE '3' TO IS-TYPE
                       MOVE OV-LASTN TO IS-NAME
                       MOVE OV-BRANCH TO IS-BRANCH
                       MOVE OV-BAL TO IS-BAL
                       STRING OV-STAGE DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(OV-AGE) DELIMITED BY SIZE
                          INTO IS-NOTE
                       END-STRING
                       RELEASE IS-RECORD
                       ADD 1 TO WS-OVR-CNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OVR-REPORT.

      *    TIERLTR's no-address list - a promotion or drop the
      *    customer was never told about. The list carries no date
      *    of its own; TIERLTR runs straight after GOLDMOVE, so it is
      *    today's whenever MOVERPT is, and is left out with it.
       GATHER-LETTERS-NOT-SENT.
           MOVE "NOADDR" TO WS-IO-NAME.
           OPEN INPUT NOADDR-LIST.
           PERFORM CHECK-IO-STATUS.
           MOVE 'N' TO WS-EOF.
           IF WS-MOVE-OK = 'N'
              MOVE 'Y' TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ NOADDR-LIST INTO WS-RPT-LINE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF NA-MOVEMENT = "PROMOTED" OR "DROPPED"
                       MOVE SPACES TO IS-RECORD
                       MOVE NA-ACCTNUM TO IS-ACCTNUM
                       MOVE '4' TO IS-TYPE
                       MOVE NA-MOVEMENT TO IS-NOTE
                       RELEASE IS-RECORD
                       ADD 1 TO WS-NOLTR-CNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE NOADDR-LIST.

      *    Every Gold account on the tier master. Only the ones whose
      *    customer has no RM reach the worklist.
       GATHER-GOLD-HOLDERS.
           MOVE "TIERMAST" TO WS-IO-NAME.
           OPEN INPUT TIER-MASTER.
           IF WS-TM-STATUS NOT = '00'
              MOVE WS-TM-STATUS TO WS-IO-STATUS
              PERFORM CHECK-IO-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ TIER-MASTER NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF TM-TIER = "GOLD"
                       MOVE SPACES TO IS-RECORD
                       MOVE TM-ACCTNUM TO IS-ACCTNUM
                       MOVE '9' TO IS-TYPE
                       MOVE TM-LASTN TO IS-NAME
                       MOVE TM-BRANCH TO IS-BRANCH
                       MOVE TM-BAL TO IS-BAL
                       RELEASE IS-RECORD
                       ADD 1 TO WS-GOLD-CNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TIER-MASTER.

      *    Input procedure - each item matched to its account on the
      *    relationship extract, which supplies the CUSTID, the name,
      *    the branch after any re-homing, and today's balance. An
      *    account RELBAL no longer carries (a Gold drop that left
      *    the feed altogether) keeps what its report said, and is
      *    noted OFF FILE.
       JOIN-RELBAL.
           OPEN INPUT ITEM-ACCT.
           OPEN INPUT REL-SORTED.
           PERFORM READ-REL-SIDE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ITEM-ACCT
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM JOIN-ONE-ITEM
              END-READ
           END-PERFORM.
           CLOSE ITEM-ACCT.
           CLOSE REL-SORTED.
       JOIN-RELBAL-EXIT.
           EXIT.

       READ-REL-SIDE.
           READ REL-SORTED
              AT END MOVE HIGH-VALUES TO WS-REL-KEY
              NOT AT END MOVE RSD-ACCTNUM TO WS-REL-KEY
           END-READ.

       JOIN-ONE-ITEM.
           MOVE IA-ACCTNUM TO WS-ITEM-KEY.
           PERFORM UNTIL WS-REL-KEY >= WS-ITEM-KEY
              PERFORM READ-REL-SIDE
           END-PERFORM.
           MOVE SPACES TO CS-RECORD.
           MOVE IA-TYPE TO CS-TYPE.
           MOVE IA-ACCTNUM TO CS-ACCTNUM.
           MOVE IA-NOTE TO CS-NOTE.
           IF WS-REL-KEY = WS-ITEM-KEY
              MOVE RSD-CUSTID TO CS-CUSTID
              MOVE RSD-LASTN TO CS-NAME
              MOVE RSD-BRANCH TO CS-BRANCH
              MOVE RSD-BAL-NUM TO WS-BAL-NUM
              MOVE WS-BAL-NUM TO WS-BAL-ED
              MOVE WS-BAL-ED TO CS-BAL
           ELSE
              MOVE IA-NAME TO CS-NAME
              MOVE IA-BRANCH TO CS-BRANCH
              MOVE IA-BAL TO CS-BAL
              IF IA-NOTE = SPACES
                 MOVE "OFF FILE" TO CS-NOTE
              END-IF
              ADD 1 TO WS-NOREL-CNT
           END-IF.
           RELEASE CS-RECORD.

      *    Output procedure - each item in CUSTID order against the
      *    RM master. An assigned customer's items go to their RM;
      *    their Gold holdings need no action and are only counted.
      *    An unassigned customer's items go to the no-RM pages, and
      *    their Gold holdings to the regional allocation list.
       ATTACH-RM.
           MOVE "RMMAST" TO WS-IO-NAME.
           OPEN INPUT RM-MAST.
           PERFORM CHECK-IO-STATUS.
           MOVE "RMWKFILE" TO WS-IO-NAME.
           OPEN OUTPUT WORK-FILE.
           PERFORM CHECK-IO-STATUS.
           PERFORM READ-RM-SIDE.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
              RETURN CUST-SORT
                 AT END MOVE 'Y' TO WS-SORT-EOF
                 NOT AT END PERFORM ATTACH-ONE-ITEM
              END-RETURN
           END-PERFORM.
           CLOSE RM-MAST.
           MOVE "RMWKFILE" TO WS-IO-NAME.
           CLOSE WORK-FILE.
           PERFORM CHECK-IO-STATUS.
       ATTACH-RM-EXIT.
           EXIT.

       READ-RM-SIDE.
           READ RM-MAST
              AT END MOVE HIGH-VALUES TO WS-RM-KEY
              NOT AT END MOVE RMM-CUSTID TO WS-RM-KEY
           END-READ.

       ATTACH-ONE-ITEM.
           PERFORM UNTIL WS-RM-KEY >= CS-CUSTID
              PERFORM READ-RM-SIDE
           END-PERFORM.
           MOVE SPACES TO WK-RECORD.
           MOVE CS-TYPE TO WK-TYPE.
           MOVE CS-BRANCH TO WK-BRANCH.
           MOVE CS-CUSTID TO WK-CUSTID.
           MOVE CS-ACCTNUM TO WK-ACCTNUM.
           MOVE CS-NAME TO WK-NAME.
           MOVE CS-BAL TO WK-BAL.
           MOVE CS-NOTE TO WK-NOTE.
           IF CS-CUSTID NOT = SPACES AND WS-RM-KEY = CS-CUSTID
              IF CS-TYPE = '9'
                 ADD 1 TO WS-GOLD-ASG-CNT
              ELSE
                 MOVE '1' TO WK-GROUP
                 MOVE RMM-RM-ID TO WK-RM-ID
                 MOVE RMM-RM-NAME TO WK-RM-NAME
                 MOVE RMM-RM-BRANCH TO WK-RM-BRANCH
                 PERFORM WRITE-WORK-ITEM
                 ADD 1 TO WS-ASG-ITEM-CNT
              END-IF
           ELSE
              IF CS-TYPE = '9'
                 MOVE '3' TO WK-GROUP
                 PERFORM FIND-BRANCH-REGION
                 PERFORM WRITE-WORK-ITEM
                 ADD 1 TO WS-GOLD-UNASG-CNT
              ELSE
                 MOVE '2' TO WK-GROUP
                 PERFORM WRITE-WORK-ITEM
                 ADD 1 TO WS-UNASG-ITEM-CNT
              END-IF
           END-IF.

       FIND-BRANCH-REGION.
           SET REF-IX TO 1.
           SEARCH WS-REF-ENTRY
              AT END CONTINUE
              WHEN REF-IX > WS-REF-CNT
                 CONTINUE
              WHEN WS-REF-CODE (REF-IX) = CS-BRANCH
                 MOVE WS-REF-REGION (REF-IX) TO WK-REGION
           END-SEARCH.

       WRITE-WORK-ITEM.
           MOVE "RMWKFILE" TO WS-IO-NAME.
           WRITE WK-RECORD.
           PERFORM CHECK-IO-STATUS.

      *    Output procedure - the worklist itself. A new page set
      *    starts whenever the RM (or, on the allocation list, the
      *    region) changes, and a section heading whenever the kind
      *    of item does.
       PRINT-WORKLIST.
           MOVE "RMWLIST" TO WS-IO-NAME.
           OPEN OUTPUT WORKLIST.
           PERFORM CHECK-IO-STATUS.
           MOVE WS-RUN-YMD TO WS-HEAD-DATE.
           MOVE HIGH-VALUES TO WS-PREV-SET.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
              RETURN LIST-SORT
                 AT END MOVE 'Y' TO WS-SORT-EOF
                 NOT AT END PERFORM PRINT-ONE-ITEM
              END-RETURN
           END-PERFORM.
           IF WS-PREV-GROUP NOT = HIGH-VALUES
              PERFORM END-PAGE-SET
           END-IF.
           PERFORM WRITE-SUMMARY-PAGE.
           MOVE "RMWLIST" TO WS-IO-NAME.
           CLOSE WORKLIST.
           PERFORM CHECK-IO-STATUS.
       PRINT-WORKLIST-EXIT.
           EXIT.

       PRINT-ONE-ITEM.
           MOVE LS-GROUP TO WS-CUR-GROUP.
           MOVE LS-RM-ID TO WS-CUR-RM-ID.
           MOVE LS-REGION TO WS-CUR-REGION.
           IF WS-CUR-SET NOT = WS-PREV-SET
              IF WS-PREV-GROUP NOT = HIGH-VALUES
                 PERFORM END-PAGE-SET
              END-IF
              MOVE WS-CUR-SET TO WS-PREV-SET
              MOVE HIGH-VALUES TO WS-PREV-TYPE
              MOVE 0 TO WS-SET-ITEMS
              IF LS-GROUP = '1'
                 ADD 1 TO WS-RM-CNT
              END-IF
              PERFORM WRITE-PAGE-HEAD
           END-IF.
           IF WS-LINE-CNT >= WS-PAGE-LINES
              PERFORM WRITE-PAGE-HEAD
              MOVE HIGH-VALUES TO WS-PREV-TYPE
           END-IF.
           IF LS-TYPE NOT = WS-PREV-TYPE
              MOVE LS-TYPE TO WS-PREV-TYPE
              PERFORM WRITE-SECTION-HEAD
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE LS-TYPE
              WHEN '1'
                 MOVE "GOLD DROP" TO WS-DET-ACTION
              WHEN '2'
                 MOVE "DORMANT" TO WS-DET-ACTION
              WHEN '3'
                 MOVE "OVERDRAWN" TO WS-DET-ACTION
              WHEN '4'
                 MOVE "NO LETTER" TO WS-DET-ACTION
              WHEN '9'
                 MOVE "GOLD" TO WS-DET-ACTION
           END-EVALUATE.
           IF LS-CUSTID = SPACES
              MOVE "NONE" TO WS-DET-CUSTID
           ELSE
              MOVE LS-CUSTID TO WS-DET-CUSTID
           END-IF.
           MOVE LS-ACCTNUM TO WS-DET-ACCTNUM.
           MOVE LS-NAME TO WS-DET-NAME.
           MOVE LS-BRANCH TO WS-DET-BRANCH.
           MOVE LS-BAL TO WS-DET-BAL.
           MOVE LS-NOTE TO WS-DET-NOTE.
           MOVE SPACE TO WL-CC.
           MOVE WS-DETAIL-LINE TO WL-TEXT.
           PERFORM WRITE-WL-LINE.
           ADD 1 TO WS-SET-ITEMS.

      *    Page heading - the run line, then who the pages are for,
      *    then the column line. Repeated at the top of every page
      *    so a page that comes loose still says whose it is.
       WRITE-PAGE-HEAD.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-HEAD-PAGE.
           MOVE '1' TO WL-CC.
           MOVE WS-HEAD-LINE TO WL-TEXT.
           PERFORM WRITE-WL-LINE.
           MOVE 1 TO WS-LINE-CNT.
           MOVE SPACE TO WL-CC.
           MOVE SPACES TO WL-TEXT.
           EVALUATE WS-CUR-GROUP
              WHEN '1'
                 MOVE WS-CUR-RM-ID TO WS-RML-RM-ID
                 MOVE LS-RM-NAME TO WS-RML-RM-NAME
                 MOVE LS-RM-BRANCH TO WS-RML-RM-BRANCH
                 MOVE WS-RM-LINE TO WL-TEXT
              WHEN '2'
                 MOVE "CUSTOMERS WITH NO RM ASSIGNED - ACTION NEEDED"
                    TO WL-TEXT
              WHEN '3'
                 STRING "UNASSIGNED GOLD CUSTOMERS - FOR ALLOCATION "
                        "BY THE REGIONAL MANAGER, REGION "
                        WS-CUR-REGION
                    DELIMITED BY SIZE
                    INTO WL-TEXT
                 END-STRING
           END-EVALUATE.
           PERFORM WRITE-WL-LINE.
           MOVE SPACES TO WL-TEXT.
           PERFORM WRITE-WL-LINE.
           MOVE WS-COL-LINE TO WL-TEXT.
           PERFORM WRITE-WL-LINE.

       WRITE-SECTION-HEAD.
           MOVE SPACE TO WL-CC.
           MOVE SPACES TO WL-TEXT.
           PERFORM WRITE-WL-LINE.
           EVALUATE LS-TYPE
              WHEN '1'
                 MOVE "GOLD CUSTOMERS WHO DROPPED OUT OF GOLD"
                    TO WL-TEXT
              WHEN '2'
                 MOVE "CUSTOMERS GOING DORMANT - ESCHEATMENT CANDIDATES"
                    TO WL-TEXT
              WHEN '3'
                 MOVE "OVERDRAWN CUSTOMERS - COLLECTIONS STAGE AND DAYS"
                    TO WL-TEXT
              WHEN '4'
                 MOVE "TIER LETTERS NOT SENT - NO ADDRESS ON MASTER"
                    TO WL-TEXT
              WHEN '9'
                 MOVE "GOLD ACCOUNTS WHOSE CUSTOMER HAS NO RM"
                    TO WL-TEXT
           END-EVALUATE.
           PERFORM WRITE-WL-LINE.

       END-PAGE-SET.
           MOVE SPACE TO WL-CC.
           MOVE SPACES TO WL-TEXT.
           PERFORM WRITE-WL-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "ITEMS ON THIS LIST" TO WS-TOT-LABEL.
           MOVE WS-SET-ITEMS TO WS-CNT-ED.
           MOVE WS-CNT-ED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WL-TEXT.
           PERFORM WRITE-WL-LINE.

       WRITE-WL-LINE.
           MOVE "RMWLIST" TO WS-IO-NAME.
           WRITE WL-RECORD.
           PERFORM CHECK-IO-STATUS.
           ADD 1 TO WS-LINE-CNT.

      *    Run summary on a page of its own, with any source that was
      *    left out named, so nobody reads an empty section as "no
      *    work" when it means "no report".
       WRITE-SUMMARY-PAGE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-HEAD-PAGE.
           MOVE '1' TO WL-CC.
           MOVE WS-HEAD-LINE TO WL-TEXT.
           PERFORM WRITE-WL-LINE.
           MOVE SPACE TO WL-CC.
           MOVE "RUN SUMMARY" TO WL-TEXT.
           PERFORM WRITE-WL-LINE.
           MOVE SPACES TO WL-TEXT.
           PERFORM WRITE-WL-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "GOLD DROPS (MOVERPT)" TO WS-TOT-LABEL.
           MOVE WS-DROP-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "GOING DORMANT (DORMRPT)" TO WS-TOT-LABEL.
           MOVE WS-DORM-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "OVERDRAWN IN COLLECTIONS (OVRRPT)" TO WS-TOT-LABEL.
           MOVE WS-OVR-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "TIER LETTERS NOT SENT (NOADDR)" TO WS-TOT-LABEL.
           MOVE WS-NOLTR-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "RMS WITH WORK TODAY" TO WS-TOT-LABEL.
           MOVE WS-RM-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "ITEMS FOR CUSTOMERS WITH AN RM" TO WS-TOT-LABEL.
           MOVE WS-ASG-ITEM-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "ITEMS FOR CUSTOMERS WITH NO RM" TO WS-TOT-LABEL.
           MOVE WS-UNASG-ITEM-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "GOLD ACCOUNTS ON TIERMAST" TO WS-TOT-LABEL.
           MOVE WS-GOLD-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "GOLD ACCOUNTS WITH AN RM" TO WS-TOT-LABEL.
           MOVE WS-GOLD-ASG-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "GOLD ACCOUNTS FOR ALLOCATION" TO WS-TOT-LABEL.
           MOVE WS-GOLD-UNASG-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "ACCOUNTS NOT ON RELBAL" TO WS-TOT-LABEL.
           MOVE WS-NOREL-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           IF WS-MOVE-OK = 'N'
              MOVE "MOVERPT AND NOADDR NOT TODAY'S" TO WS-TOT-LABEL
              MOVE "LEFT OUT" TO WS-TOT-VALUE
              PERFORM WRITE-TOTAL-LINE
           END-IF.
           IF WS-DORM-OK = 'N'
              MOVE "DORMRPT NOT TODAY'S" TO WS-TOT-LABEL
              MOVE "LEFT OUT" TO WS-TOT-VALUE
              PERFORM WRITE-TOTAL-LINE
           END-IF.
           IF WS-OVR-OK = 'N'
              MOVE "OVRRPT NOT TODAY'S" TO WS-TOT-LABEL
              MOVE "LEFT OUT" TO WS-TOT-VALUE
              PERFORM WRITE-TOTAL-LINE
           END-IF.

       WRITE-TOTAL-CNT.
           MOVE WS-CNT-ED TO WS-TOT-VALUE.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACE TO WL-CC.
           MOVE WS-TOTAL-LINE TO WL-TEXT.
           PERFORM WRITE-WL-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.

       CHECK-IO-STATUS.
           IF WS-IO-STATUS NOT = '00'
              DISPLAY "RMWORK: I/O ERROR ON " WS-IO-NAME
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
              DISPLAY "RMWORK: CANNOT OPEN BUSINESS-DATE CONTROL, "
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
                 DISPLAY "RMWORK: BUSINESS-DATE CONTROL RECORD IS "
                    "MISSING OR DAMAGED - RUN STOPPED"
                 MOVE "BUSDATE RECORD INVALID" TO WS-BDC-ERROR
                 MOVE 12 TO WS-BDC-CC
              ELSE
                 IF BDC-STATUS NOT = 'O'
                    DISPLAY "RMWORK: BUSINESS DATE " BDC-BUS-DATE
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
