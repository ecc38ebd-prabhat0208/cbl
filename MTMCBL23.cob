      *-------------------------
      * IDENTIFICATION DIVISION.
      *-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TESTMASK.
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
           SELECT BALHIST-IN ASSIGN TO BALHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
      *    The two keyed masters are read front to back - every
      *    record is masked, none is looked up.
           SELECT CUST-ADDR ASSIGN TO CUSTADDR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CA-ACCTNUM
           FILE STATUS IS WS-IO-STATUS.
           SELECT TIER-MASTER ASSIGN TO TIERMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TM-ACCTNUM
           FILE STATUS IS WS-IO-STATUS.
           SELECT BRCH-REF ASSIGN TO BRCHREF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
      *    RANDOM - one keyed read per real key met, one write for
      *    each key never seen before.
           SELECT KEY-MAP ASSIGN TO KEYMAP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MAP-KEY
           FILE STATUS IS WS-MAP-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO MASKPARM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT CR-SORT ASSIGN TO "SRTWORK".
           SELECT MASK-CUSTRECS ASSIGN TO MCUSTREC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT BH-SORT ASSIGN TO "SRTWORK".
           SELECT MASK-BALHIST ASSIGN TO MBALHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT CA-SORT ASSIGN TO "SRTWORK".
           SELECT MASK-CUSTADDR ASSIGN TO MCUSTADR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT TM-SORT ASSIGN TO "SRTWORK".
           SELECT MASK-TIERMAST ASSIGN TO MTIERMST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT MASK-REPORT ASSIGN TO MASKRPT
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

      *    Production account feed - the current CUSTRECS generation.
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

      *    Production balance history - the current BALHIST
      *    generation, newest observation first.
       FD  BALHIST-IN RECORD CONTAINS 132 CHARACTERS RECORDING MODE F.
       01  BHI-RECORD.
           05 BHI-ACCTNUM PIC X(10).
           05 BHI-OBS-CNT PIC 9(2).
           05 BHI-BAL OCCURS 10 TIMES
              PIC S9(9)V99 SIGN LEADING SEPARATE.

      *    Customer name-and-address master (see TIERLTR).
       FD  CUST-ADDR RECORD CONTAINS 130 CHARACTERS.
       01  CA-RECORD.
           05 CA-ACCTNUM PIC X(10).
           05 CA-NAME PIC X(30).
           05 CA-ADDR1 PIC X(30).
           05 CA-ADDR2 PIC X(30).
           05 CA-CITYLINE PIC X(27).
           05 FILLER PIC X(3).

      *    Keyed customer-tier master (see TIERLOAD).
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

      *    Branch master (see BRCHMNT) - branch codes are carried
      *    into the test copies unchanged, so the test BRCHREF is a
      *    copy of this one and every code that validates here
      *    validates there. Codes not on it are counted only.
       FD  BRCH-REF RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  BRCH-REF-CARD.
           05 BRF-CODE PIC X(4).
           05 FILLER PIC X(76).

      *    Surrogate key map - one record per real account number
      *    (type A) and per real CUSTID (type C) ever masked, with
      *    the surrogate it was given. Standing and never purged, so
      *    an account keeps its surrogate in every file and on every
      *    day, which is what lets the masked generations match day
      *    over day the way the real ones do. It holds the only link
      *    back to the real keys and stays in production.
       FD  KEY-MAP RECORD CONTAINS 80 CHARACTERS.
       01  MAP-RECORD.
           05 MAP-KEY.
              10 MAP-TYPE PIC X(1).
              10 MAP-REAL PIC X(10).
           05 MAP-SURR PIC X(10).
           05 MAP-ADDED PIC X(8).
           05 FILLER PIC X(51).
      *    Control record, key '0CONTROL' - the scrambling constants
      *    the map was started with and the last sequence number
      *    used of each type. The constants are taken from the
      *    parameter card once, when the map is started, and never
      *    again: a surrogate is a scrambled sequence number, and
      *    changing the scramble part-way could issue one twice.
       01  MAPC-RECORD.
           05 MAPC-KEY PIC X(11).
           05 MAPC-MULT PIC 9(7).
           05 MAPC-OFFSET PIC 9(10).
           05 MAPC-SEED PIC 9(9).
           05 MAPC-LAST-ACCT PIC 9(10).
           05 MAPC-LAST-CUST PIC 9(7).
           05 MAPC-CREATED PIC X(8).
           05 FILLER PIC X(18).

      *    Masking parameters, kept with the key map under the same
      *    security:
      *      col 1      Y perturb balances, N or blank leave them
      *      col 2-3    tolerance in percent, 01-25 (col 1 = Y)
      *      col 4-10   multiplier, last digit 1, 3, 7 or 9
      *      col 11-20  offset
      *      col 21-29  perturbation seed
      *    Columns 4-29 are only read when the map is started.
       FD  PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-RECORD.
           05 PARM-PERTURB PIC X(1).
           05 PARM-TOL-PCT PIC 9(2).
           05 PARM-MULT PIC 9(7).
           05 PARM-OFFSET PIC 9(10).
           05 PARM-SEED PIC 9(9).
           05 FILLER PIC X(51).

      *    Masked copies, each put into surrogate-key order - the
      *    order the test jobs read them in, and no trace of the
      *    production order. WITH DUPLICATES IN ORDER keeps a
      *    double-sent account's records in feed order, so ADDONE's
      *    dedup keeps the same one in test as in production.
       SD  CR-SORT.
       01  CRS-RECORD.
           05 CRS-ACCTNUM PIC X(10).
           05 CRS-FIRSTNAME PIC X(11).
           05 FILLER PIC X(3).
           05 CRS-LASTNAME PIC X(22).
           05 CRS-BRANCH PIC X(4).
           05 CRS-CUSTID PIC X(8).
           05 FILLER PIC X(7).
           05 CRS-ACCTBAL PIC X(15).

       FD  MASK-CUSTRECS RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  MCR-RECORD PIC X(80).

       SD  BH-SORT.
       01  BHS-RECORD.
           05 BHS-ACCTNUM PIC X(10).
           05 BHS-OBS-CNT PIC 9(2).
           05 BHS-BAL OCCURS 10 TIMES
              PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD  MASK-BALHIST RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE F.
       01  MBH-RECORD PIC X(132).

      *    Custaddr and tiermast come out as flat files in key order,
      *    ready to REPRO into the test clusters.
       SD  CA-SORT.
       01  CAS-RECORD.
           05 CAS-ACCTNUM PIC X(10).
           05 CAS-NAME PIC X(30).
           05 CAS-ADDR1 PIC X(30).
           05 CAS-ADDR2 PIC X(30).
           05 CAS-CITYLINE PIC X(27).
           05 FILLER PIC X(3).

       FD  MASK-CUSTADDR RECORD CONTAINS 130 CHARACTERS
           RECORDING MODE F.
       01  MCA-RECORD PIC X(130).

       SD  TM-SORT.
       01  TMS-RECORD.
           05 TMS-ACCTNUM PIC X(10).
           05 TMS-TIER PIC X(6).
           05 TMS-FIRSTN PIC X(11).
           05 FILLER PIC X(3).
           05 TMS-LASTN PIC X(22).
           05 TMS-BAL PIC X(15).
           05 TMS-RUN-DATE PIC X(8).
           05 TMS-BRANCH PIC X(4).
           05 FILLER PIC X(1).

       FD  MASK-TIERMAST RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  MTM-RECORD PIC X(80).

      *    Control report - counts only. No real key, name or
      *    balance is ever written to it or to SYSOUT.
       FD  MASK-REPORT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  MASK-RPT-RECORD PIC X(80).

      *    Business-date control record (see DATEROLL) - stamps the
      *    date a key first went on the map. The extract can be
      *    taken after the day is closed, so a closed date is
      *    accepted here.
       FD  BUSDATE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  BDC-RECORD.
           05 BDC-BUS-DATE PIC X(8).
           05 BDC-PREV-DATE PIC X(8).
           05 BDC-STATUS PIC X(1).
           05 BDC-DAY-SEQ PIC 9(7).
           05 FILLER PIC X(56).

       WORKING-STORAGE SECTION.

       01  WS-IO-STATUS PIC X(2).
       01  WS-IO-NAME PIC X(8).
       01  WS-MAP-STATUS PIC X(2).
       01  WS-PARM-STATUS PIC X(2).
       01  WS-BDC-STATUS PIC X(2).
       01  WS-BDC-ERROR PIC X(30) VALUE SPACES.
       01  WS-BUS-DATE PIC X(8).
       01  WS-BUS-STATUS PIC X(1) VALUE 'O'.
       01  WS-EOF PIC X(1) VALUE 'N'.
       01  WS-REF-EOF PIC X(1) VALUE 'N'.

      *    Masking controls.
       01  WS-PERTURB PIC X(1) VALUE 'N'.
       01  WS-TOL-PCT PIC 9(2) VALUE 0.
       01  WS-TOL-BP PIC 9(4) VALUE 0.
       01  WS-PARM-READ PIC X(1) VALUE 'N'.
       01  WS-PARM-ERROR PIC X(30) VALUE SPACES.
       01  WS-NEW-MAP PIC X(1) VALUE 'N'.

      *    Branch codes on the master, for the count of records
      *    carrying a code that is not on it - ADDONE's table size.
       01  WS-REF-MAX PIC 9(3) VALUE 300.
       01  WS-REF-CNT PIC 9(3) VALUE 0.
       01  WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 300 TIMES INDEXED BY REF-IX.
              10 WS-REF-CODE PIC X(4).
       01  WS-REF-LOOKUP PIC X(4).
       01  WS-REF-FOUND PIC X(1).

      *    The map control record as held in storage for the run.
       01  WS-MAPC-RECORD.
           05 WS-MAPC-KEY PIC X(11).
           05 WS-MAPC-MULT PIC 9(7).
           05 WS-MAPC-OFFSET PIC 9(10).
           05 WS-MAPC-SEED PIC 9(9).
           05 WS-MAPC-LAST-ACCT PIC 9(10).
           05 WS-MAPC-LAST-CUST PIC 9(7).
           05 WS-MAPC-CREATED PIC X(8).
           05 FILLER PIC X(18).
       01  WS-CONTROL-KEY PIC X(11) VALUE "0CONTROL".

      *    One lookup - type and real key in, surrogate out. The
      *    last key of each type is remembered, since a double-sent
      *    account arrives twice running.
       01  WS-LK-TYPE PIC X(1).
       01  WS-LK-REAL PIC X(10).
       01  WS-LK-SURR PIC X(10).
       01  WS-LAST-ACCT-REAL PIC X(10) VALUE LOW-VALUES.
       01  WS-LAST-ACCT-SURR PIC X(10).
       01  WS-LAST-CUST-REAL PIC X(10) VALUE LOW-VALUES.
       01  WS-LAST-CUST-SURR PIC X(10).

      *    Surrogate arithmetic. Sequence number times an odd
      *    multiplier not ending in 5, plus the offset, modulo ten
      *    to the tenth (accounts) or ten to the seventh (CUSTIDs):
      *    the multiplier shares no factor with the modulus, so no
      *    two sequence numbers ever land on the same surrogate.
       01  WS-SEQ PIC 9(10).
       01  WS-PRODUCT PIC 9(18).
       01  WS-QUOT PIC 9(18).
       01  WS-REM2 PIC 9(1).
       01  WS-REM5 PIC 9(1).
       01  WS-SURR-ACCT PIC 9(10).
       01  WS-SURR-CUST.
           05 FILLER PIC X(1) VALUE 'S'.
           05 WS-SURR-CUST-NUM PIC 9(7).
       01  WS-ACCT-LIMIT PIC 9(10) VALUE 9999999999.
       01  WS-CUST-LIMIT PIC 9(7) VALUE 9999999.

      *    The masked account - its surrogate as a number drives the
      *    generated name and address and the perturbation, so an
      *    account looks the same in every file and on every day.
       01  WS-GEN-NUM PIC 9(10).
       01  WS-GEN-Q PIC 9(10).
       01  WS-GEN-R PIC 9(4).
       01  WS-GEN-FIRST PIC X(11).
       01  WS-GEN-LAST PIC X(22).
       01  WS-GEN-HOUSE PIC 9(4).
       01  WS-GEN-HOUSE-ED PIC ZZZ9.
       01  WS-GEN-STREET PIC X(24).
       01  WS-GEN-CITY PIC X(27).
       01  WS-GEN-APT PIC 99.
       01  WS-PTB-HASH PIC 9(11).
       01  WS-PTB-MOD PIC 9(4).
       01  WS-PTB-R PIC 9(4).
       01  WS-PTB-FACTOR PIC S9(1)V9(4).
       01  WS-AMT PIC S9(9)V99.
       01  WS-BAL-ED PIC ----,---,--9.99.
       01  WS-BAL-TEXT PIC X(15).
       01  WS-OBS PIC 9(2).
       01  WS-PTR PIC 9(2).

      *    Generated names and addresses - test values only.
       01  WS-FIRST-NAMES.
           05 FILLER PIC X(11) VALUE "ALICE".
           05 FILLER PIC X(11) VALUE "BERNARD".
           05 FILLER PIC X(11) VALUE "CAROL".
           05 FILLER PIC X(11) VALUE "DESMOND".
           05 FILLER PIC X(11) VALUE "EDITH".
           05 FILLER PIC X(11) VALUE "FRANK".
           05 FILLER PIC X(11) VALUE "GLORIA".
           05 FILLER PIC X(11) VALUE "HAROLD".
           05 FILLER PIC X(11) VALUE "IRENE".
           05 FILLER PIC X(11) VALUE "JULIAN".
           05 FILLER PIC X(11) VALUE "KATHLEEN".
           05 FILLER PIC X(11) VALUE "LEONARD".
           05 FILLER PIC X(11) VALUE "MARGARET".
           05 FILLER PIC X(11) VALUE "NORMAN".
           05 FILLER PIC X(11) VALUE "OLIVE".
           05 FILLER PIC X(11) VALUE "PERCY".
           05 FILLER PIC X(11) VALUE "QUENTIN".
           05 FILLER PIC X(11) VALUE "ROSALIND".
           05 FILLER PIC X(11) VALUE "STANLEY".
           05 FILLER PIC X(11) VALUE "THEODORA".
           05 FILLER PIC X(11) VALUE "URSULA".
           05 FILLER PIC X(11) VALUE "VINCENT".
           05 FILLER PIC X(11) VALUE "WINIFRED".
           05 FILLER PIC X(11) VALUE "XAVIER".
           05 FILLER PIC X(11) VALUE "YVONNE".
           05 FILLER PIC X(11) VALUE "ZACHARY".
           05 FILLER PIC X(11) VALUE "AGNES".
           05 FILLER PIC X(11) VALUE "BASIL".
           05 FILLER PIC X(11) VALUE "CECILIA".
           05 FILLER PIC X(11) VALUE "DUNCAN".
       01  WS-FIRST-TABLE REDEFINES WS-FIRST-NAMES.
           05 WS-FIRST-NAME OCCURS 30 TIMES PIC X(11).

       01  WS-LAST-NAMES.
           05 FILLER PIC X(22) VALUE "ABERNATHY".
           05 FILLER PIC X(22) VALUE "BLACKWOOD".
           05 FILLER PIC X(22) VALUE "CARMICHAEL".
           05 FILLER PIC X(22) VALUE "DRUMMOND".
           05 FILLER PIC X(22) VALUE "ELLINGTON".
           05 FILLER PIC X(22) VALUE "FAIRWEATHER".
           05 FILLER PIC X(22) VALUE "GALLOWAY".
           05 FILLER PIC X(22) VALUE "HATHAWAY".
           05 FILLER PIC X(22) VALUE "INGRAM".
           05 FILLER PIC X(22) VALUE "JEFFERSON".
           05 FILLER PIC X(22) VALUE "KINGSLEY".
           05 FILLER PIC X(22) VALUE "LOCKHART".
           05 FILLER PIC X(22) VALUE "MONTGOMERY".
           05 FILLER PIC X(22) VALUE "NORTHCOTE".
           05 FILLER PIC X(22) VALUE "OSBORNE".
           05 FILLER PIC X(22) VALUE "PEMBERTON".
           05 FILLER PIC X(22) VALUE "QUINCEY".
           05 FILLER PIC X(22) VALUE "RADCLIFFE".
           05 FILLER PIC X(22) VALUE "SINCLAIR".
           05 FILLER PIC X(22) VALUE "THORNBURY".
           05 FILLER PIC X(22) VALUE "UNDERHILL".
           05 FILLER PIC X(22) VALUE "VANDERMEER".
           05 FILLER PIC X(22) VALUE "WESTBROOK".
           05 FILLER PIC X(22) VALUE "YARDLEY".
           05 FILLER PIC X(22) VALUE "ASHCROFT".
           05 FILLER PIC X(22) VALUE "BRADSHAW".
           05 FILLER PIC X(22) VALUE "CROMWELL".
           05 FILLER PIC X(22) VALUE "DARLINGTON".
           05 FILLER PIC X(22) VALUE "EVERSLEY".
           05 FILLER PIC X(22) VALUE "FORTESCUE".
       01  WS-LAST-TABLE REDEFINES WS-LAST-NAMES.
           05 WS-LAST-NAME OCCURS 30 TIMES PIC X(22).

       01  WS-STREETS.
           05 FILLER PIC X(24) VALUE "TEST STREET".
           05 FILLER PIC X(24) VALUE "SAMPLE AVENUE".
           05 FILLER PIC X(24) VALUE "MODEL ROAD".
           05 FILLER PIC X(24) VALUE "PILOT LANE".
           05 FILLER PIC X(24) VALUE "TRIAL DRIVE".
           05 FILLER PIC X(24) VALUE "EXAMPLE COURT".
           05 FILLER PIC X(24) VALUE "DUMMY BOULEVARD".
           05 FILLER PIC X(24) VALUE "SPECIMEN PLACE".
           05 FILLER PIC X(24) VALUE "PROOF TERRACE".
           05 FILLER PIC X(24) VALUE "MOCK HILL ROAD".
           05 FILLER PIC X(24) VALUE "DRAFT WAY".
           05 FILLER PIC X(24) VALUE "PATTERN CRESCENT".
       01  WS-STREET-TABLE REDEFINES WS-STREETS.
           05 WS-STREET OCCURS 12 TIMES PIC X(24).

       01  WS-CITIES.
           05 FILLER PIC X(27) VALUE "TESTVILLE ZZ 00001".
           05 FILLER PIC X(27) VALUE "SAMPLETON ZZ 00002".
           05 FILLER PIC X(27) VALUE "MODEL CITY ZZ 00003".
           05 FILLER PIC X(27) VALUE "PILOT FALLS ZZ 00004".
           05 FILLER PIC X(27) VALUE "TRIAL HARBOR ZZ 00005".
           05 FILLER PIC X(27) VALUE "EXAMPLE SPRINGS ZZ 00006".
           05 FILLER PIC X(27) VALUE "MOCK JUNCTION ZZ 00007".
           05 FILLER PIC X(27) VALUE "PROOF POINT ZZ 00008".
       01  WS-CITY-TABLE REDEFINES WS-CITIES.
           05 WS-CITY OCCURS 8 TIMES PIC X(27).

      *    Run counts.
       01  WS-CR-CNT PIC 9(9) VALUE 0.
       01  WS-BH-CNT PIC 9(9) VALUE 0.
       01  WS-CA-CNT PIC 9(9) VALUE 0.
       01  WS-TM-CNT PIC 9(9) VALUE 0.
       01  WS-ACCT-HIT-CNT PIC 9(9) VALUE 0.
       01  WS-ACCT-NEW-CNT PIC 9(9) VALUE 0.
       01  WS-CUST-HIT-CNT PIC 9(9) VALUE 0.
       01  WS-CUST-NEW-CNT PIC 9(9) VALUE 0.
       01  WS-NOBRCH-CNT PIC 9(9) VALUE 0.
       01  WS-BADACCT-CNT PIC 9(9) VALUE 0.
       01  WS-PTB-CNT PIC 9(9) VALUE 0.

       01  WS-AUDIT-PARM.
           05 WS-AUD-ACTION PIC X(1).
           05 WS-AUD-PROGRAM PIC X(8) VALUE "TESTMASK".
           05 WS-AUD-INPUT-ID PIC X(20).
           05 WS-AUD-COUNTS PIC X(30).
           05 WS-AUD-CC PIC 9(2).
       01  WS-AUD-PTR PIC 9(2) VALUE 1.

      *    Report lines.
       01  WS-CNT-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-HEAD-LINE.
           05 FILLER PIC X(33)
              VALUE "TEST DATA MASKING - BUSINESS DATE".
           05 FILLER PIC X VALUE SPACE.
           05 WS-HEAD-YYYY PIC X(4).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-MM PIC X(2).
           05 FILLER PIC X VALUE '-'.
           05 WS-HEAD-DD PIC X(2).
           05 FILLER PIC X(36) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05 WS-TOT-LABEL PIC X(38).
           05 WS-TOT-VALUE PIC X(30).
           05 FILLER PIC X(12) VALUE SPACES.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
      *    Masked test copies of CUSTRECS, BALHIST, CUSTADDR and
      *    TIERMAST. Names and addresses are generated, account
      *    numbers and CUSTIDs replaced through the standing key
      *    map, and balances optionally moved by a fixed factor per
      *    account within the tolerance. Branch codes, tiers, dates
      *    and observation counts are carried as they are, so the
      *    copies pass ADDONE's validation, dedup and grouping and
      *    GOLDMOVE/DORMRPT's day-over-day matching just as the real
      *    files do.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE.
           MOVE SPACES TO WS-AUD-INPUT-ID.
           STRING "CUSTRECS " WS-BUS-DATE DELIMITED BY SIZE
              INTO WS-AUD-INPUT-ID
           END-STRING.
           PERFORM WRITE-AUDIT-START.
           PERFORM READ-MASK-PARM.
           PERFORM LOAD-BRANCH-REF.
           PERFORM OPEN-KEY-MAP.
           SORT CR-SORT
               ON ASCENDING KEY CRS-ACCTNUM
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS MASK-CUST-RECS THRU
                     MASK-CUST-RECS-EXIT
               GIVING MASK-CUSTRECS.
           SORT BH-SORT
               ON ASCENDING KEY BHS-ACCTNUM
               INPUT PROCEDURE IS MASK-BAL-HIST THRU
                     MASK-BAL-HIST-EXIT
               GIVING MASK-BALHIST.
           SORT CA-SORT
               ON ASCENDING KEY CAS-ACCTNUM
               INPUT PROCEDURE IS MASK-CUST-ADDR THRU
                     MASK-CUST-ADDR-EXIT
               GIVING MASK-CUSTADDR.
           SORT TM-SORT
               ON ASCENDING KEY TMS-ACCTNUM
               INPUT PROCEDURE IS MASK-TIER-MAST THRU
                     MASK-TIER-MAST-EXIT
               GIVING MASK-TIERMAST.
           CLOSE KEY-MAP.
           IF WS-MAP-STATUS NOT = '00'
              PERFORM MAP-IO-ERROR
           END-IF.
           PERFORM WRITE-MASK-REPORT.
           COMPUTE WS-CNT-ED = WS-CR-CNT + WS-BH-CNT + WS-CA-CNT
              + WS-TM-CNT.
           MOVE SPACES TO WS-AUD-COUNTS.
           STRING "RECS " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           COMPUTE WS-CNT-ED = WS-ACCT-NEW-CNT + WS-CUST-NEW-CNT.
           STRING " NEWKEYS " FUNCTION TRIM(WS-CNT-ED)
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.

      *    Processing date from the business-date control record,
      *    never the system clock. A closed date is accepted - see
      *    the BUSDATE FD; a missing or damaged record stops the run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BDC-STATUS NOT = '00'
              DISPLAY "TESTMASK: CANNOT OPEN BUSINESS-DATE CONTROL, "
                 "FILE STATUS " WS-BDC-STATUS " - RUN STOPPED"
              MOVE "BUSDATE OPEN FAIL" TO WS-BDC-ERROR
           ELSE
              MOVE SPACES TO BDC-RECORD
              READ BUSDATE-FILE
                 AT END MOVE SPACES TO BDC-RECORD
              END-READ
              CLOSE BUSDATE-FILE
              IF BDC-BUS-DATE IS NOT NUMERIC
                 DISPLAY "TESTMASK: BUSINESS-DATE CONTROL RECORD IS "
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

      *    Perturbation switch and tolerance. A card asking for
      *    perturbation without a usable tolerance stops the run
      *    before anything is written - test copies with the real
      *    balances are not what was asked for.
       READ-MASK-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END MOVE 'Y' TO WS-PARM-READ
              END-READ
           END-IF.
           CLOSE PARM-FILE.
           IF WS-PARM-READ = 'Y'
              EVALUATE PARM-PERTURB
                 WHEN 'Y'
                    IF PARM-TOL-PCT IS NUMERIC
                       AND PARM-TOL-PCT > 0
                       AND PARM-TOL-PCT <= 25
                       MOVE 'Y' TO WS-PERTURB
                       MOVE PARM-TOL-PCT TO WS-TOL-PCT
                       COMPUTE WS-TOL-BP = WS-TOL-PCT * 100
                    ELSE
                       MOVE "TOLERANCE NOT 01-25" TO WS-PARM-ERROR
                    END-IF
                 WHEN 'N'
                 WHEN SPACE
                    CONTINUE
                 WHEN OTHER
                    MOVE "PERTURB FLAG NOT Y OR N" TO WS-PARM-ERROR
              END-EVALUATE
           END-IF.
           IF WS-PARM-ERROR NOT = SPACES
              DISPLAY "TESTMASK: MASKPARM IN ERROR - " WS-PARM-ERROR
                 " - NOTHING WRITTEN"
              MOVE 8 TO RETURN-CODE
              MOVE WS-PARM-ERROR TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.

       LOAD-BRANCH-REF.
           MOVE "BRCHREF" TO WS-IO-NAME.
           OPEN INPUT BRCH-REF.
           PERFORM CHECK-IO-STATUS.
           PERFORM UNTIL WS-REF-EOF = 'Y'
              READ BRCH-REF
                 AT END MOVE 'Y' TO WS-REF-EOF
                 NOT AT END
                    IF WS-REF-CNT >= WS-REF-MAX
                       DISPLAY "TESTMASK: MORE THAN " WS-REF-MAX
                          " BRANCHES ON THE MASTER - RAISE THE "
                          "TABLE HERE AND IN ADDONE"
                       MOVE 12 TO RETURN-CODE
                       MOVE "BRCHREF OVERFLOW" TO WS-AUD-COUNTS
                       PERFORM WRITE-AUDIT-END
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-REF-CNT
                    MOVE BRF-CODE TO WS-REF-CODE (WS-REF-CNT)
              END-READ
           END-PERFORM.
           CLOSE BRCH-REF.

       FIND-REF-BRANCH.
           MOVE 'N' TO WS-REF-FOUND.
           SET REF-IX TO 1.
           SEARCH WS-REF-ENTRY
              AT END CONTINUE
              WHEN REF-IX > WS-REF-CNT
                 CONTINUE
              WHEN WS-REF-CODE (REF-IX) = WS-REF-LOOKUP
                 MOVE 'Y' TO WS-REF-FOUND
           END-SEARCH.

      *    The key map and its control record. A cluster that has
      *    never been loaded cannot be opened for update, so the
      *    first run loads it with the control record alone and
      *    reopens it; that run must bring the scrambling constants
      *    on the parameter card.
       OPEN-KEY-MAP.
           OPEN I-O KEY-MAP.
           IF WS-MAP-STATUS = '35'
              PERFORM START-KEY-MAP
              OPEN I-O KEY-MAP
           END-IF.
           IF WS-MAP-STATUS NOT = '00'
              PERFORM MAP-IO-ERROR
           END-IF.
           MOVE WS-CONTROL-KEY TO MAP-KEY.
           READ KEY-MAP
              INVALID KEY
                 DISPLAY "TESTMASK: KEY MAP HAS NO CONTROL RECORD - "
                    "RESTORE IT, DO NOT RESTART THE MAP"
                 MOVE 12 TO RETURN-CODE
                 MOVE "KEYMAP NO CONTROL RECORD" TO WS-AUD-COUNTS
                 PERFORM WRITE-AUDIT-END
                 STOP RUN
           END-READ.
           MOVE MAPC-RECORD TO WS-MAPC-RECORD.
           IF WS-NEW-MAP = 'N'
              AND WS-PARM-READ = 'Y'
              AND (PARM-MULT NOT = WS-MAPC-MULT
                   OR PARM-OFFSET NOT = WS-MAPC-OFFSET
                   OR PARM-SEED NOT = WS-MAPC-SEED)
              DISPLAY "TESTMASK: MASKPARM COLUMNS 4-29 DIFFER FROM "
                 "THE KEY MAP'S - THE MAP'S OWN ARE USED"
           END-IF.

       START-KEY-MAP.
           IF WS-PARM-READ = 'N'
              MOVE "NO MASKPARM FOR NEW KEYMAP" TO WS-PARM-ERROR
           ELSE
              IF PARM-MULT IS NOT NUMERIC
                 OR PARM-OFFSET IS NOT NUMERIC
                 OR PARM-SEED IS NOT NUMERIC
                 MOVE "MAP CONSTANTS NOT NUMERIC" TO WS-PARM-ERROR
              ELSE
                 DIVIDE PARM-MULT BY 2 GIVING WS-QUOT
                    REMAINDER WS-REM2
                 DIVIDE PARM-MULT BY 5 GIVING WS-QUOT
                    REMAINDER WS-REM5
                 IF WS-REM2 = 0 OR WS-REM5 = 0
                    MOVE "MULTIPLIER MUST END 1/3/7/9"
                       TO WS-PARM-ERROR
                 END-IF
              END-IF
           END-IF.
           IF WS-PARM-ERROR NOT = SPACES
              DISPLAY "TESTMASK: KEY MAP IS EMPTY AND CANNOT BE "
                 "STARTED - " WS-PARM-ERROR
              MOVE 8 TO RETURN-CODE
              MOVE WS-PARM-ERROR TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           OPEN OUTPUT KEY-MAP.
           IF WS-MAP-STATUS NOT = '00'
              PERFORM MAP-IO-ERROR
           END-IF.
           MOVE SPACES TO MAPC-RECORD.
           MOVE WS-CONTROL-KEY TO MAPC-KEY.
           MOVE PARM-MULT TO MAPC-MULT.
           MOVE PARM-OFFSET TO MAPC-OFFSET.
           MOVE PARM-SEED TO MAPC-SEED.
           MOVE 0 TO MAPC-LAST-ACCT.
           MOVE 0 TO MAPC-LAST-CUST.
           MOVE WS-BUS-DATE TO MAPC-CREATED.
           WRITE MAPC-RECORD.
           IF WS-MAP-STATUS NOT = '00'
              PERFORM MAP-IO-ERROR
           END-IF.
           CLOSE KEY-MAP.
           MOVE 'Y' TO WS-NEW-MAP.
           DISPLAY "TESTMASK: KEY MAP STARTED".

      *    CUSTRECS. A blank account number stays blank and a
      *    non-numeric one keeps an 'X' in front of its surrogate,
      *    so both still reject in test as they do in production.
       MASK-CUST-RECS.
           MOVE "CUSTRECS" TO WS-IO-NAME.
           OPEN INPUT CUST-RECS.
           PERFORM CHECK-IO-STATUS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CUST-RECS
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-CR-CNT
                    PERFORM MASK-ONE-CUST-REC
              END-READ
           END-PERFORM.
           CLOSE CUST-RECS.
       MASK-CUST-RECS-EXIT.
           EXIT.

       MASK-ONE-CUST-REC.
           MOVE SPACES TO CRS-RECORD.
           MOVE CUST-ACCTNUM TO WS-LK-REAL.
           PERFORM MASK-ACCOUNT.
           MOVE WS-LK-SURR TO CRS-ACCTNUM.
           MOVE WS-GEN-FIRST TO CRS-FIRSTNAME.
           MOVE WS-GEN-LAST TO CRS-LASTNAME.
           MOVE CUST-BRANCH TO CRS-BRANCH.
           MOVE CUST-BRANCH TO WS-REF-LOOKUP.
           PERFORM FIND-REF-BRANCH.
           IF WS-REF-FOUND = 'N'
              ADD 1 TO WS-NOBRCH-CNT
           END-IF.
           IF CUST-CUSTID NOT = SPACES
              MOVE CUST-CUSTID TO WS-LK-REAL
              PERFORM GET-CUST-SURROGATE
              MOVE WS-LK-SURR TO CRS-CUSTID
           END-IF.
           MOVE CUST-ACCTBAL TO WS-BAL-TEXT.
           PERFORM PERTURB-BAL-TEXT.
           MOVE WS-BAL-TEXT TO CRS-ACCTBAL.
           RELEASE CRS-RECORD.

       MASK-BAL-HIST.
           MOVE "BALHIST" TO WS-IO-NAME.
           OPEN INPUT BALHIST-IN.
           PERFORM CHECK-IO-STATUS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BALHIST-IN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-BH-CNT
                    PERFORM MASK-ONE-BAL-HIST
              END-READ
           END-PERFORM.
           CLOSE BALHIST-IN.
       MASK-BAL-HIST-EXIT.
           EXIT.

      *    Every observation moves by the account's own factor, so
      *    today's top observation still equals today's masked
      *    CUSTRECS balance and yesterday's still equals yesterday's.
       MASK-ONE-BAL-HIST.
           MOVE BHI-RECORD TO BHS-RECORD.
           MOVE BHI-ACCTNUM TO WS-LK-REAL.
           PERFORM MASK-ACCOUNT.
           MOVE WS-LK-SURR TO BHS-ACCTNUM.
           IF WS-PERTURB = 'Y' AND WS-LK-REAL NOT = SPACES
              AND BHI-OBS-CNT IS NUMERIC
              PERFORM VARYING WS-OBS FROM 1 BY 1
                 UNTIL WS-OBS > 10 OR WS-OBS > BHI-OBS-CNT
                 IF BHI-BAL (WS-OBS) IS NUMERIC
                    MOVE BHI-BAL (WS-OBS) TO WS-AMT
                    PERFORM PERTURB-AMOUNT
                    MOVE WS-AMT TO BHS-BAL (WS-OBS)
                 END-IF
              END-PERFORM
           END-IF.
           RELEASE BHS-RECORD.

       MASK-CUST-ADDR.
           MOVE "CUSTADDR" TO WS-IO-NAME.
           OPEN INPUT CUST-ADDR.
           PERFORM CHECK-IO-STATUS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CUST-ADDR
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-CA-CNT
                    PERFORM MASK-ONE-CUST-ADDR
              END-READ
           END-PERFORM.
           CLOSE CUST-ADDR.
       MASK-CUST-ADDR-EXIT.
           EXIT.

      *    The whole name and address is generated - the same name
      *    the account carries on CUSTRECS and TIERMAST, a made-up
      *    street and a test town. A second address line is given
      *    only where the real record had one.
       MASK-ONE-CUST-ADDR.
           MOVE SPACES TO CAS-RECORD.
           MOVE CA-ACCTNUM TO WS-LK-REAL.
           PERFORM MASK-ACCOUNT.
           MOVE WS-LK-SURR TO CAS-ACCTNUM.
           MOVE 1 TO WS-PTR.
           STRING WS-GEN-FIRST DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-GEN-LAST DELIMITED BY SPACE
              INTO CAS-NAME
              WITH POINTER WS-PTR
           END-STRING.
           MOVE WS-GEN-HOUSE TO WS-GEN-HOUSE-ED.
           MOVE 1 TO WS-PTR.
           STRING FUNCTION TRIM(WS-GEN-HOUSE-ED) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GEN-STREET DELIMITED BY SIZE
              INTO CAS-ADDR1
              WITH POINTER WS-PTR
           END-STRING.
           IF CA-ADDR2 NOT = SPACES
              STRING "APT " WS-GEN-APT DELIMITED BY SIZE
                 INTO CAS-ADDR2
              END-STRING
           END-IF.
           MOVE WS-GEN-CITY TO CAS-CITYLINE.
           RELEASE CAS-RECORD.

       MASK-TIER-MAST.
           MOVE "TIERMAST" TO WS-IO-NAME.
           OPEN INPUT TIER-MASTER.
           PERFORM CHECK-IO-STATUS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ TIER-MASTER
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-TM-CNT
                    PERFORM MASK-ONE-TIER-MAST
              END-READ
           END-PERFORM.
           CLOSE TIER-MASTER.
       MASK-TIER-MAST-EXIT.
           EXIT.

       MASK-ONE-TIER-MAST.
           MOVE SPACES TO TMS-RECORD.
           MOVE TM-ACCTNUM TO WS-LK-REAL.
           PERFORM MASK-ACCOUNT.
           MOVE WS-LK-SURR TO TMS-ACCTNUM.
           MOVE TM-TIER TO TMS-TIER.
           MOVE WS-GEN-FIRST TO TMS-FIRSTN.
           MOVE WS-GEN-LAST TO TMS-LASTN.
           MOVE TM-BAL TO WS-BAL-TEXT.
           PERFORM PERTURB-BAL-TEXT.
           MOVE WS-BAL-TEXT TO TMS-BAL.
           MOVE TM-RUN-DATE TO TMS-RUN-DATE.
           MOVE TM-BRANCH TO TMS-BRANCH.
           RELEASE TMS-RECORD.

      *    One real account number (WS-LK-REAL) to its surrogate
      *    (WS-LK-SURR), with the generated name and address and the
      *    perturbation factor that go with it. A blank account
      *    stays blank and gets the first generated name.
       MASK-ACCOUNT.
           IF WS-LK-REAL = SPACES
              MOVE SPACES TO WS-LK-SURR
              MOVE 0 TO WS-GEN-NUM
           ELSE
              PERFORM GET-ACCT-SURROGATE
              MOVE WS-LK-SURR TO WS-GEN-NUM
              IF WS-LK-REAL IS NOT NUMERIC
                 ADD 1 TO WS-BADACCT-CNT
                 MOVE 'X' TO WS-LK-SURR(1:1)
              END-IF
           END-IF.
           PERFORM GENERATE-IDENTITY.

       GET-ACCT-SURROGATE.
           IF WS-LK-REAL = WS-LAST-ACCT-REAL
              MOVE WS-LAST-ACCT-SURR TO WS-LK-SURR
           ELSE
              MOVE 'A' TO WS-LK-TYPE
              PERFORM LOOK-UP-KEY
              MOVE WS-LK-REAL TO WS-LAST-ACCT-REAL
              MOVE WS-LK-SURR TO WS-LAST-ACCT-SURR
           END-IF.

       GET-CUST-SURROGATE.
           IF WS-LK-REAL = WS-LAST-CUST-REAL
              MOVE WS-LAST-CUST-SURR TO WS-LK-SURR
           ELSE
              MOVE 'C' TO WS-LK-TYPE
              PERFORM LOOK-UP-KEY
              MOVE WS-LK-REAL TO WS-LAST-CUST-REAL
              MOVE WS-LK-SURR TO WS-LAST-CUST-SURR
           END-IF.

      *    Keyed read of the map; a key not on it is given the next
      *    sequence number of its type. The control record is
      *    rewritten with every new key, so a run that fails part
      *    way can never hand out the same sequence number twice.
       LOOK-UP-KEY.
           MOVE SPACES TO MAP-RECORD.
           MOVE WS-LK-TYPE TO MAP-TYPE.
           MOVE WS-LK-REAL TO MAP-REAL.
           READ KEY-MAP
              INVALID KEY PERFORM ADD-MAP-KEY
              NOT INVALID KEY
                 MOVE MAP-SURR TO WS-LK-SURR
                 IF WS-LK-TYPE = 'A'
                    ADD 1 TO WS-ACCT-HIT-CNT
                 ELSE
                    ADD 1 TO WS-CUST-HIT-CNT
                 END-IF
           END-READ.

       ADD-MAP-KEY.
           IF WS-LK-TYPE = 'A'
              IF WS-MAPC-LAST-ACCT >= WS-ACCT-LIMIT
                 PERFORM MAP-FULL
              END-IF
              ADD 1 TO WS-MAPC-LAST-ACCT
              COMPUTE WS-PRODUCT = WS-MAPC-LAST-ACCT * WS-MAPC-MULT
                 + WS-MAPC-OFFSET
              DIVIDE WS-PRODUCT BY 10000000000 GIVING WS-QUOT
                 REMAINDER WS-SURR-ACCT
              MOVE WS-SURR-ACCT TO WS-LK-SURR
              ADD 1 TO WS-ACCT-NEW-CNT
           ELSE
              IF WS-MAPC-LAST-CUST >= WS-CUST-LIMIT
                 PERFORM MAP-FULL
              END-IF
              ADD 1 TO WS-MAPC-LAST-CUST
              COMPUTE WS-PRODUCT = WS-MAPC-LAST-CUST * WS-MAPC-MULT
                 + WS-MAPC-OFFSET
              DIVIDE WS-PRODUCT BY 10000000 GIVING WS-QUOT
                 REMAINDER WS-SURR-CUST-NUM
              MOVE WS-SURR-CUST TO WS-LK-SURR
              ADD 1 TO WS-CUST-NEW-CNT
           END-IF.
           MOVE SPACES TO MAP-RECORD.
           MOVE WS-LK-TYPE TO MAP-TYPE.
           MOVE WS-LK-REAL TO MAP-REAL.
           MOVE WS-LK-SURR TO MAP-SURR.
           MOVE WS-BUS-DATE TO MAP-ADDED.
           WRITE MAP-RECORD.
           IF WS-MAP-STATUS NOT = '00'
              PERFORM MAP-IO-ERROR
           END-IF.
           MOVE WS-MAPC-RECORD TO MAPC-RECORD.
           REWRITE MAPC-RECORD.
           IF WS-MAP-STATUS NOT = '00'
              PERFORM MAP-IO-ERROR
           END-IF.

       MAP-FULL.
           DISPLAY "TESTMASK: KEY MAP SEQUENCE EXHAUSTED FOR TYPE "
              WS-LK-TYPE " - RUN STOPPED".
           MOVE 12 TO RETURN-CODE.
           MOVE "KEYMAP SEQUENCE EXHAUSTED" TO WS-AUD-COUNTS.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.

      *    Name, street, town and flat number picked from the
      *    surrogate's digits, and the account's balance factor -
      *    one to one plus or minus the tolerance, fixed for the
      *    account so its history keeps its shape.
       GENERATE-IDENTITY.
           DIVIDE WS-GEN-NUM BY 30 GIVING WS-GEN-Q
              REMAINDER WS-GEN-R.
           MOVE WS-FIRST-NAME (WS-GEN-R + 1) TO WS-GEN-FIRST.
           DIVIDE WS-GEN-Q BY 30 GIVING WS-GEN-Q
              REMAINDER WS-GEN-R.
           MOVE WS-LAST-NAME (WS-GEN-R + 1) TO WS-GEN-LAST.
           DIVIDE WS-GEN-Q BY 12 GIVING WS-GEN-Q
              REMAINDER WS-GEN-R.
           MOVE WS-STREET (WS-GEN-R + 1) TO WS-GEN-STREET.
           DIVIDE WS-GEN-Q BY 8 GIVING WS-GEN-Q
              REMAINDER WS-GEN-R.
           MOVE WS-CITY (WS-GEN-R + 1) TO WS-GEN-CITY.
           DIVIDE WS-GEN-Q BY 9900 GIVING WS-GEN-Q
              REMAINDER WS-GEN-R.
           COMPUTE WS-GEN-HOUSE = WS-GEN-R + 100.
           DIVIDE WS-GEN-Q BY 99 GIVING WS-GEN-Q
              REMAINDER WS-GEN-R.
           COMPUTE WS-GEN-APT = WS-GEN-R + 1.
           MOVE 1 TO WS-PTB-FACTOR.
           IF WS-PERTURB = 'Y'
              COMPUTE WS-PTB-HASH = WS-GEN-NUM + WS-MAPC-SEED
              COMPUTE WS-PTB-MOD = 2 * WS-TOL-BP + 1
              DIVIDE WS-PTB-HASH BY WS-PTB-MOD
                 GIVING WS-GEN-Q REMAINDER WS-PTB-R
              COMPUTE WS-PTB-FACTOR =
                 1 + (WS-PTB-R - WS-TOL-BP) / 10000
           END-IF.

      *    Balance text as ADDONE reads it. Text that is not a valid
      *    amount is carried unchanged, so it rejects in test too;
      *    with perturbation off every balance is carried unchanged.
       PERTURB-BAL-TEXT.
           IF WS-PERTURB = 'Y'
              IF FUNCTION TEST-NUMVAL-C(WS-BAL-TEXT) = 0
                 COMPUTE WS-AMT = FUNCTION NUMVAL-C(WS-BAL-TEXT)
                 PERFORM PERTURB-AMOUNT
                 MOVE WS-AMT TO WS-BAL-ED
                 MOVE WS-BAL-ED TO WS-BAL-TEXT
              END-IF
           END-IF.

      *    A result too big for the field keeps the real amount
      *    rather than a truncated one.
       PERTURB-AMOUNT.
           COMPUTE WS-AMT ROUNDED = WS-AMT * WS-PTB-FACTOR
              ON SIZE ERROR CONTINUE
              NOT ON SIZE ERROR ADD 1 TO WS-PTB-CNT
           END-COMPUTE.

       WRITE-MASK-REPORT.
           MOVE "MASKRPT" TO WS-IO-NAME.
           OPEN OUTPUT MASK-REPORT.
           PERFORM CHECK-IO-STATUS.
           MOVE WS-BUS-DATE(1:4) TO WS-HEAD-YYYY.
           MOVE WS-BUS-DATE(5:2) TO WS-HEAD-MM.
           MOVE WS-BUS-DATE(7:2) TO WS-HEAD-DD.
           MOVE WS-HEAD-LINE TO MASK-RPT-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO MASK-RPT-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "CUSTRECS RECORDS MASKED" TO WS-TOT-LABEL.
           MOVE WS-CR-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "BALHIST RECORDS MASKED" TO WS-TOT-LABEL.
           MOVE WS-BH-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CUSTADDR RECORDS MASKED" TO WS-TOT-LABEL.
           MOVE WS-CA-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "TIERMAST RECORDS MASKED" TO WS-TOT-LABEL.
           MOVE WS-TM-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "ACCOUNT LOOKUPS ON KEY MAP" TO WS-TOT-LABEL.
           MOVE WS-ACCT-HIT-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "ACCOUNTS NEW TO KEY MAP" TO WS-TOT-LABEL.
           MOVE WS-ACCT-NEW-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CUSTID LOOKUPS ON KEY MAP" TO WS-TOT-LABEL.
           MOVE WS-CUST-HIT-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CUSTIDS NEW TO KEY MAP" TO WS-TOT-LABEL.
           MOVE WS-CUST-NEW-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "ACCOUNTS ON KEY MAP" TO WS-TOT-LABEL.
           MOVE WS-MAPC-LAST-ACCT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CUSTIDS ON KEY MAP" TO WS-TOT-LABEL.
           MOVE WS-MAPC-LAST-CUST TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "NON-NUMERIC ACCOUNT NUMBERS" TO WS-TOT-LABEL.
           MOVE WS-BADACCT-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "CUSTRECS BRANCHES NOT ON MASTER" TO WS-TOT-LABEL.
           MOVE WS-NOBRCH-CNT TO WS-CNT-ED.
           PERFORM WRITE-TOTAL-CNT.
           MOVE "BALANCES" TO WS-TOT-LABEL.
           IF WS-PERTURB = 'Y'
              STRING "PERTURBED WITHIN " WS-TOL-PCT " PCT"
                 DELIMITED BY SIZE INTO WS-TOT-VALUE
              END-STRING
           ELSE
              MOVE "CARRIED UNCHANGED" TO WS-TOT-VALUE
           END-IF.
           MOVE WS-TOTAL-LINE TO MASK-RPT-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           IF WS-PERTURB = 'Y'
              MOVE "AMOUNTS PERTURBED" TO WS-TOT-LABEL
              MOVE WS-PTB-CNT TO WS-CNT-ED
              PERFORM WRITE-TOTAL-CNT
           END-IF.
           IF WS-NEW-MAP = 'Y'
              MOVE "KEY MAP STARTED THIS RUN" TO MASK-RPT-RECORD
              PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE "MASKRPT" TO WS-IO-NAME.
           CLOSE MASK-REPORT.
           PERFORM CHECK-IO-STATUS.

       WRITE-TOTAL-CNT.
           MOVE WS-CNT-ED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO MASK-RPT-RECORD.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.

       WRITE-RPT-LINE.
           MOVE "MASKRPT" TO WS-IO-NAME.
           WRITE MASK-RPT-RECORD.
           PERFORM CHECK-IO-STATUS.

       MAP-IO-ERROR.
           MOVE WS-MAP-STATUS TO WS-IO-STATUS.
           MOVE "KEYMAP" TO WS-IO-NAME.
           PERFORM CHECK-IO-STATUS.

       CHECK-IO-STATUS.
           IF WS-IO-STATUS NOT = '00' AND WS-IO-STATUS NOT = '10'
              DISPLAY "TESTMASK: I/O ERROR ON " WS-IO-NAME
                 ", FILE STATUS " WS-IO-STATUS " - RUN STOPPED"
              MOVE 12 TO RETURN-CODE
              MOVE SPACES TO WS-AUD-COUNTS
              STRING "IO ERROR " WS-IO-NAME DELIMITED BY SIZE
                 INTO WS-AUD-COUNTS
              END-STRING
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
