           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OVR-REPORT ASSIGN TO OVRRPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDC-STATUS.

      *-------------------
      * DATA DIVISION.

      *    Yesterday's overdraft carry-forward generation - accounts
      *    still overdrawn after the previous run, each with the
      *    calendar days it has been overdrawn and the business date
      *    it was first seen overdrawn (blank on records written
      *    before the date was carried). OPTIONAL so the
      *    first-ever run works before a generation exists, the same
      *    way EXCREPR treats its exception carry-forward.
       FD  AGED-IN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
           05 AGIN-FIRSTN PIC X(11).
           05 AGIN-LASTN PIC X(22).
           05 AGIN-BRANCH PIC X(4).
           05 AGIN-SINCE-DATE PIC X(8).
           05 FILLER PIC X(7).

      *    Parameter card - stage cutoffs in calendar days overdrawn:
      *    letter stage up to columns 1-3, call stage up to columns
      *    4-6, referral past that. Missing or invalid card keeps the
      *    compiled-in defaults, the same way ADDONE's tier cutoffs
      *    fall back.
       FD  PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-RECORD.
           05 PARM-LETTER-DAYS PIC 9(3).
           05 AGDS-FIRSTN PIC X(11).
           05 AGDS-LASTN PIC X(22).
           05 AGDS-BRANCH PIC X(4).
           05 AGDS-SINCE-DATE PIC X(8).
           05 FILLER PIC X(7).

       SD  SORT-WORK.
       01  SD-RECORD.
           05 FILLER PIC X(70).

      *    Today's carry-forward generation - every account still
      *    overdrawn, aged to today. A cured account is reported but
      *    never rewritten here, which is what drops it off.
       FD  AGED-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  AGOUT-RECORD.
           05 AGOUT-FIRSTN PIC X(11).
           05 AGOUT-LASTN PIC X(22).
           05 AGOUT-BRANCH PIC X(4).
           05 AGOUT-SINCE-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE SPACES.

      *    Collections escalation report - one line per overdrawn
      *    account with its stage and days count, cures flagged on
       FD  OVR-REPORT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  OVR-RECORD PIC X(80).

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

       01  WS-PARM-STATUS PIC X(2).
      *    Current match keys - HIGH-VALUES once a side is exhausted.
       01  WS-OVR-KEY PIC X(10) VALUE HIGH-VALUES.
       01  WS-AGED-KEY PIC X(10) VALUE HIGH-VALUES.
      *    Stage cutoffs - overdrawn 1 to WS-LETTER-DAYS days gets a
      *    letter, up to WS-CALL-DAYS a call, past that a referral
      *    out. Overridable from the parameter card; the pair falls
      *    back together if the card transposes them, the same way
       01  WS-LETTER-DAYS-DEFAULT PIC 9(3) VALUE 5.
       01  WS-CALL-DAYS-DEFAULT PIC 9(3) VALUE 15.
       01  WS-NEW-AGE PIC 9(3) VALUE 0.
      *    Day numbers for the age arithmetic - today's business date,
      *    the previous one, and the date an account was first seen
      *    overdrawn. Days overdrawn count that first business date as
      *    day 1 and every calendar day since, so a weekend or holiday
      *    counts and a second run on the same business date does not.
       01  WS-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-BUS-INT PIC 9(7) VALUE 0.
       01  WS-PREV-INT PIC 9(7) VALUE 0.
       01  WS-SINCE-INT PIC 9(7) VALUE 0.
       01  WS-AGE-DAYS PIC 9(7) VALUE 0.
       01  WS-STAGE PIC X(6).

       01  WS-LETTER-CNT PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
      *
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE.
           PERFORM SET-DAY-NUMBERS.
           PERFORM READ-PARM-CARD.
           MOVE "OVRACCTS+OVRAGED" TO WS-AUD-INPUT-ID.
           PERFORM WRITE-AUDIT-START.
           PERFORM VERIFY-OVR-ACCTS.
           SORT SORT-WORK
               ON ASCENDING KEY SD-ACCTNUM
               USING OVR-ACCTS
           END-IF.
           CLOSE PARM-FILE.

      *    A control record without a usable previous date (the very
      *    first roll) is taken as one day back.
       SET-DAY-NUMBERS.
           MOVE BDC-BUS-DATE TO WS-DATE-NUM.
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF BDC-PREV-DATE IS NUMERIC
              AND BDC-PREV-DATE < BDC-BUS-DATE
              MOVE BDC-PREV-DATE TO WS-DATE-NUM
              COMPUTE WS-PREV-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           ELSE
              COMPUTE WS-PREV-INT = WS-BUS-INT - 1
           END-IF.

      *    Two-file match on account number, today's overdrafts
      *    against yesterday's carry-forward. On both sides - still
      *    overdrawn, aged from its first-overdrawn date, today's
      *    balance kept. Today only - a first-day overdraft, overdrawn
      *    since today, age 1. Carry-forward only - the
      *    account is back in the tier cut (or gone from the feed):
      *    reported as cured with its days count, and not carried.
       MATCH-AND-AGE.
           PERFORM UNTIL WS-OVR-KEY = HIGH-VALUES
                     AND WS-AGED-KEY = HIGH-VALUES
              IF WS-OVR-KEY < WS-AGED-KEY
                 MOVE WS-BUS-INT TO WS-SINCE-INT
                 PERFORM AGE-FROM-SINCE
                 PERFORM CARRY-AND-REPORT
                 PERFORM READ-OVR-SIDE
              ELSE
                    PERFORM REPORT-CURED
                    PERFORM READ-AGED-SIDE
                 ELSE
                    IF AGDS-SINCE-DATE IS NUMERIC
                       MOVE AGDS-SINCE-DATE TO WS-DATE-NUM
                       COMPUTE WS-SINCE-INT =
                          FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                    ELSE
                       COMPUTE WS-SINCE-INT =
                          WS-PREV-INT - AGDS-AGE + 1
                    END-IF
                    PERFORM AGE-FROM-SINCE
                    PERFORM CARRY-AND-REPORT
                    PERFORM READ-OVR-SIDE
                    PERFORM READ-AGED-SIDE
           CLOSE AGED-SORTED.
           CLOSE AGED-OUT.

      *    Days overdrawn, first day counted, capped so a very old
      *    overdraft never wraps to a fresh-looking number. A record
      *    from before the date was carried has only its age in runs,
      *    which is taken back from the previous business date as days.
       AGE-FROM-SINCE.
           COMPUTE WS-AGE-DAYS = WS-BUS-INT - WS-SINCE-INT + 1.
           IF WS-AGE-DAYS > 999
              MOVE 999 TO WS-NEW-AGE
           ELSE
              MOVE WS-AGE-DAYS TO WS-NEW-AGE
           END-IF.
           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-SINCE-INT).

      *    The sort carries OVRACCTS' header and trailer along with
      *    the accounts; they were proved before the sort and are
      *    stepped over here.
       READ-OVR-SIDE.
           MOVE "HDR" TO WS-OVR-KEY.
           PERFORM UNTIL WS-OVR-KEY NOT = "HDR"
                     AND WS-OVR-KEY NOT = "TRL"
              READ OVR-SORTED
                 AT END MOVE HIGH-VALUES TO WS-OVR-KEY
                 NOT AT END MOVE OVS-ACCTNUM TO WS-OVR-KEY
              END-READ
           END-PERFORM.

       READ-AGED-SIDE.
           READ AGED-SORTED
           MOVE OVS-ACCTNUM TO AGOUT-ACCTNUM.
           MOVE OVS-BAL TO AGOUT-BAL-TEXT.
           MOVE WS-NEW-AGE TO AGOUT-AGE.
           MOVE WS-DATE-NUM TO AGOUT-SINCE-DATE.
           MOVE OVS-FIRSTN TO AGOUT-FIRSTN.
           MOVE OVS-LASTN TO AGOUT-LASTN.
           MOVE OVS-BRANCH TO AGOUT-BRANCH.
           WRITE OVR-RECORD.

       WRITE-REPORT-HEADINGS.
           MOVE BDC-BUS-DATE TO WS-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-TIME(1:4) TO WS-HEAD-YYYY.
           MOVE WS-RUN-DATE-TIME(5:2) TO WS-HEAD-MM.
           MOVE WS-RUN-DATE-TIME(7:2) TO WS-HEAD-DD.

           CLOSE OVR-REPORT.

       VERIFY-OVR-ACCTS.
           MOVE "OVRACCTS" TO WS-TFV-FILE-ID.
           MOVE "OVRACCTS" TO WS-TFV-LABEL.
           PERFORM START-TIER-VERIFY.
           OPEN INPUT OVR-ACCTS.
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
           DISPLAY "OVRAGE: " WS-TFV-LABEL " REJECTED - "
              WS-TFV-ERROR.
           IF WS-TFV-RUN NOT = SPACES
              DISPLAY "OVRAGE: " WS-TFV-LABEL
                 " HEADER - BUSINESS DATE " WS-TFV-RUN-DATE
                 " RUN " WS-TFV-RUN-SEQ " WRITTEN " WS-TFV-RUN-STAMP
           END-IF.
           DISPLAY "OVRAGE: CONTROL RECORD - BUSINESS DATE "
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
              DISPLAY "OVRAGE: CANNOT OPEN BUSINESS-DATE CONTROL, "
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
                 DISPLAY "OVRAGE: BUSINESS-DATE CONTROL RECORD IS "
                    "MISSING OR DAMAGED - RUN STOPPED"
                 MOVE "BUSDATE RECORD INVALID" TO WS-BDC-ERROR
                 MOVE 12 TO WS-BDC-CC
              ELSE
                 IF BDC-STATUS NOT = 'O'
                    DISPLAY "OVRAGE: BUSINESS DATE " BDC-BUS-DATE
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
           MOVE 'E' TO WS-AUD-ACTION.
           MOVE RETURN-CODE TO WS-AUD-CC.
           CALL 'AUDITLOG' USING WS-AUDIT-PARM.
      *    AUDITLOG's GOBACK leaves its own return code behind -
      *    put back the one this run is ending with.
           MOVE WS-AUD-CC TO RETURN-CODE.
