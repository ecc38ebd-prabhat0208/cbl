           SELECT SORT-WORK ASSIGN TO "SRTWORK".
           SELECT MOVE-REPORT ASSIGN TO MOVERPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDC-STATUS.

      *-------------------
      * DATA DIVISION.
      *    reportable balance-change amount does not require a
      *    recompile. Missing or invalid card keeps the compiled-in
      *    default, the same way ADDONE's tier cutoffs fall back.
      *    Column 10 is the control-record cutover switch - 'Y' only
      *    on the first night after the tier files gained their header
      *    and trailer, when yesterday's generation has neither.
       FD  PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-RECORD.
           05 PARM-REPORTABLE-AMT PIC 9(9).
           05 PARM-TFV-LEGACY PIC X(1).
           05 FILLER PIC X(70).

      *    The two generations re-sequenced into account-number order
      *    so they can be matched side by side in one pass - TOPACCTS
       FD  MOVE-REPORT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  MOVE-RECORD PIC X(80).

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

       01  WS-PARM-STATUS PIC X(2).
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
      *    'C' today's generation, 'P' the prior one. Today's run, as
      *    proved by today's generation, is kept for the prior check -
      *    comparing a generation against itself is the failure this
      *    whole check exists for.
       01  WS-TFV-MODE PIC X(1) VALUE 'C'.
       01  WS-TFV-CUR-RUN PIC X(29) VALUE SPACES.
       01  WS-TFV-PREV-SEQ PIC 9(7) VALUE 0.
      *    'Y' from the parameter card on the one night the prior
      *    generation predates the control records - it is then taken
      *    unproved with a warning (CC 4) instead of rejected.
       01  WS-TFV-LEGACY PIC X(1) VALUE 'N'.
       01  WS-TFV-WARN PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE-TIME PIC X(21).
       01  WS-HEAD-LINE.
       PROCEDURE DIVISION.
      *
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-PARM-CARD.
           MOVE "TOPACCTS 0 VS -1" TO WS-AUD-INPUT-ID.
           PERFORM WRITE-AUDIT-START.
           PERFORM VERIFY-TOP-NEW.
           PERFORM VERIFY-TOP-OLD.
           SORT SORT-WORK
               ON ASCENDING KEY SD-ACCTNUM
               USING TOP-OLD
              INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           IF WS-TFV-WARN = 'Y'
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.

                       DISPLAY "GOLDMOVE: PARMCARD REPORTABLE AMOUNT "
                          "IS NOT NUMERIC - USING COMPILED-IN DEFAULT"
                    END-IF
                    IF PARM-TFV-LEGACY = 'Y'
                       MOVE 'Y' TO WS-TFV-LEGACY
                    END-IF
              END-READ
           END-IF.
           CLOSE PARM-FILE.
           CLOSE OLD-SORTED.
           CLOSE MOVE-REPORT.

      *    The sorts carry each generation's header and trailer along
      *    with the accounts; they were proved before the sorts and
      *    are stepped over here.
       READ-NEW-SIDE.
           MOVE "HDR" TO WS-NEW-KEY.
           PERFORM UNTIL WS-NEW-KEY NOT = "HDR"
                     AND WS-NEW-KEY NOT = "TRL"
              READ NEW-SORTED
                 AT END MOVE HIGH-VALUES TO WS-NEW-KEY
                 NOT AT END MOVE NEWS-ACCTNUM TO WS-NEW-KEY
              END-READ
           END-PERFORM.

       READ-OLD-SIDE.
           MOVE "HDR" TO WS-OLD-KEY.
           PERFORM UNTIL WS-OLD-KEY NOT = "HDR"
                     AND WS-OLD-KEY NOT = "TRL"
              READ OLD-SORTED
                 AT END MOVE HIGH-VALUES TO WS-OLD-KEY
                 NOT AT END MOVE OLDS-ACCTNUM TO WS-OLD-KEY
              END-READ
           END-PERFORM.

      *    In today's generation only - newly promoted into Gold.
       REPORT-PROMOTED.
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE BDC-BUS-DATE TO WS-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-TIME(1:4) TO WS-HEAD-YYYY.
           MOVE WS-RUN-DATE-TIME(5:2) TO WS-HEAD-MM.
           MOVE WS-RUN-DATE-TIME(7:2) TO WS-HEAD-DD.
           MOVE WS-TOTAL-LINE TO MOVE-RECORD.
           WRITE MOVE-RECORD.

       VERIFY-TOP-NEW.
           MOVE "TOPACCTS" TO WS-TFV-FILE-ID.
           MOVE "TOPNEW" TO WS-TFV-LABEL.
           MOVE 'C' TO WS-TFV-MODE.
           PERFORM START-TIER-VERIFY.
           OPEN INPUT TOP-NEW.
           PERFORM UNTIL WS-TFV-EOF = 'Y'
              READ TOP-NEW INTO WS-TFV-REC
                 AT END MOVE 'Y' TO WS-TFV-EOF
                 NOT AT END PERFORM CHECK-TIER-RECORD
              END-READ
           END-PERFORM.
           CLOSE TOP-NEW.
           PERFORM END-TIER-VERIFY.

       VERIFY-TOP-OLD.
           MOVE "TOPACCTS" TO WS-TFV-FILE-ID.
           MOVE "TOPOLD" TO WS-TFV-LABEL.
           MOVE 'P' TO WS-TFV-MODE.
           PERFORM START-TIER-VERIFY.
           OPEN INPUT TOP-OLD.
           PERFORM UNTIL WS-TFV-EOF = 'Y'
              READ TOP-OLD INTO WS-TFV-REC
                 AT END MOVE 'Y' TO WS-TFV-EOF
                 NOT AT END PERFORM CHECK-TIER-RECORD
              END-READ
           END-PERFORM.
           CLOSE TOP-OLD.
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
      *    cut short. Today's generation must carry today's business
      *    date and run sequence from the control record; the prior
      *    generation must be the run immediately before it and must
      *    not be today's run over again.
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
              IF WS-TFV-MODE = 'P'
                 PERFORM CHECK-PRIOR-RUN
              ELSE
                 PERFORM CHECK-CURRENT-RUN
              END-IF
           END-IF.
           IF WS-TFV-ERROR = "NO HEADER"
              AND WS-TFV-MODE = 'P'
              AND WS-TFV-LEGACY = 'Y'
              DISPLAY "GOLDMOVE: " WS-TFV-LABEL
                 " HAS NO CONTROL RECORDS - TAKEN UNPROVED ON THE "
                 "PARMCARD CUTOVER SWITCH"
              MOVE 'Y' TO WS-TFV-WARN
              MOVE SPACES TO WS-TFV-ERROR
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
              ELSE
                 MOVE WS-TFV-RUN TO WS-TFV-CUR-RUN
              END-IF
           END-IF.

       CHECK-PRIOR-RUN.
           COMPUTE WS-TFV-PREV-SEQ = BDC-DAY-SEQ - 1.
           IF WS-TFV-RUN = WS-TFV-CUR-RUN
              MOVE "SAME RUN AS TODAY" TO WS-TFV-ERROR
           ELSE
              IF WS-TFV-RUN-DATE = BDC-BUS-DATE
                 MOVE "EARLIER RUN OF TODAY" TO WS-TFV-ERROR
              ELSE
                 IF WS-TFV-RUN-DATE NOT = BDC-PREV-DATE
                    OR WS-TFV-RUN-SEQ NOT = WS-TFV-PREV-SEQ
                    MOVE "OUT OF SEQUENCE" TO WS-TFV-ERROR
                 END-IF
              END-IF
           END-IF.

      *    A tier file that cannot be proved stops the run before any
      *    output is written, on its own condition code (16) so the
      *    audit report and the scheduler tell it apart from a
      *    business exception (4/8) or an I/O failure (12).
       TIER-VERIFY-FAILED.
           DISPLAY "GOLDMOVE: " WS-TFV-LABEL " REJECTED - "
              WS-TFV-ERROR.
           IF WS-TFV-RUN NOT = SPACES
              DISPLAY "GOLDMOVE: " WS-TFV-LABEL
                 " HEADER - BUSINESS DATE " WS-TFV-RUN-DATE
                 " RUN " WS-TFV-RUN-SEQ " WRITTEN " WS-TFV-RUN-STAMP
           END-IF.
           DISPLAY "GOLDMOVE: CONTROL RECORD - BUSINESS DATE "
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
              DISPLAY "GOLDMOVE: CANNOT OPEN BUSINESS-DATE CONTROL, "
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
                 DISPLAY "GOLDMOVE: BUSINESS-DATE CONTROL RECORD IS "
                    "MISSING OR DAMAGED - RUN STOPPED"
                 MOVE "BUSDATE RECORD INVALID" TO WS-BDC-ERROR
                 MOVE 12 TO WS-BDC-CC
              ELSE
                 IF BDC-STATUS NOT = 'O'
                    DISPLAY "GOLDMOVE: BUSINESS DATE " BDC-BUS-DATE
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
