           SELECT CTL-REPORT ASSIGN TO CTLRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDC-STATUS.

      *-------------------
      * DATA DIVISION.
           05 CTL-VALUE PIC X(30).
           05 FILLER PIC X(20).

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
           05 WS-AUD-INPUT-ID PIC X(20).
           05 WS-AUD-COUNTS PIC X(30).
           05 WS-AUD-CC PIC 9(2).
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

       01  WS-FILE-STATUS PIC X(2).
       01  WS-EOF PIC X(1).
      *    ADDONE also mis-reports ADDONE's own control totals, and
      *    only an outside count catches it before the portal load.
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE.
           MOVE "CUSTRECS+CTLRPT" TO WS-AUD-INPUT-ID.
           PERFORM WRITE-AUDIT-START.
           PERFORM COUNT-CUSTRECS.
           MOVE "TOPACCTS" TO WS-OPEN-NAME.
           OPEN INPUT TOP-ACCTS.
           PERFORM CHECK-OPEN-STATUS.
           MOVE "TOPACCTS" TO WS-TFV-FILE-ID.
           MOVE "TOPACCTS" TO WS-TFV-LABEL.
           PERFORM START-TIER-VERIFY.
           PERFORM UNTIL WS-TFV-EOF = 'Y'
              READ TOP-ACCTS INTO WS-TFV-REC
                 AT END MOVE 'Y' TO WS-TFV-EOF
                 NOT AT END PERFORM CHECK-TIER-RECORD
              END-READ
           END-PERFORM.
           CLOSE TOP-ACCTS.
           PERFORM END-TIER-VERIFY.
           MOVE WS-TFV-CNT TO WS-ACT-TOP-CNT.
           ADD WS-TFV-HASH TO WS-ACT-TOTAL-BAL.

       COUNT-MID-ACCTS.
           MOVE "MIDACCTS" TO WS-OPEN-NAME.
           OPEN INPUT MID-ACCTS.
           PERFORM CHECK-OPEN-STATUS.
           MOVE "MIDACCTS" TO WS-TFV-FILE-ID.
           MOVE "MIDACCTS" TO WS-TFV-LABEL.
           PERFORM START-TIER-VERIFY.
           PERFORM UNTIL WS-TFV-EOF = 'Y'
              READ MID-ACCTS INTO WS-TFV-REC
                 AT END MOVE 'Y' TO WS-TFV-EOF
                 NOT AT END PERFORM CHECK-TIER-RECORD
              END-READ
           END-PERFORM.
           CLOSE MID-ACCTS.
           PERFORM END-TIER-VERIFY.
           MOVE WS-TFV-CNT TO WS-ACT-MID-CNT.
           ADD WS-TFV-HASH TO WS-ACT-TOTAL-BAL.

       COUNT-LOW-ACCTS.
           MOVE "LOWACCTS" TO WS-OPEN-NAME.
           OPEN INPUT LOW-ACCTS.
           PERFORM CHECK-OPEN-STATUS.
           MOVE "LOWACCTS" TO WS-TFV-FILE-ID.
           MOVE "LOWACCTS" TO WS-TFV-LABEL.
           PERFORM START-TIER-VERIFY.
           PERFORM UNTIL WS-TFV-EOF = 'Y'
              READ LOW-ACCTS INTO WS-TFV-REC
                 AT END MOVE 'Y' TO WS-TFV-EOF
                 NOT AT END PERFORM CHECK-TIER-RECORD
              END-READ
           END-PERFORM.
           CLOSE LOW-ACCTS.
           PERFORM END-TIER-VERIFY.
           MOVE WS-TFV-CNT TO WS-ACT-LOW-CNT.
           ADD WS-TFV-HASH TO WS-ACT-TOTAL-BAL.

       COUNT-OVR-ACCTS.
           MOVE "OVRACCTS" TO WS-OPEN-NAME.
           OPEN INPUT OVR-ACCTS.
           PERFORM CHECK-OPEN-STATUS.
           MOVE "OVRACCTS" TO WS-TFV-FILE-ID.
           MOVE "OVRACCTS" TO WS-TFV-LABEL.
           PERFORM START-TIER-VERIFY.
           PERFORM UNTIL WS-TFV-EOF = 'Y'
              READ OVR-ACCTS INTO WS-TFV-REC
                 AT END MOVE 'Y' TO WS-TFV-EOF
                 NOT AT END PERFORM CHECK-TIER-RECORD
              END-READ
           END-PERFORM.
           CLOSE OVR-ACCTS.
           PERFORM END-TIER-VERIFY.
           MOVE WS-TFV-CNT TO WS-ACT-OVR-CNT.
           ADD WS-TFV-HASH TO WS-ACT-TOTAL-BAL.

       COUNT-EXCEPTIONS.
           MOVE "BALEXCP" TO WS-OPEN-NAME.
              STOP RUN
           END-IF.

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
           DISPLAY "RECONBAL: " WS-TFV-LABEL " REJECTED - "
              WS-TFV-ERROR.
           IF WS-TFV-RUN NOT = SPACES
              DISPLAY "RECONBAL: " WS-TFV-LABEL
                 " HEADER - BUSINESS DATE " WS-TFV-RUN-DATE
                 " RUN " WS-TFV-RUN-SEQ " WRITTEN " WS-TFV-RUN-STAMP
           END-IF.
           DISPLAY "RECONBAL: CONTROL RECORD - BUSINESS DATE "
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
              DISPLAY "RECONBAL: CANNOT OPEN BUSINESS-DATE CONTROL, "
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
                 DISPLAY "RECONBAL: BUSINESS-DATE CONTROL RECORD IS "
                    "MISSING OR DAMAGED - RUN STOPPED"
                 MOVE "BUSDATE RECORD INVALID" TO WS-BDC-ERROR
                 MOVE 12 TO WS-BDC-CC
              ELSE
                 IF BDC-STATUS NOT = 'O'
                    DISPLAY "RECONBAL: BUSINESS DATE " BDC-BUS-DATE
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
