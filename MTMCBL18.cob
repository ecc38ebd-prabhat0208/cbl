      *-------------------------
      * IDENTIFICATION DIVISION.
      *-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DATEROLL.
       AUTHOR.        DIV.

      *    Business-date control. One standing record says which
      *    business date the pipeline is processing and whether that
      *    date is still open. Every daily program takes its
      *    processing date from it rather than from the system clock,
      *    so a run that slips past midnight, or a weekend catch-up,
      *    still stamps the day it is processing, and every program
      *    refuses to run against a date that has been closed.
      *
      *    Two actions, from the card:
      *      R - roll, at the start of the daily job. The closed date
      *          is moved on to the next business day - weekends and
      *          the holiday calendar skipped - and opened. A date
      *          still open means the day never finished; it is not
      *          rolled, and the day's programs process it again.
      *      C - close, once the day's last job has run.

      *------------------------
      * ENVIRONMENT DIVISION.
      *------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO HOLCAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOL-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMCARD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

      *-------------------
      * DATA DIVISION.
      *-------------------
       DATA DIVISION.
       FILE SECTION.

      *    Business-date control record - the date being processed,
      *    the business date before it, O (open) or C (closed), and
      *    a business-day sequence number bumped on every roll, so
      *    consecutive business days always differ by exactly one
      *    whatever the weekends and holidays in between. The roll
      *    and close stamps are wall-clock YYYYMMDDHHMMSS, for ops.
       FD  BUSDATE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  BDC-RECORD.
           05 BDC-BUS-DATE PIC X(8).
           05 BDC-PREV-DATE PIC X(8).
           05 BDC-STATUS PIC X(1).
           05 BDC-DAY-SEQ PIC 9(7).
           05 BDC-ROLL-STAMP PIC X(14).
           05 BDC-CLOSE-STAMP PIC X(14).
           05 FILLER PIC X(28).

      *    Holiday calendar - one card per bank holiday, YYYYMMDD in
      *    columns 1-8 and a description in 10-39. Weekends need no
      *    cards. Ops add the coming year's dates each autumn.
       FD  HOLIDAY-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  HOL-RECORD.
           05 HOL-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 HOL-DESC PIC X(30).
           05 FILLER PIC X(41).

      *    Action card - R or C in column 1.
       FD  PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-RECORD.
           05 PARM-ACTION PIC X(1).
           05 FILLER PIC X(79).

       WORKING-STORAGE SECTION.

      *    Parameter block for the common audit-log writer (see
      *    AUDITLOG) - a start record at startup, an end record with
      *    the key counts and the condition code the run ends with.
       01  WS-AUDIT-PARM.
           05 WS-AUD-ACTION PIC X(1).
           05 WS-AUD-PROGRAM PIC X(8) VALUE "DATEROLL".
           05 WS-AUD-INPUT-ID PIC X(20).
           05 WS-AUD-COUNTS PIC X(30).
           05 WS-AUD-CC PIC 9(2).

       01  WS-IO-STATUS PIC X(2).
       01  WS-IO-NAME PIC X(8).
       01  WS-HOL-STATUS PIC X(2).
       01  WS-PARM-STATUS PIC X(2).
       01  WS-HOL-EOF PIC X(1) VALUE 'N'.
       01  WS-ACTION PIC X(1) VALUE SPACES.
       01  WS-REWRITE-SW PIC X(1) VALUE 'N'.
       01  WS-STAMP PIC X(21).

      *    Holiday dates held in storage. Two years of holidays is
      *    a couple of dozen cards; 200 is headroom, and anything past
      *    it is reported and dropped.
       01  WS-HOL-MAX PIC 9(3) VALUE 200.
       01  WS-HOL-CNT PIC 9(3) VALUE 0.
       01  WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 200 TIMES INDEXED BY HOL-IX.
              10 WS-HT-DATE PIC X(8).
              10 WS-HT-DESC PIC X(30).
       01  WS-BAD-HOL-CNT PIC 9(9) VALUE 0.
      *    Set once a holiday card falls in the new date's year - a
      *    year with none means the calendar has not been loaded yet.
       01  WS-YEAR-COVERED PIC X(1) VALUE 'N'.

      *    Date arithmetic - integer day numbers, so month and year
      *    ends need no special handling. Day 1 (1601-01-01) was a
      *    Monday, so the day number MOD 7 gives 6 for Saturday and
      *    0 for Sunday.
       01  WS-DATE-INT PIC 9(7) VALUE 0.
       01  WS-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-HOL-NUM PIC 9(8) VALUE 0.
       01  WS-TRY-DATE PIC X(8).
       01  WS-WEEKDAY PIC 9(1) VALUE 0.
       01  WS-BUSINESS-DAY PIC X(1) VALUE 'N'.
       01  WS-TRY-CNT PIC 9(3) VALUE 0.
       01  WS-SKIP-CNT PIC 9(3) VALUE 0.
       01  WS-SKIP-ED PIC ZZ9.

      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       MAIN-LOGIC.
           PERFORM READ-PARM-CARD.
           IF WS-ACTION = 'R'
              MOVE "BUSDATE ROLL" TO WS-AUD-INPUT-ID
           ELSE
              MOVE "BUSDATE CLOSE" TO WS-AUD-INPUT-ID
           END-IF.
           PERFORM WRITE-AUDIT-START.
           PERFORM READ-CONTROL-RECORD.
           IF WS-ACTION = 'R'
              PERFORM ROLL-BUSINESS-DATE
           ELSE
              PERFORM CLOSE-BUSINESS-DATE
           END-IF.
           IF WS-REWRITE-SW = 'Y'
              PERFORM WRITE-CONTROL-RECORD
           END-IF.
           DISPLAY "DATEROLL: BUSINESS DATE " BDC-BUS-DATE
              " (PREVIOUS " BDC-PREV-DATE ", DAY " BDC-DAY-SEQ
              ") STATUS " BDC-STATUS.
           MOVE SPACES TO WS-AUD-COUNTS.
           STRING "DATE " BDC-BUS-DATE " STATUS " BDC-STATUS
              DELIMITED BY SIZE
              INTO WS-AUD-COUNTS
           END-STRING.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.

      *    The action card is required - guessing between a roll and
      *    a close would move the business date the wrong way.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END MOVE PARM-ACTION TO WS-ACTION
              END-READ
              CLOSE PARM-FILE
           END-IF.
           IF WS-ACTION NOT = 'R' AND WS-ACTION NOT = 'C'
              DISPLAY "DATEROLL: PARMCARD ACTION '" WS-ACTION
                 "' IS NOT R (ROLL) OR C (CLOSE) - RUN STOPPED"
              MOVE "BUSDATE" TO WS-AUD-INPUT-ID
              PERFORM WRITE-AUDIT-START
              MOVE 12 TO RETURN-CODE
              MOVE "NO VALID ACTION CARD" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.

      *    The control record must be present and sensible before it
      *    is moved on - a damaged record is stopped on, never
      *    rebuilt by guesswork.
       READ-CONTROL-RECORD.
           MOVE "BUSDATE" TO WS-IO-NAME.
           OPEN INPUT BUSDATE-FILE.
           PERFORM CHECK-IO-STATUS.
           MOVE SPACES TO BDC-RECORD.
           READ BUSDATE-FILE
              AT END MOVE SPACES TO BDC-RECORD
           END-READ.
           CLOSE BUSDATE-FILE.
           IF BDC-BUS-DATE IS NOT NUMERIC
              OR BDC-DAY-SEQ IS NOT NUMERIC
              OR (BDC-STATUS NOT = 'O' AND BDC-STATUS NOT = 'C')
              DISPLAY "DATEROLL: BUSINESS-DATE CONTROL RECORD IS "
                 "MISSING OR DAMAGED - '" BDC-RECORD(1:24)
                 "' - RUN STOPPED"
              MOVE 12 TO RETURN-CODE
              MOVE "BUSDATE RECORD INVALID" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.
           MOVE BDC-BUS-DATE TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
              DISPLAY "DATEROLL: BUSINESS DATE " BDC-BUS-DATE
                 " IS NOT A VALID DATE - RUN STOPPED"
              MOVE 12 TO RETURN-CODE
              MOVE "BUSDATE RECORD INVALID" TO WS-AUD-COUNTS
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.

      *    Roll - only a closed date moves on. An open date means the
      *    previous day's cycle never reached its close, so the date
      *    stays where it is and the restarted jobs process it; that
      *    is a warning, since somebody needs to know the day is
      *    running late.
       ROLL-BUSINESS-DATE.
           IF BDC-STATUS = 'O'
              DISPLAY "DATEROLL: BUSINESS DATE " BDC-BUS-DATE
                 " IS STILL OPEN - NOT ROLLED, THE DAILY RUN "
                 "PROCESSES IT AGAIN"
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM LOAD-HOLIDAYS
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              MOVE 'N' TO WS-BUSINESS-DAY
              PERFORM UNTIL WS-BUSINESS-DAY = 'Y'
                 ADD 1 TO WS-DATE-INT
                 ADD 1 TO WS-TRY-CNT
                 IF WS-TRY-CNT > 31
                    DISPLAY "DATEROLL: NO BUSINESS DAY WITHIN 31 DAYS "
                       "OF " BDC-BUS-DATE " - CHECK THE HOLIDAY "
                       "CALENDAR - RUN STOPPED"
                    MOVE 12 TO RETURN-CODE
                    MOVE "NO NEXT BUSINESS DAY" TO WS-AUD-COUNTS
                    PERFORM WRITE-AUDIT-END
                    STOP RUN
                 END-IF
                 PERFORM TEST-BUSINESS-DAY
              END-PERFORM
              MOVE BDC-BUS-DATE TO BDC-PREV-DATE
              MOVE WS-TRY-DATE TO BDC-BUS-DATE
              MOVE 'O' TO BDC-STATUS
              ADD 1 TO BDC-DAY-SEQ
              MOVE FUNCTION CURRENT-DATE TO WS-STAMP
              MOVE WS-STAMP(1:14) TO BDC-ROLL-STAMP
              MOVE SPACES TO BDC-CLOSE-STAMP
              MOVE 'Y' TO WS-REWRITE-SW
              IF WS-SKIP-CNT > 0
                 MOVE WS-SKIP-CNT TO WS-SKIP-ED
                 DISPLAY "DATEROLL: " FUNCTION TRIM(WS-SKIP-ED)
                    " NON-BUSINESS DAY(S) SKIPPED"
              END-IF
              PERFORM CHECK-YEAR-COVERED
           END-IF.

      *    A weekday that is not on the holiday calendar.
       TEST-BUSINESS-DAY.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-TRY-DATE.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INT 7).
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
              ADD 1 TO WS-SKIP-CNT
           ELSE
              MOVE 'Y' TO WS-BUSINESS-DAY
              IF WS-HOL-CNT > 0
                 SET HOL-IX TO 1
                 SEARCH WS-HOL-ENTRY
                    AT END CONTINUE
                    WHEN HOL-IX > WS-HOL-CNT
                       CONTINUE
                    WHEN WS-HT-DATE (HOL-IX) = WS-TRY-DATE
                       MOVE 'N' TO WS-BUSINESS-DAY
                       ADD 1 TO WS-SKIP-CNT
                       DISPLAY "DATEROLL: SKIPPING HOLIDAY "
                          WS-TRY-DATE " " WS-HT-DESC (HOL-IX)
                 END-SEARCH
              END-IF
           END-IF.

      *    No holiday at all in the new date's year almost always
      *    means the year's cards were never added - the roll still
      *    stands (weekends are right regardless), but ops are told.
       CHECK-YEAR-COVERED.
           IF WS-HOL-CNT > 0
              PERFORM VARYING HOL-IX FROM 1 BY 1
                 UNTIL HOL-IX > WS-HOL-CNT
                 IF WS-HT-DATE (HOL-IX) (1:4) = BDC-BUS-DATE(1:4)
                    MOVE 'Y' TO WS-YEAR-COVERED
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-YEAR-COVERED = 'N'
              DISPLAY "DATEROLL: HOLIDAY CALENDAR HAS NO DATES FOR "
                 BDC-BUS-DATE(1:4) " - ADD THE YEAR'S HOLIDAYS"
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-BAD-HOL-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-STATUS = '00'
              PERFORM UNTIL WS-HOL-EOF = 'Y'
                 READ HOLIDAY-FILE
                    AT END MOVE 'Y' TO WS-HOL-EOF
                    NOT AT END PERFORM STORE-ONE-HOLIDAY
                 END-READ
              END-PERFORM
              CLOSE HOLIDAY-FILE
           ELSE
              DISPLAY "DATEROLL: NO HOLIDAY CALENDAR - ROLLING OVER "
                 "WEEKENDS ONLY"
           END-IF.

      *    A card whose date is not a real date is dropped and said
      *    so - a mis-keyed holiday would otherwise silently become a
      *    business day.
       STORE-ONE-HOLIDAY.
           IF HOL-DATE IS NOT NUMERIC
              DISPLAY "DATEROLL: HOLIDAY CARD '" HOL-DATE
                 "' IS NOT YYYYMMDD - CARD DROPPED"
              ADD 1 TO WS-BAD-HOL-CNT
           ELSE
              MOVE HOL-DATE TO WS-HOL-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-HOL-NUM) NOT = 0
                 DISPLAY "DATEROLL: HOLIDAY CARD '" HOL-DATE
                    "' IS NOT A VALID DATE - CARD DROPPED"
                 ADD 1 TO WS-BAD-HOL-CNT
              ELSE
                 IF WS-HOL-CNT >= WS-HOL-MAX
                    DISPLAY "DATEROLL: MORE THAN " WS-HOL-MAX
                       " HOLIDAY CARDS - " HOL-DATE " DROPPED"
                    ADD 1 TO WS-BAD-HOL-CNT
                 ELSE
                    ADD 1 TO WS-HOL-CNT
                    SET HOL-IX TO WS-HOL-CNT
                    MOVE HOL-DATE TO WS-HT-DATE (HOL-IX)
                    MOVE HOL-DESC TO WS-HT-DESC (HOL-IX)
                 END-IF
              END-IF
           END-IF.

      *    Close - the date is finished and no program may run against
      *    it again. Closing an already-closed date changes nothing.
       CLOSE-BUSINESS-DATE.
           IF BDC-STATUS = 'C'
              DISPLAY "DATEROLL: BUSINESS DATE " BDC-BUS-DATE
                 " IS ALREADY CLOSED - NOTHING TO DO"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'C' TO BDC-STATUS
              MOVE FUNCTION CURRENT-DATE TO WS-STAMP
              MOVE WS-STAMP(1:14) TO BDC-CLOSE-STAMP
              MOVE 'Y' TO WS-REWRITE-SW
           END-IF.

       WRITE-CONTROL-RECORD.
           MOVE "BUSDATE" TO WS-IO-NAME.
           OPEN OUTPUT BUSDATE-FILE.
           PERFORM CHECK-IO-STATUS.
           WRITE BDC-RECORD.
           PERFORM CHECK-IO-STATUS.
           CLOSE BUSDATE-FILE.
           PERFORM CHECK-IO-STATUS.

      *    The control record is what every program dates its work
      *    by - any failure reading or rewriting it stops the job.
       CHECK-IO-STATUS.
           IF WS-IO-STATUS NOT = '00'
              DISPLAY "DATEROLL: I/O ERROR ON " WS-IO-NAME
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
