           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOADDR-LIST ASSIGN TO NOADDR
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDC-STATUS.

      *-------------------
      * DATA DIVISION.
       FD  NOADDR-LIST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  NOADDR-RECORD PIC X(80).

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

       01  WS-RPT-EOF PIC X(1) VALUE 'N'.
       01  WS-RPT-STATUS PIC X(2).
       PROCEDURE DIVISION.
      *
       MAIN-LOGIC.
           PERFORM READ-BUSINESS-DATE.
           MOVE BDC-BUS-DATE TO WS-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-TIME(1:4) TO WS-DTE-YYYY.
           MOVE WS-RUN-DATE-TIME(5:2) TO WS-DTE-MM.
           MOVE WS-RUN-DATE-TIME(7:2) TO WS-DTE-DD.
           END-STRING.
           WRITE NOADDR-RECORD.

      *    Processing date from the business-date control record,
      *    never the system clock. A closed date is refused - its
      *    outputs are final and downstream has already used them.
      *    Called first thing, so the refusal logs its own start.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BDC-STATUS NOT = '00'
              DISPLAY "TIERLTR: CANNOT OPEN BUSINESS-DATE CONTROL, "
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
                 DISPLAY "TIERLTR: BUSINESS-DATE CONTROL RECORD IS "
                    "MISSING OR DAMAGED - RUN STOPPED"
                 MOVE "BUSDATE RECORD INVALID" TO WS-BDC-ERROR
                 MOVE 12 TO WS-BDC-CC
              ELSE
                 IF BDC-STATUS NOT = 'O'
                    DISPLAY "TIERLTR: BUSINESS DATE " BDC-BUS-DATE
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
