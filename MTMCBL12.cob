      *
      *    The log must never kill the batch it is describing - any
      *    problem writing it is reported on SYSOUT and swallowed.
      *
      *    Each record also carries the business date the caller is
      *    processing, from the business-date control record (see
      *    DATEROLL), read once per calling program so its start and
      *    end always carry the same date. The date/time stamp stays
      *    the wall clock - it is what elapsed times are worked from.

      *------------------------
      * ENVIRONMENT DIVISION.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDC-STATUS.

      *-------------------
      * DATA DIVISION.
           05 AUD-INPUT-ID PIC X(20).
           05 AUD-COUNTS PIC X(30).
           05 AUD-CC PIC 9(2).
           05 AUD-BUS-DATE PIC X(8).
           05 FILLER PIC X(17) VALUE SPACES.

      *    Business-date control record - only the date is used here.
       FD  BUSDATE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  BDC-RECORD.
           05 BDC-BUS-DATE PIC X(8).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-AUD-STATUS PIC X(2).
       01  WS-STAMP PIC X(21).
       01  WS-BDC-STATUS PIC X(2).
      *    The business date, and the program it was read for - a new
      *    caller in the same run unit reads the control afresh.
       01  WS-BUS-DATE PIC X(8) VALUE SPACES.
       01  WS-BUS-DATE-PGM PIC X(8) VALUE SPACES.

       LINKAGE SECTION.

       PROCEDURE DIVISION USING LK-AUDIT-PARM.
      *
       MAIN-LOGIC.
           IF LK-AUD-PROGRAM NOT = WS-BUS-DATE-PGM
              PERFORM READ-BUSINESS-DATE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-STATUS NOT = '00'
              DISPLAY "AUDITLOG: CANNOT OPEN AUDIT FILE, STATUS "
              MOVE LK-AUD-INPUT-ID TO AUD-INPUT-ID
              MOVE LK-AUD-COUNTS TO AUD-COUNTS
              MOVE LK-AUD-CC TO AUD-CC
              MOVE WS-BUS-DATE TO AUD-BUS-DATE
              WRITE AUD-RECORD
              IF WS-AUD-STATUS NOT = '00'
                 DISPLAY "AUDITLOG: WRITE FAILED, STATUS "
              CLOSE AUDIT-FILE
           END-IF.
           GOBACK.

      *    No control record (a step without the DD) leaves the date
      *    blank - the record is still written; AUDITRPT falls back to
      *    the wall-clock date for it.
       READ-BUSINESS-DATE.
           MOVE LK-AUD-PROGRAM TO WS-BUS-DATE-PGM.
           MOVE SPACES TO WS-BUS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BDC-STATUS = '00'
              READ BUSDATE-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BDC-BUS-DATE IS NUMERIC
                       MOVE BDC-BUS-DATE TO WS-BUS-DATE
                    END-IF
              END-READ
              CLOSE BUSDATE-FILE
           END-IF.
