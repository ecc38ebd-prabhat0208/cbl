           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMCARD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDC-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO AUDRPT
           ORGANIZATION IS LINE SEQUENTIAL.

           05 AUD-INPUT-ID PIC X(20).
           05 AUD-COUNTS PIC X(30).
           05 AUD-CC PIC 9(2).
           05 AUD-BUS-DATE PIC X(8).
           05 FILLER PIC X(17).

      *    Business-date control record (see DATEROLL). In the
      *    morning it still holds the night just run, which is the
      *    night to report.
       FD  BUSDATE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  BDC-RECORD.
           05 BDC-BUS-DATE PIC X(8).
           05 FILLER PIC X(72).

      *    Parameter card - the business date to report, YYYYMMDD in
      *    columns 1-8. Missing or invalid card defaults to the
      *    business date on the control record, which is right for
      *    the morning-after schedule.
       FD  PARM-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  PARM-RECORD.
           05 PARM-RPT-DATE PIC X(8).

       01  WS-AUD-STATUS PIC X(2).
       01  WS-PARM-STATUS PIC X(2).
       01  WS-BDC-STATUS PIC X(2).
       01  WS-AUD-EOF PIC X(1) VALUE 'N'.
      *    The date under report, YYYYMMDD, and the day after it -
      *    a step that starts before midnight writes its end record
           STOP RUN.

      *    Date to report - from the card if supplied and plausible,
      *    else the control record's business date, else today. This
      *    is a look back at a finished night, so unlike the pipeline
      *    programs it runs quite happily against a closed date.
       READ-PARM-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE.
           MOVE WS-CURR-DATE TO WS-RPT-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BDC-STATUS = '00'
              READ BUSDATE-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BDC-BUS-DATE IS NUMERIC
                       MOVE BDC-BUS-DATE TO WS-RPT-DATE
                    END-IF
              END-READ
              CLOSE BUSDATE-FILE
           END-IF.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ PARM-FILE
                    ELSE
                       DISPLAY "AUDITRPT: PARMCARD DATE '"
                          PARM-RPT-DATE "' IS NOT YYYYMMDD - "
                          "REPORTING " WS-RPT-DATE
                    END-IF
              END-READ
           END-IF.
      *    midnight stamps its end with the next day, and without
      *    this it would read as the night's abend. The start-date
      *    filter alone scopes the night; an end that closes nothing
      *    belongs to the adjacent night and is let go. Records that
      *    carry a business date are selected on it alone - start and
      *    end carry the same one whatever the clock said - and only
      *    undated records fall back to the wall-clock rule.
       LOAD-AUDIT-STEPS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS NOT = '00'
              READ AUDIT-FILE
                 AT END MOVE 'Y' TO WS-AUD-EOF
                 NOT AT END
                    IF AUD-BUS-DATE NOT = SPACES
                       IF AUD-BUS-DATE = WS-RPT-DATE
                          PERFORM PLAY-BACK-RECORD
                       END-IF
                    ELSE
                       IF AUD-DATE = WS-RPT-DATE
                          PERFORM PLAY-BACK-RECORD
                       ELSE
                          IF AUD-DATE = WS-NEXT-DATE
                             AND AUD-ACTION = 'E'
                             PERFORM MATCH-END-RECORD
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       PLAY-BACK-RECORD.
           IF AUD-ACTION = 'S'
              PERFORM STORE-START-RECORD
           ELSE
              PERFORM MATCH-END-RECORD
           END-IF.

       STORE-START-RECORD.
           IF WS-STEP-CNT >= WS-STEP-MAX
              DISPLAY "AUDITRPT: MORE THAN " WS-STEP-MAX " STEPS ON "
