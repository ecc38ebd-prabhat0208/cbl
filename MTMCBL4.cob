           SELECT BRCH-REF ASSIGN TO BRCHREF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRCH-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDC-STATUS.

      *-------------------
      * DATA DIVISION.
           05 FILLER PIC X(1).

      *    Branch reference master, as ADDONE validates against -
      *    read here to put a name to the branch code on each answer,
      *    and to answer with the successor for an account still on
      *    a branch merged away since the master was loaded. Loaded
      *    whole; a missing file just leaves the names blank rather
      *    than failing the inquiry. See BRCHMNT for the layout.
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

      *    Business-date control record (see DATEROLL) - the date
      *    branch closures are judged against.
       FD  BUSDATE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  BDC-RECORD.
           05 BDC-BUS-DATE PIC X(8).
           05 BDC-PREV-DATE PIC X(8).
           05 BDC-STATUS PIC X(1).
           05 BDC-DAY-SEQ PIC 9(7).
           05 FILLER PIC X(56).

       WORKING-STORAGE SECTION.

           05 WS-AUD-INPUT-ID PIC X(20).
           05 WS-AUD-COUNTS PIC X(30).
           05 WS-AUD-CC PIC 9(2).
       01  WS-AUD-PTR PIC 9(2) VALUE 1.
       01  WS-BDC-STATUS PIC X(2).
       01  WS-BDC-ERROR PIC X(30) VALUE SPACES.
       01  WS-BUS-DATE PIC X(8).

       01  WS-CARD-EOF PIC X(1) VALUE 'N'.
       01  WS-CARD-STATUS PIC X(2).
           05 WS-REF-ENTRY OCCURS 300 TIMES INDEXED BY REF-IX.
              10 WS-REF-CODE PIC X(4).
              10 WS-REF-NAME PIC X(20).
      *    Closed and successor as ADDONE keeps them - the successor
      *    is the end of the merge chain, blank for an outright close.
              10 WS-REF-CLOSED PIC X(1).
              10 WS-REF-SUCC PIC X(4).
       01  WS-REF-LOOKUP PIC X(4).
       01  WS-REF-FOUND PIC X(1).
       01  WS-REF-FOUND-NAME PIC X(20).
       01  WS-REF-FOUND-CLOSED PIC X(1).
       01  WS-REF-FOUND-SUCC PIC X(4).
       01  WS-REF-SCAN PIC 9(3).
       01  WS-REF-HOPS PIC 9(2).
       01  WS-REF-WALK PIC X(4).
       01  WS-REF-WALK-DONE PIC X(1).
      *    Branch the answer gives, and why it differs from the
      *    master record's when it does.
       01  WS-INQ-BRANCH PIC X(4).
       01  WS-INQ-NOTE PIC X(20).
       01  WS-REHOME-CNT PIC 9(9) VALUE 0.
      *    Set when any inquiry card finds no master record, so the
      *    job ends with a warning-level condition code ops can see
      *    without reading the whole log.
       MAIN-LOGIC.
           MOVE "INQCARD" TO WS-AUD-INPUT-ID.
           PERFORM WRITE-AUDIT-START.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-BRANCH-REF.
           OPEN INPUT TIER-MASTER.
           IF WS-MAST-STATUS NOT = '00'
           MOVE SPACES TO WS-AUD-COUNTS.
           STRING "INQUIRIES " FUNCTION TRIM(WS-INQ-ED)
              DELIMITED BY SIZE INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           MOVE WS-REHOME-CNT TO WS-INQ-ED.
           STRING " REHOMED " FUNCTION TRIM(WS-INQ-ED)
              DELIMITED BY SIZE INTO WS-AUD-COUNTS
              WITH POINTER WS-AUD-PTR
           END-STRING.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.
                 DISPLAY "TIERINQ: ACCOUNT " INQ-ACCTNUM
                    " NOT ON TODAY'S TIER MASTER (CHECK BALEXCP)"
              NOT INVALID KEY
                 PERFORM ANSWER-BRANCH
                 DISPLAY "TIERINQ: ACCOUNT " TM-ACCTNUM
                    " TIER " TM-TIER
                    " BALANCE " TM-BAL
                    " NAME " TM-FIRSTN " " TM-LASTN
                    " BRANCH " WS-INQ-BRANCH " " WS-REF-FOUND-NAME
                    " RUN DATE " TM-RUN-DATE " " WS-INQ-NOTE
           END-READ.

      *    The master record carries the branch as of the night it
      *    was built. If that branch has been merged away since, the
      *    account now belongs to the successor - ADDONE will move it
      *    there tonight - so the answer gives the successor and says
      *    where it came from. An outright close is only noted.
       ANSWER-BRANCH.
           MOVE TM-BRANCH TO WS-INQ-BRANCH.
           MOVE SPACES TO WS-INQ-NOTE.
           MOVE TM-BRANCH TO WS-REF-LOOKUP.
           PERFORM FIND-REF-BRANCH.
           IF WS-REF-FOUND-CLOSED = 'Y'
              IF WS-REF-FOUND-SUCC = SPACES
                 MOVE "(BRANCH CLOSED)" TO WS-INQ-NOTE
              ELSE
                 MOVE WS-REF-FOUND-SUCC TO WS-INQ-BRANCH
                 STRING "(RE-HOMED FROM " TM-BRANCH ")"
                    DELIMITED BY SIZE INTO WS-INQ-NOTE
                 END-STRING
                 ADD 1 TO WS-REHOME-CNT
                 MOVE WS-INQ-BRANCH TO WS-REF-LOOKUP
                 PERFORM FIND-REF-BRANCH
              END-IF
           END-IF.

      *    Business date from the control record. Inquiries run all
      *    day, long after DATECLOS has closed the night's date, so
      *    like AUDITRPT this takes the date whatever its status -
      *    it is the date the master was built for. A missing or
      *    damaged control record stops the run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BDC-STATUS NOT = '00'
              DISPLAY "TIERINQ: CANNOT OPEN BUSINESS-DATE CONTROL, "
                 "FILE STATUS " WS-BDC-STATUS " - RUN STOPPED"
              MOVE "BUSDATE OPEN FAIL" TO WS-BDC-ERROR
           ELSE
              MOVE SPACES TO BDC-RECORD
              READ BUSDATE-FILE
                 AT END MOVE SPACES TO BDC-RECORD
              END-READ
              CLOSE BUSDATE-FILE
              IF BDC-BUS-DATE IS NOT NUMERIC
                 DISPLAY "TIERINQ: BUSINESS-DATE CONTROL RECORD IS "
                    "MISSING OR DAMAGED - RUN STOPPED"
                 MOVE "BUSDATE RECORD INVALID" TO WS-BDC-ERROR
              ELSE
                 MOVE BDC-BUS-DATE TO WS-BUS-DATE
              END-IF
           END-IF.
           IF WS-BDC-ERROR NOT = SPACES
              MOVE WS-BDC-ERROR TO WS-AUD-COUNTS
              MOVE 12 TO RETURN-CODE
              PERFORM WRITE-AUDIT-END
              STOP RUN
           END-IF.

      *    Load the branch reference master for the name lookups. An
      *    unopenable or oversized file is reported and the inquiry
      *    carries on with blank names - the tier answer matters
              PERFORM UNTIL WS-REF-EOF = 'Y'
                 READ BRCH-REF
                    AT END MOVE 'Y' TO WS-REF-EOF
                    NOT AT END PERFORM STORE-ONE-REF
                 END-READ
              END-PERFORM
              CLOSE BRCH-REF
              PERFORM RESOLVE-SUCCESSORS
           END-IF.

      *    Same rules as ADDONE's: a branch not open yet is left out,
      *    and one whose close date has been reached is closed.
       STORE-ONE-REF.
           IF WS-REF-CNT < WS-REF-MAX
              AND (BRF-OPEN-DATE = SPACES
                   OR BRF-OPEN-DATE NOT > WS-BUS-DATE)
              ADD 1 TO WS-REF-CNT
              SET REF-IX TO WS-REF-CNT
              MOVE BRF-CODE TO WS-REF-CODE (REF-IX)
              MOVE BRF-NAME TO WS-REF-NAME (REF-IX)
              MOVE 'N' TO WS-REF-CLOSED (REF-IX)
              MOVE SPACES TO WS-REF-SUCC (REF-IX)
              IF BRF-CLOSE-DATE NOT = SPACES
                 AND BRF-CLOSE-DATE NOT > WS-BUS-DATE
                 MOVE 'Y' TO WS-REF-CLOSED (REF-IX)
                 MOVE BRF-SUCCESSOR TO WS-REF-SUCC (REF-IX)
              END-IF
           END-IF.

      *    Walk each merge forward to the first branch still open,
      *    as ADDONE does; a chain that leads nowhere open leaves the
      *    branch closed with no successor.
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

      *    Name for WS-REF-LOOKUP, blank when the code is not on the
      *    reference file (an old master record, or a reference file
      *    that could not be read), with its closed flag and
      *    successor.
       FIND-REF-BRANCH.
           MOVE 'N' TO WS-REF-FOUND.
           MOVE SPACES TO WS-REF-FOUND-NAME.
           MOVE 'N' TO WS-REF-FOUND-CLOSED.
           MOVE SPACES TO WS-REF-FOUND-SUCC.
           IF WS-REF-CNT > 0
              SET REF-IX TO 1
              SEARCH WS-REF-ENTRY
                 AT END CONTINUE
                 WHEN REF-IX > WS-REF-CNT
                    CONTINUE
                 WHEN WS-REF-CODE (REF-IX) = WS-REF-LOOKUP
                    MOVE 'Y' TO WS-REF-FOUND
                    MOVE WS-REF-NAME (REF-IX) TO WS-REF-FOUND-NAME
                    MOVE WS-REF-CLOSED (REF-IX) TO WS-REF-FOUND-CLOSED
                    MOVE WS-REF-SUCC (REF-IX) TO WS-REF-FOUND-SUCC
              END-SEARCH
           END-IF.

           MOVE 'E' TO WS-AUD-ACTION.
           MOVE RETURN-CODE TO WS-AUD-CC.
           CALL 'AUDITLOG' USING WS-AUDIT-PARM.
      *    AUDITLOG's GOBACK leaves its own return code behind -
      *    put back the one this run is ending with.
           MOVE WS-AUD-CC TO RETURN-CODE.
