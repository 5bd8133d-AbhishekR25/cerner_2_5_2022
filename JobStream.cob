      * --- cerner_2tothe5th_2022
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobstrm.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PARM-FILE ASSIGN TO "JOBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RPT-FILE ASSIGN TO "JOBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE CARD PER STEP, IN RUN ORDER. A STEP RUNS WHEN IT IS
      * ACTIVE AND THE HIGHEST CODE FROM EARLIER STEPS IS NOT ABOVE
      * ITS MAXIMUM PRIOR CODE. THE OPTIONAL FILE OVERRIDE POINTS
      * ONE OF THE STEP'S FILE NAMES AT ANOTHER FILE FOR THAT STEP
      * ONLY (FOR EXAMPLE NUMIN TO NUMCLEAN FOR THE PRIME RUN).
       FD  CTL-FILE.
        01 CTL-RECORD.
           05 CTL-STEP-NUM PIC X(2).
           05 CTL-PROGRAM PIC X(8).
           05 CTL-ACTIVE PIC X.
           05 CTL-MAX-RC PIC X(2).
           05 CTL-DDNAME PIC X(8).
           05 CTL-DSNAME PIC X(8).

       FD  PARM-FILE.
        01 PARM-RECORD.
           05 PARM-RESTART-STEP PIC X(2).

       FD  LOG-FILE.
        01 LOG-RECORD.
           05 JL-STREAM-DATE PIC 9(8).
           05 JL-STREAM-TIME PIC 9(6).
           05 JL-STEP-NUM PIC 99.
           05 JL-PROGRAM PIC X(8).
           05 JL-EVENT PIC X(8).
           05 JL-DATE PIC 9(8).
           05 JL-TIME PIC 9(6).
           05 JL-RC PIC 99.

       FD  RPT-FILE.
        01 RPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-CTL-STATUS PIC XX VALUE "00".
        01 WS-PARM-STATUS PIC XX VALUE "00".
        01 WS-LOG-STATUS PIC XX VALUE "00".
        01 WS-RPT-STATUS PIC XX VALUE "00".
        01 WS-EOF-FLAG PIC 9 VALUE 0.
        01 WS-CARD-COUNT PIC 9(3) VALUE 0.
        01 WS-STEP-COUNT PIC 99 VALUE 0.
        01 WS-STEP-IDX PIC 99 VALUE 0.
        01 WS-FIND-IDX PIC 99 VALUE 0.
        01 WS-FIND-STEP PIC 99 VALUE 0.
        01 WS-STEP-TAB.
           05 WS-STEP-ENTRY OCCURS 20 TIMES.
              10 WS-ST-NUM PIC 99.
              10 WS-ST-PROGRAM PIC X(8).
              10 WS-ST-ACTIVE PIC X.
              10 WS-ST-MAX-RC PIC 99.
              10 WS-ST-DDNAME PIC X(8).
              10 WS-ST-DSNAME PIC X(8).
              10 WS-ST-LAST-EVENT PIC X(8).
              10 WS-ST-LAST-RC PIC 99.
              10 WS-ST-RC PIC 99.
              10 WS-ST-OUTCOME PIC X(8).
        01 WS-CTL-ERROR-TEXT PIC X(50) VALUE SPACES.
        01 WS-PARM-ERROR-TEXT PIC X(50) VALUE SPACES.
        01 WS-RESTART-STEP PIC 99 VALUE 0.
        01 WS-RESTART-OK PIC 9 VALUE 1.
        01 WS-HIGH-RC PIC 99 VALUE 0.
        01 WS-STEP-RC PIC 99 VALUE 0.
        01 WS-FAILED-STEP PIC 99 VALUE 0.
        01 WS-STEP-PROGRAM PIC X(8) VALUE SPACES.
        01 WS-PROGRAM-FOUND PIC 9 VALUE 0.
        01 WS-ENV-NAME PIC X(12) VALUE SPACES.
        01 WS-ENV-VALUE PIC X(8) VALUE SPACES.
        01 WS-RC-TEXT PIC X(8) VALUE SPACES.
        01 WS-START-TIME PIC 9(6) VALUE 0.
        01 WS-RUN-COUNT PIC 99 VALUE 0.
        01 WS-SKIP-COUNT PIC 99 VALUE 0.
        01 WS-BYPASS-COUNT PIC 99 VALUE 0.
        01 WS-HEADING-LINE PIC X(80) VALUE SPACES.
        01 WS-DETAIL-LINE PIC X(80) VALUE SPACES.
        01 WS-STREAM-DATE PIC 9(8) VALUE 0.
        01 WS-STREAM-TIME PIC 9(6) VALUE 0.
        01 WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE 0.
        01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD.
           05 WS-RD-YYYY PIC 9(4).
           05 WS-RD-MM PIC 9(2).
           05 WS-RD-DD PIC 9(2).
        01 WS-RUN-TIME-RAW PIC 9(8) VALUE 0.
        01 WS-RUN-TIME-X REDEFINES WS-RUN-TIME-RAW.
           05 WS-RT-HHMMSS PIC 9(6).
           05 WS-RT-HUNDREDTHS PIC 99.

       PROCEDURE DIVISION.
        para1.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-STREAM-DATE.
           MOVE WS-RT-HHMMSS TO WS-STREAM-TIME.
           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN JOB STREAM REPORT FILE - STATUS "
                 WS-RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM para2-write-report-heading.

           PERFORM para3-load-control-table.
           IF WS-CTL-ERROR-TEXT NOT = SPACES
              PERFORM para3a-reject-control-table
           END-IF.

           PERFORM para4-read-parm-card.
           IF WS-PARM-ERROR-TEXT NOT = SPACES
              PERFORM para4a-reject-parm-card
           END-IF.

           IF WS-RESTART-STEP > 0
              PERFORM para5-verify-restart
              IF WS-RESTART-OK = 0
                 PERFORM para5b-reject-restart
              END-IF
           END-IF.

           PERFORM para6-run-stream.
           PERFORM para10-write-totals.
           CLOSE RPT-FILE.
           MOVE WS-HIGH-RC TO RETURN-CODE.
           STOP RUN.

        para2-write-report-heading.
           MOVE SPACES TO WS-HEADING-LINE.
           STRING "NIGHTLY JOB STREAM - RUN DATE "
                 WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
                 "  STARTED " WS-STREAM-TIME
                 DELIMITED BY SIZE INTO WS-HEADING-LINE.
           WRITE RPT-RECORD FROM WS-HEADING-LINE.
           MOVE SPACES TO WS-HEADING-LINE.
           WRITE RPT-RECORD FROM WS-HEADING-LINE.

        para3-load-control-table.
           MOVE SPACES TO WS-CTL-ERROR-TEXT.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
              STRING "CONTROL TABLE OPEN FAILED - STATUS "
                    WS-CTL-STATUS
                    DELIMITED BY SIZE INTO WS-CTL-ERROR-TEXT
           ELSE
              PERFORM UNTIL WS-EOF-FLAG = 1
                    OR WS-CTL-ERROR-TEXT NOT = SPACES
                 READ CTL-FILE
                    AT END
                       MOVE 1 TO WS-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       IF CTL-RECORD NOT = SPACES
                          PERFORM para3b-validate-control-card
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CTL-FILE
              IF WS-CTL-ERROR-TEXT = SPACES AND WS-STEP-COUNT = 0
                 MOVE "CONTROL TABLE HAS NO STEPS"
                    TO WS-CTL-ERROR-TEXT
              END-IF
           END-IF.

        para3b-validate-control-card.
           IF WS-STEP-COUNT >= 20
              STRING "MORE THAN 20 STEPS ON CONTROL TABLE"
                    DELIMITED BY SIZE INTO WS-CTL-ERROR-TEXT
           END-IF.
           IF WS-CTL-ERROR-TEXT = SPACES
              IF CTL-STEP-NUM IS NUMERIC AND CTL-STEP-NUM > "00"
                 IF WS-STEP-COUNT > 0
                    IF FUNCTION NUMVAL(CTL-STEP-NUM)
                          <= WS-ST-NUM(WS-STEP-COUNT)
                       STRING "STEP " CTL-STEP-NUM
                             " OUT OF SEQUENCE ON CONTROL TABLE"
                             DELIMITED BY SIZE
                             INTO WS-CTL-ERROR-TEXT
                    END-IF
                 END-IF
              ELSE
                 STRING "INVALID STEP NUMBER ON CARD "
                       WS-CARD-COUNT ": " CTL-STEP-NUM
                       DELIMITED BY SIZE INTO WS-CTL-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-CTL-ERROR-TEXT = SPACES AND CTL-PROGRAM = SPACES
              STRING "NO PROGRAM NAMED FOR STEP " CTL-STEP-NUM
                    DELIMITED BY SIZE INTO WS-CTL-ERROR-TEXT
           END-IF.
           IF WS-CTL-ERROR-TEXT = SPACES
                 AND CTL-ACTIVE NOT = "Y" AND CTL-ACTIVE NOT = "N"
              STRING "INVALID ACTIVE FLAG FOR STEP " CTL-STEP-NUM
                    ": " CTL-ACTIVE
                    DELIMITED BY SIZE INTO WS-CTL-ERROR-TEXT
           END-IF.
           IF WS-CTL-ERROR-TEXT = SPACES
                 AND CTL-MAX-RC NOT = SPACES
                 AND CTL-MAX-RC IS NOT NUMERIC
              STRING "INVALID MAXIMUM PRIOR CODE FOR STEP "
                    CTL-STEP-NUM ": " CTL-MAX-RC
                    DELIMITED BY SIZE INTO WS-CTL-ERROR-TEXT
           END-IF.
           IF WS-CTL-ERROR-TEXT = SPACES
              IF (CTL-DDNAME = SPACES AND CTL-DSNAME NOT = SPACES)
                    OR (CTL-DDNAME NOT = SPACES
                       AND CTL-DSNAME = SPACES)
                 STRING "INCOMPLETE FILE OVERRIDE FOR STEP "
                       CTL-STEP-NUM
                       DELIMITED BY SIZE INTO WS-CTL-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-CTL-ERROR-TEXT = SPACES
              ADD 1 TO WS-STEP-COUNT
              MOVE FUNCTION NUMVAL(CTL-STEP-NUM)
                 TO WS-ST-NUM(WS-STEP-COUNT)
              MOVE CTL-PROGRAM TO WS-ST-PROGRAM(WS-STEP-COUNT)
              MOVE CTL-ACTIVE TO WS-ST-ACTIVE(WS-STEP-COUNT)
      * A BLANK LIMIT LETS THE STEP RUN AFTER WARNINGS BUT NOT
      * AFTER A FAILURE.
              IF CTL-MAX-RC = SPACES
                 MOVE 4 TO WS-ST-MAX-RC(WS-STEP-COUNT)
              ELSE
                 MOVE FUNCTION NUMVAL(CTL-MAX-RC)
                    TO WS-ST-MAX-RC(WS-STEP-COUNT)
              END-IF
              MOVE CTL-DDNAME TO WS-ST-DDNAME(WS-STEP-COUNT)
              MOVE CTL-DSNAME TO WS-ST-DSNAME(WS-STEP-COUNT)
              MOVE SPACES TO WS-ST-LAST-EVENT(WS-STEP-COUNT)
              MOVE 0 TO WS-ST-LAST-RC(WS-STEP-COUNT)
              MOVE 0 TO WS-ST-RC(WS-STEP-COUNT)
              MOVE SPACES TO WS-ST-OUTCOME(WS-STEP-COUNT)
           END-IF.

        para3a-reject-control-table.
           DISPLAY "CONTROL TABLE REJECTED - " WS-CTL-ERROR-TEXT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CONTROL TABLE REJECTED - " WS-CTL-ERROR-TEXT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "STREAM TERMINATED - NO STEPS RUN"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           CLOSE RPT-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * THE RESTART CARD IS OPTIONAL - WITHOUT IT THE STREAM RUNS
      * FROM THE FIRST STEP.
        para4-read-parm-card.
           MOVE SPACES TO WS-PARM-ERROR-TEXT.
           MOVE 0 TO WS-RESTART-STEP.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-PARM-STATUS NOT = "00"
                 STRING "PARAMETER FILE OPEN FAILED - STATUS "
                       WS-PARM-STATUS
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              ELSE
                 READ PARM-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM para4b-validate-parm-card
                 END-READ
                 CLOSE PARM-FILE
              END-IF
           END-IF.

        para4b-validate-parm-card.
           IF PARM-RESTART-STEP NOT = SPACES
              IF PARM-RESTART-STEP IS NUMERIC
                 MOVE FUNCTION NUMVAL(PARM-RESTART-STEP)
                    TO WS-RESTART-STEP
                 MOVE WS-RESTART-STEP TO WS-FIND-STEP
                 PERFORM para4c-find-step
                 IF WS-FIND-IDX = 0
                    STRING "RESTART STEP " PARM-RESTART-STEP
                          " NOT ON CONTROL TABLE"
                          DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
                 END-IF
              ELSE
                 STRING "INVALID RESTART STEP ON CONTROL CARD: "
                       PARM-RESTART-STEP
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.

        para4c-find-step.
           MOVE 0 TO WS-FIND-IDX.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT
                    OR WS-FIND-IDX > 0
              IF WS-ST-NUM(WS-STEP-IDX) = WS-FIND-STEP
                 MOVE WS-STEP-IDX TO WS-FIND-IDX
              END-IF
           END-PERFORM.

        para4a-reject-parm-card.
           DISPLAY "CONTROL CARD REJECTED - " WS-PARM-ERROR-TEXT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CONTROL CARD REJECTED - " WS-PARM-ERROR-TEXT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "STREAM TERMINATED - NO STEPS RUN"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           CLOSE RPT-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * A RESTART IS ONLY ALLOWED WHEN EVERY ACTIVE STEP AHEAD OF THE
      * RESTART POINT LAST ENDED WITHOUT A FAILURE. BYPASS RECORDS
      * FROM EARLIER RESTARTS ARE PASSED OVER SO A STEP KEEPS THE
      * RESULT OF THE LAST RUN THAT ACTUALLY EXECUTED IT. ONLY THE
      * LATEST STREAM COUNTS - A FRESH STREAM START CLEARS THE RESULTS
      * OF EARLIER NIGHTS, A RESTART CONTINUES THE STREAM BEFORE IT.
        para5-verify-restart.
           MOVE 1 TO WS-RESTART-OK.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN JOB STREAM LOG - STATUS "
                 WS-LOG-STATUS
           ELSE
              PERFORM UNTIL WS-EOF-FLAG = 1
                 READ LOG-FILE
                    AT END
                       MOVE 1 TO WS-EOF-FLAG
                    NOT AT END
                       PERFORM para5a-apply-log-record
                 END-READ
              END-PERFORM
              CLOSE LOG-FILE
           END-IF.

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT
                    OR WS-ST-NUM(WS-STEP-IDX) >= WS-RESTART-STEP
              IF WS-ST-ACTIVE(WS-STEP-IDX) = "Y"
                 IF WS-ST-LAST-EVENT(WS-STEP-IDX) = "ENDED"
                       AND WS-ST-LAST-RC(WS-STEP-IDX) < 8
                    IF WS-ST-LAST-RC(WS-STEP-IDX) > WS-HIGH-RC
                       MOVE WS-ST-LAST-RC(WS-STEP-IDX) TO WS-HIGH-RC
                    END-IF
                 ELSE
                    MOVE 0 TO WS-RESTART-OK
                    MOVE SPACES TO WS-DETAIL-LINE
                    IF WS-ST-LAST-EVENT(WS-STEP-IDX) = SPACES
                       STRING "STEP " WS-ST-NUM(WS-STEP-IDX) " "
                          WS-ST-PROGRAM(WS-STEP-IDX)
                          " HAS NOT RUN - CANNOT RESTART PAST IT"
                          DELIMITED BY SIZE INTO WS-DETAIL-LINE
                    ELSE
                       STRING "STEP " WS-ST-NUM(WS-STEP-IDX) " "
                          WS-ST-PROGRAM(WS-STEP-IDX) " LAST "
                          WS-ST-LAST-EVENT(WS-STEP-IDX) " RC "
                          WS-ST-LAST-RC(WS-STEP-IDX)
                          " - CANNOT RESTART PAST IT"
                          DELIMITED BY SIZE INTO WS-DETAIL-LINE
                    END-IF
                    WRITE RPT-RECORD FROM WS-DETAIL-LINE
                    DISPLAY WS-DETAIL-LINE
                 END-IF
              END-IF
           END-PERFORM.

        para5a-apply-log-record.
           IF JL-STEP-NUM = 0 AND JL-EVENT = "STARTED"
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                    UNTIL WS-STEP-IDX > WS-STEP-COUNT
                 MOVE SPACES TO WS-ST-LAST-EVENT(WS-STEP-IDX)
                 MOVE 0 TO WS-ST-LAST-RC(WS-STEP-IDX)
              END-PERFORM
           END-IF.
           IF JL-STEP-NUM > 0 AND JL-EVENT NOT = "BYPASSED"
              MOVE JL-STEP-NUM TO WS-FIND-STEP
              PERFORM para4c-find-step
              IF WS-FIND-IDX > 0
                 MOVE JL-EVENT TO WS-ST-LAST-EVENT(WS-FIND-IDX)
                 MOVE JL-RC TO WS-ST-LAST-RC(WS-FIND-IDX)
              END-IF
           END-IF.

        para5b-reject-restart.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "RESTART FROM STEP " WS-RESTART-STEP
              " REJECTED - STREAM TERMINATED, NO STEPS RUN"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           CLOSE RPT-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

        para6-run-stream.
           MOVE 0 TO JL-STEP-NUM.
           MOVE "jobstrm" TO JL-PROGRAM.
           IF WS-RESTART-STEP > 0
              MOVE "RESTART" TO JL-EVENT
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "RESTARTING STREAM FROM STEP " WS-RESTART-STEP
                 " - HIGHEST CODE CARRIED FORWARD " WS-HIGH-RC
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           ELSE
              MOVE "STARTED" TO JL-EVENT
           END-IF.
           MOVE 0 TO JL-RC.
           PERFORM para9-write-log-record.

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT
              EVALUATE TRUE
                 WHEN WS-ST-NUM(WS-STEP-IDX) < WS-RESTART-STEP
                    PERFORM para7-bypass-step
                 WHEN WS-ST-ACTIVE(WS-STEP-IDX) = "N"
                    MOVE "INACTIVE" TO WS-ST-OUTCOME(WS-STEP-IDX)
                    PERFORM para7a-skip-step
                 WHEN WS-HIGH-RC > WS-ST-MAX-RC(WS-STEP-IDX)
                    MOVE "PRIOR RC" TO WS-ST-OUTCOME(WS-STEP-IDX)
                    PERFORM para7a-skip-step
                 WHEN OTHER
                    PERFORM para8-run-step
              END-EVALUATE
           END-PERFORM.

           MOVE 0 TO JL-STEP-NUM.
           MOVE "jobstrm" TO JL-PROGRAM.
           MOVE "ENDED" TO JL-EVENT.
           MOVE WS-HIGH-RC TO JL-RC.
           PERFORM para9-write-log-record.

        para7-bypass-step.
           ADD 1 TO WS-BYPASS-COUNT.
           MOVE "BYPASSED" TO WS-ST-OUTCOME(WS-STEP-IDX).
           MOVE WS-ST-NUM(WS-STEP-IDX) TO JL-STEP-NUM.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO JL-PROGRAM.
           MOVE "BYPASSED" TO JL-EVENT.
           MOVE WS-ST-LAST-RC(WS-STEP-IDX) TO JL-RC.
           PERFORM para9-write-log-record.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "STEP " WS-ST-NUM(WS-STEP-IDX) " "
              WS-ST-PROGRAM(WS-STEP-IDX)
              " BYPASSED ON RESTART - LAST RC "
              WS-ST-LAST-RC(WS-STEP-IDX)
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

        para7a-skip-step.
           ADD 1 TO WS-SKIP-COUNT.
           MOVE WS-ST-NUM(WS-STEP-IDX) TO JL-STEP-NUM.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO JL-PROGRAM.
           MOVE "SKIPPED" TO JL-EVENT.
           MOVE 0 TO JL-RC.
           PERFORM para9-write-log-record.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-ST-OUTCOME(WS-STEP-IDX) = "INACTIVE"
              STRING "STEP " WS-ST-NUM(WS-STEP-IDX) " "
                 WS-ST-PROGRAM(WS-STEP-IDX)
                 " SKIPPED - INACTIVE ON CONTROL TABLE"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "STEP " WS-ST-NUM(WS-STEP-IDX) " "
                 WS-ST-PROGRAM(WS-STEP-IDX)
                 " SKIPPED - PRIOR RC " WS-HIGH-RC
                 " ABOVE LIMIT " WS-ST-MAX-RC(WS-STEP-IDX)
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           MOVE "SKIPPED" TO WS-ST-OUTCOME(WS-STEP-IDX).

      * THE START RECORD IS ON THE LOG BEFORE THE STEP IS CALLED, SO
      * A STEP THAT NEVER RETURNS SHOWS AS STARTED WITH NO END AND
      * BLOCKS A RESTART PAST IT.
        para8-run-step.
           ADD 1 TO WS-RUN-COUNT.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO WS-STEP-PROGRAM.
           MOVE WS-ST-NUM(WS-STEP-IDX) TO JL-STEP-NUM.
           MOVE WS-STEP-PROGRAM TO JL-PROGRAM.
           MOVE "STARTED" TO JL-EVENT.
           MOVE 0 TO JL-RC.
           PERFORM para9-write-log-record.
           MOVE WS-RT-HHMMSS TO WS-START-TIME.
           DISPLAY "STEP " WS-ST-NUM(WS-STEP-IDX) " "
              WS-STEP-PROGRAM " STARTED " WS-START-TIME.

           IF WS-ST-DDNAME(WS-STEP-IDX) NOT = SPACES
              MOVE WS-ST-DSNAME(WS-STEP-IDX) TO WS-ENV-VALUE
              PERFORM para8a-set-file-override
           END-IF.

           MOVE 1 TO WS-PROGRAM-FOUND.
           MOVE 0 TO RETURN-CODE.
           CALL WS-STEP-PROGRAM
              ON EXCEPTION
                 MOVE 0 TO WS-PROGRAM-FOUND
           END-CALL.
           IF WS-PROGRAM-FOUND = 1
              MOVE RETURN-CODE TO WS-STEP-RC
              CANCEL WS-STEP-PROGRAM
           ELSE
              MOVE 8 TO WS-STEP-RC
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "STEP " WS-ST-NUM(WS-STEP-IDX) " PROGRAM "
                 WS-STEP-PROGRAM " NOT FOUND"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.
           MOVE 0 TO RETURN-CODE.

           IF WS-ST-DDNAME(WS-STEP-IDX) NOT = SPACES
              MOVE WS-ST-DDNAME(WS-STEP-IDX) TO WS-ENV-VALUE
              PERFORM para8a-set-file-override
           END-IF.

           MOVE WS-STEP-RC TO WS-ST-RC(WS-STEP-IDX).
           IF WS-STEP-RC > WS-HIGH-RC
              MOVE WS-STEP-RC TO WS-HIGH-RC
           END-IF.
           IF WS-STEP-RC >= 8 AND WS-FAILED-STEP = 0
              MOVE WS-ST-NUM(WS-STEP-IDX) TO WS-FAILED-STEP
           END-IF.
           EVALUATE TRUE
              WHEN WS-STEP-RC = 0
                 MOVE "CLEAN" TO WS-RC-TEXT
              WHEN WS-STEP-RC < 8
                 MOVE "WARNING" TO WS-RC-TEXT
              WHEN OTHER
                 MOVE "FAILURE" TO WS-RC-TEXT
           END-EVALUATE.
           MOVE WS-RC-TEXT TO WS-ST-OUTCOME(WS-STEP-IDX).

           MOVE WS-ST-NUM(WS-STEP-IDX) TO JL-STEP-NUM.
           MOVE WS-STEP-PROGRAM TO JL-PROGRAM.
           MOVE "ENDED" TO JL-EVENT.
           MOVE WS-STEP-RC TO JL-RC.
           PERFORM para9-write-log-record.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "STEP " WS-ST-NUM(WS-STEP-IDX) " "
              WS-STEP-PROGRAM " STARTED " WS-START-TIME
              "  ENDED " WS-RT-HHMMSS
              "  RC " WS-STEP-RC " " WS-RC-TEXT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

      * POINTS THE STEP'S FILE NAME AT THE OVERRIDE FILE THROUGH ITS
      * DD_ ENVIRONMENT NAME, AND BACK AT ITSELF AFTER THE STEP.
        para8a-set-file-override.
           MOVE SPACES TO WS-ENV-NAME.
           STRING "DD_" WS-ST-DDNAME(WS-STEP-IDX)
              DELIMITED BY SPACE INTO WS-ENV-NAME.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE.

      * EACH LOG RECORD IS WRITTEN AND THE LOG CLOSED AT ONCE SO THE
      * LOG IS COMPLETE UP TO THE LAST EVENT IF A STEP ABENDS.
        para9-write-log-record.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-STREAM-DATE TO JL-STREAM-DATE.
           MOVE WS-STREAM-TIME TO JL-STREAM-TIME.
           MOVE WS-RUN-DATE-YYYYMMDD TO JL-DATE.
           MOVE WS-RT-HHMMSS TO JL-TIME.
           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN JOB STREAM LOG - STATUS "
                 WS-LOG-STATUS
           ELSE
              WRITE LOG-RECORD
              IF WS-LOG-STATUS NOT = "00"
                 DISPLAY "JOB STREAM LOG WRITE FAILED - STATUS "
                    WS-LOG-STATUS
              END-IF
              CLOSE LOG-FILE
           END-IF.

        para10-write-totals.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "STEPS ON TABLE: " WS-STEP-COUNT
              "   RUN: " WS-RUN-COUNT
              "   SKIPPED: " WS-SKIP-COUNT
              "   BYPASSED: " WS-BYPASS-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
              WHEN WS-HIGH-RC = 0
                 STRING "STREAM COMPLETED CLEAN - HIGHEST RC 00"
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WHEN WS-HIGH-RC < 8
                 STRING "STREAM COMPLETED WITH WARNINGS - HIGHEST RC "
                    WS-HIGH-RC
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WHEN OTHER
                 STRING "STREAM FAILED - HIGHEST RC " WS-HIGH-RC
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-EVALUATE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           IF WS-FAILED-STEP > 0
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "CORRECT THE FAILURE AND RESTART FROM STEP "
                 WS-FAILED-STEP " WITH A JOBPARM RESTART CARD"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.
