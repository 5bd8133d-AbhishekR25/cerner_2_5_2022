
       FD  RESUB-FILE.
        01 RESUB-RECORD PIC X(7).
        01 RESUB-CTL-RECORD PIC X(35).

       FD  CARRY-FILE.
        01 CARRY-RECORD.
        01 num1 PIC 9(7).
        01 WS-READ-COUNT PIC 9(7) VALUE 0.
        01 WS-CORRECTED-COUNT PIC 9(7) VALUE 0.
        01 WS-RESUB-FAILED-COUNT PIC 9(7) VALUE 0.
        01 WS-RESUB-HDR-FAILED PIC 9 VALUE 0.
        01 WS-RESUB-TRL-FAILED PIC 9 VALUE 0.
        01 WS-CTL-WARNING PIC 9 VALUE 0.
        01 WS-CARRIED-COUNT PIC 9(7) VALUE 0.
        01 WS-WRITEOFF-COUNT PIC 9(7) VALUE 0.
        01 WS-UNUSED-CORR-COUNT PIC 9(7) VALUE 0.
        01 WS-BALANCE-TOTAL PIC 9(7) VALUE 0.
        01 WS-RESUB-HASH PIC 9(15) VALUE 0.
      * INTERFACE FILE CONTROL RECORDS - THE CYCLE SEQUENCE IS KEPT
      * ON THE CONTROL REGISTER BY IFCTL.
        01 WS-CTL-HDR-REC.
           05 WS-CTL-HDR-TYPE PIC X(3) VALUE "HDR".
           05 WS-CTL-HDR-FILE-ID PIC X(8) VALUE SPACES.
           05 WS-CTL-HDR-RUN-DATE PIC 9(8) VALUE 0.
           05 WS-CTL-HDR-CYCLE-SEQ PIC 9(5) VALUE 0.
           05 FILLER PIC X(11) VALUE SPACES.
        01 WS-CTL-TRL-REC.
           05 WS-CTL-TRL-TYPE PIC X(3) VALUE "TRL".
           05 WS-CTL-TRL-FILE-ID PIC X(8) VALUE SPACES.
           05 WS-CTL-TRL-COUNT PIC 9(9) VALUE 0.
           05 WS-CTL-TRL-HASH PIC 9(15) VALUE 0.
        01 WS-IFC-REQUEST.
           05 WS-IFC-FUNCTION PIC X.
           05 WS-IFC-FILE-ID PIC X(8).
           05 WS-IFC-PROGRAM PIC X(8).
           05 WS-IFC-CYCLE-SEQ PIC 9(5).
           05 WS-IFC-RUN-DATE PIC 9(8).
           05 WS-IFC-RESULT PIC X(50).
        01 WS-HEADING-LINE PIC X(80) VALUE SPACES.
        01 WS-DETAIL-LINE PIC X(80) VALUE SPACES.
        01 WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE 0.
              STOP RUN
           END-IF.

           PERFORM para9-write-resub-header.
           IF WS-RESUB-HDR-FAILED = 1
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "RUN TERMINATED - NO REJECTS REPAIRED"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              CLOSE REJ-FILE
              CLOSE RESUB-FILE
              CLOSE CARRY-FILE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM para3-load-corrections.
           PERFORM para4-process-rejects.
           PERFORM para7-report-unused-corrections.
           PERFORM para10-write-resub-trailer.

           CLOSE REJ-FILE.
           CLOSE RESUB-FILE.
           CLOSE CARRY-FILE.
           PERFORM para8-write-reconciliation.
           CLOSE RPT-FILE.
           IF WS-CTL-WARNING = 1
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-RESUB-FAILED-COUNT > 0 OR WS-RESUB-TRL-FAILED = 1
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

        para2-write-report-heading.
                 TO num1
              MOVE num1 TO RESUB-RECORD
              WRITE RESUB-RECORD
              MOVE SPACES TO WS-DETAIL-LINE
              IF WS-RESUB-STATUS NOT = "00"
                 DISPLAY "RESUBMISSION WRITE FAILED - STATUS "
                    WS-RESUB-STATUS
                 ADD 1 TO WS-RESUB-FAILED-COUNT
                 STRING "RESUB WRITE FAILED: SEQ " WS-REJ-SEQ-NUM
                    " NEW " num1 " STATUS " WS-RESUB-STATUS
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
              ELSE
                 ADD 1 TO WS-CORRECTED-COUNT
                 ADD num1 TO WS-RESUB-HASH
                 STRING "CORRECTED: SEQ " WS-REJ-SEQ-NUM
                    " REASON " REJ-REASON
                    " OLD " REJ-DATA " NEW " num1
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
              END-IF
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           ELSE
              MOVE SPACES TO WS-DETAIL-LINE
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           IF WS-RESUB-FAILED-COUNT > 0
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "ERROR: " WS-RESUB-FAILED-COUNT
                 " CORRECTIONS NOT WRITTEN TO RESUB"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.

           COMPUTE WS-BALANCE-TOTAL = WS-CORRECTED-COUNT
              + WS-CARRIED-COUNT + WS-WRITEOFF-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.

        para9-write-resub-header.
           MOVE "N" TO WS-IFC-FUNCTION.
           MOVE "RESUB" TO WS-IFC-FILE-ID.
           MOVE "rejrep" TO WS-IFC-PROGRAM.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-IFC-RUN-DATE.
           CALL "ifctl" USING WS-IFC-REQUEST.
           IF WS-IFC-RESULT NOT = SPACES
              MOVE 1 TO WS-RESUB-HDR-FAILED
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "RESUB CYCLE NOT ASSIGNED - " WS-IFC-RESULT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           ELSE
              MOVE "RESUB" TO WS-CTL-HDR-FILE-ID
              MOVE WS-RUN-DATE-YYYYMMDD TO WS-CTL-HDR-RUN-DATE
              MOVE WS-IFC-CYCLE-SEQ TO WS-CTL-HDR-CYCLE-SEQ
              WRITE RESUB-CTL-RECORD FROM WS-CTL-HDR-REC
              IF WS-RESUB-STATUS NOT = "00"
                 MOVE 1 TO WS-RESUB-HDR-FAILED
                 DISPLAY "RESUBMISSION HEADER WRITE FAILED - STATUS "
                    WS-RESUB-STATUS
                 MOVE SPACES TO WS-DETAIL-LINE
                 STRING "RESUB HEADER WRITE FAILED - STATUS "
                    WS-RESUB-STATUS
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 WRITE RPT-RECORD FROM WS-DETAIL-LINE
              END-IF
           END-IF.

        para9a-report-register-problem.
           MOVE 1 TO WS-CTL-WARNING.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "WARNING: " WS-IFC-FILE-ID " " WS-IFC-RESULT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

        para10-write-resub-trailer.
           MOVE "RESUB" TO WS-CTL-TRL-FILE-ID.
           MOVE WS-CORRECTED-COUNT TO WS-CTL-TRL-COUNT.
           MOVE WS-RESUB-HASH TO WS-CTL-TRL-HASH.
           WRITE RESUB-CTL-RECORD FROM WS-CTL-TRL-REC.
           IF WS-RESUB-STATUS NOT = "00"
              MOVE 1 TO WS-RESUB-TRL-FAILED
              DISPLAY "RESUBMISSION TRAILER WRITE FAILED - STATUS "
                 WS-RESUB-STATUS
           ELSE
              MOVE "P" TO WS-IFC-FUNCTION
              CALL "ifctl" USING WS-IFC-REQUEST
              IF WS-IFC-RESULT NOT = SPACES
                 PERFORM para9a-report-register-problem
              END-IF
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           IF WS-RESUB-TRL-FAILED = 1
              STRING "RESUB NOT COMPLETE - TRAILER WRITE FAILED - "
                 "STATUS " WS-RESUB-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "RESUB CYCLE " WS-CTL-HDR-CYCLE-SEQ
                 " RECORDS " WS-CTL-TRL-COUNT
                 " HASH TOTAL " WS-CTL-TRL-HASH
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
