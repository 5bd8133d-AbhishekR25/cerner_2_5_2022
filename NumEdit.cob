
       DATA DIVISION.
       FILE SECTION.
      * NUMIN IS EITHER A RAW SUBMISSION WITH NO CONTROL RECORDS
      * OR A RESUB FILE FROM REJECT REPAIR, WHICH ARRIVES WITH A
      * HEADER AND TRAILER.
       FD  NUMS-FILE.
        01 NUMS-RECORD PIC X(7).
        01 NUMS-CTL-RECORD.
           05 NUMS-CTL-TYPE PIC X(3).
           05 FILLER PIC X(32).

       FD  CLEAN-FILE.
        01 CLEAN-RECORD PIC 9(7).
        01 CLEAN-CTL-RECORD PIC X(35).

       FD  ERR-FILE.
        01 ERR-RECORD.
        01 WS-SEEN-TAB.
           05 WS-SEEN-NUM PIC 9(7) OCCURS 10000 TIMES.
        01 WS-BALANCE-TOTAL PIC 9(7) VALUE 0.
        01 WS-CLEAN-HASH PIC 9(15) VALUE 0.
        01 WS-INPUT-CONTROLLED PIC 9 VALUE 0.
        01 WS-INPUT-REFUSED PIC 9 VALUE 0.
        01 WS-CTL-WARNING PIC 9 VALUE 0.
        01 WS-CLEAN-HDR-FAILED PIC 9 VALUE 0.
        01 WS-CLEAN-TRL-FAILED PIC 9 VALUE 0.
        01 WS-CTL-DATA-COUNT PIC 9(9) VALUE 0.
        01 WS-CTL-DATA-HASH PIC 9(15) VALUE 0.
        01 WS-CTL-AFTER-TRL PIC 9(7) VALUE 0.
        01 WS-CTL-TRL-SEEN PIC 9 VALUE 0.
        01 WS-CTL-REFUSE-TEXT PIC X(50) VALUE SPACES.
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
        01 WS-IN-CYCLE-SEQ PIC 9(5) VALUE 0.
        01 WS-HEADING-LINE PIC X(80) VALUE SPACES.
        01 WS-DETAIL-LINE PIC X(80) VALUE SPACES.
        01 WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE 0.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN EDIT REPORT FILE - STATUS "
                 WS-RPT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM para2-write-report-heading.

           PERFORM para15-verify-input-control.
           IF WS-INPUT-REFUSED = 1
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM para8-read-parm-card.
           IF WS-BYPASS-REQUESTED = 1
              PERFORM para9-open-bypass
                 CLOSE BYP-FILE
              END-IF
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT CLEAN-FILE.
                 CLOSE BYP-FILE
              END-IF
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT ERR-FILE.
                 CLOSE BYP-FILE
              END-IF
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM para13-write-clean-header.
           IF WS-CLEAN-HDR-FAILED = 1
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "RUN TERMINATED - NO NUMBERS EDITED"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              CLOSE NUMS-FILE
              CLOSE CLEAN-FILE
              CLOSE ERR-FILE
              IF WS-BYPASS-ACTIVE = 1
                 CLOSE HIST-FILE
                 CLOSE BYP-FILE
              END-IF
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM para3-edit-input.
           PERFORM para14-write-clean-trailer.

           CLOSE NUMS-FILE.
           CLOSE CLEAN-FILE.
              CLOSE BYP-FILE
           END-IF.
           PERFORM para7-write-reconciliation.
      * A NUMCLEAN WITHOUT ITS TRAILER IS UNUSABLE, SO THE RESUB
      * INPUT STAYS AVAILABLE FOR THE RERUN.
           IF WS-INPUT-CONTROLLED = 1 AND WS-CLEAN-TRL-FAILED = 0
              PERFORM para15c-record-input-consumed
           END-IF.
           CLOSE RPT-FILE.
           PERFORM para12-set-return-code.
           GOBACK.

        para2-write-report-heading.
           MOVE SPACES TO WS-HEADING-LINE.
                 AT END
                    MOVE 1 TO WS-EOF-FLAG
                 NOT AT END
                    IF WS-INPUT-CONTROLLED = 1
                          AND (NUMS-CTL-TYPE = "HDR"
                             OR NUMS-CTL-TYPE = "TRL")
                       CONTINUE
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       PERFORM para4-edit-record
                    END-IF
              END-READ
           END-PERFORM.

                 PERFORM para11-write-bypass
              ELSE
                 ADD 1 TO WS-ACCEPT-COUNT
                 ADD num1 TO WS-CLEAN-HASH
                 MOVE num1 TO CLEAN-RECORD
                 WRITE CLEAN-RECORD
              END-IF
              DISPLAY "BYPASS WRITE FAILED FOR " num1
                 " - STATUS " WS-BYP-STATUS
           END-IF.

      * REJECTS ON NUMERR NEED REPAIR AND RESUBMISSION, SO THEY ARE
      * A WARNING. AN UNPROVED BALANCE FAILS THE STEP.
        para12-set-return-code.
           MOVE 0 TO RETURN-CODE.
           IF WS-REJECT-COUNT > 0 OR WS-SEEN-LIMIT-HIT = 1
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CTL-WARNING = 1 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-BALANCE-TOTAL NOT = WS-READ-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-CLEAN-TRL-FAILED = 1
              MOVE 8 TO RETURN-CODE
           END-IF.

        para13-write-clean-header.
           MOVE "N" TO WS-IFC-FUNCTION.
           MOVE "NUMCLEAN" TO WS-IFC-FILE-ID.
           MOVE "numedit" TO WS-IFC-PROGRAM.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-IFC-RUN-DATE.
           CALL "ifctl" USING WS-IFC-REQUEST.
           IF WS-IFC-RESULT NOT = SPACES
              MOVE 1 TO WS-CLEAN-HDR-FAILED
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "NUMCLEAN CYCLE NOT ASSIGNED - " WS-IFC-RESULT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           ELSE
              MOVE "NUMCLEAN" TO WS-CTL-HDR-FILE-ID
              MOVE WS-RUN-DATE-YYYYMMDD TO WS-CTL-HDR-RUN-DATE
              MOVE WS-IFC-CYCLE-SEQ TO WS-CTL-HDR-CYCLE-SEQ
              WRITE CLEAN-CTL-RECORD FROM WS-CTL-HDR-REC
              IF WS-CLEAN-STATUS NOT = "00"
                 MOVE 1 TO WS-CLEAN-HDR-FAILED
                 DISPLAY "CLEAN OUTPUT HEADER WRITE FAILED - STATUS "
                    WS-CLEAN-STATUS
                 MOVE SPACES TO WS-DETAIL-LINE
                 STRING "NUMCLEAN HEADER WRITE FAILED - STATUS "
                    WS-CLEAN-STATUS
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 WRITE RPT-RECORD FROM WS-DETAIL-LINE
              END-IF
           END-IF.

        para13a-report-register-problem.
           MOVE 1 TO WS-CTL-WARNING.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "WARNING: " WS-IFC-FILE-ID " " WS-IFC-RESULT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

        para14-write-clean-trailer.
           MOVE "NUMCLEAN" TO WS-CTL-TRL-FILE-ID.
           MOVE WS-ACCEPT-COUNT TO WS-CTL-TRL-COUNT.
           MOVE WS-CLEAN-HASH TO WS-CTL-TRL-HASH.
           WRITE CLEAN-CTL-RECORD FROM WS-CTL-TRL-REC.
           IF WS-CLEAN-STATUS NOT = "00"
              DISPLAY "CLEAN OUTPUT TRAILER WRITE FAILED - STATUS "
                 WS-CLEAN-STATUS
              MOVE 1 TO WS-CLEAN-TRL-FAILED
           ELSE
              MOVE "P" TO WS-IFC-FUNCTION
              CALL "ifctl" USING WS-IFC-REQUEST
              IF WS-IFC-RESULT NOT = SPACES
                 PERFORM para13a-report-register-problem
              END-IF
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-CLEAN-TRL-FAILED = 1
              STRING "NUMCLEAN NOT COMPLETE - TRAILER WRITE FAILED"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "NUMCLEAN CYCLE " WS-CTL-HDR-CYCLE-SEQ
                 " RECORDS " WS-CTL-TRL-COUNT
                 " HASH TOTAL " WS-CTL-TRL-HASH
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

      * A NUMIN FILE THAT STARTS WITH A HEADER MUST BE A COMPLETE,
      * IN-SEQUENCE RESUB FILE WHOSE TRAILER AGREES WITH ITS DATA.
        para15-verify-input-control.
           MOVE 0 TO WS-INPUT-CONTROLLED.
           MOVE 0 TO WS-INPUT-REFUSED.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT NUMS-FILE.
           IF WS-NUMS-STATUS = "00"
              READ NUMS-FILE
                 AT END
                    MOVE 1 TO WS-EOF-FLAG
                 NOT AT END
                    IF NUMS-CTL-TYPE = "HDR"
                       MOVE 1 TO WS-INPUT-CONTROLLED
                       MOVE NUMS-CTL-RECORD TO WS-CTL-HDR-REC
                    END-IF
              END-READ
              IF WS-INPUT-CONTROLLED = 1
                 PERFORM UNTIL WS-EOF-FLAG = 1
                    READ NUMS-FILE
                       AT END
                          MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                          PERFORM para15a-verify-one-record
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE NUMS-FILE
              IF WS-INPUT-CONTROLLED = 1
                 PERFORM para15b-check-input-control
              END-IF
           END-IF.

        para15a-verify-one-record.
           IF WS-CTL-TRL-SEEN = 1
              ADD 1 TO WS-CTL-AFTER-TRL
           ELSE
              IF NUMS-CTL-TYPE = "TRL"
                 MOVE 1 TO WS-CTL-TRL-SEEN
                 MOVE NUMS-CTL-RECORD TO WS-CTL-TRL-REC
              ELSE
                 ADD 1 TO WS-CTL-DATA-COUNT
                 IF FUNCTION TRIM(NUMS-RECORD) IS NUMERIC
                    ADD FUNCTION NUMVAL(NUMS-RECORD)
                       TO WS-CTL-DATA-HASH
                 END-IF
              END-IF
           END-IF.

        para15b-check-input-control.
           MOVE SPACES TO WS-CTL-REFUSE-TEXT.
           MOVE WS-CTL-HDR-CYCLE-SEQ TO WS-IN-CYCLE-SEQ.
           IF WS-CTL-HDR-FILE-ID NOT = "RESUB"
              STRING "WRONG FILE - HEADER FILE ID " WS-CTL-HDR-FILE-ID
                 DELIMITED BY SIZE INTO WS-CTL-REFUSE-TEXT
           END-IF.
           IF WS-CTL-REFUSE-TEXT = SPACES AND WS-CTL-TRL-SEEN = 0
              MOVE "TRAILER MISSING - FILE INCOMPLETE"
                 TO WS-CTL-REFUSE-TEXT
           END-IF.
           IF WS-CTL-REFUSE-TEXT = SPACES AND WS-CTL-AFTER-TRL > 0
              STRING WS-CTL-AFTER-TRL " RECORDS FOUND AFTER TRAILER"
                 DELIMITED BY SIZE INTO WS-CTL-REFUSE-TEXT
           END-IF.
           IF WS-CTL-REFUSE-TEXT = SPACES
                 AND WS-CTL-TRL-FILE-ID NOT = WS-CTL-HDR-FILE-ID
              MOVE "TRAILER FILE ID DOES NOT MATCH HEADER"
                 TO WS-CTL-REFUSE-TEXT
           END-IF.
           IF WS-CTL-REFUSE-TEXT = SPACES
                 AND WS-CTL-TRL-COUNT NOT = WS-CTL-DATA-COUNT
              STRING "OUT OF BALANCE - READ " WS-CTL-DATA-COUNT
                 " TRAILER " WS-CTL-TRL-COUNT
                 DELIMITED BY SIZE INTO WS-CTL-REFUSE-TEXT
           END-IF.
           IF WS-CTL-REFUSE-TEXT = SPACES
                 AND WS-CTL-TRL-HASH NOT = WS-CTL-DATA-HASH
              MOVE "OUT OF BALANCE - HASH TOTAL DOES NOT MATCH TRAILER"
                 TO WS-CTL-REFUSE-TEXT
           END-IF.
           IF WS-CTL-REFUSE-TEXT = SPACES
              MOVE "C" TO WS-IFC-FUNCTION
              MOVE "RESUB" TO WS-IFC-FILE-ID
              MOVE "numedit" TO WS-IFC-PROGRAM
              MOVE WS-IN-CYCLE-SEQ TO WS-IFC-CYCLE-SEQ
              MOVE WS-RUN-DATE-YYYYMMDD TO WS-IFC-RUN-DATE
              CALL "ifctl" USING WS-IFC-REQUEST
              MOVE WS-IFC-RESULT TO WS-CTL-REFUSE-TEXT
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-CTL-REFUSE-TEXT = SPACES
              STRING "RESUB CYCLE " WS-IN-CYCLE-SEQ " OF "
                 WS-CTL-HDR-RUN-DATE " VERIFIED - RECORDS "
                 WS-CTL-DATA-COUNT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              MOVE 1 TO WS-INPUT-REFUSED
              STRING "NUMBER INPUT FILE REFUSED - " WS-CTL-REFUSE-TEXT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

        para15c-record-input-consumed.
           MOVE "U" TO WS-IFC-FUNCTION.
           MOVE "RESUB" TO WS-IFC-FILE-ID.
           MOVE "numedit" TO WS-IFC-PROGRAM.
           MOVE WS-IN-CYCLE-SEQ TO WS-IFC-CYCLE-SEQ.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-IFC-RUN-DATE.
           CALL "ifctl" USING WS-IFC-REQUEST.
           IF WS-IFC-RESULT NOT = SPACES
              PERFORM para13a-report-register-problem
           END-IF.
