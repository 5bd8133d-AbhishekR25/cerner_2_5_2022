      * --- cerner_2tothe5th_2022
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ifctl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGC-FILE ASSIGN TO "IFCTLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE ENTRY PER INTERFACE FILE AND PROGRAM - THE LAST CYCLE
      * THE PROGRAM PRODUCED (ROLE P) OR CONSUMED (ROLE C).
       FD  REGC-FILE.
        01 REGC-RECORD.
           05 REGC-FILE-ID PIC X(8).
           05 REGC-PROGRAM PIC X(8).
           05 REGC-ROLE PIC X.
           05 REGC-CYCLE-SEQ PIC 9(5).
           05 REGC-RUN-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
        01 WS-REGC-STATUS PIC XX VALUE "00".
        01 WS-EOF-FLAG PIC 9 VALUE 0.
        01 WS-REGC-COUNT PIC 9(3) VALUE 0.
        01 WS-REGC-IDX PIC 9(3) VALUE 0.
        01 WS-CUR-REGC PIC 9(3) VALUE 0.
        01 WS-REGC-TAB.
           05 WS-REGC-ENTRY OCCURS 200 TIMES.
              10 WS-RC-FILE-ID PIC X(8).
              10 WS-RC-PROGRAM PIC X(8).
              10 WS-RC-ROLE PIC X.
              10 WS-RC-CYCLE-SEQ PIC 9(5).
              10 WS-RC-RUN-DATE PIC 9(8).
        01 WS-EXPECTED-SEQ PIC 9(5) VALUE 0.

       LINKAGE SECTION.
      * FUNCTION N - NEXT CYCLE TO PRODUCE FOR FILE/PROGRAM
      *          P - RECORD CYCLE PRODUCED
      *          C - CHECK CYCLE ABOUT TO BE CONSUMED
      *          U - RECORD CYCLE CONSUMED
      * RESULT IS SPACES WHEN THE REQUEST IS SATISFIED, OTHERWISE
      * THE REASON IT WAS NOT.
        01 LNK-CTL-REQUEST.
           05 LNK-CTL-FUNCTION PIC X.
           05 LNK-CTL-FILE-ID PIC X(8).
           05 LNK-CTL-PROGRAM PIC X(8).
           05 LNK-CTL-CYCLE-SEQ PIC 9(5).
           05 LNK-CTL-RUN-DATE PIC 9(8).
           05 LNK-CTL-RESULT PIC X(50).

       PROCEDURE DIVISION USING LNK-CTL-REQUEST.
        para1.
           MOVE SPACES TO LNK-CTL-RESULT.
           PERFORM para2-load-register.
           IF LNK-CTL-RESULT NOT = SPACES
              GOBACK
           END-IF.

           MOVE 0 TO WS-CUR-REGC.
           PERFORM VARYING WS-REGC-IDX FROM 1 BY 1
                 UNTIL WS-REGC-IDX > WS-REGC-COUNT
                    OR WS-CUR-REGC > 0
              IF WS-RC-FILE-ID(WS-REGC-IDX) = LNK-CTL-FILE-ID
                    AND WS-RC-PROGRAM(WS-REGC-IDX) = LNK-CTL-PROGRAM
                 MOVE WS-REGC-IDX TO WS-CUR-REGC
              END-IF
           END-PERFORM.

           EVALUATE LNK-CTL-FUNCTION
              WHEN "N"
                 IF WS-CUR-REGC = 0
                    MOVE 1 TO LNK-CTL-CYCLE-SEQ
                 ELSE
                    MOVE WS-RC-CYCLE-SEQ(WS-CUR-REGC)
                       TO LNK-CTL-CYCLE-SEQ
                    PERFORM para3-advance-sequence
                 END-IF
              WHEN "C"
                 PERFORM para4-check-sequence
              WHEN "P"
                 PERFORM para5-record-cycle
              WHEN "U"
                 PERFORM para5-record-cycle
              WHEN OTHER
                 STRING "INVALID CONTROL REGISTER FUNCTION: "
                    LNK-CTL-FUNCTION
                    DELIMITED BY SIZE INTO LNK-CTL-RESULT
           END-EVALUATE.
           GOBACK.

        para2-load-register.
           MOVE 0 TO WS-REGC-COUNT.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT REGC-FILE.
           IF WS-REGC-STATUS NOT = "00" AND WS-REGC-STATUS NOT = "05"
              STRING "CONTROL REGISTER NOT AVAILABLE - STATUS "
                 WS-REGC-STATUS
                 DELIMITED BY SIZE INTO LNK-CTL-RESULT
           ELSE
              PERFORM UNTIL WS-EOF-FLAG = 1
                 READ REGC-FILE
                    AT END
                       MOVE 1 TO WS-EOF-FLAG
                    NOT AT END
                       IF WS-REGC-COUNT < 200
                          ADD 1 TO WS-REGC-COUNT
                          MOVE REGC-RECORD
                             TO WS-REGC-ENTRY(WS-REGC-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGC-FILE
           END-IF.

      * CYCLE NUMBERS RUN 1 TO 99999 AND THEN START AGAIN AT 1.
        para3-advance-sequence.
           IF LNK-CTL-CYCLE-SEQ = 99999
              MOVE 1 TO LNK-CTL-CYCLE-SEQ
           ELSE
              ADD 1 TO LNK-CTL-CYCLE-SEQ
           END-IF.

      * A PROGRAM THAT HAS NEVER CONSUMED THE FILE ACCEPTS ANY
      * CYCLE - THE REGISTER STARTS FROM WHATEVER ARRIVES FIRST.
        para4-check-sequence.
           IF WS-CUR-REGC > 0
              MOVE WS-RC-CYCLE-SEQ(WS-CUR-REGC) TO WS-EXPECTED-SEQ
              IF LNK-CTL-CYCLE-SEQ = WS-EXPECTED-SEQ
                 STRING "DUPLICATE - CYCLE " LNK-CTL-CYCLE-SEQ
                    " ALREADY PROCESSED"
                    DELIMITED BY SIZE INTO LNK-CTL-RESULT
              ELSE
                 IF WS-EXPECTED-SEQ = 99999
                    MOVE 1 TO WS-EXPECTED-SEQ
                 ELSE
                    ADD 1 TO WS-EXPECTED-SEQ
                 END-IF
                 IF LNK-CTL-CYCLE-SEQ NOT = WS-EXPECTED-SEQ
                    STRING "OUT OF SEQUENCE - CYCLE "
                       LNK-CTL-CYCLE-SEQ " EXPECTED "
                       WS-EXPECTED-SEQ
                       DELIMITED BY SIZE INTO LNK-CTL-RESULT
                 END-IF
              END-IF
           END-IF.

        para5-record-cycle.
           IF WS-CUR-REGC = 0
              IF WS-REGC-COUNT < 200
                 ADD 1 TO WS-REGC-COUNT
                 MOVE WS-REGC-COUNT TO WS-CUR-REGC
                 MOVE LNK-CTL-FILE-ID TO WS-RC-FILE-ID(WS-CUR-REGC)
                 MOVE LNK-CTL-PROGRAM TO WS-RC-PROGRAM(WS-CUR-REGC)
              ELSE
                 MOVE "CONTROL REGISTER FULL" TO LNK-CTL-RESULT
              END-IF
           END-IF.
           IF WS-CUR-REGC > 0
              IF LNK-CTL-FUNCTION = "P"
                 MOVE "P" TO WS-RC-ROLE(WS-CUR-REGC)
              ELSE
                 MOVE "C" TO WS-RC-ROLE(WS-CUR-REGC)
              END-IF
              MOVE LNK-CTL-CYCLE-SEQ TO WS-RC-CYCLE-SEQ(WS-CUR-REGC)
              MOVE LNK-CTL-RUN-DATE TO WS-RC-RUN-DATE(WS-CUR-REGC)
              PERFORM para6-rewrite-register
           END-IF.

        para6-rewrite-register.
           OPEN OUTPUT REGC-FILE.
           IF WS-REGC-STATUS NOT = "00" AND WS-REGC-STATUS NOT = "05"
              STRING "CONTROL REGISTER UPDATE FAILED - STATUS "
                 WS-REGC-STATUS
                 DELIMITED BY SIZE INTO LNK-CTL-RESULT
           ELSE
              PERFORM VARYING WS-REGC-IDX FROM 1 BY 1
                    UNTIL WS-REGC-IDX > WS-REGC-COUNT
                 MOVE WS-REGC-ENTRY(WS-REGC-IDX) TO REGC-RECORD
                 WRITE REGC-RECORD
                 IF WS-REGC-STATUS NOT = "00"
                    MOVE SPACES TO LNK-CTL-RESULT
                    STRING "CONTROL REGISTER UPDATE FAILED - STATUS "
                       WS-REGC-STATUS
                       DELIMITED BY SIZE INTO LNK-CTL-RESULT
                 END-IF
              END-PERFORM
              CLOSE REGC-FILE
           END-IF.
