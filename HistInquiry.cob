      * --- cerner_2tothe5th_2022
       IDENTIFICATION DIVISION.
       PROGRAM-ID. histinq.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "HISTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-NUM1
               FILE STATUS IS WS-HIST-STATUS.
           SELECT FACT-FILE ASSIGN TO "FACTDET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-NUM1
               FILE STATUS IS WS-FACT-STATUS.
           SELECT OPTIONAL JRNL-FILE ASSIGN TO "HISTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT AUTH-FILE ASSIGN TO "INQAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT RPT-FILE ASSIGN TO "INQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
        01 HIST-RECORD.
           05 HIST-NUM1 PIC 9(7).
           05 HIST-DATE PIC 9(8).
           05 HIST-RESULT PIC X(9).
           05 HIST-FACTOR-COUNT PIC 999.
           05 HIST-PALIN-FLAG PIC X.
           05 HIST-MERSENNE-FLAG PIC X.
           05 HIST-SOPHIE-FLAG PIC X.

       FD  FACT-FILE.
        01 FACT-RECORD.
           05 FACT-NUM1 PIC 9(7).
           05 FACT-DATE PIC 9(8).
           05 FACT-PF-COUNT PIC 99.
           05 FACT-PF-ENTRY OCCURS 8 TIMES.
              10 FACT-PF-PRIME PIC 9(7).
              10 FACT-PF-EXP PIC 99.

       FD  JRNL-FILE.
        01 JRNL-RECORD.
           05 JRNL-NUM1 PIC 9(7).
           05 JRNL-DATE PIC 9(8).
           05 JRNL-RESULT PIC X(9).
           05 JRNL-FACTOR-COUNT PIC 999.
           05 JRNL-PALIN-FLAG PIC X.
           05 JRNL-MERSENNE-FLAG PIC X.
           05 JRNL-SOPHIE-FLAG PIC X.

      * ONE CARD PER OPERATOR ID CLEARED FOR RE-CHECK AND CORRECTION.
       FD  AUTH-FILE.
        01 AUTH-RECORD.
           05 AUTH-OPER-ID PIC X(8).

       FD  RPT-FILE.
        01 RPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-HIST-STATUS PIC XX VALUE "00".
        01 WS-FACT-STATUS PIC XX VALUE "00".
        01 WS-JRNL-STATUS PIC XX VALUE "00".
        01 WS-AUTH-STATUS PIC XX VALUE "00".
        01 WS-RPT-STATUS PIC XX VALUE "00".
        01 WS-FACT-AVAILABLE PIC 9 VALUE 0.
        01 WS-JRNL-AVAILABLE PIC 9 VALUE 0.
        01 WS-EOF-FLAG PIC 9 VALUE 0.
        01 WS-OPER-ID PIC X(8) VALUE SPACES.
        01 WS-SUPERVISOR PIC 9 VALUE 0.
        01 WS-AUTH-COUNT PIC 9(3) VALUE 0.
        01 WS-AUTH-IDX PIC 9(3) VALUE 0.
        01 WS-AUTH-TAB.
           05 WS-AUTH-ID PIC X(8) OCCURS 100 TIMES.
        01 WS-FUNCTION PIC X VALUE SPACE.
        01 WS-EXIT-FLAG PIC 9 VALUE 0.
        01 WS-REPLY PIC X VALUE SPACE.
        01 WS-NUM-RAW PIC X(7) VALUE SPACES.
        01 WS-COUNT-RAW PIC X(3) VALUE SPACES.
        01 WS-VALID-NUM PIC 9 VALUE 0.
        01 num1 PIC 9(7).
        01 flag1 PIC 9 VALUE 0.
        01 WS-FROM PIC 9(7) VALUE 0.
        01 WS-TO PIC 9(7) VALUE 0.
        01 WS-HIST-FOUND PIC 9 VALUE 0.
        01 WS-FACT-FOUND PIC 9 VALUE 0.
        01 WS-PAGE-LINES PIC 99 VALUE 0.
        01 WS-PAGE-SIZE PIC 99 VALUE 15.
        01 WS-BROWSE-COUNT PIC 9(7) VALUE 0.
        01 WS-PC-PRIME-FLAG PIC 9 VALUE 0.
        01 WS-FACTOR-COUNT PIC 999 VALUE 0.
        01 WS-FACTOR-OMITTED PIC 9(7) VALUE 0.
        01 WS-FACTOR-TAB.
           05 WS-FACTOR PIC 9(7) OCCURS 50 TIMES.
        01 WS-PF-COUNT PIC 99 VALUE 0.
        01 WS-PF-IDX PIC 99 VALUE 0.
        01 WS-PF-TAB.
           05 WS-PF-ENTRY OCCURS 8 TIMES.
              10 WS-PF-PRIME PIC 9(7).
              10 WS-PF-EXP PIC 99.
        01 WS-RESULT-TEXT PIC X(9) VALUE SPACES.
        01 WS-PALIN-FLAG PIC X VALUE "N".
        01 WS-MERSENNE-FLAG PIC X VALUE "N".
        01 WS-SOPHIE-FLAG PIC X VALUE "N".
        01 WS-REV-NUM PIC 9(7) VALUE 0.
        01 WS-REV-WORK PIC 9(7) VALUE 0.
        01 WS-REV-QUOT PIC 9(7) VALUE 0.
        01 WS-REV-DIGIT PIC 9 VALUE 0.
        01 WS-POWER-OF-TWO PIC 9(8) VALUE 0.
        01 WS-NEIGHBOR-NUM1 PIC 9(7) VALUE 0.
      * BEFORE AND AFTER IMAGES OF THE HISTORY ENTRY BEING CHANGED -
      * THE AFTER IMAGE IS WHAT GOES TO HISTFIL AND THE JOURNAL.
        01 WS-BEFORE-IMAGE.
           05 WS-BEF-NUM1 PIC 9(7).
           05 WS-BEF-DATE PIC 9(8).
           05 WS-BEF-RESULT PIC X(9).
           05 WS-BEF-FACTOR-COUNT PIC 999.
           05 WS-BEF-PALIN-FLAG PIC X.
           05 WS-BEF-MERSENNE-FLAG PIC X.
           05 WS-BEF-SOPHIE-FLAG PIC X.
        01 WS-AFTER-IMAGE.
           05 WS-AFT-NUM1 PIC 9(7).
           05 WS-AFT-DATE PIC 9(8).
           05 WS-AFT-RESULT PIC X(9).
           05 WS-AFT-FACTOR-COUNT PIC 999.
           05 WS-AFT-PALIN-FLAG PIC X.
           05 WS-AFT-MERSENNE-FLAG PIC X.
           05 WS-AFT-SOPHIE-FLAG PIC X.
        01 WS-CHANGE-TYPE PIC X(8) VALUE SPACES.
        01 WS-CHANGE-OK PIC 9 VALUE 0.
        01 WS-JRNL-OK PIC 9 VALUE 0.
        01 WS-SESSION-RC PIC 9 VALUE 0.
        01 WS-ENTRY-ERROR PIC 9 VALUE 0.
        01 WS-FACT-LINE PIC X(120) VALUE SPACES.
        01 WS-FACT-PTR PIC 999 VALUE 1.
        01 WS-FACT-PRIME-ED PIC Z(6)9.
        01 WS-FACT-EXP-ED PIC Z9.
        01 WS-INQUIRY-COUNT PIC 9(7) VALUE 0.
        01 WS-RECHECK-COUNT PIC 9(7) VALUE 0.
        01 WS-CORRECT-COUNT PIC 9(7) VALUE 0.
        01 WS-CANCEL-COUNT PIC 9(7) VALUE 0.
        01 WS-HEADING-LINE PIC X(80) VALUE SPACES.
        01 WS-DETAIL-LINE PIC X(80) VALUE SPACES.
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
           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN INQUIRY LOG FILE - STATUS "
                 WS-RPT-STATUS
              STOP RUN
           END-IF.
           PERFORM para2-write-report-heading.

           OPEN I-O HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN HISTORY FILE - STATUS "
                 WS-HIST-STATUS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "HISTORY FILE NOT AVAILABLE - STATUS "
                 WS-HIST-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              CLOSE RPT-FILE
              STOP RUN
           END-IF.

           MOVE 1 TO WS-FACT-AVAILABLE.
           OPEN I-O FACT-FILE.
           IF WS-FACT-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN FACTOR DETAIL FILE - STATUS "
                 WS-FACT-STATUS
              DISPLAY "FACTORIZATIONS WILL NOT BE SHOWN OR MAINTAINED"
              MOVE 0 TO WS-FACT-AVAILABLE
           END-IF.

           PERFORM para3-sign-on.

           IF WS-SUPERVISOR = 1
              MOVE 1 TO WS-JRNL-AVAILABLE
              OPEN EXTEND JRNL-FILE
              IF WS-JRNL-STATUS NOT = "00"
                    AND WS-JRNL-STATUS NOT = "05"
                 DISPLAY "UNABLE TO OPEN HISTORY JOURNAL FILE - "
                    "STATUS " WS-JRNL-STATUS
                 DISPLAY "RE-CHECK AND CORRECTION DISABLED - CHANGES "
                    "MUST BE JOURNALED"
                 MOVE 0 TO WS-JRNL-AVAILABLE
                 MOVE 0 TO WS-SUPERVISOR
              END-IF
           END-IF.

           MOVE 0 TO WS-EXIT-FLAG.
           PERFORM UNTIL WS-EXIT-FLAG = 1
              PERFORM para4-show-menu
              EVALUATE WS-FUNCTION
                 WHEN "1"
                    PERFORM para5-inquire-number
                 WHEN "2"
                    PERFORM para6-browse-range
                 WHEN "3"
                    IF WS-SUPERVISOR = 1
                       PERFORM para10-force-recheck
                    ELSE
                       DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
                    END-IF
                 WHEN "4"
                    IF WS-SUPERVISOR = 1
                       PERFORM para11-correct-entry
                    ELSE
                       DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
                    END-IF
                 WHEN "X"
                    MOVE 1 TO WS-EXIT-FLAG
                 WHEN OTHER
                    DISPLAY "INVALID FUNCTION - RE-ENTER"
              END-EVALUATE
           END-PERFORM.

           PERFORM para15-write-totals.
           IF WS-JRNL-AVAILABLE = 1
              CLOSE JRNL-FILE
           END-IF.
           IF WS-FACT-AVAILABLE = 1
              CLOSE FACT-FILE
           END-IF.
           CLOSE HIST-FILE.
           CLOSE RPT-FILE.
           MOVE WS-SESSION-RC TO RETURN-CODE.
           STOP RUN.

        para2-write-report-heading.
           MOVE SPACES TO WS-HEADING-LINE.
           STRING "PRIME HISTORY INQUIRY CHANGE LOG - RUN DATE "
                 WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
                 DELIMITED BY SIZE INTO WS-HEADING-LINE.
           WRITE RPT-RECORD FROM WS-HEADING-LINE.
           MOVE SPACES TO WS-HEADING-LINE.
           WRITE RPT-RECORD FROM WS-HEADING-LINE.

      * EVERY OPERATOR MAY INQUIRE. ONLY IDS CARRIED ON THE INQAUTH
      * FILE MAY FORCE A RE-CHECK OR CORRECT AN ENTRY.
        para3-sign-on.
           MOVE SPACES TO WS-OPER-ID.
           PERFORM UNTIL WS-OPER-ID NOT = SPACES
              DISPLAY "ENTER OPERATOR ID"
              ACCEPT WS-OPER-ID
           END-PERFORM.

           MOVE 0 TO WS-SUPERVISOR.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS = "00"
              PERFORM UNTIL WS-EOF-FLAG = 1
                 READ AUTH-FILE
                    AT END
                       MOVE 1 TO WS-EOF-FLAG
                    NOT AT END
                       IF AUTH-OPER-ID NOT = SPACES
                             AND WS-AUTH-COUNT < 100
                          ADD 1 TO WS-AUTH-COUNT
                          MOVE AUTH-OPER-ID
                             TO WS-AUTH-ID(WS-AUTH-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUTH-FILE
           ELSE
              DISPLAY "SUPERVISOR AUTHORIZATION FILE NOT AVAILABLE - "
                 "STATUS " WS-AUTH-STATUS
           END-IF.

           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                 UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                    OR WS-SUPERVISOR = 1
              IF WS-AUTH-ID(WS-AUTH-IDX) = WS-OPER-ID
                 MOVE 1 TO WS-SUPERVISOR
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-SUPERVISOR = 1
              STRING "SIGN-ON: " WS-OPER-ID
                 "  SUPERVISOR - RE-CHECK AND CORRECTION ALLOWED"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "SIGN-ON: " WS-OPER-ID "  INQUIRY ONLY"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

        para4-show-menu.
           DISPLAY " ".
           DISPLAY "PRIME HISTORY INQUIRY".
           DISPLAY "  1-INQUIRE ON A NUMBER".
           DISPLAY "  2-BROWSE A KEY RANGE".
           IF WS-SUPERVISOR = 1
              DISPLAY "  3-FORCE RE-CHECK OF A NUMBER"
              DISPLAY "  4-CORRECT A HISTORY ENTRY"
           END-IF.
           DISPLAY "  X-EXIT".
           DISPLAY "ENTER FUNCTION".
           ACCEPT WS-FUNCTION.
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION) TO WS-FUNCTION.

        para5-inquire-number.
           PERFORM para7-prompt-number.
           ADD 1 TO WS-INQUIRY-COUNT.
           PERFORM para8-read-history.
           IF WS-HIST-FOUND = 0
              DISPLAY num1 " IS NOT ON THE HISTORY FILE"
           ELSE
              PERFORM para9-display-entry
           END-IF.

        para6-browse-range.
           MOVE 0 TO WS-VALID-NUM.
           PERFORM UNTIL WS-VALID-NUM = 1
              DISPLAY "ENTER FROM KEY (BLANK FOR START OF FILE)"
              ACCEPT WS-NUM-RAW
              IF WS-NUM-RAW = SPACES
                 MOVE 0 TO WS-FROM
                 MOVE 1 TO WS-VALID-NUM
              ELSE
                 IF FUNCTION TRIM(WS-NUM-RAW) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-NUM-RAW) TO WS-FROM
                    MOVE 1 TO WS-VALID-NUM
                 ELSE
                    DISPLAY "INVALID NUMERIC ENTRY - RE-ENTER"
                 END-IF
              END-IF
           END-PERFORM.

           MOVE 0 TO WS-VALID-NUM.
           PERFORM UNTIL WS-VALID-NUM = 1
              DISPLAY "ENTER TO KEY (BLANK FOR END OF FILE)"
              ACCEPT WS-NUM-RAW
              IF WS-NUM-RAW = SPACES
                 MOVE 9999999 TO WS-TO
                 MOVE 1 TO WS-VALID-NUM
              ELSE
                 IF FUNCTION TRIM(WS-NUM-RAW) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-NUM-RAW) TO WS-TO
                    IF WS-TO >= WS-FROM
                       MOVE 1 TO WS-VALID-NUM
                    ELSE
                       DISPLAY "TO KEY MUST BE >= FROM KEY - RE-ENTER"
                    END-IF
                 ELSE
                    DISPLAY "INVALID NUMERIC ENTRY - RE-ENTER"
                 END-IF
              END-IF
           END-PERFORM.

           ADD 1 TO WS-INQUIRY-COUNT.
           MOVE 0 TO WS-BROWSE-COUNT.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE 0 TO WS-EOF-FLAG.
           MOVE WS-FROM TO HIST-NUM1.
           START HIST-FILE KEY IS NOT LESS THAN HIST-NUM1
              INVALID KEY MOVE 1 TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 1
              READ HIST-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-EOF-FLAG
                 NOT AT END
                    IF HIST-NUM1 > WS-TO
                       MOVE 1 TO WS-EOF-FLAG
                    ELSE
                       PERFORM para6a-browse-one-entry
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY "END OF BROWSE - " WS-BROWSE-COUNT " ENTRIES SHOWN".

        para6a-browse-one-entry.
           IF WS-PAGE-LINES >= WS-PAGE-SIZE
              DISPLAY "PRESS ENTER FOR NEXT PAGE OR Q TO QUIT"
              ACCEPT WS-REPLY
              MOVE 0 TO WS-PAGE-LINES
              IF WS-REPLY = "Q" OR WS-REPLY = "q"
                 MOVE 1 TO WS-EOF-FLAG
              END-IF
           END-IF.
           IF WS-EOF-FLAG = 0
              ADD 1 TO WS-BROWSE-COUNT
              ADD 1 TO WS-PAGE-LINES
              MOVE HIST-NUM1 TO num1
              PERFORM para9-display-entry
           END-IF.

        para7-prompt-number.
           MOVE 0 TO WS-VALID-NUM.
           PERFORM UNTIL WS-VALID-NUM = 1
              DISPLAY "ENTER NUMBER"
              ACCEPT WS-NUM-RAW
              IF FUNCTION TRIM(WS-NUM-RAW) IS NUMERIC
                 MOVE FUNCTION NUMVAL(WS-NUM-RAW) TO num1
                 IF num1 > 1
                    MOVE 1 TO WS-VALID-NUM
                 ELSE
                    DISPLAY "NUMBER MUST BE GREATER THAN 1 - RE-ENTER"
                 END-IF
              ELSE
                 DISPLAY "INVALID NUMERIC ENTRY - RE-ENTER"
              END-IF
           END-PERFORM.

        para8-read-history.
           MOVE num1 TO HIST-NUM1.
           READ HIST-FILE KEY IS HIST-NUM1
              INVALID KEY MOVE 0 TO WS-HIST-FOUND
              NOT INVALID KEY MOVE 1 TO WS-HIST-FOUND
           END-READ.

      * SHOWS THE HISTORY ENTRY CURRENTLY IN THE RECORD AREA AND
      * THE MATCHING FACTOR DETAIL, WHEN THERE IS ONE.
        para9-display-entry.
           DISPLAY HIST-NUM1 "  CHECKED " HIST-DATE "  " HIST-RESULT
              "  FACTORS " HIST-FACTOR-COUNT
              "  PALIN " HIST-PALIN-FLAG
              "  MERSENNE " HIST-MERSENNE-FLAG
              "  SOPHIE " HIST-SOPHIE-FLAG.
           IF WS-FACT-AVAILABLE = 1
              PERFORM para9a-read-factor-detail
              IF WS-FACT-FOUND = 1
                 PERFORM para9b-build-factor-line
                 DISPLAY "         FACTORIZATION " FACT-DATE ": "
                    FUNCTION TRIM(WS-FACT-LINE)
              ELSE
                 IF HIST-RESULT NOT = "PRIME    "
                    DISPLAY "         NO FACTOR DETAIL ON FILE"
                 END-IF
              END-IF
           END-IF.

        para9a-read-factor-detail.
           MOVE HIST-NUM1 TO FACT-NUM1.
           READ FACT-FILE KEY IS FACT-NUM1
              INVALID KEY MOVE 0 TO WS-FACT-FOUND
              NOT INVALID KEY MOVE 1 TO WS-FACT-FOUND
           END-READ.

        para9b-build-factor-line.
           MOVE SPACES TO WS-FACT-LINE.
           MOVE 1 TO WS-FACT-PTR.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                 UNTIL WS-PF-IDX > FACT-PF-COUNT
                    OR WS-PF-IDX > 8
              IF WS-PF-IDX > 1
                 STRING " X " DELIMITED BY SIZE
                    INTO WS-FACT-LINE WITH POINTER WS-FACT-PTR
              END-IF
              MOVE FACT-PF-PRIME(WS-PF-IDX) TO WS-FACT-PRIME-ED
              STRING FUNCTION TRIM(WS-FACT-PRIME-ED)
                 DELIMITED BY SIZE
                 INTO WS-FACT-LINE WITH POINTER WS-FACT-PTR
              IF FACT-PF-EXP(WS-PF-IDX) > 1
                 MOVE FACT-PF-EXP(WS-PF-IDX) TO WS-FACT-EXP-ED
                 STRING "^" FUNCTION TRIM(WS-FACT-EXP-ED)
                    DELIMITED BY SIZE
                    INTO WS-FACT-LINE WITH POINTER WS-FACT-PTR
              END-IF
           END-PERFORM.

      * RE-RUNS THE PRIME TEST AND CLASSIFICATION AND REPLACES THE
      * HISTORY ENTRY (ADDING IT IF IT IS NOT ON FILE) AND ITS
      * FACTOR DETAIL.
        para10-force-recheck.
           PERFORM para7-prompt-number.
           PERFORM para8-read-history.
           IF WS-HIST-FOUND = 1
              DISPLAY "CURRENT ENTRY:"
              PERFORM para9-display-entry
              MOVE HIST-RECORD TO WS-BEFORE-IMAGE
           ELSE
              DISPLAY num1 " IS NOT ON FILE - RE-CHECK WILL ADD IT"
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE num1 TO WS-BEF-NUM1
           END-IF.

           CALL "primechk" USING num1 WS-PC-PRIME-FLAG
              WS-FACTOR-COUNT WS-FACTOR-TAB WS-FACTOR-OMITTED.
           IF WS-PC-PRIME-FLAG = 1
              MOVE 0 TO flag1
              MOVE "PRIME" TO WS-RESULT-TEXT
           ELSE
              MOVE 1 TO flag1
              MOVE "NOT PRIME" TO WS-RESULT-TEXT
           END-IF.
           PERFORM para10a-classify-number.

           MOVE num1 TO WS-AFT-NUM1.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-AFT-DATE.
           MOVE WS-RESULT-TEXT TO WS-AFT-RESULT.
           MOVE WS-FACTOR-COUNT TO WS-AFT-FACTOR-COUNT.
           MOVE WS-PALIN-FLAG TO WS-AFT-PALIN-FLAG.
           MOVE WS-MERSENNE-FLAG TO WS-AFT-MERSENNE-FLAG.
           MOVE WS-SOPHIE-FLAG TO WS-AFT-SOPHIE-FLAG.
           MOVE "RECHECK" TO WS-CHANGE-TYPE.
           PERFORM para12-confirm-and-apply.

        para10a-classify-number.
           MOVE "N" TO WS-PALIN-FLAG.
           MOVE "N" TO WS-MERSENNE-FLAG.
           MOVE "N" TO WS-SOPHIE-FLAG.
           IF flag1 = 0
              PERFORM para10b-check-palindrome
              PERFORM para10c-check-mersenne
              PERFORM para10d-check-sophie-germain
           END-IF.

        para10b-check-palindrome.
           MOVE num1 TO WS-REV-WORK.
           MOVE 0 TO WS-REV-NUM.
           PERFORM UNTIL WS-REV-WORK = 0
              DIVIDE WS-REV-WORK BY 10 GIVING WS-REV-QUOT
                 REMAINDER WS-REV-DIGIT
              COMPUTE WS-REV-NUM = (WS-REV-NUM * 10) + WS-REV-DIGIT
              MOVE WS-REV-QUOT TO WS-REV-WORK
           END-PERFORM.
           IF WS-REV-NUM = num1
              MOVE "Y" TO WS-PALIN-FLAG
           END-IF.

        para10c-check-mersenne.
           MOVE 4 TO WS-POWER-OF-TWO.
           PERFORM UNTIL WS-POWER-OF-TWO > 10000000
                 OR WS-MERSENNE-FLAG = "Y"
              IF num1 = WS-POWER-OF-TWO - 1
                 MOVE "Y" TO WS-MERSENNE-FLAG
              END-IF
              COMPUTE WS-POWER-OF-TWO = WS-POWER-OF-TWO * 2
           END-PERFORM.

      * THE SOPHIE GERMAIN LOOKUP READS 2N+1 INTO THE HISTORY RECORD
      * AREA, SO THE ENTRY ITSELF IS REBUILT FROM THE AFTER IMAGE
      * BEFORE IT IS WRITTEN.
        para10d-check-sophie-germain.
           IF num1 <= 4999999
              COMPUTE WS-NEIGHBOR-NUM1 = (num1 * 2) + 1
              MOVE WS-NEIGHBOR-NUM1 TO HIST-NUM1
              READ HIST-FILE KEY IS HIST-NUM1
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF HIST-RESULT = "PRIME    "
                       MOVE "Y" TO WS-SOPHIE-FLAG
                    END-IF
              END-READ
           END-IF.

        para11-correct-entry.
           PERFORM para7-prompt-number.
           PERFORM para8-read-history.
           IF WS-HIST-FOUND = 0
              DISPLAY num1 " IS NOT ON THE HISTORY FILE - USE "
                 "FUNCTION 3 TO ADD IT"
           ELSE
              DISPLAY "CURRENT ENTRY:"
              PERFORM para9-display-entry
              MOVE HIST-RECORD TO WS-BEFORE-IMAGE
              MOVE HIST-RECORD TO WS-AFTER-IMAGE
              MOVE WS-RUN-DATE-YYYYMMDD TO WS-AFT-DATE
              MOVE 0 TO WS-ENTRY-ERROR
              PERFORM para11a-prompt-result
              PERFORM para11b-prompt-factor-count
              PERFORM para11c-prompt-flags
              MOVE "CORRECT" TO WS-CHANGE-TYPE
              PERFORM para12-confirm-and-apply
           END-IF.

        para11a-prompt-result.
           MOVE 0 TO WS-VALID-NUM.
           PERFORM UNTIL WS-VALID-NUM = 1
              DISPLAY "RESULT: P-PRIME  N-NOT PRIME  (BLANK TO KEEP "
                 WS-AFT-RESULT ")"
              ACCEPT WS-REPLY
              EVALUATE WS-REPLY
                 WHEN SPACE
                    MOVE 1 TO WS-VALID-NUM
                 WHEN "P"
                 WHEN "p"
                    MOVE "PRIME" TO WS-AFT-RESULT
                    MOVE 1 TO WS-VALID-NUM
                 WHEN "N"
                 WHEN "n"
                    MOVE "NOT PRIME" TO WS-AFT-RESULT
                    MOVE 1 TO WS-VALID-NUM
                 WHEN OTHER
                    DISPLAY "INVALID RESULT CODE - RE-ENTER"
              END-EVALUATE
           END-PERFORM.

        para11b-prompt-factor-count.
           MOVE 0 TO WS-VALID-NUM.
           PERFORM UNTIL WS-VALID-NUM = 1
              DISPLAY "FACTOR COUNT (BLANK TO KEEP "
                 WS-AFT-FACTOR-COUNT ")"
              ACCEPT WS-COUNT-RAW
              IF WS-COUNT-RAW = SPACES
                 MOVE 1 TO WS-VALID-NUM
              ELSE
                 IF FUNCTION TRIM(WS-COUNT-RAW) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-COUNT-RAW)
                       TO WS-AFT-FACTOR-COUNT
                    MOVE 1 TO WS-VALID-NUM
                 ELSE
                    DISPLAY "INVALID FACTOR COUNT - RE-ENTER"
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-AFT-RESULT = "PRIME    "
                 AND WS-AFT-FACTOR-COUNT NOT = 0
              DISPLAY "A PRIME CARRIES NO FACTORS - COUNT SET TO ZERO"
              MOVE 0 TO WS-AFT-FACTOR-COUNT
           END-IF.

        para11c-prompt-flags.
           IF WS-AFT-RESULT NOT = "PRIME    "
              MOVE "N" TO WS-AFT-PALIN-FLAG
              MOVE "N" TO WS-AFT-MERSENNE-FLAG
              MOVE "N" TO WS-AFT-SOPHIE-FLAG
           ELSE
              DISPLAY "PALINDROME FLAG Y/N (BLANK TO KEEP "
                 WS-AFT-PALIN-FLAG ")"
              PERFORM para11d-accept-flag
              IF WS-REPLY NOT = SPACE
                 MOVE WS-REPLY TO WS-AFT-PALIN-FLAG
              END-IF
              DISPLAY "MERSENNE FLAG Y/N (BLANK TO KEEP "
                 WS-AFT-MERSENNE-FLAG ")"
              PERFORM para11d-accept-flag
              IF WS-REPLY NOT = SPACE
                 MOVE WS-REPLY TO WS-AFT-MERSENNE-FLAG
              END-IF
              DISPLAY "SOPHIE GERMAIN FLAG Y/N (BLANK TO KEEP "
                 WS-AFT-SOPHIE-FLAG ")"
              PERFORM para11d-accept-flag
              IF WS-REPLY NOT = SPACE
                 MOVE WS-REPLY TO WS-AFT-SOPHIE-FLAG
              END-IF
           END-IF.

        para11d-accept-flag.
           MOVE 0 TO WS-VALID-NUM.
           PERFORM UNTIL WS-VALID-NUM = 1
              ACCEPT WS-REPLY
              MOVE FUNCTION UPPER-CASE(WS-REPLY) TO WS-REPLY
              IF WS-REPLY = SPACE OR WS-REPLY = "Y" OR WS-REPLY = "N"
                 MOVE 1 TO WS-VALID-NUM
              ELSE
                 DISPLAY "ENTER Y, N OR BLANK - RE-ENTER"
              END-IF
           END-PERFORM.

      * NOTHING REACHES HISTFIL UNTIL THE SUPERVISOR CONFIRMS THE
      * AFTER IMAGE. THE CHANGE GOES TO THE JOURNAL FIRST AND HISTFIL
      * IS ONLY UPDATED ONCE THE JOURNAL HOLDS IT, SO FORWARD RECOVERY
      * ALWAYS REBUILDS THE CORRECTED ENTRY.
        para12-confirm-and-apply.
           DISPLAY "NEW ENTRY:".
           DISPLAY WS-AFT-NUM1 "  CHECKED " WS-AFT-DATE "  "
              WS-AFT-RESULT "  FACTORS " WS-AFT-FACTOR-COUNT
              "  PALIN " WS-AFT-PALIN-FLAG
              "  MERSENNE " WS-AFT-MERSENNE-FLAG
              "  SOPHIE " WS-AFT-SOPHIE-FLAG.
           DISPLAY "APPLY THIS CHANGE? (Y/N)".
           ACCEPT WS-REPLY.
           IF WS-REPLY NOT = "Y" AND WS-REPLY NOT = "y"
              ADD 1 TO WS-CANCEL-COUNT
              DISPLAY "CHANGE CANCELLED - HISTORY NOT UPDATED"
           ELSE
              PERFORM para12b-write-journal
              IF WS-JRNL-OK = 0
                 DISPLAY "CHANGE NOT APPLIED - HISTORY NOT UPDATED"
              ELSE
                 PERFORM para12a-update-history
                 IF WS-CHANGE-OK = 1
                    IF WS-FACT-AVAILABLE = 1
                       PERFORM para13-maintain-factor-detail
                    END-IF
                    PERFORM para14-log-change
                    IF WS-CHANGE-TYPE = "RECHECK"
                       ADD 1 TO WS-RECHECK-COUNT
                    ELSE
                       ADD 1 TO WS-CORRECT-COUNT
                    END-IF
                    DISPLAY "HISTORY UPDATED AND JOURNALED"
                 END-IF
              END-IF
           END-IF.

        para12a-update-history.
           MOVE 0 TO WS-CHANGE-OK.
           MOVE WS-AFTER-IMAGE TO HIST-RECORD.
           IF WS-HIST-FOUND = 1
              REWRITE HIST-RECORD
                 INVALID KEY
                    DISPLAY "HISTORY REWRITE FAILED FOR " HIST-NUM1
                       " - STATUS " WS-HIST-STATUS
              END-REWRITE
           ELSE
              WRITE HIST-RECORD
                 INVALID KEY
                    DISPLAY "HISTORY WRITE FAILED FOR " HIST-NUM1
                       " - STATUS " WS-HIST-STATUS
              END-WRITE
           END-IF.
           IF WS-HIST-STATUS = "00"
              MOVE 1 TO WS-CHANGE-OK
           ELSE
              MOVE 8 TO WS-SESSION-RC
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "HISTORY UPDATE FAILED FOR " WS-AFT-NUM1
                 " - STATUS " WS-HIST-STATUS
                 " - JOURNALED BUT NOT APPLIED"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           END-IF.

        para12b-write-journal.
           MOVE 1 TO WS-JRNL-OK.
           MOVE WS-AFT-NUM1 TO JRNL-NUM1.
           MOVE WS-AFT-DATE TO JRNL-DATE.
           MOVE WS-AFT-RESULT TO JRNL-RESULT.
           MOVE WS-AFT-FACTOR-COUNT TO JRNL-FACTOR-COUNT.
           MOVE WS-AFT-PALIN-FLAG TO JRNL-PALIN-FLAG.
           MOVE WS-AFT-MERSENNE-FLAG TO JRNL-MERSENNE-FLAG.
           MOVE WS-AFT-SOPHIE-FLAG TO JRNL-SOPHIE-FLAG.
           WRITE JRNL-RECORD.
           IF WS-JRNL-STATUS NOT = "00"
              MOVE 0 TO WS-JRNL-OK
              MOVE 8 TO WS-SESSION-RC
              DISPLAY "HISTORY JOURNAL WRITE FAILED FOR " WS-AFT-NUM1
                 " - STATUS " WS-JRNL-STATUS
              DISPLAY "RE-CHECK AND CORRECTION DISABLED FOR "
                 "REMAINDER OF SESSION"
              CLOSE JRNL-FILE
              MOVE 0 TO WS-JRNL-AVAILABLE
              MOVE 0 TO WS-SUPERVISOR
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "JOURNAL WRITE FAILED FOR " WS-AFT-NUM1
                 " - STATUS " WS-JRNL-STATUS
                 " - CHANGE NOT APPLIED"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           END-IF.

      * A PRIME CARRIES NO FACTOR DETAIL. A NUMBER THAT IS NOT PRIME
      * GETS ITS FACTORIZATION REBUILT ON A RE-CHECK, OR ADDED ON A
      * CORRECTION WHEN NONE IS ON FILE.
        para13-maintain-factor-detail.
           PERFORM para9a-read-factor-detail.
           IF WS-AFT-RESULT = "PRIME    "
              IF WS-FACT-FOUND = 1
                 DELETE FACT-FILE RECORD
                    INVALID KEY CONTINUE
                 END-DELETE
                 IF WS-FACT-STATUS NOT = "00"
                    PERFORM para13b-report-factor-failure
                 END-IF
              END-IF
           ELSE
              IF WS-FACT-FOUND = 0 OR WS-CHANGE-TYPE = "RECHECK"
                 PERFORM para13a-save-factor-detail
              END-IF
           END-IF.

        para13a-save-factor-detail.
           MOVE WS-AFT-NUM1 TO num1.
           CALL "primfact" USING num1 WS-PF-COUNT WS-PF-TAB.
           MOVE num1 TO FACT-NUM1.
           MOVE WS-RUN-DATE-YYYYMMDD TO FACT-DATE.
           MOVE WS-PF-COUNT TO FACT-PF-COUNT.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                 UNTIL WS-PF-IDX > 8
              MOVE WS-PF-PRIME(WS-PF-IDX)
                 TO FACT-PF-PRIME(WS-PF-IDX)
              MOVE WS-PF-EXP(WS-PF-IDX)
                 TO FACT-PF-EXP(WS-PF-IDX)
           END-PERFORM.
           IF WS-FACT-FOUND = 1
              REWRITE FACT-RECORD
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE FACT-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF.
           IF WS-FACT-STATUS NOT = "00"
              PERFORM para13b-report-factor-failure
           END-IF.

      * THE HISTORY CHANGE STANDS, BUT ITS FACTOR DETAIL IS OUT OF
      * STEP UNTIL THE NUMBER IS RE-CHECKED AGAIN.
        para13b-report-factor-failure.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "FACTOR DETAIL UPDATE FAILED FOR " WS-AFT-NUM1
              " - STATUS " WS-FACT-STATUS
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           IF WS-SESSION-RC < 4
              MOVE 4 TO WS-SESSION-RC
           END-IF.

        para14-log-change.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-CHANGE-TYPE " " WS-AFT-NUM1
              "  BY " WS-OPER-ID "  AT " WS-RT-HHMMSS
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-BEF-RESULT = SPACES
              STRING "  BEFORE: NOT ON FILE"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "  BEFORE: " WS-BEF-DATE " " WS-BEF-RESULT
                 " FACTORS " WS-BEF-FACTOR-COUNT
                 " FLAGS " WS-BEF-PALIN-FLAG WS-BEF-MERSENNE-FLAG
                 WS-BEF-SOPHIE-FLAG
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  AFTER:  " WS-AFT-DATE " " WS-AFT-RESULT
              " FACTORS " WS-AFT-FACTOR-COUNT
              " FLAGS " WS-AFT-PALIN-FLAG WS-AFT-MERSENNE-FLAG
              WS-AFT-SOPHIE-FLAG
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

        para15-write-totals.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "INQUIRIES: " WS-INQUIRY-COUNT
              "   RE-CHECKS: " WS-RECHECK-COUNT
              "   CORRECTIONS: " WS-CORRECT-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CHANGES CANCELLED AT CONFIRMATION: "
              WS-CANCEL-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
