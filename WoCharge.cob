      * --- cerner_2tothe5th_2022
       IDENTIFICATION DIVISION.
       PROGRAM-ID. wochrg.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDG-FILE ASSIGN TO "WOLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.
           SELECT PARM-FILE ASSIGN TO "CHGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RATE-FILE ASSIGN TO "CHGRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT RPT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT FEED-FILE ASSIGN TO "CHGFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDG-FILE.
        01 LEDG-RECORD.
           05 LEDG-RUN-DATE PIC 9(8).
           05 LEDG-RUN-TIME PIC 9(6).
           05 LEDG-REQUESTER PIC X(8).
           05 LEDG-PRIORITY PIC 9.
           05 LEDG-MODE PIC 9.
           05 LEDG-FROM PIC 9(7).
           05 LEDG-TO PIC 9(7).
           05 LEDG-CHECKED PIC 9(7).
           05 LEDG-HISTHIT PIC 9(7).
           05 LEDG-COMPUTED PIC 9(7).
           05 LEDG-ELAPSED PIC 9(5)V99.

       FD  PARM-FILE.
        01 PARM-RECORD.
           05 PARM-FROM-DATE PIC X(8).
           05 PARM-TO-DATE PIC X(8).

      * ONE CARD PER PRIORITY - RATE PER NUMBER TESTED, FOUR
      * IMPLIED DECIMAL PLACES (0001500 = 0.1500).
       FD  RATE-FILE.
        01 RATE-RECORD.
           05 RATE-PRIORITY PIC X.
           05 RATE-AMOUNT PIC X(7).

       FD  RPT-FILE.
        01 RPT-RECORD PIC X(80).

      * FINANCE FEED - ONE RECORD PER REQUESTER FOR THE PERIOD.
       FD  FEED-FILE.
        01 FEED-RECORD.
           05 FEED-PERIOD-FROM PIC 9(8).
           05 FEED-PERIOD-TO PIC 9(8).
           05 FEED-REQUESTER PIC X(8).
           05 FEED-ORDERS PIC 9(5).
           05 FEED-CHECKED PIC 9(9).
           05 FEED-HISTHIT PIC 9(9).
           05 FEED-COMPUTED PIC 9(9).
           05 FEED-ELAPSED PIC 9(7)V99.
           05 FEED-AMOUNT PIC 9(9)V99.

       WORKING-STORAGE SECTION.
        01 WS-LEDG-STATUS PIC XX VALUE "00".
        01 WS-PARM-STATUS PIC XX VALUE "00".
        01 WS-RATE-STATUS PIC XX VALUE "00".
        01 WS-RPT-STATUS PIC XX VALUE "00".
        01 WS-FEED-STATUS PIC XX VALUE "00".
        01 WS-EOF-FLAG PIC 9 VALUE 0.
        01 WS-PARM-OK PIC 9 VALUE 0.
        01 WS-PARM-ERROR-TEXT PIC X(50) VALUE SPACES.
        01 WS-FROM-DATE PIC 9(8) VALUE 0.
        01 WS-TO-DATE PIC 9(8) VALUE 0.
        01 WS-CHECK-DATE PIC 9(8) VALUE 0.
        01 WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
           05 WS-CD-YYYY PIC 9(4).
           05 WS-CD-MM PIC 9(2).
           05 WS-CD-DD PIC 9(2).
        01 WS-DATE-OK PIC 9 VALUE 0.
        01 WS-RATE-CARD-COUNT PIC 9(3) VALUE 0.
        01 WS-RATE-REJECTS PIC 9(3) VALUE 0.
        01 WS-RATE-NUM PIC 9(7) VALUE 0.
        01 WS-RATE-VALUE REDEFINES WS-RATE-NUM PIC 9(3)V9(4).
        01 WS-PRI-IDX PIC 99 VALUE 0.
        01 WS-RATE-TAB.
           05 WS-RATE-ENTRY OCCURS 9 TIMES.
              10 WS-RATE-SET PIC 9.
              10 WS-RATE PIC 9(3)V9(4).
              10 WS-RATE-MISSING-USED PIC 9.
        01 WS-CARD-ERROR-TEXT PIC X(50) VALUE SPACES.
        01 WS-LEDG-READ PIC 9(7) VALUE 0.
        01 WS-LEDG-IN-PERIOD PIC 9(7) VALUE 0.
        01 WS-LEDG-OUT-PERIOD PIC 9(7) VALUE 0.
        01 WS-LEDG-INVALID PIC 9(7) VALUE 0.
        01 WS-LEDG-OMITTED PIC 9(7) VALUE 0.
        01 WS-REQ-COUNT PIC 99 VALUE 0.
        01 WS-REQ-IDX PIC 99 VALUE 0.
        01 WS-CUR-REQ PIC 99 VALUE 0.
        01 WS-REQ-TAB.
           05 WS-REQ-ENTRY OCCURS 50 TIMES.
              10 WS-REQ-ID PIC X(8).
              10 WS-REQ-PRI OCCURS 9 TIMES.
                 15 WS-RP-ORDERS PIC 9(5).
                 15 WS-RP-CHECKED PIC 9(9).
                 15 WS-RP-HISTHIT PIC 9(9).
                 15 WS-RP-COMPUTED PIC 9(9).
                 15 WS-RP-ELAPSED PIC 9(7)V99.
        01 WS-SWAP-ENTRY PIC X(377).
        01 WS-SORT-IDX PIC 99 VALUE 0.
        01 WS-SORT-SWAPPED PIC 9 VALUE 0.
        01 WS-LINE-AMOUNT PIC 9(9)V99 VALUE 0.
        01 WS-RT-ORDERS PIC 9(5) VALUE 0.
        01 WS-RT-CHECKED PIC 9(9) VALUE 0.
        01 WS-RT-HISTHIT PIC 9(9) VALUE 0.
        01 WS-RT-COMPUTED PIC 9(9) VALUE 0.
        01 WS-RT-ELAPSED PIC 9(7)V99 VALUE 0.
        01 WS-RT-AMOUNT PIC 9(9)V99 VALUE 0.
        01 WS-GT-ORDERS PIC 9(7) VALUE 0.
        01 WS-GT-CHECKED PIC 9(11) VALUE 0.
        01 WS-GT-AMOUNT PIC 9(11)V99 VALUE 0.
        01 WS-FEED-COUNT PIC 9(5) VALUE 0.
        01 WS-FEED-AVAILABLE PIC 9 VALUE 0.
        01 WS-FEED-FAILED PIC 9 VALUE 0.
        01 WS-RATE-WARNINGS PIC 9(5) VALUE 0.
        01 WS-PRI-ED PIC 9.
        01 WS-ORDERS-ED PIC ZZZZ9.
        01 WS-CHECKED-ED PIC Z(8)9.
        01 WS-HISTHIT-ED PIC Z(8)9.
        01 WS-COMPUTED-ED PIC Z(8)9.
        01 WS-ELAPSED-ED PIC Z(6)9.99.
        01 WS-RATE-ED PIC ZZ9.9999.
        01 WS-AMOUNT-ED PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-GT-AMOUNT-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-HEADING-LINE PIC X(80) VALUE SPACES.
        01 WS-DETAIL-LINE PIC X(80) VALUE SPACES.
        01 WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE 0.
        01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD.
           05 WS-RD-YYYY PIC 9(4).
           05 WS-RD-MM PIC 9(2).
           05 WS-RD-DD PIC 9(2).

       PROCEDURE DIVISION.
        para1.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN CHARGEBACK REPORT FILE - "
                 "STATUS " WS-RPT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM para2-write-report-heading.

           PERFORM para3-read-parm-card.
           IF WS-PARM-OK = 0
              PERFORM para3a-reject-parm-card
           END-IF.

           PERFORM para4-load-rates.

           OPEN INPUT LEDG-FILE.
           IF WS-LEDG-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN USAGE LEDGER FILE - STATUS "
                 WS-LEDG-STATUS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "USAGE LEDGER FILE NOT AVAILABLE - STATUS "
                 WS-LEDG-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN FINANCE FEED FILE - STATUS "
                 WS-FEED-STATUS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "FINANCE FEED FILE NOT AVAILABLE - STATUS "
                 WS-FEED-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              CLOSE LEDG-FILE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 1 TO WS-FEED-AVAILABLE.

           PERFORM para5-accumulate-ledger.
           CLOSE LEDG-FILE.
           PERFORM para6-sort-requesters.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                 UNTIL WS-REQ-IDX > WS-REQ-COUNT
              PERFORM para7-write-statement
           END-PERFORM.
           PERFORM para9-write-totals.
           IF WS-FEED-AVAILABLE = 1
              CLOSE FEED-FILE
           END-IF.
           CLOSE RPT-FILE.
           IF WS-FEED-AVAILABLE = 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-LEDG-INVALID > 0 OR WS-LEDG-OMITTED > 0
                    OR WS-RATE-WARNINGS > 0 OR WS-RATE-REJECTS > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.

        para2-write-report-heading.
           MOVE SPACES TO WS-HEADING-LINE.
           STRING "WORK ORDER CHARGEBACK STATEMENT - RUN DATE "
                 WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
                 DELIMITED BY SIZE INTO WS-HEADING-LINE.
           WRITE RPT-RECORD FROM WS-HEADING-LINE.

      * THE BILLING PERIOD CARD IS REQUIRED - A MONTH-END RUN
      * WITHOUT ONE WOULD BILL AN UNKNOWN STRETCH OF THE LEDGER.
        para3-read-parm-card.
           MOVE 0 TO WS-PARM-OK.
           MOVE SPACES TO WS-PARM-ERROR-TEXT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
              STRING "BILLING PERIOD CARD NOT AVAILABLE - STATUS "
                    WS-PARM-STATUS
                    DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
           ELSE
              READ PARM-FILE
                 AT END
                    MOVE "BILLING PERIOD CARD FILE IS EMPTY"
                       TO WS-PARM-ERROR-TEXT
                 NOT AT END
                    PERFORM para3b-validate-parm-card
              END-READ
              CLOSE PARM-FILE
           END-IF.

        para3b-validate-parm-card.
           IF PARM-FROM-DATE IS NUMERIC
              MOVE PARM-FROM-DATE TO WS-CHECK-DATE
              PERFORM para3c-check-date
              IF WS-DATE-OK = 1
                 MOVE WS-CHECK-DATE TO WS-FROM-DATE
              ELSE
                 STRING "INVALID PERIOD FROM DATE: " PARM-FROM-DATE
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           ELSE
              STRING "INVALID PERIOD FROM DATE: " PARM-FROM-DATE
                    DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
              IF PARM-TO-DATE IS NUMERIC
                 MOVE PARM-TO-DATE TO WS-CHECK-DATE
                 PERFORM para3c-check-date
                 IF WS-DATE-OK = 1
                    MOVE WS-CHECK-DATE TO WS-TO-DATE
                 ELSE
                    STRING "INVALID PERIOD TO DATE: " PARM-TO-DATE
                          DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
                 END-IF
              ELSE
                 STRING "INVALID PERIOD TO DATE: " PARM-TO-DATE
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
              IF WS-TO-DATE < WS-FROM-DATE
                 STRING "PERIOD TO DATE BEFORE FROM DATE: "
                       PARM-TO-DATE
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
              MOVE 1 TO WS-PARM-OK
           END-IF.

        para3c-check-date.
           MOVE 1 TO WS-DATE-OK.
           IF WS-CD-YYYY < 1900
                 OR WS-CD-MM < 1 OR WS-CD-MM > 12
                 OR WS-CD-DD < 1 OR WS-CD-DD > 31
              MOVE 0 TO WS-DATE-OK
           END-IF.

        para3a-reject-parm-card.
           DISPLAY "CONTROL CARD REJECTED - " WS-PARM-ERROR-TEXT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CONTROL CARD REJECTED - " WS-PARM-ERROR-TEXT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "RUN TERMINATED - NO STATEMENTS PRODUCED"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           CLOSE RPT-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

        para4-load-rates.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "BILLING PERIOD " WS-FROM-DATE " THROUGH "
              WS-TO-DATE
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                 UNTIL WS-PRI-IDX > 9
              MOVE 0 TO WS-RATE-SET(WS-PRI-IDX)
              MOVE 0 TO WS-RATE(WS-PRI-IDX)
              MOVE 0 TO WS-RATE-MISSING-USED(WS-PRI-IDX)
           END-PERFORM.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN RATE TABLE FILE - STATUS "
                 WS-RATE-STATUS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "RATE TABLE NOT AVAILABLE - STATUS "
                 WS-RATE-STATUS " - ALL USAGE PRICED AT ZERO"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           ELSE
              PERFORM UNTIL WS-EOF-FLAG = 1
                 READ RATE-FILE
                    AT END
                       MOVE 1 TO WS-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-RATE-CARD-COUNT
                       PERFORM para4a-load-rate-card
                 END-READ
              END-PERFORM
              CLOSE RATE-FILE
           END-IF.

        para4a-load-rate-card.
           MOVE SPACES TO WS-CARD-ERROR-TEXT.
           IF RATE-PRIORITY NOT NUMERIC OR RATE-PRIORITY = "0"
              STRING "INVALID PRIORITY: " RATE-PRIORITY
                 DELIMITED BY SIZE INTO WS-CARD-ERROR-TEXT
           END-IF.
           IF WS-CARD-ERROR-TEXT = SPACES
              IF RATE-AMOUNT NOT NUMERIC
                 STRING "INVALID RATE: " RATE-AMOUNT
                    DELIMITED BY SIZE INTO WS-CARD-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-CARD-ERROR-TEXT = SPACES
              MOVE FUNCTION NUMVAL(RATE-PRIORITY) TO WS-PRI-IDX
              IF WS-RATE-SET(WS-PRI-IDX) = 1
                 STRING "DUPLICATE RATE FOR PRIORITY " RATE-PRIORITY
                    DELIMITED BY SIZE INTO WS-CARD-ERROR-TEXT
              END-IF
           END-IF.

           IF WS-CARD-ERROR-TEXT = SPACES
              MOVE RATE-AMOUNT TO WS-RATE-NUM
              MOVE WS-RATE-VALUE TO WS-RATE(WS-PRI-IDX)
              MOVE 1 TO WS-RATE-SET(WS-PRI-IDX)
              MOVE WS-RATE-VALUE TO WS-RATE-ED
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "RATE FOR PRIORITY " RATE-PRIORITY
                 ": " WS-RATE-ED " PER NUMBER TESTED"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           ELSE
              ADD 1 TO WS-RATE-REJECTS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "RATE CARD " WS-RATE-CARD-COUNT
                 " REJECTED - " WS-CARD-ERROR-TEXT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.

        para5-accumulate-ledger.
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 1
              READ LEDG-FILE
                 AT END
                    MOVE 1 TO WS-EOF-FLAG
                 NOT AT END
                    ADD 1 TO WS-LEDG-READ
                    PERFORM para5a-accumulate-record
              END-READ
           END-PERFORM.

        para5a-accumulate-record.
           IF LEDG-RUN-DATE NOT NUMERIC OR LEDG-PRIORITY NOT NUMERIC
                 OR LEDG-PRIORITY = 0 OR LEDG-REQUESTER = SPACES
                 OR LEDG-CHECKED NOT NUMERIC
                 OR LEDG-HISTHIT NOT NUMERIC
                 OR LEDG-COMPUTED NOT NUMERIC
                 OR LEDG-ELAPSED NOT NUMERIC
              ADD 1 TO WS-LEDG-INVALID
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "LEDGER RECORD " WS-LEDG-READ
                 " SKIPPED - INVALID CONTENT"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           ELSE
              IF LEDG-RUN-DATE < WS-FROM-DATE
                    OR LEDG-RUN-DATE > WS-TO-DATE
                 ADD 1 TO WS-LEDG-OUT-PERIOD
              ELSE
                 PERFORM para5b-find-requester
                 IF WS-CUR-REQ = 0
                    ADD 1 TO WS-LEDG-OMITTED
                 ELSE
                    ADD 1 TO WS-LEDG-IN-PERIOD
                    ADD 1 TO WS-RP-ORDERS(WS-CUR-REQ LEDG-PRIORITY)
                    ADD LEDG-CHECKED
                       TO WS-RP-CHECKED(WS-CUR-REQ LEDG-PRIORITY)
                    ADD LEDG-HISTHIT
                       TO WS-RP-HISTHIT(WS-CUR-REQ LEDG-PRIORITY)
                    ADD LEDG-COMPUTED
                       TO WS-RP-COMPUTED(WS-CUR-REQ LEDG-PRIORITY)
                    ADD LEDG-ELAPSED
                       TO WS-RP-ELAPSED(WS-CUR-REQ LEDG-PRIORITY)
                 END-IF
              END-IF
           END-IF.

        para5b-find-requester.
           MOVE 0 TO WS-CUR-REQ.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                 UNTIL WS-REQ-IDX > WS-REQ-COUNT
                    OR WS-CUR-REQ > 0
              IF WS-REQ-ID(WS-REQ-IDX) = LEDG-REQUESTER
                 MOVE WS-REQ-IDX TO WS-CUR-REQ
              END-IF
           END-PERFORM.
           IF WS-CUR-REQ = 0 AND WS-REQ-COUNT < 50
              ADD 1 TO WS-REQ-COUNT
              MOVE WS-REQ-COUNT TO WS-CUR-REQ
              MOVE LEDG-REQUESTER TO WS-REQ-ID(WS-CUR-REQ)
              PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                    UNTIL WS-PRI-IDX > 9
                 MOVE 0 TO WS-RP-ORDERS(WS-CUR-REQ WS-PRI-IDX)
                 MOVE 0 TO WS-RP-CHECKED(WS-CUR-REQ WS-PRI-IDX)
                 MOVE 0 TO WS-RP-HISTHIT(WS-CUR-REQ WS-PRI-IDX)
                 MOVE 0 TO WS-RP-COMPUTED(WS-CUR-REQ WS-PRI-IDX)
                 MOVE 0 TO WS-RP-ELAPSED(WS-CUR-REQ WS-PRI-IDX)
              END-PERFORM
           END-IF.

      * STATEMENTS ARE PRINTED IN REQUESTER ID ORDER.
        para6-sort-requesters.
           MOVE 1 TO WS-SORT-SWAPPED.
           PERFORM UNTIL WS-SORT-SWAPPED = 0
              MOVE 0 TO WS-SORT-SWAPPED
              PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                    UNTIL WS-SORT-IDX >= WS-REQ-COUNT
                 IF WS-REQ-ID(WS-SORT-IDX)
                       > WS-REQ-ID(WS-SORT-IDX + 1)
                    MOVE WS-REQ-ENTRY(WS-SORT-IDX) TO WS-SWAP-ENTRY
                    MOVE WS-REQ-ENTRY(WS-SORT-IDX + 1)
                       TO WS-REQ-ENTRY(WS-SORT-IDX)
                    MOVE WS-SWAP-ENTRY
                       TO WS-REQ-ENTRY(WS-SORT-IDX + 1)
                    MOVE 1 TO WS-SORT-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM.

        para7-write-statement.
           MOVE 0 TO WS-RT-ORDERS.
           MOVE 0 TO WS-RT-CHECKED.
           MOVE 0 TO WS-RT-HISTHIT.
           MOVE 0 TO WS-RT-COMPUTED.
           MOVE 0 TO WS-RT-ELAPSED.
           MOVE 0 TO WS-RT-AMOUNT.

           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           STRING "REQUESTER: " WS-REQ-ID(WS-REQ-IDX)
              "   PERIOD " WS-FROM-DATE " - " WS-TO-DATE
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PRI ORDERS   NUMBERS FROM HIST  COMPUTED"
              "    SECONDS     RATE         AMOUNT"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                 UNTIL WS-PRI-IDX > 9
              IF WS-RP-ORDERS(WS-REQ-IDX WS-PRI-IDX) > 0
                 PERFORM para7a-write-priority-line
              END-IF
           END-PERFORM.

           MOVE WS-RT-ORDERS TO WS-ORDERS-ED.
           MOVE WS-RT-CHECKED TO WS-CHECKED-ED.
           MOVE WS-RT-HISTHIT TO WS-HISTHIT-ED.
           MOVE WS-RT-COMPUTED TO WS-COMPUTED-ED.
           MOVE WS-RT-ELAPSED TO WS-ELAPSED-ED.
           MOVE WS-RT-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TOT " WS-ORDERS-ED " " WS-CHECKED-ED " "
              WS-HISTHIT-ED " " WS-COMPUTED-ED " " WS-ELAPSED-ED
              "          " WS-AMOUNT-ED
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           ADD WS-RT-ORDERS TO WS-GT-ORDERS.
           ADD WS-RT-CHECKED TO WS-GT-CHECKED.
           ADD WS-RT-AMOUNT TO WS-GT-AMOUNT.
           PERFORM para8-write-feed-record.

        para7a-write-priority-line.
           IF WS-RATE-SET(WS-PRI-IDX) = 0
                 AND WS-RATE-MISSING-USED(WS-PRI-IDX) = 0
              MOVE 1 TO WS-RATE-MISSING-USED(WS-PRI-IDX)
              ADD 1 TO WS-RATE-WARNINGS
           END-IF.
           COMPUTE WS-LINE-AMOUNT ROUNDED =
              WS-RP-CHECKED(WS-REQ-IDX WS-PRI-IDX)
              * WS-RATE(WS-PRI-IDX).
           ADD WS-RP-ORDERS(WS-REQ-IDX WS-PRI-IDX) TO WS-RT-ORDERS.
           ADD WS-RP-CHECKED(WS-REQ-IDX WS-PRI-IDX) TO WS-RT-CHECKED.
           ADD WS-RP-HISTHIT(WS-REQ-IDX WS-PRI-IDX) TO WS-RT-HISTHIT.
           ADD WS-RP-COMPUTED(WS-REQ-IDX WS-PRI-IDX)
              TO WS-RT-COMPUTED.
           ADD WS-RP-ELAPSED(WS-REQ-IDX WS-PRI-IDX) TO WS-RT-ELAPSED.
           ADD WS-LINE-AMOUNT TO WS-RT-AMOUNT.

           MOVE WS-RP-ORDERS(WS-REQ-IDX WS-PRI-IDX) TO WS-ORDERS-ED.
           MOVE WS-RP-CHECKED(WS-REQ-IDX WS-PRI-IDX) TO WS-CHECKED-ED.
           MOVE WS-RP-HISTHIT(WS-REQ-IDX WS-PRI-IDX) TO WS-HISTHIT-ED.
           MOVE WS-RP-COMPUTED(WS-REQ-IDX WS-PRI-IDX)
              TO WS-COMPUTED-ED.
           MOVE WS-RP-ELAPSED(WS-REQ-IDX WS-PRI-IDX) TO WS-ELAPSED-ED.
           MOVE WS-RATE(WS-PRI-IDX) TO WS-RATE-ED.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-ED.
           MOVE WS-PRI-IDX TO WS-PRI-ED.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  " WS-PRI-ED " " WS-ORDERS-ED " " WS-CHECKED-ED
              " " WS-HISTHIT-ED " " WS-COMPUTED-ED " " WS-ELAPSED-ED
              " " WS-RATE-ED " " WS-AMOUNT-ED
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           IF WS-RATE-SET(WS-PRI-IDX) = 0
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "    ** NO RATE CARD FOR PRIORITY " WS-PRI-ED
                 " - PRICED AT ZERO"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           END-IF.

        para8-write-feed-record.
           IF WS-FEED-AVAILABLE = 1
              MOVE WS-FROM-DATE TO FEED-PERIOD-FROM
              MOVE WS-TO-DATE TO FEED-PERIOD-TO
              MOVE WS-REQ-ID(WS-REQ-IDX) TO FEED-REQUESTER
              MOVE WS-RT-ORDERS TO FEED-ORDERS
              MOVE WS-RT-CHECKED TO FEED-CHECKED
              MOVE WS-RT-HISTHIT TO FEED-HISTHIT
              MOVE WS-RT-COMPUTED TO FEED-COMPUTED
              MOVE WS-RT-ELAPSED TO FEED-ELAPSED
              MOVE WS-RT-AMOUNT TO FEED-AMOUNT
              WRITE FEED-RECORD
              IF WS-FEED-STATUS NOT = "00"
                 DISPLAY "FINANCE FEED WRITE FAILED FOR "
                    FEED-REQUESTER " - STATUS " WS-FEED-STATUS
                 MOVE SPACES TO WS-DETAIL-LINE
                 STRING "FINANCE FEED WRITE FAILED - STATUS "
                    WS-FEED-STATUS
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 WRITE RPT-RECORD FROM WS-DETAIL-LINE
                 CLOSE FEED-FILE
                 MOVE 0 TO WS-FEED-AVAILABLE
                 MOVE 1 TO WS-FEED-FAILED
              ELSE
                 ADD 1 TO WS-FEED-COUNT
              END-IF
           END-IF.

        para9-write-totals.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           STRING "CONTROL TOTALS"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "LEDGER RECORDS READ: " WS-LEDG-READ
              "   IN PERIOD: " WS-LEDG-IN-PERIOD
              "   OUTSIDE PERIOD: " WS-LEDG-OUT-PERIOD
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "INVALID LEDGER RECORDS: " WS-LEDG-INVALID
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           IF WS-LEDG-OMITTED > 0
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "WARNING: REQUESTER TABLE FULL - "
                 WS-LEDG-OMITTED " LEDGER RECORDS NOT BILLED"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.

           IF WS-RATE-WARNINGS > 0
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "WARNING: " WS-RATE-WARNINGS
                 " PRIORITIES BILLED WITH NO RATE CARD"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "REQUESTERS BILLED: " WS-REQ-COUNT
              "   ORDERS: " WS-GT-ORDERS
              "   NUMBERS TESTED: " WS-GT-CHECKED
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE WS-GT-AMOUNT TO WS-GT-AMOUNT-ED.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TOTAL CHARGEBACK: " WS-GT-AMOUNT-ED
              "   FEED RECORDS WRITTEN: " WS-FEED-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           IF WS-FEED-FAILED = 1
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "FINANCE FEED INCOMPLETE - DO NOT RELEASE"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.
