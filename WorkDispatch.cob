               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FACT-NUM1
               FILE STATUS IS WS-FACT-STATUS.
           SELECT OPTIONAL LEDG-FILE ASSIGN TO "WOLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.
           SELECT OPTIONAL SPAN-FILE ASSIGN TO "WOSPAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 WO-FROM PIC X(7).
           05 WO-TO PIC X(7).

      * STATUS A ACTIVE / I INACTIVE, EFFECTIVE DATE YYYYMMDD AND
      * DAILY QUOTA OF NUMBERS ARE MAINTAINED BY REGMNT. SPACES IN
      * THOSE FIELDS MEAN ACTIVE, ALWAYS EFFECTIVE AND NO QUOTA.
       FD  REG-FILE.
        01 REG-RECORD.
           05 REG-REQUESTER PIC X(8).
           05 REG-SLOT PIC X.
           05 REG-STATUS PIC X.
           05 REG-EFF-DATE PIC X(8).
           05 REG-DAILY-QUOTA PIC X(7).

       FD  RPT-FILE.
        01 RPT-RECORD PIC X(80).

       FD  RES1-FILE.
        01 RES1-RECORD PIC X(27).
        01 RES1-CTL-RECORD PIC X(35).

       FD  RES2-FILE.
        01 RES2-RECORD PIC X(27).
        01 RES2-CTL-RECORD PIC X(35).

       FD  RES3-FILE.
        01 RES3-RECORD PIC X(27).
        01 RES3-CTL-RECORD PIC X(35).

       FD  RES4-FILE.
        01 RES4-RECORD PIC X(27).
        01 RES4-CTL-RECORD PIC X(35).

       FD  RES5-FILE.
        01 RES5-RECORD PIC X(27).
        01 RES5-CTL-RECORD PIC X(35).

       FD  JRNL-FILE.
        01 JRNL-RECORD.
              10 FACT-PF-PRIME PIC 9(7).
              10 FACT-PF-EXP PIC 99.

      * ONE USAGE RECORD PER DISPATCHED WORK ORDER - READ BY THE
      * MONTH-END CHARGEBACK RUN. ELAPSED TIME IS IN SECONDS.
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

      * LARGEST FROM/TO SPAN (NUMBERS PER ORDER) ALLOWED FOR A
      * PRIORITY. A PRIORITY WITHOUT A CARD HAS NO LIMIT.
       FD  SPAN-FILE.
        01 SPAN-RECORD.
           05 SPAN-PRIORITY PIC X.
           05 SPAN-MAX PIC X(7).

       WORKING-STORAGE SECTION.
        01 WS-WORK-STATUS PIC XX VALUE "00".
        01 WS-RPT-STATUS PIC XX VALUE "00".
        01 WS-JRNL-AVAILABLE PIC 9 VALUE 0.
        01 WS-FACT-STATUS PIC XX VALUE "00".
        01 WS-FACT-AVAILABLE PIC 9 VALUE 0.
        01 WS-LEDG-STATUS PIC XX VALUE "00".
        01 WS-LEDG-AVAILABLE PIC 9 VALUE 0.
        01 WS-LEDG-COUNT PIC 9(5) VALUE 0.
        01 WS-ORD-CHECKED PIC 9(7) VALUE 0.
        01 WS-ORD-HISTHIT PIC 9(7) VALUE 0.
        01 WS-CLOCK-RAW PIC 9(8) VALUE 0.
        01 WS-CLOCK-X REDEFINES WS-CLOCK-RAW.
           05 WS-CK-HH PIC 99.
           05 WS-CK-MM PIC 99.
           05 WS-CK-SS PIC 99.
           05 WS-CK-HUND PIC 99.
      * CLOCK READINGS IN HUNDREDTHS OF A SECOND SINCE MIDNIGHT.
        01 WS-ORD-START-HUND PIC 9(8) VALUE 0.
        01 WS-ORD-END-HUND PIC 9(8) VALUE 0.
        01 WS-ORD-START-TIME PIC 9(6) VALUE 0.
        01 WS-PF-COUNT PIC 99 VALUE 0.
        01 WS-PF-IDX PIC 99 VALUE 0.
        01 WS-PF-TAB.
        01 WS-ORDER-REJECTS PIC 9(5) VALUE 0.
        01 WS-ORDER-OMITTED PIC 9(5) VALUE 0.
        01 WS-CARD-ERROR-TEXT PIC X(50) VALUE SPACES.
        01 WS-RESULT-FAILED PIC 9 VALUE 0.
        01 WS-CTL-WARNING PIC 9 VALUE 0.
        01 WS-ORDER-TAB.
           05 WS-ORDER-ENTRY OCCURS 200 TIMES.
              10 WS-ORD-REQUESTER PIC X(8).
              10 WS-ORD-TO PIC 9(7).
              10 WS-ORD-SLOT PIC 9.
        01 WS-ORD-IDX PIC 9(3) VALUE 0.
        01 WS-CUR-PRIORITY PIC 99 VALUE 0.
        01 WS-CUR-SLOT PIC 9 VALUE 0.
        01 WS-REG-STATUS PIC XX VALUE "00".
        01 WS-REG-CARD-COUNT PIC 9(3) VALUE 0.
        01 WS-REG-COUNT PIC 9 VALUE 0.
        01 WS-REG-SLOT-NUM PIC 9 VALUE 0.
        01 WS-REQ-IDX PIC 9 VALUE 0.
      * EVERY REGISTRY ENTRY, ACTIVE OR NOT, WITH THE NUMBERS THE
      * REQUESTER HAS USED TODAY (EARLIER RUNS PLUS THIS ONE).
        01 WS-RG-COUNT PIC 99 VALUE 0.
        01 WS-RG-IDX PIC 99 VALUE 0.
        01 WS-CUR-RG PIC 99 VALUE 0.
        01 WS-RG-INACTIVE PIC 99 VALUE 0.
        01 WS-RG-TAB.
           05 WS-RG-ENTRY OCCURS 50 TIMES.
              10 WS-RG-ID PIC X(8).
              10 WS-RG-STATUS PIC X.
              10 WS-RG-EFF-DATE PIC 9(8).
              10 WS-RG-QUOTA PIC 9(7).
              10 WS-RG-USED PIC 9(9).
        01 WS-SPAN-STATUS PIC XX VALUE "00".
        01 WS-SPAN-CARD-COUNT PIC 9(3) VALUE 0.
        01 WS-SPAN-LOADED PIC 9(3) VALUE 0.
        01 WS-SPAN-PRI PIC 9 VALUE 0.
        01 WS-SPAN-LIMIT-TAB VALUE ALL "0".
           05 WS-SPAN-LIMIT PIC 9(7) OCCURS 9 TIMES.
        01 WS-ORD-SPAN PIC 9(7) VALUE 0.
        01 WS-LEDG-TODAY PIC 9(5) VALUE 0.
      * SLOT ASSIGNMENTS COME FROM THE WOREG REGISTRY SO EACH
      * REQUESTER ALWAYS LANDS IN THE SAME WOOUT FILE REGARDLESS
      * OF THE ORDER THE DAY'S WORKREQ CARDS ARRIVE IN.
              10 WS-REQ-HISTHIT PIC 9(7).
        01 WS-SLOT-OPEN-TAB VALUE ALL "0".
           05 WS-SLOT-OPEN PIC 9 OCCURS 5 TIMES.
      * RECORD COUNT, HASH TOTAL OF THE NUMBERS AND CYCLE NUMBER FOR
      * EACH RESULT FILE - CARRIED ON ITS TRAILER.
        01 WS-OUT-CTL-TAB VALUE ALL "0".
           05 WS-OUT-CTL-ENTRY OCCURS 5 TIMES.
              10 WS-OUT-COUNT PIC 9(9).
              10 WS-OUT-HASH PIC 9(15).
              10 WS-OUT-CYCLE-SEQ PIC 9(5).
        01 WS-CTL-OUT-REC PIC X(35) VALUE SPACES.
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
        01 WS-RESULT-REC.
           05 WR-NUM1 PIC 9(7).
           05 WR-RUN-DATE PIC 9(8).
              PERFORM para2a-init-requester-slot
           END-PERFORM.
           PERFORM para2b-load-registry.
           PERFORM para2d-load-span-limits.
           PERFORM para2e-load-today-usage.
           IF WS-REG-COUNT = 0
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "NO REQUESTERS REGISTERED - RUN ENDED"
              END-IF
           END-IF.

           MOVE 1 TO WS-LEDG-AVAILABLE.
           OPEN EXTEND LEDG-FILE.
           IF WS-LEDG-STATUS NOT = "00"
                 AND WS-LEDG-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN USAGE LEDGER FILE - STATUS "
                 WS-LEDG-STATUS
              DISPLAY "USAGE LEDGER DISABLED FOR THIS RUN"
              MOVE 0 TO WS-LEDG-AVAILABLE
           END-IF.

           PERFORM para3-load-work-orders.
           IF WS-ORDER-COUNT = 0
              MOVE SPACES TO WS-DETAIL-LINE
              PERFORM para6-dispatch-orders
              PERFORM para11-write-requester-sections
           END-IF.
           PERFORM para12a-write-result-trailers.
           PERFORM para13-write-control-totals.

           PERFORM para12-close-result-files.
           IF WS-FACT-AVAILABLE = 1
              CLOSE FACT-FILE
           END-IF.
           IF WS-LEDG-AVAILABLE = 1
              CLOSE LEDG-FILE
           END-IF.
           CLOSE RPT-FILE.
      * A RESULT FILE WITHOUT A CYCLE OR A CONTROL RECORD FAILS THE
      * RUN. A REGISTER PROBLEM AFTER THE FACT IS A WARNING.
           IF WS-CTL-WARNING = 1
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-RESULT-FAILED = 1
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

        para2-write-report-heading.
              END-IF
           END-IF.
           IF WS-CARD-ERROR-TEXT = SPACES
              IF REG-STATUS NOT = SPACE AND REG-STATUS NOT = "A"
                    AND REG-STATUS NOT = "I"
                 STRING "INVALID STATUS: " REG-STATUS
                    DELIMITED BY SIZE INTO WS-CARD-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-CARD-ERROR-TEXT = SPACES
              IF REG-EFF-DATE NOT = SPACES
                    AND REG-EFF-DATE NOT NUMERIC
                 STRING "INVALID EFFECTIVE DATE: " REG-EFF-DATE
                    DELIMITED BY SIZE INTO WS-CARD-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-CARD-ERROR-TEXT = SPACES
              IF REG-DAILY-QUOTA NOT = SPACES
                    AND REG-DAILY-QUOTA NOT NUMERIC
                 STRING "INVALID DAILY QUOTA: " REG-DAILY-QUOTA
                    DELIMITED BY SIZE INTO WS-CARD-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-CARD-ERROR-TEXT = SPACES AND REG-STATUS NOT = "I"
              MOVE FUNCTION NUMVAL(REG-SLOT) TO WS-REG-SLOT-NUM
              IF WS-REQ-ID(WS-REG-SLOT-NUM) NOT = SPACES
                 STRING "SLOT " REG-SLOT " ALREADY ASSIGNED"
              END-IF
           END-IF.
           IF WS-CARD-ERROR-TEXT = SPACES
              PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                    UNTIL WS-RG-IDX > WS-RG-COUNT
                 IF WS-RG-ID(WS-RG-IDX) = REG-REQUESTER
                    MOVE "REQUESTER ALREADY REGISTERED"
                       TO WS-CARD-ERROR-TEXT
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-CARD-ERROR-TEXT = SPACES AND WS-RG-COUNT >= 50
              MOVE "REGISTRY TABLE FULL" TO WS-CARD-ERROR-TEXT
           END-IF.

           IF WS-CARD-ERROR-TEXT = SPACES
              ADD 1 TO WS-RG-COUNT
              MOVE REG-REQUESTER TO WS-RG-ID(WS-RG-COUNT)
              MOVE 0 TO WS-RG-USED(WS-RG-COUNT)
              IF REG-STATUS = "I"
                 MOVE "I" TO WS-RG-STATUS(WS-RG-COUNT)
                 ADD 1 TO WS-RG-INACTIVE
              ELSE
                 MOVE "A" TO WS-RG-STATUS(WS-RG-COUNT)
                 MOVE REG-REQUESTER TO WS-REQ-ID(WS-REG-SLOT-NUM)
                 ADD 1 TO WS-REG-COUNT
              END-IF
              IF REG-EFF-DATE = SPACES
                 MOVE 0 TO WS-RG-EFF-DATE(WS-RG-COUNT)
              ELSE
                 MOVE REG-EFF-DATE TO WS-RG-EFF-DATE(WS-RG-COUNT)
              END-IF
              IF REG-DAILY-QUOTA = SPACES
                 MOVE 0 TO WS-RG-QUOTA(WS-RG-COUNT)
              ELSE
                 MOVE REG-DAILY-QUOTA TO WS-RG-QUOTA(WS-RG-COUNT)
              END-IF
           ELSE
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "REGISTRY CARD " WS-REG-CARD-COUNT
              DISPLAY WS-DETAIL-LINE
           END-IF.

        para2d-load-span-limits.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT SPAN-FILE.
           IF WS-SPAN-STATUS NOT = "00" AND WS-SPAN-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN SPAN LIMIT FILE - STATUS "
                 WS-SPAN-STATUS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "SPAN LIMIT FILE NOT AVAILABLE - STATUS "
                 WS-SPAN-STATUS " - NO SPAN LIMITS APPLIED"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           ELSE
              PERFORM UNTIL WS-EOF-FLAG = 1
                 READ SPAN-FILE
                    AT END
                       MOVE 1 TO WS-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-SPAN-CARD-COUNT
                       PERFORM para2f-load-span-card
                 END-READ
              END-PERFORM
              CLOSE SPAN-FILE
           END-IF.

        para2f-load-span-card.
           MOVE SPACES TO WS-CARD-ERROR-TEXT.
           IF SPAN-PRIORITY NOT NUMERIC OR SPAN-PRIORITY = "0"
              STRING "INVALID PRIORITY: " SPAN-PRIORITY
                 DELIMITED BY SIZE INTO WS-CARD-ERROR-TEXT
           END-IF.
           IF WS-CARD-ERROR-TEXT = SPACES
              IF FUNCTION TRIM(SPAN-MAX) IS NUMERIC
                    AND FUNCTION NUMVAL(SPAN-MAX) > 0
                 CONTINUE
              ELSE
                 STRING "INVALID MAXIMUM SPAN: " SPAN-MAX
                    DELIMITED BY SIZE INTO WS-CARD-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-CARD-ERROR-TEXT = SPACES
              MOVE FUNCTION NUMVAL(SPAN-PRIORITY) TO WS-SPAN-PRI
              IF WS-SPAN-LIMIT(WS-SPAN-PRI) > 0
                 STRING "PRIORITY " SPAN-PRIORITY " ALREADY LOADED"
                    DELIMITED BY SIZE INTO WS-CARD-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-CARD-ERROR-TEXT = SPACES
              MOVE FUNCTION NUMVAL(SPAN-MAX)
                 TO WS-SPAN-LIMIT(WS-SPAN-PRI)
              ADD 1 TO WS-SPAN-LOADED
           ELSE
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "SPAN CARD " WS-SPAN-CARD-COUNT
                 " REJECTED - " WS-CARD-ERROR-TEXT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.

      * NUMBERS ALREADY TESTED TODAY ARE TAKEN FROM THE USAGE
      * LEDGER BEFORE IT IS OPENED FOR THIS RUN'S RECORDS.
        para2e-load-today-usage.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT LEDG-FILE.
           IF WS-LEDG-STATUS NOT = "00" AND WS-LEDG-STATUS NOT = "05"
              DISPLAY "UNABLE TO READ USAGE LEDGER FILE - STATUS "
                 WS-LEDG-STATUS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "USAGE LEDGER NOT READABLE - STATUS "
                 WS-LEDG-STATUS " - QUOTAS COVER THIS RUN ONLY"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           ELSE
              PERFORM UNTIL WS-EOF-FLAG = 1
                 READ LEDG-FILE
                    AT END
                       MOVE 1 TO WS-EOF-FLAG
                    NOT AT END
                       IF LEDG-RUN-DATE = WS-RUN-DATE-YYYYMMDD
                          PERFORM para2g-add-today-usage
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEDG-FILE
           END-IF.

        para2g-add-today-usage.
           ADD 1 TO WS-LEDG-TODAY.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                 UNTIL WS-RG-IDX > WS-RG-COUNT
              IF WS-RG-ID(WS-RG-IDX) = LEDG-REQUESTER
                    AND LEDG-CHECKED IS NUMERIC
                 ADD LEDG-CHECKED TO WS-RG-USED(WS-RG-IDX)
              END-IF
           END-PERFORM.

        para3-load-work-orders.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT WORK-FILE.
              END-IF
           END-IF.

           IF WS-CARD-ERROR-TEXT = SPACES
              PERFORM para4a-check-registry-limits
           END-IF.

           IF WS-CARD-ERROR-TEXT = SPACES
              PERFORM para5-assign-requester-slot
           END-IF.
                 END-IF
                 MOVE WS-CUR-SLOT TO WS-ORD-SLOT(WS-ORDER-COUNT)
                 ADD 1 TO WS-REQ-ORDERS(WS-CUR-SLOT)
                 ADD WS-ORD-SPAN TO WS-RG-USED(WS-CUR-RG)
              ELSE
                 ADD 1 TO WS-ORDER-OMITTED
              END-IF
              DISPLAY WS-DETAIL-LINE
           END-IF.

      * STATUS, EFFECTIVE DATE, PRIORITY SPAN LIMIT AND DAILY
      * QUOTA. ACCEPTED ORDERS COUNT AGAINST THE QUOTA AS THEY ARE
      * LOADED, SO LATER CARDS SEE EARLIER ONES IN THE SAME RUN.
        para4a-check-registry-limits.
           MOVE 0 TO WS-CUR-RG.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                 UNTIL WS-RG-IDX > WS-RG-COUNT
                    OR WS-CUR-RG > 0
              IF WS-RG-ID(WS-RG-IDX) = WO-REQUESTER
                 MOVE WS-RG-IDX TO WS-CUR-RG
              END-IF
           END-PERFORM.
           IF WS-CUR-RG = 0
              MOVE "REQUESTER NOT IN REGISTRY"
                 TO WS-CARD-ERROR-TEXT
           END-IF.
           IF WS-CARD-ERROR-TEXT = SPACES
              IF WS-RG-STATUS(WS-CUR-RG) = "I"
                 MOVE "REQUESTER INACTIVE" TO WS-CARD-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-CARD-ERROR-TEXT = SPACES
              IF WS-RG-EFF-DATE(WS-CUR-RG) > WS-RUN-DATE-YYYYMMDD
                 STRING "REQUESTER NOT EFFECTIVE UNTIL "
                    WS-RG-EFF-DATE(WS-CUR-RG)
                    DELIMITED BY SIZE INTO WS-CARD-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-CARD-ERROR-TEXT = SPACES
              IF WO-MODE = "3"
                 COMPUTE WS-ORD-SPAN = FUNCTION NUMVAL(WO-TO)
                    - FUNCTION NUMVAL(WO-FROM) + 1
              ELSE
                 MOVE 1 TO WS-ORD-SPAN
              END-IF
              MOVE FUNCTION NUMVAL(WO-PRIORITY) TO WS-SPAN-PRI
              IF WS-SPAN-LIMIT(WS-SPAN-PRI) > 0
                    AND WS-ORD-SPAN > WS-SPAN-LIMIT(WS-SPAN-PRI)
                 STRING "SPAN " WS-ORD-SPAN " EXCEEDS PRIORITY "
                    WO-PRIORITY " LIMIT " WS-SPAN-LIMIT(WS-SPAN-PRI)
                    DELIMITED BY SIZE INTO WS-CARD-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-CARD-ERROR-TEXT = SPACES
              IF WS-RG-QUOTA(WS-CUR-RG) > 0
                    AND WS-RG-USED(WS-CUR-RG) + WS-ORD-SPAN
                       > WS-RG-QUOTA(WS-CUR-RG)
                 STRING "DAILY QUOTA EXCEEDED - USED "
                    WS-RG-USED(WS-CUR-RG) " OF "
                    WS-RG-QUOTA(WS-CUR-RG)
                    DELIMITED BY SIZE INTO WS-CARD-ERROR-TEXT
              END-IF
           END-IF.

        para5-assign-requester-slot.
           MOVE 0 TO WS-CUR-SLOT.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
              MOVE 0 TO WS-CUR-SLOT
           ELSE
              MOVE 1 TO WS-SLOT-OPEN(WS-CUR-SLOT)
              PERFORM para5b-write-result-header
           END-IF.

        para5b-write-result-header.
           MOVE "N" TO WS-IFC-FUNCTION.
           MOVE SPACES TO WS-IFC-FILE-ID.
           STRING "WOOUT" WS-CUR-SLOT
              DELIMITED BY SIZE INTO WS-IFC-FILE-ID.
           MOVE "wodisp" TO WS-IFC-PROGRAM.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-IFC-RUN-DATE.
           CALL "ifctl" USING WS-IFC-REQUEST.
           IF WS-IFC-RESULT NOT = SPACES
              PERFORM para5e-refuse-result-file
           ELSE
              MOVE WS-IFC-CYCLE-SEQ TO WS-OUT-CYCLE-SEQ(WS-CUR-SLOT)
              MOVE WS-IFC-FILE-ID TO WS-CTL-HDR-FILE-ID
              MOVE WS-RUN-DATE-YYYYMMDD TO WS-CTL-HDR-RUN-DATE
              MOVE WS-IFC-CYCLE-SEQ TO WS-CTL-HDR-CYCLE-SEQ
              MOVE WS-CTL-HDR-REC TO WS-CTL-OUT-REC
              PERFORM para5c-write-control-record
              IF WS-RES-STATUS NOT = "00"
                 MOVE 1 TO WS-RESULT-FAILED
                 DISPLAY "RESULT HEADER WRITE FAILED FOR SLOT "
                    WS-CUR-SLOT " - STATUS " WS-RES-STATUS
                 MOVE SPACES TO WS-DETAIL-LINE
                 STRING "ERROR: " WS-IFC-FILE-ID
                    " HEADER WRITE FAILED - STATUS " WS-RES-STATUS
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 WRITE RPT-RECORD FROM WS-DETAIL-LINE
              END-IF
           END-IF.

        para5c-write-control-record.
           EVALUATE WS-CUR-SLOT
              WHEN 1
                 WRITE RES1-CTL-RECORD FROM WS-CTL-OUT-REC
                 MOVE WS-RES1-STATUS TO WS-RES-STATUS
              WHEN 2
                 WRITE RES2-CTL-RECORD FROM WS-CTL-OUT-REC
                 MOVE WS-RES2-STATUS TO WS-RES-STATUS
              WHEN 3
                 WRITE RES3-CTL-RECORD FROM WS-CTL-OUT-REC
                 MOVE WS-RES3-STATUS TO WS-RES-STATUS
              WHEN 4
                 WRITE RES4-CTL-RECORD FROM WS-CTL-OUT-REC
                 MOVE WS-RES4-STATUS TO WS-RES-STATUS
              WHEN 5
                 WRITE RES5-CTL-RECORD FROM WS-CTL-OUT-REC
                 MOVE WS-RES5-STATUS TO WS-RES-STATUS
           END-EVALUATE.

        para5d-report-register-problem.
           MOVE 1 TO WS-CTL-WARNING.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "WARNING: " WS-IFC-FILE-ID " " WS-IFC-RESULT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

      * A RESULT FILE WITHOUT A CYCLE FROM THE REGISTER CANNOT BE
      * CONTROLLED, SO IT IS CLOSED EMPTY AND THE ORDER IS REJECTED.
        para5e-refuse-result-file.
           MOVE 1 TO WS-RESULT-FAILED.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "ERROR: " WS-IFC-FILE-ID " CYCLE NOT ASSIGNED - "
              WS-IFC-RESULT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           EVALUATE WS-CUR-SLOT
              WHEN 1
                 CLOSE RES1-FILE
              WHEN 2
                 CLOSE RES2-FILE
              WHEN 3
                 CLOSE RES3-FILE
              WHEN 4
                 CLOSE RES4-FILE
              WHEN 5
                 CLOSE RES5-FILE
           END-EVALUATE.
           MOVE 0 TO WS-SLOT-OPEN(WS-CUR-SLOT).
           MOVE "RESULT FILE CYCLE NOT ASSIGNED BY REGISTER"
              TO WS-CARD-ERROR-TEXT.
           MOVE 0 TO WS-CUR-SLOT.

        para6-dispatch-orders.
           PERFORM VARYING WS-CUR-PRIORITY FROM 1 BY 1
                 UNTIL WS-CUR-PRIORITY > 9

        para7-process-order.
           MOVE WS-ORD-SLOT(WS-ORD-IDX) TO WS-CUR-SLOT.
           MOVE 0 TO WS-ORD-CHECKED.
           MOVE 0 TO WS-ORD-HISTHIT.
           ACCEPT WS-CLOCK-RAW FROM TIME.
           COMPUTE WS-ORD-START-TIME = (WS-CK-HH * 10000)
              + (WS-CK-MM * 100) + WS-CK-SS.
           COMPUTE WS-ORD-START-HUND = (WS-CK-HH * 360000)
              + (WS-CK-MM * 6000) + (WS-CK-SS * 100) + WS-CK-HUND.
           PERFORM VARYING WS-RANGE-CTR
                 FROM WS-ORD-FROM(WS-ORD-IDX) BY 1
                 UNTIL WS-RANGE-CTR > WS-ORD-TO(WS-ORD-IDX)
              MOVE WS-RANGE-CTR TO num1
              PERFORM para8-process-number
           END-PERFORM.
           IF WS-LEDG-AVAILABLE = 1
              PERFORM para7a-write-ledger
           END-IF.

        para7a-write-ledger.
           ACCEPT WS-CLOCK-RAW FROM TIME.
           COMPUTE WS-ORD-END-HUND = (WS-CK-HH * 360000)
              + (WS-CK-MM * 6000) + (WS-CK-SS * 100) + WS-CK-HUND.
           IF WS-ORD-END-HUND < WS-ORD-START-HUND
              ADD 8640000 TO WS-ORD-END-HUND
           END-IF.
           MOVE WS-RUN-DATE-YYYYMMDD TO LEDG-RUN-DATE.
           MOVE WS-ORD-START-TIME TO LEDG-RUN-TIME.
           MOVE WS-ORD-REQUESTER(WS-ORD-IDX) TO LEDG-REQUESTER.
           MOVE WS-ORD-PRIORITY(WS-ORD-IDX) TO LEDG-PRIORITY.
           MOVE WS-ORD-MODE(WS-ORD-IDX) TO LEDG-MODE.
           MOVE WS-ORD-FROM(WS-ORD-IDX) TO LEDG-FROM.
           MOVE WS-ORD-TO(WS-ORD-IDX) TO LEDG-TO.
           MOVE WS-ORD-CHECKED TO LEDG-CHECKED.
           MOVE WS-ORD-HISTHIT TO LEDG-HISTHIT.
           COMPUTE LEDG-COMPUTED = WS-ORD-CHECKED - WS-ORD-HISTHIT.
           COMPUTE LEDG-ELAPSED =
              (WS-ORD-END-HUND - WS-ORD-START-HUND) / 100.
           WRITE LEDG-RECORD.
           IF WS-LEDG-STATUS NOT = "00"
              DISPLAY "USAGE LEDGER WRITE FAILED FOR "
                 LEDG-REQUESTER " - STATUS " WS-LEDG-STATUS
              DISPLAY "USAGE LEDGER DISABLED FOR REMAINDER OF RUN"
              CLOSE LEDG-FILE
              MOVE 0 TO WS-LEDG-AVAILABLE
           ELSE
              ADD 1 TO WS-LEDG-COUNT
           END-IF.

        para8-process-number.
           MOVE 0 TO WS-HIST-FOUND.
              MOVE HIST-FACTOR-COUNT TO WS-FACTOR-COUNT
              ADD 1 TO WS-HISTHIT-COUNT
              ADD 1 TO WS-REQ-HISTHIT(WS-CUR-SLOT)
              ADD 1 TO WS-ORD-HISTHIT
           ELSE
              PERFORM para9-check-prime
              PERFORM para9a-classify-number

           ADD 1 TO WS-TOTAL-CHECKED.
           ADD 1 TO WS-REQ-CHECKED(WS-CUR-SLOT).
           ADD 1 TO WS-ORD-CHECKED.
           IF WS-RESULT-TEXT = "PRIME    "
              ADD 1 TO WS-PRIME-COUNT
              ADD 1 TO WS-REQ-PRIME(WS-CUR-SLOT)
           IF WS-RES-STATUS NOT = "00"
              DISPLAY "RESULT WRITE FAILED FOR " num1
                 " SLOT " WS-CUR-SLOT " - STATUS " WS-RES-STATUS
           ELSE
              ADD 1 TO WS-OUT-COUNT(WS-CUR-SLOT)
              ADD num1 TO WS-OUT-HASH(WS-CUR-SLOT)
           END-IF.

        para11-write-requester-sections.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

      * EVERY RESULT FILE OPENED THIS RUN ENDS WITH A TRAILER, EVEN
      * WHEN NONE OF ITS REQUESTER'S ORDERS PRODUCED A RESULT.
        para12a-write-result-trailers.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                 UNTIL WS-REQ-IDX > 5
              IF WS-SLOT-OPEN(WS-REQ-IDX) = 1
                 MOVE WS-REQ-IDX TO WS-CUR-SLOT
                 PERFORM para12b-write-one-trailer
              END-IF
           END-PERFORM.

        para12b-write-one-trailer.
           MOVE SPACES TO WS-CTL-TRL-FILE-ID.
           STRING "WOOUT" WS-CUR-SLOT
              DELIMITED BY SIZE INTO WS-CTL-TRL-FILE-ID.
           MOVE WS-OUT-COUNT(WS-CUR-SLOT) TO WS-CTL-TRL-COUNT.
           MOVE WS-OUT-HASH(WS-CUR-SLOT) TO WS-CTL-TRL-HASH.
           MOVE WS-CTL-TRL-REC TO WS-CTL-OUT-REC.
           PERFORM para5c-write-control-record.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-RES-STATUS NOT = "00"
              MOVE 1 TO WS-RESULT-FAILED
              STRING "ERROR: " WS-CTL-TRL-FILE-ID
                 " TRAILER WRITE FAILED - STATUS " WS-RES-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              MOVE "P" TO WS-IFC-FUNCTION
              MOVE WS-CTL-TRL-FILE-ID TO WS-IFC-FILE-ID
              MOVE "wodisp" TO WS-IFC-PROGRAM
              MOVE WS-OUT-CYCLE-SEQ(WS-CUR-SLOT) TO WS-IFC-CYCLE-SEQ
              MOVE WS-RUN-DATE-YYYYMMDD TO WS-IFC-RUN-DATE
              CALL "ifctl" USING WS-IFC-REQUEST
              IF WS-IFC-RESULT NOT = SPACES
                 PERFORM para5d-report-register-problem
              END-IF
              MOVE SPACES TO WS-DETAIL-LINE
              STRING WS-CTL-TRL-FILE-ID " CYCLE "
                 WS-OUT-CYCLE-SEQ(WS-CUR-SLOT)
                 " RECORDS " WS-CTL-TRL-COUNT
                 " HASH TOTAL " WS-CTL-TRL-HASH
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

        para12-close-result-files.
           IF WS-SLOT-OPEN(1) = 1
              CLOSE RES1-FILE

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "REQUESTERS REGISTERED: " WS-REG-COUNT
              "   INACTIVE: " WS-RG-INACTIVE
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "SPAN LIMIT CARDS LOADED: " WS-SPAN-LOADED
              "   LEDGER RECORDS FOR TODAY: " WS-LEDG-TODAY
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-LEDG-AVAILABLE = 1
              STRING "USAGE LEDGER RECORDS WRITTEN: " WS-LEDG-COUNT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "USAGE LEDGER NOT AVAILABLE - RECORDS WRITTEN: "
                 WS-LEDG-COUNT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
