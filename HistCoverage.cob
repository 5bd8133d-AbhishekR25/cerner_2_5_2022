      * --- cerner_2tothe5th_2022
       IDENTIFICATION DIVISION.
       PROGRAM-ID. histcov.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "HISTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-NUM1
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PARM-FILE ASSIGN TO "COVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CARD-FILE ASSIGN TO "SIEVCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT RPT-FILE ASSIGN TO "COVRPT"
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

      * BLANK FIELDS TAKE THE DEFAULTS - FROM 2, TO THE HIGHEST KEY
      * ON FILE, BLOCKS OF 1000, AT MOST 100000 NUMBERS PER CARD.
       FD  PARM-FILE.
        01 PARM-RECORD.
           05 PARM-FROM PIC X(7).
           05 PARM-TO PIC X(7).
           05 PARM-BLOCK-SIZE PIC X(5).
           05 PARM-MAX-PRELOAD PIC X(7).

      * ONE SIEVEPRE SIEVPARM CARD PER LINE.
       FD  CARD-FILE.
        01 CARD-RECORD.
           05 CARD-FROM PIC 9(7).
           05 CARD-TO PIC 9(7).

       FD  RPT-FILE.
        01 RPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-HIST-STATUS PIC XX VALUE "00".
        01 WS-PARM-STATUS PIC XX VALUE "00".
        01 WS-CARD-STATUS PIC XX VALUE "00".
        01 WS-RPT-STATUS PIC XX VALUE "00".
        01 WS-FROM PIC 9(7) VALUE 2.
        01 WS-TO PIC 9(7) VALUE 9999999.
        01 WS-TO-GIVEN PIC 9 VALUE 0.
        01 WS-BLOCK-SIZE PIC 9(5) VALUE 1000.
        01 WS-MAX-PRELOAD PIC 9(7) VALUE 100000.
        01 WS-PARM-OK PIC 9 VALUE 0.
        01 WS-PARM-PRESENT PIC 9 VALUE 0.
        01 WS-PARM-ERROR-TEXT PIC X(50) VALUE SPACES.
        01 WS-EOF-FLAG PIC 9 VALUE 0.
        01 WS-KEY-COUNT PIC 9(7) VALUE 0.
        01 WS-LAST-KEY PIC 9(7) VALUE 0.
      * BLOCK AND GAP ARITHMETIC IS ONE DIGIT WIDER THAN THE KEYS SO
      * THE LAST BLOCK OF THE 7-DIGIT SPACE CANNOT WRAP.
        01 WS-NEXT-EXPECTED PIC 9(8) VALUE 0.
        01 WS-BLK-START PIC 9(8) VALUE 0.
        01 WS-BLK-LO PIC 9(8) VALUE 0.
        01 WS-BLK-HI PIC 9(8) VALUE 0.
        01 WS-BLK-EXPECTED PIC 9(5) VALUE 0.
        01 WS-BLK-ON-FILE PIC 9(5) VALUE 0.
        01 WS-BLK-PRIMES PIC 9(5) VALUE 0.
        01 WS-BLK-MISSING PIC 9(5) VALUE 0.
        01 WS-REF-PRIMES PIC 9(5) VALUE 0.
        01 WS-EMPTY-RUN-LO PIC 9(8) VALUE 0.
        01 WS-EMPTY-RUN-HI PIC 9(8) VALUE 0.
        01 WS-EMPTY-RUN-COUNT PIC 9(7) VALUE 0.
        01 WS-FULL-BLOCKS PIC 9(7) VALUE 0.
        01 WS-PARTIAL-BLOCKS PIC 9(7) VALUE 0.
        01 WS-EMPTY-BLOCKS PIC 9(7) VALUE 0.
        01 WS-REF-MATCHED PIC 9(7) VALUE 0.
        01 WS-REF-MISMATCHED PIC 9(7) VALUE 0.
        01 WS-RANGE-COUNT PIC 9(8) VALUE 0.
        01 WS-ON-FILE-COUNT PIC 9(8) VALUE 0.
        01 WS-MISSING-COUNT PIC 9(8) VALUE 0.
        01 WS-COVERAGE-PCT PIC 999V9 VALUE 0.
        01 WS-COVERAGE-ED PIC ZZ9.9.
        01 WS-GAP-LO PIC 9(8) VALUE 0.
        01 WS-GAP-HI PIC 9(8) VALUE 0.
        01 WS-CARD-OPEN PIC 9 VALUE 0.
        01 WS-CARD-AVAILABLE PIC 9 VALUE 0.
        01 WS-CARD-FROM PIC 9(8) VALUE 0.
        01 WS-CARD-TO PIC 9(8) VALUE 0.
        01 WS-CARD-LIMIT PIC 9(8) VALUE 0.
        01 WS-CARD-COUNT PIC 9(5) VALUE 0.
        01 WS-CARD-NUMBERS PIC 9(8) VALUE 0.
        01 WS-BASE-FLAG-TAB VALUE ALL "0".
           05 WS-BASE-FLAG PIC 9 OCCURS 3163 TIMES.
        01 WS-BASE-PRIME-TAB.
           05 WS-BASE-PRIME PIC 9(4) OCCURS 450 TIMES.
        01 WS-BASE-PRIME-COUNT PIC 9(3) VALUE 0.
        01 WS-BASE-IDX PIC 9(4) VALUE 0.
        01 WS-BASE-MULT PIC 9(8) VALUE 0.
        01 WS-SEG-FLAG-TAB.
           05 WS-SEG-FLAG PIC 9 OCCURS 10000 TIMES.
        01 WS-SEG-IDX PIC 9(5) VALUE 0.
        01 WS-PRIME-IDX PIC 9(3) VALUE 0.
        01 WS-CUR-PRIME PIC 9(4) VALUE 0.
        01 WS-MULT-START PIC 9(8) VALUE 0.
        01 WS-MULT PIC 9(8) VALUE 0.
        01 WS-DIV-QUOT PIC 9(8) VALUE 0.
        01 WS-DIV-REM PIC 9(8) VALUE 0.
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
              DISPLAY "UNABLE TO OPEN COVERAGE REPORT FILE - STATUS "
                 WS-RPT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM para2-write-report-heading.

           PERFORM para3-read-parm-card.
           IF WS-PARM-PRESENT = 1 AND WS-PARM-OK = 0
              PERFORM para3a-reject-parm-card
           END-IF.

           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN HISTORY FILE - STATUS "
                 WS-HIST-STATUS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "HISTORY FILE NOT AVAILABLE - STATUS "
                 WS-HIST-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 1 TO WS-CARD-AVAILABLE.
           OPEN OUTPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN PRELOAD CARD FILE - STATUS "
                 WS-CARD-STATUS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "PRELOAD CARD FILE NOT AVAILABLE - STATUS "
                 WS-CARD-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              CLOSE HIST-FILE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM para4-build-base-primes.
           PERFORM para5-walk-history.
           CLOSE CARD-FILE.
           CLOSE HIST-FILE.
           PERFORM para9-write-totals.
           IF WS-CARD-AVAILABLE = 1
              PERFORM para9a-list-cards
           END-IF.
           CLOSE RPT-FILE.
           IF WS-CARD-AVAILABLE = 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REF-MISMATCHED > 0
                    OR (WS-TO-GIVEN = 0 AND WS-KEY-COUNT = 0)
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.

        para2-write-report-heading.
           MOVE SPACES TO WS-HEADING-LINE.
           STRING "PRIME HISTORY COVERAGE ANALYSIS - RUN DATE "
                 WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
                 DELIMITED BY SIZE INTO WS-HEADING-LINE.
           WRITE RPT-RECORD FROM WS-HEADING-LINE.

        para3-read-parm-card.
           MOVE 0 TO WS-PARM-PRESENT.
           MOVE 0 TO WS-PARM-OK.
           MOVE SPACES TO WS-PARM-ERROR-TEXT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "35"
              CONTINUE
           ELSE
              IF WS-PARM-STATUS NOT = "00"
                 MOVE 1 TO WS-PARM-PRESENT
                 STRING "PARAMETER FILE OPEN FAILED - STATUS "
                       WS-PARM-STATUS
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              ELSE
                 MOVE 1 TO WS-PARM-PRESENT
                 READ PARM-FILE
                    AT END
                       MOVE "PARAMETER FILE IS EMPTY"
                          TO WS-PARM-ERROR-TEXT
                    NOT AT END
                       PERFORM para3b-validate-parm-card
                 END-READ
                 CLOSE PARM-FILE
              END-IF
           END-IF.

      * NOTHING BELOW 2 IS EVER PUT ON FILE, SO COVERAGE STARTS
      * THERE AT THE EARLIEST.
        para3b-validate-parm-card.
           IF PARM-FROM NOT = SPACES
              IF FUNCTION TRIM(PARM-FROM) IS NUMERIC
                    AND FUNCTION NUMVAL(PARM-FROM) > 1
                 MOVE FUNCTION NUMVAL(PARM-FROM) TO WS-FROM
              ELSE
                 STRING "INVALID FROM VALUE ON CONTROL CARD: "
                       PARM-FROM
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
                 AND PARM-TO NOT = SPACES
              IF FUNCTION TRIM(PARM-TO) IS NUMERIC
                 MOVE FUNCTION NUMVAL(PARM-TO) TO WS-TO
                 MOVE 1 TO WS-TO-GIVEN
                 IF WS-TO < WS-FROM
                    STRING "TO VALUE BELOW FROM VALUE ON CARD: "
                          PARM-TO
                          DELIMITED BY SIZE
                          INTO WS-PARM-ERROR-TEXT
                 END-IF
              ELSE
                 STRING "INVALID TO VALUE ON CONTROL CARD: "
                       PARM-TO
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
                 AND PARM-BLOCK-SIZE NOT = SPACES
              IF FUNCTION TRIM(PARM-BLOCK-SIZE) IS NUMERIC
                    AND FUNCTION NUMVAL(PARM-BLOCK-SIZE) >= 10
                    AND FUNCTION NUMVAL(PARM-BLOCK-SIZE) <= 10000
                 MOVE FUNCTION NUMVAL(PARM-BLOCK-SIZE)
                    TO WS-BLOCK-SIZE
              ELSE
                 STRING "BLOCK SIZE MUST BE 10 TO 10000: "
                       PARM-BLOCK-SIZE
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
                 AND PARM-MAX-PRELOAD NOT = SPACES
              IF FUNCTION TRIM(PARM-MAX-PRELOAD) IS NUMERIC
                    AND FUNCTION NUMVAL(PARM-MAX-PRELOAD) > 0
                 MOVE FUNCTION NUMVAL(PARM-MAX-PRELOAD)
                    TO WS-MAX-PRELOAD
              ELSE
                 STRING "INVALID MAXIMUM PRELOAD SIZE ON CARD: "
                       PARM-MAX-PRELOAD
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
              MOVE 1 TO WS-PARM-OK
           END-IF.

        para3a-reject-parm-card.
           DISPLAY "CONTROL CARD REJECTED - " WS-PARM-ERROR-TEXT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CONTROL CARD REJECTED - " WS-PARM-ERROR-TEXT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "RUN TERMINATED - NO COVERAGE ANALYSED"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           CLOSE RPT-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      * BASE PRIMES UP TO THE SQUARE ROOT OF THE LARGEST KEY, FOR
      * SIEVING THE REFERENCE COUNT OF A FULLY COVERED BLOCK.
        para4-build-base-primes.
           PERFORM VARYING WS-BASE-IDX FROM 2 BY 1
                 UNTIL WS-BASE-IDX > 3163
              IF WS-BASE-FLAG(WS-BASE-IDX) = 0
                 ADD 1 TO WS-BASE-PRIME-COUNT
                 MOVE WS-BASE-IDX
                    TO WS-BASE-PRIME(WS-BASE-PRIME-COUNT)
                 COMPUTE WS-BASE-MULT = WS-BASE-IDX * WS-BASE-IDX
                 PERFORM UNTIL WS-BASE-MULT > 3163
                    MOVE 1 TO WS-BASE-FLAG(WS-BASE-MULT)
                    ADD WS-BASE-IDX TO WS-BASE-MULT
                 END-PERFORM
              END-IF
           END-PERFORM.

      * BLOCKS ARE ALIGNED ON MULTIPLES OF THE BLOCK SIZE. THE FIRST
      * AND LAST BLOCK ARE CUT BACK TO THE FROM AND TO VALUES.
        para5-walk-history.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-TO-GIVEN = 1
              STRING "COVERAGE OF " WS-FROM " TO " WS-TO
                 " IN BLOCKS OF " WS-BLOCK-SIZE
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "COVERAGE FROM " WS-FROM
                 " TO THE HIGHEST KEY ON FILE IN BLOCKS OF "
                 WS-BLOCK-SIZE
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE WS-FROM TO WS-NEXT-EXPECTED.
           DIVIDE WS-FROM BY WS-BLOCK-SIZE GIVING WS-DIV-QUOT.
           COMPUTE WS-BLK-START = WS-DIV-QUOT * WS-BLOCK-SIZE.
           MOVE 0 TO WS-BLK-ON-FILE.
           MOVE 0 TO WS-BLK-PRIMES.

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
                       PERFORM para5a-take-key
                    END-IF
              END-READ
           END-PERFORM.

           IF WS-TO-GIVEN = 0 AND WS-KEY-COUNT = 0
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "NO HISTORY RECORDS FROM " WS-FROM
                 " - SUPPLY A TO VALUE TO MEASURE THE GAP"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           ELSE
              IF WS-TO-GIVEN = 0
                 MOVE WS-LAST-KEY TO WS-TO
              END-IF
              PERFORM para5b-close-range
           END-IF.

      * EVERYTHING AFTER THE LAST KEY READ UP TO THE TO VALUE IS A
      * GAP, AND THE BLOCKS IT FALLS IN ARE CLOSED OFF.
        para5b-close-range.
           IF WS-NEXT-EXPECTED <= WS-TO
              MOVE WS-NEXT-EXPECTED TO WS-GAP-LO
              MOVE WS-TO TO WS-GAP-HI
              PERFORM para8-add-gap
           END-IF.
           PERFORM UNTIL WS-BLK-START > WS-TO
              PERFORM para6-close-block
           END-PERFORM.
           PERFORM para6b-flush-empty-run.
           IF WS-CARD-OPEN = 1
              PERFORM para8a-write-card
           END-IF.

        para5a-take-key.
           ADD 1 TO WS-KEY-COUNT.
           MOVE HIST-NUM1 TO WS-LAST-KEY.
           IF HIST-NUM1 > WS-NEXT-EXPECTED
              MOVE WS-NEXT-EXPECTED TO WS-GAP-LO
              COMPUTE WS-GAP-HI = HIST-NUM1 - 1
              PERFORM para8-add-gap
           END-IF.
           PERFORM UNTIL HIST-NUM1 < WS-BLK-START + WS-BLOCK-SIZE
              PERFORM para6-close-block
           END-PERFORM.
           ADD 1 TO WS-BLK-ON-FILE.
           IF HIST-RESULT = "PRIME    "
              ADD 1 TO WS-BLK-PRIMES
           END-IF.
           COMPUTE WS-NEXT-EXPECTED = HIST-NUM1 + 1.

      * A RUN OF EMPTY BLOCKS IS HELD BACK AND REPORTED AS ONE LINE
      * WHEN THE NEXT BLOCK WITH RECORDS ON FILE IS REACHED.
        para6-close-block.
           MOVE WS-BLK-START TO WS-BLK-LO.
           IF WS-BLK-LO < WS-FROM
              MOVE WS-FROM TO WS-BLK-LO
           END-IF.
           COMPUTE WS-BLK-HI = WS-BLK-START + WS-BLOCK-SIZE - 1.
           IF WS-BLK-HI > WS-TO
              MOVE WS-TO TO WS-BLK-HI
           END-IF.
           COMPUTE WS-BLK-EXPECTED = WS-BLK-HI - WS-BLK-LO + 1.
           ADD WS-BLK-EXPECTED TO WS-RANGE-COUNT.
           ADD WS-BLK-ON-FILE TO WS-ON-FILE-COUNT.

           EVALUATE TRUE
              WHEN WS-BLK-ON-FILE = 0
                 ADD 1 TO WS-EMPTY-BLOCKS
                 IF WS-EMPTY-RUN-COUNT = 0
                    MOVE WS-BLK-LO TO WS-EMPTY-RUN-LO
                 END-IF
                 ADD 1 TO WS-EMPTY-RUN-COUNT
                 MOVE WS-BLK-HI TO WS-EMPTY-RUN-HI
              WHEN WS-BLK-ON-FILE = WS-BLK-EXPECTED
                 PERFORM para6b-flush-empty-run
                 ADD 1 TO WS-FULL-BLOCKS
                 PERFORM para6a-write-full-block
              WHEN OTHER
                 PERFORM para6b-flush-empty-run
                 ADD 1 TO WS-PARTIAL-BLOCKS
                 COMPUTE WS-BLK-MISSING =
                    WS-BLK-EXPECTED - WS-BLK-ON-FILE
                 MOVE SPACES TO WS-DETAIL-LINE
                 STRING "BLOCK " WS-BLK-LO(2:7) "-" WS-BLK-HI(2:7)
                    "  PARTIAL   ON FILE " WS-BLK-ON-FILE
                    "  MISSING " WS-BLK-MISSING
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 WRITE RPT-RECORD FROM WS-DETAIL-LINE
           END-EVALUATE.

           MOVE 0 TO WS-BLK-ON-FILE.
           MOVE 0 TO WS-BLK-PRIMES.
           ADD WS-BLOCK-SIZE TO WS-BLK-START.

        para6a-write-full-block.
           PERFORM para7-reference-count.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-BLK-PRIMES = WS-REF-PRIMES
              ADD 1 TO WS-REF-MATCHED
              STRING "BLOCK " WS-BLK-LO(2:7) "-" WS-BLK-HI(2:7)
                 "  FULL      PRIMES " WS-BLK-PRIMES
                 "  REFERENCE " WS-REF-PRIMES
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              ADD 1 TO WS-REF-MISMATCHED
              STRING "BLOCK " WS-BLK-LO(2:7) "-" WS-BLK-HI(2:7)
                 "  FULL      PRIMES " WS-BLK-PRIMES
                 "  REFERENCE " WS-REF-PRIMES "  MISMATCH"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

        para6b-flush-empty-run.
           IF WS-EMPTY-RUN-COUNT > 0
              MOVE SPACES TO WS-DETAIL-LINE
              IF WS-EMPTY-RUN-COUNT = 1
                 STRING "BLOCK " WS-EMPTY-RUN-LO(2:7) "-"
                    WS-EMPTY-RUN-HI(2:7) "  EMPTY"
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
              ELSE
                 STRING "BLOCK " WS-EMPTY-RUN-LO(2:7) "-"
                    WS-EMPTY-RUN-HI(2:7) "  EMPTY     "
                    WS-EMPTY-RUN-COUNT " BLOCKS"
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
              END-IF
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              MOVE 0 TO WS-EMPTY-RUN-COUNT
           END-IF.

      * THE REFERENCE PRIME COUNT FOR A BLOCK IS SIEVED AFRESH, THE
      * SAME WAY SIEVEPRE SIEVES A SEGMENT - A BLOCK IS NEVER LARGER
      * THAN ONE SEGMENT.
        para7-reference-count.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                 UNTIL WS-SEG-IDX > WS-BLK-EXPECTED
              MOVE 0 TO WS-SEG-FLAG(WS-SEG-IDX)
           END-PERFORM.
           PERFORM VARYING WS-PRIME-IDX FROM 1 BY 1
                 UNTIL WS-PRIME-IDX > WS-BASE-PRIME-COUNT
              MOVE WS-BASE-PRIME(WS-PRIME-IDX) TO WS-CUR-PRIME
              IF WS-CUR-PRIME * WS-CUR-PRIME <= WS-BLK-HI
                 PERFORM para7a-mark-multiples
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-REF-PRIMES.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                 UNTIL WS-SEG-IDX > WS-BLK-EXPECTED
              IF WS-SEG-FLAG(WS-SEG-IDX) = 0
                 ADD 1 TO WS-REF-PRIMES
              END-IF
           END-PERFORM.

        para7a-mark-multiples.
           COMPUTE WS-MULT-START = WS-CUR-PRIME * WS-CUR-PRIME.
           IF WS-MULT-START < WS-BLK-LO
              DIVIDE WS-BLK-LO BY WS-CUR-PRIME
                 GIVING WS-DIV-QUOT REMAINDER WS-DIV-REM
              IF WS-DIV-REM NOT = 0
                 ADD 1 TO WS-DIV-QUOT
              END-IF
              COMPUTE WS-MULT-START = WS-DIV-QUOT * WS-CUR-PRIME
           END-IF.
           MOVE WS-MULT-START TO WS-MULT.
           PERFORM UNTIL WS-MULT > WS-BLK-HI
              COMPUTE WS-SEG-IDX = WS-MULT - WS-BLK-LO + 1
              MOVE 1 TO WS-SEG-FLAG(WS-SEG-IDX)
              ADD WS-CUR-PRIME TO WS-MULT
           END-PERFORM.

      * GAPS CLOSE ENOUGH TOGETHER SHARE A CARD, SO A CARD MAY SPAN
      * A FEW NUMBERS ALREADY ON FILE - SIEVEPRE COUNTS THOSE AS
      * ALREADY ON FILE AND LEAVES THEM ALONE. NO CARD COVERS MORE
      * THAN THE MAXIMUM PRELOAD SIZE.
        para8-add-gap.
           PERFORM UNTIL WS-GAP-LO > WS-GAP-HI
              IF WS-CARD-OPEN = 1
                 IF WS-GAP-LO - WS-CARD-FROM + 1 > WS-MAX-PRELOAD
                    PERFORM para8a-write-card
                 END-IF
              END-IF
              IF WS-CARD-OPEN = 0
                 MOVE 1 TO WS-CARD-OPEN
                 MOVE WS-GAP-LO TO WS-CARD-FROM
              END-IF
              COMPUTE WS-CARD-LIMIT =
                 WS-CARD-FROM + WS-MAX-PRELOAD - 1
              IF WS-GAP-HI < WS-CARD-LIMIT
                 MOVE WS-GAP-HI TO WS-CARD-TO
              ELSE
                 MOVE WS-CARD-LIMIT TO WS-CARD-TO
              END-IF
              COMPUTE WS-GAP-LO = WS-CARD-TO + 1
              IF WS-CARD-TO = WS-CARD-LIMIT
                 PERFORM para8a-write-card
              END-IF
           END-PERFORM.

        para8a-write-card.
           MOVE 0 TO WS-CARD-OPEN.
           IF WS-CARD-AVAILABLE = 1
              MOVE WS-CARD-FROM TO CARD-FROM
              MOVE WS-CARD-TO TO CARD-TO
              WRITE CARD-RECORD
              IF WS-CARD-STATUS NOT = "00"
                 DISPLAY "PRELOAD CARD WRITE FAILED - STATUS "
                    WS-CARD-STATUS
                 MOVE SPACES TO WS-DETAIL-LINE
                 STRING "PRELOAD CARD WRITE FAILED - STATUS "
                    WS-CARD-STATUS " - CARD FILE IS INCOMPLETE"
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 WRITE RPT-RECORD FROM WS-DETAIL-LINE
                 MOVE 0 TO WS-CARD-AVAILABLE
              ELSE
                 ADD 1 TO WS-CARD-COUNT
                 COMPUTE WS-CARD-NUMBERS = WS-CARD-NUMBERS
                    + WS-CARD-TO - WS-CARD-FROM + 1
              END-IF
           END-IF.

        para9-write-totals.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           COMPUTE WS-MISSING-COUNT =
              WS-RANGE-COUNT - WS-ON-FILE-COUNT.
           IF WS-RANGE-COUNT > 0
              COMPUTE WS-COVERAGE-PCT ROUNDED =
                 WS-ON-FILE-COUNT * 100 / WS-RANGE-COUNT
           END-IF.
           MOVE WS-COVERAGE-PCT TO WS-COVERAGE-ED.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "NUMBERS IN RANGE: " WS-RANGE-COUNT
              "   ON FILE: " WS-ON-FILE-COUNT
              "   MISSING: " WS-MISSING-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "COVERAGE: " WS-COVERAGE-ED " PERCENT"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "BLOCKS FULL: " WS-FULL-BLOCKS
              "   PARTIAL: " WS-PARTIAL-BLOCKS
              "   EMPTY: " WS-EMPTY-BLOCKS
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "FULL BLOCKS MATCHING REFERENCE COUNT: "
              WS-REF-MATCHED "   MISMATCHED: " WS-REF-MISMATCHED
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "SIEVPARM CARDS WRITTEN: " WS-CARD-COUNT
              "   NUMBERS COVERED: " WS-CARD-NUMBERS
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "MAXIMUM NUMBERS PER CARD: " WS-MAX-PRELOAD
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

      * LISTS THE CARDS JUST WRITTEN SO OPERATIONS CAN SEE WHAT THE
      * NEXT BATCH WINDOW WILL LOAD.
        para9a-list-cards.
           IF WS-CARD-COUNT > 0
              MOVE SPACES TO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "SIEVPARM CARDS - RUN EACH AS THE SIEVPARM OF "
                 "ITS OWN SIEVEPRE JOB"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              MOVE 0 TO WS-EOF-FLAG
              MOVE 0 TO WS-CARD-COUNT
              OPEN INPUT CARD-FILE
              PERFORM UNTIL WS-EOF-FLAG = 1
                 READ CARD-FILE
                    AT END
                       MOVE 1 TO WS-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       MOVE SPACES TO WS-DETAIL-LINE
                       STRING "CARD " WS-CARD-COUNT
                          "  FROM " CARD-FROM "  TO " CARD-TO
                          DELIMITED BY SIZE INTO WS-DETAIL-LINE
                       WRITE RPT-RECORD FROM WS-DETAIL-LINE
                 END-READ
              END-PERFORM
              CLOSE CARD-FILE
           END-IF.
