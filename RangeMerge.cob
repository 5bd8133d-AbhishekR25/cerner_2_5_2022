      * --- cerner_2tothe5th_2022
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rngmerge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "SPLITCRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT PART-FILE ASSIGN TO "PARTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT RPT-FILE ASSIGN TO "MERGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT STOP-FILE ASSIGN TO "STOPREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE PARTITION CARDS RNGSPLIT PRODUCED - THE LIST OF
      * PARTITIONS THAT MUST ALL BE PRESENT AND COMPLETE.
       FD  CARD-FILE.
        01 CARD-RECORD.
           05 CARD-MODE PIC X.
           05 CARD-FROM PIC 9(7).
           05 CARD-TO PIC 9(7).
           05 CARD-CKPT-INTERVAL PIC X(4).
           05 CARD-PART-NO PIC 99.
           05 CARD-PART-COUNT PIC 99.
           05 CARD-SPLIT-ID PIC X(14).

      * THE PRIMENO PARTOUT FILES OF EVERY PARTITION, CONCATENATED
      * IN ANY ORDER.
       FD  PART-FILE.
        01 PART-HDR-RECORD.
           05 PART-HDR-TYPE PIC X(3).
           05 PART-HDR-SPLIT-ID PIC X(14).
           05 PART-HDR-PART-NO PIC 99.
           05 PART-HDR-PART-COUNT PIC 99.
           05 PART-HDR-FROM PIC 9(7).
           05 PART-HDR-TO PIC 9(7).
           05 PART-HDR-RUN-DATE PIC 9(8).
        01 PART-PRM-RECORD.
           05 PART-PRM-TYPE PIC X(3).
           05 PART-PRM-NUM1 PIC 9(7).
           05 PART-PRM-PALIN-FLAG PIC X.
           05 PART-PRM-MERSENNE-FLAG PIC X.
           05 PART-PRM-SOPHIE-FLAG PIC X.
        01 PART-TRL-RECORD.
           05 PART-TRL-TYPE PIC X(3).
           05 PART-TRL-SPLIT-ID PIC X(14).
           05 PART-TRL-PART-NO PIC 99.
           05 PART-TRL-CHECKED PIC 9(7).
           05 PART-TRL-PRIME-COUNT PIC 9(7).
           05 PART-TRL-HASH PIC 9(15).
           05 PART-TRL-COMPLETION PIC X.

       FD  RPT-FILE.
        01 RPT-RECORD PIC X(80).

      * THE OPERATOR STOP REQUEST SHARED BY EVERY PARTITION JOB.
       FD  STOP-FILE.
        01 STOP-RECORD PIC X(8).

       WORKING-STORAGE SECTION.
        01 WS-CARD-STATUS PIC XX VALUE "00".
        01 WS-PART-STATUS PIC XX VALUE "00".
        01 WS-RPT-STATUS PIC XX VALUE "00".
        01 WS-STOP-STATUS PIC XX VALUE "00".
        01 WS-STOP-SEEN PIC 9 VALUE 0.
        01 WS-EOF-FLAG PIC 9 VALUE 0.
        01 WS-SPLIT-ID PIC X(14) VALUE SPACES.
        01 WS-PART-COUNT PIC 99 VALUE 0.
        01 WS-CARD-COUNT PIC 9(3) VALUE 0.
        01 WS-FROM PIC 9(7) VALUE 0.
        01 WS-TO PIC 9(7) VALUE 0.
        01 WS-PROBLEM-COUNT PIC 9(5) VALUE 0.
        01 WS-PROBLEM-TEXT PIC X(64) VALUE SPACES.
        01 WS-STRAY-COUNT PIC 9(7) VALUE 0.
        01 WS-PL-IDX PIC 99 VALUE 0.
      * ONE ENTRY PER PARTITION ON THE SPLIT CARDS.
        01 WS-PLAN-TAB.
           05 WS-PLAN-ENTRY OCCURS 99 TIMES.
              10 WS-PL-CARD-SEEN PIC 9.
              10 WS-PL-FROM PIC 9(7).
              10 WS-PL-TO PIC 9(7).
              10 WS-PL-SEEN PIC 9.
              10 WS-PL-COMPLETE PIC 9.
              10 WS-PL-CHECKED PIC 9(7).
              10 WS-PL-PRIMES PIC 9(7).
        01 WS-CUR-PART PIC 99 VALUE 0.
        01 WS-CUR-PRIMES PIC 9(7) VALUE 0.
        01 WS-CUR-HASH PIC 9(15) VALUE 0.
        01 WS-CUR-LAST PIC 9(7) VALUE 0.
        01 WS-CUR-BAD-ORDER PIC 9 VALUE 0.
        01 WS-CUR-SKIPPING PIC 9 VALUE 0.
        01 WS-EXPECT-CHECKED PIC 9(7) VALUE 0.
        01 WS-MERGE-PART PIC 99 VALUE 0.
        01 WS-IN-PART PIC 9 VALUE 0.
        01 num1 PIC 9(7) VALUE 0.
        01 WS-TOTAL-CHECKED PIC 9(8) VALUE 0.
        01 WS-PRIME-COUNT PIC 9(7) VALUE 0.
        01 WS-NONPRIME-COUNT PIC 9(8) VALUE 0.
        01 WS-LARGEST-PRIME PIC 9(7) VALUE 0.
        01 WS-PALIN-COUNT PIC 9(7) VALUE 0.
        01 WS-MERSENNE-COUNT PIC 9(7) VALUE 0.
        01 WS-SOPHIE-COUNT PIC 9(7) VALUE 0.
        01 WS-PREV-PRIME PIC 9(7) VALUE 0.
        01 WS-PREV-PART PIC 99 VALUE 0.
        01 WS-GAP PIC 9(7) VALUE 0.
        01 WS-LARGEST-GAP PIC 9(7) VALUE 0.
        01 WS-LARGEST-GAP-LOW PIC 9(7) VALUE 0.
        01 WS-LARGEST-GAP-HIGH PIC 9(7) VALUE 0.
        01 WS-GAP-COUNT PIC 9(7) VALUE 0.
        01 WS-GAP-OMITTED PIC 9(7) VALUE 0.
        01 WS-GAP-CROSSING PIC 9(5) VALUE 0.
        01 WS-GAP-IDX PIC 9(4) VALUE 0.
        01 WS-GAP-TAB.
           05 WS-GAP-ENTRY OCCURS 200 TIMES.
              10 WS-GAP-LOW PIC 9(7).
              10 WS-GAP-SIZE PIC 9(7).
              10 WS-GAP-LOW-PART PIC 99.
              10 WS-GAP-HIGH-PART PIC 99.
        01 WS-GAP-HIGH-PRIME PIC 9(7) VALUE 0.
        01 WS-TWIN-COUNT PIC 9(7) VALUE 0.
        01 WS-TWIN-OMITTED PIC 9(7) VALUE 0.
        01 WS-TWIN-CROSSING PIC 9(5) VALUE 0.
        01 WS-TWIN-IDX PIC 99 VALUE 0.
        01 WS-TWIN-HIGH PIC 9(7) VALUE 0.
        01 WS-TWIN-TAB.
           05 WS-TWIN-ENTRY OCCURS 50 TIMES.
              10 WS-TWIN-LOW PIC 9(7).
              10 WS-TWIN-LOW-PART PIC 99.
              10 WS-TWIN-HIGH-PART PIC 99.
        01 WS-DENS-IDX PIC 9(5) VALUE 0.
        01 WS-DENS-BLOCKS PIC 9(4) VALUE 0.
        01 WS-DENS-OMITTED PIC 9 VALUE 0.
        01 WS-DENS-TAB VALUE ALL "0".
           05 WS-DENS-COUNT PIC 9(4) OCCURS 200 TIMES.
        01 WS-DENS-BLOCK-FROM PIC 9(7) VALUE 0.
        01 WS-DENS-BLOCK-TO PIC 9(7) VALUE 0.
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
              DISPLAY "UNABLE TO OPEN RANGE MERGE REPORT FILE - "
                 "STATUS " WS-RPT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM para2-write-report-heading.

           PERFORM para3-load-split-cards.
           IF WS-PROBLEM-COUNT = 0
              PERFORM para4-verify-partitions
           END-IF.
           IF WS-STOP-SEEN = 1
              PERFORM para9-clear-stop-request
           END-IF.

           IF WS-PROBLEM-COUNT > 0
              MOVE SPACES TO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "CONSOLIDATED REPORT NOT PRODUCED - "
                 WS-PROBLEM-COUNT " PROBLEMS FOUND"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM VARYING WS-MERGE-PART FROM 1 BY 1
                 UNTIL WS-MERGE-PART > WS-PART-COUNT
              PERFORM para5-merge-partition
           END-PERFORM.
           PERFORM para6-write-partition-list.
           PERFORM para7-write-summary.
           PERFORM para8-write-gap-report.
           CLOSE RPT-FILE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

        para2-write-report-heading.
           MOVE SPACES TO WS-HEADING-LINE.
           STRING "CONSOLIDATED PRIME RANGE REPORT - RUN DATE "
                 WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
                 DELIMITED BY SIZE INTO WS-HEADING-LINE.
           WRITE RPT-RECORD FROM WS-HEADING-LINE.

        para2a-report-problem.
           ADD 1 TO WS-PROBLEM-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "MERGE REFUSED - " WS-PROBLEM-TEXT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           MOVE SPACES TO WS-PROBLEM-TEXT.

      * THE SPLIT CARDS MUST DESCRIBE ONE SPLIT WHOSE PARTITIONS
      * RUN END TO END WITHOUT OVERLAP.
        para3-load-split-cards.
           MOVE ALL "0" TO WS-PLAN-TAB.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
              STRING "SPLIT CARD FILE NOT AVAILABLE - STATUS "
                 WS-CARD-STATUS
                 DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
              PERFORM para2a-report-problem
           ELSE
              PERFORM UNTIL WS-EOF-FLAG = 1
                 READ CARD-FILE
                    AT END
                       MOVE 1 TO WS-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM para3a-load-one-card
                 END-READ
              END-PERFORM
              CLOSE CARD-FILE
              IF WS-CARD-COUNT = 0
                 MOVE "SPLIT CARD FILE IS EMPTY" TO WS-PROBLEM-TEXT
                 PERFORM para2a-report-problem
              ELSE
                 PERFORM para3b-check-split-plan
              END-IF
           END-IF.

        para3a-load-one-card.
           IF WS-CARD-COUNT = 1
              MOVE CARD-SPLIT-ID TO WS-SPLIT-ID
              IF CARD-PART-COUNT IS NUMERIC
                 MOVE CARD-PART-COUNT TO WS-PART-COUNT
              END-IF
           END-IF.
           IF CARD-MODE NOT = "3"
                 OR CARD-FROM IS NOT NUMERIC
                 OR CARD-TO IS NOT NUMERIC
                 OR CARD-PART-NO IS NOT NUMERIC
                 OR CARD-PART-COUNT IS NOT NUMERIC
              STRING "SPLIT CARD " WS-CARD-COUNT
                 " IS NOT A PARTITION RANGE CARD"
                 DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
              PERFORM para2a-report-problem
           ELSE
              IF CARD-SPLIT-ID NOT = WS-SPLIT-ID
                    OR CARD-PART-COUNT NOT = WS-PART-COUNT
                 STRING "SPLIT CARD " WS-CARD-COUNT
                    " BELONGS TO A DIFFERENT SPLIT"
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                 PERFORM para2a-report-problem
              ELSE
                 IF CARD-PART-NO = 0 OR CARD-PART-NO > WS-PART-COUNT
                    STRING "SPLIT CARD " WS-CARD-COUNT
                       " PARTITION NUMBER " CARD-PART-NO
                       " OUT OF RANGE"
                       DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                    PERFORM para2a-report-problem
                 ELSE
                    IF WS-PL-CARD-SEEN(CARD-PART-NO) = 1
                       STRING "PARTITION " CARD-PART-NO
                          " HAS MORE THAN ONE SPLIT CARD"
                          DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                       PERFORM para2a-report-problem
                    ELSE
                       MOVE 1 TO WS-PL-CARD-SEEN(CARD-PART-NO)
                       MOVE CARD-FROM TO WS-PL-FROM(CARD-PART-NO)
                       MOVE CARD-TO TO WS-PL-TO(CARD-PART-NO)
                    END-IF
                 END-IF
              END-IF
           END-IF.

        para3b-check-split-plan.
           IF WS-PART-COUNT = 0
              MOVE "PARTITION COUNT MISSING ON SPLIT CARDS"
                 TO WS-PROBLEM-TEXT
              PERFORM para2a-report-problem
           END-IF.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                 UNTIL WS-PL-IDX > WS-PART-COUNT
              IF WS-PL-CARD-SEEN(WS-PL-IDX) = 0
                 STRING "NO SPLIT CARD FOR PARTITION " WS-PL-IDX
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                 PERFORM para2a-report-problem
              ELSE
                 IF WS-PL-IDX > 1
                    IF WS-PL-CARD-SEEN(WS-PL-IDX - 1) = 1
                       IF WS-PL-FROM(WS-PL-IDX)
                             NOT = WS-PL-TO(WS-PL-IDX - 1) + 1
                          STRING "PARTITION " WS-PL-IDX
                             " DOES NOT FOLLOW ON FROM THE ONE BEFORE"
                             DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                          PERFORM para2a-report-problem
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-PROBLEM-COUNT = 0
              MOVE WS-PL-FROM(1) TO WS-FROM
              MOVE WS-PL-TO(WS-PART-COUNT) TO WS-TO
           END-IF.

      * FIRST PASS - EVERY PARTITION ON THE SPLIT CARDS MUST BE ON
      * PARTIN EXACTLY ONCE, FULLY CHECKED AND IN BALANCE WITH ITS
      * TRAILER.
        para4-verify-partitions.
           MOVE 0 TO WS-EOF-FLAG.
           MOVE 0 TO WS-CUR-PART.
           MOVE 0 TO WS-IN-PART.
           OPEN INPUT PART-FILE.
           IF WS-PART-STATUS NOT = "00"
              STRING "PARTITION RESULTS FILE NOT AVAILABLE - STATUS "
                 WS-PART-STATUS
                 DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
              PERFORM para2a-report-problem
           ELSE
              PERFORM UNTIL WS-EOF-FLAG = 1
                 READ PART-FILE
                    AT END
                       MOVE 1 TO WS-EOF-FLAG
                    NOT AT END
                       PERFORM para4a-verify-one-record
                 END-READ
              END-PERFORM
              CLOSE PART-FILE
              IF WS-IN-PART = 1
                 PERFORM para4e-trailer-missing
              END-IF
              IF WS-STRAY-COUNT > 0
                 STRING WS-STRAY-COUNT
                    " RECORDS ON PARTIN OUTSIDE ANY PARTITION"
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                 PERFORM para2a-report-problem
              END-IF
              PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                    UNTIL WS-PL-IDX > WS-PART-COUNT
                 IF WS-PL-SEEN(WS-PL-IDX) = 0
                    STRING "PARTITION " WS-PL-IDX
                       " RESULTS MISSING FROM PARTIN"
                       DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                    PERFORM para2a-report-problem
                 END-IF
              END-PERFORM
           END-IF.

        para4a-verify-one-record.
           EVALUATE PART-HDR-TYPE
              WHEN "HDR"
                 IF WS-IN-PART = 1
                    PERFORM para4e-trailer-missing
                 END-IF
                 PERFORM para4b-verify-header
              WHEN "PRM"
                 IF WS-IN-PART = 1
                    PERFORM para4c-verify-prime
                 ELSE
                    IF WS-CUR-SKIPPING = 0
                       ADD 1 TO WS-STRAY-COUNT
                    END-IF
                 END-IF
              WHEN "TRL"
                 IF WS-IN-PART = 1
                    PERFORM para4d-verify-trailer
                 ELSE
                    IF WS-CUR-SKIPPING = 0
                       ADD 1 TO WS-STRAY-COUNT
                    END-IF
                 END-IF
                 MOVE 0 TO WS-CUR-SKIPPING
              WHEN OTHER
                 ADD 1 TO WS-STRAY-COUNT
           END-EVALUATE.

      * A PARTITION FROM ANOTHER SPLIT OR ONE ALREADY SEEN IS
      * REPORTED ONCE AND ITS RECORDS ARE PASSED OVER.
        para4b-verify-header.
           MOVE 0 TO WS-IN-PART.
           MOVE 1 TO WS-CUR-SKIPPING.
           IF PART-HDR-SPLIT-ID NOT = WS-SPLIT-ID
              STRING "PARTIN HAS RESULTS FROM SPLIT " PART-HDR-SPLIT-ID
                 " - WRONG SPLIT"
                 DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
              PERFORM para2a-report-problem
           ELSE
              IF PART-HDR-PART-NO IS NOT NUMERIC
                    OR PART-HDR-PART-NO = 0
                    OR PART-HDR-PART-NO > WS-PART-COUNT
                 STRING "PARTIN HEADER HAS INVALID PARTITION NUMBER "
                    PART-HDR-PART-NO
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                 PERFORM para2a-report-problem
              ELSE
                 MOVE PART-HDR-PART-NO TO WS-CUR-PART
                 IF WS-PL-SEEN(WS-CUR-PART) = 1
                    STRING "PARTITION " WS-CUR-PART
                       " RESULTS ARE ON PARTIN MORE THAN ONCE"
                       DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                    PERFORM para2a-report-problem
                 ELSE
                    MOVE 1 TO WS-PL-SEEN(WS-CUR-PART)
                    IF PART-HDR-FROM NOT = WS-PL-FROM(WS-CUR-PART)
                          OR PART-HDR-TO NOT = WS-PL-TO(WS-CUR-PART)
                       STRING "PARTITION " WS-CUR-PART
                          " RANGE DOES NOT MATCH ITS SPLIT CARD"
                          DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                       PERFORM para2a-report-problem
                    ELSE
                       MOVE 1 TO WS-IN-PART
                       MOVE 0 TO WS-CUR-SKIPPING
                       MOVE 0 TO WS-CUR-PRIMES
                       MOVE 0 TO WS-CUR-HASH
                       MOVE 0 TO WS-CUR-LAST
                       MOVE 0 TO WS-CUR-BAD-ORDER
                    END-IF
                 END-IF
              END-IF
           END-IF.

        para4c-verify-prime.
           ADD 1 TO WS-CUR-PRIMES.
           IF PART-PRM-NUM1 IS NUMERIC
              ADD PART-PRM-NUM1 TO WS-CUR-HASH
              IF PART-PRM-NUM1 <= WS-CUR-LAST
                    OR PART-PRM-NUM1 < WS-PL-FROM(WS-CUR-PART)
                    OR PART-PRM-NUM1 > WS-PL-TO(WS-CUR-PART)
                 MOVE 1 TO WS-CUR-BAD-ORDER
              END-IF
              MOVE PART-PRM-NUM1 TO WS-CUR-LAST
           ELSE
              MOVE 1 TO WS-CUR-BAD-ORDER
           END-IF.

        para4d-verify-trailer.
           MOVE 0 TO WS-IN-PART.
           COMPUTE WS-EXPECT-CHECKED = WS-PL-TO(WS-CUR-PART)
              - WS-PL-FROM(WS-CUR-PART) + 1.
           EVALUATE TRUE
              WHEN PART-TRL-SPLIT-ID NOT = WS-SPLIT-ID
                    OR PART-TRL-PART-NO NOT = WS-CUR-PART
                 STRING "PARTITION " WS-CUR-PART
                    " TRAILER DOES NOT MATCH ITS HEADER"
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
              WHEN PART-TRL-COMPLETION = "S"
                 MOVE 1 TO WS-STOP-SEEN
                 STRING "PARTITION " WS-CUR-PART
                    " INCOMPLETE - RUN WAS STOPPED"
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
              WHEN PART-TRL-COMPLETION NOT = "N"
                    OR PART-TRL-CHECKED NOT = WS-EXPECT-CHECKED
                 STRING "PARTITION " WS-CUR-PART
                    " INCOMPLETE - CHECKED " PART-TRL-CHECKED
                    " OF " WS-EXPECT-CHECKED
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
              WHEN PART-TRL-PRIME-COUNT NOT = WS-CUR-PRIMES
                 STRING "PARTITION " WS-CUR-PART
                    " OUT OF BALANCE - READ " WS-CUR-PRIMES
                    " TRAILER " PART-TRL-PRIME-COUNT
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
              WHEN PART-TRL-HASH NOT = WS-CUR-HASH
                 STRING "PARTITION " WS-CUR-PART
                    " OUT OF BALANCE - HASH TOTAL DOES NOT MATCH"
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
              WHEN WS-CUR-BAD-ORDER = 1
                 STRING "PARTITION " WS-CUR-PART
                    " HAS PRIMES OUT OF ORDER OR OUTSIDE ITS RANGE"
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
              WHEN OTHER
                 MOVE 1 TO WS-PL-COMPLETE(WS-CUR-PART)
                 MOVE PART-TRL-CHECKED TO WS-PL-CHECKED(WS-CUR-PART)
                 MOVE WS-CUR-PRIMES TO WS-PL-PRIMES(WS-CUR-PART)
           END-EVALUATE.
           IF WS-PROBLEM-TEXT NOT = SPACES
              PERFORM para2a-report-problem
           END-IF.

        para4e-trailer-missing.
           MOVE 0 TO WS-IN-PART.
           STRING "PARTITION " WS-CUR-PART
              " INCOMPLETE - TRAILER MISSING"
              DELIMITED BY SIZE INTO WS-PROBLEM-TEXT.
           PERFORM para2a-report-problem.

      * SECOND PASS - ONE READ OF PARTIN PER PARTITION, TAKING THE
      * PARTITIONS IN NUMBER ORDER SO THE PRIMES ARRIVE IN ORDER
      * ACROSS THE WHOLE RANGE WHATEVER ORDER PARTIN IS IN.
        para5-merge-partition.
           MOVE 0 TO WS-EOF-FLAG.
           MOVE 0 TO WS-IN-PART.
           OPEN INPUT PART-FILE.
           PERFORM UNTIL WS-EOF-FLAG = 1
              READ PART-FILE
                 AT END
                    MOVE 1 TO WS-EOF-FLAG
                 NOT AT END
                    PERFORM para5a-merge-one-record
              END-READ
           END-PERFORM.
           CLOSE PART-FILE.
           ADD WS-PL-CHECKED(WS-MERGE-PART) TO WS-TOTAL-CHECKED.

        para5a-merge-one-record.
           EVALUATE PART-HDR-TYPE
              WHEN "HDR"
                 IF PART-HDR-SPLIT-ID = WS-SPLIT-ID
                       AND PART-HDR-PART-NO = WS-MERGE-PART
                    MOVE 1 TO WS-IN-PART
                 END-IF
              WHEN "PRM"
                 IF WS-IN-PART = 1
                    PERFORM para5b-merge-prime
                 END-IF
              WHEN "TRL"
                 IF WS-IN-PART = 1
                    MOVE 1 TO WS-EOF-FLAG
                 END-IF
           END-EVALUATE.

      * A GAP OR TWIN PAIR WHOSE PRIMES COME FROM DIFFERENT
      * PARTITIONS CROSSES A PARTITION BOUNDARY.
        para5b-merge-prime.
           MOVE PART-PRM-NUM1 TO num1.
           ADD 1 TO WS-PRIME-COUNT.
           IF num1 > WS-LARGEST-PRIME
              MOVE num1 TO WS-LARGEST-PRIME
           END-IF.
           IF PART-PRM-PALIN-FLAG = "Y"
              ADD 1 TO WS-PALIN-COUNT
           END-IF.
           IF PART-PRM-MERSENNE-FLAG = "Y"
              ADD 1 TO WS-MERSENNE-COUNT
           END-IF.
           IF PART-PRM-SOPHIE-FLAG = "Y"
              ADD 1 TO WS-SOPHIE-COUNT
           END-IF.

           IF WS-PREV-PRIME > 0
              COMPUTE WS-GAP = num1 - WS-PREV-PRIME
              ADD 1 TO WS-GAP-COUNT
              IF WS-PREV-PART NOT = WS-MERGE-PART
                 ADD 1 TO WS-GAP-CROSSING
              END-IF
              IF WS-GAP-COUNT <= 200
                 MOVE WS-PREV-PRIME TO WS-GAP-LOW(WS-GAP-COUNT)
                 MOVE WS-GAP TO WS-GAP-SIZE(WS-GAP-COUNT)
                 MOVE WS-PREV-PART TO WS-GAP-LOW-PART(WS-GAP-COUNT)
                 MOVE WS-MERGE-PART TO WS-GAP-HIGH-PART(WS-GAP-COUNT)
              ELSE
                 ADD 1 TO WS-GAP-OMITTED
              END-IF
              IF WS-GAP > WS-LARGEST-GAP
                 MOVE WS-GAP TO WS-LARGEST-GAP
                 MOVE WS-PREV-PRIME TO WS-LARGEST-GAP-LOW
                 MOVE num1 TO WS-LARGEST-GAP-HIGH
              END-IF
              IF WS-GAP = 2
                 PERFORM para5c-record-twin
              END-IF
           END-IF.
           MOVE num1 TO WS-PREV-PRIME.
           MOVE WS-MERGE-PART TO WS-PREV-PART.

           COMPUTE WS-DENS-IDX =
              FUNCTION INTEGER((num1 - WS-FROM) / 1000) + 1.
           IF WS-DENS-IDX <= 200
              ADD 1 TO WS-DENS-COUNT(WS-DENS-IDX)
              IF WS-DENS-IDX > WS-DENS-BLOCKS
                 MOVE WS-DENS-IDX TO WS-DENS-BLOCKS
              END-IF
           ELSE
              MOVE 1 TO WS-DENS-OMITTED
           END-IF.

        para5c-record-twin.
           ADD 1 TO WS-TWIN-COUNT.
           IF WS-PREV-PART NOT = WS-MERGE-PART
              ADD 1 TO WS-TWIN-CROSSING
           END-IF.
           IF WS-TWIN-COUNT <= 50
              MOVE WS-PREV-PRIME TO WS-TWIN-LOW(WS-TWIN-COUNT)
              MOVE WS-PREV-PART TO WS-TWIN-LOW-PART(WS-TWIN-COUNT)
              MOVE WS-MERGE-PART TO WS-TWIN-HIGH-PART(WS-TWIN-COUNT)
           ELSE
              ADD 1 TO WS-TWIN-OMITTED
           END-IF.

        para6-write-partition-list.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "RANGE " WS-FROM " TO " WS-TO "  SPLIT ID "
              WS-SPLIT-ID "  PARTITIONS " WS-PART-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                 UNTIL WS-PL-IDX > WS-PART-COUNT
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "PARTITION " WS-PL-IDX
                 "  FROM " WS-PL-FROM(WS-PL-IDX)
                 "  TO " WS-PL-TO(WS-PL-IDX)
                 "  CHECKED " WS-PL-CHECKED(WS-PL-IDX)
                 "  PRIMES " WS-PL-PRIMES(WS-PL-IDX)
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           END-PERFORM.

        para7-write-summary.
           COMPUTE WS-NONPRIME-COUNT =
              WS-TOTAL-CHECKED - WS-PRIME-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "END OF RUN SUMMARY - ALL PARTITIONS"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TOTAL NUMBERS CHECKED: " WS-TOTAL-CHECKED
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PRIME COUNT: " WS-PRIME-COUNT
              "   NOT PRIME COUNT: " WS-NONPRIME-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "LARGEST PRIME FOUND: " WS-LARGEST-PRIME
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           IF WS-TWIN-COUNT = 0
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "TWIN PRIME PAIRS FOUND: NONE"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           ELSE
              PERFORM VARYING WS-TWIN-IDX FROM 1 BY 1
                    UNTIL WS-TWIN-IDX > WS-TWIN-COUNT
                       OR WS-TWIN-IDX > 50
                 COMPUTE WS-TWIN-HIGH = WS-TWIN-LOW(WS-TWIN-IDX) + 2
                 MOVE SPACES TO WS-DETAIL-LINE
                 IF WS-TWIN-LOW-PART(WS-TWIN-IDX)
                       = WS-TWIN-HIGH-PART(WS-TWIN-IDX)
                    STRING "TWIN PRIMES: " WS-TWIN-LOW(WS-TWIN-IDX)
                       " AND " WS-TWIN-HIGH
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 ELSE
                    STRING "TWIN PRIMES: " WS-TWIN-LOW(WS-TWIN-IDX)
                       " AND " WS-TWIN-HIGH
                       "  ACROSS PARTITIONS "
                       WS-TWIN-LOW-PART(WS-TWIN-IDX) "/"
                       WS-TWIN-HIGH-PART(WS-TWIN-IDX)
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 END-IF
                 WRITE RPT-RECORD FROM WS-DETAIL-LINE
                 DISPLAY WS-DETAIL-LINE
              END-PERFORM
           END-IF.

           IF WS-TWIN-OMITTED > 0
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "(" WS-TWIN-OMITTED
                 " MORE TWIN PRIME PAIRS OMITTED)"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TWIN PRIME PAIRS: " WS-TWIN-COUNT
              "   ACROSS PARTITION BOUNDARIES: " WS-TWIN-CROSSING
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "SPECIAL PRIME CLASSES - PALINDROMIC: "
              WS-PALIN-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "SPECIAL PRIME CLASSES - MERSENNE: "
              WS-MERSENNE-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "SPECIAL PRIME CLASSES - SOPHIE GERMAIN: "
              WS-SOPHIE-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

        para8-write-gap-report.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PRIME GAP AND DENSITY ANALYSIS - RANGE "
              WS-FROM " TO " WS-TO
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PRIMES IN RANGE: " WS-PRIME-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           IF WS-GAP-COUNT = 0
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "FEWER THAN TWO PRIMES IN RANGE - NO GAPS"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           ELSE
              PERFORM VARYING WS-GAP-IDX FROM 1 BY 1
                    UNTIL WS-GAP-IDX > WS-GAP-COUNT
                       OR WS-GAP-IDX > 200
                 COMPUTE WS-GAP-HIGH-PRIME =
                    WS-GAP-LOW(WS-GAP-IDX) + WS-GAP-SIZE(WS-GAP-IDX)
                 MOVE SPACES TO WS-DETAIL-LINE
                 IF WS-GAP-LOW-PART(WS-GAP-IDX)
                       = WS-GAP-HIGH-PART(WS-GAP-IDX)
                    STRING "GAP: " WS-GAP-LOW(WS-GAP-IDX)
                       " TO " WS-GAP-HIGH-PRIME
                       " = " WS-GAP-SIZE(WS-GAP-IDX)
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 ELSE
                    STRING "GAP: " WS-GAP-LOW(WS-GAP-IDX)
                       " TO " WS-GAP-HIGH-PRIME
                       " = " WS-GAP-SIZE(WS-GAP-IDX)
                       "  ACROSS PARTITIONS "
                       WS-GAP-LOW-PART(WS-GAP-IDX) "/"
                       WS-GAP-HIGH-PART(WS-GAP-IDX)
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 END-IF
                 WRITE RPT-RECORD FROM WS-DETAIL-LINE
              END-PERFORM
              IF WS-GAP-OMITTED > 0
                 MOVE SPACES TO WS-DETAIL-LINE
                 STRING "(" WS-GAP-OMITTED " MORE GAPS OMITTED)"
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 WRITE RPT-RECORD FROM WS-DETAIL-LINE
              END-IF
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "LARGEST GAP: " WS-LARGEST-GAP
                 " BETWEEN " WS-LARGEST-GAP-LOW
                 " AND " WS-LARGEST-GAP-HIGH
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "GAPS ACROSS PARTITION BOUNDARIES: "
                 WS-GAP-CROSSING
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PRIMES PER THOUSAND ACROSS THE RANGE"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           PERFORM VARYING WS-DENS-IDX FROM 1 BY 1
                 UNTIL WS-DENS-IDX > WS-DENS-BLOCKS
              COMPUTE WS-DENS-BLOCK-FROM =
                 WS-FROM + ((WS-DENS-IDX - 1) * 1000)
              COMPUTE WS-DENS-BLOCK-TO =
                 WS-DENS-BLOCK-FROM + 999
              IF WS-DENS-BLOCK-TO > WS-TO
                 MOVE WS-TO TO WS-DENS-BLOCK-TO
              END-IF
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "BLOCK " WS-DENS-BLOCK-FROM
                 " - " WS-DENS-BLOCK-TO
                 ": " WS-DENS-COUNT(WS-DENS-IDX) " PRIMES"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           END-PERFORM.
           IF WS-DENS-OMITTED = 1
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "(RANGE EXTENDS PAST 200 BLOCKS - "
                 "FURTHER BLOCKS OMITTED)"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "END OF REPORT"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

      * PARTITION RUNS LEAVE THE STOP REQUEST IN PLACE SO IT REACHES
      * EVERY PARTITION. ONCE ALL OF THEM HAVE ENDED AND ONE WAS
      * STOPPED THE REQUEST HAS BEEN HONORED, SO IT IS EMPTIED HERE
      * AND THE STOPPED PARTITIONS CAN BE RESUBMITTED.
        para9-clear-stop-request.
           OPEN OUTPUT STOP-FILE.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-STOP-STATUS = "00"
              CLOSE STOP-FILE
              STRING "OPERATOR STOP REQUEST CLEARED - RESUBMIT THE "
                 "STOPPED PARTITIONS"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "UNABLE TO CLEAR STOP REQUEST FILE - STATUS "
                 WS-STOP-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
