           SELECT STOP-FILE ASSIGN TO "STOPREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.
           SELECT GBRPT-FILE ASSIGN TO "GBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GBRPT-STATUS.
           SELECT GB-FILE ASSIGN TO "GBOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GB-STATUS.
           SELECT PART-FILE ASSIGN TO "PARTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NUMS-FILE.
        01 NUMS-RECORD PIC X(7).
        01 NUMS-CTL-RECORD.
           05 NUMS-CTL-TYPE PIC X(3).
           05 FILLER PIC X(32).

       FD  RPT-FILE.
        01 RPT-RECORD PIC X(80).
           05 PARM-FROM PIC X(7).
           05 PARM-TO PIC X(7).
           05 PARM-CKPT-INTERVAL PIC X(4).
      * PARTITION CARDS FROM RNGSPLIT - BLANK ON AN ORDINARY CARD.
           05 PARM-PART-NO PIC X(2).
           05 PARM-PART-COUNT PIC X(2).
           05 PARM-SPLIT-ID PIC X(14).

       FD  EXTR-FILE.
        01 EXTR-RECORD.
           05 EXTR-RESULT PIC X(9).
           05 EXTR-FACTOR-COUNT PIC 999.
           05 EXTR-NEW-PRIME-FLAG PIC X.
        01 EXTR-CTL-RECORD PIC X(35).

       FD  RUNLOG-FILE.
        01 RUNLOG-RECORD.
           05 STOP-REQUEST-WORD PIC X(4).
           05 FILLER PIC X(4).

       FD  GBRPT-FILE.
        01 GBRPT-RECORD PIC X(80).

      * GOLDBACH PARTITION EXTRACT - STATUS P PARTITIONED, E EVEN
      * NUMBER WITH NO PARTITION FOUND, N NOT ELIGIBLE (ODD OR 2).
       FD  GB-FILE.
        01 GB-RECORD.
           05 GB-NUM1 PIC 9(7).
           05 GB-RUN-DATE PIC 9(8).
           05 GB-STATUS PIC X.
           05 GB-PART-COUNT PIC 9(7).
           05 GB-SMALL-P PIC 9(7).
           05 GB-SMALL-Q PIC 9(7).
           05 GB-BAL-P PIC 9(7).
           05 GB-BAL-Q PIC 9(7).

      * PARTITION RESULTS FOR RNGMERGE - A HEADER, ONE RECORD PER
      * PRIME IN THE PARTITION IN NUMBER ORDER, AND A TRAILER THAT
      * SAYS WHETHER THE WHOLE PARTITION WAS CHECKED.
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

       WORKING-STORAGE SECTION.
        01 WS-MODE PIC 9 VALUE 0.
        01 num1 PIC 9(7).
        01 WS-PARM-PRESENT PIC 9 VALUE 0.
        01 WS-PARM-OK PIC 9 VALUE 0.
        01 WS-PARM-ERROR-TEXT PIC X(50) VALUE SPACES.
        01 WS-PART-STATUS PIC XX VALUE "00".
        01 WS-PART-RUN PIC 9 VALUE 0.
        01 WS-PART-AVAILABLE PIC 9 VALUE 0.
        01 WS-PART-NO PIC 99 VALUE 0.
        01 WS-PART-COUNT PIC 99 VALUE 0.
        01 WS-SPLIT-ID PIC X(14) VALUE SPACES.
        01 WS-PART-CHECKED PIC 9(7) VALUE 0.
        01 WS-PART-PRIMES PIC 9(7) VALUE 0.
        01 WS-PART-HASH PIC 9(15) VALUE 0.
        01 WS-EXTR-STATUS PIC XX VALUE "00".
        01 WS-EXTR-AVAILABLE PIC 9 VALUE 0.
        01 WS-EXTR-COUNT PIC 9(9) VALUE 0.
        01 WS-EXTR-HASH PIC 9(15) VALUE 0.
        01 WS-EXTR-TRL-WRITTEN PIC 9 VALUE 0.
        01 WS-RUNLOG-STATUS PIC XX VALUE "00".
        01 WS-JRNL-STATUS PIC XX VALUE "00".
        01 WS-JRNL-AVAILABLE PIC 9 VALUE 0.
        01 WS-PAGE-NUM PIC 9(4) VALUE 0.
        01 WS-LINES-PER-PAGE PIC 9(4) VALUE 50.
        01 WS-PC-PRIME-FLAG PIC 9 VALUE 0.
      * COMPLETION CODE FOR THE JOB STREAM - 0 CLEAN, 4 WARNING,
      * 8 FAILURE.
        01 WS-STEP-RC PIC 99 VALUE 0.
        01 WS-NUMS-REFUSED PIC 9 VALUE 0.
        01 WS-CTL-WARNING PIC 9 VALUE 0.
        01 WS-CTL-HDR-SEEN PIC 9 VALUE 0.
        01 WS-CTL-DATA-COUNT PIC 9(9) VALUE 0.
        01 WS-CTL-DATA-HASH PIC 9(15) VALUE 0.
        01 WS-CTL-AFTER-TRL PIC 9(7) VALUE 0.
        01 WS-CTL-TRL-SEEN PIC 9 VALUE 0.
        01 WS-CTL-REFUSE-TEXT PIC X(50) VALUE SPACES.
        01 WS-IN-CYCLE-SEQ PIC 9(5) VALUE 0.
        01 WS-NUMS-CONSUMER PIC X(8) VALUE "primeno".
        01 WS-EXTR-CYCLE-SEQ PIC 9(5) VALUE 0.
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
        01 WS-GBRPT-STATUS PIC XX VALUE "00".
        01 WS-GB-STATUS PIC XX VALUE "00".
        01 WS-GB-AVAILABLE PIC 9 VALUE 0.
        01 WS-GB-RANGE PIC 9 VALUE 0.
        01 WS-GB-NUM PIC 9(7) VALUE 0.
        01 WS-GB-HALF PIC 9(7) VALUE 0.
        01 WS-GB-P PIC 9(7) VALUE 0.
        01 WS-GB-Q PIC 9(7) VALUE 0.
        01 WS-GB-PART-COUNT PIC 9(7) VALUE 0.
        01 WS-GB-SMALL-P PIC 9(7) VALUE 0.
        01 WS-GB-SMALL-Q PIC 9(7) VALUE 0.
        01 WS-GB-BAL-P PIC 9(7) VALUE 0.
        01 WS-GB-BAL-Q PIC 9(7) VALUE 0.
        01 WS-GB-START PIC 9(7) VALUE 0.
        01 WS-GB-DONE PIC 9(7) VALUE 0.
        01 WS-GB-TOTAL PIC 9(7) VALUE 0.
        01 WS-GB-PARTITIONED PIC 9(7) VALUE 0.
        01 WS-GB-INELIGIBLE PIC 9(7) VALUE 0.
        01 WS-GB-INVALID PIC 9(7) VALUE 0.
        01 WS-GB-HIST-HITS PIC 9(9) VALUE 0.
        01 WS-GB-COMPUTED PIC 9(9) VALUE 0.
        01 WS-GB-EXCEPT-COUNT PIC 9(7) VALUE 0.
        01 WS-GB-EXCEPT-OMITTED PIC 9(7) VALUE 0.
        01 WS-GB-EXCEPT-IDX PIC 99 VALUE 0.
        01 WS-GB-EXCEPT-TAB.
           05 WS-GB-EXCEPT-NUM PIC 9(7) OCCURS 50 TIMES.
        01 WS-GB-LIMIT PIC 9(7) VALUE 0.
        01 WS-GB-SIEVE-P PIC 9(7) VALUE 0.
        01 WS-GB-MULT PIC 9(8) VALUE 0.
        01 WS-GB-HIST-EOF PIC 9 VALUE 0.
        01 WS-GB-DIFF-COUNT PIC 9(7) VALUE 0.
        01 WS-GB-DIFF-IDX PIC 99 VALUE 0.
        01 WS-GB-DIFF-TAB.
           05 WS-GB-DIFF-NUM PIC 9(7) OCCURS 20 TIMES.
      * P OR C FOR EVERY NUMBER UP TO THE LARGEST ONE IN THE RUN -
      * BUILT BY SIEVE, THEN OVERLAID WITH THE HISTORY FILE RESULT
      * FOR EVERY NUMBER ALREADY ON FILE.
        01 WS-GB-PRIME-TAB.
           05 WS-GB-PRIME-FLAG PIC X OCCURS 9999999 TIMES.

       PROCEDURE DIVISION.
        para1.
                 WS-RPT-STATUS
              MOVE "A" TO WS-COMPLETION-FLAG
              PERFORM para21-write-run-log
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM para9-write-report-heading.

           PERFORM para18-read-parm-card.
           IF WS-PARM-PRESENT = 1
              IF WS-PARM-OK = 0
                 PERFORM para18a-reject-parm-card
              END-IF
              PERFORM para19-echo-parms
           ELSE
              DISPLAY "ENTER MODE: 1-SINGLE  2-BATCH  3-RANGE  "
                 "4-GOLDBACH"
              ACCEPT WS-MODE
              IF WS-MODE = 4
                 MOVE 1 TO WS-GB-RANGE
              END-IF
           END-IF.

      * PARTITIONS RUN AS CONCURRENT JOBS AGAINST THE SAME HISTORY,
      * SO A PARTITION RUN ONLY READS HISTFIL AND FACTDET AND DOES
      * NOT JOURNAL. THE MERGED RANGE IS LOADED AFTERWARDS BY ONE
      * HISTCOV AND SIEVEPRE RUN.
           MOVE 1 TO WS-HIST-AVAILABLE.
           IF WS-PART-RUN = 1
              OPEN INPUT HIST-FILE
           ELSE
              OPEN I-O HIST-FILE
           END-IF.
           IF WS-HIST-STATUS = "35" AND WS-PART-RUN = 0
              OPEN OUTPUT HIST-FILE
              CLOSE HIST-FILE
              OPEN I-O HIST-FILE
              END-IF
           END-IF.

           IF WS-HIST-AVAILABLE = 1 AND WS-PART-RUN = 0
              MOVE 1 TO WS-JRNL-AVAILABLE
              OPEN EXTEND JRNL-FILE
              IF WS-JRNL-STATUS NOT = "00"
           END-IF.

           MOVE 1 TO WS-FACT-AVAILABLE.
           IF WS-PART-RUN = 1
              OPEN INPUT FACT-FILE
           ELSE
              OPEN I-O FACT-FILE
           END-IF.
           IF WS-FACT-STATUS = "35" AND WS-PART-RUN = 0
              OPEN OUTPUT FACT-FILE
              CLOSE FACT-FILE
              OPEN I-O FACT-FILE
              END-IF
           END-IF.

      * THE GOLDBACH RUN WRITES GBOUT ALONGSIDE THE NIGHTLY EXTRACT
      * AND LEAVES EXTOUT ALONE. A PARTITION RUN WRITES AN
      * UNCONTROLLED EXTRACT - PARTITIONS RUN IN PARALLEL AND MUST
      * NOT UPDATE THE CONTROL REGISTER.
           IF WS-MODE NOT = 4
              MOVE 1 TO WS-EXTR-AVAILABLE
              OPEN OUTPUT EXTR-FILE
              IF WS-EXTR-STATUS NOT = "00"
                 DISPLAY "UNABLE TO OPEN EXTRACT OUTPUT FILE - STATUS "
                    WS-EXTR-STATUS
                 DISPLAY "EXTRACT DISABLED FOR THIS RUN"
                 MOVE 0 TO WS-EXTR-AVAILABLE
              END-IF
           END-IF.
           IF WS-EXTR-AVAILABLE = 1 AND WS-PART-RUN = 0
              PERFORM para37-write-extract-header
           END-IF.

           EVALUATE WS-MODE
                 PERFORM para5-batch-mode
              WHEN 3
                 PERFORM para6-range-mode
              WHEN 4
                 PERFORM para30-goldbach-mode
              WHEN OTHER
                 PERFORM para4-single-mode
           END-EVALUATE.
           PERFORM para27-write-status-file.
           IF WS-STOP-REQUESTED = 1
              MOVE SPACES TO WS-DETAIL-LINE
              EVALUATE WS-MODE
                 WHEN 3
                    STRING "RUN STOPPED BY OPERATOR REQUEST - RANGE "
                       "RUN RESTARTS FROM ITS FROM VALUE"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 WHEN 4
                    STRING "RUN STOPPED BY OPERATOR REQUEST - "
                       "GOLDBACH RUN MUST BE RESUBMITTED"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 WHEN OTHER
                    STRING "RUN STOPPED BY OPERATOR REQUEST - RESTART "
                       "FROM CHECKPOINT TO CONTINUE"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
              END-EVALUATE
              PERFORM para24-write-report-line
              DISPLAY WS-DETAIL-LINE
           END-IF.

           IF WS-MODE = 4
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "GOLDBACH PARTITION RESULTS ARE ON THE PARTITION "
                 "REPORT GBRPT"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              PERFORM para24-write-report-line
           ELSE
              PERFORM para17-write-summary
           END-IF.
           IF WS-MODE = 3
              PERFORM para23-write-gap-report
           END-IF.
      * A STOPPED RUN LEAVES ITS EXTRACT WITHOUT A TRAILER AND THE
      * CYCLE UNRECORDED, SO THE RESTARTED RUN PRODUCES THE SAME CYCLE.
           IF WS-EXTR-AVAILABLE = 1 AND WS-PART-RUN = 0
                 AND WS-STOP-REQUESTED = 0
              PERFORM para37b-write-extract-trailer
           END-IF.
           PERFORM para25-write-control-totals.
           CLOSE RPT-FILE.
           IF WS-EXTR-AVAILABLE = 1
           IF WS-STOP-REQUESTED = 1
              MOVE "S" TO WS-COMPLETION-FLAG
           ELSE
              IF WS-NUMS-REFUSED = 1
                 MOVE "A" TO WS-COMPLETION-FLAG
              ELSE
                 MOVE "N" TO WS-COMPLETION-FLAG
              END-IF
           END-IF.
           PERFORM para21-write-run-log.
           PERFORM para29-set-return-code.
           GOBACK.

        para8-get-run-date.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.

        para18b-validate-parm-card.
           IF PARM-MODE NOT = "1" AND PARM-MODE NOT = "2"
                 AND PARM-MODE NOT = "3" AND PARM-MODE NOT = "4"
              STRING "INVALID MODE ON CONTROL CARD: " PARM-MODE
                 DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
           ELSE
              IF WS-PARM-ERROR-TEXT = SPACES AND WS-MODE = 3
                 PERFORM para18c-validate-parm-range
              END-IF
              IF WS-PARM-ERROR-TEXT = SPACES
                    AND (PARM-PART-NO NOT = SPACES
                      OR PARM-PART-COUNT NOT = SPACES
                      OR PARM-SPLIT-ID NOT = SPACES)
                 PERFORM para18d-validate-parm-partition
              END-IF
      * MODE 4 TAKES A FROM/TO RANGE WHEN ONE IS ON THE CARD AND
      * THE NUMBER INPUT FILE OTHERWISE.
              IF WS-PARM-ERROR-TEXT = SPACES AND WS-MODE = 4
                 IF PARM-FROM NOT = SPACES OR PARM-TO NOT = SPACES
                    MOVE 1 TO WS-GB-RANGE
                    PERFORM para18c-validate-parm-range
                 END-IF
              END-IF
              IF WS-PARM-ERROR-TEXT = SPACES AND WS-MODE = 1
                 IF FUNCTION TRIM(PARM-FROM) IS NUMERIC
                       AND FUNCTION NUMVAL(PARM-FROM) > 1
              END-IF
           END-IF.

      * A PARTITION CARD IS A RANGE CARD THAT ALSO NAMES THE SPLIT
      * AND WHICH OF ITS PARTITIONS THIS RUN COVERS.
        para18d-validate-parm-partition.
           IF WS-MODE NOT = 3
              STRING "PARTITION ALLOWED ON RANGE CARD ONLY - MODE "
                 PARM-MODE
                 DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
              IF PARM-PART-COUNT IS NUMERIC
                    AND PARM-PART-COUNT > "00"
                 MOVE PARM-PART-COUNT TO WS-PART-COUNT
              ELSE
                 STRING "INVALID PARTITION COUNT ON CARD: "
                    PARM-PART-COUNT
                    DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
              IF PARM-PART-NO IS NUMERIC
                    AND PARM-PART-NO > "00"
                    AND PARM-PART-NO <= PARM-PART-COUNT
                 MOVE PARM-PART-NO TO WS-PART-NO
              ELSE
                 STRING "INVALID PARTITION NUMBER ON CARD: "
                    PARM-PART-NO
                    DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
              IF PARM-SPLIT-ID = SPACES
                 MOVE "SPLIT ID MISSING ON PARTITION CARD"
                    TO WS-PARM-ERROR-TEXT
              ELSE
                 MOVE PARM-SPLIT-ID TO WS-SPLIT-ID
                 MOVE 1 TO WS-PART-RUN
              END-IF
           END-IF.

        para18a-reject-parm-card.
           DISPLAY "CONTROL CARD REJECTED - " WS-PARM-ERROR-TEXT.
           MOVE SPACES TO WS-DETAIL-LINE.
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para24-write-report-line.
           CLOSE RPT-FILE.
           MOVE "A" TO WS-COMPLETION-FLAG.
           PERFORM para21-write-run-log.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

        para21-write-run-log.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
                       WS-FROM "  TO=" WS-TO
                       "  CKPT INTERVAL=" WS-CKPT-INTERVAL
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 IF WS-PART-RUN = 1
                    PERFORM para24-write-report-line
                    MOVE SPACES TO WS-DETAIL-LINE
                    STRING "PARTITION " WS-PART-NO " OF "
                          WS-PART-COUNT "  SPLIT ID " WS-SPLIT-ID
                          DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 END-IF
              WHEN 4
                 IF WS-GB-RANGE = 1
                    STRING "RUN PARAMETERS: MODE=4 (GOLDBACH)  FROM="
                          WS-FROM "  TO=" WS-TO
                          DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 ELSE
                    STRING "RUN PARAMETERS: MODE=4 (GOLDBACH)  "
                          "NUMBER INPUT FILE"
                          DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 END-IF
           END-EVALUATE.
           PERFORM para24-write-report-line.


        para5-batch-mode.
           MOVE 0 TO WS-RECORD-COUNT.
           PERFORM para36-verify-nums-control.
           IF WS-NUMS-REFUSED = 1
              MOVE 8 TO WS-STEP-RC
           ELSE
              PERFORM para5a-process-nums-file
           END-IF.

        para5a-process-nums-file.
           PERFORM para14-checkpoint-read.
           IF WS-RESTART-COUNT > 0
                 AND WS-CKPT-NUMS-TOTAL NOT = WS-NUMS-TOTAL
           IF WS-NUMS-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN NUMBER INPUT FILE - STATUS "
                 WS-NUMS-STATUS
              MOVE 8 TO WS-STEP-RC
           ELSE
              PERFORM UNTIL WS-EOF-FLAG = 1
                 READ NUMS-FILE
                    AT END
                       MOVE 1 TO WS-EOF-FLAG
                    NOT AT END
                       IF NUMS-CTL-TYPE NOT = "HDR"
                             AND NUMS-CTL-TYPE NOT = "TRL"
                          PERFORM para5b-batch-record
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NUMS-FILE
              IF WS-STOP-REQUESTED = 0
                 PERFORM para15a-checkpoint-clear
                 PERFORM para36c-record-nums-consumed
              END-IF
           END-IF.

      * CONTROL RECORDS ARE NOT COUNTED, SO THE CHECKPOINT RECORD
      * NUMBER IS THE NUMBER OF DATA RECORDS READ.
        para5b-batch-record.
           ADD 1 TO WS-RECORD-COUNT.
           IF WS-RECORD-COUNT > WS-RESTART-COUNT
              IF FUNCTION TRIM(NUMS-RECORD) IS NUMERIC
                 MOVE FUNCTION TRIM(NUMS-RECORD) TO num1
                 IF num1 > 1
                    PERFORM para11-process-number
                 ELSE
                    DISPLAY "SKIPPING INVALID RECORD: "
                       NUMS-RECORD
                    MOVE 4 TO WS-STEP-RC
                 END-IF
              ELSE
                 DISPLAY "SKIPPING INVALID BATCH RECORD: "
                    NUMS-RECORD
                 MOVE 4 TO WS-STEP-RC
              END-IF
              IF FUNCTION MOD(WS-RECORD-COUNT
                    WS-CKPT-INTERVAL) = 0
                 PERFORM para15-checkpoint-write
                 PERFORM para27-write-status-file
                 PERFORM para28-check-stop-request
                 IF WS-STOP-REQUESTED = 1
                    MOVE 1 TO WS-EOF-FLAG
                 END-IF
              END-IF
           END-IF.

        para14-checkpoint-read.
           IF WS-PARM-PRESENT = 0
              PERFORM para6a-prompt-range
           END-IF.
           IF WS-PART-RUN = 1
              PERFORM para38-open-partition-file
           END-IF.

           PERFORM VARYING WS-RANGE-CTR FROM WS-FROM BY 1
                 UNTIL WS-RANGE-CTR > WS-TO
                    OR WS-STOP-REQUESTED = 1
              MOVE WS-RANGE-CTR TO num1
              PERFORM para11-process-number
              ADD 1 TO WS-PART-CHECKED
              IF FUNCTION MOD(WS-RANGE-CTR - WS-FROM + 1
                    WS-CKPT-INTERVAL) = 0
                 PERFORM para27-write-status-file
                 PERFORM para28-check-stop-request
              END-IF
           END-PERFORM.
           IF WS-PART-AVAILABLE = 1
              PERFORM para38b-close-partition-file
           END-IF.

        para6a-prompt-range.
           MOVE 0 TO WS-VALID-NUM.
              PERFORM para2-check-prime
              PERFORM para2c-classify-number
              PERFORM para3-display-result
              IF WS-HIST-AVAILABLE = 1 AND WS-PART-RUN = 0
                 PERFORM para13-save-history
              END-IF
              IF flag1 = 1 AND WS-FACT-AVAILABLE = 1
                    AND WS-PART-RUN = 0
                 PERFORM para26-save-factor-detail
              END-IF
              PERFORM para16-update-counters
              END-IF
           END-IF.
           MOVE num1 TO WS-PREV-PRIME.
           IF WS-PART-AVAILABLE = 1
              PERFORM para38a-write-partition-prime
           END-IF.

           COMPUTE WS-DENS-IDX =
              FUNCTION INTEGER((num1 - WS-FROM) / 1000) + 1.
              DISPLAY "EXTRACT DISABLED FOR REMAINDER OF RUN"
              CLOSE EXTR-FILE
              MOVE 0 TO WS-EXTR-AVAILABLE
           ELSE
              ADD 1 TO WS-EXTR-COUNT
              ADD num1 TO WS-EXTR-HASH
           END-IF.

        para12-display-history-result.
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para24-write-report-line.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-EXTR-TRL-WRITTEN = 1
              STRING "EXTOUT CYCLE " WS-EXTR-CYCLE-SEQ
                 " RECORDS " WS-CTL-TRL-COUNT
                 " HASH TOTAL " WS-CTL-TRL-HASH
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              EVALUATE TRUE
                 WHEN WS-PART-RUN = 1
                    STRING "EXTOUT UNCONTROLLED - PARTITION RUN"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 WHEN WS-MODE = 4
                    STRING "EXTOUT NOT WRITTEN - GOLDBACH RUN"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 WHEN WS-STOP-REQUESTED = 1
                    STRING "EXTOUT NOT COMPLETE - RUN STOPPED"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 WHEN OTHER
                    STRING "EXTOUT NOT COMPLETE - NO TRAILER WRITTEN"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
              END-EVALUATE
           END-IF.
           PERFORM para24-write-report-line.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PAGES PRINTED: " WS-PAGE-NUM
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
              WHEN 2
                 MOVE WS-RECORD-COUNT TO WS-STAT-DONE
                 MOVE WS-NUMS-TOTAL TO WS-STAT-TOTAL
              WHEN 4
                 MOVE WS-GB-DONE TO WS-STAT-DONE
                 MOVE WS-GB-TOTAL TO WS-STAT-TOTAL
              WHEN 3
      * WHEN A STOP ENDS THE RANGE LOOP THE COUNTER HAS ALREADY
      * STEPPED PAST THE LAST NUMBER PROCESSED.
              CLOSE STOP-FILE
           END-IF.
      * EMPTY THE REQUEST FILE ONCE HONORED SO THE RESTARTED RUN
      * DOES NOT STOP AGAIN AT ITS FIRST CHECKPOINT. A PARTITION RUN
      * LEAVES IT FOR THE OTHER PARTITIONS - RNGMERGE EMPTIES IT.
           IF WS-STOP-REQUESTED = 1 AND WS-PART-RUN = 0
              OPEN OUTPUT STOP-FILE
              IF WS-STOP-STATUS = "00"
                 CLOSE STOP-FILE
              END-IF
           END-IF.

      * A STOPPED RUN OR ANY FILE DISABLED DURING THE RUN LEAVES
      * WORK FOR THE OPERATOR, SO IT IS REPORTED AS A WARNING.
        para29-set-return-code.
           IF WS-STEP-RC < 4
              IF WS-STOP-REQUESTED = 1
                    OR (WS-EXTR-AVAILABLE = 0 AND WS-MODE NOT = 4)
                    OR WS-HIST-AVAILABLE = 0
                    OR (WS-JRNL-AVAILABLE = 0 AND WS-PART-RUN = 0)
                    OR WS-FACT-AVAILABLE = 0
                    OR WS-GB-EXCEPT-COUNT > 0
                    OR WS-GB-DIFF-COUNT > 0
                    OR WS-CTL-WARNING = 1
                 MOVE 4 TO WS-STEP-RC
              END-IF
           END-IF.
           MOVE WS-STEP-RC TO RETURN-CODE.

      * GOLDBACH PARTITION RUN - EVERY EVEN NUMBER ABOVE 2 IN THE
      * RANGE OR ON THE NUMBER INPUT FILE IS WRITTEN AS THE SUM OF
      * TWO PRIMES. HISTFIL IS ONLY READ IN THIS MODE.
        para30-goldbach-mode.
           IF WS-GB-RANGE = 1 AND WS-PARM-PRESENT = 0
              PERFORM para6a-prompt-range
           END-IF.

           OPEN OUTPUT GBRPT-FILE.
           IF WS-GBRPT-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN PARTITION REPORT - STATUS "
                 WS-GBRPT-STATUS
              MOVE 8 TO WS-STEP-RC
           ELSE
              OPEN OUTPUT GB-FILE
              IF WS-GB-STATUS NOT = "00"
                 DISPLAY "UNABLE TO OPEN PARTITION EXTRACT - STATUS "
                    WS-GB-STATUS
                 DISPLAY "PARTITION EXTRACT DISABLED FOR THIS RUN"
                 MOVE 4 TO WS-STEP-RC
              ELSE
                 MOVE 1 TO WS-GB-AVAILABLE
              END-IF
              PERFORM para30a-write-gb-heading
              IF WS-GB-RANGE = 1
                 PERFORM para31-goldbach-range
              ELSE
                 PERFORM para31a-goldbach-batch
              END-IF
              PERFORM para34-write-gb-exceptions
              PERFORM para34a-write-gb-differences
              PERFORM para35-write-gb-totals
              IF WS-GB-AVAILABLE = 1
                 CLOSE GB-FILE
              END-IF
              CLOSE GBRPT-FILE
           END-IF.

        para30a-write-gb-heading.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "GOLDBACH PARTITION REPORT - RUN DATE "
                 WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-GB-RANGE = 1
              STRING "EVEN NUMBERS FROM " WS-FROM " TO " WS-TO
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "NUMBERS FROM THE NUMBER INPUT FILE"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM para30b-write-gb-line.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           STRING "NUMBER   PARTITIONS  SMALLEST PRIME PAIR"
                 "   MOST BALANCED PAIR"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.

        para30b-write-gb-line.
           WRITE GBRPT-RECORD FROM WS-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-DETAIL-LINE.

      * RANGE RUNS STEP THROUGH THE EVEN NUMBERS ONLY - ODD NUMBERS
      * AND 2 ARE PASSED OVER AND COUNTED IN THE TOTALS.
        para31-goldbach-range.
           IF FUNCTION MOD(WS-FROM 2) = 0
              MOVE WS-FROM TO WS-GB-START
           ELSE
              COMPUTE WS-GB-START = WS-FROM + 1
           END-IF.
           IF WS-GB-START < 4
              MOVE 4 TO WS-GB-START
           END-IF.
           IF WS-GB-START > WS-TO
              MOVE 0 TO WS-GB-TOTAL
           ELSE
              COMPUTE WS-GB-TOTAL = (WS-TO - WS-GB-START) / 2 + 1
           END-IF.
           COMPUTE WS-GB-INELIGIBLE =
              WS-TO - WS-FROM + 1 - WS-GB-TOTAL.
           MOVE WS-TO TO WS-GB-LIMIT.
           PERFORM para33-build-prime-table.

           PERFORM VARYING WS-RANGE-CTR FROM WS-GB-START BY 2
                 UNTIL WS-RANGE-CTR > WS-TO
                    OR WS-STOP-REQUESTED = 1
              MOVE WS-RANGE-CTR TO WS-GB-NUM
              PERFORM para32-goldbach-number
              IF FUNCTION MOD(WS-GB-DONE WS-CKPT-INTERVAL) = 0
                 PERFORM para27-write-status-file
                 PERFORM para28-check-stop-request
              END-IF
           END-PERFORM.

        para31a-goldbach-batch.
           PERFORM para36-verify-nums-control.
           IF WS-NUMS-REFUSED = 1
              MOVE 8 TO WS-STEP-RC
           ELSE
              PERFORM para31d-goldbach-nums-file
           END-IF.

        para31d-goldbach-nums-file.
           PERFORM para31c-scan-nums-file.
           PERFORM para33-build-prime-table.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT NUMS-FILE.
           IF WS-NUMS-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN NUMBER INPUT FILE - STATUS "
                 WS-NUMS-STATUS
              MOVE 8 TO WS-STEP-RC
           ELSE
              PERFORM UNTIL WS-EOF-FLAG = 1
                 READ NUMS-FILE
                    AT END
                       MOVE 1 TO WS-EOF-FLAG
                    NOT AT END
                       IF NUMS-CTL-TYPE NOT = "HDR"
                             AND NUMS-CTL-TYPE NOT = "TRL"
                          PERFORM para31b-goldbach-batch-record
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NUMS-FILE
              IF WS-STOP-REQUESTED = 0
                 PERFORM para36c-record-nums-consumed
              END-IF
           END-IF.

        para31b-goldbach-batch-record.
           IF FUNCTION TRIM(NUMS-RECORD) IS NUMERIC
              MOVE FUNCTION TRIM(NUMS-RECORD) TO WS-GB-NUM
              IF WS-GB-NUM > 2 AND FUNCTION MOD(WS-GB-NUM 2) = 0
                 PERFORM para32-goldbach-number
              ELSE
                 PERFORM para32c-goldbach-ineligible
              END-IF
           ELSE
              DISPLAY "SKIPPING INVALID BATCH RECORD: " NUMS-RECORD
              ADD 1 TO WS-GB-DONE
              ADD 1 TO WS-GB-INVALID
              IF WS-STEP-RC < 4
                 MOVE 4 TO WS-STEP-RC
              END-IF
           END-IF.
           IF FUNCTION MOD(WS-GB-DONE WS-CKPT-INTERVAL) = 0
              PERFORM para27-write-status-file
              PERFORM para28-check-stop-request
              IF WS-STOP-REQUESTED = 1
                 MOVE 1 TO WS-EOF-FLAG
              END-IF
           END-IF.

      * COUNTS THE INPUT RECORDS FOR THE STATUS FILE AND FINDS THE
      * LARGEST NUMBER THE PRIME TABLE HAS TO COVER.
        para31c-scan-nums-file.
           MOVE 0 TO WS-GB-TOTAL.
           MOVE 0 TO WS-GB-LIMIT.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT NUMS-FILE.
           IF WS-NUMS-STATUS = "00"
              PERFORM UNTIL WS-EOF-FLAG = 1
                 READ NUMS-FILE
                    AT END
                       MOVE 1 TO WS-EOF-FLAG
                    NOT AT END
                       IF NUMS-CTL-TYPE NOT = "HDR"
                             AND NUMS-CTL-TYPE NOT = "TRL"
                          PERFORM para31e-scan-nums-record
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NUMS-FILE
           END-IF.

        para31e-scan-nums-record.
           ADD 1 TO WS-GB-TOTAL.
           IF FUNCTION TRIM(NUMS-RECORD) IS NUMERIC
              MOVE FUNCTION TRIM(NUMS-RECORD) TO WS-GB-NUM
              IF WS-GB-NUM > WS-GB-LIMIT
                 MOVE WS-GB-NUM TO WS-GB-LIMIT
              END-IF
           END-IF.

      * THE FIRST PRIME P FOUND GIVES THE SMALLEST-PRIME PAIR AND
      * THE LAST ONE BEFORE N/2 GIVES THE MOST BALANCED PAIR.
        para32-goldbach-number.
           ADD 1 TO WS-GB-DONE.
           MOVE 0 TO WS-GB-PART-COUNT.
           MOVE 0 TO WS-GB-SMALL-P.
           MOVE 0 TO WS-GB-SMALL-Q.
           MOVE 0 TO WS-GB-BAL-P.
           MOVE 0 TO WS-GB-BAL-Q.
           COMPUTE WS-GB-HALF = WS-GB-NUM / 2.
           IF WS-GB-NUM = 4
              MOVE 2 TO WS-GB-P
              PERFORM para32a-try-partition
           END-IF.
           PERFORM VARYING WS-GB-P FROM 3 BY 2
                 UNTIL WS-GB-P > WS-GB-HALF
              PERFORM para32a-try-partition
           END-PERFORM.
           PERFORM para32b-write-goldbach-detail.

        para32a-try-partition.
           COMPUTE WS-GB-Q = WS-GB-NUM - WS-GB-P.
           IF WS-GB-PRIME-FLAG(WS-GB-P) = "P"
                 AND WS-GB-PRIME-FLAG(WS-GB-Q) = "P"
              ADD 1 TO WS-GB-PART-COUNT
              IF WS-GB-PART-COUNT = 1
                 MOVE WS-GB-P TO WS-GB-SMALL-P
                 MOVE WS-GB-Q TO WS-GB-SMALL-Q
              END-IF
              MOVE WS-GB-P TO WS-GB-BAL-P
              MOVE WS-GB-Q TO WS-GB-BAL-Q
           END-IF.

        para32b-write-goldbach-detail.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-GB-PART-COUNT > 0
              ADD 1 TO WS-GB-PARTITIONED
              MOVE "P" TO GB-STATUS
              STRING WS-GB-NUM "  " WS-GB-PART-COUNT "     "
                 WS-GB-SMALL-P " + " WS-GB-SMALL-Q "     "
                 WS-GB-BAL-P " + " WS-GB-BAL-Q
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              ADD 1 TO WS-GB-EXCEPT-COUNT
              IF WS-GB-EXCEPT-COUNT <= 50
                 MOVE WS-GB-NUM TO
                    WS-GB-EXCEPT-NUM(WS-GB-EXCEPT-COUNT)
              ELSE
                 ADD 1 TO WS-GB-EXCEPT-OMITTED
              END-IF
              MOVE "E" TO GB-STATUS
              STRING WS-GB-NUM "  " WS-GB-PART-COUNT
                 "     NO PARTITION FOUND - SEE EXCEPTIONS"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           DISPLAY WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           PERFORM para32d-write-goldbach-extract.

        para32c-goldbach-ineligible.
           ADD 1 TO WS-GB-DONE.
           ADD 1 TO WS-GB-INELIGIBLE.
           MOVE 0 TO WS-GB-PART-COUNT.
           MOVE 0 TO WS-GB-SMALL-P.
           MOVE 0 TO WS-GB-SMALL-Q.
           MOVE 0 TO WS-GB-BAL-P.
           MOVE 0 TO WS-GB-BAL-Q.
           MOVE "N" TO GB-STATUS.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-GB-NUM
              "  NOT ELIGIBLE - MUST BE AN EVEN NUMBER ABOVE 2"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           PERFORM para32d-write-goldbach-extract.

        para32d-write-goldbach-extract.
           IF WS-GB-AVAILABLE = 1
              MOVE WS-GB-NUM TO GB-NUM1
              MOVE WS-RUN-DATE-YYYYMMDD TO GB-RUN-DATE
              MOVE WS-GB-PART-COUNT TO GB-PART-COUNT
              MOVE WS-GB-SMALL-P TO GB-SMALL-P
              MOVE WS-GB-SMALL-Q TO GB-SMALL-Q
              MOVE WS-GB-BAL-P TO GB-BAL-P
              MOVE WS-GB-BAL-Q TO GB-BAL-Q
              WRITE GB-RECORD
              IF WS-GB-STATUS NOT = "00"
                 DISPLAY "PARTITION EXTRACT WRITE FAILED FOR "
                    WS-GB-NUM " - STATUS " WS-GB-STATUS
                 DISPLAY "PARTITION EXTRACT DISABLED FOR REMAINDER "
                    "OF RUN"
                 CLOSE GB-FILE
                 MOVE 0 TO WS-GB-AVAILABLE
                 IF WS-STEP-RC < 4
                    MOVE 4 TO WS-STEP-RC
                 END-IF
              END-IF
           END-IF.

      * SIEVE OF ERATOSTHENES OVER 2 THRU WS-GB-LIMIT.
        para33-build-prime-table.
           IF WS-GB-LIMIT >= 4
              MOVE ALL "P" TO WS-GB-PRIME-TAB
              MOVE "C" TO WS-GB-PRIME-FLAG(1)
              PERFORM VARYING WS-GB-SIEVE-P FROM 2 BY 1
                    UNTIL WS-GB-SIEVE-P * WS-GB-SIEVE-P > WS-GB-LIMIT
                 IF WS-GB-PRIME-FLAG(WS-GB-SIEVE-P) = "P"
                    COMPUTE WS-GB-MULT =
                       WS-GB-SIEVE-P * WS-GB-SIEVE-P
                    PERFORM UNTIL WS-GB-MULT > WS-GB-LIMIT
                       MOVE "C" TO WS-GB-PRIME-FLAG(WS-GB-MULT)
                       ADD WS-GB-SIEVE-P TO WS-GB-MULT
                    END-PERFORM
                 END-IF
              END-PERFORM
              PERFORM para33a-apply-history
              COMPUTE WS-GB-COMPUTED =
                 WS-GB-LIMIT - 1 - WS-GB-HIST-HITS
           END-IF.

      * THE HISTORY FILE IS THE RECORD OF RESULT - WHERE IT DIFFERS
      * FROM THE SIEVE ITS RESULT IS USED AND THE NUMBER IS LISTED.
        para33a-apply-history.
           IF WS-HIST-AVAILABLE = 1
              MOVE 0 TO WS-GB-HIST-EOF
              MOVE 2 TO HIST-NUM1
              START HIST-FILE KEY IS NOT LESS THAN HIST-NUM1
                 INVALID KEY MOVE 1 TO WS-GB-HIST-EOF
              END-START
              PERFORM UNTIL WS-GB-HIST-EOF = 1
                 READ HIST-FILE NEXT RECORD
                    AT END
                       MOVE 1 TO WS-GB-HIST-EOF
                    NOT AT END
                       IF HIST-NUM1 > WS-GB-LIMIT
                          MOVE 1 TO WS-GB-HIST-EOF
                       ELSE
                          ADD 1 TO WS-GB-HIST-HITS
                          PERFORM para33b-overlay-history
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

        para33b-overlay-history.
           IF HIST-RESULT = "PRIME    "
              IF WS-GB-PRIME-FLAG(HIST-NUM1) NOT = "P"
                 PERFORM para33c-record-difference
                 MOVE "P" TO WS-GB-PRIME-FLAG(HIST-NUM1)
              END-IF
           ELSE
              IF WS-GB-PRIME-FLAG(HIST-NUM1) NOT = "C"
                 PERFORM para33c-record-difference
                 MOVE "C" TO WS-GB-PRIME-FLAG(HIST-NUM1)
              END-IF
           END-IF.

        para33c-record-difference.
           ADD 1 TO WS-GB-DIFF-COUNT.
           IF WS-GB-DIFF-COUNT <= 20
              MOVE HIST-NUM1 TO WS-GB-DIFF-NUM(WS-GB-DIFF-COUNT)
           END-IF.

        para34-write-gb-exceptions.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           STRING "EXCEPTIONS - EVEN NUMBERS ABOVE 2 WITH NO "
              "PARTITION FOUND"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           IF WS-GB-EXCEPT-COUNT = 0
              STRING "NONE"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              PERFORM para30b-write-gb-line
           ELSE
              PERFORM VARYING WS-GB-EXCEPT-IDX FROM 1 BY 1
                    UNTIL WS-GB-EXCEPT-IDX > WS-GB-EXCEPT-COUNT
                       OR WS-GB-EXCEPT-IDX > 50
                 STRING WS-GB-EXCEPT-NUM(WS-GB-EXCEPT-IDX)
                    "  CHECK HISTORY RESULTS FOR PRIMES BELOW THIS "
                    "NUMBER"
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 PERFORM para30b-write-gb-line
              END-PERFORM
              IF WS-GB-EXCEPT-OMITTED > 0
                 STRING "(" WS-GB-EXCEPT-OMITTED
                    " MORE EXCEPTIONS OMITTED)"
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 PERFORM para30b-write-gb-line
              END-IF
           END-IF.

        para34a-write-gb-differences.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           STRING "HISTORY RESULTS DIFFERING FROM SIEVE - HISTORY "
              "RESULT USED"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           IF WS-GB-DIFF-COUNT = 0
              STRING "NONE"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              PERFORM para30b-write-gb-line
           ELSE
              PERFORM VARYING WS-GB-DIFF-IDX FROM 1 BY 1
                    UNTIL WS-GB-DIFF-IDX > WS-GB-DIFF-COUNT
                       OR WS-GB-DIFF-IDX > 20
                 STRING WS-GB-DIFF-NUM(WS-GB-DIFF-IDX)
                    "  HISTORY RESULT DOES NOT MATCH SIEVE"
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 PERFORM para30b-write-gb-line
              END-PERFORM
              IF WS-GB-DIFF-COUNT > 20
                 STRING "(" WS-GB-DIFF-COUNT
                    " DIFFERENCES IN TOTAL)"
                    DELIMITED BY SIZE INTO WS-DETAIL-LINE
                 PERFORM para30b-write-gb-line
              END-IF
           END-IF.

        para35-write-gb-totals.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           STRING "PARTITION RUN TOTALS"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           STRING "NUMBERS PROCESSED:          " WS-GB-DONE
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           STRING "NUMBERS PARTITIONED:        " WS-GB-PARTITIONED
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           STRING "NO PARTITION EXCEPTIONS:    " WS-GB-EXCEPT-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           IF WS-GB-RANGE = 1
              STRING "ODD NUMBERS AND 2 PASSED:   " WS-GB-INELIGIBLE
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "NOT ELIGIBLE:               " WS-GB-INELIGIBLE
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM para30b-write-gb-line.
           IF WS-GB-RANGE = 0
              STRING "INVALID RECORDS SKIPPED:    " WS-GB-INVALID
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              PERFORM para30b-write-gb-line
           END-IF.
           STRING "PRIME TABLE LIMIT:          " WS-GB-LIMIT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           STRING "RESULTS TAKEN FROM HISTORY: " WS-GB-HIST-HITS
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           STRING "RESULTS FROM SIEVE ONLY:    " WS-GB-COMPUTED
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para30b-write-gb-line.
           IF WS-STOP-REQUESTED = 1
              STRING "RUN STOPPED BY OPERATOR REQUEST BEFORE "
                 "COMPLETION"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              PERFORM para30b-write-gb-line
           END-IF.

      * THE NUMBER INPUT FILE MUST BE A COMPLETE, IN-SEQUENCE
      * NUMCLEAN FILE WHOSE TRAILER AGREES WITH ITS DATA. THE DATA
      * RECORD COUNT IS THE FILE TOTAL KEPT ON THE CHECKPOINT.
        para36-verify-nums-control.
           MOVE 0 TO WS-NUMS-REFUSED.
           MOVE 0 TO WS-NUMS-TOTAL.
           MOVE 0 TO WS-CTL-HDR-SEEN.
           MOVE 0 TO WS-CTL-TRL-SEEN.
           MOVE 0 TO WS-CTL-DATA-COUNT.
           MOVE 0 TO WS-CTL-DATA-HASH.
           MOVE 0 TO WS-CTL-AFTER-TRL.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT NUMS-FILE.
           IF WS-NUMS-STATUS = "00"
              READ NUMS-FILE
                 AT END
                    MOVE 1 TO WS-EOF-FLAG
                 NOT AT END
                    IF NUMS-CTL-TYPE = "HDR"
                       MOVE 1 TO WS-CTL-HDR-SEEN
                       MOVE NUMS-CTL-RECORD TO WS-CTL-HDR-REC
                    END-IF
              END-READ
              IF WS-CTL-HDR-SEEN = 1
                 PERFORM UNTIL WS-EOF-FLAG = 1
                    READ NUMS-FILE
                       AT END
                          MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                          PERFORM para36a-verify-one-record
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE NUMS-FILE
              PERFORM para36b-check-nums-control
              MOVE WS-CTL-DATA-COUNT TO WS-NUMS-TOTAL
           END-IF.

        para36a-verify-one-record.
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

      * THE GOLDBACH RUN AND THE BATCH RUN EACH CONSUME NUMCLEAN
      * UNDER THEIR OWN NAME SO NEITHER USES UP THE OTHER'S CYCLE.
        para36b-check-nums-control.
           IF WS-MODE = 4
              MOVE "primegb" TO WS-NUMS-CONSUMER
           ELSE
              MOVE "primeno" TO WS-NUMS-CONSUMER
           END-IF.
           MOVE SPACES TO WS-CTL-REFUSE-TEXT.
           MOVE WS-CTL-HDR-CYCLE-SEQ TO WS-IN-CYCLE-SEQ.
           IF WS-CTL-HDR-SEEN = 0
              MOVE "HEADER MISSING - NOT A CONTROLLED NUMCLEAN FILE"
                 TO WS-CTL-REFUSE-TEXT
           END-IF.
           IF WS-CTL-REFUSE-TEXT = SPACES
                 AND WS-CTL-HDR-FILE-ID NOT = "NUMCLEAN"
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
              MOVE "NUMCLEAN" TO WS-IFC-FILE-ID
              MOVE WS-NUMS-CONSUMER TO WS-IFC-PROGRAM
              MOVE WS-IN-CYCLE-SEQ TO WS-IFC-CYCLE-SEQ
              MOVE WS-RUN-DATE-YYYYMMDD TO WS-IFC-RUN-DATE
              CALL "ifctl" USING WS-IFC-REQUEST
              MOVE WS-IFC-RESULT TO WS-CTL-REFUSE-TEXT
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-CTL-REFUSE-TEXT = SPACES
              STRING "NUMCLEAN CYCLE " WS-IN-CYCLE-SEQ " OF "
                 WS-CTL-HDR-RUN-DATE " VERIFIED - RECORDS "
                 WS-CTL-DATA-COUNT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              MOVE 1 TO WS-NUMS-REFUSED
              STRING "NUMBER INPUT FILE REFUSED - " WS-CTL-REFUSE-TEXT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM para24-write-report-line.
           DISPLAY WS-DETAIL-LINE.

      * ONLY A RUN THAT READ THE WHOLE FILE COUNTS AS CONSUMING IT -
      * A STOPPED RUN IS RESTARTED AGAINST THE SAME CYCLE.
        para36c-record-nums-consumed.
           MOVE "U" TO WS-IFC-FUNCTION.
           MOVE "NUMCLEAN" TO WS-IFC-FILE-ID.
           MOVE WS-NUMS-CONSUMER TO WS-IFC-PROGRAM.
           MOVE WS-IN-CYCLE-SEQ TO WS-IFC-CYCLE-SEQ.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-IFC-RUN-DATE.
           CALL "ifctl" USING WS-IFC-REQUEST.
           IF WS-IFC-RESULT NOT = SPACES
              PERFORM para37a-report-register-problem
           END-IF.

        para37-write-extract-header.
           MOVE "N" TO WS-IFC-FUNCTION.
           MOVE "EXTOUT" TO WS-IFC-FILE-ID.
           MOVE "primeno" TO WS-IFC-PROGRAM.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-IFC-RUN-DATE.
           CALL "ifctl" USING WS-IFC-REQUEST.
           IF WS-IFC-RESULT NOT = SPACES
              PERFORM para37c-stop-no-extract-cycle
           END-IF.
           MOVE WS-IFC-CYCLE-SEQ TO WS-EXTR-CYCLE-SEQ.
           MOVE "EXTOUT" TO WS-CTL-HDR-FILE-ID.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-CTL-HDR-RUN-DATE.
           MOVE WS-EXTR-CYCLE-SEQ TO WS-CTL-HDR-CYCLE-SEQ.
           WRITE EXTR-CTL-RECORD FROM WS-CTL-HDR-REC.
           IF WS-EXTR-STATUS NOT = "00"
              DISPLAY "EXTRACT HEADER WRITE FAILED - STATUS "
                 WS-EXTR-STATUS
              DISPLAY "EXTRACT DISABLED FOR THIS RUN"
              CLOSE EXTR-FILE
              MOVE 0 TO WS-EXTR-AVAILABLE
           END-IF.

        para37a-report-register-problem.
           MOVE 1 TO WS-CTL-WARNING.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "WARNING: " WS-IFC-FILE-ID " " WS-IFC-RESULT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para24-write-report-line.
           DISPLAY WS-DETAIL-LINE.

        para37b-write-extract-trailer.
           MOVE "EXTOUT" TO WS-CTL-TRL-FILE-ID.
           MOVE WS-EXTR-COUNT TO WS-CTL-TRL-COUNT.
           MOVE WS-EXTR-HASH TO WS-CTL-TRL-HASH.
           WRITE EXTR-CTL-RECORD FROM WS-CTL-TRL-REC.
           IF WS-EXTR-STATUS NOT = "00"
              DISPLAY "EXTRACT TRAILER WRITE FAILED - STATUS "
                 WS-EXTR-STATUS
              CLOSE EXTR-FILE
              MOVE 0 TO WS-EXTR-AVAILABLE
           ELSE
              MOVE 1 TO WS-EXTR-TRL-WRITTEN
              MOVE "P" TO WS-IFC-FUNCTION
              MOVE "EXTOUT" TO WS-IFC-FILE-ID
              MOVE "primeno" TO WS-IFC-PROGRAM
              MOVE WS-EXTR-CYCLE-SEQ TO WS-IFC-CYCLE-SEQ
              MOVE WS-RUN-DATE-YYYYMMDD TO WS-IFC-RUN-DATE
              CALL "ifctl" USING WS-IFC-REQUEST
              IF WS-IFC-RESULT NOT = SPACES
                 PERFORM para37a-report-register-problem
              END-IF
           END-IF.

      * WITHOUT A CYCLE FROM THE REGISTER THE EXTRACT CANNOT BE
      * CONTROLLED, SO NO NUMBERS ARE PROCESSED.
        para37c-stop-no-extract-cycle.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "EXTOUT CYCLE NOT ASSIGNED - " WS-IFC-RESULT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para24-write-report-line.
           DISPLAY WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "RUN TERMINATED - NO NUMBERS PROCESSED"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM para24-write-report-line.
           CLOSE RPT-FILE.
           CLOSE EXTR-FILE.
           IF WS-HIST-AVAILABLE = 1
              CLOSE HIST-FILE
           END-IF.
           IF WS-JRNL-AVAILABLE = 1
              CLOSE JRNL-FILE
           END-IF.
           IF WS-FACT-AVAILABLE = 1
              CLOSE FACT-FILE
           END-IF.
           MOVE "A" TO WS-COMPLETION-FLAG.
           PERFORM para21-write-run-log.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      * THE PARTITION RESULTS ARE THE ONLY OUTPUT RNGMERGE USES, SO
      * A PARTITION RUN THAT CANNOT WRITE THEM HAS FAILED.
        para38-open-partition-file.
           MOVE 0 TO WS-PART-CHECKED.
           MOVE 0 TO WS-PART-PRIMES.
           MOVE 0 TO WS-PART-HASH.
           OPEN OUTPUT PART-FILE.
           IF WS-PART-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN PARTITION RESULTS FILE - STATUS "
                 WS-PART-STATUS
              MOVE 8 TO WS-STEP-RC
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "PARTITION FILE NOT WRITTEN - STATUS "
                 WS-PART-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              PERFORM para24-write-report-line
           ELSE
              MOVE 1 TO WS-PART-AVAILABLE
              MOVE SPACES TO PART-HDR-RECORD
              MOVE "HDR" TO PART-HDR-TYPE
              MOVE WS-SPLIT-ID TO PART-HDR-SPLIT-ID
              MOVE WS-PART-NO TO PART-HDR-PART-NO
              MOVE WS-PART-COUNT TO PART-HDR-PART-COUNT
              MOVE WS-FROM TO PART-HDR-FROM
              MOVE WS-TO TO PART-HDR-TO
              MOVE WS-RUN-DATE-YYYYMMDD TO PART-HDR-RUN-DATE
              WRITE PART-HDR-RECORD
              PERFORM para38c-check-partition-write
           END-IF.

        para38a-write-partition-prime.
           MOVE "PRM" TO PART-PRM-TYPE.
           MOVE num1 TO PART-PRM-NUM1.
           IF WS-HIST-FOUND = 1
              MOVE HIST-PALIN-FLAG TO PART-PRM-PALIN-FLAG
              MOVE HIST-MERSENNE-FLAG TO PART-PRM-MERSENNE-FLAG
              MOVE HIST-SOPHIE-FLAG TO PART-PRM-SOPHIE-FLAG
           ELSE
              MOVE WS-PALIN-FLAG TO PART-PRM-PALIN-FLAG
              MOVE WS-MERSENNE-FLAG TO PART-PRM-MERSENNE-FLAG
              MOVE WS-SOPHIE-FLAG TO PART-PRM-SOPHIE-FLAG
           END-IF.
           WRITE PART-PRM-RECORD.
           ADD 1 TO WS-PART-PRIMES.
           ADD num1 TO WS-PART-HASH.
           PERFORM para38c-check-partition-write.

      * COMPLETION N - EVERY NUMBER IN THE PARTITION WAS CHECKED,
      * S - THE RUN WAS STOPPED AND THE PARTITION MUST BE RERUN.
        para38b-close-partition-file.
           MOVE SPACES TO PART-TRL-RECORD.
           MOVE "TRL" TO PART-TRL-TYPE.
           MOVE WS-SPLIT-ID TO PART-TRL-SPLIT-ID.
           MOVE WS-PART-NO TO PART-TRL-PART-NO.
           MOVE WS-PART-CHECKED TO PART-TRL-CHECKED.
           MOVE WS-PART-PRIMES TO PART-TRL-PRIME-COUNT.
           MOVE WS-PART-HASH TO PART-TRL-HASH.
           IF WS-STOP-REQUESTED = 1
              MOVE "S" TO PART-TRL-COMPLETION
           ELSE
              MOVE "N" TO PART-TRL-COMPLETION
           END-IF.
           WRITE PART-TRL-RECORD.
           PERFORM para38c-check-partition-write.
           IF WS-PART-AVAILABLE = 1
              CLOSE PART-FILE
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "PARTITION " WS-PART-NO " OF " WS-PART-COUNT
                 " RESULTS WRITTEN - CHECKED " WS-PART-CHECKED
                 " PRIMES " WS-PART-PRIMES
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              PERFORM para24-write-report-line
              DISPLAY WS-DETAIL-LINE
           END-IF.

        para38c-check-partition-write.
           IF WS-PART-STATUS NOT = "00"
              DISPLAY "PARTITION RESULTS WRITE FAILED - STATUS "
                 WS-PART-STATUS
              DISPLAY "PARTITION RESULTS DISABLED - PARTITION MUST "
                 "BE RERUN"
              CLOSE PART-FILE
              MOVE 0 TO WS-PART-AVAILABLE
              MOVE 8 TO WS-STEP-RC
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "PARTITION FILE NOT COMPLETE - STATUS "
                 WS-PART-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              PERFORM para24-write-report-line
           END-IF.
