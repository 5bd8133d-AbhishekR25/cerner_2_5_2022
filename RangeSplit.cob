      * --- cerner_2tothe5th_2022
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rngsplit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SPLITPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CARD-FILE ASSIGN TO "SPLITCRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT RPT-FILE ASSIGN TO "SPLITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * THE RANGE TO SPLIT AND THE NUMBER OF PARTITIONS - THE
      * CHECKPOINT INTERVAL IS CARRIED ONTO EVERY CARD.
       FD  PARM-FILE.
        01 PARM-RECORD.
           05 PARM-FROM PIC X(7).
           05 PARM-TO PIC X(7).
           05 PARM-PART-COUNT PIC X(2).
           05 PARM-CKPT-INTERVAL PIC X(4).

      * ONE PRIMENO PARMFIL RANGE CARD PER PARTITION. EACH PARTITION
      * JOB OVERRIDES PARMFIL, PARTOUT, RPTOUT, EXTOUT, STATFIL AND
      * CKPTFIL TO ITS OWN DATASETS. HISTFIL AND FACTDET ARE SHARED AND
      * ONLY READ, HISTJRNL IS NOT OPENED, AND STOPREQ IS SHARED SO ONE
      * STOP REACHES EVERY PARTITION - RNGMERGE EMPTIES IT AFTERWARDS.
      * HISTCOV AND SIEVEPRE LOAD THE MERGED RANGE INTO HISTFIL.
       FD  CARD-FILE.
        01 CARD-RECORD.
           05 CARD-MODE PIC X.
           05 CARD-FROM PIC 9(7).
           05 CARD-TO PIC 9(7).
           05 CARD-CKPT-INTERVAL PIC X(4).
           05 CARD-PART-NO PIC 99.
           05 CARD-PART-COUNT PIC 99.
           05 CARD-SPLIT-ID PIC X(14).

       FD  RPT-FILE.
        01 RPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-PARM-STATUS PIC XX VALUE "00".
        01 WS-CARD-STATUS PIC XX VALUE "00".
        01 WS-RPT-STATUS PIC XX VALUE "00".
        01 WS-PARM-OK PIC 9 VALUE 0.
        01 WS-PARM-ERROR-TEXT PIC X(50) VALUE SPACES.
        01 WS-FROM PIC 9(7) VALUE 0.
        01 WS-TO PIC 9(7) VALUE 0.
        01 WS-PART-COUNT PIC 99 VALUE 0.
        01 WS-CKPT-INTERVAL PIC X(4) VALUE SPACES.
        01 WS-SPAN PIC 9(8) VALUE 0.
        01 WS-PART-SIZE PIC 9(8) VALUE 0.
        01 WS-PART-EXTRA PIC 9(8) VALUE 0.
        01 WS-PART-IDX PIC 99 VALUE 0.
        01 WS-PART-FROM PIC 9(8) VALUE 0.
        01 WS-PART-TO PIC 9(8) VALUE 0.
        01 WS-PART-NUMBERS PIC 9(8) VALUE 0.
        01 WS-CARD-COUNT PIC 99 VALUE 0.
        01 WS-CARD-FAILED PIC 9 VALUE 0.
      * THE SPLIT ID TIES THE PARTITION RESULTS BACK TO THIS SPLIT -
      * RUN DATE AND TIME OF DAY.
        01 WS-SPLIT-ID.
           05 WS-SPLIT-DATE PIC 9(8).
           05 WS-SPLIT-TIME PIC 9(6).
        01 WS-CLOCK-RAW PIC 9(8) VALUE 0.
        01 WS-CLOCK-X REDEFINES WS-CLOCK-RAW.
           05 WS-CK-HHMMSS PIC 9(6).
           05 WS-CK-HUNDREDTHS PIC 99.
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
           ACCEPT WS-CLOCK-RAW FROM TIME.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-SPLIT-DATE.
           MOVE WS-CK-HHMMSS TO WS-SPLIT-TIME.
           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN RANGE SPLIT REPORT FILE - "
                 "STATUS " WS-RPT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM para2-write-report-heading.

           PERFORM para3-read-parm-card.
           IF WS-PARM-OK = 0
              PERFORM para3a-reject-parm-card
           END-IF.

           OPEN OUTPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN PARTITION CARD FILE - STATUS "
                 WS-CARD-STATUS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "PARTITION CARD FILE NOT AVAILABLE - STATUS "
                 WS-CARD-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM para4-write-partitions.
           CLOSE CARD-FILE.
           PERFORM para5-write-totals.
           CLOSE RPT-FILE.
           IF WS-CARD-FAILED = 1
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

        para2-write-report-heading.
           MOVE SPACES TO WS-HEADING-LINE.
           STRING "PRIME RANGE PARTITION SPLIT - RUN DATE "
                 WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
                 DELIMITED BY SIZE INTO WS-HEADING-LINE.
           WRITE RPT-RECORD FROM WS-HEADING-LINE.

        para3-read-parm-card.
           MOVE 0 TO WS-PARM-OK.
           MOVE SPACES TO WS-PARM-ERROR-TEXT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
              STRING "SPLIT CONTROL CARD NOT AVAILABLE - STATUS "
                    WS-PARM-STATUS
                    DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
           ELSE
              READ PARM-FILE
                 AT END
                    MOVE "SPLIT CONTROL CARD FILE IS EMPTY"
                       TO WS-PARM-ERROR-TEXT
                 NOT AT END
                    PERFORM para3b-validate-parm-card
              END-READ
              CLOSE PARM-FILE
           END-IF.

      * THE SAME RANGE RULES AS A PRIMENO RANGE CARD, AND EVERY
      * PARTITION MUST HOLD AT LEAST ONE NUMBER.
        para3b-validate-parm-card.
           IF FUNCTION TRIM(PARM-FROM) IS NUMERIC
                 AND FUNCTION NUMVAL(PARM-FROM) > 1
              MOVE FUNCTION NUMVAL(PARM-FROM) TO WS-FROM
           ELSE
              STRING "INVALID FROM VALUE ON CONTROL CARD: " PARM-FROM
                 DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
              IF FUNCTION TRIM(PARM-TO) IS NUMERIC
                 MOVE FUNCTION NUMVAL(PARM-TO) TO WS-TO
                 IF WS-TO < WS-FROM
                    STRING "TO VALUE BELOW FROM VALUE ON CARD: "
                          PARM-TO
                          DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
                 END-IF
              ELSE
                 STRING "INVALID TO VALUE ON CONTROL CARD: " PARM-TO
                    DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
              COMPUTE WS-SPAN = WS-TO - WS-FROM + 1
              IF FUNCTION TRIM(PARM-PART-COUNT) IS NUMERIC
                    AND FUNCTION NUMVAL(PARM-PART-COUNT) > 0
                 MOVE FUNCTION NUMVAL(PARM-PART-COUNT)
                    TO WS-PART-COUNT
                 IF WS-PART-COUNT > WS-SPAN
                    STRING "MORE PARTITIONS THAN NUMBERS IN RANGE: "
                          PARM-PART-COUNT
                          DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
                 END-IF
              ELSE
                 STRING "INVALID PARTITION COUNT ON CARD: "
                    PARM-PART-COUNT
                    DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
              IF PARM-CKPT-INTERVAL NOT = SPACES
                 IF FUNCTION TRIM(PARM-CKPT-INTERVAL) IS NUMERIC
                       AND FUNCTION NUMVAL(PARM-CKPT-INTERVAL) > 0
                    MOVE PARM-CKPT-INTERVAL TO WS-CKPT-INTERVAL
                 ELSE
                    STRING "INVALID CHECKPOINT INTERVAL ON CONTROL "
                          "CARD: " PARM-CKPT-INTERVAL
                          DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
                 END-IF
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
           STRING "RUN TERMINATED - NO PARTITION CARDS PRODUCED"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           CLOSE RPT-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      * EACH PARTITION GETS THE RANGE DIVIDED EVENLY - THE FIRST
      * PARTITIONS TAKE ONE EXTRA NUMBER EACH UNTIL THE REMAINDER
      * IS USED UP.
        para4-write-partitions.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "RANGE " WS-FROM " TO " WS-TO " (" WS-SPAN
              " NUMBERS) IN " WS-PART-COUNT " PARTITIONS"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "SPLIT ID " WS-SPLIT-ID
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           DIVIDE WS-SPAN BY WS-PART-COUNT GIVING WS-PART-SIZE
              REMAINDER WS-PART-EXTRA.
           MOVE WS-FROM TO WS-PART-FROM.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                 UNTIL WS-PART-IDX > WS-PART-COUNT
                    OR WS-CARD-FAILED = 1
              MOVE WS-PART-SIZE TO WS-PART-NUMBERS
              IF WS-PART-IDX <= WS-PART-EXTRA
                 ADD 1 TO WS-PART-NUMBERS
              END-IF
              COMPUTE WS-PART-TO = WS-PART-FROM + WS-PART-NUMBERS - 1
              PERFORM para4a-write-card
              COMPUTE WS-PART-FROM = WS-PART-TO + 1
           END-PERFORM.

        para4a-write-card.
           MOVE "3" TO CARD-MODE.
           MOVE WS-PART-FROM TO CARD-FROM.
           MOVE WS-PART-TO TO CARD-TO.
           MOVE WS-CKPT-INTERVAL TO CARD-CKPT-INTERVAL.
           MOVE WS-PART-IDX TO CARD-PART-NO.
           MOVE WS-PART-COUNT TO CARD-PART-COUNT.
           MOVE WS-SPLIT-ID TO CARD-SPLIT-ID.
           WRITE CARD-RECORD.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-CARD-STATUS NOT = "00"
              MOVE 1 TO WS-CARD-FAILED
              STRING "PARTITION CARD WRITE FAILED FOR PARTITION "
                 WS-PART-IDX " - STATUS " WS-CARD-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              ADD 1 TO WS-CARD-COUNT
              STRING "PARTITION " WS-PART-IDX
                 "  FROM " CARD-FROM "  TO " CARD-TO
                 "  NUMBERS " WS-PART-NUMBERS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

        para5-write-totals.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "PARTITION CARDS WRITTEN: " WS-CARD-COUNT
              " OF " WS-PART-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-CARD-FAILED = 1
              STRING "SPLIT INCOMPLETE - DO NOT RUN THESE CARDS"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "RUN EACH CARD AS THE PARMFIL OF ITS OWN PRIMENO "
                 "JOB, THEN RNGMERGE"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
