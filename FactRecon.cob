      * --- cerner_2tothe5th_2022
       IDENTIFICATION DIVISION.
       PROGRAM-ID. factrec.

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
           SELECT RPT-FILE ASSIGN TO "FRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PARM-FILE ASSIGN TO "FRCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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

       FD  RPT-FILE.
        01 RPT-RECORD PIC X(80).

       FD  PARM-FILE.
        01 PARM-RECORD.
           05 PARM-FROM PIC X(7).
           05 PARM-TO PIC X(7).

       WORKING-STORAGE SECTION.
        01 WS-HIST-STATUS PIC XX VALUE "00".
        01 WS-FACT-STATUS PIC XX VALUE "00".
        01 WS-RPT-STATUS PIC XX VALUE "00".
        01 WS-PARM-STATUS PIC XX VALUE "00".
        01 WS-FROM PIC 9(7) VALUE 0.
        01 WS-TO PIC 9(7) VALUE 9999999.
        01 WS-PARM-OK PIC 9 VALUE 0.
        01 WS-PARM-PRESENT PIC 9 VALUE 0.
        01 WS-PARM-ERROR-TEXT PIC X(50) VALUE SPACES.
      * MATCH KEYS ARE ONE DIGIT WIDER THAN THE FILE KEYS SO END OF
      * FILE CAN BE HELD AS A VALUE ABOVE ANY REAL KEY.
        01 WS-HIST-KEY PIC 9(8) VALUE 0.
        01 WS-FACT-KEY PIC 9(8) VALUE 0.
        01 WS-END-KEY PIC 9(8) VALUE 99999999.
        01 WS-HIST-READ-COUNT PIC 9(7) VALUE 0.
        01 WS-FACT-READ-COUNT PIC 9(7) VALUE 0.
        01 WS-MATCHED-COUNT PIC 9(7) VALUE 0.
        01 WS-NO-FACT-COUNT PIC 9(7) VALUE 0.
        01 WS-NO-HIST-COUNT PIC 9(7) VALUE 0.
        01 WS-FACT-ON-PRIME-COUNT PIC 9(7) VALUE 0.
        01 WS-PRODUCT-ERR-COUNT PIC 9(7) VALUE 0.
        01 WS-DATE-ERR-COUNT PIC 9(7) VALUE 0.
        01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
        01 WS-PF-IDX PIC 99 VALUE 0.
        01 WS-EXP-IDX PIC 99 VALUE 0.
        01 WS-PRODUCT PIC 9(15) VALUE 0.
        01 WS-PRODUCT-OVER PIC 9 VALUE 0.
        01 WS-PRODUCT-ED PIC Z(14)9.
        01 WS-EXCEPTION-TEXT PIC X(60) VALUE SPACES.
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
              DISPLAY "UNABLE TO OPEN RECONCILIATION REPORT FILE - "
                 "STATUS " WS-RPT-STATUS
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

           OPEN INPUT FACT-FILE.
           IF WS-FACT-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN FACTOR DETAIL FILE - STATUS "
                 WS-FACT-STATUS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "FACTOR DETAIL FILE NOT AVAILABLE - STATUS "
                 WS-FACT-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              CLOSE HIST-FILE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM para4-match-files.
           PERFORM para9-write-totals.
           CLOSE FACT-FILE.
           CLOSE HIST-FILE.
           CLOSE RPT-FILE.
           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

        para2-write-report-heading.
           MOVE SPACES TO WS-HEADING-LINE.
           STRING "FACTOR DETAIL / HISTORY RECONCILIATION - RUN DATE "
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

        para3b-validate-parm-card.
           IF PARM-FROM NOT = SPACES
              IF FUNCTION TRIM(PARM-FROM) IS NUMERIC
                 MOVE FUNCTION NUMVAL(PARM-FROM) TO WS-FROM
              ELSE
                 STRING "INVALID FROM KEY ON CONTROL CARD: "
                       PARM-FROM
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
                 AND PARM-TO NOT = SPACES
              IF FUNCTION TRIM(PARM-TO) IS NUMERIC
                 MOVE FUNCTION NUMVAL(PARM-TO) TO WS-TO
                 IF WS-TO < WS-FROM
                    STRING "TO KEY BELOW FROM KEY ON CARD: "
                          PARM-TO
                          DELIMITED BY SIZE
                          INTO WS-PARM-ERROR-TEXT
                 END-IF
              ELSE
                 STRING "INVALID TO KEY ON CONTROL CARD: "
                       PARM-TO
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
           STRING "RUN TERMINATED - NO RECORDS RECONCILED"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           CLOSE RPT-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      * BOTH FILES ARE READ FORWARD IN KEY ORDER FROM THE SAME
      * STARTING KEY AND MATCHED ON THE NUMBER.
        para4-match-files.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "RECONCILING KEYS " WS-FROM " THROUGH " WS-TO
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE WS-FROM TO HIST-NUM1.
           START HIST-FILE KEY IS NOT LESS THAN HIST-NUM1
              INVALID KEY MOVE WS-END-KEY TO WS-HIST-KEY
           END-START.
           IF WS-HIST-KEY NOT = WS-END-KEY
              PERFORM para4a-read-history
           END-IF.

           MOVE WS-FROM TO FACT-NUM1.
           START FACT-FILE KEY IS NOT LESS THAN FACT-NUM1
              INVALID KEY MOVE WS-END-KEY TO WS-FACT-KEY
           END-START.
           IF WS-FACT-KEY NOT = WS-END-KEY
              PERFORM para4b-read-factor-detail
           END-IF.

           PERFORM UNTIL WS-HIST-KEY = WS-END-KEY
                 AND WS-FACT-KEY = WS-END-KEY
              EVALUATE TRUE
                 WHEN WS-HIST-KEY < WS-FACT-KEY
                    PERFORM para5-history-only
                    PERFORM para4a-read-history
                 WHEN WS-HIST-KEY > WS-FACT-KEY
                    PERFORM para6-factor-detail-only
                    PERFORM para4b-read-factor-detail
                 WHEN OTHER
                    PERFORM para7-matched-pair
                    PERFORM para4a-read-history
                    PERFORM para4b-read-factor-detail
              END-EVALUATE
           END-PERFORM.

        para4a-read-history.
           READ HIST-FILE NEXT RECORD
              AT END
                 MOVE WS-END-KEY TO WS-HIST-KEY
              NOT AT END
                 IF HIST-NUM1 > WS-TO
                    MOVE WS-END-KEY TO WS-HIST-KEY
                 ELSE
                    ADD 1 TO WS-HIST-READ-COUNT
                    MOVE HIST-NUM1 TO WS-HIST-KEY
                 END-IF
           END-READ.

        para4b-read-factor-detail.
           READ FACT-FILE NEXT RECORD
              AT END
                 MOVE WS-END-KEY TO WS-FACT-KEY
              NOT AT END
                 IF FACT-NUM1 > WS-TO
                    MOVE WS-END-KEY TO WS-FACT-KEY
                 ELSE
                    ADD 1 TO WS-FACT-READ-COUNT
                    MOVE FACT-NUM1 TO WS-FACT-KEY
                 END-IF
           END-READ.

      * A PRIME NEEDS NO FACTOR DETAIL - ONLY A NOT PRIME ENTRY
      * WITHOUT ONE IS AN EXCEPTION.
        para5-history-only.
           IF HIST-RESULT NOT = "PRIME    "
              ADD 1 TO WS-NO-FACT-COUNT
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING "NOT PRIME ON HISTORY - NO FACTOR DETAIL"
                 DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
              PERFORM para8-write-exception
           END-IF.

        para6-factor-detail-only.
           ADD 1 TO WS-NO-HIST-COUNT.
           MOVE SPACES TO WS-EXCEPTION-TEXT.
           STRING "FACTOR DETAIL WITH NO HISTORY RECORD"
              DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT.
           PERFORM para8-write-exception.
           PERFORM para7a-check-product.

        para7-matched-pair.
           ADD 1 TO WS-MATCHED-COUNT.
           IF HIST-RESULT = "PRIME    "
              ADD 1 TO WS-FACT-ON-PRIME-COUNT
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING "FACTOR DETAIL ON A NUMBER HELD AS PRIME"
                 DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
              PERFORM para8-write-exception
           END-IF.
           IF FACT-DATE NOT = HIST-DATE
              ADD 1 TO WS-DATE-ERR-COUNT
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING "DATE MISMATCH - FACTOR " FACT-DATE
                 "  HISTORY " HIST-DATE
                 DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
              PERFORM para8-write-exception
           END-IF.
           PERFORM para7a-check-product.

      * MULTIPLIES OUT THE FACTOR TABLE. THE RUNNING PRODUCT STOPS
      * AS SOON AS IT PASSES THE NUMBER, SO IT CANNOT OVERFLOW.
        para7a-check-product.
           MOVE 1 TO WS-PRODUCT.
           MOVE 0 TO WS-PRODUCT-OVER.
           IF FACT-PF-COUNT < 1 OR FACT-PF-COUNT > 8
              ADD 1 TO WS-PRODUCT-ERR-COUNT
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING "INVALID FACTOR ENTRY COUNT " FACT-PF-COUNT
                 DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
              PERFORM para8-write-exception
           ELSE
              PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                    UNTIL WS-PF-IDX > FACT-PF-COUNT
                       OR WS-PRODUCT-OVER = 1
                 PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > FACT-PF-EXP(WS-PF-IDX)
                          OR WS-PRODUCT-OVER = 1
                    COMPUTE WS-PRODUCT =
                       WS-PRODUCT * FACT-PF-PRIME(WS-PF-IDX)
                    IF WS-PRODUCT > FACT-NUM1
                       MOVE 1 TO WS-PRODUCT-OVER
                    END-IF
                 END-PERFORM
              END-PERFORM
              IF WS-PRODUCT NOT = FACT-NUM1
                 ADD 1 TO WS-PRODUCT-ERR-COUNT
                 MOVE SPACES TO WS-EXCEPTION-TEXT
                 IF WS-PRODUCT-OVER = 1
                    STRING "FACTORS MULTIPLY TO MORE THAN THE NUMBER"
                       DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
                 ELSE
                    MOVE WS-PRODUCT TO WS-PRODUCT-ED
                    STRING "FACTORS MULTIPLY TO "
                       FUNCTION TRIM(WS-PRODUCT-ED)
                       DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
                 END-IF
                 PERFORM para8-write-exception
              END-IF
           END-IF.

        para8-write-exception.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-HIST-KEY <= WS-FACT-KEY
              STRING "EXCEPTION: " WS-HIST-KEY(2:7) "  "
                 WS-EXCEPTION-TEXT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "EXCEPTION: " WS-FACT-KEY(2:7) "  "
                 WS-EXCEPTION-TEXT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

        para9-write-totals.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "HISTORY RECORDS READ: " WS-HIST-READ-COUNT
              "   FACTOR DETAIL RECORDS READ: " WS-FACT-READ-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "MATCHED ON KEY: " WS-MATCHED-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "NOT PRIME WITH NO FACTOR DETAIL: " WS-NO-FACT-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "FACTOR DETAIL WITH NO HISTORY: " WS-NO-HIST-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "FACTOR DETAIL ON A PRIME: " WS-FACT-ON-PRIME-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "FACTORIZATION ERRORS: " WS-PRODUCT-ERR-COUNT
              "   DATE MISMATCHES: " WS-DATE-ERR-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-EXCEPTION-COUNT = 0
              STRING "FACTOR DETAIL AND HISTORY FILES IN AGREEMENT"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "FACTOR DETAIL AND HISTORY FILES OUT OF SYNC - "
                 WS-EXCEPTION-COUNT " EXCEPTIONS"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
