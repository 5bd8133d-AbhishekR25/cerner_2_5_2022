      * --- cerner_2tothe5th_2022
       IDENTIFICATION DIVISION.
       PROGRAM-ID. histsel.

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
           SELECT PARM-FILE ASSIGN TO "SELPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CSV-FILE ASSIGN TO "SELCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT RPT-FILE ASSIGN TO "SELRPT"
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

      * SELECTION CARD - A BLANK FIELD PLACES NO RESTRICTION.
      * FLAGS ARE Y (MUST BE SET), N (MUST NOT BE SET) OR BLANK.
       FD  PARM-FILE.
        01 PARM-RECORD.
           05 PARM-FROM PIC X(7).
           05 PARM-TO PIC X(7).
           05 PARM-DATE-FROM PIC X(8).
           05 PARM-DATE-TO PIC X(8).
           05 PARM-RESULT PIC X(9).
           05 PARM-MIN-FACTORS PIC X(3).
           05 PARM-MAX-FACTORS PIC X(3).
           05 PARM-PALIN-FLAG PIC X.
           05 PARM-MERSENNE-FLAG PIC X.
           05 PARM-SOPHIE-FLAG PIC X.
           05 PARM-JOIN-FACT PIC X.

       FD  CSV-FILE.
        01 CSV-RECORD PIC X(200).

       FD  RPT-FILE.
        01 RPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-HIST-STATUS PIC XX VALUE "00".
        01 WS-FACT-STATUS PIC XX VALUE "00".
        01 WS-PARM-STATUS PIC XX VALUE "00".
        01 WS-CSV-STATUS PIC XX VALUE "00".
        01 WS-RPT-STATUS PIC XX VALUE "00".
        01 WS-FROM PIC 9(7) VALUE 0.
        01 WS-TO PIC 9(7) VALUE 9999999.
        01 WS-DATE-FROM PIC 9(8) VALUE 0.
        01 WS-DATE-TO PIC 9(8) VALUE 99999999.
        01 WS-SEL-RESULT PIC X(9) VALUE SPACES.
        01 WS-MIN-FACTORS PIC 999 VALUE 0.
        01 WS-MAX-FACTORS PIC 999 VALUE 999.
        01 WS-SEL-PALIN PIC X VALUE SPACE.
        01 WS-SEL-MERSENNE PIC X VALUE SPACE.
        01 WS-SEL-SOPHIE PIC X VALUE SPACE.
        01 WS-JOIN-FACT PIC 9 VALUE 0.
        01 WS-PARM-OK PIC 9 VALUE 0.
        01 WS-PARM-ERROR-TEXT PIC X(50) VALUE SPACES.
        01 WS-CHECK-DATE PIC 9(8) VALUE 0.
        01 WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
           05 WS-CD-YYYY PIC 9(4).
           05 WS-CD-MM PIC 9(2).
           05 WS-CD-DD PIC 9(2).
        01 WS-DATE-OK PIC 9 VALUE 0.
        01 WS-EOF-FLAG PIC 9 VALUE 0.
        01 WS-SELECTED PIC 9 VALUE 0.
        01 WS-FACT-FOUND PIC 9 VALUE 0.
        01 WS-CSV-FAILED PIC 9 VALUE 0.
        01 WS-READ-COUNT PIC 9(7) VALUE 0.
        01 WS-SELECTED-COUNT PIC 9(7) VALUE 0.
        01 WS-DATE-DROP-COUNT PIC 9(7) VALUE 0.
        01 WS-RESULT-DROP-COUNT PIC 9(7) VALUE 0.
        01 WS-FACTORS-DROP-COUNT PIC 9(7) VALUE 0.
        01 WS-FLAG-DROP-COUNT PIC 9(7) VALUE 0.
        01 WS-JOINED-COUNT PIC 9(7) VALUE 0.
        01 WS-NO-FACT-COUNT PIC 9(7) VALUE 0.
        01 WS-CSV-LINE PIC X(200) VALUE SPACES.
        01 WS-CSV-PTR PIC 999 VALUE 1.
        01 WS-NUM-ED PIC Z(6)9.
        01 WS-COUNT-ED PIC ZZ9.
        01 WS-HIST-DATE-X.
           05 WS-HD-YYYY PIC 9(4).
           05 WS-HD-MM PIC 9(2).
           05 WS-HD-DD PIC 9(2).
        01 WS-FACT-LINE PIC X(120) VALUE SPACES.
        01 WS-FACT-PTR PIC 999 VALUE 1.
        01 WS-FACT-PRIME-ED PIC Z(6)9.
        01 WS-FACT-EXP-ED PIC Z9.
        01 WS-PF-IDX PIC 99 VALUE 0.
        01 WS-FLAG-TEXT PIC X(20) VALUE SPACES.
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
              DISPLAY "UNABLE TO OPEN SELECTION REPORT FILE - "
                 "STATUS " WS-RPT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM para2-write-report-heading.

           PERFORM para3-read-parm-card.
           IF WS-PARM-OK = 0
              PERFORM para3a-reject-parm-card
           END-IF.
           PERFORM para4-write-criteria.

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

           IF WS-JOIN-FACT = 1
              OPEN INPUT FACT-FILE
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
              END-IF
           END-IF.

           OPEN OUTPUT CSV-FILE.
           IF WS-CSV-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN SELECTION OUTPUT FILE - STATUS "
                 WS-CSV-STATUS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "SELECTION OUTPUT FILE NOT AVAILABLE - STATUS "
                 WS-CSV-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              IF WS-JOIN-FACT = 1
                 CLOSE FACT-FILE
              END-IF
              CLOSE HIST-FILE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM para5-write-csv-header.
           PERFORM para6-select-records.
           PERFORM para9-write-totals.
           CLOSE CSV-FILE.
           IF WS-JOIN-FACT = 1
              CLOSE FACT-FILE
           END-IF.
           CLOSE HIST-FILE.
           CLOSE RPT-FILE.
           IF WS-CSV-FAILED = 1
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NO-FACT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.

        para2-write-report-heading.
           MOVE SPACES TO WS-HEADING-LINE.
           STRING "HISTORY SELECTION EXTRACT - RUN DATE "
                 WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
                 DELIMITED BY SIZE INTO WS-HEADING-LINE.
           WRITE RPT-RECORD FROM WS-HEADING-LINE.

      * THE SELECTION CARD IS REQUIRED - A BLANK CARD SELECTS THE
      * WHOLE FILE, BUT ONLY WHEN SOMEONE HAS ASKED FOR THAT.
        para3-read-parm-card.
           MOVE 0 TO WS-PARM-OK.
           MOVE SPACES TO WS-PARM-ERROR-TEXT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
              STRING "SELECTION CARD NOT AVAILABLE - STATUS "
                    WS-PARM-STATUS
                    DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
           ELSE
              READ PARM-FILE
                 AT END
                    MOVE "SELECTION CARD FILE IS EMPTY"
                       TO WS-PARM-ERROR-TEXT
                 NOT AT END
                    PERFORM para3b-validate-parm-card
              END-READ
              CLOSE PARM-FILE
           END-IF.

        para3b-validate-parm-card.
           IF PARM-FROM NOT = SPACES
              IF FUNCTION TRIM(PARM-FROM) IS NUMERIC
                 MOVE FUNCTION NUMVAL(PARM-FROM) TO WS-FROM
              ELSE
                 STRING "INVALID FROM KEY ON SELECTION CARD: "
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
                 STRING "INVALID TO KEY ON SELECTION CARD: "
                       PARM-TO
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
                 AND PARM-DATE-FROM NOT = SPACES
              MOVE 0 TO WS-DATE-OK
              IF PARM-DATE-FROM IS NUMERIC
                 MOVE PARM-DATE-FROM TO WS-CHECK-DATE
                 PERFORM para3c-check-date
              END-IF
              IF WS-DATE-OK = 1
                 MOVE WS-CHECK-DATE TO WS-DATE-FROM
              ELSE
                 STRING "INVALID FROM DATE ON SELECTION CARD: "
                       PARM-DATE-FROM
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
                 AND PARM-DATE-TO NOT = SPACES
              MOVE 0 TO WS-DATE-OK
              IF PARM-DATE-TO IS NUMERIC
                 MOVE PARM-DATE-TO TO WS-CHECK-DATE
                 PERFORM para3c-check-date
              END-IF
              IF WS-DATE-OK = 1
                 MOVE WS-CHECK-DATE TO WS-DATE-TO
                 IF WS-DATE-TO < WS-DATE-FROM
                    STRING "TO DATE BEFORE FROM DATE ON CARD: "
                          PARM-DATE-TO
                          DELIMITED BY SIZE
                          INTO WS-PARM-ERROR-TEXT
                 END-IF
              ELSE
                 STRING "INVALID TO DATE ON SELECTION CARD: "
                       PARM-DATE-TO
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
              IF PARM-RESULT = SPACES OR "PRIME    " OR "NOT PRIME"
                 MOVE PARM-RESULT TO WS-SEL-RESULT
              ELSE
                 STRING "INVALID RESULT ON SELECTION CARD: "
                       PARM-RESULT
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
                 AND PARM-MIN-FACTORS NOT = SPACES
              IF FUNCTION TRIM(PARM-MIN-FACTORS) IS NUMERIC
                 MOVE FUNCTION NUMVAL(PARM-MIN-FACTORS)
                    TO WS-MIN-FACTORS
              ELSE
                 STRING "INVALID MINIMUM FACTOR COUNT ON CARD: "
                       PARM-MIN-FACTORS
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
                 AND PARM-MAX-FACTORS NOT = SPACES
              IF FUNCTION TRIM(PARM-MAX-FACTORS) IS NUMERIC
                 MOVE FUNCTION NUMVAL(PARM-MAX-FACTORS)
                    TO WS-MAX-FACTORS
                 IF WS-MAX-FACTORS < WS-MIN-FACTORS
                    STRING "MAXIMUM FACTOR COUNT BELOW MINIMUM: "
                          PARM-MAX-FACTORS
                          DELIMITED BY SIZE
                          INTO WS-PARM-ERROR-TEXT
                 END-IF
              ELSE
                 STRING "INVALID MAXIMUM FACTOR COUNT ON CARD: "
                       PARM-MAX-FACTORS
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
              IF (PARM-PALIN-FLAG NOT = "Y" AND NOT = "N"
                    AND NOT = SPACE)
                    OR (PARM-MERSENNE-FLAG NOT = "Y" AND NOT = "N"
                    AND NOT = SPACE)
                    OR (PARM-SOPHIE-FLAG NOT = "Y" AND NOT = "N"
                    AND NOT = SPACE)
                 STRING "CLASS FLAGS MUST BE Y, N OR BLANK: "
                       PARM-PALIN-FLAG PARM-MERSENNE-FLAG
                       PARM-SOPHIE-FLAG
                       DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              ELSE
                 MOVE PARM-PALIN-FLAG TO WS-SEL-PALIN
                 MOVE PARM-MERSENNE-FLAG TO WS-SEL-MERSENNE
                 MOVE PARM-SOPHIE-FLAG TO WS-SEL-SOPHIE
              END-IF
           END-IF.
           IF WS-PARM-ERROR-TEXT = SPACES
              EVALUATE PARM-JOIN-FACT
                 WHEN "Y"
                    MOVE 1 TO WS-JOIN-FACT
                 WHEN "N"
                 WHEN SPACE
                    MOVE 0 TO WS-JOIN-FACT
                 WHEN OTHER
                    STRING "FACTORIZATION OPTION MUST BE Y, N OR "
                          "BLANK: " PARM-JOIN-FACT
                          DELIMITED BY SIZE INTO WS-PARM-ERROR-TEXT
              END-EVALUATE
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
           STRING "RUN TERMINATED - NO RECORDS SELECTED"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           CLOSE RPT-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

        para4-write-criteria.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "SELECTION CRITERIA" DELIMITED BY SIZE
              INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  KEY RANGE:            " WS-FROM " THROUGH " WS-TO
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF PARM-DATE-FROM = SPACES AND PARM-DATE-TO = SPACES
              STRING "  CHECK DATE RANGE:     ANY"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "  CHECK DATE RANGE:     " WS-DATE-FROM
                 " THROUGH " WS-DATE-TO
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-SEL-RESULT = SPACES
              STRING "  RESULT:               ANY"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "  RESULT:               " WS-SEL-RESULT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF PARM-MIN-FACTORS = SPACES AND PARM-MAX-FACTORS = SPACES
              STRING "  FACTOR COUNT:         ANY"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "  FACTOR COUNT:         " WS-MIN-FACTORS
                 " THROUGH " WS-MAX-FACTORS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE WS-SEL-PALIN TO WS-FLAG-TEXT(1:1).
           PERFORM para4a-describe-flag.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  PALINDROMIC:          " WS-FLAG-TEXT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE WS-SEL-MERSENNE TO WS-FLAG-TEXT(1:1).
           PERFORM para4a-describe-flag.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  MERSENNE:             " WS-FLAG-TEXT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE WS-SEL-SOPHIE TO WS-FLAG-TEXT(1:1).
           PERFORM para4a-describe-flag.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  SOPHIE GERMAIN:       " WS-FLAG-TEXT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-JOIN-FACT = 1
              STRING "  FACTORIZATION:        INCLUDED FROM FACTDET"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              STRING "  FACTORIZATION:        NOT INCLUDED"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

      * TURNS THE FLAG SELECTION IN THE FIRST BYTE OF WS-FLAG-TEXT
      * INTO ITS REPORT WORDING.
        para4a-describe-flag.
           EVALUATE WS-FLAG-TEXT(1:1)
              WHEN "Y"
                 MOVE "MUST BE SET" TO WS-FLAG-TEXT
              WHEN "N"
                 MOVE "MUST NOT BE SET" TO WS-FLAG-TEXT
              WHEN OTHER
                 MOVE "ANY" TO WS-FLAG-TEXT
           END-EVALUATE.

        para5-write-csv-header.
           MOVE SPACES TO WS-CSV-LINE.
           IF WS-JOIN-FACT = 1
              STRING "NUMBER,CHECK DATE,RESULT,FACTOR COUNT,"
                 "PALINDROMIC,MERSENNE,SOPHIE GERMAIN,FACTORIZATION"
                 DELIMITED BY SIZE INTO WS-CSV-LINE
           ELSE
              STRING "NUMBER,CHECK DATE,RESULT,FACTOR COUNT,"
                 "PALINDROMIC,MERSENNE,SOPHIE GERMAIN"
                 DELIMITED BY SIZE INTO WS-CSV-LINE
           END-IF.
           PERFORM para8-write-csv-line.

      * HISTFIL IS READ FORWARD FROM THE FROM KEY - THE KEY RANGE IS
      * THE ONLY CRITERION THE FILE ORDER CAN SERVE.
        para6-select-records.
           MOVE 0 TO WS-EOF-FLAG.
           MOVE WS-FROM TO HIST-NUM1.
           START HIST-FILE KEY IS NOT LESS THAN HIST-NUM1
              INVALID KEY MOVE 1 TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 1 OR WS-CSV-FAILED = 1
              READ HIST-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO WS-EOF-FLAG
                 NOT AT END
                    IF HIST-NUM1 > WS-TO
                       MOVE 1 TO WS-EOF-FLAG
                    ELSE
                       ADD 1 TO WS-READ-COUNT
                       PERFORM para6a-apply-criteria
                       IF WS-SELECTED = 1
                          ADD 1 TO WS-SELECTED-COUNT
                          PERFORM para7-write-csv-record
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      * A RECORD IS COUNTED AGAINST THE FIRST CRITERION IT FAILS.
        para6a-apply-criteria.
           MOVE 1 TO WS-SELECTED.
           IF HIST-DATE < WS-DATE-FROM OR HIST-DATE > WS-DATE-TO
              MOVE 0 TO WS-SELECTED
              ADD 1 TO WS-DATE-DROP-COUNT
           END-IF.
           IF WS-SELECTED = 1 AND WS-SEL-RESULT NOT = SPACES
              IF HIST-RESULT NOT = WS-SEL-RESULT
                 MOVE 0 TO WS-SELECTED
                 ADD 1 TO WS-RESULT-DROP-COUNT
              END-IF
           END-IF.
           IF WS-SELECTED = 1
              IF HIST-FACTOR-COUNT < WS-MIN-FACTORS
                    OR HIST-FACTOR-COUNT > WS-MAX-FACTORS
                 MOVE 0 TO WS-SELECTED
                 ADD 1 TO WS-FACTORS-DROP-COUNT
              END-IF
           END-IF.
           IF WS-SELECTED = 1
              IF (WS-SEL-PALIN = "Y" AND HIST-PALIN-FLAG NOT = "Y")
                    OR (WS-SEL-PALIN = "N" AND HIST-PALIN-FLAG = "Y")
                    OR (WS-SEL-MERSENNE = "Y"
                       AND HIST-MERSENNE-FLAG NOT = "Y")
                    OR (WS-SEL-MERSENNE = "N"
                       AND HIST-MERSENNE-FLAG = "Y")
                    OR (WS-SEL-SOPHIE = "Y"
                       AND HIST-SOPHIE-FLAG NOT = "Y")
                    OR (WS-SEL-SOPHIE = "N"
                       AND HIST-SOPHIE-FLAG = "Y")
                 MOVE 0 TO WS-SELECTED
                 ADD 1 TO WS-FLAG-DROP-COUNT
              END-IF
           END-IF.

        para7-write-csv-record.
           MOVE SPACES TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           MOVE HIST-NUM1 TO WS-NUM-ED.
           MOVE HIST-DATE TO WS-HIST-DATE-X.
           MOVE HIST-FACTOR-COUNT TO WS-COUNT-ED.
           STRING FUNCTION TRIM(WS-NUM-ED) ","
              WS-HD-YYYY "-" WS-HD-MM "-" WS-HD-DD ","
              FUNCTION TRIM(HIST-RESULT) ","
              FUNCTION TRIM(WS-COUNT-ED) ","
              HIST-PALIN-FLAG "," HIST-MERSENNE-FLAG ","
              HIST-SOPHIE-FLAG
              DELIMITED BY SIZE
              INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
           IF WS-JOIN-FACT = 1
              STRING "," DELIMITED BY SIZE
                 INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
              PERFORM para7a-read-factor-detail
              IF WS-FACT-FOUND = 1
                 ADD 1 TO WS-JOINED-COUNT
                 PERFORM para7b-build-factor-line
                 STRING FUNCTION TRIM(WS-FACT-LINE)
                    DELIMITED BY SIZE
                    INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
              ELSE
                 IF HIST-RESULT NOT = "PRIME    "
                    ADD 1 TO WS-NO-FACT-COUNT
                    MOVE SPACES TO WS-DETAIL-LINE
                    STRING "NO FACTOR DETAIL ON FILE FOR " HIST-NUM1
                       " - FACTORIZATION LEFT BLANK"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                    WRITE RPT-RECORD FROM WS-DETAIL-LINE
                 END-IF
              END-IF
           END-IF.
           PERFORM para8-write-csv-line.

        para7a-read-factor-detail.
           MOVE HIST-NUM1 TO FACT-NUM1.
           READ FACT-FILE KEY IS FACT-NUM1
              INVALID KEY MOVE 0 TO WS-FACT-FOUND
              NOT INVALID KEY MOVE 1 TO WS-FACT-FOUND
           END-READ.

        para7b-build-factor-line.
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

        para8-write-csv-line.
           WRITE CSV-RECORD FROM WS-CSV-LINE.
           IF WS-CSV-STATUS NOT = "00"
              MOVE 1 TO WS-CSV-FAILED
              DISPLAY "SELECTION OUTPUT WRITE FAILED - STATUS "
                 WS-CSV-STATUS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "SELECTION OUTPUT WRITE FAILED - STATUS "
                 WS-CSV-STATUS " - OUTPUT IS INCOMPLETE"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           END-IF.

        para9-write-totals.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "HISTORY RECORDS READ IN KEY RANGE: " WS-READ-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  NOT SELECTED - CHECK DATE:       "
              WS-DATE-DROP-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  NOT SELECTED - RESULT:           "
              WS-RESULT-DROP-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  NOT SELECTED - FACTOR COUNT:     "
              WS-FACTORS-DROP-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  NOT SELECTED - CLASS FLAGS:      "
              WS-FLAG-DROP-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "RECORDS SELECTED: " WS-SELECTED-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

           IF WS-JOIN-FACT = 1
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "FACTORIZATIONS JOINED: " WS-JOINED-COUNT
                 "   NOT PRIME WITH NO FACTOR DETAIL: "
                 WS-NO-FACT-COUNT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.

           IF WS-SELECTED-COUNT = 0
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "NO RECORDS MET THE SELECTION CRITERIA - "
                 "OUTPUT HAS THE HEADER ROW ONLY"
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.
