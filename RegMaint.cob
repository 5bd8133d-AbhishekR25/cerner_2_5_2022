      * --- cerner_2tothe5th_2022
       IDENTIFICATION DIVISION.
       PROGRAM-ID. regmnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REG-FILE ASSIGN TO "WOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT TRAN-FILE ASSIGN TO "REGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT NEW-FILE ASSIGN TO "REGNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT RPT-FILE ASSIGN TO "REGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ENTRIES WRITTEN BEFORE THE STATUS, EFFECTIVE DATE AND QUOTA
      * FIELDS EXISTED CARRY SPACES THERE - THEY ARE TAKEN AS ACTIVE,
      * EFFECTIVE SINCE 00000000 AND WITHOUT A QUOTA.
       FD  REG-FILE.
        01 REG-RECORD.
           05 REG-REQUESTER PIC X(8).
           05 REG-SLOT PIC X.
           05 REG-STATUS PIC X.
           05 REG-EFF-DATE PIC X(8).
           05 REG-DAILY-QUOTA PIC X(7).

      * ACTION A ADD, C CHANGE, D DEACTIVATE, R REACTIVATE. ON A
      * CHANGE, BLANK FIELDS ARE LEFT AS THEY ARE. A ZERO QUOTA
      * MEANS NO DAILY LIMIT.
       FD  TRAN-FILE.
        01 TRAN-RECORD.
           05 TRAN-ACTION PIC X.
           05 TRAN-REQUESTER PIC X(8).
           05 TRAN-SLOT PIC X.
           05 TRAN-EFF-DATE PIC X(8).
           05 TRAN-DAILY-QUOTA PIC X(7).

       FD  NEW-FILE.
        01 NEW-RECORD.
           05 NEW-REQUESTER PIC X(8).
           05 NEW-SLOT PIC X.
           05 NEW-STATUS PIC X.
           05 NEW-EFF-DATE PIC 9(8).
           05 NEW-DAILY-QUOTA PIC 9(7).

       FD  RPT-FILE.
        01 RPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
        01 WS-REG-STATUS PIC XX VALUE "00".
        01 WS-TRAN-STATUS PIC XX VALUE "00".
        01 WS-NEW-STATUS PIC XX VALUE "00".
        01 WS-RPT-STATUS PIC XX VALUE "00".
        01 WS-EOF-FLAG PIC 9 VALUE 0.
        01 WS-ENTRY-COUNT PIC 99 VALUE 0.
        01 WS-ENTRY-IDX PIC 99 VALUE 0.
        01 WS-CUR-ENTRY PIC 99 VALUE 0.
        01 WS-SLOT-HOLDER PIC 99 VALUE 0.
        01 WS-FIND-REQUESTER PIC X(8) VALUE SPACES.
        01 WS-ENTRY-TAB.
           05 WS-ENTRY OCCURS 50 TIMES.
              10 WS-EN-REQUESTER PIC X(8).
              10 WS-EN-SLOT PIC X.
              10 WS-EN-STATUS PIC X.
              10 WS-EN-EFF-DATE PIC 9(8).
              10 WS-EN-DAILY-QUOTA PIC 9(7).
        01 WS-OLD-READ PIC 9(5) VALUE 0.
        01 WS-OLD-DEFAULTED PIC 9(5) VALUE 0.
        01 WS-OLD-ERRORS PIC 9(5) VALUE 0.
        01 WS-TRAN-READ PIC 9(5) VALUE 0.
        01 WS-ADD-COUNT PIC 9(5) VALUE 0.
        01 WS-CHANGE-COUNT PIC 9(5) VALUE 0.
        01 WS-DEACT-COUNT PIC 9(5) VALUE 0.
        01 WS-REACT-COUNT PIC 9(5) VALUE 0.
        01 WS-TRAN-REJECTS PIC 9(5) VALUE 0.
        01 WS-NEW-WRITTEN PIC 9(5) VALUE 0.
        01 WS-ACTIVE-COUNT PIC 9(5) VALUE 0.
        01 WS-TRAN-ERROR-TEXT PIC X(50) VALUE SPACES.
        01 WS-NEW-SLOT PIC X VALUE SPACE.
        01 WS-NEW-EFF-DATE PIC 9(8) VALUE 0.
        01 WS-NEW-QUOTA PIC 9(7) VALUE 0.
        01 WS-CHECK-DATE PIC 9(8) VALUE 0.
        01 WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
           05 WS-CD-YYYY PIC 9(4).
           05 WS-CD-MM PIC 9(2).
           05 WS-CD-DD PIC 9(2).
        01 WS-DATE-OK PIC 9 VALUE 0.
        01 WS-ACTION-TEXT PIC X(11) VALUE SPACES.
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
              DISPLAY "UNABLE TO OPEN REGISTRY AUDIT REPORT - STATUS "
                 WS-RPT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM para2-write-report-heading.

           PERFORM para3-load-old-master.
           IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "05"
                 AND WS-REG-STATUS NOT = "10"
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN REGISTRY TRANSACTION FILE - "
                 "STATUS " WS-TRAN-STATUS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "TRANSACTION FILE NOT AVAILABLE - STATUS "
                 WS-TRAN-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT NEW-FILE.
           IF WS-NEW-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN NEW REGISTRY FILE - STATUS "
                 WS-NEW-STATUS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "NEW REGISTRY FILE NOT AVAILABLE - STATUS "
                 WS-NEW-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              CLOSE TRAN-FILE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM para4-apply-transactions.
           CLOSE TRAN-FILE.
           PERFORM para9-write-new-master.
           CLOSE NEW-FILE.
           PERFORM para10-write-totals.
           CLOSE RPT-FILE.
           IF WS-NEW-WRITTEN NOT = WS-ENTRY-COUNT
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-TRAN-REJECTS > 0 OR WS-OLD-ERRORS > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.

        para2-write-report-heading.
           MOVE SPACES TO WS-HEADING-LINE.
           STRING "REQUESTER REGISTRY MAINTENANCE - RUN DATE "
                 WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
                 DELIMITED BY SIZE INTO WS-HEADING-LINE.
           WRITE RPT-RECORD FROM WS-HEADING-LINE.
           MOVE SPACES TO WS-HEADING-LINE.
           WRITE RPT-RECORD FROM WS-HEADING-LINE.

        para3-load-old-master.
           MOVE 0 TO WS-EOF-FLAG.
           OPEN INPUT REG-FILE.
           IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN REQUESTER REGISTRY - STATUS "
                 WS-REG-STATUS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "REQUESTER REGISTRY NOT AVAILABLE - STATUS "
                 WS-REG-STATUS
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           ELSE
              PERFORM UNTIL WS-EOF-FLAG = 1
                 READ REG-FILE
                    AT END
                       MOVE 1 TO WS-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-OLD-READ
                       PERFORM para3a-load-old-entry
                 END-READ
              END-PERFORM
              CLOSE REG-FILE
              MOVE "00" TO WS-REG-STATUS
           END-IF.

      * CONFLICTS AND BAD FIELDS ALREADY ON THE OLD MASTER ARE LISTED
      * AND THE ENTRY IS DROPPED - IT MUST BE RE-ADDED BY TRANSACTION.
      * ONLY BLANK FIELDS (OLD SHORT ENTRIES) TAKE THE DEFAULTS, THE
      * SAME EDITS WODISP APPLIES WHEN IT LOADS THE REGISTRY.
        para3a-load-old-entry.
           MOVE SPACES TO WS-TRAN-ERROR-TEXT.
           IF REG-REQUESTER = SPACES
              MOVE "REQUESTER ID MISSING" TO WS-TRAN-ERROR-TEXT
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES
              IF REG-SLOT < "1" OR REG-SLOT > "5"
                 STRING "INVALID SLOT: " REG-SLOT
                    DELIMITED BY SIZE INTO WS-TRAN-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES
              IF REG-STATUS NOT = SPACE AND REG-STATUS NOT = "A"
                    AND REG-STATUS NOT = "I"
                 STRING "INVALID STATUS: " REG-STATUS
                    DELIMITED BY SIZE INTO WS-TRAN-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES
              IF REG-EFF-DATE NOT = SPACES
                    AND REG-EFF-DATE NOT NUMERIC
                 STRING "INVALID EFFECTIVE DATE: " REG-EFF-DATE
                    DELIMITED BY SIZE INTO WS-TRAN-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES
              IF REG-DAILY-QUOTA NOT = SPACES
                    AND REG-DAILY-QUOTA NOT NUMERIC
                 STRING "INVALID DAILY QUOTA: " REG-DAILY-QUOTA
                    DELIMITED BY SIZE INTO WS-TRAN-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES
              MOVE REG-REQUESTER TO WS-FIND-REQUESTER
              PERFORM para5-find-entry
              IF WS-CUR-ENTRY > 0
                 MOVE "REQUESTER ALREADY REGISTERED"
                    TO WS-TRAN-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES
              IF REG-STATUS NOT = "I"
                 MOVE REG-SLOT TO WS-NEW-SLOT
                 MOVE 0 TO WS-CUR-ENTRY
                 PERFORM para5a-find-slot-holder
                 IF WS-SLOT-HOLDER > 0
                    STRING "SLOT " REG-SLOT " ALREADY HELD BY "
                       WS-EN-REQUESTER(WS-SLOT-HOLDER)
                       DELIMITED BY SIZE INTO WS-TRAN-ERROR-TEXT
                 END-IF
              END-IF
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES AND WS-ENTRY-COUNT >= 50
              MOVE "REGISTRY TABLE FULL" TO WS-TRAN-ERROR-TEXT
           END-IF.

           IF WS-TRAN-ERROR-TEXT = SPACES
              ADD 1 TO WS-ENTRY-COUNT
              MOVE REG-REQUESTER TO WS-EN-REQUESTER(WS-ENTRY-COUNT)
              MOVE REG-SLOT TO WS-EN-SLOT(WS-ENTRY-COUNT)
              IF REG-STATUS = SPACE OR REG-EFF-DATE = SPACES
                    OR REG-DAILY-QUOTA = SPACES
                 ADD 1 TO WS-OLD-DEFAULTED
              END-IF
              IF REG-STATUS = "I"
                 MOVE "I" TO WS-EN-STATUS(WS-ENTRY-COUNT)
              ELSE
                 MOVE "A" TO WS-EN-STATUS(WS-ENTRY-COUNT)
              END-IF
              IF REG-EFF-DATE = SPACES
                 MOVE 0 TO WS-EN-EFF-DATE(WS-ENTRY-COUNT)
              ELSE
                 MOVE REG-EFF-DATE TO WS-EN-EFF-DATE(WS-ENTRY-COUNT)
              END-IF
              IF REG-DAILY-QUOTA = SPACES
                 MOVE 0 TO WS-EN-DAILY-QUOTA(WS-ENTRY-COUNT)
              ELSE
                 MOVE REG-DAILY-QUOTA
                    TO WS-EN-DAILY-QUOTA(WS-ENTRY-COUNT)
              END-IF
           ELSE
              ADD 1 TO WS-OLD-ERRORS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "OLD REGISTRY ENTRY " WS-OLD-READ
                 " DROPPED - " WS-TRAN-ERROR-TEXT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.

        para4-apply-transactions.
           MOVE 0 TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 1
              READ TRAN-FILE
                 AT END
                    MOVE 1 TO WS-EOF-FLAG
                 NOT AT END
                    ADD 1 TO WS-TRAN-READ
                    PERFORM para4a-apply-one-transaction
              END-READ
           END-PERFORM.

        para4a-apply-one-transaction.
           MOVE SPACES TO WS-TRAN-ERROR-TEXT.
           IF TRAN-REQUESTER = SPACES
              MOVE "REQUESTER ID MISSING" TO WS-TRAN-ERROR-TEXT
           ELSE
              MOVE TRAN-REQUESTER TO WS-FIND-REQUESTER
              PERFORM para5-find-entry
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES
              PERFORM para4b-edit-fields
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES
              EVALUATE TRAN-ACTION
                 WHEN "A"
                    PERFORM para6-add-entry
                 WHEN "C"
                    PERFORM para7-change-entry
                 WHEN "D"
                    PERFORM para8-deactivate-entry
                 WHEN "R"
                    PERFORM para8a-reactivate-entry
                 WHEN OTHER
                    STRING "INVALID ACTION: " TRAN-ACTION
                       DELIMITED BY SIZE INTO WS-TRAN-ERROR-TEXT
              END-EVALUATE
           END-IF.
           IF WS-TRAN-ERROR-TEXT NOT = SPACES
              ADD 1 TO WS-TRAN-REJECTS
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "TRANSACTION " WS-TRAN-READ " " TRAN-ACTION
                 " " TRAN-REQUESTER " REJECTED - "
                 WS-TRAN-ERROR-TEXT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.

      * FIELD EDITS COMMON TO EVERY ACTION - A SUPPLIED FIELD MUST
      * BE VALID EVEN WHERE THE ACTION WOULD IGNORE IT.
        para4b-edit-fields.
           MOVE TRAN-SLOT TO WS-NEW-SLOT.
           IF TRAN-SLOT NOT = SPACE
              IF TRAN-SLOT < "1" OR TRAN-SLOT > "5"
                 STRING "INVALID SLOT: " TRAN-SLOT
                    DELIMITED BY SIZE INTO WS-TRAN-ERROR-TEXT
              END-IF
           END-IF.
           MOVE 0 TO WS-NEW-EFF-DATE.
           IF WS-TRAN-ERROR-TEXT = SPACES
                 AND TRAN-EFF-DATE NOT = SPACES
              IF TRAN-EFF-DATE IS NUMERIC
                 MOVE TRAN-EFF-DATE TO WS-CHECK-DATE
                 PERFORM para4c-check-date
              ELSE
                 MOVE 0 TO WS-DATE-OK
              END-IF
              IF WS-DATE-OK = 1
                 MOVE WS-CHECK-DATE TO WS-NEW-EFF-DATE
              ELSE
                 STRING "INVALID EFFECTIVE DATE: " TRAN-EFF-DATE
                    DELIMITED BY SIZE INTO WS-TRAN-ERROR-TEXT
              END-IF
           END-IF.
           MOVE 0 TO WS-NEW-QUOTA.
           IF WS-TRAN-ERROR-TEXT = SPACES
                 AND TRAN-DAILY-QUOTA NOT = SPACES
              IF FUNCTION TRIM(TRAN-DAILY-QUOTA) IS NUMERIC
                 MOVE FUNCTION NUMVAL(TRAN-DAILY-QUOTA)
                    TO WS-NEW-QUOTA
              ELSE
                 STRING "INVALID DAILY QUOTA: " TRAN-DAILY-QUOTA
                    DELIMITED BY SIZE INTO WS-TRAN-ERROR-TEXT
              END-IF
           END-IF.

        para4c-check-date.
           MOVE 1 TO WS-DATE-OK.
           IF WS-CD-YYYY < 1900
                 OR WS-CD-MM < 1 OR WS-CD-MM > 12
                 OR WS-CD-DD < 1 OR WS-CD-DD > 31
              MOVE 0 TO WS-DATE-OK
           END-IF.

        para5-find-entry.
           MOVE 0 TO WS-CUR-ENTRY.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                 UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                    OR WS-CUR-ENTRY > 0
              IF WS-EN-REQUESTER(WS-ENTRY-IDX) = WS-FIND-REQUESTER
                 MOVE WS-ENTRY-IDX TO WS-CUR-ENTRY
              END-IF
           END-PERFORM.

      * AN ACTIVE ENTRY OTHER THAN WS-CUR-ENTRY ALREADY ON THE SLOT
      * IN WS-NEW-SLOT - INACTIVE ENTRIES DO NOT HOLD THEIR SLOT.
        para5a-find-slot-holder.
           MOVE 0 TO WS-SLOT-HOLDER.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                 UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                    OR WS-SLOT-HOLDER > 0
              IF WS-EN-SLOT(WS-ENTRY-IDX) = WS-NEW-SLOT
                    AND WS-EN-STATUS(WS-ENTRY-IDX) = "A"
                    AND WS-ENTRY-IDX NOT = WS-CUR-ENTRY
                 MOVE WS-ENTRY-IDX TO WS-SLOT-HOLDER
              END-IF
           END-PERFORM.

        para6-add-entry.
           IF WS-CUR-ENTRY > 0
              MOVE "REQUESTER ALREADY REGISTERED"
                 TO WS-TRAN-ERROR-TEXT
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES AND TRAN-SLOT = SPACE
              MOVE "SLOT REQUIRED TO ADD A REQUESTER"
                 TO WS-TRAN-ERROR-TEXT
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES
              PERFORM para5a-find-slot-holder
              IF WS-SLOT-HOLDER > 0
                 STRING "SLOT " TRAN-SLOT " ALREADY HELD BY "
                    WS-EN-REQUESTER(WS-SLOT-HOLDER)
                    DELIMITED BY SIZE INTO WS-TRAN-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES AND WS-ENTRY-COUNT >= 50
              MOVE "REGISTRY TABLE FULL" TO WS-TRAN-ERROR-TEXT
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES
              ADD 1 TO WS-ENTRY-COUNT
              MOVE WS-ENTRY-COUNT TO WS-CUR-ENTRY
              MOVE TRAN-REQUESTER TO WS-EN-REQUESTER(WS-CUR-ENTRY)
              MOVE TRAN-SLOT TO WS-EN-SLOT(WS-CUR-ENTRY)
              MOVE "A" TO WS-EN-STATUS(WS-CUR-ENTRY)
              IF TRAN-EFF-DATE = SPACES
                 MOVE WS-RUN-DATE-YYYYMMDD
                    TO WS-EN-EFF-DATE(WS-CUR-ENTRY)
              ELSE
                 MOVE WS-NEW-EFF-DATE TO WS-EN-EFF-DATE(WS-CUR-ENTRY)
              END-IF
              MOVE WS-NEW-QUOTA TO WS-EN-DAILY-QUOTA(WS-CUR-ENTRY)
              ADD 1 TO WS-ADD-COUNT
              MOVE "ADDED" TO WS-ACTION-TEXT
              PERFORM para11-write-audit-after
           END-IF.

        para7-change-entry.
           IF WS-CUR-ENTRY = 0
              MOVE "REQUESTER NOT IN REGISTRY" TO WS-TRAN-ERROR-TEXT
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES
                 AND TRAN-SLOT = SPACE AND TRAN-EFF-DATE = SPACES
                 AND TRAN-DAILY-QUOTA = SPACES
              MOVE "NO FIELDS TO CHANGE" TO WS-TRAN-ERROR-TEXT
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES AND TRAN-SLOT NOT = SPACE
                 AND WS-EN-STATUS(WS-CUR-ENTRY) = "A"
              PERFORM para5a-find-slot-holder
              IF WS-SLOT-HOLDER > 0
                 STRING "SLOT " TRAN-SLOT " ALREADY HELD BY "
                    WS-EN-REQUESTER(WS-SLOT-HOLDER)
                    DELIMITED BY SIZE INTO WS-TRAN-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES
              MOVE "CHANGED" TO WS-ACTION-TEXT
              PERFORM para11a-write-audit-before
              IF TRAN-SLOT NOT = SPACE
                 MOVE TRAN-SLOT TO WS-EN-SLOT(WS-CUR-ENTRY)
              END-IF
              IF TRAN-EFF-DATE NOT = SPACES
                 MOVE WS-NEW-EFF-DATE TO WS-EN-EFF-DATE(WS-CUR-ENTRY)
              END-IF
              IF TRAN-DAILY-QUOTA NOT = SPACES
                 MOVE WS-NEW-QUOTA TO WS-EN-DAILY-QUOTA(WS-CUR-ENTRY)
              END-IF
              ADD 1 TO WS-CHANGE-COUNT
              PERFORM para11-write-audit-after
           END-IF.

        para8-deactivate-entry.
           IF WS-CUR-ENTRY = 0
              MOVE "REQUESTER NOT IN REGISTRY" TO WS-TRAN-ERROR-TEXT
           ELSE
              IF WS-EN-STATUS(WS-CUR-ENTRY) = "I"
                 MOVE "REQUESTER ALREADY INACTIVE"
                    TO WS-TRAN-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES
              MOVE "DEACTIVATED" TO WS-ACTION-TEXT
              PERFORM para11a-write-audit-before
              MOVE "I" TO WS-EN-STATUS(WS-CUR-ENTRY)
              ADD 1 TO WS-DEACT-COUNT
              PERFORM para11-write-audit-after
           END-IF.

      * A REACTIVATED REQUESTER TAKES BACK ITS OLD SLOT UNLESS A
      * NEW ONE IS GIVEN, AND MAY NOT TAKE A SLOT NOW IN USE.
        para8a-reactivate-entry.
           IF WS-CUR-ENTRY = 0
              MOVE "REQUESTER NOT IN REGISTRY" TO WS-TRAN-ERROR-TEXT
           ELSE
              IF WS-EN-STATUS(WS-CUR-ENTRY) = "A"
                 MOVE "REQUESTER ALREADY ACTIVE" TO WS-TRAN-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES
              IF TRAN-SLOT = SPACE
                 MOVE WS-EN-SLOT(WS-CUR-ENTRY) TO WS-NEW-SLOT
              END-IF
              PERFORM para5a-find-slot-holder
              IF WS-SLOT-HOLDER > 0
                 STRING "SLOT " WS-NEW-SLOT " ALREADY HELD BY "
                    WS-EN-REQUESTER(WS-SLOT-HOLDER)
                    DELIMITED BY SIZE INTO WS-TRAN-ERROR-TEXT
              END-IF
           END-IF.
           IF WS-TRAN-ERROR-TEXT = SPACES
              MOVE "REACTIVATED" TO WS-ACTION-TEXT
              PERFORM para11a-write-audit-before
              MOVE "A" TO WS-EN-STATUS(WS-CUR-ENTRY)
              MOVE WS-NEW-SLOT TO WS-EN-SLOT(WS-CUR-ENTRY)
              IF TRAN-EFF-DATE = SPACES
                 MOVE WS-RUN-DATE-YYYYMMDD
                    TO WS-EN-EFF-DATE(WS-CUR-ENTRY)
              ELSE
                 MOVE WS-NEW-EFF-DATE TO WS-EN-EFF-DATE(WS-CUR-ENTRY)
              END-IF
              IF TRAN-DAILY-QUOTA NOT = SPACES
                 MOVE WS-NEW-QUOTA TO WS-EN-DAILY-QUOTA(WS-CUR-ENTRY)
              END-IF
              ADD 1 TO WS-REACT-COUNT
              PERFORM para11-write-audit-after
           END-IF.

        para9-write-new-master.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           STRING "REGISTRY AFTER MAINTENANCE"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "REQUESTER SLOT STATUS EFFECTIVE DAILY QUOTA"
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                 UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
              MOVE WS-EN-REQUESTER(WS-ENTRY-IDX) TO NEW-REQUESTER
              MOVE WS-EN-SLOT(WS-ENTRY-IDX) TO NEW-SLOT
              MOVE WS-EN-STATUS(WS-ENTRY-IDX) TO NEW-STATUS
              MOVE WS-EN-EFF-DATE(WS-ENTRY-IDX) TO NEW-EFF-DATE
              MOVE WS-EN-DAILY-QUOTA(WS-ENTRY-IDX) TO NEW-DAILY-QUOTA
              WRITE NEW-RECORD
              IF WS-NEW-STATUS NOT = "00"
                 DISPLAY "NEW REGISTRY WRITE FAILED FOR "
                    NEW-REQUESTER " - STATUS " WS-NEW-STATUS
              ELSE
                 ADD 1 TO WS-NEW-WRITTEN
              END-IF
              IF WS-EN-STATUS(WS-ENTRY-IDX) = "A"
                 ADD 1 TO WS-ACTIVE-COUNT
              END-IF
              MOVE SPACES TO WS-DETAIL-LINE
              STRING WS-EN-REQUESTER(WS-ENTRY-IDX) "  "
                 WS-EN-SLOT(WS-ENTRY-IDX) "    "
                 WS-EN-STATUS(WS-ENTRY-IDX) "      "
                 WS-EN-EFF-DATE(WS-ENTRY-IDX) "  "
                 WS-EN-DAILY-QUOTA(WS-ENTRY-IDX)
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
           END-PERFORM.

        para10-write-totals.
           MOVE SPACES TO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           STRING "OLD ENTRIES READ: " WS-OLD-READ
              "   DROPPED: " WS-OLD-ERRORS
              "   GIVEN DEFAULTS: " WS-OLD-DEFAULTED
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TRANSACTIONS READ: " WS-TRAN-READ
              "   REJECTED: " WS-TRAN-REJECTS
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "ADDED: " WS-ADD-COUNT
              "   CHANGED: " WS-CHANGE-COUNT
              "   DEACTIVATED: " WS-DEACT-COUNT
              "   REACTIVATED: " WS-REACT-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "NEW REGISTRY ENTRIES WRITTEN: " WS-NEW-WRITTEN
              "   ACTIVE: " WS-ACTIVE-COUNT
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

        para11-write-audit-after.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-ACTION-TEXT " " WS-EN-REQUESTER(WS-CUR-ENTRY)
              " AFTER:  SLOT " WS-EN-SLOT(WS-CUR-ENTRY)
              " STATUS " WS-EN-STATUS(WS-CUR-ENTRY)
              " EFF " WS-EN-EFF-DATE(WS-CUR-ENTRY)
              " QUOTA " WS-EN-DAILY-QUOTA(WS-CUR-ENTRY)
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

        para11a-write-audit-before.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-ACTION-TEXT " " WS-EN-REQUESTER(WS-CUR-ENTRY)
              " BEFORE: SLOT " WS-EN-SLOT(WS-CUR-ENTRY)
              " STATUS " WS-EN-STATUS(WS-CUR-ENTRY)
              " EFF " WS-EN-EFF-DATE(WS-CUR-ENTRY)
              " QUOTA " WS-EN-DAILY-QUOTA(WS-CUR-ENTRY)
              DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.
