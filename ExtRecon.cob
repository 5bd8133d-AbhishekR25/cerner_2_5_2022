           05 EXTR-RESULT PIC X(9).
           05 EXTR-FACTOR-COUNT PIC 999.
           05 EXTR-NEW-PRIME-FLAG PIC X.
        01 EXTR-CTL-RECORD.
           05 EXTR-CTL-TYPE PIC X(3).
           05 FILLER PIC X(32).

       FD  ACK-FILE.
        01 ACK-RECORD.
        01 WS-DATE-MISM-COUNT PIC 9(7) VALUE 0.
        01 WS-UNACKED-COUNT PIC 9(7) VALUE 0.
        01 WS-BALANCE-TOTAL PIC 9(7) VALUE 0.
        01 WS-EXTR-REFUSED PIC 9 VALUE 0.
        01 WS-CTL-WARNING PIC 9 VALUE 0.
        01 WS-CTL-HDR-SEEN PIC 9 VALUE 0.
        01 WS-CTL-READ-COUNT PIC 9(9) VALUE 0.
        01 WS-CTL-DATA-COUNT PIC 9(9) VALUE 0.
        01 WS-CTL-DATA-HASH PIC 9(15) VALUE 0.
        01 WS-CTL-AFTER-TRL PIC 9(7) VALUE 0.
        01 WS-CTL-TRL-SEEN PIC 9 VALUE 0.
        01 WS-CTL-REFUSE-TEXT PIC X(50) VALUE SPACES.
        01 WS-IN-CYCLE-SEQ PIC 9(5) VALUE 0.
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
        01 WS-HEADING-LINE PIC X(80) VALUE SPACES.
        01 WS-DETAIL-LINE PIC X(80) VALUE SPACES.
        01 WS-RUN-DATE-YYYYMMDD PIC 9(8) VALUE 0.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN RECONCILIATION REPORT FILE - "
                 "STATUS " WS-RPT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM para2-write-report-heading.

           PERFORM para3-load-extract.
           IF WS-EXTR-REFUSED = 1
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM para4-match-acknowledgments.
           PERFORM para6-report-unacknowledged.
           PERFORM para7-write-control-totals.
           PERFORM para3c-record-extract-consumed.
           CLOSE RPT-FILE.
           PERFORM para8-set-return-code.
           GOBACK.

        para2-write-report-heading.
           MOVE SPACES TO WS-HEADING-LINE.
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              CLOSE RPT-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 1
              READ EXTR-FILE
                 AT END
                    MOVE 1 TO WS-EOF-FLAG
                 NOT AT END
                    ADD 1 TO WS-CTL-READ-COUNT
                    PERFORM para3a-load-one-record
              END-READ
           END-PERFORM.
           CLOSE EXTR-FILE.
           PERFORM para3b-check-extract-control.

      * THE EXTRACT MUST START WITH ITS HEADER AND END WITH A
      * TRAILER THAT AGREES WITH THE DATA RECORDS BETWEEN THEM.
        para3a-load-one-record.
           IF WS-CTL-READ-COUNT = 1 AND EXTR-CTL-TYPE = "HDR"
              MOVE 1 TO WS-CTL-HDR-SEEN
              MOVE EXTR-CTL-RECORD TO WS-CTL-HDR-REC
           ELSE
              IF WS-CTL-TRL-SEEN = 1
                 ADD 1 TO WS-CTL-AFTER-TRL
              ELSE
                 IF EXTR-CTL-TYPE = "TRL"
                    MOVE 1 TO WS-CTL-TRL-SEEN
                    MOVE EXTR-CTL-RECORD TO WS-CTL-TRL-REC
                 ELSE
                    ADD 1 TO WS-CTL-DATA-COUNT
                    IF EXTR-NUM1 IS NUMERIC
                       ADD EXTR-NUM1 TO WS-CTL-DATA-HASH
                    END-IF
                    IF WS-EXTR-COUNT < 10000
                       ADD 1 TO WS-EXTR-COUNT
                       MOVE EXTR-NUM1
                    ELSE
                       ADD 1 TO WS-EXTR-OMITTED
                    END-IF
                 END-IF
              END-IF
           END-IF.

        para3b-check-extract-control.
           MOVE SPACES TO WS-CTL-REFUSE-TEXT.
           MOVE WS-CTL-HDR-CYCLE-SEQ TO WS-IN-CYCLE-SEQ.
           IF WS-CTL-HDR-SEEN = 0
              MOVE "HEADER MISSING - NOT A CONTROLLED EXTRACT FILE"
                 TO WS-CTL-REFUSE-TEXT
           END-IF.
           IF WS-CTL-REFUSE-TEXT = SPACES
                 AND WS-CTL-HDR-FILE-ID NOT = "EXTOUT"
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
              MOVE "EXTOUT" TO WS-IFC-FILE-ID
              MOVE "extrecon" TO WS-IFC-PROGRAM
              MOVE WS-IN-CYCLE-SEQ TO WS-IFC-CYCLE-SEQ
              MOVE WS-RUN-DATE-YYYYMMDD TO WS-IFC-RUN-DATE
              CALL "ifctl" USING WS-IFC-REQUEST
              MOVE WS-IFC-RESULT TO WS-CTL-REFUSE-TEXT
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-CTL-REFUSE-TEXT = SPACES
              STRING "EXTOUT CYCLE " WS-IN-CYCLE-SEQ " OF "
                 WS-CTL-HDR-RUN-DATE " VERIFIED - RECORDS "
                 WS-CTL-DATA-COUNT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
              MOVE 1 TO WS-EXTR-REFUSED
              STRING "EXTRACT FILE REFUSED - " WS-CTL-REFUSE-TEXT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
           DISPLAY WS-DETAIL-LINE.

        para3c-record-extract-consumed.
           MOVE "U" TO WS-IFC-FUNCTION.
           MOVE "EXTOUT" TO WS-IFC-FILE-ID.
           MOVE "extrecon" TO WS-IFC-PROGRAM.
           MOVE WS-IN-CYCLE-SEQ TO WS-IFC-CYCLE-SEQ.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-IFC-RUN-DATE.
           CALL "ifctl" USING WS-IFC-REQUEST.
           IF WS-IFC-RESULT NOT = SPACES
              MOVE 1 TO WS-CTL-WARNING
              MOVE SPACES TO WS-DETAIL-LINE
              STRING "WARNING: EXTOUT " WS-IFC-RESULT
                 DELIMITED BY SIZE INTO WS-DETAIL-LINE
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.

        para4-match-acknowledgments.
           MOVE 0 TO WS-EOF-FLAG.
              WRITE RPT-RECORD FROM WS-DETAIL-LINE
              DISPLAY WS-DETAIL-LINE
           END-IF.

      * UNACKNOWLEDGED OR DISPUTED EXTRACT RECORDS ARE A WARNING.
        para8-set-return-code.
           MOVE 0 TO RETURN-CODE.
           IF WS-UNACKED-COUNT > 0 OR WS-ORPHAN-COUNT > 0
                 OR WS-DISP-MISM-COUNT > 0
                 OR WS-DATE-MISM-COUNT > 0
                 OR WS-DUP-ACK-COUNT > 0
                 OR WS-ACK-BAD-COUNT > 0
                 OR WS-EXTR-OMITTED > 0
                 OR WS-CTL-WARNING = 1
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-BALANCE-TOTAL NOT = WS-EXTR-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF.
