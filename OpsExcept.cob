
       FD  NUMS-FILE.
        01 NUMS-RECORD PIC X(7).
        01 NUMS-CTL-RECORD.
           05 NUMS-CTL-TYPE PIC X(3).
           05 FILLER PIC X(32).

       FD  RPT-FILE.
        01 RPT-RECORD PIC X(80).
              10 WS-PEND-FLAG PIC X.
              10 WS-PEND-DATE PIC 9(8).
              10 WS-PEND-TIME PIC 9(6).
        01 WS-MODE-IDX PIC 99 VALUE 0.
        01 WS-CKPT-PRESENT PIC 9 VALUE 0.
        01 WS-CKPT-POSITION PIC 9(7) VALUE 0.
        01 WS-CKPT-TOTAL PIC 9(7) VALUE 0.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN EXCEPTION REPORT FILE - STATUS "
                 WS-RPT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM para2-write-report-heading.

           PERFORM para7-checkpoint-verdict.
           PERFORM para8-write-totals.
           CLOSE RPT-FILE.
           IF WS-ACTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

        para2-write-report-heading.
           MOVE SPACES TO WS-HEADING-LINE.
              CLOSE CKPT-FILE
           END-IF.

      * COUNTS THE DATA RECORDS ON THE CURRENT NUMBER INPUT FILE THE
      * SAME WAY THE PRIME RUN DOES - A CHECKPOINT WHOSE TOTAL NO
      * LONGER MATCHES WOULD BE IGNORED BY THE PRIME RUN, SO IT IS
      * STALE.
        para5a-count-nums-file.
           MOVE 0 TO WS-NUMS-TOTAL.
           MOVE 0 TO WS-EOF-FLAG.
              PERFORM UNTIL WS-EOF-FLAG = 1
                 READ NUMS-FILE
                    AT END MOVE 1 TO WS-EOF-FLAG
                    NOT AT END
                       IF NUMS-CTL-TYPE NOT = "HDR"
                             AND NUMS-CTL-TYPE NOT = "TRL"
                          ADD 1 TO WS-NUMS-TOTAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NUMS-FILE
