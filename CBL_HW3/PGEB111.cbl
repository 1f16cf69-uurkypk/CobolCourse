           03 WS-SEEN-DAYCALC      PIC 9(04) VALUE 0.
           03 WS-SEEN-PGEB105      PIC 9(04) VALUE 0.
           03 WS-SEEN-PGEB106      PIC 9(04) VALUE 0.
           03 WS-SEEN-PGEB128      PIC 9(04) VALUE 0.
       01  WS-COUNTS.
           03 WS-RUNS-READ         PIC 9(08) VALUE 0.
           03 WS-RUNS-MATCHED      PIC 9(08) VALUE 0.
                    ADD 1 TO WS-SEEN-PGEB105
               WHEN 'PGEB106 '
                    ADD 1 TO WS-SEEN-PGEB106
               WHEN 'PGEB128 '
                    ADD 1 TO WS-SEEN-PGEB128
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
              MOVE 'PGEB106' TO MIS-PROGRAM-O
              WRITE RPT-REC FROM MISSING-LINE
              SET DAY-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-SEEN-PGEB128 = 0
              MOVE 'PGEB128' TO MIS-PROGRAM-O
              WRITE RPT-REC FROM MISSING-LINE
              SET DAY-OUT-OF-BALANCE TO TRUE
           END-IF.

       WRITE-HEADER-PARA.
