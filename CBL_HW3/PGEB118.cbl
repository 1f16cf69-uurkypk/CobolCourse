                                    SEPARATE.
              05 FILLER             PIC X(43).
       FD  JRN-FILE RECORDING MODE F.
       01  JRN-REC                  PIC X(200).
       FD  PROOF-RPT RECORDING MODE F.
       01  RPT-REC                  PIC X(120).
       WORKING-STORAGE SECTION.
              88 JW-ADD                       VALUE 'A'.
              88 JW-CHANGE                    VALUE 'C'.
              88 JW-DELETE                    VALUE 'D'.
              88 JW-XFER                      VALUE 'X'.
           03 WS-JW-BATCH-ID        PIC X(08).
           03 WS-JW-TIMESTAMP       PIC X(14).
           03 WS-JW-TS-R REDEFINES WS-JW-TIMESTAMP.
              05 WS-JW-A-BALANCE    PIC S9(15) SIGN LEADING
                                    SEPARATE.
              05 WS-JW-A-LASTACT    PIC 9(08).
           03 WS-JW-REF             PIC X(12).
           03 WS-JW-NARR            PIC X(17).
           03 WS-JW-APPROVER        PIC X(08).
           03 FILLER                PIC X(02).
       01  WS-PROC-DATE             PIC 9(08) VALUE 0.
       01  WS-PARM-DATE             PIC X(08) VALUE SPACES.
       01  WS-CURRENT-STAMP.
           03 WS-IDX-COUNT          PIC 9(08) VALUE 0.
           03 WS-PROVED-COUNT       PIC 9(04) VALUE 0.
           03 WS-FAILED-COUNT       PIC 9(04) VALUE 0.
           03 WS-XFER-COUNT         PIC 9(04) VALUE 0.
       01  WS-DVZ-SUB               PIC 9(04) COMP VALUE 0.
       01  WS-DVZ-HIT               PIC 9(04) VALUE 0.
       01  WS-BATCH-SUB             PIC 9(02) COMP VALUE 0.
              05 WS-DVZ-CLOSE       PIC S9(17).
              05 WS-DVZ-BATCH-CNT   PIC 9(02).
              05 WS-DVZ-BATCH OCCURS 20 TIMES PIC X(08).
      * TRANSFER LEGS FOR THE DAY, PER CUSTOMER AND REFERENCE: EACH
      * TRANSFER IS ONE EVENT AND MUST SHOW EXACTLY TWO LEGS
       01  WS-XPAIR-SUB             PIC 9(04) COMP VALUE 0.
       01  WS-XPAIR-HIT             PIC 9(04) VALUE 0.
       01  WS-XPAIR-TABLE.
           03 WS-XPAIR-COUNT        PIC 9(04) VALUE 0.
           03 WS-XPAIR-ENTRY OCCURS 2500 TIMES.
              05 WS-XPAIR-ID        PIC 9(05).
              05 WS-XPAIR-REF       PIC X(12).
              05 WS-XPAIR-LEGS      PIC 9(04).
       01  HEADER-1.
           03 FILLER         PIC X(40) VALUE
              'JOURNAL BALANCE PROOF'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 PRF-STATUS-O   PIC X(06).
           03 FILLER         PIC X(01) VALUE SPACES.
       01  XPAIR-LINE.
           03 FILLER         PIC X(09) VALUE 'TRANSFER'.
           03 XPR-REF-O      PIC X(12).
           03 FILLER         PIC X(05) VALUE '  ID'.
           03 XPR-ID-O       PIC 9(05).
           03 FILLER         PIC X(07) VALUE '  LEGS='.
           03 XPR-LEGS-O     PIC ZZZ9.
           03 FILLER         PIC X(30) VALUE
              '  NOT A COMPLETE PAIR'.
           03 FILLER         PIC X(48) VALUE SPACES.
       01  BATCH-LINE.
           03 FILLER         PIC X(16) VALUE '  JOURNAL BATCH'.
           03 BCH-BATCH-O    PIC X(08).
           03 SUM-PROVED-O   PIC ZZZ9.
           03 FILLER         PIC X(09) VALUE ' FAILED='.
           03 SUM-FAILED-O   PIC ZZZ9.
           03 FILLER         PIC X(12) VALUE ' TRANSFERS='.
           03 SUM-XFER-O     PIC ZZZ9.
           03 FILLER         PIC X(49) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-PROC-DATE-PARA.
           PERFORM APPLY-JOURNAL-PARA.
           PERFORM LOAD-CLOSING-PARA.
           PERFORM PROVE-PARA.
           PERFORM CHECK-XFER-PAIRS-PARA.
           PERFORM WRITE-SUMMARY-PARA.
           PERFORM CLOSE-PARA.
           IF DAY-NOT-PROVED
           PERFORM FIND-DVZ-PARA
           ADD WS-ENTRY-DELTA TO WS-DVZ-DELTA (WS-DVZ-HIT)
           MOVE WS-JW-BATCH-ID TO WS-WORK-BATCH
           PERFORM NOTE-BATCH-PARA
           IF JW-XFER
              PERFORM NOTE-XFER-LEG-PARA
           END-IF.
       APPLY-ONE-JOURNAL-END. EXIT.

       NOTE-XFER-LEG-PARA.
           MOVE 0 TO WS-XPAIR-HIT
           PERFORM FIND-XPAIR-STEP
               VARYING WS-XPAIR-SUB FROM 1 BY 1
               UNTIL WS-XPAIR-SUB > WS-XPAIR-COUNT
           IF WS-XPAIR-HIT = 0
              IF WS-XPAIR-COUNT >= 2500
                 DISPLAY 'TRANSFER TABLE FULL - PROOF ABANDONED'
                 MOVE 16 TO RETURN-CODE
                 PERFORM CLOSE-PARA
                 STOP RUN
              END-IF
              ADD 1 TO WS-XPAIR-COUNT
              MOVE WS-XPAIR-COUNT TO WS-XPAIR-HIT
              MOVE WS-JW-A-ID TO WS-XPAIR-ID (WS-XPAIR-HIT)
              MOVE WS-JW-REF  TO WS-XPAIR-REF (WS-XPAIR-HIT)
              MOVE 0          TO WS-XPAIR-LEGS (WS-XPAIR-HIT)
           END-IF
           ADD 1 TO WS-XPAIR-LEGS (WS-XPAIR-HIT).

       FIND-XPAIR-STEP.
           IF WS-XPAIR-ID (WS-XPAIR-SUB) = WS-JW-A-ID
              AND WS-XPAIR-REF (WS-XPAIR-SUB) = WS-JW-REF
              MOVE WS-XPAIR-SUB TO WS-XPAIR-HIT
           END-IF.

       CHECK-XFER-PAIRS-PARA.
           PERFORM CHECK-ONE-XFER-PAIR-PARA
               VARYING WS-XPAIR-SUB FROM 1 BY 1
               UNTIL WS-XPAIR-SUB > WS-XPAIR-COUNT.

       CHECK-ONE-XFER-PAIR-PARA.
           IF WS-XPAIR-LEGS (WS-XPAIR-SUB) = 2
              ADD 1 TO WS-XFER-COUNT
           ELSE
              SET DAY-NOT-PROVED TO TRUE
              MOVE WS-XPAIR-REF (WS-XPAIR-SUB)  TO XPR-REF-O
              MOVE WS-XPAIR-ID (WS-XPAIR-SUB)   TO XPR-ID-O
              MOVE WS-XPAIR-LEGS (WS-XPAIR-SUB) TO XPR-LEGS-O
              WRITE RPT-REC FROM XPAIR-LINE
           END-IF.

       NOTE-BATCH-PARA.
           MOVE 0 TO WS-BATCH-HIT
           PERFORM NOTE-BATCH-STEP
           END-IF.
           MOVE WS-PROVED-COUNT TO SUM-PROVED-O.
           MOVE WS-FAILED-COUNT TO SUM-FAILED-O.
           MOVE WS-XFER-COUNT   TO SUM-XFER-O.
           WRITE RPT-REC FROM SUMMARY-LINE.
           DISPLAY 'PGEB118 RESULT: ' SUM-RESULT-O.

