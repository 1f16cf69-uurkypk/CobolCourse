              ACCESS MODE IS RANDOM
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
           SELECT APR-FILE
              ASSIGN TO APPLREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS APR-KEY
              FILE STATUS IS APR-ST.
           SELECT JRN-FILE
              ASSIGN TO JRNFILE
              FILE STATUS IS JRN-ST.
           03 IDX-DATE             PIC S9(07) COMP-3.
           03 IDX-BALANCE          PIC S9(15) COMP-3.
           03 IDX-LAST-ACT         PIC 9(08).
      * REFERENCES PGEB106 HAS APPLIED; THOSE OF THE BATCH BACKED OUT
      * ARE TAKEN OFF SO THEY MAY BE POSTED AGAIN
       FD  APR-FILE.
       01  APR-REC.
           03 APR-KEY.
              05 APR-ID            PIC 9(05).
              05 APR-DVZ           PIC 9(03).
              05 APR-REF           PIC X(12).
           03 APR-BATCH            PIC X(08).
           03 APR-DATE             PIC 9(08).
           03 FILLER               PIC X(20).
       FD  JRN-FILE RECORDING MODE F.
       01  JRN-REC                  PIC X(200).
       FD  BACKOUT-RPT RECORDING MODE F.
       01  RPT-REC.
           03 RPT-ID-O               PIC X(5).
           03 IDX-ST                PIC X(02) VALUE SPACES.
               88 IDX-ST-OK                   VALUE '00'.
               88 IDX-ST-NOT-FOUND            VALUE '23'.
           03 APR-ST                PIC X(02) VALUE SPACES.
               88 APR-ST-OK                   VALUE '00'.
               88 APR-ST-NOFILE               VALUE '35'.
           03 WS-APREF-OPEN-SW      PIC X(01) VALUE 'N'.
               88 APREF-OPEN                  VALUE 'Y'.
           03 JRN-ST                PIC X(02) VALUE SPACES.
               88 JRN-ST-OK                   VALUE '00'.
           03 RPT-ST                PIC X(02) VALUE SPACES.
              88 JW-ADD                       VALUE 'A'.
              88 JW-CHANGE                    VALUE 'C'.
              88 JW-DELETE                    VALUE 'D'.
              88 JW-POST                      VALUE 'P'.
              88 JW-XFER                      VALUE 'X'.
           03 WS-JW-BATCH-ID        PIC X(08).
           03 WS-JW-TIMESTAMP       PIC X(14).
           03 WS-JW-BEFORE.
              05 WS-JW-A-BALANCE    PIC S9(15) SIGN LEADING
                                    SEPARATE.
              05 WS-JW-A-LASTACT    PIC 9(08).
           03 WS-JW-REF             PIC X(12).
           03 WS-JW-NARR            PIC X(17).
           03 WS-JW-APPROVER        PIC X(08).
           03 FILLER                PIC X(02).
       01  WS-JRN-SUB               PIC 9(04) COMP VALUE 0.
       01  WS-JRN-TABLE.
           03 WS-JRN-COUNT          PIC 9(04) VALUE 0.
           03 WS-JRN-ENTRY OCCURS 5000 TIMES PIC X(200).
      * TRANSFER LEGS IN THE BATCH, PER CUSTOMER AND REFERENCE: A
      * TRANSFER IS BACKED OUT AS A PAIR OR THE BACKOUT DOES NOT RUN
       01  WS-XPAIR-SUB             PIC 9(04) COMP VALUE 0.
       01  WS-XPAIR-HIT             PIC 9(04) VALUE 0.
       01  WS-XPAIR-TABLE.
           03 WS-XPAIR-COUNT        PIC 9(04) VALUE 0.
           03 WS-XPAIR-ENTRY OCCURS 2500 TIMES.
              05 WS-XPAIR-ID        PIC 9(05).
              05 WS-XPAIR-REF       PIC X(12).
              05 WS-XPAIR-LEGS      PIC 9(04).
       01  WS-COUNTS.
           03 WS-SELECTED-COUNT     PIC 9(08) VALUE 0.
           03 WS-APPLIED-COUNT      PIC 9(08) VALUE 0.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-HEADER-PARA.
           PERFORM LOAD-JOURNAL-PARA.
           PERFORM CHECK-XFER-PAIRS-PARA.
           PERFORM BACKOUT-PARA.
           PERFORM WRITE-TRAILER-PARA.
           PERFORM CLOSE-PARA.
       WRITE-RUNLOG-END. EXIT.

       OPEN-FILES-PARA.
           INITIALIZE IDX-ST JRN-ST RPT-ST APR-ST.
           OPEN I-O IDX-FILE
           OPEN INPUT JRN-FILE
           OPEN OUTPUT BACKOUT-RPT
           OPEN I-O APR-FILE
           IF IDX-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (BACKRPT): " RPT-ST
              GO TO EXIT-PARA
           END-IF.
      * NO APPLREF YET: PGEB106 RELEASES THIS BATCH WHEN IT BUILDS IT
           IF APR-ST-OK
              SET APREF-OPEN TO TRUE
           END-IF.
           IF APR-ST-OK OR APR-ST-NOFILE
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (APPLREF): " APR-ST
              GO TO EXIT-PARA
           END-IF.

       LOAD-JOURNAL-PARA.
           PERFORM UNTIL JRN-FILE-EOF = 'Y'
              ADD 1 TO WS-SELECTED-COUNT
           END-IF.

       CHECK-XFER-PAIRS-PARA.
           PERFORM NOTE-ONE-XFER-LEG-PARA
               VARYING WS-JRN-SUB FROM 1 BY 1
               UNTIL WS-JRN-SUB > WS-JRN-COUNT.
           PERFORM CHECK-ONE-XFER-PAIR-PARA
               VARYING WS-XPAIR-SUB FROM 1 BY 1
               UNTIL WS-XPAIR-SUB > WS-XPAIR-COUNT.

       NOTE-ONE-XFER-LEG-PARA.
           MOVE WS-JRN-ENTRY (WS-JRN-SUB) TO WS-JRN-WORK
           IF JW-XFER
              MOVE 0 TO WS-XPAIR-HIT
              PERFORM FIND-XPAIR-STEP
                  VARYING WS-XPAIR-SUB FROM 1 BY 1
                  UNTIL WS-XPAIR-SUB > WS-XPAIR-COUNT
              IF WS-XPAIR-HIT = 0
                 IF WS-XPAIR-COUNT >= 2500
                    DISPLAY 'TRANSFER TABLE FULL - BACKOUT ABANDONED'
                    MOVE 16 TO RETURN-CODE
                    PERFORM CLOSE-PARA
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-XPAIR-COUNT
                 MOVE WS-XPAIR-COUNT TO WS-XPAIR-HIT
                 MOVE WS-JW-B-ID TO WS-XPAIR-ID (WS-XPAIR-HIT)
                 MOVE WS-JW-REF  TO WS-XPAIR-REF (WS-XPAIR-HIT)
                 MOVE 0          TO WS-XPAIR-LEGS (WS-XPAIR-HIT)
              END-IF
              ADD 1 TO WS-XPAIR-LEGS (WS-XPAIR-HIT)
           END-IF.

       FIND-XPAIR-STEP.
           IF WS-XPAIR-ID (WS-XPAIR-SUB) = WS-JW-B-ID
              AND WS-XPAIR-REF (WS-XPAIR-SUB) = WS-JW-REF
              MOVE WS-XPAIR-SUB TO WS-XPAIR-HIT
           END-IF.

       CHECK-ONE-XFER-PAIR-PARA.
           IF WS-XPAIR-LEGS (WS-XPAIR-SUB) NOT = 2
              DISPLAY 'PGEB109 TRANSFER ' WS-XPAIR-REF (WS-XPAIR-SUB)
                      ' ID ' WS-XPAIR-ID (WS-XPAIR-SUB)
                      ' HAS ' WS-XPAIR-LEGS (WS-XPAIR-SUB)
                      ' LEG(S) IN BATCH - BACKOUT ABANDONED'
              MOVE 16 TO RETURN-CODE
              PERFORM CLOSE-PARA
              STOP RUN
           END-IF.

       BACKOUT-PARA.
           PERFORM BACKOUT-ONE-PARA
               VARYING WS-JRN-SUB FROM WS-JRN-COUNT BY -1
               WHEN JW-ADD
                    PERFORM REVERSE-ADD-PARA
               WHEN JW-CHANGE
               WHEN JW-POST
               WHEN JW-XFER
                    PERFORM REVERSE-CHANGE-PARA
               WHEN JW-DELETE
                    PERFORM REVERSE-DELETE-PARA
                MOVE 'REWRITE OF BEFORE FAILED' TO WS-RESULT-TEXT
                PERFORM WRITE-FAILED-LINE
           NOT INVALID KEY
                EVALUATE TRUE
                    WHEN JW-POST
                         MOVE 'POSTING REVERSED - RESTORED'
                           TO WS-RESULT-TEXT
                    WHEN JW-XFER
                         MOVE 'TRANSFER LEG REVERSED' TO WS-RESULT-TEXT
                    WHEN OTHER
                         MOVE 'CHANGE REVERSED - RESTORED'
                           TO WS-RESULT-TEXT
                END-EVALUATE
                PERFORM WRITE-APPLIED-LINE
                IF WS-JW-REF NOT = SPACES
                   PERFORM RELEASE-REF-PARA THRU RELEASE-REF-END
                END-IF
           END-REWRITE.

      * A REFERENCE IS RELEASED ONLY WHILE THIS BATCH STILL HOLDS IT
       RELEASE-REF-PARA.
           IF NOT APREF-OPEN
              GO TO RELEASE-REF-END
           END-IF.
           MOVE WS-JW-B-ID  TO APR-ID.
           MOVE WS-JW-B-DVZ TO APR-DVZ.
           MOVE WS-JW-REF   TO APR-REF.
           READ APR-FILE
           KEY IS APR-KEY
           INVALID KEY
                GO TO RELEASE-REF-END
           END-READ.
           IF APR-BATCH = WS-TARGET-BATCH
              DELETE APR-FILE RECORD
              INVALID KEY
                   DISPLAY 'PGEB109 APPLREF NOT RELEASED: ' WS-JW-REF
                           ' ID ' WS-JW-B-ID ' DVZ ' WS-JW-B-DVZ
              END-DELETE
           END-IF.
       RELEASE-REF-END. EXIT.

       REVERSE-DELETE-PARA.
           MOVE WS-JW-B-ID      TO IDX-ID.
           MOVE WS-JW-B-DVZ     TO IDX-DVZ.
           CLOSE IDX-FILE.
           CLOSE JRN-FILE.
           CLOSE BACKOUT-RPT.
           IF APREF-OPEN
              CLOSE APR-FILE
           END-IF.
       EXIT-PARA. EXIT PROGRAM.
