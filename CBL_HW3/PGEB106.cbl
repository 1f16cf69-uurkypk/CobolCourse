              ACCESS MODE IS RANDOM
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
           SELECT RATE-FILE
              ASSIGN TO RATEFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RATE-KEY
              FILE STATUS IS RATE-ST.
           SELECT HOLD-FILE
              ASSIGN TO HOLDFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HLD-KEY
              FILE STATUS IS HOLD-ST.
           SELECT ACS-FILE
              ASSIGN TO ACCTSTAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACS-KEY
              FILE STATUS IS ACS-ST.
           SELECT APR-FILE
              ASSIGN TO APPLREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS APR-KEY
              FILE STATUS IS APR-ST.
           SELECT PEND-FILE
              ASSIGN TO PENDFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PND-KEY
              FILE STATUS IS PEND-ST.
           SELECT TRAN-FILE
              ASSIGN TO TRANFILE
              FILE STATUS IS TRAN-ST.
           SELECT JRN-FILE
              ASSIGN TO JRNFILE
              FILE STATUS IS JRN-ST.
           SELECT XFER-RPT
              ASSIGN TO XFERRPT
              FILE STATUS IS XRPT-ST.
           SELECT RUN-LOG
              ASSIGN TO RUNLOG
              FILE STATUS IS RUNLOG-ST.
           03 IDX-DATE             PIC S9(07) COMP-3.
           03 IDX-BALANCE          PIC S9(15) COMP-3.
           03 IDX-LAST-ACT         PIC 9(08).
       FD  RATE-FILE.
       01  RATE-REC.
           03 RATE-KEY.
              05 RATE-DVZ          PIC S9(3) COMP.
              05 RATE-DATE         PIC 9(8).
           03 RATE-VALUE           PIC 9(7)V9(6) COMP-3.
       FD  HOLD-FILE.
       01  HLD-REC.
           03 HLD-KEY.
              05 HLD-ID            PIC 9(05).
              05 HLD-DVZ           PIC 9(03).
              05 HLD-NO            PIC 9(04).
           03 HLD-AMOUNT           PIC S9(15) COMP-3.
           03 HLD-REASON           PIC X(04).
           03 HLD-PLACED           PIC 9(08).
           03 HLD-EXPIRY           PIC 9(08).
           03 FILLER               PIC X(20).
       FD  ACS-FILE.
       01  ACS-REC.
           03 ACS-KEY.
              05 ACS-ID            PIC 9(05).
              05 ACS-DVZ           PIC 9(03).
           03 ACS-STATUS           PIC X(01).
              88 ACS-OPEN                   VALUE 'O'.
              88 ACS-DEBIT-BLOCKED          VALUE 'D'.
              88 ACS-FULL-BLOCKED           VALUE 'F'.
              88 ACS-CLOSED                 VALUE 'C'.
           03 ACS-REASON           PIC X(04).
           03 ACS-DATE             PIC 9(08).
           03 FILLER               PIC X(20).
      * REFERENCES APPLIED, PER ACCOUNT, AND THE BATCH THAT APPLIED
      * THEM; BUILT FROM THE JOURNAL ON THE FIRST RUN WITHOUT IT
       FD  APR-FILE.
       01  APR-REC.
           03 APR-KEY.
              05 APR-ID            PIC 9(05).
              05 APR-DVZ           PIC 9(03).
              05 APR-REF           PIC X(12).
           03 APR-BATCH            PIC X(08).
           03 APR-DATE             PIC 9(08).
           03 FILLER               PIC X(20).
      * THE APPROVAL QUEUE: ITEMS RELEASED BY PGEB131 ARE MARKED
      * TAKEN HERE ONCE THEY HAVE BEEN THROUGH A RUN
       FD  PEND-FILE.
       01  PND-REC.
           03 PND-KEY.
              05 PND-ENTRY-DATE    PIC 9(08).
              05 PND-ENTRY-TIME    PIC X(06).
              05 PND-SEQ           PIC 9(04).
           03 PND-MAKER            PIC X(08).
           03 PND-REASON           PIC X(01).
           03 PND-STATUS           PIC X(01).
              88 PND-PENDING                VALUE 'P'.
              88 PND-APPROVED               VALUE 'A'.
              88 PND-REJECTED               VALUE 'R'.
              88 PND-RELEASED               VALUE 'S'.
              88 PND-TAKEN                  VALUE 'T'.
           03 PND-MOVEMENT         PIC 9(15).
           03 PND-BASE-MOVEMENT    PIC 9(15)V99.
           03 PND-APPROVER         PIC X(08).
           03 PND-DECIDED          PIC 9(08).
           03 PND-RELEASE-DATE     PIC 9(08).
           03 PND-COMMENT          PIC X(20).
           03 PND-TRAN             PIC X(61).
           03 FILLER               PIC X(20).
       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-REC.
           03 TRAN-ACTION           PIC X(01).
              88 TRAN-ADD                    VALUE 'A'.
              88 TRAN-CHANGE                 VALUE 'C'.
              88 TRAN-DELETE                 VALUE 'D'.
              88 TRAN-POST                   VALUE 'P'.
              88 TRAN-XFER                   VALUE 'X'.
           03 TRAN-ID                PIC X(5).
           03 TRAN-DVZ               PIC X(3).
           03 TRAN-NAME              PIC X(30).
           03 TRAN-POST-DATA REDEFINES TRAN-NAME.
              05 TRAN-POST-DC        PIC X(01).
                 88 TRAN-POST-DEBIT          VALUE 'D'.
                 88 TRAN-POST-CREDIT         VALUE 'C'.
              05 TRAN-POST-REF       PIC X(12).
              05 TRAN-POST-NARR      PIC X(17).
           03 TRAN-XFER-DATA REDEFINES TRAN-NAME.
              05 FILLER              PIC X(01).
              05 TRAN-XFER-REF       PIC X(12).
              05 TRAN-XFER-TO-DVZ    PIC X(03).
              05 TRAN-XFER-NARR      PIC X(14).
           03 TRAN-DATE              PIC 9(07).
           03 TRAN-BALANCE           PIC S9(15).
      * SET ONLY ON ITEMS RELEASED FROM THE APPROVAL QUEUE BY PGEB131
           03 TRAN-APPROVER          PIC X(08).
           03 TRAN-PEND-KEY          PIC X(18).
       FD  MAINT-RPT RECORDING MODE F.
       01  RPT-REC.
           03 RPT-ID-O               PIC X(5).
              05 JRN-A-BALANCE       PIC S9(15) SIGN LEADING
                                     SEPARATE.
              05 JRN-A-LASTACT       PIC 9(08).
           03 JRN-REF                PIC X(12).
           03 JRN-NARR               PIC X(17).
           03 JRN-APPROVER           PIC X(08).
           03 FILLER                 PIC X(02).
       FD  XFER-RPT RECORDING MODE F.
       01  XRPT-REC                 PIC X(120).
       FD  RUN-LOG RECORDING MODE F.
       01  RUN-REC.
           03 RUN-PROGRAM          PIC X(08).
       WORKING-STORAGE SECTION.
       01  FLAGS.
           03 TRAN-FILE-EOF         PIC X     VALUE SPACE.
           03 JRN-FILE-EOF          PIC X     VALUE SPACE.
           03 IDX-ST                PIC X(02) VALUE SPACES.
               88 IDX-ST-OK                   VALUE '00'.
               88 IDX-ST-DUP-KEY              VALUE '02'.
               88 IDX-ST-NOT-FOUND            VALUE '23'.
           03 RATE-ST               PIC X(02) VALUE SPACES.
               88 RATE-ST-OK                  VALUE '00'.
           03 HOLD-ST               PIC X(02) VALUE SPACES.
               88 HOLD-ST-OK                  VALUE '00'.
           03 ACS-ST                PIC X(02) VALUE SPACES.
               88 ACS-ST-OK                   VALUE '00'.
           03 APR-ST                PIC X(02) VALUE SPACES.
               88 APR-ST-OK                   VALUE '00'.
               88 APR-ST-NOT-FOUND            VALUE '23'.
               88 APR-ST-NOFILE               VALUE '35'.
           03 PEND-ST               PIC X(02) VALUE SPACES.
               88 PEND-ST-OK                  VALUE '00'.
               88 PEND-ST-NOT-FOUND           VALUE '23'.
               88 PEND-ST-NOFILE              VALUE '35'.
           03 WS-HOLD-SCAN-SW       PIC X(01) VALUE 'N'.
               88 HOLD-SCAN-DONE              VALUE 'Y'.
               88 HOLD-SCAN-ACTIVE            VALUE 'N'.
           03 TRAN-ST               PIC X(02) VALUE SPACES.
               88 TRAN-ST-OK                  VALUE '00'.
           03 RPT-ST                PIC X(02) VALUE SPACES.
           03 JRN-ST                PIC X(02) VALUE SPACES.
               88 JRN-ST-OK                   VALUE '00'.
               88 JRN-ST-NOFILE               VALUE '35'.
           03 XRPT-ST               PIC X(02) VALUE SPACES.
               88 XRPT-ST-OK                  VALUE '00'.
           03 RUNLOG-ST             PIC X(02) VALUE SPACES.
               88 RUNLOG-ST-OK                VALUE '00'.
               88 RUNLOG-ST-NOFILE            VALUE '35'.
           03 WS-IDX-READ-SW        PIC X(01) VALUE 'Y'.
               88 IDX-READ-OK                 VALUE 'Y'.
               88 IDX-READ-FAILED             VALUE 'N'.
           03 WS-RATE-FOUND-SW      PIC X(01) VALUE 'Y'.
               88 RATE-FOUND                  VALUE 'Y'.
               88 RATE-NOT-FOUND              VALUE 'N'.
           03 WS-RATE-SCAN-SW       PIC X(01) VALUE 'N'.
               88 RATE-SCAN-DONE              VALUE 'Y'.
               88 RATE-SCAN-ACTIVE            VALUE 'N'.
       01  HEADER-1.
           03 FILLER         PIC X(24) VALUE 'IDX-FILE MAINTENANCE'.
           03 FILLER         PIC X(60) VALUE SPACES.
           03 WS-TRAN-COUNT         PIC 9(08) VALUE 0.
           03 WS-APPLIED-COUNT      PIC 9(08) VALUE 0.
           03 WS-REJECTED-COUNT     PIC 9(08) VALUE 0.
           03 WS-XFER-COUNT         PIC 9(08) VALUE 0.
       01  WS-RESULT-TEXT           PIC X(30) VALUE SPACES.
       01  WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01  WS-PROC-DATE             PIC 9(08) VALUE 0.
       01  WS-PARM-OVRD             PIC X(01) VALUE SPACE.
           88 OVERRIDE-REQUESTED              VALUE 'Y'.
       01  WS-PREREQ-WORK.
               88 PREREQ-SCAN-EOF             VALUE 'Y'.
           03 WS-PREREQ-FOUND-SW    PIC X(01) VALUE 'N'.
               88 PREREQ-FOUND                VALUE 'Y'.
           03 WS-BKOUT-SCAN-SW      PIC X(01) VALUE 'N'.
               88 BKOUT-SCAN-EOF              VALUE 'Y'.
       01  WS-POST-WORK.
           03 WS-POST-AMOUNT        PIC S9(15) VALUE 0.
           03 WS-NEW-BALANCE        PIC S9(15) VALUE 0.
      * ACCOUNT STATUS AND HOLDS IN FORCE ON WS-HOLD-DATE; AN ACCOUNT
      * WITH NO STATUS RECORD IS OPEN
       01  WS-HOLD-WORK.
           03 WS-HOLD-ID            PIC 9(05) VALUE 0.
           03 WS-HOLD-DVZ           PIC 9(03) VALUE 0.
           03 WS-HOLD-DATE          PIC 9(08) VALUE 0.
           03 WS-HELD-AMOUNT        PIC S9(15) VALUE 0.
           03 WS-HOLD-RECS          PIC 9(04) VALUE 0.
           03 WS-ACCT-STATUS        PIC X(01) VALUE 'O'.
               88 ACCT-OPEN                   VALUE 'O'.
               88 ACCT-DEBIT-BLOCKED          VALUE 'D'.
               88 ACCT-FULL-BLOCKED           VALUE 'F'.
               88 ACCT-CLOSED                 VALUE 'C'.
       01  WS-LOOKUP-DVZ            PIC S9(3) COMP VALUE 0.
       01  WS-RATE-VALUE            PIC 9(7)V9(6) VALUE 0.
      * TRANSFER: THE RATE IS THE FROM-DVZ RATE OVER THE TO-DVZ RATE,
      * BOTH EFFECTIVE ON THE PROCESSING DATE
       01  WS-XFER-WORK.
           03 WS-XFER-FROM-DVZ      PIC S9(3) COMP VALUE 0.
           03 WS-XFER-TO-DVZ        PIC S9(3) COMP VALUE 0.
           03 WS-XFER-FROM-RATE     PIC 9(7)V9(6) VALUE 0.
           03 WS-XFER-TO-RATE       PIC 9(7)V9(6) VALUE 0.
           03 WS-XFER-RATE          PIC 9(7)V9(6) VALUE 0.
           03 WS-XFER-EXACT         PIC S9(15)V9(6) VALUE 0.
           03 WS-XFER-TARGET        PIC S9(15) VALUE 0.
           03 WS-XFER-DIFF          PIC S9(03)V9(6) VALUE 0.
           03 WS-XFER-FROM-NEW      PIC S9(15) VALUE 0.
           03 WS-XFER-TO-NEW        PIC S9(15) VALUE 0.
           03 WS-XFER-FROM-OLD      PIC S9(15) VALUE 0.
           03 WS-XFER-FROM-OLDACT   PIC 9(08) VALUE 0.
       01  WS-XFER-IMAGES.
           03 WS-XF-BEFORE          PIC X(69).
           03 WS-XF-AFTER           PIC X(69).
           03 WS-XT-BEFORE          PIC X(69).
           03 WS-XT-AFTER           PIC X(69).
      * A BATCH PGEB109 HAD BACKED OUT BEFORE APPLREF WAS BUILT
       01  WS-BKOUT-BATCH           PIC X(08) VALUE SPACES.
      * REFERENCE CHECK AGAINST APPLREF
       01  WS-CHECK-REF             PIC X(12) VALUE SPACES.
       01  WS-APREF-SW              PIC X(01) VALUE 'N'.
           88 APREF-NEW                       VALUE 'N'.
           88 APREF-APPLIED                   VALUE 'A'.
           88 APREF-READ-ERROR                VALUE 'E'.
       01  WS-CURRENT-STAMP.
           03 WS-CURRENT-TS         PIC X(14).
           03 FILLER                PIC X(07).
           03 WS-CURRENT-YMD        PIC 9(08).
           03 WS-CURRENT-HMS        PIC X(06).
           03 FILLER                PIC X(07).
       01  WS-JRN-ACTION            PIC X(01) VALUE SPACE.
       01  WS-RUN-STATUS            PIC X(04) VALUE 'OK'.
       01  WS-JRN-IMAGES.
           03 WS-JRN-BEFORE.
              05 WS-JB-ID           PIC 9(05).
              05 WS-JA-BALANCE      PIC S9(15) SIGN LEADING
                                    SEPARATE.
              05 WS-JA-LASTACT      PIC 9(08).
           03 WS-JRN-REF            PIC X(12).
           03 WS-JRN-NARR           PIC X(17).
       01  XFER-HEADER-1.
           03 FILLER         PIC X(19) VALUE 'TRANSFER REGISTER'.
           03 FILLER         PIC X(07) VALUE 'BATCH: '.
           03 XHD-BATCH-O    PIC X(08).
           03 FILLER         PIC X(08) VALUE '  DATE: '.
           03 XHD-DATE-O     PIC 9(08).
           03 FILLER         PIC X(70) VALUE SPACES.
       01  XFER-HEADER-2.
           03 FILLER         PIC X(07) VALUE 'ID'.
           03 FILLER         PIC X(05) VALUE 'FROM'.
           03 FILLER         PIC X(05) VALUE 'TO'.
           03 FILLER         PIC X(14) VALUE 'REFERENCE'.
           03 FILLER         PIC X(16) VALUE 'RATE'.
           03 FILLER         PIC X(22) VALUE 'SOURCE AMOUNT'.
           03 FILLER         PIC X(22) VALUE 'TARGET AMOUNT'.
           03 FILLER         PIC X(29) VALUE 'ROUNDING'.
       01  XFER-LINE.
           03 XFR-ID-O       PIC 9(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 XFR-FROM-O     PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 XFR-TO-O       PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 XFR-REF-O      PIC X(12).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 XFR-RATE-O     PIC Z(6)9.9(6).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 XFR-SOURCE-O   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 XFR-TARGET-O   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 XFR-DIFF-O     PIC -9.9(6).
           03 FILLER         PIC X(20) VALUE SPACES.
       01  XFER-TRAILER.
           03 FILLER         PIC X(11) VALUE 'TRANSFERS='.
           03 XTL-COUNT-O    PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(99) VALUE SPACES.
       01  TRAILER-LINE.
           03 FILLER         PIC X(15) VALUE 'TRANSACTIONS='.
           03 TLR-TRAN-O     PIC ZZ,ZZZ,ZZ9.
       MAIN-PARA.
           PERFORM GET-BATCH-ID-PARA.
           PERFORM CHECK-PREREQ-PARA THRU CHECK-PREREQ-END.
           PERFORM LOAD-APPLIED-REFS-PARA THRU LOAD-APPLIED-REFS-END.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-HEADER-PARA.
           PERFORM PROCESS-PARA.
           MOVE WS-TRAN-COUNT    TO RUN-IN-COUNT.
           MOVE WS-APPLIED-COUNT TO RUN-OUT-COUNT.
           MOVE WS-REJECTED-COUNT TO RUN-REJ-COUNT.
           MOVE WS-RUN-STATUS    TO RUN-STATUS.
           WRITE RUN-REC.
           CLOSE RUN-LOG.
       WRITE-RUNLOG-END. EXIT.
              STOP RUN
           END-IF.
           DISPLAY 'PGEB106 BATCH ID: ' WS-BATCH-ID.
           MOVE WS-CURRENT-YMD TO WS-PROC-DATE.
           ACCEPT WS-PARM-OVRD.

       CHECK-PREREQ-PARA.
                END-IF
           END-READ.

      * APPLREF IS BUILT FROM THE JOURNAL WHEN IT DOES NOT YET EXIST.
      * EVERY POSTING REFERENCE IS LOADED, THE LAST BATCH TO APPLY IT
      * BEING KEPT, AND THEN THE REFERENCES OF EACH BATCH PGEB109 HAS
      * BACKED OUT ARE RELEASED. FROM THEN ON PGEB109 RELEASES THEM.
       LOAD-APPLIED-REFS-PARA.
           OPEN I-O APR-FILE.
           IF APR-ST-OK
              CLOSE APR-FILE
              GO TO LOAD-APPLIED-REFS-END
           END-IF.
           IF APR-ST-NOFILE
              OPEN OUTPUT APR-FILE
              CLOSE APR-FILE
              OPEN I-O APR-FILE
           END-IF.
           IF APR-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (APPLREF): " APR-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT JRN-FILE.
           IF JRN-ST-NOFILE
              CLOSE APR-FILE
              GO TO LOAD-APPLIED-REFS-END
           END-IF.
           IF JRN-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (JRNFILE): " JRN-ST
              MOVE 16 TO RETURN-CODE
              CLOSE APR-FILE
              STOP RUN
           END-IF.
           DISPLAY 'PGEB106 BUILDING APPLREF FROM JRNFILE'.
           PERFORM LOAD-APPLIED-REFS-STEP UNTIL JRN-FILE-EOF = 'Y'.
           CLOSE JRN-FILE.
           OPEN INPUT RUN-LOG.
           IF RUNLOG-ST-OK
              PERFORM RELEASE-BKOUT-STEP UNTIL BKOUT-SCAN-EOF
              CLOSE RUN-LOG
           END-IF.
           CLOSE APR-FILE.
       LOAD-APPLIED-REFS-END. EXIT.

       LOAD-APPLIED-REFS-STEP.
           READ JRN-FILE
           AT END
                MOVE 'Y' TO JRN-FILE-EOF
           NOT AT END
                IF JRN-REF NOT = SPACES
                   PERFORM NOTE-JOURNAL-REF-PARA
                END-IF
           END-READ.

       NOTE-JOURNAL-REF-PARA.
           MOVE JRN-A-ID     TO APR-ID.
           MOVE JRN-A-DVZ    TO APR-DVZ.
           MOVE JRN-REF      TO APR-REF.
           MOVE JRN-BATCH-ID TO APR-BATCH.
           MOVE JRN-TIMESTAMP (1:8) TO APR-DATE.
           WRITE APR-REC
           INVALID KEY
                REWRITE APR-REC
           END-WRITE.

       RELEASE-BKOUT-STEP.
           READ RUN-LOG
           AT END
                SET BKOUT-SCAN-EOF TO TRUE
           NOT AT END
                IF RUN-PROGRAM = 'PGEB109 '
                   AND RUN-STATUS = 'OK'
                   PERFORM RELEASE-BKOUT-BATCH-PARA
                END-IF
           END-READ.

       RELEASE-BKOUT-BATCH-PARA.
           MOVE RUN-ID TO WS-BKOUT-BATCH.
           MOVE SPACE TO JRN-FILE-EOF.
           OPEN INPUT JRN-FILE.
           IF JRN-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (JRNFILE): " JRN-ST
              MOVE 16 TO RETURN-CODE
              CLOSE APR-FILE RUN-LOG
              STOP RUN
           END-IF.
           PERFORM RELEASE-BKOUT-REF-STEP UNTIL JRN-FILE-EOF = 'Y'.
           CLOSE JRN-FILE.

       RELEASE-BKOUT-REF-STEP.
           READ JRN-FILE
           AT END
                MOVE 'Y' TO JRN-FILE-EOF
           NOT AT END
                IF JRN-BATCH-ID = WS-BKOUT-BATCH
                   AND JRN-REF NOT = SPACES
                   PERFORM RELEASE-ONE-REF-PARA
                END-IF
           END-READ.

      * A LATER BATCH THAT POSTED THE REFERENCE AGAIN KEEPS IT
       RELEASE-ONE-REF-PARA.
           MOVE JRN-A-ID  TO APR-ID.
           MOVE JRN-A-DVZ TO APR-DVZ.
           MOVE JRN-REF   TO APR-REF.
           READ APR-FILE
           KEY IS APR-KEY
           INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF APR-BATCH = WS-BKOUT-BATCH
                   DELETE APR-FILE RECORD
                END-IF
           END-READ.

       WRITE-OVERRIDE-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUNLOG-ST-NOFILE
       WRITE-OVERRIDE-END. EXIT.

       OPEN-FILES-PARA.
           INITIALIZE IDX-ST RATE-ST HOLD-ST ACS-ST TRAN-ST RPT-ST
                      JRN-ST XRPT-ST APR-ST PEND-ST.
           OPEN I-O IDX-FILE
           OPEN INPUT RATE-FILE
           OPEN INPUT HOLD-FILE
           OPEN INPUT ACS-FILE
           OPEN I-O APR-FILE
           OPEN I-O PEND-FILE
           IF PEND-ST-NOFILE
              OPEN OUTPUT PEND-FILE
              CLOSE PEND-FILE
              OPEN I-O PEND-FILE
           END-IF
           OPEN INPUT TRAN-FILE
           OPEN OUTPUT MAINT-RPT
           OPEN OUTPUT XFER-RPT
           OPEN EXTEND JRN-FILE
           IF JRN-ST-NOFILE
              OPEN OUTPUT JRN-FILE
              DISPLAY "FILE OPEN FAILED (IDXFILE): " IDX-ST
              GO TO EXIT-PARA
           END-IF.
           IF RATE-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (RATEFILE): " RATE-ST
              GO TO EXIT-PARA
           END-IF.
           IF HOLD-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (HOLDFILE): " HOLD-ST
              GO TO EXIT-PARA
           END-IF.
           IF ACS-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (ACCTSTAT): " ACS-ST
              GO TO EXIT-PARA
           END-IF.
           IF APR-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (APPLREF): " APR-ST
              GO TO EXIT-PARA
           END-IF.
           IF PEND-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (PENDFILE): " PEND-ST
              GO TO EXIT-PARA
           END-IF.
           IF TRAN-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (MAINTRPT): " RPT-ST
              GO TO EXIT-PARA
           END-IF.
           IF XRPT-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (XFERRPT): " XRPT-ST
              GO TO EXIT-PARA
           END-IF.
           IF JRN-ST-OK
              CONTINUE
           ELSE

       PROCESS-ONE-TRAN.
           ADD 1 TO WS-TRAN-COUNT
           MOVE SPACES TO WS-JRN-REF WS-JRN-NARR
           MOVE TRAN-ACTION TO WS-JRN-ACTION
           PERFORM CONVERT-TRAN-KEY
           IF TRAN-PEND-KEY = SPACES
              PERFORM APPLY-ONE-TRAN
           ELSE
              PERFORM TAKE-QUEUE-ITEM-PARA THRU TAKE-QUEUE-ITEM-END
           END-IF.

      * AN ITEM RELEASED FROM THE APPROVAL QUEUE GOES THROUGH ONE RUN
      * ONLY: IT IS MARKED TAKEN ON PENDFILE, WHETHER IT APPLIED OR
      * NOT, AND IS REFUSED IF IT COMES IN AGAIN. IT MUST BE THE ITEM
      * AS APPROVED; ONE THAT DIFFERS IS REFUSED AND LEFT RELEASED
       TAKE-QUEUE-ITEM-PARA.
           MOVE TRAN-PEND-KEY TO PND-KEY
           READ PEND-FILE
           KEY IS PND-KEY
           INVALID KEY
                IF PEND-ST-NOT-FOUND
                   MOVE 'ITEM NOT ON PENDFILE' TO WS-RESULT-TEXT
                ELSE
                   MOVE 'PENDFILE READ ERROR' TO WS-RESULT-TEXT
                END-IF
                PERFORM WRITE-REJECT-LINE
                GO TO TAKE-QUEUE-ITEM-END
           END-READ
           IF PND-TAKEN
              MOVE 'ITEM ALREADY TAKEN - SKIPPED' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO TAKE-QUEUE-ITEM-END
           END-IF
           IF NOT PND-RELEASED
              MOVE 'ITEM NOT RELEASED - SKIPPED' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO TAKE-QUEUE-ITEM-END
           END-IF
           IF TRAN-REC (1:61) NOT = PND-TRAN
              OR TRAN-APPROVER NOT = PND-APPROVER
              MOVE 'ITEM DOES NOT MATCH APPROVAL' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              DISPLAY 'PGEB106 ITEM ' PND-KEY
                      ' DOES NOT MATCH APPROVAL - NOT APPLIED'
              GO TO TAKE-QUEUE-ITEM-END
           END-IF
           PERFORM APPLY-ONE-TRAN
           SET PND-TAKEN TO TRUE
           REWRITE PND-REC
           INVALID KEY
                DISPLAY 'PGEB106 PENDFILE REWRITE FAILED: ' PND-KEY
                        ' STATUS ' PEND-ST
           END-REWRITE.
       TAKE-QUEUE-ITEM-END. EXIT.

       APPLY-ONE-TRAN.
           EVALUATE TRUE
               WHEN TRAN-ADD
                    PERFORM ADD-IDX-PARA
                    PERFORM CHANGE-IDX-PARA
               WHEN TRAN-DELETE
                    PERFORM DELETE-IDX-PARA
               WHEN TRAN-POST
                    PERFORM POST-IDX-PARA THRU POST-IDX-END
               WHEN TRAN-XFER
                    PERFORM TRANSFER-IDX-PARA THRU TRANSFER-IDX-END
               WHEN OTHER
                    MOVE 'INVALID ACTION CODE' TO WS-RESULT-TEXT
                    PERFORM WRITE-REJECT-LINE
                END-IF
                PERFORM WRITE-REJECT-LINE
           NOT INVALID KEY
                MOVE TRAN-BALANCE TO WS-NEW-BALANCE
                PERFORM CHECK-ACCOUNT-PARA THRU CHECK-ACCOUNT-END
                IF WS-RESULT-TEXT NOT = SPACES
                   PERFORM WRITE-REJECT-LINE
                ELSE
                   PERFORM SAVE-BEFORE-IMAGE-PARA
                   MOVE TRAN-NAME    TO IDX-NAME
                   MOVE TRAN-DATE    TO IDX-DATE
                   MOVE TRAN-BALANCE TO IDX-BALANCE
                   MOVE WS-CURRENT-YMD TO IDX-LAST-ACT
                   REWRITE IDX-REC
                   INVALID KEY
                        MOVE 'REWRITE FAILED' TO WS-RESULT-TEXT
                        PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                        PERFORM SAVE-AFTER-IMAGE-PARA
                        PERFORM WRITE-JOURNAL-PARA
                        MOVE 'RECORD CHANGED' TO WS-RESULT-TEXT
                        PERFORM WRITE-APPLIED-LINE
                   END-REWRITE
                END-IF
           END-READ.

       DELETE-IDX-PARA.
                END-IF
                PERFORM WRITE-REJECT-LINE
           NOT INVALID KEY
                PERFORM CHECK-DELETE-PARA
                IF WS-RESULT-TEXT NOT = SPACES
                   PERFORM WRITE-REJECT-LINE
                ELSE
                   PERFORM SAVE-BEFORE-IMAGE-PARA
                   DELETE IDX-FILE
                   INVALID KEY
                        MOVE 'DELETE FAILED' TO WS-RESULT-TEXT
                        PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                        MOVE SPACES TO WS-JRN-AFTER
                        PERFORM WRITE-JOURNAL-PARA
                        MOVE 'RECORD DELETED' TO WS-RESULT-TEXT
                        PERFORM WRITE-APPLIED-LINE
                   END-DELETE
                END-IF
           END-READ.

      * POSTING: THE AMOUNT IS APPLIED AS A DELTA TO THE CURRENT
      * BALANCE, SO IT IS SAFE AGAINST ANY EARLIER UPDATE TO THE SAME
      * ACCOUNT; A REFERENCE IS NEVER APPLIED TO AN ACCOUNT TWICE
       POST-IDX-PARA.
           MOVE TRAN-POST-REF TO WS-CHECK-REF
           PERFORM FIND-APPLIED-REF-PARA
           IF APREF-APPLIED
              MOVE 'DUPLICATE REFERENCE' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO POST-IDX-END
           END-IF
           IF APREF-READ-ERROR
              MOVE 'REF READ ERROR - NOT POSTED' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO POST-IDX-END
           END-IF
           SET IDX-READ-OK TO TRUE
           READ IDX-FILE
           KEY IS IDX-KEY
           INVALID KEY
                SET IDX-READ-FAILED TO TRUE
           END-READ
           IF IDX-READ-FAILED
              IF IDX-ST-NOT-FOUND
                 MOVE 'KEY NOT FOUND - NOT POSTED' TO WS-RESULT-TEXT
              ELSE
                 MOVE 'READ ERROR - NOT POSTED' TO WS-RESULT-TEXT
              END-IF
              PERFORM WRITE-REJECT-LINE
              GO TO POST-IDX-END
           END-IF
           IF TRAN-POST-DEBIT
              COMPUTE WS-POST-AMOUNT = 0 - TRAN-BALANCE
           ELSE
              MOVE TRAN-BALANCE TO WS-POST-AMOUNT
           END-IF
           COMPUTE WS-NEW-BALANCE = IDX-BALANCE + WS-POST-AMOUNT
               ON SIZE ERROR
                  MOVE 'BALANCE OVERFLOW - NOT POSTED' TO WS-RESULT-TEXT
                  PERFORM WRITE-REJECT-LINE
                  GO TO POST-IDX-END
           END-COMPUTE
           PERFORM CHECK-ACCOUNT-PARA THRU CHECK-ACCOUNT-END
           IF WS-RESULT-TEXT NOT = SPACES
              PERFORM WRITE-REJECT-LINE
              GO TO POST-IDX-END
           END-IF
           PERFORM SAVE-BEFORE-IMAGE-PARA
           MOVE WS-NEW-BALANCE TO IDX-BALANCE
           MOVE WS-CURRENT-YMD TO IDX-LAST-ACT
           REWRITE IDX-REC
           INVALID KEY
                MOVE 'REWRITE FAILED' TO WS-RESULT-TEXT
                PERFORM WRITE-REJECT-LINE
           NOT INVALID KEY
                PERFORM SAVE-AFTER-IMAGE-PARA
                MOVE TRAN-POST-REF  TO WS-JRN-REF
                MOVE TRAN-POST-NARR TO WS-JRN-NARR
                PERFORM WRITE-JOURNAL-PARA
                PERFORM NOTE-APPLIED-REF-PARA
                IF TRAN-POST-DEBIT
                   MOVE 'DEBIT POSTED' TO WS-RESULT-TEXT
                ELSE
                   MOVE 'CREDIT POSTED' TO WS-RESULT-TEXT
                END-IF
                PERFORM WRITE-APPLIED-LINE
           END-REWRITE.
       POST-IDX-END. EXIT.

      * TRANSFER BETWEEN TWO DVZ ACCOUNTS OF ONE CUSTOMER. BOTH LEGS
      * ARE PROVED BEFORE EITHER IS WRITTEN; IF THE SECOND REWRITE
      * FAILS THE FIRST IS PUT BACK, SO BOTH LEGS APPLY OR NEITHER.
      * THE LEGS ARE JOURNALED TOGETHER UNDER THE ONE REFERENCE.
       TRANSFER-IDX-PARA.
           MOVE IDX-DVZ TO WS-XFER-FROM-DVZ
           COMPUTE WS-XFER-TO-DVZ = FUNCTION NUMVAL(TRAN-XFER-TO-DVZ)
           MOVE TRAN-XFER-REF TO WS-CHECK-REF
           PERFORM FIND-APPLIED-REF-PARA
           IF APREF-APPLIED
              MOVE 'DUPLICATE REFERENCE' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO TRANSFER-IDX-END
           END-IF
           IF APREF-READ-ERROR
              MOVE 'REF READ ERROR - NOT POSTED' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO TRANSFER-IDX-END
           END-IF
           MOVE WS-XFER-FROM-DVZ TO WS-LOOKUP-DVZ
           PERFORM LOOKUP-RATE-PARA
           IF RATE-NOT-FOUND
              MOVE 'NO RATE FOR FROM DVZ' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO TRANSFER-IDX-END
           END-IF
           MOVE WS-RATE-VALUE TO WS-XFER-FROM-RATE
           MOVE WS-XFER-TO-DVZ TO WS-LOOKUP-DVZ
           PERFORM LOOKUP-RATE-PARA
           IF RATE-NOT-FOUND OR WS-RATE-VALUE = 0
              MOVE 'NO RATE FOR TO DVZ' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO TRANSFER-IDX-END
           END-IF
           MOVE WS-RATE-VALUE TO WS-XFER-TO-RATE
           COMPUTE WS-XFER-RATE ROUNDED =
               WS-XFER-FROM-RATE / WS-XFER-TO-RATE
           COMPUTE WS-XFER-EXACT = TRAN-BALANCE * WS-XFER-RATE
               ON SIZE ERROR
                  MOVE 'CONVERTED AMOUNT TOO LARGE' TO WS-RESULT-TEXT
                  PERFORM WRITE-REJECT-LINE
                  GO TO TRANSFER-IDX-END
           END-COMPUTE
           COMPUTE WS-XFER-TARGET ROUNDED = WS-XFER-EXACT
           COMPUTE WS-XFER-DIFF = WS-XFER-EXACT - WS-XFER-TARGET
           MOVE WS-XFER-TO-DVZ TO IDX-DVZ
           PERFORM READ-XFER-LEG-PARA
           IF IDX-READ-FAILED
              MOVE 'TO ACCOUNT NOT FOUND' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO TRANSFER-IDX-END
           END-IF
           COMPUTE WS-XFER-TO-NEW = IDX-BALANCE + WS-XFER-TARGET
               ON SIZE ERROR
                  MOVE 'BALANCE OVERFLOW - NOT POSTED' TO WS-RESULT-TEXT
                  PERFORM WRITE-REJECT-LINE
                  GO TO TRANSFER-IDX-END
           END-COMPUTE
           MOVE WS-XFER-TO-NEW TO WS-NEW-BALANCE
           PERFORM CHECK-ACCOUNT-PARA THRU CHECK-ACCOUNT-END
           IF WS-RESULT-TEXT NOT = SPACES
              PERFORM WRITE-REJECT-LINE
              GO TO TRANSFER-IDX-END
           END-IF
           MOVE WS-XFER-FROM-DVZ TO IDX-DVZ
           PERFORM READ-XFER-LEG-PARA
           IF IDX-READ-FAILED
              MOVE 'FROM ACCOUNT NOT FOUND' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO TRANSFER-IDX-END
           END-IF
           COMPUTE WS-XFER-FROM-NEW = IDX-BALANCE - TRAN-BALANCE
               ON SIZE ERROR
                  MOVE 'BALANCE OVERFLOW - NOT POSTED' TO WS-RESULT-TEXT
                  PERFORM WRITE-REJECT-LINE
                  GO TO TRANSFER-IDX-END
           END-COMPUTE
           MOVE WS-XFER-FROM-NEW TO WS-NEW-BALANCE
           PERFORM CHECK-ACCOUNT-PARA THRU CHECK-ACCOUNT-END
           IF WS-RESULT-TEXT NOT = SPACES
              PERFORM WRITE-REJECT-LINE
              GO TO TRANSFER-IDX-END
           END-IF
           MOVE IDX-BALANCE TO WS-XFER-FROM-OLD
           MOVE IDX-LAST-ACT TO WS-XFER-FROM-OLDACT
           PERFORM SAVE-BEFORE-IMAGE-PARA
           MOVE WS-XFER-FROM-NEW TO IDX-BALANCE
           MOVE WS-CURRENT-YMD TO IDX-LAST-ACT
           SET IDX-READ-OK TO TRUE
           REWRITE IDX-REC
           INVALID KEY
                SET IDX-READ-FAILED TO TRUE
           END-REWRITE
           IF IDX-READ-FAILED
              MOVE 'REWRITE FAILED' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO TRANSFER-IDX-END
           END-IF
           PERFORM SAVE-AFTER-IMAGE-PARA
           MOVE WS-JRN-BEFORE TO WS-XF-BEFORE
           MOVE WS-JRN-AFTER  TO WS-XF-AFTER
           MOVE WS-XFER-TO-DVZ TO IDX-DVZ
           PERFORM READ-XFER-LEG-PARA
           IF IDX-READ-OK
              PERFORM SAVE-BEFORE-IMAGE-PARA
              MOVE WS-XFER-TO-NEW TO IDX-BALANCE
              MOVE WS-CURRENT-YMD TO IDX-LAST-ACT
              REWRITE IDX-REC
              INVALID KEY
                   SET IDX-READ-FAILED TO TRUE
              END-REWRITE
           END-IF
           IF IDX-READ-FAILED
              PERFORM UNDO-FROM-LEG-PARA THRU UNDO-FROM-LEG-END
              MOVE 'TRANSFER FAILED - NOT APPLIED' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO TRANSFER-IDX-END
           END-IF
           PERFORM SAVE-AFTER-IMAGE-PARA
           MOVE WS-JRN-BEFORE TO WS-XT-BEFORE
           MOVE WS-JRN-AFTER  TO WS-XT-AFTER
           MOVE TRAN-XFER-REF  TO WS-JRN-REF
           MOVE TRAN-XFER-NARR TO WS-JRN-NARR
           MOVE WS-XF-BEFORE TO WS-JRN-BEFORE
           MOVE WS-XF-AFTER  TO WS-JRN-AFTER
           PERFORM WRITE-JOURNAL-PARA
           MOVE WS-XT-BEFORE TO WS-JRN-BEFORE
           MOVE WS-XT-AFTER  TO WS-JRN-AFTER
           PERFORM WRITE-JOURNAL-REC-PARA
           MOVE WS-XFER-FROM-DVZ TO IDX-DVZ
           PERFORM NOTE-APPLIED-REF-PARA
           MOVE WS-XFER-TO-DVZ TO IDX-DVZ
           PERFORM NOTE-APPLIED-REF-PARA
           PERFORM WRITE-XFER-LINE-PARA
           MOVE 'TRANSFER APPLIED' TO WS-RESULT-TEXT
           PERFORM WRITE-APPLIED-LINE.
       TRANSFER-IDX-END. EXIT.

      * ACCOUNT STATUS AND HOLDS: A CLOSED OR FULLY-BLOCKED ACCOUNT
      * TAKES NO ENTRIES, A DEBIT-BLOCKED ONE TAKES NO DEBITS, AND NO
      * DEBIT MAY TAKE THE BALANCE BELOW THE AMOUNT HELD. IDX-REC IS
      * THE ACCOUNT AS IT STANDS AND WS-NEW-BALANCE AS IT WOULD BE.
       CHECK-ACCOUNT-PARA.
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE IDX-ID  TO WS-HOLD-ID
           MOVE IDX-DVZ TO WS-HOLD-DVZ
           MOVE WS-PROC-DATE TO WS-HOLD-DATE
           PERFORM LOOKUP-HOLDS-PARA
           IF ACCT-CLOSED
              MOVE 'ACCOUNT CLOSED - REJECTED' TO WS-RESULT-TEXT
              GO TO CHECK-ACCOUNT-END
           END-IF
           IF ACCT-FULL-BLOCKED
              MOVE 'ACCOUNT BLOCKED - REJECTED' TO WS-RESULT-TEXT
              GO TO CHECK-ACCOUNT-END
           END-IF
           IF WS-NEW-BALANCE NOT < IDX-BALANCE
              GO TO CHECK-ACCOUNT-END
           END-IF
           IF ACCT-DEBIT-BLOCKED
              MOVE 'DEBIT BLOCKED - REJECTED' TO WS-RESULT-TEXT
              GO TO CHECK-ACCOUNT-END
           END-IF
           IF WS-HELD-AMOUNT > 0
              AND WS-NEW-BALANCE < WS-HELD-AMOUNT
              MOVE 'BELOW HELD AMOUNT - REJECTED' TO WS-RESULT-TEXT
           END-IF.
       CHECK-ACCOUNT-END. EXIT.

      * A BLOCKED ACCOUNT, OR ONE STILL CARRYING HOLDS, IS NOT DELETED
       CHECK-DELETE-PARA.
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE IDX-ID  TO WS-HOLD-ID
           MOVE IDX-DVZ TO WS-HOLD-DVZ
           MOVE WS-PROC-DATE TO WS-HOLD-DATE
           PERFORM LOOKUP-HOLDS-PARA
           IF ACCT-FULL-BLOCKED OR ACCT-DEBIT-BLOCKED
              MOVE 'ACCOUNT BLOCKED - NOT DELETED' TO WS-RESULT-TEXT
           ELSE
              IF WS-HOLD-RECS > 0
                 MOVE 'HOLDS ON ACCOUNT - NOT DELETED' TO WS-RESULT-TEXT
              END-IF
           END-IF.

       LOOKUP-HOLDS-PARA.
           MOVE 0   TO WS-HELD-AMOUNT WS-HOLD-RECS.
           MOVE 'O' TO WS-ACCT-STATUS.
           MOVE WS-HOLD-ID  TO ACS-ID.
           MOVE WS-HOLD-DVZ TO ACS-DVZ.
           READ ACS-FILE
           KEY IS ACS-KEY
           INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE ACS-STATUS TO WS-ACCT-STATUS
           END-READ.
           MOVE WS-HOLD-ID  TO HLD-ID.
           MOVE WS-HOLD-DVZ TO HLD-DVZ.
           MOVE 0 TO HLD-NO.
           SET HOLD-SCAN-ACTIVE TO TRUE.
           START HOLD-FILE KEY NOT LESS HLD-KEY
           INVALID KEY
                SET HOLD-SCAN-DONE TO TRUE
           END-START.
           PERFORM LOOKUP-HOLDS-STEP UNTIL HOLD-SCAN-DONE.

       LOOKUP-HOLDS-STEP.
           READ HOLD-FILE NEXT
           AT END
                SET HOLD-SCAN-DONE TO TRUE
           NOT AT END
                IF HLD-ID NOT = WS-HOLD-ID
                   OR HLD-DVZ NOT = WS-HOLD-DVZ
                   SET HOLD-SCAN-DONE TO TRUE
                ELSE
                   ADD 1 TO WS-HOLD-RECS
                   IF HLD-PLACED NOT > WS-HOLD-DATE
                      AND (HLD-EXPIRY = 0
                           OR HLD-EXPIRY NOT < WS-HOLD-DATE)
                      ADD HLD-AMOUNT TO WS-HELD-AMOUNT
                   END-IF
                END-IF
           END-READ.

       READ-XFER-LEG-PARA.
           SET IDX-READ-OK TO TRUE.
           READ IDX-FILE
           KEY IS IDX-KEY
           INVALID KEY
                SET IDX-READ-FAILED TO TRUE
           END-READ.

      * PUT THE FROM LEG BACK WHEN THE TO LEG CANNOT BE WRITTEN. IF
      * IT CANNOT BE PUT BACK THE DEBIT STANDS: IT IS JOURNALED AS A
      * POSTING UNDER THE TRANSFER REFERENCE, SO THE RECONCILIATION
      * SEES IT AND PGEB109 CAN BACK IT OUT ON ITS OWN, AND THE RUN IS
      * STOPPED
       UNDO-FROM-LEG-PARA.
           MOVE WS-XFER-FROM-DVZ TO IDX-DVZ.
           PERFORM READ-XFER-LEG-PARA.
           IF IDX-READ-OK
              MOVE WS-XFER-FROM-OLD    TO IDX-BALANCE
              MOVE WS-XFER-FROM-OLDACT TO IDX-LAST-ACT
              REWRITE IDX-REC
              INVALID KEY
                   SET IDX-READ-FAILED TO TRUE
              END-REWRITE
           END-IF.
           IF IDX-READ-OK
              GO TO UNDO-FROM-LEG-END
           END-IF.
           MOVE 'P'                 TO WS-JRN-ACTION.
           MOVE TRAN-XFER-REF       TO WS-JRN-REF.
           MOVE 'XFER NOT COMPLETE' TO WS-JRN-NARR.
           MOVE WS-XF-BEFORE TO WS-JRN-BEFORE.
           MOVE WS-XF-AFTER  TO WS-JRN-AFTER.
           PERFORM WRITE-JOURNAL-PARA.
           MOVE WS-XFER-FROM-DVZ TO IDX-DVZ.
           PERFORM NOTE-APPLIED-REF-PARA.
           MOVE 'FROM LEG NOT RESTORED' TO WS-RESULT-TEXT.
           PERFORM WRITE-REJECT-LINE.
           DISPLAY 'PGEB106 TRANSFER ' TRAN-XFER-REF
                   ' FROM LEG NOT RESTORED - ID ' TRAN-ID
                   ' DVZ ' TRAN-DVZ ' - NO FURTHER UPDATES APPLIED'.
           MOVE 16 TO RETURN-CODE.
           PERFORM WRITE-TRAILER-PARA.
           COMPUTE WS-TRAN-COUNT = WS-APPLIED-COUNT + WS-REJECTED-COUNT.
           MOVE 'FAIL' TO WS-RUN-STATUS.
           PERFORM WRITE-RUNLOG-PARA THRU WRITE-RUNLOG-END.
           PERFORM CLOSE-PARA.
           STOP RUN.
       UNDO-FROM-LEG-END. EXIT.

       LOOKUP-RATE-PARA.
           SET RATE-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-RATE-VALUE.
           MOVE WS-LOOKUP-DVZ TO RATE-DVZ.
           MOVE 0 TO RATE-DATE.
           SET RATE-SCAN-ACTIVE TO TRUE.
           START RATE-FILE KEY NOT LESS RATE-KEY
           INVALID KEY
                SET RATE-SCAN-DONE TO TRUE
           END-START.
           PERFORM LOOKUP-RATE-STEP UNTIL RATE-SCAN-DONE.

       LOOKUP-RATE-STEP.
           READ RATE-FILE NEXT
           AT END
                SET RATE-SCAN-DONE TO TRUE
           NOT AT END
                IF RATE-DVZ NOT = WS-LOOKUP-DVZ
                   OR RATE-DATE > WS-PROC-DATE
                   SET RATE-SCAN-DONE TO TRUE
                ELSE
                   SET RATE-FOUND TO TRUE
                   MOVE RATE-VALUE TO WS-RATE-VALUE
                END-IF
           END-READ.

       WRITE-XFER-LINE-PARA.
           ADD 1 TO WS-XFER-COUNT.
           MOVE IDX-ID           TO XFR-ID-O.
           MOVE WS-XFER-FROM-DVZ TO XFR-FROM-O.
           MOVE WS-XFER-TO-DVZ   TO XFR-TO-O.
           MOVE TRAN-XFER-REF    TO XFR-REF-O.
           MOVE WS-XFER-RATE     TO XFR-RATE-O.
           MOVE TRAN-BALANCE     TO XFR-SOURCE-O.
           MOVE WS-XFER-TARGET   TO XFR-TARGET-O.
           MOVE WS-XFER-DIFF     TO XFR-DIFF-O.
           WRITE XRPT-REC FROM XFER-LINE.

      * A REFERENCE ON APPLREF IS APPLIED; PGEB109 TAKES OFF THOSE OF
      * A BATCH IT BACKS OUT
       FIND-APPLIED-REF-PARA.
           SET APREF-NEW TO TRUE.
           MOVE IDX-ID       TO APR-ID.
           MOVE IDX-DVZ      TO APR-DVZ.
           MOVE WS-CHECK-REF TO APR-REF.
           READ APR-FILE
           KEY IS APR-KEY
           INVALID KEY
                IF APR-ST-NOT-FOUND
                   CONTINUE
                ELSE
                   SET APREF-READ-ERROR TO TRUE
                END-IF
           NOT INVALID KEY
                SET APREF-APPLIED TO TRUE
           END-READ.

       NOTE-APPLIED-REF-PARA.
           MOVE IDX-ID       TO APR-ID.
           MOVE IDX-DVZ      TO APR-DVZ.
           MOVE WS-JRN-REF   TO APR-REF.
           MOVE WS-BATCH-ID  TO APR-BATCH.
           MOVE WS-PROC-DATE TO APR-DATE.
           WRITE APR-REC
           INVALID KEY
                REWRITE APR-REC
                INVALID KEY
                     DISPLAY 'PGEB106 APPLREF NOT UPDATED: ' APR-ST
                             ' REF ' WS-JRN-REF ' ID ' TRAN-ID
                END-REWRITE
           END-WRITE.

       SAVE-BEFORE-IMAGE-PARA.
           MOVE IDX-ID      TO WS-JB-ID.
           MOVE IDX-DVZ     TO WS-JB-DVZ.
           MOVE IDX-LAST-ACT TO WS-JA-LASTACT.

       WRITE-JOURNAL-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           PERFORM WRITE-JOURNAL-REC-PARA.

      * A TRANSFER'S SECOND LEG COMES IN HERE DIRECTLY, SO BOTH LEGS
      * CARRY THE ONE TIMESTAMP
       WRITE-JOURNAL-REC-PARA.
           MOVE SPACES TO JRN-REC.
           MOVE WS-JRN-ACTION  TO JRN-ACTION.
           MOVE WS-BATCH-ID    TO JRN-BATCH-ID.
           MOVE WS-CURRENT-TS  TO JRN-TIMESTAMP.
           MOVE WS-JRN-BEFORE  TO JRN-BEFORE.
           MOVE WS-JRN-AFTER   TO JRN-AFTER.
           MOVE WS-JRN-REF     TO JRN-REF.
           MOVE WS-JRN-NARR    TO JRN-NARR.
           MOVE TRAN-APPROVER  TO JRN-APPROVER.
           WRITE JRN-REC.

       WRITE-HEADER-PARA.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           MOVE WS-BATCH-ID  TO XHD-BATCH-O.
           MOVE WS-PROC-DATE TO XHD-DATE-O.
           WRITE XRPT-REC FROM XFER-HEADER-1.
           WRITE XRPT-REC FROM XFER-HEADER-2.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE WS-APPLIED-COUNT TO TLR-APPL-O.
           MOVE WS-REJECTED-COUNT TO TLR-REJ-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE WS-XFER-COUNT TO XTL-COUNT-O.
           WRITE XRPT-REC FROM XFER-TRAILER.

       CLOSE-PARA.
           CLOSE IDX-FILE.
           CLOSE RATE-FILE.
           CLOSE HOLD-FILE.
           CLOSE ACS-FILE.
           CLOSE APR-FILE.
           CLOSE PEND-FILE.
           CLOSE TRAN-FILE.
           CLOSE MAINT-RPT.
           CLOSE XFER-RPT.
           CLOSE JRN-FILE.
       EXIT-PARA. EXIT PROGRAM.
