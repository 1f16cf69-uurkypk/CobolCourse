       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEB131.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE
              ASSIGN TO PENDFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PND-KEY
              FILE STATUS IS PEND-ST.
           SELECT DEC-FILE
              ASSIGN TO APPRDEC
              FILE STATUS IS DEC-ST.
           SELECT REL-FILE
              ASSIGN TO APPRREL
              FILE STATUS IS REL-ST.
           SELECT APPR-RPT
              ASSIGN TO APPRRPT
              FILE STATUS IS RPT-ST.
           SELECT RUN-LOG
              ASSIGN TO RUNLOG
              FILE STATUS IS RUNLOG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE.
       01  PND-REC.
           03 PND-KEY.
              05 PND-ENTRY-DATE    PIC 9(08).
              05 PND-ENTRY-TIME    PIC X(06).
              05 PND-SEQ           PIC 9(04).
           03 PND-MAKER            PIC X(08).
           03 PND-REASON           PIC X(01).
              88 PND-OVER-LIMIT             VALUE 'L'.
              88 PND-NONZERO-DELETE         VALUE 'D'.
              88 PND-NO-RATE                VALUE 'N'.
              88 PND-READ-ERROR             VALUE 'E'.
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
           03 PND-TRAN-R REDEFINES PND-TRAN.
              05 PND-T-ACTION      PIC X(01).
              05 PND-T-ID          PIC X(05).
              05 PND-T-DVZ         PIC X(03).
              05 FILLER            PIC X(52).
           03 FILLER               PIC X(20).
      * ONE DECISION PER HELD ITEM, MADE BY A USER OTHER THAN THE ONE
      * WHO ENTERED IT
       FD  DEC-FILE RECORDING MODE F.
       01  DEC-REC.
           03 DEC-KEY.
              05 DEC-ENTRY-DATE    PIC X(08).
              05 DEC-ENTRY-TIME    PIC X(06).
              05 DEC-SEQ           PIC X(04).
           03 DEC-ACTION           PIC X(01).
              88 DEC-APPROVE                VALUE 'A'.
              88 DEC-REJECT                 VALUE 'R'.
           03 DEC-APPROVER         PIC X(08).
           03 DEC-COMMENT          PIC X(20).
           03 FILLER               PIC X(33).
      * APPROVED ITEMS IN THE PGEB106 TRAN-FILE LAYOUT, TO GO INTO
      * THE NEXT PGEB106 RUN ALONG WITH THE PGEB110 TRANOUT. EACH
      * CARRIES ITS PENDFILE KEY; PGEB106 MARKS THE ITEM TAKEN
       FD  REL-FILE RECORDING MODE F.
       01  REL-REC.
           03 REL-TRAN             PIC X(61).
           03 REL-APPROVER         PIC X(08).
           03 REL-PEND-KEY         PIC X(18).
       FD  APPR-RPT RECORDING MODE F.
       01  RPT-REC                  PIC X(120).
       FD  RUN-LOG RECORDING MODE F.
       01  RUN-REC.
           03 RUN-PROGRAM          PIC X(08).
           03 RUN-BUSDATE          PIC 9(08).
           03 RUN-ID               PIC X(08).
           03 RUN-IN-COUNT         PIC 9(08).
           03 RUN-OUT-COUNT        PIC 9(08).
           03 RUN-REJ-COUNT        PIC 9(08).
           03 RUN-STATUS           PIC X(04).
           03 FILLER               PIC X(28).
       WORKING-STORAGE SECTION.
       01  FLAGS.
           03 DEC-FILE-EOF          PIC X     VALUE SPACE.
           03 PEND-FILE-EOF         PIC X     VALUE SPACE.
           03 PEND-ST               PIC X(02) VALUE SPACES.
               88 PEND-ST-OK                  VALUE '00'.
               88 PEND-ST-NOT-FOUND           VALUE '23'.
           03 DEC-ST                PIC X(02) VALUE SPACES.
               88 DEC-ST-OK                   VALUE '00'.
           03 REL-ST                PIC X(02) VALUE SPACES.
               88 REL-ST-OK                   VALUE '00'.
           03 RPT-ST                PIC X(02) VALUE SPACES.
               88 RPT-ST-OK                   VALUE '00'.
           03 RUNLOG-ST             PIC X(02) VALUE SPACES.
               88 RUNLOG-ST-OK                VALUE '00'.
               88 RUNLOG-ST-NOFILE            VALUE '35'.
       01  WS-COUNTS.
           03 WS-DEC-COUNT          PIC 9(08) VALUE 0.
           03 WS-APPROVED-COUNT     PIC 9(08) VALUE 0.
           03 WS-REJECTED-COUNT     PIC 9(08) VALUE 0.
           03 WS-REFUSED-COUNT      PIC 9(08) VALUE 0.
           03 WS-RELEASED-COUNT     PIC 9(08) VALUE 0.
           03 WS-PENDING-COUNT      PIC 9(08) VALUE 0.
       01  WS-PROC-DATE             PIC 9(08) VALUE 0.
       01  WS-PARM-DATE             PIC X(08) VALUE SPACES.
       01  WS-RESULT-TEXT           PIC X(30) VALUE SPACES.
       01  WS-CURRENT-STAMP.
           03 WS-CURRENT-YMD        PIC 9(08).
           03 WS-CURRENT-HMS        PIC X(06).
           03 FILLER                PIC X(07).
       01  HEADER-1.
           03 FILLER         PIC X(30) VALUE 'APPROVAL QUEUE DECISIONS'.
           03 FILLER         PIC X(16) VALUE 'PROCESSING DATE '.
           03 HDR-DATE-O     PIC 9(08).
           03 FILLER         PIC X(66) VALUE SPACES.
       01  HEADER-2.
           03 FILLER         PIC X(22) VALUE 'ITEM'.
           03 FILLER         PIC X(07) VALUE 'ID'.
           03 FILLER         PIC X(05) VALUE 'DVZ'.
           03 FILLER         PIC X(04) VALUE 'A'.
           03 FILLER         PIC X(10) VALUE 'ENTERED'.
           03 FILLER         PIC X(10) VALUE 'APPROVER'.
           03 FILLER         PIC X(04) VALUE 'DEC'.
           03 FILLER         PIC X(58) VALUE 'RESULT'.
       01  DETAIL-LINE.
           03 DET-DATE-O     PIC X(08).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-TIME-O     PIC X(06).
           03 FILLER         PIC X(01) VALUE '-'.
           03 DET-SEQ-O      PIC X(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-ID-O       PIC X(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-DVZ-O      PIC X(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-ACTION-O   PIC X(01).
           03 FILLER         PIC X(03) VALUE SPACES.
           03 DET-MAKER-O    PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-APPROVER-O PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-DEC-O      PIC X(01).
           03 FILLER         PIC X(03) VALUE SPACES.
           03 DET-RESULT-O   PIC X(30).
           03 FILLER         PIC X(28) VALUE SPACES.
       01  FOOTER-1.
           03 FILLER         PIC X(10) VALUE 'DECISIONS='.
           03 FTR-DEC-O      PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(11) VALUE '  APPROVED='.
           03 FTR-APPR-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(11) VALUE '  REJECTED='.
           03 FTR-REJ-O      PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(10) VALUE '  REFUSED='.
           03 FTR-REF-O      PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(38) VALUE SPACES.
       01  FOOTER-2.
           03 FILLER         PIC X(20) VALUE 'RELEASED TO PGEB106='.
           03 FTR-REL-O      PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(17) VALUE '  STILL PENDING='.
           03 FTR-PEND-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(63) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-PROC-DATE-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-HEADER-PARA.
           PERFORM PROCESS-PARA.
           PERFORM RELEASE-PARA.
           PERFORM WRITE-TRAILER-PARA.
           PERFORM WRITE-RUNLOG-PARA THRU WRITE-RUNLOG-END.
           PERFORM CLOSE-PARA.
           STOP RUN.

       GET-PROC-DATE-PARA.
           ACCEPT WS-PARM-DATE.
           IF WS-PARM-DATE NUMERIC AND WS-PARM-DATE NOT = '00000000'
              MOVE WS-PARM-DATE TO WS-PROC-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
              MOVE WS-CURRENT-YMD TO WS-PROC-DATE
           END-IF.
           DISPLAY 'PGEB131 PROCESSING DATE: ' WS-PROC-DATE.

       OPEN-FILES-PARA.
           INITIALIZE PEND-ST DEC-ST REL-ST RPT-ST.
           OPEN I-O PEND-FILE
           OPEN INPUT DEC-FILE
           OPEN OUTPUT REL-FILE
           OPEN OUTPUT APPR-RPT
           IF PEND-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (PENDFILE): " PEND-ST
              GO TO EXIT-PARA
           END-IF.
           IF DEC-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (APPRDEC): " DEC-ST
              GO TO EXIT-PARA
           END-IF.
           IF REL-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (APPRREL): " REL-ST
              GO TO EXIT-PARA
           END-IF.
           IF RPT-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (APPRRPT): " RPT-ST
              GO TO EXIT-PARA
           END-IF.

       PROCESS-PARA.
           PERFORM UNTIL DEC-FILE-EOF = 'Y'
               READ DEC-FILE
                   AT END MOVE 'Y' TO DEC-FILE-EOF
               END-READ
               IF DEC-FILE-EOF NOT = 'Y'
                  PERFORM APPLY-DECISION-PARA THRU APPLY-DECISION-END
               END-IF
           END-PERFORM.

       APPLY-DECISION-PARA.
           ADD 1 TO WS-DEC-COUNT
           MOVE SPACES TO PND-TRAN
           MOVE SPACES TO PND-MAKER
           IF DEC-ENTRY-DATE NOT NUMERIC OR DEC-SEQ NOT NUMERIC
              MOVE 'INVALID ITEM KEY' TO WS-RESULT-TEXT
              PERFORM WRITE-REFUSED-LINE
              GO TO APPLY-DECISION-END
           END-IF
           IF NOT DEC-APPROVE AND NOT DEC-REJECT
              MOVE 'INVALID DECISION CODE' TO WS-RESULT-TEXT
              PERFORM WRITE-REFUSED-LINE
              GO TO APPLY-DECISION-END
           END-IF
           IF DEC-APPROVER = SPACES
              MOVE 'APPROVER ID MISSING' TO WS-RESULT-TEXT
              PERFORM WRITE-REFUSED-LINE
              GO TO APPLY-DECISION-END
           END-IF
           MOVE DEC-ENTRY-DATE TO PND-ENTRY-DATE
           MOVE DEC-ENTRY-TIME TO PND-ENTRY-TIME
           MOVE DEC-SEQ        TO PND-SEQ
           READ PEND-FILE
           KEY IS PND-KEY
           INVALID KEY
                IF PEND-ST-NOT-FOUND
                   MOVE 'ITEM NOT ON PENDFILE' TO WS-RESULT-TEXT
                ELSE
                   MOVE 'PENDFILE READ ERROR' TO WS-RESULT-TEXT
                END-IF
                MOVE SPACES TO PND-TRAN
                MOVE SPACES TO PND-MAKER
                PERFORM WRITE-REFUSED-LINE
                GO TO APPLY-DECISION-END
           END-READ
           IF NOT PND-PENDING
              MOVE 'ITEM ALREADY DECIDED' TO WS-RESULT-TEXT
              PERFORM WRITE-REFUSED-LINE
              GO TO APPLY-DECISION-END
           END-IF
           IF DEC-APPROVER = PND-MAKER
              MOVE 'APPROVER IS ENTERING USER' TO WS-RESULT-TEXT
              PERFORM WRITE-REFUSED-LINE
              GO TO APPLY-DECISION-END
           END-IF
           IF DEC-APPROVE
              SET PND-APPROVED TO TRUE
           ELSE
              SET PND-REJECTED TO TRUE
           END-IF
           MOVE DEC-APPROVER TO PND-APPROVER
           MOVE WS-PROC-DATE TO PND-DECIDED
           MOVE DEC-COMMENT  TO PND-COMMENT
           REWRITE PND-REC
           INVALID KEY
                MOVE 'PENDFILE REWRITE FAILED' TO WS-RESULT-TEXT
                PERFORM WRITE-REFUSED-LINE
                GO TO APPLY-DECISION-END
           END-REWRITE
           IF DEC-APPROVE
              ADD 1 TO WS-APPROVED-COUNT
              MOVE 'APPROVED' TO WS-RESULT-TEXT
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'REJECTED' TO WS-RESULT-TEXT
           END-IF
           PERFORM WRITE-DETAIL-LINE.
       APPLY-DECISION-END. EXIT.

      * APPRREL IS WRITTEN AFRESH EACH RUN WITH EVERY ITEM PGEB106 HAS
      * STILL TO TAKE: NEWLY APPROVED ITEMS, MARKED RELEASED HERE, AND
      * ITEMS RELEASED EARLIER THAT NO PGEB106 RUN HAS YET TAKEN
       RELEASE-PARA.
           MOVE LOW-VALUES TO PND-KEY.
           START PEND-FILE KEY NOT LESS PND-KEY
           INVALID KEY
                MOVE 'Y' TO PEND-FILE-EOF
           END-START.
           PERFORM UNTIL PEND-FILE-EOF = 'Y'
               READ PEND-FILE NEXT
                   AT END MOVE 'Y' TO PEND-FILE-EOF
               END-READ
               IF PEND-FILE-EOF NOT = 'Y'
                  PERFORM RELEASE-ONE-PARA THRU RELEASE-ONE-END
               END-IF
           END-PERFORM.

       RELEASE-ONE-PARA.
           IF PND-PENDING
              ADD 1 TO WS-PENDING-COUNT
           END-IF
           IF PND-RELEASED
              MOVE 'RELEASED AGAIN - NOT TAKEN' TO WS-RESULT-TEXT
              PERFORM WRITE-RELEASE-REC-PARA
              GO TO RELEASE-ONE-END
           END-IF
           IF NOT PND-APPROVED
              GO TO RELEASE-ONE-END
           END-IF
           SET PND-RELEASED TO TRUE
           MOVE WS-PROC-DATE TO PND-RELEASE-DATE
           REWRITE PND-REC
           INVALID KEY
                DISPLAY 'PGEB131 PENDFILE REWRITE FAILED: ' PND-KEY
                        ' STATUS ' PEND-ST
                GO TO RELEASE-ONE-END
           END-REWRITE
           MOVE 'RELEASED TO PGEB106' TO WS-RESULT-TEXT
           PERFORM WRITE-RELEASE-REC-PARA.
       RELEASE-ONE-END. EXIT.

       WRITE-RELEASE-REC-PARA.
           MOVE PND-TRAN     TO REL-TRAN.
           MOVE PND-APPROVER TO REL-APPROVER.
           MOVE PND-KEY      TO REL-PEND-KEY.
           WRITE REL-REC.
           ADD 1 TO WS-RELEASED-COUNT.
           PERFORM WRITE-PEND-LINE.

       WRITE-HEADER-PARA.
           MOVE WS-PROC-DATE TO HDR-DATE-O.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.

       WRITE-REFUSED-LINE.
           ADD 1 TO WS-REFUSED-COUNT.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE DEC-ENTRY-DATE TO DET-DATE-O.
           MOVE DEC-ENTRY-TIME TO DET-TIME-O.
           MOVE DEC-SEQ        TO DET-SEQ-O.
           MOVE DEC-APPROVER   TO DET-APPROVER-O.
           MOVE DEC-ACTION     TO DET-DEC-O.
           PERFORM WRITE-ITEM-FIELDS-PARA.

       WRITE-PEND-LINE.
           MOVE PND-ENTRY-DATE TO DET-DATE-O.
           MOVE PND-ENTRY-TIME TO DET-TIME-O.
           MOVE PND-SEQ        TO DET-SEQ-O.
           MOVE PND-APPROVER   TO DET-APPROVER-O.
           MOVE 'A'            TO DET-DEC-O.
           PERFORM WRITE-ITEM-FIELDS-PARA.

       WRITE-ITEM-FIELDS-PARA.
           MOVE PND-T-ID       TO DET-ID-O.
           MOVE PND-T-DVZ      TO DET-DVZ-O.
           MOVE PND-T-ACTION   TO DET-ACTION-O.
           MOVE PND-MAKER      TO DET-MAKER-O.
           MOVE WS-RESULT-TEXT TO DET-RESULT-O.
           WRITE RPT-REC FROM DETAIL-LINE.

       WRITE-TRAILER-PARA.
           MOVE WS-DEC-COUNT      TO FTR-DEC-O.
           MOVE WS-APPROVED-COUNT TO FTR-APPR-O.
           MOVE WS-REJECTED-COUNT TO FTR-REJ-O.
           MOVE WS-REFUSED-COUNT  TO FTR-REF-O.
           WRITE RPT-REC FROM FOOTER-1.
           MOVE WS-RELEASED-COUNT TO FTR-REL-O.
           MOVE WS-PENDING-COUNT  TO FTR-PEND-O.
           WRITE RPT-REC FROM FOOTER-2.

       WRITE-RUNLOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUNLOG-ST-NOFILE
              OPEN OUTPUT RUN-LOG
           END-IF.
           IF RUNLOG-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (RUNLOG): " RUNLOG-ST
              GO TO WRITE-RUNLOG-END
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO RUN-REC.
           MOVE 'PGEB131'         TO RUN-PROGRAM.
           MOVE WS-PROC-DATE      TO RUN-BUSDATE.
           MOVE WS-CURRENT-HMS    TO RUN-ID.
           MOVE WS-DEC-COUNT      TO RUN-IN-COUNT.
           COMPUTE RUN-OUT-COUNT =
                   WS-APPROVED-COUNT + WS-REJECTED-COUNT.
           MOVE WS-REFUSED-COUNT  TO RUN-REJ-COUNT.
           MOVE 'OK'              TO RUN-STATUS.
           WRITE RUN-REC.
           CLOSE RUN-LOG.
       WRITE-RUNLOG-END. EXIT.

       CLOSE-PARA.
           CLOSE PEND-FILE.
           CLOSE DEC-FILE.
           CLOSE REL-FILE.
           CLOSE APPR-RPT.
       EXIT-PARA. EXIT PROGRAM.
