       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEB126.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE
              ASSIGN TO HOLDFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HLD-KEY
              FILE STATUS IS HOLD-ST.
           SELECT EXP-RPT
              ASSIGN TO HOLDXRPT
              FILE STATUS IS RPT-ST.
           SELECT RUN-LOG
              ASSIGN TO RUNLOG
              FILE STATUS IS RUNLOG-ST.
       DATA DIVISION.
       FILE SECTION.
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
       FD  EXP-RPT RECORDING MODE F.
       01  RPT-REC.
           03 RPT-ID-O               PIC 9(05).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 RPT-DVZ-O              PIC 9(03).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 RPT-HOLD-O             PIC 9(04).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 RPT-AMOUNT-O           PIC ---,---,---,---,--9.
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 RPT-REASON-O           PIC X(04).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 RPT-PLACED-O           PIC 9(08).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 RPT-EXPIRY-O           PIC 9(08).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 RPT-RESULT-O           PIC X(16).
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
           03 HOLD-FILE-EOF         PIC X     VALUE SPACE.
           03 HOLD-ST               PIC X(02) VALUE SPACES.
               88 HOLD-ST-OK                  VALUE '00'.
           03 RPT-ST                PIC X(02) VALUE SPACES.
               88 RPT-ST-OK                   VALUE '00'.
           03 RUNLOG-ST             PIC X(02) VALUE SPACES.
               88 RUNLOG-ST-OK                VALUE '00'.
               88 RUNLOG-ST-NOFILE            VALUE '35'.
       01  WS-COUNTS.
           03 WS-READ-COUNT         PIC 9(08) VALUE 0.
           03 WS-EXPIRED-COUNT      PIC 9(08) VALUE 0.
           03 WS-RELEASED-COUNT     PIC 9(08) VALUE 0.
           03 WS-FAILED-COUNT       PIC 9(08) VALUE 0.
       01  WS-PROC-DATE             PIC 9(08) VALUE 0.
       01  WS-PARM-DATE             PIC X(08) VALUE SPACES.
       01  WS-CURRENT-STAMP.
           03 WS-CURRENT-YMD        PIC 9(08).
           03 WS-CURRENT-HMS        PIC X(06).
           03 FILLER                PIC X(07).
       01  HEADER-1.
           03 FILLER         PIC X(30) VALUE 'EXPIRED HOLDS RELEASED'.
           03 FILLER         PIC X(16) VALUE 'PROCESSING DATE '.
           03 HDR-DATE-O     PIC 9(08).
           03 FILLER         PIC X(30) VALUE SPACES.
       01  HEADER-2.
           03 FILLER         PIC X(07) VALUE 'ID'.
           03 FILLER         PIC X(05) VALUE 'DVZ'.
           03 FILLER         PIC X(06) VALUE 'HOLD'.
           03 FILLER         PIC X(21) VALUE '               AMOUNT'.
           03 FILLER         PIC X(06) VALUE 'RSN'.
           03 FILLER         PIC X(10) VALUE 'PLACED'.
           03 FILLER         PIC X(10) VALUE 'EXPIRY'.
           03 FILLER         PIC X(16) VALUE 'RESULT'.
       01  FOOTER-LINE.
           03 FILLER         PIC X(11) VALUE 'HOLDS READ='.
           03 FTR-READ-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(08) VALUE 'EXPIRED='.
           03 FTR-EXP-O      PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE 'RELEASED='.
           03 FTR-REL-O      PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(07) VALUE 'FAILED='.
           03 FTR-FAIL-O     PIC ZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-PROC-DATE-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-HEADER-PARA.
           PERFORM PROCESS-PARA.
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
           DISPLAY 'PGEB126 PROCESSING DATE: ' WS-PROC-DATE.

       OPEN-FILES-PARA.
           INITIALIZE HOLD-ST RPT-ST.
           OPEN I-O HOLD-FILE
           OPEN OUTPUT EXP-RPT
           IF HOLD-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (HOLDFILE): " HOLD-ST
              GO TO EXIT-PARA
           END-IF.
           IF RPT-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (HOLDXRPT): " RPT-ST
              GO TO EXIT-PARA
           END-IF.

      * A HOLD WITH AN EXPIRY DATE IS IN FORCE UP TO AND INCLUDING
      * THAT DATE; IT IS RELEASED ON THE FIRST RUN AFTER IT. HOLDS
      * WITH NO EXPIRY STAY UNTIL RELEASED THROUGH PGEB125.
       PROCESS-PARA.
           PERFORM UNTIL HOLD-FILE-EOF = 'Y'
               READ HOLD-FILE NEXT
                   AT END MOVE 'Y' TO HOLD-FILE-EOF
               END-READ
               IF HOLD-FILE-EOF NOT = 'Y'
                  ADD 1 TO WS-READ-COUNT
                  IF HLD-EXPIRY NOT = 0
                     AND HLD-EXPIRY < WS-PROC-DATE
                     PERFORM EXPIRE-HOLD-PARA
                  END-IF
               END-IF
           END-PERFORM.

       EXPIRE-HOLD-PARA.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE SPACES TO RPT-REC.
           MOVE HLD-ID     TO RPT-ID-O.
           MOVE HLD-DVZ    TO RPT-DVZ-O.
           MOVE HLD-NO     TO RPT-HOLD-O.
           MOVE HLD-AMOUNT TO RPT-AMOUNT-O.
           MOVE HLD-REASON TO RPT-REASON-O.
           MOVE HLD-PLACED TO RPT-PLACED-O.
           MOVE HLD-EXPIRY TO RPT-EXPIRY-O.
           DELETE HOLD-FILE
           INVALID KEY
                MOVE 'DELETE FAILED' TO RPT-RESULT-O
                ADD 1 TO WS-FAILED-COUNT
           NOT INVALID KEY
                MOVE 'RELEASED' TO RPT-RESULT-O
                ADD 1 TO WS-RELEASED-COUNT
           END-DELETE.
           WRITE RPT-REC.

       WRITE-HEADER-PARA.
           MOVE WS-PROC-DATE TO HDR-DATE-O.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.

       WRITE-TRAILER-PARA.
           MOVE WS-READ-COUNT     TO FTR-READ-O.
           MOVE WS-EXPIRED-COUNT  TO FTR-EXP-O.
           MOVE WS-RELEASED-COUNT TO FTR-REL-O.
           MOVE WS-FAILED-COUNT   TO FTR-FAIL-O.
           WRITE RPT-REC FROM FOOTER-LINE.

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
           MOVE 'PGEB126'         TO RUN-PROGRAM.
           MOVE WS-PROC-DATE      TO RUN-BUSDATE.
           MOVE WS-CURRENT-HMS    TO RUN-ID.
           MOVE WS-EXPIRED-COUNT  TO RUN-IN-COUNT.
           MOVE WS-RELEASED-COUNT TO RUN-OUT-COUNT.
           MOVE WS-FAILED-COUNT   TO RUN-REJ-COUNT.
           MOVE 'OK'              TO RUN-STATUS.
           WRITE RUN-REC.
           CLOSE RUN-LOG.
       WRITE-RUNLOG-END. EXIT.

       CLOSE-PARA.
           CLOSE HOLD-FILE.
           CLOSE EXP-RPT.
       EXIT-PARA. EXIT PROGRAM.
