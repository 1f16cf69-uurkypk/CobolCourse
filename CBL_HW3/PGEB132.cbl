       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEB132.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE
              ASSIGN TO PENDFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PND-KEY
              FILE STATUS IS PEND-ST.
           SELECT AGE-RPT
              ASSIGN TO PENDAGE
              FILE STATUS IS RPT-ST.
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
       FD  AGE-RPT RECORDING MODE F.
       01  RPT-REC                  PIC X(120).
       WORKING-STORAGE SECTION.
       01  FLAGS.
           03 PEND-FILE-EOF         PIC X     VALUE SPACE.
           03 PEND-ST               PIC X(02) VALUE SPACES.
               88 PEND-ST-OK                  VALUE '00'.
           03 RPT-ST                PIC X(02) VALUE SPACES.
               88 RPT-ST-OK                   VALUE '00'.
       01  WS-PROC-DATE             PIC 9(08) VALUE 0.
       01  WS-PARM-DATE             PIC X(08) VALUE SPACES.
       01  WS-PARM-DAYS             PIC X(05) VALUE SPACES.
       01  WS-CUTOFF-DAYS           PIC 9(05) VALUE 0.
       01  WS-CURRENT-STAMP.
           03 WS-CURRENT-YMD        PIC 9(08).
           03 FILLER                PIC X(13).
       01  WS-AGE-WORK.
           03 WS-PROC-INT           PIC 9(08) VALUE 0.
           03 WS-ENTRY-INT          PIC 9(08) VALUE 0.
           03 WS-AGE-DAYS           PIC 9(05) VALUE 0.
           03 WS-OLDEST-DAYS        PIC 9(05) VALUE 0.
       01  WS-COUNTS.
           03 WS-READ-COUNT         PIC 9(08) VALUE 0.
           03 WS-PENDING-COUNT      PIC 9(08) VALUE 0.
           03 WS-OVERDUE-COUNT      PIC 9(08) VALUE 0.
       01  HEADER-1.
           03 FILLER         PIC X(32) VALUE
              'ITEMS AWAITING APPROVAL - AGEING'.
           03 FILLER         PIC X(05) VALUE 'FOR '.
           03 HDR-DATE-O     PIC 9(08).
           03 FILLER         PIC X(09) VALUE '  CUTOFF='.
           03 HDR-DAYS-O     PIC ZZZZ9.
           03 FILLER         PIC X(05) VALUE ' DAYS'.
           03 FILLER         PIC X(56) VALUE SPACES.
       01  HEADER-2.
           03 FILLER         PIC X(22) VALUE 'ITEM'.
           03 FILLER         PIC X(07) VALUE 'ID'.
           03 FILLER         PIC X(05) VALUE 'DVZ'.
           03 FILLER         PIC X(04) VALUE 'A'.
           03 FILLER         PIC X(10) VALUE 'ENTERED'.
           03 FILLER         PIC X(17) VALUE 'REASON'.
           03 FILLER         PIC X(20) VALUE '            MOVEMENT'.
           03 FILLER         PIC X(22) VALUE '         BASE AMOUNT'.
           03 FILLER         PIC X(13) VALUE '  AGE'.
       01  DETAIL-LINE.
           03 DET-DATE-O     PIC 9(08).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-TIME-O     PIC X(06).
           03 FILLER         PIC X(01) VALUE '-'.
           03 DET-SEQ-O      PIC 9(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-ID-O       PIC X(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-DVZ-O      PIC X(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-ACTION-O   PIC X(01).
           03 FILLER         PIC X(03) VALUE SPACES.
           03 DET-MAKER-O    PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-REASON-O   PIC X(16).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-MOVE-O     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-BASE-O     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-AGE-O      PIC ZZZZ9.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-FLAG-O     PIC X(07).
       01  FOOTER-LINE.
           03 FILLER         PIC X(11) VALUE 'ITEMS READ='.
           03 FTR-READ-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(10) VALUE '  PENDING='.
           03 FTR-PEND-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(10) VALUE '  OVERDUE='.
           03 FTR-OVER-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(16) VALUE '  OLDEST (DAYS)='.
           03 FTR-OLDEST-O   PIC ZZZZ9.
           03 FILLER         PIC X(38) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-PARMS-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-HEADER-PARA.
           PERFORM PROCESS-PARA.
           PERFORM WRITE-TRAILER-PARA.
           PERFORM CLOSE-PARA.
           STOP RUN.

       GET-PARMS-PARA.
           ACCEPT WS-PARM-DATE.
           IF WS-PARM-DATE NUMERIC AND WS-PARM-DATE NOT = '00000000'
              MOVE WS-PARM-DATE TO WS-PROC-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
              MOVE WS-CURRENT-YMD TO WS-PROC-DATE
           END-IF.
           ACCEPT WS-PARM-DAYS.
           IF WS-PARM-DAYS NOT NUMERIC
              DISPLAY 'PGEB132 CUTOFF DAYS PARAMETER REQUIRED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM-DAYS TO WS-CUTOFF-DAYS.
           COMPUTE WS-PROC-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROC-DATE).
           DISPLAY 'PGEB132 AGEING DATE: ' WS-PROC-DATE
                   ' CUTOFF DAYS: ' WS-CUTOFF-DAYS.

       OPEN-FILES-PARA.
           INITIALIZE PEND-ST RPT-ST.
           OPEN INPUT PEND-FILE
           OPEN OUTPUT AGE-RPT
           IF PEND-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (PENDFILE): " PEND-ST
              GO TO EXIT-PARA
           END-IF.
           IF RPT-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (PENDAGE): " RPT-ST
              GO TO EXIT-PARA
           END-IF.

       PROCESS-PARA.
           PERFORM UNTIL PEND-FILE-EOF = 'Y'
               READ PEND-FILE
                   AT END MOVE 'Y' TO PEND-FILE-EOF
               END-READ
               IF PEND-FILE-EOF NOT = 'Y'
                  PERFORM CHECK-ONE-ITEM-PARA
               END-IF
           END-PERFORM.

      * AN APPROVED ITEM NOT YET RELEASED, OR A RELEASED ONE PGEB106
      * HAS NOT YET TAKEN, IS STILL WAITING AS FAR AS PGEB106 IS
      * CONCERNED, SO IT IS AGED WITH THE PENDING ONES
       CHECK-ONE-ITEM-PARA.
           ADD 1 TO WS-READ-COUNT
           IF PND-PENDING OR PND-APPROVED OR PND-RELEASED
              ADD 1 TO WS-PENDING-COUNT
              MOVE 0 TO WS-AGE-DAYS
              IF PND-ENTRY-DATE NUMERIC
                 AND PND-ENTRY-DATE < WS-PROC-DATE
                 COMPUTE WS-ENTRY-INT =
                     FUNCTION INTEGER-OF-DATE(PND-ENTRY-DATE)
                 COMPUTE WS-AGE-DAYS = WS-PROC-INT - WS-ENTRY-INT
                     ON SIZE ERROR MOVE 99999 TO WS-AGE-DAYS
                 END-COMPUTE
              END-IF
              IF WS-AGE-DAYS > WS-OLDEST-DAYS
                 MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
              END-IF
              PERFORM WRITE-DETAIL-PARA
           END-IF.

       WRITE-HEADER-PARA.
           MOVE WS-PROC-DATE   TO HDR-DATE-O.
           MOVE WS-CUTOFF-DAYS TO HDR-DAYS-O.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.

       WRITE-DETAIL-PARA.
           MOVE PND-ENTRY-DATE    TO DET-DATE-O.
           MOVE PND-ENTRY-TIME    TO DET-TIME-O.
           MOVE PND-SEQ           TO DET-SEQ-O.
           MOVE PND-T-ID          TO DET-ID-O.
           MOVE PND-T-DVZ         TO DET-DVZ-O.
           MOVE PND-T-ACTION      TO DET-ACTION-O.
           MOVE PND-MAKER         TO DET-MAKER-O.
           EVALUATE TRUE
               WHEN PND-APPROVED
                    MOVE 'APPROVED-NOT REL' TO DET-REASON-O
               WHEN PND-RELEASED
                    MOVE 'REL-NOT APPLIED'  TO DET-REASON-O
               WHEN PND-OVER-LIMIT
                    MOVE 'OVER LIMIT'       TO DET-REASON-O
               WHEN PND-NONZERO-DELETE
                    MOVE 'NON-ZERO DELETE'  TO DET-REASON-O
               WHEN PND-NO-RATE
                    MOVE 'NO RATE IN FORCE' TO DET-REASON-O
               WHEN PND-READ-ERROR
                    MOVE 'IDX READ ERROR'   TO DET-REASON-O
           END-EVALUATE.
           MOVE PND-MOVEMENT      TO DET-MOVE-O.
           MOVE PND-BASE-MOVEMENT TO DET-BASE-O.
           MOVE WS-AGE-DAYS       TO DET-AGE-O.
           IF WS-AGE-DAYS > WS-CUTOFF-DAYS
              ADD 1 TO WS-OVERDUE-COUNT
              MOVE 'OVERDUE' TO DET-FLAG-O
           ELSE
              MOVE SPACES TO DET-FLAG-O
           END-IF.
           WRITE RPT-REC FROM DETAIL-LINE.

       WRITE-TRAILER-PARA.
           MOVE WS-READ-COUNT    TO FTR-READ-O.
           MOVE WS-PENDING-COUNT TO FTR-PEND-O.
           MOVE WS-OVERDUE-COUNT TO FTR-OVER-O.
           MOVE WS-OLDEST-DAYS   TO FTR-OLDEST-O.
           WRITE RPT-REC FROM FOOTER-LINE.
           IF WS-OVERDUE-COUNT > 0
              DISPLAY 'PGEB132 ITEMS PAST CUTOFF: ' WS-OVERDUE-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.

       CLOSE-PARA.
           CLOSE PEND-FILE.
           CLOSE AGE-RPT.
       EXIT-PARA. EXIT PROGRAM.
