       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEB129.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE
              ASSIGN TO IDXFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
           SELECT RATE-FILE
              ASSIGN TO RATEFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RATE-KEY
              FILE STATUS IS RATE-ST.
           SELECT CUS-FILE
              ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUS-ID
              FILE STATUS IS CUS-ST.
           SELECT GL-FILE
              ASSIGN TO REVALGL
              FILE STATUS IS GL-ST.
           SELECT REVAL-RPT
              ASSIGN TO REVALRPT
              FILE STATUS IS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
       01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID            PIC S9(5) COMP-3.
              05 IDX-DVZ           PIC S9(3) COMP.
           03 IDX-NAME             PIC X(30).
           03 IDX-DATE             PIC S9(07) COMP-3.
           03 IDX-BALANCE          PIC S9(15) COMP-3.
           03 IDX-LAST-ACT         PIC 9(08).
       FD  RATE-FILE.
       01  RATE-REC.
           03 RATE-KEY.
              05 RATE-DVZ          PIC S9(3) COMP.
              05 RATE-DATE         PIC 9(8).
           03 RATE-VALUE           PIC 9(7)V9(6) COMP-3.
       FD  CUS-FILE.
       01  CUS-REC.
           03 CUS-ID               PIC 9(05).
           03 CUS-NAME             PIC X(30).
           03 CUS-ADDR-1           PIC X(30).
           03 CUS-ADDR-2           PIC X(30).
           03 CUS-ADDR-3           PIC X(30).
           03 CUS-SEGMENT          PIC X(03).
           03 CUS-OPEN-DATE        PIC 9(08).
           03 CUS-STATUS           PIC X(01).
              88 CUS-ACTIVE                 VALUE 'A'.
              88 CUS-CLOSED                 VALUE 'C'.
              88 CUS-DECEASED               VALUE 'D'.
           03 FILLER               PIC X(20).
      * GL INTERFACE LAYOUT AS WRITTEN BY PGEB128
       FD  GL-FILE RECORDING MODE F.
       01  GL-REC.
           03 GL-TYPE               PIC X(01).
              88 GL-HEADER-REC               VALUE 'H'.
              88 GL-DETAIL-REC               VALUE 'D'.
              88 GL-TRAILER-REC              VALUE 'T'.
           03 GL-DETAIL.
              05 GL-D-DATE          PIC 9(08).
              05 GL-D-ACCOUNT       PIC X(08).
              05 GL-D-DC            PIC X(01).
                 88 GL-D-DEBIT               VALUE 'D'.
                 88 GL-D-CREDIT              VALUE 'C'.
              05 GL-D-DVZ           PIC 9(03).
              05 GL-D-AMOUNT        PIC 9(15).
              05 GL-D-RATE          PIC 9(7)V9(6).
              05 GL-D-BASE-AMOUNT   PIC 9(13)V99.
              05 GL-D-CUST-ID       PIC 9(05).
              05 GL-D-BATCH         PIC X(08).
              05 GL-D-REF           PIC X(12).
              05 GL-D-SOURCE        PIC X(08).
              05 GL-D-NARR          PIC X(17).
              05 FILLER             PIC X(14).
           03 GL-HEADER REDEFINES GL-DETAIL.
              05 GL-H-DATE          PIC 9(08).
              05 GL-H-SOURCE        PIC X(08).
              05 GL-H-CREATED       PIC X(14).
              05 FILLER             PIC X(97).
           03 GL-TRAILER REDEFINES GL-DETAIL.
              05 GL-T-COUNT         PIC 9(08).
              05 GL-T-HASH          PIC 9(17).
              05 GL-T-DEBITS        PIC 9(15)V99.
              05 GL-T-CREDITS       PIC 9(15)V99.
              05 FILLER             PIC X(68).
       FD  REVAL-RPT RECORDING MODE F.
       01  RPT-REC                  PIC X(132).
       WORKING-STORAGE SECTION.
       01  FLAGS.
           03 IDX-FILE-EOF          PIC X     VALUE SPACE.
           03 IDX-ST                PIC X(02) VALUE SPACES.
               88 IDX-ST-OK                   VALUE '00'.
           03 RATE-ST               PIC X(02) VALUE SPACES.
               88 RATE-ST-OK                  VALUE '00'.
           03 CUS-ST                PIC X(02) VALUE SPACES.
               88 CUS-ST-OK                   VALUE '00'.
           03 GL-ST                 PIC X(02) VALUE SPACES.
               88 GL-ST-OK                    VALUE '00'.
           03 RPT-ST                PIC X(02) VALUE SPACES.
               88 RPT-ST-OK                   VALUE '00'.
           03 WS-RATE-FOUND-SW      PIC X(01) VALUE 'Y'.
               88 RATE-FOUND                  VALUE 'Y'.
               88 RATE-NOT-FOUND              VALUE 'N'.
           03 WS-RATE-SCAN-SW       PIC X(01) VALUE 'N'.
               88 RATE-SCAN-DONE              VALUE 'Y'.
               88 RATE-SCAN-ACTIVE            VALUE 'N'.
           03 WS-GROUP-SW           PIC X(01) VALUE 'N'.
               88 GROUP-ACTIVE                VALUE 'Y'.
               88 GROUP-INACTIVE              VALUE 'N'.
           03 WS-CUST-HDR-SW        PIC X(01) VALUE 'N'.
               88 CUST-HDR-WRITTEN            VALUE 'Y'.
               88 CUST-HDR-PENDING            VALUE 'N'.
       01  WS-PERIOD.
           03 WS-PARM-PRIOR         PIC X(08) VALUE SPACES.
           03 WS-PARM-CURRENT       PIC X(08) VALUE SPACES.
           03 WS-PRIOR-DATE         PIC 9(08) VALUE 0.
           03 WS-CURR-DATE          PIC 9(08) VALUE 0.
           03 WS-CURR-DATE-R REDEFINES WS-CURR-DATE.
              05 WS-CURR-YYYY       PIC 9(04).
              05 WS-CURR-MM         PIC 9(02).
              05 WS-CURR-DD         PIC 9(02).
           03 WS-REVERSE-DATE       PIC 9(08) VALUE 0.
           03 WS-REVERSE-DATE-R REDEFINES WS-REVERSE-DATE.
              05 WS-REVERSE-YYYY    PIC 9(04).
              05 WS-REVERSE-MM      PIC 9(02).
              05 WS-REVERSE-DD      PIC 9(02).
       01  WS-CURRENT-STAMP.
           03 WS-CURRENT-YMD        PIC 9(08).
           03 WS-CURRENT-HMS        PIC X(06).
           03 FILLER                PIC X(07).
      * GL ACCOUNTS ARE THE PREFIX FOLLOWED BY THE DVZ CODE
       01  WS-GL-ACCOUNTS.
           03 WS-LIAB-ACCOUNT.
              05 WS-LIAB-PREFIX     PIC X(05) VALUE '20100'.
              05 WS-LIAB-DVZ        PIC 9(03) VALUE 0.
           03 WS-REVAL-ACCOUNT.
              05 WS-REVAL-PREFIX    PIC X(05) VALUE '48100'.
              05 WS-REVAL-DVZ       PIC 9(03) VALUE 0.
       01  WS-POSTING-WORK.
           03 WS-POST-DATE          PIC 9(08) VALUE 0.
           03 WS-POST-LIAB-DC       PIC X(01) VALUE SPACE.
           03 WS-POST-REVAL-DC      PIC X(01) VALUE SPACE.
           03 WS-POST-SWAP-DC       PIC X(01) VALUE SPACE.
           03 WS-POST-REF.
              05 WS-POST-REF-TYPE   PIC X(04) VALUE SPACES.
              05 WS-POST-REF-DATE   PIC 9(08) VALUE 0.
           03 WS-POST-NARR          PIC X(17) VALUE SPACES.
       01  WS-VALUE-WORK.
           03 WS-WORK-DVZ           PIC S9(3) COMP VALUE 0.
           03 WS-WORK-DATE          PIC 9(08) VALUE 0.
           03 WS-RATE-VALUE         PIC 9(7)V9(6) VALUE 0.
           03 WS-PRIOR-BASE         PIC S9(13)V99 VALUE 0.
           03 WS-REVAL-BASE         PIC S9(13)V99 VALUE 0.
           03 WS-GAIN-LOSS          PIC S9(13)V99 VALUE 0.
           03 WS-CHANGE-AMOUNT      PIC 9(13)V99 VALUE 0.
           03 WS-EXC-REASON         PIC X(30) VALUE SPACES.
       01  WS-CUR-ID                PIC S9(5) COMP-3 VALUE 0.
       01  WS-CUR-NAME              PIC X(30) VALUE SPACES.
       01  WS-CUST-TOTALS.
           03 WS-CUST-PRIOR         PIC S9(15)V99 VALUE 0.
           03 WS-CUST-REVAL         PIC S9(15)V99 VALUE 0.
           03 WS-CUST-GL            PIC S9(15)V99 VALUE 0.
       01  WS-GRAND-TOTALS.
           03 WS-GRAND-PRIOR        PIC S9(15)V99 VALUE 0.
           03 WS-GRAND-REVAL        PIC S9(15)V99 VALUE 0.
           03 WS-GRAND-GL           PIC S9(15)V99 VALUE 0.
       01  WS-GL-TOTALS.
           03 WS-GL-LINES           PIC 9(08) VALUE 0.
           03 WS-GL-HASH            PIC 9(17) VALUE 0.
           03 WS-BASE-DEBITS        PIC 9(15)V99 VALUE 0.
           03 WS-BASE-CREDITS       PIC 9(15)V99 VALUE 0.
       01  WS-COUNTS.
           03 WS-READ-COUNT         PIC 9(08) VALUE 0.
           03 WS-REVALUED-COUNT     PIC 9(08) VALUE 0.
           03 WS-BASE-COUNT         PIC 9(08) VALUE 0.
           03 WS-EXC-COUNT          PIC 9(08) VALUE 0.
           03 WS-CUST-COUNT         PIC 9(08) VALUE 0.
      * RATES ARE LOOKED UP ONCE PER DVZ; THE TOTALS FEED THE
      * CURRENCY SUBTOTAL SECTION
       01  WS-DVZ-SUB               PIC 9(04) COMP VALUE 0.
       01  WS-DVZ-HIT               PIC 9(04) VALUE 0.
       01  WS-DVZ-TABLE.
           03 WS-DVZ-COUNT          PIC 9(04) VALUE 0.
           03 WS-DVZ-ENTRY OCCURS 50 TIMES.
              05 WS-DVZ-CODE        PIC S9(3) COMP.
              05 WS-DVZ-PRIOR-RATE  PIC 9(7)V9(6).
              05 WS-DVZ-CURR-RATE   PIC 9(7)V9(6).
              05 WS-DVZ-PRIOR-SW    PIC X(01).
                 88 DVZ-PRIOR-FOUND          VALUE 'Y'.
                 88 DVZ-PRIOR-MISSING        VALUE 'N'.
              05 WS-DVZ-CURR-SW     PIC X(01).
                 88 DVZ-CURR-FOUND           VALUE 'Y'.
                 88 DVZ-CURR-MISSING         VALUE 'N'.
              05 WS-DVZ-ACCOUNTS    PIC 9(08).
              05 WS-DVZ-BALANCE     PIC S9(17).
              05 WS-DVZ-PRIOR-BASE  PIC S9(15)V99.
              05 WS-DVZ-REVAL-BASE  PIC S9(15)V99.
              05 WS-DVZ-GAIN-LOSS   PIC S9(15)V99.
      * ACCOUNTS THAT CANNOT BE VALUED ARE HELD FOR THE EXCEPTION
      * SECTION AT THE END OF THE REPORT
       01  WS-EXC-SUB               PIC 9(04) COMP VALUE 0.
       01  WS-EXC-TABLE.
           03 WS-EXC-ENTRY OCCURS 1000 TIMES.
              05 WS-EXC-ID          PIC 9(05).
              05 WS-EXC-DVZ         PIC 9(03).
              05 WS-EXC-BALANCE     PIC S9(15).
              05 WS-EXC-TEXT        PIC X(30).
       01  HEADER-1.
           03 FILLER         PIC X(40) VALUE
              'FX REVALUATION - UNREALISED GAIN/LOSS'.
           03 FILLER         PIC X(13) VALUE 'PRIOR PERIOD '.
           03 HDR-PRIOR-O    PIC 9(08).
           03 FILLER         PIC X(17) VALUE '  CURRENT PERIOD '.
           03 HDR-CURR-O     PIC 9(08).
           03 FILLER         PIC X(46) VALUE SPACES.
       01  HEADER-2.
           03 FILLER         PIC X(07) VALUE 'ID'.
           03 FILLER         PIC X(05) VALUE 'DVZ'.
           03 FILLER         PIC X(22) VALUE '             BALANCE'.
           03 FILLER         PIC X(15) VALUE '    PRIOR RATE'.
           03 FILLER         PIC X(15) VALUE '  CURRENT RATE'.
           03 FILLER         PIC X(20) VALUE '         PRIOR BASE'.
           03 FILLER         PIC X(20) VALUE '      REVALUED BASE'.
           03 FILLER         PIC X(19) VALUE '   GAIN(+)/LOSS(-)'.
           03 FILLER         PIC X(09) VALUE SPACES.
       01  CUSTOMER-LINE.
           03 FILLER         PIC X(09) VALUE 'CUSTOMER '.
           03 CUST-ID-O      PIC ZZZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CUST-NAME-O    PIC X(30).
           03 FILLER         PIC X(86) VALUE SPACES.
       01  DETAIL-LINE.
           03 DET-ID-O       PIC ZZZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-DVZ-O      PIC ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-BALANCE-O  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-PRATE-O    PIC Z(6)9.9(6).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-CRATE-O    PIC Z(6)9.9(6).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-PBASE-O    PIC -(15)9.99.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-RBASE-O    PIC -(15)9.99.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 DET-GL-O       PIC -(15)9.99.
           03 FILLER         PIC X(09) VALUE SPACES.
       01  TOTAL-LINE.
           03 TOT-LABEL-O    PIC X(64).
           03 TOT-PBASE-O    PIC -(15)9.99.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 TOT-RBASE-O    PIC -(15)9.99.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 TOT-GL-O       PIC -(15)9.99.
           03 FILLER         PIC X(09) VALUE SPACES.
       01  SECTION-LINE.
           03 SEC-TITLE-O    PIC X(40).
           03 FILLER         PIC X(92) VALUE SPACES.
       01  CURRENCY-LINE.
           03 FILLER         PIC X(07) VALUE 'DVZ'.
           03 CCY-DVZ-O      PIC ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CCY-BALANCE-O  PIC -(19)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CCY-PRATE-O    PIC Z(6)9.9(6).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 CCY-CRATE-O    PIC Z(6)9.9(6).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 CCY-PBASE-O    PIC -(15)9.99.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 CCY-RBASE-O    PIC -(15)9.99.
           03 FILLER         PIC X(01) VALUE SPACES.
           03 CCY-GL-O       PIC -(15)9.99.
           03 FILLER         PIC X(09) VALUE SPACES.
       01  EXCEPTION-LINE.
           03 EXC-ID-O       PIC ZZZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 EXC-DVZ-O      PIC ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 EXC-BALANCE-O  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 EXC-REASON-O   PIC X(30).
           03 FILLER         PIC X(68) VALUE SPACES.
       01  FOOTER-LINE.
           03 FILLER         PIC X(14) VALUE 'ACCOUNTS READ='.
           03 FTR-READ-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(11) VALUE ' REVALUED='.
           03 FTR-REVAL-O    PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(11) VALUE ' BASE CCY='.
           03 FTR-BASE-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(12) VALUE ' EXCEPTIONS='.
           03 FTR-EXC-O      PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(11) VALUE ' CUSTOMERS='.
           03 FTR-CUST-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(11) VALUE ' GL LINES='.
           03 FTR-LINES-O    PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-PERIOD-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-HEADER-PARA.
           PERFORM PROCESS-PARA.
           IF GROUP-ACTIVE
              PERFORM CUSTOMER-BREAK-PARA
           END-IF.
           PERFORM WRITE-CURRENCY-PARA.
           PERFORM WRITE-EXCEPTIONS-PARA.
           PERFORM WRITE-TRAILER-PARA.
           PERFORM CLOSE-PARA.
           STOP RUN.

      * PRIOR AND CURRENT PERIOD-END DATES ARE BOTH REQUIRED. THE
      * REVERSAL IS DATED THE FIRST DAY OF THE MONTH AFTER THE
      * CURRENT PERIOD END
       GET-PERIOD-PARA.
           ACCEPT WS-PARM-PRIOR.
           ACCEPT WS-PARM-CURRENT.
           IF WS-PARM-PRIOR NOT NUMERIC OR WS-PARM-CURRENT NOT NUMERIC
              DISPLAY 'PGEB129 PRIOR AND CURRENT PERIOD DATES REQUIRED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM-PRIOR   TO WS-PRIOR-DATE.
           MOVE WS-PARM-CURRENT TO WS-CURR-DATE.
           IF WS-PRIOR-DATE NOT < WS-CURR-DATE
              DISPLAY 'PGEB129 PRIOR PERIOD NOT BEFORE CURRENT PERIOD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-CURR-DATE TO WS-REVERSE-DATE.
           MOVE 1 TO WS-REVERSE-DD.
           IF WS-CURR-MM = 12
              ADD 1 TO WS-REVERSE-YYYY
              MOVE 1 TO WS-REVERSE-MM
           ELSE
              ADD 1 TO WS-REVERSE-MM
           END-IF.
           DISPLAY 'PGEB129 REVALUATION PERIOD: ' WS-PRIOR-DATE
                   ' - ' WS-CURR-DATE ' REVERSAL: ' WS-REVERSE-DATE.

       OPEN-FILES-PARA.
           INITIALIZE IDX-ST RATE-ST CUS-ST GL-ST RPT-ST.
           OPEN INPUT IDX-FILE
           OPEN INPUT RATE-FILE
           OPEN INPUT CUS-FILE
           OPEN OUTPUT GL-FILE
           OPEN OUTPUT REVAL-RPT
           IF IDX-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (IDXFILE): " IDX-ST
              GO TO EXIT-PARA
           END-IF.
           IF RATE-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (RATEFILE): " RATE-ST
              GO TO EXIT-PARA
           END-IF.
           IF CUS-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (CUSTMAST): " CUS-ST
              GO TO EXIT-PARA
           END-IF.
           IF GL-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (REVALGL): " GL-ST
              GO TO EXIT-PARA
           END-IF.
           IF RPT-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (REVALRPT): " RPT-ST
              GO TO EXIT-PARA
           END-IF.

       PROCESS-PARA.
           PERFORM UNTIL IDX-FILE-EOF = 'Y'
               READ IDX-FILE
                   AT END MOVE 'Y' TO IDX-FILE-EOF
               END-READ
               IF IDX-FILE-EOF NOT = 'Y'
                  PERFORM REVALUE-ONE-RECORD
                      THRU REVALUE-ONE-RECORD-END
               END-IF
           END-PERFORM.

       REVALUE-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           IF GROUP-INACTIVE OR IDX-ID NOT = WS-CUR-ID
              IF GROUP-ACTIVE
                 PERFORM CUSTOMER-BREAK-PARA
              END-IF
              MOVE IDX-ID   TO WS-CUR-ID
              MOVE IDX-NAME TO WS-CUR-NAME
              PERFORM LOOKUP-CUSTOMER-PARA
              MOVE 0 TO WS-CUST-PRIOR WS-CUST-REVAL WS-CUST-GL
              SET GROUP-ACTIVE TO TRUE
              SET CUST-HDR-PENDING TO TRUE
           END-IF
           MOVE IDX-DVZ TO WS-WORK-DVZ
           PERFORM FIND-DVZ-PARA
      * A DVZ AT RATE 1 ON BOTH DATES IS THE BASE CURRENCY, AS RATEFILE
      * HAS IT, AND IS NOT REVALUED
           IF DVZ-PRIOR-FOUND (WS-DVZ-HIT)
              AND DVZ-CURR-FOUND (WS-DVZ-HIT)
              AND WS-DVZ-PRIOR-RATE (WS-DVZ-HIT) = 1
              AND WS-DVZ-CURR-RATE (WS-DVZ-HIT) = 1
              ADD 1 TO WS-BASE-COUNT
              GO TO REVALUE-ONE-RECORD-END
           END-IF
           EVALUATE TRUE
               WHEN DVZ-PRIOR-MISSING (WS-DVZ-HIT)
                    AND DVZ-CURR-MISSING (WS-DVZ-HIT)
                    MOVE 'NO RATE ON EITHER DATE' TO WS-EXC-REASON
               WHEN DVZ-PRIOR-MISSING (WS-DVZ-HIT)
                    MOVE 'NO RATE ON PRIOR PERIOD DATE'
                      TO WS-EXC-REASON
               WHEN DVZ-CURR-MISSING (WS-DVZ-HIT)
                    MOVE 'NO RATE ON CURRENT PERIOD DATE'
                      TO WS-EXC-REASON
               WHEN OTHER
                    MOVE SPACES TO WS-EXC-REASON
           END-EVALUATE
           IF WS-EXC-REASON NOT = SPACES
              PERFORM NOTE-EXCEPTION-PARA
              GO TO REVALUE-ONE-RECORD-END
           END-IF
           COMPUTE WS-PRIOR-BASE ROUNDED =
                   IDX-BALANCE * WS-DVZ-PRIOR-RATE (WS-DVZ-HIT)
           COMPUTE WS-REVAL-BASE ROUNDED =
                   IDX-BALANCE * WS-DVZ-CURR-RATE (WS-DVZ-HIT)
           COMPUTE WS-GAIN-LOSS = WS-PRIOR-BASE - WS-REVAL-BASE
           ADD 1 TO WS-REVALUED-COUNT
           ADD 1 TO WS-DVZ-ACCOUNTS (WS-DVZ-HIT)
           ADD IDX-BALANCE   TO WS-DVZ-BALANCE (WS-DVZ-HIT)
           ADD WS-PRIOR-BASE TO WS-DVZ-PRIOR-BASE (WS-DVZ-HIT)
                                WS-CUST-PRIOR WS-GRAND-PRIOR
           ADD WS-REVAL-BASE TO WS-DVZ-REVAL-BASE (WS-DVZ-HIT)
                                WS-CUST-REVAL WS-GRAND-REVAL
           ADD WS-GAIN-LOSS  TO WS-DVZ-GAIN-LOSS (WS-DVZ-HIT)
                                WS-CUST-GL WS-GRAND-GL
           IF CUST-HDR-PENDING
              PERFORM WRITE-CUSTOMER-PARA
           END-IF
           PERFORM WRITE-DETAIL-PARA
           IF WS-GAIN-LOSS NOT = 0
              PERFORM WRITE-REVAL-POSTINGS-PARA
           END-IF.
       REVALUE-ONE-RECORD-END. EXIT.

       NOTE-EXCEPTION-PARA.
           IF WS-EXC-COUNT >= 1000
              DISPLAY 'EXCEPTION TABLE FULL - REVALUATION ABANDONED'
              MOVE 16 TO RETURN-CODE
              PERFORM CLOSE-PARA
              STOP RUN
           END-IF.
           ADD 1 TO WS-EXC-COUNT.
           MOVE IDX-ID        TO WS-EXC-ID (WS-EXC-COUNT).
           MOVE IDX-DVZ       TO WS-EXC-DVZ (WS-EXC-COUNT).
           MOVE IDX-BALANCE   TO WS-EXC-BALANCE (WS-EXC-COUNT).
           MOVE WS-EXC-REASON TO WS-EXC-TEXT (WS-EXC-COUNT).

      * THE BASE VALUE OF A CUSTOMER BALANCE IS A LIABILITY: A RISE
      * IN IT IS CREDITED TO THE LIABILITY ACCOUNT AND DEBITED TO
      * REVALUATION, A FALL THE REVERSE. THE SAME PAIR IS WRITTEN
      * AGAIN WITH SIDES SWAPPED, DATED FOR THE DAY-ONE REVERSAL
       WRITE-REVAL-POSTINGS-PARA.
           IF WS-GAIN-LOSS < 0
              COMPUTE WS-CHANGE-AMOUNT = 0 - WS-GAIN-LOSS
              MOVE 'C' TO WS-POST-LIAB-DC
              MOVE 'D' TO WS-POST-REVAL-DC
           ELSE
              MOVE WS-GAIN-LOSS TO WS-CHANGE-AMOUNT
              MOVE 'D' TO WS-POST-LIAB-DC
              MOVE 'C' TO WS-POST-REVAL-DC
           END-IF.
           MOVE WS-CURR-DATE     TO WS-POST-DATE WS-POST-REF-DATE.
           MOVE 'REVL'           TO WS-POST-REF-TYPE.
           MOVE 'FX REVALUATION' TO WS-POST-NARR.
           PERFORM WRITE-REVAL-PAIR-PARA.
           MOVE WS-POST-LIAB-DC  TO WS-POST-SWAP-DC.
           MOVE WS-POST-REVAL-DC TO WS-POST-LIAB-DC.
           MOVE WS-POST-SWAP-DC  TO WS-POST-REVAL-DC.
           MOVE WS-REVERSE-DATE  TO WS-POST-DATE.
           MOVE 'REVR'           TO WS-POST-REF-TYPE.
           MOVE 'FX REVAL REVERSAL' TO WS-POST-NARR.
           PERFORM WRITE-REVAL-PAIR-PARA.

       WRITE-REVAL-PAIR-PARA.
           MOVE WS-DVZ-CODE (WS-DVZ-HIT) TO WS-LIAB-DVZ WS-REVAL-DVZ.
           MOVE SPACES TO GL-REC.
           SET GL-DETAIL-REC TO TRUE.
           MOVE WS-POST-DATE     TO GL-D-DATE.
           MOVE WS-DVZ-CODE (WS-DVZ-HIT) TO GL-D-DVZ.
           MOVE 0                TO GL-D-AMOUNT.
           MOVE WS-DVZ-CURR-RATE (WS-DVZ-HIT) TO GL-D-RATE.
           MOVE WS-CHANGE-AMOUNT TO GL-D-BASE-AMOUNT.
           MOVE IDX-ID           TO GL-D-CUST-ID.
           MOVE 'FXREVAL'        TO GL-D-BATCH.
           MOVE WS-POST-REF      TO GL-D-REF.
           MOVE 'PGEB129'        TO GL-D-SOURCE.
           MOVE WS-POST-NARR     TO GL-D-NARR.
           MOVE WS-LIAB-ACCOUNT  TO GL-D-ACCOUNT.
           MOVE WS-POST-LIAB-DC  TO GL-D-DC.
           PERFORM WRITE-GL-DETAIL-PARA.
           MOVE WS-REVAL-ACCOUNT TO GL-D-ACCOUNT.
           MOVE WS-POST-REVAL-DC TO GL-D-DC.
           PERFORM WRITE-GL-DETAIL-PARA.

       WRITE-GL-DETAIL-PARA.
           WRITE GL-REC.
           ADD 1 TO WS-GL-LINES.
           ADD GL-D-AMOUNT TO WS-GL-HASH.
           IF GL-D-DEBIT
              ADD GL-D-BASE-AMOUNT TO WS-BASE-DEBITS
           ELSE
              ADD GL-D-BASE-AMOUNT TO WS-BASE-CREDITS
           END-IF.

       FIND-DVZ-PARA.
           MOVE 0 TO WS-DVZ-HIT
           PERFORM FIND-DVZ-STEP
               VARYING WS-DVZ-SUB FROM 1 BY 1
               UNTIL WS-DVZ-SUB > WS-DVZ-COUNT
           IF WS-DVZ-HIT = 0
              IF WS-DVZ-COUNT >= 50
                 DISPLAY 'DVZ TABLE FULL - REVALUATION ABANDONED'
                 MOVE 16 TO RETURN-CODE
                 PERFORM CLOSE-PARA
                 STOP RUN
              END-IF
              ADD 1 TO WS-DVZ-COUNT
              MOVE WS-DVZ-COUNT TO WS-DVZ-HIT
              MOVE WS-WORK-DVZ TO WS-DVZ-CODE (WS-DVZ-HIT)
              MOVE 0 TO WS-DVZ-ACCOUNTS (WS-DVZ-HIT)
              MOVE 0 TO WS-DVZ-BALANCE (WS-DVZ-HIT)
              MOVE 0 TO WS-DVZ-PRIOR-BASE (WS-DVZ-HIT)
              MOVE 0 TO WS-DVZ-REVAL-BASE (WS-DVZ-HIT)
              MOVE 0 TO WS-DVZ-GAIN-LOSS (WS-DVZ-HIT)
              MOVE WS-PRIOR-DATE TO WS-WORK-DATE
              PERFORM LOOKUP-RATE-PARA
              MOVE WS-RATE-VALUE TO WS-DVZ-PRIOR-RATE (WS-DVZ-HIT)
              IF RATE-FOUND
                 SET DVZ-PRIOR-FOUND (WS-DVZ-HIT) TO TRUE
              ELSE
                 SET DVZ-PRIOR-MISSING (WS-DVZ-HIT) TO TRUE
              END-IF
              MOVE WS-CURR-DATE TO WS-WORK-DATE
              PERFORM LOOKUP-RATE-PARA
              MOVE WS-RATE-VALUE TO WS-DVZ-CURR-RATE (WS-DVZ-HIT)
              IF RATE-FOUND
                 SET DVZ-CURR-FOUND (WS-DVZ-HIT) TO TRUE
              ELSE
                 SET DVZ-CURR-MISSING (WS-DVZ-HIT) TO TRUE
              END-IF
           END-IF.

       FIND-DVZ-STEP.
           IF WS-DVZ-CODE (WS-DVZ-SUB) = WS-WORK-DVZ
              MOVE WS-DVZ-SUB TO WS-DVZ-HIT
           END-IF.

      * THE RATE IN FORCE ON WS-WORK-DATE
      * THE NAME COMES FROM THE CUSTOMER MASTER; A CUSTOMER NOT YET ON
      * THE MASTER KEEPS THE NAME FROM THE ACCOUNT RECORD
       LOOKUP-CUSTOMER-PARA.
           MOVE WS-CUR-ID TO CUS-ID.
           READ CUS-FILE
           KEY IS CUS-ID
           INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE CUS-NAME TO WS-CUR-NAME
           END-READ.

       LOOKUP-RATE-PARA.
           SET RATE-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-RATE-VALUE.
           MOVE WS-WORK-DVZ TO RATE-DVZ.
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
                IF RATE-DVZ NOT = WS-WORK-DVZ
                   OR RATE-DATE > WS-WORK-DATE
                   SET RATE-SCAN-DONE TO TRUE
                ELSE
                   SET RATE-FOUND TO TRUE
                   MOVE RATE-VALUE TO WS-RATE-VALUE
                END-IF
           END-READ.

       WRITE-HEADER-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO GL-REC.
           SET GL-HEADER-REC TO TRUE.
           MOVE WS-CURR-DATE    TO GL-H-DATE.
           MOVE 'PGEB129'       TO GL-H-SOURCE.
           MOVE WS-CURRENT-STAMP (1:14) TO GL-H-CREATED.
           WRITE GL-REC.
           MOVE WS-PRIOR-DATE TO HDR-PRIOR-O.
           MOVE WS-CURR-DATE  TO HDR-CURR-O.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.

       WRITE-CUSTOMER-PARA.
           MOVE WS-CUR-ID   TO CUST-ID-O.
           MOVE WS-CUR-NAME TO CUST-NAME-O.
           WRITE RPT-REC FROM CUSTOMER-LINE.
           SET CUST-HDR-WRITTEN TO TRUE.

       WRITE-DETAIL-PARA.
           MOVE IDX-ID        TO DET-ID-O.
           MOVE IDX-DVZ       TO DET-DVZ-O.
           MOVE IDX-BALANCE   TO DET-BALANCE-O.
           MOVE WS-DVZ-PRIOR-RATE (WS-DVZ-HIT) TO DET-PRATE-O.
           MOVE WS-DVZ-CURR-RATE (WS-DVZ-HIT)  TO DET-CRATE-O.
           MOVE WS-PRIOR-BASE TO DET-PBASE-O.
           MOVE WS-REVAL-BASE TO DET-RBASE-O.
           MOVE WS-GAIN-LOSS  TO DET-GL-O.
           WRITE RPT-REC FROM DETAIL-LINE.

      * A CUSTOMER WITH NOTHING REVALUED GETS NO HEADING OR SUBTOTAL
       CUSTOMER-BREAK-PARA.
           IF CUST-HDR-WRITTEN
              ADD 1 TO WS-CUST-COUNT
              MOVE 'CUSTOMER TOTAL (BASE)' TO TOT-LABEL-O
              MOVE WS-CUST-PRIOR TO TOT-PBASE-O
              MOVE WS-CUST-REVAL TO TOT-RBASE-O
              MOVE WS-CUST-GL    TO TOT-GL-O
              WRITE RPT-REC FROM TOTAL-LINE
           END-IF.

       WRITE-CURRENCY-PARA.
           MOVE 'TOTALS BY CURRENCY' TO SEC-TITLE-O.
           WRITE RPT-REC FROM SECTION-LINE.
           PERFORM WRITE-ONE-CURRENCY-PARA
               VARYING WS-DVZ-SUB FROM 1 BY 1
               UNTIL WS-DVZ-SUB > WS-DVZ-COUNT.
           MOVE 'GRAND TOTAL (BASE)' TO TOT-LABEL-O.
           MOVE WS-GRAND-PRIOR TO TOT-PBASE-O.
           MOVE WS-GRAND-REVAL TO TOT-RBASE-O.
           MOVE WS-GRAND-GL    TO TOT-GL-O.
           WRITE RPT-REC FROM TOTAL-LINE.

       WRITE-ONE-CURRENCY-PARA.
           IF WS-DVZ-ACCOUNTS (WS-DVZ-SUB) > 0
              MOVE WS-DVZ-CODE (WS-DVZ-SUB)       TO CCY-DVZ-O
              MOVE WS-DVZ-BALANCE (WS-DVZ-SUB)    TO CCY-BALANCE-O
              MOVE WS-DVZ-PRIOR-RATE (WS-DVZ-SUB) TO CCY-PRATE-O
              MOVE WS-DVZ-CURR-RATE (WS-DVZ-SUB)  TO CCY-CRATE-O
              MOVE WS-DVZ-PRIOR-BASE (WS-DVZ-SUB) TO CCY-PBASE-O
              MOVE WS-DVZ-REVAL-BASE (WS-DVZ-SUB) TO CCY-RBASE-O
              MOVE WS-DVZ-GAIN-LOSS (WS-DVZ-SUB)  TO CCY-GL-O
              WRITE RPT-REC FROM CURRENCY-LINE
           END-IF.

       WRITE-EXCEPTIONS-PARA.
           MOVE 'EXCEPTIONS - NOT REVALUED' TO SEC-TITLE-O.
           WRITE RPT-REC FROM SECTION-LINE.
           PERFORM WRITE-ONE-EXCEPTION-PARA
               VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-COUNT.

       WRITE-ONE-EXCEPTION-PARA.
           MOVE WS-EXC-ID (WS-EXC-SUB)      TO EXC-ID-O.
           MOVE WS-EXC-DVZ (WS-EXC-SUB)     TO EXC-DVZ-O.
           MOVE WS-EXC-BALANCE (WS-EXC-SUB) TO EXC-BALANCE-O.
           MOVE WS-EXC-TEXT (WS-EXC-SUB)    TO EXC-REASON-O.
           WRITE RPT-REC FROM EXCEPTION-LINE.

       WRITE-TRAILER-PARA.
           MOVE SPACES TO GL-REC.
           SET GL-TRAILER-REC TO TRUE.
           MOVE WS-GL-LINES     TO GL-T-COUNT.
           MOVE WS-GL-HASH      TO GL-T-HASH.
           MOVE WS-BASE-DEBITS  TO GL-T-DEBITS.
           MOVE WS-BASE-CREDITS TO GL-T-CREDITS.
           WRITE GL-REC.
           MOVE WS-READ-COUNT     TO FTR-READ-O.
           MOVE WS-REVALUED-COUNT TO FTR-REVAL-O.
           MOVE WS-BASE-COUNT     TO FTR-BASE-O.
           MOVE WS-EXC-COUNT      TO FTR-EXC-O.
           MOVE WS-CUST-COUNT     TO FTR-CUST-O.
           MOVE WS-GL-LINES       TO FTR-LINES-O.
           WRITE RPT-REC FROM FOOTER-LINE.

       CLOSE-PARA.
           CLOSE IDX-FILE.
           CLOSE RATE-FILE.
           CLOSE CUS-FILE.
           CLOSE GL-FILE.
           CLOSE REVAL-RPT.
       EXIT-PARA. EXIT PROGRAM.
