       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEB128.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE
              ASSIGN TO JRNFILE
              FILE STATUS IS JRN-ST.
           SELECT RATE-FILE
              ASSIGN TO RATEFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RATE-KEY
              FILE STATUS IS RATE-ST.
           SELECT GL-FILE
              ASSIGN TO GLIFACE
              FILE STATUS IS GL-ST.
           SELECT CTL-RPT
              ASSIGN TO GLCTLRPT
              FILE STATUS IS RPT-ST.
           SELECT RUN-LOG
              ASSIGN TO RUNLOG
              FILE STATUS IS RUNLOG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  JRN-FILE RECORDING MODE F.
       01  JRN-REC                  PIC X(200).
       FD  RATE-FILE.
       01  RATE-REC.
           03 RATE-KEY.
              05 RATE-DVZ          PIC S9(3) COMP.
              05 RATE-DATE         PIC 9(8).
           03 RATE-VALUE           PIC 9(7)V9(6) COMP-3.
      * GL INTERFACE: ONE HEADER, THE POSTING LINES, ONE TRAILER.
      * AMOUNTS ARE UNSIGNED - THE DEBIT/CREDIT CODE GIVES DIRECTION
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
       FD  CTL-RPT RECORDING MODE F.
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
           03 JRN-FILE-EOF          PIC X     VALUE SPACE.
           03 GL-FILE-EOF           PIC X     VALUE SPACE.
           03 JRN-ST                PIC X(02) VALUE SPACES.
               88 JRN-ST-OK                   VALUE '00'.
           03 RATE-ST               PIC X(02) VALUE SPACES.
               88 RATE-ST-OK                  VALUE '00'.
           03 GL-ST                 PIC X(02) VALUE SPACES.
               88 GL-ST-OK                    VALUE '00'.
           03 RPT-ST                PIC X(02) VALUE SPACES.
               88 RPT-ST-OK                   VALUE '00'.
           03 RUNLOG-ST             PIC X(02) VALUE SPACES.
               88 RUNLOG-ST-OK                VALUE '00'.
               88 RUNLOG-ST-NOFILE            VALUE '35'.
           03 WS-BKOUT-SCAN-SW      PIC X(01) VALUE 'N'.
               88 BKOUT-SCAN-EOF              VALUE 'Y'.
           03 WS-RATE-FOUND-SW      PIC X(01) VALUE 'Y'.
               88 RATE-FOUND                  VALUE 'Y'.
               88 RATE-NOT-FOUND              VALUE 'N'.
           03 WS-RATE-SCAN-SW       PIC X(01) VALUE 'N'.
               88 RATE-SCAN-DONE              VALUE 'Y'.
               88 RATE-SCAN-ACTIVE            VALUE 'N'.
           03 WS-PROOF-SW           PIC X(01) VALUE 'Y'.
               88 GL-PROVED                   VALUE 'Y'.
               88 GL-NOT-PROVED               VALUE 'N'.
           03 WS-GL-HDR-SW          PIC X(01) VALUE 'N'.
               88 GL-HEADER-SEEN              VALUE 'Y'.
           03 WS-GL-TLR-SW          PIC X(01) VALUE 'M'.
               88 GL-TRAILER-MISSING          VALUE 'M'.
               88 GL-TRAILER-AGREES           VALUE 'A'.
               88 GL-TRAILER-DISAGREES        VALUE 'D'.
       01  WS-JRN-WORK.
           03 WS-JW-ACTION          PIC X(01).
              88 JW-ADD                       VALUE 'A'.
              88 JW-CHANGE                    VALUE 'C'.
              88 JW-DELETE                    VALUE 'D'.
              88 JW-POSTING                   VALUE 'P'.
              88 JW-XFER                      VALUE 'X'.
           03 WS-JW-BATCH-ID        PIC X(08).
           03 WS-JW-TIMESTAMP       PIC X(14).
           03 WS-JW-TS-R REDEFINES WS-JW-TIMESTAMP.
              05 WS-JW-TS-DATE      PIC 9(08).
              05 WS-JW-TS-TIME      PIC X(06).
           03 WS-JW-BEFORE.
              05 WS-JW-B-ID         PIC 9(05).
              05 WS-JW-B-DVZ        PIC 9(03).
              05 WS-JW-B-NAME       PIC X(30).
              05 WS-JW-B-DATE       PIC 9(07).
              05 WS-JW-B-BALANCE    PIC S9(15) SIGN LEADING
                                    SEPARATE.
              05 WS-JW-B-LASTACT    PIC 9(08).
           03 WS-JW-AFTER.
              05 WS-JW-A-ID         PIC 9(05).
              05 WS-JW-A-DVZ        PIC 9(03).
              05 WS-JW-A-NAME       PIC X(30).
              05 WS-JW-A-DATE       PIC 9(07).
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
           03 WS-CURRENT-YMD        PIC 9(08).
           03 WS-CURRENT-HMS        PIC X(06).
           03 FILLER                PIC X(07).
      * GL ACCOUNTS ARE THE PREFIX FOLLOWED BY THE DVZ CODE
       01  WS-GL-ACCOUNTS.
           03 WS-LIAB-ACCOUNT.
              05 WS-LIAB-PREFIX     PIC X(05) VALUE '20100'.
              05 WS-LIAB-DVZ        PIC 9(03) VALUE 0.
           03 WS-SUSP-ACCOUNT.
              05 WS-SUSP-PREFIX     PIC X(05) VALUE '19900'.
              05 WS-SUSP-DVZ        PIC 9(03) VALUE 0.
       01  WS-WORK-FIELDS.
           03 WS-WORK-DVZ           PIC S9(3) COMP VALUE 0.
           03 WS-WORK-ID            PIC 9(05) VALUE 0.
           03 WS-ENTRY-DELTA        PIC S9(16) VALUE 0.
           03 WS-ENTRY-AMOUNT       PIC 9(15) VALUE 0.
           03 WS-BASE-AMOUNT        PIC S9(13)V99 VALUE 0.
           03 WS-RATE-VALUE         PIC 9(7)V9(6) VALUE 0.
           03 WS-EXPECTED           PIC S9(17) VALUE 0.
       01  WS-COUNTS.
           03 WS-JRN-COUNT          PIC 9(08) VALUE 0.
           03 WS-BKOUT-ENTRIES      PIC 9(08) VALUE 0.
           03 WS-POSTED-COUNT       PIC 9(08) VALUE 0.
           03 WS-NOMOVE-COUNT       PIC 9(08) VALUE 0.
           03 WS-GL-LINES           PIC 9(08) VALUE 0.
           03 WS-NORATE-COUNT       PIC 9(08) VALUE 0.
           03 WS-PROVED-COUNT       PIC 9(04) VALUE 0.
           03 WS-FAILED-COUNT       PIC 9(04) VALUE 0.
      * KEPT WHILE WRITING, FOR THE TRAILER
       01  WS-GL-TOTALS.
           03 WS-GL-HASH            PIC 9(17) VALUE 0.
           03 WS-BASE-DEBITS        PIC 9(15)V99 VALUE 0.
           03 WS-BASE-CREDITS       PIC 9(15)V99 VALUE 0.
      * TAKEN FROM GLIFACE AS IT WAS WRITTEN, READ BACK FOR THE PROOF
       01  WS-READBACK-TOTALS.
           03 WS-RB-LINES           PIC 9(08) VALUE 0.
           03 WS-RB-HASH            PIC 9(17) VALUE 0.
           03 WS-RB-BASE-DEBITS     PIC 9(15)V99 VALUE 0.
           03 WS-RB-BASE-CREDITS    PIC 9(15)V99 VALUE 0.
      * BATCHES PGEB109 HAS BACKED OUT: THEIR ENTRIES NO LONGER STAND
      * ON IDX-FILE AND ARE NOT SENT TO THE LEDGER. A BATCH IS ONLY
      * BACKED OUT ON OR AFTER THE DATE IT WAS POSTED, SO ONLY
      * BACKOUTS FROM THE PROCESSING DATE ON CAN TOUCH ITS ENTRIES
       01  WS-BKOUT-SUB             PIC 9(04) COMP VALUE 0.
       01  WS-BKOUT-HIT             PIC 9(04) VALUE 0.
       01  WS-BKOUT-TABLE.
           03 WS-BKOUT-COUNT        PIC 9(04) VALUE 0.
           03 WS-BKOUT-BATCH OCCURS 100 TIMES PIC X(08).
       01  WS-DVZ-SUB               PIC 9(04) COMP VALUE 0.
       01  WS-DVZ-HIT               PIC 9(04) VALUE 0.
       01  WS-DVZ-TABLE.
           03 WS-DVZ-COUNT          PIC 9(04) VALUE 0.
           03 WS-DVZ-ENTRY OCCURS 50 TIMES.
              05 WS-DVZ-CODE        PIC S9(3) COMP.
              05 WS-DVZ-RATE        PIC 9(7)V9(6).
              05 WS-DVZ-RATE-SW     PIC X(01).
                 88 DVZ-RATE-FOUND           VALUE 'Y'.
                 88 DVZ-RATE-MISSING         VALUE 'N'.
              05 WS-DVZ-JOURNAL     PIC S9(17).
              05 WS-DVZ-BKOUT       PIC S9(17).
              05 WS-DVZ-DEBITS      PIC 9(17).
              05 WS-DVZ-CREDITS     PIC 9(17).
              05 WS-DVZ-NET         PIC S9(17).
       01  HEADER-1.
           03 FILLER         PIC X(40) VALUE
              'GL INTERFACE CONTROL REPORT'.
           03 FILLER         PIC X(05) VALUE 'FOR '.
           03 HDR-DATE-O     PIC 9(08).
           03 FILLER         PIC X(67) VALUE SPACES.
       01  HEADER-2.
           03 FILLER         PIC X(05) VALUE 'DVZ'.
           03 FILLER         PIC X(20) VALUE '    JOURNAL MOVEMENT'.
           03 FILLER         PIC X(20) VALUE '          BACKED OUT'.
           03 FILLER         PIC X(20) VALUE '       GL NET CREDIT'.
           03 FILLER         PIC X(20) VALUE '           GL DEBITS'.
           03 FILLER         PIC X(20) VALUE '          GL CREDITS'.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(13) VALUE 'STATUS'.
       01  CONTROL-LINE.
           03 CTL-DVZ-O      PIC ZZ9.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 CTL-JRN-O      PIC -(17)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CTL-BKOUT-O    PIC -(17)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CTL-NET-O      PIC -(17)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CTL-DEBITS-O   PIC Z(17)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CTL-CREDITS-O  PIC Z(17)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CTL-STATUS-O   PIC X(13).
       01  BASE-LINE.
           03 FILLER         PIC X(22) VALUE 'BASE CURRENCY DEBITS='.
           03 BAS-DEBITS-O   PIC Z(14)9.99.
           03 FILLER         PIC X(10) VALUE ' CREDITS='.
           03 BAS-CREDITS-O  PIC Z(14)9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 BAS-STATUS-O   PIC X(12).
           03 FILLER         PIC X(38) VALUE SPACES.
       01  FILE-LINE.
           03 FILLER         PIC X(20) VALUE 'GLIFACE READ BACK: '.
           03 FIL-LINES-O    PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(13) VALUE ' LINES  HASH='.
           03 FIL-HASH-O     PIC Z(16)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FIL-STATUS-O   PIC X(24).
           03 FILLER         PIC X(34) VALUE SPACES.
       01  COUNT-LINE.
           03 FILLER         PIC X(08) VALUE 'ENTRIES='.
           03 CNT-JRN-O      PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(12) VALUE ' BACKED OUT='.
           03 CNT-BKOUT-O    PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(13) VALUE ' NO MOVEMENT='.
           03 CNT-NOMOVE-O   PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(10) VALUE ' GL LINES='.
           03 CNT-LINES-O    PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(09) VALUE ' NO RATE='.
           03 CNT-NORATE-O   PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(18) VALUE SPACES.
       01  SUMMARY-LINE.
           03 FILLER         PIC X(09) VALUE 'CONTROL: '.
           03 SUM-RESULT-O   PIC X(30).
           03 FILLER         PIC X(09) VALUE ' PROVED='.
           03 SUM-PROVED-O   PIC ZZZ9.
           03 FILLER         PIC X(09) VALUE ' FAILED='.
           03 SUM-FAILED-O   PIC ZZZ9.
           03 FILLER         PIC X(55) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-PROC-DATE-PARA.
           PERFORM LOAD-BACKOUTS-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-HEADER-PARA.
           PERFORM PROCESS-PARA.
           PERFORM WRITE-TRAILER-PARA.
           PERFORM PROVE-PARA.
           PERFORM WRITE-SUMMARY-PARA.
           PERFORM WRITE-RUNLOG-PARA THRU WRITE-RUNLOG-END.
           PERFORM CLOSE-PARA.
           IF GL-NOT-PROVED
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       GET-PROC-DATE-PARA.
           ACCEPT WS-PARM-DATE.
           IF WS-PARM-DATE NUMERIC AND WS-PARM-DATE NOT = '00000000'
              MOVE WS-PARM-DATE TO WS-PROC-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
              MOVE WS-CURRENT-YMD TO WS-PROC-DATE
           END-IF.
           DISPLAY 'PGEB128 PROCESSING DATE: ' WS-PROC-DATE.

      * A RUNLOG THAT DOES NOT EXIST YET MEANS NOTHING WAS BACKED OUT
       LOAD-BACKOUTS-PARA.
           INITIALIZE RUNLOG-ST.
           OPEN INPUT RUN-LOG.
           IF RUNLOG-ST-OK
              PERFORM LOAD-BACKOUTS-STEP UNTIL BKOUT-SCAN-EOF
              CLOSE RUN-LOG
           END-IF.

       LOAD-BACKOUTS-STEP.
           READ RUN-LOG
           AT END
                SET BKOUT-SCAN-EOF TO TRUE
           NOT AT END
                IF RUN-PROGRAM = 'PGEB109 '
                   AND RUN-STATUS = 'OK'
                   AND RUN-BUSDATE NOT < WS-PROC-DATE
                   PERFORM NOTE-BACKOUT-PARA
                END-IF
           END-READ.

       NOTE-BACKOUT-PARA.
           MOVE RUN-ID TO WS-JW-BATCH-ID
           PERFORM FIND-BACKOUT-PARA
           IF WS-BKOUT-HIT = 0
              IF WS-BKOUT-COUNT >= 100
                 DISPLAY 'BACKOUT BATCH TABLE FULL - GL RUN ABANDONED'
                 MOVE 16 TO RETURN-CODE
                 CLOSE RUN-LOG
                 STOP RUN
              END-IF
              ADD 1 TO WS-BKOUT-COUNT
              MOVE RUN-ID TO WS-BKOUT-BATCH (WS-BKOUT-COUNT)
           END-IF.

       FIND-BACKOUT-PARA.
           MOVE 0 TO WS-BKOUT-HIT
           PERFORM FIND-BACKOUT-STEP
               VARYING WS-BKOUT-SUB FROM 1 BY 1
               UNTIL WS-BKOUT-SUB > WS-BKOUT-COUNT.

       FIND-BACKOUT-STEP.
           IF WS-BKOUT-BATCH (WS-BKOUT-SUB) = WS-JW-BATCH-ID
              MOVE WS-BKOUT-SUB TO WS-BKOUT-HIT
           END-IF.

       OPEN-FILES-PARA.
           INITIALIZE JRN-ST RATE-ST GL-ST RPT-ST.
           OPEN INPUT JRN-FILE
           OPEN INPUT RATE-FILE
           OPEN OUTPUT GL-FILE
           OPEN OUTPUT CTL-RPT
           IF JRN-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (JRNFILE): " JRN-ST
              GO TO EXIT-PARA
           END-IF.
           IF RATE-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (RATEFILE): " RATE-ST
              GO TO EXIT-PARA
           END-IF.
           IF GL-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (GLIFACE): " GL-ST
              GO TO EXIT-PARA
           END-IF.
           IF RPT-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (GLCTLRPT): " RPT-ST
              GO TO EXIT-PARA
           END-IF.

       PROCESS-PARA.
           PERFORM UNTIL JRN-FILE-EOF = 'Y'
               READ JRN-FILE
                   AT END MOVE 'Y' TO JRN-FILE-EOF
               END-READ
               IF JRN-FILE-EOF NOT = 'Y'
                  PERFORM POST-ONE-JOURNAL-PARA
                      THRU POST-ONE-JOURNAL-END
               END-IF
           END-PERFORM.

      * THE MOVEMENT IS WORKED OUT AS PGEB118 DOES, SO THE JOURNAL
      * COLUMN OF THE CONTROL REPORT IS PGEB118'S DELTA FOR THE DATE
       POST-ONE-JOURNAL-PARA.
           MOVE JRN-REC TO WS-JRN-WORK
           IF WS-JW-TS-DATE NOT = WS-PROC-DATE
              GO TO POST-ONE-JOURNAL-END
           END-IF
           ADD 1 TO WS-JRN-COUNT
           MOVE 0 TO WS-ENTRY-DELTA
           IF WS-JW-A-BALANCE NUMERIC
              ADD WS-JW-A-BALANCE TO WS-ENTRY-DELTA
           END-IF
           IF WS-JW-B-BALANCE NUMERIC
              SUBTRACT WS-JW-B-BALANCE FROM WS-ENTRY-DELTA
           END-IF
           IF JW-DELETE
              COMPUTE WS-WORK-DVZ = FUNCTION NUMVAL(WS-JW-B-DVZ)
              MOVE WS-JW-B-ID TO WS-WORK-ID
           ELSE
              COMPUTE WS-WORK-DVZ = FUNCTION NUMVAL(WS-JW-A-DVZ)
              MOVE WS-JW-A-ID TO WS-WORK-ID
           END-IF
           PERFORM FIND-DVZ-PARA
           ADD WS-ENTRY-DELTA TO WS-DVZ-JOURNAL (WS-DVZ-HIT)
           PERFORM FIND-BACKOUT-PARA
           IF WS-BKOUT-HIT NOT = 0
              ADD 1 TO WS-BKOUT-ENTRIES
              ADD WS-ENTRY-DELTA TO WS-DVZ-BKOUT (WS-DVZ-HIT)
              GO TO POST-ONE-JOURNAL-END
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           IF WS-ENTRY-DELTA = 0
              ADD 1 TO WS-NOMOVE-COUNT
              GO TO POST-ONE-JOURNAL-END
           END-IF
           PERFORM WRITE-POSTING-PAIR-PARA.
       POST-ONE-JOURNAL-END. EXIT.

      * A RISE IN THE CUSTOMER BALANCE CREDITS THE LIABILITY ACCOUNT
      * AND DEBITS SUSPENSE; A FALL DOES THE REVERSE
       WRITE-POSTING-PAIR-PARA.
           IF WS-ENTRY-DELTA < 0
              COMPUTE WS-ENTRY-AMOUNT = 0 - WS-ENTRY-DELTA
           ELSE
              MOVE WS-ENTRY-DELTA TO WS-ENTRY-AMOUNT
           END-IF
           IF DVZ-RATE-FOUND (WS-DVZ-HIT)
              MOVE WS-DVZ-RATE (WS-DVZ-HIT) TO WS-RATE-VALUE
              COMPUTE WS-BASE-AMOUNT ROUNDED =
                      WS-ENTRY-AMOUNT * WS-RATE-VALUE
           ELSE
              MOVE 0 TO WS-RATE-VALUE
              MOVE 0 TO WS-BASE-AMOUNT
              ADD 1 TO WS-NORATE-COUNT
           END-IF
           MOVE WS-DVZ-CODE (WS-DVZ-HIT) TO WS-LIAB-DVZ WS-SUSP-DVZ
           MOVE SPACES TO GL-REC
           SET GL-DETAIL-REC TO TRUE
           MOVE WS-PROC-DATE    TO GL-D-DATE
           MOVE WS-DVZ-CODE (WS-DVZ-HIT) TO GL-D-DVZ
           MOVE WS-ENTRY-AMOUNT TO GL-D-AMOUNT
           MOVE WS-RATE-VALUE   TO GL-D-RATE
           MOVE WS-BASE-AMOUNT  TO GL-D-BASE-AMOUNT
           MOVE WS-WORK-ID      TO GL-D-CUST-ID
           MOVE WS-JW-BATCH-ID  TO GL-D-BATCH
           MOVE WS-JW-REF       TO GL-D-REF
           MOVE 'PGEB128'       TO GL-D-SOURCE
           MOVE WS-JW-NARR      TO GL-D-NARR
           MOVE WS-LIAB-ACCOUNT TO GL-D-ACCOUNT
           IF WS-ENTRY-DELTA > 0
              SET GL-D-CREDIT TO TRUE
           ELSE
              SET GL-D-DEBIT TO TRUE
           END-IF
           PERFORM WRITE-GL-DETAIL-PARA
           MOVE WS-SUSP-ACCOUNT TO GL-D-ACCOUNT
           IF WS-ENTRY-DELTA > 0
              SET GL-D-DEBIT TO TRUE
           ELSE
              SET GL-D-CREDIT TO TRUE
           END-IF
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
                 DISPLAY 'DVZ TABLE FULL - GL RUN ABANDONED'
                 MOVE 16 TO RETURN-CODE
                 PERFORM CLOSE-PARA
                 STOP RUN
              END-IF
              ADD 1 TO WS-DVZ-COUNT
              MOVE WS-DVZ-COUNT TO WS-DVZ-HIT
              MOVE WS-WORK-DVZ TO WS-DVZ-CODE (WS-DVZ-HIT)
              MOVE 0 TO WS-DVZ-JOURNAL (WS-DVZ-HIT)
              MOVE 0 TO WS-DVZ-BKOUT (WS-DVZ-HIT)
              MOVE 0 TO WS-DVZ-DEBITS (WS-DVZ-HIT)
              MOVE 0 TO WS-DVZ-CREDITS (WS-DVZ-HIT)
              MOVE 0 TO WS-DVZ-NET (WS-DVZ-HIT)
              PERFORM LOOKUP-RATE-PARA
              MOVE WS-RATE-VALUE TO WS-DVZ-RATE (WS-DVZ-HIT)
              IF RATE-FOUND
                 SET DVZ-RATE-FOUND (WS-DVZ-HIT) TO TRUE
              ELSE
                 SET DVZ-RATE-MISSING (WS-DVZ-HIT) TO TRUE
              END-IF
           END-IF.

       FIND-DVZ-STEP.
           IF WS-DVZ-CODE (WS-DVZ-SUB) = WS-WORK-DVZ
              MOVE WS-DVZ-SUB TO WS-DVZ-HIT
           END-IF.

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
                   OR RATE-DATE > WS-PROC-DATE
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
           MOVE WS-PROC-DATE    TO GL-H-DATE.
           MOVE 'PGEB128'       TO GL-H-SOURCE.
           MOVE WS-CURRENT-STAMP (1:14) TO GL-H-CREATED.
           WRITE GL-REC.
           MOVE WS-PROC-DATE TO HDR-DATE-O.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.

       WRITE-TRAILER-PARA.
           MOVE SPACES TO GL-REC.
           SET GL-TRAILER-REC TO TRUE.
           MOVE WS-GL-LINES     TO GL-T-COUNT.
           MOVE WS-GL-HASH      TO GL-T-HASH.
           MOVE WS-BASE-DEBITS  TO GL-T-DEBITS.
           MOVE WS-BASE-CREDITS TO GL-T-CREDITS.
           WRITE GL-REC.

      * THE GL SIDE OF THE PROOF IS GLIFACE ITSELF, READ BACK: THE
      * HEADER MUST CARRY THE PROCESSING DATE AND THE LINES MUST AGREE
      * WITH THE TRAILER. PER DVZ, PGEB118'S JOURNAL MOVEMENT LESS THE
      * BACKED-OUT MOVEMENT MUST EQUAL THE NET CREDIT TO THE LIABILITY
      * ACCOUNT ON THE FILE, AND THE DVZ'S DEBITS MUST EQUAL ITS
      * CREDITS
       PROVE-PARA.
           PERFORM READ-BACK-PARA THRU READ-BACK-END.
           MOVE WS-RB-LINES TO FIL-LINES-O.
           MOVE WS-RB-HASH  TO FIL-HASH-O.
           EVALUATE TRUE
               WHEN NOT GL-HEADER-SEEN
                    MOVE 'HEADER MISSING' TO FIL-STATUS-O
                    SET GL-NOT-PROVED TO TRUE
               WHEN GL-TRAILER-MISSING
                    MOVE 'TRAILER MISSING' TO FIL-STATUS-O
                    SET GL-NOT-PROVED TO TRUE
               WHEN GL-TRAILER-DISAGREES
                    MOVE 'DISAGREES WITH TRAILER' TO FIL-STATUS-O
                    SET GL-NOT-PROVED TO TRUE
               WHEN OTHER
                    MOVE 'AGREES WITH TRAILER' TO FIL-STATUS-O
           END-EVALUATE.
           WRITE RPT-REC FROM FILE-LINE.
           PERFORM PROVE-ONE-DVZ-PARA
               VARYING WS-DVZ-SUB FROM 1 BY 1
               UNTIL WS-DVZ-SUB > WS-DVZ-COUNT.
           MOVE WS-RB-BASE-DEBITS  TO BAS-DEBITS-O.
           MOVE WS-RB-BASE-CREDITS TO BAS-CREDITS-O.
           IF WS-RB-BASE-DEBITS = WS-RB-BASE-CREDITS
              MOVE 'BALANCED' TO BAS-STATUS-O
           ELSE
              MOVE 'UNBALANCED' TO BAS-STATUS-O
              SET GL-NOT-PROVED TO TRUE
           END-IF.
           WRITE RPT-REC FROM BASE-LINE.
           MOVE WS-JRN-COUNT     TO CNT-JRN-O.
           MOVE WS-BKOUT-ENTRIES TO CNT-BKOUT-O.
           MOVE WS-NOMOVE-COUNT  TO CNT-NOMOVE-O.
           MOVE WS-GL-LINES      TO CNT-LINES-O.
           MOVE WS-NORATE-COUNT  TO CNT-NORATE-O.
           WRITE RPT-REC FROM COUNT-LINE.

       PROVE-ONE-DVZ-PARA.
           COMPUTE WS-EXPECTED = WS-DVZ-JOURNAL (WS-DVZ-SUB)
                               - WS-DVZ-BKOUT (WS-DVZ-SUB)
           MOVE WS-DVZ-CODE (WS-DVZ-SUB)    TO CTL-DVZ-O
           MOVE WS-DVZ-JOURNAL (WS-DVZ-SUB) TO CTL-JRN-O
           MOVE WS-DVZ-BKOUT (WS-DVZ-SUB)   TO CTL-BKOUT-O
           MOVE WS-DVZ-NET (WS-DVZ-SUB)     TO CTL-NET-O
           MOVE WS-DVZ-DEBITS (WS-DVZ-SUB)  TO CTL-DEBITS-O
           MOVE WS-DVZ-CREDITS (WS-DVZ-SUB) TO CTL-CREDITS-O
           EVALUATE TRUE
               WHEN WS-EXPECTED NOT = WS-DVZ-NET (WS-DVZ-SUB)
                    MOVE 'FAILED' TO CTL-STATUS-O
               WHEN WS-DVZ-DEBITS (WS-DVZ-SUB)
                    NOT = WS-DVZ-CREDITS (WS-DVZ-SUB)
                    MOVE 'UNBALANCED' TO CTL-STATUS-O
               WHEN DVZ-RATE-MISSING (WS-DVZ-SUB)
                    AND WS-DVZ-DEBITS (WS-DVZ-SUB) NOT = 0
                    MOVE 'NO BASE RATE' TO CTL-STATUS-O
               WHEN OTHER
                    MOVE 'PROVED' TO CTL-STATUS-O
           END-EVALUATE
           IF CTL-STATUS-O = 'PROVED'
              ADD 1 TO WS-PROVED-COUNT
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              SET GL-NOT-PROVED TO TRUE
           END-IF
           WRITE RPT-REC FROM CONTROL-LINE.

       READ-BACK-PARA.
           CLOSE GL-FILE.
           OPEN INPUT GL-FILE.
           IF GL-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (GLIFACE): " GL-ST
              SET GL-NOT-PROVED TO TRUE
              GO TO READ-BACK-END
           END-IF.
           PERFORM READ-BACK-STEP UNTIL GL-FILE-EOF = 'Y'.
       READ-BACK-END. EXIT.

       READ-BACK-STEP.
           READ GL-FILE
           AT END
                MOVE 'Y' TO GL-FILE-EOF
           NOT AT END
                EVALUATE TRUE
                    WHEN GL-HEADER-REC
                         IF GL-H-DATE = WS-PROC-DATE
                            SET GL-HEADER-SEEN TO TRUE
                         END-IF
                    WHEN GL-DETAIL-REC
                         PERFORM READ-BACK-DETAIL-PARA
                    WHEN GL-TRAILER-REC
                         PERFORM CHECK-TRAILER-PARA
                END-EVALUATE
           END-READ.

      * THE DVZ TABLE ALREADY HOLDS THE JOURNAL MOVEMENT; A DVZ ON THE
      * FILE WITH NO MOVEMENT IS ADDED AND FAILS THE PROOF
       READ-BACK-DETAIL-PARA.
           ADD 1 TO WS-RB-LINES.
           ADD GL-D-AMOUNT TO WS-RB-HASH.
           MOVE GL-D-DVZ TO WS-WORK-DVZ.
           PERFORM FIND-DVZ-PARA.
           MOVE GL-D-DVZ TO WS-LIAB-DVZ.
           IF GL-D-DEBIT
              ADD GL-D-AMOUNT      TO WS-DVZ-DEBITS (WS-DVZ-HIT)
              ADD GL-D-BASE-AMOUNT TO WS-RB-BASE-DEBITS
              IF GL-D-ACCOUNT = WS-LIAB-ACCOUNT
                 SUBTRACT GL-D-AMOUNT FROM WS-DVZ-NET (WS-DVZ-HIT)
              END-IF
           END-IF.
           IF GL-D-CREDIT
              ADD GL-D-AMOUNT      TO WS-DVZ-CREDITS (WS-DVZ-HIT)
              ADD GL-D-BASE-AMOUNT TO WS-RB-BASE-CREDITS
              IF GL-D-ACCOUNT = WS-LIAB-ACCOUNT
                 ADD GL-D-AMOUNT TO WS-DVZ-NET (WS-DVZ-HIT)
              END-IF
           END-IF.

       CHECK-TRAILER-PARA.
           IF GL-T-COUNT = WS-RB-LINES
              AND GL-T-HASH = WS-RB-HASH
              AND GL-T-DEBITS = WS-RB-BASE-DEBITS
              AND GL-T-CREDITS = WS-RB-BASE-CREDITS
              SET GL-TRAILER-AGREES TO TRUE
           ELSE
              SET GL-TRAILER-DISAGREES TO TRUE
           END-IF.

       WRITE-SUMMARY-PARA.
           IF GL-PROVED
              MOVE 'GL PROVES TO JOURNAL' TO SUM-RESULT-O
           ELSE
              MOVE 'GL DOES NOT PROVE TO JOURNAL' TO SUM-RESULT-O
           END-IF.
           MOVE WS-PROVED-COUNT TO SUM-PROVED-O.
           MOVE WS-FAILED-COUNT TO SUM-FAILED-O.
           WRITE RPT-REC FROM SUMMARY-LINE.
           DISPLAY 'PGEB128 RESULT: ' SUM-RESULT-O.

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
           MOVE 'PGEB128'        TO RUN-PROGRAM.
           MOVE WS-PROC-DATE     TO RUN-BUSDATE.
           MOVE WS-CURRENT-HMS   TO RUN-ID.
           MOVE WS-JRN-COUNT     TO RUN-IN-COUNT.
           MOVE WS-POSTED-COUNT  TO RUN-OUT-COUNT.
           MOVE WS-BKOUT-ENTRIES TO RUN-REJ-COUNT.
           IF GL-PROVED
              MOVE 'OK'   TO RUN-STATUS
           ELSE
              MOVE 'FAIL' TO RUN-STATUS
           END-IF.
           WRITE RUN-REC.
           CLOSE RUN-LOG.
       WRITE-RUNLOG-END. EXIT.

       CLOSE-PARA.
           CLOSE JRN-FILE.
           CLOSE RATE-FILE.
           CLOSE GL-FILE.
           CLOSE CTL-RPT.
       EXIT-PARA. EXIT PROGRAM.
