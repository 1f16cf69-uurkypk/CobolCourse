       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEB127.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SO-FILE
              ASSIGN TO STORDER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SO-KEY
              FILE STATUS IS SO-ST.
           SELECT IDX-FILE
              ASSIGN TO IDXFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
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
           SELECT HOLIDAY-CAL
              ASSIGN TO HOLCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HOL-KEY
              FILE STATUS IS HOL-ST.
           SELECT MARKET-CNF
              ASSIGN TO MKTCNF
              FILE STATUS IS MKT-ST.
           SELECT SO-TRAN
              ASSIGN TO SOTRAN
              FILE STATUS IS SOT-ST.
           SELECT SO-RPT
              ASSIGN TO SORPT
              FILE STATUS IS RPT-ST.
           SELECT RUN-LOG
              ASSIGN TO RUNLOG
              FILE STATUS IS RUNLOG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SO-FILE.
       01  SO-REC.
           03 SO-KEY.
              05 SO-ID             PIC 9(05).
              05 SO-DVZ            PIC 9(03).
              05 SO-NO             PIC 9(04).
           03 SO-AMOUNT            PIC S9(15) COMP-3.
           03 SO-FREQ              PIC X(01).
              88 SO-WEEKLY                  VALUE 'W'.
              88 SO-MONTHLY                 VALUE 'M'.
              88 SO-QUARTERLY               VALUE 'Q'.
           03 SO-START             PIC 9(08).
           03 SO-START-R REDEFINES SO-START.
              05 SO-START-YYYY     PIC 9(04).
              05 SO-START-MM       PIC 9(02).
              05 SO-START-DD       PIC 9(02).
           03 SO-END               PIC 9(08).
           03 SO-NEXT-DUE          PIC 9(08).
           03 SO-MARKET            PIC X(03).
           03 SO-ROLL              PIC X(01).
              88 SO-ROLL-FORWARD            VALUE 'F'.
              88 SO-ROLL-BACK               VALUE 'B'.
           03 SO-STATUS            PIC X(01).
              88 SO-ACTIVE                  VALUE 'A'.
              88 SO-EXPIRED                 VALUE 'E'.
           03 SO-LAST-RUN          PIC 9(08).
           03 SO-NARR              PIC X(17).
           03 FILLER               PIC X(20).
       FD  IDX-FILE.
       01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID            PIC S9(5) COMP-3.
              05 IDX-DVZ           PIC S9(3) COMP.
           03 IDX-NAME             PIC X(30).
           03 IDX-DATE             PIC S9(07) COMP-3.
           03 IDX-BALANCE          PIC S9(15) COMP-3.
           03 IDX-LAST-ACT         PIC 9(08).
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
       FD  HOLIDAY-CAL.
       01  HOL-REC.
           03 HOL-KEY.
              05 HOL-MARKET     PIC X(03).
              05 HOL-DATE       PIC 9(08).
           03 HOL-DESC          PIC X(30).
       FD  MARKET-CNF RECORDING MODE F.
       01  MKT-REC.
           03 MKT-CODE          PIC X(03).
           03 MKT-WKND1         PIC 9(01).
           03 MKT-WKND2         PIC 9(01).
       FD  SO-TRAN RECORDING MODE F.
       01  TRAN-REC.
           03 TRAN-ACTION           PIC X(01).
           03 TRAN-ID                PIC 9(5).
           03 TRAN-DVZ               PIC 9(3).
           03 TRAN-NAME              PIC X(30).
           03 TRAN-POST-DATA REDEFINES TRAN-NAME.
              05 TRAN-POST-DC        PIC X(01).
              05 TRAN-POST-REF       PIC X(12).
              05 TRAN-POST-NARR      PIC X(17).
           03 TRAN-DATE              PIC 9(07).
           03 TRAN-BALANCE           PIC S9(15).
       FD  SO-RPT RECORDING MODE F.
       01  RPT-REC                  PIC X(100).
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
           03 SO-FILE-EOF           PIC X     VALUE SPACE.
           03 SO-ST                 PIC X(02) VALUE SPACES.
               88 SO-ST-OK                    VALUE '00'.
           03 IDX-ST                PIC X(02) VALUE SPACES.
               88 IDX-ST-OK                   VALUE '00'.
           03 HOLD-ST               PIC X(02) VALUE SPACES.
               88 HOLD-ST-OK                  VALUE '00'.
           03 ACS-ST                PIC X(02) VALUE SPACES.
               88 ACS-ST-OK                   VALUE '00'.
           03 WS-HOLD-SCAN-SW       PIC X(01) VALUE 'N'.
               88 HOLD-SCAN-DONE              VALUE 'Y'.
               88 HOLD-SCAN-ACTIVE            VALUE 'N'.
           03 HOL-ST                PIC 9(02) VALUE 0.
               88 HOLIDAY-CAL-EOF             VALUE 10.
           03 MKT-ST                PIC 9(02) VALUE 0.
               88 MARKET-CNF-EOF              VALUE 10.
               88 MARKET-CNF-NOFILE           VALUE 35.
           03 SOT-ST                PIC X(02) VALUE SPACES.
               88 SOT-ST-OK                   VALUE '00'.
           03 RPT-ST                PIC X(02) VALUE SPACES.
               88 RPT-ST-OK                   VALUE '00'.
           03 RUNLOG-ST             PIC X(02) VALUE SPACES.
               88 RUNLOG-ST-OK                VALUE '00'.
               88 RUNLOG-ST-NOFILE            VALUE '35'.
           03 WS-BUSDAY-SW          PIC X(01) VALUE 'N'.
               88 IS-BUSINESS-DAY             VALUE 'Y'.
               88 NOT-BUSINESS-DAY            VALUE 'N'.
           03 WS-HOLIDAY-SW         PIC X(01) VALUE 'N'.
               88 WS-IS-HOLIDAY               VALUE 'Y'.
               88 WS-NOT-HOLIDAY              VALUE 'N'.
           03 WS-ORDER-SW           PIC X(01) VALUE SPACE.
               88 ORDER-NOT-DUE               VALUE 'N'.
               88 ORDER-EXECUTED              VALUE 'X'.
               88 ORDER-SKIPPED               VALUE 'S'.
               88 ORDER-EXPIRED               VALUE 'E'.
           03 WS-ADVANCE-SW         PIC X(01) VALUE 'N'.
               88 ADVANCE-DUE-DATE            VALUE 'Y'.
               88 KEEP-DUE-DATE               VALUE 'N'.
       01  WS-PROC-DATE             PIC 9(08) VALUE 0.
       01  WS-PARM-DATE             PIC X(08) VALUE SPACES.
       01  WS-CURRENT-STAMP.
           03 WS-CURRENT-YMD        PIC 9(08).
           03 WS-CURRENT-HMS        PIC X(06).
           03 FILLER                PIC X(07).
       01  WS-EDIT-DATE.
           05 WS-EDIT-DATE-X    PIC 9(08).
           05 WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE-X.
              10 WS-EDIT-YYYY   PIC 9(04).
              10 WS-EDIT-MM     PIC 9(02).
              10 WS-EDIT-DD     PIC 9(02).
       01  WS-EDIT-SWITCH.
           03 WS-DATE-VALID-SW  PIC X(01).
           88 DATE-VALID        VALUE 'Y'.
           88 DATE-INVALID      VALUE 'N'.
       01  WS-DIM-CHECK          PIC 9(02).
       01  WS-DAYS-IN-MONTH-TABLE.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 28.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05 WS-DIM-ENTRY OCCURS 12 TIMES PIC 9(02).
       01  WS-BUSDAY-WORK.
           03 WS-BD-CTR             PIC 9(08) VALUE 0.
           03 WS-BD-DOW             PIC 9(01) VALUE 0.
           03 WS-BD-SCAN            PIC 9(02) VALUE 0.
           03 WS-EXEC-DATE          PIC 9(08) VALUE 0.
           03 WS-ADD-MONTHS         PIC 9(02) VALUE 0.
      * HOLIDAY CALENDAR LOADED FROM HOLCAL AT STARTUP
      * ONE ENTRY PER MARKET AND DATE, IN HOLCAL KEY ORDER
       01  WS-HOLIDAY-COUNT      PIC 9(04) VALUE 0.
       01  WS-HOLIDAY-INT-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 1 TO 400 TIMES
              DEPENDING ON WS-HOLIDAY-COUNT
              ASCENDING KEY IS WS-HOL-MKT WS-HOL-INT
              INDEXED BY WS-HOL-IDX.
              10 WS-HOL-MKT      PIC X(03).
              10 WS-HOL-INT      PIC 9(08).
      * CALENDAR YEAR COVERAGE TRACKED PER MARKET, IN HOLCAL KEY ORDER
       01  WS-HOLCAL-RANGE.
           05 WS-PREV-HOL-MKT    PIC X(03) VALUE LOW-VALUES.
           05 WS-HM-SUB          PIC 9(02) COMP VALUE 0.
           05 WS-HM-HIT          PIC 9(02) VALUE 0.
       01  WS-HOLMKT-TABLE.
           05 WS-HM-COUNT        PIC 9(02) VALUE 0.
           05 WS-HM-ENTRY OCCURS 20 TIMES.
              10 WS-HM-CODE      PIC X(03).
              10 WS-HM-MINYEAR   PIC 9(04).
              10 WS-HM-MAXYEAR   PIC 9(04).
      * MARKET WEEKEND CONFIGURATION LOADED FROM MKTCNF AT STARTUP
      * WEEKEND DAYS USE FUNCTION MOD(DATE-INT, 7): 1=MON .. 6=SAT 0=SUN
      * ENTRY 1 IS THE DEFAULT (BLANK) MARKET WITH SAT/SUN WEEKEND
       01  WS-MARKET-WORK.
           05 WS-MKT-SUB         PIC 9(02) COMP VALUE 0.
           05 WS-MKT-HIT         PIC 9(02) VALUE 0.
           05 WS-CUR-MARKET      PIC X(03) VALUE SPACES.
           05 WS-CUR-WKND1       PIC 9(01) VALUE 0.
           05 WS-CUR-WKND2       PIC 9(01) VALUE 6.
       01  WS-MARKET-TABLE.
           05 WS-MKT-COUNT       PIC 9(02) VALUE 0.
           05 WS-MKT-ENTRY OCCURS 20 TIMES.
              10 WS-MKT-CODE     PIC X(03).
              10 WS-MKT-WK1      PIC 9(01).
              10 WS-MKT-WK2      PIC 9(01).
      * ACCOUNT STATUS AND HOLDS IN FORCE ON WS-HOLD-DATE; AN ACCOUNT
      * WITH NO STATUS RECORD IS OPEN
       01  WS-HOLD-WORK.
           03 WS-HOLD-ID            PIC 9(05) VALUE 0.
           03 WS-HOLD-DVZ           PIC 9(03) VALUE 0.
           03 WS-HOLD-DATE          PIC 9(08) VALUE 0.
           03 WS-HELD-AMOUNT        PIC S9(15) VALUE 0.
           03 WS-HOLD-RECS          PIC 9(04) VALUE 0.
           03 WS-AVAIL-BALANCE      PIC S9(15) VALUE 0.
           03 WS-ACCT-STATUS        PIC X(01) VALUE 'O'.
               88 ACCT-OPEN                   VALUE 'O'.
               88 ACCT-DEBIT-BLOCKED          VALUE 'D'.
               88 ACCT-FULL-BLOCKED           VALUE 'F'.
               88 ACCT-CLOSED                 VALUE 'C'.
      * ORDERS ALREADY EXECUTED THIS RUN AGAINST THE SAME ACCOUNT;
      * SO-FILE IS IN ID/DVZ ORDER SO ONE ACCOUNT IS HELD AT A TIME
       01  WS-COMMIT-WORK.
           03 WS-COMMIT-ID          PIC 9(05) VALUE 0.
           03 WS-COMMIT-DVZ         PIC 9(03) VALUE 0.
           03 WS-COMMITTED          PIC S9(15) VALUE 0.
      * POSTING REFERENCE: ONE PER ORDER PER PROCESSING DATE
       01  WS-SO-REF.
           03 FILLER                PIC X(02) VALUE 'SO'.
           03 WS-SO-REF-NO          PIC 9(04) VALUE 0.
           03 WS-SO-REF-DATE        PIC 9(06) VALUE 0.
       01  WS-SCHED-DATE            PIC 9(08) VALUE 0.
       01  WS-RESULT-TEXT           PIC X(30) VALUE SPACES.
       01  WS-COUNTS.
           03 WS-READ-COUNT         PIC 9(08) VALUE 0.
           03 WS-DUE-COUNT          PIC 9(08) VALUE 0.
           03 WS-EXECUTED-COUNT     PIC 9(08) VALUE 0.
           03 WS-SKIPPED-COUNT      PIC 9(08) VALUE 0.
           03 WS-EXPIRED-COUNT      PIC 9(08) VALUE 0.
           03 WS-EXECUTED-TOTAL     PIC S9(15) VALUE 0.
       01  HEADER-1.
           03 FILLER         PIC X(26) VALUE 'STANDING ORDER EXECUTION'.
           03 FILLER         PIC X(05) VALUE 'FOR '.
           03 HDR-DATE-O     PIC 9(08).
           03 FILLER         PIC X(61) VALUE SPACES.
       01  HEADER-2.
           03 FILLER         PIC X(07) VALUE 'ID'.
           03 FILLER         PIC X(05) VALUE 'DVZ'.
           03 FILLER         PIC X(06) VALUE 'ORDER'.
           03 FILLER         PIC X(22) VALUE '              AMOUNT'.
           03 FILLER         PIC X(10) VALUE 'SCHEDULED'.
           03 FILLER         PIC X(10) VALUE 'EXECUTED'.
           03 FILLER         PIC X(30) VALUE 'RESULT'.
       01  DETAIL-LINE.
           03 DET-ID-O       PIC 9(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-DVZ-O      PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-NO-O       PIC 9(04).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-AMOUNT-O   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-SCHED-O    PIC 9(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-EXEC-O     PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 DET-RESULT-O   PIC X(40).
       01  FOOTER-LINE.
           03 FILLER         PIC X(12) VALUE 'ORDERS READ='.
           03 FTR-READ-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(05) VALUE ' DUE='.
           03 FTR-DUE-O      PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(10) VALUE ' EXECUTED='.
           03 FTR-EXEC-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(09) VALUE ' SKIPPED='.
           03 FTR-SKIP-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(09) VALUE ' EXPIRED='.
           03 FTR-EXP-O      PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(05) VALUE SPACES.
       01  TOTAL-LINE.
           03 FILLER         PIC X(20) VALUE 'TOTAL EXECUTED'.
           03 TOT-AMOUNT-O   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           03 FILLER         PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-PROC-DATE-PARA.
           PERFORM SETUP-MARKETS THRU SETUP-MARKETS-END.
           PERFORM OPEN-FILES-PARA.
           PERFORM SETUP-HOLIDAYS THRU SETUP-HOLIDAYS-END.
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
           DISPLAY 'PGEB127 PROCESSING DATE: ' WS-PROC-DATE.

       SETUP-MARKETS.
           MOVE 1 TO WS-MKT-COUNT.
           MOVE SPACES TO WS-MKT-CODE (1).
           MOVE 0 TO WS-MKT-WK1 (1).
           MOVE 6 TO WS-MKT-WK2 (1).
           OPEN INPUT MARKET-CNF.
           IF MARKET-CNF-NOFILE
              GO TO SETUP-MARKETS-END
           END-IF.
           IF (MKT-ST NOT = 0) AND (MKT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN MKTCNF: ' MKT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SETUP-MARKET-STEP THRU SETUP-MARKET-STEP-END
              UNTIL MARKET-CNF-EOF.
           CLOSE MARKET-CNF.
       SETUP-MARKETS-END. EXIT.

       SETUP-MARKET-STEP.
           READ MARKET-CNF.
           IF MARKET-CNF-EOF
              GO TO SETUP-MARKET-STEP-END
           END-IF
           IF (MKT-ST NOT = 0) AND (MKT-ST NOT = 97)
              DISPLAY 'UNABLE TO READ MKTCNF: ' MKT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF MKT-WKND1 NOT NUMERIC OR MKT-WKND2 NOT NUMERIC
              OR MKT-WKND1 > 6 OR MKT-WKND2 > 6
              DISPLAY 'INVALID MARKET CONFIG RECORD: ' MKT-REC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE MKT-CODE TO WS-CUR-MARKET
           PERFORM FIND-MARKET
           IF WS-MKT-HIT = 0
              IF WS-MKT-COUNT >= 20
                 DISPLAY 'MARKET CONFIG TABLE FULL - LIMIT 20'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-MKT-COUNT
              MOVE WS-MKT-COUNT TO WS-MKT-HIT
           END-IF
           MOVE MKT-CODE  TO WS-MKT-CODE (WS-MKT-HIT)
           MOVE MKT-WKND1 TO WS-MKT-WK1 (WS-MKT-HIT)
           MOVE MKT-WKND2 TO WS-MKT-WK2 (WS-MKT-HIT).
       SETUP-MARKET-STEP-END. EXIT.

       FIND-MARKET.
           MOVE 0 TO WS-MKT-HIT
           PERFORM FIND-MARKET-STEP
               VARYING WS-MKT-SUB FROM 1 BY 1
               UNTIL WS-MKT-SUB > WS-MKT-COUNT
           IF WS-MKT-HIT > 0
              MOVE WS-MKT-WK1 (WS-MKT-HIT) TO WS-CUR-WKND1
              MOVE WS-MKT-WK2 (WS-MKT-HIT) TO WS-CUR-WKND2
           END-IF.

       FIND-MARKET-STEP.
           IF WS-MKT-CODE (WS-MKT-SUB) = WS-CUR-MARKET
              MOVE WS-MKT-SUB TO WS-MKT-HIT
           END-IF.

       OPEN-FILES-PARA.
           INITIALIZE SO-ST IDX-ST HOLD-ST ACS-ST SOT-ST RPT-ST.
           OPEN I-O SO-FILE
           OPEN INPUT IDX-FILE
           OPEN INPUT HOLD-FILE
           OPEN INPUT ACS-FILE
           OPEN INPUT HOLIDAY-CAL
           OPEN OUTPUT SO-TRAN
           OPEN OUTPUT SO-RPT
           IF SO-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (STORDER): " SO-ST
              GO TO EXIT-PARA
           END-IF.
           IF IDX-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (IDXFILE): " IDX-ST
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
           IF (HOL-ST NOT = 0) AND (HOL-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN HOLCAL: ' HOL-ST
              GO TO EXIT-PARA
           END-IF.
           IF SOT-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (SOTRAN): " SOT-ST
              GO TO EXIT-PARA
           END-IF.
           IF RPT-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (SORPT): " RPT-ST
              GO TO EXIT-PARA
           END-IF.

       SETUP-HOLIDAYS.
           PERFORM SETUP-HOLIDAY-STEP THRU SETUP-HOLIDAY-STEP-END
              UNTIL HOLIDAY-CAL-EOF.
           CLOSE HOLIDAY-CAL.
       SETUP-HOLIDAYS-END. EXIT.

       SETUP-HOLIDAY-STEP.
           READ HOLIDAY-CAL.
           IF HOLIDAY-CAL-EOF
              GO TO SETUP-HOLIDAY-STEP-END
           END-IF
           IF (HOL-ST NOT = 0) AND (HOL-ST NOT = 97)
              DISPLAY 'UNABLE TO READ HOLCAL: ' HOL-ST
              MOVE 16 TO RETURN-CODE
              PERFORM CLOSE-PARA
              STOP RUN
           END-IF
           IF WS-HOLIDAY-COUNT >= 400
              DISPLAY 'HOLIDAY CALENDAR TABLE FULL - LIMIT 400'
              MOVE 16 TO RETURN-CODE
              PERFORM CLOSE-PARA
              STOP RUN
           END-IF
           MOVE HOL-DATE TO WS-EDIT-DATE-X
           IF HOL-MARKET NOT = WS-PREV-HOL-MKT
              MOVE HOL-MARKET TO WS-PREV-HOL-MKT
              IF WS-HM-COUNT >= 20
                 DISPLAY 'HOLIDAY MARKET TABLE FULL - LIMIT 20'
                 MOVE 16 TO RETURN-CODE
                 PERFORM CLOSE-PARA
                 STOP RUN
              END-IF
              ADD 1 TO WS-HM-COUNT
              MOVE HOL-MARKET TO WS-HM-CODE (WS-HM-COUNT)
              MOVE 9999 TO WS-HM-MINYEAR (WS-HM-COUNT)
              MOVE 0 TO WS-HM-MAXYEAR (WS-HM-COUNT)
           END-IF
           IF WS-EDIT-YYYY < WS-HM-MINYEAR (WS-HM-COUNT)
              MOVE WS-EDIT-YYYY TO WS-HM-MINYEAR (WS-HM-COUNT)
           END-IF
           IF WS-EDIT-YYYY > WS-HM-MAXYEAR (WS-HM-COUNT)
              MOVE WS-EDIT-YYYY TO WS-HM-MAXYEAR (WS-HM-COUNT)
           END-IF
           ADD 1 TO WS-HOLIDAY-COUNT
           MOVE HOL-MARKET TO WS-HOL-MKT(WS-HOLIDAY-COUNT)
           COMPUTE WS-HOL-INT(WS-HOLIDAY-COUNT) =
               FUNCTION INTEGER-OF-DATE(HOL-DATE).
       SETUP-HOLIDAY-STEP-END. EXIT.

       PROCESS-PARA.
           PERFORM UNTIL SO-FILE-EOF = 'Y'
               READ SO-FILE NEXT
                   AT END MOVE 'Y' TO SO-FILE-EOF
               END-READ
               IF SO-FILE-EOF NOT = 'Y'
                  PERFORM PROCESS-ONE-ORDER
               END-IF
           END-PERFORM.

      * AN ORDER IS DUE WHEN ITS NEXT DUE DATE, ROLLED OFF WEEKENDS
      * AND HOLIDAYS OF ITS MARKET, FALLS ON OR BEFORE THE PROCESSING
      * DATE. ONE OCCURRENCE IS EXECUTED PER RUN; A MISSED OCCURRENCE
      * STILL DUE AFTER THE ADVANCE IS PICKED UP ON THE NEXT RUN
       PROCESS-ONE-ORDER.
           ADD 1 TO WS-READ-COUNT
           IF SO-ACTIVE
              SET ORDER-NOT-DUE TO TRUE
              SET KEEP-DUE-DATE TO TRUE
              MOVE SPACES TO WS-RESULT-TEXT
              MOVE 0 TO WS-EXEC-DATE
              IF SO-NEXT-DUE = 0
                 MOVE SO-START TO SO-NEXT-DUE
              END-IF
              MOVE SO-NEXT-DUE TO WS-SCHED-DATE
              PERFORM SELECT-ORDER-PARA THRU SELECT-ORDER-END
              IF NOT ORDER-NOT-DUE
                 PERFORM WRITE-DETAIL-PARA
                 IF ADVANCE-DUE-DATE
                    PERFORM ADVANCE-DUE-PARA
                    PERFORM CHECK-END-DATE-PARA
                 END-IF
                 PERFORM REWRITE-ORDER-PARA
              END-IF
           END-IF.

       SELECT-ORDER-PARA.
           IF SO-END NOT = 0 AND SO-NEXT-DUE > SO-END
              SET ORDER-EXPIRED TO TRUE
              MOVE 'E' TO SO-STATUS
              MOVE 'ORDER EXPIRED' TO WS-RESULT-TEXT
              ADD 1 TO WS-EXPIRED-COUNT
              GO TO SELECT-ORDER-END
           END-IF
           MOVE SO-NEXT-DUE TO WS-EDIT-DATE-X
           PERFORM DATE-EDIT THRU DATE-EDIT-END
           IF DATE-INVALID
              OR (NOT SO-WEEKLY AND NOT SO-MONTHLY AND NOT SO-QUARTERLY)
              OR (NOT SO-ROLL-FORWARD AND NOT SO-ROLL-BACK)
              OR SO-AMOUNT NOT > 0
              IF SO-NEXT-DUE NOT > WS-PROC-DATE
                 MOVE 'INVALID ORDER - NOT EXECUTED' TO WS-RESULT-TEXT
                 PERFORM COUNT-SKIPPED-PARA
              END-IF
              GO TO SELECT-ORDER-END
           END-IF
           MOVE SO-MARKET TO WS-CUR-MARKET
           PERFORM FIND-MARKET
           IF WS-MKT-HIT = 0
              IF SO-NEXT-DUE NOT > WS-PROC-DATE
                 MOVE 'UNKNOWN MARKET CODE' TO WS-RESULT-TEXT
                 PERFORM COUNT-SKIPPED-PARA
              END-IF
              GO TO SELECT-ORDER-END
           END-IF
           PERFORM ROLL-DUE-DATE-PARA THRU ROLL-DUE-DATE-END
           IF WS-RESULT-TEXT NOT = SPACES
              IF SO-NEXT-DUE NOT > WS-PROC-DATE
                 PERFORM COUNT-SKIPPED-PARA
              END-IF
              GO TO SELECT-ORDER-END
           END-IF
           IF WS-EXEC-DATE > WS-PROC-DATE
              GO TO SELECT-ORDER-END
           END-IF
           ADD 1 TO WS-DUE-COUNT
           SET ADVANCE-DUE-DATE TO TRUE
           PERFORM CHECK-FUNDS-PARA
           IF WS-RESULT-TEXT NOT = SPACES
              SET ORDER-SKIPPED TO TRUE
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO SELECT-ORDER-END
           END-IF
           PERFORM WRITE-POSTING-PARA.
       SELECT-ORDER-END. EXIT.

       COUNT-SKIPPED-PARA.
           SET ORDER-SKIPPED TO TRUE
           ADD 1 TO WS-DUE-COUNT
           ADD 1 TO WS-SKIPPED-COUNT.

      * ROLL THE SCHEDULED DATE TO A BUSINESS DAY OF THE ORDER'S MARKET,
      * FORWARD OR BACK AS THE ORDER SAYS
       ROLL-DUE-DATE-PARA.
           PERFORM FIND-HOLMKT
           IF WS-HM-HIT > 0
              IF WS-EDIT-YYYY < WS-HM-MINYEAR (WS-HM-HIT)
                 OR WS-EDIT-YYYY > WS-HM-MAXYEAR (WS-HM-HIT)
                 MOVE 'CALENDAR DOES NOT COVER DATE' TO WS-RESULT-TEXT
                 GO TO ROLL-DUE-DATE-END
              END-IF
           ELSE
              IF WS-CUR-MARKET NOT = SPACES
                 MOVE 'NO HOLIDAYS FOR MARKET' TO WS-RESULT-TEXT
                 GO TO ROLL-DUE-DATE-END
              END-IF
           END-IF
           COMPUTE WS-BD-CTR = FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE)
           MOVE 0 TO WS-BD-SCAN
           PERFORM CHECK-ONE-DAY-PARA
           PERFORM ROLL-STEP-PARA
               UNTIL IS-BUSINESS-DAY OR WS-BD-SCAN > 30
           IF NOT-BUSINESS-DAY
              MOVE 'NO BUSINESS DAY IN 30 DAYS' TO WS-RESULT-TEXT
              GO TO ROLL-DUE-DATE-END
           END-IF
           COMPUTE WS-EXEC-DATE = FUNCTION DATE-OF-INTEGER(WS-BD-CTR).
       ROLL-DUE-DATE-END. EXIT.

       ROLL-STEP-PARA.
           IF SO-ROLL-BACK
              SUBTRACT 1 FROM WS-BD-CTR
           ELSE
              ADD 1 TO WS-BD-CTR
           END-IF
           ADD 1 TO WS-BD-SCAN
           PERFORM CHECK-ONE-DAY-PARA.

       FIND-HOLMKT.
           MOVE 0 TO WS-HM-HIT
           PERFORM FIND-HOLMKT-STEP
               VARYING WS-HM-SUB FROM 1 BY 1
               UNTIL WS-HM-SUB > WS-HM-COUNT.

       FIND-HOLMKT-STEP.
           IF WS-HM-CODE (WS-HM-SUB) = WS-CUR-MARKET
              MOVE WS-HM-SUB TO WS-HM-HIT
           END-IF.

       CHECK-ONE-DAY-PARA.
           SET NOT-BUSINESS-DAY TO TRUE
           COMPUTE WS-BD-DOW = FUNCTION MOD(WS-BD-CTR, 7)
           IF WS-BD-DOW NOT = WS-CUR-WKND1
              AND WS-BD-DOW NOT = WS-CUR-WKND2
              PERFORM CHECK-HOLIDAY
              IF WS-NOT-HOLIDAY
                 SET IS-BUSINESS-DAY TO TRUE
              END-IF
           END-IF.

       CHECK-HOLIDAY.
           SET WS-NOT-HOLIDAY TO TRUE
           IF WS-HOLIDAY-COUNT > 0
              SEARCH ALL WS-HOLIDAY-ENTRY
                 AT END CONTINUE
                 WHEN WS-HOL-MKT(WS-HOL-IDX) = WS-CUR-MARKET
                    AND WS-HOL-INT(WS-HOL-IDX) = WS-BD-CTR
                    SET WS-IS-HOLIDAY TO TRUE
              END-SEARCH
           END-IF.

      * FUNDS: THE AVAILABLE BALANCE LESS ORDERS ALREADY EXECUTED
      * AGAINST THE ACCOUNT IN THIS RUN MUST COVER THE ORDER
       CHECK-FUNDS-PARA.
           IF SO-ID NOT = WS-COMMIT-ID OR SO-DVZ NOT = WS-COMMIT-DVZ
              MOVE SO-ID  TO WS-COMMIT-ID
              MOVE SO-DVZ TO WS-COMMIT-DVZ
              MOVE 0 TO WS-COMMITTED
           END-IF
           MOVE SO-ID  TO IDX-ID
           MOVE SO-DVZ TO IDX-DVZ
           READ IDX-FILE
           KEY IS IDX-KEY
           INVALID KEY
                MOVE 'ACCOUNT NOT ON IDX-FILE' TO WS-RESULT-TEXT
           END-READ
           IF WS-RESULT-TEXT = SPACES
              MOVE SO-ID        TO WS-HOLD-ID
              MOVE SO-DVZ       TO WS-HOLD-DVZ
              MOVE WS-PROC-DATE TO WS-HOLD-DATE
              PERFORM COMPUTE-AVAILABLE-PARA
              EVALUATE TRUE
                  WHEN NOT ACCT-OPEN
                       MOVE 'ACCOUNT NOT OPEN' TO WS-RESULT-TEXT
                  WHEN WS-AVAIL-BALANCE - WS-COMMITTED < SO-AMOUNT
                       MOVE 'INSUFFICIENT FUNDS' TO WS-RESULT-TEXT
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF.

      * AVAILABLE BALANCE: NOTHING ON A BLOCKED OR CLOSED ACCOUNT,
      * OTHERWISE THE LEDGER BALANCE LESS THE HOLDS IN FORCE
       COMPUTE-AVAILABLE-PARA.
           PERFORM LOOKUP-HOLDS-PARA.
           IF ACCT-OPEN
              COMPUTE WS-AVAIL-BALANCE = IDX-BALANCE - WS-HELD-AMOUNT
           ELSE
              MOVE 0 TO WS-AVAIL-BALANCE
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

       WRITE-POSTING-PARA.
           SET ORDER-EXECUTED TO TRUE
           ADD 1 TO WS-EXECUTED-COUNT
           ADD SO-AMOUNT TO WS-EXECUTED-TOTAL
           ADD SO-AMOUNT TO WS-COMMITTED
           MOVE SPACES TO TRAN-REC
           MOVE 'P'            TO TRAN-ACTION
           MOVE SO-ID          TO TRAN-ID
           MOVE SO-DVZ         TO TRAN-DVZ
           MOVE 'D'            TO TRAN-POST-DC
           MOVE SO-NO          TO WS-SO-REF-NO
           MOVE WS-PROC-DATE   TO WS-SO-REF-DATE
           MOVE WS-SO-REF      TO TRAN-POST-REF
           IF SO-NARR = SPACES
              MOVE 'STANDING ORDER' TO TRAN-POST-NARR
           ELSE
              MOVE SO-NARR     TO TRAN-POST-NARR
           END-IF
           MOVE IDX-DATE       TO TRAN-DATE
           MOVE SO-AMOUNT      TO TRAN-BALANCE
           WRITE TRAN-REC
           MOVE WS-PROC-DATE   TO SO-LAST-RUN
           MOVE 'EXECUTED'     TO WS-RESULT-TEXT.

      * NEXT DUE DATE MOVES ON FROM THE SCHEDULED (UNROLLED) DATE; A
      * MONTHLY OR QUARTERLY ORDER KEEPS THE DAY OF ITS START DATE,
      * CUT BACK TO THE LAST DAY OF A SHORTER MONTH
       ADVANCE-DUE-PARA.
           EVALUATE TRUE
               WHEN SO-WEEKLY
                    COMPUTE WS-BD-CTR =
                        FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE) + 7
                    COMPUTE SO-NEXT-DUE =
                        FUNCTION DATE-OF-INTEGER(WS-BD-CTR)
               WHEN SO-MONTHLY
                    MOVE 1 TO WS-ADD-MONTHS
                    PERFORM ADD-MONTHS-PARA
               WHEN OTHER
                    MOVE 3 TO WS-ADD-MONTHS
                    PERFORM ADD-MONTHS-PARA
           END-EVALUATE.

       ADD-MONTHS-PARA.
           MOVE SO-NEXT-DUE TO WS-EDIT-DATE-X
           ADD WS-ADD-MONTHS TO WS-EDIT-MM
           IF WS-EDIT-MM > 12
              SUBTRACT 12 FROM WS-EDIT-MM
              ADD 1 TO WS-EDIT-YYYY
           END-IF
           MOVE WS-DIM-ENTRY(WS-EDIT-MM) TO WS-DIM-CHECK
           IF WS-EDIT-MM = 2
              AND FUNCTION MOD(WS-EDIT-YYYY, 4) = 0
              AND (FUNCTION MOD(WS-EDIT-YYYY, 100) NOT = 0
                   OR FUNCTION MOD(WS-EDIT-YYYY, 400) = 0)
              ADD 1 TO WS-DIM-CHECK
           END-IF
           IF SO-START-DD > WS-DIM-CHECK
              MOVE WS-DIM-CHECK TO WS-EDIT-DD
           ELSE
              MOVE SO-START-DD TO WS-EDIT-DD
           END-IF
           MOVE WS-EDIT-DATE-X TO SO-NEXT-DUE.

      * THE FINAL OCCURRENCE EXPIRES THE ORDER IN THE SAME RUN
       CHECK-END-DATE-PARA.
           IF SO-END NOT = 0 AND SO-NEXT-DUE > SO-END
              MOVE 'E' TO SO-STATUS
              ADD 1 TO WS-EXPIRED-COUNT
              MOVE SO-ID       TO DET-ID-O
              MOVE SO-DVZ      TO DET-DVZ-O
              MOVE SO-NO       TO DET-NO-O
              MOVE 0           TO DET-AMOUNT-O
              MOVE SO-END      TO DET-SCHED-O
              MOVE SPACES      TO DET-EXEC-O
              MOVE 'ORDER EXPIRED' TO DET-RESULT-O
              WRITE RPT-REC FROM DETAIL-LINE
           END-IF.

       REWRITE-ORDER-PARA.
           REWRITE SO-REC
           INVALID KEY
                DISPLAY 'PGEB127 REWRITE FAILED FOR ORDER '
                        SO-ID ' ' SO-DVZ ' ' SO-NO ': ' SO-ST
                MOVE 8 TO RETURN-CODE
           END-REWRITE.

       DATE-EDIT.
           SET DATE-INVALID TO TRUE
           IF WS-EDIT-YYYY < 1 OR WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
              GO TO DATE-EDIT-END
           END-IF
           MOVE WS-DIM-ENTRY(WS-EDIT-MM) TO WS-DIM-CHECK
           IF WS-EDIT-MM = 2
              AND FUNCTION MOD(WS-EDIT-YYYY, 4) = 0
              AND (FUNCTION MOD(WS-EDIT-YYYY, 100) NOT = 0
                   OR FUNCTION MOD(WS-EDIT-YYYY, 400) = 0)
              ADD 1 TO WS-DIM-CHECK
           END-IF
           IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-DIM-CHECK
              GO TO DATE-EDIT-END
           END-IF
           SET DATE-VALID TO TRUE.
       DATE-EDIT-END. EXIT.

       WRITE-HEADER-PARA.
           MOVE WS-PROC-DATE TO HDR-DATE-O.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.

       WRITE-DETAIL-PARA.
           MOVE SO-ID          TO DET-ID-O.
           MOVE SO-DVZ         TO DET-DVZ-O.
           MOVE SO-NO          TO DET-NO-O.
           MOVE SO-AMOUNT      TO DET-AMOUNT-O.
           MOVE WS-SCHED-DATE  TO DET-SCHED-O.
           IF WS-EXEC-DATE = 0
              MOVE SPACES       TO DET-EXEC-O
           ELSE
              MOVE WS-EXEC-DATE TO DET-EXEC-O
           END-IF.
           MOVE SPACES TO DET-RESULT-O.
           IF ORDER-SKIPPED
              STRING WS-RESULT-TEXT DELIMITED BY '  '
                     ' - SKIPPED'   DELIMITED BY SIZE
                 INTO DET-RESULT-O
              END-STRING
           ELSE
              MOVE WS-RESULT-TEXT TO DET-RESULT-O
           END-IF.
           WRITE RPT-REC FROM DETAIL-LINE.

       WRITE-TRAILER-PARA.
           MOVE WS-EXECUTED-TOTAL TO TOT-AMOUNT-O
           WRITE RPT-REC FROM TOTAL-LINE
           MOVE WS-READ-COUNT     TO FTR-READ-O
           MOVE WS-DUE-COUNT      TO FTR-DUE-O
           MOVE WS-EXECUTED-COUNT TO FTR-EXEC-O
           MOVE WS-SKIPPED-COUNT  TO FTR-SKIP-O
           MOVE WS-EXPIRED-COUNT  TO FTR-EXP-O
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
           MOVE 'PGEB127'         TO RUN-PROGRAM.
           MOVE WS-PROC-DATE      TO RUN-BUSDATE.
           MOVE WS-CURRENT-HMS    TO RUN-ID.
           MOVE WS-DUE-COUNT      TO RUN-IN-COUNT.
           MOVE WS-EXECUTED-COUNT TO RUN-OUT-COUNT.
           MOVE WS-SKIPPED-COUNT  TO RUN-REJ-COUNT.
           IF RETURN-CODE = 0
              MOVE 'OK'   TO RUN-STATUS
           ELSE
              MOVE 'FAIL' TO RUN-STATUS
           END-IF.
           WRITE RUN-REC.
           CLOSE RUN-LOG.
       WRITE-RUNLOG-END. EXIT.

       CLOSE-PARA.
           CLOSE SO-FILE.
           CLOSE IDX-FILE.
           CLOSE HOLD-FILE.
           CLOSE ACS-FILE.
           CLOSE SO-TRAN.
           CLOSE SO-RPT.
       EXIT-PARA. EXIT PROGRAM.
