       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEB130.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE
              ASSIGN TO MONPARM
              FILE STATUS IS PRM-ST.
           SELECT JRN-FILE
              ASSIGN TO JRNFILE
              FILE STATUS IS JRN-ST.
           SELECT RATE-FILE
              ASSIGN TO RATEFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RATE-KEY
              FILE STATUS IS RATE-ST.
           SELECT MON-RPT
              ASSIGN TO MONRPT
              FILE STATUS IS RPT-ST.
           SELECT CSV-FILE
              ASSIGN TO MONCSV
              FILE STATUS IS CSV-ST.
       DATA DIVISION.
       FILE SECTION.
      * GENL CARRIES THE WINDOWS AND LIMITS, THRS A LARGE-VALUE
      * THRESHOLD (BASE CURRENCY) FOR ONE DVZ. A ZERO TURNS THE
      * CORRESPONDING TEST OFF
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           03 PRM-TYPE              PIC X(04).
              88 PRM-GENERAL                 VALUE 'GENL'.
              88 PRM-THRESHOLD               VALUE 'THRS'.
           03 PRM-DATA              PIC X(76).
           03 PRM-GENL REDEFINES PRM-DATA.
              05 PRM-G-WINDOW-DAYS  PIC 9(03).
              05 PRM-G-WINDOW-COUNT PIC 9(03).
              05 PRM-G-ROUND-UNIT   PIC 9(09).
              05 PRM-G-ROUND-MIN    PIC 9(15).
              05 PRM-G-DORM-DAYS    PIC 9(05).
              05 PRM-G-ADDDEL-DAYS  PIC 9(03).
              05 PRM-G-THRESHOLD    PIC 9(13)V99.
              05 FILLER             PIC X(23).
           03 PRM-THRS REDEFINES PRM-DATA.
              05 PRM-T-DVZ          PIC 9(03).
              05 PRM-T-THRESHOLD    PIC 9(13)V99.
              05 FILLER             PIC X(58).
       FD  JRN-FILE RECORDING MODE F.
       01  JRN-REC                  PIC X(200).
       FD  RATE-FILE.
       01  RATE-REC.
           03 RATE-KEY.
              05 RATE-DVZ          PIC S9(3) COMP.
              05 RATE-DATE         PIC 9(8).
           03 RATE-VALUE           PIC 9(7)V9(6) COMP-3.
       FD  MON-RPT RECORDING MODE F.
       01  RPT-REC                  PIC X(132).
       FD  CSV-FILE.
       01  CSV-REC                  PIC X(150).
       WORKING-STORAGE SECTION.
       01  FLAGS.
           03 PRM-FILE-EOF          PIC X     VALUE SPACE.
           03 JRN-FILE-EOF          PIC X     VALUE SPACE.
           03 PRM-ST                PIC X(02) VALUE SPACES.
               88 PRM-ST-OK                   VALUE '00'.
           03 JRN-ST                PIC X(02) VALUE SPACES.
               88 JRN-ST-OK                   VALUE '00'.
           03 RATE-ST               PIC X(02) VALUE SPACES.
               88 RATE-ST-OK                  VALUE '00'.
           03 RPT-ST                PIC X(02) VALUE SPACES.
               88 RPT-ST-OK                   VALUE '00'.
           03 CSV-ST                PIC X(02) VALUE SPACES.
               88 CSV-ST-OK                   VALUE '00'.
           03 WS-GENL-SW            PIC X(01) VALUE 'N'.
               88 GENL-LOADED                 VALUE 'Y'.
               88 GENL-MISSING                VALUE 'N'.
           03 WS-RATE-FOUND-SW      PIC X(01) VALUE 'Y'.
               88 RATE-FOUND                  VALUE 'Y'.
               88 RATE-NOT-FOUND              VALUE 'N'.
           03 WS-RATE-SCAN-SW       PIC X(01) VALUE 'N'.
               88 RATE-SCAN-DONE              VALUE 'Y'.
               88 RATE-SCAN-ACTIVE            VALUE 'N'.
           03 WS-SCAN-SW            PIC X(01) VALUE 'N'.
               88 SCAN-DONE                   VALUE 'Y'.
               88 SCAN-ACTIVE                 VALUE 'N'.
           03 WS-LASTACT-SW         PIC X(01) VALUE 'N'.
               88 LASTACT-USABLE              VALUE 'Y'.
               88 LASTACT-UNUSABLE            VALUE 'N'.
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
       01  WS-PERIOD.
           03 WS-PARM-START         PIC X(08) VALUE SPACES.
           03 WS-PARM-END           PIC X(08) VALUE SPACES.
           03 WS-MON-START          PIC 9(08) VALUE 0.
           03 WS-MON-END            PIC 9(08) VALUE 0.
           03 WS-START-INT          PIC 9(08) VALUE 0.
           03 WS-END-INT            PIC 9(08) VALUE 0.
           03 WS-LOAD-INT           PIC 9(08) VALUE 0.
       01  WS-MON-PARMS.
           03 WS-WINDOW-DAYS        PIC 9(03) VALUE 0.
           03 WS-WINDOW-COUNT       PIC 9(03) VALUE 0.
           03 WS-ROUND-UNIT         PIC 9(09) VALUE 0.
           03 WS-ROUND-MIN          PIC 9(15) VALUE 0.
           03 WS-DORM-DAYS          PIC 9(05) VALUE 0.
           03 WS-ADDDEL-DAYS        PIC 9(03) VALUE 0.
           03 WS-DEF-THRESHOLD      PIC 9(13)V99 VALUE 0.
           03 WS-LOOKBACK-DAYS      PIC 9(03) VALUE 0.
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
       01  WS-WORK-FIELDS.
           03 WS-WORK-DVZ           PIC S9(3) COMP VALUE 0.
           03 WS-ENTRY-DELTA        PIC S9(16) VALUE 0.
           03 WS-ABS-DELTA          PIC 9(16) VALUE 0.
           03 WS-ABS-BASE           PIC 9(15)V99 VALUE 0.
           03 WS-ENTRY-INT          PIC 9(08) VALUE 0.
           03 WS-LASTACT-INT        PIC 9(08) VALUE 0.
           03 WS-IDLE-DAYS          PIC 9(05) VALUE 0.
           03 WS-THRESHOLD          PIC 9(13)V99 VALUE 0.
           03 WS-RATE-VALUE         PIC 9(7)V9(6) VALUE 0.
           03 WS-SCAN-FROM          PIC 9(08) VALUE 0.
           03 WS-WINDOW-HITS        PIC 9(04) VALUE 0.
       01  WS-COUNTS.
           03 WS-JRN-READ           PIC 9(08) VALUE 0.
           03 WS-SCANNED-COUNT      PIC 9(08) VALUE 0.
           03 WS-LOOKBACK-COUNT     PIC 9(08) VALUE 0.
           03 WS-FLAGGED-COUNT      PIC 9(08) VALUE 0.
           03 WS-LARGE-COUNT        PIC 9(08) VALUE 0.
           03 WS-WINDOW-FLAGS       PIC 9(08) VALUE 0.
           03 WS-ROUND-COUNT        PIC 9(08) VALUE 0.
           03 WS-DORMANT-COUNT      PIC 9(08) VALUE 0.
           03 WS-ADDDEL-COUNT       PIC 9(08) VALUE 0.
           03 WS-NORATE-COUNT       PIC 9(08) VALUE 0.
      * RATES ARE THOSE IN FORCE ON THE LAST DAY OF THE RANGE
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
              05 WS-DVZ-THRESHOLD   PIC 9(13)V99.
              05 WS-DVZ-THRS-SW     PIC X(01).
                 88 DVZ-OWN-THRESHOLD        VALUE 'Y'.
                 88 DVZ-DEFAULT-THRESHOLD    VALUE 'N'.
      * JOURNAL ENTRIES FROM THE START OF THE LOOKBACK TO THE END OF
      * THE RANGE, IN JOURNAL ORDER. LOOKBACK ENTRIES ONLY SERVE THE
      * WINDOW AND ADD/DELETE TESTS OF ENTRIES INSIDE THE RANGE
       01  WS-ENT-SUB               PIC 9(04) COMP VALUE 0.
       01  WS-SCAN-SUB              PIC 9(04) COMP VALUE 0.
       01  WS-ENT-TABLE.
           03 WS-ENT-COUNT          PIC 9(04) VALUE 0.
           03 WS-ENT-ENTRY OCCURS 5000 TIMES.
              05 WS-ENT-ID          PIC 9(05).
              05 WS-ENT-DVZ         PIC 9(03).
              05 WS-ENT-ACTION      PIC X(01).
              05 WS-ENT-DATE        PIC 9(08).
              05 WS-ENT-TIME        PIC X(06).
              05 WS-ENT-INT         PIC 9(08).
              05 WS-ENT-BATCH       PIC X(08).
              05 WS-ENT-REF         PIC X(12).
              05 WS-ENT-NAME        PIC X(30).
              05 WS-ENT-DELTA       PIC S9(16).
              05 WS-ENT-BASE        PIC S9(15)V99.
              05 WS-ENT-IDLE        PIC 9(05).
              05 WS-ENT-RANGE-SW    PIC X(01).
                 88 ENT-IN-RANGE             VALUE 'Y'.
                 88 ENT-LOOKBACK             VALUE 'N'.
              05 WS-ENT-FLAGS.
                 07 WS-ENT-LARGE    PIC X(01).
                 07 WS-ENT-WINDOW   PIC X(01).
                 07 WS-ENT-ROUND    PIC X(01).
                 07 WS-ENT-DORMANT  PIC X(01).
                 07 WS-ENT-ADDDEL   PIC X(01).
       01  WS-CASE-SUB              PIC 9(04) COMP VALUE 0.
       01  WS-CASE-HIT              PIC 9(04) VALUE 0.
       01  WS-CASE-TABLE.
           03 WS-CASE-COUNT         PIC 9(04) VALUE 0.
           03 WS-CASE-ENTRY OCCURS 2000 TIMES.
              05 WS-CASE-ID         PIC 9(05).
              05 WS-CASE-NAME       PIC X(30).
              05 WS-CASE-ENTRIES    PIC 9(04).
              05 WS-CASE-FLAGS.
                 07 WS-CASE-LARGE   PIC X(01).
                 07 WS-CASE-WINDOW  PIC X(01).
                 07 WS-CASE-ROUND   PIC X(01).
                 07 WS-CASE-DORMANT PIC X(01).
                 07 WS-CASE-ADDDEL  PIC X(01).
       01  WS-CSV-FIELDS.
           03 WS-CSV-CASE           PIC 9(04).
           03 WS-CSV-ID             PIC 9(05).
           03 WS-CSV-DVZ            PIC 9(03).
           03 WS-CSV-DELTA-ED       PIC -9(15).
           03 WS-CSV-BASE-ED        PIC -9(13).99.
       01  HEADER-1.
           03 FILLER         PIC X(40) VALUE
              'LARGE-VALUE AND UNUSUAL ACTIVITY CASES'.
           03 FILLER         PIC X(05) VALUE 'FROM '.
           03 HDR-START-O    PIC 9(08).
           03 FILLER         PIC X(04) VALUE ' TO '.
           03 HDR-END-O      PIC 9(08).
           03 FILLER         PIC X(67) VALUE SPACES.
       01  HEADER-2.
           03 FILLER         PIC X(08) VALUE 'WINDOW='.
           03 HDR-WDAYS-O    PIC ZZ9.
           03 FILLER         PIC X(12) VALUE ' DAYS COUNT='.
           03 HDR-WCOUNT-O   PIC ZZ9.
           03 FILLER         PIC X(12) VALUE ' ROUND UNIT='.
           03 HDR-RUNIT-O    PIC ZZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(15) VALUE ' DORMANT DAYS='.
           03 HDR-DORM-O     PIC ZZZZ9.
           03 FILLER         PIC X(15) VALUE ' ADD/DEL DAYS='.
           03 HDR-ADDDEL-O   PIC ZZ9.
           03 FILLER         PIC X(20) VALUE ' DEFAULT THRESHOLD='.
           03 HDR-THRS-O     PIC Z(12)9.99.
           03 FILLER         PIC X(09) VALUE SPACES.
       01  HEADER-3.
           03 FILLER         PIC X(40) VALUE
              'FLAGS: L=LARGE VALUE  W=WINDOW COUNT'.
           03 FILLER         PIC X(50) VALUE
              '  R=ROUND AMOUNT  D=DORMANT ACCOUNT  A=ADD/DELETE'.
           03 FILLER         PIC X(42) VALUE SPACES.
       01  HEADER-4.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE 'DATE'.
           03 FILLER         PIC X(08) VALUE 'TIME'.
           03 FILLER         PIC X(03) VALUE 'A'.
           03 FILLER         PIC X(10) VALUE 'BATCH'.
           03 FILLER         PIC X(05) VALUE 'DVZ'.
           03 FILLER         PIC X(14) VALUE 'REFERENCE'.
           03 FILLER         PIC X(18) VALUE '        MOVEMENT'.
           03 FILLER         PIC X(21) VALUE '        BASE AMOUNT'.
           03 FILLER         PIC X(07) VALUE 'FLAGS'.
           03 FILLER         PIC X(32) VALUE SPACES.
       01  CASE-LINE.
           03 FILLER         PIC X(05) VALUE 'CASE '.
           03 CAS-NO-O       PIC ZZZ9.
           03 FILLER         PIC X(11) VALUE '  CUSTOMER '.
           03 CAS-ID-O       PIC 9(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CAS-NAME-O     PIC X(30).
           03 FILLER         PIC X(10) VALUE ' ENTRIES='.
           03 CAS-ENTRIES-O  PIC ZZZ9.
           03 FILLER         PIC X(11) VALUE '  PATTERNS='.
           03 CAS-FLAGS-O    PIC X(05).
           03 FILLER         PIC X(45) VALUE SPACES.
       01  ENTRY-LINE.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 ENT-DATE-O     PIC 9(08).
           03 FILLER         PIC X(01) VALUE SPACES.
           03 ENT-TIME-O     PIC X(06).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 ENT-ACTION-O   PIC X(01).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 ENT-BATCH-O    PIC X(08).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 ENT-DVZ-O      PIC 9(03).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 ENT-REF-O      PIC X(12).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 ENT-DELTA-O    PIC -(15)9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 ENT-BASE-O     PIC -(15)9.99.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 ENT-FLAGS-O    PIC X(05).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 ENT-NOTE-O     PIC X(08).
           03 FILLER         PIC X(22) VALUE SPACES.
       01  FOOTER-1.
           03 FILLER         PIC X(16) VALUE 'ENTRIES IN RANGE'.
           03 FILLER         PIC X(01) VALUE '='.
           03 FTR-SCANNED-O  PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(10) VALUE ' LOOKBACK='.
           03 FTR-LOOKBACK-O PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(09) VALUE ' FLAGGED='.
           03 FTR-FLAGGED-O  PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(07) VALUE ' CASES='.
           03 FTR-CASES-O    PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(09) VALUE ' NO RATE='.
           03 FTR-NORATE-O   PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(30) VALUE SPACES.
       01  FOOTER-2.
           03 FILLER         PIC X(06) VALUE 'LARGE='.
           03 FTR-LARGE-O    PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(08) VALUE ' WINDOW='.
           03 FTR-WINDOW-O   PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(07) VALUE ' ROUND='.
           03 FTR-ROUND-O    PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(09) VALUE ' DORMANT='.
           03 FTR-DORMANT-O  PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(09) VALUE ' ADD/DEL='.
           03 FTR-ADDDEL-O   PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(43) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-PERIOD-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM LOAD-PARMS-PARA.
           PERFORM LOAD-JOURNAL-PARA.
           PERFORM FLAG-ENTRIES-PARA.
           PERFORM BUILD-CASES-PARA.
           PERFORM WRITE-HEADER-PARA.
           PERFORM WRITE-CASES-PARA.
           PERFORM WRITE-TRAILER-PARA.
           PERFORM CLOSE-PARA.
           STOP RUN.

       GET-PERIOD-PARA.
           ACCEPT WS-PARM-START.
           ACCEPT WS-PARM-END.
           IF WS-PARM-START NOT NUMERIC OR WS-PARM-END NOT NUMERIC
              DISPLAY 'PGEB130 MONITORING PERIOD DATES REQUIRED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM-START TO WS-MON-START.
           MOVE WS-PARM-END   TO WS-MON-END.
           IF WS-MON-START > WS-MON-END
              DISPLAY 'PGEB130 PERIOD START AFTER PERIOD END'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-MON-START).
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-MON-END).
           DISPLAY 'PGEB130 MONITORING PERIOD: ' WS-MON-START
                   ' - ' WS-MON-END.

       OPEN-FILES-PARA.
           INITIALIZE PRM-ST JRN-ST RATE-ST RPT-ST CSV-ST.
           OPEN INPUT PRM-FILE
           OPEN INPUT JRN-FILE
           OPEN INPUT RATE-FILE
           OPEN OUTPUT MON-RPT
           OPEN OUTPUT CSV-FILE
           IF PRM-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (MONPARM): " PRM-ST
              GO TO EXIT-PARA
           END-IF.
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
           IF RPT-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (MONRPT): " RPT-ST
              GO TO EXIT-PARA
           END-IF.
           IF CSV-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (MONCSV): " CSV-ST
              GO TO EXIT-PARA
           END-IF.

       LOAD-PARMS-PARA.
           PERFORM UNTIL PRM-FILE-EOF = 'Y'
               READ PRM-FILE
                   AT END MOVE 'Y' TO PRM-FILE-EOF
               END-READ
               IF PRM-FILE-EOF NOT = 'Y'
                  PERFORM LOAD-ONE-PARM-PARA
               END-IF
           END-PERFORM.
           IF GENL-MISSING
              DISPLAY 'PGEB130 NO GENL RECORD ON MONPARM'
              PERFORM PARM-ERROR-PARA
           END-IF.
           MOVE WS-WINDOW-DAYS TO WS-LOOKBACK-DAYS.
           IF WS-ADDDEL-DAYS > WS-LOOKBACK-DAYS
              MOVE WS-ADDDEL-DAYS TO WS-LOOKBACK-DAYS
           END-IF.
           IF WS-LOOKBACK-DAYS < WS-START-INT
              COMPUTE WS-LOAD-INT = WS-START-INT - WS-LOOKBACK-DAYS
           ELSE
              MOVE WS-START-INT TO WS-LOAD-INT
           END-IF.

       LOAD-ONE-PARM-PARA.
           EVALUATE TRUE
               WHEN PRM-GENERAL
                    IF PRM-G-WINDOW-DAYS NOT NUMERIC
                       OR PRM-G-WINDOW-COUNT NOT NUMERIC
                       OR PRM-G-ROUND-UNIT NOT NUMERIC
                       OR PRM-G-ROUND-MIN NOT NUMERIC
                       OR PRM-G-DORM-DAYS NOT NUMERIC
                       OR PRM-G-ADDDEL-DAYS NOT NUMERIC
                       OR PRM-G-THRESHOLD NOT NUMERIC
                       DISPLAY 'PGEB130 INVALID GENL RECORD: ' PRM-REC
                       PERFORM PARM-ERROR-PARA
                    END-IF
                    MOVE PRM-G-WINDOW-DAYS  TO WS-WINDOW-DAYS
                    MOVE PRM-G-WINDOW-COUNT TO WS-WINDOW-COUNT
                    MOVE PRM-G-ROUND-UNIT   TO WS-ROUND-UNIT
                    MOVE PRM-G-ROUND-MIN    TO WS-ROUND-MIN
                    MOVE PRM-G-DORM-DAYS    TO WS-DORM-DAYS
                    MOVE PRM-G-ADDDEL-DAYS  TO WS-ADDDEL-DAYS
                    MOVE PRM-G-THRESHOLD    TO WS-DEF-THRESHOLD
                    SET GENL-LOADED TO TRUE
               WHEN PRM-THRESHOLD
                    IF PRM-T-DVZ NOT NUMERIC
                       OR PRM-T-THRESHOLD NOT NUMERIC
                       DISPLAY 'PGEB130 INVALID THRS RECORD: ' PRM-REC
                       PERFORM PARM-ERROR-PARA
                    END-IF
                    MOVE PRM-T-DVZ TO WS-WORK-DVZ
                    PERFORM FIND-DVZ-PARA
                    MOVE PRM-T-THRESHOLD
                      TO WS-DVZ-THRESHOLD (WS-DVZ-HIT)
                    SET DVZ-OWN-THRESHOLD (WS-DVZ-HIT) TO TRUE
               WHEN OTHER
                    DISPLAY 'PGEB130 UNKNOWN PARAMETER RECORD: '
                            PRM-REC
                    PERFORM PARM-ERROR-PARA
           END-EVALUATE.

       PARM-ERROR-PARA.
           MOVE 16 TO RETURN-CODE.
           PERFORM CLOSE-PARA.
           STOP RUN.

       LOAD-JOURNAL-PARA.
           PERFORM UNTIL JRN-FILE-EOF = 'Y'
               READ JRN-FILE
                   AT END MOVE 'Y' TO JRN-FILE-EOF
               END-READ
               IF JRN-FILE-EOF NOT = 'Y'
                  PERFORM LOAD-ONE-JOURNAL-PARA
                      THRU LOAD-ONE-JOURNAL-END
               END-IF
           END-PERFORM.

       LOAD-ONE-JOURNAL-PARA.
           MOVE JRN-REC TO WS-JRN-WORK
           ADD 1 TO WS-JRN-READ
           IF WS-JW-TS-DATE NOT NUMERIC
              OR WS-JW-TS-DATE > WS-MON-END
              GO TO LOAD-ONE-JOURNAL-END
           END-IF
           MOVE WS-JW-TS-DATE TO WS-EDIT-DATE-X
           PERFORM DATE-EDIT THRU DATE-EDIT-END
           IF DATE-INVALID
              GO TO LOAD-ONE-JOURNAL-END
           END-IF
           COMPUTE WS-ENTRY-INT =
               FUNCTION INTEGER-OF-DATE(WS-JW-TS-DATE)
           IF WS-ENTRY-INT < WS-LOAD-INT
              GO TO LOAD-ONE-JOURNAL-END
           END-IF
           IF WS-ENT-COUNT >= 5000
              DISPLAY 'JOURNAL ENTRY TABLE FULL - MONITORING ABANDONED'
              MOVE 16 TO RETURN-CODE
              PERFORM CLOSE-PARA
              STOP RUN
           END-IF
           ADD 1 TO WS-ENT-COUNT
           MOVE WS-ENT-COUNT TO WS-ENT-SUB
           MOVE 0 TO WS-ENTRY-DELTA
           IF WS-JW-A-BALANCE NUMERIC
              ADD WS-JW-A-BALANCE TO WS-ENTRY-DELTA
           END-IF
           IF WS-JW-B-BALANCE NUMERIC
              SUBTRACT WS-JW-B-BALANCE FROM WS-ENTRY-DELTA
           END-IF
           IF JW-DELETE
              MOVE WS-JW-B-ID   TO WS-ENT-ID (WS-ENT-SUB)
              MOVE WS-JW-B-DVZ  TO WS-ENT-DVZ (WS-ENT-SUB)
              MOVE WS-JW-B-NAME TO WS-ENT-NAME (WS-ENT-SUB)
           ELSE
              MOVE WS-JW-A-ID   TO WS-ENT-ID (WS-ENT-SUB)
              MOVE WS-JW-A-DVZ  TO WS-ENT-DVZ (WS-ENT-SUB)
              MOVE WS-JW-A-NAME TO WS-ENT-NAME (WS-ENT-SUB)
           END-IF
           MOVE WS-JW-ACTION   TO WS-ENT-ACTION (WS-ENT-SUB)
           MOVE WS-JW-TS-DATE  TO WS-ENT-DATE (WS-ENT-SUB)
           MOVE WS-JW-TS-TIME  TO WS-ENT-TIME (WS-ENT-SUB)
           MOVE WS-ENTRY-INT   TO WS-ENT-INT (WS-ENT-SUB)
           MOVE WS-JW-BATCH-ID TO WS-ENT-BATCH (WS-ENT-SUB)
           MOVE WS-JW-REF      TO WS-ENT-REF (WS-ENT-SUB)
           MOVE WS-ENTRY-DELTA TO WS-ENT-DELTA (WS-ENT-SUB)
           MOVE SPACES         TO WS-ENT-FLAGS (WS-ENT-SUB)
           PERFORM SET-IDLE-DAYS-PARA
           MOVE WS-IDLE-DAYS   TO WS-ENT-IDLE (WS-ENT-SUB)
           MOVE WS-ENT-DVZ (WS-ENT-SUB) TO WS-WORK-DVZ
           PERFORM FIND-DVZ-PARA
           IF DVZ-RATE-FOUND (WS-DVZ-HIT)
              COMPUTE WS-ENT-BASE (WS-ENT-SUB) ROUNDED =
                      WS-ENTRY-DELTA * WS-DVZ-RATE (WS-DVZ-HIT)
           ELSE
              MOVE 0 TO WS-ENT-BASE (WS-ENT-SUB)
           END-IF
           IF WS-ENTRY-INT < WS-START-INT
              SET ENT-LOOKBACK (WS-ENT-SUB) TO TRUE
              ADD 1 TO WS-LOOKBACK-COUNT
           ELSE
              SET ENT-IN-RANGE (WS-ENT-SUB) TO TRUE
              ADD 1 TO WS-SCANNED-COUNT
              IF DVZ-RATE-MISSING (WS-DVZ-HIT)
                 ADD 1 TO WS-NORATE-COUNT
              END-IF
           END-IF.
       LOAD-ONE-JOURNAL-END. EXIT.

      * IDLE DAYS BEFORE THE ENTRY, AS PGEB117 MEASURES THEM FROM THE
      * LAST-ACTIVITY DATE ON THE BEFORE IMAGE. AN ADD HAS NO HISTORY
       SET-IDLE-DAYS-PARA.
           MOVE 0 TO WS-IDLE-DAYS
           IF JW-ADD OR WS-JW-B-BALANCE NOT NUMERIC
              GO TO SET-IDLE-DAYS-END
           END-IF
           SET LASTACT-UNUSABLE TO TRUE
           IF WS-JW-B-LASTACT NUMERIC AND WS-JW-B-LASTACT > 0
              MOVE WS-JW-B-LASTACT TO WS-EDIT-DATE-X
              PERFORM DATE-EDIT THRU DATE-EDIT-END
              IF DATE-VALID
                 COMPUTE WS-LASTACT-INT =
                     FUNCTION INTEGER-OF-DATE(WS-JW-B-LASTACT)
                 SET LASTACT-USABLE TO TRUE
              END-IF
           END-IF
           IF LASTACT-USABLE
              IF WS-LASTACT-INT < WS-ENTRY-INT
                 COMPUTE WS-IDLE-DAYS = WS-ENTRY-INT - WS-LASTACT-INT
                     ON SIZE ERROR MOVE 99999 TO WS-IDLE-DAYS
                 END-COMPUTE
              END-IF
           ELSE
              MOVE 99999 TO WS-IDLE-DAYS
           END-IF.
       SET-IDLE-DAYS-END. EXIT.

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

       FIND-DVZ-PARA.
           MOVE 0 TO WS-DVZ-HIT
           PERFORM FIND-DVZ-STEP
               VARYING WS-DVZ-SUB FROM 1 BY 1
               UNTIL WS-DVZ-SUB > WS-DVZ-COUNT
           IF WS-DVZ-HIT = 0
              IF WS-DVZ-COUNT >= 50
                 DISPLAY 'DVZ TABLE FULL - MONITORING ABANDONED'
                 MOVE 16 TO RETURN-CODE
                 PERFORM CLOSE-PARA
                 STOP RUN
              END-IF
              ADD 1 TO WS-DVZ-COUNT
              MOVE WS-DVZ-COUNT TO WS-DVZ-HIT
              MOVE WS-WORK-DVZ TO WS-DVZ-CODE (WS-DVZ-HIT)
              MOVE 0 TO WS-DVZ-THRESHOLD (WS-DVZ-HIT)
              SET DVZ-DEFAULT-THRESHOLD (WS-DVZ-HIT) TO TRUE
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
                   OR RATE-DATE > WS-MON-END
                   SET RATE-SCAN-DONE TO TRUE
                ELSE
                   SET RATE-FOUND TO TRUE
                   MOVE RATE-VALUE TO WS-RATE-VALUE
                END-IF
           END-READ.

      * EVERY TEST IS DRIVEN FROM AN ENTRY INSIDE THE RANGE; THE
      * WINDOW AND ADD/DELETE TESTS LOOK BACK OVER EARLIER ENTRIES
       FLAG-ENTRIES-PARA.
           PERFORM FLAG-ONE-ENTRY-PARA THRU FLAG-ONE-ENTRY-END
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-COUNT.

       FLAG-ONE-ENTRY-PARA.
           IF ENT-LOOKBACK (WS-ENT-SUB)
              GO TO FLAG-ONE-ENTRY-END
           END-IF
           IF WS-ENT-DELTA (WS-ENT-SUB) < 0
              COMPUTE WS-ABS-DELTA = 0 - WS-ENT-DELTA (WS-ENT-SUB)
              COMPUTE WS-ABS-BASE = 0 - WS-ENT-BASE (WS-ENT-SUB)
           ELSE
              MOVE WS-ENT-DELTA (WS-ENT-SUB) TO WS-ABS-DELTA
              MOVE WS-ENT-BASE (WS-ENT-SUB)  TO WS-ABS-BASE
           END-IF
           PERFORM CHECK-LARGE-PARA
           PERFORM CHECK-ROUND-PARA
           IF WS-DORM-DAYS > 0
              AND WS-ENT-IDLE (WS-ENT-SUB) NOT < WS-DORM-DAYS
              MOVE 'D' TO WS-ENT-DORMANT (WS-ENT-SUB)
           END-IF
           IF WS-WINDOW-DAYS > 0 AND WS-WINDOW-COUNT > 0
              PERFORM CHECK-WINDOW-PARA
           END-IF
           IF WS-ADDDEL-DAYS > 0
              AND WS-ENT-ACTION (WS-ENT-SUB) = 'D'
              PERFORM CHECK-ADDDEL-PARA
           END-IF.
       FLAG-ONE-ENTRY-END. EXIT.

       CHECK-LARGE-PARA.
           MOVE WS-ENT-DVZ (WS-ENT-SUB) TO WS-WORK-DVZ
           PERFORM FIND-DVZ-PARA
           IF DVZ-OWN-THRESHOLD (WS-DVZ-HIT)
              MOVE WS-DVZ-THRESHOLD (WS-DVZ-HIT) TO WS-THRESHOLD
           ELSE
              MOVE WS-DEF-THRESHOLD TO WS-THRESHOLD
           END-IF
           IF WS-THRESHOLD > 0
              AND DVZ-RATE-FOUND (WS-DVZ-HIT)
              AND WS-ABS-BASE > WS-THRESHOLD
              MOVE 'L' TO WS-ENT-LARGE (WS-ENT-SUB)
           END-IF.

       CHECK-ROUND-PARA.
           IF WS-ROUND-UNIT > 0
              AND WS-ABS-DELTA > 0
              AND WS-ABS-DELTA NOT < WS-ROUND-MIN
              AND FUNCTION MOD(WS-ABS-DELTA, WS-ROUND-UNIT) = 0
              MOVE 'R' TO WS-ENT-ROUND (WS-ENT-SUB)
           END-IF.

      * COUNT THE CUSTOMER'S ENTRIES IN THE WINDOW ENDING ON THIS
      * ENTRY'S DATE; AT THE LIMIT EVERY ONE OF THEM IS FLAGGED
       CHECK-WINDOW-PARA.
           COMPUTE WS-SCAN-FROM =
                   WS-ENT-INT (WS-ENT-SUB) - WS-WINDOW-DAYS + 1
           MOVE 0 TO WS-WINDOW-HITS
           MOVE WS-ENT-SUB TO WS-SCAN-SUB
           SET SCAN-ACTIVE TO TRUE
           PERFORM COUNT-WINDOW-STEP UNTIL SCAN-DONE
           IF WS-WINDOW-HITS NOT < WS-WINDOW-COUNT
              MOVE WS-ENT-SUB TO WS-SCAN-SUB
              SET SCAN-ACTIVE TO TRUE
              PERFORM MARK-WINDOW-STEP UNTIL SCAN-DONE
           END-IF.

       COUNT-WINDOW-STEP.
           IF WS-SCAN-SUB < 1
              SET SCAN-DONE TO TRUE
           ELSE
              IF WS-ENT-INT (WS-SCAN-SUB) < WS-SCAN-FROM
                 SET SCAN-DONE TO TRUE
              ELSE
                 IF WS-ENT-ID (WS-SCAN-SUB) = WS-ENT-ID (WS-ENT-SUB)
                    ADD 1 TO WS-WINDOW-HITS
                 END-IF
                 SUBTRACT 1 FROM WS-SCAN-SUB
              END-IF
           END-IF.

       MARK-WINDOW-STEP.
           IF WS-SCAN-SUB < 1
              SET SCAN-DONE TO TRUE
           ELSE
              IF WS-ENT-INT (WS-SCAN-SUB) < WS-SCAN-FROM
                 SET SCAN-DONE TO TRUE
              ELSE
                 IF WS-ENT-ID (WS-SCAN-SUB) = WS-ENT-ID (WS-ENT-SUB)
                    MOVE 'W' TO WS-ENT-WINDOW (WS-SCAN-SUB)
                 END-IF
                 SUBTRACT 1 FROM WS-SCAN-SUB
              END-IF
           END-IF.

      * A DELETE WHOSE ACCOUNT WAS ADDED WITHIN THE ADD/DELETE DAYS:
      * THE DELETE AND THE ADD ARE BOTH FLAGGED
       CHECK-ADDDEL-PARA.
           IF WS-ADDDEL-DAYS < WS-ENT-INT (WS-ENT-SUB)
              COMPUTE WS-SCAN-FROM =
                      WS-ENT-INT (WS-ENT-SUB) - WS-ADDDEL-DAYS
           ELSE
              MOVE 0 TO WS-SCAN-FROM
           END-IF
           COMPUTE WS-SCAN-SUB = WS-ENT-SUB - 1
           SET SCAN-ACTIVE TO TRUE
           PERFORM CHECK-ADDDEL-STEP UNTIL SCAN-DONE.

       CHECK-ADDDEL-STEP.
           IF WS-SCAN-SUB < 1
              SET SCAN-DONE TO TRUE
           ELSE
              IF WS-ENT-INT (WS-SCAN-SUB) < WS-SCAN-FROM
                 SET SCAN-DONE TO TRUE
              ELSE
                 IF WS-ENT-ID (WS-SCAN-SUB) = WS-ENT-ID (WS-ENT-SUB)
                    AND WS-ENT-DVZ (WS-SCAN-SUB)
                        = WS-ENT-DVZ (WS-ENT-SUB)
                    AND WS-ENT-ACTION (WS-SCAN-SUB) = 'A'
                    MOVE 'A' TO WS-ENT-ADDDEL (WS-SCAN-SUB)
                    MOVE 'A' TO WS-ENT-ADDDEL (WS-ENT-SUB)
                    SET SCAN-DONE TO TRUE
                 END-IF
                 SUBTRACT 1 FROM WS-SCAN-SUB
              END-IF
           END-IF.

      * ONE CASE PER CUSTOMER, NUMBERED IN ORDER OF FIRST FLAGGED
      * ENTRY
       BUILD-CASES-PARA.
           PERFORM BUILD-ONE-CASE-PARA
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-COUNT.

       BUILD-ONE-CASE-PARA.
           IF WS-ENT-FLAGS (WS-ENT-SUB) NOT = SPACES
              ADD 1 TO WS-FLAGGED-COUNT
              PERFORM COUNT-FLAGS-PARA
              PERFORM FIND-CASE-PARA
              ADD 1 TO WS-CASE-ENTRIES (WS-CASE-HIT)
              PERFORM MERGE-CASE-FLAGS-PARA
           END-IF.

       COUNT-FLAGS-PARA.
           IF WS-ENT-LARGE (WS-ENT-SUB) NOT = SPACE
              ADD 1 TO WS-LARGE-COUNT
           END-IF.
           IF WS-ENT-WINDOW (WS-ENT-SUB) NOT = SPACE
              ADD 1 TO WS-WINDOW-FLAGS
           END-IF.
           IF WS-ENT-ROUND (WS-ENT-SUB) NOT = SPACE
              ADD 1 TO WS-ROUND-COUNT
           END-IF.
           IF WS-ENT-DORMANT (WS-ENT-SUB) NOT = SPACE
              ADD 1 TO WS-DORMANT-COUNT
           END-IF.
           IF WS-ENT-ADDDEL (WS-ENT-SUB) NOT = SPACE
              ADD 1 TO WS-ADDDEL-COUNT
           END-IF.

       MERGE-CASE-FLAGS-PARA.
           IF WS-ENT-LARGE (WS-ENT-SUB) NOT = SPACE
              MOVE 'L' TO WS-CASE-LARGE (WS-CASE-HIT)
           END-IF.
           IF WS-ENT-WINDOW (WS-ENT-SUB) NOT = SPACE
              MOVE 'W' TO WS-CASE-WINDOW (WS-CASE-HIT)
           END-IF.
           IF WS-ENT-ROUND (WS-ENT-SUB) NOT = SPACE
              MOVE 'R' TO WS-CASE-ROUND (WS-CASE-HIT)
           END-IF.
           IF WS-ENT-DORMANT (WS-ENT-SUB) NOT = SPACE
              MOVE 'D' TO WS-CASE-DORMANT (WS-CASE-HIT)
           END-IF.
           IF WS-ENT-ADDDEL (WS-ENT-SUB) NOT = SPACE
              MOVE 'A' TO WS-CASE-ADDDEL (WS-CASE-HIT)
           END-IF.

       FIND-CASE-PARA.
           MOVE 0 TO WS-CASE-HIT
           PERFORM FIND-CASE-STEP
               VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-COUNT
           IF WS-CASE-HIT = 0
              IF WS-CASE-COUNT >= 2000
                 DISPLAY 'CASE TABLE FULL - MONITORING ABANDONED'
                 MOVE 16 TO RETURN-CODE
                 PERFORM CLOSE-PARA
                 STOP RUN
              END-IF
              ADD 1 TO WS-CASE-COUNT
              MOVE WS-CASE-COUNT TO WS-CASE-HIT
              MOVE WS-ENT-ID (WS-ENT-SUB)   TO WS-CASE-ID (WS-CASE-HIT)
              MOVE WS-ENT-NAME (WS-ENT-SUB)
                TO WS-CASE-NAME (WS-CASE-HIT)
              MOVE 0      TO WS-CASE-ENTRIES (WS-CASE-HIT)
              MOVE SPACES TO WS-CASE-FLAGS (WS-CASE-HIT)
           END-IF.

       FIND-CASE-STEP.
           IF WS-CASE-ID (WS-CASE-SUB) = WS-ENT-ID (WS-ENT-SUB)
              MOVE WS-CASE-SUB TO WS-CASE-HIT
           END-IF.

       WRITE-HEADER-PARA.
           MOVE WS-MON-START     TO HDR-START-O.
           MOVE WS-MON-END       TO HDR-END-O.
           MOVE WS-WINDOW-DAYS   TO HDR-WDAYS-O.
           MOVE WS-WINDOW-COUNT  TO HDR-WCOUNT-O.
           MOVE WS-ROUND-UNIT    TO HDR-RUNIT-O.
           MOVE WS-DORM-DAYS     TO HDR-DORM-O.
           MOVE WS-ADDDEL-DAYS   TO HDR-ADDDEL-O.
           MOVE WS-DEF-THRESHOLD TO HDR-THRS-O.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           WRITE RPT-REC FROM HEADER-3.
           WRITE RPT-REC FROM HEADER-4.

       WRITE-CASES-PARA.
           PERFORM WRITE-ONE-CASE-PARA
               VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-COUNT.

       WRITE-ONE-CASE-PARA.
           MOVE WS-CASE-SUB                  TO CAS-NO-O.
           MOVE WS-CASE-ID (WS-CASE-SUB)      TO CAS-ID-O.
           MOVE WS-CASE-NAME (WS-CASE-SUB)    TO CAS-NAME-O.
           MOVE WS-CASE-ENTRIES (WS-CASE-SUB) TO CAS-ENTRIES-O.
           MOVE WS-CASE-FLAGS (WS-CASE-SUB)   TO CAS-FLAGS-O.
           WRITE RPT-REC FROM CASE-LINE.
           PERFORM WRITE-CASE-ENTRY-PARA
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-COUNT.

       WRITE-CASE-ENTRY-PARA.
           IF WS-ENT-FLAGS (WS-ENT-SUB) NOT = SPACES
              AND WS-ENT-ID (WS-ENT-SUB) = WS-CASE-ID (WS-CASE-SUB)
              PERFORM WRITE-ENTRY-LINE-PARA
              PERFORM WRITE-CSV-PARA
           END-IF.

       WRITE-ENTRY-LINE-PARA.
           MOVE WS-ENT-DATE (WS-ENT-SUB)   TO ENT-DATE-O.
           MOVE WS-ENT-TIME (WS-ENT-SUB)   TO ENT-TIME-O.
           MOVE WS-ENT-ACTION (WS-ENT-SUB) TO ENT-ACTION-O.
           MOVE WS-ENT-BATCH (WS-ENT-SUB)  TO ENT-BATCH-O.
           MOVE WS-ENT-DVZ (WS-ENT-SUB)    TO ENT-DVZ-O.
           MOVE WS-ENT-REF (WS-ENT-SUB)    TO ENT-REF-O.
           MOVE WS-ENT-DELTA (WS-ENT-SUB)  TO ENT-DELTA-O.
           MOVE WS-ENT-BASE (WS-ENT-SUB)   TO ENT-BASE-O.
           MOVE WS-ENT-FLAGS (WS-ENT-SUB)  TO ENT-FLAGS-O.
           IF ENT-LOOKBACK (WS-ENT-SUB)
              MOVE 'LOOKBACK' TO ENT-NOTE-O
           ELSE
              MOVE SPACES TO ENT-NOTE-O
           END-IF.
           WRITE RPT-REC FROM ENTRY-LINE.

       WRITE-CSV-PARA.
           MOVE WS-CASE-SUB                TO WS-CSV-CASE.
           MOVE WS-ENT-ID (WS-ENT-SUB)     TO WS-CSV-ID.
           MOVE WS-ENT-DVZ (WS-ENT-SUB)    TO WS-CSV-DVZ.
           MOVE WS-ENT-DELTA (WS-ENT-SUB)  TO WS-CSV-DELTA-ED.
           MOVE WS-ENT-BASE (WS-ENT-SUB)   TO WS-CSV-BASE-ED.
           MOVE SPACES      TO CSV-REC.
           STRING WS-CSV-CASE   DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-CSV-ID     DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-NAME (WS-ENT-SUB))
                                DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-ENT-DATE (WS-ENT-SUB) DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-ENT-TIME (WS-ENT-SUB) DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-ENT-ACTION (WS-ENT-SUB) DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-BATCH (WS-ENT-SUB))
                                DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-CSV-DVZ    DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-REF (WS-ENT-SUB))
                                DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-CSV-DELTA-ED DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-CSV-BASE-ED DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-FLAGS (WS-ENT-SUB))
                                DELIMITED BY SIZE
              INTO CSV-REC
           END-STRING.
           WRITE CSV-REC.

       WRITE-TRAILER-PARA.
           MOVE WS-SCANNED-COUNT  TO FTR-SCANNED-O.
           MOVE WS-LOOKBACK-COUNT TO FTR-LOOKBACK-O.
           MOVE WS-FLAGGED-COUNT  TO FTR-FLAGGED-O.
           MOVE WS-CASE-COUNT     TO FTR-CASES-O.
           MOVE WS-NORATE-COUNT   TO FTR-NORATE-O.
           WRITE RPT-REC FROM FOOTER-1.
           MOVE WS-LARGE-COUNT    TO FTR-LARGE-O.
           MOVE WS-WINDOW-FLAGS   TO FTR-WINDOW-O.
           MOVE WS-ROUND-COUNT    TO FTR-ROUND-O.
           MOVE WS-DORMANT-COUNT  TO FTR-DORMANT-O.
           MOVE WS-ADDDEL-COUNT   TO FTR-ADDDEL-O.
           WRITE RPT-REC FROM FOOTER-2.
           DISPLAY 'PGEB130 CASES: ' WS-CASE-COUNT
                   ' FLAGGED ENTRIES: ' WS-FLAGGED-COUNT.

       CLOSE-PARA.
           CLOSE PRM-FILE.
           CLOSE JRN-FILE.
           CLOSE RATE-FILE.
           CLOSE MON-RPT.
           CLOSE CSV-FILE.
       EXIT-PARA. EXIT PROGRAM.
