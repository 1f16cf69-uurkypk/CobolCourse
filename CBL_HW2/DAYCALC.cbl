           03 CTL-REJECTS-O     PIC 9(08).
           03 CTL-PROJCNT-O     PIC 9(08).
           03 CTL-PROJREJ-O     PIC 9(08).
           03 CTL-JNTCNT-O      PIC 9(05).
           03 CTL-JNTREJ-O      PIC 9(05).
           03 CTL-FILLER-O      PIC X(01).
      * JOINT-MARKET SETTLEMENT RESULT, FOLLOWED BY ONE ROLL-REC FOR
      * EACH DAY PASSED OVER BECAUSE EITHER MARKET WAS CLOSED
       01  JNT-PRINT-REC.
           03 JNT-ID-O          PIC X(4).
           03 JNT-NAME-O        PIC X(15).
           03 JNT-SRNAME-O      PIC X(15).
           03 JNT-DATE-O        PIC 9(08).
           03 JNT-SDATE-O       PIC 9(08).
           03 JNT-LDAY-O        PIC S9(08) SIGN LEADING SEPARATE.
           03 JNT-FLAG-O        PIC X(01).
           03 JNT-LAG-O         PIC 9(03).
           03 JNT-MARKET1-O     PIC X(03).
           03 JNT-MARKET2-O     PIC X(03).
           03 JNT-ROLLS-O       PIC 9(03).
      * CAUSE PER MARKET: W = WEEKEND, H = HOLIDAY, SPACE = OPEN
       01  ROLL-REC.
           03 ROL-LIT-O         PIC X(04).
           03 ROL-ID-O          PIC X(04).
           03 ROL-DATE-O        PIC 9(08).
           03 ROL-MARKET1-O     PIC X(03).
           03 ROL-CAUSE1-O      PIC X(01).
           03 ROL-MARKET2-O     PIC X(03).
           03 ROL-CAUSE2-O      PIC X(01).
           03 ROL-FILLER-O      PIC X(48).
       FD  DATE-REC RECORDING MODE F.
       01  DATEIN.
           03 REC-ID            PIC X(4).
           88 PROJ-REQUEST      VALUE 'P'.
           03 PRJ-DAYS          PIC 9(07).
           03 PRJ-MARKET        PIC X(03).
       01  DATEIN-JOINT.
           03 JNT-ID            PIC X(4).
           03 JNT-NAME          PIC X(15).
           03 JNT-SRNAME        PIC X(15).
           03 JNT-DATE          PIC 9(08).
           03 JNT-TYPE          PIC X(01).
           88 JOINT-REQUEST     VALUE 'J'.
           03 JNT-LAG           PIC 9(03).
           03 JNT-MARKET1       PIC X(03).
           03 JNT-MARKET2       PIC X(03).
           03 FILLER            PIC X(01).
       FD  REJECT-REC RECORDING MODE F.
       01  REJECT-PRINT-REC.
           03 REJ-ID-O          PIC X(4).
           05 WS-CTL-SUMLDAY     PIC S9(08) VALUE 0.
           05 WS-CTL-PROJCOUNT   PIC 9(08) VALUE 0.
           05 WS-CTL-PROJREJ     PIC 9(08) VALUE 0.
           05 WS-CTL-JNTCOUNT    PIC 9(08) VALUE 0.
           05 WS-CTL-JNTREJ      PIC 9(08) VALUE 0.
       01  WS-REJ-REASON         PIC X(30) VALUE SPACES.
       01  WS-CURRENT-STAMP.
           05 WS-CURRENT-YMD     PIC 9(08).
           05 WS-PRJ-TARGET-INT  PIC 9(08).
           05 WS-PRJ-TARGET-DATE PIC 9(08).
           05 WS-PRJ-LIMIT-INT   PIC 9(08) VALUE 0.
      * JOINT-MARKET SETTLEMENT: A DAY COUNTS ONLY WHEN BOTH MARKETS
      * ARE OPEN, EACH UNDER ITS OWN WEEKEND RULE AND HOLIDAYS
       01  WS-JOINT-WORK.
           05 WS-JNT-TRADE-INT   PIC 9(08) VALUE 0.
           05 WS-JNT-SETTLE-INT  PIC 9(08) VALUE 0.
           05 WS-JNT-SETTLE-DATE PIC 9(08) VALUE 0.
           05 WS-JNT-LIMIT-INT   PIC 9(08) VALUE 0.
           05 WS-JNT-MAXYEAR     PIC 9(04) VALUE 0.
           05 WS-JNT-ROLLS       PIC 9(04) VALUE 0.
           05 WS-JNT-M1-WKND1    PIC 9(01) VALUE 0.
           05 WS-JNT-M1-WKND2    PIC 9(01) VALUE 0.
           05 WS-JNT-M2-WKND1    PIC 9(01) VALUE 0.
           05 WS-JNT-M2-WKND2    PIC 9(01) VALUE 0.
           05 WS-JNT-CAUSE       PIC X(01) VALUE SPACE.
           05 WS-JNT-CAUSE1      PIC X(01) VALUE SPACE.
           05 WS-JNT-CAUSE2      PIC X(01) VALUE SPACE.
           05 WS-JNT-COVER-SW    PIC X(01) VALUE 'Y'.
           88 JNT-COVERED        VALUE 'Y'.
           88 JNT-NOT-COVERED    VALUE 'N'.
           05 WS-JNT-WRITE-SW    PIC X(01) VALUE 'N'.
           88 JNT-WRITE-ROLLS    VALUE 'Y'.
           88 JNT-COUNT-ONLY     VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN.
               IF PROJ-REQUEST
                  PERFORM PROJ-RECORD THRU PROJ-END
               ELSE
                  IF JOINT-REQUEST
                     PERFORM JOINT-RECORD THRU JOINT-END
                  ELSE
                     PERFORM CALC-RECORD
                  END-IF
               END-IF
               READ DATE-REC.
       H200-END. EXIT.
           END-IF.
       PROJ-STEP-END. EXIT.

      * TRADE DATE PLUS A LAG OF BUSINESS DAYS COMMON TO TWO MARKETS.
      * UNLIKE A PROJECTION, A REQUEST THE CALENDARS DO NOT COVER IS
      * REJECTED AND THE RUN CARRIES ON
       JOINT-RECORD.
           ADD 1 TO WS-CTL-JNTCOUNT
           MOVE JNT-DATE TO WS-EDIT-DATE-X
           PERFORM DATE-EDIT THRU DATE-EDIT-END
           IF DATE-INVALID
              MOVE 'INVALID CALENDAR DATE' TO WS-REJ-REASON
              PERFORM JOINT-REJECT
              GO TO JOINT-END
           END-IF
           IF JNT-LAG NOT NUMERIC
              MOVE 'INVALID SETTLEMENT LAG' TO WS-REJ-REASON
              PERFORM JOINT-REJECT
              GO TO JOINT-END
           END-IF
           IF JNT-LAG = 0
              MOVE 'INVALID SETTLEMENT LAG' TO WS-REJ-REASON
              PERFORM JOINT-REJECT
              GO TO JOINT-END
           END-IF
           MOVE JNT-MARKET1 TO WS-CUR-MARKET
           PERFORM FIND-MARKET
           IF WS-MKT-HIT = 0
              MOVE 'UNKNOWN MARKET CODE' TO WS-REJ-REASON
              PERFORM JOINT-REJECT
              GO TO JOINT-END
           END-IF
           MOVE WS-CUR-WKND1 TO WS-JNT-M1-WKND1
           MOVE WS-CUR-WKND2 TO WS-JNT-M1-WKND2
           MOVE JNT-MARKET2 TO WS-CUR-MARKET
           PERFORM FIND-MARKET
           IF WS-MKT-HIT = 0
              MOVE 'UNKNOWN MARKET CODE' TO WS-REJ-REASON
              PERFORM JOINT-REJECT
              GO TO JOINT-END
           END-IF
           MOVE WS-CUR-WKND1 TO WS-JNT-M2-WKND1
           MOVE WS-CUR-WKND2 TO WS-JNT-M2-WKND2
           MOVE 9999 TO WS-JNT-MAXYEAR
           MOVE JNT-MARKET1 TO WS-CUR-MARKET
           PERFORM JOINT-COVERAGE THRU JOINT-COVERAGE-END
           IF JNT-NOT-COVERED
              GO TO JOINT-END
           END-IF
           MOVE JNT-MARKET2 TO WS-CUR-MARKET
           PERFORM JOINT-COVERAGE THRU JOINT-COVERAGE-END
           IF JNT-NOT-COVERED
              GO TO JOINT-END
           END-IF
           COMPUTE WS-JNT-LIMIT-INT = FUNCTION INTEGER-OF-DATE
               (WS-JNT-MAXYEAR * 10000 + 1231)
           COMPUTE WS-JNT-TRADE-INT = FUNCTION INTEGER-OF-DATE(JNT-DATE)
           SET JNT-COUNT-ONLY TO TRUE
           PERFORM JOINT-WALK
           IF WS-JNT-ROLLS > 999
              MOVE 'MORE THAN 999 DAYS ROLLED' TO WS-REJ-REASON
              PERFORM JOINT-REJECT
              GO TO JOINT-END
           END-IF
           IF WS-BD-COUNT < JNT-LAG
              MOVE 'SETTLEMENT PAST CALENDAR COVER' TO WS-REJ-REASON
              PERFORM JOINT-REJECT
              GO TO JOINT-END
           END-IF
           MOVE WS-BD-CTR TO WS-JNT-SETTLE-INT
           COMPUTE WS-JNT-SETTLE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-JNT-SETTLE-INT)
           PERFORM WRITE-JOINT-RECORD
           SET JNT-WRITE-ROLLS TO TRUE
           PERFORM JOINT-WALK.
       JOINT-END. EXIT.

      * BOTH MARKETS MUST HAVE HOLCAL ENTRIES COVERING THE TRADE
      * YEAR; THE WALK STOPS AT THE END OF THE SHORTER COVERAGE
       JOINT-COVERAGE.
           SET JNT-COVERED TO TRUE
           PERFORM FIND-HOLMKT
           IF WS-HM-HIT = 0
              OR WS-EDIT-YYYY < WS-HM-MINYEAR (WS-HM-HIT)
              OR WS-EDIT-YYYY > WS-HM-MAXYEAR (WS-HM-HIT)
              SET JNT-NOT-COVERED TO TRUE
              MOVE SPACES TO WS-REJ-REASON
              STRING 'CALENDAR DOES NOT COVER ' DELIMITED BY SIZE
                     WS-CUR-MARKET              DELIMITED BY SIZE
                INTO WS-REJ-REASON
              END-STRING
              PERFORM JOINT-REJECT
              GO TO JOINT-COVERAGE-END
           END-IF
           IF WS-HM-MAXYEAR (WS-HM-HIT) < WS-JNT-MAXYEAR
              MOVE WS-HM-MAXYEAR (WS-HM-HIT) TO WS-JNT-MAXYEAR
           END-IF.
       JOINT-COVERAGE-END. EXIT.

      * THE ROLL COUNT IS REPORTED IN THREE DIGITS, SO THE WALK GIVES
      * UP ONCE IT HAS PASSED OVER MORE THAN 999 DAYS
       JOINT-WALK.
           MOVE WS-JNT-TRADE-INT TO WS-BD-CTR
           MOVE 0 TO WS-BD-COUNT
           MOVE 0 TO WS-JNT-ROLLS
           PERFORM JOINT-STEP UNTIL WS-BD-COUNT = JNT-LAG
               OR WS-BD-CTR NOT < WS-JNT-LIMIT-INT
               OR WS-JNT-ROLLS > 999.
       JOINT-WALK-END. EXIT.

       JOINT-STEP.
           ADD 1 TO WS-BD-CTR
           COMPUTE WS-BD-DOW = FUNCTION MOD(WS-BD-CTR, 7)
           MOVE JNT-MARKET1     TO WS-CUR-MARKET
           MOVE WS-JNT-M1-WKND1 TO WS-CUR-WKND1
           MOVE WS-JNT-M1-WKND2 TO WS-CUR-WKND2
           PERFORM JOINT-DAY-CHECK
           MOVE WS-JNT-CAUSE    TO WS-JNT-CAUSE1
           MOVE JNT-MARKET2     TO WS-CUR-MARKET
           MOVE WS-JNT-M2-WKND1 TO WS-CUR-WKND1
           MOVE WS-JNT-M2-WKND2 TO WS-CUR-WKND2
           PERFORM JOINT-DAY-CHECK
           MOVE WS-JNT-CAUSE    TO WS-JNT-CAUSE2
           IF WS-JNT-CAUSE1 = SPACE AND WS-JNT-CAUSE2 = SPACE
              ADD 1 TO WS-BD-COUNT
           ELSE
              ADD 1 TO WS-JNT-ROLLS
              IF JNT-WRITE-ROLLS
                 PERFORM WRITE-ROLL-RECORD
              END-IF
           END-IF.
       JOINT-STEP-END. EXIT.

       JOINT-DAY-CHECK.
           MOVE SPACE TO WS-JNT-CAUSE
           IF WS-BD-DOW = WS-CUR-WKND1
              OR WS-BD-DOW = WS-CUR-WKND2
              MOVE 'W' TO WS-JNT-CAUSE
           ELSE
              PERFORM CHECK-HOLIDAY
              IF WS-IS-HOLIDAY
                 MOVE 'H' TO WS-JNT-CAUSE
              END-IF
           END-IF.
       JOINT-DAY-CHECK-END. EXIT.

       JOINT-REJECT.
           ADD 1 TO WS-CTL-JNTREJ
           PERFORM WRITE-REJECT.
       JOINT-REJECT-END. EXIT.

       DATE-EDIT.
           SET DATE-INVALID TO TRUE
           IF WS-EDIT-YYYY < 1 OR WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
           WRITE PRINT-REC.
       WRITE-PROJ-RECORD-END. EXIT.

       WRITE-JOINT-RECORD.
           MOVE JNT-ID       TO  JNT-ID-O.
           MOVE JNT-NAME     TO  JNT-NAME-O.
           MOVE JNT-SRNAME   TO  JNT-SRNAME-O.
           MOVE JNT-DATE     TO  JNT-DATE-O.
           MOVE WS-JNT-SETTLE-DATE TO JNT-SDATE-O.
           COMPUTE JNT-LDAY-O = WS-JNT-SETTLE-INT - WS-JNT-TRADE-INT.
           MOVE 'J'          TO  JNT-FLAG-O.
           MOVE JNT-LAG      TO  JNT-LAG-O.
           MOVE JNT-MARKET1  TO  JNT-MARKET1-O.
           MOVE JNT-MARKET2  TO  JNT-MARKET2-O.
           MOVE WS-JNT-ROLLS TO  JNT-ROLLS-O.
           WRITE JNT-PRINT-REC.
       WRITE-JOINT-RECORD-END. EXIT.

       WRITE-ROLL-RECORD.
           MOVE 'ROLL'       TO  ROL-LIT-O.
           MOVE JNT-ID       TO  ROL-ID-O.
           COMPUTE ROL-DATE-O = FUNCTION DATE-OF-INTEGER(WS-BD-CTR).
           MOVE JNT-MARKET1  TO  ROL-MARKET1-O.
           MOVE WS-JNT-CAUSE1 TO ROL-CAUSE1-O.
           MOVE JNT-MARKET2  TO  ROL-MARKET2-O.
           MOVE WS-JNT-CAUSE2 TO ROL-CAUSE2-O.
           MOVE SPACES       TO  ROL-FILLER-O.
           WRITE ROLL-REC.
       WRITE-ROLL-RECORD-END. EXIT.

       WRITE-REJECT.
           MOVE REC-ID       TO  REJ-ID-O.
           MOVE REC-NAME     TO  REJ-NAME-O.
           MOVE WS-CTL-REJECTS   TO CTL-REJECTS-O.
           MOVE WS-CTL-PROJCOUNT TO CTL-PROJCNT-O.
           MOVE WS-CTL-PROJREJ   TO CTL-PROJREJ-O.
           MOVE WS-CTL-JNTCOUNT  TO CTL-JNTCNT-O.
           MOVE WS-CTL-JNTREJ    TO CTL-JNTREJ-O.
           MOVE SPACES           TO CTL-FILLER-O.
           WRITE CTL-REC.
       WRITE-CONTROL-RECORD-END. EXIT.
           MOVE 'DAYCALC'        TO RUN-PROGRAM.
           MOVE WS-CURRENT-YMD   TO RUN-BUSDATE.
           MOVE WS-CURRENT-HMS   TO RUN-ID.
           COMPUTE WS-RUN-IN = WS-CTL-COUNT + WS-CTL-PROJCOUNT
                             + WS-CTL-JNTCOUNT.
           COMPUTE WS-RUN-REJ = WS-CTL-REJECTS + WS-CTL-PROJREJ
                              + WS-CTL-JNTREJ.
           MOVE WS-RUN-IN        TO RUN-IN-COUNT.
           COMPUTE RUN-OUT-COUNT = WS-RUN-IN - WS-RUN-REJ.
           MOVE WS-RUN-REJ       TO RUN-REJ-COUNT.
