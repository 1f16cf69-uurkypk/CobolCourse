           03 TRAN-ID                PIC 9(5).
           03 TRAN-DVZ               PIC 9(3).
           03 TRAN-NAME              PIC X(30).
           03 TRAN-POST-DATA REDEFINES TRAN-NAME.
              05 TRAN-POST-DC        PIC X(01).
              05 TRAN-POST-REF       PIC X(12).
              05 TRAN-POST-NARR      PIC X(17).
           03 TRAN-DATE              PIC 9(07).
           03 TRAN-BALANCE           PIC S9(15).
       FD  ACR-RPT RECORDING MODE F.
              05 WS-PRM-ACCTS       PIC 9(08).
       01  WS-ACCRUAL-WORK.
           03 WS-INTEREST           PIC S9(15) VALUE 0.
      * ACCRUAL POSTING REFERENCE: ONE PER ACCOUNT PER ACCRUAL DATE
       01  WS-ACCR-REF.
           03 FILLER                PIC X(03) VALUE 'INT'.
           03 WS-ACCR-REF-DATE      PIC 9(08) VALUE 0.
           03 FILLER                PIC X(01) VALUE SPACE.
       01  WS-COUNTS.
           03 WS-READ-COUNT         PIC 9(08) VALUE 0.
           03 WS-ACCRUED-COUNT      PIC 9(08) VALUE 0.
           ADD 1 TO WS-ACCRUED-COUNT
           ADD WS-INTEREST TO WS-PRM-INTEREST (WS-PRM-HIT)
           ADD 1 TO WS-PRM-ACCTS (WS-PRM-HIT)
           MOVE SPACES TO TRAN-REC
           MOVE 'P'            TO TRAN-ACTION
           MOVE IDX-ID         TO TRAN-ID
           MOVE IDX-DVZ        TO TRAN-DVZ
           IF WS-INTEREST < 0
              MOVE 'D'         TO TRAN-POST-DC
              COMPUTE TRAN-BALANCE = 0 - WS-INTEREST
           ELSE
              MOVE 'C'         TO TRAN-POST-DC
              MOVE WS-INTEREST TO TRAN-BALANCE
           END-IF
           MOVE WS-PROC-DATE   TO WS-ACCR-REF-DATE
           MOVE WS-ACCR-REF    TO TRAN-POST-REF
           MOVE 'INTEREST ACCRUAL' TO TRAN-POST-NARR
           MOVE IDX-DATE       TO TRAN-DATE
           WRITE TRAN-REC
           MOVE IDX-ID        TO DET-ID-O
           MOVE IDX-DVZ       TO DET-DVZ-O
