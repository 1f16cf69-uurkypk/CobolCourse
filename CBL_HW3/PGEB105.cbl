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
           SELECT INP-FILE
              ASSIGN TO INPFILE
              FILE STATUS IS INP-ST.
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
       FD  INP-FILE RECORDING MODE F.
       01  INP-REC.
           03 REC-KEY.
           03 REC-BALANCE-O        PIC $$$,$$$,$$99.99.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REC-DRCR-O           PIC X(02).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 REC-AVAIL-O          PIC $$$,$$$,$$99.99-.
       FD  REJ-FILE RECORDING MODE F.
       01  REJ-REC.
           03 REJ-ID-O             PIC X(5).
               88 IDX-ST-DUP-KEY             VALUE '02'.
           03 RATE-ST              PIC X(02) VALUE SPACES.
               88 RATE-ST-OK                 VALUE '00'.
           03 HOLD-ST              PIC X(02) VALUE SPACES.
               88 HOLD-ST-OK                 VALUE '00'.
           03 ACS-ST               PIC X(02) VALUE SPACES.
               88 ACS-ST-OK                  VALUE '00'.
           03 WS-HOLD-SCAN-SW      PIC X(01) VALUE 'N'.
               88 HOLD-SCAN-DONE             VALUE 'Y'.
               88 HOLD-SCAN-ACTIVE           VALUE 'N'.
           03 WS-RATE-FOUND-SW     PIC X(01) VALUE 'Y'.
               88 RATE-FOUND                 VALUE 'Y'.
               88 RATE-NOT-FOUND             VALUE 'N'.
           03 WS-CSV-DVZ            PIC 9(03).
           03 WS-CSV-BALANCE        PIC S9(13)V99.
           03 WS-CSV-BALANCE-ED     PIC -9(13).99.
           03 WS-CSV-AVAIL          PIC S9(13)V99.
           03 WS-CSV-AVAIL-ED       PIC -9(13).99.
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
       01  WS-AVAIL-BASE            PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-TOTAL           PIC S9(13)V99 VALUE 0.
       01  WS-OVRD-COUNT            PIC 9(08) VALUE 0.
       01  WS-PROC-DATE             PIC 9(08) VALUE 0.
           03 FILLER         PIC X(15) VALUE 'LASTNAME'.
           03 FILLER         PIC X(18) VALUE 'BIRTHDATE'.
           03 FILLER         PIC X(15) VALUE 'BALANCE'.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(15) VALUE 'AVAILABLE'.
       01  HEADER-3.
           03 FILLER         PIC X(15) VALUE '---------------'.
           03 FILLER         PIC X(15) VALUE '---------------'.
       WRITE-OVERRIDE-END. EXIT.

       OPEN-FILES-PARA.
           INITIALIZE IDX-ST RATE-ST INP-ST OUT-ST REJ-ST CSV-ST
                      HOLD-ST ACS-ST.
           OPEN INPUT IDX-FILE
           OPEN INPUT RATE-FILE
           OPEN INPUT HOLD-FILE
           OPEN INPUT ACS-FILE
           OPEN INPUT INP-FILE
           IF IDX-ST-OK
              CONTINUE
              DISPLAY "FILE OPEN FAILED: " RATE-ST
              GO TO EXIT-PARA
           END-IF.
           IF HOLD-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED: " HOLD-ST
              GO TO EXIT-PARA
           END-IF.
           IF ACS-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED: " ACS-ST
              GO TO EXIT-PARA
           END-IF.
           IF INP-ST-OK
              CONTINUE
           ELSE
              COMPUTE WS-NEW-BALANCE ROUNDED =
                      IDX-BALANCE * WS-RATE-VALUE
              PERFORM ACCUMULATE-DVZ-PARA
              MOVE IDX-ID           TO  WS-HOLD-ID
              MOVE IDX-DVZ          TO  WS-HOLD-DVZ
              MOVE WS-PROC-DATE     TO  WS-HOLD-DATE
              PERFORM COMPUTE-AVAILABLE-PARA
              COMPUTE WS-AVAIL-BASE ROUNDED =
                      WS-AVAIL-BALANCE * WS-RATE-VALUE
              MOVE IDX-ID           TO  REC-ID-O
              MOVE IDX-DVZ          TO  REC-DVZ-O
              MOVE IDX-NAME         TO  REC-NAME-O
              ELSE
                 MOVE 'CR' TO REC-DRCR-O
              END-IF
              MOVE WS-AVAIL-BASE    TO  REC-AVAIL-O
              WRITE OUT-REC
              ADD WS-NEW-BALANCE TO WS-GRAND-TOTAL
              ADD 1 TO WS-MATCHED-COUNT
              END-IF
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

       WRITE-OVERDRAFT-PARA.
           MOVE SPACES TO OVR-REC.
           MOVE IDX-ID         TO OVR-ID-O.
           MOVE IDX-DVZ       TO WS-CSV-DVZ.
           MOVE WS-NEW-BALANCE TO WS-CSV-BALANCE.
           MOVE WS-CSV-BALANCE TO WS-CSV-BALANCE-ED.
           MOVE WS-AVAIL-BASE  TO WS-CSV-AVAIL.
           MOVE WS-CSV-AVAIL   TO WS-CSV-AVAIL-ED.
           MOVE SPACES      TO CSV-REC.
           STRING WS-CSV-ID     DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-GREG-DATE  DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-CSV-BALANCE-ED DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-CSV-AVAIL-ED DELIMITED BY SIZE
              INTO CSV-REC
           END-STRING.
           WRITE CSV-REC.
       CLOSE-PARA.
           CLOSE IDX-FILE.
           CLOSE RATE-FILE.
           CLOSE HOLD-FILE.
           CLOSE ACS-FILE.
           CLOSE INP-FILE.
           CLOSE OUT-FILE.
           CLOSE REJ-FILE.
