              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
           SELECT CUS-FILE
              ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUS-ID
              FILE STATUS IS CUS-ST.
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
           SELECT JRN-FILE
              ASSIGN TO JRNFILE
              FILE STATUS IS JRN-ST.
           03 IDX-DATE             PIC S9(07) COMP-3.
           03 IDX-BALANCE          PIC S9(15) COMP-3.
           03 IDX-LAST-ACT         PIC 9(08).
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
       FD  JRN-FILE RECORDING MODE F.
       01  JRN-REC                  PIC X(200).
       FD  STMT-RPT RECORDING MODE F.
       01  RPT-REC                  PIC X(100).
       WORKING-STORAGE SECTION.
           03 JRN-FILE-EOF          PIC X     VALUE SPACE.
           03 IDX-ST                PIC X(02) VALUE SPACES.
               88 IDX-ST-OK                   VALUE '00'.
           03 CUS-ST                PIC X(02) VALUE SPACES.
               88 CUS-ST-OK                   VALUE '00'.
           03 HOLD-ST               PIC X(02) VALUE SPACES.
               88 HOLD-ST-OK                  VALUE '00'.
           03 ACS-ST                PIC X(02) VALUE SPACES.
               88 ACS-ST-OK                   VALUE '00'.
           03 WS-HOLD-SCAN-SW       PIC X(01) VALUE 'N'.
               88 HOLD-SCAN-DONE              VALUE 'Y'.
               88 HOLD-SCAN-ACTIVE            VALUE 'N'.
           03 JRN-ST                PIC X(02) VALUE SPACES.
               88 JRN-ST-OK                   VALUE '00'.
               88 JRN-ST-NOFILE               VALUE '35'.
           03 WS-GROUP-SW           PIC X(01) VALUE 'N'.
               88 GROUP-ACTIVE                VALUE 'Y'.
               88 GROUP-INACTIVE              VALUE 'N'.
           03 WS-ORPHAN-SW          PIC X(01) VALUE 'N'.
               88 ORPHAN-ACCOUNT              VALUE 'Y'.
               88 LIVE-ACCOUNT                VALUE 'N'.
       01  WS-PERIOD.
           03 WS-PARM-START         PIC X(08) VALUE SPACES.
           03 WS-PARM-END           PIC X(08) VALUE SPACES.
              05 WS-JW-A-BALANCE    PIC S9(15) SIGN LEADING
                                    SEPARATE.
              05 WS-JW-A-LASTACT    PIC 9(08).
           03 WS-JW-REF             PIC X(12).
           03 WS-JW-NARR            PIC X(17).
           03 WS-JW-APPROVER        PIC X(08).
           03 FILLER                PIC X(02).
      * ACCOUNT STATUS AND HOLDS IN FORCE ON WS-HOLD-DATE; AN ACCOUNT
      * WITH NO STATUS RECORD IS OPEN
       01  WS-HOLD-WORK.
           03 WS-HOLD-ID            PIC 9(05) VALUE 0.
           03 WS-HOLD-DVZ           PIC 9(03) VALUE 0.
           03 WS-HOLD-DATE          PIC 9(08) VALUE 0.
           03 WS-HELD-AMOUNT        PIC S9(15) VALUE 0.
           03 WS-HOLD-RECS          PIC 9(04) VALUE 0.
           03 WS-ACCT-STATUS        PIC X(01) VALUE 'O'.
               88 ACCT-OPEN                   VALUE 'O'.
               88 ACCT-DEBIT-BLOCKED          VALUE 'D'.
               88 ACCT-FULL-BLOCKED           VALUE 'F'.
               88 ACCT-CLOSED                 VALUE 'C'.
       01  WS-JRN-SUB               PIC 9(04) COMP VALUE 0.
       01  WS-JRN-TABLE.
           03 WS-JRN-COUNT          PIC 9(04) VALUE 0.
           03 WS-JRN-ENTRY OCCURS 5000 TIMES PIC X(200).
      * PARALLEL FLAG: 'U' ONCE THE ENTRY HAS BEEN PRINTED ON A
      * STATEMENT, SO DELETED ACCOUNTS CAN BE PICKED UP AFTERWARDS
       01  WS-JRN-USED-TABLE.
       01  WS-STMT-WORK.
           03 WS-CUR-ID             PIC S9(5) COMP-3 VALUE 0.
           03 WS-CUR-NAME           PIC X(30) VALUE SPACES.
           03 WS-CUR-ADDR-1         PIC X(30) VALUE SPACES.
           03 WS-CUR-ADDR-2         PIC X(30) VALUE SPACES.
           03 WS-CUR-ADDR-3         PIC X(30) VALUE SPACES.
           03 WS-STMT-SEQ           PIC 9(06) VALUE 0.
           03 WS-WANT-ID            PIC 9(05) VALUE 0.
           03 WS-WANT-DVZ           PIC 9(03) VALUE 0.
           03 WS-OPEN-BALANCE       PIC S9(16) VALUE 0.
           03 WS-CLOSE-BALANCE      PIC S9(16) VALUE 0.
           03 WS-LIVE-BALANCE       PIC S9(16) VALUE 0.
           03 WS-AVAIL-BALANCE      PIC S9(16) VALUE 0.
       01  WS-COUNTS.
           03 WS-READ-COUNT         PIC 9(08) VALUE 0.
           03 WS-JRN-PERIOD-COUNT   PIC 9(08) VALUE 0.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 STH-NAME-O     PIC X(30).
           03 FILLER         PIC X(54) VALUE SPACES.
       01  STMT-ADDRESS.
           03 FILLER         PIC X(16) VALUE SPACES.
           03 STH-ADDR-O     PIC X(30).
           03 FILLER         PIC X(54) VALUE SPACES.
       01  MOVE-HEADER.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(04) VALUE 'ACT'.
           03 FILLER         PIC X(16) VALUE 'TIMESTAMP'.
           03 FILLER         PIC X(12) VALUE 'BATCH'.
           03 FILLER         PIC X(23) VALUE 'BALANCE BEFORE'.
           03 FILLER         PIC X(21) VALUE 'BALANCE AFTER'.
           03 FILLER         PIC X(20) VALUE 'REFERENCE'.
       01  OPENING-LINE.
           03 FILLER         PIC X(04) VALUE 'DVZ'.
           03 OPN-DVZ-O      PIC ZZ9.
           03 MOV-BEFORE-O   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 MOV-AFTER-O    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 MOV-REF-O      PIC X(12).
           03 FILLER         PIC X(06) VALUE SPACES.
       01  CLOSING-LINE.
           03 FILLER         PIC X(04) VALUE 'DVZ'.
           03 CLS-DVZ-O      PIC ZZ9.
           03 FILLER         PIC X(19) VALUE '  CLOSING BALANCE'.
           03 CLS-AMOUNT-O   PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           03 FILLER         PIC X(52) VALUE SPACES.
       01  AVAILABLE-LINE.
           03 FILLER         PIC X(07) VALUE SPACES.
           03 FILLER         PIC X(19) VALUE '  AVAILABLE'.
           03 AVL-AMOUNT-O   PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 AVL-NOTE-O     PIC X(50).
       01  BLANK-LINE        PIC X(100) VALUE SPACES.
       01  FOOTER-LINE.
           03 FILLER         PIC X(12) VALUE 'STATEMENTS='.
                   ' - ' WS-STMT-END.

       OPEN-FILES-PARA.
           INITIALIZE IDX-ST CUS-ST JRN-ST RPT-ST HOLD-ST ACS-ST.
           OPEN INPUT IDX-FILE
           OPEN INPUT CUS-FILE
           OPEN INPUT HOLD-FILE
           OPEN INPUT ACS-FILE
           OPEN INPUT JRN-FILE
           OPEN OUTPUT STMT-RPT
           IF IDX-ST-OK
              DISPLAY "FILE OPEN FAILED (IDXFILE): " IDX-ST
              GO TO EXIT-PARA
           END-IF.
           IF CUS-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (CUSTMAST): " CUS-ST
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
           IF JRN-ST-OK
              CONTINUE
           ELSE
           MOVE WS-STMT-START TO STH-START-O.
           MOVE WS-STMT-END   TO STH-END-O.
           WRITE RPT-REC FROM STMT-HEADER-1.
           PERFORM LOOKUP-CUSTOMER-PARA.
           MOVE WS-CUR-ID   TO STH-ID-O.
           MOVE WS-CUR-NAME TO STH-NAME-O.
           WRITE RPT-REC FROM STMT-HEADER-2.
           IF WS-CUR-ADDR-1 NOT = SPACES
              MOVE WS-CUR-ADDR-1 TO STH-ADDR-O
              WRITE RPT-REC FROM STMT-ADDRESS
           END-IF.
           IF WS-CUR-ADDR-2 NOT = SPACES
              MOVE WS-CUR-ADDR-2 TO STH-ADDR-O
              WRITE RPT-REC FROM STMT-ADDRESS
           END-IF.
           IF WS-CUR-ADDR-3 NOT = SPACES
              MOVE WS-CUR-ADDR-3 TO STH-ADDR-O
              WRITE RPT-REC FROM STMT-ADDRESS
           END-IF.
           WRITE RPT-REC FROM MOVE-HEADER.

      * NAME AND ADDRESS COME FROM THE CUSTOMER MASTER; A CUSTOMER
      * NOT YET ON THE MASTER KEEPS THE NAME FROM THE ACCOUNT RECORD
       LOOKUP-CUSTOMER-PARA.
           MOVE SPACES TO WS-CUR-ADDR-1 WS-CUR-ADDR-2 WS-CUR-ADDR-3.
           MOVE WS-CUR-ID TO CUS-ID.
           READ CUS-FILE
           KEY IS CUS-ID
           INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE CUS-NAME   TO WS-CUR-NAME
                MOVE CUS-ADDR-1 TO WS-CUR-ADDR-1
                MOVE CUS-ADDR-2 TO WS-CUR-ADDR-2
                MOVE CUS-ADDR-3 TO WS-CUR-ADDR-3
           END-READ.

       STATEMENT-SECTION-PARA.
           MOVE IDX-ID      TO WS-WANT-ID
           MOVE IDX-DVZ     TO WS-WANT-DVZ
           MOVE IDX-BALANCE TO WS-LIVE-BALANCE
           SET LIVE-ACCOUNT TO TRUE
           PERFORM BALANCE-SECTION-PARA.

       BALANCE-SECTION-PARA.
               UNTIL WS-JRN-SUB > WS-JRN-COUNT
           MOVE WS-WANT-DVZ      TO CLS-DVZ-O
           MOVE WS-CLOSE-BALANCE TO CLS-AMOUNT-O
           WRITE RPT-REC FROM CLOSING-LINE
           PERFORM WRITE-AVAILABLE-PARA.

      * AVAILABLE AT PERIOD END: THE CLOSING BALANCE LESS THE HOLDS IN
      * FORCE ON THAT DATE, NOTHING IF THE ACCOUNT IS NOW BLOCKED OR
      * CLOSED. A DELETED ACCOUNT HAS NO HOLDS OR STATUS LEFT TO APPLY
       WRITE-AVAILABLE-PARA.
           MOVE SPACES TO AVL-NOTE-O
           IF ORPHAN-ACCOUNT
              MOVE WS-CLOSE-BALANCE TO WS-AVAIL-BALANCE
           ELSE
              MOVE WS-WANT-ID  TO WS-HOLD-ID
              MOVE WS-WANT-DVZ TO WS-HOLD-DVZ
              MOVE WS-STMT-END TO WS-HOLD-DATE
              PERFORM LOOKUP-HOLDS-PARA
              EVALUATE TRUE
                  WHEN ACCT-OPEN
                       COMPUTE WS-AVAIL-BALANCE =
                               WS-CLOSE-BALANCE - WS-HELD-AMOUNT
                  WHEN ACCT-DEBIT-BLOCKED
                       MOVE 0 TO WS-AVAIL-BALANCE
                       MOVE 'ACCOUNT DEBIT-BLOCKED' TO AVL-NOTE-O
                  WHEN ACCT-FULL-BLOCKED
                       MOVE 0 TO WS-AVAIL-BALANCE
                       MOVE 'ACCOUNT BLOCKED' TO AVL-NOTE-O
                  WHEN OTHER
                       MOVE 0 TO WS-AVAIL-BALANCE
                       MOVE 'ACCOUNT CLOSED' TO AVL-NOTE-O
              END-EVALUATE
           END-IF
           MOVE WS-AVAIL-BALANCE TO AVL-AMOUNT-O
           WRITE RPT-REC FROM AVAILABLE-LINE.

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

      * ACCOUNTS DELETED DURING OR AFTER THE PERIOD ARE GONE FROM
      * IDX-FILE BUT STILL OWE A STATEMENT: ANY IN-PERIOD JOURNAL
           ADD 1 TO WS-READ-COUNT
           PERFORM WRITE-STMT-HEADING-PARA
           MOVE 0 TO WS-LIVE-BALANCE
           SET ORPHAN-ACCOUNT TO TRUE
           PERFORM BALANCE-SECTION-PARA.

       MATCH-JRN-KEY-PARA.
              MOVE WS-JW-ACTION    TO MOV-ACTION-O
              MOVE WS-JW-TIMESTAMP TO MOV-TS-O
              MOVE WS-JW-BATCH-ID  TO MOV-BATCH-O
              MOVE WS-JW-REF       TO MOV-REF-O
              IF WS-JW-B-BALANCE NUMERIC
                 MOVE WS-JW-B-BALANCE TO MOV-BEFORE-O
              ELSE

       CLOSE-PARA.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE HOLD-FILE.
           CLOSE ACS-FILE.
           CLOSE JRN-FILE.
           CLOSE STMT-RPT.
       EXIT-PARA. EXIT PROGRAM.
