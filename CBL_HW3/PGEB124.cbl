       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEB124.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE
              ASSIGN TO IDXFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
           SELECT CUS-FILE
              ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUS-ID
              FILE STATUS IS CUS-ST.
           SELECT RECON-RPT
              ASSIGN TO NAMRECON
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
       FD  RECON-RPT RECORDING MODE F.
       01  RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  FLAGS.
           03 IDX-FILE-EOF         PIC X     VALUE SPACE.
           03 IDX-ST               PIC X(02) VALUE SPACES.
               88 IDX-ST-OK                  VALUE '00'.
           03 CUS-ST               PIC X(02) VALUE SPACES.
               88 CUS-ST-OK                  VALUE '00'.
           03 RPT-ST               PIC X(02) VALUE SPACES.
               88 RPT-ST-OK                  VALUE '00'.
           03 WS-GROUP-SW          PIC X(01) VALUE 'N'.
               88 GROUP-ACTIVE               VALUE 'Y'.
               88 GROUP-INACTIVE             VALUE 'N'.
           03 WS-MASTER-SW         PIC X(01) VALUE 'N'.
               88 ON-MASTER                  VALUE 'Y'.
               88 NOT-ON-MASTER              VALUE 'N'.
           03 WS-NAMES-SW          PIC X(01) VALUE 'N'.
               88 NAMES-DISAGREE             VALUE 'Y'.
               88 NAMES-AGREE                VALUE 'N'.
           03 WS-MASTER-DIFF-SW    PIC X(01) VALUE 'N'.
               88 MASTER-DIFFERS             VALUE 'Y'.
               88 MASTER-AGREES              VALUE 'N'.
       01  WS-CUR-ID               PIC S9(5) COMP-3 VALUE 0.
       01  WS-MASTER-NAME          PIC X(30) VALUE SPACES.
      * ONE CUSTOMER'S ACCOUNTS, HELD UNTIL THE CUSTOMER BREAK SO THE
      * NAMES CAN BE COMPARED WITH EACH OTHER AND WITH THE MASTER
       01  WS-ACCT-SUB             PIC 9(04) COMP VALUE 0.
       01  WS-ACCT-TABLE.
           03 WS-ACCT-COUNT        PIC 9(04) VALUE 0.
           03 WS-ACCT-ENTRY OCCURS 1000 TIMES.
              05 WS-ACCT-DVZ       PIC 9(03).
              05 WS-ACCT-NAME      PIC X(30).
       01  WS-COUNTS.
           03 WS-READ-COUNT        PIC 9(08) VALUE 0.
           03 WS-CUST-COUNT        PIC 9(08) VALUE 0.
           03 WS-LISTED-COUNT      PIC 9(08) VALUE 0.
           03 WS-NOMAST-COUNT      PIC 9(08) VALUE 0.
       01  HEADER-1.
           03 FILLER         PIC X(45) VALUE
              'IDX-NAME RECONCILIATION TO CUSTOMER MASTER'.
           03 FILLER         PIC X(55) VALUE SPACES.
       01  HEADER-2.
           03 FILLER         PIC X(16) VALUE 'CUSTOMER'.
           03 FILLER         PIC X(32) VALUE 'NAME'.
           03 FILLER         PIC X(52) VALUE 'FINDING'.
       01  CUSTOMER-LINE.
           03 FILLER         PIC X(09) VALUE 'CUSTOMER '.
           03 CUST-ID-O      PIC ZZZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CUST-NAME-O    PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CUST-FINDING-O PIC X(30).
           03 FILLER         PIC X(22) VALUE SPACES.
       01  ACCOUNT-LINE.
           03 FILLER         PIC X(09) VALUE SPACES.
           03 FILLER         PIC X(04) VALUE 'DVZ'.
           03 ACCT-DVZ-O     PIC ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 ACCT-NAME-O    PIC X(30).
           03 FILLER         PIC X(02) VALUE SPACES.
           03 ACCT-FINDING-O PIC X(30).
           03 FILLER         PIC X(20) VALUE SPACES.
       01  BLANK-LINE        PIC X(100) VALUE SPACES.
       01  FOOTER-LINE.
           03 FILLER         PIC X(14) VALUE 'ACCOUNTS READ='.
           03 FTR-READ-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(12) VALUE '  CUSTOMERS='.
           03 FTR-CUST-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(09) VALUE '  LISTED='.
           03 FTR-LIST-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(16) VALUE '  NOT ON MASTER='.
           03 FTR-NOMAST-O   PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(09) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-HEADER-PARA.
           PERFORM PROCESS-PARA.
           IF GROUP-ACTIVE
              PERFORM CUSTOMER-BREAK-PARA
           END-IF.
           PERFORM WRITE-TRAILER-PARA.
           PERFORM CLOSE-PARA.
           STOP RUN.

       OPEN-FILES-PARA.
           INITIALIZE IDX-ST CUS-ST RPT-ST.
           OPEN INPUT IDX-FILE
           OPEN INPUT CUS-FILE
           OPEN OUTPUT RECON-RPT
           IF IDX-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (IDXFILE): " IDX-ST
              GO TO EXIT-PARA
           END-IF.
           IF CUS-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (CUSTMAST): " CUS-ST
              GO TO EXIT-PARA
           END-IF.
           IF RPT-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (NAMRECON): " RPT-ST
              GO TO EXIT-PARA
           END-IF.

       PROCESS-PARA.
           PERFORM UNTIL IDX-FILE-EOF = 'Y'
               READ IDX-FILE
                   AT END MOVE 'Y' TO IDX-FILE-EOF
               END-READ
               IF IDX-FILE-EOF NOT = 'Y'
                  PERFORM PROCESS-ONE-RECORD
               END-IF
           END-PERFORM.

       PROCESS-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           IF GROUP-INACTIVE OR IDX-ID NOT = WS-CUR-ID
              IF GROUP-ACTIVE
                 PERFORM CUSTOMER-BREAK-PARA
              END-IF
              MOVE IDX-ID TO WS-CUR-ID
              MOVE 0 TO WS-ACCT-COUNT
              SET GROUP-ACTIVE TO TRUE
           END-IF
           IF WS-ACCT-COUNT >= 1000
              DISPLAY 'ACCOUNT TABLE FULL - RECONCILIATION ABANDONED'
              MOVE 16 TO RETURN-CODE
              PERFORM CLOSE-PARA
              STOP RUN
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE IDX-DVZ  TO WS-ACCT-DVZ (WS-ACCT-COUNT)
           MOVE IDX-NAME TO WS-ACCT-NAME (WS-ACCT-COUNT).

      * A CUSTOMER IS LISTED WHEN THE ACCOUNT NAMES DIFFER FROM EACH
      * OTHER, DIFFER FROM THE MASTER, OR THERE IS NO MASTER RECORD
       CUSTOMER-BREAK-PARA.
           ADD 1 TO WS-CUST-COUNT
           PERFORM LOOKUP-CUSTOMER-PARA
           SET NAMES-AGREE TO TRUE
           SET MASTER-AGREES TO TRUE
           PERFORM COMPARE-ONE-NAME-PARA
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
           IF NOT-ON-MASTER OR NAMES-DISAGREE OR MASTER-DIFFERS
              PERFORM WRITE-CUSTOMER-PARA
           END-IF.

       LOOKUP-CUSTOMER-PARA.
           SET ON-MASTER TO TRUE.
           MOVE SPACES TO WS-MASTER-NAME.
           MOVE WS-CUR-ID TO CUS-ID.
           READ CUS-FILE
           KEY IS CUS-ID
           INVALID KEY
                SET NOT-ON-MASTER TO TRUE
           NOT INVALID KEY
                MOVE CUS-NAME TO WS-MASTER-NAME
           END-READ.

       COMPARE-ONE-NAME-PARA.
           IF WS-ACCT-NAME (WS-ACCT-SUB) NOT = WS-ACCT-NAME (1)
              SET NAMES-DISAGREE TO TRUE
           END-IF
           IF ON-MASTER
              AND WS-ACCT-NAME (WS-ACCT-SUB) NOT = WS-MASTER-NAME
              SET MASTER-DIFFERS TO TRUE
           END-IF.

       WRITE-CUSTOMER-PARA.
           ADD 1 TO WS-LISTED-COUNT
           WRITE RPT-REC FROM BLANK-LINE
           MOVE WS-CUR-ID TO CUST-ID-O
           IF ON-MASTER
              MOVE WS-MASTER-NAME TO CUST-NAME-O
              EVALUATE TRUE
                  WHEN NAMES-DISAGREE AND MASTER-DIFFERS
                       MOVE 'NAMES DIFFER, MASTER DIFFERS'
                         TO CUST-FINDING-O
                  WHEN NAMES-DISAGREE
                       MOVE 'ACCOUNT NAMES DIFFER'
                         TO CUST-FINDING-O
                  WHEN OTHER
                       MOVE 'DIFFERS FROM MASTER'
                         TO CUST-FINDING-O
              END-EVALUATE
           ELSE
              ADD 1 TO WS-NOMAST-COUNT
              MOVE SPACES TO CUST-NAME-O
              MOVE 'NOT ON CUSTOMER MASTER' TO CUST-FINDING-O
           END-IF
           WRITE RPT-REC FROM CUSTOMER-LINE
           PERFORM WRITE-ONE-ACCOUNT-PARA
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.

       WRITE-ONE-ACCOUNT-PARA.
           MOVE WS-ACCT-DVZ (WS-ACCT-SUB)  TO ACCT-DVZ-O.
           MOVE WS-ACCT-NAME (WS-ACCT-SUB) TO ACCT-NAME-O.
           MOVE SPACES TO ACCT-FINDING-O.
           IF ON-MASTER
              AND WS-ACCT-NAME (WS-ACCT-SUB) NOT = WS-MASTER-NAME
              MOVE 'DIFFERS FROM MASTER' TO ACCT-FINDING-O
           END-IF.
           WRITE RPT-REC FROM ACCOUNT-LINE.

       WRITE-HEADER-PARA.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.

       WRITE-TRAILER-PARA.
           WRITE RPT-REC FROM BLANK-LINE.
           MOVE WS-READ-COUNT   TO FTR-READ-O.
           MOVE WS-CUST-COUNT   TO FTR-CUST-O.
           MOVE WS-LISTED-COUNT TO FTR-LIST-O.
           MOVE WS-NOMAST-COUNT TO FTR-NOMAST-O.
           WRITE RPT-REC FROM FOOTER-LINE.

       CLOSE-PARA.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE RECON-RPT.
       EXIT-PARA. EXIT PROGRAM.
