              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RATE-KEY
              FILE STATUS IS RATE-ST.
           SELECT CUS-FILE
              ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUS-ID
              FILE STATUS IS CUS-ST.
           SELECT POS-RPT
              ASSIGN TO POSRPT
              FILE STATUS IS RPT-ST.
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
       FD  POS-RPT RECORDING MODE F.
       01  RPT-REC                 PIC X(100).
       WORKING-STORAGE SECTION.
               88 IDX-ST-OK                  VALUE '00'.
           03 RATE-ST              PIC X(02) VALUE SPACES.
               88 RATE-ST-OK                 VALUE '00'.
           03 CUS-ST               PIC X(02) VALUE SPACES.
               88 CUS-ST-OK                  VALUE '00'.
           03 WS-RATE-FOUND-SW     PIC X(01) VALUE 'Y'.
               88 RATE-FOUND                 VALUE 'Y'.
               88 RATE-NOT-FOUND             VALUE 'N'.
       01  WS-CONV-BALANCE         PIC S9(13)V99.
       01  WS-CUR-ID               PIC S9(5) COMP-3 VALUE 0.
       01  WS-CUR-NAME             PIC X(30) VALUE SPACES.
       01  WS-CUR-ADDRESS.
           03 WS-CUR-ADDR-1        PIC X(30) VALUE SPACES.
           03 WS-CUR-ADDR-2        PIC X(30) VALUE SPACES.
           03 WS-CUR-ADDR-3        PIC X(30) VALUE SPACES.
       01  WS-CUST-TOTAL           PIC S9(13)V99 VALUE 0.
       01  WS-COUNTS.
           03 WS-READ-COUNT        PIC 9(08) VALUE 0.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 CUST-NAME-O    PIC X(30).
           03 FILLER         PIC X(54) VALUE SPACES.
       01  CUSTOMER-ADDRESS.
           03 FILLER         PIC X(16) VALUE SPACES.
           03 CUST-ADDR-O    PIC X(30).
           03 FILLER         PIC X(54) VALUE SPACES.
       01  DETAIL-LINE.
           03 FILLER         PIC X(05) VALUE SPACES.
           03 DET-DVZ-O      PIC ZZ9.
           DISPLAY 'PGEB107 PROCESSING DATE: ' WS-PROC-DATE.

       OPEN-FILES-PARA.
           INITIALIZE IDX-ST RATE-ST CUS-ST RPT-ST.
           OPEN INPUT IDX-FILE
           OPEN INPUT RATE-FILE
           OPEN INPUT CUS-FILE
           OPEN OUTPUT POS-RPT
           IF IDX-ST-OK
              CONTINUE
              DISPLAY "FILE OPEN FAILED (RATEFILE): " RATE-ST
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
              END-IF
              MOVE IDX-ID   TO WS-CUR-ID
              MOVE IDX-NAME TO WS-CUR-NAME
              PERFORM LOOKUP-CUSTOMER-PARA
              MOVE 0 TO WS-CUST-TOTAL
              SET GROUP-ACTIVE TO TRUE
              PERFORM WRITE-CUSTOMER-PARA
              PERFORM WRITE-DETAIL-PARA
           END-IF.

      * NAME AND ADDRESS COME FROM THE CUSTOMER MASTER; A CUSTOMER
      * NOT YET ON THE MASTER KEEPS THE NAME FROM THE ACCOUNT RECORD
       LOOKUP-CUSTOMER-PARA.
           MOVE SPACES TO WS-CUR-ADDRESS.
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

       LOOKUP-RATE-PARA.
           SET RATE-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-RATE-VALUE.
           MOVE WS-CUR-ID   TO CUST-ID-O.
           MOVE WS-CUR-NAME TO CUST-NAME-O.
           WRITE RPT-REC FROM CUSTOMER-LINE.
           IF WS-CUR-ADDR-1 NOT = SPACES
              MOVE WS-CUR-ADDR-1 TO CUST-ADDR-O
              WRITE RPT-REC FROM CUSTOMER-ADDRESS
           END-IF.
           IF WS-CUR-ADDR-2 NOT = SPACES
              MOVE WS-CUR-ADDR-2 TO CUST-ADDR-O
              WRITE RPT-REC FROM CUSTOMER-ADDRESS
           END-IF.
           IF WS-CUR-ADDR-3 NOT = SPACES
              MOVE WS-CUR-ADDR-3 TO CUST-ADDR-O
              WRITE RPT-REC FROM CUSTOMER-ADDRESS
           END-IF.

       WRITE-DETAIL-PARA.
           MOVE IDX-DVZ         TO DET-DVZ-O.
       CLOSE-PARA.
           CLOSE IDX-FILE.
           CLOSE RATE-FILE.
           CLOSE CUS-FILE.
           CLOSE POS-RPT.
       EXIT-PARA. EXIT PROGRAM.
