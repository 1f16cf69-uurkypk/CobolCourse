       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEB123.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUS-FILE
              ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUS-ID
              FILE STATUS IS CUS-ST.
           SELECT IDX-FILE
              ASSIGN TO IDXFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
           SELECT TRAN-FILE
              ASSIGN TO CUSTRAN
              FILE STATUS IS TRAN-ST.
           SELECT MAINT-RPT
              ASSIGN TO CUSMNRPT
              FILE STATUS IS RPT-ST.
           SELECT CJR-FILE
              ASSIGN TO CUSJRN
              FILE STATUS IS CJR-ST.
       DATA DIVISION.
       FILE SECTION.
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
       FD  IDX-FILE.
       01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID            PIC S9(5) COMP-3.
              05 IDX-DVZ           PIC S9(3) COMP.
           03 IDX-NAME             PIC X(30).
           03 IDX-DATE             PIC S9(07) COMP-3.
           03 IDX-BALANCE          PIC S9(15) COMP-3.
           03 IDX-LAST-ACT         PIC 9(08).
       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-REC.
           03 TRAN-ACTION           PIC X(01).
              88 TRAN-ADD                    VALUE 'A'.
              88 TRAN-CHANGE                 VALUE 'C'.
              88 TRAN-DELETE                 VALUE 'D'.
           03 TRAN-ID                PIC X(05).
           03 TRAN-NAME              PIC X(30).
           03 TRAN-ADDR-1            PIC X(30).
           03 TRAN-ADDR-2            PIC X(30).
           03 TRAN-ADDR-3            PIC X(30).
           03 TRAN-SEGMENT           PIC X(03).
           03 TRAN-OPEN-DATE         PIC X(08).
           03 TRAN-STATUS            PIC X(01).
       FD  MAINT-RPT RECORDING MODE F.
       01  RPT-REC.
           03 RPT-ID-O               PIC X(05).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 RPT-NAME-O             PIC X(30).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 RPT-ACTION-O           PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 RPT-RESULT-O           PIC X(66).
      * CUSTOMER MASTER AUDIT TRAIL: ONE ROW PER APPLIED CHANGE WITH
      * THE RECORD AS IT WAS AND AS IT NOW IS
       FD  CJR-FILE RECORDING MODE F.
       01  CJR-REC.
           03 CJR-ACTION             PIC X(01).
           03 CJR-BATCH-ID           PIC X(08).
           03 CJR-TIMESTAMP          PIC X(14).
           03 CJR-BEFORE             PIC X(137).
           03 CJR-AFTER              PIC X(137).
           03 FILLER                 PIC X(03).
       WORKING-STORAGE SECTION.
       01  FLAGS.
           03 TRAN-FILE-EOF         PIC X     VALUE SPACE.
           03 CUS-ST                PIC X(02) VALUE SPACES.
               88 CUS-ST-OK                   VALUE '00'.
               88 CUS-ST-DUP-KEY              VALUE '02'.
               88 CUS-ST-NOT-FOUND            VALUE '23'.
               88 CUS-ST-NOFILE               VALUE '35'.
           03 IDX-ST                PIC X(02) VALUE SPACES.
               88 IDX-ST-OK                   VALUE '00'.
           03 TRAN-ST               PIC X(02) VALUE SPACES.
               88 TRAN-ST-OK                  VALUE '00'.
           03 RPT-ST                PIC X(02) VALUE SPACES.
               88 RPT-ST-OK                   VALUE '00'.
           03 CJR-ST                PIC X(02) VALUE SPACES.
               88 CJR-ST-OK                   VALUE '00'.
               88 CJR-ST-NOFILE               VALUE '35'.
           03 WS-ACCOUNTS-SW        PIC X(01) VALUE 'N'.
               88 ACCOUNTS-FOUND              VALUE 'Y'.
               88 NO-ACCOUNTS-FOUND           VALUE 'N'.
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
       01  HEADER-1.
           03 FILLER    PIC X(30) VALUE 'CUSTOMER MASTER MAINTENANCE'.
           03 FILLER         PIC X(07) VALUE 'BATCH: '.
           03 HDR-BATCH-O    PIC X(08).
           03 FILLER         PIC X(39) VALUE SPACES.
       01  HEADER-2.
           03 FILLER         PIC X(07) VALUE 'ID'.
           03 FILLER         PIC X(32) VALUE 'NAME'.
           03 FILLER         PIC X(10) VALUE 'ACTION'.
           03 FILLER         PIC X(30) VALUE 'RESULT'.
       01  WS-COUNTS.
           03 WS-TRAN-COUNT         PIC 9(08) VALUE 0.
           03 WS-APPLIED-COUNT      PIC 9(08) VALUE 0.
           03 WS-REJECTED-COUNT     PIC 9(08) VALUE 0.
       01  WS-RESULT-TEXT           PIC X(30) VALUE SPACES.
       01  WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01  WS-CUS-ID                PIC 9(05) VALUE 0.
       01  WS-CURRENT-STAMP.
           03 WS-CURRENT-TS         PIC X(14).
           03 FILLER                PIC X(07).
       01  WS-CURRENT-STAMP-R REDEFINES WS-CURRENT-STAMP.
           03 WS-CURRENT-YMD        PIC 9(08).
           03 WS-CURRENT-HMS        PIC X(06).
           03 FILLER                PIC X(07).
       01  WS-CJR-IMAGES.
           03 WS-CJR-BEFORE         PIC X(137).
           03 WS-CJR-AFTER          PIC X(137).
       01  TRAILER-LINE.
           03 FILLER         PIC X(15) VALUE 'TRANSACTIONS='.
           03 TLR-TRAN-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(08) VALUE 'APPLIED='.
           03 TLR-APPL-O     PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE 'REJECTED='.
           03 TLR-REJ-O      PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(15) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-BATCH-ID-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-HEADER-PARA.
           PERFORM PROCESS-PARA.
           PERFORM WRITE-TRAILER-PARA.
           PERFORM CLOSE-PARA.
           STOP RUN.

       GET-BATCH-ID-PARA.
           ACCEPT WS-BATCH-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           IF WS-BATCH-ID = SPACES
              DISPLAY 'PGEB123 BATCH ID REQUIRED - NO UPDATES APPLIED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'PGEB123 BATCH ID: ' WS-BATCH-ID.

       OPEN-FILES-PARA.
           INITIALIZE CUS-ST IDX-ST TRAN-ST RPT-ST CJR-ST.
           OPEN I-O CUS-FILE
           IF CUS-ST-NOFILE
              OPEN OUTPUT CUS-FILE
              CLOSE CUS-FILE
              OPEN I-O CUS-FILE
           END-IF
           OPEN INPUT IDX-FILE
           OPEN INPUT TRAN-FILE
           OPEN OUTPUT MAINT-RPT
           OPEN EXTEND CJR-FILE
           IF CJR-ST-NOFILE
              OPEN OUTPUT CJR-FILE
           END-IF
           IF CUS-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (CUSTMAST): " CUS-ST
              GO TO EXIT-PARA
           END-IF.
           IF IDX-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (IDXFILE): " IDX-ST
              GO TO EXIT-PARA
           END-IF.
           IF TRAN-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (CUSTRAN): " TRAN-ST
              GO TO EXIT-PARA
           END-IF.
           IF RPT-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (CUSMNRPT): " RPT-ST
              GO TO EXIT-PARA
           END-IF.
           IF CJR-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (CUSJRN): " CJR-ST
              GO TO EXIT-PARA
           END-IF.

       PROCESS-PARA.
           PERFORM UNTIL TRAN-FILE-EOF = 'Y'
               READ TRAN-FILE
                   AT END MOVE 'Y' TO TRAN-FILE-EOF
               END-READ
               IF TRAN-FILE-EOF NOT = 'Y'
                  PERFORM PROCESS-ONE-TRAN
               END-IF
           END-PERFORM.

       PROCESS-ONE-TRAN.
           ADD 1 TO WS-TRAN-COUNT
           IF TRAN-ID NOT NUMERIC OR TRAN-ID = '00000'
              MOVE 'CUSTOMER ID NOT NUMERIC' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
           ELSE
              MOVE TRAN-ID TO WS-CUS-ID
              MOVE WS-CUS-ID TO CUS-ID
              EVALUATE TRUE
                  WHEN TRAN-ADD
                       PERFORM ADD-CUS-PARA THRU ADD-CUS-END
                  WHEN TRAN-CHANGE
                       PERFORM CHANGE-CUS-PARA THRU CHANGE-CUS-END
                  WHEN TRAN-DELETE
                       PERFORM DELETE-CUS-PARA THRU DELETE-CUS-END
                  WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO WS-RESULT-TEXT
                       PERFORM WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.

      * ADD: NAME IS REQUIRED; A BLANK STATUS OPENS THE CUSTOMER
      * ACTIVE AND A BLANK OPEN DATE TAKES TODAY'S DATE
       ADD-CUS-PARA.
           IF TRAN-NAME = SPACES
              MOVE 'NAME REQUIRED - NOT ADDED' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO ADD-CUS-END
           END-IF
           MOVE SPACES TO CUS-REC.
           MOVE WS-CUS-ID      TO CUS-ID.
           MOVE 'A'            TO CUS-STATUS.
           MOVE WS-CURRENT-YMD TO CUS-OPEN-DATE.
           PERFORM EDIT-STATUS-DATE-PARA THRU EDIT-STATUS-DATE-END.
           IF WS-RESULT-TEXT NOT = SPACES
              PERFORM WRITE-REJECT-LINE
              GO TO ADD-CUS-END
           END-IF
           PERFORM MOVE-TRAN-FIELDS-PARA.
           WRITE CUS-REC
           INVALID KEY
                MOVE 'DUPLICATE KEY - NOT ADDED' TO WS-RESULT-TEXT
                PERFORM WRITE-REJECT-LINE
           NOT INVALID KEY
                MOVE SPACES TO WS-CJR-BEFORE
                MOVE CUS-REC TO WS-CJR-AFTER
                PERFORM WRITE-JOURNAL-PARA
                MOVE 'CUSTOMER ADDED' TO WS-RESULT-TEXT
                PERFORM WRITE-APPLIED-LINE
           END-WRITE.
       ADD-CUS-END. EXIT.

      * CHANGE: ONLY THE FIELDS KEYED ON THE TRANSACTION ARE CHANGED,
      * A BLANK FIELD KEEPS WHAT IS ON THE MASTER
       CHANGE-CUS-PARA.
           READ CUS-FILE
           KEY IS CUS-ID
           INVALID KEY
                IF CUS-ST-NOT-FOUND
                   MOVE 'KEY NOT FOUND - NOT CHANGED' TO WS-RESULT-TEXT
                ELSE
                   MOVE 'READ ERROR - NOT CHANGED' TO WS-RESULT-TEXT
                END-IF
                PERFORM WRITE-REJECT-LINE
                GO TO CHANGE-CUS-END
           END-READ
           MOVE CUS-REC TO WS-CJR-BEFORE.
           PERFORM EDIT-STATUS-DATE-PARA THRU EDIT-STATUS-DATE-END.
           IF WS-RESULT-TEXT NOT = SPACES
              PERFORM WRITE-REJECT-LINE
              GO TO CHANGE-CUS-END
           END-IF
           PERFORM MOVE-TRAN-FIELDS-PARA.
           REWRITE CUS-REC
           INVALID KEY
                MOVE 'REWRITE FAILED' TO WS-RESULT-TEXT
                PERFORM WRITE-REJECT-LINE
           NOT INVALID KEY
                MOVE CUS-REC TO WS-CJR-AFTER
                PERFORM WRITE-JOURNAL-PARA
                MOVE 'CUSTOMER CHANGED' TO WS-RESULT-TEXT
                PERFORM WRITE-APPLIED-LINE
           END-REWRITE.
       CHANGE-CUS-END. EXIT.

      * DELETE: A CUSTOMER WHO STILL HAS ANY ACCOUNT ON IDX-FILE IS
      * KEPT; CLOSE THE ACCOUNTS FIRST OR CHANGE THE STATUS INSTEAD
       DELETE-CUS-PARA.
           READ CUS-FILE
           KEY IS CUS-ID
           INVALID KEY
                IF CUS-ST-NOT-FOUND
                   MOVE 'KEY NOT FOUND - NOT DELETED' TO WS-RESULT-TEXT
                ELSE
                   MOVE 'READ ERROR - NOT DELETED' TO WS-RESULT-TEXT
                END-IF
                PERFORM WRITE-REJECT-LINE
                GO TO DELETE-CUS-END
           END-READ
           PERFORM CHECK-ACCOUNTS-PARA THRU CHECK-ACCOUNTS-END.
           IF ACCOUNTS-FOUND
              MOVE 'HAS ACCOUNTS - NOT DELETED' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO DELETE-CUS-END
           END-IF
           MOVE CUS-REC TO WS-CJR-BEFORE.
           DELETE CUS-FILE
           INVALID KEY
                MOVE 'DELETE FAILED' TO WS-RESULT-TEXT
                PERFORM WRITE-REJECT-LINE
           NOT INVALID KEY
                MOVE SPACES TO WS-CJR-AFTER
                PERFORM WRITE-JOURNAL-PARA
                MOVE 'CUSTOMER DELETED' TO WS-RESULT-TEXT
                PERFORM WRITE-APPLIED-LINE
           END-DELETE.
       DELETE-CUS-END. EXIT.

       EDIT-STATUS-DATE-PARA.
           MOVE SPACES TO WS-RESULT-TEXT
           IF TRAN-STATUS NOT = SPACE
              AND TRAN-STATUS NOT = 'A'
              AND TRAN-STATUS NOT = 'C'
              AND TRAN-STATUS NOT = 'D'
              MOVE 'INVALID STATUS CODE' TO WS-RESULT-TEXT
              GO TO EDIT-STATUS-DATE-END
           END-IF
           IF TRAN-OPEN-DATE = SPACES
              GO TO EDIT-STATUS-DATE-END
           END-IF
           IF TRAN-OPEN-DATE NOT NUMERIC
              MOVE 'OPEN DATE NOT NUMERIC' TO WS-RESULT-TEXT
              GO TO EDIT-STATUS-DATE-END
           END-IF
           MOVE TRAN-OPEN-DATE TO WS-EDIT-DATE-X
           PERFORM DATE-EDIT THRU DATE-EDIT-END
           IF DATE-INVALID
              MOVE 'INVALID OPEN DATE' TO WS-RESULT-TEXT
           END-IF.
       EDIT-STATUS-DATE-END. EXIT.

       MOVE-TRAN-FIELDS-PARA.
           IF TRAN-NAME NOT = SPACES
              MOVE TRAN-NAME TO CUS-NAME
           END-IF
           IF TRAN-ADDR-1 NOT = SPACES
              MOVE TRAN-ADDR-1 TO CUS-ADDR-1
           END-IF
           IF TRAN-ADDR-2 NOT = SPACES
              MOVE TRAN-ADDR-2 TO CUS-ADDR-2
           END-IF
           IF TRAN-ADDR-3 NOT = SPACES
              MOVE TRAN-ADDR-3 TO CUS-ADDR-3
           END-IF
           IF TRAN-SEGMENT NOT = SPACES
              MOVE TRAN-SEGMENT TO CUS-SEGMENT
           END-IF
           IF TRAN-OPEN-DATE NOT = SPACES
              MOVE TRAN-OPEN-DATE TO CUS-OPEN-DATE
           END-IF
           IF TRAN-STATUS NOT = SPACE
              MOVE TRAN-STATUS TO CUS-STATUS
           END-IF.

       CHECK-ACCOUNTS-PARA.
           SET NO-ACCOUNTS-FOUND TO TRUE.
           MOVE WS-CUS-ID TO IDX-ID.
           MOVE 0 TO IDX-DVZ.
           START IDX-FILE KEY NOT LESS IDX-KEY
           INVALID KEY
                GO TO CHECK-ACCOUNTS-END
           END-START.
           READ IDX-FILE NEXT
           AT END
                CONTINUE
           NOT AT END
                IF IDX-ID = WS-CUS-ID
                   SET ACCOUNTS-FOUND TO TRUE
                END-IF
           END-READ.
       CHECK-ACCOUNTS-END. EXIT.

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

       WRITE-JOURNAL-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO CJR-REC.
           MOVE TRAN-ACTION    TO CJR-ACTION.
           MOVE WS-BATCH-ID    TO CJR-BATCH-ID.
           MOVE WS-CURRENT-TS  TO CJR-TIMESTAMP.
           MOVE WS-CJR-BEFORE  TO CJR-BEFORE.
           MOVE WS-CJR-AFTER   TO CJR-AFTER.
           WRITE CJR-REC.

       WRITE-HEADER-PARA.
           MOVE WS-BATCH-ID TO HDR-BATCH-O.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE TRAN-ID TO RPT-ID-O.
           MOVE TRAN-NAME TO RPT-NAME-O.
           MOVE TRAN-ACTION TO RPT-ACTION-O.
           MOVE WS-RESULT-TEXT TO RPT-RESULT-O.
           WRITE RPT-REC.
           ADD 1 TO WS-APPLIED-COUNT.

       WRITE-REJECT-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE TRAN-ID TO RPT-ID-O.
           MOVE TRAN-NAME TO RPT-NAME-O.
           MOVE TRAN-ACTION TO RPT-ACTION-O.
           MOVE WS-RESULT-TEXT TO RPT-RESULT-O.
           WRITE RPT-REC.
           ADD 1 TO WS-REJECTED-COUNT.

       WRITE-TRAILER-PARA.
           MOVE SPACES TO RPT-REC.
           MOVE WS-TRAN-COUNT TO TLR-TRAN-O.
           MOVE WS-APPLIED-COUNT TO TLR-APPL-O.
           MOVE WS-REJECTED-COUNT TO TLR-REJ-O.
           WRITE RPT-REC FROM TRAILER-LINE.

       CLOSE-PARA.
           CLOSE CUS-FILE.
           CLOSE IDX-FILE.
           CLOSE TRAN-FILE.
           CLOSE MAINT-RPT.
           CLOSE CJR-FILE.
       EXIT-PARA. EXIT PROGRAM.
