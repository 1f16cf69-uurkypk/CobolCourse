       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGEB125.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT IDX-FILE
              ASSIGN TO IDXFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
           SELECT TRAN-FILE
              ASSIGN TO HOLDTRAN
              FILE STATUS IS TRAN-ST.
           SELECT MAINT-RPT
              ASSIGN TO HOLDMRPT
              FILE STATUS IS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
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
              88 TRAN-PLACE                  VALUE 'P'.
              88 TRAN-RELEASE                VALUE 'R'.
              88 TRAN-STATUS-SET             VALUE 'S'.
           03 TRAN-ID                PIC X(05).
           03 TRAN-DVZ               PIC X(03).
           03 TRAN-HOLD-NO           PIC X(04).
           03 TRAN-AMOUNT            PIC X(15).
           03 TRAN-REASON            PIC X(04).
           03 TRAN-EXPIRY            PIC X(08).
           03 TRAN-STATUS            PIC X(01).
              88 TRAN-STATUS-VALID           VALUE 'O' 'D' 'F' 'C'.
       FD  MAINT-RPT RECORDING MODE F.
       01  RPT-REC.
           03 RPT-ID-O               PIC X(05).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 RPT-DVZ-O              PIC X(03).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 RPT-HOLD-O             PIC X(04).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 RPT-ACTION-O           PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 RPT-RESULT-O           PIC X(66).
       WORKING-STORAGE SECTION.
       01  FLAGS.
           03 TRAN-FILE-EOF         PIC X     VALUE SPACE.
           03 HOLD-ST               PIC X(02) VALUE SPACES.
               88 HOLD-ST-OK                  VALUE '00'.
               88 HOLD-ST-NOT-FOUND           VALUE '23'.
               88 HOLD-ST-NOFILE              VALUE '35'.
           03 ACS-ST                PIC X(02) VALUE SPACES.
               88 ACS-ST-OK                   VALUE '00'.
               88 ACS-ST-NOT-FOUND            VALUE '23'.
               88 ACS-ST-NOFILE               VALUE '35'.
           03 IDX-ST                PIC X(02) VALUE SPACES.
               88 IDX-ST-OK                   VALUE '00'.
               88 IDX-ST-NOT-FOUND            VALUE '23'.
           03 TRAN-ST               PIC X(02) VALUE SPACES.
               88 TRAN-ST-OK                  VALUE '00'.
           03 RPT-ST                PIC X(02) VALUE SPACES.
               88 RPT-ST-OK                   VALUE '00'.
           03 WS-IDX-READ-SW        PIC X(01) VALUE 'Y'.
               88 IDX-READ-OK                 VALUE 'Y'.
               88 IDX-READ-FAILED             VALUE 'N'.
           03 WS-ACS-READ-SW        PIC X(01) VALUE 'N'.
               88 ACS-ON-FILE                 VALUE 'Y'.
               88 ACS-NOT-ON-FILE             VALUE 'N'.
           03 WS-HOLD-SCAN-SW       PIC X(01) VALUE 'N'.
               88 HOLD-SCAN-DONE              VALUE 'Y'.
               88 HOLD-SCAN-ACTIVE            VALUE 'N'.
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
           03 FILLER    PIC X(30) VALUE 'HOLD AND STATUS MAINTENANCE'.
           03 FILLER         PIC X(54) VALUE SPACES.
       01  HEADER-2.
           03 FILLER         PIC X(07) VALUE 'ID'.
           03 FILLER         PIC X(05) VALUE 'DVZ'.
           03 FILLER         PIC X(06) VALUE 'HOLD'.
           03 FILLER         PIC X(10) VALUE 'ACTION'.
           03 FILLER         PIC X(30) VALUE 'RESULT'.
       01  WS-COUNTS.
           03 WS-TRAN-COUNT         PIC 9(08) VALUE 0.
           03 WS-APPLIED-COUNT      PIC 9(08) VALUE 0.
           03 WS-REJECTED-COUNT     PIC 9(08) VALUE 0.
       01  WS-RESULT-TEXT           PIC X(30) VALUE SPACES.
       01  WS-HOLD-AMOUNT           PIC S9(15) VALUE 0.
       01  WS-HOLD-EXPIRY           PIC 9(08) VALUE 0.
       01  WS-HOLD-RECS             PIC 9(04) VALUE 0.
       01  WS-ACCT-ID               PIC 9(05) VALUE 0.
       01  WS-ACCT-DVZ              PIC 9(03) VALUE 0.
       01  WS-CURRENT-STAMP.
           03 WS-CURRENT-YMD        PIC 9(08).
           03 WS-CURRENT-HMS        PIC X(06).
           03 FILLER                PIC X(07).
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-HEADER-PARA.
           PERFORM PROCESS-PARA.
           PERFORM WRITE-TRAILER-PARA.
           PERFORM CLOSE-PARA.
           STOP RUN.

       OPEN-FILES-PARA.
           INITIALIZE HOLD-ST ACS-ST IDX-ST TRAN-ST RPT-ST.
           OPEN I-O HOLD-FILE
           IF HOLD-ST-NOFILE
              OPEN OUTPUT HOLD-FILE
              CLOSE HOLD-FILE
              OPEN I-O HOLD-FILE
           END-IF
           OPEN I-O ACS-FILE
           IF ACS-ST-NOFILE
              OPEN OUTPUT ACS-FILE
              CLOSE ACS-FILE
              OPEN I-O ACS-FILE
           END-IF
           OPEN INPUT IDX-FILE
           OPEN INPUT TRAN-FILE
           OPEN OUTPUT MAINT-RPT
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
           IF IDX-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (IDXFILE): " IDX-ST
              GO TO EXIT-PARA
           END-IF.
           IF TRAN-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (HOLDTRAN): " TRAN-ST
              GO TO EXIT-PARA
           END-IF.
           IF RPT-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (HOLDMRPT): " RPT-ST
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
           IF TRAN-ID NOT NUMERIC OR TRAN-DVZ NOT NUMERIC
              MOVE 'ID/DVZ NOT NUMERIC' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
           ELSE
              MOVE TRAN-ID  TO WS-ACCT-ID
              MOVE TRAN-DVZ TO WS-ACCT-DVZ
              EVALUATE TRUE
                  WHEN TRAN-PLACE
                       PERFORM PLACE-HOLD-PARA THRU PLACE-HOLD-END
                  WHEN TRAN-RELEASE
                       PERFORM RELEASE-HOLD-PARA THRU RELEASE-HOLD-END
                  WHEN TRAN-STATUS-SET
                       PERFORM SET-STATUS-PARA THRU SET-STATUS-END
                  WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO WS-RESULT-TEXT
                       PERFORM WRITE-REJECT-LINE
              END-EVALUATE
           END-IF.

      * PLACE: THE ACCOUNT MUST EXIST AND NOT BE CLOSED. A BLANK
      * EXPIRY DATE LEAVES THE HOLD IN FORCE UNTIL RELEASED.
       PLACE-HOLD-PARA.
           IF TRAN-HOLD-NO NOT NUMERIC OR TRAN-HOLD-NO = '0000'
              MOVE 'HOLD NUMBER NOT NUMERIC' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO PLACE-HOLD-END
           END-IF
           IF TRAN-AMOUNT NOT NUMERIC
              MOVE 'AMOUNT NOT NUMERIC' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO PLACE-HOLD-END
           END-IF
           MOVE TRAN-AMOUNT TO WS-HOLD-AMOUNT
           IF WS-HOLD-AMOUNT NOT > 0
              MOVE 'AMOUNT MUST BE POSITIVE' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO PLACE-HOLD-END
           END-IF
           IF TRAN-REASON = SPACES
              MOVE 'REASON CODE REQUIRED' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO PLACE-HOLD-END
           END-IF
           MOVE 0 TO WS-HOLD-EXPIRY
           IF TRAN-EXPIRY NOT = SPACES
              IF TRAN-EXPIRY NOT NUMERIC
                 MOVE 'EXPIRY DATE NOT NUMERIC' TO WS-RESULT-TEXT
                 PERFORM WRITE-REJECT-LINE
                 GO TO PLACE-HOLD-END
              END-IF
              MOVE TRAN-EXPIRY TO WS-EDIT-DATE-X
              PERFORM DATE-EDIT THRU DATE-EDIT-END
              IF DATE-INVALID
                 MOVE 'INVALID EXPIRY DATE' TO WS-RESULT-TEXT
                 PERFORM WRITE-REJECT-LINE
                 GO TO PLACE-HOLD-END
              END-IF
              MOVE TRAN-EXPIRY TO WS-HOLD-EXPIRY
              IF WS-HOLD-EXPIRY < WS-CURRENT-YMD
                 MOVE 'EXPIRY DATE ALREADY PAST' TO WS-RESULT-TEXT
                 PERFORM WRITE-REJECT-LINE
                 GO TO PLACE-HOLD-END
              END-IF
           END-IF
           PERFORM READ-ACCOUNT-PARA
           IF IDX-READ-FAILED
              MOVE 'ACCOUNT NOT ON IDX-FILE' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO PLACE-HOLD-END
           END-IF
           PERFORM READ-STATUS-PARA
           IF ACS-ON-FILE AND ACS-CLOSED
              MOVE 'ACCOUNT CLOSED - NOT PLACED' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO PLACE-HOLD-END
           END-IF
           MOVE SPACES TO HLD-REC
           MOVE WS-ACCT-ID     TO HLD-ID
           MOVE WS-ACCT-DVZ    TO HLD-DVZ
           MOVE TRAN-HOLD-NO   TO HLD-NO
           MOVE WS-HOLD-AMOUNT TO HLD-AMOUNT
           MOVE TRAN-REASON    TO HLD-REASON
           MOVE WS-CURRENT-YMD TO HLD-PLACED
           MOVE WS-HOLD-EXPIRY TO HLD-EXPIRY
           WRITE HLD-REC
           INVALID KEY
                MOVE 'DUPLICATE KEY - NOT PLACED' TO WS-RESULT-TEXT
                PERFORM WRITE-REJECT-LINE
           NOT INVALID KEY
                MOVE 'HOLD PLACED' TO WS-RESULT-TEXT
                PERFORM WRITE-APPLIED-LINE
           END-WRITE.
       PLACE-HOLD-END. EXIT.

       RELEASE-HOLD-PARA.
           IF TRAN-HOLD-NO NOT NUMERIC
              MOVE 'HOLD NUMBER NOT NUMERIC' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO RELEASE-HOLD-END
           END-IF
           MOVE WS-ACCT-ID   TO HLD-ID
           MOVE WS-ACCT-DVZ  TO HLD-DVZ
           MOVE TRAN-HOLD-NO TO HLD-NO
           READ HOLD-FILE
           KEY IS HLD-KEY
           INVALID KEY
                IF HOLD-ST-NOT-FOUND
                   MOVE 'KEY NOT FOUND - NOT RELEASED' TO WS-RESULT-TEXT
                ELSE
                   MOVE 'READ ERROR - NOT RELEASED' TO WS-RESULT-TEXT
                END-IF
                PERFORM WRITE-REJECT-LINE
                GO TO RELEASE-HOLD-END
           END-READ
           DELETE HOLD-FILE
           INVALID KEY
                MOVE 'DELETE FAILED' TO WS-RESULT-TEXT
                PERFORM WRITE-REJECT-LINE
           NOT INVALID KEY
                MOVE 'HOLD RELEASED' TO WS-RESULT-TEXT
                PERFORM WRITE-APPLIED-LINE
           END-DELETE.
       RELEASE-HOLD-END. EXIT.

      * STATUS: O OPEN, D DEBIT-BLOCKED, F FULLY-BLOCKED, C CLOSED.
      * AN ACCOUNT IS ONLY CLOSED AT A ZERO BALANCE WITH NO HOLDS.
       SET-STATUS-PARA.
           IF NOT TRAN-STATUS-VALID
              MOVE 'INVALID STATUS CODE' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO SET-STATUS-END
           END-IF
           PERFORM READ-ACCOUNT-PARA
           IF IDX-READ-FAILED
              MOVE 'ACCOUNT NOT ON IDX-FILE' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO SET-STATUS-END
           END-IF
           IF TRAN-STATUS = 'C'
              IF IDX-BALANCE NOT = 0
                 MOVE 'BALANCE NOT ZERO - NOT CLOSED' TO WS-RESULT-TEXT
                 PERFORM WRITE-REJECT-LINE
                 GO TO SET-STATUS-END
              END-IF
              PERFORM COUNT-HOLDS-PARA
              IF WS-HOLD-RECS > 0
                 MOVE 'HOLDS ON ACCOUNT - NOT CLOSED' TO WS-RESULT-TEXT
                 PERFORM WRITE-REJECT-LINE
                 GO TO SET-STATUS-END
              END-IF
           END-IF
           PERFORM READ-STATUS-PARA
           MOVE WS-ACCT-ID     TO ACS-ID
           MOVE WS-ACCT-DVZ    TO ACS-DVZ
           MOVE TRAN-STATUS    TO ACS-STATUS
           MOVE TRAN-REASON    TO ACS-REASON
           MOVE WS-CURRENT-YMD TO ACS-DATE
           IF ACS-ON-FILE
              REWRITE ACS-REC
              INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-RESULT-TEXT
                   PERFORM WRITE-REJECT-LINE
                   GO TO SET-STATUS-END
              END-REWRITE
           ELSE
              WRITE ACS-REC
              INVALID KEY
                   MOVE 'WRITE FAILED' TO WS-RESULT-TEXT
                   PERFORM WRITE-REJECT-LINE
                   GO TO SET-STATUS-END
              END-WRITE
           END-IF
           EVALUATE TRUE
               WHEN ACS-OPEN
                    MOVE 'ACCOUNT OPENED' TO WS-RESULT-TEXT
               WHEN ACS-DEBIT-BLOCKED
                    MOVE 'ACCOUNT DEBIT-BLOCKED' TO WS-RESULT-TEXT
               WHEN ACS-FULL-BLOCKED
                    MOVE 'ACCOUNT FULLY BLOCKED' TO WS-RESULT-TEXT
               WHEN ACS-CLOSED
                    MOVE 'ACCOUNT CLOSED' TO WS-RESULT-TEXT
           END-EVALUATE
           PERFORM WRITE-APPLIED-LINE.
       SET-STATUS-END. EXIT.

       READ-ACCOUNT-PARA.
           SET IDX-READ-OK TO TRUE.
           MOVE WS-ACCT-ID  TO IDX-ID.
           MOVE WS-ACCT-DVZ TO IDX-DVZ.
           READ IDX-FILE
           KEY IS IDX-KEY
           INVALID KEY
                SET IDX-READ-FAILED TO TRUE
           END-READ.

       READ-STATUS-PARA.
           SET ACS-ON-FILE TO TRUE.
           MOVE WS-ACCT-ID  TO ACS-ID.
           MOVE WS-ACCT-DVZ TO ACS-DVZ.
           READ ACS-FILE
           KEY IS ACS-KEY
           INVALID KEY
                SET ACS-NOT-ON-FILE TO TRUE
           END-READ.

       COUNT-HOLDS-PARA.
           MOVE 0 TO WS-HOLD-RECS.
           MOVE WS-ACCT-ID  TO HLD-ID.
           MOVE WS-ACCT-DVZ TO HLD-DVZ.
           MOVE 0 TO HLD-NO.
           SET HOLD-SCAN-ACTIVE TO TRUE.
           START HOLD-FILE KEY NOT LESS HLD-KEY
           INVALID KEY
                SET HOLD-SCAN-DONE TO TRUE
           END-START.
           PERFORM COUNT-HOLDS-STEP UNTIL HOLD-SCAN-DONE.

       COUNT-HOLDS-STEP.
           READ HOLD-FILE NEXT
           AT END
                SET HOLD-SCAN-DONE TO TRUE
           NOT AT END
                IF HLD-ID NOT = WS-ACCT-ID
                   OR HLD-DVZ NOT = WS-ACCT-DVZ
                   SET HOLD-SCAN-DONE TO TRUE
                ELSE
                   ADD 1 TO WS-HOLD-RECS
                END-IF
           END-READ.

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
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE TRAN-ID TO RPT-ID-O.
           MOVE TRAN-DVZ TO RPT-DVZ-O.
           MOVE TRAN-HOLD-NO TO RPT-HOLD-O.
           MOVE TRAN-ACTION TO RPT-ACTION-O.
           MOVE WS-RESULT-TEXT TO RPT-RESULT-O.
           WRITE RPT-REC.
           ADD 1 TO WS-APPLIED-COUNT.

       WRITE-REJECT-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE TRAN-ID TO RPT-ID-O.
           MOVE TRAN-DVZ TO RPT-DVZ-O.
           MOVE TRAN-HOLD-NO TO RPT-HOLD-O.
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
           CLOSE HOLD-FILE.
           CLOSE ACS-FILE.
           CLOSE IDX-FILE.
           CLOSE TRAN-FILE.
           CLOSE MAINT-RPT.
       EXIT-PARA. EXIT PROGRAM.
