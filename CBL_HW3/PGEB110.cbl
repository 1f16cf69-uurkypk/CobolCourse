       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE
              ASSIGN TO IDXFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
           SELECT RATE-FILE
              ASSIGN TO RATEFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RATE-KEY
              FILE STATUS IS RATE-ST.
           SELECT CUS-FILE
              ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUS-ID
              FILE STATUS IS CUS-ST.
           SELECT PEND-FILE
              ASSIGN TO PENDFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PND-KEY
              FILE STATUS IS PEND-ST.
           SELECT TRANIN-FILE
              ASSIGN TO TRANIN
              FILE STATUS IS TRANIN-ST.
              FILE STATUS IS RUNLOG-ST.
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
       FD  RATE-FILE.
       01  RATE-REC.
           03 RATE-KEY.
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
      * ITEMS HELD FOR A SECOND USER'S DECISION, KEYED BY THE EDIT
      * RUN THAT HELD THEM. PGEB131 DECIDES AND RELEASES THEM
       FD  PEND-FILE.
       01  PND-REC.
           03 PND-KEY.
              05 PND-ENTRY-DATE    PIC 9(08).
              05 PND-ENTRY-TIME    PIC X(06).
              05 PND-SEQ           PIC 9(04).
           03 PND-MAKER            PIC X(08).
           03 PND-REASON           PIC X(01).
              88 PND-OVER-LIMIT             VALUE 'L'.
              88 PND-NONZERO-DELETE         VALUE 'D'.
              88 PND-NO-RATE                VALUE 'N'.
              88 PND-READ-ERROR             VALUE 'E'.
           03 PND-STATUS           PIC X(01).
              88 PND-PENDING                VALUE 'P'.
              88 PND-APPROVED               VALUE 'A'.
              88 PND-REJECTED               VALUE 'R'.
              88 PND-RELEASED               VALUE 'S'.
              88 PND-TAKEN                  VALUE 'T'.
           03 PND-MOVEMENT         PIC 9(15).
           03 PND-BASE-MOVEMENT    PIC 9(15)V99.
           03 PND-APPROVER         PIC X(08).
           03 PND-DECIDED          PIC 9(08).
           03 PND-RELEASE-DATE     PIC 9(08).
           03 PND-COMMENT          PIC X(20).
           03 PND-TRAN             PIC X(61).
           03 FILLER               PIC X(20).
       FD  TRANIN-FILE RECORDING MODE F.
       01  TRAN-REC.
           03 TRAN-ACTION           PIC X(01).
              88 TRAN-ADD                    VALUE 'A'.
              88 TRAN-CHANGE                 VALUE 'C'.
              88 TRAN-DELETE                 VALUE 'D'.
              88 TRAN-POST                   VALUE 'P'.
              88 TRAN-XFER                   VALUE 'X'.
           03 TRAN-ID                PIC X(5).
           03 TRAN-DVZ               PIC X(3).
           03 TRAN-NAME              PIC X(30).
           03 TRAN-POST-DATA REDEFINES TRAN-NAME.
              05 TRAN-POST-DC        PIC X(01).
                 88 TRAN-POST-DEBIT          VALUE 'D'.
                 88 TRAN-POST-CREDIT         VALUE 'C'.
              05 TRAN-POST-REF       PIC X(12).
              05 TRAN-POST-NARR      PIC X(17).
           03 TRAN-XFER-DATA REDEFINES TRAN-NAME.
              05 FILLER              PIC X(01).
              05 TRAN-XFER-REF       PIC X(12).
              05 TRAN-XFER-TO-DVZ    PIC X(03).
              05 TRAN-XFER-NARR      PIC X(14).
           03 TRAN-DATE              PIC 9(07).
           03 TRAN-BALANCE           PIC S9(15).
       FD  TRANOUT-FILE RECORDING MODE F.
       01  TRANOUT-REC.
           03 TRANOUT-DATA          PIC X(61).
           03 TRANOUT-APPROVER      PIC X(08).
           03 TRANOUT-PEND-KEY      PIC X(18).
       FD  EDIT-RPT RECORDING MODE F.
       01  RPT-REC.
           03 RPT-ID-O               PIC X(5).
       WORKING-STORAGE SECTION.
       01  FLAGS.
           03 TRANIN-FILE-EOF       PIC X     VALUE SPACE.
           03 IDX-ST                PIC X(02) VALUE SPACES.
               88 IDX-ST-OK                   VALUE '00'.
               88 IDX-ST-NOT-FOUND            VALUE '23'.
           03 PEND-ST               PIC X(02) VALUE SPACES.
               88 PEND-ST-OK                  VALUE '00'.
               88 PEND-ST-NOFILE              VALUE '35'.
           03 RATE-ST               PIC X(02) VALUE SPACES.
               88 RATE-ST-OK                  VALUE '00'.
           03 CUS-ST                PIC X(02) VALUE SPACES.
               88 CUS-ST-OK                   VALUE '00'.
               88 CUS-ST-NOT-FOUND            VALUE '23'.
           03 TRANIN-ST             PIC X(02) VALUE SPACES.
               88 TRANIN-ST-OK                VALUE '00'.
           03 TRANOUT-ST            PIC X(02) VALUE SPACES.
           03 WS-RATE-SCAN-SW       PIC X(01) VALUE 'N'.
               88 RATE-SCAN-DONE              VALUE 'Y'.
               88 RATE-SCAN-ACTIVE            VALUE 'N'.
           03 WS-RATE-FOUND-SW      PIC X(01) VALUE 'N'.
               88 RATE-FOUND                  VALUE 'Y'.
               88 RATE-NOT-FOUND              VALUE 'N'.
           03 WS-HOLD-SW            PIC X(01) VALUE 'N'.
               88 HOLD-FOR-APPROVAL           VALUE 'Y'.
               88 NO-APPROVAL-NEEDED          VALUE 'N'.
           03 WS-DVZ-EXISTS-SW      PIC X(01) VALUE 'N'.
               88 DVZ-EXISTS                  VALUE 'Y'.
               88 DVZ-MISSING                 VALUE 'N'.
              10 WS-JDATE-DDD   PIC 9(03).
       01  WS-JDATE-MAXDAY       PIC 9(03) VALUE 0.
       01  WS-EDIT-DVZ           PIC S9(3) COMP VALUE 0.
      * DUAL CONTROL: A MOVEMENT WORTH MORE THAN THE LIMIT IN BASE
      * CURRENCY, OR A DELETE OF AN ACCOUNT WITH A BALANCE, IS HELD
      * ON PENDFILE UNTIL A SECOND USER APPROVES IT
       01  WS-APPROVAL-FIELDS.
           03 WS-MAKER-ID           PIC X(08) VALUE SPACES.
           03 WS-PARM-LIMIT         PIC X(15) VALUE SPACES.
           03 WS-APPR-LIMIT         PIC 9(13)V99 VALUE 0.
           03 WS-RUN-DATE           PIC 9(08) VALUE 0.
           03 WS-RUN-TIME           PIC X(06) VALUE SPACES.
           03 WS-PEND-SEQ           PIC 9(04) VALUE 0.
           03 WS-MOVEMENT           PIC S9(16) VALUE 0.
           03 WS-BASE-MOVEMENT      PIC 9(15)V99 VALUE 0.
           03 WS-RATE-VALUE         PIC 9(7)V9(6) VALUE 0.
           03 WS-HOLD-REASON        PIC X(01) VALUE SPACE.
       01  WS-HELD-TEXT.
           03 FILLER                PIC X(18)
                                    VALUE 'HELD FOR APPROVAL '.
           03 WS-HELD-DATE          PIC 9(08).
           03 WS-HELD-TIME          PIC X(06).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-HELD-SEQ           PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-HELD-REASON        PIC X(16).
       01  WS-KEYS-SEEN-SUB      PIC 9(04) COMP VALUE 0.
       01  WS-KEYS-SEEN-TABLE.
           03 WS-KEYS-SEEN-COUNT PIC 9(04) VALUE 0.
       01  WS-KEY-DUP-SW         PIC X(01) VALUE 'N'.
           88 KEY-SEEN           VALUE 'Y'.
           88 KEY-NEW            VALUE 'N'.
      * POSTINGS MAY REPEAT A KEY BUT NOT A REFERENCE ON THAT KEY
       01  WS-REFS-SEEN-SUB      PIC 9(04) COMP VALUE 0.
       01  WS-REFS-SEEN-TABLE.
           03 WS-REFS-SEEN-COUNT PIC 9(04) VALUE 0.
           03 WS-REF-ENTRY OCCURS 5000 TIMES.
              05 WS-REF-ID       PIC X(05).
              05 WS-REF-DVZ      PIC X(03).
              05 WS-REF-CODE     PIC X(12).
       01  WS-EDIT-REF           PIC X(12) VALUE SPACES.
       01  WS-REF-DUP-SW         PIC X(01) VALUE 'N'.
           88 REF-SEEN           VALUE 'Y'.
           88 REF-NEW            VALUE 'N'.
       01  WS-COUNTS.
           03 WS-TRAN-COUNT         PIC 9(08) VALUE 0.
           03 WS-ACCEPT-COUNT       PIC 9(08) VALUE 0.
           03 WS-REJECT-COUNT       PIC 9(08) VALUE 0.
           03 WS-HELD-COUNT         PIC 9(08) VALUE 0.
       01  WS-RESULT-TEXT           PIC X(30) VALUE SPACES.
       01  WS-CURRENT-STAMP.
           03 WS-CURRENT-YMD        PIC 9(08).
           03 FILLER         PIC X(04) VALUE SPACES.
           03 FILLER         PIC X(09) VALUE 'REJECTED='.
           03 TLR-REJ-O      PIC ZZ,ZZZ,ZZ9.
           03 FILLER         PIC X(02) VALUE SPACES.
           03 FILLER         PIC X(05) VALUE 'HELD='.
           03 TLR-HELD-O     PIC ZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-PARMS-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-HEADER-PARA.
           PERFORM PROCESS-PARA.
           MOVE WS-CURRENT-YMD   TO RUN-BUSDATE.
           MOVE WS-CURRENT-HMS   TO RUN-ID.
           MOVE WS-TRAN-COUNT    TO RUN-IN-COUNT.
           COMPUTE RUN-OUT-COUNT = WS-ACCEPT-COUNT + WS-HELD-COUNT.
           MOVE WS-REJECT-COUNT  TO RUN-REJ-COUNT.
           MOVE 'OK'             TO RUN-STATUS.
           WRITE RUN-REC.
           CLOSE RUN-LOG.
       WRITE-RUNLOG-END. EXIT.

       GET-PARMS-PARA.
           ACCEPT WS-MAKER-ID.
           IF WS-MAKER-ID = SPACES
              DISPLAY 'PGEB110 ENTERING USER ID REQUIRED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT WS-PARM-LIMIT.
           IF WS-PARM-LIMIT NOT NUMERIC
              DISPLAY 'PGEB110 APPROVAL LIMIT PARAMETER REQUIRED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM-LIMIT TO WS-APPR-LIMIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-YMD TO WS-RUN-DATE.
           MOVE WS-CURRENT-HMS TO WS-RUN-TIME.
           DISPLAY 'PGEB110 ENTERED BY: ' WS-MAKER-ID
                   ' APPROVAL LIMIT: ' WS-APPR-LIMIT.

       OPEN-FILES-PARA.
           INITIALIZE IDX-ST PEND-ST RATE-ST CUS-ST TRANIN-ST
                      TRANOUT-ST RPT-ST.
           OPEN INPUT IDX-FILE
           OPEN I-O PEND-FILE
           IF PEND-ST-NOFILE
              OPEN OUTPUT PEND-FILE
              CLOSE PEND-FILE
              OPEN I-O PEND-FILE
           END-IF
           OPEN INPUT RATE-FILE
           OPEN INPUT CUS-FILE
           OPEN INPUT TRANIN-FILE
           OPEN OUTPUT TRANOUT-FILE
           OPEN OUTPUT EDIT-RPT
           IF IDX-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (IDXFILE): " IDX-ST
              GO TO EXIT-PARA
           END-IF.
           IF PEND-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (PENDFILE): " PEND-ST
              GO TO EXIT-PARA
           END-IF.
           IF RATE-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (RATEFILE): " RATE-ST
              GO TO EXIT-PARA
           END-IF.
           IF CUS-ST-OK
              CONTINUE
           ELSE
              DISPLAY "FILE OPEN FAILED (CUSTMAST): " CUS-ST
              GO TO EXIT-PARA
           END-IF.
           IF TRANIN-ST-OK
              CONTINUE
           ELSE
       EDIT-ONE-TRAN-PARA.
           ADD 1 TO WS-TRAN-COUNT
           IF NOT TRAN-ADD AND NOT TRAN-CHANGE AND NOT TRAN-DELETE
              AND NOT TRAN-POST AND NOT TRAN-XFER
              MOVE 'INVALID ACTION CODE' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-ONE-TRAN-END
                 GO TO EDIT-ONE-TRAN-END
              END-IF
           END-IF
           IF TRAN-POST
              PERFORM EDIT-POSTING-PARA THRU EDIT-POSTING-END
              GO TO EDIT-ONE-TRAN-END
           END-IF
           IF TRAN-XFER
              PERFORM EDIT-TRANSFER-PARA THRU EDIT-TRANSFER-END
              GO TO EDIT-ONE-TRAN-END
           END-IF
           IF TRAN-ADD OR TRAN-CHANGE
              PERFORM CHECK-DVZ-EXISTS-PARA
              IF DVZ-MISSING
                 GO TO EDIT-ONE-TRAN-END
              END-IF
           END-IF
           IF TRAN-ADD
              PERFORM CHECK-CUSTOMER-PARA
              IF WS-RESULT-TEXT NOT = SPACES
                 PERFORM WRITE-REJECT-LINE
                 GO TO EDIT-ONE-TRAN-END
              END-IF
           END-IF
           PERFORM CHECK-DUP-KEY-PARA
           IF KEY-SEEN
              MOVE 'DUPLICATE KEY IN BATCH' TO WS-RESULT-TEXT
           ADD 1 TO WS-KEYS-SEEN-COUNT
           MOVE TRAN-ID  TO WS-SEEN-ID (WS-KEYS-SEEN-COUNT)
           MOVE TRAN-DVZ TO WS-SEEN-DVZ (WS-KEYS-SEEN-COUNT)
           PERFORM WRITE-ACCEPTED-PARA.
       EDIT-ONE-TRAN-END. EXIT.

      * DEBIT/CREDIT POSTING: AN AMOUNT APPLIED AS A DELTA TO AN
      * EXISTING ACCOUNT, IDENTIFIED BY A REFERENCE THAT PGEB106
      * WILL ONLY EVER APPLY ONCE
       EDIT-POSTING-PARA.
           IF NOT TRAN-POST-DEBIT AND NOT TRAN-POST-CREDIT
              MOVE 'INVALID DEBIT/CREDIT CODE' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-POSTING-END
           END-IF
           IF TRAN-POST-REF = SPACES
              MOVE 'POSTING REFERENCE MISSING' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-POSTING-END
           END-IF
           IF TRAN-BALANCE NOT NUMERIC
              MOVE 'AMOUNT NOT NUMERIC' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-POSTING-END
           END-IF
           IF TRAN-BALANCE NOT > 0
              MOVE 'AMOUNT MUST BE POSITIVE' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-POSTING-END
           END-IF
           PERFORM CHECK-DVZ-EXISTS-PARA
           IF DVZ-MISSING
              MOVE 'DVZ NOT ON RATE-FILE' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-POSTING-END
           END-IF
           MOVE TRAN-POST-REF TO WS-EDIT-REF
           PERFORM CHECK-DUP-REF-PARA
           IF REF-SEEN
              MOVE 'DUPLICATE REFERENCE IN BATCH' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-POSTING-END
           END-IF
           IF WS-REFS-SEEN-COUNT >= 5000
              MOVE 'REF TABLE FULL - REJECTED' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-POSTING-END
           END-IF
           PERFORM NOTE-SEEN-REF-PARA
           PERFORM WRITE-ACCEPTED-PARA.
       EDIT-POSTING-END. EXIT.

      * TRANSFER BETWEEN TWO DVZ ACCOUNTS OF THE SAME CUSTOMER: THE
      * AMOUNT IS IN THE FROM (TRAN-DVZ) CURRENCY; PGEB106 CONVERTS IT
       EDIT-TRANSFER-PARA.
           IF TRAN-XFER-REF = SPACES
              MOVE 'TRANSFER REFERENCE MISSING' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-TRANSFER-END
           END-IF
           IF TRAN-XFER-TO-DVZ NOT NUMERIC
              MOVE 'TO DVZ NOT NUMERIC' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-TRANSFER-END
           END-IF
           IF TRAN-XFER-TO-DVZ = TRAN-DVZ
              MOVE 'FROM AND TO DVZ ARE THE SAME' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-TRANSFER-END
           END-IF
           IF TRAN-BALANCE NOT NUMERIC
              MOVE 'AMOUNT NOT NUMERIC' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-TRANSFER-END
           END-IF
           IF TRAN-BALANCE NOT > 0
              MOVE 'AMOUNT MUST BE POSITIVE' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-TRANSFER-END
           END-IF
           PERFORM CHECK-DVZ-EXISTS-PARA
           IF DVZ-MISSING
              MOVE 'DVZ NOT ON RATE-FILE' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-TRANSFER-END
           END-IF
           PERFORM CHECK-TO-DVZ-EXISTS-PARA
           IF DVZ-MISSING
              MOVE 'TO DVZ NOT ON RATE-FILE' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-TRANSFER-END
           END-IF
           MOVE TRAN-XFER-REF TO WS-EDIT-REF
           PERFORM CHECK-DUP-REF-PARA
           IF REF-SEEN
              MOVE 'DUPLICATE REFERENCE IN BATCH' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-TRANSFER-END
           END-IF
           IF WS-REFS-SEEN-COUNT >= 5000
              MOVE 'REF TABLE FULL - REJECTED' TO WS-RESULT-TEXT
              PERFORM WRITE-REJECT-LINE
              GO TO EDIT-TRANSFER-END
           END-IF
           PERFORM NOTE-SEEN-REF-PARA
           PERFORM WRITE-ACCEPTED-PARA.
       EDIT-TRANSFER-END. EXIT.

       NOTE-SEEN-REF-PARA.
           ADD 1 TO WS-REFS-SEEN-COUNT.
           MOVE TRAN-ID     TO WS-REF-ID (WS-REFS-SEEN-COUNT).
           MOVE TRAN-DVZ    TO WS-REF-DVZ (WS-REFS-SEEN-COUNT).
           MOVE WS-EDIT-REF TO WS-REF-CODE (WS-REFS-SEEN-COUNT).

       WRITE-ACCEPTED-PARA.
           PERFORM CHECK-APPROVAL-PARA THRU CHECK-APPROVAL-END
           IF HOLD-FOR-APPROVAL
              PERFORM WRITE-PENDING-PARA
           ELSE
              MOVE SPACES   TO TRANOUT-REC
              MOVE TRAN-REC TO TRANOUT-DATA
              WRITE TRANOUT-REC
              ADD 1 TO WS-ACCEPT-COUNT
              MOVE 'ACCEPTED' TO WS-RESULT-TEXT
              PERFORM WRITE-RESULT-LINE
           END-IF.

      * THE MOVEMENT IS WHAT PGEB106 WOULD DO TO THE BALANCE: THE
      * OPENING BALANCE OF AN ADD, THE DIFFERENCE A CHANGE MAKES, THE
      * AMOUNT OF A POSTING OR TRANSFER. IT IS VALUED AT TODAY'S RATE
      * FOR THE DVZ; WHERE THERE IS NO RATE IN FORCE THE ITEM IS HELD
       CHECK-APPROVAL-PARA.
           SET NO-APPROVAL-NEEDED TO TRUE
           MOVE 0 TO WS-MOVEMENT
           MOVE 0 TO WS-BASE-MOVEMENT
           IF TRAN-DELETE OR TRAN-CHANGE
              COMPUTE IDX-ID = FUNCTION NUMVAL-C(TRAN-ID)
              COMPUTE IDX-DVZ = FUNCTION NUMVAL(TRAN-DVZ)
              READ IDX-FILE
              KEY IS IDX-KEY
              INVALID KEY
                   MOVE 0 TO IDX-BALANCE
              END-READ
              IF IDX-ST-OK OR IDX-ST-NOT-FOUND
                 CONTINUE
              ELSE
                 MOVE 'E' TO WS-HOLD-REASON
                 SET HOLD-FOR-APPROVAL TO TRUE
                 GO TO CHECK-APPROVAL-END
              END-IF
           END-IF
           IF TRAN-DELETE
              IF IDX-BALANCE NOT = 0
                 MOVE 'D' TO WS-HOLD-REASON
                 SET HOLD-FOR-APPROVAL TO TRUE
                 MOVE IDX-BALANCE TO WS-MOVEMENT
                 PERFORM VALUE-MOVEMENT-PARA
              END-IF
              GO TO CHECK-APPROVAL-END
           END-IF
           IF TRAN-CHANGE
              COMPUTE WS-MOVEMENT = TRAN-BALANCE - IDX-BALANCE
           ELSE
              MOVE TRAN-BALANCE TO WS-MOVEMENT
           END-IF
           IF WS-MOVEMENT = 0
              GO TO CHECK-APPROVAL-END
           END-IF
           PERFORM VALUE-MOVEMENT-PARA
           IF RATE-NOT-FOUND
              MOVE 'N' TO WS-HOLD-REASON
              SET HOLD-FOR-APPROVAL TO TRUE
              GO TO CHECK-APPROVAL-END
           END-IF
           IF WS-BASE-MOVEMENT > WS-APPR-LIMIT
              MOVE 'L' TO WS-HOLD-REASON
              SET HOLD-FOR-APPROVAL TO TRUE
           END-IF.
       CHECK-APPROVAL-END. EXIT.

       VALUE-MOVEMENT-PARA.
           IF WS-MOVEMENT < 0
              COMPUTE WS-MOVEMENT = 0 - WS-MOVEMENT
           END-IF.
           COMPUTE WS-EDIT-DVZ = FUNCTION NUMVAL(TRAN-DVZ).
           PERFORM LOOKUP-RATE-PARA.
           IF RATE-FOUND
              COMPUTE WS-BASE-MOVEMENT ROUNDED =
                      WS-MOVEMENT * WS-RATE-VALUE
                  ON SIZE ERROR
                     MOVE 999999999999999.99 TO WS-BASE-MOVEMENT
              END-COMPUTE
           END-IF.

       LOOKUP-RATE-PARA.
           SET RATE-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-RATE-VALUE.
           MOVE WS-EDIT-DVZ TO RATE-DVZ.
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
                IF RATE-DVZ NOT = WS-EDIT-DVZ
                   OR RATE-DATE > WS-RUN-DATE
                   SET RATE-SCAN-DONE TO TRUE
                ELSE
                   SET RATE-FOUND TO TRUE
                   MOVE RATE-VALUE TO WS-RATE-VALUE
                END-IF
           END-READ.

       WRITE-PENDING-PARA.
           ADD 1 TO WS-PEND-SEQ.
           MOVE SPACES           TO PND-REC.
           MOVE WS-RUN-DATE      TO PND-ENTRY-DATE.
           MOVE WS-RUN-TIME      TO PND-ENTRY-TIME.
           MOVE WS-PEND-SEQ      TO PND-SEQ.
           MOVE WS-MAKER-ID      TO PND-MAKER.
           MOVE WS-HOLD-REASON   TO PND-REASON.
           SET PND-PENDING       TO TRUE.
           MOVE WS-MOVEMENT      TO PND-MOVEMENT.
           MOVE WS-BASE-MOVEMENT TO PND-BASE-MOVEMENT.
           MOVE 0                TO PND-DECIDED.
           MOVE 0                TO PND-RELEASE-DATE.
           MOVE TRAN-REC         TO PND-TRAN.
           WRITE PND-REC
           INVALID KEY
                MOVE 'PENDFILE WRITE FAILED' TO WS-RESULT-TEXT
                PERFORM WRITE-REJECT-LINE
           NOT INVALID KEY
                ADD 1 TO WS-HELD-COUNT
                PERFORM WRITE-HELD-LINE
           END-WRITE.

       JDATE-EDIT-PARA.
           SET JDATE-INVALID TO TRUE
           IF WS-JDATE-YYYY < 1 OR WS-JDATE-DDD < 1
       JDATE-EDIT-END. EXIT.

       CHECK-DVZ-EXISTS-PARA.
           COMPUTE WS-EDIT-DVZ = FUNCTION NUMVAL(TRAN-DVZ).
           PERFORM CHECK-EDIT-DVZ-PARA.

       CHECK-TO-DVZ-EXISTS-PARA.
           COMPUTE WS-EDIT-DVZ = FUNCTION NUMVAL(TRAN-XFER-TO-DVZ).
           PERFORM CHECK-EDIT-DVZ-PARA.

       CHECK-EDIT-DVZ-PARA.
           SET DVZ-MISSING TO TRUE.
           MOVE WS-EDIT-DVZ TO RATE-DVZ.
           MOVE 0 TO RATE-DATE.
           SET RATE-SCAN-ACTIVE TO TRUE.
              END-READ
           END-IF.

      * A NEW ACCOUNT MAY ONLY BE OPENED FOR AN ACTIVE CUSTOMER ON
      * THE CUSTOMER MASTER
       CHECK-CUSTOMER-PARA.
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE TRAN-ID TO CUS-ID
           READ CUS-FILE
           KEY IS CUS-ID
           INVALID KEY
                IF CUS-ST-NOT-FOUND
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-RESULT-TEXT
                ELSE
                   MOVE 'CUSTMAST READ ERROR' TO WS-RESULT-TEXT
                END-IF
           NOT INVALID KEY
                IF NOT CUS-ACTIVE
                   MOVE 'CUSTOMER NOT ACTIVE' TO WS-RESULT-TEXT
                END-IF
           END-READ.

       CHECK-DUP-KEY-PARA.
           SET KEY-NEW TO TRUE.
           PERFORM CHECK-DUP-KEY-STEP
              SET KEY-SEEN TO TRUE
           END-IF.

       CHECK-DUP-REF-PARA.
           SET REF-NEW TO TRUE.
           PERFORM CHECK-DUP-REF-STEP
               VARYING WS-REFS-SEEN-SUB FROM 1 BY 1
               UNTIL WS-REFS-SEEN-SUB > WS-REFS-SEEN-COUNT.

       CHECK-DUP-REF-STEP.
           IF WS-REF-ID (WS-REFS-SEEN-SUB) = TRAN-ID
              AND WS-REF-DVZ (WS-REFS-SEEN-SUB) = TRAN-DVZ
              AND WS-REF-CODE (WS-REFS-SEEN-SUB) = WS-EDIT-REF
              SET REF-SEEN TO TRUE
           END-IF.

       WRITE-HEADER-PARA.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           MOVE WS-RESULT-TEXT TO RPT-RESULT-O.
           WRITE RPT-REC.

       WRITE-HELD-LINE.
           MOVE PND-ENTRY-DATE TO WS-HELD-DATE.
           MOVE PND-ENTRY-TIME TO WS-HELD-TIME.
           MOVE PND-SEQ        TO WS-HELD-SEQ.
           EVALUATE TRUE
               WHEN PND-OVER-LIMIT
                    MOVE 'OVER LIMIT'       TO WS-HELD-REASON
               WHEN PND-NONZERO-DELETE
                    MOVE 'NON-ZERO DELETE'  TO WS-HELD-REASON
               WHEN PND-NO-RATE
                    MOVE 'NO RATE IN FORCE' TO WS-HELD-REASON
               WHEN PND-READ-ERROR
                    MOVE 'IDX READ ERROR'   TO WS-HELD-REASON
           END-EVALUATE.
           MOVE SPACES TO RPT-REC.
           MOVE TRAN-ID  TO RPT-ID-O.
           MOVE TRAN-DVZ TO RPT-DVZ-O.
           MOVE TRAN-ACTION TO RPT-ACTION-O.
           MOVE WS-HELD-TEXT TO RPT-RESULT-O.
           WRITE RPT-REC.

       WRITE-REJECT-LINE.
           PERFORM WRITE-RESULT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-TRAN-COUNT TO TLR-TRAN-O.
           MOVE WS-ACCEPT-COUNT TO TLR-ACC-O.
           MOVE WS-REJECT-COUNT TO TLR-REJ-O.
           MOVE WS-HELD-COUNT TO TLR-HELD-O.
           WRITE RPT-REC FROM TRAILER-LINE.

       CLOSE-PARA.
           CLOSE IDX-FILE.
           CLOSE PEND-FILE.
           CLOSE RATE-FILE.
           CLOSE CUS-FILE.
           CLOSE TRANIN-FILE.
           CLOSE TRANOUT-FILE.
           CLOSE EDIT-RPT.
