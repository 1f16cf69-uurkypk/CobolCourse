              05 RATE-DATE         PIC 9(8).
           03 RATE-VALUE           PIC 9(7)V9(6) COMP-3.
       FD  JRN-FILE RECORDING MODE F.
       01  JRN-REC                  PIC X(200).
       FD  RUN-LOG RECORDING MODE F.
       01  RUN-REC.
           03 RUN-PROGRAM          PIC X(08).
              05 WS-JW-A-BALANCE    PIC S9(15) SIGN LEADING
                                    SEPARATE.
              05 WS-JW-A-LASTACT    PIC 9(08).
           03 WS-JW-REF             PIC X(12).
           03 WS-JW-NARR            PIC X(17).
           03 WS-JW-APPROVER        PIC X(08).
           03 FILLER                PIC X(02).
       01  WS-IDVZ-SUB              PIC 9(04) COMP VALUE 0.
       01  WS-IDVZ-HIT              PIC 9(04) VALUE 0.
       01  WS-IDVZ-TABLE.
