       DATA DIVISION.
       FILE SECTION.
       FD  JRN-FILE RECORDING MODE F.
       01  JRN-REC                  PIC X(200).
       FD  RUN-LOG RECORDING MODE F.
       01  RUN-REC.
           03 RUN-PROGRAM          PIC X(08).
           03 ARCJ-TYPE             PIC X(01).
              88 ARCJ-DATA-REC               VALUE 'D'.
              88 ARCJ-TRAILER-REC            VALUE 'T'.
           03 ARCJ-DATA             PIC X(200).
           03 ARCJ-TRAILER REDEFINES ARCJ-DATA.
              05 ARCJ-T-COUNT       PIC 9(08).
              05 ARCJ-T-HASH        PIC S9(17) SIGN LEADING
                                    SEPARATE.
              05 FILLER             PIC X(174).
       FD  RUN-ARCH RECORDING MODE F.
       01  ARCR-REC.
           03 ARCR-TYPE             PIC X(01).
                                    SEPARATE.
              05 FILLER             PIC X(54).
       FD  JRN-NEW RECORDING MODE F.
       01  JNEW-REC                 PIC X(200).
       FD  RUN-NEW RECORDING MODE F.
       01  RNEW-REC                 PIC X(80).
       FD  ARCH-RPT RECORDING MODE F.
              05 WS-JW-A-BALANCE    PIC S9(15) SIGN LEADING
                                    SEPARATE.
              05 WS-JW-A-LASTACT    PIC 9(08).
           03 WS-JW-REF             PIC X(12).
           03 WS-JW-NARR            PIC X(17).
           03 WS-JW-APPROVER        PIC X(08).
           03 FILLER                PIC X(02).
       01  WS-RECON-SUB             PIC 9(04) COMP VALUE 0.
       01  WS-RECON-HIT             PIC 9(04) VALUE 0.
       01  WS-RECON-TABLE.
