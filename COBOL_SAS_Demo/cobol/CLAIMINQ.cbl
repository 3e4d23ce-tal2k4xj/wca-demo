                   15  DISB-HDR-DATE       PIC X(8).
                   15  DISB-HDR-TIME       PIC X(6).
                   15  DISB-HDR-PROC-ID    PIC X(5).
                   15  FILLER              PIC X(180).
               10  DISB-DETAIL-DATA REDEFINES DISB-HEADER-DATA.
                   15  DISB-CLAIM-ID       PIC X(10).
                   15  DISB-POLICY-ID      PIC X(5).
                   15  DISB-PAYEE-ZIP      PIC X(9).
                   15  DISB-BANK-ROUTING   PIC X(9).
                   15  DISB-BANK-ACCOUNT   PIC X(17).
                   15  DISB-OFFSET-AMOUNT  PIC 9(7)V99.
                   15  DISB-INTEREST-AMOUNT PIC 9(7)V99.
               10  DISB-TRAILER-DATA REDEFINES DISB-HEADER-DATA.
                   15  DISB-TRL-REC-COUNT  PIC 9(7).
                   15  DISB-TRL-HASH-AMT   PIC 9(11)V99.
                   15  FILLER              PIC X(179).

       FD  CESSION-FILE.
       01  CESSION-RECORD.
           ADD 1 TO WS-SECTION-LINES
           MOVE SPACES TO INQ-REPORT-RECORD
           STRING '  PAID: ' DISB-PAID-AMOUNT
                  '  OFFSET: ' DISB-OFFSET-AMOUNT
                  '  INTEREST: ' DISB-INTEREST-AMOUNT
                  '  PAYEE: ' DISB-PAYEE-NAME
                  INTO INQ-REPORT-RECORD
           WRITE INQ-REPORT-RECORD.
