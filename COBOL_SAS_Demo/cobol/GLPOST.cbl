       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       AUTHOR. INSURANCE-TEAM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CONTROL-FILE
               ASSIGN TO GCTLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CONTROL-STATUS.

           SELECT CHART-FILE
               ASSIGN TO COADD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

           SELECT RESERVE-LEDGER-FILE
               ASSIGN TO RSVDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVE-STATUS.

           SELECT PAY-STATE-FILE
               ASSIGN TO PAYSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYS-KEY
               FILE STATUS IS WS-PAY-STATE-STATUS.

           SELECT CESSION-FILE
               ASSIGN TO CESSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CESSION-STATUS.

           SELECT RECEIVABLE-FILE
               ASSIGN TO ARDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-KEY
               FILE STATUS IS WS-RECEIVABLE-STATUS.

           SELECT RECEIPTS-FILE
               ASSIGN TO RCPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPTS-STATUS.

           SELECT OFFSET-RECEIPT-FILE
               ASSIGN TO OFRCDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFSET-RCPT-STATUS.

           SELECT REFUND-CREDIT-FILE
               ASSIGN TO RFCRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-CREDIT-STATUS.

           SELECT POLICY-FILE
               ASSIGN TO POLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POL-ID
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT GL-WORK-FILE
               ASSIGN TO GLWKDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-WORK-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO GLJRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

           SELECT GL-REPORT-FILE
               ASSIGN TO GLRPDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CONTROL-FILE.
       01  GL-CONTROL-RECORD.
           05  GCTL-FROM-DATE      PIC X(8).
           05  GCTL-TO-DATE        PIC X(8).
           05  FILLER              PIC X(54).

       FD  CHART-FILE.
       01  CHART-RECORD.
           05  COA-TRAN-TYPE       PIC X(3).
           05  COA-LINE-TYPE       PIC X(2).
           05  COA-DEBIT-ACCT      PIC X(10).
           05  COA-CREDIT-ACCT     PIC X(10).
           05  COA-DESC            PIC X(30).
           05  FILLER              PIC X(15).

       FD  RESERVE-LEDGER-FILE.
       01  RESERVE-RECORD.
           05  RSV-CLAIM-ID        PIC X(10).
           05  RSV-CLAIM-TYPE      PIC X(2).
           05  RSV-TRAN-TYPE       PIC X(1).
               88  RSV-ESTABLISH      VALUE 'E'.
               88  RSV-RELEASE        VALUE 'R'.
               88  RSV-PAID           VALUE 'P'.
               88  RSV-ADJUSTMENT     VALUE 'J'.
               88  RSV-RECOVERY       VALUE 'V'.
           05  RSV-DATE            PIC X(8).
           05  RSV-TIME            PIC X(6).
           05  RSV-AMOUNT          PIC 9(7)V99.
           05  FILLER              PIC X(10).

       FD  PAY-STATE-FILE.
       01  PAY-STATE-RECORD.
           05  PAYS-KEY.
               10  PAYS-CLAIM-ID   PIC X(10).
               10  PAYS-ISSUE-DATE PIC X(8).
           05  PAYS-POLICY-ID      PIC X(5).
           05  PAYS-CUSTOMER-ID    PIC X(10).
           05  PAYS-PAID-AMOUNT    PIC 9(7)V99.
           05  PAYS-STATE          PIC X(1).
               88  PAYS-ISSUED        VALUE 'I'.
               88  PAYS-SETTLED       VALUE 'S'.
               88  PAYS-RETURNED      VALUE 'R'.
               88  PAYS-STALE         VALUE 'X'.
               88  PAYS-ESCHEATED     VALUE 'E'.
           05  PAYS-SETTLE-DATE    PIC X(8).
           05  PAYS-SETTLE-AMOUNT  PIC 9(7)V99.
           05  PAYS-RETURN-CODE    PIC X(3).
           05  PAYS-BANK-ROUTING   PIC X(9).
           05  PAYS-BANK-ACCOUNT   PIC X(17).
           05  PAYS-OFFSET-AMOUNT  PIC 9(7)V99.
           05  PAYS-INTEREST-AMOUNT PIC 9(7)V99.
           05  PAYS-NOTICE-FLAG    PIC X(1).
               88  PAYS-NOTICE-SENT   VALUE 'Y'.

       FD  CESSION-FILE.
       01  CESSION-RECORD.
           05  CESS-CLAIM-ID       PIC X(10).
           05  CESS-POLICY-ID      PIC X(5).
           05  CESS-CLAIM-TYPE     PIC X(2).
           05  CESS-TREATY-ID      PIC X(8).
           05  CESS-PAID-AMOUNT    PIC 9(7)V99.
           05  CESS-RETENTION      PIC 9(7)V99.
           05  CESS-CEDED-AMOUNT   PIC 9(9)V99.
           05  FILLER              PIC X(10).

       FD  RECEIVABLE-FILE.
       01  RECEIVABLE-RECORD.
           05  AR-INVOICE-KEY.
               10  AR-POL-ID       PIC X(5).
               10  AR-BILL-DATE    PIC X(8).
           05  AR-CUSTOMER-ID      PIC X(10).
           05  AR-DUE-DATE         PIC X(8).
           05  AR-INVOICE-AMOUNT   PIC 9(7)V99.
           05  AR-PAID-AMOUNT      PIC 9(7)V99.
           05  AR-STATUS           PIC X(1).
               88  AR-OPEN            VALUE 'O'.
               88  AR-PAID            VALUE 'P'.
               88  AR-LAPSE-FED       VALUE 'L'.
           05  FILLER              PIC X(10).

       FD  RECEIPTS-FILE.
       01  RECEIPTS-RECORD.
           05  RCPT-POL-ID         PIC X(5).
           05  RCPT-BILL-DATE      PIC X(8).
           05  RCPT-RECEIPT-DATE   PIC X(8).
           05  RCPT-AMOUNT         PIC X(9).
           05  RCPT-AMOUNT-N REDEFINES RCPT-AMOUNT
                                   PIC 9(7)V99.
           05  FILLER              PIC X(10).

       FD  OFFSET-RECEIPT-FILE.
       01  OFFSET-RECEIPT-RECORD.
           05  OFR-POL-ID          PIC X(5).
           05  OFR-BILL-DATE       PIC X(8).
           05  OFR-RECEIPT-DATE    PIC X(8).
           05  OFR-AMOUNT          PIC X(9).
           05  OFR-AMOUNT-N REDEFINES OFR-AMOUNT
                                   PIC 9(7)V99.
           05  OFR-CLAIM-ID        PIC X(10).

       FD  REFUND-CREDIT-FILE.
       01  REFUND-CREDIT-RECORD.
           05  RFC-POL-ID          PIC X(5).
           05  RFC-BILL-DATE       PIC X(8).
           05  RFC-RECEIPT-DATE    PIC X(8).
           05  RFC-AMOUNT          PIC X(9).
           05  RFC-AMOUNT-N REDEFINES RFC-AMOUNT
                                   PIC 9(7)V99.
           05  RFC-REFUND-REF      PIC X(10).

       FD  POLICY-FILE.
       01  POLICY-RECORD.
           05  POL-ID          PIC X(5).
           05  POL-TYPE        PIC X(2).
           05  CUSTOMER-ID     PIC X(10).
           05  EFFECTIVE-DATE  PIC X(8).
           05  EXPIRY-DATE     PIC X(8).
           05  PREMIUM-AMOUNT  PIC 9(7)V99.
           05  DEDUCTIBLE-AMT  PIC 9(5)V99.
           05  POL-STATUS      PIC X(1).
               88  ACTIVE        VALUE 'A'.
               88  LAPSED        VALUE 'L'.
               88  CANCELLED     VALUE 'C'.

       FD  GL-WORK-FILE.
       01  GL-WORK-RECORD.
           05  GLW-LINE-NO         PIC 9(7).
           05  GLW-ACCOUNT         PIC X(10).
           05  GLW-DR-CR           PIC X(1).
               88  GLW-DEBIT          VALUE 'D'.
               88  GLW-CREDIT         VALUE 'C'.
           05  GLW-AMOUNT          PIC 9(9)V99.
           05  GLW-TRAN-TYPE       PIC X(3).
           05  GLW-LINE-TYPE       PIC X(2).
           05  GLW-REFERENCE       PIC X(18).
           05  GLW-SOURCE-DATE     PIC X(8).
           05  GLW-DESC            PIC X(30).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05  GLJ-REC-TYPE        PIC X(1).
               88  GLJ-HEADER-REC     VALUE 'H'.
               88  GLJ-DETAIL-REC     VALUE 'D'.
               88  GLJ-TRAILER-REC    VALUE 'T'.
           05  GLJ-DATA.
               10  GLJ-HEADER-DATA.
                   15  GLJ-HDR-FROM-DATE   PIC X(8).
                   15  GLJ-HDR-TO-DATE     PIC X(8).
                   15  GLJ-HDR-RUN-DATE    PIC X(8).
                   15  GLJ-HDR-RUN-TIME    PIC X(6).
                   15  FILLER              PIC X(60).
               10  GLJ-DETAIL-DATA REDEFINES GLJ-HEADER-DATA.
                   15  GLJ-LINE-NO         PIC 9(7).
                   15  GLJ-ACCOUNT         PIC X(10).
                   15  GLJ-DR-CR           PIC X(1).
                   15  GLJ-AMOUNT          PIC 9(9)V99.
                   15  GLJ-TRAN-TYPE       PIC X(3).
                   15  GLJ-LINE-TYPE       PIC X(2).
                   15  GLJ-REFERENCE       PIC X(18).
                   15  GLJ-SOURCE-DATE     PIC X(8).
                   15  GLJ-DESC            PIC X(30).
               10  GLJ-TRAILER-DATA REDEFINES GLJ-HEADER-DATA.
                   15  GLJ-TRL-LINE-COUNT  PIC 9(7).
                   15  GLJ-TRL-DEBIT-TOTAL PIC 9(11)V99.
                   15  GLJ-TRL-CREDIT-TOTAL
                                           PIC 9(11)V99.
                   15  FILLER              PIC X(57).

       FD  GL-REPORT-FILE.
       01  GL-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-GL-CONTROL-STATUS    PIC XX.
           05  WS-CHART-STATUS         PIC XX.
           05  WS-RESERVE-STATUS       PIC XX.
           05  WS-PAY-STATE-STATUS     PIC XX.
           05  WS-CESSION-STATUS       PIC XX.
           05  WS-RECEIVABLE-STATUS    PIC XX.
           05  WS-RECEIPTS-STATUS      PIC XX.
           05  WS-OFFSET-RCPT-STATUS   PIC XX.
           05  WS-REFUND-CREDIT-STATUS PIC XX.
           05  WS-POLICY-STATUS        PIC XX.
           05  WS-GL-WORK-STATUS       PIC XX.
           05  WS-GL-JOURNAL-STATUS    PIC XX.
           05  WS-GL-REPORT-STATUS     PIC XX.

       01  WS-COUNTERS.
           05  WS-RESERVE-POST-COUNT  PIC 9(7) VALUE 0.
           05  WS-PAYMENT-POST-COUNT  PIC 9(7) VALUE 0.
           05  WS-CESSION-POST-COUNT  PIC 9(7) VALUE 0.
           05  WS-INVOICE-POST-COUNT  PIC 9(7) VALUE 0.
           05  WS-RECEIPT-POST-COUNT  PIC 9(7) VALUE 0.
           05  WS-RECEIPT-SKIP-COUNT  PIC 9(5) VALUE 0.
           05  WS-OFFSET-POST-COUNT   PIC 9(7) VALUE 0.
           05  WS-OFFSET-SKIP-COUNT   PIC 9(5) VALUE 0.
           05  WS-REFUND-CR-POST-COUNT PIC 9(7) VALUE 0.
           05  WS-REFUND-CR-SKIP-COUNT PIC 9(5) VALUE 0.
           05  WS-INTEREST-POST-COUNT PIC 9(7) VALUE 0.
           05  WS-UNMAPPED-COUNT      PIC 9(5) VALUE 0.
           05  WS-GL-LINE-COUNT       PIC 9(7) VALUE 0.
           05  WS-DEBIT-LINE-COUNT    PIC 9(7) VALUE 0.
           05  WS-CREDIT-LINE-COUNT   PIC 9(7) VALUE 0.

       01  WS-AMOUNT-TOTALS.
           05  WS-RESERVE-POST-AMT    PIC 9(11)V99 VALUE 0.
           05  WS-PAYMENT-POST-AMT    PIC 9(11)V99 VALUE 0.
           05  WS-CESSION-POST-AMT    PIC 9(11)V99 VALUE 0.
           05  WS-INVOICE-POST-AMT    PIC 9(11)V99 VALUE 0.
           05  WS-RECEIPT-POST-AMT    PIC 9(11)V99 VALUE 0.
           05  WS-OFFSET-POST-AMT     PIC 9(11)V99 VALUE 0.
           05  WS-REFUND-CR-POST-AMT  PIC 9(11)V99 VALUE 0.
           05  WS-INTEREST-POST-AMT   PIC 9(11)V99 VALUE 0.
           05  WS-UNMAPPED-AMT        PIC 9(11)V99 VALUE 0.
           05  WS-DEBIT-TOTAL         PIC 9(11)V99 VALUE 0.
           05  WS-CREDIT-TOTAL        PIC 9(11)V99 VALUE 0.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE   PIC X(8).
           05  WS-CURRENT-TIME   PIC X(6).

       01  WS-FLAGS.
           05  WS-EOF-CHART      PIC X VALUE 'N'.
               88  END-OF-CHART      VALUE 'Y'.
           05  WS-EOF-RESERVE    PIC X VALUE 'N'.
               88  END-OF-RESERVE    VALUE 'Y'.
           05  WS-EOF-PAY-STATE  PIC X VALUE 'N'.
               88  END-OF-PAY-STATE  VALUE 'Y'.
           05  WS-EOF-CESSION    PIC X VALUE 'N'.
               88  END-OF-CESSIONS   VALUE 'Y'.
           05  WS-EOF-RECEIVABLE PIC X VALUE 'N'.
               88  END-OF-RECEIVABLES VALUE 'Y'.
           05  WS-EOF-RECEIPTS   PIC X VALUE 'N'.
               88  END-OF-RECEIPTS   VALUE 'Y'.
           05  WS-EOF-OFFSET-RCPT PIC X VALUE 'N'.
               88  END-OF-OFFSET-RCPTS VALUE 'Y'.
           05  WS-EOF-REFUND-CREDIT PIC X VALUE 'N'.
               88  END-OF-REFUND-CREDITS VALUE 'Y'.
           05  WS-EOF-GL-WORK    PIC X VALUE 'N'.
               88  END-OF-GL-WORK    VALUE 'Y'.
           05  WS-COA-FOUND      PIC X VALUE 'N'.
               88  COA-FOUND         VALUE 'Y'.
           05  WS-ACCT-FOUND     PIC X VALUE 'N'.
               88  ACCT-FOUND        VALUE 'Y'.

       01  WS-BALANCE-FLAGS.
           05  WS-OUT-OF-BALANCE  PIC X VALUE 'N'.
               88  OUT-OF-BALANCE     VALUE 'Y'.

       01  WS-FROM-DATE          PIC X(8) VALUE SPACES.
       01  WS-TO-DATE            PIC X(8) VALUE SPACES.

      *    ONE CHART ROW PER TRANSACTION TYPE AND CLAIM/POLICY TYPE.
      *    A LINE TYPE OF '**' IS THE DEFAULT FOR THE TRANSACTION TYPE.
       01  WS-CHART-TABLE.
           05  WS-COA-COUNT       PIC 9(3) VALUE 0.
           05  WS-COA-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-TRAN-TYPE   PIC X(3).
               10  WS-COA-LINE-TYPE   PIC X(2).
               10  WS-COA-DEBIT-ACCT  PIC X(10).
               10  WS-COA-CREDIT-ACCT PIC X(10).
               10  WS-COA-DESC        PIC X(30).

       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT      PIC 9(3) VALUE 0.
           05  WS-ACCT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-NUMBER     PIC X(10).
               10  WS-ACCT-DEBITS     PIC 9(11)V99.
               10  WS-ACCT-CREDITS    PIC 9(11)V99.

       01  WS-GL-ENTRY.
           05  WS-GL-TRAN-TYPE    PIC X(3).
           05  WS-GL-LINE-TYPE    PIC X(2).
           05  WS-GL-AMOUNT       PIC 9(9)V99.
           05  WS-GL-INTEREST-AMT PIC 9(9)V99.
           05  WS-GL-REFERENCE    PIC X(18).
           05  WS-GL-SOURCE-DATE  PIC X(8).
       01  WS-GL-DEBIT-ACCT      PIC X(10) VALUE SPACES.
       01  WS-GL-CREDIT-ACCT     PIC X(10) VALUE SPACES.
       01  WS-GL-DESC            PIC X(30) VALUE SPACES.
       01  WS-GL-NET-AMOUNT      PIC S9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-RESERVE-LEDGER
           PERFORM 2200-POST-PAYMENT-STATES
           PERFORM 2400-POST-CESSIONS
           PERFORM 2600-POST-INVOICES
           PERFORM 2800-POST-RECEIPTS
           PERFORM 3000-RELEASE-JOURNAL
           PERFORM 5000-CLEANUP
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-FROM-DATE
           MOVE WS-CURRENT-DATE TO WS-TO-DATE

           PERFORM 1050-READ-CONTROL-CARD

           OPEN OUTPUT GL-REPORT-FILE
           IF WS-GL-REPORT-STATUS NOT = '00'
               DISPLAY 'GL REPORT ERROR: ' WS-GL-REPORT-STATUS
               PERFORM 9999-ABORT
           END-IF

           PERFORM 1100-WRITE-REPORT-HEADER

           PERFORM 1200-LOAD-CHART-OF-ACCOUNTS

           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'POLICY FILE ERROR: ' WS-POLICY-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT GL-WORK-FILE
           IF WS-GL-WORK-STATUS NOT = '00'
               DISPLAY 'GL WORK FILE ERROR: ' WS-GL-WORK-STATUS
               PERFORM 9999-ABORT
           END-IF.

       1050-READ-CONTROL-CARD.
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GL-CONTROL-STATUS = '00'
               READ GL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GCTL-FROM-DATE NUMERIC
                           MOVE GCTL-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF GCTL-TO-DATE NUMERIC
                           MOVE GCTL-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE GL-CONTROL-FILE
           END-IF.

       1100-WRITE-REPORT-HEADER.
           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'GENERAL LEDGER JOURNAL POSTING - '
                  WS-CURRENT-DATE ' ' WS-CURRENT-TIME
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'ACTIVITY FROM: ' WS-FROM-DATE
                  '  TO: ' WS-TO-DATE
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD.

       1200-LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-FILE
           IF WS-CHART-STATUS NOT = '00'
               DISPLAY 'CHART OF ACCOUNTS FILE ERROR: '
                   WS-CHART-STATUS
               PERFORM 9999-ABORT
           END-IF
           PERFORM UNTIL END-OF-CHART
               READ CHART-FILE
                   AT END
                       SET END-OF-CHART TO TRUE
                   NOT AT END
                       IF WS-COA-COUNT < 200
                           ADD 1 TO WS-COA-COUNT
                           MOVE COA-TRAN-TYPE TO
                               WS-COA-TRAN-TYPE(WS-COA-COUNT)
                           MOVE COA-LINE-TYPE TO
                               WS-COA-LINE-TYPE(WS-COA-COUNT)
                           MOVE COA-DEBIT-ACCT TO
                               WS-COA-DEBIT-ACCT(WS-COA-COUNT)
                           MOVE COA-CREDIT-ACCT TO
                               WS-COA-CREDIT-ACCT(WS-COA-COUNT)
                           MOVE COA-DESC TO
                               WS-COA-DESC(WS-COA-COUNT)
                       ELSE
                           DISPLAY 'CHART OF ACCOUNTS TABLE FULL - '
                               'ROW NOT LOADED: ' COA-TRAN-TYPE
                               ' ' COA-LINE-TYPE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE.

       2000-POST-RESERVE-LEDGER.
           OPEN INPUT RESERVE-LEDGER-FILE
           IF WS-RESERVE-STATUS NOT = '00'
               DISPLAY 'RESERVE LEDGER ERROR: ' WS-RESERVE-STATUS
               PERFORM 9999-ABORT
           END-IF
           PERFORM UNTIL END-OF-RESERVE
               READ RESERVE-LEDGER-FILE
                   AT END
                       SET END-OF-RESERVE TO TRUE
                   NOT AT END
                       IF RSV-DATE NOT < WS-FROM-DATE
                          AND RSV-DATE NOT > WS-TO-DATE
                          AND RSV-AMOUNT > 0
                           PERFORM 2100-POST-RESERVE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVE-LEDGER-FILE.

       2100-POST-RESERVE-ROW.
           MOVE 'RS' TO WS-GL-TRAN-TYPE(1:2)
           MOVE RSV-TRAN-TYPE TO WS-GL-TRAN-TYPE(3:1)
           MOVE RSV-CLAIM-TYPE TO WS-GL-LINE-TYPE
           MOVE RSV-AMOUNT TO WS-GL-AMOUNT
           MOVE RSV-CLAIM-ID TO WS-GL-REFERENCE
           MOVE RSV-DATE TO WS-GL-SOURCE-DATE
           PERFORM 2900-POST-ENTRY
           IF COA-FOUND
               ADD 1 TO WS-RESERVE-POST-COUNT
               ADD RSV-AMOUNT TO WS-RESERVE-POST-AMT
           END-IF.

      *    SETTLEMENTS AND RETURNS ARE DATED BY THE BANK SETTLE DATE
      *    DISBRECON RECORDS ON THE PAYMENT STATE
       2200-POST-PAYMENT-STATES.
           OPEN INPUT PAY-STATE-FILE
           IF WS-PAY-STATE-STATUS NOT = '00'
               DISPLAY 'PAYMENT STATE FILE ERROR: '
                   WS-PAY-STATE-STATUS
               PERFORM 9999-ABORT
           END-IF
           MOVE LOW-VALUES TO PAYS-KEY
           START PAY-STATE-FILE KEY NOT LESS THAN PAYS-KEY
               INVALID KEY
                   SET END-OF-PAY-STATE TO TRUE
           END-START
           PERFORM UNTIL END-OF-PAY-STATE
               READ PAY-STATE-FILE NEXT RECORD
                   AT END
                       SET END-OF-PAY-STATE TO TRUE
                   NOT AT END
                       IF (PAYS-SETTLED OR PAYS-RETURNED)
                          AND PAYS-SETTLE-DATE NOT < WS-FROM-DATE
                          AND PAYS-SETTLE-DATE NOT > WS-TO-DATE
                           PERFORM 2300-POST-PAYMENT-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-STATE-FILE.

      *    COMMISSION ('CM') AND PREMIUM REFUND ('RF') CHECKS RIDE THE
      *    SAME PAYMENT STATE AS CLAIM CHECKS BUT ARE BOOKED UNDER THEIR
      *    OWN TRANSACTION TYPES
       2300-POST-PAYMENT-ROW.
           MOVE 0 TO WS-GL-INTEREST-AMT
           IF PAYS-SETTLED
               MOVE 'PYS' TO WS-GL-TRAN-TYPE
               MOVE PAYS-SETTLE-AMOUNT TO WS-GL-AMOUNT
           ELSE
               MOVE 'PYR' TO WS-GL-TRAN-TYPE
               MOVE PAYS-PAID-AMOUNT TO WS-GL-AMOUNT
           END-IF
           IF PAYS-CLAIM-ID(1:2) = 'CM'
               PERFORM 2320-SET-COMMISSION-TYPE
           ELSE
               IF PAYS-CLAIM-ID(1:2) = 'RF'
                   PERFORM 2330-SET-REFUND-TYPE
               ELSE
                   PERFORM 2305-SPLIT-INTEREST
               END-IF
           END-IF
           MOVE PAYS-POLICY-ID TO POL-ID
           PERFORM 2950-GET-POLICY-TYPE
           MOVE PAYS-KEY TO WS-GL-REFERENCE
           MOVE PAYS-SETTLE-DATE TO WS-GL-SOURCE-DATE
           IF WS-GL-AMOUNT > 0
               PERFORM 2900-POST-ENTRY
               IF COA-FOUND
                   ADD 1 TO WS-PAYMENT-POST-COUNT
                   ADD WS-GL-AMOUNT TO WS-PAYMENT-POST-AMT
               END-IF
           END-IF
           IF WS-GL-INTEREST-AMT > 0
               PERFORM 2310-POST-INTEREST-ROW
           END-IF.

      *    STATUTORY LATE-PAYMENT INTEREST INCLUDED IN A CLAIM
      *    SETTLEMENT IS BOOKED SEPARATELY UNDER 'PYI'
       2305-SPLIT-INTEREST.
           IF PAYS-SETTLED
              AND PAYS-INTEREST-AMOUNT NUMERIC
              AND PAYS-INTEREST-AMOUNT > 0
              AND PAYS-INTEREST-AMOUNT NOT > PAYS-SETTLE-AMOUNT
               MOVE PAYS-INTEREST-AMOUNT TO WS-GL-INTEREST-AMT
               SUBTRACT PAYS-INTEREST-AMOUNT FROM WS-GL-AMOUNT
           END-IF.

       2310-POST-INTEREST-ROW.
           MOVE 'PYI' TO WS-GL-TRAN-TYPE
           MOVE WS-GL-INTEREST-AMT TO WS-GL-AMOUNT
           PERFORM 2900-POST-ENTRY
           IF COA-FOUND
               ADD 1 TO WS-INTEREST-POST-COUNT
               ADD WS-GL-AMOUNT TO WS-INTEREST-POST-AMT
           END-IF.

      *    PRODUCER COMMISSION CHECKS ARE BOOKED TO COMMISSION, NOT TO
      *    CLAIMS PAID
       2320-SET-COMMISSION-TYPE.
           IF PAYS-SETTLED
               MOVE 'CMS' TO WS-GL-TRAN-TYPE
           ELSE
               MOVE 'CMR' TO WS-GL-TRAN-TYPE
           END-IF.

      *    RETURN PREMIUM CHECKS ARE BOOKED AGAINST RETURN PREMIUM
      *    PAYABLE, NOT CLAIMS PAID
       2330-SET-REFUND-TYPE.
           IF PAYS-SETTLED
               MOVE 'RFS' TO WS-GL-TRAN-TYPE
           ELSE
               MOVE 'RFR' TO WS-GL-TRAN-TYPE
           END-IF.

      *    THE CESSION FILE IS REWRITTEN BY EVERY CLAIMS RUN, SO ALL
      *    OF IT IS THE ACTIVITY BEING POSTED
       2400-POST-CESSIONS.
           OPEN INPUT CESSION-FILE
           IF WS-CESSION-STATUS NOT = '00'
               DISPLAY 'CESSION FILE NOT AVAILABLE: '
                   WS-CESSION-STATUS
           ELSE
               PERFORM UNTIL END-OF-CESSIONS
                   READ CESSION-FILE
                       AT END
                           SET END-OF-CESSIONS TO TRUE
                       NOT AT END
                           IF CESS-CEDED-AMOUNT > 0
                               PERFORM 2500-POST-CESSION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CESSION-FILE
           END-IF.

       2500-POST-CESSION-ROW.
           MOVE 'CED' TO WS-GL-TRAN-TYPE
           MOVE CESS-CLAIM-TYPE TO WS-GL-LINE-TYPE
           MOVE CESS-CEDED-AMOUNT TO WS-GL-AMOUNT
           MOVE SPACES TO WS-GL-REFERENCE
           STRING CESS-CLAIM-ID CESS-TREATY-ID
                  DELIMITED BY SIZE
                  INTO WS-GL-REFERENCE
           MOVE WS-TO-DATE TO WS-GL-SOURCE-DATE
           PERFORM 2900-POST-ENTRY
           IF COA-FOUND
               ADD 1 TO WS-CESSION-POST-COUNT
               ADD CESS-CEDED-AMOUNT TO WS-CESSION-POST-AMT
           END-IF.

       2600-POST-INVOICES.
           OPEN INPUT RECEIVABLE-FILE
           IF WS-RECEIVABLE-STATUS NOT = '00'
               DISPLAY 'RECEIVABLE FILE ERROR: ' WS-RECEIVABLE-STATUS
               PERFORM 9999-ABORT
           END-IF
           MOVE LOW-VALUES TO AR-INVOICE-KEY
           START RECEIVABLE-FILE KEY NOT LESS THAN AR-INVOICE-KEY
               INVALID KEY
                   SET END-OF-RECEIVABLES TO TRUE
           END-START
           PERFORM UNTIL END-OF-RECEIVABLES
               READ RECEIVABLE-FILE NEXT RECORD
                   AT END
                       SET END-OF-RECEIVABLES TO TRUE
                   NOT AT END
                       IF AR-BILL-DATE NOT < WS-FROM-DATE
                          AND AR-BILL-DATE NOT > WS-TO-DATE
                          AND AR-INVOICE-AMOUNT > 0
                           PERFORM 2700-POST-INVOICE-ROW
                       END-IF
               END-READ
           END-PERFORM.

       2700-POST-INVOICE-ROW.
           MOVE 'ARI' TO WS-GL-TRAN-TYPE
           MOVE AR-POL-ID TO POL-ID
           PERFORM 2950-GET-POLICY-TYPE
           MOVE AR-INVOICE-AMOUNT TO WS-GL-AMOUNT
           MOVE AR-INVOICE-KEY TO WS-GL-REFERENCE
           MOVE AR-BILL-DATE TO WS-GL-SOURCE-DATE
           PERFORM 2900-POST-ENTRY
           IF COA-FOUND
               ADD 1 TO WS-INVOICE-POST-COUNT
               ADD AR-INVOICE-AMOUNT TO WS-INVOICE-POST-AMT
           END-IF.

      *    ONLY RECEIPTS PREMBILL WOULD ACCEPT ARE POSTED - THE AMOUNT
      *    MUST BE NUMERIC AND THE INVOICE MUST BE ON THE AR FILE
       2800-POST-RECEIPTS.
           OPEN INPUT RECEIPTS-FILE
           IF WS-RECEIPTS-STATUS NOT = '00'
               DISPLAY 'RECEIPTS FILE NOT AVAILABLE: '
                   WS-RECEIPTS-STATUS
           ELSE
               PERFORM UNTIL END-OF-RECEIPTS
                   READ RECEIPTS-FILE
                       AT END
                           SET END-OF-RECEIPTS TO TRUE
                       NOT AT END
                           IF RCPT-RECEIPT-DATE NOT < WS-FROM-DATE
                              AND RCPT-RECEIPT-DATE NOT > WS-TO-DATE
                               PERFORM 2810-CHECK-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPTS-FILE
           END-IF
           PERFORM 2860-POST-OFFSET-RECEIPTS
           PERFORM 2890-POST-REFUND-CREDITS
           CLOSE RECEIVABLE-FILE.

       2810-CHECK-RECEIPT.
           IF RCPT-AMOUNT NOT NUMERIC
               ADD 1 TO WS-RECEIPT-SKIP-COUNT
           ELSE
               MOVE RCPT-POL-ID TO AR-POL-ID
               MOVE RCPT-BILL-DATE TO AR-BILL-DATE
               READ RECEIVABLE-FILE
                   INVALID KEY
                       ADD 1 TO WS-RECEIPT-SKIP-COUNT
                   NOT INVALID KEY
                       IF RCPT-AMOUNT-N > 0
                           PERFORM 2850-POST-RECEIPT-ROW
                       END-IF
               END-READ
           END-IF.

       2850-POST-RECEIPT-ROW.
           MOVE 'ARR' TO WS-GL-TRAN-TYPE
           MOVE RCPT-POL-ID TO POL-ID
           PERFORM 2950-GET-POLICY-TYPE
           MOVE RCPT-AMOUNT-N TO WS-GL-AMOUNT
           MOVE AR-INVOICE-KEY TO WS-GL-REFERENCE
           MOVE RCPT-RECEIPT-DATE TO WS-GL-SOURCE-DATE
           PERFORM 2900-POST-ENTRY
           IF COA-FOUND
               ADD 1 TO WS-RECEIPT-POST-COUNT
               ADD RCPT-AMOUNT-N TO WS-RECEIPT-POST-AMT
           END-IF.

      *    PREMIUM WITHHELD FROM CLAIM PAYMENTS - NO CASH MOVES, THE
      *    RECEIVABLE IS CLEARED AGAINST CLAIMS PAYABLE
       2860-POST-OFFSET-RECEIPTS.
           OPEN INPUT OFFSET-RECEIPT-FILE
           IF WS-OFFSET-RCPT-STATUS NOT = '00'
               DISPLAY 'OFFSET RECEIPT FILE NOT AVAILABLE: '
                   WS-OFFSET-RCPT-STATUS
           ELSE
               PERFORM UNTIL END-OF-OFFSET-RCPTS
                   READ OFFSET-RECEIPT-FILE
                       AT END
                           SET END-OF-OFFSET-RCPTS TO TRUE
                       NOT AT END
                           IF OFR-RECEIPT-DATE NOT < WS-FROM-DATE
                              AND OFR-RECEIPT-DATE NOT > WS-TO-DATE
                               PERFORM 2870-CHECK-OFFSET-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFSET-RECEIPT-FILE
           END-IF.

       2870-CHECK-OFFSET-RECEIPT.
           IF OFR-AMOUNT NOT NUMERIC
               ADD 1 TO WS-OFFSET-SKIP-COUNT
           ELSE
               MOVE OFR-POL-ID TO AR-POL-ID
               MOVE OFR-BILL-DATE TO AR-BILL-DATE
               READ RECEIVABLE-FILE
                   INVALID KEY
                       ADD 1 TO WS-OFFSET-SKIP-COUNT
                   NOT INVALID KEY
                       IF OFR-AMOUNT-N > 0
                           PERFORM 2880-POST-OFFSET-ROW
                       END-IF
               END-READ
           END-IF.

       2880-POST-OFFSET-ROW.
           MOVE 'ARO' TO WS-GL-TRAN-TYPE
           MOVE OFR-POL-ID TO POL-ID
           PERFORM 2950-GET-POLICY-TYPE
           MOVE OFR-AMOUNT-N TO WS-GL-AMOUNT
           MOVE OFR-CLAIM-ID TO WS-GL-REFERENCE
           MOVE OFR-RECEIPT-DATE TO WS-GL-SOURCE-DATE
           PERFORM 2900-POST-ENTRY
           IF COA-FOUND
               ADD 1 TO WS-OFFSET-POST-COUNT
               ADD OFR-AMOUNT-N TO WS-OFFSET-POST-AMT
           END-IF.

      *    RETURN PREMIUM NETTED AGAINST AN OPEN INVOICE ON CANCEL - NO
      *    CASH MOVES, THE RECEIVABLE IS CLEARED AGAINST RETURN PREMIUM
       2890-POST-REFUND-CREDITS.
           OPEN INPUT REFUND-CREDIT-FILE
           IF WS-REFUND-CREDIT-STATUS NOT = '00'
               DISPLAY 'REFUND CREDIT FILE NOT AVAILABLE: '
                   WS-REFUND-CREDIT-STATUS
           ELSE
               PERFORM UNTIL END-OF-REFUND-CREDITS
                   READ REFUND-CREDIT-FILE
                       AT END
                           SET END-OF-REFUND-CREDITS TO TRUE
                       NOT AT END
                           IF RFC-RECEIPT-DATE NOT < WS-FROM-DATE
                              AND RFC-RECEIPT-DATE NOT > WS-TO-DATE
                               PERFORM 2892-CHECK-REFUND-CREDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-CREDIT-FILE
           END-IF.

       2892-CHECK-REFUND-CREDIT.
           IF RFC-AMOUNT NOT NUMERIC
               ADD 1 TO WS-REFUND-CR-SKIP-COUNT
           ELSE
               MOVE RFC-POL-ID TO AR-POL-ID
               MOVE RFC-BILL-DATE TO AR-BILL-DATE
               READ RECEIVABLE-FILE
                   INVALID KEY
                       ADD 1 TO WS-REFUND-CR-SKIP-COUNT
                   NOT INVALID KEY
                       IF RFC-AMOUNT-N > 0
                           PERFORM 2894-POST-REFUND-CREDIT-ROW
                       END-IF
               END-READ
           END-IF.

       2894-POST-REFUND-CREDIT-ROW.
           MOVE 'ARF' TO WS-GL-TRAN-TYPE
           MOVE RFC-POL-ID TO POL-ID
           PERFORM 2950-GET-POLICY-TYPE
           MOVE RFC-AMOUNT-N TO WS-GL-AMOUNT
           MOVE RFC-REFUND-REF TO WS-GL-REFERENCE
           MOVE RFC-RECEIPT-DATE TO WS-GL-SOURCE-DATE
           PERFORM 2900-POST-ENTRY
           IF COA-FOUND
               ADD 1 TO WS-REFUND-CR-POST-COUNT
               ADD RFC-AMOUNT-N TO WS-REFUND-CR-POST-AMT
           END-IF.

       2900-POST-ENTRY.
           PERFORM 2910-FIND-ACCOUNTS
           IF COA-FOUND
               IF WS-GL-DEBIT-ACCT NOT = SPACES
                   MOVE SPACES TO GL-WORK-RECORD
                   MOVE WS-GL-DEBIT-ACCT TO GLW-ACCOUNT
                   SET GLW-DEBIT TO TRUE
                   PERFORM 2920-WRITE-WORK-LINE
               END-IF
               IF WS-GL-CREDIT-ACCT NOT = SPACES
                   MOVE SPACES TO GL-WORK-RECORD
                   MOVE WS-GL-CREDIT-ACCT TO GLW-ACCOUNT
                   SET GLW-CREDIT TO TRUE
                   PERFORM 2920-WRITE-WORK-LINE
               END-IF
           ELSE
               ADD 1 TO WS-UNMAPPED-COUNT
               ADD WS-GL-AMOUNT TO WS-UNMAPPED-AMT
               PERFORM 2990-WRITE-UNMAPPED-LINE
           END-IF.

       2910-FIND-ACCOUNTS.
           INITIALIZE WS-COA-FOUND
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT
                  OR COA-FOUND
               IF WS-COA-TRAN-TYPE(WS-COA-IDX) = WS-GL-TRAN-TYPE
                  AND WS-COA-LINE-TYPE(WS-COA-IDX) = WS-GL-LINE-TYPE
                   SET COA-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT COA-FOUND
               PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT
                      OR COA-FOUND
                   IF WS-COA-TRAN-TYPE(WS-COA-IDX) = WS-GL-TRAN-TYPE
                      AND WS-COA-LINE-TYPE(WS-COA-IDX) = '**'
                       SET COA-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF COA-FOUND
               SET WS-COA-IDX DOWN BY 1
               MOVE WS-COA-DEBIT-ACCT(WS-COA-IDX) TO WS-GL-DEBIT-ACCT
               MOVE WS-COA-CREDIT-ACCT(WS-COA-IDX)
                   TO WS-GL-CREDIT-ACCT
               MOVE WS-COA-DESC(WS-COA-IDX) TO WS-GL-DESC
           END-IF.

       2920-WRITE-WORK-LINE.
           ADD 1 TO WS-GL-LINE-COUNT
           MOVE WS-GL-LINE-COUNT TO GLW-LINE-NO
           MOVE WS-GL-AMOUNT TO GLW-AMOUNT
           MOVE WS-GL-TRAN-TYPE TO GLW-TRAN-TYPE
           MOVE WS-GL-LINE-TYPE TO GLW-LINE-TYPE
           MOVE WS-GL-REFERENCE TO GLW-REFERENCE
           MOVE WS-GL-SOURCE-DATE TO GLW-SOURCE-DATE
           MOVE WS-GL-DESC TO GLW-DESC
           WRITE GL-WORK-RECORD
           IF GLW-DEBIT
               ADD 1 TO WS-DEBIT-LINE-COUNT
               ADD WS-GL-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD 1 TO WS-CREDIT-LINE-COUNT
               ADD WS-GL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           PERFORM 2930-ACCUM-ACCOUNT.

       2930-ACCUM-ACCOUNT.
           INITIALIZE WS-ACCT-FOUND
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                  OR ACCT-FOUND
               IF WS-ACCT-NUMBER(WS-ACCT-IDX) = GLW-ACCOUNT
                   SET ACCT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ACCT-FOUND
               SET WS-ACCT-IDX DOWN BY 1
           ELSE
               IF WS-ACCT-COUNT < 200
                   ADD 1 TO WS-ACCT-COUNT
                   SET WS-ACCT-IDX TO WS-ACCT-COUNT
                   MOVE GLW-ACCOUNT TO WS-ACCT-NUMBER(WS-ACCT-IDX)
                   MOVE 0 TO WS-ACCT-DEBITS(WS-ACCT-IDX)
                   MOVE 0 TO WS-ACCT-CREDITS(WS-ACCT-IDX)
                   SET ACCT-FOUND TO TRUE
               ELSE
                   DISPLAY 'ACCOUNT SUMMARY TABLE FULL - '
                       'ACCOUNT NOT SUMMARIZED: ' GLW-ACCOUNT
               END-IF
           END-IF
           IF ACCT-FOUND
               IF GLW-DEBIT
                   ADD GLW-AMOUNT TO WS-ACCT-DEBITS(WS-ACCT-IDX)
               ELSE
                   ADD GLW-AMOUNT TO WS-ACCT-CREDITS(WS-ACCT-IDX)
               END-IF
           END-IF.

       2950-GET-POLICY-TYPE.
           READ POLICY-FILE
               INVALID KEY
                   MOVE '**' TO WS-GL-LINE-TYPE
               NOT INVALID KEY
                   MOVE POL-TYPE TO WS-GL-LINE-TYPE
           END-READ.

       2990-WRITE-UNMAPPED-LINE.
           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'NO ACCOUNT MAPPING - TRAN: ' WS-GL-TRAN-TYPE
                  ' TYPE: ' WS-GL-LINE-TYPE
                  ' REF: ' WS-GL-REFERENCE
                  ' AMOUNT: ' WS-GL-AMOUNT
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD.

      *    THE JOURNAL IS ONLY RELEASED TO THE LEDGER WHEN DEBITS AND
      *    CREDITS NET TO ZERO - OTHERWISE NO JOURNAL FILE IS WRITTEN
       3000-RELEASE-JOURNAL.
           CLOSE GL-WORK-FILE

           COMPUTE WS-GL-NET-AMOUNT = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL
           IF WS-GL-NET-AMOUNT NOT = 0
               SET OUT-OF-BALANCE TO TRUE
           ELSE
               OPEN OUTPUT GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'GL JOURNAL FILE ERROR: '
                       WS-GL-JOURNAL-STATUS
                   PERFORM 9999-ABORT
               END-IF
               OPEN INPUT GL-WORK-FILE
               IF WS-GL-WORK-STATUS NOT = '00'
                   DISPLAY 'GL WORK FILE ERROR: ' WS-GL-WORK-STATUS
                   PERFORM 9999-ABORT
               END-IF
               PERFORM 3100-WRITE-JOURNAL-HEADER
               PERFORM UNTIL END-OF-GL-WORK
                   READ GL-WORK-FILE
                       AT END
                           SET END-OF-GL-WORK TO TRUE
                       NOT AT END
                           MOVE SPACES TO GL-JOURNAL-RECORD
                           SET GLJ-DETAIL-REC TO TRUE
                           MOVE GL-WORK-RECORD TO GLJ-DETAIL-DATA
                           WRITE GL-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               PERFORM 3200-WRITE-JOURNAL-TRAILER
               CLOSE GL-WORK-FILE
                     GL-JOURNAL-FILE
           END-IF.

       3100-WRITE-JOURNAL-HEADER.
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-HEADER-REC TO TRUE
           MOVE WS-FROM-DATE TO GLJ-HDR-FROM-DATE
           MOVE WS-TO-DATE TO GLJ-HDR-TO-DATE
           MOVE WS-CURRENT-DATE TO GLJ-HDR-RUN-DATE
           MOVE WS-CURRENT-TIME TO GLJ-HDR-RUN-TIME
           WRITE GL-JOURNAL-RECORD.

       3200-WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-TRAILER-REC TO TRUE
           MOVE WS-GL-LINE-COUNT TO GLJ-TRL-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD.

       5000-CLEANUP.
           PERFORM 5100-WRITE-ACCOUNT-SUMMARY

           MOVE SPACES TO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'RESERVE ROWS POSTED:  ' WS-RESERVE-POST-COUNT
                  ' AMOUNT: ' WS-RESERVE-POST-AMT
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'PAYMENTS POSTED:      ' WS-PAYMENT-POST-COUNT
                  ' AMOUNT: ' WS-PAYMENT-POST-AMT
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'LATE INTEREST POSTED: ' WS-INTEREST-POST-COUNT
                  ' AMOUNT: ' WS-INTEREST-POST-AMT
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'CESSIONS POSTED:      ' WS-CESSION-POST-COUNT
                  ' AMOUNT: ' WS-CESSION-POST-AMT
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'INVOICES POSTED:      ' WS-INVOICE-POST-COUNT
                  ' AMOUNT: ' WS-INVOICE-POST-AMT
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'RECEIPTS POSTED:      ' WS-RECEIPT-POST-COUNT
                  ' AMOUNT: ' WS-RECEIPT-POST-AMT
                  '  SKIPPED: ' WS-RECEIPT-SKIP-COUNT
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'PREMIUM OFFSETS:      ' WS-OFFSET-POST-COUNT
                  ' AMOUNT: ' WS-OFFSET-POST-AMT
                  '  SKIPPED: ' WS-OFFSET-SKIP-COUNT
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'REFUND CREDITS:       ' WS-REFUND-CR-POST-COUNT
                  ' AMOUNT: ' WS-REFUND-CR-POST-AMT
                  '  SKIPPED: ' WS-REFUND-CR-SKIP-COUNT
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'UNMAPPED ITEMS:       ' WS-UNMAPPED-COUNT
                  ' AMOUNT: ' WS-UNMAPPED-AMT
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'JOURNAL LINES:        ' WS-GL-LINE-COUNT
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'DEBITS:               ' WS-DEBIT-LINE-COUNT
                  ' AMOUNT: ' WS-DEBIT-TOTAL
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'CREDITS:              ' WS-CREDIT-LINE-COUNT
                  ' AMOUNT: ' WS-CREDIT-TOTAL
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           IF OUT-OF-BALANCE
               MOVE SPACES TO GL-REPORT-RECORD
               STRING '*** JOURNAL OUT OF BALANCE - NOT RELEASED ***'
                      INTO GL-REPORT-RECORD
               WRITE GL-REPORT-RECORD
           ELSE
               MOVE SPACES TO GL-REPORT-RECORD
               STRING 'JOURNAL IN BALANCE - RELEASED TO LEDGER'
                      INTO GL-REPORT-RECORD
               WRITE GL-REPORT-RECORD
           END-IF

           CLOSE POLICY-FILE
                 GL-REPORT-FILE

           IF OUT-OF-BALANCE
               PERFORM 9800-BALANCE-ABEND
           END-IF.

       5100-WRITE-ACCOUNT-SUMMARY.
           MOVE SPACES TO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'JOURNAL SUMMARY BY ACCOUNT'
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           MOVE SPACES TO GL-REPORT-RECORD
           STRING 'ACCOUNT     DEBITS          CREDITS'
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD

           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               MOVE SPACES TO GL-REPORT-RECORD
               STRING WS-ACCT-NUMBER(WS-ACCT-IDX) '  '
                      WS-ACCT-DEBITS(WS-ACCT-IDX) '  '
                      WS-ACCT-CREDITS(WS-ACCT-IDX)
                      INTO GL-REPORT-RECORD
               WRITE GL-REPORT-RECORD
           END-PERFORM.

       9800-BALANCE-ABEND.
           DISPLAY 'GL JOURNAL OUT OF BALANCE - '
                   'RUN TERMINATED WITH RC 12'
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       9999-ABORT.
           DISPLAY 'ABNORMAL TERMINATION'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
