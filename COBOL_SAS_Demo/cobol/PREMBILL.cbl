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

           SELECT LAPSE-TRAN-FILE
               ASSIGN TO LAPSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPSE-TRAN-STATUS.

           SELECT COMMISSION-BASIS-FILE
               ASSIGN TO CMBSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-BASIS-STATUS.

           SELECT BILL-CONTROL-FILE
               ASSIGN TO BCTLDD
               ORGANIZATION IS LINE SEQUENTIAL
                                   PIC 9(7)V99.
           05  FILLER              PIC X(10).

      *    PREMIUM WITHHELD FROM CLAIM PAYMENTS BY CLAIMSPROC
       FD  OFFSET-RECEIPT-FILE.
       01  OFFSET-RECEIPT-RECORD.
           05  OFR-POL-ID          PIC X(5).
           05  OFR-BILL-DATE       PIC X(8).
           05  OFR-RECEIPT-DATE    PIC X(8).
           05  OFR-AMOUNT          PIC X(9).
           05  OFR-CLAIM-ID        PIC X(10).

      *    RETURN PREMIUM NETTED AGAINST OPEN INVOICES BY POLMAINT
       FD  REFUND-CREDIT-FILE.
       01  REFUND-CREDIT-RECORD.
           05  RFC-POL-ID          PIC X(5).
           05  RFC-BILL-DATE       PIC X(8).
           05  RFC-RECEIPT-DATE    PIC X(8).
           05  RFC-AMOUNT          PIC X(9).
           05  RFC-REFUND-REF      PIC X(10).

       FD  LAPSE-TRAN-FILE.
       01  LAPSE-TRAN-RECORD.
           05  PTRN-FUNCTION       PIC X(1).
           05  PTRN-DEDUCT-AMT     PIC X(7).
           05  FILLER              PIC X(10).

      *    PREMIUM COLLECTED AND LAPSES FED, FOR THE COMMISSION RUN
       FD  COMMISSION-BASIS-FILE.
       01  COMMISSION-ACTIVITY-RECORD.
           05  CMA-TYPE            PIC X(1).
               88  CMA-RECEIPT        VALUE 'R'.
               88  CMA-LAPSE          VALUE 'L'.
               88  CMA-CANCEL         VALUE 'C'.
           05  CMA-POL-ID          PIC X(5).
           05  CMA-BILL-DATE       PIC X(8).
           05  CMA-ACTIVITY-DATE   PIC X(8).
           05  CMA-PREMIUM-AMOUNT  PIC 9(7)V99.
           05  CMA-SOURCE          PIC X(1).
           05  FILLER              PIC X(10).

       FD  BILL-CONTROL-FILE.
       01  BILL-CONTROL-RECORD.
           05  BCTL-RUN-DATE       PIC X(8).
           05  WS-POLICY-STATUS        PIC XX.
           05  WS-RECEIVABLE-STATUS    PIC XX.
           05  WS-RECEIPTS-STATUS      PIC XX.
           05  WS-OFFSET-RCPT-STATUS   PIC XX.
           05  WS-REFUND-CREDIT-STATUS PIC XX.
           05  WS-LAPSE-TRAN-STATUS    PIC XX.
           05  WS-COMM-BASIS-STATUS    PIC XX.
           05  WS-BILL-CONTROL-STATUS  PIC XX.
           05  WS-BILL-REPORT-STATUS   PIC XX.

           05  WS-INVOICE-COUNT     PIC 9(7) VALUE 0.
           05  WS-RECEIPT-COUNT     PIC 9(7) VALUE 0.
           05  WS-RECEIPT-ERR-COUNT PIC 9(5) VALUE 0.
           05  WS-OFFSET-RCPT-COUNT PIC 9(7) VALUE 0.
           05  WS-REFUND-CREDIT-COUNT PIC 9(7) VALUE 0.
           05  WS-LAPSE-FEED-COUNT  PIC 9(5) VALUE 0.
           05  WS-OPEN-INV-COUNT    PIC 9(7) VALUE 0.
           05  WS-COMM-BASIS-COUNT  PIC 9(7) VALUE 0.

       01  WS-AMOUNT-TOTALS.
           05  WS-BILLED-AMOUNT     PIC 9(11)V99 VALUE 0.
           05  WS-RECEIPT-AMOUNT    PIC 9(11)V99 VALUE 0.
           05  WS-OPEN-AMOUNT       PIC 9(11)V99 VALUE 0.
           05  WS-COMM-BASIS-AMOUNT PIC 9(11)V99 VALUE 0.

       01  WS-AGING-BUCKETS.
           05  WS-AGE-ENTRY OCCURS 4 TIMES
               88  END-OF-POLICIES   VALUE 'Y'.
           05  WS-EOF-RECEIPTS   PIC X VALUE 'N'.
               88  END-OF-RECEIPTS   VALUE 'Y'.
           05  WS-EOF-OFFSET-RCPT PIC X VALUE 'N'.
               88  END-OF-OFFSET-RCPTS VALUE 'Y'.
           05  WS-EOF-REFUND-CREDIT PIC X VALUE 'N'.
               88  END-OF-REFUND-CREDITS VALUE 'Y'.
           05  WS-EOF-RECEIVABLE PIC X VALUE 'N'.
               88  END-OF-RECEIVABLES VALUE 'Y'.

           05  WS-RUN-INTEGER    PIC 9(8) VALUE 0.
           05  WS-AGE-DAYS       PIC S9(5) VALUE 0.
       01  WS-BALANCE-DUE        PIC S9(9)V99 VALUE 0.

      *    CASH AND CLAIM-OFFSET RECEIPTS ARE PREMIUM COLLECTED AND
      *    EARN COMMISSION; A REFUND CREDIT ONLY REDUCES WHAT IS OWED.
      *    ANY OVERPAYMENT BEYOND THE INVOICE IS NOT PREMIUM
       01  WS-RECEIPT-SOURCE     PIC X VALUE 'C'.
           88  RECEIPT-FROM-CASH     VALUE 'C'.
           88  RECEIPT-FROM-OFFSET   VALUE 'O'.
           88  RECEIPT-FROM-REFUND   VALUE 'F'.
       01  WS-COLLECTED-PREMIUM  PIC 9(7)V99 VALUE 0.
       01  WS-AGE-LABEL          PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GENERATE-INVOICES
           PERFORM 3000-POST-RECEIPTS
           PERFORM 3050-POST-OFFSET-RECEIPTS
           PERFORM 3060-POST-REFUND-CREDITS
           PERFORM 4000-AGE-RECEIVABLES
           PERFORM 5000-CLEANUP
           STOP RUN.
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT COMMISSION-BASIS-FILE
           IF WS-COMM-BASIS-STATUS NOT = '00'
               DISPLAY 'COMMISSION BASIS FILE ERROR: '
                   WS-COMM-BASIS-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT BILL-REPORT-FILE
           IF WS-BILL-REPORT-STATUS NOT = '00'
               DISPLAY 'BILLING REPORT ERROR: ' WS-BILL-REPORT-STATUS
           MOVE WS-DATE-NUM TO AR-DUE-DATE.

       3000-POST-RECEIPTS.
           SET RECEIPT-FROM-CASH TO TRUE
           PERFORM UNTIL END-OF-RECEIPTS
               READ RECEIPTS-FILE
                   AT END
               END-READ
           END-PERFORM.

       3050-POST-OFFSET-RECEIPTS.
           SET RECEIPT-FROM-OFFSET TO TRUE
           OPEN INPUT OFFSET-RECEIPT-FILE
           IF WS-OFFSET-RCPT-STATUS = '00'
               PERFORM UNTIL END-OF-OFFSET-RCPTS
                   READ OFFSET-RECEIPT-FILE
                       AT END
                           SET END-OF-OFFSET-RCPTS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-OFFSET-RCPT-COUNT
                           MOVE OFFSET-RECEIPT-RECORD TO RECEIPTS-RECORD
                           PERFORM 3100-APPLY-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE OFFSET-RECEIPT-FILE
           ELSE
               DISPLAY 'OFFSET RECEIPT FILE NOT AVAILABLE: '
                   WS-OFFSET-RCPT-STATUS
           END-IF.

       3060-POST-REFUND-CREDITS.
           SET RECEIPT-FROM-REFUND TO TRUE
           OPEN INPUT REFUND-CREDIT-FILE
           IF WS-REFUND-CREDIT-STATUS = '00'
               PERFORM UNTIL END-OF-REFUND-CREDITS
                   READ REFUND-CREDIT-FILE
                       AT END
                           SET END-OF-REFUND-CREDITS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REFUND-CREDIT-COUNT
                           MOVE REFUND-CREDIT-RECORD TO RECEIPTS-RECORD
                           PERFORM 3100-APPLY-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE REFUND-CREDIT-FILE
           ELSE
               DISPLAY 'REFUND CREDIT FILE NOT AVAILABLE: '
                   WS-REFUND-CREDIT-STATUS
           END-IF.

       3100-APPLY-RECEIPT.
           IF RCPT-AMOUNT NOT NUMERIC
               ADD 1 TO WS-RECEIPT-ERR-COUNT
           WRITE BILL-REPORT-RECORD.

       3200-POST-ONE-RECEIPT.
           MOVE 0 TO WS-COLLECTED-PREMIUM
           COMPUTE WS-BALANCE-DUE =
               AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
           IF WS-BALANCE-DUE > 0
               IF RCPT-AMOUNT-N < WS-BALANCE-DUE
                   MOVE RCPT-AMOUNT-N TO WS-COLLECTED-PREMIUM
               ELSE
                   MOVE WS-BALANCE-DUE TO WS-COLLECTED-PREMIUM
               END-IF
           END-IF
           ADD RCPT-AMOUNT-N TO AR-PAID-AMOUNT
           IF AR-PAID-AMOUNT NOT < AR-INVOICE-AMOUNT
               MOVE 'P' TO AR-STATUS
           END-IF
           REWRITE RECEIVABLE-RECORD
           ADD 1 TO WS-RECEIPT-COUNT
           ADD RCPT-AMOUNT-N TO WS-RECEIPT-AMOUNT
           IF NOT RECEIPT-FROM-REFUND
              AND WS-COLLECTED-PREMIUM > 0
               PERFORM 3250-WRITE-COMMISSION-BASIS
           END-IF.

       3250-WRITE-COMMISSION-BASIS.
           MOVE SPACES TO COMMISSION-ACTIVITY-RECORD
           SET CMA-RECEIPT TO TRUE
           MOVE AR-POL-ID TO CMA-POL-ID
           MOVE AR-BILL-DATE TO CMA-BILL-DATE
           MOVE RCPT-RECEIPT-DATE TO CMA-ACTIVITY-DATE
           MOVE WS-COLLECTED-PREMIUM TO CMA-PREMIUM-AMOUNT
           MOVE WS-RECEIPT-SOURCE TO CMA-SOURCE
           WRITE COMMISSION-ACTIVITY-RECORD
           ADD 1 TO WS-COMM-BASIS-COUNT
           ADD WS-COLLECTED-PREMIUM TO WS-COMM-BASIS-AMOUNT.

       4000-AGE-RECEIVABLES.
           MOVE SPACES TO BILL-REPORT-RECORD
           MOVE 'L' TO AR-STATUS
           REWRITE RECEIVABLE-RECORD

           MOVE SPACES TO COMMISSION-ACTIVITY-RECORD
           SET CMA-LAPSE TO TRUE
           MOVE AR-POL-ID TO CMA-POL-ID
           MOVE AR-BILL-DATE TO CMA-BILL-DATE
           MOVE WS-RUN-DATE TO CMA-ACTIVITY-DATE
           MOVE 0 TO CMA-PREMIUM-AMOUNT
           WRITE COMMISSION-ACTIVITY-RECORD

           MOVE SPACES TO BILL-REPORT-RECORD
           STRING 'LAPSE FED TO POLMAINT - POLICY: ' AR-POL-ID
                  ' DUE: ' AR-DUE-DATE
                  INTO BILL-REPORT-RECORD
           WRITE BILL-REPORT-RECORD

           MOVE SPACES TO BILL-REPORT-RECORD
           STRING 'OFFSET RECEIPTS:    ' WS-OFFSET-RCPT-COUNT
                  INTO BILL-REPORT-RECORD
           WRITE BILL-REPORT-RECORD

           MOVE SPACES TO BILL-REPORT-RECORD
           STRING 'REFUND CREDITS:     ' WS-REFUND-CREDIT-COUNT
                  INTO BILL-REPORT-RECORD
           WRITE BILL-REPORT-RECORD

           MOVE SPACES TO BILL-REPORT-RECORD
           STRING 'RECEIPT ERRORS:     ' WS-RECEIPT-ERR-COUNT
                  INTO BILL-REPORT-RECORD
                  INTO BILL-REPORT-RECORD
           WRITE BILL-REPORT-RECORD

           MOVE SPACES TO BILL-REPORT-RECORD
           STRING 'COMMISSION BASIS:   ' WS-COMM-BASIS-COUNT
                  ' AMOUNT: ' WS-COMM-BASIS-AMOUNT
                  INTO BILL-REPORT-RECORD
           WRITE BILL-REPORT-RECORD

           CLOSE POLICY-FILE
                 RECEIVABLE-FILE
                 RECEIPTS-FILE
                 LAPSE-TRAN-FILE
                 COMMISSION-BASIS-FILE
                 BILL-REPORT-FILE.

       9999-ABORT.
