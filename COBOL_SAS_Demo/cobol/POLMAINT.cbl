               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-AUDIT-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT RECEIVABLE-FILE
               ASSIGN TO ARDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-KEY
               FILE STATUS IS WS-RECEIVABLE-STATUS.

           SELECT REFUND-CREDIT-FILE
               ASSIGN TO RFCRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-CREDIT-STATUS.

           SELECT REFUND-PAY-FILE
               ASSIGN TO RFPYDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-PAY-STATUS.

           SELECT REFUND-REGISTER-FILE
               ASSIGN TO RFRGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-REGISTER-STATUS.

           SELECT PRODUCER-FILE
               ASSIGN TO PRODDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PRODUCER-STATUS.

           SELECT POLICY-PRODUCER-FILE
               ASSIGN TO PPRDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPR-POL-ID
               FILE STATUS IS WS-POL-PRODUCER-STATUS.

           SELECT COMMISSION-CANCEL-FILE
               ASSIGN TO CMCXDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-CANCEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
           05  PTRN-DEDUCT-AMT     PIC X(7).
           05  PTRN-DEDUCT-AMT-N  REDEFINES PTRN-DEDUCT-AMT
                                   PIC 9(5)V99.
           05  PTRN-CANCEL-SOURCE  PIC X(1).
               88  PTRN-INSURED-REQUEST VALUE 'I'.
           05  PTRN-PRODUCER-ID    PIC X(5).
           05  FILLER              PIC X(4).

       FD  TRAN-ERROR-FILE.
       01  TRAN-ERROR-RECORD       PIC X(132).
           05  PAUD-AFTER-IMAGE    PIC X(50).
           05  FILLER              PIC X(10).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05  CUST-ID             PIC X(10).
           05  CUST-NAME           PIC X(30).
           05  CUST-ADDR-LINE1     PIC X(30).
           05  CUST-ADDR-LINE2     PIC X(30).
           05  CUST-CITY           PIC X(20).
           05  CUST-STATE          PIC X(2).
           05  CUST-ZIP            PIC X(9).
           05  CUST-BANK-ROUTING   PIC X(9).
           05  CUST-BANK-ACCOUNT   PIC X(17).
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

      *    RETURN PREMIUM APPLIED TO OPEN INVOICES - RECEIPTS LAYOUT,
      *    POSTED BY PREMBILL
       FD  REFUND-CREDIT-FILE.
       01  REFUND-CREDIT-RECORD.
           05  RFC-POL-ID          PIC X(5).
           05  RFC-BILL-DATE       PIC X(8).
           05  RFC-RECEIPT-DATE    PIC X(8).
           05  RFC-AMOUNT          PIC 9(7)V99.
           05  RFC-REFUND-REF      PIC X(10).

      *    REFUNDS DUE TO THE INSURED - DISBURSEMENT LAYOUT, LOADED
      *    AND RECONCILED BY DISBRECON
       FD  REFUND-PAY-FILE.
       01  DISBURSE-RECORD.
           05  DISB-REC-TYPE       PIC X(1).
               88  DISB-HEADER-REC    VALUE 'H'.
               88  DISB-DETAIL-REC    VALUE 'D'.
               88  DISB-TRAILER-REC   VALUE 'T'.
           05  DISB-DATA.
               10  DISB-HEADER-DATA.
                   15  DISB-HDR-DATE       PIC X(8).
                   15  DISB-HDR-TIME       PIC X(6).
                   15  DISB-HDR-PROC-ID    PIC X(5).
                   15  FILLER              PIC X(180).
               10  DISB-DETAIL-DATA REDEFINES DISB-HEADER-DATA.
                   15  DISB-CLAIM-ID       PIC X(10).
                   15  DISB-POLICY-ID      PIC X(5).
                   15  DISB-CUSTOMER-ID    PIC X(10).
                   15  DISB-PAID-AMOUNT    PIC 9(7)V99.
                   15  DISB-PAYEE-NAME     PIC X(30).
                   15  DISB-PAYEE-ADDR1    PIC X(30).
                   15  DISB-PAYEE-ADDR2    PIC X(30).
                   15  DISB-PAYEE-CITY     PIC X(20).
                   15  DISB-PAYEE-STATE    PIC X(2).
                   15  DISB-PAYEE-ZIP      PIC X(9).
                   15  DISB-BANK-ROUTING   PIC X(9).
                   15  DISB-BANK-ACCOUNT   PIC X(17).
                   15  DISB-OFFSET-AMOUNT  PIC 9(7)V99.
                   15  DISB-INTEREST-AMOUNT PIC 9(7)V99.
               10  DISB-TRAILER-DATA REDEFINES DISB-HEADER-DATA.
                   15  DISB-TRL-REC-COUNT  PIC 9(7).
                   15  DISB-TRL-HASH-AMT   PIC 9(11)V99.
                   15  FILLER              PIC X(179).

       FD  REFUND-REGISTER-FILE.
       01  REFUND-REGISTER-RECORD  PIC X(132).

       FD  PRODUCER-FILE.
       01  PRODUCER-RECORD.
           05  PROD-ID             PIC X(5).
           05  PROD-NAME           PIC X(30).
           05  PROD-ADDR-LINE1     PIC X(30).
           05  PROD-ADDR-LINE2     PIC X(30).
           05  PROD-CITY           PIC X(20).
           05  PROD-STATE          PIC X(2).
           05  PROD-ZIP            PIC X(9).
           05  PROD-BANK-ROUTING   PIC X(9).
           05  PROD-BANK-ACCOUNT   PIC X(17).
           05  PROD-STATUS         PIC X(1).
               88  PROD-ACTIVE        VALUE 'A'.
               88  PROD-TERMINATED    VALUE 'T'.
           05  FILLER              PIC X(10).

      *    THE PRODUCER OF RECORD ON EACH POLICY. THE POLICY MASTER
      *    HAS NO ROOM FOR IT, SO IT IS KEPT HERE BY POLICY
       FD  POLICY-PRODUCER-FILE.
       01  POLICY-PRODUCER-RECORD.
           05  PPR-POL-ID          PIC X(5).
           05  PPR-PRODUCER-ID     PIC X(5).
           05  PPR-POL-TYPE        PIC X(2).
           05  PPR-ASSIGN-DATE     PIC X(8).
           05  FILLER              PIC X(10).

      *    CANCELLATIONS FOR THE COMMISSION RUN TO CHARGE BACK
      *    UNEARNED COMMISSION
       FD  COMMISSION-CANCEL-FILE.
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-POLICY-STATUS     PIC XX.
           05  WS-POLTRAN-STATUS    PIC XX.
           05  WS-TRAN-ERROR-STATUS PIC XX.
           05  WS-POL-AUDIT-STATUS  PIC XX.
           05  WS-CUSTOMER-STATUS   PIC XX.
           05  WS-RECEIVABLE-STATUS PIC XX.
           05  WS-REFUND-CREDIT-STATUS   PIC XX.
           05  WS-REFUND-PAY-STATUS      PIC XX.
           05  WS-REFUND-REGISTER-STATUS PIC XX.
           05  WS-PRODUCER-STATUS        PIC XX.
           05  WS-POL-PRODUCER-STATUS    PIC XX.
           05  WS-COMM-CANCEL-STATUS     PIC XX.

       01  WS-COUNTERS.
           05  WS-TRAN-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-TRAN-APPLY-COUNT  PIC 9(7) VALUE 0.
           05  WS-TRAN-REJECT-COUNT PIC 9(7) VALUE 0.
           05  WS-CANCEL-COUNT      PIC 9(7) VALUE 0.
           05  WS-REFUND-PAY-COUNT  PIC 9(7) VALUE 0.
           05  WS-REFUND-HELD-COUNT PIC 9(7) VALUE 0.
           05  WS-REFUND-CREDIT-COUNT PIC 9(7) VALUE 0.
           05  WS-PRODUCER-ASSIGN-COUNT PIC 9(7) VALUE 0.
           05  WS-COMM-CANCEL-COUNT PIC 9(7) VALUE 0.

       01  WS-AMOUNT-TOTALS.
           05  WS-RETURN-PREM-TOTAL PIC 9(11)V99 VALUE 0.
           05  WS-NETTED-TOTAL      PIC 9(11)V99 VALUE 0.
           05  WS-REFUND-PAY-TOTAL  PIC 9(11)V99 VALUE 0.
           05  WS-REFUND-HASH-AMT   PIC 9(11)V99 VALUE 0.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE   PIC X(8).
               88  TRAN-VALID      VALUE 'Y'.
           05  WS-POLICY-ON-FILE PIC X VALUE 'N'.
               88  POLICY-ON-FILE  VALUE 'Y'.
           05  WS-AR-AVAILABLE   PIC X VALUE 'N'.
               88  AR-AVAILABLE    VALUE 'Y'.
           05  WS-AR-SCAN-EOF    PIC X VALUE 'N'.
               88  AR-SCAN-EOF     VALUE 'Y'.
           05  WS-PAYEE-FOUND    PIC X VALUE 'N'.
               88  PAYEE-FOUND     VALUE 'Y'.
           05  WS-PRODUCER-AVAILABLE PIC X VALUE 'N'.
               88  PRODUCER-AVAILABLE VALUE 'Y'.
           05  WS-PPR-ON-FILE    PIC X VALUE 'N'.
               88  PPR-ON-FILE     VALUE 'Y'.

       01  WS-PROCESSOR-ID       PIC X(5) VALUE 'POLMT'.
       01  WS-REJECT-REASON      PIC X(40) VALUE SPACES.
       01  WS-BEFORE-IMAGE       PIC X(50) VALUE SPACES.

      *    RETURN PREMIUM ON CANCELLATION. PRO-RATA ON UNEXPIRED DAYS;
      *    AN INSURED-REQUESTED CANCEL IS SHORT-RATE AND KEEPS
      *    WS-SHORT-RATE-PCT OF THE PRO-RATA RETURN
       01  WS-REFUND-WORK.
           05  WS-PRIOR-POL-STATUS PIC X(1) VALUE SPACE.
           05  WS-CANCEL-DATE      PIC X(8) VALUE SPACES.
           05  WS-REFUND-REF       PIC X(10) VALUE SPACES.
           05  WS-REFUND-METHOD    PIC X(10) VALUE SPACES.
           05  WS-REFUND-NOTE      PIC X(30) VALUE SPACES.
           05  WS-TERM-DAYS        PIC 9(5) VALUE 0.
           05  WS-UNEXPIRED-DAYS   PIC 9(5) VALUE 0.
           05  WS-RETURN-PREMIUM   PIC 9(7)V99 VALUE 0.
           05  WS-NETTED-AMOUNT    PIC 9(7)V99 VALUE 0.
           05  WS-REFUND-AMOUNT    PIC 9(7)V99 VALUE 0.
           05  WS-INV-BALANCE      PIC S9(7)V99 VALUE 0.
           05  WS-INV-APPLY        PIC 9(7)V99 VALUE 0.
       01  WS-SHORT-RATE-PCT     PIC 9(3) VALUE 90.
       01  WS-DATE-WORK.
           05  WS-DATE-NUM       PIC 9(8) VALUE 0.
           05  WS-EFF-INTEGER    PIC 9(8) VALUE 0.
           05  WS-EXP-INTEGER    PIC 9(8) VALUE 0.
           05  WS-CXL-INTEGER    PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-POL-AUDIT-STATUS NOT = '00' AND
              WS-POL-AUDIT-STATUS NOT = '05'
               OPEN OUTPUT POL-AUDIT-FILE
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE ERROR: ' WS-CUSTOMER-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN INPUT RECEIVABLE-FILE
           IF WS-RECEIVABLE-STATUS = '00'
               SET AR-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'RECEIVABLE FILE NOT AVAILABLE - REFUNDS '
                   'HELD: ' WS-RECEIVABLE-STATUS
           END-IF

           OPEN OUTPUT REFUND-CREDIT-FILE
           IF WS-REFUND-CREDIT-STATUS NOT = '00'
               DISPLAY 'REFUND CREDIT FILE ERROR: '
                   WS-REFUND-CREDIT-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT REFUND-PAY-FILE
           IF WS-REFUND-PAY-STATUS NOT = '00'
               DISPLAY 'REFUND PAYMENT FILE ERROR: '
                   WS-REFUND-PAY-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT REFUND-REGISTER-FILE
           IF WS-REFUND-REGISTER-STATUS NOT = '00'
               DISPLAY 'REFUND REGISTER ERROR: '
                   WS-REFUND-REGISTER-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN INPUT PRODUCER-FILE
           IF WS-PRODUCER-STATUS = '00'
               SET PRODUCER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'PRODUCER FILE NOT AVAILABLE: '
                   WS-PRODUCER-STATUS
           END-IF

           OPEN I-O POLICY-PRODUCER-FILE
           IF WS-POL-PRODUCER-STATUS NOT = '00'
               OPEN OUTPUT POLICY-PRODUCER-FILE
               CLOSE POLICY-PRODUCER-FILE
               OPEN I-O POLICY-PRODUCER-FILE
           END-IF
           IF WS-POL-PRODUCER-STATUS NOT = '00'
               DISPLAY 'POLICY PRODUCER FILE ERROR: '
                   WS-POL-PRODUCER-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT COMMISSION-CANCEL-FILE
           IF WS-COMM-CANCEL-STATUS NOT = '00'
               DISPLAY 'COMMISSION CANCEL FILE ERROR: '
                   WS-COMM-CANCEL-STATUS
               PERFORM 9999-ABORT
           END-IF

           PERFORM 1100-WRITE-REFUND-HEADERS.

       1100-WRITE-REFUND-HEADERS.
           MOVE SPACES TO DISBURSE-RECORD
           SET DISB-HEADER-REC TO TRUE
           MOVE WS-CURRENT-DATE TO DISB-HDR-DATE
           MOVE WS-CURRENT-TIME TO DISB-HDR-TIME
           MOVE WS-PROCESSOR-ID TO DISB-HDR-PROC-ID
           WRITE DISBURSE-RECORD

           MOVE SPACES TO REFUND-REGISTER-RECORD
           STRING 'RETURN PREMIUM REFUND REGISTER - '
                  WS-CURRENT-DATE ' ' WS-CURRENT-TIME
                  INTO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD

           MOVE SPACES TO REFUND-REGISTER-RECORD
           STRING 'POLICY CUSTOMER   CANCEL DT METHOD     UNEXP '
                  'TERM  PREMIUM   RETURN    NETTED    REFUND    '
                  'NOTE'
                  INTO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD.

       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL END-OF-TRANS
               END-EVALUATE
           END-IF

           IF WS-REJECT-REASON = SPACES
              AND (PTRN-ADD OR PTRN-RENEW)
              AND PTRN-PRODUCER-ID NOT = SPACES
               PERFORM 2170-VALIDATE-PRODUCER
           END-IF

           IF WS-REJECT-REASON = SPACES
               SET TRAN-VALID TO TRUE
           END-IF.
               IF PTRN-REINSTATE AND ACTIVE
                   MOVE 'POLICY ALREADY ACTIVE' TO WS-REJECT-REASON
               END-IF
               IF PTRN-CANCEL AND CANCELLED
                   MOVE 'POLICY ALREADY CANCELLED' TO WS-REJECT-REASON
               END-IF
               IF PTRN-CANCEL
                  AND PTRN-EFFECTIVE-DATE NOT = SPACES
                   IF PTRN-EFFECTIVE-DATE NOT NUMERIC
                       MOVE 'CANCEL DATE NOT NUMERIC'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE PTRN-EFFECTIVE-DATE TO WS-DATE-NUM
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                               NOT = 0
                           MOVE 'CANCEL DATE NOT A VALID DATE'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2140-VALIDATE-PREMIUM-CHG.
               END-IF
           END-IF.

      *    A PRODUCER IS OPTIONAL - DIRECT BUSINESS CARRIES NONE. ONE
      *    GIVEN ON AN ADD OR RENEWAL MUST BE ACTIVE ON THE MASTER
       2170-VALIDATE-PRODUCER.
           IF NOT PRODUCER-AVAILABLE
               MOVE 'PRODUCER MASTER NOT AVAILABLE'
                   TO WS-REJECT-REASON
           ELSE
               MOVE PTRN-PRODUCER-ID TO PROD-ID
               READ PRODUCER-FILE
                   INVALID KEY
                       MOVE 'PRODUCER NOT ON MASTER'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF NOT PROD-ACTIVE
                           MOVE 'PRODUCER NOT ACTIVE'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       3000-APPLY-TRANSACTION.
           IF POLICY-ON-FILE
               MOVE POLICY-RECORD TO WS-BEFORE-IMAGE
               WHEN PTRN-ADD
                   PERFORM 3100-APPLY-ADD
               WHEN PTRN-CANCEL
                   MOVE POL-STATUS TO WS-PRIOR-POL-STATUS
                   MOVE 'C' TO POL-STATUS
                   PERFORM 3200-REWRITE-POLICY
                   IF WS-POLICY-STATUS = '00'
                       PERFORM 3400-PROCESS-CANCEL-REFUND
                       PERFORM 3600-WRITE-COMMISSION-CANCEL
                   END-IF
               WHEN PTRN-LAPSE
                   MOVE 'L' TO POL-STATUS
                   PERFORM 3200-REWRITE-POLICY
                   MOVE PTRN-PREMIUM-AMT-N TO PREMIUM-AMOUNT
                   MOVE 'A' TO POL-STATUS
                   PERFORM 3200-REWRITE-POLICY
                   IF WS-POLICY-STATUS = '00'
                      AND PTRN-PRODUCER-ID NOT = SPACES
                       PERFORM 3500-ASSIGN-PRODUCER
                   END-IF
           END-EVALUATE.

       3100-APPLY-ADD.
               NOT INVALID KEY
                   ADD 1 TO WS-TRAN-APPLY-COUNT
                   PERFORM 3300-WRITE-POLICY-AUDIT
                   IF PTRN-PRODUCER-ID NOT = SPACES
                       PERFORM 3500-ASSIGN-PRODUCER
                   END-IF
           END-WRITE.

       3200-REWRITE-POLICY.
           MOVE POLICY-RECORD TO PAUD-AFTER-IMAGE
           WRITE POL-AUDIT-RECORD.

       3400-PROCESS-CANCEL-REFUND.
           ADD 1 TO WS-CANCEL-COUNT
           MOVE 0 TO WS-RETURN-PREMIUM
           MOVE 0 TO WS-NETTED-AMOUNT
           MOVE 0 TO WS-REFUND-AMOUNT
           MOVE 0 TO WS-TERM-DAYS
           MOVE 0 TO WS-UNEXPIRED-DAYS
           MOVE SPACES TO WS-REFUND-NOTE
           MOVE SPACES TO WS-REFUND-REF
           STRING 'RF' POL-ID INTO WS-REFUND-REF
           IF PTRN-EFFECTIVE-DATE NUMERIC
               MOVE PTRN-EFFECTIVE-DATE TO WS-CANCEL-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-CANCEL-DATE
           END-IF
           IF PTRN-INSURED-REQUEST
               MOVE 'SHORT-RATE' TO WS-REFUND-METHOD
           ELSE
               MOVE 'PRO-RATA' TO WS-REFUND-METHOD
           END-IF

           EVALUATE TRUE
               WHEN WS-PRIOR-POL-STATUS NOT = 'A'
                   MOVE 'NO REFUND - POLICY NOT ACTIVE'
                       TO WS-REFUND-NOTE
               WHEN EFFECTIVE-DATE NOT NUMERIC
                 OR EXPIRY-DATE NOT NUMERIC
                   MOVE 'NO REFUND - POLICY DATES BAD'
                       TO WS-REFUND-NOTE
               WHEN OTHER
                   PERFORM 3410-CALC-RETURN-PREMIUM
           END-EVALUATE

           IF WS-RETURN-PREMIUM > 0
               IF AR-AVAILABLE
                   PERFORM 3420-NET-RECEIVABLES
                   COMPUTE WS-REFUND-AMOUNT =
                       WS-RETURN-PREMIUM - WS-NETTED-AMOUNT
                   IF WS-REFUND-AMOUNT > 0
                       PERFORM 3440-WRITE-REFUND-PAYMENT
                   ELSE
                       MOVE 'APPLIED IN FULL TO OPEN PREMIUM'
                           TO WS-REFUND-NOTE
                   END-IF
               ELSE
                   ADD 1 TO WS-REFUND-HELD-COUNT
                   MOVE 'HELD - RECEIVABLES UNAVAILABLE'
                       TO WS-REFUND-NOTE
               END-IF
           END-IF

           ADD WS-RETURN-PREMIUM TO WS-RETURN-PREM-TOTAL
           ADD WS-NETTED-AMOUNT TO WS-NETTED-TOTAL
           PERFORM 3490-WRITE-REGISTER-LINE.

       3410-CALC-RETURN-PREMIUM.
           MOVE EFFECTIVE-DATE TO WS-DATE-NUM
           COMPUTE WS-EFF-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-DATE-NUM)
           MOVE EXPIRY-DATE TO WS-DATE-NUM
           COMPUTE WS-EXP-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-DATE-NUM)
           MOVE WS-CANCEL-DATE TO WS-DATE-NUM
           COMPUTE WS-CXL-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-DATE-NUM)
           EVALUATE TRUE
               WHEN WS-EXP-INTEGER NOT > WS-EFF-INTEGER
                   MOVE 'NO REFUND - ZERO-DAY TERM' TO WS-REFUND-NOTE
               WHEN WS-CXL-INTEGER NOT < WS-EXP-INTEGER
                   MOVE 'NO REFUND - TERM EXPIRED' TO WS-REFUND-NOTE
               WHEN OTHER
                   COMPUTE WS-TERM-DAYS =
                       WS-EXP-INTEGER - WS-EFF-INTEGER
                   IF WS-CXL-INTEGER < WS-EFF-INTEGER
                       MOVE WS-TERM-DAYS TO WS-UNEXPIRED-DAYS
                   ELSE
                       COMPUTE WS-UNEXPIRED-DAYS =
                           WS-EXP-INTEGER - WS-CXL-INTEGER
                   END-IF
                   COMPUTE WS-RETURN-PREMIUM ROUNDED =
                       PREMIUM-AMOUNT * WS-UNEXPIRED-DAYS
                       / WS-TERM-DAYS
                   IF PTRN-INSURED-REQUEST
                       COMPUTE WS-RETURN-PREMIUM ROUNDED =
                           WS-RETURN-PREMIUM * WS-SHORT-RATE-PCT / 100
                   END-IF
           END-EVALUATE.

      *    UNPAID PREMIUM STILL OWED ON THE POLICY IS TAKEN OUT OF THE
      *    RETURN PREMIUM BEFORE ANYTHING IS PAID OUT
       3420-NET-RECEIVABLES.
           MOVE 'N' TO WS-AR-SCAN-EOF
           MOVE POL-ID TO AR-POL-ID
           MOVE LOW-VALUES TO AR-BILL-DATE
           START RECEIVABLE-FILE KEY NOT LESS THAN AR-INVOICE-KEY
               INVALID KEY
                   SET AR-SCAN-EOF TO TRUE
           END-START
           PERFORM 3425-NET-ONE-INVOICE
               UNTIL AR-SCAN-EOF
                  OR WS-NETTED-AMOUNT = WS-RETURN-PREMIUM.

       3425-NET-ONE-INVOICE.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET AR-SCAN-EOF TO TRUE
               NOT AT END
                   IF AR-POL-ID NOT = POL-ID
                       SET AR-SCAN-EOF TO TRUE
                   ELSE
                       IF NOT AR-PAID
                           PERFORM 3430-WRITE-REFUND-CREDIT
                       END-IF
                   END-IF
           END-READ.

       3430-WRITE-REFUND-CREDIT.
           COMPUTE WS-INV-BALANCE =
               AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
           IF WS-INV-BALANCE > 0
               COMPUTE WS-INV-APPLY =
                   WS-RETURN-PREMIUM - WS-NETTED-AMOUNT
               IF WS-INV-BALANCE < WS-INV-APPLY
                   MOVE WS-INV-BALANCE TO WS-INV-APPLY
               END-IF
               MOVE SPACES TO REFUND-CREDIT-RECORD
               MOVE AR-POL-ID TO RFC-POL-ID
               MOVE AR-BILL-DATE TO RFC-BILL-DATE
               MOVE WS-CURRENT-DATE TO RFC-RECEIPT-DATE
               MOVE WS-INV-APPLY TO RFC-AMOUNT
               MOVE WS-REFUND-REF TO RFC-REFUND-REF
               WRITE REFUND-CREDIT-RECORD
               ADD 1 TO WS-REFUND-CREDIT-COUNT
               ADD WS-INV-APPLY TO WS-NETTED-AMOUNT
           END-IF.

       3440-WRITE-REFUND-PAYMENT.
           INITIALIZE WS-PAYEE-FOUND
           MOVE SPACES TO DISBURSE-RECORD
           SET DISB-DETAIL-REC TO TRUE
           MOVE WS-REFUND-REF TO DISB-CLAIM-ID
           MOVE POL-ID TO DISB-POLICY-ID
           MOVE CUSTOMER-ID TO DISB-CUSTOMER-ID
           MOVE WS-REFUND-AMOUNT TO DISB-PAID-AMOUNT
           MOVE WS-NETTED-AMOUNT TO DISB-OFFSET-AMOUNT
           MOVE 0 TO DISB-INTEREST-AMOUNT
           MOVE CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-NAME TO DISB-PAYEE-NAME
                   MOVE CUST-ADDR-LINE1 TO DISB-PAYEE-ADDR1
                   MOVE CUST-ADDR-LINE2 TO DISB-PAYEE-ADDR2
                   MOVE CUST-CITY TO DISB-PAYEE-CITY
                   MOVE CUST-STATE TO DISB-PAYEE-STATE
                   MOVE CUST-ZIP TO DISB-PAYEE-ZIP
                   MOVE CUST-BANK-ROUTING TO DISB-BANK-ROUTING
                   MOVE CUST-BANK-ACCOUNT TO DISB-BANK-ACCOUNT
                   SET PAYEE-FOUND TO TRUE
           END-READ
           IF PAYEE-FOUND
               WRITE DISBURSE-RECORD
               ADD 1 TO WS-REFUND-PAY-COUNT
               ADD WS-REFUND-AMOUNT TO WS-REFUND-PAY-TOTAL
               ADD WS-REFUND-AMOUNT TO WS-REFUND-HASH-AMT
           ELSE
               ADD 1 TO WS-REFUND-HELD-COUNT
               MOVE 'HELD - CUSTOMER NOT ON FILE' TO WS-REFUND-NOTE
           END-IF.

       3490-WRITE-REGISTER-LINE.
           MOVE SPACES TO REFUND-REGISTER-RECORD
           STRING POL-ID '  '
                  CUSTOMER-ID ' '
                  WS-CANCEL-DATE '  '
                  WS-REFUND-METHOD ' '
                  WS-UNEXPIRED-DAYS ' '
                  WS-TERM-DAYS ' '
                  PREMIUM-AMOUNT ' '
                  WS-RETURN-PREMIUM ' '
                  WS-NETTED-AMOUNT ' '
                  WS-REFUND-AMOUNT ' '
                  WS-REFUND-NOTE
                  INTO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD.

      *    A RENEWAL WITHOUT A PRODUCER KEEPS THE ONE ALREADY ON FILE
       3500-ASSIGN-PRODUCER.
           MOVE 'N' TO WS-PPR-ON-FILE
           MOVE POL-ID TO PPR-POL-ID
           READ POLICY-PRODUCER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PPR-ON-FILE TO TRUE
           END-READ
           IF NOT PPR-ON-FILE
               MOVE SPACES TO POLICY-PRODUCER-RECORD
               MOVE POL-ID TO PPR-POL-ID
           END-IF
           MOVE PTRN-PRODUCER-ID TO PPR-PRODUCER-ID
           MOVE POL-TYPE TO PPR-POL-TYPE
           MOVE WS-CURRENT-DATE TO PPR-ASSIGN-DATE
           IF PPR-ON-FILE
               REWRITE POLICY-PRODUCER-RECORD
           ELSE
               WRITE POLICY-PRODUCER-RECORD
           END-IF
           IF WS-POL-PRODUCER-STATUS NOT = '00'
               DISPLAY 'POLICY PRODUCER FILE WRITE ERROR: '
                   WS-POL-PRODUCER-STATUS
               PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-PRODUCER-ASSIGN-COUNT.

      *    ONLY A POLICY WRITTEN THROUGH A PRODUCER HAS COMMISSION TO
      *    CHARGE BACK
       3600-WRITE-COMMISSION-CANCEL.
           MOVE POL-ID TO PPR-POL-ID
           READ POLICY-PRODUCER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO COMMISSION-ACTIVITY-RECORD
                   SET CMA-CANCEL TO TRUE
                   MOVE POL-ID TO CMA-POL-ID
                   MOVE WS-CANCEL-DATE TO CMA-ACTIVITY-DATE
                   MOVE 0 TO CMA-PREMIUM-AMOUNT
                   WRITE COMMISSION-ACTIVITY-RECORD
                   ADD 1 TO WS-COMM-CANCEL-COUNT
           END-READ.

       2900-WRITE-TRAN-ERROR.
           ADD 1 TO WS-TRAN-REJECT-COUNT
           MOVE SPACES TO TRAN-ERROR-RECORD
           DISPLAY 'POLMAINT TRANSACTIONS READ: ' WS-TRAN-READ-COUNT
           DISPLAY 'POLMAINT APPLIED:           ' WS-TRAN-APPLY-COUNT
           DISPLAY 'POLMAINT REJECTED:          ' WS-TRAN-REJECT-COUNT
           DISPLAY 'POLMAINT PRODUCERS SET:     '
               WS-PRODUCER-ASSIGN-COUNT
           DISPLAY 'POLMAINT COMMISSION CXLS:   ' WS-COMM-CANCEL-COUNT

           PERFORM 5100-WRITE-REFUND-TOTALS

           CLOSE POLICY-FILE
                 POLTRAN-FILE
                 TRAN-ERROR-FILE
                 POL-AUDIT-FILE
                 CUSTOMER-FILE
                 REFUND-CREDIT-FILE
                 REFUND-PAY-FILE
                 REFUND-REGISTER-FILE
                 POLICY-PRODUCER-FILE
                 COMMISSION-CANCEL-FILE

           IF AR-AVAILABLE
               CLOSE RECEIVABLE-FILE
           END-IF

           IF PRODUCER-AVAILABLE
               CLOSE PRODUCER-FILE
           END-IF.

       5100-WRITE-REFUND-TOTALS.
           MOVE SPACES TO DISBURSE-RECORD
           SET DISB-TRAILER-REC TO TRUE
           MOVE WS-REFUND-PAY-COUNT TO DISB-TRL-REC-COUNT
           MOVE WS-REFUND-HASH-AMT TO DISB-TRL-HASH-AMT
           WRITE DISBURSE-RECORD

           MOVE SPACES TO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD

           MOVE SPACES TO REFUND-REGISTER-RECORD
           STRING 'CANCELLATIONS:        ' WS-CANCEL-COUNT
                  ' RETURN PREMIUM: ' WS-RETURN-PREM-TOTAL
                  INTO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD

           MOVE SPACES TO REFUND-REGISTER-RECORD
           STRING 'NETTED AGAINST AR:    ' WS-REFUND-CREDIT-COUNT
                  ' AMOUNT: ' WS-NETTED-TOTAL
                  INTO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD

           MOVE SPACES TO REFUND-REGISTER-RECORD
           STRING 'REFUNDS ISSUED:       ' WS-REFUND-PAY-COUNT
                  ' AMOUNT: ' WS-REFUND-PAY-TOTAL
                  INTO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD

           MOVE SPACES TO REFUND-REGISTER-RECORD
           STRING 'REFUNDS HELD:         ' WS-REFUND-HELD-COUNT
                  INTO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD.

       9999-ABORT.
           DISPLAY 'ABNORMAL TERMINATION'
