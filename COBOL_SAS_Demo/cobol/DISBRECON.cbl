               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT REFUND-PAY-FILE
               ASSIGN TO RFPYDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-PAY-STATUS.

           SELECT COMMISSION-PAY-FILE
               ASSIGN TO CMPYDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMISSION-PAY-STATUS.

           SELECT PAY-STATE-FILE
               ASSIGN TO PAYSDD
               ORGANIZATION IS INDEXED
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

       FD  BANK-FILE.
       01  BANK-RECORD.
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

      *    RETURN PREMIUM REFUNDS FROM POLMAINT - DISBURSEMENT LAYOUT
       FD  REFUND-PAY-FILE.
       01  REFUND-PAY-RECORD.
           05  RFP-REC-TYPE        PIC X(1).
               88  RFP-HEADER-REC     VALUE 'H'.
               88  RFP-DETAIL-REC     VALUE 'D'.
               88  RFP-TRAILER-REC    VALUE 'T'.
           05  RFP-DATA.
               10  RFP-HEADER-DATA.
                   15  RFP-HDR-DATE        PIC X(8).
                   15  RFP-HDR-TIME        PIC X(6).
                   15  RFP-HDR-PROC-ID     PIC X(5).
                   15  FILLER              PIC X(180).
               10  RFP-DETAIL-DATA REDEFINES RFP-HEADER-DATA.
                   15  RFP-CLAIM-ID        PIC X(10).
                   15  RFP-POLICY-ID       PIC X(5).
                   15  RFP-CUSTOMER-ID     PIC X(10).
                   15  RFP-PAID-AMOUNT     PIC 9(7)V99.
                   15  RFP-PAYEE-NAME      PIC X(30).
                   15  RFP-PAYEE-ADDR1     PIC X(30).
                   15  RFP-PAYEE-ADDR2     PIC X(30).
                   15  RFP-PAYEE-CITY      PIC X(20).
                   15  RFP-PAYEE-STATE     PIC X(2).
                   15  RFP-PAYEE-ZIP       PIC X(9).
                   15  RFP-BANK-ROUTING    PIC X(9).
                   15  RFP-BANK-ACCOUNT    PIC X(17).
                   15  RFP-OFFSET-AMOUNT   PIC 9(7)V99.
                   15  RFP-INTEREST-AMOUNT PIC 9(7)V99.
               10  RFP-TRAILER-DATA REDEFINES RFP-HEADER-DATA.
                   15  RFP-TRL-REC-COUNT   PIC 9(7).
                   15  RFP-TRL-HASH-AMT    PIC 9(11)V99.
                   15  FILLER              PIC X(179).

      *    PRODUCER COMMISSION PAYABLE FROM COMMPROC - DISBURSEMENT
      *    LAYOUT
       FD  COMMISSION-PAY-FILE.
       01  COMMISSION-PAY-RECORD.
           05  CMP-REC-TYPE        PIC X(1).
               88  CMP-HEADER-REC     VALUE 'H'.
               88  CMP-DETAIL-REC     VALUE 'D'.
               88  CMP-TRAILER-REC    VALUE 'T'.
           05  CMP-DATA.
               10  CMP-HEADER-DATA.
                   15  CMP-HDR-DATE        PIC X(8).
                   15  CMP-HDR-TIME        PIC X(6).
                   15  CMP-HDR-PROC-ID     PIC X(5).
                   15  FILLER              PIC X(180).
               10  CMP-DETAIL-DATA REDEFINES CMP-HEADER-DATA.
                   15  CMP-CLAIM-ID        PIC X(10).
                   15  CMP-POLICY-ID       PIC X(5).
                   15  CMP-CUSTOMER-ID     PIC X(10).
                   15  CMP-PAID-AMOUNT     PIC 9(7)V99.
                   15  CMP-PAYEE-NAME      PIC X(30).
                   15  CMP-PAYEE-ADDR1     PIC X(30).
                   15  CMP-PAYEE-ADDR2     PIC X(30).
                   15  CMP-PAYEE-CITY      PIC X(20).
                   15  CMP-PAYEE-STATE     PIC X(2).
                   15  CMP-PAYEE-ZIP       PIC X(9).
                   15  CMP-BANK-ROUTING    PIC X(9).
                   15  CMP-BANK-ACCOUNT    PIC X(17).
                   15  CMP-OFFSET-AMOUNT   PIC 9(7)V99.
                   15  CMP-INTEREST-AMOUNT PIC 9(7)V99.
               10  CMP-TRAILER-DATA REDEFINES CMP-HEADER-DATA.
                   15  CMP-TRL-REC-COUNT   PIC 9(7).
                   15  CMP-TRL-HASH-AMT    PIC 9(11)V99.
                   15  FILLER              PIC X(179).

       FD  RETURN-WORK-FILE.
       01  RETURN-WORK-RECORD.
       01  WS-FILE-STATUS.
           05  WS-DISBURSE-STATUS       PIC XX.
           05  WS-BANK-STATUS           PIC XX.
           05  WS-REFUND-PAY-STATUS     PIC XX.
           05  WS-COMMISSION-PAY-STATUS PIC XX.
           05  WS-PAY-STATE-STATUS      PIC XX.
           05  WS-RETURN-WORK-STATUS    PIC XX.
           05  WS-RECON-CONTROL-STATUS  PIC XX.
           05  WS-DISB-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-DISB-NEW-COUNT    PIC 9(7) VALUE 0.
           05  WS-DISB-DUP-COUNT    PIC 9(7) VALUE 0.
           05  WS-REFUND-READ-COUNT PIC 9(7) VALUE 0.
           05  WS-REFUND-NEW-COUNT  PIC 9(7) VALUE 0.
           05  WS-REFUND-DUP-COUNT  PIC 9(7) VALUE 0.
           05  WS-COMM-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-COMM-NEW-COUNT    PIC 9(7) VALUE 0.
           05  WS-COMM-DUP-COUNT    PIC 9(7) VALUE 0.
           05  WS-BANK-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-SETTLE-COUNT      PIC 9(7) VALUE 0.
           05  WS-RETURN-COUNT      PIC 9(7) VALUE 0.
           05  WS-STALE-COUNT       PIC 9(7) VALUE 0.
           05  WS-REISSUE-BLOCK-COUNT PIC 9(7) VALUE 0.
           05  WS-ESCHEAT-HELD-COUNT  PIC 9(7) VALUE 0.
           05  WS-OUTSTAND-COUNT    PIC 9(7) VALUE 0.
           05  WS-MISMATCH-COUNT    PIC 9(5) VALUE 0.
           05  WS-UNMATCHED-COUNT   PIC 9(5) VALUE 0.
       01  WS-FLAGS.
           05  WS-EOF-DISBURSE   PIC X VALUE 'N'.
               88  END-OF-DISBURSE   VALUE 'Y'.
           05  WS-EOF-REFUND-PAY PIC X VALUE 'N'.
               88  END-OF-REFUND-PAY VALUE 'Y'.
           05  WS-EOF-COMMISSION-PAY PIC X VALUE 'N'.
               88  END-OF-COMMISSION-PAY VALUE 'Y'.
           05  WS-EOF-BANK       PIC X VALUE 'N'.
               88  END-OF-BANK       VALUE 'Y'.
           05  WS-EOF-PAY-STATE  PIC X VALUE 'N'.
               88  FALLBACK-FOUND    VALUE 'Y'.
           05  WS-PAYS-SCAN-EOF  PIC X VALUE 'N'.
               88  PAYS-SCAN-EOF     VALUE 'Y'.
           05  WS-ESCHEAT-FOUND  PIC X VALUE 'N'.
               88  ESCHEAT-FOUND     VALUE 'Y'.

       01  WS-EXACT-KEY          PIC X(18) VALUE SPACES.
       01  WS-APPLIED-KEY        PIC X(18) VALUE SPACES.
       01  WS-FALLBACK-KEY       PIC X(18) VALUE SPACES.
       01  WS-ESCHEAT-CHECK-ID   PIC X(10) VALUE SPACES.
       01  WS-ESCHEAT-CHECK-AMT  PIC 9(7)V99 VALUE 0.

       01  WS-STALE-CUTOFF-DATE  PIC X(8) VALUE SPACES.
       01  WS-DISB-EXTRACT-DATE  PIC X(8) VALUE SPACES.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-DISBURSEMENTS
           PERFORM 2200-LOAD-REFUNDS
           PERFORM 2400-LOAD-COMMISSIONS
           PERFORM 3000-PROCESS-BANK-FILE
           PERFORM 4000-MARK-STALE-PAYMENTS
           PERFORM 5000-CLEANUP
                                   TO WS-DISB-EXTRACT-DATE
                           WHEN DISB-DETAIL-REC
                               ADD 1 TO WS-DISB-READ-COUNT
                               MOVE DISB-CLAIM-ID
                                   TO WS-ESCHEAT-CHECK-ID
                               MOVE DISB-PAID-AMOUNT
                                   TO WS-ESCHEAT-CHECK-AMT
                               PERFORM 2050-CHECK-ESCHEATED
                               IF ESCHEAT-FOUND
                                   ADD 1 TO WS-REISSUE-BLOCK-COUNT
                                   PERFORM 2910-WRITE-REISSUE-LINE
                               ELSE
                                   PERFORM 2100-REGISTER-PAYMENT
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *    A CLAIM, REFUND OR COMMISSION PAYMENT THAT HAS BEEN
      *    ESCHEATED TO THE STATE CANNOT BE PAID AGAIN - THE OWNER
      *    CLAIMS IT FROM THE STATE. A REISSUE IS THE SAME REFERENCE
      *    FOR THE SAME AMOUNT - A NEW PAYMENT UNDER A REFERENCE THAT
      *    ONCE ESCHEATED (A SUPPLEMENT, A LATER COMMISSION) IS PAID
       2050-CHECK-ESCHEATED.
           MOVE 'N' TO WS-ESCHEAT-FOUND
           MOVE 'N' TO WS-PAYS-SCAN-EOF
           MOVE WS-ESCHEAT-CHECK-ID TO PAYS-CLAIM-ID
           MOVE LOW-VALUES TO PAYS-ISSUE-DATE
           START PAY-STATE-FILE KEY NOT LESS THAN PAYS-KEY
               INVALID KEY
                   SET PAYS-SCAN-EOF TO TRUE
           END-START
           PERFORM 2060-SCAN-FOR-ESCHEATED
               UNTIL PAYS-SCAN-EOF OR ESCHEAT-FOUND.

       2060-SCAN-FOR-ESCHEATED.
           READ PAY-STATE-FILE NEXT RECORD
               AT END
                   SET PAYS-SCAN-EOF TO TRUE
               NOT AT END
                   IF PAYS-CLAIM-ID NOT = WS-ESCHEAT-CHECK-ID
                       SET PAYS-SCAN-EOF TO TRUE
                   ELSE
                       IF PAYS-ESCHEATED
                          AND PAYS-PAID-AMOUNT = WS-ESCHEAT-CHECK-AMT
                           SET ESCHEAT-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2100-REGISTER-PAYMENT.
           MOVE SPACES TO PAY-STATE-RECORD
           MOVE DISB-CLAIM-ID TO PAYS-CLAIM-ID
           MOVE SPACES TO PAYS-RETURN-CODE
           MOVE DISB-BANK-ROUTING TO PAYS-BANK-ROUTING
           MOVE DISB-BANK-ACCOUNT TO PAYS-BANK-ACCOUNT
           MOVE DISB-OFFSET-AMOUNT TO PAYS-OFFSET-AMOUNT
           MOVE DISB-INTEREST-AMOUNT TO PAYS-INTEREST-AMOUNT
           WRITE PAY-STATE-RECORD
               INVALID KEY
                   ADD 1 TO WS-DISB-DUP-COUNT
                   ADD 1 TO WS-DISB-NEW-COUNT
           END-WRITE.

      *    REFUNDS ARE REGISTERED UNDER THEIR RF REFERENCE IN THE
      *    CLAIM-ID SLOT SO BANK SETTLEMENTS AND RETURNS MATCH THEM
      *    EXACTLY AS THEY DO CLAIM PAYMENTS
       2200-LOAD-REFUNDS.
           OPEN INPUT REFUND-PAY-FILE
           IF WS-REFUND-PAY-STATUS = '00'
               PERFORM UNTIL END-OF-REFUND-PAY
                   READ REFUND-PAY-FILE
                       AT END
                           SET END-OF-REFUND-PAY TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN RFP-HEADER-REC
                                   MOVE RFP-HDR-DATE
                                       TO WS-DISB-EXTRACT-DATE
                               WHEN RFP-DETAIL-REC
                                   ADD 1 TO WS-REFUND-READ-COUNT
                                   PERFORM 2250-CHECK-REFUND
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE REFUND-PAY-FILE
           ELSE
               DISPLAY 'REFUND PAYMENT FILE NOT AVAILABLE: '
                   WS-REFUND-PAY-STATUS
           END-IF.

       2250-CHECK-REFUND.
           MOVE RFP-CLAIM-ID TO WS-ESCHEAT-CHECK-ID
           MOVE RFP-PAID-AMOUNT TO WS-ESCHEAT-CHECK-AMT
           PERFORM 2050-CHECK-ESCHEATED
           IF ESCHEAT-FOUND
               ADD 1 TO WS-REISSUE-BLOCK-COUNT
               PERFORM 2910-WRITE-REISSUE-LINE
           ELSE
               PERFORM 2300-REGISTER-REFUND
           END-IF.

       2300-REGISTER-REFUND.
           MOVE SPACES TO PAY-STATE-RECORD
           MOVE RFP-CLAIM-ID TO PAYS-CLAIM-ID
           MOVE RFP-POLICY-ID TO PAYS-POLICY-ID
           MOVE RFP-CUSTOMER-ID TO PAYS-CUSTOMER-ID
           MOVE WS-DISB-EXTRACT-DATE TO PAYS-ISSUE-DATE
           MOVE RFP-PAID-AMOUNT TO PAYS-PAID-AMOUNT
           MOVE 'I' TO PAYS-STATE
           MOVE SPACES TO PAYS-SETTLE-DATE
           MOVE 0 TO PAYS-SETTLE-AMOUNT
           MOVE SPACES TO PAYS-RETURN-CODE
           MOVE RFP-BANK-ROUTING TO PAYS-BANK-ROUTING
           MOVE RFP-BANK-ACCOUNT TO PAYS-BANK-ACCOUNT
           MOVE RFP-OFFSET-AMOUNT TO PAYS-OFFSET-AMOUNT
           MOVE RFP-INTEREST-AMOUNT TO PAYS-INTEREST-AMOUNT
           WRITE PAY-STATE-RECORD
               INVALID KEY
                   ADD 1 TO WS-REFUND-DUP-COUNT
                   PERFORM 2390-WRITE-REFUND-DUP-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-REFUND-NEW-COUNT
           END-WRITE.

       2390-WRITE-REFUND-DUP-LINE.
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING 'REFUND ALREADY REGISTERED - REF: '
                  RFP-CLAIM-ID
                  ' EXTRACT DATE: ' WS-DISB-EXTRACT-DATE
                  INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

      *    PRODUCER COMMISSION IS REGISTERED UNDER ITS CM REFERENCE,
      *    THE SAME WAY AS A REFUND
       2400-LOAD-COMMISSIONS.
           OPEN INPUT COMMISSION-PAY-FILE
           IF WS-COMMISSION-PAY-STATUS = '00'
               PERFORM UNTIL END-OF-COMMISSION-PAY
                   READ COMMISSION-PAY-FILE
                       AT END
                           SET END-OF-COMMISSION-PAY TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN CMP-HEADER-REC
                                   MOVE CMP-HDR-DATE
                                       TO WS-DISB-EXTRACT-DATE
                               WHEN CMP-DETAIL-REC
                                   ADD 1 TO WS-COMM-READ-COUNT
                                   PERFORM 2450-CHECK-COMMISSION
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-PAY-FILE
           ELSE
               DISPLAY 'COMMISSION PAYMENT FILE NOT AVAILABLE: '
                   WS-COMMISSION-PAY-STATUS
           END-IF.

       2450-CHECK-COMMISSION.
           MOVE CMP-CLAIM-ID TO WS-ESCHEAT-CHECK-ID
           MOVE CMP-PAID-AMOUNT TO WS-ESCHEAT-CHECK-AMT
           PERFORM 2050-CHECK-ESCHEATED
           IF ESCHEAT-FOUND
               ADD 1 TO WS-REISSUE-BLOCK-COUNT
               PERFORM 2910-WRITE-REISSUE-LINE
           ELSE
               PERFORM 2500-REGISTER-COMMISSION
           END-IF.

       2500-REGISTER-COMMISSION.
           MOVE SPACES TO PAY-STATE-RECORD
           MOVE CMP-CLAIM-ID TO PAYS-CLAIM-ID
           MOVE CMP-POLICY-ID TO PAYS-POLICY-ID
           MOVE CMP-CUSTOMER-ID TO PAYS-CUSTOMER-ID
           MOVE WS-DISB-EXTRACT-DATE TO PAYS-ISSUE-DATE
           MOVE CMP-PAID-AMOUNT TO PAYS-PAID-AMOUNT
           MOVE 'I' TO PAYS-STATE
           MOVE SPACES TO PAYS-SETTLE-DATE
           MOVE 0 TO PAYS-SETTLE-AMOUNT
           MOVE SPACES TO PAYS-RETURN-CODE
           MOVE CMP-BANK-ROUTING TO PAYS-BANK-ROUTING
           MOVE CMP-BANK-ACCOUNT TO PAYS-BANK-ACCOUNT
           MOVE CMP-OFFSET-AMOUNT TO PAYS-OFFSET-AMOUNT
           MOVE CMP-INTEREST-AMOUNT TO PAYS-INTEREST-AMOUNT
           WRITE PAY-STATE-RECORD
               INVALID KEY
                   ADD 1 TO WS-COMM-DUP-COUNT
                   PERFORM 2590-WRITE-COMMISSION-DUP-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-COMM-NEW-COUNT
           END-WRITE.

       2590-WRITE-COMMISSION-DUP-LINE.
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING 'COMMISSION ALREADY REGISTERED - REF: '
                  CMP-CLAIM-ID
                  ' EXTRACT DATE: ' WS-DISB-EXTRACT-DATE
                  INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

       2900-WRITE-DUP-LOAD-LINE.
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING 'PAYMENT ALREADY REGISTERED - CLAIM: '
                  INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

       2910-WRITE-REISSUE-LINE.
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING 'REISSUE REFUSED - PAYMENT ESCHEATED - REF: '
                  WS-ESCHEAT-CHECK-ID
                  ' AMOUNT: ' WS-ESCHEAT-CHECK-AMT
                  ' EXTRACT DATE: ' WS-DISB-EXTRACT-DATE
                  INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

       3000-PROCESS-BANK-FILE.
           PERFORM UNTIL END-OF-BANK
               READ BANK-FILE
               PERFORM 3110-FIND-PAYMENT
               IF PAYMENT-FOUND
                   EVALUATE TRUE
                       WHEN PAYS-ESCHEATED
                           ADD 1 TO WS-ESCHEAT-HELD-COUNT
                           PERFORM 3950-WRITE-ESCHEATED-LINE
                       WHEN BANK-SETTLED
                           PERFORM 3200-APPLY-SETTLEMENT
                       WHEN BANK-RETURNED
                  INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

       3950-WRITE-ESCHEATED-LINE.
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING 'PAYMENT ESCHEATED - NOT APPLIED - CLAIM: '
                  BANK-CLAIM-ID
                  ' ISSUED: ' PAYS-ISSUE-DATE
                  ' DISPOSITION: ' BANK-DISPOSITION
                  INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

       4000-MARK-STALE-PAYMENTS.
           MOVE LOW-VALUES TO PAYS-KEY
           START PAY-STATE-FILE KEY NOT LESS THAN PAYS-KEY
                  INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD

           MOVE SPACES TO RECON-REPORT-RECORD
           STRING 'REFUNDS READ:         ' WS-REFUND-READ-COUNT
                  '  NEW: ' WS-REFUND-NEW-COUNT
                  '  ALREADY LOADED: ' WS-REFUND-DUP-COUNT
                  INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD

           MOVE SPACES TO RECON-REPORT-RECORD
           STRING 'COMMISSIONS READ:     ' WS-COMM-READ-COUNT
                  '  NEW: ' WS-COMM-NEW-COUNT
                  '  ALREADY LOADED: ' WS-COMM-DUP-COUNT
                  INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD

           MOVE SPACES TO RECON-REPORT-RECORD
           STRING 'BANK RECORDS READ:    ' WS-BANK-READ-COUNT
                  '  UNMATCHED: ' WS-UNMATCHED-COUNT
                  INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD

           MOVE SPACES TO RECON-REPORT-RECORD
           STRING 'ESCHEATED - BANK RECORDS REFUSED: '
                  WS-ESCHEAT-HELD-COUNT
                  '  REISSUES REFUSED: ' WS-REISSUE-BLOCK-COUNT
                  INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD

           MOVE SPACES TO RECON-REPORT-RECORD
           STRING 'STILL OUTSTANDING:    ' WS-OUTSTAND-COUNT
                  ' AMOUNT: ' WS-OUTSTAND-AMOUNT
