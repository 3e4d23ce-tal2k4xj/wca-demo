       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. INSURANCE-TEAM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE
               ASSIGN TO CLAIMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAIM-ID
               FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT POLICY-FILE
               ASSIGN TO POLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-ID
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO HISTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO AUDDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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

           SELECT OFFSET-RECEIPT-FILE
               ASSIGN TO OFRCDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFSET-RCPT-STATUS.

           SELECT SIU-QUEUE-FILE
               ASSIGN TO SIUQDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIU-QUEUE-STATUS.

           SELECT RECEIVABLE-FILE
               ASSIGN TO ARDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-KEY
               FILE STATUS IS WS-RECEIVABLE-STATUS.

           SELECT INTEG-WORK-FILE
               ASSIGN TO INTWDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INTW-CLAIM-ID
               FILE STATUS IS WS-INTEG-WORK-STATUS.

           SELECT INTEG-REPORT-FILE
               ASSIGN TO INTRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEG-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-FILE.
       01  CLAIM-RECORD.
           05  CLAIM-ID        PIC X(10).
           05  CLAIM-DATE      PIC X(8).
           05  POLICY-ID       PIC X(5).
           05  CLAIM-AMOUNT    PIC 9(7)V99.
           05  CLAIM-TYPE      PIC X(2).
           05  STATUS-CODE     PIC X(1).
               88  PENDING       VALUE 'P'.
               88  APPROVED      VALUE 'A'.
               88  REJECTED      VALUE 'R'.
               88  UNDER-REVIEW  VALUE 'I'.
           05  PROCESSOR-ID    PIC X(5).
           05  CLAIM-LOAD-DATE PIC X(8).
           05  FILLER          PIC X(2).

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

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HIST-CLAIM-DATA     PIC X(50).
           05  HIST-ARCHIVE-DATE   PIC X(8).
           05  HIST-ARCHIVE-TIME   PIC X(6).
           05  FILLER              PIC X(6).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-CLAIM-ID        PIC X(10).
           05  AUD-OLD-STATUS      PIC X(1).
           05  AUD-NEW-STATUS      PIC X(1).
           05  AUD-DATE            PIC X(8).
           05  AUD-TIME            PIC X(6).
           05  AUD-PROCESSOR-ID    PIC X(5).
           05  AUD-PAID-AMOUNT     PIC 9(7)V99.
           05  AUD-DENIAL-CODE     PIC X(2).
           05  AUD-CAT-EVENT       PIC X(6).
           05  FILLER              PIC X(4).

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
           05  RSV-CAT-EVENT       PIC X(6).
           05  FILLER              PIC X(4).

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

      *    PREMIUM WITHHELD FROM CLAIM PAYMENTS BY THE CLAIMS RUN
       FD  OFFSET-RECEIPT-FILE.
       01  OFFSET-RECEIPT-RECORD.
           05  OFR-POL-ID          PIC X(5).
           05  OFR-BILL-DATE       PIC X(8).
           05  OFR-RECEIPT-DATE    PIC X(8).
           05  OFR-AMOUNT          PIC X(9).
           05  OFR-AMOUNT-N REDEFINES OFR-AMOUNT
                                   PIC 9(7)V99.
           05  OFR-CLAIM-ID        PIC X(10).

       FD  SIU-QUEUE-FILE.
       01  SIU-QUEUE-RECORD.
           05  SIUQ-CLAIM-ID       PIC X(10).
           05  SIUQ-POLICY-ID      PIC X(5).
           05  SIUQ-CUSTOMER-ID    PIC X(10).
           05  SIUQ-CLAIM-AMOUNT   PIC 9(7)V99.
           05  SIUQ-DATE           PIC X(8).
           05  SIUQ-TIME           PIC X(6).
           05  SIUQ-REASON         PIC X(40).
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

      *    ONE ENTRY PER CLAIM SEEN ON ANY INPUT, REBUILT EACH RUN
       FD  INTEG-WORK-FILE.
       01  INTEG-WORK-RECORD.
           05  INTW-CLAIM-ID       PIC X(10).
           05  INTW-LIVE-FLAG      PIC X(1).
               88  INTW-LIVE          VALUE 'Y'.
           05  INTW-HIST-FLAG      PIC X(1).
               88  INTW-IN-HISTORY    VALUE 'Y'.
           05  INTW-SIUQ-FLAG      PIC X(1).
               88  INTW-QUEUED        VALUE 'Y'.
           05  INTW-STATUS         PIC X(1).
               88  INTW-APPROVED      VALUE 'A'.
               88  INTW-REJECTED      VALUE 'R'.
               88  INTW-UNDER-REVIEW  VALUE 'I'.
           05  INTW-POLICY-ID      PIC X(5).
           05  INTW-RSV-NET        PIC S9(9)V99.
           05  INTW-AUD-PAID       PIC 9(9)V99.
           05  INTW-RECOVERY-ADJ   PIC 9(9)V99.
           05  INTW-PAYS-COUNT     PIC 9(3).
           05  INTW-PAYS-GROSS     PIC S9(9)V99.
           05  INTW-OFFSET-ONLY    PIC 9(9)V99.

       FD  INTEG-REPORT-FILE.
       01  INTEG-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CLAIMS-STATUS        PIC XX.
           05  WS-POLICY-STATUS        PIC XX.
           05  WS-CUSTOMER-STATUS      PIC XX.
           05  WS-HISTORY-STATUS       PIC XX.
           05  WS-AUDIT-STATUS         PIC XX.
           05  WS-RESERVE-STATUS       PIC XX.
           05  WS-PAY-STATE-STATUS     PIC XX.
           05  WS-OFFSET-RCPT-STATUS   PIC XX.
           05  WS-SIU-QUEUE-STATUS     PIC XX.
           05  WS-RECEIVABLE-STATUS    PIC XX.
           05  WS-INTEG-WORK-STATUS    PIC XX.
           05  WS-INTEG-REPORT-STATUS  PIC XX.

       01  WS-COUNTERS.
           05  WS-CLAIM-READ-COUNT    PIC 9(7) VALUE 0.
           05  WS-HIST-READ-COUNT     PIC 9(7) VALUE 0.
           05  WS-POLICY-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-AR-READ-COUNT       PIC 9(7) VALUE 0.
           05  WS-AUDIT-READ-COUNT    PIC 9(7) VALUE 0.
           05  WS-LEDGER-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-PAYS-READ-COUNT     PIC 9(7) VALUE 0.
           05  WS-SIUQ-READ-COUNT     PIC 9(7) VALUE 0.
           05  WS-OFR-READ-COUNT      PIC 9(7) VALUE 0.
           05  WS-SEVERE-COUNT        PIC 9(7) VALUE 0.
           05  WS-WARNING-COUNT       PIC 9(7) VALUE 0.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE   PIC X(8).
           05  WS-CURRENT-TIME   PIC X(6).

       01  WS-FLAGS.
           05  WS-EOF-CLAIMS     PIC X VALUE 'N'.
               88  END-OF-CLAIMS     VALUE 'Y'.
           05  WS-EOF-HISTORY    PIC X VALUE 'N'.
               88  END-OF-HISTORY    VALUE 'Y'.
           05  WS-EOF-POLICY     PIC X VALUE 'N'.
               88  END-OF-POLICY     VALUE 'Y'.
           05  WS-EOF-RECEIVABLE PIC X VALUE 'N'.
               88  END-OF-RECEIVABLE VALUE 'Y'.
           05  WS-EOF-AUDIT      PIC X VALUE 'N'.
               88  END-OF-AUDIT      VALUE 'Y'.
           05  WS-EOF-RESERVE    PIC X VALUE 'N'.
               88  END-OF-RESERVE    VALUE 'Y'.
           05  WS-EOF-PAY-STATE  PIC X VALUE 'N'.
               88  END-OF-PAY-STATE  VALUE 'Y'.
           05  WS-EOF-OFFSET-RCPT PIC X VALUE 'N'.
               88  END-OF-OFFSET-RCPTS VALUE 'Y'.
           05  WS-EOF-SIU-QUEUE  PIC X VALUE 'N'.
               88  END-OF-SIU-QUEUE  VALUE 'Y'.
           05  WS-EOF-WORK       PIC X VALUE 'N'.
               88  END-OF-WORK       VALUE 'Y'.
           05  WS-WORK-FOUND     PIC X VALUE 'N'.
               88  WORK-FOUND        VALUE 'Y'.
           05  WS-AUDIT-AVAIL    PIC X VALUE 'N'.
               88  AUDIT-AVAILABLE   VALUE 'Y'.
           05  WS-PAYS-AVAIL     PIC X VALUE 'N'.
               88  PAY-STATE-AVAILABLE VALUE 'Y'.

       01  WS-HIST-CLAIM.
           05  WS-HIST-CLAIM-ID    PIC X(10).
           05  FILLER              PIC X(8).
           05  WS-HIST-POLICY-ID   PIC X(5).
           05  FILLER              PIC X(11).
           05  WS-HIST-STATUS      PIC X(1).
           05  FILLER              PIC X(15).

      *    BREAK CATEGORIES - 'S' SEVERE BREAKS SET THE FAILING
      *    RETURN CODE, 'W' WARNINGS ARE REPORTED ONLY. A RETRIEVED
      *    CLAIM IS LEFT ON HISTORY BY THE ARCHIVE RUN, SO LIVE AND
      *    HISTORY TOGETHER IS A WARNING
       01  WS-CATEGORY-VALUES.
           05  FILLER  PIC X(30) VALUE 'CLAIM POLICY NOT ON FILE'.
           05  FILLER  PIC X(1)  VALUE 'S'.
           05  FILLER  PIC X(30) VALUE 'POLICY CUSTOMER NOT ON FILE'.
           05  FILLER  PIC X(1)  VALUE 'S'.
           05  FILLER  PIC X(30) VALUE 'RESERVE OPEN ON CLOSED CLAIM'.
           05  FILLER  PIC X(1)  VALUE 'S'.
           05  FILLER  PIC X(30) VALUE 'PAID NOT EQUAL TO PAY STATE'.
           05  FILLER  PIC X(1)  VALUE 'S'.
           05  FILLER  PIC X(30) VALUE 'SIU HOLD WITH NO QUEUE ENTRY'.
           05  FILLER  PIC X(1)  VALUE 'S'.
           05  FILLER  PIC X(30) VALUE 'CLAIM LIVE AND ON HISTORY'.
           05  FILLER  PIC X(1)  VALUE 'W'.
           05  FILLER  PIC X(30) VALUE 'RECEIVABLE POLICY NOT ON FILE'.
           05  FILLER  PIC X(1)  VALUE 'W'.
           05  FILLER  PIC X(30) VALUE 'PAID CLAIM NOT ON PAY STATE'.
           05  FILLER  PIC X(1)  VALUE 'W'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CAT-ENTRY OCCURS 8 TIMES
                   INDEXED BY WS-CAT-IDX.
               10  WS-CAT-NAME         PIC X(30).
               10  WS-CAT-SEVERITY     PIC X(1).
                   88  WS-CAT-SEVERE      VALUE 'S'.
       01  WS-CATEGORY-COUNTS.
           05  WS-CAT-COUNT OCCURS 8 TIMES PIC 9(7).

       01  WS-BREAK-CATEGORY     PIC 9(1) VALUE 0.
       01  WS-BREAK-KEY          PIC X(13) VALUE SPACES.
       01  WS-BREAK-DETAIL       PIC X(70) VALUE SPACES.

       01  WS-PAY-WORK.
           05  WS-EXPECTED-PAID  PIC S9(9)V99 VALUE 0.
           05  WS-EDIT-AMOUNT-1  PIC -(9)9.99.
           05  WS-EDIT-AMOUNT-2  PIC -(9)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-LIVE-CLAIMS
           PERFORM 2200-CHECK-HISTORY
           PERFORM 2400-CHECK-POLICIES
           PERFORM 2600-CHECK-RECEIVABLES
           PERFORM 3000-SCAN-AUDIT-FILE
           PERFORM 3200-SCAN-RESERVE-LEDGER
           PERFORM 3400-SCAN-PAY-STATE
           PERFORM 3540-SCAN-OFFSET-RECEIPTS
           PERFORM 3600-SCAN-SIU-QUEUE
           PERFORM 4000-EVALUATE-CLAIMS
           PERFORM 5000-CLEANUP
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE ZEROS TO WS-CATEGORY-COUNTS

           OPEN INPUT CLAIMS-FILE
           IF WS-CLAIMS-STATUS NOT = '00'
               DISPLAY 'CLAIMS FILE ERROR: ' WS-CLAIMS-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'POLICY FILE ERROR: ' WS-POLICY-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE ERROR: ' WS-CUSTOMER-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT INTEG-WORK-FILE
           CLOSE INTEG-WORK-FILE
           OPEN I-O INTEG-WORK-FILE
           IF WS-INTEG-WORK-STATUS NOT = '00'
               DISPLAY 'INTEGRITY WORK FILE ERROR: '
                   WS-INTEG-WORK-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT INTEG-REPORT-FILE
           IF WS-INTEG-REPORT-STATUS NOT = '00'
               DISPLAY 'INTEGRITY REPORT ERROR: '
                   WS-INTEG-REPORT-STATUS
               PERFORM 9999-ABORT
           END-IF

           MOVE SPACES TO INTEG-REPORT-RECORD
           STRING 'CLAIMS DATA INTEGRITY REPORT - '
                  WS-CURRENT-DATE ' ' WS-CURRENT-TIME
                  INTO INTEG-REPORT-RECORD
           WRITE INTEG-REPORT-RECORD

           MOVE SPACES TO INTEG-REPORT-RECORD
           WRITE INTEG-REPORT-RECORD

           MOVE SPACES TO INTEG-REPORT-RECORD
           STRING 'SEVERITY BREAK                          '
                  'KEY            DETAIL'
                  INTO INTEG-REPORT-RECORD
           WRITE INTEG-REPORT-RECORD.

       2000-CHECK-LIVE-CLAIMS.
           MOVE LOW-VALUES TO CLAIM-ID
           START CLAIMS-FILE KEY NOT LESS THAN CLAIM-ID
               INVALID KEY
                   SET END-OF-CLAIMS TO TRUE
           END-START
           PERFORM UNTIL END-OF-CLAIMS
               READ CLAIMS-FILE NEXT RECORD
                   AT END
                       SET END-OF-CLAIMS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLAIM-READ-COUNT
                       PERFORM 2100-CHECK-ONE-CLAIM
               END-READ
           END-PERFORM.

       2100-CHECK-ONE-CLAIM.
           MOVE POLICY-ID TO POL-ID
           READ POLICY-FILE
               INVALID KEY
                   MOVE 1 TO WS-BREAK-CATEGORY
                   MOVE CLAIM-ID TO WS-BREAK-KEY
                   MOVE SPACES TO WS-BREAK-DETAIL
                   STRING 'POLICY ' POLICY-ID
                          ' STATUS ' STATUS-CODE
                          ' CLAIM DATE ' CLAIM-DATE
                          INTO WS-BREAK-DETAIL
                   PERFORM 8000-WRITE-BREAK
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE CLAIM-ID TO INTW-CLAIM-ID
           PERFORM 9100-GET-WORK-RECORD
           SET INTW-LIVE TO TRUE
           MOVE STATUS-CODE TO INTW-STATUS
           MOVE POLICY-ID TO INTW-POLICY-ID
           PERFORM 9200-PUT-WORK-RECORD.

      *    THE HISTORY FILE IS ONLY PRESENT ONCE AN ARCHIVE HAS RUN
       2200-CHECK-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL END-OF-HISTORY
                   READ HISTORY-FILE
                       AT END
                           SET END-OF-HISTORY TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HIST-READ-COUNT
                           PERFORM 2300-CHECK-ONE-HISTORY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY 'HISTORY FILE NOT AVAILABLE: '
                   WS-HISTORY-STATUS
           END-IF.

       2300-CHECK-ONE-HISTORY.
           MOVE HIST-CLAIM-DATA TO WS-HIST-CLAIM
           MOVE WS-HIST-CLAIM-ID TO INTW-CLAIM-ID
           PERFORM 9100-GET-WORK-RECORD
           IF INTW-LIVE AND NOT INTW-IN-HISTORY
               MOVE 6 TO WS-BREAK-CATEGORY
               MOVE WS-HIST-CLAIM-ID TO WS-BREAK-KEY
               MOVE SPACES TO WS-BREAK-DETAIL
               STRING 'LIVE STATUS ' INTW-STATUS
                      ' HISTORY STATUS ' WS-HIST-STATUS
                      ' ARCHIVED ' HIST-ARCHIVE-DATE
                      INTO WS-BREAK-DETAIL
               PERFORM 8000-WRITE-BREAK
           END-IF
           IF NOT INTW-LIVE
               MOVE WS-HIST-STATUS TO INTW-STATUS
               MOVE WS-HIST-POLICY-ID TO INTW-POLICY-ID
           END-IF
           SET INTW-IN-HISTORY TO TRUE
           PERFORM 9200-PUT-WORK-RECORD.

       2400-CHECK-POLICIES.
           MOVE LOW-VALUES TO POL-ID
           START POLICY-FILE KEY NOT LESS THAN POL-ID
               INVALID KEY
                   SET END-OF-POLICY TO TRUE
           END-START
           PERFORM UNTIL END-OF-POLICY
               READ POLICY-FILE NEXT RECORD
                   AT END
                       SET END-OF-POLICY TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POLICY-READ-COUNT
                       PERFORM 2500-CHECK-ONE-POLICY
               END-READ
           END-PERFORM.

       2500-CHECK-ONE-POLICY.
           MOVE CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 2 TO WS-BREAK-CATEGORY
                   MOVE POL-ID TO WS-BREAK-KEY
                   MOVE SPACES TO WS-BREAK-DETAIL
                   STRING 'CUSTOMER ' CUSTOMER-ID
                          ' POLICY STATUS ' POL-STATUS
                          ' EXPIRES ' EXPIRY-DATE
                          INTO WS-BREAK-DETAIL
                   PERFORM 8000-WRITE-BREAK
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       2600-CHECK-RECEIVABLES.
           OPEN INPUT RECEIVABLE-FILE
           IF WS-RECEIVABLE-STATUS = '00'
               MOVE LOW-VALUES TO AR-INVOICE-KEY
               START RECEIVABLE-FILE KEY NOT LESS THAN AR-INVOICE-KEY
                   INVALID KEY
                       SET END-OF-RECEIVABLE TO TRUE
               END-START
               PERFORM UNTIL END-OF-RECEIVABLE
                   READ RECEIVABLE-FILE NEXT RECORD
                       AT END
                           SET END-OF-RECEIVABLE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AR-READ-COUNT
                           PERFORM 2700-CHECK-ONE-RECEIVABLE
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           ELSE
               DISPLAY 'RECEIVABLES FILE NOT AVAILABLE: '
                   WS-RECEIVABLE-STATUS
           END-IF.

       2700-CHECK-ONE-RECEIVABLE.
           MOVE AR-POL-ID TO POL-ID
           READ POLICY-FILE
               INVALID KEY
                   MOVE 7 TO WS-BREAK-CATEGORY
                   MOVE SPACES TO WS-BREAK-KEY
                   STRING AR-POL-ID ' ' INTO WS-BREAK-KEY
                   MOVE SPACES TO WS-BREAK-DETAIL
                   STRING 'BILL DATE ' AR-BILL-DATE
                          ' CUSTOMER ' AR-CUSTOMER-ID
                          ' AR STATUS ' AR-STATUS
                          INTO WS-BREAK-DETAIL
                   PERFORM 8000-WRITE-BREAK
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *    PAID IS TAKEN AS THE CLAIMS RUN RECORDS IT - APPROVED AUDIT
      *    ROWS WITH NO DENIAL CODE
       3000-SCAN-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               SET AUDIT-AVAILABLE TO TRUE
               PERFORM UNTIL END-OF-AUDIT
                   READ AUDIT-FILE
                       AT END
                           SET END-OF-AUDIT TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ-COUNT
                           IF AUD-NEW-STATUS = 'A'
                              AND AUD-DENIAL-CODE = SPACES
                              AND AUD-PAID-AMOUNT > 0
                               PERFORM 3100-POST-AUDIT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'AUDIT FILE NOT AVAILABLE: ' WS-AUDIT-STATUS
           END-IF.

       3100-POST-AUDIT-ROW.
           MOVE AUD-CLAIM-ID TO INTW-CLAIM-ID
           PERFORM 9100-GET-WORK-RECORD
           ADD AUD-PAID-AMOUNT TO INTW-AUD-PAID
           PERFORM 9200-PUT-WORK-RECORD.

       3200-SCAN-RESERVE-LEDGER.
           OPEN INPUT RESERVE-LEDGER-FILE
           IF WS-RESERVE-STATUS = '00'
               PERFORM UNTIL END-OF-RESERVE
                   READ RESERVE-LEDGER-FILE
                       AT END
                           SET END-OF-RESERVE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEDGER-READ-COUNT
                           IF RSV-ESTABLISH OR RSV-RELEASE
                              OR RSV-ADJUSTMENT
                               PERFORM 3300-POST-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVE-LEDGER-FILE
           ELSE
               DISPLAY 'RESERVE LEDGER NOT AVAILABLE: '
                   WS-RESERVE-STATUS
           END-IF.

      *    A 'J' RECOVERY ADJUSTMENT ALSO WRITES AN APPROVED AUDIT ROW
      *    BUT ISSUES NO PAYMENT, SO IT IS HELD APART FROM AUDIT PAID
       3300-POST-LEDGER-ROW.
           MOVE RSV-CLAIM-ID TO INTW-CLAIM-ID
           PERFORM 9100-GET-WORK-RECORD
           EVALUATE TRUE
               WHEN RSV-ESTABLISH
                   ADD RSV-AMOUNT TO INTW-RSV-NET
               WHEN RSV-RELEASE
                   SUBTRACT RSV-AMOUNT FROM INTW-RSV-NET
               WHEN RSV-ADJUSTMENT
                   ADD RSV-AMOUNT TO INTW-RECOVERY-ADJ
           END-EVALUATE
           PERFORM 9200-PUT-WORK-RECORD.

      *    THE GROSS PAYMENT ISSUED IS THE NET CHECK PLUS ANY PREMIUM
      *    OFFSET, LESS ANY PROMPT-PAY INTEREST ADDED TO IT. REFUNDS
      *    AND PRODUCER COMMISSIONS ARE NOT CLAIM PAYMENTS
       3400-SCAN-PAY-STATE.
           OPEN INPUT PAY-STATE-FILE
           IF WS-PAY-STATE-STATUS = '00'
               SET PAY-STATE-AVAILABLE TO TRUE
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
                           ADD 1 TO WS-PAYS-READ-COUNT
                           IF PAYS-CLAIM-ID(1:2) NOT = 'RF'
                              AND PAYS-CLAIM-ID(1:2) NOT = 'CM'
                               PERFORM 3500-POST-PAY-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-STATE-FILE
           ELSE
               DISPLAY 'PAYMENT STATE FILE NOT AVAILABLE: '
                   WS-PAY-STATE-STATUS
           END-IF.

       3500-POST-PAY-STATE.
           MOVE PAYS-CLAIM-ID TO INTW-CLAIM-ID
           PERFORM 9100-GET-WORK-RECORD
           ADD 1 TO INTW-PAYS-COUNT
           ADD PAYS-PAID-AMOUNT TO INTW-PAYS-GROSS
           ADD PAYS-OFFSET-AMOUNT TO INTW-PAYS-GROSS
           SUBTRACT PAYS-INTEREST-AMOUNT FROM INTW-PAYS-GROSS
           PERFORM 9200-PUT-WORK-RECORD.

      *    A CLAIM PAYMENT WHOLLY TAKEN BY PREMIUM OFFSET ISSUES NO
      *    CHECK, SO NOTHING REACHES THE PAYMENT STATE. AN OFFSET WITH
      *    A PAYMENT STATE ITEM FOR THE SAME CLAIM AND RUN DATE IS
      *    ALREADY IN THAT ITEM'S OFFSET AMOUNT - ONLY THE REST IS HELD
       3540-SCAN-OFFSET-RECEIPTS.
           IF PAY-STATE-AVAILABLE
               OPEN INPUT OFFSET-RECEIPT-FILE
               IF WS-OFFSET-RCPT-STATUS = '00'
                   OPEN INPUT PAY-STATE-FILE
                   IF WS-PAY-STATE-STATUS NOT = '00'
                       DISPLAY 'PAYMENT STATE FILE ERROR: '
                           WS-PAY-STATE-STATUS
                       PERFORM 9999-ABORT
                   END-IF
                   PERFORM UNTIL END-OF-OFFSET-RCPTS
                       READ OFFSET-RECEIPT-FILE
                           AT END
                               SET END-OF-OFFSET-RCPTS TO TRUE
                           NOT AT END
                               ADD 1 TO WS-OFR-READ-COUNT
                               IF OFR-AMOUNT NUMERIC
                                   PERFORM 3550-CHECK-OFFSET-RECEIPT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OFFSET-RECEIPT-FILE
                         PAY-STATE-FILE
               ELSE
                   DISPLAY 'OFFSET RECEIPT FILE NOT AVAILABLE: '
                       WS-OFFSET-RCPT-STATUS
               END-IF
           END-IF.

       3550-CHECK-OFFSET-RECEIPT.
           MOVE OFR-CLAIM-ID TO PAYS-CLAIM-ID
           MOVE OFR-RECEIPT-DATE TO PAYS-ISSUE-DATE
           READ PAY-STATE-FILE
               INVALID KEY
                   MOVE OFR-CLAIM-ID TO INTW-CLAIM-ID
                   PERFORM 9100-GET-WORK-RECORD
                   ADD OFR-AMOUNT-N TO INTW-OFFSET-ONLY
                   PERFORM 9200-PUT-WORK-RECORD
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       3600-SCAN-SIU-QUEUE.
           OPEN INPUT SIU-QUEUE-FILE
           IF WS-SIU-QUEUE-STATUS = '00'
               PERFORM UNTIL END-OF-SIU-QUEUE
                   READ SIU-QUEUE-FILE
                       AT END
                           SET END-OF-SIU-QUEUE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SIUQ-READ-COUNT
                           PERFORM 3700-POST-SIU-QUEUE
                   END-READ
               END-PERFORM
               CLOSE SIU-QUEUE-FILE
           ELSE
               DISPLAY 'SIU QUEUE NOT AVAILABLE: '
                   WS-SIU-QUEUE-STATUS
           END-IF.

       3700-POST-SIU-QUEUE.
           MOVE SIUQ-CLAIM-ID TO INTW-CLAIM-ID
           PERFORM 9100-GET-WORK-RECORD
           SET INTW-QUEUED TO TRUE
           PERFORM 9200-PUT-WORK-RECORD.

       4000-EVALUATE-CLAIMS.
           MOVE LOW-VALUES TO INTW-CLAIM-ID
           START INTEG-WORK-FILE KEY NOT LESS THAN INTW-CLAIM-ID
               INVALID KEY
                   SET END-OF-WORK TO TRUE
           END-START
           PERFORM UNTIL END-OF-WORK
               READ INTEG-WORK-FILE NEXT RECORD
                   AT END
                       SET END-OF-WORK TO TRUE
                   NOT AT END
                       PERFORM 4100-EVALUATE-ONE-CLAIM
               END-READ
           END-PERFORM.

       4100-EVALUATE-ONE-CLAIM.
           IF (INTW-APPROVED OR INTW-REJECTED)
              AND INTW-RSV-NET NOT = 0
               MOVE 3 TO WS-BREAK-CATEGORY
               MOVE INTW-CLAIM-ID TO WS-BREAK-KEY
               MOVE INTW-RSV-NET TO WS-EDIT-AMOUNT-1
               MOVE SPACES TO WS-BREAK-DETAIL
               STRING 'STATUS ' INTW-STATUS
                      ' NET RESERVE ' WS-EDIT-AMOUNT-1
                      INTO WS-BREAK-DETAIL
               PERFORM 8000-WRITE-BREAK
           END-IF

           IF INTW-UNDER-REVIEW AND INTW-LIVE
              AND NOT INTW-QUEUED
               MOVE 5 TO WS-BREAK-CATEGORY
               MOVE INTW-CLAIM-ID TO WS-BREAK-KEY
               MOVE SPACES TO WS-BREAK-DETAIL
               STRING 'POLICY ' INTW-POLICY-ID
                      ' HELD FOR SIU REVIEW'
                      INTO WS-BREAK-DETAIL
               PERFORM 8000-WRITE-BREAK
           END-IF

           IF AUDIT-AVAILABLE AND PAY-STATE-AVAILABLE
               PERFORM 4200-CHECK-PAY-STATE
           END-IF.

      *    OFFSETS THAT ISSUED NO CHECK COUNT AS PAID. A CLAIM WITH
      *    NOTHING ON THE PAYMENT STATE IS ONLY IN BALANCE WHEN ITS
      *    OFFSETS COVER ALL OF IT
       4200-CHECK-PAY-STATE.
           COMPUTE WS-EXPECTED-PAID =
               INTW-AUD-PAID - INTW-RECOVERY-ADJ
           ADD INTW-OFFSET-ONLY TO INTW-PAYS-GROSS
           MOVE WS-EXPECTED-PAID TO WS-EDIT-AMOUNT-1
           MOVE INTW-PAYS-GROSS TO WS-EDIT-AMOUNT-2
           IF INTW-PAYS-COUNT > 0
              OR (INTW-OFFSET-ONLY > 0
                  AND INTW-OFFSET-ONLY = WS-EXPECTED-PAID)
               IF INTW-PAYS-GROSS NOT = WS-EXPECTED-PAID
                   MOVE 4 TO WS-BREAK-CATEGORY
                   MOVE INTW-CLAIM-ID TO WS-BREAK-KEY
                   MOVE SPACES TO WS-BREAK-DETAIL
                   STRING 'AUDIT PAID ' WS-EDIT-AMOUNT-1
                          ' ISSUED ' WS-EDIT-AMOUNT-2
                          ' ITEMS ' INTW-PAYS-COUNT
                          INTO WS-BREAK-DETAIL
                   PERFORM 8000-WRITE-BREAK
               END-IF
           ELSE
               IF WS-EXPECTED-PAID > 0
                   MOVE 8 TO WS-BREAK-CATEGORY
                   MOVE INTW-CLAIM-ID TO WS-BREAK-KEY
                   MOVE SPACES TO WS-BREAK-DETAIL
                   STRING 'AUDIT PAID ' WS-EDIT-AMOUNT-1
                          ' NO PAYMENT REGISTERED'
                          INTO WS-BREAK-DETAIL
                   PERFORM 8000-WRITE-BREAK
               END-IF
           END-IF.

       5000-CLEANUP.
           MOVE SPACES TO INTEG-REPORT-RECORD
           WRITE INTEG-REPORT-RECORD

           MOVE SPACES TO INTEG-REPORT-RECORD
           STRING 'BREAK SUMMARY' INTO INTEG-REPORT-RECORD
           WRITE INTEG-REPORT-RECORD

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 8
               MOVE SPACES TO INTEG-REPORT-RECORD
               IF WS-CAT-SEVERE(WS-CAT-IDX)
                   STRING 'SEVERE   ' WS-CAT-NAME(WS-CAT-IDX)
                          '  ' WS-CAT-COUNT(WS-CAT-IDX)
                          INTO INTEG-REPORT-RECORD
               ELSE
                   STRING 'WARNING  ' WS-CAT-NAME(WS-CAT-IDX)
                          '  ' WS-CAT-COUNT(WS-CAT-IDX)
                          INTO INTEG-REPORT-RECORD
               END-IF
               WRITE INTEG-REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO INTEG-REPORT-RECORD
           WRITE INTEG-REPORT-RECORD

           MOVE SPACES TO INTEG-REPORT-RECORD
           STRING 'READ - CLAIMS: ' WS-CLAIM-READ-COUNT
                  '  HISTORY: ' WS-HIST-READ-COUNT
                  '  POLICIES: ' WS-POLICY-READ-COUNT
                  '  RECEIVABLES: ' WS-AR-READ-COUNT
                  INTO INTEG-REPORT-RECORD
           WRITE INTEG-REPORT-RECORD

           MOVE SPACES TO INTEG-REPORT-RECORD
           STRING 'READ - AUDIT: ' WS-AUDIT-READ-COUNT
                  '  LEDGER: ' WS-LEDGER-READ-COUNT
                  '  PAY STATE: ' WS-PAYS-READ-COUNT
                  '  SIU QUEUE: ' WS-SIUQ-READ-COUNT
                  '  OFFSETS: ' WS-OFR-READ-COUNT
                  INTO INTEG-REPORT-RECORD
           WRITE INTEG-REPORT-RECORD

           IF NOT AUDIT-AVAILABLE OR NOT PAY-STATE-AVAILABLE
               MOVE SPACES TO INTEG-REPORT-RECORD
               STRING 'AUDIT OR PAYMENT STATE FILE NOT AVAILABLE - '
                      'PAID AMOUNTS NOT COMPARED'
                      INTO INTEG-REPORT-RECORD
               WRITE INTEG-REPORT-RECORD
           END-IF

           MOVE SPACES TO INTEG-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-SEVERE-COUNT > 0
                   STRING 'INTEGRITY CHECK FAILED - SEVERE BREAKS: '
                          WS-SEVERE-COUNT
                          '  WARNINGS: ' WS-WARNING-COUNT
                          INTO INTEG-REPORT-RECORD
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   STRING 'INTEGRITY CHECK PASSED WITH WARNINGS: '
                          WS-WARNING-COUNT
                          INTO INTEG-REPORT-RECORD
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   STRING 'INTEGRITY CHECK PASSED - NO BREAKS'
                          INTO INTEG-REPORT-RECORD
           END-EVALUATE
           WRITE INTEG-REPORT-RECORD

           IF WS-SEVERE-COUNT > 0
               DISPLAY 'INTEGRITY CHECK FAILED - SEVERE BREAKS: '
                   WS-SEVERE-COUNT
           END-IF

           CLOSE CLAIMS-FILE
                 POLICY-FILE
                 CUSTOMER-FILE
                 INTEG-WORK-FILE
                 INTEG-REPORT-FILE.

       8000-WRITE-BREAK.
           SET WS-CAT-IDX TO WS-BREAK-CATEGORY
           ADD 1 TO WS-CAT-COUNT(WS-CAT-IDX)
           MOVE SPACES TO INTEG-REPORT-RECORD
           IF WS-CAT-SEVERE(WS-CAT-IDX)
               ADD 1 TO WS-SEVERE-COUNT
               STRING 'SEVERE   ' WS-CAT-NAME(WS-CAT-IDX)
                      ' ' WS-BREAK-KEY
                      ' ' WS-BREAK-DETAIL
                      INTO INTEG-REPORT-RECORD
           ELSE
               ADD 1 TO WS-WARNING-COUNT
               STRING 'WARNING  ' WS-CAT-NAME(WS-CAT-IDX)
                      ' ' WS-BREAK-KEY
                      ' ' WS-BREAK-DETAIL
                      INTO INTEG-REPORT-RECORD
           END-IF
           WRITE INTEG-REPORT-RECORD.

       9100-GET-WORK-RECORD.
           MOVE 'N' TO WS-WORK-FOUND
           READ INTEG-WORK-FILE
               INVALID KEY
                   MOVE 'N' TO INTW-LIVE-FLAG
                                INTW-HIST-FLAG
                                INTW-SIUQ-FLAG
                   MOVE SPACES TO INTW-STATUS
                                  INTW-POLICY-ID
                   MOVE 0 TO INTW-RSV-NET
                             INTW-AUD-PAID
                             INTW-RECOVERY-ADJ
                             INTW-PAYS-COUNT
                             INTW-PAYS-GROSS
                             INTW-OFFSET-ONLY
               NOT INVALID KEY
                   SET WORK-FOUND TO TRUE
           END-READ.

       9200-PUT-WORK-RECORD.
           IF WORK-FOUND
               REWRITE INTEG-WORK-RECORD
           ELSE
               WRITE INTEG-WORK-RECORD
           END-IF
           IF WS-INTEG-WORK-STATUS NOT = '00'
               DISPLAY 'INTEGRITY WORK FILE WRITE ERROR: '
                   WS-INTEG-WORK-STATUS
               PERFORM 9999-ABORT
           END-IF.

       9999-ABORT.
           DISPLAY 'ABNORMAL TERMINATION'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
