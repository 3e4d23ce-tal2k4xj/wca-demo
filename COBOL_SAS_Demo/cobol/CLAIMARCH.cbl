               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-REPORT-STATUS.

           SELECT POLICY-FILE
               ASSIGN TO POLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POL-ID
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT DUP-KEY-FILE
               ASSIGN TO DUPKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DUPK-KEY
               FILE STATUS IS WS-DUP-KEY-STATUS.

           SELECT CUST-COUNT-FILE
               ASSIGN TO CCNTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCNT-CUST-ID
               FILE STATUS IS WS-CUST-COUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-FILE.
       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-RECORD     PIC X(132).

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

      *    KEYS OF APPROVED LIVE CLAIMS USED BY THE CLAIMS RUN
      *    DUPLICATE CHECK
       FD  DUP-KEY-FILE.
       01  DUP-KEY-RECORD.
           05  DUPK-KEY.
               10  DUPK-POLICY-ID      PIC X(5).
               10  DUPK-CLAIM-AMOUNT   PIC 9(7)V99.
               10  DUPK-CLAIM-DATE     PIC X(8).
           05  DUPK-CLAIM-COUNT        PIC 9(5).
           05  FILLER                  PIC X(5).

      *    CLAIMS ON THE LIVE CLAIMS FILE FOR EACH CUSTOMER
       FD  CUST-COUNT-FILE.
       01  CUST-COUNT-RECORD.
           05  CCNT-CUST-ID        PIC X(10).
           05  CCNT-CLAIM-COUNT    PIC 9(5).
           05  FILLER              PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CLAIMS-STATUS         PIC XX.
           05  WS-HISTORY-STATUS        PIC XX.
           05  WS-ARCH-CONTROL-STATUS   PIC XX.
           05  WS-PURGE-REPORT-STATUS   PIC XX.
           05  WS-POLICY-STATUS         PIC XX.
           05  WS-DUP-KEY-STATUS        PIC XX.
           05  WS-CUST-COUNT-STATUS     PIC XX.

       01  WS-COUNTERS.
           05  WS-READ-COUNT     PIC 9(7) VALUE 0.
               88  END-OF-HISTORY  VALUE 'Y'.
           05  WS-CLAIM-RETRIEVED PIC X VALUE 'N'.
               88  CLAIM-RETRIEVED  VALUE 'Y'.
           05  WS-DUPK-ON-FILE    PIC X VALUE 'N'.
               88  DUP-KEY-ON-FILE  VALUE 'Y'.
           05  WS-CCNT-ON-FILE    PIC X VALUE 'N'.
               88  CUST-COUNT-ON-FILE VALUE 'Y'.

       01  WS-RUN-CONTROL.
           05  WS-ARC-FUNCTION    PIC X(1) VALUE 'A'.
               PERFORM 9999-ABORT
           END-IF

           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'POLICY FILE ERROR: ' WS-POLICY-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN I-O DUP-KEY-FILE
           IF WS-DUP-KEY-STATUS NOT = '00'
               DISPLAY 'DUPLICATE KEY FILE (DUPKDD) ERROR: '
                   WS-DUP-KEY-STATUS
               DISPLAY 'RUN CLAIMRBLD TO REBUILD THE CLAIM STATE FILES'
               PERFORM 9999-ABORT
           END-IF

           OPEN I-O CUST-COUNT-FILE
           IF WS-CUST-COUNT-STATUS NOT = '00'
               DISPLAY 'CUSTOMER CLAIM COUNT FILE (CCNTDD) ERROR: '
                   WS-CUST-COUNT-STATUS
               DISPLAY 'RUN CLAIMRBLD TO REBUILD THE CLAIM STATE FILES'
               PERFORM 9999-ABORT
           END-IF

           PERFORM 1100-WRITE-REPORT-HEADER.

       1050-READ-CONTROL-CARD.

           ADD 1 TO WS-ARCHIVE-COUNT
           ADD CLAIM-AMOUNT TO WS-ARCHIVED-AMOUNT
           IF APPROVED
               PERFORM 2300-REMOVE-DUP-KEY
           END-IF
           PERFORM 2400-REMOVE-CUSTOMER-COUNT
           PERFORM 2200-WRITE-PURGE-DETAIL.

       2200-WRITE-PURGE-DETAIL.
                  INTO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD.

      *    AN ARCHIVED CLAIM NO LONGER COUNTS FOR THE DUPLICATE CHECK
      *    OR THE CUSTOMER'S REPEAT-CLAIM COUNT IN THE CLAIMS RUN
       2300-REMOVE-DUP-KEY.
           MOVE POLICY-ID TO DUPK-POLICY-ID
           MOVE CLAIM-AMOUNT TO DUPK-CLAIM-AMOUNT
           MOVE CLAIM-DATE TO DUPK-CLAIM-DATE
           READ DUP-KEY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DUPK-CLAIM-COUNT > 1
                       SUBTRACT 1 FROM DUPK-CLAIM-COUNT
                       REWRITE DUP-KEY-RECORD
                   ELSE
                       DELETE DUP-KEY-FILE RECORD
                   END-IF
           END-READ.

       2400-REMOVE-CUSTOMER-COUNT.
           MOVE POLICY-ID TO POL-ID
           READ POLICY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMER-ID TO CCNT-CUST-ID
                   READ CUST-COUNT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 2410-DECREMENT-CUSTOMER-COUNT
                   END-READ
           END-READ.

       2410-DECREMENT-CUSTOMER-COUNT.
           IF CCNT-CLAIM-COUNT > 1
               SUBTRACT 1 FROM CCNT-CLAIM-COUNT
               REWRITE CUST-COUNT-RECORD
           ELSE
               DELETE CUST-COUNT-FILE RECORD
           END-IF.

       3000-RETRIEVE-CLAIM.
           PERFORM UNTIL END-OF-HISTORY OR CLAIM-RETRIEVED
               READ HISTORY-FILE
                          ' STATUS: ' STATUS-CODE
                          INTO PURGE-REPORT-RECORD
                   WRITE PURGE-REPORT-RECORD
                   IF APPROVED
                       PERFORM 3200-RESTORE-DUP-KEY
                   END-IF
                   PERFORM 3300-RESTORE-CUSTOMER-COUNT
           END-WRITE.

       3200-RESTORE-DUP-KEY.
           MOVE POLICY-ID TO DUPK-POLICY-ID
           MOVE CLAIM-AMOUNT TO DUPK-CLAIM-AMOUNT
           MOVE CLAIM-DATE TO DUPK-CLAIM-DATE
           MOVE 'N' TO WS-DUPK-ON-FILE
           READ DUP-KEY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DUP-KEY-ON-FILE TO TRUE
           END-READ
           IF DUP-KEY-ON-FILE
               ADD 1 TO DUPK-CLAIM-COUNT
               REWRITE DUP-KEY-RECORD
           ELSE
               MOVE SPACES TO DUP-KEY-RECORD
               MOVE POLICY-ID TO DUPK-POLICY-ID
               MOVE CLAIM-AMOUNT TO DUPK-CLAIM-AMOUNT
               MOVE CLAIM-DATE TO DUPK-CLAIM-DATE
               MOVE 1 TO DUPK-CLAIM-COUNT
               WRITE DUP-KEY-RECORD
           END-IF.

       3300-RESTORE-CUSTOMER-COUNT.
           MOVE POLICY-ID TO POL-ID
           READ POLICY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3310-INCREMENT-CUSTOMER-COUNT
           END-READ.

       3310-INCREMENT-CUSTOMER-COUNT.
           MOVE CUSTOMER-ID TO CCNT-CUST-ID
           MOVE 'N' TO WS-CCNT-ON-FILE
           READ CUST-COUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUST-COUNT-ON-FILE TO TRUE
           END-READ
           IF CUST-COUNT-ON-FILE
               ADD 1 TO CCNT-CLAIM-COUNT
               REWRITE CUST-COUNT-RECORD
           ELSE
               MOVE SPACES TO CUST-COUNT-RECORD
               MOVE CUSTOMER-ID TO CCNT-CUST-ID
               MOVE 1 TO CCNT-CLAIM-COUNT
               WRITE CUST-COUNT-RECORD
           END-IF.

       5000-CLEANUP.
           MOVE SPACES TO PURGE-REPORT-RECORD
           IF WS-ARCHIVE-RUN

           CLOSE CLAIMS-FILE
                 HISTORY-FILE
                 PURGE-REPORT-FILE
                 POLICY-FILE
                 DUP-KEY-FILE
                 CUST-COUNT-FILE.

       9999-ABORT.
           DISPLAY 'ABNORMAL TERMINATION'
