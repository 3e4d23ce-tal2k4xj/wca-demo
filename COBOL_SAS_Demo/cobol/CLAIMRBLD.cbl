       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMRBLD.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS POL-ID
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT RESERVE-LEDGER-FILE
               ASSIGN TO RSVDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVE-STATUS.

           SELECT PENDING-WORK-FILE
               ASSIGN TO PWQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PWQ-CLAIM-ID
               FILE STATUS IS WS-PENDING-WORK-STATUS.

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

           SELECT RESERVE-BALANCE-FILE
               ASSIGN TO RSVBDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSVB-CLAIM-TYPE
               FILE STATUS IS WS-RSV-BALANCE-STATUS.

           SELECT REBUILD-REPORT-FILE
               ASSIGN TO RBLDDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-FILE.
       01  CLAIM-RECORD.
           05  CLAIM-ID        PIC X(10).
           05  CLAIM-DATE      PIC X(8).
           05  POLICY-ID       PIC X(5).
           05  CLAIM-AMOUNT    PIC 9(7)V99.
           05  CLAIM-TYPE      PIC X(2).
               88  AUTO-CLAIM    VALUE 'AU'.
               88  HOME-CLAIM    VALUE 'HO'.
               88  LIFE-CLAIM    VALUE 'LF'.
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
               88  ACTIVE        VALUE 'A'.
               88  LAPSED        VALUE 'L'.
               88  CANCELLED     VALUE 'C'.

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

       FD  PENDING-WORK-FILE.
       01  PENDING-WORK-RECORD.
           05  PWQ-CLAIM-ID        PIC X(10).
           05  PWQ-SOURCE          PIC X(1).
               88  PWQ-NEW-CLAIM      VALUE 'N'.
               88  PWQ-APPEAL         VALUE 'A'.
               88  PWQ-SIU-RELEASE    VALUE 'S'.
               88  PWQ-SIU-HELD       VALUE 'H'.
               88  PWQ-REBUILT        VALUE 'B'.
           05  PWQ-QUEUE-DATE      PIC X(8).
           05  PWQ-QUEUE-TIME      PIC X(6).
           05  FILLER              PIC X(5).

       FD  DUP-KEY-FILE.
       01  DUP-KEY-RECORD.
           05  DUPK-KEY.
               10  DUPK-POLICY-ID      PIC X(5).
               10  DUPK-CLAIM-AMOUNT   PIC 9(7)V99.
               10  DUPK-CLAIM-DATE     PIC X(8).
           05  DUPK-CLAIM-COUNT    PIC 9(5).
           05  FILLER              PIC X(5).

       FD  CUST-COUNT-FILE.
       01  CUST-COUNT-RECORD.
           05  CCNT-CUST-ID        PIC X(10).
           05  CCNT-CLAIM-COUNT    PIC 9(5).
           05  FILLER              PIC X(5).

       FD  RESERVE-BALANCE-FILE.
       01  RESERVE-BALANCE-RECORD.
           05  RSVB-CLAIM-TYPE     PIC X(2).
           05  RSVB-BALANCE        PIC 9(11)V99.
           05  RSVB-LAST-DATE      PIC X(8).
           05  FILLER              PIC X(7).

       FD  REBUILD-REPORT-FILE.
       01  REBUILD-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CLAIMS-STATUS         PIC XX.
           05  WS-POLICY-STATUS         PIC XX.
           05  WS-RESERVE-STATUS        PIC XX.
           05  WS-PENDING-WORK-STATUS   PIC XX.
           05  WS-DUP-KEY-STATUS        PIC XX.
           05  WS-CUST-COUNT-STATUS     PIC XX.
           05  WS-RSV-BALANCE-STATUS    PIC XX.
           05  WS-REPORT-STATUS         PIC XX.

       01  WS-COUNTERS.
           05  WS-CLAIM-READ-COUNT  PIC 9(7) VALUE 0.
           05  WS-PENDING-COUNT     PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT        PIC 9(7) VALUE 0.
           05  WS-DUP-KEY-COUNT     PIC 9(7) VALUE 0.
           05  WS-CUSTOMER-COUNT    PIC 9(7) VALUE 0.
           05  WS-NO-POLICY-COUNT   PIC 9(7) VALUE 0.
           05  WS-LEDGER-READ-COUNT PIC 9(7) VALUE 0.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE   PIC X(8).
           05  WS-CURRENT-TIME   PIC X(6).

       01  WS-FLAGS.
           05  WS-EOF-CLAIMS     PIC X VALUE 'N'.
               88  END-OF-CLAIMS   VALUE 'Y'.
           05  WS-EOF-RESERVE    PIC X VALUE 'N'.
               88  END-OF-RESERVE  VALUE 'Y'.
           05  WS-DUPK-ON-FILE   PIC X VALUE 'N'.
               88  DUP-KEY-ON-FILE VALUE 'Y'.
           05  WS-CCNT-ON-FILE   PIC X VALUE 'N'.
               88  CUST-COUNT-ON-FILE VALUE 'Y'.

       01  WS-RSV-TYPE-VALUES.
           05  FILLER            PIC X(2) VALUE 'AU'.
           05  FILLER            PIC X(2) VALUE 'HO'.
           05  FILLER            PIC X(2) VALUE 'LF'.
       01  WS-RSV-TYPE-TABLE REDEFINES WS-RSV-TYPE-VALUES.
           05  WS-RSV-TYPE-CODE  PIC X(2) OCCURS 3 TIMES.

       01  WS-RSV-BALANCES.
           05  WS-RSV-BALANCE    PIC 9(11)V99 OCCURS 3 TIMES
                   INDEXED BY WS-RSV-IDX.
       01  WS-RSV-FOUND          PIC X VALUE 'N'.
           88  RSV-TYPE-FOUND      VALUE 'Y'.

       01  WS-DISPLAY-AMOUNT     PIC Z(10)9.99.

       PROCEDURE DIVISION.
      *    REBUILDS THE CLAIM STATE FILES - PENDING WORK QUEUE,
      *    APPROVED CLAIM DUPLICATE KEYS, CLAIM COUNTS BY CUSTOMER AND
      *    OPEN RESERVE BY CLAIM TYPE - FROM THE CLAIMS FILE AND THE
      *    RESERVE LEDGER. RUN TO LOAD THE FILES THE FIRST TIME OR TO
      *    RECOVER THEM AFTER A FAILURE
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REBUILD-FROM-CLAIMS
           PERFORM 3000-REBUILD-RESERVE-BALANCES
           PERFORM 5000-CLEANUP
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE ZEROS TO WS-RSV-BALANCES

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

           OPEN OUTPUT PENDING-WORK-FILE
           CLOSE PENDING-WORK-FILE
           OPEN I-O PENDING-WORK-FILE
           IF WS-PENDING-WORK-STATUS NOT = '00'
               DISPLAY 'PENDING WORK FILE ERROR: '
                   WS-PENDING-WORK-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT DUP-KEY-FILE
           CLOSE DUP-KEY-FILE
           OPEN I-O DUP-KEY-FILE
           IF WS-DUP-KEY-STATUS NOT = '00'
               DISPLAY 'DUPLICATE KEY FILE ERROR: ' WS-DUP-KEY-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT CUST-COUNT-FILE
           CLOSE CUST-COUNT-FILE
           OPEN I-O CUST-COUNT-FILE
           IF WS-CUST-COUNT-STATUS NOT = '00'
               DISPLAY 'CUSTOMER CLAIM COUNT FILE ERROR: '
                   WS-CUST-COUNT-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT RESERVE-BALANCE-FILE
           CLOSE RESERVE-BALANCE-FILE
           OPEN I-O RESERVE-BALANCE-FILE
           IF WS-RSV-BALANCE-STATUS NOT = '00'
               DISPLAY 'RESERVE BALANCE FILE ERROR: '
                   WS-RSV-BALANCE-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT REBUILD-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'REBUILD REPORT ERROR: ' WS-REPORT-STATUS
               PERFORM 9999-ABORT
           END-IF

           MOVE SPACES TO REBUILD-REPORT-RECORD
           STRING 'CLAIM STATE FILE REBUILD - '
                  WS-CURRENT-DATE ' ' WS-CURRENT-TIME
                  INTO REBUILD-REPORT-RECORD
           WRITE REBUILD-REPORT-RECORD.

       2000-REBUILD-FROM-CLAIMS.
           PERFORM UNTIL END-OF-CLAIMS
               READ CLAIMS-FILE NEXT RECORD
                   AT END
                       SET END-OF-CLAIMS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLAIM-READ-COUNT
                       PERFORM 2100-REBUILD-ONE-CLAIM
               END-READ
           END-PERFORM.

       2100-REBUILD-ONE-CLAIM.
           MOVE SPACES TO PENDING-WORK-RECORD
           EVALUATE TRUE
               WHEN PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   SET PWQ-REBUILT TO TRUE
                   PERFORM 2200-WRITE-PENDING-WORK
               WHEN UNDER-REVIEW
                   ADD 1 TO WS-HELD-COUNT
                   SET PWQ-SIU-HELD TO TRUE
                   PERFORM 2200-WRITE-PENDING-WORK
               WHEN APPROVED
                   PERFORM 2300-ADD-DUP-KEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2400-COUNT-CUSTOMER-CLAIM.

       2200-WRITE-PENDING-WORK.
           MOVE CLAIM-ID TO PWQ-CLAIM-ID
           MOVE WS-CURRENT-DATE TO PWQ-QUEUE-DATE
           MOVE WS-CURRENT-TIME TO PWQ-QUEUE-TIME
           WRITE PENDING-WORK-RECORD
               INVALID KEY
                   DISPLAY 'PENDING WORK WRITE ERROR: '
                       WS-PENDING-WORK-STATUS ' ' CLAIM-ID
           END-WRITE.

       2300-ADD-DUP-KEY.
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
               ADD 1 TO WS-DUP-KEY-COUNT
           END-IF.

       2400-COUNT-CUSTOMER-CLAIM.
           MOVE POLICY-ID TO POL-ID
           READ POLICY-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-POLICY-COUNT
               NOT INVALID KEY
                   PERFORM 2410-INCREMENT-CUSTOMER-COUNT
           END-READ.

       2410-INCREMENT-CUSTOMER-COUNT.
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
               ADD 1 TO WS-CUSTOMER-COUNT
           END-IF.

      *    OPEN RESERVE IS WHAT WAS ESTABLISHED LESS WHAT WAS RELEASED,
      *    TAKEN IN LEDGER ORDER AND NEVER BELOW ZERO - THE SAME WAY
      *    THE CLAIMS RUN CARRIES IT FORWARD
       3000-REBUILD-RESERVE-BALANCES.
           OPEN INPUT RESERVE-LEDGER-FILE
           IF WS-RESERVE-STATUS = '00'
               PERFORM UNTIL END-OF-RESERVE
                   READ RESERVE-LEDGER-FILE
                       AT END
                           SET END-OF-RESERVE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEDGER-READ-COUNT
                           PERFORM 3100-APPLY-LEDGER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RESERVE-LEDGER-FILE
           ELSE
               DISPLAY 'RESERVE LEDGER NOT AVAILABLE: '
                   WS-RESERVE-STATUS
           END-IF

           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
               UNTIL WS-RSV-IDX > 3
               MOVE SPACES TO RESERVE-BALANCE-RECORD
               MOVE WS-RSV-TYPE-CODE(WS-RSV-IDX) TO RSVB-CLAIM-TYPE
               MOVE WS-RSV-BALANCE(WS-RSV-IDX) TO RSVB-BALANCE
               MOVE WS-CURRENT-DATE TO RSVB-LAST-DATE
               WRITE RESERVE-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY 'RESERVE BALANCE WRITE ERROR: '
                           WS-RSV-BALANCE-STATUS
               END-WRITE
           END-PERFORM.

       3100-APPLY-LEDGER-ENTRY.
           MOVE 'N' TO WS-RSV-FOUND
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
               UNTIL WS-RSV-IDX > 3 OR RSV-TYPE-FOUND
               IF WS-RSV-TYPE-CODE(WS-RSV-IDX) = RSV-CLAIM-TYPE
                   SET RSV-TYPE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF RSV-TYPE-FOUND
               SET WS-RSV-IDX DOWN BY 1
               IF RSV-ESTABLISH
                   ADD RSV-AMOUNT TO WS-RSV-BALANCE(WS-RSV-IDX)
               END-IF
               IF RSV-RELEASE
                   IF RSV-AMOUNT > WS-RSV-BALANCE(WS-RSV-IDX)
                       MOVE 0 TO WS-RSV-BALANCE(WS-RSV-IDX)
                   ELSE
                       SUBTRACT RSV-AMOUNT FROM
                           WS-RSV-BALANCE(WS-RSV-IDX)
                   END-IF
               END-IF
           END-IF.

       5000-CLEANUP.
           MOVE SPACES TO REBUILD-REPORT-RECORD
           STRING 'CLAIMS READ: ' WS-CLAIM-READ-COUNT
                  ' QUEUED PENDING: ' WS-PENDING-COUNT
                  ' QUEUED SIU HELD: ' WS-HELD-COUNT
                  INTO REBUILD-REPORT-RECORD
           WRITE REBUILD-REPORT-RECORD

           MOVE SPACES TO REBUILD-REPORT-RECORD
           STRING 'APPROVED DUPLICATE KEYS: ' WS-DUP-KEY-COUNT
                  ' CUSTOMERS COUNTED: ' WS-CUSTOMER-COUNT
                  ' CLAIMS WITH NO POLICY: ' WS-NO-POLICY-COUNT
                  INTO REBUILD-REPORT-RECORD
           WRITE REBUILD-REPORT-RECORD

           MOVE SPACES TO REBUILD-REPORT-RECORD
           STRING 'RESERVE LEDGER RECORDS READ: '
                  WS-LEDGER-READ-COUNT
                  INTO REBUILD-REPORT-RECORD
           WRITE REBUILD-REPORT-RECORD

           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
               UNTIL WS-RSV-IDX > 3
               MOVE WS-RSV-BALANCE(WS-RSV-IDX) TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO REBUILD-REPORT-RECORD
               STRING 'OPEN RESERVE ' WS-RSV-TYPE-CODE(WS-RSV-IDX)
                      ': ' WS-DISPLAY-AMOUNT
                      INTO REBUILD-REPORT-RECORD
               WRITE REBUILD-REPORT-RECORD
           END-PERFORM

           CLOSE CLAIMS-FILE
                 POLICY-FILE
                 PENDING-WORK-FILE
                 DUP-KEY-FILE
                 CUST-COUNT-FILE
                 RESERVE-BALANCE-FILE
                 REBUILD-REPORT-FILE.

       9999-ABORT.
           DISPLAY 'ABNORMAL TERMINATION'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
