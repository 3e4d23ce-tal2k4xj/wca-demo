       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMPROC.
       AUTHOR. INSURANCE-TEAM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT COMMISSION-RATE-FILE
               ASSIGN TO COMRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-RATE-STATUS.

           SELECT COMMISSION-BASIS-FILE
               ASSIGN TO CMBSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-BASIS-STATUS.

           SELECT COMMISSION-CANCEL-FILE
               ASSIGN TO CMCXDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-CANCEL-STATUS.

           SELECT COMMISSION-LEDGER-FILE
               ASSIGN TO CMLGDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CML-KEY
               FILE STATUS IS WS-COMM-LEDGER-STATUS.

           SELECT COMMISSION-EARNED-FILE
               ASSIGN TO CMERDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CME-KEY
               FILE STATUS IS WS-COMM-EARNED-STATUS.

           SELECT PRODUCER-ACCOUNT-FILE
               ASSIGN TO CMACDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRA-PRODUCER-ID
               FILE STATUS IS WS-PROD-ACCOUNT-STATUS.

           SELECT COMMISSION-WORK-FILE
               ASSIGN TO CMWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMW-KEY
               FILE STATUS IS WS-COMM-WORK-STATUS.

           SELECT COMMISSION-PAY-FILE
               ASSIGN TO CMPYDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-PAY-STATUS.

           SELECT COMMISSION-STATEMENT-FILE
               ASSIGN TO CMSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-STMT-STATUS.

           SELECT COMMISSION-CONTROL-FILE
               ASSIGN TO CMCTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-CONTROL-STATUS.

           SELECT COMMISSION-REPORT-FILE
               ASSIGN TO CMRPDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  POLICY-PRODUCER-FILE.
       01  POLICY-PRODUCER-RECORD.
           05  PPR-POL-ID          PIC X(5).
           05  PPR-PRODUCER-ID     PIC X(5).
           05  PPR-POL-TYPE        PIC X(2).
           05  PPR-ASSIGN-DATE     PIC X(8).
           05  FILLER              PIC X(10).

      *    ONE ROW PER PRODUCER AND POLICY TYPE - RATE IS A PERCENT OF
      *    PREMIUM COLLECTED
       FD  COMMISSION-RATE-FILE.
       01  COMMISSION-RATE-RECORD.
           05  CMR-PRODUCER-ID     PIC X(5).
           05  CMR-POL-TYPE        PIC X(2).
           05  CMR-RATE-PCT        PIC X(4).
           05  CMR-RATE-PCT-N REDEFINES CMR-RATE-PCT
                                   PIC 9(2)V99.
           05  FILLER              PIC X(10).

      *    PREMIUM COLLECTED AND LAPSES FED, FROM PREMBILL
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

      *    CANCELLATIONS FROM POLMAINT - SAME LAYOUT
       FD  COMMISSION-CANCEL-FILE.
       01  COMMISSION-CANCEL-RECORD    PIC X(42).

      *    COMMISSION EARNED AND CHARGED BACK ON EACH INVOICE. THE
      *    PRODUCER WHO EARNED IT BEARS ANY CHARGEBACK
       FD  COMMISSION-LEDGER-FILE.
       01  COMMISSION-LEDGER-RECORD.
           05  CML-KEY.
               10  CML-POL-ID      PIC X(5).
               10  CML-BILL-DATE   PIC X(8).
           05  CML-PRODUCER-ID     PIC X(5).
           05  CML-POL-TYPE        PIC X(2).
           05  CML-RATE-PCT        PIC 9(2)V99.
           05  CML-PREMIUM-COLLECTED PIC 9(7)V99.
           05  CML-COMM-EARNED     PIC 9(7)V99.
           05  CML-COMM-CHARGED-BACK PIC 9(7)V99.
           05  CML-LAST-ACTIVITY   PIC X(8).
           05  FILLER              PIC X(10).

      *    ONE ROW PER RECEIPT COMMISSION HAS BEEN EARNED ON, SO A
      *    BASIS FILE RUN A SECOND TIME EARNS NOTHING MORE
       FD  COMMISSION-EARNED-FILE.
       01  COMMISSION-EARNED-RECORD.
           05  CME-KEY.
               10  CME-POL-ID      PIC X(5).
               10  CME-BILL-DATE   PIC X(8).
               10  CME-RECEIPT-DATE PIC X(8).
               10  CME-SOURCE      PIC X(1).
               10  CME-PREMIUM-AMOUNT PIC 9(7)V99.
           05  CME-PRODUCER-ID     PIC X(5).
           05  CME-COMMISSION      PIC 9(7)V99.
           05  CME-RUN-DATE        PIC X(8).
           05  FILLER              PIC X(10).

      *    BALANCE CARRIED BETWEEN RUNS - NEGATIVE WHEN CHARGEBACKS
      *    HAVE OUTRUN COMMISSION AND THE PRODUCER OWES IT BACK
       FD  PRODUCER-ACCOUNT-FILE.
       01  PRODUCER-ACCOUNT-RECORD.
           05  PRA-PRODUCER-ID     PIC X(5).
           05  PRA-BALANCE         PIC S9(9)V99.
           05  PRA-LAST-PAID-DATE  PIC X(8).
           05  PRA-LAST-PAID-AMOUNT PIC 9(7)V99.
           05  PRA-TOTAL-PAID      PIC 9(11)V99.
           05  FILLER              PIC X(10).

      *    THIS RUN'S STATEMENT LINES, KEYED BY PRODUCER SO EACH
      *    STATEMENT COMES OUT TOGETHER
       FD  COMMISSION-WORK-FILE.
       01  COMMISSION-WORK-RECORD.
           05  CMW-KEY.
               10  CMW-PRODUCER-ID PIC X(5).
               10  CMW-SEQ         PIC 9(7).
           05  CMW-TYPE            PIC X(1).
               88  CMW-EARNED         VALUE 'R'.
           05  CMW-SOURCE          PIC X(1).
           05  CMW-POL-ID          PIC X(5).
           05  CMW-BILL-DATE       PIC X(8).
           05  CMW-ACTIVITY-DATE   PIC X(8).
           05  CMW-PREMIUM-AMOUNT  PIC 9(7)V99.
           05  CMW-RATE-PCT        PIC 9(2)V99.
           05  CMW-UNEXPIRED-DAYS  PIC 9(5).
           05  CMW-PERIOD-DAYS     PIC 9(5).
           05  CMW-COMMISSION      PIC 9(7)V99.

      *    COMMISSION PAYABLE - DISBURSEMENT LAYOUT, LOADED AND
      *    RECONCILED BY DISBRECON
       FD  COMMISSION-PAY-FILE.
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

       FD  COMMISSION-STATEMENT-FILE.
       01  COMMISSION-STATEMENT-RECORD PIC X(132).

      *    OPTIONAL. RUN MODE 'I' IS THE FIRST RUN ONLY - IT CREATES
      *    THE LEDGER, EARNED AND PRODUCER ACCOUNT FILES IF ABSENT
       FD  COMMISSION-CONTROL-FILE.
       01  COMMISSION-CONTROL-RECORD.
           05  CMCT-RUN-MODE       PIC X(1).
               88  CMCT-FIRST-RUN     VALUE 'I'.
           05  FILLER              PIC X(69).

       FD  COMMISSION-REPORT-FILE.
       01  COMMISSION-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-PRODUCER-STATUS      PIC XX.
           05  WS-POL-PRODUCER-STATUS  PIC XX.
           05  WS-COMM-RATE-STATUS     PIC XX.
           05  WS-COMM-BASIS-STATUS    PIC XX.
           05  WS-COMM-CANCEL-STATUS   PIC XX.
           05  WS-COMM-LEDGER-STATUS   PIC XX.
           05  WS-COMM-EARNED-STATUS   PIC XX.
           05  WS-PROD-ACCOUNT-STATUS  PIC XX.
           05  WS-COMM-WORK-STATUS     PIC XX.
           05  WS-COMM-PAY-STATUS      PIC XX.
           05  WS-COMM-STMT-STATUS     PIC XX.
           05  WS-COMM-CONTROL-STATUS  PIC XX.
           05  WS-COMM-REPORT-STATUS   PIC XX.

       01  WS-COUNTERS.
           05  WS-BASIS-READ-COUNT  PIC 9(7) VALUE 0.
           05  WS-CANCEL-READ-COUNT PIC 9(7) VALUE 0.
           05  WS-DIRECT-COUNT      PIC 9(7) VALUE 0.
           05  WS-EARNED-COUNT      PIC 9(7) VALUE 0.
           05  WS-CHARGEBACK-COUNT  PIC 9(7) VALUE 0.
           05  WS-NO-RATE-COUNT     PIC 9(7) VALUE 0.
           05  WS-REPEAT-COUNT      PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE 0.
           05  WS-STATEMENT-COUNT   PIC 9(7) VALUE 0.
           05  WS-PAY-COUNT         PIC 9(7) VALUE 0.
           05  WS-CARRIED-COUNT     PIC 9(7) VALUE 0.
           05  WS-WORK-SEQ          PIC 9(7) VALUE 0.

       01  WS-AMOUNT-TOTALS.
           05  WS-DIRECT-PREMIUM    PIC 9(11)V99 VALUE 0.
           05  WS-EARNED-PREMIUM    PIC 9(11)V99 VALUE 0.
           05  WS-EARNED-AMOUNT     PIC 9(11)V99 VALUE 0.
           05  WS-CHARGEBACK-AMOUNT PIC 9(11)V99 VALUE 0.
           05  WS-PAY-AMOUNT        PIC 9(11)V99 VALUE 0.
           05  WS-PAY-HASH-AMT      PIC 9(11)V99 VALUE 0.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE   PIC X(8).
           05  WS-CURRENT-TIME   PIC X(6).

       01  WS-FLAGS.
           05  WS-EOF-RATE       PIC X VALUE 'N'.
               88  END-OF-RATES      VALUE 'Y'.
           05  WS-EOF-BASIS      PIC X VALUE 'N'.
               88  END-OF-BASIS      VALUE 'Y'.
           05  WS-EOF-CANCEL     PIC X VALUE 'N'.
               88  END-OF-CANCELS    VALUE 'Y'.
           05  WS-EOF-WORK       PIC X VALUE 'N'.
               88  END-OF-WORK       VALUE 'Y'.
           05  WS-LEDGER-SCAN-EOF PIC X VALUE 'N'.
               88  LEDGER-SCAN-EOF   VALUE 'Y'.
           05  WS-PPR-FOUND      PIC X VALUE 'N'.
               88  PPR-FOUND         VALUE 'Y'.
           05  WS-RATE-FOUND     PIC X VALUE 'N'.
               88  RATE-FOUND        VALUE 'Y'.
           05  WS-PRODUCER-FOUND PIC X VALUE 'N'.
               88  PRODUCER-FOUND    VALUE 'Y'.
           05  WS-CML-ON-FILE    PIC X VALUE 'N'.
               88  CML-ON-FILE       VALUE 'Y'.
           05  WS-CME-ON-FILE    PIC X VALUE 'N'.
               88  CME-ON-FILE       VALUE 'Y'.
           05  WS-PRA-ON-FILE    PIC X VALUE 'N'.
               88  PRA-ON-FILE       VALUE 'Y'.
           05  WS-FIRST-RUN      PIC X VALUE 'N'.
               88  FIRST-RUN         VALUE 'Y'.

       01  WS-PROCESSOR-ID       PIC X(5) VALUE 'COMMP'.

       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT      PIC 9(3) VALUE 0.
           05  WS-RATE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RATE-IDX.
               10  WS-RATE-PRODUCER-ID PIC X(5).
               10  WS-RATE-POL-TYPE    PIC X(2).
               10  WS-RATE-PCT         PIC 9(2)V99.

       01  WS-COMMISSION         PIC 9(7)V99 VALUE 0.
       01  WS-CHARGEBACK         PIC 9(7)V99 VALUE 0.
       01  WS-UNEARNED-COMM      PIC 9(7)V99 VALUE 0.

      *    COMMISSION ON AN INVOICE IS EARNED OVER THE YEAR OF
      *    COVERAGE IT BILLS. WHAT IS UNEXPIRED AT THE LAPSE OR
      *    CANCEL DATE IS CHARGED BACK, PRO-RATA BY DAYS
       01  WS-PERIOD-END-DATE    PIC 9(8) VALUE 0.
       01  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END-DATE.
           05  WS-PERIOD-END-YYYY  PIC 9(4).
           05  WS-PERIOD-END-MM    PIC 9(2).
           05  WS-PERIOD-END-DD    PIC 9(2).
       01  WS-DATE-WORK.
           05  WS-DATE-NUM         PIC 9(8) VALUE 0.
           05  WS-START-INTEGER    PIC 9(8) VALUE 0.
           05  WS-END-INTEGER      PIC 9(8) VALUE 0.
           05  WS-STOP-INTEGER     PIC 9(8) VALUE 0.
           05  WS-PERIOD-DAYS      PIC 9(5) VALUE 0.
           05  WS-UNEXPIRED-DAYS   PIC 9(5) VALUE 0.

       01  WS-PREV-PRODUCER      PIC X(5) VALUE SPACES.
       01  WS-COMM-REF           PIC X(10) VALUE SPACES.
       01  WS-PAY-NOTE           PIC X(40) VALUE SPACES.

       01  WS-PRODUCER-TOTALS.
           05  WS-PRD-EARNED      PIC 9(9)V99 VALUE 0.
           05  WS-PRD-CHARGEBACK  PIC 9(9)V99 VALUE 0.
           05  WS-PRD-PRIOR       PIC S9(9)V99 VALUE 0.
           05  WS-PRD-GROSS       PIC S9(9)V99 VALUE 0.
           05  WS-PRD-NET         PIC S9(9)V99 VALUE 0.
           05  WS-PRD-PAID        PIC 9(7)V99 VALUE 0.
           05  WS-PRD-RECOVERED   PIC 9(7)V99 VALUE 0.

       01  WS-EDIT-AMOUNT        PIC -(9)9.99.

       01  WS-STATEMENT-LINE.
           05  WS-SL-DESC          PIC X(10).
           05  FILLER              PIC X(2).
           05  WS-SL-POL-ID        PIC X(5).
           05  FILLER              PIC X(2).
           05  WS-SL-BILL-DATE     PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-SL-ACTIVITY-DATE PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-SL-PREMIUM       PIC Z(6)9.99.
           05  FILLER              PIC X(2).
           05  WS-SL-RATE          PIC Z9.99.
           05  FILLER              PIC X(2).
           05  WS-SL-UNEXPIRED     PIC Z(4)9.
           05  FILLER              PIC X(1).
           05  WS-SL-PERIOD        PIC Z(4)9.
           05  FILLER              PIC X(2).
           05  WS-SL-COMMISSION    PIC -(7)9.99.

       PROCEDURE DIVISION.
      *    PRODUCER COMMISSION RUN. EARNS COMMISSION ON THE PREMIUM
      *    PREMBILL COLLECTED, CHARGES BACK UNEARNED COMMISSION ON
      *    LAPSES FED BY PREMBILL AND CANCELLATIONS FROM POLMAINT,
      *    PRINTS A STATEMENT FOR EACH PRODUCER WITH ACTIVITY AND
      *    WRITES THE COMMISSION PAYABLE FOR DISBRECON TO LOAD
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-BASIS
           PERFORM 2500-PROCESS-CANCELS
           PERFORM 3000-WRITE-STATEMENTS
           PERFORM 5000-CLEANUP
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           PERFORM 1050-READ-CONTROL-CARD
           PERFORM 1100-LOAD-RATES

           OPEN INPUT PRODUCER-FILE
           IF WS-PRODUCER-STATUS NOT = '00'
               DISPLAY 'PRODUCER FILE ERROR: ' WS-PRODUCER-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN INPUT POLICY-PRODUCER-FILE
           IF WS-POL-PRODUCER-STATUS NOT = '00'
               DISPLAY 'POLICY PRODUCER FILE ERROR: '
                   WS-POL-PRODUCER-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN I-O COMMISSION-LEDGER-FILE
           IF WS-COMM-LEDGER-STATUS NOT = '00' AND FIRST-RUN
               OPEN OUTPUT COMMISSION-LEDGER-FILE
               CLOSE COMMISSION-LEDGER-FILE
               OPEN I-O COMMISSION-LEDGER-FILE
           END-IF
           IF WS-COMM-LEDGER-STATUS NOT = '00'
               DISPLAY 'COMMISSION LEDGER (CMLGDD) ERROR: '
                   WS-COMM-LEDGER-STATUS
               PERFORM 1060-FIRST-RUN-NOTICE
           END-IF

           OPEN I-O COMMISSION-EARNED-FILE
           IF WS-COMM-EARNED-STATUS NOT = '00' AND FIRST-RUN
               OPEN OUTPUT COMMISSION-EARNED-FILE
               CLOSE COMMISSION-EARNED-FILE
               OPEN I-O COMMISSION-EARNED-FILE
           END-IF
           IF WS-COMM-EARNED-STATUS NOT = '00'
               DISPLAY 'COMMISSION EARNED FILE (CMERDD) ERROR: '
                   WS-COMM-EARNED-STATUS
               PERFORM 1060-FIRST-RUN-NOTICE
           END-IF

           OPEN I-O PRODUCER-ACCOUNT-FILE
           IF WS-PROD-ACCOUNT-STATUS NOT = '00' AND FIRST-RUN
               OPEN OUTPUT PRODUCER-ACCOUNT-FILE
               CLOSE PRODUCER-ACCOUNT-FILE
               OPEN I-O PRODUCER-ACCOUNT-FILE
           END-IF
           IF WS-PROD-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'PRODUCER ACCOUNT FILE (CMACDD) ERROR: '
                   WS-PROD-ACCOUNT-STATUS
               PERFORM 1060-FIRST-RUN-NOTICE
           END-IF

           OPEN OUTPUT COMMISSION-WORK-FILE
           CLOSE COMMISSION-WORK-FILE
           OPEN I-O COMMISSION-WORK-FILE
           IF WS-COMM-WORK-STATUS NOT = '00'
               DISPLAY 'COMMISSION WORK FILE ERROR: '
                   WS-COMM-WORK-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT COMMISSION-PAY-FILE
           IF WS-COMM-PAY-STATUS NOT = '00'
               DISPLAY 'COMMISSION PAYMENT FILE ERROR: '
                   WS-COMM-PAY-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT COMMISSION-STATEMENT-FILE
           IF WS-COMM-STMT-STATUS NOT = '00'
               DISPLAY 'COMMISSION STATEMENT FILE ERROR: '
                   WS-COMM-STMT-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT COMMISSION-REPORT-FILE
           IF WS-COMM-REPORT-STATUS NOT = '00'
               DISPLAY 'COMMISSION REPORT ERROR: '
                   WS-COMM-REPORT-STATUS
               PERFORM 9999-ABORT
           END-IF

           MOVE SPACES TO DISBURSE-RECORD
           SET DISB-HEADER-REC TO TRUE
           MOVE WS-CURRENT-DATE TO DISB-HDR-DATE
           MOVE WS-CURRENT-TIME TO DISB-HDR-TIME
           MOVE WS-PROCESSOR-ID TO DISB-HDR-PROC-ID
           WRITE DISBURSE-RECORD

           MOVE SPACES TO COMMISSION-REPORT-RECORD
           STRING 'PRODUCER COMMISSION RUN - '
                  WS-CURRENT-DATE ' ' WS-CURRENT-TIME
                  INTO COMMISSION-REPORT-RECORD
           WRITE COMMISSION-REPORT-RECORD.

       1050-READ-CONTROL-CARD.
           OPEN INPUT COMMISSION-CONTROL-FILE
           IF WS-COMM-CONTROL-STATUS = '00'
               READ COMMISSION-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CMCT-FIRST-RUN
                           SET FIRST-RUN TO TRUE
                       END-IF
               END-READ
               CLOSE COMMISSION-CONTROL-FILE
           END-IF.

      *    THE COMMISSION FILES CARRY FORWARD FROM RUN TO RUN - ONE
      *    THAT IS MISSING IS NEVER STARTED EMPTY EXCEPT ON A FIRST RUN
       1060-FIRST-RUN-NOTICE.
           IF NOT FIRST-RUN
               DISPLAY 'COMMISSION FILES ARE ONLY CREATED BY A FIRST '
                   'RUN - CONTROL CARD RUN MODE I'
           END-IF
           PERFORM 9999-ABORT.

       1100-LOAD-RATES.
           OPEN INPUT COMMISSION-RATE-FILE
           IF WS-COMM-RATE-STATUS NOT = '00'
               DISPLAY 'COMMISSION RATE FILE ERROR: '
                   WS-COMM-RATE-STATUS
               PERFORM 9999-ABORT
           END-IF
           PERFORM UNTIL END-OF-RATES
               READ COMMISSION-RATE-FILE
                   AT END
                       SET END-OF-RATES TO TRUE
                   NOT AT END
                       IF WS-RATE-COUNT < 500
                          AND CMR-RATE-PCT NUMERIC
                           ADD 1 TO WS-RATE-COUNT
                           SET WS-RATE-IDX TO WS-RATE-COUNT
                           MOVE CMR-PRODUCER-ID
                               TO WS-RATE-PRODUCER-ID(WS-RATE-IDX)
                           MOVE CMR-POL-TYPE
                               TO WS-RATE-POL-TYPE(WS-RATE-IDX)
                           MOVE CMR-RATE-PCT-N
                               TO WS-RATE-PCT(WS-RATE-IDX)
                       ELSE
                           DISPLAY 'COMMISSION RATE NOT LOADED: '
                               CMR-PRODUCER-ID ' ' CMR-POL-TYPE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMISSION-RATE-FILE.

      *    THE BASIS FILE IS WRITTEN FRESH BY EVERY PREMBILL RUN
       2000-PROCESS-BASIS.
           OPEN INPUT COMMISSION-BASIS-FILE
           IF WS-COMM-BASIS-STATUS = '00'
               PERFORM UNTIL END-OF-BASIS
                   READ COMMISSION-BASIS-FILE
                       AT END
                           SET END-OF-BASIS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BASIS-READ-COUNT
                           PERFORM 2010-PROCESS-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-BASIS-FILE
           ELSE
               DISPLAY 'COMMISSION BASIS FILE NOT AVAILABLE: '
                   WS-COMM-BASIS-STATUS
           END-IF.

       2010-PROCESS-ACTIVITY.
           EVALUATE TRUE
               WHEN CMA-RECEIPT
                   PERFORM 2100-EARN-COMMISSION
               WHEN (CMA-LAPSE OR CMA-CANCEL)
                AND CMA-ACTIVITY-DATE NUMERIC
                   PERFORM 2200-CHARGE-BACK-POLICY
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO COMMISSION-REPORT-RECORD
                   STRING 'ACTIVITY REJECTED - TYPE: ' CMA-TYPE
                          ' POLICY: ' CMA-POL-ID
                          ' DATE: ' CMA-ACTIVITY-DATE
                          INTO COMMISSION-REPORT-RECORD
                   WRITE COMMISSION-REPORT-RECORD
           END-EVALUATE.

       2050-GET-POLICY-PRODUCER.
           MOVE 'N' TO WS-PPR-FOUND
           MOVE CMA-POL-ID TO PPR-POL-ID
           READ POLICY-PRODUCER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PPR-FOUND TO TRUE
           END-READ.

       2060-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT OR RATE-FOUND
               IF WS-RATE-PRODUCER-ID(WS-RATE-IDX) = PPR-PRODUCER-ID
                  AND WS-RATE-POL-TYPE(WS-RATE-IDX) = PPR-POL-TYPE
                   SET RATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF RATE-FOUND
               SET WS-RATE-IDX DOWN BY 1
           END-IF.

      *    PREMIUM ON A POLICY WITH NO PRODUCER IS DIRECT BUSINESS AND
      *    EARNS NO COMMISSION
       2100-EARN-COMMISSION.
           PERFORM 2050-GET-POLICY-PRODUCER
           IF NOT PPR-FOUND
               ADD 1 TO WS-DIRECT-COUNT
               ADD CMA-PREMIUM-AMOUNT TO WS-DIRECT-PREMIUM
           ELSE
               PERFORM 2060-FIND-RATE
               IF NOT RATE-FOUND
                   ADD 1 TO WS-NO-RATE-COUNT
                   MOVE SPACES TO COMMISSION-REPORT-RECORD
                   STRING 'NO COMMISSION RATE - POLICY: ' CMA-POL-ID
                          ' PRODUCER: ' PPR-PRODUCER-ID
                          ' TYPE: ' PPR-POL-TYPE
                          ' PREMIUM: ' CMA-PREMIUM-AMOUNT
                          INTO COMMISSION-REPORT-RECORD
                   WRITE COMMISSION-REPORT-RECORD
               ELSE
                   PERFORM 2120-CHECK-EARNED-RECEIPT
               END-IF
           END-IF.

      *    A RECEIPT ALREADY EARNED ON - THE SAME BASIS FILE RUN AGAIN -
      *    IS REPORTED AND EARNS NOTHING
       2120-CHECK-EARNED-RECEIPT.
           MOVE 'N' TO WS-CME-ON-FILE
           MOVE CMA-POL-ID TO CME-POL-ID
           MOVE CMA-BILL-DATE TO CME-BILL-DATE
           MOVE CMA-ACTIVITY-DATE TO CME-RECEIPT-DATE
           MOVE CMA-SOURCE TO CME-SOURCE
           MOVE CMA-PREMIUM-AMOUNT TO CME-PREMIUM-AMOUNT
           READ COMMISSION-EARNED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CME-ON-FILE TO TRUE
           END-READ
           IF CME-ON-FILE
               ADD 1 TO WS-REPEAT-COUNT
               MOVE SPACES TO COMMISSION-REPORT-RECORD
               STRING 'ALREADY EARNED - POLICY: ' CMA-POL-ID
                      ' BILL DATE: ' CMA-BILL-DATE
                      ' RECEIVED: ' CMA-ACTIVITY-DATE
                      ' ON: ' CME-RUN-DATE
                      INTO COMMISSION-REPORT-RECORD
               WRITE COMMISSION-REPORT-RECORD
           ELSE
               COMPUTE WS-COMMISSION ROUNDED =
                   CMA-PREMIUM-AMOUNT * WS-RATE-PCT(WS-RATE-IDX)
                   / 100
               PERFORM 2150-POST-EARNED
               PERFORM 2160-RECORD-EARNED-RECEIPT
               ADD 1 TO WS-EARNED-COUNT
               ADD CMA-PREMIUM-AMOUNT TO WS-EARNED-PREMIUM
               ADD WS-COMMISSION TO WS-EARNED-AMOUNT
               MOVE SPACES TO COMMISSION-WORK-RECORD
               MOVE PPR-PRODUCER-ID TO CMW-PRODUCER-ID
               MOVE CMA-BILL-DATE TO CMW-BILL-DATE
               MOVE CMA-PREMIUM-AMOUNT TO CMW-PREMIUM-AMOUNT
               MOVE WS-RATE-PCT(WS-RATE-IDX) TO CMW-RATE-PCT
               MOVE 0 TO CMW-UNEXPIRED-DAYS
               MOVE 0 TO CMW-PERIOD-DAYS
               MOVE WS-COMMISSION TO CMW-COMMISSION
               PERFORM 2900-WRITE-WORK-ITEM
           END-IF.

       2150-POST-EARNED.
           MOVE 'N' TO WS-CML-ON-FILE
           MOVE CMA-POL-ID TO CML-POL-ID
           MOVE CMA-BILL-DATE TO CML-BILL-DATE
           READ COMMISSION-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CML-ON-FILE TO TRUE
           END-READ
           IF NOT CML-ON-FILE
               MOVE SPACES TO COMMISSION-LEDGER-RECORD
               MOVE CMA-POL-ID TO CML-POL-ID
               MOVE CMA-BILL-DATE TO CML-BILL-DATE
               MOVE PPR-PRODUCER-ID TO CML-PRODUCER-ID
               MOVE PPR-POL-TYPE TO CML-POL-TYPE
               MOVE 0 TO CML-PREMIUM-COLLECTED
               MOVE 0 TO CML-COMM-EARNED
               MOVE 0 TO CML-COMM-CHARGED-BACK
           END-IF
           MOVE WS-RATE-PCT(WS-RATE-IDX) TO CML-RATE-PCT
           ADD CMA-PREMIUM-AMOUNT TO CML-PREMIUM-COLLECTED
           ADD WS-COMMISSION TO CML-COMM-EARNED
           MOVE CMA-ACTIVITY-DATE TO CML-LAST-ACTIVITY
           IF CML-ON-FILE
               REWRITE COMMISSION-LEDGER-RECORD
           ELSE
               WRITE COMMISSION-LEDGER-RECORD
           END-IF
           IF WS-COMM-LEDGER-STATUS NOT = '00'
               DISPLAY 'COMMISSION LEDGER WRITE ERROR: '
                   WS-COMM-LEDGER-STATUS
               PERFORM 9999-ABORT
           END-IF.

       2160-RECORD-EARNED-RECEIPT.
           MOVE PPR-PRODUCER-ID TO CME-PRODUCER-ID
           MOVE WS-COMMISSION TO CME-COMMISSION
           MOVE WS-CURRENT-DATE TO CME-RUN-DATE
           WRITE COMMISSION-EARNED-RECORD
           IF WS-COMM-EARNED-STATUS NOT = '00'
               DISPLAY 'COMMISSION EARNED WRITE ERROR: '
                   WS-COMM-EARNED-STATUS
               PERFORM 9999-ABORT
           END-IF.

      *    EVERY INVOICE ON THE POLICY IS CHECKED - A LATER LAPSE OR
      *    CANCEL ON THE SAME DATE CHARGES BACK NOTHING MORE
       2200-CHARGE-BACK-POLICY.
           MOVE CMA-ACTIVITY-DATE TO WS-DATE-NUM
           COMPUTE WS-STOP-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-DATE-NUM)
           MOVE 'N' TO WS-LEDGER-SCAN-EOF
           MOVE CMA-POL-ID TO CML-POL-ID
           MOVE LOW-VALUES TO CML-BILL-DATE
           START COMMISSION-LEDGER-FILE KEY NOT LESS THAN CML-KEY
               INVALID KEY
                   SET LEDGER-SCAN-EOF TO TRUE
           END-START
           PERFORM 2210-SCAN-ONE-INVOICE
               UNTIL LEDGER-SCAN-EOF.

       2210-SCAN-ONE-INVOICE.
           READ COMMISSION-LEDGER-FILE NEXT RECORD
               AT END
                   SET LEDGER-SCAN-EOF TO TRUE
               NOT AT END
                   IF CML-POL-ID NOT = CMA-POL-ID
                       SET LEDGER-SCAN-EOF TO TRUE
                   ELSE
                       IF CML-COMM-EARNED > CML-COMM-CHARGED-BACK
                          AND CML-BILL-DATE NUMERIC
                           PERFORM 2250-CHARGE-BACK-INVOICE
                       END-IF
                   END-IF
           END-READ.

       2250-CHARGE-BACK-INVOICE.
           MOVE CML-BILL-DATE TO WS-DATE-NUM
           COMPUTE WS-START-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-DATE-NUM)
           MOVE CML-BILL-DATE TO WS-PERIOD-END-DATE
           ADD 1 TO WS-PERIOD-END-YYYY
           IF WS-PERIOD-END-MM = 2 AND WS-PERIOD-END-DD = 29
               MOVE 28 TO WS-PERIOD-END-DD
           END-IF
           COMPUTE WS-END-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-PERIOD-END-DATE)
           COMPUTE WS-PERIOD-DAYS = WS-END-INTEGER - WS-START-INTEGER
           EVALUATE TRUE
               WHEN WS-STOP-INTEGER NOT > WS-START-INTEGER
                   MOVE WS-PERIOD-DAYS TO WS-UNEXPIRED-DAYS
               WHEN WS-STOP-INTEGER NOT < WS-END-INTEGER
                   MOVE 0 TO WS-UNEXPIRED-DAYS
               WHEN OTHER
                   COMPUTE WS-UNEXPIRED-DAYS =
                       WS-END-INTEGER - WS-STOP-INTEGER
           END-EVALUATE
           COMPUTE WS-UNEARNED-COMM ROUNDED =
               CML-COMM-EARNED * WS-UNEXPIRED-DAYS / WS-PERIOD-DAYS
           IF WS-UNEARNED-COMM > CML-COMM-CHARGED-BACK
               COMPUTE WS-CHARGEBACK =
                   WS-UNEARNED-COMM - CML-COMM-CHARGED-BACK
               ADD WS-CHARGEBACK TO CML-COMM-CHARGED-BACK
               MOVE CMA-ACTIVITY-DATE TO CML-LAST-ACTIVITY
               REWRITE COMMISSION-LEDGER-RECORD
               IF WS-COMM-LEDGER-STATUS NOT = '00'
                   DISPLAY 'COMMISSION LEDGER REWRITE ERROR: '
                       WS-COMM-LEDGER-STATUS
                   PERFORM 9999-ABORT
               END-IF
               ADD 1 TO WS-CHARGEBACK-COUNT
               ADD WS-CHARGEBACK TO WS-CHARGEBACK-AMOUNT
               MOVE SPACES TO COMMISSION-WORK-RECORD
               MOVE CML-PRODUCER-ID TO CMW-PRODUCER-ID
               MOVE CML-BILL-DATE TO CMW-BILL-DATE
               MOVE CML-PREMIUM-COLLECTED TO CMW-PREMIUM-AMOUNT
               MOVE CML-RATE-PCT TO CMW-RATE-PCT
               MOVE WS-UNEXPIRED-DAYS TO CMW-UNEXPIRED-DAYS
               MOVE WS-PERIOD-DAYS TO CMW-PERIOD-DAYS
               MOVE WS-CHARGEBACK TO CMW-COMMISSION
               PERFORM 2900-WRITE-WORK-ITEM
           END-IF.

      *    THE CANCEL FILE IS WRITTEN FRESH BY EVERY POLMAINT RUN
       2500-PROCESS-CANCELS.
           OPEN INPUT COMMISSION-CANCEL-FILE
           IF WS-COMM-CANCEL-STATUS = '00'
               PERFORM UNTIL END-OF-CANCELS
                   READ COMMISSION-CANCEL-FILE
                       AT END
                           SET END-OF-CANCELS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CANCEL-READ-COUNT
                           MOVE COMMISSION-CANCEL-RECORD
                               TO COMMISSION-ACTIVITY-RECORD
                           PERFORM 2010-PROCESS-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-CANCEL-FILE
           ELSE
               DISPLAY 'COMMISSION CANCEL FILE NOT AVAILABLE: '
                   WS-COMM-CANCEL-STATUS
           END-IF.

       2900-WRITE-WORK-ITEM.
           ADD 1 TO WS-WORK-SEQ
           MOVE WS-WORK-SEQ TO CMW-SEQ
           MOVE CMA-TYPE TO CMW-TYPE
           MOVE CMA-SOURCE TO CMW-SOURCE
           MOVE CMA-POL-ID TO CMW-POL-ID
           MOVE CMA-ACTIVITY-DATE TO CMW-ACTIVITY-DATE
           WRITE COMMISSION-WORK-RECORD
               INVALID KEY
                   DISPLAY 'COMMISSION WORK FILE WRITE ERROR: '
                       WS-COMM-WORK-STATUS
                   PERFORM 9999-ABORT
           END-WRITE.

       3000-WRITE-STATEMENTS.
           MOVE LOW-VALUES TO CMW-KEY
           START COMMISSION-WORK-FILE KEY NOT LESS THAN CMW-KEY
               INVALID KEY
                   SET END-OF-WORK TO TRUE
           END-START
           PERFORM UNTIL END-OF-WORK
               READ COMMISSION-WORK-FILE NEXT RECORD
                   AT END
                       SET END-OF-WORK TO TRUE
                   NOT AT END
                       IF CMW-PRODUCER-ID NOT = WS-PREV-PRODUCER
                           IF WS-PREV-PRODUCER NOT = SPACES
                               PERFORM 3300-FINISH-PRODUCER
                           END-IF
                           PERFORM 3100-START-PRODUCER
                       END-IF
                       PERFORM 3200-WRITE-STATEMENT-LINE
               END-READ
           END-PERFORM
           IF WS-PREV-PRODUCER NOT = SPACES
               PERFORM 3300-FINISH-PRODUCER
           END-IF.

       3100-START-PRODUCER.
           MOVE CMW-PRODUCER-ID TO WS-PREV-PRODUCER
           MOVE 0 TO WS-PRD-EARNED
           MOVE 0 TO WS-PRD-CHARGEBACK
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE 'N' TO WS-PRODUCER-FOUND
           MOVE CMW-PRODUCER-ID TO PROD-ID
           READ PRODUCER-FILE
               INVALID KEY
                   MOVE SPACES TO PRODUCER-RECORD
                   MOVE CMW-PRODUCER-ID TO PROD-ID
                   MOVE '*** NOT ON PRODUCER MASTER ***' TO PROD-NAME
               NOT INVALID KEY
                   SET PRODUCER-FOUND TO TRUE
           END-READ

           MOVE ALL '-' TO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           STRING 'PRODUCER COMMISSION STATEMENT - ' WS-CURRENT-DATE
                  INTO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           STRING 'PRODUCER: ' PROD-ID '  ' PROD-NAME
                  INTO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE PROD-ADDR-LINE1 TO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE PROD-ADDR-LINE2 TO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           STRING PROD-CITY ' ' PROD-STATE ' ' PROD-ZIP
                  INTO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           STRING 'ACTIVITY    POLICY BILLED    ACTIVITY     '
                  'PREMIUM   RATE  UNEXP  DAYS   COMMISSION'
                  INTO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD.

       3200-WRITE-STATEMENT-LINE.
           MOVE SPACES TO WS-STATEMENT-LINE
           EVALUATE TRUE
               WHEN CMW-EARNED AND CMW-SOURCE = 'O'
                   MOVE 'CLM OFFSET' TO WS-SL-DESC
               WHEN CMW-EARNED
                   MOVE 'COLLECTED' TO WS-SL-DESC
               WHEN CMW-TYPE = 'L'
                   MOVE 'LAPSE' TO WS-SL-DESC
               WHEN OTHER
                   MOVE 'CANCEL' TO WS-SL-DESC
           END-EVALUATE
           MOVE CMW-POL-ID TO WS-SL-POL-ID
           MOVE CMW-BILL-DATE TO WS-SL-BILL-DATE
           MOVE CMW-ACTIVITY-DATE TO WS-SL-ACTIVITY-DATE
           MOVE CMW-PREMIUM-AMOUNT TO WS-SL-PREMIUM
           MOVE CMW-RATE-PCT TO WS-SL-RATE
           IF CMW-EARNED
               MOVE CMW-COMMISSION TO WS-SL-COMMISSION
               ADD CMW-COMMISSION TO WS-PRD-EARNED
           ELSE
               MOVE CMW-UNEXPIRED-DAYS TO WS-SL-UNEXPIRED
               MOVE CMW-PERIOD-DAYS TO WS-SL-PERIOD
               COMPUTE WS-SL-COMMISSION = 0 - CMW-COMMISSION
               ADD CMW-COMMISSION TO WS-PRD-CHARGEBACK
           END-IF
           MOVE WS-STATEMENT-LINE TO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD.

      *    A CREDIT NET OF CHARGEBACKS AND ANY DEBIT CARRIED IN IS
      *    PAID; A DEBIT IS CARRIED TO THE NEXT RUN. ONE PAYMENT PER
      *    PRODUCER PER DAY - A SECOND RUN THE SAME DAY CARRIES ITS
      *    CREDIT FORWARD
       3300-FINISH-PRODUCER.
           MOVE 'N' TO WS-PRA-ON-FILE
           MOVE WS-PREV-PRODUCER TO PRA-PRODUCER-ID
           READ PRODUCER-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PRA-ON-FILE TO TRUE
           END-READ
           IF NOT PRA-ON-FILE
               MOVE SPACES TO PRODUCER-ACCOUNT-RECORD
               MOVE WS-PREV-PRODUCER TO PRA-PRODUCER-ID
               MOVE 0 TO PRA-BALANCE
               MOVE 0 TO PRA-LAST-PAID-AMOUNT
               MOVE 0 TO PRA-TOTAL-PAID
           END-IF

           MOVE PRA-BALANCE TO WS-PRD-PRIOR
           MOVE WS-PRD-EARNED TO WS-PRD-GROSS
           IF WS-PRD-PRIOR > 0
               ADD WS-PRD-PRIOR TO WS-PRD-GROSS
           END-IF
           COMPUTE WS-PRD-NET =
               WS-PRD-PRIOR + WS-PRD-EARNED - WS-PRD-CHARGEBACK
           MOVE 0 TO WS-PRD-PAID
           MOVE 0 TO WS-PRD-RECOVERED
           MOVE SPACES TO WS-PAY-NOTE

           EVALUATE TRUE
               WHEN WS-PRD-NET NOT > 0
                   MOVE 'NOTHING DUE - BALANCE CARRIED FORWARD'
                       TO WS-PAY-NOTE
               WHEN NOT PRODUCER-FOUND
                   MOVE 'HELD - PRODUCER NOT ON MASTER'
                       TO WS-PAY-NOTE
               WHEN PRA-LAST-PAID-DATE = WS-CURRENT-DATE
                   MOVE 'HELD - ALREADY PAID TODAY' TO WS-PAY-NOTE
               WHEN OTHER
                   PERFORM 3400-WRITE-COMMISSION-PAYMENT
           END-EVALUATE

           IF WS-PRD-PAID > 0
               MOVE 0 TO PRA-BALANCE
               MOVE WS-CURRENT-DATE TO PRA-LAST-PAID-DATE
               MOVE WS-PRD-PAID TO PRA-LAST-PAID-AMOUNT
               ADD WS-PRD-PAID TO PRA-TOTAL-PAID
           ELSE
               MOVE WS-PRD-NET TO PRA-BALANCE
               ADD 1 TO WS-CARRIED-COUNT
           END-IF
           IF PRA-ON-FILE
               REWRITE PRODUCER-ACCOUNT-RECORD
           ELSE
               WRITE PRODUCER-ACCOUNT-RECORD
           END-IF
           IF WS-PROD-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'PRODUCER ACCOUNT WRITE ERROR: '
                   WS-PROD-ACCOUNT-STATUS
               PERFORM 9999-ABORT
           END-IF

           PERFORM 3500-WRITE-STATEMENT-TOTALS.

       3400-WRITE-COMMISSION-PAYMENT.
           MOVE WS-PRD-NET TO WS-PRD-PAID
           COMPUTE WS-PRD-RECOVERED = WS-PRD-GROSS - WS-PRD-NET
           MOVE SPACES TO WS-COMM-REF
           STRING 'CM' PROD-ID DELIMITED BY SIZE INTO WS-COMM-REF
           MOVE SPACES TO DISBURSE-RECORD
           SET DISB-DETAIL-REC TO TRUE
           MOVE WS-COMM-REF TO DISB-CLAIM-ID
           MOVE SPACES TO DISB-POLICY-ID
           MOVE PROD-ID TO DISB-CUSTOMER-ID
           MOVE WS-PRD-PAID TO DISB-PAID-AMOUNT
           MOVE PROD-NAME TO DISB-PAYEE-NAME
           MOVE PROD-ADDR-LINE1 TO DISB-PAYEE-ADDR1
           MOVE PROD-ADDR-LINE2 TO DISB-PAYEE-ADDR2
           MOVE PROD-CITY TO DISB-PAYEE-CITY
           MOVE PROD-STATE TO DISB-PAYEE-STATE
           MOVE PROD-ZIP TO DISB-PAYEE-ZIP
           MOVE PROD-BANK-ROUTING TO DISB-BANK-ROUTING
           MOVE PROD-BANK-ACCOUNT TO DISB-BANK-ACCOUNT
           MOVE WS-PRD-RECOVERED TO DISB-OFFSET-AMOUNT
           MOVE 0 TO DISB-INTEREST-AMOUNT
           WRITE DISBURSE-RECORD
           ADD 1 TO WS-PAY-COUNT
           ADD WS-PRD-PAID TO WS-PAY-AMOUNT
           ADD WS-PRD-PAID TO WS-PAY-HASH-AMT
           MOVE SPACES TO WS-PAY-NOTE
           STRING 'PAID - REF: ' WS-COMM-REF
                  DELIMITED BY SIZE INTO WS-PAY-NOTE.

       3500-WRITE-STATEMENT-TOTALS.
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD

           MOVE WS-PRD-EARNED TO WS-EDIT-AMOUNT
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           STRING 'COMMISSION EARNED:      ' WS-EDIT-AMOUNT
                  INTO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD

           COMPUTE WS-EDIT-AMOUNT = 0 - WS-PRD-CHARGEBACK
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           STRING 'UNEARNED CHARGED BACK:  ' WS-EDIT-AMOUNT
                  INTO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD

           MOVE WS-PRD-PRIOR TO WS-EDIT-AMOUNT
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           STRING 'BALANCE BROUGHT FORWARD:' WS-EDIT-AMOUNT
                  INTO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD

           MOVE WS-PRD-NET TO WS-EDIT-AMOUNT
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           STRING 'NET COMMISSION:         ' WS-EDIT-AMOUNT
                  '  ' WS-PAY-NOTE
                  INTO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD

           MOVE PRA-BALANCE TO WS-EDIT-AMOUNT
           MOVE SPACES TO COMMISSION-STATEMENT-RECORD
           STRING 'BALANCE CARRIED FORWARD:' WS-EDIT-AMOUNT
                  INTO COMMISSION-STATEMENT-RECORD
           WRITE COMMISSION-STATEMENT-RECORD.

       5000-CLEANUP.
           MOVE SPACES TO DISBURSE-RECORD
           SET DISB-TRAILER-REC TO TRUE
           MOVE WS-PAY-COUNT TO DISB-TRL-REC-COUNT
           MOVE WS-PAY-HASH-AMT TO DISB-TRL-HASH-AMT
           WRITE DISBURSE-RECORD

           MOVE SPACES TO COMMISSION-REPORT-RECORD
           WRITE COMMISSION-REPORT-RECORD

           MOVE SPACES TO COMMISSION-REPORT-RECORD
           STRING 'BASIS RECORDS READ:   ' WS-BASIS-READ-COUNT
                  '  CANCELS READ: ' WS-CANCEL-READ-COUNT
                  '  REJECTED: ' WS-REJECT-COUNT
                  INTO COMMISSION-REPORT-RECORD
           WRITE COMMISSION-REPORT-RECORD

           MOVE SPACES TO COMMISSION-REPORT-RECORD
           STRING 'DIRECT - NO PRODUCER: ' WS-DIRECT-COUNT
                  ' PREMIUM: ' WS-DIRECT-PREMIUM
                  INTO COMMISSION-REPORT-RECORD
           WRITE COMMISSION-REPORT-RECORD

           MOVE SPACES TO COMMISSION-REPORT-RECORD
           STRING 'COMMISSION EARNED:    ' WS-EARNED-COUNT
                  ' PREMIUM: ' WS-EARNED-PREMIUM
                  ' COMMISSION: ' WS-EARNED-AMOUNT
                  INTO COMMISSION-REPORT-RECORD
           WRITE COMMISSION-REPORT-RECORD

           MOVE SPACES TO COMMISSION-REPORT-RECORD
           STRING 'NO COMMISSION RATE:   ' WS-NO-RATE-COUNT
                  INTO COMMISSION-REPORT-RECORD
           WRITE COMMISSION-REPORT-RECORD

           MOVE SPACES TO COMMISSION-REPORT-RECORD
           STRING 'ALREADY EARNED:       ' WS-REPEAT-COUNT
                  INTO COMMISSION-REPORT-RECORD
           WRITE COMMISSION-REPORT-RECORD

           MOVE SPACES TO COMMISSION-REPORT-RECORD
           STRING 'CHARGEBACKS:          ' WS-CHARGEBACK-COUNT
                  ' AMOUNT: ' WS-CHARGEBACK-AMOUNT
                  INTO COMMISSION-REPORT-RECORD
           WRITE COMMISSION-REPORT-RECORD

           MOVE SPACES TO COMMISSION-REPORT-RECORD
           STRING 'STATEMENTS:           ' WS-STATEMENT-COUNT
                  '  BALANCES CARRIED: ' WS-CARRIED-COUNT
                  INTO COMMISSION-REPORT-RECORD
           WRITE COMMISSION-REPORT-RECORD

           MOVE SPACES TO COMMISSION-REPORT-RECORD
           STRING 'COMMISSION PAYABLE:   ' WS-PAY-COUNT
                  ' AMOUNT: ' WS-PAY-AMOUNT
                  INTO COMMISSION-REPORT-RECORD
           WRITE COMMISSION-REPORT-RECORD

           CLOSE PRODUCER-FILE
                 POLICY-PRODUCER-FILE
                 COMMISSION-LEDGER-FILE
                 COMMISSION-EARNED-FILE
                 PRODUCER-ACCOUNT-FILE
                 COMMISSION-WORK-FILE
                 COMMISSION-PAY-FILE
                 COMMISSION-STATEMENT-FILE
                 COMMISSION-REPORT-FILE.

       9999-ABORT.
           DISPLAY 'ABNORMAL TERMINATION'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
