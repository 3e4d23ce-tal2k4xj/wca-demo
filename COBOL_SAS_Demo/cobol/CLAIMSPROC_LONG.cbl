               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIU-QUEUE-STATUS.

           SELECT CUST-COUNT-FILE
               ASSIGN TO CCNTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCNT-CUST-ID
               FILE STATUS IS WS-CUST-COUNT-STATUS.

           SELECT ADJUST-FILE
               RECORD KEY IS ADJW-CLAIM-ID
               FILE STATUS IS WS-ADJ-WORK-STATUS.

           SELECT RECEIVABLE-FILE
               ASSIGN TO ARDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-KEY
               FILE STATUS IS WS-RECEIVABLE-STATUS.

           SELECT OFFSET-RECEIPT-FILE
               ASSIGN TO OFRCDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFSET-RCPT-STATUS.

           SELECT PROMPT-PAY-FILE
               ASSIGN TO PPAYDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMPT-PAY-STATUS.

           SELECT PROMPT-PAY-WORK-FILE
               ASSIGN TO PPWDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPW-KEY
               FILE STATUS IS WS-PPAY-WORK-STATUS.

           SELECT PROMPT-PAY-REPORT
               ASSIGN TO PPRPDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPAY-REPORT-STATUS.

           SELECT CLAIM-EVENT-FILE
               ASSIGN TO CEVDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEV-CLAIM-ID
               FILE STATUS IS WS-CLAIM-EVENT-STATUS.

           SELECT CAT-CESSION-FILE
               ASSIGN TO CCHDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCH-KEY
               FILE STATUS IS WS-CAT-CESSION-STATUS.

           SELECT PENDING-WORK-FILE
               ASSIGN TO PWQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PWQ-CLAIM-ID
               FILE STATUS IS WS-PENDING-WORK-STATUS.

           SELECT DUP-KEY-FILE
               ASSIGN TO DUPKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DUPK-KEY
               FILE STATUS IS WS-DUP-KEY-STATUS.

           SELECT RESERVE-BALANCE-FILE
               ASSIGN TO RSVBDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSVB-CLAIM-TYPE
               FILE STATUS IS WS-RSV-BALANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-FILE.
               88  REJECTED      VALUE 'R'.
               88  UNDER-REVIEW  VALUE 'I'.
           05  PROCESSOR-ID    PIC X(5).
           05  CLAIM-LOAD-DATE PIC X(8).
           05  FILLER          PIC X(2).
           
       FD  POLICY-FILE.
       01  POLICY-RECORD.
           05  AUD-PROCESSOR-ID    PIC X(5).
           05  AUD-PAID-AMOUNT     PIC 9(7)V99.
           05  AUD-DENIAL-CODE     PIC X(2).
           05  AUD-CAT-EVENT       PIC X(6).
           05  FILLER              PIC X(4).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
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

       FD  DENIAL-REF-FILE.
       01  DENIAL-REF-RECORD.
           05  CESS-PAID-AMOUNT    PIC 9(7)V99.
           05  CESS-RETENTION      PIC 9(7)V99.
           05  CESS-CEDED-AMOUNT   PIC 9(9)V99.
           05  CESS-CAT-EVENT      PIC X(6).
           05  FILLER              PIC X(4).

       FD  RESERVE-LEDGER-FILE.
       01  RESERVE-RECORD.
           05  RSV-DATE            PIC X(8).
           05  RSV-TIME            PIC X(6).
           05  RSV-AMOUNT          PIC 9(7)V99.
           05  RSV-CAT-EVENT       PIC X(6).
           05  FILLER              PIC X(4).

       FD  DUP-WORK-FILE.
       01  DUP-WORK-RECORD.
           05  SIUQ-REASON         PIC X(40).
           05  FILLER              PIC X(10).

      *    CLAIMS ON FILE PER CUSTOMER, KEPT BY INTAKE AND ARCHIVE
       FD  CUST-COUNT-FILE.
       01  CUST-COUNT-RECORD.
           05  CCNT-CUST-ID        PIC X(10).
           05  CCNT-CLAIM-COUNT    PIC 9(5).
           05  FILLER              PIC X(5).

       FD  ADJUST-FILE.
       01  ADJUST-RECORD.
               88  ADJW-RECOVERY      VALUE '-'.
           05  ADJW-AMOUNT         PIC 9(7)V99.

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

       FD  OFFSET-RECEIPT-FILE.
       01  OFFSET-RECEIPT-RECORD.
           05  OFR-POL-ID          PIC X(5).
           05  OFR-BILL-DATE       PIC X(8).
           05  OFR-RECEIPT-DATE    PIC X(8).
           05  OFR-AMOUNT          PIC 9(7)V99.
           05  OFR-CLAIM-ID        PIC X(10).

       FD  PROMPT-PAY-FILE.
       01  PROMPT-PAY-RECORD.
           05  PPAY-STATE          PIC X(2).
           05  PPAY-DECISION-DAYS  PIC 9(3).
           05  PPAY-PAYMENT-DAYS   PIC 9(3).
           05  PPAY-INTEREST-RATE  PIC 9(2)V99.
           05  FILLER              PIC X(10).

       FD  PROMPT-PAY-WORK-FILE.
       01  PROMPT-PAY-WORK-RECORD.
           05  PPW-KEY.
               10  PPW-STATE           PIC X(2).
               10  PPW-CLAIM-ID        PIC X(10).
           05  PPW-POLICY-ID       PIC X(5).
           05  PPW-START-DATE      PIC X(8).
           05  PPW-OUTCOME         PIC X(1).
           05  PPW-DAYS-ELAPSED    PIC 9(5).
           05  PPW-DECISION-OVER   PIC 9(5).
           05  PPW-PAYMENT-OVER    PIC 9(5).
           05  PPW-PAID-AMOUNT     PIC 9(7)V99.
           05  PPW-INTEREST-AMOUNT PIC 9(7)V99.

       FD  PROMPT-PAY-REPORT.
       01  PROMPT-PAY-REPORT-RECORD PIC X(132).

      *    CATASTROPHE EVENT ASSIGNED TO A CLAIM AT INTAKE
       FD  CLAIM-EVENT-FILE.
       01  CLAIM-EVENT-RECORD.
           05  CEV-CLAIM-ID        PIC X(10).
           05  CEV-EVENT-CODE      PIC X(6).
           05  CEV-SOURCE          PIC X(1).
           05  CEV-ASSIGN-DATE     PIC X(8).
           05  FILLER              PIC X(5).

      *    CEDED AMOUNTS FOR EVENT CLAIMS, KEPT ACROSS RUNS FOR THE
      *    PER-EVENT REPORT. A CLAIM IS DECIDED ONCE, SO A DECISION
      *    ENTRY CARRIES NO DATE IN ITS KEY AND A RESTART THAT
      *    REGENERATES IT REPLACES IT; ADJUSTMENTS ARE KEYED BY DATE
       FD  CAT-CESSION-FILE.
       01  CAT-CESSION-RECORD.
           05  CCH-KEY.
               10  CCH-EVENT-CODE      PIC X(6).
               10  CCH-CLAIM-ID        PIC X(10).
               10  CCH-TREATY-ID       PIC X(8).
               10  CCH-ENTRY-TYPE      PIC X(1).
                   88  CCH-DECISION       VALUE 'D'.
                   88  CCH-ADJUSTMENT     VALUE 'A'.
               10  CCH-ENTRY-DATE      PIC X(8).
           05  CCH-CLAIM-TYPE      PIC X(2).
           05  CCH-RUN-DATE        PIC X(8).
           05  CCH-PAID-AMOUNT     PIC 9(7)V99.
           05  CCH-CEDED-AMOUNT    PIC 9(9)V99.
           05  FILLER              PIC X(10).

      *    CLAIMS WAITING FOR THE NIGHTLY RUN - PENDING CLAIMS FROM
      *    INTAKE, APPEAL AND SIU RELEASE, AND CLAIMS HELD FOR SIU.
      *    AN ENTRY IS REMOVED WHEN ITS CLAIM IS DECIDED
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

      *    DUPLICATE-CHECK KEYS OF APPROVED CLAIMS ON THE CLAIMS FILE
       FD  DUP-KEY-FILE.
       01  DUP-KEY-RECORD.
           05  DUPK-KEY.
               10  DUPK-POLICY-ID      PIC X(5).
               10  DUPK-CLAIM-AMOUNT   PIC 9(7)V99.
               10  DUPK-CLAIM-DATE     PIC X(8).
           05  DUPK-CLAIM-COUNT    PIC 9(5).
           05  FILLER              PIC X(5).

      *    OPEN CASE RESERVE BY CLAIM TYPE AS ON THE RESERVE LEDGER
       FD  RESERVE-BALANCE-FILE.
       01  RESERVE-BALANCE-RECORD.
           05  RSVB-CLAIM-TYPE     PIC X(2).
           05  RSVB-BALANCE        PIC 9(11)V99.
           05  RSVB-LAST-DATE      PIC X(8).
           05  FILLER              PIC X(7).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CLAIMS-STATUS     PIC XX.
           05  WS-SIU-RULES-STATUS  PIC XX.
           05  WS-SIU-QUEUE-STATUS  PIC XX.
           05  WS-CUST-COUNT-STATUS PIC XX.
           05  WS-RECEIVABLE-STATUS PIC XX.
           05  WS-OFFSET-RCPT-STATUS PIC XX.
           05  WS-PROMPT-PAY-STATUS PIC XX.
           05  WS-PPAY-WORK-STATUS  PIC XX.
           05  WS-PPAY-REPORT-STATUS PIC XX.
           05  WS-CLAIM-EVENT-STATUS PIC XX.
           05  WS-CAT-CESSION-STATUS PIC XX.
           05  WS-PENDING-WORK-STATUS PIC XX.
           05  WS-DUP-KEY-STATUS    PIC XX.
           05  WS-RSV-BALANCE-STATUS PIC XX.
           
       01  WS-COUNTERS.
           05  WS-READ-COUNT     PIC 9(7) VALUE 0.
       01  WS-CEDED-AMOUNT       PIC 9(9)V99 VALUE 0.

       01  WS-RESERVE-FLAGS.
           05  WS-RSV-VALID       PIC X VALUE 'N'.
       01  WS-RSV-TYPE-CODE      PIC X(2) VALUE SPACES.
       01  WS-RSV-CLOSING-AMT    PIC 9(11)V99 VALUE 0.
           05  WS-CURRENT-TIME   PIC X(6).
           
       01  WS-FLAGS.
           05  WS-EOF-PENDING    PIC X VALUE 'N'.
               88  END-OF-PENDING-WORK VALUE 'Y'.
           05  WS-VALID-POLICY   PIC X VALUE 'N'.
               88  POLICY-VALID    VALUE 'Y'.

           05  WS-OLD-STATUS-CODE PIC X(1) VALUE SPACES.

       01  WS-DUP-FLAGS.
           05  WS-DUPK-ON-FILE    PIC X VALUE 'N'.
               88  DUP-KEY-ON-FILE    VALUE 'Y'.
           05  WS-DUP-FOUND       PIC X VALUE 'N'.
               88  DUPLICATE-FOUND    VALUE 'Y'.
           05  WS-ALREADY-SUBMITTED PIC X VALUE 'N'.

       01  WS-LOSS-RATIO-PCT     PIC 999V99 VALUE 0.

      *    PAST-DUE PREMIUM WITHHELD FROM THE CLAIM PAYMENT. THE RUN
      *    TABLE HOLDS EVERY OFFSET TAKEN SO TWO PAYMENTS ON THE SAME
      *    POLICY CANNOT BOTH CLAIM ONE INVOICE BALANCE
       01  WS-OFFSET-FLAGS.
           05  WS-AR-AVAILABLE    PIC X VALUE 'N'.
               88  AR-AVAILABLE       VALUE 'Y'.
           05  WS-AR-SCAN-EOF     PIC X VALUE 'N'.
               88  AR-SCAN-EOF        VALUE 'Y'.
       01  WS-OFFSET-AMOUNT      PIC 9(7)V99 VALUE 0.
       01  WS-NET-PAID-AMOUNT    PIC 9(7)V99 VALUE 0.
       01  WS-OFS-REMAINING      PIC 9(7)V99 VALUE 0.
       01  WS-OFS-BALANCE        PIC S9(7)V99 VALUE 0.
       01  WS-OFS-APPLY          PIC 9(7)V99 VALUE 0.
       01  WS-OFFSET-TOTALS.
           05  WS-OFFSET-CLAIM-COUNT PIC 9(7) VALUE 0.
           05  WS-OFFSET-RCPT-COUNT  PIC 9(7) VALUE 0.
           05  WS-OFFSET-TOTAL-AMT   PIC 9(11)V99 VALUE 0.
       01  WS-OFS-CLAIM-TABLE.
           05  WS-OFS-INV-COUNT   PIC 9(3) VALUE 0.
           05  WS-OFS-INV-ENTRY OCCURS 12 TIMES
                   INDEXED BY WS-OFS-INV-IDX.
               10  WS-OFS-INV-BILL-DATE PIC X(8).
               10  WS-OFS-INV-AMOUNT    PIC 9(7)V99.
       01  WS-OFS-RUN-TABLE.
           05  WS-OFS-RUN-COUNT   PIC 9(5) VALUE 0.
           05  WS-OFS-RUN-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-OFS-RUN-IDX.
               10  WS-OFS-RUN-CLAIM-ID  PIC X(10).
               10  WS-OFS-RUN-POL-ID    PIC X(5).
               10  WS-OFS-RUN-BILL-DATE PIC X(8).
               10  WS-OFS-RUN-AMOUNT    PIC 9(7)V99.

      *    STATE PROMPT-PAY RULES. THE CLOCK RUNS FROM THE INTAKE LOAD
      *    DATE, OR THE CLAIM DATE WHERE NO LOAD DATE WAS RECORDED
       01  WS-PPAY-FLAGS.
           05  WS-PPAY-EOF        PIC X VALUE 'N'.
               88  PROMPT-PAY-EOF     VALUE 'Y'.
           05  WS-PPAY-FOUND      PIC X VALUE 'N'.
               88  PPAY-RULE-FOUND    VALUE 'Y'.
           05  WS-PPW-EOF         PIC X VALUE 'N'.
               88  PPAY-WORK-EOF      VALUE 'Y'.
       01  WS-PPAY-TABLE.
           05  WS-PPAY-COUNT      PIC 9(3) VALUE 0.
           05  WS-PPAY-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-PPAY-IDX.
               10  WS-PPAY-STATE          PIC X(2).
               10  WS-PPAY-DECISION-DAYS  PIC 9(3).
               10  WS-PPAY-PAYMENT-DAYS   PIC 9(3).
               10  WS-PPAY-INTEREST-RATE  PIC 9(2)V99.
       01  WS-PPAY-INTEREST-AMT  PIC 9(7)V99 VALUE 0.
       01  WS-PPAY-START-DATE    PIC X(8) VALUE SPACES.
       01  WS-PPAY-INSURED-STATE PIC X(2) VALUE SPACES.
       01  WS-PPAY-DATE-NUM      PIC 9(8) VALUE 0.
       01  WS-PPAY-START-INTEGER PIC 9(7) VALUE 0.
       01  WS-PPAY-RUN-INTEGER   PIC 9(7) VALUE 0.
       01  WS-PPAY-DAYS-ELAPSED  PIC 9(5) VALUE 0.
       01  WS-PPAY-DECISION-OVER PIC 9(5) VALUE 0.
       01  WS-PPAY-PAYMENT-OVER  PIC 9(5) VALUE 0.
       01  WS-PPAY-PREV-STATE    PIC X(2) VALUE SPACES.
       01  WS-PPAY-TOTALS.
           05  WS-PPAY-LATE-DEC-COUNT  PIC 9(7) VALUE 0.
           05  WS-PPAY-LATE-PAY-COUNT  PIC 9(7) VALUE 0.
           05  WS-PPAY-INTEREST-TOTAL  PIC 9(11)V99 VALUE 0.
       01  WS-PPAY-STATE-TOTALS.
           05  WS-PPAY-ST-DEC-COUNT    PIC 9(7) VALUE 0.
           05  WS-PPAY-ST-PAY-COUNT    PIC 9(7) VALUE 0.
           05  WS-PPAY-ST-INTEREST     PIC 9(11)V99 VALUE 0.

       01  WS-CAT-EVENT-FLAGS.
           05  WS-CEV-AVAILABLE   PIC X VALUE 'N'.
               88  CLAIM-EVENTS-AVAILABLE VALUE 'Y'.
       01  WS-CAT-EVENT-CODE     PIC X(6) VALUE SPACES.
       01  WS-CAT-EVENT-CLAIM-ID PIC X(10) VALUE LOW-VALUES.
       01  WS-CAT-CESSION-COUNT  PIC 9(7) VALUE 0.

       01  WS-PENDING-WORK-CONTROL.
           05  WS-PWQ-SOURCE      PIC X(1) VALUE SPACE.
           05  WS-PWQ-DROP-COUNT  PIC 9(7) VALUE 0.
           05  WS-RSVB-ON-FILE    PIC X VALUE 'N'.
               88  RSV-BALANCE-ON-FILE VALUE 'Y'.

      *    THE LEDGER ENTRY JUST WRITTEN, KEPT FOR THE BALANCE POSTING
       01  WS-RSVB-POSTING.
           05  WS-RSVB-POST-TYPE  PIC X(2) VALUE SPACES.
           05  WS-RSVB-POST-TRAN  PIC X(1) VALUE SPACE.
               88  RSVB-POST-ESTABLISH VALUE 'E'.
               88  RSVB-POST-RELEASE   VALUE 'R'.
           05  WS-RSVB-POST-AMT   PIC 9(7)V99 VALUE 0.

       01  WS-WORK-FILE-FLAGS.
           05  WS-PTW-EOF         PIC X VALUE 'N'.
               88  POL-TOTALS-EOF     VALUE 'Y'.

           PERFORM 1085-OPEN-WORK-FILES

           PERFORM 1087-OPEN-CLAIM-STATE-FILES

           IF WS-MODE-RESTART
               PERFORM 1060-RESTORE-CHECKPOINT
           END-IF

           PERFORM 1096-LOAD-SIU-RULES

           PERFORM 1093-LOAD-PROMPT-PAY-RULES

           PERFORM 1094-OPEN-CAT-EVENT-FILES

           PERFORM 1097-OPEN-RECEIVABLES

           PERFORM 1098-OPEN-RESERVE-LEDGER

           IF WS-MODE-RESTART
               PERFORM 1070-RESTORE-SUBMITTED-WORK
           END-IF

           PERFORM 1065-POSITION-PENDING-WORK.

       1015-CHECK-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
                       WS-SIU-QUEUE-STATUS
                   PERFORM 9999-ABORT
               END-IF
           END-IF

           OPEN OUTPUT PROMPT-PAY-REPORT
           IF WS-PPAY-REPORT-STATUS NOT = '00'
               DISPLAY 'PROMPT-PAY REPORT FILE ERROR: '
                   WS-PPAY-REPORT-STATUS
               PERFORM 9999-ABORT
           END-IF.

       1090-LOAD-DENIAL-CODES.
               CLOSE SIU-RULES-FILE
           END-IF.

       1093-LOAD-PROMPT-PAY-RULES.
           OPEN INPUT PROMPT-PAY-FILE
           IF WS-PROMPT-PAY-STATUS = '00'
               PERFORM UNTIL PROMPT-PAY-EOF
                   READ PROMPT-PAY-FILE
                       AT END
                           SET PROMPT-PAY-EOF TO TRUE
                       NOT AT END
                           IF WS-PPAY-COUNT < 60
                               ADD 1 TO WS-PPAY-COUNT
                               MOVE PPAY-STATE TO
                                   WS-PPAY-STATE(WS-PPAY-COUNT)
                               MOVE PPAY-DECISION-DAYS TO
                                   WS-PPAY-DECISION-DAYS(WS-PPAY-COUNT)
                               MOVE PPAY-PAYMENT-DAYS TO
                                   WS-PPAY-PAYMENT-DAYS(WS-PPAY-COUNT)
                               MOVE PPAY-INTEREST-RATE TO
                                   WS-PPAY-INTEREST-RATE(WS-PPAY-COUNT)
                           ELSE
                               DISPLAY 'PROMPT-PAY TABLE FULL - '
                                   'STATE NOT LOADED: ' PPAY-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMPT-PAY-FILE
           ELSE
               DISPLAY 'PROMPT-PAY RULES FILE NOT AVAILABLE: '
                   WS-PROMPT-PAY-STATUS
           END-IF.

      *    CLAIMS WITHOUT AN EVENT RECORD, OR A RUN WITHOUT THE
      *    EVENT FILE, CARRY A BLANK EVENT CODE
       1094-OPEN-CAT-EVENT-FILES.
           OPEN INPUT CLAIM-EVENT-FILE
           IF WS-CLAIM-EVENT-STATUS = '00'
               SET CLAIM-EVENTS-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CLAIM EVENT FILE NOT AVAILABLE - NO EVENT '
                   'CODES CARRIED: ' WS-CLAIM-EVENT-STATUS
           END-IF

           OPEN I-O CAT-CESSION-FILE
           IF WS-CAT-CESSION-STATUS NOT = '00'
               OPEN OUTPUT CAT-CESSION-FILE
               CLOSE CAT-CESSION-FILE
               OPEN I-O CAT-CESSION-FILE
           END-IF
           IF WS-CAT-CESSION-STATUS NOT = '00'
               DISPLAY 'CAT CESSION FILE ERROR: '
                   WS-CAT-CESSION-STATUS
               PERFORM 9999-ABORT
           END-IF.

       1097-OPEN-RECEIVABLES.
           OPEN INPUT RECEIVABLE-FILE
           IF WS-RECEIVABLE-STATUS = '00'
               SET AR-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'RECEIVABLE FILE NOT AVAILABLE - NO PREMIUM '
                   'OFFSETS TAKEN: ' WS-RECEIVABLE-STATUS
           END-IF

           OPEN OUTPUT OFFSET-RECEIPT-FILE
           IF WS-OFFSET-RCPT-STATUS NOT = '00'
               DISPLAY 'OFFSET RECEIPT FILE ERROR: '
                   WS-OFFSET-RCPT-STATUS
               PERFORM 9999-ABORT
           END-IF.

       1085-OPEN-WORK-FILES.
           IF WS-MODE-RESTART
               OPEN I-O DUP-WORK-FILE
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT PROMPT-PAY-WORK-FILE
           CLOSE PROMPT-PAY-WORK-FILE
           OPEN I-O PROMPT-PAY-WORK-FILE
           IF WS-PPAY-WORK-STATUS NOT = '00'
               DISPLAY 'PROMPT-PAY WORK FILE ERROR: '
                   WS-PPAY-WORK-STATUS
               PERFORM 9999-ABORT
           END-IF

               END-IF
           END-IF.

      *    THE CLAIM STATE FILES CARRY FORWARD FROM RUN TO RUN. A
      *    MISSING ONE IS REBUILT BY CLAIMRBLD, NEVER STARTED EMPTY
       1087-OPEN-CLAIM-STATE-FILES.
           OPEN I-O PENDING-WORK-FILE
           IF WS-PENDING-WORK-STATUS NOT = '00'
               DISPLAY 'PENDING WORK FILE (PWQDD) ERROR: '
                   WS-PENDING-WORK-STATUS
               PERFORM 1088-REBUILD-NOTICE
           END-IF

           OPEN I-O DUP-KEY-FILE
           IF WS-DUP-KEY-STATUS NOT = '00'
               DISPLAY 'DUPLICATE KEY FILE (DUPKDD) ERROR: '
                   WS-DUP-KEY-STATUS
               PERFORM 1088-REBUILD-NOTICE
           END-IF

           OPEN INPUT CUST-COUNT-FILE
           IF WS-CUST-COUNT-STATUS NOT = '00'
               DISPLAY 'CUSTOMER CLAIM COUNT FILE (CCNTDD) ERROR: '
                   WS-CUST-COUNT-STATUS
               PERFORM 1088-REBUILD-NOTICE
           END-IF

           OPEN I-O RESERVE-BALANCE-FILE
           IF WS-RSV-BALANCE-STATUS NOT = '00'
               DISPLAY 'RESERVE BALANCE FILE (RSVBDD) ERROR: '
                   WS-RSV-BALANCE-STATUS
               PERFORM 1088-REBUILD-NOTICE
           END-IF.

       1088-REBUILD-NOTICE.
           DISPLAY 'RUN CLAIMRBLD TO REBUILD THE CLAIM STATE FILES'
           PERFORM 9999-ABORT.

       1098-OPEN-RESERVE-LEDGER.
           MOVE 'AU' TO RSVB-CLAIM-TYPE
           PERFORM 1099-LOAD-RESERVE-OPENING
           MOVE 'HO' TO RSVB-CLAIM-TYPE
           PERFORM 1099-LOAD-RESERVE-OPENING
           MOVE 'LF' TO RSVB-CLAIM-TYPE
           PERFORM 1099-LOAD-RESERVE-OPENING

           OPEN EXTEND RESERVE-LEDGER-FILE
           IF WS-RESERVE-STATUS NOT = '00' AND
              WS-RESERVE-STATUS NOT = '05'
               END-IF
           END-IF.

       1099-LOAD-RESERVE-OPENING.
           MOVE RSVB-CLAIM-TYPE TO WS-RSV-TYPE-CODE
           PERFORM 9300-SET-RESERVE-INDEX
           READ RESERVE-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RSVB-BALANCE TO WS-RSV-OPENING(WS-RSV-IDX)
           END-READ.

       1065-POSITION-PENDING-WORK.
           IF WS-MODE-RESTART AND WS-CKPT-CLAIM-ID NOT = SPACES
               MOVE WS-CKPT-CLAIM-ID TO PWQ-CLAIM-ID
               START PENDING-WORK-FILE KEY GREATER THAN PWQ-CLAIM-ID
                   INVALID KEY
                       SET END-OF-PENDING-WORK TO TRUE
               END-START
           ELSE
               MOVE LOW-VALUES TO PWQ-CLAIM-ID
               START PENDING-WORK-FILE
                   KEY NOT LESS THAN PWQ-CLAIM-ID
                   INVALID KEY
                       SET END-OF-PENDING-WORK TO TRUE
               END-START
           END-IF.

      *    CLAIMS UP TO THE CHECKPOINT STILL PENDING WERE SENT TO SAS
      *    BEFORE THE FAILURE AND ARE COUNTED AS SUBMITTED AGAIN
       1070-RESTORE-SUBMITTED-WORK.
           MOVE LOW-VALUES TO PWQ-CLAIM-ID
           START PENDING-WORK-FILE KEY NOT LESS THAN PWQ-CLAIM-ID
               INVALID KEY
                   SET END-OF-PENDING-WORK TO TRUE
           END-START
           PERFORM UNTIL END-OF-PENDING-WORK
               READ PENDING-WORK-FILE NEXT RECORD
                   AT END
                       SET END-OF-PENDING-WORK TO TRUE
                   NOT AT END
                       IF PWQ-CLAIM-ID > WS-CKPT-CLAIM-ID
                           SET END-OF-PENDING-WORK TO TRUE
                       ELSE
                           PERFORM 1072-RESTORE-ONE-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-PENDING.

       1072-RESTORE-ONE-CLAIM.
           MOVE PWQ-CLAIM-ID TO CLAIM-ID
           READ CLAIMS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PENDING
                       PERFORM 1075-ADD-DUP-ENTRY
                       PERFORM 2210-TRACK-SAS-SUBMISSION
                       PERFORM 2215-TALLY-PENDING
                   END-IF
           END-READ.

       1075-ADD-DUP-ENTRY.
               CLOSE CHECKPOINT-FILE
           END-IF.

      *    ONLY CLAIMS ON THE PENDING WORK QUEUE ARE LOOKED AT. AN
      *    ENTRY WHOSE CLAIM IS NO LONGER PENDING OR HELD IS DROPPED
       2000-PROCESS-CLAIMS.
           PERFORM UNTIL END-OF-PENDING-WORK
               READ PENDING-WORK-FILE NEXT RECORD
                   AT END
                       SET END-OF-PENDING-WORK TO TRUE
                   NOT AT END
                       PERFORM 2010-PROCESS-PENDING-ENTRY
               END-READ
           END-PERFORM
           IF WS-PWQ-DROP-COUNT > 0
               DISPLAY 'PENDING WORK ENTRIES DROPPED: '
                   WS-PWQ-DROP-COUNT
           END-IF.

       2010-PROCESS-PENDING-ENTRY.
           MOVE PWQ-CLAIM-ID TO CLAIM-ID
           READ CLAIMS-FILE
               INVALID KEY
                   PERFORM 2030-DROP-PENDING-ENTRY
               NOT INVALID KEY
                   IF NOT PENDING AND NOT UNDER-REVIEW
                       PERFORM 2030-DROP-PENDING-ENTRY
                   ELSE
                       ADD 1 TO WS-READ-COUNT
                       IF UNDER-REVIEW
                           ADD 1 TO WS-SIU-HELD-SKIPPED
                          WS-CHECKPOINT-INTERVAL) = 0
                           PERFORM 2050-WRITE-CHECKPOINT
                       END-IF
                   END-IF
           END-READ.

       2030-DROP-PENDING-ENTRY.
           DELETE PENDING-WORK-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           ADD 1 TO WS-PWQ-DROP-COUNT.

       2050-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
                   CONTINUE
               NOT INVALID KEY
                   SET DUPLICATE-FOUND TO TRUE
           END-READ
           IF NOT DUPLICATE-FOUND
               PERFORM 2945-CHECK-APPROVED-DUPLICATE
           END-IF.

       2945-CHECK-APPROVED-DUPLICATE.
           MOVE POLICY-ID TO DUPK-POLICY-ID
           MOVE CLAIM-AMOUNT TO DUPK-CLAIM-AMOUNT
           MOVE CLAIM-DATE TO DUPK-CLAIM-DATE
           READ DUP-KEY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DUPLICATE-FOUND TO TRUE
           END-READ.

       2200-WRITE-SAS-INPUT.
           IF NOT ALREADY-SUBMITTED
               MOVE CLAIM-ID TO SAS-CLAIM-ID
           MOVE WS-CURRENT-DATE TO RSV-DATE
           MOVE WS-CURRENT-TIME TO RSV-TIME
           MOVE CLAIM-AMOUNT TO RSV-AMOUNT
           PERFORM 9400-GET-CAT-EVENT
           MOVE WS-CAT-EVENT-CODE TO RSV-CAT-EVENT
           WRITE RESERVE-RECORD
           MOVE CLAIM-TYPE TO WS-RSVB-POST-TYPE
           SET RSVB-POST-ESTABLISH TO TRUE
           MOVE CLAIM-AMOUNT TO WS-RSVB-POST-AMT
           MOVE CLAIM-TYPE TO WS-RSV-TYPE-CODE
           PERFORM 9300-SET-RESERVE-INDEX
           IF WS-RSV-VALID = 'Y'
               ADD CLAIM-AMOUNT TO WS-RSV-NEW(WS-RSV-IDX)
               PERFORM 9500-POST-RESERVE-BALANCE
           END-IF.

       2215-TALLY-PENDING.
                           DISPLAY 'CLAIMS FILE REWRITE ERROR: '
                               WS-CLAIMS-STATUS
                       ELSE
                           MOVE 'A' TO WS-PWQ-SOURCE
                           PERFORM 9600-QUEUE-PENDING-WORK
                           PERFORM 2520-WRITE-REOPEN-AUDIT
                           PERFORM 2100-VALIDATE-CLAIM
                           IF NOT POLICY-VALID
           MOVE WS-PROCESSOR-ID TO AUD-PROCESSOR-ID
           MOVE 0 TO AUD-PAID-AMOUNT
           MOVE SPACES TO AUD-DENIAL-CODE
           PERFORM 9400-GET-CAT-EVENT
           MOVE WS-CAT-EVENT-CODE TO AUD-CAT-EVENT
           WRITE AUDIT-RECORD.

       2530-REVERT-FAILED-REOPEN.
           IF WS-CLAIMS-STATUS NOT = '00'
               DISPLAY 'CLAIMS FILE REWRITE ERROR: ' WS-CLAIMS-STATUS
           ELSE
               PERFORM 9620-REMOVE-PENDING-WORK
               PERFORM 2520-WRITE-REOPEN-AUDIT
           END-IF.
           
           END-IF.

       2154-CHECK-REPEAT-CLAIMS.
           MOVE CUSTOMER-ID TO CCNT-CUST-ID
           READ CUST-COUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CCNT-CLAIM-COUNT NOT < WS-SIU-REPEAT-LIMIT
                       SET SIU-REFER TO TRUE
                       MOVE 'REPEATED CLAIMS FOR CUSTOMER'
                           TO WS-SIU-REASON
                   WS-CLAIMS-STATUS
           ELSE
               ADD 1 TO WS-SIU-REFER-COUNT
               MOVE 'H' TO WS-PWQ-SOURCE
               PERFORM 9600-QUEUE-PENDING-WORK
               PERFORM 2520-WRITE-REOPEN-AUDIT
               PERFORM 2165-WRITE-SIU-QUEUE
           END-IF.
               DISPLAY 'CLAIMS FILE REWRITE ERROR: '
                   WS-CLAIMS-STATUS
           ELSE
               MOVE 'S' TO WS-PWQ-SOURCE
               PERFORM 9600-QUEUE-PENDING-WORK
               PERFORM 2520-WRITE-REOPEN-AUDIT
               SET SIU-BYPASS TO TRUE
               PERFORM 2100-VALIDATE-CLAIM
               DISPLAY 'CLAIMS FILE REWRITE ERROR: '
                   WS-CLAIMS-STATUS
           ELSE
               MOVE 'H' TO WS-PWQ-SOURCE
               PERFORM 9600-QUEUE-PENDING-WORK
               PERFORM 2520-WRITE-REOPEN-AUDIT
           END-IF.

                   WS-CLAIMS-STATUS
           ELSE
               ADD 1 TO WS-SIU-DENY-COUNT
               PERFORM 9620-REMOVE-PENDING-WORK
               PERFORM 2590-WRITE-SIU-DENY-AUDIT
           END-IF.

           ELSE
               MOVE CTL-SIU-DENIAL-CODE TO AUD-DENIAL-CODE
           END-IF
           PERFORM 9400-GET-CAT-EVENT
           MOVE WS-CAT-EVENT-CODE TO AUD-CAT-EVENT
           WRITE AUDIT-RECORD.

       2600-PROCESS-ADJUSTMENTS.
           MOVE WS-CURRENT-DATE TO RSV-DATE
           MOVE WS-CURRENT-TIME TO RSV-TIME
           MOVE ADJ-AMOUNT-N TO RSV-AMOUNT
           PERFORM 9400-GET-CAT-EVENT
           MOVE WS-CAT-EVENT-CODE TO RSV-CAT-EVENT
           WRITE RESERVE-RECORD
           MOVE CLAIM-TYPE TO WS-RSVB-POST-TYPE
           SET RSVB-POST-ESTABLISH TO TRUE
           MOVE ADJ-AMOUNT-N TO WS-RSVB-POST-AMT
           MOVE CLAIM-TYPE TO WS-RSV-TYPE-CODE
           PERFORM 9300-SET-RESERVE-INDEX
           IF WS-RSV-VALID = 'Y'
               ADD ADJ-AMOUNT-N TO WS-RSV-NEW(WS-RSV-IDX)
               PERFORM 9500-POST-RESERVE-BALANCE
           END-IF.

       2950-WRITE-ERROR-ADJ.
           ADD 1 TO WS-ADJ-APPLY-COUNT
           PERFORM 4110-WRITE-AUDIT-RECORD
           PERFORM 4130-MARK-SAS-RECEIVED
           IF ADJW-RECOVERY
               PERFORM 4154-CLEAR-PREMIUM-OFFSET
           ELSE
               PERFORM 4155-CALC-PREMIUM-OFFSET
           END-IF
           MOVE 0 TO WS-PPAY-INTEREST-AMT
           PERFORM 4181-WRITE-ADJ-EOB-LETTER
           IF SAS-DENIAL-CODE = SPACES
               IF ADJW-RECOVERY
           MOVE WS-CURRENT-DATE TO RSV-DATE
           MOVE WS-CURRENT-TIME TO RSV-TIME
           MOVE SAS-PAID-AMOUNT TO RSV-AMOUNT
           PERFORM 9400-GET-CAT-EVENT
           MOVE WS-CAT-EVENT-CODE TO RSV-CAT-EVENT
           WRITE RESERVE-RECORD.

       4141-TALLY-ADJ-AMOUNT.
           MOVE WS-CURRENT-DATE TO RSV-DATE
           MOVE WS-CURRENT-TIME TO RSV-TIME
           MOVE ADJW-AMOUNT TO RSV-AMOUNT
           PERFORM 9400-GET-CAT-EVENT
           MOVE WS-CAT-EVENT-CODE TO RSV-CAT-EVENT
           WRITE RESERVE-RECORD
           MOVE CLAIM-TYPE TO WS-RSVB-POST-TYPE
           SET RSVB-POST-RELEASE TO TRUE
           MOVE ADJW-AMOUNT TO WS-RSVB-POST-AMT
           MOVE CLAIM-TYPE TO WS-RSV-TYPE-CODE
           PERFORM 9300-SET-RESERVE-INDEX
           IF WS-RSV-VALID = 'Y'
               ADD ADJW-AMOUNT TO WS-RSV-RELEASED(WS-RSV-IDX)
               PERFORM 9500-POST-RESERVE-BALANCE
           END-IF.

       4181-WRITE-ADJ-EOB-LETTER.
                  INTO EOB-RECORD
           WRITE EOB-RECORD

           PERFORM 4183-WRITE-EOB-OFFSET-LINES

           IF SAS-DENIAL-CODE = SPACES
               MOVE SPACES TO EOB-RECORD
               IF ADJW-RECOVERY
           WRITE EOB-RECORD.

       4107-REGEN-RESTART-OUTPUTS.
           PERFORM 4155-CALC-PREMIUM-OFFSET
           PERFORM 4145-CHECK-PROMPT-PAY
           PERFORM 4180-WRITE-EOB-LETTER
           IF APPROVED AND SAS-DENIAL-CODE = SPACES
               PERFORM 4160-WRITE-DISBURSEMENT
               DISPLAY 'CLAIMS FILE REWRITE ERROR: '
                   WS-CLAIMS-STATUS
           ELSE
               PERFORM 9620-REMOVE-PENDING-WORK
               IF APPROVED
                   PERFORM 9700-ADD-APPROVED-DUP-KEY
               END-IF
               PERFORM 4110-WRITE-AUDIT-RECORD
               PERFORM 4130-MARK-SAS-RECEIVED
               PERFORM 4155-CALC-PREMIUM-OFFSET
               PERFORM 4145-CHECK-PROMPT-PAY
               PERFORM 4180-WRITE-EOB-LETTER
               PERFORM 4175-POST-RESERVE-RELEASE
               IF SAS-DENIAL-CODE = SPACES
               END-IF
           END-IF.

      *    A DECISION IS LATE ONCE THE STATE DECISION DAYS HAVE RUN.
      *    AN APPROVED PAYMENT PAST THE STATE PAYMENT DAYS EARNS SIMPLE
      *    INTEREST AT THE STATE ANNUAL RATE FOR EACH DAY OVER. APPEAL
      *    DECISIONS ARE NOT MEASURED - THE ORIGINAL DECISION WAS
      *    MEASURED WHEN IT WAS MADE
       4145-CHECK-PROMPT-PAY.
           MOVE 0 TO WS-PPAY-INTEREST-AMT
           IF WS-PPAY-COUNT > 0 AND NOT WS-MODE-APPEAL
               IF CLAIM-LOAD-DATE NUMERIC
                   MOVE CLAIM-LOAD-DATE TO WS-PPAY-START-DATE
               ELSE
                   MOVE CLAIM-DATE TO WS-PPAY-START-DATE
               END-IF
               PERFORM 4146-GET-INSURED-STATE
               IF PPAY-RULE-FOUND AND WS-PPAY-START-DATE NUMERIC
                   PERFORM 4147-MEASURE-PROMPT-PAY
               END-IF
           END-IF.

       4146-GET-INSURED-STATE.
           MOVE 'N' TO WS-PPAY-FOUND
           MOVE SPACES TO WS-PPAY-INSURED-STATE
           MOVE POLICY-ID TO POL-ID
           READ POLICY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMER-ID TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-STATE TO WS-PPAY-INSURED-STATE
                   END-READ
           END-READ
           IF WS-PPAY-INSURED-STATE NOT = SPACES
               PERFORM VARYING WS-PPAY-IDX FROM 1 BY 1
                   UNTIL WS-PPAY-IDX > WS-PPAY-COUNT
                      OR PPAY-RULE-FOUND
                   IF WS-PPAY-STATE(WS-PPAY-IDX) =
                      WS-PPAY-INSURED-STATE
                       SET PPAY-RULE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF PPAY-RULE-FOUND
                   SET WS-PPAY-IDX DOWN BY 1
               END-IF
           END-IF.

       4147-MEASURE-PROMPT-PAY.
           MOVE 0 TO WS-PPAY-DAYS-ELAPSED
                     WS-PPAY-DECISION-OVER
                     WS-PPAY-PAYMENT-OVER
           MOVE WS-PPAY-START-DATE TO WS-PPAY-DATE-NUM
           COMPUTE WS-PPAY-START-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-PPAY-DATE-NUM)
           MOVE WS-CURRENT-DATE TO WS-PPAY-DATE-NUM
           COMPUTE WS-PPAY-RUN-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-PPAY-DATE-NUM)
           IF WS-PPAY-START-INTEGER > 0
              AND WS-PPAY-RUN-INTEGER > WS-PPAY-START-INTEGER
               COMPUTE WS-PPAY-DAYS-ELAPSED =
                   WS-PPAY-RUN-INTEGER - WS-PPAY-START-INTEGER
                   ON SIZE ERROR MOVE 99999 TO WS-PPAY-DAYS-ELAPSED
               END-COMPUTE
           END-IF
           IF WS-PPAY-DAYS-ELAPSED >
              WS-PPAY-DECISION-DAYS(WS-PPAY-IDX)
               COMPUTE WS-PPAY-DECISION-OVER =
                   WS-PPAY-DAYS-ELAPSED -
                   WS-PPAY-DECISION-DAYS(WS-PPAY-IDX)
           END-IF
           IF APPROVED
              AND SAS-DENIAL-CODE = SPACES
              AND SAS-PAID-AMOUNT > 0
              AND WS-PPAY-DAYS-ELAPSED >
                  WS-PPAY-PAYMENT-DAYS(WS-PPAY-IDX)
               COMPUTE WS-PPAY-PAYMENT-OVER =
                   WS-PPAY-DAYS-ELAPSED -
                   WS-PPAY-PAYMENT-DAYS(WS-PPAY-IDX)
               COMPUTE WS-PPAY-INTEREST-AMT ROUNDED =
                   SAS-PAID-AMOUNT *
                   WS-PPAY-INTEREST-RATE(WS-PPAY-IDX) / 100 *
                   WS-PPAY-PAYMENT-OVER / 365
                   ON SIZE ERROR MOVE 0 TO WS-PPAY-INTEREST-AMT
               END-COMPUTE
           END-IF
           IF WS-PPAY-DECISION-OVER > 0 OR WS-PPAY-PAYMENT-OVER > 0
               PERFORM 4148-RECORD-PROMPT-PAY
           END-IF.

       4148-RECORD-PROMPT-PAY.
           MOVE WS-PPAY-INSURED-STATE TO PPW-STATE
           MOVE CLAIM-ID TO PPW-CLAIM-ID
           MOVE POLICY-ID TO PPW-POLICY-ID
           MOVE WS-PPAY-START-DATE TO PPW-START-DATE
           MOVE STATUS-CODE TO PPW-OUTCOME
           MOVE WS-PPAY-DAYS-ELAPSED TO PPW-DAYS-ELAPSED
           MOVE WS-PPAY-DECISION-OVER TO PPW-DECISION-OVER
           MOVE WS-PPAY-PAYMENT-OVER TO PPW-PAYMENT-OVER
           MOVE SAS-PAID-AMOUNT TO PPW-PAID-AMOUNT
           MOVE WS-PPAY-INTEREST-AMT TO PPW-INTEREST-AMOUNT
           WRITE PROMPT-PAY-WORK-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-PPAY-DECISION-OVER > 0
                       ADD 1 TO WS-PPAY-LATE-DEC-COUNT
                   END-IF
                   IF WS-PPAY-PAYMENT-OVER > 0
                       ADD 1 TO WS-PPAY-LATE-PAY-COUNT
                   END-IF
                   ADD WS-PPAY-INTEREST-AMT TO WS-PPAY-INTEREST-TOTAL
           END-WRITE.

       4130-MARK-SAS-RECEIVED.
           MOVE SAS-OUT-CLAIM-ID TO TRKW-CLAIM-ID
           READ SAS-TRACK-FILE
           MOVE WS-PROCESSOR-ID TO AUD-PROCESSOR-ID
           MOVE SAS-PAID-AMOUNT TO AUD-PAID-AMOUNT
           MOVE SAS-DENIAL-CODE TO AUD-DENIAL-CODE
           PERFORM 9400-GET-CAT-EVENT
           MOVE WS-CAT-EVENT-CODE TO AUD-CAT-EVENT
           WRITE AUDIT-RECORD
           ADD 1 TO WS-BAL-AUDIT-COUNT
           ADD SAS-PAID-AMOUNT TO WS-BAL-AUDIT-PAID.
           SET DISB-DETAIL-REC TO TRUE
           MOVE CLAIM-ID TO DISB-CLAIM-ID
           MOVE POLICY-ID TO DISB-POLICY-ID
           COMPUTE WS-NET-PAID-AMOUNT =
               SAS-PAID-AMOUNT - WS-OFFSET-AMOUNT
               + WS-PPAY-INTEREST-AMT
           MOVE WS-NET-PAID-AMOUNT TO DISB-PAID-AMOUNT
           MOVE WS-OFFSET-AMOUNT TO DISB-OFFSET-AMOUNT
           MOVE WS-PPAY-INTEREST-AMT TO DISB-INTEREST-AMOUNT

           MOVE POLICY-ID TO POL-ID
           READ POLICY-FILE
           END-READ

           IF PAYEE-FOUND
               IF WS-NET-PAID-AMOUNT > 0
                   WRITE DISBURSE-RECORD
                   ADD 1 TO WS-DISB-REC-COUNT
                   ADD WS-NET-PAID-AMOUNT TO WS-DISB-HASH-AMT
               END-IF
               IF WS-OFFSET-AMOUNT > 0
                   PERFORM 4157-WRITE-OFFSET-RECEIPTS
               END-IF
           END-IF.

       4154-CLEAR-PREMIUM-OFFSET.
           MOVE 0 TO WS-OFFSET-AMOUNT
           MOVE 0 TO WS-OFS-INV-COUNT.

      *    OPEN INVOICES PAST THEIR DUE DATE ARE TAKEN OLDEST FIRST
      *    UNTIL THE CLAIM PAYMENT IS USED UP
       4155-CALC-PREMIUM-OFFSET.
           PERFORM 4154-CLEAR-PREMIUM-OFFSET
           IF AR-AVAILABLE
              AND APPROVED
              AND SAS-DENIAL-CODE = SPACES
              AND SAS-PAID-AMOUNT > 0
               MOVE SAS-PAID-AMOUNT TO WS-OFS-REMAINING
               MOVE 'N' TO WS-AR-SCAN-EOF
               MOVE POLICY-ID TO AR-POL-ID
               MOVE LOW-VALUES TO AR-BILL-DATE
               START RECEIVABLE-FILE KEY NOT LESS THAN AR-INVOICE-KEY
                   INVALID KEY
                       SET AR-SCAN-EOF TO TRUE
               END-START
               PERFORM 4156-SCAN-ONE-INVOICE
                   UNTIL AR-SCAN-EOF
                      OR WS-OFS-REMAINING = 0
                      OR WS-OFS-INV-COUNT = 12
           END-IF.

       4156-SCAN-ONE-INVOICE.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET AR-SCAN-EOF TO TRUE
               NOT AT END
                   IF AR-POL-ID NOT = POLICY-ID
                       SET AR-SCAN-EOF TO TRUE
                   ELSE
                       IF AR-OPEN
                          AND AR-DUE-DATE < WS-CURRENT-DATE
                           PERFORM 4158-TAKE-INVOICE-BALANCE
                       END-IF
                   END-IF
           END-READ.

       4158-TAKE-INVOICE-BALANCE.
           COMPUTE WS-OFS-BALANCE =
               AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
           PERFORM VARYING WS-OFS-RUN-IDX FROM 1 BY 1
               UNTIL WS-OFS-RUN-IDX > WS-OFS-RUN-COUNT
               IF WS-OFS-RUN-POL-ID(WS-OFS-RUN-IDX) = AR-POL-ID
                  AND WS-OFS-RUN-BILL-DATE(WS-OFS-RUN-IDX)
                      = AR-BILL-DATE
                   SUBTRACT WS-OFS-RUN-AMOUNT(WS-OFS-RUN-IDX)
                       FROM WS-OFS-BALANCE
               END-IF
           END-PERFORM
           IF WS-OFS-BALANCE > 0
               IF WS-OFS-BALANCE > WS-OFS-REMAINING
                   MOVE WS-OFS-REMAINING TO WS-OFS-APPLY
               ELSE
                   MOVE WS-OFS-BALANCE TO WS-OFS-APPLY
               END-IF
               ADD 1 TO WS-OFS-INV-COUNT
               MOVE AR-BILL-DATE TO
                   WS-OFS-INV-BILL-DATE(WS-OFS-INV-COUNT)
               MOVE WS-OFS-APPLY TO
                   WS-OFS-INV-AMOUNT(WS-OFS-INV-COUNT)
               ADD WS-OFS-APPLY TO WS-OFFSET-AMOUNT
               SUBTRACT WS-OFS-APPLY FROM WS-OFS-REMAINING
           END-IF.

      *    ONE RECEIPT PER INVOICE IN THE PREMBILL RECEIPTS LAYOUT -
      *    PREMBILL POSTS THEM AGAINST AR-PAID-AMOUNT / AR-STATUS
       4157-WRITE-OFFSET-RECEIPTS.
           ADD 1 TO WS-OFFSET-CLAIM-COUNT
           PERFORM VARYING WS-OFS-INV-IDX FROM 1 BY 1
               UNTIL WS-OFS-INV-IDX > WS-OFS-INV-COUNT
               MOVE SPACES TO OFFSET-RECEIPT-RECORD
               MOVE POLICY-ID TO OFR-POL-ID
               MOVE WS-OFS-INV-BILL-DATE(WS-OFS-INV-IDX)
                   TO OFR-BILL-DATE
               MOVE WS-CURRENT-DATE TO OFR-RECEIPT-DATE
               MOVE WS-OFS-INV-AMOUNT(WS-OFS-INV-IDX) TO OFR-AMOUNT
               MOVE CLAIM-ID TO OFR-CLAIM-ID
               WRITE OFFSET-RECEIPT-RECORD
               ADD 1 TO WS-OFFSET-RCPT-COUNT
               ADD WS-OFS-INV-AMOUNT(WS-OFS-INV-IDX)
                   TO WS-OFFSET-TOTAL-AMT
               IF WS-OFS-RUN-COUNT < 1000
                   ADD 1 TO WS-OFS-RUN-COUNT
                   MOVE CLAIM-ID TO
                       WS-OFS-RUN-CLAIM-ID(WS-OFS-RUN-COUNT)
                   MOVE POLICY-ID TO
                       WS-OFS-RUN-POL-ID(WS-OFS-RUN-COUNT)
                   MOVE WS-OFS-INV-BILL-DATE(WS-OFS-INV-IDX) TO
                       WS-OFS-RUN-BILL-DATE(WS-OFS-RUN-COUNT)
                   MOVE WS-OFS-INV-AMOUNT(WS-OFS-INV-IDX) TO
                       WS-OFS-RUN-AMOUNT(WS-OFS-RUN-COUNT)
               ELSE
                   DISPLAY 'OFFSET TABLE FULL - FURTHER PREMIUM '
                       'OFFSETS NOT TAKEN'
                   MOVE 'N' TO WS-AR-AVAILABLE
               END-IF
           END-PERFORM.

       4165-GET-PAYEE-DETAILS.
           MOVE CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
           MOVE WS-CURRENT-DATE TO RSV-DATE
           MOVE WS-CURRENT-TIME TO RSV-TIME
           MOVE CLAIM-AMOUNT TO RSV-AMOUNT
           PERFORM 9400-GET-CAT-EVENT
           MOVE WS-CAT-EVENT-CODE TO RSV-CAT-EVENT
           WRITE RESERVE-RECORD
           MOVE CLAIM-TYPE TO WS-RSVB-POST-TYPE
           SET RSVB-POST-RELEASE TO TRUE
           MOVE CLAIM-AMOUNT TO WS-RSVB-POST-AMT
           MOVE CLAIM-TYPE TO WS-RSV-TYPE-CODE
           PERFORM 9300-SET-RESERVE-INDEX
           IF WS-RSV-VALID = 'Y'
               ADD CLAIM-AMOUNT TO WS-RSV-RELEASED(WS-RSV-IDX)
               PERFORM 9500-POST-RESERVE-BALANCE
           END-IF.

       4178-POST-RESERVE-PAID.
           MOVE WS-CURRENT-DATE TO RSV-DATE
           MOVE WS-CURRENT-TIME TO RSV-TIME
           MOVE SAS-PAID-AMOUNT TO RSV-AMOUNT
           PERFORM 9400-GET-CAT-EVENT
           MOVE WS-CAT-EVENT-CODE TO RSV-CAT-EVENT
           WRITE RESERVE-RECORD.

       4180-WRITE-EOB-LETTER.
                  INTO EOB-RECORD
           WRITE EOB-RECORD

           PERFORM 4183-WRITE-EOB-OFFSET-LINES

           IF SAS-DENIAL-CODE = SPACES
               MOVE SPACES TO EOB-RECORD
               STRING 'YOUR CLAIM HAS BEEN APPROVED. PAYMENT WILL '
                   END-READ
           END-READ.

       4183-WRITE-EOB-OFFSET-LINES.
           IF WS-OFFSET-AMOUNT > 0
               MOVE SPACES TO EOB-RECORD
               STRING 'PREMIUM OFFSET:      ' WS-OFFSET-AMOUNT
                      INTO EOB-RECORD
               WRITE EOB-RECORD
           END-IF

           IF WS-PPAY-INTEREST-AMT > 0
               MOVE SPACES TO EOB-RECORD
               STRING 'LATE PAYMENT INTEREST: ' WS-PPAY-INTEREST-AMT
                      INTO EOB-RECORD
               WRITE EOB-RECORD
           END-IF

           IF WS-OFFSET-AMOUNT > 0 OR WS-PPAY-INTEREST-AMT > 0
               COMPUTE WS-NET-PAID-AMOUNT =
                   SAS-PAID-AMOUNT - WS-OFFSET-AMOUNT
                   + WS-PPAY-INTEREST-AMT
               MOVE SPACES TO EOB-RECORD
               STRING 'NET AMOUNT PAYABLE:  ' WS-NET-PAID-AMOUNT
                      INTO EOB-RECORD
               WRITE EOB-RECORD
           END-IF

           IF WS-OFFSET-AMOUNT > 0
               MOVE SPACES TO EOB-RECORD
               STRING 'OVERDUE PREMIUM ON YOUR POLICY HAS BEEN '
                      'DEDUCTED FROM THIS PAYMENT.'
                      INTO EOB-RECORD
               WRITE EOB-RECORD
           END-IF

           IF WS-PPAY-INTEREST-AMT > 0
               MOVE SPACES TO EOB-RECORD
               STRING 'INTEREST HAS BEEN ADDED UNDER YOUR STATE '
                      'PROMPT-PAYMENT LAW.'
                      INTO EOB-RECORD
               WRITE EOB-RECORD
           END-IF.

       4185-WRITE-DENIAL-EXPLAIN.
           INITIALIZE WS-DNL-FOUND
           PERFORM VARYING WS-DNL-IDX FROM 1 BY 1
           MOVE SAS-PAID-AMOUNT TO CESS-PAID-AMOUNT
           MOVE WS-TRT-RETENTION(WS-TRT-IDX) TO CESS-RETENTION
           MOVE WS-CEDED-AMOUNT TO CESS-CEDED-AMOUNT
           PERFORM 9400-GET-CAT-EVENT
           MOVE WS-CAT-EVENT-CODE TO CESS-CAT-EVENT
           WRITE CESSION-RECORD
           ADD 1 TO WS-TRT-CEDED-COUNT(WS-TRT-IDX)
           ADD WS-CEDED-AMOUNT TO WS-TRT-CEDED-AMT(WS-TRT-IDX)
           IF WS-CAT-EVENT-CODE NOT = SPACES
               PERFORM 4196-WRITE-CAT-CESSION
           END-IF.

       4196-WRITE-CAT-CESSION.
           MOVE SPACES TO CAT-CESSION-RECORD
           MOVE WS-CAT-EVENT-CODE TO CCH-EVENT-CODE
           MOVE CLAIM-ID TO CCH-CLAIM-ID
           MOVE WS-TRT-TREATY-ID(WS-TRT-IDX) TO CCH-TREATY-ID
           IF WS-MODE-ADJUST
               SET CCH-ADJUSTMENT TO TRUE
               MOVE WS-CURRENT-DATE TO CCH-ENTRY-DATE
           ELSE
               SET CCH-DECISION TO TRUE
               MOVE ZEROES TO CCH-ENTRY-DATE
           END-IF
           MOVE CLAIM-TYPE TO CCH-CLAIM-TYPE
           MOVE WS-CURRENT-DATE TO CCH-RUN-DATE
           MOVE SAS-PAID-AMOUNT TO CCH-PAID-AMOUNT
           MOVE WS-CEDED-AMOUNT TO CCH-CEDED-AMOUNT
           WRITE CAT-CESSION-RECORD
               INVALID KEY
                   REWRITE CAT-CESSION-RECORD
           END-WRITE
           ADD 1 TO WS-CAT-CESSION-COUNT.

       4169-WRITE-POLICY-MISS-ERROR.
           ADD 1 TO WS-ERROR-COUNT
       5000-CLEANUP.
           PERFORM 5100-WRITE-REPORT

           PERFORM 5700-WRITE-PROMPT-PAY-REPORT

           IF OUT-OF-BALANCE
               MOVE 12 TO RETURN-CODE
           END-IF
                 CUST-ROLLUP-FILE
                 RESERVE-LEDGER-FILE
                 SIU-QUEUE-FILE
                 CUST-COUNT-FILE
                 OFFSET-RECEIPT-FILE
                 PROMPT-PAY-WORK-FILE
                 PROMPT-PAY-REPORT
                 CAT-CESSION-FILE
                 PENDING-WORK-FILE
                 DUP-KEY-FILE
                 RESERVE-BALANCE-FILE

           IF CLAIM-EVENTS-AVAILABLE
               CLOSE CLAIM-EVENT-FILE
           END-IF

           IF WS-RECEIVABLE-STATUS = '00'
               CLOSE RECEIVABLE-FILE
           END-IF

           IF WS-MODE-ADJUST
               CLOSE ADJ-WORK-FILE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'PROMPT-PAY LATE DECISIONS: ' WS-PPAY-LATE-DEC-COUNT
                  '  LATE PAYMENTS: ' WS-PPAY-LATE-PAY-COUNT
                  '  INTEREST PAID: ' WS-PPAY-INTEREST-TOTAL
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM 5200-WRITE-POLICY-REPORT
           PERFORM 5300-WRITE-EXCEPTION-REPORT
           PERFORM 5400-WRITE-TYPE-BREAKDOWN
           PERFORM 5450-WRITE-TREATY-SUMMARY
           PERFORM 5460-WRITE-OFFSET-SUMMARY
           PERFORM 5470-WRITE-RESERVE-SUMMARY
           PERFORM 5500-WRITE-BALANCE-PAGE.

                      WS-TRT-CEDED-AMT(WS-TRT-IDX)
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           STRING 'CATASTROPHE EVENT CESSIONS RECORDED: '
                  WS-CAT-CESSION-COUNT
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       5460-WRITE-OFFSET-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'PAST-DUE PREMIUM OFFSET AGAINST CLAIM PAYMENTS'
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'CLAIM       POLICY  BILL DATE  OFFSET AMOUNT'
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-OFS-RUN-IDX FROM 1 BY 1
               UNTIL WS-OFS-RUN-IDX > WS-OFS-RUN-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING WS-OFS-RUN-CLAIM-ID(WS-OFS-RUN-IDX) '  '
                      WS-OFS-RUN-POL-ID(WS-OFS-RUN-IDX) '   '
                      WS-OFS-RUN-BILL-DATE(WS-OFS-RUN-IDX) '   '
                      WS-OFS-RUN-AMOUNT(WS-OFS-RUN-IDX)
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           STRING 'CLAIMS OFFSET: ' WS-OFFSET-CLAIM-COUNT
                  '  RECEIPTS WRITTEN: ' WS-OFFSET-RCPT-COUNT
                  '  AMOUNT: ' WS-OFFSET-TOTAL-AMT
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       5470-WRITE-RESERVE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

      *    LATE DECISIONS AND PAYMENTS FOR REGULATORY EXAMINATION,
      *    IN STATE ORDER WITH A SUBTOTAL PER STATE
       5700-WRITE-PROMPT-PAY-REPORT.
           MOVE SPACES TO PROMPT-PAY-REPORT-RECORD
           STRING 'PROMPT-PAY COMPLIANCE REPORT - ' WS-CURRENT-DATE
                  ' ' WS-CURRENT-TIME
                  INTO PROMPT-PAY-REPORT-RECORD
           WRITE PROMPT-PAY-REPORT-RECORD

           MOVE SPACES TO PROMPT-PAY-REPORT-RECORD
           WRITE PROMPT-PAY-REPORT-RECORD

           MOVE SPACES TO PROMPT-PAY-REPORT-RECORD
           STRING 'ST  CLAIM       POLICY  RECEIVED  OUT  DAYS '
                  '  DEC OVER  PAY OVER  AMOUNT PAID  INTEREST'
                  INTO PROMPT-PAY-REPORT-RECORD
           WRITE PROMPT-PAY-REPORT-RECORD

           MOVE SPACES TO WS-PPAY-PREV-STATE
           MOVE LOW-VALUES TO PPW-KEY
           START PROMPT-PAY-WORK-FILE KEY NOT LESS THAN PPW-KEY
               INVALID KEY
                   SET PPAY-WORK-EOF TO TRUE
           END-START
           PERFORM UNTIL PPAY-WORK-EOF
               READ PROMPT-PAY-WORK-FILE NEXT RECORD
                   AT END
                       SET PPAY-WORK-EOF TO TRUE
                   NOT AT END
                       IF PPW-STATE NOT = WS-PPAY-PREV-STATE
                          AND WS-PPAY-PREV-STATE NOT = SPACES
                           PERFORM 5720-WRITE-PPAY-STATE-TOTAL
                       END-IF
                       PERFORM 5710-WRITE-PPAY-LINE
               END-READ
           END-PERFORM
           IF WS-PPAY-PREV-STATE NOT = SPACES
               PERFORM 5720-WRITE-PPAY-STATE-TOTAL
           END-IF

           MOVE SPACES TO PROMPT-PAY-REPORT-RECORD
           WRITE PROMPT-PAY-REPORT-RECORD

           MOVE SPACES TO PROMPT-PAY-REPORT-RECORD
           STRING 'ALL STATES  LATE DECISIONS: ' WS-PPAY-LATE-DEC-COUNT
                  '  LATE PAYMENTS: ' WS-PPAY-LATE-PAY-COUNT
                  '  INTEREST PAID: ' WS-PPAY-INTEREST-TOTAL
                  INTO PROMPT-PAY-REPORT-RECORD
           WRITE PROMPT-PAY-REPORT-RECORD.

       5710-WRITE-PPAY-LINE.
           MOVE PPW-STATE TO WS-PPAY-PREV-STATE
           IF PPW-DECISION-OVER > 0
               ADD 1 TO WS-PPAY-ST-DEC-COUNT
           END-IF
           IF PPW-PAYMENT-OVER > 0
               ADD 1 TO WS-PPAY-ST-PAY-COUNT
           END-IF
           ADD PPW-INTEREST-AMOUNT TO WS-PPAY-ST-INTEREST
           MOVE SPACES TO PROMPT-PAY-REPORT-RECORD
           STRING PPW-STATE '  '
                  PPW-CLAIM-ID '  '
                  PPW-POLICY-ID '   '
                  PPW-START-DATE '  '
                  PPW-OUTCOME '    '
                  PPW-DAYS-ELAPSED '  '
                  PPW-DECISION-OVER '     '
                  PPW-PAYMENT-OVER '     '
                  PPW-PAID-AMOUNT '    '
                  PPW-INTEREST-AMOUNT
                  INTO PROMPT-PAY-REPORT-RECORD
           WRITE PROMPT-PAY-REPORT-RECORD.

       5720-WRITE-PPAY-STATE-TOTAL.
           MOVE SPACES TO PROMPT-PAY-REPORT-RECORD
           STRING 'STATE ' WS-PPAY-PREV-STATE
                  ' TOTAL  LATE DECISIONS: ' WS-PPAY-ST-DEC-COUNT
                  '  LATE PAYMENTS: ' WS-PPAY-ST-PAY-COUNT
                  '  INTEREST PAID: ' WS-PPAY-ST-INTEREST
                  INTO PROMPT-PAY-REPORT-RECORD
           WRITE PROMPT-PAY-REPORT-RECORD
           MOVE SPACES TO PROMPT-PAY-REPORT-RECORD
           WRITE PROMPT-PAY-REPORT-RECORD
           MOVE 0 TO WS-PPAY-ST-DEC-COUNT
                     WS-PPAY-ST-PAY-COUNT
                     WS-PPAY-ST-INTEREST.

      *    EVENT CODE FOR THE CLAIM IN CLAIM-RECORD - THE LAST CLAIM
      *    LOOKED UP IS KEPT SO ITS OTHER OUTPUTS DO NOT RE-READ
       9400-GET-CAT-EVENT.
           IF CLAIM-ID NOT = WS-CAT-EVENT-CLAIM-ID
               MOVE CLAIM-ID TO WS-CAT-EVENT-CLAIM-ID
               MOVE SPACES TO WS-CAT-EVENT-CODE
               IF CLAIM-EVENTS-AVAILABLE
                   MOVE CLAIM-ID TO CEV-CLAIM-ID
                   READ CLAIM-EVENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CEV-EVENT-CODE TO WS-CAT-EVENT-CODE
                   END-READ
               END-IF
           END-IF.

      *    RUNNING OPEN RESERVE BY CLAIM TYPE - CARRIED FORWARD AS THE
      *    NEXT RUN'S OPENING RESERVE. A RELEASE NEVER TAKES IT BELOW
      *    ZERO
       9500-POST-RESERVE-BALANCE.
           MOVE WS-RSVB-POST-TYPE TO RSVB-CLAIM-TYPE
           MOVE 'N' TO WS-RSVB-ON-FILE
           READ RESERVE-BALANCE-FILE
               INVALID KEY
                   MOVE WS-RSVB-POST-TYPE TO RSVB-CLAIM-TYPE
                   MOVE 0 TO RSVB-BALANCE
               NOT INVALID KEY
                   SET RSV-BALANCE-ON-FILE TO TRUE
           END-READ
           IF RSVB-POST-ESTABLISH
               ADD WS-RSVB-POST-AMT TO RSVB-BALANCE
           END-IF
           IF RSVB-POST-RELEASE
               IF WS-RSVB-POST-AMT > RSVB-BALANCE
                   MOVE 0 TO RSVB-BALANCE
               ELSE
                   SUBTRACT WS-RSVB-POST-AMT FROM RSVB-BALANCE
               END-IF
           END-IF
           MOVE WS-CURRENT-DATE TO RSVB-LAST-DATE
           IF RSV-BALANCE-ON-FILE
               REWRITE RESERVE-BALANCE-RECORD
           ELSE
               WRITE RESERVE-BALANCE-RECORD
           END-IF
           IF WS-RSV-BALANCE-STATUS NOT = '00'
               DISPLAY 'RESERVE BALANCE FILE ERROR: '
                   WS-RSV-BALANCE-STATUS
               PERFORM 9999-ABORT
           END-IF.

      *    A CLAIM STAYS ON THE PENDING WORK QUEUE WHILE IT IS PENDING
      *    OR HELD FOR SIU. THE SOURCE SHOWS WHAT LAST PUT IT THERE
       9600-QUEUE-PENDING-WORK.
           MOVE CLAIM-ID TO PWQ-CLAIM-ID
           READ PENDING-WORK-FILE
               INVALID KEY
                   PERFORM 9610-WRITE-PENDING-WORK
               NOT INVALID KEY
                   MOVE WS-PWQ-SOURCE TO PWQ-SOURCE
                   MOVE WS-CURRENT-DATE TO PWQ-QUEUE-DATE
                   MOVE WS-CURRENT-TIME TO PWQ-QUEUE-TIME
                   REWRITE PENDING-WORK-RECORD
           END-READ
           IF WS-PENDING-WORK-STATUS NOT = '00'
               DISPLAY 'PENDING WORK FILE ERROR: '
                   WS-PENDING-WORK-STATUS
               PERFORM 9999-ABORT
           END-IF.

       9610-WRITE-PENDING-WORK.
           MOVE SPACES TO PENDING-WORK-RECORD
           MOVE CLAIM-ID TO PWQ-CLAIM-ID
           MOVE WS-PWQ-SOURCE TO PWQ-SOURCE
           MOVE WS-CURRENT-DATE TO PWQ-QUEUE-DATE
           MOVE WS-CURRENT-TIME TO PWQ-QUEUE-TIME
           WRITE PENDING-WORK-RECORD.

       9620-REMOVE-PENDING-WORK.
           MOVE CLAIM-ID TO PWQ-CLAIM-ID
           DELETE PENDING-WORK-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *    KEYS OF APPROVED CLAIMS, KEPT FOR THE DUPLICATE CHECK. THE
      *    COUNT COVERS APPROVED CLAIMS SHARING THE SAME KEY
       9700-ADD-APPROVED-DUP-KEY.
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

       9800-BALANCE-ABEND.
           DISPLAY 'CONTROL TOTALS OUT OF BALANCE - '
                   'RUN TERMINATED WITH RC 12'
