       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       AUTHOR. INSURANCE-TEAM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-STATE-FILE
               ASSIGN TO PAYSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYS-KEY
               FILE STATUS IS WS-PAY-STATE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PRODUCER-FILE
               ASSIGN TO PRODDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PRODUCER-STATUS.

           SELECT DORMANCY-FILE
               ASSIGN TO DORMDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANCY-STATUS.

           SELECT ESCHEAT-CONTROL-FILE
               ASSIGN TO ESCCDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-CONTROL-STATUS.

           SELECT ESCHEAT-WORK-FILE
               ASSIGN TO ESWKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESW-KEY
               FILE STATUS IS WS-ESC-WORK-STATUS.

           SELECT NOTICE-LETTER-FILE
               ASSIGN TO DDLTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-LETTER-STATUS.

           SELECT HOLDER-REPORT-FILE
               ASSIGN TO HLDRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDER-REPORT-STATUS.

           SELECT ESCHEAT-REPORT-FILE
               ASSIGN TO ESRPDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *    ONE ROW PER STATE: YEARS FROM ISSUE TO DORMANCY, HOW MANY
      *    DAYS BEFORE DORMANCY THE DUE-DILIGENCE LETTER GOES OUT, AND
      *    THE SMALLEST AMOUNT THAT NEEDS A LETTER
       FD  DORMANCY-FILE.
       01  DORMANCY-RECORD.
           05  DORM-STATE          PIC X(2).
           05  DORM-PERIOD-YEARS   PIC 9(2).
           05  DORM-NOTICE-DAYS    PIC 9(3).
           05  DORM-NOTICE-MIN-AMT PIC 9(5)V99.
           05  FILLER              PIC X(10).

       FD  ESCHEAT-CONTROL-FILE.
       01  ESCHEAT-CONTROL-RECORD.
           05  ECTL-AS-OF-DATE     PIC X(8).
           05  ECTL-REPORT-SWITCH  PIC X(1).
               88  ECTL-REPORT-RUN    VALUE 'Y'.
           05  ECTL-HOLDER-ID      PIC X(10).
           05  FILLER              PIC X(61).

      *    ITEMS REPORTED THIS RUN, KEYED BY OWNER STATE SO THE HOLDER
      *    FILE COMES OUT ONE STATE AT A TIME
       FD  ESCHEAT-WORK-FILE.
       01  ESCHEAT-WORK-RECORD.
           05  ESW-KEY.
               10  ESW-STATE       PIC X(2).
               10  ESW-PAYS-KEY    PIC X(18).
           05  ESW-CUSTOMER-ID     PIC X(10).
           05  ESW-OWNER-NAME      PIC X(30).
           05  ESW-OWNER-ADDR1     PIC X(30).
           05  ESW-OWNER-ADDR2     PIC X(30).
           05  ESW-OWNER-CITY      PIC X(20).
           05  ESW-OWNER-ZIP       PIC X(9).
           05  ESW-PROPERTY-TYPE   PIC X(4).
           05  ESW-AMOUNT          PIC 9(7)V99.
           05  ESW-NOTICE-FLAG     PIC X(1).

       FD  NOTICE-LETTER-FILE.
       01  NOTICE-LETTER-RECORD    PIC X(132).

      *    HOLDER REPORT - H/D/T GROUP PER STATE
       FD  HOLDER-REPORT-FILE.
       01  HOLDER-REPORT-RECORD.
           05  HLD-REC-TYPE        PIC X(1).
               88  HLD-HEADER-REC     VALUE 'H'.
               88  HLD-DETAIL-REC     VALUE 'D'.
               88  HLD-TRAILER-REC    VALUE 'T'.
           05  HLD-DATA.
               10  HLD-HEADER-DATA.
                   15  HLD-HDR-STATE       PIC X(2).
                   15  HLD-HDR-REPORT-YEAR PIC X(4).
                   15  HLD-HDR-AS-OF-DATE  PIC X(8).
                   15  HLD-HDR-HOLDER-ID   PIC X(10).
                   15  HLD-HDR-RUN-DATE    PIC X(8).
                   15  FILLER              PIC X(147).
               10  HLD-DETAIL-DATA REDEFINES HLD-HEADER-DATA.
                   15  HLD-OWNER-ID        PIC X(10).
                   15  HLD-OWNER-NAME      PIC X(30).
                   15  HLD-OWNER-ADDR1     PIC X(30).
                   15  HLD-OWNER-ADDR2     PIC X(30).
                   15  HLD-OWNER-CITY      PIC X(20).
                   15  HLD-OWNER-STATE     PIC X(2).
                   15  HLD-OWNER-ZIP       PIC X(9).
                   15  HLD-PROPERTY-TYPE   PIC X(4).
                   15  HLD-REFERENCE       PIC X(10).
                   15  HLD-ISSUE-DATE      PIC X(8).
                   15  HLD-AMOUNT          PIC 9(7)V99.
                   15  HLD-NOTICE-FLAG     PIC X(1).
                   15  FILLER              PIC X(16).
               10  HLD-TRAILER-DATA REDEFINES HLD-HEADER-DATA.
                   15  HLD-TRL-STATE       PIC X(2).
                   15  HLD-TRL-REC-COUNT   PIC 9(7).
                   15  HLD-TRL-AMOUNT      PIC 9(11)V99.
                   15  FILLER              PIC X(157).

       FD  ESCHEAT-REPORT-FILE.
       01  ESCHEAT-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-PAY-STATE-STATUS      PIC XX.
           05  WS-CUSTOMER-STATUS       PIC XX.
           05  WS-PRODUCER-STATUS       PIC XX.
           05  WS-DORMANCY-STATUS       PIC XX.
           05  WS-ESC-CONTROL-STATUS    PIC XX.
           05  WS-ESC-WORK-STATUS       PIC XX.
           05  WS-NOTICE-LETTER-STATUS  PIC XX.
           05  WS-HOLDER-REPORT-STATUS  PIC XX.
           05  WS-ESC-REPORT-STATUS     PIC XX.

       01  WS-COUNTERS.
           05  WS-STALE-READ-COUNT   PIC 9(7) VALUE 0.
           05  WS-NOTICE-COUNT       PIC 9(7) VALUE 0.
           05  WS-NOTICE-PRIOR-COUNT PIC 9(7) VALUE 0.
           05  WS-ESCHEAT-COUNT      PIC 9(7) VALUE 0.
           05  WS-DORMANT-HELD-COUNT PIC 9(7) VALUE 0.
           05  WS-NOTICE-LATE-COUNT  PIC 9(7) VALUE 0.
           05  WS-NOT-DUE-COUNT      PIC 9(7) VALUE 0.
           05  WS-NO-CUSTOMER-COUNT  PIC 9(7) VALUE 0.
           05  WS-NO-RULE-COUNT      PIC 9(7) VALUE 0.
           05  WS-HOLDER-REC-COUNT   PIC 9(7) VALUE 0.

       01  WS-AMOUNT-TOTALS.
           05  WS-ESCHEAT-AMOUNT     PIC 9(11)V99 VALUE 0.
           05  WS-DORMANT-HELD-AMT   PIC 9(11)V99 VALUE 0.
           05  WS-NOTICE-LATE-AMT    PIC 9(11)V99 VALUE 0.
           05  WS-NOT-DUE-AMOUNT     PIC 9(11)V99 VALUE 0.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE   PIC X(8).
           05  WS-CURRENT-TIME   PIC X(6).

       01  WS-FLAGS.
           05  WS-EOF-PAY-STATE  PIC X VALUE 'N'.
               88  END-OF-PAY-STATE  VALUE 'Y'.
           05  WS-EOF-DORMANCY   PIC X VALUE 'N'.
               88  END-OF-DORMANCY   VALUE 'Y'.
           05  WS-EOF-ESC-WORK   PIC X VALUE 'N'.
               88  END-OF-ESC-WORK   VALUE 'Y'.
           05  WS-CUSTOMER-FOUND PIC X VALUE 'N'.
               88  CUSTOMER-FOUND    VALUE 'Y'.
           05  WS-RULE-FOUND     PIC X VALUE 'N'.
               88  RULE-FOUND        VALUE 'Y'.
           05  WS-REPORT-SWITCH  PIC X VALUE 'N'.
               88  REPORT-RUN        VALUE 'Y'.
           05  WS-PRODUCER-AVAILABLE PIC X VALUE 'N'.
               88  PRODUCER-AVAILABLE VALUE 'Y'.

       01  WS-DORMANCY-TABLE.
           05  WS-DORM-COUNT      PIC 9(3) VALUE 0.
           05  WS-DORM-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-DORM-IDX.
               10  WS-DORM-STATE          PIC X(2).
               10  WS-DORM-PERIOD-YEARS   PIC 9(2).
               10  WS-DORM-NOTICE-DAYS    PIC 9(3).
               10  WS-DORM-NOTICE-MIN-AMT PIC 9(5)V99.

       01  WS-AS-OF-DATE         PIC X(8) VALUE SPACES.
       01  WS-HOLDER-ID          PIC X(10) VALUE SPACES.
       01  WS-OWNER-STATE        PIC X(2) VALUE SPACES.

      *    DORMANCY IS REACHED ON THE ANNIVERSARY OF THE ISSUE DATE
      *    THE STATED NUMBER OF YEARS LATER
       01  WS-DORMANT-DATE       PIC 9(8) VALUE 0.
       01  WS-DORMANT-PARTS REDEFINES WS-DORMANT-DATE.
           05  WS-DORMANT-YYYY     PIC 9(4).
           05  WS-DORMANT-MM       PIC 9(2).
           05  WS-DORMANT-DD       PIC 9(2).
       01  WS-DATE-NUM           PIC 9(8) VALUE 0.
       01  WS-AS-OF-INTEGER      PIC 9(7) VALUE 0.
       01  WS-DORMANT-INTEGER    PIC 9(7) VALUE 0.
       01  WS-DAYS-TO-DORMANT    PIC 9(5) VALUE 0.

       01  WS-PREV-STATE         PIC X(2) VALUE SPACES.
       01  WS-STATE-REC-COUNT    PIC 9(7) VALUE 0.
       01  WS-STATE-AMOUNT       PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-STALE-PAYMENTS
           IF REPORT-RUN
               PERFORM 3000-WRITE-HOLDER-REPORT
           END-IF
           PERFORM 5000-CLEANUP
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           PERFORM 1050-READ-CONTROL-CARD
           PERFORM 1100-LOAD-DORMANCY-RULES

           OPEN I-O PAY-STATE-FILE
           IF WS-PAY-STATE-STATUS NOT = '00'
               DISPLAY 'PAYMENT STATE FILE ERROR: '
                   WS-PAY-STATE-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE ERROR: ' WS-CUSTOMER-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN INPUT PRODUCER-FILE
           IF WS-PRODUCER-STATUS = '00'
               SET PRODUCER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'PRODUCER FILE NOT AVAILABLE: '
                   WS-PRODUCER-STATUS
           END-IF

           OPEN OUTPUT ESCHEAT-WORK-FILE
           CLOSE ESCHEAT-WORK-FILE
           OPEN I-O ESCHEAT-WORK-FILE
           IF WS-ESC-WORK-STATUS NOT = '00'
               DISPLAY 'ESCHEAT WORK FILE ERROR: ' WS-ESC-WORK-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT NOTICE-LETTER-FILE
           IF WS-NOTICE-LETTER-STATUS NOT = '00'
               DISPLAY 'DUE-DILIGENCE LETTER FILE ERROR: '
                   WS-NOTICE-LETTER-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT HOLDER-REPORT-FILE
           IF WS-HOLDER-REPORT-STATUS NOT = '00'
               DISPLAY 'HOLDER REPORT FILE ERROR: '
                   WS-HOLDER-REPORT-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT ESCHEAT-REPORT-FILE
           IF WS-ESC-REPORT-STATUS NOT = '00'
               DISPLAY 'ESCHEAT REPORT ERROR: ' WS-ESC-REPORT-STATUS
               PERFORM 9999-ABORT
           END-IF

           MOVE WS-AS-OF-DATE TO WS-DATE-NUM
           COMPUTE WS-AS-OF-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-DATE-NUM)

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'UNCLAIMED PROPERTY REGISTER - AS OF '
                  WS-AS-OF-DATE
                  ' RUN ' WS-CURRENT-DATE ' ' WS-CURRENT-TIME
                  INTO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           IF REPORT-RUN
               STRING 'HOLDER REPORT RUN - ITEMS PAST DORMANCY ARE '
                      'REPORTED AND ESCHEATED'
                      INTO ESCHEAT-REPORT-RECORD
           ELSE
               STRING 'NOTICE RUN - ITEMS PAST DORMANCY ARE HELD '
                      'FOR THE HOLDER REPORT RUN'
                      INTO ESCHEAT-REPORT-RECORD
           END-IF
           WRITE ESCHEAT-REPORT-RECORD.

      *    THE CONTROL CARD IS OPTIONAL. WITHOUT ONE THE RUN IS AS OF
      *    TODAY AND ONLY SENDS DUE-DILIGENCE LETTERS; THE ANNUAL
      *    HOLDER REPORT RUN SETS THE REPORT SWITCH TO 'Y'
       1050-READ-CONTROL-CARD.
           MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
           OPEN INPUT ESCHEAT-CONTROL-FILE
           IF WS-ESC-CONTROL-STATUS = '00'
               READ ESCHEAT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ECTL-AS-OF-DATE NOT = SPACES
                           MOVE ECTL-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
                       IF ECTL-REPORT-RUN
                           SET REPORT-RUN TO TRUE
                       END-IF
                       MOVE ECTL-HOLDER-ID TO WS-HOLDER-ID
               END-READ
               CLOSE ESCHEAT-CONTROL-FILE
           END-IF

           IF WS-AS-OF-DATE NOT NUMERIC
               DISPLAY 'INVALID AS-OF DATE: ' WS-AS-OF-DATE
               PERFORM 9999-ABORT
           END-IF.

       1100-LOAD-DORMANCY-RULES.
           OPEN INPUT DORMANCY-FILE
           IF WS-DORMANCY-STATUS NOT = '00'
               DISPLAY 'DORMANCY RULES FILE ERROR: '
                   WS-DORMANCY-STATUS
               PERFORM 9999-ABORT
           END-IF
           PERFORM UNTIL END-OF-DORMANCY
               READ DORMANCY-FILE
                   AT END
                       SET END-OF-DORMANCY TO TRUE
                   NOT AT END
                       IF WS-DORM-COUNT < 60
                           ADD 1 TO WS-DORM-COUNT
                           MOVE DORM-STATE TO
                               WS-DORM-STATE(WS-DORM-COUNT)
                           MOVE DORM-PERIOD-YEARS TO
                               WS-DORM-PERIOD-YEARS(WS-DORM-COUNT)
                           MOVE DORM-NOTICE-DAYS TO
                               WS-DORM-NOTICE-DAYS(WS-DORM-COUNT)
                           MOVE DORM-NOTICE-MIN-AMT TO
                               WS-DORM-NOTICE-MIN-AMT(WS-DORM-COUNT)
                       ELSE
                           DISPLAY 'DORMANCY TABLE FULL - '
                               'STATE NOT LOADED: ' DORM-STATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DORMANCY-FILE.

       2000-SCAN-STALE-PAYMENTS.
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
                       IF PAYS-STALE
                           ADD 1 TO WS-STALE-READ-COUNT
                           PERFORM 2100-EVALUATE-STALE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

      *    DORMANCY FOLLOWS THE PAYEE'S STATE OF RECORD ON THE
      *    CUSTOMER MASTER, OR THE PRODUCER MASTER FOR A COMMISSION
       2100-EVALUATE-STALE-ITEM.
           MOVE 'N' TO WS-CUSTOMER-FOUND
           MOVE 'N' TO WS-RULE-FOUND
           IF PAYS-CLAIM-ID(1:2) = 'CM'
               PERFORM 2105-READ-PRODUCER-OWNER
           ELSE
               MOVE PAYS-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUSTOMER-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT CUSTOMER-FOUND
               ADD 1 TO WS-NO-CUSTOMER-COUNT
               PERFORM 2910-WRITE-NO-CUSTOMER-LINE
           ELSE
               MOVE CUST-STATE TO WS-OWNER-STATE
               PERFORM 2110-FIND-DORMANCY-RULE
               IF NOT RULE-FOUND
                   ADD 1 TO WS-NO-RULE-COUNT
                   PERFORM 2920-WRITE-NO-RULE-LINE
               ELSE
                   PERFORM 2120-CALC-DORMANT-DATE
                   EVALUATE TRUE
                       WHEN WS-AS-OF-INTEGER NOT < WS-DORMANT-INTEGER
                           PERFORM 2300-DORMANT-ITEM
                       WHEN WS-DAYS-TO-DORMANT NOT >
                               WS-DORM-NOTICE-DAYS(WS-DORM-IDX)
                           PERFORM 2200-NOTICE-DUE-ITEM
                       WHEN OTHER
                           ADD 1 TO WS-NOT-DUE-COUNT
                           ADD PAYS-PAID-AMOUNT TO WS-NOT-DUE-AMOUNT
                   END-EVALUATE
               END-IF
           END-IF.

      *    THE PRODUCER'S NAME AND ADDRESS STAND IN FOR THE CUSTOMER'S
      *    ON THE LETTER AND THE HOLDER REPORT
       2105-READ-PRODUCER-OWNER.
           IF PRODUCER-AVAILABLE
               MOVE PAYS-CUSTOMER-ID TO PROD-ID
               READ PRODUCER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO CUSTOMER-RECORD
                       MOVE PAYS-CUSTOMER-ID TO CUST-ID
                       MOVE PROD-NAME TO CUST-NAME
                       MOVE PROD-ADDR-LINE1 TO CUST-ADDR-LINE1
                       MOVE PROD-ADDR-LINE2 TO CUST-ADDR-LINE2
                       MOVE PROD-CITY TO CUST-CITY
                       MOVE PROD-STATE TO CUST-STATE
                       MOVE PROD-ZIP TO CUST-ZIP
                       SET CUSTOMER-FOUND TO TRUE
               END-READ
           END-IF.

       2110-FIND-DORMANCY-RULE.
           PERFORM VARYING WS-DORM-IDX FROM 1 BY 1
               UNTIL WS-DORM-IDX > WS-DORM-COUNT OR RULE-FOUND
               IF WS-DORM-STATE(WS-DORM-IDX) = WS-OWNER-STATE
                   SET RULE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF RULE-FOUND
               SET WS-DORM-IDX DOWN BY 1
           END-IF.

       2120-CALC-DORMANT-DATE.
           MOVE PAYS-ISSUE-DATE TO WS-DORMANT-DATE
           ADD WS-DORM-PERIOD-YEARS(WS-DORM-IDX) TO WS-DORMANT-YYYY
           IF WS-DORMANT-MM = 2 AND WS-DORMANT-DD = 29
               MOVE 28 TO WS-DORMANT-DD
           END-IF
           COMPUTE WS-DORMANT-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-DORMANT-DATE)
           MOVE 0 TO WS-DAYS-TO-DORMANT
           IF WS-DORMANT-INTEGER > WS-AS-OF-INTEGER
               COMPUTE WS-DAYS-TO-DORMANT =
                   WS-DORMANT-INTEGER - WS-AS-OF-INTEGER
                   ON SIZE ERROR MOVE 99999 TO WS-DAYS-TO-DORMANT
               END-COMPUTE
           END-IF.

      *    ONE LETTER PER ITEM - THE NOTICE FLAG ON THE PAYMENT STOPS
      *    LATER RUNS FROM SENDING IT AGAIN
       2200-NOTICE-DUE-ITEM.
           IF PAYS-NOTICE-SENT
               ADD 1 TO WS-NOTICE-PRIOR-COUNT
           ELSE
               IF PAYS-PAID-AMOUNT NOT <
                       WS-DORM-NOTICE-MIN-AMT(WS-DORM-IDX)
                   PERFORM 2210-WRITE-NOTICE-LETTER
                   MOVE 'Y' TO PAYS-NOTICE-FLAG
                   REWRITE PAY-STATE-RECORD
                   ADD 1 TO WS-NOTICE-COUNT
               END-IF
           END-IF
           ADD 1 TO WS-NOT-DUE-COUNT
           ADD PAYS-PAID-AMOUNT TO WS-NOT-DUE-AMOUNT.

       2210-WRITE-NOTICE-LETTER.
           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING 'UNCLAIMED PROPERTY NOTICE - ' WS-AS-OF-DATE
                  INTO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD

           MOVE CUST-NAME TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           MOVE CUST-ADDR-LINE1 TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           MOVE CUST-ADDR-LINE2 TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD
           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING CUST-CITY ' ' CUST-STATE ' ' CUST-ZIP
                  INTO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD

           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING 'OUR RECORDS SHOW A PAYMENT ISSUED TO YOU THAT HAS '
                  'NOT BEEN CASHED:'
                  INTO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD

           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING 'REFERENCE: ' PAYS-CLAIM-ID
                  '  POLICY: ' PAYS-POLICY-ID
                  '  ISSUED: ' PAYS-ISSUE-DATE
                  '  AMOUNT: ' PAYS-PAID-AMOUNT
                  INTO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD

           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING 'UNLESS YOU CONTACT US BEFORE ' WS-DORMANT-DATE
                  ' THIS AMOUNT WILL BE REPORTED AND REMITTED TO '
                  'THE STATE OF ' WS-OWNER-STATE
                  INTO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD

           MOVE SPACES TO NOTICE-LETTER-RECORD
           STRING 'AS UNCLAIMED PROPERTY.'
                  INTO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD

           MOVE ALL '-' TO NOTICE-LETTER-RECORD
           WRITE NOTICE-LETTER-RECORD

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'NOTICE SENT    - REF: ' PAYS-CLAIM-ID
                  ' ISSUED: ' PAYS-ISSUE-DATE
                  ' STATE: ' WS-OWNER-STATE
                  ' DORMANT: ' WS-DORMANT-DATE
                  ' AMOUNT: ' PAYS-PAID-AMOUNT
                  INTO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD.

      *    PAST DORMANCY. ON THE HOLDER REPORT RUN THE ITEM IS QUEUED
      *    FOR ITS STATE AND MOVED TO ESCHEATED, WITH THE REPORT DATE
      *    KEPT IN THE SETTLE DATE; OTHERWISE IT WAITS FOR THAT RUN.
      *    AN ITEM THAT WAS OWED A LETTER AND NEVER GOT ONE IS SENT IT
      *    NOW AND HELD OVER TO THE NEXT REPORT RUN
       2300-DORMANT-ITEM.
           IF NOT PAYS-NOTICE-SENT
              AND PAYS-PAID-AMOUNT NOT <
                       WS-DORM-NOTICE-MIN-AMT(WS-DORM-IDX)
               PERFORM 2210-WRITE-NOTICE-LETTER
               MOVE 'Y' TO PAYS-NOTICE-FLAG
               REWRITE PAY-STATE-RECORD
               ADD 1 TO WS-NOTICE-COUNT
               ADD 1 TO WS-NOTICE-LATE-COUNT
               ADD PAYS-PAID-AMOUNT TO WS-NOTICE-LATE-AMT
           ELSE
               PERFORM 2305-REPORT-DORMANT-ITEM
           END-IF.

       2305-REPORT-DORMANT-ITEM.
           IF REPORT-RUN
               PERFORM 2310-QUEUE-HOLDER-ITEM
               MOVE 'E' TO PAYS-STATE
               MOVE WS-AS-OF-DATE TO PAYS-SETTLE-DATE
               REWRITE PAY-STATE-RECORD
               ADD 1 TO WS-ESCHEAT-COUNT
               ADD PAYS-PAID-AMOUNT TO WS-ESCHEAT-AMOUNT
               MOVE SPACES TO ESCHEAT-REPORT-RECORD
               STRING 'ESCHEATED      - REF: ' PAYS-CLAIM-ID
                      ' ISSUED: ' PAYS-ISSUE-DATE
                      ' STATE: ' WS-OWNER-STATE
                      ' DORMANT: ' WS-DORMANT-DATE
                      ' AMOUNT: ' PAYS-PAID-AMOUNT
                      INTO ESCHEAT-REPORT-RECORD
               WRITE ESCHEAT-REPORT-RECORD
           ELSE
               ADD 1 TO WS-DORMANT-HELD-COUNT
               ADD PAYS-PAID-AMOUNT TO WS-DORMANT-HELD-AMT
           END-IF.

       2310-QUEUE-HOLDER-ITEM.
           MOVE SPACES TO ESCHEAT-WORK-RECORD
           MOVE WS-OWNER-STATE TO ESW-STATE
           MOVE PAYS-KEY TO ESW-PAYS-KEY
           MOVE PAYS-CUSTOMER-ID TO ESW-CUSTOMER-ID
           MOVE CUST-NAME TO ESW-OWNER-NAME
           MOVE CUST-ADDR-LINE1 TO ESW-OWNER-ADDR1
           MOVE CUST-ADDR-LINE2 TO ESW-OWNER-ADDR2
           MOVE CUST-CITY TO ESW-OWNER-CITY
           MOVE CUST-ZIP TO ESW-OWNER-ZIP
           EVALUATE PAYS-CLAIM-ID(1:2)
               WHEN 'RF'
                   MOVE 'PRRF' TO ESW-PROPERTY-TYPE
               WHEN 'CM'
                   MOVE 'CMSN' TO ESW-PROPERTY-TYPE
               WHEN OTHER
                   MOVE 'CLPY' TO ESW-PROPERTY-TYPE
           END-EVALUATE
           MOVE PAYS-PAID-AMOUNT TO ESW-AMOUNT
           MOVE PAYS-NOTICE-FLAG TO ESW-NOTICE-FLAG
           WRITE ESCHEAT-WORK-RECORD
               INVALID KEY
                   DISPLAY 'ESCHEAT WORK FILE WRITE ERROR: '
                       WS-ESC-WORK-STATUS
                   PERFORM 9999-ABORT
           END-WRITE.

       2910-WRITE-NO-CUSTOMER-LINE.
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'NO CUSTOMER    - REF: ' PAYS-CLAIM-ID
                  ' ISSUED: ' PAYS-ISSUE-DATE
                  ' CUSTOMER: ' PAYS-CUSTOMER-ID
                  ' AMOUNT: ' PAYS-PAID-AMOUNT
                  INTO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD.

       2920-WRITE-NO-RULE-LINE.
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'NO STATE RULE  - REF: ' PAYS-CLAIM-ID
                  ' ISSUED: ' PAYS-ISSUE-DATE
                  ' STATE: ' WS-OWNER-STATE
                  ' AMOUNT: ' PAYS-PAID-AMOUNT
                  INTO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD.

       3000-WRITE-HOLDER-REPORT.
           MOVE SPACES TO WS-PREV-STATE
           MOVE LOW-VALUES TO ESW-KEY
           START ESCHEAT-WORK-FILE KEY NOT LESS THAN ESW-KEY
               INVALID KEY
                   SET END-OF-ESC-WORK TO TRUE
           END-START
           PERFORM UNTIL END-OF-ESC-WORK
               READ ESCHEAT-WORK-FILE NEXT RECORD
                   AT END
                       SET END-OF-ESC-WORK TO TRUE
                   NOT AT END
                       IF ESW-STATE NOT = WS-PREV-STATE
                           IF WS-PREV-STATE NOT = SPACES
                               PERFORM 3300-WRITE-HOLDER-TRAILER
                           END-IF
                           PERFORM 3100-WRITE-HOLDER-HEADER
                       END-IF
                       PERFORM 3200-WRITE-HOLDER-DETAIL
               END-READ
           END-PERFORM
           IF WS-PREV-STATE NOT = SPACES
               PERFORM 3300-WRITE-HOLDER-TRAILER
           END-IF.

       3100-WRITE-HOLDER-HEADER.
           MOVE ESW-STATE TO WS-PREV-STATE
           MOVE 0 TO WS-STATE-REC-COUNT
           MOVE 0 TO WS-STATE-AMOUNT
           MOVE SPACES TO HOLDER-REPORT-RECORD
           MOVE 'H' TO HLD-REC-TYPE
           MOVE ESW-STATE TO HLD-HDR-STATE
           MOVE WS-AS-OF-DATE(1:4) TO HLD-HDR-REPORT-YEAR
           MOVE WS-AS-OF-DATE TO HLD-HDR-AS-OF-DATE
           MOVE WS-HOLDER-ID TO HLD-HDR-HOLDER-ID
           MOVE WS-CURRENT-DATE TO HLD-HDR-RUN-DATE
           WRITE HOLDER-REPORT-RECORD
           ADD 1 TO WS-HOLDER-REC-COUNT.

       3200-WRITE-HOLDER-DETAIL.
           MOVE SPACES TO HOLDER-REPORT-RECORD
           MOVE 'D' TO HLD-REC-TYPE
           MOVE ESW-CUSTOMER-ID TO HLD-OWNER-ID
           MOVE ESW-OWNER-NAME TO HLD-OWNER-NAME
           MOVE ESW-OWNER-ADDR1 TO HLD-OWNER-ADDR1
           MOVE ESW-OWNER-ADDR2 TO HLD-OWNER-ADDR2
           MOVE ESW-OWNER-CITY TO HLD-OWNER-CITY
           MOVE ESW-STATE TO HLD-OWNER-STATE
           MOVE ESW-OWNER-ZIP TO HLD-OWNER-ZIP
           MOVE ESW-PROPERTY-TYPE TO HLD-PROPERTY-TYPE
           MOVE ESW-PAYS-KEY(1:10) TO HLD-REFERENCE
           MOVE ESW-PAYS-KEY(11:8) TO HLD-ISSUE-DATE
           MOVE ESW-AMOUNT TO HLD-AMOUNT
           MOVE ESW-NOTICE-FLAG TO HLD-NOTICE-FLAG
           WRITE HOLDER-REPORT-RECORD
           ADD 1 TO WS-HOLDER-REC-COUNT
           ADD 1 TO WS-STATE-REC-COUNT
           ADD ESW-AMOUNT TO WS-STATE-AMOUNT.

       3300-WRITE-HOLDER-TRAILER.
           MOVE SPACES TO HOLDER-REPORT-RECORD
           MOVE 'T' TO HLD-REC-TYPE
           MOVE WS-PREV-STATE TO HLD-TRL-STATE
           MOVE WS-STATE-REC-COUNT TO HLD-TRL-REC-COUNT
           MOVE WS-STATE-AMOUNT TO HLD-TRL-AMOUNT
           WRITE HOLDER-REPORT-RECORD
           ADD 1 TO WS-HOLDER-REC-COUNT

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'HOLDER REPORT STATE ' WS-PREV-STATE
                  '  ITEMS: ' WS-STATE-REC-COUNT
                  '  AMOUNT: ' WS-STATE-AMOUNT
                  INTO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD.

       5000-CLEANUP.
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'STALE PAYMENTS READ:       ' WS-STALE-READ-COUNT
                  INTO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'NOTICES SENT:              ' WS-NOTICE-COUNT
                  '  SENT ON EARLIER RUNS: ' WS-NOTICE-PRIOR-COUNT
                  INTO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'NOT YET DORMANT:           ' WS-NOT-DUE-COUNT
                  ' AMOUNT: ' WS-NOT-DUE-AMOUNT
                  INTO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'DORMANT - AWAITING REPORT: ' WS-DORMANT-HELD-COUNT
                  ' AMOUNT: ' WS-DORMANT-HELD-AMT
                  INTO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'DORMANT - LATE NOTICE SENT:' WS-NOTICE-LATE-COUNT
                  ' AMOUNT: ' WS-NOTICE-LATE-AMT
                  INTO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'REPORTED AND ESCHEATED:    ' WS-ESCHEAT-COUNT
                  ' AMOUNT: ' WS-ESCHEAT-AMOUNT
                  INTO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'NO CUSTOMER:               ' WS-NO-CUSTOMER-COUNT
                  '  NO STATE RULE: ' WS-NO-RULE-COUNT
                  INTO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD

           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           STRING 'HOLDER FILE RECORDS:       ' WS-HOLDER-REC-COUNT
                  INTO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD

           CLOSE PAY-STATE-FILE
                 CUSTOMER-FILE
                 ESCHEAT-WORK-FILE
                 NOTICE-LETTER-FILE
                 HOLDER-REPORT-FILE
                 ESCHEAT-REPORT-FILE

           IF PRODUCER-AVAILABLE
               CLOSE PRODUCER-FILE
           END-IF.

       9999-ABORT.
           DISPLAY 'ABNORMAL TERMINATION'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
