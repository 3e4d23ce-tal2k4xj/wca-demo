               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT CAT-EVENT-FILE
               ASSIGN TO CATDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-EVENT-STATUS.

           SELECT CLAIM-EVENT-FILE
               ASSIGN TO CEVDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEV-CLAIM-ID
               FILE STATUS IS WS-CLAIM-EVENT-STATUS.

           SELECT PENDING-WORK-FILE
               ASSIGN TO PWQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PWQ-CLAIM-ID
               FILE STATUS IS WS-PENDING-WORK-STATUS.

           SELECT CUST-COUNT-FILE
               ASSIGN TO CCNTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCNT-CUST-ID
               FILE STATUS IS WS-CUST-COUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-FILE.
                   15  INTK-POLICY-ID       PIC X(5).
                   15  INTK-CLAIM-AMOUNT    PIC X(9).
                   15  INTK-CLAIM-TYPE      PIC X(2).
                   15  INTK-CAT-EVENT       PIC X(6).
                   15  FILLER               PIC X(3).
               10  INTK-TRAILER-DATA REDEFINES INTK-HEADER-DATA.
                   15  INTK-TRL-BRANCH-ID   PIC X(5).
                   15  INTK-TRL-SUBMIT-DATE PIC X(8).
               88  REJECTED      VALUE 'R'.
               88  UNDER-REVIEW  VALUE 'I'.
           05  PROCESSOR-ID    PIC X(5).
           05  CLAIM-LOAD-DATE PIC X(8).
           05  FILLER          PIC X(2).

       FD  POLICY-FILE.
       01  POLICY-RECORD.
       FD  ACK-FILE.
       01  ACK-RECORD          PIC X(100).

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

      *    CATASTROPHE EVENTS - AFFECTED AREAS ARE A STATE AND AN
      *    OPTIONAL 3-DIGIT ZIP PREFIX (BLANK = WHOLE STATE)
       FD  CAT-EVENT-FILE.
       01  CAT-EVENT-RECORD.
           05  CAT-EVENT-CODE      PIC X(6).
           05  CAT-EVENT-NAME      PIC X(30).
           05  CAT-START-DATE      PIC X(8).
           05  CAT-END-DATE        PIC X(8).
           05  CAT-AREA OCCURS 10 TIMES.
               10  CAT-AREA-STATE  PIC X(2).
               10  CAT-AREA-ZIP3   PIC X(3).
           05  FILLER              PIC X(10).

       FD  CLAIM-EVENT-FILE.
       01  CLAIM-EVENT-RECORD.
           05  CEV-CLAIM-ID        PIC X(10).
           05  CEV-EVENT-CODE      PIC X(6).
           05  CEV-SOURCE          PIC X(1).
               88  CEV-AUTO-ASSIGNED  VALUE 'A'.
               88  CEV-OVERRIDDEN     VALUE 'O'.
           05  CEV-ASSIGN-DATE     PIC X(8).
           05  FILLER              PIC X(5).

      *    CLAIMS WAITING FOR THE NIGHTLY CLAIMS RUN
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

      *    CLAIMS ON THE LIVE CLAIMS FILE FOR EACH CUSTOMER
       FD  CUST-COUNT-FILE.
       01  CUST-COUNT-RECORD.
           05  CCNT-CUST-ID        PIC X(10).
           05  CCNT-CLAIM-COUNT    PIC 9(5).
           05  FILLER              PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-INTAKE-STATUS        PIC XX.
           05  WS-POLICY-STATUS        PIC XX.
           05  WS-BATCH-CONTROL-STATUS PIC XX.
           05  WS-ACK-STATUS           PIC XX.
           05  WS-CUSTOMER-STATUS      PIC XX.
           05  WS-CAT-EVENT-STATUS     PIC XX.
           05  WS-CLAIM-EVENT-STATUS   PIC XX.
           05  WS-PENDING-WORK-STATUS  PIC XX.
           05  WS-CUST-COUNT-STATUS    PIC XX.

       01  WS-COUNTERS.
           05  WS-READ-COUNT     PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT   PIC 9(7) VALUE 0.
           05  WS-BATCH-ACC-COUNT PIC 9(5) VALUE 0.
           05  WS-BATCH-REJ-COUNT PIC 9(5) VALUE 0.
           05  WS-CAT-AUTO-COUNT  PIC 9(7) VALUE 0.
           05  WS-CAT-OVRD-COUNT  PIC 9(7) VALUE 0.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE   PIC X(8).
               88  BATCH-OPEN      VALUE 'Y'.
           05  WS-BRANCH-FOUND   PIC X VALUE 'N'.
               88  BRANCH-FOUND    VALUE 'Y'.
           05  WS-EOF-CAT-EVENT  PIC X VALUE 'N'.
               88  END-OF-CAT-EVENT VALUE 'Y'.
           05  WS-EVENT-FOUND    PIC X VALUE 'N'.
               88  EVENT-FOUND     VALUE 'Y'.
           05  WS-AREA-FOUND     PIC X VALUE 'N'.
               88  AREA-FOUND      VALUE 'Y'.
           05  WS-CCNT-ON-FILE   PIC X VALUE 'N'.
               88  CUST-COUNT-ON-FILE VALUE 'Y'.

       01  WS-PROCESSOR-ID       PIC X(5) VALUE 'INTAK'.
       01  WS-REJECT-REASON      PIC X(40) VALUE SPACES.
           05  WS-DET-AMOUNT-N REDEFINES WS-DET-AMOUNT
                                    PIC 9(7)V99.
           05  WS-DET-CLAIM-TYPE    PIC X(2).
           05  WS-DET-CAT-EVENT     PIC X(6).
               88  WS-DET-NO-CAT        VALUE 'NOCAT '.

       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 2000 TIMES
               10  WS-BAT-POLICY-ID     PIC X(5).
               10  WS-BAT-AMOUNT        PIC X(9).
               10  WS-BAT-CLAIM-TYPE    PIC X(2).
               10  WS-BAT-CAT-EVENT     PIC X(6).

       01  WS-BRANCH-SUMMARY-TABLE.
           05  WS-BRANCH-COUNT    PIC 9(3) VALUE 0.
               10  WS-BRN-ACC-BATCHES  PIC 9(5).
               10  WS-BRN-REJ-BATCHES  PIC 9(5).

       01  WS-CAT-EVENT-TABLE.
           05  WS-CAT-COUNT       PIC 9(3) VALUE 0.
           05  WS-CAT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CAT-IDX.
               10  WS-CAT-CODE          PIC X(6).
               10  WS-CAT-START-DATE    PIC X(8).
               10  WS-CAT-END-DATE      PIC X(8).
               10  WS-CAT-AREA-ENTRY OCCURS 10 TIMES
                       INDEXED BY WS-AREA-IDX.
                   15  WS-CAT-AREA-STATE PIC X(2).
                   15  WS-CAT-AREA-ZIP3  PIC X(3).
       01  WS-CAT-ASSIGNED       PIC X(6) VALUE SPACES.
       01  WS-CAT-SOURCE         PIC X(1) VALUE SPACES.
       01  WS-INSURED-STATE      PIC X(2) VALUE SPACES.
       01  WS-INSURED-ZIP3       PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               PERFORM 9999-ABORT
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE ERROR: ' WS-CUSTOMER-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN I-O CLAIM-EVENT-FILE
           IF WS-CLAIM-EVENT-STATUS NOT = '00'
               OPEN OUTPUT CLAIM-EVENT-FILE
               CLOSE CLAIM-EVENT-FILE
               OPEN I-O CLAIM-EVENT-FILE
           END-IF
           IF WS-CLAIM-EVENT-STATUS NOT = '00'
               DISPLAY 'CLAIM EVENT FILE ERROR: '
                   WS-CLAIM-EVENT-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN I-O PENDING-WORK-FILE
           IF WS-PENDING-WORK-STATUS NOT = '00'
               DISPLAY 'PENDING WORK FILE (PWQDD) ERROR: '
                   WS-PENDING-WORK-STATUS
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

           PERFORM 1200-LOAD-CAT-EVENTS

           PERFORM 1100-WRITE-ACK-HEADER.

       1100-WRITE-ACK-HEADER.
                  INTO ACK-RECORD
           WRITE ACK-RECORD.

       1200-LOAD-CAT-EVENTS.
           OPEN INPUT CAT-EVENT-FILE
           IF WS-CAT-EVENT-STATUS = '00'
               PERFORM UNTIL END-OF-CAT-EVENT
                   READ CAT-EVENT-FILE
                       AT END
                           SET END-OF-CAT-EVENT TO TRUE
                       NOT AT END
                           IF WS-CAT-COUNT < 100
                               ADD 1 TO WS-CAT-COUNT
                               PERFORM 1210-STORE-CAT-EVENT
                           ELSE
                               DISPLAY 'CAT EVENT TABLE FULL - '
                                   'EVENT NOT LOADED: '
                                   CAT-EVENT-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAT-EVENT-FILE
           ELSE
               DISPLAY 'CAT EVENT FILE NOT AVAILABLE - NO EVENTS '
                   'ASSIGNED: ' WS-CAT-EVENT-STATUS
           END-IF.

       1210-STORE-CAT-EVENT.
           SET WS-CAT-IDX TO WS-CAT-COUNT
           MOVE CAT-EVENT-CODE TO WS-CAT-CODE(WS-CAT-IDX)
           MOVE CAT-START-DATE TO WS-CAT-START-DATE(WS-CAT-IDX)
           MOVE CAT-END-DATE TO WS-CAT-END-DATE(WS-CAT-IDX)
           PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
               UNTIL WS-AREA-IDX > 10
               MOVE CAT-AREA-STATE(WS-AREA-IDX)
                   TO WS-CAT-AREA-STATE(WS-CAT-IDX, WS-AREA-IDX)
               MOVE CAT-AREA-ZIP3(WS-AREA-IDX)
                   TO WS-CAT-AREA-ZIP3(WS-CAT-IDX, WS-AREA-IDX)
           END-PERFORM.

       2000-PROCESS-INTAKE.
           PERFORM UNTIL END-OF-INTAKE
               READ INTAKE-FILE
                       TO WS-BAT-AMOUNT(WS-BATCH-IDX)
                   MOVE INTK-CLAIM-TYPE
                       TO WS-BAT-CLAIM-TYPE(WS-BATCH-IDX)
                   MOVE INTK-CAT-EVENT
                       TO WS-BAT-CAT-EVENT(WS-BATCH-IDX)
                   IF INTK-CLAIM-AMOUNT NUMERIC
                       MOVE INTK-CLAIM-AMOUNT TO WS-DET-AMOUNT
                       ADD WS-DET-AMOUNT-N TO WS-BATCH-HASH-AMT
           MOVE WS-BAT-POLICY-ID(WS-BATCH-IDX) TO WS-DET-POLICY-ID
           MOVE WS-BAT-AMOUNT(WS-BATCH-IDX) TO WS-DET-AMOUNT
           MOVE WS-BAT-CLAIM-TYPE(WS-BATCH-IDX) TO WS-DET-CLAIM-TYPE
           MOVE WS-BAT-CAT-EVENT(WS-BATCH-IDX) TO WS-DET-CAT-EVENT
           PERFORM 2100-VALIDATE-SUBMISSION
           IF CLAIM-VALID
               PERFORM 2200-LOAD-CLAIM
                       PERFORM 2110-CHECK-POLICY
                       IF WS-REJECT-REASON = SPACES
                           PERFORM 2120-CHECK-CLAIM-EXISTS
                           IF WS-REJECT-REASON = SPACES
                               PERFORM 2130-CHECK-CAT-OVERRIDE
                           END-IF
                           IF WS-REJECT-REASON = SPACES
                               SET CLAIM-VALID TO TRUE
                           END-IF
                       TO WS-REJECT-REASON
           END-READ.

      *    A BRANCH MAY NAME THE EVENT ON THE SUBMISSION, OR SEND
      *    NOCAT TO KEEP THE CLAIM OUT OF ANY EVENT
       2130-CHECK-CAT-OVERRIDE.
           IF WS-DET-CAT-EVENT NOT = SPACES
              AND NOT WS-DET-NO-CAT
               MOVE WS-DET-CAT-EVENT TO WS-CAT-ASSIGNED
               PERFORM 2140-FIND-CAT-EVENT
               IF NOT EVENT-FOUND
                   MOVE 'CAT EVENT CODE NOT ON EVENT FILE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2140-FIND-CAT-EVENT.
           MOVE 'N' TO WS-EVENT-FOUND
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT OR EVENT-FOUND
               IF WS-CAT-CODE(WS-CAT-IDX) = WS-CAT-ASSIGNED
                   SET EVENT-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2200-LOAD-CLAIM.
           MOVE SPACES TO CLAIM-RECORD
           MOVE WS-DET-CLAIM-ID TO CLAIM-ID
           MOVE WS-DET-CLAIM-TYPE TO CLAIM-TYPE
           MOVE 'P' TO STATUS-CODE
           MOVE WS-PROCESSOR-ID TO PROCESSOR-ID
           MOVE WS-CURRENT-DATE TO CLAIM-LOAD-DATE
           WRITE CLAIM-RECORD
               INVALID KEY
                   MOVE 'CLAIM-ID ALREADY ON CLAIMS FILE'
                   ADD 1 TO WS-ACCEPT-COUNT
                   MOVE 'ACCEPTED' TO WS-ACK-DISPOSITION
                   PERFORM 2400-WRITE-ACK-LINE
                   PERFORM 2210-QUEUE-PENDING-WORK
                   PERFORM 2220-COUNT-CUSTOMER-CLAIM
                   PERFORM 2250-ASSIGN-CAT-EVENT
           END-WRITE.

       2210-QUEUE-PENDING-WORK.
           MOVE SPACES TO PENDING-WORK-RECORD
           MOVE WS-DET-CLAIM-ID TO PWQ-CLAIM-ID
           SET PWQ-NEW-CLAIM TO TRUE
           MOVE WS-CURRENT-DATE TO PWQ-QUEUE-DATE
           MOVE WS-CURRENT-TIME TO PWQ-QUEUE-TIME
           WRITE PENDING-WORK-RECORD
               INVALID KEY
                   REWRITE PENDING-WORK-RECORD
           END-WRITE.

       2220-COUNT-CUSTOMER-CLAIM.
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

      *    THE BRANCH OVERRIDE WINS; OTHERWISE THE FIRST EVENT WHOSE
      *    DATES COVER THE CLAIM DATE AND WHOSE AREA COVERS THE
      *    INSURED'S ADDRESS ON THE CUSTOMER MASTER
       2250-ASSIGN-CAT-EVENT.
           MOVE SPACES TO WS-CAT-ASSIGNED
           EVALUATE TRUE
               WHEN WS-DET-NO-CAT
                   CONTINUE
               WHEN WS-DET-CAT-EVENT NOT = SPACES
                   MOVE WS-DET-CAT-EVENT TO WS-CAT-ASSIGNED
                   MOVE 'O' TO WS-CAT-SOURCE
               WHEN OTHER
                   PERFORM 2260-MATCH-CAT-EVENT
           END-EVALUATE
           IF WS-CAT-ASSIGNED NOT = SPACES
               PERFORM 2280-WRITE-CLAIM-EVENT
           END-IF.

       2260-MATCH-CAT-EVENT.
           MOVE SPACES TO WS-INSURED-STATE
           MOVE SPACES TO WS-INSURED-ZIP3
           MOVE CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-STATE TO WS-INSURED-STATE
                   MOVE CUST-ZIP(1:3) TO WS-INSURED-ZIP3
           END-READ
           IF WS-INSURED-STATE NOT = SPACES
               MOVE 'N' TO WS-EVENT-FOUND
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT OR EVENT-FOUND
                   IF WS-DET-CLAIM-DATE
                          NOT < WS-CAT-START-DATE(WS-CAT-IDX)
                      AND WS-DET-CLAIM-DATE
                          NOT > WS-CAT-END-DATE(WS-CAT-IDX)
                       PERFORM 2270-MATCH-EVENT-AREA
                   END-IF
               END-PERFORM
               IF EVENT-FOUND
                   SET WS-CAT-IDX DOWN BY 1
                   MOVE WS-CAT-CODE(WS-CAT-IDX) TO WS-CAT-ASSIGNED
                   MOVE 'A' TO WS-CAT-SOURCE
               END-IF
           END-IF.

       2270-MATCH-EVENT-AREA.
           MOVE 'N' TO WS-AREA-FOUND
           PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
               UNTIL WS-AREA-IDX > 10 OR AREA-FOUND
               IF WS-CAT-AREA-STATE(WS-CAT-IDX, WS-AREA-IDX)
                      = WS-INSURED-STATE
                  AND (WS-CAT-AREA-ZIP3(WS-CAT-IDX, WS-AREA-IDX)
                          = SPACES
                    OR WS-CAT-AREA-ZIP3(WS-CAT-IDX, WS-AREA-IDX)
                          = WS-INSURED-ZIP3)
                   SET AREA-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF AREA-FOUND
               SET EVENT-FOUND TO TRUE
           END-IF.

       2280-WRITE-CLAIM-EVENT.
           MOVE SPACES TO CLAIM-EVENT-RECORD
           MOVE WS-DET-CLAIM-ID TO CEV-CLAIM-ID
           MOVE WS-CAT-ASSIGNED TO CEV-EVENT-CODE
           MOVE WS-CAT-SOURCE TO CEV-SOURCE
           MOVE WS-CURRENT-DATE TO CEV-ASSIGN-DATE
           WRITE CLAIM-EVENT-RECORD
               INVALID KEY
                   REWRITE CLAIM-EVENT-RECORD
           END-WRITE
           IF CEV-AUTO-ASSIGNED
               ADD 1 TO WS-CAT-AUTO-COUNT
           ELSE
               ADD 1 TO WS-CAT-OVRD-COUNT
           END-IF
           MOVE SPACES TO ACK-RECORD
           STRING 'BRANCH: ' WS-BATCH-BRANCH-ID
                  ' CLAIM: ' WS-DET-CLAIM-ID
                  ' CAT EVENT: ' WS-CAT-ASSIGNED
                  ' SOURCE: ' WS-CAT-SOURCE
                  INTO ACK-RECORD
           WRITE ACK-RECORD.

       2300-WRITE-REJECT-ACK.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECTED' TO WS-ACK-DISPOSITION
                  INTO ACK-RECORD
           WRITE ACK-RECORD

           MOVE SPACES TO ACK-RECORD
           STRING 'CAT EVENTS ASSIGNED - AUTOMATIC: '
                  WS-CAT-AUTO-COUNT
                  ' BRANCH OVERRIDE: ' WS-CAT-OVRD-COUNT
                  INTO ACK-RECORD
           WRITE ACK-RECORD

           CLOSE INTAKE-FILE
                 CLAIMS-FILE
                 POLICY-FILE
                 BATCH-CONTROL-FILE
                 ACK-FILE
                 CUSTOMER-FILE
                 CLAIM-EVENT-FILE
                 PENDING-WORK-FILE
                 CUST-COUNT-FILE.

       9999-ABORT.
           DISPLAY 'ABNORMAL TERMINATION'
