       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATRPT.
       AUTHOR. INSURANCE-TEAM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAT-EVENT-FILE
               ASSIGN TO CATDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-EVENT-STATUS.

           SELECT CLAIM-EVENT-FILE
               ASSIGN TO CEVDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEV-CLAIM-ID
               FILE STATUS IS WS-CLAIM-EVENT-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO AUDDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RESERVE-LEDGER-FILE
               ASSIGN TO RSVDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVE-STATUS.

           SELECT CAT-CESSION-FILE
               ASSIGN TO CCHDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCH-KEY
               FILE STATUS IS WS-CAT-CESSION-STATUS.

           SELECT CAT-REPORT-FILE
               ASSIGN TO CATRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CAT-REPORT-FILE.
       01  CAT-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CAT-EVENT-STATUS     PIC XX.
           05  WS-CLAIM-EVENT-STATUS   PIC XX.
           05  WS-AUDIT-STATUS         PIC XX.
           05  WS-RESERVE-STATUS       PIC XX.
           05  WS-CAT-CESSION-STATUS   PIC XX.
           05  WS-CAT-REPORT-STATUS    PIC XX.

       01  WS-COUNTERS.
           05  WS-CEV-READ-COUNT     PIC 9(7) VALUE 0.
           05  WS-AUDIT-USED-COUNT   PIC 9(7) VALUE 0.
           05  WS-LEDGER-USED-COUNT  PIC 9(7) VALUE 0.
           05  WS-CESSION-USED-COUNT PIC 9(7) VALUE 0.
           05  WS-UNLISTED-COUNT     PIC 9(5) VALUE 0.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE   PIC X(8).
           05  WS-CURRENT-TIME   PIC X(6).

       01  WS-FLAGS.
           05  WS-EOF-CAT-EVENT  PIC X VALUE 'N'.
               88  END-OF-CAT-EVENT  VALUE 'Y'.
           05  WS-EOF-CLAIM-EVENT PIC X VALUE 'N'.
               88  END-OF-CLAIM-EVENT VALUE 'Y'.
           05  WS-EOF-AUDIT      PIC X VALUE 'N'.
               88  END-OF-AUDIT      VALUE 'Y'.
           05  WS-EOF-RESERVE    PIC X VALUE 'N'.
               88  END-OF-RESERVE    VALUE 'Y'.
           05  WS-EOF-CAT-CESSION PIC X VALUE 'N'.
               88  END-OF-CAT-CESSION VALUE 'Y'.
           05  WS-EVENT-FOUND    PIC X VALUE 'N'.
               88  EVENT-FOUND       VALUE 'Y'.
           05  WS-EVENT-CLAIM    PIC X VALUE 'N'.
               88  EVENT-CLAIM       VALUE 'Y'.

      *    EVENTS FROM THE REFERENCE FILE FIRST; A CODE FOUND ON THE
      *    CLAIM OR CESSION FILES BUT NOT ON THE REFERENCE FILE IS
      *    ADDED AT THE END
       01  WS-EVENT-TABLE.
           05  WS-EVT-COUNT       PIC 9(3) VALUE 0.
           05  WS-EVT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-EVT-IDX.
               10  WS-EVT-CODE          PIC X(6).
               10  WS-EVT-NAME          PIC X(30).
               10  WS-EVT-START-DATE    PIC X(8).
               10  WS-EVT-END-DATE      PIC X(8).
               10  WS-EVT-CLAIM-COUNT   PIC 9(7).
               10  WS-EVT-OVRD-COUNT    PIC 9(7).
               10  WS-EVT-PAID          PIC S9(11)V99.
               10  WS-EVT-RESERVE       PIC S9(11)V99.
               10  WS-EVT-CEDED         PIC S9(11)V99.

       01  WS-LOOKUP-EVENT       PIC X(6) VALUE SPACES.
       01  WS-ADJ-AMOUNT         PIC S9(9)V99 VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-TOT-CLAIM-COUNT PIC 9(7) VALUE 0.
           05  WS-TOT-PAID        PIC S9(11)V99 VALUE 0.
           05  WS-TOT-RESERVE     PIC S9(11)V99 VALUE 0.
           05  WS-TOT-CEDED       PIC S9(11)V99 VALUE 0.

       01  WS-EVENT-LINE.
           05  WS-EL-CODE          PIC X(6).
           05  FILLER              PIC X(2).
           05  WS-EL-NAME          PIC X(30).
           05  FILLER              PIC X(1).
           05  WS-EL-START-DATE    PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-EL-END-DATE      PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-EL-CLAIMS        PIC Z(6)9.
           05  FILLER              PIC X(2).
           05  WS-EL-OVERRIDES     PIC Z(6)9.
           05  FILLER              PIC X(2).
           05  WS-EL-PAID          PIC -(11)9.99.
           05  FILLER              PIC X(2).
           05  WS-EL-RESERVE       PIC -(11)9.99.
           05  FILLER              PIC X(2).
           05  WS-EL-CEDED         PIC -(11)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-EVENT-CLAIMS
           PERFORM 3000-SCAN-AUDIT-FILE
           PERFORM 3500-SCAN-RESERVE-LEDGER
           PERFORM 3700-SCAN-CAT-CESSIONS
           PERFORM 4000-WRITE-EVENT-REPORT
           PERFORM 5000-CLEANUP
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           PERFORM 1100-LOAD-CAT-EVENTS

           OPEN INPUT CLAIM-EVENT-FILE
           IF WS-CLAIM-EVENT-STATUS NOT = '00'
               DISPLAY 'CLAIM EVENT FILE ERROR: '
                   WS-CLAIM-EVENT-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT CAT-REPORT-FILE
           IF WS-CAT-REPORT-STATUS NOT = '00'
               DISPLAY 'CAT EVENT REPORT ERROR: ' WS-CAT-REPORT-STATUS
               PERFORM 9999-ABORT
           END-IF.

       1100-LOAD-CAT-EVENTS.
           OPEN INPUT CAT-EVENT-FILE
           IF WS-CAT-EVENT-STATUS NOT = '00'
               DISPLAY 'CAT EVENT FILE ERROR: ' WS-CAT-EVENT-STATUS
               PERFORM 9999-ABORT
           END-IF
           PERFORM UNTIL END-OF-CAT-EVENT
               READ CAT-EVENT-FILE
                   AT END
                       SET END-OF-CAT-EVENT TO TRUE
                   NOT AT END
                       IF WS-EVT-COUNT < 200
                           ADD 1 TO WS-EVT-COUNT
                           SET WS-EVT-IDX TO WS-EVT-COUNT
                           PERFORM 1110-CLEAR-EVENT-ENTRY
                           MOVE CAT-EVENT-CODE
                               TO WS-EVT-CODE(WS-EVT-IDX)
                           MOVE CAT-EVENT-NAME
                               TO WS-EVT-NAME(WS-EVT-IDX)
                           MOVE CAT-START-DATE
                               TO WS-EVT-START-DATE(WS-EVT-IDX)
                           MOVE CAT-END-DATE
                               TO WS-EVT-END-DATE(WS-EVT-IDX)
                       ELSE
                           DISPLAY 'CAT EVENT TABLE FULL - '
                               'EVENT NOT LOADED: ' CAT-EVENT-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAT-EVENT-FILE.

       1110-CLEAR-EVENT-ENTRY.
           MOVE SPACES TO WS-EVT-CODE(WS-EVT-IDX)
                          WS-EVT-NAME(WS-EVT-IDX)
                          WS-EVT-START-DATE(WS-EVT-IDX)
                          WS-EVT-END-DATE(WS-EVT-IDX)
           MOVE 0 TO WS-EVT-CLAIM-COUNT(WS-EVT-IDX)
                     WS-EVT-OVRD-COUNT(WS-EVT-IDX)
                     WS-EVT-PAID(WS-EVT-IDX)
                     WS-EVT-RESERVE(WS-EVT-IDX)
                     WS-EVT-CEDED(WS-EVT-IDX).

       2000-COUNT-EVENT-CLAIMS.
           MOVE LOW-VALUES TO CEV-CLAIM-ID
           START CLAIM-EVENT-FILE KEY NOT LESS THAN CEV-CLAIM-ID
               INVALID KEY
                   SET END-OF-CLAIM-EVENT TO TRUE
           END-START
           PERFORM UNTIL END-OF-CLAIM-EVENT
               READ CLAIM-EVENT-FILE NEXT RECORD
                   AT END
                       SET END-OF-CLAIM-EVENT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CEV-READ-COUNT
                       MOVE CEV-EVENT-CODE TO WS-LOOKUP-EVENT
                       PERFORM 3900-FIND-EVENT-ENTRY
                       IF EVENT-FOUND
                           ADD 1 TO WS-EVT-CLAIM-COUNT(WS-EVT-IDX)
                           IF CEV-OVERRIDDEN
                               ADD 1 TO
                                   WS-EVT-OVRD-COUNT(WS-EVT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    EVENT MEMBERSHIP IS TAKEN FROM THE CLAIM EVENT FILE SO
      *    ROWS WRITTEN BY THE RECOVERY RUN, WHICH CARRY NO EVENT
      *    CODE, STILL COUNT. PAID FOLLOWS THE RECOVERY PROGRAM -
      *    APPROVED AUDIT ROWS, LESS LEDGER RECOVERIES
       3000-SCAN-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM UNTIL END-OF-AUDIT
                   READ AUDIT-FILE
                       AT END
                           SET END-OF-AUDIT TO TRUE
                       NOT AT END
                           IF AUD-NEW-STATUS = 'A'
                              AND AUD-DENIAL-CODE = SPACES
                              AND AUD-PAID-AMOUNT > 0
                               MOVE AUD-CLAIM-ID TO CEV-CLAIM-ID
                               PERFORM 3800-GET-CLAIM-EVENT
                               IF EVENT-CLAIM
                                   ADD 1 TO WS-AUDIT-USED-COUNT
                                   ADD AUD-PAID-AMOUNT
                                       TO WS-EVT-PAID(WS-EVT-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'AUDIT FILE NOT AVAILABLE: ' WS-AUDIT-STATUS
           END-IF.

       3500-SCAN-RESERVE-LEDGER.
           OPEN INPUT RESERVE-LEDGER-FILE
           IF WS-RESERVE-STATUS = '00'
               PERFORM UNTIL END-OF-RESERVE
                   READ RESERVE-LEDGER-FILE
                       AT END
                           SET END-OF-RESERVE TO TRUE
                       NOT AT END
                           IF NOT RSV-PAID
                               MOVE RSV-CLAIM-ID TO CEV-CLAIM-ID
                               PERFORM 3800-GET-CLAIM-EVENT
                               IF EVENT-CLAIM
                                   PERFORM 3600-POST-LEDGER-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVE-LEDGER-FILE
           ELSE
               DISPLAY 'RESERVE LEDGER NOT AVAILABLE: '
                   WS-RESERVE-STATUS
           END-IF.

      *    A 'J' RECOVERY ADJUSTMENT ALSO LEAVES AN A->A AUDIT ROW
      *    CARRYING THE AMOUNT AS PAID, SO IT COMES OFF PAID TWICE
       3600-POST-LEDGER-ROW.
           ADD 1 TO WS-LEDGER-USED-COUNT
           EVALUATE TRUE
               WHEN RSV-ESTABLISH
                   ADD RSV-AMOUNT TO WS-EVT-RESERVE(WS-EVT-IDX)
               WHEN RSV-RELEASE
                   SUBTRACT RSV-AMOUNT FROM WS-EVT-RESERVE(WS-EVT-IDX)
               WHEN RSV-ADJUSTMENT
                   COMPUTE WS-ADJ-AMOUNT = RSV-AMOUNT * 2
                   SUBTRACT WS-ADJ-AMOUNT FROM WS-EVT-PAID(WS-EVT-IDX)
               WHEN RSV-RECOVERY
                   SUBTRACT RSV-AMOUNT FROM WS-EVT-PAID(WS-EVT-IDX)
           END-EVALUATE.

       3700-SCAN-CAT-CESSIONS.
           OPEN INPUT CAT-CESSION-FILE
           IF WS-CAT-CESSION-STATUS = '00'
               MOVE LOW-VALUES TO CCH-KEY
               START CAT-CESSION-FILE KEY NOT LESS THAN CCH-KEY
                   INVALID KEY
                       SET END-OF-CAT-CESSION TO TRUE
               END-START
               PERFORM UNTIL END-OF-CAT-CESSION
                   READ CAT-CESSION-FILE NEXT RECORD
                       AT END
                           SET END-OF-CAT-CESSION TO TRUE
                       NOT AT END
                           MOVE CCH-EVENT-CODE TO WS-LOOKUP-EVENT
                           PERFORM 3900-FIND-EVENT-ENTRY
                           IF EVENT-FOUND
                               ADD 1 TO WS-CESSION-USED-COUNT
                               ADD CCH-CEDED-AMOUNT
                                   TO WS-EVT-CEDED(WS-EVT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAT-CESSION-FILE
           ELSE
               DISPLAY 'CAT CESSION FILE NOT AVAILABLE: '
                   WS-CAT-CESSION-STATUS
           END-IF.

       3800-GET-CLAIM-EVENT.
           MOVE 'N' TO WS-EVENT-CLAIM
           READ CLAIM-EVENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CEV-EVENT-CODE TO WS-LOOKUP-EVENT
                   PERFORM 3900-FIND-EVENT-ENTRY
                   IF EVENT-FOUND
                       SET EVENT-CLAIM TO TRUE
                   END-IF
           END-READ.

       3900-FIND-EVENT-ENTRY.
           MOVE 'N' TO WS-EVENT-FOUND
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVT-COUNT OR EVENT-FOUND
               IF WS-EVT-CODE(WS-EVT-IDX) = WS-LOOKUP-EVENT
                   SET EVENT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF EVENT-FOUND
               SET WS-EVT-IDX DOWN BY 1
           ELSE
               IF WS-EVT-COUNT < 200
                   ADD 1 TO WS-EVT-COUNT
                   ADD 1 TO WS-UNLISTED-COUNT
                   SET WS-EVT-IDX TO WS-EVT-COUNT
                   PERFORM 1110-CLEAR-EVENT-ENTRY
                   MOVE WS-LOOKUP-EVENT TO WS-EVT-CODE(WS-EVT-IDX)
                   MOVE 'NOT ON EVENT FILE'
                       TO WS-EVT-NAME(WS-EVT-IDX)
                   SET EVENT-FOUND TO TRUE
               END-IF
           END-IF.

       4000-WRITE-EVENT-REPORT.
           MOVE SPACES TO CAT-REPORT-RECORD
           STRING 'CATASTROPHE EVENT LOSS REPORT - '
                  WS-CURRENT-DATE ' ' WS-CURRENT-TIME
                  INTO CAT-REPORT-RECORD
           WRITE CAT-REPORT-RECORD

           MOVE SPACES TO CAT-REPORT-RECORD
           WRITE CAT-REPORT-RECORD

           MOVE SPACES TO CAT-REPORT-RECORD
           STRING 'EVENT   NAME                           FROM     '
                  'TO          CLAIMS  OVERRIDE  '
                  '  PAID NET RECOV    OPEN RESERVE  '
                  '           CEDED'
                  INTO CAT-REPORT-RECORD
           WRITE CAT-REPORT-RECORD

           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVT-COUNT
               PERFORM 4100-WRITE-EVENT-LINE
           END-PERFORM

           MOVE SPACES TO CAT-REPORT-RECORD
           WRITE CAT-REPORT-RECORD

           MOVE SPACES TO WS-EVENT-LINE
           MOVE 'TOTAL' TO WS-EL-CODE
           MOVE WS-TOT-CLAIM-COUNT TO WS-EL-CLAIMS
           MOVE WS-TOT-PAID TO WS-EL-PAID
           MOVE WS-TOT-RESERVE TO WS-EL-RESERVE
           MOVE WS-TOT-CEDED TO WS-EL-CEDED
           MOVE WS-EVENT-LINE TO CAT-REPORT-RECORD
           WRITE CAT-REPORT-RECORD.

       4100-WRITE-EVENT-LINE.
           MOVE SPACES TO WS-EVENT-LINE
           MOVE WS-EVT-CODE(WS-EVT-IDX) TO WS-EL-CODE
           MOVE WS-EVT-NAME(WS-EVT-IDX) TO WS-EL-NAME
           MOVE WS-EVT-START-DATE(WS-EVT-IDX) TO WS-EL-START-DATE
           MOVE WS-EVT-END-DATE(WS-EVT-IDX) TO WS-EL-END-DATE
           MOVE WS-EVT-CLAIM-COUNT(WS-EVT-IDX) TO WS-EL-CLAIMS
           MOVE WS-EVT-OVRD-COUNT(WS-EVT-IDX) TO WS-EL-OVERRIDES
           MOVE WS-EVT-PAID(WS-EVT-IDX) TO WS-EL-PAID
           MOVE WS-EVT-RESERVE(WS-EVT-IDX) TO WS-EL-RESERVE
           MOVE WS-EVT-CEDED(WS-EVT-IDX) TO WS-EL-CEDED
           MOVE WS-EVENT-LINE TO CAT-REPORT-RECORD
           WRITE CAT-REPORT-RECORD
           ADD WS-EVT-CLAIM-COUNT(WS-EVT-IDX) TO WS-TOT-CLAIM-COUNT
           ADD WS-EVT-PAID(WS-EVT-IDX) TO WS-TOT-PAID
           ADD WS-EVT-RESERVE(WS-EVT-IDX) TO WS-TOT-RESERVE
           ADD WS-EVT-CEDED(WS-EVT-IDX) TO WS-TOT-CEDED.

       5000-CLEANUP.
           MOVE SPACES TO CAT-REPORT-RECORD
           WRITE CAT-REPORT-RECORD

           MOVE SPACES TO CAT-REPORT-RECORD
           STRING 'EVENT CLAIMS READ: ' WS-CEV-READ-COUNT
                  '  AUDIT PAYMENTS USED: ' WS-AUDIT-USED-COUNT
                  '  LEDGER ROWS USED: ' WS-LEDGER-USED-COUNT
                  '  CESSIONS USED: ' WS-CESSION-USED-COUNT
                  INTO CAT-REPORT-RECORD
           WRITE CAT-REPORT-RECORD

           IF WS-UNLISTED-COUNT > 0
               MOVE SPACES TO CAT-REPORT-RECORD
               STRING 'EVENT CODES NOT ON EVENT FILE: '
                      WS-UNLISTED-COUNT
                      INTO CAT-REPORT-RECORD
               WRITE CAT-REPORT-RECORD
           END-IF

           CLOSE CLAIM-EVENT-FILE
                 CAT-REPORT-FILE.

       9999-ABORT.
           DISPLAY 'ABNORMAL TERMINATION'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
