       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSTRI.
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

           SELECT TRI-CONTROL-FILE
               ASSIGN TO TRICDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRI-CONTROL-STATUS.

           SELECT CLAIM-INDEX-FILE
               ASSIGN TO TRIWDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIX-CLAIM-ID
               FILE STATUS IS WS-CLAIM-INDEX-STATUS.

           SELECT TRI-REPORT-FILE
               ASSIGN TO TRIRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRI-REPORT-STATUS.

           SELECT TRI-EXTRACT-FILE
               ASSIGN TO TRIXDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRI-EXTRACT-STATUS.

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
           05  FILLER          PIC X(10).

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
           05  FILLER              PIC X(10).

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
           05  FILLER              PIC X(10).

       FD  TRI-CONTROL-FILE.
       01  TRI-CONTROL-RECORD.
           05  TCTL-VALUATION-DATE PIC X(8).
           05  FILLER              PIC X(72).

       FD  CLAIM-INDEX-FILE.
       01  CLAIM-INDEX-RECORD.
           05  CIX-CLAIM-ID        PIC X(10).
           05  CIX-CLAIM-DATE      PIC X(8).
           05  CIX-CLAIM-TYPE      PIC X(2).
           05  CIX-SOURCE          PIC X(1).
               88  CIX-LIVE           VALUE 'L'.
               88  CIX-ARCHIVED       VALUE 'H'.

       FD  TRI-REPORT-FILE.
       01  TRI-REPORT-RECORD       PIC X(132).

       FD  TRI-EXTRACT-FILE.
       01  TRI-EXTRACT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CLAIMS-STATUS        PIC XX.
           05  WS-HISTORY-STATUS       PIC XX.
           05  WS-AUDIT-STATUS         PIC XX.
           05  WS-RESERVE-STATUS       PIC XX.
           05  WS-TRI-CONTROL-STATUS   PIC XX.
           05  WS-CLAIM-INDEX-STATUS   PIC XX.
           05  WS-TRI-REPORT-STATUS    PIC XX.
           05  WS-TRI-EXTRACT-STATUS   PIC XX.

       01  WS-COUNTERS.
           05  WS-LIVE-CLAIM-COUNT    PIC 9(7) VALUE 0.
           05  WS-HIST-CLAIM-COUNT    PIC 9(7) VALUE 0.
           05  WS-HIST-DUP-COUNT      PIC 9(7) VALUE 0.
           05  WS-AUDIT-USED-COUNT    PIC 9(7) VALUE 0.
           05  WS-LEDGER-USED-COUNT   PIC 9(7) VALUE 0.
           05  WS-NO-CLAIM-COUNT      PIC 9(7) VALUE 0.
           05  WS-OUT-OF-RANGE-COUNT  PIC 9(7) VALUE 0.
           05  WS-AFTER-VAL-COUNT     PIC 9(7) VALUE 0.
           05  WS-EXTRACT-COUNT       PIC 9(7) VALUE 0.

       01  WS-DATE-TIME.
           05  WS-CURRENT-DATE   PIC X(8).
           05  WS-CURRENT-TIME   PIC X(6).

       01  WS-FLAGS.
           05  WS-EOF-CLAIMS     PIC X VALUE 'N'.
               88  END-OF-CLAIMS     VALUE 'Y'.
           05  WS-EOF-HISTORY    PIC X VALUE 'N'.
               88  END-OF-HISTORY    VALUE 'Y'.
           05  WS-EOF-AUDIT      PIC X VALUE 'N'.
               88  END-OF-AUDIT      VALUE 'Y'.
           05  WS-EOF-RESERVE    PIC X VALUE 'N'.
               88  END-OF-RESERVE    VALUE 'Y'.
           05  WS-CELL-VALID     PIC X VALUE 'N'.
               88  CELL-VALID        VALUE 'Y'.

       01  WS-HIST-CLAIM.
           05  WS-HIST-CLAIM-ID    PIC X(10).
           05  WS-HIST-CLAIM-DATE  PIC X(8).
           05  FILLER              PIC X(14).
           05  WS-HIST-CLAIM-TYPE  PIC X(2).
           05  FILLER              PIC X(16).

      *    ACCIDENT YEARS RUN FROM NINE YEARS BEFORE THE VALUATION
      *    YEAR TO THE VALUATION YEAR. DEVELOPMENT PERIODS ARE WHOLE
      *    TWELVE-MONTH AGES MEASURED FROM THE CLAIM DATE; THE TENTH
      *    PERIOD TAKES EVERYTHING OLDER
       01  WS-VALUATION-DATE     PIC X(8) VALUE SPACES.
       01  WS-VALUATION-PARTS REDEFINES WS-VALUATION-DATE.
           05  WS-VAL-YYYY         PIC 9(4).
           05  WS-VAL-MM           PIC 9(2).
           05  WS-VAL-DD           PIC 9(2).
       01  WS-FIRST-AY           PIC 9(4) VALUE 0.

       01  WS-CLAIM-DATE-WORK    PIC X(8) VALUE SPACES.
       01  WS-CLAIM-DATE-PARTS REDEFINES WS-CLAIM-DATE-WORK.
           05  WS-CLM-YYYY         PIC 9(4).
           05  WS-CLM-MM           PIC 9(2).
           05  WS-CLM-DD           PIC 9(2).
       01  WS-TRAN-DATE-WORK     PIC X(8) VALUE SPACES.
       01  WS-TRAN-DATE-PARTS REDEFINES WS-TRAN-DATE-WORK.
           05  WS-TRN-YYYY         PIC 9(4).
           05  WS-TRN-MM           PIC 9(2).
           05  WS-TRN-DD           PIC 9(2).
       01  WS-CLAIM-MONTHS       PIC 9(6) VALUE 0.
       01  WS-TRAN-MONTHS        PIC 9(6) VALUE 0.
       01  WS-AGE-MONTHS         PIC 9(6) VALUE 0.
       01  WS-CELL-AY            PIC 9(2) VALUE 0.
       01  WS-CELL-DEV           PIC 9(2) VALUE 0.
       01  WS-CELL-TYPE          PIC 9(1) VALUE 0.
       01  WS-CELL-AMOUNT        PIC S9(9)V99 VALUE 0.
       01  WS-MAX-DEV            PIC 9(2) VALUE 0.

      *    INCREMENTAL AMOUNTS BY CLAIM TYPE (1=AU 2=HO 3=LF),
      *    ACCIDENT YEAR AND DEVELOPMENT PERIOD
       01  WS-TRIANGLE-TABLE.
           05  WS-TRI-TYPE-ENTRY OCCURS 3 TIMES
                   INDEXED BY WS-TT-IDX.
               10  WS-TRI-AY-ENTRY OCCURS 10 TIMES
                       INDEXED BY WS-AY-IDX.
                   15  WS-TRI-CLAIM-COUNT  PIC 9(7) VALUE 0.
                   15  WS-TRI-DEV-ENTRY OCCURS 10 TIMES
                           INDEXED BY WS-DV-IDX.
                       20  WS-TRI-PAID-INCR  PIC S9(11)V99 VALUE 0.
                       20  WS-TRI-RSV-INCR   PIC S9(11)V99 VALUE 0.

      *    CUMULATIVE VIEW OF ONE CLAIM TYPE, BUILT FOR PRINTING
       01  WS-CUMULATIVE-TABLE.
           05  WS-CUM-AY-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-CA-IDX.
               10  WS-CUM-DEV-ENTRY OCCURS 10 TIMES
                       INDEXED BY WS-CD-IDX.
                   15  WS-CUM-PAID       PIC S9(11)V99.
                   15  WS-CUM-INCURRED   PIC S9(11)V99.
       01  WS-RUN-PAID           PIC S9(11)V99 VALUE 0.
       01  WS-RUN-RESERVE        PIC S9(11)V99 VALUE 0.

       01  WS-FACTOR-WORK.
           05  WS-PAID-NUMER      PIC S9(13)V99 VALUE 0.
           05  WS-PAID-DENOM      PIC S9(13)V99 VALUE 0.
           05  WS-INC-NUMER       PIC S9(13)V99 VALUE 0.
           05  WS-INC-DENOM       PIC S9(13)V99 VALUE 0.
       01  WS-FACTOR-TABLE.
           05  WS-FACTOR-ENTRY OCCURS 9 TIMES
                   INDEXED BY WS-FC-IDX.
               10  WS-PAID-FACTOR     PIC 9(3)V9999.
               10  WS-INC-FACTOR      PIC 9(3)V9999.

       01  WS-TYPE-LABEL         PIC X(2) VALUE SPACES.
       01  WS-AY-LABEL           PIC 9(4) VALUE 0.
       01  WS-DEV-MONTHS         PIC 9(3) VALUE 0.
       01  WS-TRI-KIND           PIC X(4) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(6) VALUE 'AY'.
           05  WS-HL-CELL OCCURS 10 TIMES.
               10  FILLER          PIC X(4) VALUE SPACES.
               10  WS-HL-MONTHS    PIC ZZ9.
               10  FILLER          PIC X(3) VALUE ' MO'.
               10  FILLER          PIC X(2) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WS-AL-AY            PIC X(4).
           05  FILLER              PIC X(2).
           05  WS-AL-CELL OCCURS 10 TIMES.
               10  WS-AL-AMOUNT    PIC -(9)9.
               10  FILLER          PIC X(2).

       01  WS-FACTOR-LINE.
           05  WS-FL-LABEL         PIC X(6).
           05  WS-FL-CELL OCCURS 10 TIMES.
               10  FILLER          PIC X(3).
               10  WS-FL-FACTOR    PIC ZZ9.9999.
               10  FILLER          PIC X(1).

       01  WS-EXTRACT-FIELDS.
           05  WS-XT-AY            PIC X(4).
           05  WS-XT-AMOUNT        PIC +9(11).99.
           05  WS-XT-FACTOR        PIC 9(3).9999.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BUILD-CLAIM-INDEX
           PERFORM 3000-SCAN-AUDIT-FILE
           PERFORM 3500-SCAN-RESERVE-LEDGER
           PERFORM 4000-WRITE-TRIANGLES
           PERFORM 5000-CLEANUP
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           PERFORM 1050-READ-CONTROL-CARD

           OPEN INPUT CLAIMS-FILE
           IF WS-CLAIMS-STATUS NOT = '00'
               DISPLAY 'CLAIMS FILE ERROR: ' WS-CLAIMS-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT CLAIM-INDEX-FILE
           CLOSE CLAIM-INDEX-FILE
           OPEN I-O CLAIM-INDEX-FILE
           IF WS-CLAIM-INDEX-STATUS NOT = '00'
               DISPLAY 'CLAIM INDEX WORK FILE ERROR: '
                   WS-CLAIM-INDEX-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT TRI-REPORT-FILE
           IF WS-TRI-REPORT-STATUS NOT = '00'
               DISPLAY 'TRIANGLE REPORT ERROR: ' WS-TRI-REPORT-STATUS
               PERFORM 9999-ABORT
           END-IF

           OPEN OUTPUT TRI-EXTRACT-FILE
           IF WS-TRI-EXTRACT-STATUS NOT = '00'
               DISPLAY 'TRIANGLE EXTRACT ERROR: '
                   WS-TRI-EXTRACT-STATUS
               PERFORM 9999-ABORT
           END-IF

           COMPUTE WS-FIRST-AY = WS-VAL-YYYY - 9

           MOVE SPACES TO TRI-REPORT-RECORD
           STRING 'LOSS DEVELOPMENT TRIANGLES - VALUED '
                  WS-VALUATION-DATE
                  ' RUN ' WS-CURRENT-DATE ' ' WS-CURRENT-TIME
                  INTO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD

           MOVE SPACES TO TRI-EXTRACT-RECORD
           STRING 'TRIANGLE,CLAIM TYPE,ACCIDENT YEAR,'
                  'DEVELOPMENT MONTHS,VALUE'
                  INTO TRI-EXTRACT-RECORD
           WRITE TRI-EXTRACT-RECORD.

      *    THE CONTROL CARD IS OPTIONAL - WITHOUT ONE THE TRIANGLES
      *    ARE VALUED AS AT THE RUN DATE
       1050-READ-CONTROL-CARD.
           MOVE WS-CURRENT-DATE TO WS-VALUATION-DATE
           OPEN INPUT TRI-CONTROL-FILE
           IF WS-TRI-CONTROL-STATUS = '00'
               READ TRI-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TCTL-VALUATION-DATE NOT = SPACES
                           MOVE TCTL-VALUATION-DATE
                               TO WS-VALUATION-DATE
                       END-IF
               END-READ
               CLOSE TRI-CONTROL-FILE
           END-IF

           IF WS-VALUATION-DATE NOT NUMERIC
               DISPLAY 'INVALID VALUATION DATE: ' WS-VALUATION-DATE
               PERFORM 9999-ABORT
           END-IF.

      *    CLAIM DATE AND TYPE FOR EVERY CLAIM, LIVE OR ARCHIVED, SO
      *    AUDIT AND LEDGER ROWS CAN BE PLACED IN THE TRIANGLE
       2000-BUILD-CLAIM-INDEX.
           PERFORM UNTIL END-OF-CLAIMS
               READ CLAIMS-FILE NEXT RECORD
                   AT END
                       SET END-OF-CLAIMS TO TRUE
                   NOT AT END
                       PERFORM 2100-INDEX-LIVE-CLAIM
               END-READ
           END-PERFORM

           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL END-OF-HISTORY
                   READ HISTORY-FILE
                       AT END
                           SET END-OF-HISTORY TO TRUE
                       NOT AT END
                           PERFORM 2200-INDEX-ARCHIVED-CLAIM
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY 'HISTORY FILE NOT AVAILABLE: '
                   WS-HISTORY-STATUS
           END-IF.

       2100-INDEX-LIVE-CLAIM.
           MOVE CLAIM-ID TO CIX-CLAIM-ID
           MOVE CLAIM-DATE TO CIX-CLAIM-DATE
           MOVE CLAIM-TYPE TO CIX-CLAIM-TYPE
           SET CIX-LIVE TO TRUE
           WRITE CLAIM-INDEX-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LIVE-CLAIM-COUNT
                   PERFORM 2300-COUNT-REPORTED-CLAIM
           END-WRITE.

      *    A RETRIEVED CLAIM IS BOTH LIVE AND ON HISTORY - THE LIVE
      *    COPY WAS INDEXED FIRST AND THE HISTORY COPY IS SKIPPED
       2200-INDEX-ARCHIVED-CLAIM.
           MOVE HIST-CLAIM-DATA TO WS-HIST-CLAIM
           MOVE WS-HIST-CLAIM-ID TO CIX-CLAIM-ID
           MOVE WS-HIST-CLAIM-DATE TO CIX-CLAIM-DATE
           MOVE WS-HIST-CLAIM-TYPE TO CIX-CLAIM-TYPE
           SET CIX-ARCHIVED TO TRUE
           WRITE CLAIM-INDEX-RECORD
               INVALID KEY
                   ADD 1 TO WS-HIST-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-CLAIM-COUNT
                   PERFORM 2300-COUNT-REPORTED-CLAIM
           END-WRITE.

       2300-COUNT-REPORTED-CLAIM.
           MOVE CIX-CLAIM-DATE TO WS-TRAN-DATE-WORK
           PERFORM 3800-LOCATE-CELL
           IF CELL-VALID
               ADD 1 TO WS-TRI-CLAIM-COUNT(WS-CELL-TYPE, WS-CELL-AY)
           END-IF.

      *    PAID LOSSES FOLLOW THE RECOVERY PROGRAM: EVERY APPROVED
      *    AUDIT ROW IS A PAYMENT ON ITS AUDIT DATE
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
                               PERFORM 3100-POST-AUDIT-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'AUDIT FILE NOT AVAILABLE: ' WS-AUDIT-STATUS
           END-IF.

       3100-POST-AUDIT-PAYMENT.
           MOVE AUD-CLAIM-ID TO CIX-CLAIM-ID
           MOVE AUD-DATE TO WS-TRAN-DATE-WORK
           PERFORM 3700-FIND-CLAIM-CELL
           IF CELL-VALID
               ADD 1 TO WS-AUDIT-USED-COUNT
               ADD AUD-PAID-AMOUNT TO
                   WS-TRI-PAID-INCR(WS-CELL-TYPE, WS-CELL-AY,
                                    WS-CELL-DEV)
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
                               PERFORM 3600-POST-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVE-LEDGER-FILE
           ELSE
               DISPLAY 'RESERVE LEDGER NOT AVAILABLE: '
                   WS-RESERVE-STATUS
           END-IF.

      *    CASE RESERVE MOVES WITH ESTABLISH AND RELEASE ROWS. A 'J'
      *    RECOVERY ADJUSTMENT ALSO LEAVES AN A->A AUDIT ROW CARRYING
      *    THE AMOUNT AS PAID, SO IT COMES OFF PAID TWICE; A 'V'
      *    RECOVERY COMES OFF ONCE
       3600-POST-LEDGER-ROW.
           MOVE RSV-CLAIM-ID TO CIX-CLAIM-ID
           MOVE RSV-DATE TO WS-TRAN-DATE-WORK
           PERFORM 3700-FIND-CLAIM-CELL
           IF CELL-VALID
               ADD 1 TO WS-LEDGER-USED-COUNT
               EVALUATE TRUE
                   WHEN RSV-ESTABLISH
                       ADD RSV-AMOUNT TO
                           WS-TRI-RSV-INCR(WS-CELL-TYPE, WS-CELL-AY,
                                           WS-CELL-DEV)
                   WHEN RSV-RELEASE
                       SUBTRACT RSV-AMOUNT FROM
                           WS-TRI-RSV-INCR(WS-CELL-TYPE, WS-CELL-AY,
                                           WS-CELL-DEV)
                   WHEN RSV-ADJUSTMENT
                       COMPUTE WS-CELL-AMOUNT = RSV-AMOUNT * 2
                       SUBTRACT WS-CELL-AMOUNT FROM
                           WS-TRI-PAID-INCR(WS-CELL-TYPE, WS-CELL-AY,
                                            WS-CELL-DEV)
                   WHEN RSV-RECOVERY
                       SUBTRACT RSV-AMOUNT FROM
                           WS-TRI-PAID-INCR(WS-CELL-TYPE, WS-CELL-AY,
                                            WS-CELL-DEV)
               END-EVALUATE
           END-IF.

       3700-FIND-CLAIM-CELL.
           MOVE 'N' TO WS-CELL-VALID
           READ CLAIM-INDEX-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-CLAIM-COUNT
               NOT INVALID KEY
                   IF WS-TRAN-DATE-WORK > WS-VALUATION-DATE
                       ADD 1 TO WS-AFTER-VAL-COUNT
                   ELSE
                       PERFORM 3800-LOCATE-CELL
                       IF NOT CELL-VALID
                           ADD 1 TO WS-OUT-OF-RANGE-COUNT
                       END-IF
                   END-IF
           END-READ.

      *    PLACES CIX-CLAIM-DATE / CIX-CLAIM-TYPE AND THE TRANSACTION
      *    DATE IN WS-TRAN-DATE-WORK INTO A TYPE, ACCIDENT YEAR AND
      *    DEVELOPMENT PERIOD
       3800-LOCATE-CELL.
           MOVE 'N' TO WS-CELL-VALID
           MOVE CIX-CLAIM-DATE TO WS-CLAIM-DATE-WORK
           EVALUATE CIX-CLAIM-TYPE
               WHEN 'AU'  MOVE 1 TO WS-CELL-TYPE
               WHEN 'HO'  MOVE 2 TO WS-CELL-TYPE
               WHEN 'LF'  MOVE 3 TO WS-CELL-TYPE
               WHEN OTHER MOVE 0 TO WS-CELL-TYPE
           END-EVALUATE
           IF WS-CELL-TYPE > 0
              AND WS-CLAIM-DATE-WORK NUMERIC
              AND WS-TRAN-DATE-WORK NUMERIC
              AND WS-CLM-YYYY NOT < WS-FIRST-AY
              AND WS-CLM-YYYY NOT > WS-VAL-YYYY
               COMPUTE WS-CELL-AY = WS-CLM-YYYY - WS-FIRST-AY + 1
               COMPUTE WS-CLAIM-MONTHS = WS-CLM-YYYY * 12 + WS-CLM-MM
               COMPUTE WS-TRAN-MONTHS = WS-TRN-YYYY * 12 + WS-TRN-MM
               MOVE 0 TO WS-AGE-MONTHS
               IF WS-TRAN-MONTHS > WS-CLAIM-MONTHS
                   COMPUTE WS-AGE-MONTHS =
                       WS-TRAN-MONTHS - WS-CLAIM-MONTHS
                   IF WS-TRN-DD < WS-CLM-DD
                       SUBTRACT 1 FROM WS-AGE-MONTHS
                   END-IF
               END-IF
               COMPUTE WS-CELL-DEV = WS-AGE-MONTHS / 12 + 1
                   ON SIZE ERROR MOVE 10 TO WS-CELL-DEV
               END-COMPUTE
               IF WS-CELL-DEV > 10
                   MOVE 10 TO WS-CELL-DEV
               END-IF
               SET CELL-VALID TO TRUE
           END-IF.

       4000-WRITE-TRIANGLES.
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > 3
               EVALUATE WS-TT-IDX
                   WHEN 1  MOVE 'AU' TO WS-TYPE-LABEL
                   WHEN 2  MOVE 'HO' TO WS-TYPE-LABEL
                   WHEN 3  MOVE 'LF' TO WS-TYPE-LABEL
               END-EVALUATE
               PERFORM 4100-BUILD-CUMULATIVE
               PERFORM 4200-CALC-FACTORS
               PERFORM 4300-PRINT-TYPE-TRIANGLES
               PERFORM 4500-EXTRACT-TYPE-TRIANGLES
           END-PERFORM

           PERFORM 4800-WRITE-CONTROL-COUNTS.

      *    INCURRED = CUMULATIVE PAID + OPEN CASE RESERVE AT THE SAME
      *    DEVELOPMENT AGE
       4100-BUILD-CUMULATIVE.
           PERFORM VARYING WS-AY-IDX FROM 1 BY 1
               UNTIL WS-AY-IDX > 10
               MOVE 0 TO WS-RUN-PAID
               MOVE 0 TO WS-RUN-RESERVE
               SET WS-CA-IDX TO WS-AY-IDX
               PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                   UNTIL WS-DV-IDX > 10
                   SET WS-CD-IDX TO WS-DV-IDX
                   ADD WS-TRI-PAID-INCR(WS-TT-IDX, WS-AY-IDX, WS-DV-IDX)
                       TO WS-RUN-PAID
                   ADD WS-TRI-RSV-INCR(WS-TT-IDX, WS-AY-IDX, WS-DV-IDX)
                       TO WS-RUN-RESERVE
                   MOVE WS-RUN-PAID TO
                       WS-CUM-PAID(WS-CA-IDX, WS-CD-IDX)
                   COMPUTE WS-CUM-INCURRED(WS-CA-IDX, WS-CD-IDX) =
                       WS-RUN-PAID + WS-RUN-RESERVE
               END-PERFORM
           END-PERFORM.

      *    VOLUME-WEIGHTED AGE-TO-AGE FACTORS OVER THE ACCIDENT YEARS
      *    THAT HAVE REACHED BOTH AGES. ACCIDENT YEAR N (1=OLDEST) HAS
      *    REACHED AGES 1 THROUGH 11 - N
       4200-CALC-FACTORS.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > 9
               MOVE 0 TO WS-PAID-NUMER WS-PAID-DENOM
                         WS-INC-NUMER WS-INC-DENOM
               PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > 10
                   SET WS-MAX-DEV TO WS-CA-IDX
                   COMPUTE WS-MAX-DEV = 11 - WS-MAX-DEV
                   IF WS-FC-IDX < WS-MAX-DEV
                       PERFORM 4210-ADD-FACTOR-PAIR
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-PAID-FACTOR(WS-FC-IDX)
                         WS-INC-FACTOR(WS-FC-IDX)
               IF WS-PAID-DENOM > 0
                   COMPUTE WS-PAID-FACTOR(WS-FC-IDX) ROUNDED =
                       WS-PAID-NUMER / WS-PAID-DENOM
                       ON SIZE ERROR
                           MOVE 0 TO WS-PAID-FACTOR(WS-FC-IDX)
                   END-COMPUTE
               END-IF
               IF WS-INC-DENOM > 0
                   COMPUTE WS-INC-FACTOR(WS-FC-IDX) ROUNDED =
                       WS-INC-NUMER / WS-INC-DENOM
                       ON SIZE ERROR
                           MOVE 0 TO WS-INC-FACTOR(WS-FC-IDX)
                   END-COMPUTE
               END-IF
           END-PERFORM.

       4210-ADD-FACTOR-PAIR.
           SET WS-CD-IDX TO WS-FC-IDX
           ADD WS-CUM-PAID(WS-CA-IDX, WS-CD-IDX) TO WS-PAID-DENOM
           ADD WS-CUM-INCURRED(WS-CA-IDX, WS-CD-IDX) TO WS-INC-DENOM
           SET WS-CD-IDX UP BY 1
           ADD WS-CUM-PAID(WS-CA-IDX, WS-CD-IDX) TO WS-PAID-NUMER
           ADD WS-CUM-INCURRED(WS-CA-IDX, WS-CD-IDX) TO WS-INC-NUMER.

       4300-PRINT-TYPE-TRIANGLES.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > 10
               SET WS-DEV-MONTHS TO WS-CD-IDX
               COMPUTE WS-HL-MONTHS(WS-CD-IDX) = WS-DEV-MONTHS * 12
           END-PERFORM

           MOVE SPACES TO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD
           MOVE SPACES TO TRI-REPORT-RECORD
           STRING 'CLAIM TYPE ' WS-TYPE-LABEL
                  ' - PAID LOSSES NET OF RECOVERIES, CUMULATIVE'
                  INTO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD
           MOVE WS-HEADING-LINE TO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD
           MOVE 'PAID' TO WS-TRI-KIND
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > 10
               PERFORM 4310-PRINT-AMOUNT-ROW
           END-PERFORM
           PERFORM 4320-PRINT-FACTOR-ROW

           MOVE SPACES TO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD
           MOVE SPACES TO TRI-REPORT-RECORD
           STRING 'CLAIM TYPE ' WS-TYPE-LABEL
                  ' - INCURRED LOSSES (PAID + CASE RESERVE), '
                  'CUMULATIVE'
                  INTO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD
           MOVE WS-HEADING-LINE TO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD
           MOVE 'INCD' TO WS-TRI-KIND
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > 10
               PERFORM 4310-PRINT-AMOUNT-ROW
           END-PERFORM
           PERFORM 4320-PRINT-FACTOR-ROW

           MOVE SPACES TO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD
           MOVE SPACES TO TRI-REPORT-RECORD
           STRING 'CLAIM TYPE ' WS-TYPE-LABEL
                  ' - REPORTED CLAIMS BY ACCIDENT YEAR'
                  INTO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD
           PERFORM VARYING WS-AY-IDX FROM 1 BY 1
               UNTIL WS-AY-IDX > 10
               SET WS-AY-LABEL TO WS-AY-IDX
               ADD WS-FIRST-AY TO WS-AY-LABEL
               SUBTRACT 1 FROM WS-AY-LABEL
               MOVE SPACES TO TRI-REPORT-RECORD
               STRING WS-AY-LABEL '  '
                      WS-TRI-CLAIM-COUNT(WS-TT-IDX, WS-AY-IDX)
                      INTO TRI-REPORT-RECORD
               WRITE TRI-REPORT-RECORD
           END-PERFORM.

       4310-PRINT-AMOUNT-ROW.
           SET WS-AY-LABEL TO WS-CA-IDX
           ADD WS-FIRST-AY TO WS-AY-LABEL
           SUBTRACT 1 FROM WS-AY-LABEL
           SET WS-MAX-DEV TO WS-CA-IDX
           COMPUTE WS-MAX-DEV = 11 - WS-MAX-DEV
           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE WS-AY-LABEL TO WS-AL-AY
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-MAX-DEV
               IF WS-TRI-KIND = 'PAID'
                   COMPUTE WS-AL-AMOUNT(WS-CD-IDX) ROUNDED =
                       WS-CUM-PAID(WS-CA-IDX, WS-CD-IDX)
               ELSE
                   COMPUTE WS-AL-AMOUNT(WS-CD-IDX) ROUNDED =
                       WS-CUM-INCURRED(WS-CA-IDX, WS-CD-IDX)
               END-IF
           END-PERFORM
           MOVE WS-AMOUNT-LINE TO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD.

       4320-PRINT-FACTOR-ROW.
           MOVE SPACES TO WS-FACTOR-LINE
           MOVE 'ATA' TO WS-FL-LABEL
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > 9
               SET WS-CD-IDX TO WS-FC-IDX
               IF WS-TRI-KIND = 'PAID'
                   MOVE WS-PAID-FACTOR(WS-FC-IDX)
                       TO WS-FL-FACTOR(WS-CD-IDX)
               ELSE
                   MOVE WS-INC-FACTOR(WS-FC-IDX)
                       TO WS-FL-FACTOR(WS-CD-IDX)
               END-IF
           END-PERFORM
           MOVE WS-FACTOR-LINE TO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD.

      *    ONE ROW PER OBSERVED CELL AND PER FACTOR:
      *    KIND,TYPE,ACCIDENT YEAR,AGE IN MONTHS,VALUE
      *    KIND PAID / INCD ARE CUMULATIVE AMOUNTS; PATA / IATA ARE
      *    THE FACTORS FROM THE AGE SHOWN TO THE NEXT AGE
       4500-EXTRACT-TYPE-TRIANGLES.
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > 10
               SET WS-AY-LABEL TO WS-CA-IDX
               ADD WS-FIRST-AY TO WS-AY-LABEL
               SUBTRACT 1 FROM WS-AY-LABEL
               MOVE WS-AY-LABEL TO WS-XT-AY
               SET WS-MAX-DEV TO WS-CA-IDX
               COMPUTE WS-MAX-DEV = 11 - WS-MAX-DEV
               PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-MAX-DEV
                   SET WS-DEV-MONTHS TO WS-CD-IDX
                   COMPUTE WS-DEV-MONTHS = WS-DEV-MONTHS * 12
                   MOVE 'PAID' TO WS-TRI-KIND
                   MOVE WS-CUM-PAID(WS-CA-IDX, WS-CD-IDX)
                       TO WS-XT-AMOUNT
                   PERFORM 4510-WRITE-AMOUNT-ROW
                   MOVE 'INCD' TO WS-TRI-KIND
                   MOVE WS-CUM-INCURRED(WS-CA-IDX, WS-CD-IDX)
                       TO WS-XT-AMOUNT
                   PERFORM 4510-WRITE-AMOUNT-ROW
               END-PERFORM
           END-PERFORM

           MOVE 'ALL ' TO WS-XT-AY
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > 9
               SET WS-DEV-MONTHS TO WS-FC-IDX
               COMPUTE WS-DEV-MONTHS = WS-DEV-MONTHS * 12
               MOVE 'PATA' TO WS-TRI-KIND
               MOVE WS-PAID-FACTOR(WS-FC-IDX) TO WS-XT-FACTOR
               PERFORM 4520-WRITE-FACTOR-ROW
               MOVE 'IATA' TO WS-TRI-KIND
               MOVE WS-INC-FACTOR(WS-FC-IDX) TO WS-XT-FACTOR
               PERFORM 4520-WRITE-FACTOR-ROW
           END-PERFORM.

       4510-WRITE-AMOUNT-ROW.
           MOVE SPACES TO TRI-EXTRACT-RECORD
           STRING WS-TRI-KIND ','
                  WS-TYPE-LABEL ','
                  WS-XT-AY ','
                  WS-DEV-MONTHS ','
                  WS-XT-AMOUNT
                  INTO TRI-EXTRACT-RECORD
           WRITE TRI-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

       4520-WRITE-FACTOR-ROW.
           MOVE SPACES TO TRI-EXTRACT-RECORD
           STRING WS-TRI-KIND ','
                  WS-TYPE-LABEL ','
                  WS-XT-AY ','
                  WS-DEV-MONTHS ','
                  WS-XT-FACTOR
                  INTO TRI-EXTRACT-RECORD
           WRITE TRI-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

       4800-WRITE-CONTROL-COUNTS.
           MOVE SPACES TO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD

           MOVE SPACES TO TRI-REPORT-RECORD
           STRING 'CLAIMS INDEXED - LIVE: ' WS-LIVE-CLAIM-COUNT
                  '  ARCHIVED: ' WS-HIST-CLAIM-COUNT
                  '  ARCHIVED AND LIVE: ' WS-HIST-DUP-COUNT
                  INTO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD

           MOVE SPACES TO TRI-REPORT-RECORD
           STRING 'AUDIT PAYMENTS USED: ' WS-AUDIT-USED-COUNT
                  '  LEDGER ROWS USED: ' WS-LEDGER-USED-COUNT
                  INTO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD

           MOVE SPACES TO TRI-REPORT-RECORD
           STRING 'ROWS SKIPPED - NO CLAIM: ' WS-NO-CLAIM-COUNT
                  '  OUTSIDE ACCIDENT YEARS: ' WS-OUT-OF-RANGE-COUNT
                  '  AFTER VALUATION: ' WS-AFTER-VAL-COUNT
                  INTO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD

           MOVE SPACES TO TRI-REPORT-RECORD
           STRING 'EXTRACT ROWS WRITTEN: ' WS-EXTRACT-COUNT
                  INTO TRI-REPORT-RECORD
           WRITE TRI-REPORT-RECORD.

       5000-CLEANUP.
           CLOSE CLAIMS-FILE
                 CLAIM-INDEX-FILE
                 TRI-REPORT-FILE
                 TRI-EXTRACT-FILE.

       9999-ABORT.
           DISPLAY 'ABNORMAL TERMINATION'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
