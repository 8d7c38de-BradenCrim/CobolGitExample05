       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLBJC14.
       AUTHOR.         BRADEN CRIM
       DATE-WRITTEN.   10/15/2026
      ******************************************************************
      *TENANT ACCOUNT STATEMENT.  PRINTS THE RUNNING-BALANCE LEDGER OF
      *ONE BLD-CODE/UNIT FOR A DATE RANGE FROM TRANHIST.DAT, THE
      *PERMANENT TRANSACTION LEDGER THE BILLING RUN (CBLBJC05) AND THE
      *PAYMENT POSTING RUN (CBLBJC06) ADD TO:
      *  C - CHARGE COMPONENT BILLED (BASE, TENANT CHARGE, DISCOUNT OR
      *      PREMIUM, EACH UTILITY, EACH ANCILLARY ITEM)
      *  L - LATE FEE ASSESSED
      *  P - RECEIPT
      *  N - NSF REVERSAL          F - RETURNED CHECK FEE
      *  A - ADJUSTMENT OR WRITE-OFF
      *  V - BILLED COMPONENT REVERSED BY THE VOID RUN (CBLBJC15)
      *
      *THE OPERATOR KEYS THE BUILDING, THE UNIT AND THE FROM/TO DATES
      *(BLANK FROM = THE FIRST ROW ON FILE, BLANK TO = TODAY).  ROWS
      *BEFORE THE FROM DATE ARE BROUGHT FORWARD AS THE OPENING
      *BALANCE.  EACH ROW IN THE RANGE PRINTS WITH THE BALANCE AFTER
      *IT, THEN THE ENDING BALANCE AND THE PERIOD TOTALS BY TYPE.
      *
      *PROOF: THE SUM OF EVERY ROW ON FILE FOR THE UNIT IS CHECKED
      *AGAINST THE UNIT'S OPENBAL.DAT TOTAL (ALL FOUR BUCKETS PLUS THE
      *LATE FEE) AND THE STATEMENT SAYS WHETHER THEY TIE.  A BILLING
      *THAT CBLBJC06 HAS NOT POSTED YET, OR A BALANCE CARRIED FROM
      *BEFORE THE LEDGER STARTED, SHOWS AS THE DIFFERENCE AND THE RUN
      *ENDS WITH RETURN-CODE 8.
      *
      *OUTPUT:  STMT.PRT - 80 COLUMNS, ONE STATEMENT PER RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRAN-HIST
               ASSIGN TO 'C:\COBOL\TRANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TH-STATUS.
           SELECT OPTIONAL OPEN-BAL
               ASSIGN TO 'C:\COBOL\OPENBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-KEY
               FILE STATUS IS WS-OB-STATUS.
           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO 'C:\COBOL\TENANTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TM-STATUS.
           SELECT OPTIONAL BLD-MASTER
               ASSIGN TO 'C:\COBOL\BLDMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-PRINT
               ASSIGN TO 'C:\COBOL\STMT.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      *    PERMANENT TRANSACTION LEDGER - SAME LAYOUT AS CBLBJC05 AND
      *    CBLBJC06.  TH-AMOUNT IS THE SIGNED EFFECT ON WHAT THE
      *    TENANT OWES.
       FD  TRAN-HIST
           LABEL RECORD IS STANDARD.
       01  TRAN-HIST-REC.
           05  TH-KEY.
               10  TH-BLD-CODE         PIC XX.
               10  TH-UNIT             PIC 99.
               10  TH-DATE             PIC 9(8).
               10  TH-RUN-TIME         PIC X(6).
               10  TH-SEQ              PIC 9(5).
           05  TH-TRAN-TYPE            PIC X.
               88  TH-IS-CHARGE        VALUE 'C'.
               88  TH-IS-LATE-FEE      VALUE 'L'.
               88  TH-IS-RECEIPT       VALUE 'P'.
               88  TH-IS-NSF           VALUE 'N'.
               88  TH-IS-NSF-FEE       VALUE 'F'.
               88  TH-IS-ADJUSTMENT    VALUE 'A'.
               88  TH-IS-VOID          VALUE 'V'.
           05  TH-COMPONENT            PIC X(4).
           05  TH-AMOUNT               PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  TH-REFERENCE            PIC X(10).
           05  TH-DESC                 PIC X(20).
           05  TH-SOURCE               PIC X(8).

       FD  OPEN-BAL
           LABEL RECORD IS STANDARD.
       01  OPEN-BAL-REC.
           05  OB-KEY.
               10  OB-BLD-CODE         PIC XX.
               10  OB-UNIT             PIC 99.
           05  OB-CURRENT              PIC S9(5)V99.
           05  OB-AGE-30               PIC S9(5)V99.
           05  OB-AGE-60               PIC S9(5)V99.
           05  OB-AGE-90               PIC S9(5)V99.
           05  OB-LATE-FEE             PIC 999V99.

       FD  TENANT-MASTER
           LABEL RECORD IS STANDARD.
       01  TENANT-MASTER-REC.
           05  TM-KEY.
               10  TM-BLD-CODE         PIC XX.
               10  TM-UNIT             PIC 99.
           05  TM-LEASEHOLDER          PIC X(25).
           05  TM-LEASE-START          PIC X(8).
           05  TM-LEASE-END            PIC X(8).

       FD  BLD-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS.
       01  BLD-MASTER-REC.
           05  BM-CODE                 PIC XX.
           05  BM-NAME                 PIC X(15).
           05  BM-ADDRESS              PIC X(30).
           05  BM-OWNER                PIC X(20).

       FD  STATEMENT-PRINT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS STMTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  STMTLINE                    PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC XXXX.
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  C-PCTR                      PIC 99       VALUE ZERO.
           05  WS-TODAY-DATE               PIC 9(8)     VALUE ZERO.
           05  WS-TH-STATUS                PIC XX       VALUE SPACES.
           05  WS-OB-STATUS                PIC XX       VALUE SPACES.
           05  WS-TM-STATUS                PIC XX       VALUE SPACES.
           05  WS-TH-EOF                   PIC XXX      VALUE 'NO'.
           05  WS-BLD-EOF                  PIC XXX      VALUE 'NO'.
           05  WS-BLD-FOUND                PIC X        VALUE 'N'.
               88  BLD-CODE-FOUND          VALUE 'Y'.
           05  WS-OPENBAL-FOUND            PIC X        VALUE 'N'.
               88  OPENBAL-FOUND           VALUE 'Y'.
           05  WS-ANSWER                   PIC X(30)    VALUE SPACES.
           05  WS-KEY-BLD                  PIC XX       VALUE SPACES.
           05  WS-KEY-UNIT                 PIC 99       VALUE ZERO.
           05  WS-FROM-DATE                PIC 9(8)     VALUE ZERO.
           05  WS-TO-DATE                  PIC 9(8)     VALUE ZERO.
           05  WS-CURR-LEASEHOLDER         PIC X(25)    VALUE SPACES.
           05  WS-CURR-BLD-NAME            PIC X(15)    VALUE SPACES.
           05  WS-CURR-BLD-ADDRESS         PIC X(30)    VALUE SPACES.
           05  WS-DATE-WORK                PIC 9(8)     VALUE ZERO.
           05  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR            PIC 9999.
               10  WS-DATE-MONTH           PIC 99.
               10  WS-DATE-DAY             PIC 99.
      *    OPENING = ROWS BEFORE THE RANGE, RUNNING = OPENING PLUS THE
      *    ROWS PRINTED SO FAR, AFTER = ROWS PAST THE TO DATE (ONLY
      *    NEEDED FOR THE OPENBAL.DAT PROOF).
           05  C-OPENING-BAL               PIC S9(7)V99 VALUE ZERO.
           05  C-RUNNING-BAL               PIC S9(7)V99 VALUE ZERO.
           05  C-AFTER-TOTAL               PIC S9(7)V99 VALUE ZERO.
           05  C-LEDGER-TOTAL              PIC S9(7)V99 VALUE ZERO.
           05  C-OPENBAL-TOTAL             PIC S9(7)V99 VALUE ZERO.
           05  C-TIE-DIFF                  PIC S9(7)V99 VALUE ZERO.
           05  C-ROW-COUNT                 PIC 9(5)     VALUE ZERO.
           05  C-PER-CHARGES               PIC S9(7)V99 VALUE ZERO.
           05  C-PER-LATE-FEES             PIC S9(7)V99 VALUE ZERO.
           05  C-PER-RECEIPTS              PIC S9(7)V99 VALUE ZERO.
           05  C-PER-NSF                   PIC S9(7)V99 VALUE ZERO.
           05  C-PER-ADJUST                PIC S9(7)V99 VALUE ZERO.
       01  TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE: '.
           05  H1-DATE.
               10  H1-MONTH            PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  H1-DAY              PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  H1-YEAR             PIC 9999.
           05  FILLER                  PIC X(16)   VALUE SPACES.
           05  FILLER                  PIC X(15)
                   VALUE "FURLY'S RENTALS".
           05  FILLER                  PIC X(25)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  O-PCTR                  PIC 99.
       01  REPORT-LINE.
           05  FILLER                  PIC X(8)    VALUE 'COBBJC14'.
           05  FILLER                  PIC X(19)   VALUE SPACES.
           05  FILLER                  PIC X(25)
                   VALUE 'TENANT STATEMENT - BRADEN'.
       01  STMT-BLD-LINE.
           05  FILLER                  PIC X(10)
                   VALUE 'BUILDING: '.
           05  O-BLD-NAME              PIC X(15).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-BLD-ADDRESS           PIC X(30).
       01  STMT-ACCT-LINE.
           05  FILLER                  PIC X(8)    VALUE 'TENANT: '.
           05  O-TENANT                PIC X(25).
           05  FILLER                  PIC X(12)
                   VALUE '   ACCOUNT: '.
           05  O-ACCT-BLD              PIC XX.
           05  FILLER                  PIC X       VALUE '-'.
           05  O-ACCT-UNIT             PIC 99.
       01  STMT-PERIOD-LINE.
           05  FILLER                  PIC X(14)
                   VALUE 'PERIOD FROM:  '.
           05  O-FROM-MONTH            PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  O-FROM-DAY              PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  O-FROM-YEAR             PIC 9999.
           05  FILLER                  PIC X(6)    VALUE '  TO: '.
           05  O-TO-MONTH              PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  O-TO-DAY                PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  O-TO-YEAR               PIC 9999.
       01  STMT-COL-LINE.
           05  FILLER                  PIC X(10)   VALUE 'DATE'.
           05  FILLER                  PIC X(3)    VALUE ' T '.
           05  FILLER                  PIC X(21)   VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(9)    VALUE 'REFERENCE'.
           05  FILLER                  PIC X(11)
                   VALUE '    CHARGES'.
           05  FILLER                  PIC X(11)
                   VALUE '    CREDITS'.
           05  FILLER                  PIC X(12)
                   VALUE '     BALANCE'.
       01  STMT-FWD-LINE.
           05  FILLER                  PIC X(55)
                   VALUE 'BALANCE BROUGHT FORWARD'.
           05  O-FWD-BAL               PIC $$,$$$,$$$.99-.
       01  STMT-DETAIL-LINE.
           05  O-DTL-MONTH             PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  O-DTL-DAY               PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  O-DTL-YEAR              PIC 9999.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-TYPE              PIC X.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-DESC              PIC X(20).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-REF               PIC X(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-CHARGE            PIC ZZZ,ZZZ.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-CREDIT            PIC ZZZ,ZZZ.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-BALANCE           PIC $$$$,$$$.99-.
       01  STMT-END-LINE.
           05  FILLER                  PIC X(55)
                   VALUE 'ENDING BALANCE'.
           05  O-END-BAL               PIC $$,$$$,$$$.99-.
       01  STMT-TOTAL-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  O-TOT-DESC              PIC X(26).
           05  O-TOT-AMOUNT            PIC $$,$$$,$$$.99-.
       01  STMT-NONE-LINE.
           05  FILLER                  PIC X(40)
                   VALUE 'NO LEDGER ACTIVITY IN THIS PERIOD'.
       01  STMT-PROOF-LINE.
           05  O-PRF-DESC              PIC X(40).
           05  O-PRF-AMOUNT            PIC $$,$$$,$$$.99-.
       01  STMT-TIE-LINE.
           05  FILLER                  PIC X(22)
                   VALUE 'LEDGER VS OPENBAL.DAT:'.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-TIE-STATUS            PIC X(40).
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-STATEMENT.
           PERFORM L2-CLOSING.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE   TO CURRENT-DATE-AND-TIME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           DISPLAY 'TENANT ACCOUNT STATEMENT FROM TRANHIST.DAT'.
           PERFORM L4-ASK-KEY.
           PERFORM L4-ASK-DATES.
           PERFORM L4-FIND-BUILDING.
           PERFORM L4-FIND-TENANT.
           PERFORM L4-FIND-OPENBAL.
           OPEN INPUT TRAN-HIST.
      *    '05' IS AN OPTIONAL FILE NOT YET ON DISK - NO ACTIVITY HAS
      *    BEEN POSTED YET AND THE STATEMENT PRINTS EMPTY.
           IF WS-TH-STATUS NOT = '00' AND WS-TH-STATUS NOT = '05'
               DISPLAY 'ERROR: CANNOT OPEN TRANHIST.DAT - STATUS '
                   WS-TH-STATUS ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STATEMENT-PRINT.
           PERFORM L4-HEADINGS.
       L2-STATEMENT.
      *    START AT THE UNIT'S FIRST ROW AND READ FORWARD UNTIL THE
      *    KEY MOVES ON TO THE NEXT UNIT.  THE KEY CARRIES THE DATE
      *    NEXT, SO THE ROWS COME BACK IN DATE ORDER.
           MOVE 'NO' TO WS-TH-EOF.
           MOVE LOW-VALUES TO TH-KEY.
           MOVE WS-KEY-BLD TO TH-BLD-CODE.
           MOVE WS-KEY-UNIT TO TH-UNIT.
           START TRAN-HIST KEY NOT LESS THAN TH-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-TH-EOF
           END-START.
           PERFORM UNTIL WS-TH-EOF = 'YES'
               READ TRAN-HIST NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-TH-EOF
                   NOT AT END
                       IF TH-BLD-CODE NOT = WS-KEY-BLD
                               OR TH-UNIT NOT = WS-KEY-UNIT
                           MOVE 'YES' TO WS-TH-EOF
                       ELSE
                           PERFORM L3-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRAN-HIST.
       L3-ONE-ROW.
           ADD TH-AMOUNT TO C-LEDGER-TOTAL.
           EVALUATE TRUE
               WHEN TH-DATE < WS-FROM-DATE
                   ADD TH-AMOUNT TO C-OPENING-BAL
               WHEN TH-DATE > WS-TO-DATE
                   ADD TH-AMOUNT TO C-AFTER-TOTAL
               WHEN OTHER
                   IF C-ROW-COUNT = ZERO
                       PERFORM L4-FORWARD-WRITE
                   END-IF
                   ADD 1 TO C-ROW-COUNT
                   ADD TH-AMOUNT TO C-RUNNING-BAL
                   PERFORM L4-PERIOD-ACCUM
                   PERFORM L4-DETAIL-WRITE
           END-EVALUATE.
       L4-FORWARD-WRITE.
      *    EVERYTHING BEFORE THE FIRST ROW IN THE RANGE HAS BEEN READ
      *    BY NOW, SO THE OPENING BALANCE IS COMPLETE.
           MOVE C-OPENING-BAL TO C-RUNNING-BAL.
           MOVE C-OPENING-BAL TO O-FWD-BAL.
           WRITE STMTLINE FROM STMT-FWD-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-PERIOD-ACCUM.
           EVALUATE TRUE
      *        A VOIDED BILLING NETS AGAINST THE CHARGES IT REVERSED.
               WHEN TH-IS-CHARGE
               WHEN TH-IS-VOID
                   ADD TH-AMOUNT TO C-PER-CHARGES
               WHEN TH-IS-LATE-FEE
                   ADD TH-AMOUNT TO C-PER-LATE-FEES
               WHEN TH-IS-RECEIPT
                   ADD TH-AMOUNT TO C-PER-RECEIPTS
               WHEN TH-IS-NSF
               WHEN TH-IS-NSF-FEE
                   ADD TH-AMOUNT TO C-PER-NSF
               WHEN OTHER
                   ADD TH-AMOUNT TO C-PER-ADJUST
           END-EVALUATE.
       L4-DETAIL-WRITE.
           MOVE TH-DATE TO WS-DATE-WORK.
           MOVE WS-DATE-MONTH TO O-DTL-MONTH.
           MOVE WS-DATE-DAY TO O-DTL-DAY.
           MOVE WS-DATE-YEAR TO O-DTL-YEAR.
           MOVE TH-TRAN-TYPE TO O-DTL-TYPE.
           MOVE TH-DESC TO O-DTL-DESC.
           MOVE TH-REFERENCE TO O-DTL-REF.
           IF TH-AMOUNT < ZERO
               MOVE ZERO TO O-DTL-CHARGE
               COMPUTE O-DTL-CREDIT = ZERO - TH-AMOUNT
           ELSE
               MOVE TH-AMOUNT TO O-DTL-CHARGE
               MOVE ZERO TO O-DTL-CREDIT
           END-IF.
           MOVE C-RUNNING-BAL TO O-DTL-BALANCE.
           WRITE STMTLINE FROM STMT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L2-CLOSING.
           IF C-ROW-COUNT = ZERO
               PERFORM L4-FORWARD-WRITE
               WRITE STMTLINE FROM STMT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE C-RUNNING-BAL TO O-END-BAL.
           WRITE STMTLINE FROM STMT-END-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'CHARGES BILLED' TO O-TOT-DESC.
           MOVE C-PER-CHARGES TO O-TOT-AMOUNT.
           PERFORM L4-TOTAL-WRITE.
           MOVE 'LATE FEES' TO O-TOT-DESC.
           MOVE C-PER-LATE-FEES TO O-TOT-AMOUNT.
           PERFORM L4-TOTAL-WRITE.
           MOVE 'PAYMENTS RECEIVED' TO O-TOT-DESC.
           MOVE C-PER-RECEIPTS TO O-TOT-AMOUNT.
           PERFORM L4-TOTAL-WRITE.
           MOVE 'RETURNED CHECKS AND FEES' TO O-TOT-DESC.
           MOVE C-PER-NSF TO O-TOT-AMOUNT.
           PERFORM L4-TOTAL-WRITE.
           MOVE 'ADJUSTMENTS' TO O-TOT-DESC.
           MOVE C-PER-ADJUST TO O-TOT-AMOUNT.
           PERFORM L4-TOTAL-WRITE.
           PERFORM L3-PROOF.
           CLOSE STATEMENT-PRINT.
           DISPLAY 'STATEMENT WRITTEN TO STMT.PRT - ' C-ROW-COUNT
               ' ROWS IN THE PERIOD'.
       L4-TOTAL-WRITE.
           WRITE STMTLINE FROM STMT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L3-PROOF.
      *    THE WHOLE LEDGER FOR THE UNIT - BEFORE, DURING AND AFTER
      *    THE PERIOD - MUST EQUAL WHAT OPENBAL.DAT SAYS IS OWED.
           COMPUTE C-TIE-DIFF = C-LEDGER-TOTAL - C-OPENBAL-TOTAL.
           MOVE 'LEDGER ACTIVITY AFTER THE PERIOD' TO O-PRF-DESC.
           MOVE C-AFTER-TOTAL TO O-PRF-AMOUNT.
           WRITE STMTLINE FROM STMT-PROOF-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'LEDGER BALANCE, ALL ROWS' TO O-PRF-DESC.
           MOVE C-LEDGER-TOTAL TO O-PRF-AMOUNT.
           WRITE STMTLINE FROM STMT-PROOF-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OPENBAL.DAT BALANCE INCLUDING LATE FEE' TO O-PRF-DESC.
           MOVE C-OPENBAL-TOTAL TO O-PRF-AMOUNT.
           WRITE STMTLINE FROM STMT-PROOF-LINE
               AFTER ADVANCING 1 LINE.
           IF C-TIE-DIFF = ZERO
               MOVE 'TIES' TO O-TIE-STATUS
           ELSE
               MOVE 'DIFFERENCE' TO O-PRF-DESC
               MOVE C-TIE-DIFF TO O-PRF-AMOUNT
               WRITE STMTLINE FROM STMT-PROOF-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'DOES NOT TIE - SEE DIFFERENCE ABOVE'
                   TO O-TIE-STATUS
               DISPLAY 'WARNING: LEDGER FOR ' WS-KEY-BLD '-'
                   WS-KEY-UNIT ' DOES NOT TIE TO OPENBAL.DAT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE STMTLINE FROM STMT-TIE-LINE
               AFTER ADVANCING 2 LINES.
       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE STMTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE STMTLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-CURR-BLD-NAME TO O-BLD-NAME.
           MOVE WS-CURR-BLD-ADDRESS TO O-BLD-ADDRESS.
           WRITE STMTLINE FROM STMT-BLD-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-CURR-LEASEHOLDER TO O-TENANT.
           MOVE WS-KEY-BLD TO O-ACCT-BLD.
           MOVE WS-KEY-UNIT TO O-ACCT-UNIT.
           WRITE STMTLINE FROM STMT-ACCT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-FROM-DATE TO WS-DATE-WORK.
           MOVE WS-DATE-MONTH TO O-FROM-MONTH.
           MOVE WS-DATE-DAY TO O-FROM-DAY.
           MOVE WS-DATE-YEAR TO O-FROM-YEAR.
           MOVE WS-TO-DATE TO WS-DATE-WORK.
           MOVE WS-DATE-MONTH TO O-TO-MONTH.
           MOVE WS-DATE-DAY TO O-TO-DAY.
           MOVE WS-DATE-YEAR TO O-TO-YEAR.
           WRITE STMTLINE FROM STMT-PERIOD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE STMTLINE FROM STMT-COL-LINE
               AFTER ADVANCING 2 LINES.
       L4-ASK-KEY.
           DISPLAY 'BUILDING CODE (2 CHARS): ' WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           MOVE WS-ANSWER(1:2) TO WS-KEY-BLD.
           DISPLAY 'UNIT (01-25): ' WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:2) IS NOT NUMERIC
               DISPLAY 'UNIT MUST BE 2 DIGITS - ENDING'
               STOP RUN
           END-IF.
           MOVE WS-ANSWER(1:2) TO WS-KEY-UNIT.
           IF WS-KEY-UNIT < 1 OR WS-KEY-UNIT > 25
               DISPLAY 'UNIT MUST BE 01-25 - ENDING'
               STOP RUN
           END-IF.
       L4-ASK-DATES.
           DISPLAY 'FROM DATE YYYYMMDD (BLANK=FIRST ON FILE): '
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = SPACES
               MOVE ZERO TO WS-FROM-DATE
           ELSE
               IF WS-ANSWER(1:8) IS NOT NUMERIC
                   DISPLAY 'FROM DATE MUST BE 8 DIGITS - ENDING'
                   STOP RUN
               END-IF
               MOVE WS-ANSWER(1:8) TO WS-FROM-DATE
           END-IF.
           DISPLAY 'TO DATE YYYYMMDD (BLANK=TODAY): '
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = SPACES
               MOVE WS-TODAY-DATE TO WS-TO-DATE
           ELSE
               IF WS-ANSWER(1:8) IS NOT NUMERIC
                   DISPLAY 'TO DATE MUST BE 8 DIGITS - ENDING'
                   STOP RUN
               END-IF
               MOVE WS-ANSWER(1:8) TO WS-TO-DATE
           END-IF.
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY 'TO DATE IS BEFORE FROM DATE - ENDING'
               STOP RUN
           END-IF.
       L4-FIND-BUILDING.
           MOVE 'N' TO WS-BLD-FOUND.
           MOVE 'UNKNOWN BLDG' TO WS-CURR-BLD-NAME.
           MOVE SPACES TO WS-CURR-BLD-ADDRESS.
           MOVE 'NO' TO WS-BLD-EOF.
           OPEN INPUT BLD-MASTER.
           PERFORM UNTIL WS-BLD-EOF = 'YES' OR BLD-CODE-FOUND
               READ BLD-MASTER
                   AT END
                       MOVE 'YES' TO WS-BLD-EOF
                   NOT AT END
                       IF BM-CODE = WS-KEY-BLD
                           MOVE 'Y' TO WS-BLD-FOUND
                           MOVE BM-NAME TO WS-CURR-BLD-NAME
                           MOVE BM-ADDRESS TO WS-CURR-BLD-ADDRESS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BLD-MASTER.
           IF NOT BLD-CODE-FOUND
               DISPLAY 'WARNING: ' WS-KEY-BLD
                   ' IS NOT ON BLDMAST.DAT - PRINTING ANYWAY'
           END-IF.
       L4-FIND-TENANT.
           MOVE '(NO LEASEHOLDER ON FILE)' TO WS-CURR-LEASEHOLDER.
           OPEN INPUT TENANT-MASTER.
           IF WS-TM-STATUS = '00'
               MOVE WS-KEY-BLD TO TM-BLD-CODE
               MOVE WS-KEY-UNIT TO TM-UNIT
               READ TENANT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TM-LEASEHOLDER TO WS-CURR-LEASEHOLDER
               END-READ
               CLOSE TENANT-MASTER
           END-IF.
       L4-FIND-OPENBAL.
      *    NO OPENBAL.DAT ROW MEANS NOTHING IS OWED - THE PROOF THEN
      *    EXPECTS THE LEDGER TO NET TO ZERO.
           MOVE 'N' TO WS-OPENBAL-FOUND.
           MOVE ZERO TO C-OPENBAL-TOTAL.
           OPEN INPUT OPEN-BAL.
           IF WS-OB-STATUS NOT = '00' AND WS-OB-STATUS NOT = '05'
               DISPLAY 'ERROR: CANNOT OPEN OPENBAL.DAT - STATUS '
                   WS-OB-STATUS ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-KEY-BLD TO OB-BLD-CODE.
           MOVE WS-KEY-UNIT TO OB-UNIT.
           READ OPEN-BAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OPENBAL-FOUND
                   COMPUTE C-OPENBAL-TOTAL
                       = OB-CURRENT + OB-AGE-30 + OB-AGE-60
                       + OB-AGE-90 + OB-LATE-FEE
           END-READ.
           CLOSE OPEN-BAL.
       END PROGRAM CBLBJC14.
