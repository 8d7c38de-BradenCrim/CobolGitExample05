       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLBJC16.
       AUTHOR.         BRADEN CRIM
       DATE-WRITTEN.   10/15/2026
      ******************************************************************
      *BANK RECONCILIATION.  TIES WHAT THE PRE-EDIT (CBLBJC10)
      *RELEASED AND THE POSTING RUN (CBLBJC06) POSTED TO WHAT ACTUALLY
      *CLEARED THE BANK.  RUN WHEN THE MONTH'S BANK STATEMENT FILE
      *ARRIVES, BEFORE THE NEXT PRE-EDIT.
      *
      *INPUTS:  BANKSTMT.DAT - THE BANK'S STATEMENT, ONE ITEM PER LINE:
      *                        D - DEPOSIT CREDITED
      *                        R - RETURNED ITEM (CHECK NUMBER GIVEN)
      *                        F - BANK FEE OR SERVICE CHARGE
      *         PAYMENTS.DAT - THE BATCH LAST RELEASED.  ITS RECEIPTS
      *                        ARE ONE DEPOSIT SLIP AND MUST MATCH A
      *                        DEPOSIT TO THE PENNY; ITS KEYED NSF
      *                        REVERSALS MUST MATCH A RETURNED ITEM.
      *         CHECKREG.DAT - CHECK NUMBERS POSTED WITHIN THE
      *                        RETENTION WINDOW, BY BLD-CODE/UNIT.  A
      *                        RETURNED ITEM IS TRACED TO ITS UNIT
      *                        HERE.
      *         TRANHIST.DAT - THE UNIT'S LEDGER CONFIRMS THE RECEIPT
      *                        WAS FOR THE AMOUNT RETURNED, AND SHOWS
      *                        WHETHER THE NSF WAS ALREADY POSTED.
      *OUTPUTS: BANKREC.PRT  - THREE SECTIONS: MATCHED, ON OUR BOOKS
      *                        BUT NOT THE BANK'S, AND ON THE BANK'S
      *                        BUT NOT OURS, EACH WITH COUNT AND
      *                        DOLLARS, THEN THE RUN SUMMARY.
      *         NSFBATCH.DAT - EVERY RETURNED ITEM TRACED TO ONE UNIT
      *                        AND NOT ALREADY KEYED, POSTED OR STAGED
      *                        BECOMES AN NSF REVERSAL ('N') HERE, IN
      *                        THE PAYBATCH.DAT LAYOUT WITH ITS OWN
      *                        CONTROL RECORD.  THE NEXT PRE-EDIT
      *                        EDITS AND RELEASES IT WITH THE KEYED
      *                        BATCH - NOBODY KEYS THEM FROM THE PAPER
      *                        ADVICE ANY MORE.  ITEMS STAGED BY AN
      *                        EARLIER RUN AND NOT YET RELEASED ARE
      *                        KEPT.
      *
      *AUTOPAY DRAFTS (CBLBJC17) SETTLE AS ONE BANK CREDIT PER ACH
      *BATCH, NOT ON THE CHECK DEPOSIT SLIP.  THEIR CHECK NUMBER IS
      *'AC' AND THE DRAFT DATE, SO THEY ARE TOTALED AS A DEPOSIT OF
      *THEIR OWN PER DRAFT DATE AND MATCHED LIKE ANY OTHER DEPOSIT.
      *
      *BANK FEES ARE LISTED FOR THE GENERAL LEDGER AND DO NOT COUNT
      *AS EXCEPTIONS.  ANY OTHER UNMATCHED ITEM ENDS THE RUN WITH
      *RETURN-CODE 8.
      *
      *OUTPUT:  BANKREC.PRT - 100 COLUMNS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BANK-STMT
               ASSIGN TO 'C:\COBOL\BANKSTMT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYMENT-FILE
               ASSIGN TO 'C:\COBOL\PAYMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECK-REGISTER
               ASSIGN TO 'C:\COBOL\CHECKREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRAN-HIST
               ASSIGN TO 'C:\COBOL\TRANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TH-STATUS.
           SELECT OPTIONAL NSF-BATCH
               ASSIGN TO 'C:\COBOL\NSFBATCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REC-PRINT
               ASSIGN TO 'C:\COBOL\BANKREC.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

       FD  BANK-STMT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS.
       01  BANK-STMT-REC.
           05  BS-REC-TYPE             PIC X.
               88  BS-IS-DEPOSIT       VALUE 'D'.
               88  BS-IS-RETURN        VALUE 'R'.
               88  BS-IS-FEE           VALUE 'F'.
           05  BS-POST-DATE            PIC 9(8).
           05  BS-AMOUNT               PIC 9(7)V99.
      *    CHECK NUMBER ON A RETURNED ITEM, THE BANK'S REFERENCE ON
      *    A DEPOSIT OR FEE.
           05  BS-CHECK-NO             PIC X(8).
           05  BS-DESC                 PIC X(30).

      *    SAME LAYOUT CBLBJC06 READS.
       FD  PAYMENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS.
       01  PAYMENT-REC.
           05  PY-BLD-CODE             PIC XX.
           05  PY-UNIT                 PIC 99.
           05  PY-PAY-DATE             PIC 9(8).
           05  PY-AMOUNT               PIC 9(5)V99.
           05  PY-CHECK-NO             PIC X(8).
           05  PY-TRAN-TYPE            PIC X.
               88  PY-IS-RECEIPT       VALUE 'P', ' '.
               88  PY-IS-NSF           VALUE 'N'.
               88  PY-IS-ADJUSTMENT    VALUE 'A'.
           05  PY-SIGN                 PIC X.

       FD  CHECK-REGISTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS.
       01  CHECK-REGISTER-REC.
           05  CR-BLD-CODE             PIC XX.
           05  CR-UNIT                 PIC 99.
           05  CR-CHECK-NO             PIC X(8).
           05  CR-PAY-DATE             PIC 9(8).

      *    PERMANENT TRANSACTION LEDGER - SAME LAYOUT AS CBLBJC05.
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

      *    STAGED NSF REVERSALS FOR THE PRE-EDIT - THE PAYBATCH.DAT
      *    LAYOUT: CONTROL RECORD FIRST, THEN THE DETAILS.
       FD  NSF-BATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 TO 29 CHARACTERS.
       01  NSF-CONTROL-REC.
           05  NC-REC-TYPE             PIC X.
           05  NC-ITEM-COUNT           PIC 9(5).
           05  NC-TOTAL                PIC 9(7)V99.
       01  NSF-DETAIL-REC.
           05  ND-BLD-CODE             PIC XX.
           05  ND-UNIT                 PIC 99.
           05  ND-PAY-DATE             PIC 9(8).
           05  ND-AMOUNT               PIC 9(5)V99.
           05  ND-CHECK-NO             PIC X(8).
           05  ND-TRAN-TYPE            PIC X.
           05  ND-SIGN                 PIC X.

       FD  REC-PRINT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS RECLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  RECLINE                     PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC XXXX.
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  C-PCTR                      PIC 99       VALUE ZERO.
           05  WS-TH-STATUS                PIC XX       VALUE SPACES.
           05  WS-STMT-EOF                 PIC XXX      VALUE 'NO'.
           05  WS-PAY-EOF                  PIC XXX      VALUE 'NO'.
           05  WS-REG-EOF                  PIC XXX      VALUE 'NO'.
           05  WS-TH-EOF                   PIC XXX      VALUE 'NO'.
           05  WS-NSF-EOF                  PIC XXX      VALUE 'NO'.
           05  WS-CONTROL-SEEN             PIC X        VALUE 'N'.
               88  CONTROL-SEEN            VALUE 'Y'.
           05  WS-FOUND                    PIC X        VALUE 'N'.
               88  ITEM-FOUND              VALUE 'Y'.
           05  WS-RCPT-AGREES              PIC X        VALUE 'N'.
               88  RCPT-AGREES             VALUE 'Y'.
           05  WS-NSF-POSTED               PIC X        VALUE 'N'.
               88  NSF-POSTED              VALUE 'Y'.
           05  WS-QUAL-NSF-POSTED          PIC X        VALUE 'N'.
               88  QUAL-NSF-POSTED         VALUE 'Y'.
           05  WS-REF-WORK                 PIC X(10)    VALUE SPACES.
           05  WS-NEG-AMOUNT               PIC S9(7)V99 VALUE ZERO.
           05  WS-CAND-COUNT               PIC 9(5)     VALUE ZERO.
           05  WS-QUAL-COUNT               PIC 9(5)     VALUE ZERO.
           05  WS-QUAL-BLD                 PIC XX       VALUE SPACES.
           05  WS-QUAL-UNIT                PIC 99       VALUE ZERO.
           05  WS-GROUP-DESC               PIC X(20)    VALUE SPACES.
           05  WS-DATE-WORK                PIC 9(8)     VALUE ZERO.
           05  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR            PIC 9999.
               10  WS-DATE-MONTH           PIC 99.
               10  WS-DATE-DAY             PIC 99.
      *    RUN COUNTS AND TOTALS FOR BANKREC.PRT.
           05  C-SECT-COUNT                PIC 9(5)     VALUE ZERO.
           05  C-SECT-AMOUNT               PIC 9(7)V99  VALUE ZERO.
           05  C-EXCEPTIONS                PIC 9(5)     VALUE ZERO.
           05  C-BANK-DEPOSITS             PIC 9(7)V99  VALUE ZERO.
           05  C-BOOK-DEPOSITS             PIC 9(7)V99  VALUE ZERO.
           05  C-RETURN-COUNT              PIC 9(5)     VALUE ZERO.
           05  C-RETURN-TOTAL              PIC 9(7)V99  VALUE ZERO.
           05  C-FEE-COUNT                 PIC 9(5)     VALUE ZERO.
           05  C-FEE-TOTAL                 PIC 9(7)V99  VALUE ZERO.
           05  C-STAGED-COUNT              PIC 9(5)     VALUE ZERO.
           05  C-STAGED-TOTAL              PIC 9(7)V99  VALUE ZERO.
           05  C-BATCH-COUNT               PIC 9(5)     VALUE ZERO.
           05  C-BATCH-TOTAL               PIC 9(7)V99  VALUE ZERO.
      *    THE STATEMENT, HELD WHOLE.  EACH ITEM CARRIES WHETHER IT
      *    MATCHED, THE UNIT IT WAS TRACED TO AND WHY.
           05  WS-BANK-COUNT               PIC 9(5)     VALUE ZERO.
           05  BANK-TABLE.
               10  BANK-ENTRY OCCURS 500 TIMES
                             INDEXED BY BK-IDX.
                   15  BK-TYPE              PIC X.
                   15  BK-DATE              PIC 9(8).
                   15  BK-AMOUNT            PIC 9(7)V99.
                   15  BK-CHECK-NO          PIC X(8).
                   15  BK-DESC              PIC X(30).
                   15  BK-MATCHED           PIC X.
                   15  BK-BLD-CODE          PIC XX.
                   15  BK-UNIT              PIC 99.
                   15  BK-NOTE              PIC X(39).
      *    OUR SIDE OF THE DEPOSITS - ONE ENTRY PER DEPOSIT SLIP IN
      *    PAYMENTS.DAT, WITH THE LATEST PAY DATE IN IT.
           05  WS-DEP-COUNT                PIC 99       VALUE ZERO.
           05  DEPOSIT-TABLE.
               10  DEPOSIT-ENTRY OCCURS 10 TIMES
                             INDEXED BY DP-IDX.
                   15  DP-DESC              PIC X(20).
                   15  DP-DATE              PIC 9(8).
                   15  DP-ITEMS             PIC 9(5).
                   15  DP-AMOUNT            PIC 9(7)V99.
                   15  DP-MATCHED           PIC X.
      *    NSF REVERSALS KEYED BY HAND INTO THE LAST BATCH.
           05  WS-KNSF-COUNT               PIC 999      VALUE ZERO.
           05  KEYED-NSF-TABLE.
               10  KEYED-NSF-ENTRY OCCURS 200 TIMES
                             INDEXED BY KN-IDX.
                   15  KN-BLD-CODE          PIC XX.
                   15  KN-UNIT              PIC 99.
                   15  KN-DATE              PIC 9(8).
                   15  KN-AMOUNT            PIC 9(5)V99.
                   15  KN-CHECK-NO          PIC X(8).
                   15  KN-MATCHED           PIC X.
      *    CHECKREG.DAT - THE SAME CEILING CBLBJC10 HOLDS IT TO.
           05  WS-REG-COUNT                PIC 9(5)     VALUE ZERO.
           05  REGISTER-TABLE.
               10  REGISTER-ENTRY OCCURS 2000 TIMES
                             INDEXED BY CR-IDX.
                   15  RG-BLD-CODE          PIC XX.
                   15  RG-UNIT              PIC 99.
                   15  RG-CHECK-NO          PIC X(8).
                   15  RG-PAY-DATE          PIC 9(8).
      *    NSFBATCH.DAT DETAILS - WHAT AN EARLIER RUN STAGED PLUS WHAT
      *    THIS RUN ADDS.
           05  WS-STAGE-COUNT              PIC 999      VALUE ZERO.
           05  STAGE-TABLE.
               10  STAGE-ENTRY OCCURS 500 TIMES
                             INDEXED BY SG-IDX.
                   15  SG-REC               PIC X(29).
       01  STAGE-WORK.
           05  SW-BLD-CODE             PIC XX.
           05  SW-UNIT                 PIC 99.
           05  SW-PAY-DATE             PIC 9(8).
           05  SW-AMOUNT               PIC 9(5)V99.
           05  SW-CHECK-NO             PIC X(8).
           05  SW-TRAN-TYPE            PIC X.
           05  SW-SIGN                 PIC X.
       01  TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE: '.
           05  H1-DATE.
               10  H1-MONTH            PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  H1-DAY              PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  H1-YEAR             PIC 9999.
           05  FILLER                  PIC X(28)   VALUE SPACES.
           05  FILLER                  PIC X(15)
                   VALUE "FURLY'S RENTALS".
           05  FILLER                  PIC X(33)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  O-PCTR                  PIC 99.
       01  REPORT-LINE.
           05  FILLER                  PIC X(8)    VALUE 'COBBJC16'.
           05  FILLER                  PIC X(27)   VALUE SPACES.
           05  FILLER                  PIC X(28)
                   VALUE 'BANK RECONCILIATION - BRADEN'.
       01  REC-COL-LINE.
           05  FILLER                  PIC X(6)    VALUE 'SIDE'.
           05  FILLER                  PIC X(10)   VALUE 'ITEM'.
           05  FILLER                  PIC X(12)   VALUE 'DATE'.
           05  FILLER                  PIC X(15)
                   VALUE '       AMOUNT'.
           05  FILLER                  PIC X(7)    VALUE 'UNIT'.
           05  FILLER                  PIC X(10)   VALUE 'CHECK/REF'.
           05  FILLER                  PIC X(39)   VALUE 'NOTE'.
       01  REC-SECTION-LINE.
           05  FILLER                  PIC X(4)    VALUE '*** '.
           05  O-SECTION               PIC X(50).
       01  REC-DETAIL-LINE.
           05  O-DTL-SIDE              PIC X(6).
           05  O-DTL-TYPE              PIC X(10).
           05  O-DTL-MONTH             PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  O-DTL-DAY               PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  O-DTL-YEAR              PIC 9999.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-AMOUNT            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-BLD               PIC XX.
           05  O-DTL-SEP               PIC X.
           05  O-DTL-UNIT              PIC XX.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-CHECK             PIC X(8).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-NOTE              PIC X(39).
       01  REC-COUNT-LINE.
           05  O-CNT-DESC              PIC X(40).
           05  O-CNT                   PIC ZZ,ZZ9.
       01  REC-AMT-LINE.
           05  O-AMT-DESC              PIC X(40).
           05  O-AMT                   PIC $$,$$$,$$9.99.
       01  REC-STATUS-LINE.
           05  FILLER                  PIC X(8)    VALUE 'STATUS: '.
           05  O-STATUS                PIC X(70).
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-LOAD-STATEMENT.
           PERFORM L2-LOAD-PAYMENTS.
           PERFORM L2-LOAD-REGISTER.
           PERFORM L2-LOAD-STAGED.
           PERFORM L2-MATCH-DEPOSITS.
           PERFORM L2-MATCH-RETURNS.
           PERFORM L2-REPORT-MATCHED.
           PERFORM L2-REPORT-OURS.
           PERFORM L2-REPORT-BANKS.
           PERFORM L2-WRITE-STAGED.
           PERFORM L2-CLOSING.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE   TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           OPEN INPUT TRAN-HIST.
           IF WS-TH-STATUS = '35' OR WS-TH-STATUS = '05'
               OPEN OUTPUT TRAN-HIST
               CLOSE TRAN-HIST
               OPEN INPUT TRAN-HIST
           END-IF.
           IF WS-TH-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN TRANHIST.DAT - STATUS '
                   WS-TH-STATUS ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REC-PRINT.
           PERFORM L4-HEADINGS.
       L2-LOAD-STATEMENT.
           MOVE 'NO' TO WS-STMT-EOF.
           OPEN INPUT BANK-STMT.
           PERFORM UNTIL WS-STMT-EOF = 'YES'
               READ BANK-STMT
                   AT END
                       MOVE 'YES' TO WS-STMT-EOF
                   NOT AT END
                       PERFORM L3-STATEMENT-ONE
               END-READ
           END-PERFORM.
           CLOSE BANK-STMT.
           IF WS-BANK-COUNT = ZERO
               DISPLAY 'BANKSTMT.DAT IS EMPTY - NOTHING TO RECONCILE'
               MOVE 'NO STATEMENT ITEMS - NOTHING RECONCILED'
                   TO O-STATUS
               WRITE RECLINE FROM REC-STATUS-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE REC-PRINT
               CLOSE TRAN-HIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       L3-STATEMENT-ONE.
           IF WS-BANK-COUNT >= 500
               DISPLAY 'ERROR: BANKSTMT.DAT EXCEEDS 500 ITEMS - TABLE '
                   'FULL, RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-BANK-COUNT.
           SET BK-IDX TO WS-BANK-COUNT.
           MOVE BS-REC-TYPE TO BK-TYPE(BK-IDX).
           MOVE BS-POST-DATE TO BK-DATE(BK-IDX).
           MOVE BS-AMOUNT TO BK-AMOUNT(BK-IDX).
           MOVE BS-CHECK-NO TO BK-CHECK-NO(BK-IDX).
           MOVE BS-DESC TO BK-DESC(BK-IDX).
           MOVE 'N' TO BK-MATCHED(BK-IDX).
           MOVE SPACES TO BK-BLD-CODE(BK-IDX).
           MOVE ZERO TO BK-UNIT(BK-IDX).
           MOVE SPACES TO BK-NOTE(BK-IDX).
           EVALUATE TRUE
               WHEN BS-IS-DEPOSIT
                   ADD BS-AMOUNT TO C-BANK-DEPOSITS
               WHEN BS-IS-RETURN
                   ADD 1 TO C-RETURN-COUNT
                   ADD BS-AMOUNT TO C-RETURN-TOTAL
               WHEN BS-IS-FEE
                   ADD 1 TO C-FEE-COUNT
                   ADD BS-AMOUNT TO C-FEE-TOTAL
                   MOVE 'BANK CHARGE - BOOK TO THE GL'
                       TO BK-NOTE(BK-IDX)
               WHEN OTHER
                   MOVE 'UNKNOWN STATEMENT ITEM TYPE'
                       TO BK-NOTE(BK-IDX)
           END-EVALUATE.
       L2-LOAD-PAYMENTS.
      *    THE RECEIPTS ARE TOTALED AS THE DEPOSIT SLIP THEY WENT TO
      *    THE BANK ON - KEYED CHECKS ON ONE SLIP, AUTOPAY DRAFTS ONE
      *    ACH SETTLEMENT PER DRAFT DATE.  ADJUSTMENTS MOVE NO CASH AND
      *    ARE IGNORED.
           MOVE 'NO' TO WS-PAY-EOF.
           OPEN INPUT PAYMENT-FILE.
           PERFORM UNTIL WS-PAY-EOF = 'YES'
               READ PAYMENT-FILE
                   AT END
                       MOVE 'YES' TO WS-PAY-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PY-IS-RECEIPT
                               IF PY-CHECK-NO(1:2) = 'AC'
                                   MOVE SPACES TO WS-GROUP-DESC
                                   STRING 'ACH DRAFT ' PY-CHECK-NO
                                       DELIMITED BY SIZE
                                       INTO WS-GROUP-DESC
                               ELSE
                                   MOVE 'CHECK RECEIPTS BATCH'
                                       TO WS-GROUP-DESC
                               END-IF
                               PERFORM L4-DEPOSIT-ADD
                           WHEN PY-IS-NSF
                               PERFORM L4-KEYED-NSF-ADD
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-FILE.
       L4-DEPOSIT-ADD.
           MOVE 'N' TO WS-FOUND.
           SET DP-IDX TO 1.
           PERFORM UNTIL DP-IDX > WS-DEP-COUNT
                   OR ITEM-FOUND
               IF DP-DESC(DP-IDX) = WS-GROUP-DESC
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   SET DP-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT ITEM-FOUND
               IF WS-DEP-COUNT >= 10
                   DISPLAY 'ERROR: MORE THAN 10 DEPOSIT SLIPS IN '
                       'PAYMENTS.DAT - TABLE FULL, RUN ENDED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEP-COUNT
               SET DP-IDX TO WS-DEP-COUNT
               MOVE WS-GROUP-DESC TO DP-DESC(DP-IDX)
               MOVE ZERO TO DP-DATE(DP-IDX)
               MOVE ZERO TO DP-ITEMS(DP-IDX)
               MOVE ZERO TO DP-AMOUNT(DP-IDX)
               MOVE 'N' TO DP-MATCHED(DP-IDX)
           END-IF.
           ADD 1 TO DP-ITEMS(DP-IDX).
           ADD PY-AMOUNT TO DP-AMOUNT(DP-IDX).
           ADD PY-AMOUNT TO C-BOOK-DEPOSITS.
           IF PY-PAY-DATE > DP-DATE(DP-IDX)
               MOVE PY-PAY-DATE TO DP-DATE(DP-IDX)
           END-IF.
       L4-KEYED-NSF-ADD.
           IF WS-KNSF-COUNT >= 200
               DISPLAY 'ERROR: MORE THAN 200 NSF REVERSALS IN '
                   'PAYMENTS.DAT - TABLE FULL, RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-KNSF-COUNT.
           SET KN-IDX TO WS-KNSF-COUNT.
           MOVE PY-BLD-CODE TO KN-BLD-CODE(KN-IDX).
           MOVE PY-UNIT TO KN-UNIT(KN-IDX).
           MOVE PY-PAY-DATE TO KN-DATE(KN-IDX).
           MOVE PY-AMOUNT TO KN-AMOUNT(KN-IDX).
           MOVE PY-CHECK-NO TO KN-CHECK-NO(KN-IDX).
           MOVE 'N' TO KN-MATCHED(KN-IDX).
       L2-LOAD-REGISTER.
           MOVE 'NO' TO WS-REG-EOF.
           OPEN INPUT CHECK-REGISTER.
           PERFORM UNTIL WS-REG-EOF = 'YES'
               READ CHECK-REGISTER
                   AT END
                       MOVE 'YES' TO WS-REG-EOF
                   NOT AT END
                       IF WS-REG-COUNT < 2000
                           ADD 1 TO WS-REG-COUNT
                           SET CR-IDX TO WS-REG-COUNT
                           MOVE CR-BLD-CODE TO RG-BLD-CODE(CR-IDX)
                           MOVE CR-UNIT TO RG-UNIT(CR-IDX)
                           MOVE CR-CHECK-NO TO RG-CHECK-NO(CR-IDX)
                           MOVE CR-PAY-DATE TO RG-PAY-DATE(CR-IDX)
                       ELSE
                           DISPLAY 'ERROR: CHECKREG.DAT EXCEEDS 2000 '
                               'ROWS - TABLE FULL, RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHECK-REGISTER.
       L2-LOAD-STAGED.
      *    RECORD 1 IS THE CONTROL RECORD; IT IS REBUILT ON THE WAY
      *    BACK OUT.
           MOVE 'NO' TO WS-NSF-EOF.
           MOVE 'N' TO WS-CONTROL-SEEN.
           OPEN INPUT NSF-BATCH.
           PERFORM UNTIL WS-NSF-EOF = 'YES'
               READ NSF-BATCH
                   AT END
                       MOVE 'YES' TO WS-NSF-EOF
                   NOT AT END
                       IF NOT CONTROL-SEEN
                           MOVE 'Y' TO WS-CONTROL-SEEN
                       ELSE
                           MOVE NSF-DETAIL-REC TO STAGE-WORK
                           PERFORM L4-STAGE-ADD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NSF-BATCH.
       L4-STAGE-ADD.
           IF WS-STAGE-COUNT >= 500
               DISPLAY 'ERROR: NSFBATCH.DAT EXCEEDS 500 ITEMS - TABLE '
                   'FULL, RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-STAGE-COUNT.
           SET SG-IDX TO WS-STAGE-COUNT.
           MOVE STAGE-WORK TO SG-REC(SG-IDX).
       L2-MATCH-DEPOSITS.
      *    A DEPOSIT SLIP MATCHES THE FIRST UNMATCHED STATEMENT
      *    DEPOSIT OF THE SAME AMOUNT.  A SHORT OR SPLIT DEPOSIT
      *    LEAVES BOTH SIDES UNMATCHED FOR THE BOOKKEEPER.
           SET DP-IDX TO 1.
           PERFORM UNTIL DP-IDX > WS-DEP-COUNT
               MOVE 'N' TO WS-FOUND
               SET BK-IDX TO 1
               PERFORM UNTIL BK-IDX > WS-BANK-COUNT
                       OR ITEM-FOUND
                   IF BK-TYPE(BK-IDX) = 'D'
                           AND BK-MATCHED(BK-IDX) = 'N'
                           AND BK-AMOUNT(BK-IDX) = DP-AMOUNT(DP-IDX)
                       MOVE 'Y' TO WS-FOUND
                       MOVE 'Y' TO BK-MATCHED(BK-IDX)
                       MOVE 'Y' TO DP-MATCHED(DP-IDX)
                       STRING 'AGREES WITH ' DELIMITED BY SIZE
                              DP-DESC(DP-IDX) DELIMITED BY SIZE
                           INTO BK-NOTE(BK-IDX)
                       END-STRING
                   ELSE
                       SET BK-IDX UP BY 1
                   END-IF
               END-PERFORM
               SET DP-IDX UP BY 1
           END-PERFORM.
           SET BK-IDX TO 1.
           PERFORM UNTIL BK-IDX > WS-BANK-COUNT
               IF BK-TYPE(BK-IDX) = 'D' AND BK-MATCHED(BK-IDX) = 'N'
                   MOVE 'NO DEPOSIT SLIP OF THIS AMOUNT ON FILE'
                       TO BK-NOTE(BK-IDX)
               END-IF
               SET BK-IDX UP BY 1
           END-PERFORM.
       L2-MATCH-RETURNS.
           SET BK-IDX TO 1.
           PERFORM UNTIL BK-IDX > WS-BANK-COUNT
               IF BK-TYPE(BK-IDX) = 'R'
                   PERFORM L3-RESOLVE-RETURN
               END-IF
               SET BK-IDX UP BY 1
           END-PERFORM.
       L3-RESOLVE-RETURN.
      *    THE RETURNED CHECK NUMBER IS LOOKED UP IN THE REGISTER.
      *    CHECK NUMBERS ARE THE TENANT'S OWN AND TWO UNITS CAN SHARE
      *    ONE, SO A UNIT ONLY QUALIFIES WHEN ITS LEDGER HOLDS A
      *    RECEIPT UNDER THAT CHECK FOR THE AMOUNT THE BANK RETURNED.
      *    EXACTLY ONE QUALIFYING UNIT IS A MATCH.
           MOVE ZERO TO WS-CAND-COUNT.
           MOVE ZERO TO WS-QUAL-COUNT.
           MOVE 'N' TO WS-QUAL-NSF-POSTED.
           MOVE BK-CHECK-NO(BK-IDX) TO WS-REF-WORK.
           COMPUTE WS-NEG-AMOUNT = ZERO - BK-AMOUNT(BK-IDX).
           SET CR-IDX TO 1.
           PERFORM UNTIL CR-IDX > WS-REG-COUNT
               IF RG-CHECK-NO(CR-IDX) = BK-CHECK-NO(BK-IDX)
                   ADD 1 TO WS-CAND-COUNT
                   PERFORM L4-SCAN-LEDGER
                   IF RCPT-AGREES
                       ADD 1 TO WS-QUAL-COUNT
                       MOVE RG-BLD-CODE(CR-IDX) TO WS-QUAL-BLD
                       MOVE RG-UNIT(CR-IDX) TO WS-QUAL-UNIT
                       MOVE WS-NSF-POSTED TO WS-QUAL-NSF-POSTED
                   END-IF
               END-IF
               SET CR-IDX UP BY 1
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-CAND-COUNT = ZERO
                   MOVE 'CHECK NOT ON CHECKREG.DAT'
                       TO BK-NOTE(BK-IDX)
               WHEN WS-QUAL-COUNT = ZERO
                   MOVE 'NO RECEIPT OF THIS AMOUNT UNDER CHECK'
                       TO BK-NOTE(BK-IDX)
               WHEN WS-QUAL-COUNT > 1
                   MOVE 'CHECK MATCHES 2+ UNITS - KEY BY HAND'
                       TO BK-NOTE(BK-IDX)
               WHEN OTHER
                   MOVE 'Y' TO BK-MATCHED(BK-IDX)
                   MOVE WS-QUAL-BLD TO BK-BLD-CODE(BK-IDX)
                   MOVE WS-QUAL-UNIT TO BK-UNIT(BK-IDX)
                   PERFORM L4-RETURN-DISPOSE
           END-EVALUATE.
       L4-SCAN-LEDGER.
      *    ONE UNIT'S LEDGER, FOR A RECEIPT UNDER THE CHECK FOR THE
      *    RETURNED AMOUNT AND FOR AN NSF ALREADY POSTED AGAINST IT.
           MOVE 'N' TO WS-RCPT-AGREES.
           MOVE 'N' TO WS-NSF-POSTED.
           MOVE RG-BLD-CODE(CR-IDX) TO TH-BLD-CODE.
           MOVE RG-UNIT(CR-IDX) TO TH-UNIT.
           MOVE ZERO TO TH-DATE.
           MOVE SPACES TO TH-RUN-TIME.
           MOVE ZERO TO TH-SEQ.
           MOVE 'NO' TO WS-TH-EOF.
           START TRAN-HIST KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-TH-EOF
           END-START.
           PERFORM UNTIL WS-TH-EOF = 'YES'
               READ TRAN-HIST NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-TH-EOF
                   NOT AT END
                       IF TH-BLD-CODE NOT = RG-BLD-CODE(CR-IDX)
                               OR TH-UNIT NOT = RG-UNIT(CR-IDX)
                           MOVE 'YES' TO WS-TH-EOF
                       ELSE
                           IF TH-REFERENCE = WS-REF-WORK
                               IF TH-IS-RECEIPT
                                       AND TH-AMOUNT = WS-NEG-AMOUNT
                                   MOVE 'Y' TO WS-RCPT-AGREES
                               END-IF
                               IF TH-IS-NSF
                                   MOVE 'Y' TO WS-NSF-POSTED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       L4-RETURN-DISPOSE.
      *    A RETURN ALREADY KEYED, POSTED OR STAGED IS MATCHED BUT NOT
      *    STAGED AGAIN - THE SAME STATEMENT CAN BE RECONCILED TWICE
      *    WITHOUT CHARGING THE TENANT TWO NSF FEES.
           MOVE 'N' TO WS-FOUND.
           SET KN-IDX TO 1.
           PERFORM UNTIL KN-IDX > WS-KNSF-COUNT
                   OR ITEM-FOUND
               IF KN-BLD-CODE(KN-IDX) = WS-QUAL-BLD
                       AND KN-UNIT(KN-IDX) = WS-QUAL-UNIT
                       AND KN-CHECK-NO(KN-IDX) = BK-CHECK-NO(BK-IDX)
                       AND KN-MATCHED(KN-IDX) = 'N'
                   MOVE 'Y' TO WS-FOUND
                   MOVE 'Y' TO KN-MATCHED(KN-IDX)
               ELSE
                   SET KN-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF ITEM-FOUND
               MOVE 'NSF ALREADY KEYED IN PAYMENTS.DAT'
                   TO BK-NOTE(BK-IDX)
           ELSE
               IF QUAL-NSF-POSTED
                   MOVE 'NSF ALREADY POSTED TO THE LEDGER'
                       TO BK-NOTE(BK-IDX)
               ELSE
                   PERFORM L4-FIND-STAGED
                   IF ITEM-FOUND
                       MOVE 'NSF ALREADY STAGED IN NSFBATCH.DAT'
                           TO BK-NOTE(BK-IDX)
                   ELSE
                       PERFORM L4-STAGE-RETURN
                       MOVE 'NSF STAGED FOR THE NEXT PRE-EDIT'
                           TO BK-NOTE(BK-IDX)
                   END-IF
               END-IF
           END-IF.
       L4-FIND-STAGED.
           MOVE 'N' TO WS-FOUND.
           SET SG-IDX TO 1.
           PERFORM UNTIL SG-IDX > WS-STAGE-COUNT
                   OR ITEM-FOUND
               MOVE SG-REC(SG-IDX) TO STAGE-WORK
               IF SW-BLD-CODE = WS-QUAL-BLD
                       AND SW-UNIT = WS-QUAL-UNIT
                       AND SW-CHECK-NO = BK-CHECK-NO(BK-IDX)
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   SET SG-IDX UP BY 1
               END-IF
           END-PERFORM.
       L4-STAGE-RETURN.
      *    DATED BY THE BANK'S POSTING DATE.  A RETURNED ITEM TOO
      *    LARGE FOR A PAYMENTS.DAT AMOUNT COULD NOT HAVE BEEN ONE
      *    TENANT RECEIPT AND NEVER GETS THIS FAR.
           MOVE WS-QUAL-BLD TO SW-BLD-CODE.
           MOVE WS-QUAL-UNIT TO SW-UNIT.
           MOVE BK-DATE(BK-IDX) TO SW-PAY-DATE.
           MOVE BK-AMOUNT(BK-IDX) TO SW-AMOUNT.
           MOVE BK-CHECK-NO(BK-IDX) TO SW-CHECK-NO.
           MOVE 'N' TO SW-TRAN-TYPE.
           MOVE SPACE TO SW-SIGN.
           PERFORM L4-STAGE-ADD.
           ADD 1 TO C-STAGED-COUNT.
           ADD BK-AMOUNT(BK-IDX) TO C-STAGED-TOTAL.
       L2-REPORT-MATCHED.
           MOVE 'MATCHED' TO O-SECTION.
           PERFORM L4-SECTION-START.
           SET BK-IDX TO 1.
           PERFORM UNTIL BK-IDX > WS-BANK-COUNT
               IF BK-MATCHED(BK-IDX) = 'Y'
                   PERFORM L4-BANK-DETAIL
               END-IF
               SET BK-IDX UP BY 1
           END-PERFORM.
           PERFORM L4-SECTION-END.
       L2-REPORT-OURS.
           MOVE 'ON OUR BOOKS, NOT ON THE BANK STATEMENT' TO O-SECTION.
           PERFORM L4-SECTION-START.
           SET DP-IDX TO 1.
           PERFORM UNTIL DP-IDX > WS-DEP-COUNT
               IF DP-MATCHED(DP-IDX) = 'N'
                   MOVE 'BOOKS' TO O-DTL-SIDE
                   MOVE 'RECEIPTS' TO O-DTL-TYPE
                   MOVE DP-DATE(DP-IDX) TO WS-DATE-WORK
                   MOVE DP-AMOUNT(DP-IDX) TO O-DTL-AMOUNT
                   MOVE SPACES TO O-DTL-BLD
                   MOVE SPACE TO O-DTL-SEP
                   MOVE SPACES TO O-DTL-UNIT
                   MOVE SPACES TO O-DTL-CHECK
                   MOVE SPACES TO O-DTL-NOTE
                   STRING DP-DESC(DP-IDX) DELIMITED BY SIZE
                          ' NOT DEPOSITED' DELIMITED BY SIZE
                       INTO O-DTL-NOTE
                   END-STRING
                   ADD DP-AMOUNT(DP-IDX) TO C-SECT-AMOUNT
                   PERFORM L4-DETAIL-WRITE
               END-IF
               SET DP-IDX UP BY 1
           END-PERFORM.
           SET KN-IDX TO 1.
           PERFORM UNTIL KN-IDX > WS-KNSF-COUNT
               IF KN-MATCHED(KN-IDX) = 'N'
                   MOVE 'BOOKS' TO O-DTL-SIDE
                   MOVE 'NSF KEYED' TO O-DTL-TYPE
                   MOVE KN-DATE(KN-IDX) TO WS-DATE-WORK
                   MOVE KN-AMOUNT(KN-IDX) TO O-DTL-AMOUNT
                   MOVE KN-BLD-CODE(KN-IDX) TO O-DTL-BLD
                   MOVE '-' TO O-DTL-SEP
                   MOVE KN-UNIT(KN-IDX) TO O-DTL-UNIT
                   MOVE KN-CHECK-NO(KN-IDX) TO O-DTL-CHECK
                   MOVE 'NOT RETURNED ON THIS STATEMENT'
                       TO O-DTL-NOTE
                   ADD KN-AMOUNT(KN-IDX) TO C-SECT-AMOUNT
                   PERFORM L4-DETAIL-WRITE
               END-IF
               SET KN-IDX UP BY 1
           END-PERFORM.
           ADD C-SECT-COUNT TO C-EXCEPTIONS.
           PERFORM L4-SECTION-END.
       L2-REPORT-BANKS.
      *    BANK FEES BELONG HERE BUT ARE ROUTINE - THEY ARE NOT
      *    COUNTED AS EXCEPTIONS.
           MOVE 'ON THE BANK STATEMENT, NOT ON OUR BOOKS' TO O-SECTION.
           PERFORM L4-SECTION-START.
           SET BK-IDX TO 1.
           PERFORM UNTIL BK-IDX > WS-BANK-COUNT
               IF BK-MATCHED(BK-IDX) = 'N'
                   PERFORM L4-BANK-DETAIL
                   IF BK-TYPE(BK-IDX) NOT = 'F'
                       ADD 1 TO C-EXCEPTIONS
                   END-IF
               END-IF
               SET BK-IDX UP BY 1
           END-PERFORM.
           PERFORM L4-SECTION-END.
       L2-WRITE-STAGED.
      *    REWRITTEN ONLY WHEN THIS RUN ADDED TO IT, WITH THE CONTROL
      *    RECORD THE PRE-EDIT BALANCES AGAINST.
           IF C-STAGED-COUNT > ZERO
               MOVE ZERO TO C-BATCH-COUNT
               MOVE ZERO TO C-BATCH-TOTAL
               SET SG-IDX TO 1
               PERFORM UNTIL SG-IDX > WS-STAGE-COUNT
                   MOVE SG-REC(SG-IDX) TO STAGE-WORK
                   ADD 1 TO C-BATCH-COUNT
                   ADD SW-AMOUNT TO C-BATCH-TOTAL
                   SET SG-IDX UP BY 1
               END-PERFORM
               OPEN OUTPUT NSF-BATCH
               MOVE 'C' TO NC-REC-TYPE
               MOVE C-BATCH-COUNT TO NC-ITEM-COUNT
               MOVE C-BATCH-TOTAL TO NC-TOTAL
               WRITE NSF-CONTROL-REC
               SET SG-IDX TO 1
               PERFORM UNTIL SG-IDX > WS-STAGE-COUNT
                   MOVE SG-REC(SG-IDX) TO NSF-DETAIL-REC
                   WRITE NSF-DETAIL-REC
                   SET SG-IDX UP BY 1
               END-PERFORM
               CLOSE NSF-BATCH
           END-IF.
       L2-CLOSING.
           MOVE 'STATEMENT DEPOSITS' TO O-AMT-DESC.
           MOVE C-BANK-DEPOSITS TO O-AMT.
           WRITE RECLINE FROM REC-AMT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'RECEIPTS RELEASED IN PAYMENTS.DAT' TO O-AMT-DESC.
           MOVE C-BOOK-DEPOSITS TO O-AMT.
           PERFORM L4-AMT-WRITE.
           MOVE 'RETURNED ITEMS ON THE STATEMENT' TO O-CNT-DESC.
           MOVE C-RETURN-COUNT TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'RETURNED ITEMS TOTAL' TO O-AMT-DESC.
           MOVE C-RETURN-TOTAL TO O-AMT.
           PERFORM L4-AMT-WRITE.
           MOVE 'NSF REVERSALS STAGED THIS RUN' TO O-CNT-DESC.
           MOVE C-STAGED-COUNT TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'NSF REVERSALS STAGED TOTAL' TO O-AMT-DESC.
           MOVE C-STAGED-TOTAL TO O-AMT.
           PERFORM L4-AMT-WRITE.
           MOVE 'ITEMS WAITING IN NSFBATCH.DAT' TO O-CNT-DESC.
           MOVE WS-STAGE-COUNT TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'BANK FEES' TO O-CNT-DESC.
           MOVE C-FEE-COUNT TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'BANK FEES TOTAL' TO O-AMT-DESC.
           MOVE C-FEE-TOTAL TO O-AMT.
           PERFORM L4-AMT-WRITE.
           MOVE 'UNRECONCILED ITEMS' TO O-CNT-DESC.
           MOVE C-EXCEPTIONS TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           IF C-EXCEPTIONS > ZERO
               MOVE 'OUT OF BALANCE - WORK THE UNMATCHED ITEMS ABOVE'
                   TO O-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'RECONCILED' TO O-STATUS
           END-IF.
           WRITE RECLINE FROM REC-STATUS-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE REC-PRINT.
           CLOSE TRAN-HIST.
           DISPLAY 'BANK RECONCILIATION COMPLETE - ' C-EXCEPTIONS
               ' UNRECONCILED, ' C-STAGED-COUNT
               ' NSF STAGED, SEE BANKREC.PRT'.
       L4-BANK-DETAIL.
           MOVE 'BANK' TO O-DTL-SIDE.
           EVALUATE BK-TYPE(BK-IDX)
               WHEN 'D'
                   MOVE 'DEPOSIT' TO O-DTL-TYPE
               WHEN 'R'
                   MOVE 'RETURNED' TO O-DTL-TYPE
               WHEN 'F'
                   MOVE 'BANK FEE' TO O-DTL-TYPE
               WHEN OTHER
                   MOVE SPACES TO O-DTL-TYPE
                   MOVE BK-TYPE(BK-IDX) TO O-DTL-TYPE(1:1)
           END-EVALUATE.
           MOVE BK-DATE(BK-IDX) TO WS-DATE-WORK.
           MOVE BK-AMOUNT(BK-IDX) TO O-DTL-AMOUNT.
           IF BK-BLD-CODE(BK-IDX) = SPACES
               MOVE SPACES TO O-DTL-BLD
               MOVE SPACE TO O-DTL-SEP
               MOVE SPACES TO O-DTL-UNIT
           ELSE
               MOVE BK-BLD-CODE(BK-IDX) TO O-DTL-BLD
               MOVE '-' TO O-DTL-SEP
               MOVE BK-UNIT(BK-IDX) TO O-DTL-UNIT
           END-IF.
           MOVE BK-CHECK-NO(BK-IDX) TO O-DTL-CHECK.
           IF BK-NOTE(BK-IDX) = SPACES
               MOVE BK-DESC(BK-IDX) TO O-DTL-NOTE
           ELSE
               MOVE BK-NOTE(BK-IDX) TO O-DTL-NOTE
           END-IF.
           ADD BK-AMOUNT(BK-IDX) TO C-SECT-AMOUNT.
           PERFORM L4-DETAIL-WRITE.
       L4-DETAIL-WRITE.
           MOVE WS-DATE-MONTH TO O-DTL-MONTH.
           MOVE WS-DATE-DAY TO O-DTL-DAY.
           MOVE WS-DATE-YEAR TO O-DTL-YEAR.
           ADD 1 TO C-SECT-COUNT.
           WRITE RECLINE FROM REC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-SECTION-START.
           MOVE ZERO TO C-SECT-COUNT.
           MOVE ZERO TO C-SECT-AMOUNT.
           WRITE RECLINE FROM REC-SECTION-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-SECTION-END.
           MOVE '    ITEMS IN SECTION' TO O-CNT-DESC.
           MOVE C-SECT-COUNT TO O-CNT.
           WRITE RECLINE FROM REC-COUNT-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           MOVE '    DOLLARS IN SECTION' TO O-AMT-DESC.
           MOVE C-SECT-AMOUNT TO O-AMT.
           PERFORM L4-AMT-WRITE.
       L4-COUNT-WRITE.
           WRITE RECLINE FROM REC-COUNT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-AMT-WRITE.
           WRITE RECLINE FROM REC-AMT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE RECLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE RECLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RECLINE FROM REC-COL-LINE
               AFTER ADVANCING 2 LINES.
       END PROGRAM CBLBJC16.
