       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLBJC15.
       AUTHOR.         BRADEN CRIM
       DATE-WRITTEN.   10/15/2026
      ******************************************************************
      *BILLING VOID.  BACKS A POSTED BILLING OUT - ONE BLD-CODE/UNIT
      *OR THE WHOLE CYCLE - SO A CORRECTED MONBILLS.DAT ROW CAN BE
      *REBILLED THROUGH CBLBJC05 (RUNPARM.DAT REBILL COLUMN = Y).
      *THE BILLING REGISTER (BILLREG.DAT) WRITTEN BY CBLBJC05 SAYS
      *EXACTLY WHAT EACH UNIT WAS BILLED; FOR EVERY LIVE ('B') ROW
      *SELECTED THIS RUN:
      *  - NETS THE UNIT'S LEGS IN GLFEED.DAT BY COMPONENT AND ACCOUNT
      *    AND APPENDS THE REVERSING LEGS, AGAINST THE SAME ACCOUNTS.
      *    LATE FEE LEGS (CBLBJC06) ARE NOT PART OF A BILLING AND ARE
      *    LEFT ALONE.
      *  - SUBTRACTS THE BILLED AMOUNTS FROM YTDMAST.DAT AND THE
      *    UTILITY AMOUNTS FROM UTILHIST.DAT, ONE MONTH LESS IN EACH.
      *  - MARKS THE CHARGES.DAT ITEMS THE BILLING CONSUMED AS OPEN
      *    AGAIN, SO THE REBILL PICKS THEM UP.
      *  - ADDS A 'V' ROW TO TRANHIST.DAT REVERSING EACH LEDGER ROW
      *    THE BILLING WROTE.
      *  - MARKS THE REGISTER ROW 'V' (VOIDED, AWAITING REBILL).
      *THE VOID IS LOGGED TO RUNLOG.DAT WITH STATUS 'VOD' AND LISTED
      *ON VOID.PRT.
      *
      *A VOID IS FOR A BILLING THAT HAS NOT BEEN POSTED - CBLBJC12
      *ONLY OFFERS IT WHILE THE PRE-EDIT OR POSTING STEP IS DUE.
      *NOTHING IS CHANGED UNLESS EVERY SELECTED UNIT'S A/R NET IN
      *GLFEED.DAT STILL EQUALS ITS REGISTER FRESH AMOUNT; A UNIT THAT
      *DOES NOT (FEED REBUILT, OR A VOID ALREADY PART-WRITTEN BEFORE
      *A CRASH) ENDS THE RUN WITH RETURN-CODE 12 AND IS LISTED.
      *
      *OUTPUT:  VOID.PRT - 100 COLUMNS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BILL-REG
               ASSIGN TO 'C:\COBOL\BILLREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BR-STATUS.
           SELECT GL-FEED
               ASSIGN TO 'C:\COBOL\GLFEED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL YTD-MASTER
               ASSIGN TO 'C:\COBOL\YTDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-KEY
               FILE STATUS IS WS-YTD-STATUS.
           SELECT OPTIONAL UTIL-HIST
               ASSIGN TO 'C:\COBOL\UTILHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UH-KEY
               FILE STATUS IS WS-UH-STATUS.
           SELECT OPTIONAL CHARGE-FILE
               ASSIGN TO 'C:\COBOL\CHARGES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRAN-HIST
               ASSIGN TO 'C:\COBOL\TRANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TH-STATUS.
           SELECT OPTIONAL RUN-LOG
               ASSIGN TO 'C:\COBOL\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VOID-PRINT
               ASSIGN TO 'C:\COBOL\VOID.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      *    BILLING REGISTER - SAME LAYOUT AS CBLBJC05.
      *    B = BILLED, V = VOIDED AWAITING REBILL, X = VOID SETTLED
      *    BY A REBILL.
       FD  BILL-REG
           LABEL RECORD IS STANDARD.
       01  BILL-REG-REC.
           05  BR-KEY.
               10  BR-BLD-CODE         PIC XX.
               10  BR-UNIT             PIC 99.
               10  BR-BILL-DATE        PIC 9(8).
               10  BR-RUN-TIME         PIC X(6).
           05  BR-STATUS               PIC X.
               88  BR-IS-BILLED        VALUE 'B'.
               88  BR-IS-VOIDED        VALUE 'V'.
               88  BR-IS-SETTLED       VALUE 'X'.
           05  BR-FISCAL-YEAR          PIC 9999.
           05  BR-BASE                 PIC 9999V99.
           05  BR-TENANT               PIC 999V99.
           05  BR-DISC-PREM            PIC S9999V99.
           05  BR-UTILITY              PIC 9999V99.
           05  BR-ELECTRIC             PIC 999V99.
           05  BR-GAS                  PIC 999V99.
           05  BR-WATER                PIC 999V99.
           05  BR-GARBAGE              PIC 99V99.
           05  BR-ANCILLARY            PIC 9999V99.
           05  BR-FRESH                PIC S9(7)V99.
           05  BR-TOTAL-RENT           PIC 9999V99.
           05  BR-VOID-DATE            PIC 9(8).

       FD  GL-FEED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-FEED-REC.
           05  GF-DATE                 PIC 9(8).
           05  GF-BLD-CODE             PIC XX.
           05  GF-UNIT                 PIC 99.
           05  GF-COMPONENT            PIC X(4).
               88  GF-IS-AR            VALUE 'AR'.
               88  GF-IS-LATE-FEE      VALUE 'LATE'.
           05  GF-ACCOUNT              PIC X(8).
           05  GF-DR-CR                PIC X.
               88  GF-IS-DEBIT         VALUE 'D'.
           05  GF-AMOUNT               PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(45).

       FD  YTD-MASTER
           LABEL RECORD IS STANDARD.
       01  YTD-MASTER-REC.
           05  YTD-KEY.
               10  YTD-BLD-CODE        PIC XX.
               10  YTD-UNIT            PIC 99.
           05  YTD-FISCAL-YEAR         PIC 9999.
           05  YTD-MONTHS-BILLED       PIC 99.
           05  YTD-BASE-RENT           PIC 9(6)V99.
           05  YTD-TENANT              PIC 9(6)V99.
           05  YTD-DISC-PREM           PIC S9(7)V99.
           05  YTD-UTILITIES           PIC 9(7)V99.
           05  YTD-RENT-DUE            PIC 9(7)V99.

       FD  UTIL-HIST
           LABEL RECORD IS STANDARD.
       01  UTIL-HIST-REC.
           05  UH-KEY.
               10  UH-BLD-CODE         PIC XX.
               10  UH-UNIT             PIC 99.
           05  UH-MONTHS               PIC 999.
           05  UH-ELECTRIC-TOT         PIC 9(7)V99.
           05  UH-GAS-TOT              PIC 9(7)V99.
           05  UH-WATER-TOT            PIC 9(7)V99.
           05  UH-GARBAGE-TOT          PIC 9(6)V99.

       FD  CHARGE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  CHARGE-FILE-REC.
           05  CG-BLD-CODE             PIC XX.
           05  CG-UNIT                 PIC 99.
           05  CG-CHG-CODE             PIC X(4).
           05  CG-DESC                 PIC X(20).
           05  CG-AMOUNT               PIC 9(5)V99.
           05  CG-CONSUMED             PIC X.
           05  CG-BILLED-DATE          PIC 9(8).

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

       FD  RUN-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS.
       01  RUN-LOG-REC.
           05  RL-DATE                 PIC 9(8).
           05  RL-TIME                 PIC X(6).
           05  RL-BLD-FILTER           PIC XX.
           05  RL-MIN-RENT             PIC 9999V99.
           05  RL-SUMMARY-ONLY         PIC X.
           05  RL-QUERY-ONLY           PIC X.
           05  RL-SIMULATE             PIC X.
           05  RL-READ-COUNT           PIC 9(7).
           05  RL-BILLED-COUNT         PIC 9(7).
           05  RL-REJECT-COUNT         PIC 9(5).
           05  RL-FILTERED-COUNT       PIC 9(7).
           05  RL-GL-LINE-COUNT        PIC 9(5).
           05  RL-GL-TOTAL             PIC 9(7)V99.
           05  RL-BILLED-TOTAL         PIC 9(6)V99.
           05  RL-STATUS               PIC X(3).

       FD  VOID-PRINT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS VOIDLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  VOIDLINE                    PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC XXXX.
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  C-PCTR                      PIC 99       VALUE ZERO.
           05  WS-TODAY-DATE               PIC 9(8)     VALUE ZERO.
           05  WS-RUN-TIME                 PIC X(6)     VALUE SPACES.
           05  WS-BR-STATUS                PIC XX       VALUE SPACES.
           05  WS-YTD-STATUS               PIC XX       VALUE SPACES.
           05  WS-UH-STATUS                PIC XX       VALUE SPACES.
           05  WS-TH-STATUS                PIC XX       VALUE SPACES.
           05  WS-BR-EOF                   PIC XXX      VALUE 'NO'.
           05  WS-GL-EOF                   PIC XXX      VALUE 'NO'.
           05  WS-TH-EOF                   PIC XXX      VALUE 'NO'.
           05  WS-CHARGE-EOF               PIC XXX      VALUE 'NO'.
           05  WS-ANSWER                   PIC X(10)    VALUE SPACES.
           05  WS-USER-ID                  PIC X(8)     VALUE SPACES.
      *    SCOPE OF THE VOID - A SINGLE UNIT, OR ALL LIVE BILLINGS.
           05  WS-SCOPE                    PIC X        VALUE 'U'.
               88  VOID-ONE-UNIT           VALUE 'U'.
               88  VOID-WHOLE-CYCLE        VALUE 'A'.
           05  WS-KEY-BLD                  PIC XX       VALUE SPACES.
           05  WS-KEY-UNIT                 PIC 99       VALUE ZERO.
           05  WS-UNIT-FOUND               PIC X        VALUE 'N'.
               88  UNIT-FOUND              VALUE 'Y'.
           05  WS-LEG-FOUND                PIC X        VALUE 'N'.
               88  LEG-FOUND               VALUE 'Y'.
           05  WS-PROOF-FAILED             PIC X        VALUE 'N'.
               88  PROOF-FAILED            VALUE 'Y'.
           05  WS-TH-WRITTEN               PIC X        VALUE 'N'.
               88  TH-WRITTEN              VALUE 'Y'.
           05  WS-TH-SEQ                   PIC 9(5)     VALUE ZERO.
           05  WS-SIGNED-AMOUNT            PIC S9(7)V99 VALUE ZERO.
           05  WS-DATE-WORK                PIC 9(8)     VALUE ZERO.
           05  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR            PIC 9999.
               10  WS-DATE-MONTH           PIC 99.
               10  WS-DATE-DAY             PIC 99.
      *    RUN COUNTS AND TOTALS FOR VOID.PRT AND RUNLOG.DAT.
           05  C-REG-READ                  PIC 9(7)     VALUE ZERO.
           05  C-GL-LEGS                   PIC 9(5)     VALUE ZERO.
           05  C-GL-DR-TOTAL               PIC 9(7)V99  VALUE ZERO.
           05  C-AR-REVERSED               PIC S9(7)V99 VALUE ZERO.
           05  C-FRESH-TOTAL               PIC S9(7)V99 VALUE ZERO.
           05  C-RENT-TOTAL                PIC 9(6)V99  VALUE ZERO.
           05  C-YTD-BACKED                PIC 9(5)     VALUE ZERO.
           05  C-YTD-SKIPPED               PIC 9(5)     VALUE ZERO.
           05  C-UH-BACKED                 PIC 9(5)     VALUE ZERO.
           05  C-UH-SKIPPED                PIC 9(5)     VALUE ZERO.
           05  C-LEDGER-ROWS               PIC 9(5)     VALUE ZERO.
           05  C-LEDGER-TOTAL              PIC S9(7)V99 VALUE ZERO.
           05  C-CHARGES-OPENED            PIC 9(5)     VALUE ZERO.
      *    THE LIVE REGISTER ROWS BEING VOIDED.  THE REGISTER ROW IS
      *    HELD WHOLE, AND THE UNIT'S GLFEED.DAT LEGS ARE NETTED
      *    UNDER IT BY COMPONENT AND ACCOUNT (DEBITS PLUS, CREDITS
      *    MINUS) - THE REVERSAL IS EACH NET WITH THE SIDE SWAPPED.
           05  WS-VOID-COUNT               PIC 999      VALUE ZERO.
           05  VOID-TABLE.
               10  VOID-ENTRY OCCURS 750 TIMES
                             INDEXED BY VT-IDX.
                   15  VT-BLD-CODE          PIC XX.
                   15  VT-UNIT              PIC 99.
                   15  VT-REG-IMAGE         PIC X(94).
                   15  VT-AR-NET            PIC S9(7)V99.
                   15  VT-LEG-COUNT         PIC 99.
                   15  VT-LEG OCCURS 30 TIMES
                             INDEXED BY VL-IDX.
                       20  VL-COMPONENT     PIC X(4).
                       20  VL-ACCOUNT       PIC X(8).
                       20  VL-NET           PIC S9(7)V99.
      *    ONE UNIT'S CBLBJC05 LEDGER ROWS FOR THE VOIDED BILLING,
      *    GATHERED BEFORE ANY REVERSAL IS WRITTEN SO THE READ
      *    POSITION IN TRANHIST.DAT IS NOT DISTURBED.
           05  WS-LW-COUNT                 PIC 999      VALUE ZERO.
           05  LEDGER-WORK-TABLE.
               10  LEDGER-WORK-ENTRY OCCURS 100 TIMES
                             INDEXED BY LW-IDX.
                   15  LW-COMPONENT         PIC X(4).
                   15  LW-AMOUNT            PIC S9(7)V99.
                   15  LW-DESC              PIC X(20).
      *    CHARGES.DAT, LOADED WHOLE AND WRITTEN BACK - THE SAME
      *    CEILING CBLBJC05 HOLDS IT TO.
           05  WS-CHARGE-COUNT             PIC 999      VALUE ZERO.
           05  CHARGE-TABLE.
               10  CHARGE-ENTRY OCCURS 200 TIMES
                             INDEXED BY CH-IDX.
                   15  CHT-BLD-CODE         PIC XX.
                   15  CHT-UNIT             PIC 99.
                   15  CHT-CHG-CODE         PIC X(4).
                   15  CHT-DESC             PIC X(20).
                   15  CHT-AMOUNT           PIC 9(5)V99.
                   15  CHT-CONSUMED         PIC X.
                   15  CHT-BILLED-DATE      PIC 9(8).
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
           05  FILLER                  PIC X(8)    VALUE 'COBBJC15'.
           05  FILLER                  PIC X(29)   VALUE SPACES.
           05  FILLER                  PIC X(21)
                   VALUE 'BILLING VOID - BRADEN'.
       01  VOID-SCOPE-LINE.
           05  FILLER                  PIC X(10)   VALUE 'OPERATOR: '.
           05  O-USER-ID               PIC X(8).
           05  FILLER                  PIC X(11)   VALUE '    SCOPE: '.
           05  O-SCOPE                 PIC X(30).
       01  VOID-COL-LINE.
           05  FILLER                  PIC X(10)   VALUE 'BLDG UNIT '.
           05  FILLER                  PIC X(12)   VALUE 'BILLED ON'.
           05  FILLER                  PIC X(11)   VALUE '     BASE'.
           05  FILLER                  PIC X(9)    VALUE '  TENANT'.
           05  FILLER                  PIC X(12)   VALUE '  DISC/PREM'.
           05  FILLER                  PIC X(11)   VALUE '  UTILITY'.
           05  FILLER                  PIC X(11)   VALUE '  ANCILLRY'.
           05  FILLER                  PIC X(12)   VALUE '   A/R FRESH'.
           05  FILLER                  PIC X(11)   VALUE '  RENT DUE'.
       01  VOID-DETAIL-LINE.
           05  O-DTL-BLD               PIC XX.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-DTL-UNIT              PIC 99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-DTL-MONTH             PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  O-DTL-DAY               PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  O-DTL-YEAR              PIC 9999.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-BASE              PIC $$,$$9.99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-TENANT            PIC $$$9.99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-DISC-PREM         PIC $$,$$9.99+.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-UTILITY           PIC $$,$$9.99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-ANCILLARY         PIC $$,$$9.99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-FRESH             PIC $$$,$$9.99-.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-RENT              PIC $$,$$9.99.
       01  VOID-NOTE-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  O-NOTE-BLD              PIC XX.
           05  FILLER                  PIC X       VALUE '-'.
           05  O-NOTE-UNIT             PIC 99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-NOTE                  PIC X(60).
       01  VOID-MISMATCH-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(28)
                   VALUE 'NOT VOIDED - GLFEED A/R NET '.
           05  O-MIS-FEED              PIC $$$,$$9.99-.
           05  FILLER                  PIC X(25)
                   VALUE ' DOES NOT EQUAL REGISTER '.
           05  O-MIS-REG               PIC $$$,$$9.99-.
       01  VOID-COUNT-LINE.
           05  O-CNT-DESC              PIC X(40).
           05  O-CNT                   PIC ZZ,ZZ9.
       01  VOID-AMT-LINE.
           05  O-AMT-DESC              PIC X(40).
           05  O-AMT                   PIC $$,$$$,$$9.99-.
       01  VOID-STATUS-LINE.
           05  FILLER                  PIC X(8)    VALUE 'STATUS: '.
           05  O-STATUS                PIC X(70).
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-SELECT.
           PERFORM L2-CONFIRM.
           PERFORM L2-NET-FEED.
           PERFORM L2-PROOF.
           PERFORM L2-REVERSE-FEED.
           PERFORM L2-BACKOUT-HISTORY.
           PERFORM L2-REVERSE-LEDGER.
           PERFORM L2-REOPEN-CHARGES.
           PERFORM L2-MARK-REGISTER.
           PERFORM L2-CLOSING.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE   TO CURRENT-DATE-AND-TIME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE CURRENT-TIME(1:6)          TO WS-RUN-TIME.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           DISPLAY 'BILLING VOID - BACK OUT A POSTED BILLING'.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-USER-ID.
           IF WS-USER-ID = SPACES
               DISPLAY 'OPERATOR ID IS REQUIRED - ENDING'
               STOP RUN
           END-IF.
           PERFORM L4-ASK-SCOPE.
           OPEN I-O BILL-REG.
      *    '05' IS AN OPTIONAL FILE NOT YET ON DISK - NOTHING HAS BEEN
      *    BILLED UNDER THE REGISTER, SO THERE IS NOTHING TO VOID.
           IF WS-BR-STATUS = '05'
               DISPLAY 'BILLREG.DAT IS EMPTY - NOTHING TO VOID'
               CLOSE BILL-REG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BR-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN BILLREG.DAT - STATUS '
                   WS-BR-STATUS ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VOID-PRINT.
           PERFORM L4-HEADINGS.
       L2-SELECT.
      *    A UNIT VOID STARTS AT THE UNIT'S FIRST REGISTER ROW AND
      *    STOPS WHEN THE KEY MOVES ON; A CYCLE VOID READS THEM ALL.
           MOVE 'NO' TO WS-BR-EOF.
           MOVE LOW-VALUES TO BR-KEY.
           IF VOID-ONE-UNIT
               MOVE WS-KEY-BLD TO BR-BLD-CODE
               MOVE WS-KEY-UNIT TO BR-UNIT
           END-IF.
           START BILL-REG KEY IS NOT LESS THAN BR-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-BR-EOF
           END-START.
           PERFORM UNTIL WS-BR-EOF = 'YES'
               READ BILL-REG NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-BR-EOF
                   NOT AT END
                       IF VOID-ONE-UNIT
                               AND (BR-BLD-CODE NOT = WS-KEY-BLD
                               OR BR-UNIT NOT = WS-KEY-UNIT)
                           MOVE 'YES' TO WS-BR-EOF
                       ELSE
                           ADD 1 TO C-REG-READ
                           IF BR-IS-BILLED
                               PERFORM L3-SELECT-ONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VOID-COUNT = ZERO
               DISPLAY 'NO LIVE BILLING ON BILLREG.DAT FOR THE '
                   'SCOPE KEYED - NOTHING VOIDED'
               MOVE 'NO LIVE BILLING FOUND - NOTHING VOIDED'
                   TO O-STATUS
               WRITE VOIDLINE FROM VOID-STATUS-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE BILL-REG
               CLOSE VOID-PRINT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       L3-SELECT-ONE.
      *    A REBILL ALWAYS VOIDS THE ROW IT REPLACES, SO A UNIT HAS
      *    ONE LIVE ROW AT MOST.  TWO MEANS THE REGISTER AND THE FEED
      *    CANNOT BE TRUSTED TO MATCH - STOP BEFORE TOUCHING ANYTHING.
           SET VT-IDX TO 1.
           PERFORM UNTIL VT-IDX > WS-VOID-COUNT
               IF VT-BLD-CODE(VT-IDX) = BR-BLD-CODE
                       AND VT-UNIT(VT-IDX) = BR-UNIT
                   DISPLAY 'ERROR: ' BR-BLD-CODE '-' BR-UNIT
                       ' HAS MORE THAN ONE LIVE BILLING ON '
                       'BILLREG.DAT - RUN ENDED, NOTHING VOIDED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET VT-IDX UP BY 1
           END-PERFORM.
           IF WS-VOID-COUNT < 750
               ADD 1 TO WS-VOID-COUNT
               SET VT-IDX TO WS-VOID-COUNT
               MOVE BR-BLD-CODE TO VT-BLD-CODE(VT-IDX)
               MOVE BR-UNIT TO VT-UNIT(VT-IDX)
               MOVE BILL-REG-REC TO VT-REG-IMAGE(VT-IDX)
               MOVE ZERO TO VT-AR-NET(VT-IDX)
               MOVE ZERO TO VT-LEG-COUNT(VT-IDX)
               ADD BR-FRESH TO C-FRESH-TOTAL
               ADD BR-TOTAL-RENT TO C-RENT-TOTAL
           ELSE
               DISPLAY 'ERROR: BILLINGS TO VOID EXCEED 750 ROWS - '
                   'TABLE FULL, RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       L2-CONFIRM.
           DISPLAY 'BILLINGS TO VOID: ' WS-VOID-COUNT.
           MOVE C-FRESH-TOTAL TO O-AMT.
           DISPLAY 'A/R TO BE REVERSED: ' O-AMT.
           DISPLAY 'CONFIRM VOID (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:1) NOT = 'Y'
               DISPLAY 'VOID CANCELLED - NOTHING CHANGED'
               MOVE 'CANCELLED BY OPERATOR - NOTHING CHANGED'
                   TO O-STATUS
               WRITE VOIDLINE FROM VOID-STATUS-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE BILL-REG
               CLOSE VOID-PRINT
               STOP RUN
           END-IF.
       L2-NET-FEED.
           MOVE 'NO' TO WS-GL-EOF.
           OPEN INPUT GL-FEED.
           PERFORM UNTIL WS-GL-EOF = 'YES'
               READ GL-FEED
                   AT END
                       MOVE 'YES' TO WS-GL-EOF
                   NOT AT END
                       IF NOT GF-IS-LATE-FEE
                           PERFORM L3-NET-ONE-LEG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-FEED.
       L3-NET-ONE-LEG.
           MOVE 'N' TO WS-UNIT-FOUND.
           SET VT-IDX TO 1.
           PERFORM UNTIL VT-IDX > WS-VOID-COUNT
                   OR UNIT-FOUND
               IF VT-BLD-CODE(VT-IDX) = GF-BLD-CODE
                       AND VT-UNIT(VT-IDX) = GF-UNIT
                   MOVE 'Y' TO WS-UNIT-FOUND
               ELSE
                   SET VT-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF UNIT-FOUND
               IF GF-IS-DEBIT
                   MOVE GF-AMOUNT TO WS-SIGNED-AMOUNT
               ELSE
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - GF-AMOUNT
               END-IF
               IF GF-IS-AR
                   ADD WS-SIGNED-AMOUNT TO VT-AR-NET(VT-IDX)
               END-IF
               PERFORM L4-NET-ADD
           END-IF.
       L4-NET-ADD.
           MOVE 'N' TO WS-LEG-FOUND.
           SET VL-IDX TO 1.
           PERFORM UNTIL VL-IDX > VT-LEG-COUNT(VT-IDX)
                   OR LEG-FOUND
               IF VL-COMPONENT(VT-IDX, VL-IDX) = GF-COMPONENT
                       AND VL-ACCOUNT(VT-IDX, VL-IDX) = GF-ACCOUNT
                   MOVE 'Y' TO WS-LEG-FOUND
               ELSE
                   SET VL-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT LEG-FOUND
               IF VT-LEG-COUNT(VT-IDX) < 30
                   ADD 1 TO VT-LEG-COUNT(VT-IDX)
                   SET VL-IDX TO VT-LEG-COUNT(VT-IDX)
                   MOVE GF-COMPONENT TO VL-COMPONENT(VT-IDX, VL-IDX)
                   MOVE GF-ACCOUNT TO VL-ACCOUNT(VT-IDX, VL-IDX)
                   MOVE ZERO TO VL-NET(VT-IDX, VL-IDX)
               ELSE
                   DISPLAY 'ERROR: ' GF-BLD-CODE '-' GF-UNIT
                       ' HAS MORE THAN 30 COMPONENT/ACCOUNT PAIRS '
                       'IN GLFEED.DAT - RUN ENDED, NOTHING VOIDED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ADD WS-SIGNED-AMOUNT TO VL-NET(VT-IDX, VL-IDX).
       L2-PROOF.
      *    LIST EVERY UNIT AND CHECK ITS A/R NET IN THE FEED AGAINST
      *    THE REGISTER.  ONE MISMATCH STOPS THE WHOLE RUN BEFORE
      *    ANY FILE IS CHANGED.
           SET VT-IDX TO 1.
           PERFORM UNTIL VT-IDX > WS-VOID-COUNT
               MOVE VT-REG-IMAGE(VT-IDX) TO BILL-REG-REC
               PERFORM L4-DETAIL-WRITE
               IF VT-AR-NET(VT-IDX) NOT = BR-FRESH
                   MOVE 'Y' TO WS-PROOF-FAILED
                   MOVE VT-AR-NET(VT-IDX) TO O-MIS-FEED
                   MOVE BR-FRESH TO O-MIS-REG
                   WRITE VOIDLINE FROM VOID-MISMATCH-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADINGS
                   END-WRITE
               END-IF
               SET VT-IDX UP BY 1
           END-PERFORM.
           IF PROOF-FAILED
               DISPLAY 'ERROR: GLFEED.DAT NO LONGER HOLDS THE BILLING '
                   'FOR EVERY UNIT - SEE VOID.PRT, NOTHING VOIDED'
               MOVE 'GLFEED.DAT DOES NOT MATCH BILLREG.DAT - NOT VOIDED'
                   TO O-STATUS
               WRITE VOIDLINE FROM VOID-STATUS-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE BILL-REG
               CLOSE VOID-PRINT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       L2-REVERSE-FEED.
           OPEN EXTEND GL-FEED.
           SET VT-IDX TO 1.
           PERFORM UNTIL VT-IDX > WS-VOID-COUNT
               SET VL-IDX TO 1
               PERFORM UNTIL VL-IDX > VT-LEG-COUNT(VT-IDX)
                   IF VL-NET(VT-IDX, VL-IDX) NOT = ZERO
                       PERFORM L4-REVERSING-LEG
                   END-IF
                   SET VL-IDX UP BY 1
               END-PERFORM
               SET VT-IDX UP BY 1
           END-PERFORM.
           CLOSE GL-FEED.
       L4-REVERSING-LEG.
           MOVE SPACES TO GL-FEED-REC.
           MOVE WS-TODAY-DATE TO GF-DATE.
           MOVE VT-BLD-CODE(VT-IDX) TO GF-BLD-CODE.
           MOVE VT-UNIT(VT-IDX) TO GF-UNIT.
           MOVE VL-COMPONENT(VT-IDX, VL-IDX) TO GF-COMPONENT.
           MOVE VL-ACCOUNT(VT-IDX, VL-IDX) TO GF-ACCOUNT.
           IF VL-NET(VT-IDX, VL-IDX) > ZERO
               MOVE 'C' TO GF-DR-CR
               MOVE VL-NET(VT-IDX, VL-IDX) TO GF-AMOUNT
           ELSE
               MOVE 'D' TO GF-DR-CR
               COMPUTE GF-AMOUNT = ZERO - VL-NET(VT-IDX, VL-IDX)
               ADD GF-AMOUNT TO C-GL-DR-TOTAL
           END-IF.
           IF GF-IS-AR
               SUBTRACT VL-NET(VT-IDX, VL-IDX) FROM C-AR-REVERSED
           END-IF.
           WRITE GL-FEED-REC.
           ADD 1 TO C-GL-LEGS.
       L2-BACKOUT-HISTORY.
           OPEN I-O YTD-MASTER.
           IF WS-YTD-STATUS NOT = '00' AND WS-YTD-STATUS NOT = '05'
               DISPLAY 'ERROR: CANNOT OPEN YTDMAST.DAT - STATUS '
                   WS-YTD-STATUS ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O UTIL-HIST.
           IF WS-UH-STATUS NOT = '00' AND WS-UH-STATUS NOT = '05'
               DISPLAY 'ERROR: CANNOT OPEN UTILHIST.DAT - STATUS '
                   WS-UH-STATUS ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET VT-IDX TO 1.
           PERFORM UNTIL VT-IDX > WS-VOID-COUNT
               MOVE VT-REG-IMAGE(VT-IDX) TO BILL-REG-REC
               PERFORM L3-YTD-BACKOUT
               PERFORM L3-UTILHIST-BACKOUT
               SET VT-IDX UP BY 1
           END-PERFORM.
           CLOSE YTD-MASTER.
           CLOSE UTIL-HIST.
       L3-YTD-BACKOUT.
      *    ONLY A YTD ROW STILL IN THE BILLING'S FISCAL YEAR CARRIES
      *    THE AMOUNTS - AFTER A YEAR-END RESET THERE IS NOTHING TO
      *    TAKE BACK.  AN ALREADY SMALLER FIGURE IS LISTED, NOT
      *    DRIVEN NEGATIVE.
           MOVE BR-BLD-CODE TO YTD-BLD-CODE.
           MOVE BR-UNIT TO YTD-UNIT.
           READ YTD-MASTER
               INVALID KEY
                   MOVE 'NO YTDMAST.DAT ROW - NOT BACKED OUT'
                       TO O-NOTE
                   PERFORM L4-NOTE-WRITE
                   ADD 1 TO C-YTD-SKIPPED
               NOT INVALID KEY
                   IF YTD-FISCAL-YEAR NOT = BR-FISCAL-YEAR
                           OR YTD-MONTHS-BILLED = ZERO
                           OR YTD-BASE-RENT < BR-BASE
                           OR YTD-TENANT < BR-TENANT
                           OR YTD-UTILITIES < BR-UTILITY
                           OR YTD-RENT-DUE < BR-TOTAL-RENT
                       MOVE 'YTD OTHER YEAR/TOO LOW - NOT BACKED OUT'
                           TO O-NOTE
                       PERFORM L4-NOTE-WRITE
                       ADD 1 TO C-YTD-SKIPPED
                   ELSE
                       SUBTRACT 1 FROM YTD-MONTHS-BILLED
                       SUBTRACT BR-BASE FROM YTD-BASE-RENT
                       SUBTRACT BR-TENANT FROM YTD-TENANT
                       SUBTRACT BR-DISC-PREM FROM YTD-DISC-PREM
                       SUBTRACT BR-UTILITY FROM YTD-UTILITIES
                       SUBTRACT BR-TOTAL-RENT FROM YTD-RENT-DUE
                       REWRITE YTD-MASTER-REC
                       ADD 1 TO C-YTD-BACKED
                   END-IF
           END-READ.
       L3-UTILHIST-BACKOUT.
           MOVE BR-BLD-CODE TO UH-BLD-CODE.
           MOVE BR-UNIT TO UH-UNIT.
           READ UTIL-HIST
               INVALID KEY
                   MOVE 'NO UTILHIST.DAT ROW - NOT BACKED OUT'
                       TO O-NOTE
                   PERFORM L4-NOTE-WRITE
                   ADD 1 TO C-UH-SKIPPED
               NOT INVALID KEY
                   IF UH-MONTHS = ZERO
                           OR UH-ELECTRIC-TOT < BR-ELECTRIC
                           OR UH-GAS-TOT < BR-GAS
                           OR UH-WATER-TOT < BR-WATER
                           OR UH-GARBAGE-TOT < BR-GARBAGE
                       MOVE 'UTILHIST TOO LOW - NOT BACKED OUT'
                           TO O-NOTE
                       PERFORM L4-NOTE-WRITE
                       ADD 1 TO C-UH-SKIPPED
                   ELSE
                       SUBTRACT 1 FROM UH-MONTHS
                       SUBTRACT BR-ELECTRIC FROM UH-ELECTRIC-TOT
                       SUBTRACT BR-GAS FROM UH-GAS-TOT
                       SUBTRACT BR-WATER FROM UH-WATER-TOT
                       SUBTRACT BR-GARBAGE FROM UH-GARBAGE-TOT
                       REWRITE UTIL-HIST-REC
                       ADD 1 TO C-UH-BACKED
                   END-IF
           END-READ.
       L2-REVERSE-LEDGER.
           OPEN I-O TRAN-HIST.
           IF WS-TH-STATUS NOT = '00' AND WS-TH-STATUS NOT = '05'
               DISPLAY 'ERROR: CANNOT OPEN TRANHIST.DAT - STATUS '
                   WS-TH-STATUS ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET VT-IDX TO 1.
           PERFORM UNTIL VT-IDX > WS-VOID-COUNT
               MOVE VT-REG-IMAGE(VT-IDX) TO BILL-REG-REC
               PERFORM L3-GATHER-LEDGER
               SET LW-IDX TO 1
               PERFORM UNTIL LW-IDX > WS-LW-COUNT
                   PERFORM L4-LEDGER-WRITE
                   SET LW-IDX UP BY 1
               END-PERFORM
               SET VT-IDX UP BY 1
           END-PERFORM.
           CLOSE TRAN-HIST.
       L3-GATHER-LEDGER.
      *    THE BILLING'S ROWS SHARE ITS BILL DATE AND RUN TIME, SO
      *    THEY SIT TOGETHER IN KEY ORDER RIGHT AFTER SEQUENCE ZERO.
           MOVE ZERO TO WS-LW-COUNT.
           MOVE BR-BLD-CODE TO TH-BLD-CODE.
           MOVE BR-UNIT TO TH-UNIT.
           MOVE BR-BILL-DATE TO TH-DATE.
           MOVE BR-RUN-TIME TO TH-RUN-TIME.
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
                       IF TH-BLD-CODE NOT = BR-BLD-CODE
                               OR TH-UNIT NOT = BR-UNIT
                               OR TH-DATE NOT = BR-BILL-DATE
                               OR TH-RUN-TIME NOT = BR-RUN-TIME
                           MOVE 'YES' TO WS-TH-EOF
                       ELSE
                           IF TH-IS-CHARGE AND TH-SOURCE = 'CBLBJC05'
                               PERFORM L4-LEDGER-GATHER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       L4-LEDGER-GATHER.
           IF WS-LW-COUNT < 100
               ADD 1 TO WS-LW-COUNT
               SET LW-IDX TO WS-LW-COUNT
               MOVE TH-COMPONENT TO LW-COMPONENT(LW-IDX)
               MOVE TH-AMOUNT TO LW-AMOUNT(LW-IDX)
               MOVE TH-DESC TO LW-DESC(LW-IDX)
           ELSE
               DISPLAY 'ERROR: ' BR-BLD-CODE '-' BR-UNIT
                   ' HAS MORE THAN 100 LEDGER ROWS FOR ONE BILLING'
                   ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       L4-LEDGER-WRITE.
      *    THE REVERSAL IS DATED TODAY AND REFERENCES THE BILL DATE
      *    IT UNDOES.  A DUPLICATE KEY (STATUS 22) STEPS THE SEQUENCE
      *    AND TRIES AGAIN.
           MOVE BR-BLD-CODE TO TH-BLD-CODE.
           MOVE BR-UNIT TO TH-UNIT.
           MOVE WS-TODAY-DATE TO TH-DATE.
           MOVE WS-RUN-TIME TO TH-RUN-TIME.
           MOVE 'V' TO TH-TRAN-TYPE.
           MOVE LW-COMPONENT(LW-IDX) TO TH-COMPONENT.
           COMPUTE TH-AMOUNT = ZERO - LW-AMOUNT(LW-IDX).
           MOVE BR-BILL-DATE TO TH-REFERENCE.
           MOVE SPACES TO TH-DESC.
           STRING 'VOID ' DELIMITED BY SIZE
                  LW-DESC(LW-IDX) DELIMITED BY SIZE
               INTO TH-DESC
           END-STRING.
           MOVE 'CBLBJC15' TO TH-SOURCE.
           MOVE 'N' TO WS-TH-WRITTEN.
           PERFORM UNTIL TH-WRITTEN
               ADD 1 TO WS-TH-SEQ
               MOVE WS-TH-SEQ TO TH-SEQ
               WRITE TRAN-HIST-REC
                   INVALID KEY
                       IF WS-TH-STATUS NOT = '22'
                           DISPLAY 'ERROR: CANNOT WRITE TRANHIST.DAT'
                               ' - STATUS ' WS-TH-STATUS
                               ' - RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TH-WRITTEN
               END-WRITE
           END-PERFORM.
           ADD 1 TO C-LEDGER-ROWS.
           ADD TH-AMOUNT TO C-LEDGER-TOTAL.
       L2-REOPEN-CHARGES.
      *    AN ITEM THE VOIDED BILLING CONSUMED CARRIES THAT BILL DATE
      *    - IT GOES BACK TO OPEN SO THE REBILL CHARGES IT AGAIN.
           MOVE ZERO TO WS-CHARGE-COUNT.
           MOVE 'NO' TO WS-CHARGE-EOF.
           OPEN INPUT CHARGE-FILE.
           PERFORM UNTIL WS-CHARGE-EOF = 'YES'
               READ CHARGE-FILE
                   AT END
                       MOVE 'YES' TO WS-CHARGE-EOF
                   NOT AT END
                       PERFORM L3-CHARGE-LOAD
               END-READ
           END-PERFORM.
           CLOSE CHARGE-FILE.
           SET CH-IDX TO 1.
           PERFORM UNTIL CH-IDX > WS-CHARGE-COUNT
               IF CHT-CONSUMED(CH-IDX) = 'Y'
                   PERFORM L4-CHARGE-REOPEN
               END-IF
               SET CH-IDX UP BY 1
           END-PERFORM.
           OPEN OUTPUT CHARGE-FILE.
           SET CH-IDX TO 1.
           PERFORM UNTIL CH-IDX > WS-CHARGE-COUNT
               MOVE CHT-BLD-CODE(CH-IDX) TO CG-BLD-CODE
               MOVE CHT-UNIT(CH-IDX) TO CG-UNIT
               MOVE CHT-CHG-CODE(CH-IDX) TO CG-CHG-CODE
               MOVE CHT-DESC(CH-IDX) TO CG-DESC
               MOVE CHT-AMOUNT(CH-IDX) TO CG-AMOUNT
               MOVE CHT-CONSUMED(CH-IDX) TO CG-CONSUMED
               MOVE CHT-BILLED-DATE(CH-IDX) TO CG-BILLED-DATE
               WRITE CHARGE-FILE-REC
               SET CH-IDX UP BY 1
           END-PERFORM.
           CLOSE CHARGE-FILE.
       L3-CHARGE-LOAD.
           IF WS-CHARGE-COUNT < 200
               ADD 1 TO WS-CHARGE-COUNT
               SET CH-IDX TO WS-CHARGE-COUNT
               MOVE CG-BLD-CODE TO CHT-BLD-CODE(CH-IDX)
               MOVE CG-UNIT TO CHT-UNIT(CH-IDX)
               MOVE CG-CHG-CODE TO CHT-CHG-CODE(CH-IDX)
               MOVE CG-DESC TO CHT-DESC(CH-IDX)
               MOVE CG-AMOUNT TO CHT-AMOUNT(CH-IDX)
               MOVE CG-CONSUMED TO CHT-CONSUMED(CH-IDX)
               MOVE CG-BILLED-DATE TO CHT-BILLED-DATE(CH-IDX)
           ELSE
               DISPLAY 'ERROR: CHARGES.DAT EXCEEDS 200 '
                   'ROWS - TABLE FULL, RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       L4-CHARGE-REOPEN.
           MOVE 'N' TO WS-UNIT-FOUND.
           SET VT-IDX TO 1.
           PERFORM UNTIL VT-IDX > WS-VOID-COUNT
                   OR UNIT-FOUND
               MOVE VT-REG-IMAGE(VT-IDX) TO BILL-REG-REC
               IF CHT-BLD-CODE(CH-IDX) = BR-BLD-CODE
                       AND CHT-UNIT(CH-IDX) = BR-UNIT
                       AND CHT-BILLED-DATE(CH-IDX) = BR-BILL-DATE
                   MOVE 'Y' TO WS-UNIT-FOUND
                   MOVE 'N' TO CHT-CONSUMED(CH-IDX)
                   MOVE ZERO TO CHT-BILLED-DATE(CH-IDX)
                   ADD 1 TO C-CHARGES-OPENED
               ELSE
                   SET VT-IDX UP BY 1
               END-IF
           END-PERFORM.
       L2-MARK-REGISTER.
      *    LAST, SO A RUN THAT DIES PART WAY LEAVES THE ROWS LIVE AND
      *    THE PROOF ON THE NEXT ATTEMPT CATCHES THE PART-WRITTEN
      *    REVERSAL INSTEAD OF WRITING IT TWICE.
           SET VT-IDX TO 1.
           PERFORM UNTIL VT-IDX > WS-VOID-COUNT
               MOVE VT-REG-IMAGE(VT-IDX) TO BILL-REG-REC
               MOVE 'V' TO BR-STATUS
               MOVE WS-TODAY-DATE TO BR-VOID-DATE
               REWRITE BILL-REG-REC
                   INVALID KEY
                       DISPLAY 'ERROR: BILLREG.DAT REWRITE FAILED FOR '
                           BR-BLD-CODE '-' BR-UNIT ' - STATUS '
                           WS-BR-STATUS ' - RUN ENDED'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               SET VT-IDX UP BY 1
           END-PERFORM.
           CLOSE BILL-REG.
       L2-CLOSING.
           MOVE 'BILLINGS VOIDED' TO O-CNT-DESC.
           MOVE WS-VOID-COUNT TO O-CNT.
           WRITE VOIDLINE FROM VOID-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'GL REVERSING LEGS WRITTEN' TO O-CNT-DESC.
           MOVE C-GL-LEGS TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'A/R REVERSED IN GLFEED.DAT' TO O-AMT-DESC.
           MOVE C-AR-REVERSED TO O-AMT.
           PERFORM L4-AMT-WRITE.
           MOVE 'A/R FRESH ON THE REGISTER ROWS' TO O-AMT-DESC.
           MOVE C-FRESH-TOTAL TO O-AMT.
           PERFORM L4-AMT-WRITE.
           MOVE 'RENT DUE VOIDED' TO O-AMT-DESC.
           MOVE C-RENT-TOTAL TO O-AMT.
           PERFORM L4-AMT-WRITE.
           MOVE 'YTDMAST.DAT ROWS BACKED OUT' TO O-CNT-DESC.
           MOVE C-YTD-BACKED TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'YTDMAST.DAT ROWS NOT BACKED OUT' TO O-CNT-DESC.
           MOVE C-YTD-SKIPPED TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'UTILHIST.DAT ROWS BACKED OUT' TO O-CNT-DESC.
           MOVE C-UH-BACKED TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'UTILHIST.DAT ROWS NOT BACKED OUT' TO O-CNT-DESC.
           MOVE C-UH-SKIPPED TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'TRANHIST.DAT REVERSAL ROWS WRITTEN' TO O-CNT-DESC.
           MOVE C-LEDGER-ROWS TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'TRANHIST.DAT AMOUNT REVERSED' TO O-AMT-DESC.
           MOVE C-LEDGER-TOTAL TO O-AMT.
           PERFORM L4-AMT-WRITE.
           MOVE 'CHARGES.DAT ITEMS REOPENED' TO O-CNT-DESC.
           MOVE C-CHARGES-OPENED TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           IF C-YTD-SKIPPED > ZERO OR C-UH-SKIPPED > ZERO
               MOVE 'VOIDED WITH EXCEPTIONS - SEE NOTES, THEN REBILL'
                   TO O-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'VOIDED - REBILL THROUGH CBLBJC05, RUNPARM REBILL=Y'
                   TO O-STATUS
           END-IF.
           WRITE VOIDLINE FROM VOID-STATUS-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE VOID-PRINT.
           PERFORM L4-RUNLOG-WRITE.
           DISPLAY 'VOID COMPLETE - ' WS-VOID-COUNT
               ' BILLING(S) VOIDED, SEE VOID.PRT'.
       L4-RUNLOG-WRITE.
           MOVE WS-TODAY-DATE TO RL-DATE.
           MOVE WS-RUN-TIME TO RL-TIME.
           IF VOID-ONE-UNIT
               MOVE WS-KEY-BLD TO RL-BLD-FILTER
           ELSE
               MOVE SPACES TO RL-BLD-FILTER
           END-IF.
           MOVE ZERO TO RL-MIN-RENT.
           MOVE 'N' TO RL-SUMMARY-ONLY.
           MOVE 'N' TO RL-QUERY-ONLY.
           MOVE 'N' TO RL-SIMULATE.
           MOVE C-REG-READ TO RL-READ-COUNT.
           MOVE WS-VOID-COUNT TO RL-BILLED-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE ZERO TO RL-FILTERED-COUNT.
           MOVE C-GL-LEGS TO RL-GL-LINE-COUNT.
           MOVE C-GL-DR-TOTAL TO RL-GL-TOTAL.
           MOVE C-RENT-TOTAL TO RL-BILLED-TOTAL.
           MOVE 'VOD' TO RL-STATUS.
           OPEN EXTEND RUN-LOG.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       L4-DETAIL-WRITE.
           MOVE BR-BLD-CODE TO O-DTL-BLD.
           MOVE BR-UNIT TO O-DTL-UNIT.
           MOVE BR-BILL-DATE TO WS-DATE-WORK.
           MOVE WS-DATE-MONTH TO O-DTL-MONTH.
           MOVE WS-DATE-DAY TO O-DTL-DAY.
           MOVE WS-DATE-YEAR TO O-DTL-YEAR.
           MOVE BR-BASE TO O-DTL-BASE.
           MOVE BR-TENANT TO O-DTL-TENANT.
           MOVE BR-DISC-PREM TO O-DTL-DISC-PREM.
           MOVE BR-UTILITY TO O-DTL-UTILITY.
           MOVE BR-ANCILLARY TO O-DTL-ANCILLARY.
           MOVE BR-FRESH TO O-DTL-FRESH.
           MOVE BR-TOTAL-RENT TO O-DTL-RENT.
           WRITE VOIDLINE FROM VOID-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-NOTE-WRITE.
           MOVE BR-BLD-CODE TO O-NOTE-BLD.
           MOVE BR-UNIT TO O-NOTE-UNIT.
           WRITE VOIDLINE FROM VOID-NOTE-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-COUNT-WRITE.
           WRITE VOIDLINE FROM VOID-COUNT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-AMT-WRITE.
           WRITE VOIDLINE FROM VOID-AMT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE VOIDLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE VOIDLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-USER-ID TO O-USER-ID.
           WRITE VOIDLINE FROM VOID-SCOPE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE VOIDLINE FROM VOID-COL-LINE
               AFTER ADVANCING 2 LINES.
       L4-ASK-SCOPE.
           DISPLAY 'BUILDING CODE TO VOID (ALL = WHOLE CYCLE): '
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:3) = 'ALL'
               MOVE 'A' TO WS-SCOPE
               MOVE 'WHOLE CYCLE' TO O-SCOPE
           ELSE
               MOVE 'U' TO WS-SCOPE
               MOVE WS-ANSWER(1:2) TO WS-KEY-BLD
               DISPLAY 'UNIT (01-25): ' WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:2) IS NOT NUMERIC
                   DISPLAY 'UNIT MUST BE 2 DIGITS - ENDING'
                   STOP RUN
               END-IF
               MOVE WS-ANSWER(1:2) TO WS-KEY-UNIT
               IF WS-KEY-UNIT < 1 OR WS-KEY-UNIT > 25
                   DISPLAY 'UNIT MUST BE 01-25 - ENDING'
                   STOP RUN
               END-IF
               MOVE SPACES TO O-SCOPE
               STRING 'BUILDING ' DELIMITED BY SIZE
                      WS-KEY-BLD DELIMITED BY SIZE
                      ' UNIT ' DELIMITED BY SIZE
                      WS-ANSWER(1:2) DELIMITED BY SIZE
                   INTO O-SCOPE
               END-STRING
           END-IF.
