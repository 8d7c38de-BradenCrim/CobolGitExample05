      *FEED AND THE KEYED RECEIPTS.  THE KEYED I-PRIOR-BAL/I-LATE-FEE
      *COLUMNS IN MONBILLS.DAT ARE USED ONLY WHEN A UNIT HAS NO
      *OPENBAL.DAT ROW (FIRST CYCLE AFTER CONVERSION).
      *
      *EVERY CHARGE COMPONENT A POSTING RUN BILLS IS ALSO WRITTEN TO
      *THE PERMANENT TRANSACTION LEDGER, TRANHIST.DAT - ONE DATED,
      *TYPED, SIGNED ROW PER COMPONENT AND ONE PER ANCILLARY ITEM -
      *SO THE TENANT STATEMENT (CBLBJC14) CAN SHOW WHAT MAKES UP A
      *BALANCE LONG AFTER GLFEED.DAT AND CHARGES.DAT HAVE TURNED
      *OVER.
      *
      *EACH POSTED UNIT ALSO GETS A BILLING REGISTER ROW (BILLREG.DAT)
      *HOLDING THE EXACT AMOUNTS POSTED, SO THE VOID RUN (CBLBJC15)
      *CAN BACK A BILLING OUT.  WITH THE REBILL COLUMN OF RUNPARM.DAT
      *SET, THIS PROGRAM BILLS ONLY THE UNITS WHOSE BILLING WAS
      *VOIDED, APPENDS TO THE CYCLE'S FEED, INVOICES AND REPORTS, AND
      *PRINTS A SUPPLEMENTAL OWNER REMITTANCE NETTING THE VOIDED
      *AMOUNTS AGAINST THE REBILL.
      *
      *REPAIRS THE OWNER BEARS - COMPLETED WORK ORDERS ON WORKORD.DAT
      *(CBLBJC19) NOT BILLED BACK TO A TENANT - ARE DEDUCTED ON THE
      *OWNER REMITTANCE PAGE UNDER THE MANAGEMENT FEE, ONE LINE PER
      *ORDER, AND EACH ORDER IS STAMPED WITH THE REMITTANCE DATE SO
      *THE NEXT MONTH DOES NOT DEDUCT IT AGAIN.
      *
      *RATE, DEPOSIT AND BUILDING OWNER CHANGES KEYED IN CBLBJC07
      *WAIT ON PENDCHG.DAT FOR A SECOND OPERATOR'S APPROVAL.  A RUN
      *THAT POSTS IS REFUSED WHILE ANY ARE STILL WAITING, SO A CYCLE
      *IS NEVER BILLED FROM MASTERS HALF WAY THROUGH A CHANGE; QUERY
      *AND SIMULATION RUNS POST NOTHING AND ARE LET THROUGH.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MOVEOUT-PRINT
               ASSIGN TO 'C:\COBOL\MOVEOUT.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRAN-HIST
               ASSIGN TO 'C:\COBOL\TRANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TH-STATUS.
           SELECT OPTIONAL BILL-REG
               ASSIGN TO 'C:\COBOL\BILLREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BR-STATUS.
           SELECT OPTIONAL PEND-FILE
               ASSIGN TO 'C:\COBOL\PENDCHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WORK-ORDERS
               ASSIGN TO 'C:\COBOL\WORKORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               FILE STATUS IS WS-WO-STATUS.
       DATA DIVISION.
       FILE SECTION.


       FD  RESTART-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 166 CHARACTERS.
       01  RESTART-REC.
           05  RS-REC-COUNT            PIC 9(7).
           05  RS-GT-BASE-RENT         PIC 9(5)V99.
      *    BALANCING REPORT AT L2-CLOSING STILL TIES.
           05  RS-BILLED-COUNT         PIC 9(7).
           05  RS-FILTERED-COUNT       PIC 9(7).
      *    A REBILL CHECKPOINT MAY ONLY BE RESUMED AS A REBILL.
           05  RS-REBILL               PIC X.
      *    THE CRASHED RUN'S BILL DATE AND RUN TIME.  A RESUMED RUN
      *    POSTS UNDER THEM, SO ITS BILLREG.DAT AND TRANHIST.DAT ROWS
      *    CARRY ONE KEY STAMP FOR THE WHOLE BILLING.  A CHECKPOINT
      *    TAKEN BEFORE THESE COLUMNS EXISTED READS THEM AS SPACES.
           05  RS-BILL-DATE            PIC 9(8).
           05  RS-RUN-TIME             PIC X(6).

       FD  TENANT-MASTER
           LABEL RECORD IS STANDARD.

       FD  RUN-PARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS.
       01  RUN-PARM-REC.
           05  RP-BLD-FILTER           PIC XX.
           05  RP-MIN-RENT             PIC 9999V99.
      *    NOTHING, AND WRITE THE VARIANCE.PRT COMPARISON.
           05  RP-SIMULATE             PIC X.
               88  RP-IS-SIMULATE      VALUE 'Y'.
      *    Y = REBILL RUN: BILL ONLY THE UNITS WHOSE BILLING THE VOID
      *    RUN (CBLBJC15) BACKED OUT, ADDING TO THE CYCLE'S OUTPUTS.
           05  RP-REBILL               PIC X.
               88  RP-IS-REBILL        VALUE 'Y'.

       FD  OPEN-BAL
           LABEL RECORD IS STANDARD.
           DATA RECORD IS MOVLINE.
       01  MOVLINE                     PIC X(80).

      *    PERMANENT TRANSACTION LEDGER.  NEVER PURGED OR REWRITTEN -
      *    ROWS ARE ONLY ADDED.  TH-AMOUNT IS THE SIGNED EFFECT ON
      *    WHAT THE TENANT OWES (CHARGES PLUS, RECEIPTS MINUS), SO A
      *    UNIT'S ROWS SUM TO ITS OPENBAL.DAT BALANCE.  THE KEY RUNS
      *    UNIT, THEN DATE, THEN THE WRITING RUN'S TIME AND A RUN
      *    SEQUENCE, SO A STATEMENT READS A UNIT IN DATE ORDER.
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

      *    BILLING REGISTER - ONE ROW PER UNIT PER POSTING RUN, KEYED
      *    BY THE BILL DATE AND RUN TIME ITS TRANHIST.DAT ROWS CARRY.
      *    B = BILLED, V = VOIDED AWAITING REBILL, X = VOID SETTLED
      *    BY A REBILL.  THE FRESH AMOUNT IS THE UNIT'S A/R DEBIT.
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

      *    SAME LAYOUT AS CBLBJC07 - ONLY WHETHER IT HAS ROWS MATTERS.
       FD  PEND-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 180 CHARACTERS.
       01  PEND-REC                    PIC X(180).

      *    SAME LAYOUT AS CBLBJC19.
       FD  WORK-ORDERS
           LABEL RECORD IS STANDARD.
       01  WORK-ORDER-REC.
           05  WO-NUMBER               PIC 9(6).
           05  WO-BLD-CODE             PIC XX.
           05  WO-UNIT                 PIC 99.
           05  WO-STATUS               PIC X.
           05  WO-CHARGEABLE           PIC X.
           05  WO-LABOR                PIC 9(5)V99.
           05  WO-MATERIAL             PIC 9(5)V99.
           05  WO-VENDOR               PIC X(20).
           05  WO-OPEN-DATE            PIC 9(8).
           05  WO-COMPLETE-DATE        PIC 9(8).
           05  WO-DESC                 PIC X(30).
           05  WO-ASSIGN-DATE          PIC 9(8).
           05  WO-CLOSE-DATE           PIC 9(8).
           05  WO-BILLBACK-DATE        PIC 9(8).
           05  WO-REMIT-DATE           PIC 9(8).
           05  WO-LAST-USER            PIC X(8).

       FD  RUN-CONTROL-REPORT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           05  WS-OWN-TENANT               PIC S9(7)V99 VALUE ZERO.
           05  WS-OWN-DISC-PREM            PIC S9(7)V99 VALUE ZERO.
           05  WS-OWN-UTIL                 PIC S9(7)V99 VALUE ZERO.
           05  WS-OWN-FEE                  PIC S9(6)V99 VALUE ZERO.
           05  WS-OWN-REPAIRS              PIC S9(7)V99 VALUE ZERO.
           05  WS-OWN-NET                  PIC S9(7)V99 VALUE ZERO.
           05  OWNER-BLD-TABLE.
               10  OWNER-BLD-ENTRY OCCURS 30 TIMES
                   15  OWB-NAME             PIC X(15).
                   15  OWB-OWNER            PIC X(20).
                   15  OWB-DONE             PIC X.
                   15  OWB-BASE             PIC S9(6)V99.
                   15  OWB-TENANT           PIC S9(6)V99.
                   15  OWB-DISC-PREM        PIC S9(6)V99.
                   15  OWB-UTIL             PIC S9(6)V99.
                   15  OWB-RENT             PIC S9(6)V99.
                   15  OWB-REPAIRS          PIC S9(6)V99.
      *    OWNER-BORNE REPAIRS.  COMPLETED OR CLOSED WORK ORDERS NOT
      *    BILLED BACK TO A TENANT AND NOT YET DEDUCTED ARE TABLED
      *    AT L3-OWNER-STATEMENTS AND ADDED TO THEIR BUILDING'S
      *    OWB-REPAIRS.  AN ORDER STAMPED BY A RUN EARLIER TODAY IS
      *    TAKEN AGAIN, BECAUSE THIS RUN REPLACES THAT RUN'S PAGES.
      *    A REBILL'S SUPPLEMENTAL PAGES CARRY NO REPAIRS.
           05  WS-WO-STATUS                PIC XX       VALUE SPACES.
           05  WS-WO-EOF                   PIC XXX      VALUE 'NO'.
           05  WS-WO-COST                  PIC 9(6)V99  VALUE ZERO.
           05  WS-REPAIR-COUNT             PIC 999      VALUE ZERO.
           05  WS-REPAIR-LEFT              PIC 9(5)     VALUE ZERO.
           05  WS-REPAIR-STAMPED           PIC 9(5)     VALUE ZERO.
           05  REPAIR-TABLE.
               10  REPAIR-ENTRY OCCURS 200 TIMES
                             INDEXED BY RP-IDX.
                   15  RPT-NUMBER           PIC 9(6).
                   15  RPT-BLD-CODE         PIC XX.
                   15  RPT-UNIT             PIC 99.
                   15  RPT-OWNER            PIC X(20).
                   15  RPT-VENDOR           PIC X(20).
                   15  RPT-DESC             PIC X(30).
                   15  RPT-COMPLETE-DATE    PIC 9(8).
                   15  RPT-COST             PIC 9(6)V99.
      *    REQ 014 - RUN CONTROL BALANCING AND PERSISTENT RUN LOG.
      *    L4-RUN-CONTROL RE-READS GLFEED.DAT AT L2-CLOSING, RE-ADDS
      *    THE JOURNAL LEGS INDEPENDENTLY OF THE BILLING ACCUMULATORS
           05  C-SB-DISC-PREM              PIC S9(6)V99 VALUE ZERO.
           05  C-SB-UTILTIES               PIC 9(6)V99  VALUE ZERO.
           05  C-SB-RENT                   PIC 9(6)V99  VALUE ZERO.
      *    PERMANENT TRANSACTION LEDGER (TRANHIST.DAT).  ONE ROW PER
      *    BILLED COMPONENT, WRITTEN BESIDE ITS GL LEG ON POSTING
      *    RUNS ONLY.  THE SEQUENCE RUNS FOR THE WHOLE RUN; A KEY
      *    ALREADY ON FILE (TWO RUNS IN THE SAME SECOND) IS STEPPED
      *    PAST RATHER THAN LOST.
           05  WS-TH-STATUS                PIC XX       VALUE SPACES.
           05  WS-TH-RUN-TIME              PIC X(6)     VALUE SPACES.
      *    THE BILL DATE THE RUN POSTS UNDER - TODAY, OR THE CRASHED
      *    RUN'S DATE WHEN RESUMING - AND THE CRASHED RUN'S TIME.
           05  WS-BILL-DATE                PIC 9(8)     VALUE ZERO.
           05  WS-RESUME-RUN-TIME          PIC X(6)     VALUE SPACES.
      *    'Y' UNTIL A RESUMED RUN HAS REPOSTED THE RECORD THAT WAS IN
      *    FLIGHT WHEN THE CRASHED RUN STOPPED.
           05  WS-REPOST-PENDING           PIC X        VALUE 'N'.
               88  REPOST-PENDING          VALUE 'Y'.
           05  WS-TH-SEQ                   PIC 9(5)     VALUE ZERO.
           05  WS-TH-WRITTEN               PIC X        VALUE 'N'.
               88  TH-WRITTEN              VALUE 'Y'.
           05  WS-TH-PURGE-EOF             PIC XXX      VALUE 'NO'.
           05  WS-TH-AMOUNT                PIC S9(7)V99 VALUE ZERO.
           05  WS-TH-DESC                  PIC X(20)    VALUE SPACES.
      *    BILLING REGISTER (BILLREG.DAT) AND THE REBILL RUN.
           05  WS-BR-STATUS                PIC XX       VALUE SPACES.
           05  WS-BR-EOF                   PIC XXX      VALUE 'NO'.
           05  WS-REBILL                   PIC X        VALUE 'N'.
               88  REBILL-RUN              VALUE 'Y'.
           05  WS-VOID-PENDING             PIC X        VALUE 'N'.
               88  VOID-PENDING            VALUE 'Y'.
           05  WS-VOID-PENDING-COUNT       PIC 9(5)     VALUE ZERO.
           05  WS-VOID-SETTLED-COUNT       PIC 9(5)     VALUE ZERO.
           05  WS-VOID-OPEN-COUNT          PIC 9(5)     VALUE ZERO.
           05  WS-BR-REPLACED              PIC X        VALUE 'N'.
               88  BR-REPLACED             VALUE 'Y'.
      *    THE VOIDED ROW BEING SETTLED, HELD WHILE ITS REPLACEMENT IS
      *    LOOKED UP.
           05  WS-BR-SAVE                  PIC X(94)    VALUE SPACES.
           05  WS-REG-FRESH                PIC S9(7)V99 VALUE ZERO.
      *    MASTER CHANGES STILL AWAITING APPROVAL ON PENDCHG.DAT.
           05  WS-PEND-EOF                 PIC XXX      VALUE 'NO'.
           05  WS-PEND-COUNT               PIC 9(5)     VALUE ZERO.
       01  TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE: '.
           05  H1-DATE.
               10  O-OWN-DAY           PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  O-OWN-YEAR          PIC 9999.
       01  OWN-REBILL-LINE.
           05  FILLER                  PIC X(46)
               VALUE 'SUPPLEMENTAL - VOIDED BILLINGS NETTED AGAINST '.
           05  FILLER                  PIC X(26)
               VALUE 'THEIR REBILL (CORRECTION) '.
       01  OWN-OWNER-LINE.
           05  FILLER                  PIC X(7)    VALUE 'OWNER: '.
           05  O-OWN-NAME              PIC X(20).
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  O-OWB-NAME              PIC X(15).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-OWB-BASE              PIC $$,$$9.99-.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-OWB-TENANT            PIC $$,$$9.99-.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-OWB-DISC-PREM         PIC $$$,$$9.99+.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-OWB-UTIL              PIC $$,$$9.99-.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-OWB-RENT              PIC $$,$$9.99-.
       01  OWN-TOTAL-LINE.
           05  FILLER                  PIC X(6)    VALUE 'TOTALS'.
           05  FILLER                  PIC X(17)   VALUE SPACES.
           05  O-OWN-T-BASE            PIC $$,$$9.99-.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-OWN-T-TENANT          PIC $$,$$9.99-.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-OWN-T-DISC-PREM       PIC $$$,$$9.99+.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-OWN-T-UTIL            PIC $$,$$9.99-.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-OWN-T-RENT            PIC $$,$$9.99-.
       01  OWN-GROSS-LINE.
           05  FILLER                  PIC X(28)
                   VALUE 'GROSS RENT DUE THIS MONTH:'.
           05  O-OWN-GROSS             PIC $,$$$,$$9.99-.
       01  OWN-FEE-LINE.
           05  FILLER                  PIC X(17)
                   VALUE 'MANAGEMENT FEE @ '.
           05  O-OWN-FEE-PCT           PIC Z9.99.
           05  FILLER                  PIC X(6)    VALUE ' PCT: '.
           05  O-OWN-FEE               PIC $,$$$,$$9.99-.
       01  OWN-REPAIR-LINE.
           05  FILLER                  PIC X(28)
                   VALUE 'OWNER REPAIRS (WORK ORDERS):'.
           05  O-OWN-REPAIRS           PIC $,$$$,$$9.99-.
       01  OWN-REPAIR-HEAD-LINE.
           05  FILLER                  PIC X(30)
                   VALUE 'REPAIR WORK ORDERS DEDUCTED:'.
       01  OWN-REPAIR-DETAIL-LINE.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-RPR-NUMBER            PIC 9(6).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-RPR-BLD-CODE          PIC XX.
           05  FILLER                  PIC X       VALUE '-'.
           05  O-RPR-UNIT              PIC 99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-RPR-DATE.
               10  O-RPR-MONTH         PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  O-RPR-DAY           PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  O-RPR-YEAR          PIC 9999.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-RPR-VENDOR            PIC X(20).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-RPR-DESC              PIC X(30).
           05  O-RPR-COST              PIC $$$,$$9.99.
       01  OWN-NET-LINE.
           05  FILLER                  PIC X(28)
                   VALUE 'NET DUE TO OWNER:'.
           05  O-OWN-NET               PIC $,$$$,$$9.99-.
       01  VAR-HEADING-LINE.
           05  FILLER                  PIC X(42)
                   VALUE 'RATE CHANGE SIMULATION - VARIANCE REPORT  '.
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE   TO CURRENT-DATE-AND-TIME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE              TO WS-BILL-DATE.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           PERFORM L4-LOAD-DEPOSITS.
           PERFORM L4-LOAD-CHARGES.
           PERFORM L4-LOAD-RUNPARM.
           PERFORM L4-CHECK-PENDING.
           PERFORM L4-LOAD-ACCOUNTS.
      *    A SIMULATION NEVER RESUMES AND NEVER TOUCHES RESTART.DAT,
      *    SO A CHECKPOINT FROM A CRASHED REAL RUN SURVIVES IT.
           IF NOT SIMULATE-RUN
               PERFORM L4-CHECK-RESTART
           END-IF.
           PERFORM L4-OPEN-BILLREG.
           PERFORM L3-RECONCILE.
           SORT SORT-WORK
               ON ASCENDING KEY S-BLD-CODE
               INPUT PROCEDURE IS L3-RELEASE-BILLING
               GIVING SORTED-ORDER.
           OPEN INPUT SORTED-ORDER.
      *    A REBILL ADDS TO THE CYCLE'S OUTPUTS THE WAY A RESUMED RUN
      *    DOES - THE UNITS IT DID NOT TOUCH MUST STAY ON FILE.
           IF RESUMING-RUN OR REBILL-RUN
               OPEN EXTEND RENT-SALES
               OPEN EXTEND REJECT-SALES
               OPEN EXTEND UTIL-EXC-REPORT
      *    OR SIMULATION RUN MUST NOT TRUNCATE THE FEED CBLBJC06 WILL
      *    PICK UP DAYS LATER, SO NEITHER FILE IS OPENED AT ALL.
           IF NOT QUERY-ONLY-RUN
               IF RESUMING-RUN OR REBILL-RUN
                   OPEN EXTEND GL-FEED
                   OPEN EXTEND INVOICE-PRINT
                   OPEN EXTEND MOVEOUT-PRINT
                   OPEN OUTPUT INVOICE-PRINT
                   OPEN OUTPUT MOVEOUT-PRINT
               END-IF
               PERFORM L4-OPEN-TRANHIST
           END-IF.
           IF SIMULATE-RUN
               OPEN OUTPUT VARIANCE-REPORT
               CLOSE YTD-MASTER
               OPEN I-O YTD-MASTER
           END-IF.
      *    RESUMED AND REBILL RUNS EXTEND REPORTS THAT ALREADY CARRY
      *    THEIR HEADINGS.
           IF NOT RESUMING-RUN AND NOT REBILL-RUN
               WRITE RJCTLINE FROM REJECT-HEADING-LINE
               WRITE UTILEXCLINE FROM UTIL-EXC-HEADING-LINE
           END-IF.
                       PERFORM L4-VARIANCE-LINE
                   END-IF
                   IF NOT QUERY-ONLY-RUN
                       IF REPOST-PENDING
                           PERFORM L4-LEDGER-PURGE
                       END-IF
                       PERFORM L3-INVOICE
                       IF LEASE-ENDING-REC
                           PERFORM L3-MOVEOUT-STMT
                       PERFORM L4-GL-WRITE
                       PERFORM L4-UTIL-HIST-ADD
                       PERFORM L4-CHARGES-CONSUME
                       PERFORM L4-BILLREG-WRITE
                   END-IF
               ELSE
                   ADD 1 TO WS-FILTERED-COUNT
           ELSE
               PERFORM L3-REJECT
           END-IF.
           MOVE 'N' TO WS-REPOST-PENDING.
           ADD 1 TO WS-REC-COUNT.
           IF NOT SIMULATE-RUN
               ADD 1 TO WS-CKPT-COUNTER
               CLOSE GL-FEED
               CLOSE INVOICE-PRINT
               CLOSE MOVEOUT-PRINT
               CLOSE TRAN-HIST
               IF REBILL-RUN
                   PERFORM L3-VOID-SETTLE
               END-IF
           END-IF.
           CLOSE BILL-REG.
           CLOSE UTIL-EXC-REPORT.
           IF NOT QUERY-ONLY-RUN
               PERFORM L4-CHARGES-WRITE
                       AND CHT-UNIT(CH-IDX) = I-UNIT
                       AND CHT-CONSUMED(CH-IDX) NOT = 'Y'
                   MOVE 'Y' TO CHT-CONSUMED(CH-IDX)
                   MOVE WS-BILL-DATE TO CHT-BILLED-DATE(CH-IDX)
               END-IF
               SET CH-IDX UP BY 1
           END-PERFORM.
       L4-CHARGES-WRITE.
      *    ROWS CONSUMED THIS CYCLE ARE KEPT ONE CYCLE (A RESTARTED
      *    OR RERUN POSTING MUST STILL SEE THEM AS CONSUMED); ROWS
      *    THAT WERE ALREADY CONSUMED WHEN LOADED ARE PURGED HERE -
      *    EXCEPT ON A REBILL, WHICH RUNS INSIDE THE SAME CYCLE.
           OPEN OUTPUT CHARGE-FILE.
           SET CH-IDX TO 1.
           PERFORM UNTIL CH-IDX > WS-CHARGE-COUNT
               IF CHT-OLD-CONSUMED(CH-IDX) NOT = 'Y'
                       OR REBILL-RUN
                   MOVE CHT-BLD-CODE(CH-IDX) TO CG-BLD-CODE
                   MOVE CHT-UNIT(CH-IDX) TO CG-UNIT
                   MOVE CHT-CHG-CODE(CH-IDX) TO CG-CHG-CODE
               MOVE I-LATE-FEE TO C-LATE-FEE
               MOVE I-PRIOR-BAL TO WS-MOVEOUT-BAL
           END-IF.
       L4-OPEN-TRANHIST.
           MOVE CURRENT-TIME(1:6) TO WS-TH-RUN-TIME.
           IF RESUMING-RUN AND WS-RESUME-RUN-TIME NOT = SPACES
               MOVE WS-RESUME-RUN-TIME TO WS-TH-RUN-TIME
           END-IF.
           OPEN I-O TRAN-HIST.
           IF WS-TH-STATUS = '35' OR WS-TH-STATUS = '05'
               OPEN OUTPUT TRAN-HIST
               CLOSE TRAN-HIST
               OPEN I-O TRAN-HIST
           END-IF.
           IF WS-TH-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN TRANHIST.DAT - STATUS '
                   WS-TH-STATUS ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       L4-CHECK-PENDING.
           MOVE ZERO TO WS-PEND-COUNT.
           MOVE 'NO' TO WS-PEND-EOF.
           OPEN INPUT PEND-FILE.
           PERFORM UNTIL WS-PEND-EOF = 'YES'
               READ PEND-FILE
                   AT END
                       MOVE 'YES' TO WS-PEND-EOF
                   NOT AT END
                       ADD 1 TO WS-PEND-COUNT
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
           IF NOT QUERY-ONLY-RUN AND WS-PEND-COUNT > ZERO
               DISPLAY 'ERROR: ' WS-PEND-COUNT
                   ' MASTER CHANGE(S) AWAIT APPROVAL ON PENDCHG.DAT - '
                   'APPROVE OR REJECT THEM IN CBLBJC07 - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       L4-OPEN-BILLREG.
      *    A FRESH POSTING RUN STARTS THE CYCLE'S REGISTER OVER - BUT
      *    NEVER WHILE A VOIDED BILLING STILL WAITS FOR ITS REBILL,
      *    WHICH WOULD LOSE THE OWNER NETTING.  A RESUMED RUN KEEPS
      *    WHAT THE CRASHED RUN WROTE AND A REBILL NEEDS THE VOIDED
      *    ROWS, SO BOTH WORK ON THE FILE AS IT STANDS.
           IF QUERY-ONLY-RUN
               OPEN INPUT BILL-REG
           ELSE
               OPEN I-O BILL-REG
           END-IF.
           IF WS-BR-STATUS = '35' OR WS-BR-STATUS = '05'
               OPEN OUTPUT BILL-REG
               CLOSE BILL-REG
               IF QUERY-ONLY-RUN
                   OPEN INPUT BILL-REG
               ELSE
                   OPEN I-O BILL-REG
               END-IF
           END-IF.
           IF WS-BR-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN BILLREG.DAT - STATUS '
                   WS-BR-STATUS ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L4-COUNT-PENDING-VOIDS.
           IF REBILL-RUN
               IF WS-VOID-PENDING-COUNT = ZERO
                   DISPLAY 'WARNING: REBILL RUN BUT NO VOIDED BILLING '
                       'IS PENDING ON BILLREG.DAT - NOTHING TO BILL'
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF NOT QUERY-ONLY-RUN AND WS-VOID-PENDING-COUNT > ZERO
                   DISPLAY 'ERROR: ' WS-VOID-PENDING-COUNT
                       ' VOIDED BILLING(S) AWAIT A REBILL - SET THE '
                       'REBILL COLUMN OF RUNPARM.DAT - RUN ENDED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NOT QUERY-ONLY-RUN AND NOT RESUMING-RUN
                   CLOSE BILL-REG
                   OPEN OUTPUT BILL-REG
                   CLOSE BILL-REG
                   OPEN I-O BILL-REG
               END-IF
           END-IF.
       L4-COUNT-PENDING-VOIDS.
           MOVE ZERO TO WS-VOID-PENDING-COUNT.
           MOVE 'NO' TO WS-BR-EOF.
           PERFORM UNTIL WS-BR-EOF = 'YES'
               READ BILL-REG NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-BR-EOF
                   NOT AT END
                       IF BR-IS-VOIDED
                           ADD 1 TO WS-VOID-PENDING-COUNT
                       END-IF
               END-READ
           END-PERFORM.
       L4-FIND-PENDING-VOID.
      *    A REBILL TAKES A UNIT ONLY IF ITS REGISTER HOLDS A VOIDED
      *    ROW.  THE ROWS STAY 'V' UNTIL L3-VOID-SETTLE AT CLOSING,
      *    SO A RESTART REPLAY SELECTS EXACTLY THE SAME UNITS.
           MOVE 'N' TO WS-VOID-PENDING.
           MOVE I-BLD-CODE TO BR-BLD-CODE.
           MOVE I-UNIT TO BR-UNIT.
           MOVE ZERO TO BR-BILL-DATE.
           MOVE SPACES TO BR-RUN-TIME.
           MOVE 'NO' TO WS-BR-EOF.
           START BILL-REG KEY IS NOT LESS THAN BR-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-BR-EOF
           END-START.
           PERFORM UNTIL WS-BR-EOF = 'YES'
               READ BILL-REG NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-BR-EOF
                   NOT AT END
                       IF BR-BLD-CODE NOT = I-BLD-CODE
                               OR BR-UNIT NOT = I-UNIT
                           MOVE 'YES' TO WS-BR-EOF
                       ELSE
                           IF BR-IS-VOIDED
                               MOVE 'Y' TO WS-VOID-PENDING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       L4-BILLREG-WRITE.
      *    ONE REGISTER ROW PER POSTED UNIT, CARRYING EXACTLY WHAT WAS
      *    ADDED TO YTDMAST.DAT AND UTILHIST.DAT AND DEBITED TO A/R,
      *    SO THE VOID RUN CAN BACK THE BILLING OUT TO THE PENNY.  A
      *    RESUMED RUN POSTS UNDER THE CRASHED RUN'S BILL DATE AND RUN
      *    TIME, SO A ROW ALREADY ON FILE FOR THE RECORD THAT WAS IN
      *    FLIGHT HAS THIS SAME KEY AND IS REPLACED.
           MOVE I-BLD-CODE TO BR-BLD-CODE.
           MOVE I-UNIT TO BR-UNIT.
           MOVE WS-BILL-DATE TO BR-BILL-DATE.
           MOVE WS-TH-RUN-TIME TO BR-RUN-TIME.
           MOVE 'B' TO BR-STATUS.
           MOVE WS-FISCAL-YEAR TO BR-FISCAL-YEAR.
           MOVE C-BASE-RATE TO BR-BASE.
           MOVE C-TENANT-CHARGE TO BR-TENANT.
           MOVE C-DISC-PREM TO BR-DISC-PREM.
           MOVE C-UTILITY TO BR-UTILITY.
           MOVE I-ELECTRIC TO BR-ELECTRIC.
           MOVE I-GAS TO BR-GAS.
           MOVE I-WATER TO BR-WATER.
           MOVE I-GARBAGE TO BR-GARBAGE.
           MOVE C-ANCILLARY TO BR-ANCILLARY.
           MOVE WS-GL-FRESH TO BR-FRESH.
           MOVE C-TOTAL-RENT TO BR-TOTAL-RENT.
           MOVE ZERO TO BR-VOID-DATE.
           WRITE BILL-REG-REC
               INVALID KEY
                   REWRITE BILL-REG-REC
                       INVALID KEY
                           DISPLAY 'ERROR: BILLREG.DAT WRITE FAILED '
                               'FOR ' BR-BLD-CODE '/' BR-UNIT
                               ' - STATUS ' WS-BR-STATUS
                               ' - RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-WRITE.
       L3-VOID-SETTLE.
      *    THE REBILL REPLACES THE VOIDED BILLINGS, SO THE OWNER
      *    ROLLUP NETS THEM OUT AND THE SUPPLEMENTAL REMITTANCE SHOWS
      *    THE CORRECTION ONLY - THE OWNER IS NEVER PAID THE VOIDED
      *    AMOUNT AND THE REBILLED ONE BOTH.  A VOIDED ROW IS NETTED
      *    AND MARKED SETTLED ONLY WHEN THIS RUN WROTE A 'B' ROW FOR
      *    THE SAME UNIT UNDER ITS BILL DATE AND RUN TIME.  A UNIT THE
      *    RUN DID NOT BILL (FILTERED, REJECTED, OR NO MONBILLS.DAT
      *    ROW) STAYS 'V' AND IS LISTED - ITS REBILL IS OUTSTANDING.
      *    THE LIVE ROWS ARE TOTALED FOR THE RUN CONTROL CHECK.
           MOVE ZERO TO WS-REG-FRESH.
           MOVE ZERO TO WS-VOID-SETTLED-COUNT.
           MOVE ZERO TO WS-VOID-OPEN-COUNT.
           MOVE LOW-VALUES TO BR-KEY.
           MOVE 'NO' TO WS-BR-EOF.
           START BILL-REG KEY IS NOT LESS THAN BR-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-BR-EOF
           END-START.
           PERFORM UNTIL WS-BR-EOF = 'YES'
               READ BILL-REG NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-BR-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BR-IS-BILLED
                               ADD BR-FRESH TO WS-REG-FRESH
                           WHEN BR-IS-VOIDED
                               PERFORM L4-VOID-SETTLE-ONE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           DISPLAY 'REBILL: ' WS-VOID-SETTLED-COUNT
               ' VOIDED BILLING(S) SETTLED ON BILLREG.DAT'.
           IF WS-VOID-OPEN-COUNT > ZERO
               DISPLAY 'WARNING: ' WS-VOID-OPEN-COUNT
                   ' VOIDED BILLING(S) NOT REBILLED BY THIS RUN - '
                   'LEFT VOIDED ON BILLREG.DAT'
               MOVE 8 TO RETURN-CODE
           END-IF.
       L4-VOID-SETTLE-ONE.
      *    LOOK UP THE REPLACEMENT ROW BY KEY, THEN PUT THE VOIDED ROW
      *    BACK AND RESUME THE BROWSE JUST PAST IT.
           MOVE BILL-REG-REC TO WS-BR-SAVE.
           MOVE 'N' TO WS-BR-REPLACED.
           MOVE WS-BILL-DATE TO BR-BILL-DATE.
           MOVE WS-TH-RUN-TIME TO BR-RUN-TIME.
           READ BILL-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BR-IS-BILLED
                       MOVE 'Y' TO WS-BR-REPLACED
                   END-IF
           END-READ.
           MOVE WS-BR-SAVE TO BILL-REG-REC.
           IF BR-REPLACED
               PERFORM L4-OWNER-VOID-NET
               MOVE 'X' TO BR-STATUS
               REWRITE BILL-REG-REC
                   INVALID KEY
                       DISPLAY 'ERROR: BILLREG.DAT '
                           'REWRITE FAILED - STATUS '
                           WS-BR-STATUS ' - RUN ENDED'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               ADD 1 TO WS-VOID-SETTLED-COUNT
           ELSE
               DISPLAY 'WARNING: VOIDED BILLING ' BR-BLD-CODE '/'
                   BR-UNIT ' OF ' BR-BILL-DATE ' NOT REBILLED - '
                   'REBILL STILL OUTSTANDING'
               ADD 1 TO WS-VOID-OPEN-COUNT
           END-IF.
           START BILL-REG KEY IS GREATER THAN BR-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-BR-EOF
           END-START.
       L4-OWNER-VOID-NET.
           MOVE 'N' TO WS-OWNBLD-FOUND.
           SET OW-IDX TO 1.
           PERFORM UNTIL OW-IDX > WS-OWN-BLD-COUNT
                   OR OWNBLD-FOUND
               IF OWB-CODE(OW-IDX) = BR-BLD-CODE
                   MOVE 'Y' TO WS-OWNBLD-FOUND
               ELSE
                   SET OW-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT OWNBLD-FOUND
               IF WS-OWN-BLD-COUNT < 30
                   ADD 1 TO WS-OWN-BLD-COUNT
                   SET OW-IDX TO WS-OWN-BLD-COUNT
                   MOVE BR-BLD-CODE TO OWB-CODE(OW-IDX)
                   MOVE 'UNKNOWN BLDG' TO OWB-NAME(OW-IDX)
                   MOVE '(NO OWNER ON FILE)' TO OWB-OWNER(OW-IDX)
                   SET BT-IDX TO 1
                   PERFORM UNTIL BT-IDX > WS-BLD-COUNT
                       IF BT-CODE(BT-IDX) = BR-BLD-CODE
                           MOVE BT-NAME(BT-IDX) TO OWB-NAME(OW-IDX)
                           MOVE BT-OWNER(BT-IDX) TO OWB-OWNER(OW-IDX)
                       END-IF
                       SET BT-IDX UP BY 1
                   END-PERFORM
                   MOVE 'N' TO OWB-DONE(OW-IDX)
                   MOVE ZERO TO OWB-BASE(OW-IDX)
                   MOVE ZERO TO OWB-TENANT(OW-IDX)
                   MOVE ZERO TO OWB-DISC-PREM(OW-IDX)
                   MOVE ZERO TO OWB-UTIL(OW-IDX)
                   MOVE ZERO TO OWB-RENT(OW-IDX)
                   MOVE ZERO TO OWB-REPAIRS(OW-IDX)
                   MOVE 'Y' TO WS-OWNBLD-FOUND
               ELSE
                   DISPLAY 'ERROR: OWNER ROLLUP TABLE FULL (30) - '
                       BR-BLD-CODE ' CANNOT BE ROLLED UP, RUN ENDED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           SUBTRACT BR-BASE FROM OWB-BASE(OW-IDX).
           SUBTRACT BR-TENANT FROM OWB-TENANT(OW-IDX).
           SUBTRACT BR-DISC-PREM FROM OWB-DISC-PREM(OW-IDX).
           SUBTRACT BR-UTILITY FROM OWB-UTIL(OW-IDX).
           SUBTRACT BR-TOTAL-RENT FROM OWB-RENT(OW-IDX).
       L4-OPEN-OPENBAL.
           OPEN INPUT OPEN-BAL.
           IF WS-OB-STATUS = '35' OR WS-OB-STATUS = '05'
           IF WS-MIN-RENT > ZERO AND C-TOTAL-RENT < WS-MIN-RENT
               MOVE 'N' TO WS-REC-SELECTED
           END-IF.
           IF REBILL-RUN AND REC-IS-SELECTED
               PERFORM L4-FIND-PENDING-VOID
               IF NOT VOID-PENDING
                   MOVE 'N' TO WS-REC-SELECTED
               END-IF
           END-IF.
       L4-LOAD-RUNPARM.
           OPEN INPUT RUN-PARM.
           READ RUN-PARM
                       MOVE 'Y' TO WS-SIMULATE
                       MOVE 'Y' TO WS-QUERY-ONLY
                   END-IF
                   IF RP-IS-REBILL
                       MOVE 'Y' TO WS-REBILL
                   END-IF
           END-READ.
           CLOSE RUN-PARM.
       L4-CHECK-RESTART.
                   MOVE 'YES' TO WS-RESTART-EOF
           END-READ.
           IF WS-RESTART-EOF = 'NO'
      *        CHECKPOINTS TAKEN BEFORE THE REBILL FLAG EXISTED READ
      *        IN AS A SPACE AND WERE NORMAL BILLING RUNS.
               IF RS-REBILL = SPACE
                   MOVE 'N' TO RS-REBILL
               END-IF
               IF RS-BLD-FILTER NOT = WS-FILTER-BLD-CODE
                   OR RS-MIN-RENT NOT = WS-MIN-RENT
                   OR RS-SUMMARY-ONLY NOT = WS-SUMMARY-ONLY
                   OR RS-QUERY-ONLY NOT = WS-QUERY-ONLY
                   OR RS-REBILL NOT = WS-REBILL
                   DISPLAY 'WARNING: RESTART.DAT WAS CHECKPOINTED '
                       'UNDER DIFFERENT RUN PARAMETERS - IGNORING '
                       'RESTART AND STARTING A CLEAN RUN'
                   MOVE RS-SB-RENT TO C-SB-RENT
                   MOVE RS-BILLED-COUNT TO WS-BILLED-COUNT
                   MOVE RS-FILTERED-COUNT TO WS-FILTERED-COUNT
                   MOVE 'Y' TO WS-REPOST-PENDING
                   IF RS-BILL-DATE IS NUMERIC
                           AND RS-BILL-DATE NOT = ZERO
                       MOVE RS-BILL-DATE TO WS-BILL-DATE
                       MOVE RS-RUN-TIME TO WS-RESUME-RUN-TIME
                   END-IF
               END-IF
           END-IF.
           CLOSE RESTART-FILE.
           MOVE WS-QUERY-ONLY TO RS-QUERY-ONLY.
           MOVE WS-BILLED-COUNT TO RS-BILLED-COUNT.
           MOVE WS-FILTERED-COUNT TO RS-FILTERED-COUNT.
           MOVE WS-REBILL TO RS-REBILL.
           MOVE WS-BILL-DATE TO RS-BILL-DATE.
           MOVE WS-TH-RUN-TIME TO RS-RUN-TIME.
           OPEN OUTPUT RESTART-FILE.
           WRITE RESTART-REC.
           CLOSE RESTART-FILE.
               MOVE 'ANCL' TO WS-ACCT-COMPONENT
               MOVE C-ANCILLARY TO WS-GL-LEG-AMOUNT
               PERFORM L4-GL-LEG
               PERFORM L4-LEDGER-ANCILLARY
           END-IF.
       L4-GL-LEG.
      *    EVERY REVENUE LEG IS ALSO A LEDGER ROW - A CREDIT TO
      *    REVENUE IS A CHARGE TO THE TENANT, A DEBIT (A DISCOUNT)
      *    REDUCES WHAT IS OWED.  THE A/R LEG IS THE SUM OF THE
      *    OTHERS AND IS NOT REPEATED; THE ANCILLARY LEG IS WRITTEN
      *    ITEM BY ITEM BY L4-LEDGER-ANCILLARY INSTEAD.
           IF WS-GL-LEG-AMOUNT NOT = ZERO
               PERFORM L4-FIND-ACCOUNT
               MOVE WS-TODAY-DATE TO GJ-DATE
               MOVE WS-GL-LEG-DRCR TO GJ-DR-CR
               MOVE WS-GL-LEG-AMOUNT TO GJ-AMOUNT
               WRITE GLLINE FROM GL-JOURNAL-LINE
               IF WS-ACCT-COMPONENT NOT = 'AR'
                       AND WS-ACCT-COMPONENT NOT = 'ANCL'
                   IF WS-GL-LEG-DRCR = 'C'
                       MOVE WS-GL-LEG-AMOUNT TO WS-TH-AMOUNT
                   ELSE
                       COMPUTE WS-TH-AMOUNT
                           = ZERO - WS-GL-LEG-AMOUNT
                   END-IF
                   PERFORM L4-LEDGER-DESC
                   MOVE WS-ACCT-COMPONENT TO TH-COMPONENT
                   MOVE SPACES TO TH-REFERENCE
                   PERFORM L4-LEDGER-WRITE
               END-IF
           END-IF.
       L4-LEDGER-DESC.
           EVALUATE WS-ACCT-COMPONENT
               WHEN 'BASE'
                   MOVE 'BASE RENT' TO WS-TH-DESC
               WHEN 'TCHG'
                   MOVE 'TENANT CHARGE' TO WS-TH-DESC
               WHEN 'DISC'
                   IF WS-GL-LEG-DRCR = 'C'
                       MOVE 'PREMIUM' TO WS-TH-DESC
                   ELSE
                       MOVE 'DISCOUNT' TO WS-TH-DESC
                   END-IF
               WHEN 'ELEC'
                   MOVE 'ELECTRIC' TO WS-TH-DESC
               WHEN 'GAS'
                   MOVE 'GAS' TO WS-TH-DESC
               WHEN 'WATR'
                   MOVE 'WATER' TO WS-TH-DESC
               WHEN 'GARB'
                   MOVE 'GARBAGE' TO WS-TH-DESC
               WHEN OTHER
                   MOVE WS-ACCT-COMPONENT TO WS-TH-DESC
           END-EVALUATE.
       L4-LEDGER-ANCILLARY.
      *    ONE LEDGER ROW PER OPEN ANCILLARY ITEM, LABELED THE WAY
      *    THE INVOICE LABELS IT.  RUNS BEFORE L4-CHARGES-CONSUME
      *    MARKS THE SAME ITEMS BILLED, SO THE ROWS SUM TO
      *    C-ANCILLARY.
           SET CH-IDX TO 1.
           PERFORM UNTIL CH-IDX > WS-CHARGE-COUNT
               IF CHT-BLD-CODE(CH-IDX) = I-BLD-CODE
                       AND CHT-UNIT(CH-IDX) = I-UNIT
                       AND CHT-CONSUMED(CH-IDX) NOT = 'Y'
                       AND CHT-AMOUNT(CH-IDX) NOT = ZERO
                   MOVE CHT-AMOUNT(CH-IDX) TO WS-TH-AMOUNT
                   MOVE CHT-DESC(CH-IDX) TO WS-TH-DESC
                   MOVE 'ANCL' TO TH-COMPONENT
                   MOVE CHT-CHG-CODE(CH-IDX) TO TH-REFERENCE
                   PERFORM L4-LEDGER-WRITE
               END-IF
               SET CH-IDX UP BY 1
           END-PERFORM.
       L4-LEDGER-WRITE.
      *    THE CALLER SETS TH-COMPONENT, TH-REFERENCE, WS-TH-AMOUNT
      *    AND WS-TH-DESC.  A DUPLICATE KEY (STATUS 22) STEPS THE
      *    SEQUENCE AND TRIES AGAIN; ANY OTHER FAILURE ENDS THE RUN
      *    SO THE LEDGER CANNOT QUIETLY FALL OUT OF STEP WITH THE
      *    GL FEED.
           MOVE I-BLD-CODE TO TH-BLD-CODE.
           MOVE I-UNIT TO TH-UNIT.
           MOVE WS-BILL-DATE TO TH-DATE.
           MOVE WS-TH-RUN-TIME TO TH-RUN-TIME.
           MOVE 'C' TO TH-TRAN-TYPE.
           MOVE WS-TH-AMOUNT TO TH-AMOUNT.
           MOVE WS-TH-DESC TO TH-DESC.
           MOVE 'CBLBJC05' TO TH-SOURCE.
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
       L4-LEDGER-PURGE.
      *    THE RECORD IN FLIGHT WHEN THE CRASHED RUN STOPPED MAY HAVE
      *    WRITTEN SOME OF ITS LEDGER ROWS UNDER THIS RUN'S BILL DATE
      *    AND RUN TIME.  THEY ARE DELETED BEFORE IT IS REPOSTED, SO
      *    THE UNIT'S BILLING HAS ONE SET OF ROWS FOR THE VOID RUN TO
      *    REVERSE.
           MOVE I-BLD-CODE TO TH-BLD-CODE.
           MOVE I-UNIT TO TH-UNIT.
           MOVE WS-BILL-DATE TO TH-DATE.
           MOVE WS-TH-RUN-TIME TO TH-RUN-TIME.
           MOVE ZERO TO TH-SEQ.
           MOVE 'NO' TO WS-TH-PURGE-EOF.
           START TRAN-HIST KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-TH-PURGE-EOF
           END-START.
           PERFORM UNTIL WS-TH-PURGE-EOF = 'YES'
               READ TRAN-HIST NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-TH-PURGE-EOF
                   NOT AT END
                       IF TH-BLD-CODE NOT = I-BLD-CODE
                               OR TH-UNIT NOT = I-UNIT
                               OR TH-DATE NOT = WS-BILL-DATE
                               OR TH-RUN-TIME NOT = WS-TH-RUN-TIME
                           MOVE 'YES' TO WS-TH-PURGE-EOF
                       ELSE
                           IF TH-IS-CHARGE AND TH-SOURCE = 'CBLBJC05'
                               DELETE TRAN-HIST RECORD
                                   INVALID KEY
                                       DISPLAY 'ERROR: CANNOT DELETE '
                                           'TRANHIST.DAT ROW - STATUS '
                                           WS-TH-STATUS ' - RUN ENDED'
                                       MOVE 12 TO RETURN-CODE
                                       STOP RUN
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       L4-FIND-ACCOUNT.
      *    A BUILDING-SPECIFIC ROW WINS OVER THE '**' DEFAULT.  A
      *    COMPONENT WITH NO ACCOUNT AT ALL WOULD PUT AN UNPOSTABLE
                   MOVE ZERO TO OWB-DISC-PREM(OW-IDX)
                   MOVE ZERO TO OWB-UTIL(OW-IDX)
                   MOVE ZERO TO OWB-RENT(OW-IDX)
                   MOVE ZERO TO OWB-REPAIRS(OW-IDX)
                   MOVE 'Y' TO WS-OWNBLD-FOUND
               ELSE
                   DISPLAY 'ERROR: OWNER ROLLUP TABLE FULL (30) - '
      *    GROUP THE BUILDING ROLLUPS BY BM-OWNER - ONE REMITTANCE
      *    PAGE PER OWNER, LISTING THAT OWNER'S BUILDINGS, THE GROSS,
      *    THE MANAGEMENT FEE WITHHELD AND THE NET DUE.
      *    A REBILL'S SUPPLEMENTAL PAGES FOLLOW THE MONTH'S ORIGINAL
      *    STATEMENTS RATHER THAN REPLACING THEM.
           IF REBILL-RUN
               OPEN EXTEND OWNER-REMIT-PRINT
           ELSE
               PERFORM L4-OPEN-WORKORD
               PERFORM L4-LOAD-REPAIRS
               OPEN OUTPUT OWNER-REMIT-PRINT
           END-IF.
           MOVE CURRENT-MONTH TO O-OWN-MONTH.
           MOVE CURRENT-DAY TO O-OWN-DAY.
           MOVE CURRENT-YEAR TO O-OWN-YEAR.
               SET OW-IDX UP BY 1
           END-PERFORM.
           CLOSE OWNER-REMIT-PRINT.
      *    THE PAGES ARE OUT - ONLY NOW ARE THE DEDUCTED ORDERS
      *    STAMPED, SO A BREAK BEFORE THIS POINT LEAVES THEM FOR THE
      *    RERUN.
           IF NOT REBILL-RUN
               PERFORM L4-STAMP-REPAIRS
               CLOSE WORK-ORDERS
           END-IF.
       L4-OWNER-PAGE.
           MOVE ZERO TO WS-OWN-GROSS.
           MOVE ZERO TO WS-OWN-BASE.
           MOVE ZERO TO WS-OWN-TENANT.
           MOVE ZERO TO WS-OWN-DISC-PREM.
           MOVE ZERO TO WS-OWN-UTIL.
           MOVE ZERO TO WS-OWN-REPAIRS.
           WRITE OWNLINE FROM OWN-HEAD-LINE
               AFTER ADVANCING PAGE.
           IF REBILL-RUN
               WRITE OWNLINE FROM OWN-REBILL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE OWB-OWNER(OW-IDX) TO O-OWN-NAME.
           WRITE OWNLINE FROM OWN-OWNER-LINE
               AFTER ADVANCING 2 LINES.
               AFTER ADVANCING 2 LINES.
           COMPUTE WS-OWN-FEE ROUNDED
               = WS-OWN-GROSS * WS-MGMT-FEE-PCT / 100.
           COMPUTE WS-OWN-NET
               = WS-OWN-GROSS - WS-OWN-FEE - WS-OWN-REPAIRS.
           MOVE WS-OWN-GROSS TO O-OWN-GROSS.
           WRITE OWNLINE FROM OWN-GROSS-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-OWN-FEE TO O-OWN-FEE.
           WRITE OWNLINE FROM OWN-FEE-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-OWN-REPAIRS NOT = ZERO
               MOVE WS-OWN-REPAIRS TO O-OWN-REPAIRS
               WRITE OWNLINE FROM OWN-REPAIR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-OWN-NET TO O-OWN-NET.
           WRITE OWNLINE FROM OWN-NET-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-OWN-REPAIRS NOT = ZERO
               WRITE OWNLINE FROM OWN-REPAIR-HEAD-LINE
                   AFTER ADVANCING 2 LINES
               SET RP-IDX TO 1
               PERFORM UNTIL RP-IDX > WS-REPAIR-COUNT
                   IF RPT-OWNER(RP-IDX) = OWB-OWNER(OW-IDX)
                       PERFORM L4-OWNER-REPAIR-LINE
                   END-IF
                   SET RP-IDX UP BY 1
               END-PERFORM
           END-IF.
       L4-OWNER-BLD-LINE.
           MOVE OWB-CODE(OW-IDX2) TO O-OWB-CODE.
           MOVE OWB-NAME(OW-IDX2) TO O-OWB-NAME.
           ADD OWB-DISC-PREM(OW-IDX2) TO WS-OWN-DISC-PREM.
           ADD OWB-UTIL(OW-IDX2) TO WS-OWN-UTIL.
           ADD OWB-RENT(OW-IDX2) TO WS-OWN-GROSS.
           ADD OWB-REPAIRS(OW-IDX2) TO WS-OWN-REPAIRS.
           MOVE 'Y' TO OWB-DONE(OW-IDX2).
       L4-OWNER-REPAIR-LINE.
           MOVE RPT-NUMBER(RP-IDX) TO O-RPR-NUMBER.
           MOVE RPT-BLD-CODE(RP-IDX) TO O-RPR-BLD-CODE.
           MOVE RPT-UNIT(RP-IDX) TO O-RPR-UNIT.
           MOVE RPT-COMPLETE-DATE(RP-IDX)(5:2) TO O-RPR-MONTH.
           MOVE RPT-COMPLETE-DATE(RP-IDX)(7:2) TO O-RPR-DAY.
           MOVE RPT-COMPLETE-DATE(RP-IDX)(1:4) TO O-RPR-YEAR.
           MOVE RPT-VENDOR(RP-IDX) TO O-RPR-VENDOR.
           MOVE RPT-DESC(RP-IDX) TO O-RPR-DESC.
           MOVE RPT-COST(RP-IDX) TO O-RPR-COST.
           WRITE OWNLINE FROM OWN-REPAIR-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       L4-LOAD-REPAIRS.
      *    OWNER-BORNE ORDERS: COMPLETED (C) OR CLOSED (X), NOT
      *    BILLED BACK, WITH A COST, AND NOT DEDUCTED BEFORE TODAY.
      *    EACH ONE IS ADDED TO ITS BUILDING'S ROLLUP, CREATING THE
      *    ROW IF THE BUILDING BILLED NOTHING THIS RUN.  ORDERS PAST
      *    THE TABLE SIZE ARE LEFT UNSTAMPED FOR NEXT MONTH.
           MOVE ZERO TO WS-REPAIR-COUNT.
           MOVE ZERO TO WS-REPAIR-LEFT.
           MOVE 'NO' TO WS-WO-EOF.
           MOVE ZERO TO WO-NUMBER.
           START WORK-ORDERS KEY IS NOT LESS THAN WO-NUMBER
               INVALID KEY
                   MOVE 'YES' TO WS-WO-EOF
           END-START.
           PERFORM UNTIL WS-WO-EOF = 'YES'
               READ WORK-ORDERS NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-WO-EOF
                   NOT AT END
                       COMPUTE WS-WO-COST = WO-LABOR + WO-MATERIAL
                       IF (WO-STATUS = 'C' OR WO-STATUS = 'X')
                               AND WO-BILLBACK-DATE = ZERO
                               AND WS-WO-COST > ZERO
                               AND (WO-REMIT-DATE = ZERO
                               OR WO-REMIT-DATE = WS-TODAY-DATE)
                           IF WS-REPAIR-COUNT < 200
                               PERFORM L4-OWNER-REPAIR-ACCUM
                           ELSE
                               ADD 1 TO WS-REPAIR-LEFT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REPAIR-LEFT > ZERO
               DISPLAY 'WARNING: ' WS-REPAIR-LEFT ' OWNER REPAIR '
                   'ORDER(S) OVER 200 LEFT FOR NEXT MONTH'
               MOVE 8 TO RETURN-CODE
           END-IF.
       L4-OWNER-REPAIR-ACCUM.
           MOVE 'N' TO WS-OWNBLD-FOUND.
           SET OW-IDX TO 1.
           PERFORM UNTIL OW-IDX > WS-OWN-BLD-COUNT
                   OR OWNBLD-FOUND
               IF OWB-CODE(OW-IDX) = WO-BLD-CODE
                   MOVE 'Y' TO WS-OWNBLD-FOUND
               ELSE
                   SET OW-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT OWNBLD-FOUND
               IF WS-OWN-BLD-COUNT < 30
                   ADD 1 TO WS-OWN-BLD-COUNT
                   SET OW-IDX TO WS-OWN-BLD-COUNT
                   MOVE WO-BLD-CODE TO OWB-CODE(OW-IDX)
                   MOVE 'UNKNOWN BLDG' TO OWB-NAME(OW-IDX)
                   MOVE '(NO OWNER ON FILE)' TO OWB-OWNER(OW-IDX)
                   SET BT-IDX TO 1
                   PERFORM UNTIL BT-IDX > WS-BLD-COUNT
                       IF BT-CODE(BT-IDX) = WO-BLD-CODE
                           MOVE BT-NAME(BT-IDX) TO OWB-NAME(OW-IDX)
                           MOVE BT-OWNER(BT-IDX) TO OWB-OWNER(OW-IDX)
                       END-IF
                       SET BT-IDX UP BY 1
                   END-PERFORM
                   MOVE 'N' TO OWB-DONE(OW-IDX)
                   MOVE ZERO TO OWB-BASE(OW-IDX)
                   MOVE ZERO TO OWB-TENANT(OW-IDX)
                   MOVE ZERO TO OWB-DISC-PREM(OW-IDX)
                   MOVE ZERO TO OWB-UTIL(OW-IDX)
                   MOVE ZERO TO OWB-RENT(OW-IDX)
                   MOVE ZERO TO OWB-REPAIRS(OW-IDX)
                   MOVE 'Y' TO WS-OWNBLD-FOUND
               ELSE
                   DISPLAY 'ERROR: OWNER ROLLUP TABLE FULL (30) - '
                       WO-BLD-CODE ' CANNOT BE ROLLED UP, RUN ENDED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ADD WS-WO-COST TO OWB-REPAIRS(OW-IDX).
           ADD 1 TO WS-REPAIR-COUNT.
           SET RP-IDX TO WS-REPAIR-COUNT.
           MOVE WO-NUMBER TO RPT-NUMBER(RP-IDX).
           MOVE WO-BLD-CODE TO RPT-BLD-CODE(RP-IDX).
           MOVE WO-UNIT TO RPT-UNIT(RP-IDX).
           MOVE OWB-OWNER(OW-IDX) TO RPT-OWNER(RP-IDX).
           MOVE WO-VENDOR TO RPT-VENDOR(RP-IDX).
           MOVE WO-DESC TO RPT-DESC(RP-IDX).
           MOVE WO-COMPLETE-DATE TO RPT-COMPLETE-DATE(RP-IDX).
           MOVE WS-WO-COST TO RPT-COST(RP-IDX).
       L4-STAMP-REPAIRS.
           MOVE ZERO TO WS-REPAIR-STAMPED.
           SET RP-IDX TO 1.
           PERFORM UNTIL RP-IDX > WS-REPAIR-COUNT
               MOVE RPT-NUMBER(RP-IDX) TO WO-NUMBER
               READ WORK-ORDERS
                   INVALID KEY
                       DISPLAY 'WARNING: WORK ORDER ' WO-NUMBER
                           ' NOT FOUND TO STAMP'
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE WS-TODAY-DATE TO WO-REMIT-DATE
                       REWRITE WORK-ORDER-REC
                           INVALID KEY
                               DISPLAY 'ERROR: WORKORD.DAT REWRITE '
                                   'FAILED FOR ' WO-NUMBER ' - STATUS '
                                   WS-WO-STATUS ' - RUN ENDED'
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           NOT INVALID KEY
                               ADD 1 TO WS-REPAIR-STAMPED
                       END-REWRITE
               END-READ
               SET RP-IDX UP BY 1
           END-PERFORM.
           DISPLAY 'OWNER REMITTANCE: ' WS-REPAIR-STAMPED
               ' REPAIR WORK ORDER(S) DEDUCTED'.
       L4-OPEN-WORKORD.
           OPEN I-O WORK-ORDERS.
           IF WS-WO-STATUS = '35' OR WS-WO-STATUS = '05'
               OPEN OUTPUT WORK-ORDERS
               CLOSE WORK-ORDERS
               OPEN I-O WORK-ORDERS
           END-IF.
           IF WS-WO-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN WORKORD.DAT - STATUS '
                   WS-WO-STATUS ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       L4-SIM-CALCS.
      *    THE SAME CALCULATION L3-CALCS JUST RAN, UNDER THE SIM RATE
      *    TABLE.  RB-IDX AND THE PRORATION WORK FIELDS ARE STILL SET
           MOVE ZERO TO WS-GL-AR-TOTAL.
           COMPUTE WS-GT-FRESH
               = C-GT-SUBTOTAL + C-GT-UTILTIES + C-GT-ANCILLARY.
      *    AFTER A REBILL THE FEED HOLDS THE WHOLE CYCLE - ORIGINAL,
      *    REVERSING AND REBILL LEGS - SO THE A/R MUST TIE TO THE
      *    LIVE ROWS OF THE BILLING REGISTER INSTEAD.
           IF REBILL-RUN AND NOT QUERY-ONLY-RUN
               MOVE WS-REG-FRESH TO WS-GT-FRESH
           END-IF.
           IF QUERY-ONLY-RUN
               MOVE 'NOP' TO WS-RUN-STATUS
           ELSE
           MOVE 'A/R DEBITS (RE-ADDED):' TO O-RC-AMT-DESC.
           MOVE WS-GL-AR-TOTAL TO O-RC-AMT.
           PERFORM L4-RC-AMT-WRITE.
           IF REBILL-RUN
               MOVE 'CYCLE FRESH CHARGES (REG):' TO O-RC-AMT-DESC
           ELSE
               MOVE 'BILLED FRESH CHARGES:' TO O-RC-AMT-DESC
           END-IF.
           MOVE WS-GT-FRESH TO O-RC-AMT.
           PERFORM L4-RC-AMT-WRITE.
           MOVE 'BILLED RENT DUE TOTAL:' TO O-RC-AMT-DESC.
