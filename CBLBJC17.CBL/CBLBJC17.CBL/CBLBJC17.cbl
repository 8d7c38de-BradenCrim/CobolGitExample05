       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLBJC17.
       AUTHOR.         BRADEN CRIM
       DATE-WRITTEN.   10/15/2026
      ******************************************************************
      *AUTOPAY DRAFTS AND ACH RETURNS.  TWO RUNS, PICKED AT THE
      *PROMPT:
      *
      *D - DRAFT.  RUN AFTER BILLING (CBLBJC05) AND BEFORE THE
      *    PAYMENT PRE-EDIT (CBLBJC10) - CYCLE.DAT MUST SHOW STEP 3
      *    DUE.  EVERY LIVE ROW ON BILLREG.DAT WHOSE UNIT HAS AN ACTIVE
      *    ENROLLMENT ON AUTOPAY.DAT IS DRAFTED FOR THE RENT BILLED,
      *    CAPPED AT THE ENROLLMENT'S MAXIMUM (ANY BALANCE OVER THE
      *    CAP IS LEFT FOR THE TENANT TO PAY BY CHECK).  THE DRAFT
      *    IS DATED THE ENROLLMENT'S DRAFT DAY IN THE CYCLE MONTH, OR
      *    TODAY IF THAT DAY HAS PASSED.  OUTPUTS:
      *      ACHDEBIT.DAT - THE STANDARD 94-CHARACTER ACH FILE FOR THE
      *                     BANK: FILE HEADER, ONE PPD DEBIT BATCH PER
      *                     DRAFT DATE WITH ITS CONTROL RECORD, FILE
      *                     CONTROL, PADDED WITH 9'S TO A FULL BLOCK
      *                     OF TEN.
      *      ACHBATCH.DAT - THE MATCHING RECEIPTS IN THE PAYBATCH.DAT
      *                     LAYOUT WITH THEIR CONTROL RECORD, FOR THE
      *                     PRE-EDIT TO BALANCE AND RELEASE.  THE
      *                     CHECK NUMBER IS 'AC' AND THE DRAFT DATE
      *                     (YYMMDD), ONE PER ACH BATCH, SO THE BANK
      *                     RECONCILIATION CAN MATCH EACH SETTLEMENT.
      *    A UNIT IS DRAFTED ONCE PER CYCLE MONTH (AUTOPAY.DAT KEEPS
      *    THE LAST MONTH DRAFTED), SO A RERUN OR A VOID AND REBILL
      *    NEVER DRAFTS A TENANT TWICE.  THE RUN IS REFUSED WHILE AN
      *    EARLIER ACHBATCH.DAT STILL WAITS FOR THE PRE-EDIT.
      *
      *R - RETURNS.  POSTS THE BANK'S ACH RETURN FILE (ACHRETRN.DAT,
      *    SAME 94-CHARACTER FORMAT - EACH RETURNED ENTRY FOLLOWED BY
      *    ITS 99 ADDENDA WITH THE RETURN REASON).  EVERY RETURNED
      *    DRAFT BECOMES AN NSF REVERSAL ('N') IN NSFBATCH.DAT FOR THE
      *    NEXT PRE-EDIT, THE SAME STAGING CBLBJC16 USES FOR RETURNED
      *    CHECKS, AND THE UNIT'S ENROLLMENT IS PUT IN REVIEW (STATUS
      *    R WITH THE REASON CODE) UNDER AN AUDIT.DAT RECORD.  A
      *    RETURN ALREADY STAGED OR ALREADY POSTED TO THE LEDGER IS
      *    NOT STAGED AGAIN.  A RETURN THAT CANNOT BE TIED TO AN
      *    ENROLLMENT ENDS THE RUN WITH RETURN-CODE 8.
      *
      *OUTPUT:  AUTOPAY.PRT - 100 COLUMNS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CYCLE-STATE
               ASSIGN TO 'C:\COBOL\CYCLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUTOPAY-MASTER
               ASSIGN TO 'C:\COBOL\AUTOPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BILL-REG
               ASSIGN TO 'C:\COBOL\BILLREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BR-STATUS.
           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO 'C:\COBOL\TENANTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TM-STATUS.
           SELECT OPTIONAL TRAN-HIST
               ASSIGN TO 'C:\COBOL\TRANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TH-STATUS.
           SELECT ACH-FILE
               ASSIGN TO 'C:\COBOL\ACHDEBIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACH-BATCH
               ASSIGN TO 'C:\COBOL\ACHBATCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACH-RETURNS
               ASSIGN TO 'C:\COBOL\ACHRETRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NSF-BATCH
               ASSIGN TO 'C:\COBOL\NSFBATCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO 'C:\COBOL\AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTOPAY-PRINT
               ASSIGN TO 'C:\COBOL\AUTOPAY.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT AS CBLBJC12.
       FD  CYCLE-STATE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS.
       01  CYCLE-STATE-REC.
           05  CY-CYCLE-YM             PIC 9(6).
           05  CY-NEXT-STEP            PIC X.
           05  CY-STAMP-DATE           PIC 9(8).
           05  CY-STAMP-TIME           PIC X(6).
           05  CY-RESUME-STEP          PIC X.

      *    SAME LAYOUT AS CBLBJC07.
       FD  AUTOPAY-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS.
       01  AUTOPAY-MASTER-REC          PIC X(58).

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

       FD  TENANT-MASTER
           LABEL RECORD IS STANDARD.
       01  TENANT-MASTER-REC.
           05  TM-KEY.
               10  TM-BLD-CODE         PIC XX.
               10  TM-UNIT             PIC 99.
           05  TM-LEASEHOLDER          PIC X(25).
           05  TM-LEASE-START          PIC X(8).
           05  TM-LEASE-END            PIC X(8).

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

      *    THE ACH FILE FOR THE BANK - BUILT IN THE RECORD LAYOUTS
      *    IN WORKING-STORAGE.
       FD  ACH-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 94 CHARACTERS.
       01  ACH-REC                     PIC X(94).

      *    DRAFT RECEIPTS FOR THE PRE-EDIT - THE PAYBATCH.DAT LAYOUT:
      *    CONTROL RECORD FIRST, THEN THE DETAILS.
       FD  ACH-BATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 TO 29 CHARACTERS.
       01  RCPT-CONTROL-REC.
           05  RB-REC-TYPE             PIC X.
           05  RB-ITEM-COUNT           PIC 9(5).
           05  RB-TOTAL                PIC 9(7)V99.
       01  RCPT-DETAIL-REC.
           05  RD-BLD-CODE             PIC XX.
           05  RD-UNIT                 PIC 99.
           05  RD-PAY-DATE             PIC 9(8).
           05  RD-AMOUNT               PIC 9(5)V99.
           05  RD-CHECK-NO             PIC X(8).
           05  RD-TRAN-TYPE            PIC X.
           05  RD-SIGN                 PIC X.

      *    THE BANK'S RETURN FILE.  ONLY THE FIELDS A RETURN NEEDS
      *    ARE NAMED: THE BATCH HEADER'S EFFECTIVE DATE, THE RETURNED
      *    ENTRY'S AMOUNT AND INDIVIDUAL ID (AS THE DRAFT RUN WROTE
      *    IT) AND THE ADDENDA'S RETURN REASON CODE.
       FD  ACH-RETURNS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 94 CHARACTERS.
       01  ACH-RETURN-REC.
           05  AR-REC-TYPE             PIC X.
               88  AR-IS-BATCH-HEADER  VALUE '5'.
               88  AR-IS-ENTRY         VALUE '6'.
               88  AR-IS-ADDENDA       VALUE '7'.
           05  FILLER                  PIC X(93).
       01  AR-BATCH-HEADER.
           05  FILLER                  PIC X(69).
           05  AR-EFF-DATE             PIC X(6).
           05  FILLER                  PIC X(19).
       01  AR-ENTRY-DETAIL.
           05  FILLER                  PIC X.
           05  AR-TRAN-CODE            PIC XX.
           05  FILLER                  PIC X(26).
           05  AR-AMOUNT               PIC 9(8)V99.
           05  AR-INDIV-ID.
               10  AR-ID-BLD           PIC XX.
               10  AR-ID-UNIT          PIC XX.
               10  FILLER              PIC X.
               10  AR-ID-CHECK         PIC X(8).
               10  FILLER              PIC XX.
           05  FILLER                  PIC X(40).
       01  AR-ADDENDA.
           05  FILLER                  PIC X.
           05  AR-ADDENDA-TYPE         PIC XX.
           05  AR-REASON               PIC X(3).
           05  FILLER                  PIC X(88).

      *    STAGED NSF REVERSALS FOR THE PRE-EDIT - SAME LAYOUT AS
      *    CBLBJC16.
       FD  NSF-BATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 TO 29 CHARACTERS.
       01  NSF-CONTROL-REC.
           05  NC-REC-TYPE             PIC X.
           05  NC-ITEM-COUNT           PIC 9(5).
           05  NC-TOTAL                PIC 9(7)V99.
       01  NSF-DETAIL-REC              PIC X(29).

      *    SAME LAYOUT AS CBLBJC07.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 175 CHARACTERS.
       01  AUDIT-REC.
           05  AU-DATE                 PIC 9(8).
           05  AU-TIME                 PIC X(6).
           05  AU-USER                 PIC X(8).
           05  AU-FILE                 PIC X(8).
           05  AU-ACTION               PIC X.
           05  AU-KEY                  PIC X(10).
           05  AU-BEFORE               PIC X(67).
           05  AU-AFTER                PIC X(67).

       FD  AUTOPAY-PRINT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS APYLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  APYLINE                     PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YMD             PIC 9(8).
               10  CURRENT-HMS             PIC X(6).
               10  FILLER                  PIC X(7).
           05  WS-TODAY                    PIC 9(8)     VALUE ZERO.
           05  C-PCTR                      PIC 99       VALUE ZERO.
           05  WS-RUN-MODE                 PIC X        VALUE SPACE.
               88  DRAFT-RUN               VALUE 'D'.
               88  RETURN-RUN              VALUE 'R'.
           05  WS-USER-ID                  PIC X(8)     VALUE SPACES.
           05  WS-BR-STATUS                PIC XX       VALUE SPACES.
           05  WS-TM-STATUS                PIC XX       VALUE SPACES.
           05  WS-TH-STATUS                PIC XX       VALUE SPACES.
           05  WS-EOF                      PIC XXX      VALUE 'NO'.
           05  WS-BR-EOF                   PIC XXX      VALUE 'NO'.
           05  WS-RET-EOF                  PIC XXX      VALUE 'NO'.
           05  WS-TH-EOF                   PIC XXX      VALUE 'NO'.
           05  WS-CONTROL-SEEN             PIC X        VALUE 'N'.
               88  CONTROL-SEEN            VALUE 'Y'.
           05  WS-FOUND                    PIC X        VALUE 'N'.
               88  ITEM-FOUND              VALUE 'Y'.
           05  WS-NSF-POSTED               PIC X        VALUE 'N'.
               88  NSF-POSTED              VALUE 'Y'.
           05  WS-ENTRY-HELD               PIC X        VALUE 'N'.
               88  ENTRY-HELD              VALUE 'Y'.
           05  WS-CYCLE-YM                 PIC 9(6)     VALUE ZERO.
           05  WS-NEXT-STEP                PIC X        VALUE SPACE.
           05  WS-NOTE                     PIC X(40)    VALUE SPACES.
           05  WS-DRAFT-AMOUNT             PIC 9(5)V99  VALUE ZERO.
           05  WS-ACH-CHECK.
               10  FILLER                  PIC XX       VALUE 'AC'.
               10  WS-ACH-CHECK-DATE       PIC 9(6)     VALUE ZERO.
           05  WS-DATE-WORK                PIC 9(8)     VALUE ZERO.
           05  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
               10  WS-DATE-CENTURY         PIC 99.
               10  WS-DATE-YYMMDD          PIC 9(6).
           05  WS-PRINT-DATE               PIC 9(8)     VALUE ZERO.
           05  WS-PRINT-PARTS REDEFINES WS-PRINT-DATE.
               10  WS-PRINT-YEAR           PIC 9999.
               10  WS-PRINT-MONTH          PIC 99.
               10  WS-PRINT-DAY            PIC 99.
      *    THE RETURNED ENTRY, HELD UNTIL ITS ADDENDA GIVES THE REASON.
           05  WS-RET-DATE                 PIC 9(8)     VALUE ZERO.
           05  WS-RET-BLD                  PIC XX       VALUE SPACES.
           05  WS-RET-UNIT                 PIC XX       VALUE SPACES.
           05  WS-RET-CHECK                PIC X(8)     VALUE SPACES.
           05  WS-RET-AMOUNT               PIC 9(8)V99  VALUE ZERO.
           05  WS-RET-REASON               PIC X(3)     VALUE SPACES.
           05  WS-TEN-KEY.
               10  WS-KEY-BLD              PIC XX       VALUE SPACES.
               10  WS-KEY-UNIT             PIC XX       VALUE SPACES.
      *    ACH FILE CONTROL FIGURES.  THE ENTRY HASH IS THE SUM OF THE
      *    EIGHT-DIGIT RECEIVING ROUTING NUMBERS, KEPT TO ITS LOW TEN
      *    DIGITS WHEN MOVED TO THE CONTROL RECORDS.
           05  WS-BATCH-NO                 PIC 9(7)     VALUE ZERO.
           05  WS-TRACE-SEQ                PIC 9(7)     VALUE ZERO.
           05  WS-BATCH-DATE               PIC 9(8)     VALUE ZERO.
           05  WS-BATCH-ENTRIES            PIC 9(6)     VALUE ZERO.
           05  WS-BATCH-HASH               PIC 9(12)    VALUE ZERO.
           05  WS-BATCH-DEBITS             PIC 9(10)V99 VALUE ZERO.
           05  WS-FILE-ENTRIES             PIC 9(8)     VALUE ZERO.
           05  WS-FILE-HASH                PIC 9(12)    VALUE ZERO.
           05  WS-FILE-DEBITS              PIC 9(10)V99 VALUE ZERO.
           05  WS-RECORD-COUNT             PIC 9(6)     VALUE ZERO.
           05  WS-BLOCK-COUNT              PIC 9(6)     VALUE ZERO.
           05  WS-FILL-COUNT               PIC 99       VALUE ZERO.
           05  WS-LEFT-COUNT               PIC 9(5)     VALUE ZERO.
      *    RUN COUNTS AND TOTALS FOR AUTOPAY.PRT.
           05  C-ENROLLED                  PIC 9(5)     VALUE ZERO.
           05  C-DRAFTED                   PIC 9(5)     VALUE ZERO.
           05  C-DRAFT-TOTAL               PIC 9(7)V99  VALUE ZERO.
           05  C-CAPPED                    PIC 9(5)     VALUE ZERO.
           05  C-SKIPPED                   PIC 9(5)     VALUE ZERO.
           05  C-RETURNS                   PIC 9(5)     VALUE ZERO.
           05  C-RETURN-TOTAL              PIC 9(7)V99  VALUE ZERO.
           05  C-STAGED-COUNT              PIC 9(5)     VALUE ZERO.
           05  C-STAGED-TOTAL              PIC 9(7)V99  VALUE ZERO.
           05  C-FLAGGED                   PIC 9(5)     VALUE ZERO.
           05  C-EXCEPTIONS                PIC 9(5)     VALUE ZERO.
           05  C-BATCH-COUNT               PIC 9(5)     VALUE ZERO.
           05  C-BATCH-TOTAL               PIC 9(7)V99  VALUE ZERO.
      *    AUTOPAY.DAT, HELD WHOLE - IT IS REWRITTEN WITH THE MONTH
      *    DRAFTED OR THE REVIEW FLAG.  THE BILLED SWITCH MARKS THE
      *    ENROLLMENTS BILLREG.DAT HAD A LIVE ROW FOR.
           05  WS-APY-COUNT                PIC 999      VALUE ZERO.
           05  APY-TABLE.
               10  APY-ENTRY OCCURS 200 TIMES
                             INDEXED BY AT-IDX.
                   15  APT-REC              PIC X(58).
                   15  APT-BILLED           PIC X.
           05  WS-APY-CHANGED              PIC X        VALUE 'N'.
               88  APY-CHANGED             VALUE 'Y'.
      *    THE DRAFTS, IN BILLREG.DAT ORDER, UNTIL THE ACH FILE HAS
      *    WRITTEN EACH UNDER ITS DRAFT DATE'S BATCH.
           05  WS-DRAFT-COUNT              PIC 999      VALUE ZERO.
           05  DRAFT-TABLE.
               10  DRAFT-ENTRY OCCURS 200 TIMES
                             INDEXED BY DR-IDX.
                   15  DR-BLD-CODE          PIC XX.
                   15  DR-UNIT              PIC 99.
                   15  DR-ROUTING           PIC 9(9).
                   15  DR-ACCOUNT           PIC X(17).
                   15  DR-ACCT-TYPE         PIC X.
                   15  DR-NAME              PIC X(22).
                   15  DR-EFF-DATE          PIC 9(8).
                   15  DR-AMOUNT            PIC 9(5)V99.
                   15  DR-CHECK-NO          PIC X(8).
                   15  DR-WRITTEN           PIC X.
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
      *    AUTOPAY.DAT ROW - SAME LAYOUT AS CBLBJC07.
       01  APY-WORK-REC.
           05  AW-BLD-CODE             PIC XX.
           05  AW-UNIT                 PIC 99.
           05  AW-ROUTING              PIC 9(9).
           05  AW-ACCOUNT              PIC X(17).
           05  AW-ACCT-TYPE            PIC X.
               88  AW-IS-SAVINGS       VALUE 'S'.
           05  AW-DRAFT-DAY            PIC 99.
           05  AW-MAX-AMOUNT           PIC 9(5)V99.
           05  AW-STATUS               PIC X.
               88  AW-IS-ACTIVE        VALUE 'A'.
               88  AW-IN-REVIEW        VALUE 'R'.
           05  AW-LAST-DRAFT-YM        PIC 9(6).
           05  AW-RETURN-CODE          PIC X(3).
           05  AW-REVIEW-DATE          PIC 9(8).
      *    ORIGINATOR DETAILS FROM THE BANK'S ACH ORIGINATION
      *    AGREEMENT.
       01  ACH-ORIGINATOR.
           05  OG-DEST-ROUTING         PIC X(10)   VALUE ' 123456780'.
           05  OG-DEST-NAME            PIC X(23)
                   VALUE 'FIRST NATIONAL BANK'.
           05  OG-ODFI                 PIC X(8)    VALUE '12345678'.
           05  OG-COMPANY-ID           PIC X(10)   VALUE '1840213576'.
           05  OG-COMPANY-NAME         PIC X(16)
                   VALUE "FURLY'S RENTALS".
           05  OG-ENTRY-DESC           PIC X(10)   VALUE 'RENT'.
      *    ACH RECORD LAYOUTS - 94 CHARACTERS EACH.
       01  ACH-FILE-HEADER.
           05  FILLER                  PIC X       VALUE '1'.
           05  FILLER                  PIC XX      VALUE '01'.
           05  FH-DEST                 PIC X(10).
           05  FH-ORIGIN               PIC X(10).
           05  FH-CREATE-DATE          PIC 9(6).
           05  FH-CREATE-TIME          PIC X(4).
           05  FILLER                  PIC X       VALUE 'A'.
           05  FILLER                  PIC X(3)    VALUE '094'.
           05  FILLER                  PIC XX      VALUE '10'.
           05  FILLER                  PIC X       VALUE '1'.
           05  FH-DEST-NAME            PIC X(23).
           05  FH-ORIGIN-NAME          PIC X(23).
           05  FILLER                  PIC X(8)    VALUE SPACES.
       01  ACH-BATCH-HEADER.
           05  FILLER                  PIC X       VALUE '5'.
           05  FILLER                  PIC X(3)    VALUE '225'.
           05  BH-CO-NAME              PIC X(16).
           05  FILLER                  PIC X(20)   VALUE SPACES.
           05  BH-CO-ID                PIC X(10).
           05  FILLER                  PIC X(3)    VALUE 'PPD'.
           05  BH-ENTRY-DESC           PIC X(10).
           05  BH-DESC-DATE            PIC 9(6).
           05  BH-EFF-DATE             PIC 9(6).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X       VALUE '1'.
           05  BH-ODFI                 PIC X(8).
           05  BH-BATCH-NO             PIC 9(7).
       01  ACH-ENTRY-DETAIL.
           05  FILLER                  PIC X       VALUE '6'.
           05  ED-TRAN-CODE            PIC XX.
           05  ED-ROUTING.
               10  ED-RDFI             PIC 9(8).
               10  ED-CHECK-DIGIT      PIC 9.
           05  ED-ACCOUNT              PIC X(17).
           05  ED-AMOUNT               PIC 9(8)V99.
           05  ED-INDIV-ID.
               10  ED-ID-BLD           PIC XX.
               10  ED-ID-UNIT          PIC 99.
               10  FILLER              PIC X       VALUE SPACE.
               10  ED-ID-CHECK         PIC X(8).
               10  FILLER              PIC XX      VALUE SPACES.
           05  ED-INDIV-NAME           PIC X(22).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC X       VALUE '0'.
           05  ED-TRACE-ODFI           PIC X(8).
           05  ED-TRACE-SEQ            PIC 9(7).
       01  ACH-BATCH-CONTROL.
           05  FILLER                  PIC X       VALUE '8'.
           05  FILLER                  PIC X(3)    VALUE '225'.
           05  BT-ENTRY-COUNT          PIC 9(6).
           05  BT-ENTRY-HASH           PIC 9(10).
           05  BT-DEBIT-TOTAL          PIC 9(10)V99.
           05  BT-CREDIT-TOTAL         PIC 9(10)V99 VALUE ZERO.
           05  BT-CO-ID                PIC X(10).
           05  FILLER                  PIC X(19)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  BT-ODFI                 PIC X(8).
           05  BT-BATCH-NO             PIC 9(7).
       01  ACH-FILE-CONTROL.
           05  FILLER                  PIC X       VALUE '9'.
           05  FT-BATCH-COUNT          PIC 9(6).
           05  FT-BLOCK-COUNT          PIC 9(6).
           05  FT-ENTRY-COUNT          PIC 9(8).
           05  FT-ENTRY-HASH           PIC 9(10).
           05  FT-DEBIT-TOTAL          PIC 9(10)V99.
           05  FT-CREDIT-TOTAL         PIC 9(10)V99 VALUE ZERO.
           05  FILLER                  PIC X(39)   VALUE SPACES.
       01  ACH-FILL-REC                PIC X(94)   VALUE ALL '9'.
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
           05  FILLER                  PIC X(8)    VALUE 'COBBJC17'.
           05  FILLER                  PIC X(27)   VALUE SPACES.
           05  O-REPORT-TITLE          PIC X(30).
       01  DRAFT-COL-LINE.
           05  FILLER                  PIC X(7)    VALUE 'UNIT'.
           05  FILLER                  PIC X(12)   VALUE 'DRAFT DATE'.
           05  FILLER                  PIC X(15)
                   VALUE '  RENT BILLED'.
           05  FILLER                  PIC X(15)
                   VALUE '        DRAFT'.
           05  FILLER                  PIC X(10)   VALUE 'REFERENCE'.
           05  FILLER                  PIC X(40)   VALUE 'NOTE'.
       01  RETURN-COL-LINE.
           05  FILLER                  PIC X(7)    VALUE 'UNIT'.
           05  FILLER                  PIC X(12)   VALUE 'RETURNED'.
           05  FILLER                  PIC X(15)   VALUE 'REASON'.
           05  FILLER                  PIC X(15)
                   VALUE '       AMOUNT'.
           05  FILLER                  PIC X(10)   VALUE 'REFERENCE'.
           05  FILLER                  PIC X(40)   VALUE 'NOTE'.
       01  APY-DETAIL-LINE.
           05  O-DTL-BLD               PIC XX.
           05  O-DTL-SEP               PIC X.
           05  O-DTL-UNIT              PIC XX.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-DATE.
               10  O-DTL-MONTH         PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  O-DTL-DAY           PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  O-DTL-YEAR          PIC 9999.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-BILLED            PIC $$,$$$,$$9.99.
           05  O-DTL-REASON REDEFINES O-DTL-BILLED
                                       PIC X(13).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-AMOUNT            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-REF               PIC X(8).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-NOTE              PIC X(40).
       01  APY-COUNT-LINE.
           05  O-CNT-DESC              PIC X(40).
           05  O-CNT                   PIC ZZ,ZZ9.
       01  APY-AMT-LINE.
           05  O-AMT-DESC              PIC X(40).
           05  O-AMT                   PIC $$,$$$,$$9.99.
       01  APY-STATUS-LINE.
           05  FILLER                  PIC X(8)    VALUE 'STATUS: '.
           05  O-STATUS                PIC X(70).
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           IF DRAFT-RUN
               PERFORM L2-DRAFT-INIT
               PERFORM L2-SELECT-DRAFTS
               PERFORM L2-NOT-BILLED
               PERFORM L2-WRITE-ACH
               PERFORM L2-WRITE-RECEIPTS
               PERFORM L2-DRAFT-CLOSING
           ELSE
               PERFORM L2-RETURN-INIT
               PERFORM L2-READ-RETURNS
               PERFORM L2-WRITE-STAGED
               PERFORM L2-RETURN-CLOSING
           END-IF.
           IF APY-CHANGED
               PERFORM L4-APY-SAVE
           END-IF.
           CLOSE AUTOPAY-PRINT.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-YMD TO WS-TODAY.
           MOVE CURRENT-YMD(5:2) TO H1-MONTH.
           MOVE CURRENT-YMD(7:2) TO H1-DAY.
           MOVE CURRENT-YMD(1:4) TO H1-YEAR.
           DISPLAY 'AUTOPAY - ACH DRAFTS AND RETURNS'.
           DISPLAY 'RUN: D=DRAFT AFTER BILLING R=POST ACH RETURNS: '
               WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           IF NOT DRAFT-RUN AND NOT RETURN-RUN
               DISPLAY 'ENTER D OR R - ENDING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L4-LOAD-AUTOPAY.
       L2-DRAFT-INIT.
      *    DRAFTS GO OUT ONLY WHILE THE PRE-EDIT IS THE STEP DUE -
      *    AFTER BILLING, SO THERE IS A BILL TO DRAFT, AND BEFORE THE
      *    PRE-EDIT, SO THE RECEIPTS RIDE IN THIS CYCLE'S RELEASE.
           MOVE 'NO' TO WS-EOF.
           OPEN INPUT CYCLE-STATE.
           READ CYCLE-STATE
               AT END
                   MOVE 'YES' TO WS-EOF
           END-READ.
           CLOSE CYCLE-STATE.
           IF WS-EOF = 'YES'
               DISPLAY 'ERROR: NO CYCLE OPEN ON CYCLE.DAT - BILL THE '
                   'CYCLE FIRST - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CY-CYCLE-YM TO WS-CYCLE-YM.
           MOVE CY-NEXT-STEP TO WS-NEXT-STEP.
           IF WS-NEXT-STEP NOT = '3'
               DISPLAY 'ERROR: AUTOPAY DRAFTS RUN AFTER BILLING AND '
                   'BEFORE THE PRE-EDIT - CYCLE.DAT SHOWS STEP '
                   WS-NEXT-STEP ' DUE - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    A RECEIPT BATCH STILL WAITING FOR THE PRE-EDIT MEANS THE
      *    LAST DRAFT FILE IS NOT YET ACCOUNTED FOR - DO NOT BURY IT.
           MOVE 'NO' TO WS-EOF.
           OPEN INPUT ACH-BATCH.
           READ ACH-BATCH
               AT END
                   MOVE 'YES' TO WS-EOF
           END-READ.
           CLOSE ACH-BATCH.
           IF WS-EOF = 'NO'
               DISPLAY 'ERROR: ACHBATCH.DAT FROM AN EARLIER DRAFT RUN '
                   'IS NOT YET RELEASED BY THE PRE-EDIT - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BILL-REG.
           IF WS-BR-STATUS = '05'
               DISPLAY 'BILLREG.DAT IS EMPTY - NOTHING TO DRAFT'
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
           OPEN INPUT TENANT-MASTER.
           IF WS-TM-STATUS = '35' OR WS-TM-STATUS = '05'
               OPEN OUTPUT TENANT-MASTER
               CLOSE TENANT-MASTER
               OPEN INPUT TENANT-MASTER
           END-IF.
           IF WS-TM-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN TENANTS.DAT - STATUS '
                   WS-TM-STATUS ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'AUTOPAY DRAFTS - BRADEN' TO O-REPORT-TITLE.
           OPEN OUTPUT AUTOPAY-PRINT.
           PERFORM L4-HEADINGS.
       L2-SELECT-DRAFTS.
      *    ONE LIVE ROW PER UNIT ON THE REGISTER (A REBILL VOIDS THE
      *    ROW IT REPLACES), SO EACH ENROLLED UNIT IS SEEN ONCE.
           MOVE 'NO' TO WS-BR-EOF.
           MOVE LOW-VALUES TO BR-KEY.
           START BILL-REG KEY IS NOT LESS THAN BR-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-BR-EOF
           END-START.
           PERFORM UNTIL WS-BR-EOF = 'YES'
               READ BILL-REG NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-BR-EOF
                   NOT AT END
                       IF BR-IS-BILLED
                           PERFORM L3-DRAFT-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BILL-REG.
           CLOSE TENANT-MASTER.
       L3-DRAFT-ONE.
           MOVE BR-BLD-CODE TO WS-KEY-BLD.
           MOVE BR-UNIT TO WS-KEY-UNIT.
           PERFORM L4-APY-FIND.
           IF ITEM-FOUND
               MOVE 'Y' TO APT-BILLED(AT-IDX)
               MOVE APT-REC(AT-IDX) TO APY-WORK-REC
               MOVE SPACES TO WS-NOTE
               MOVE ZERO TO WS-DRAFT-AMOUNT
               MOVE ZERO TO WS-PRINT-DATE
               MOVE SPACES TO O-DTL-REF
               EVALUATE TRUE
                   WHEN AW-IN-REVIEW
                       STRING 'IN REVIEW AFTER RETURN ' AW-RETURN-CODE
                           ' - NOT DRAFTED' DELIMITED BY SIZE
                           INTO WS-NOTE
                   WHEN NOT AW-IS-ACTIVE
                       MOVE 'ENROLLMENT NOT ACTIVE - NOT DRAFTED'
                           TO WS-NOTE
                   WHEN AW-LAST-DRAFT-YM = WS-CYCLE-YM
                       MOVE 'ALREADY DRAFTED THIS CYCLE' TO WS-NOTE
                   WHEN BR-TOTAL-RENT = ZERO
                       MOVE 'NOTHING DUE - NOT DRAFTED' TO WS-NOTE
                   WHEN OTHER
                       PERFORM L4-ADD-DRAFT
               END-EVALUATE
               IF WS-DRAFT-AMOUNT = ZERO
                   ADD 1 TO C-SKIPPED
               END-IF
               MOVE BR-TOTAL-RENT TO O-DTL-BILLED
               MOVE WS-DRAFT-AMOUNT TO O-DTL-AMOUNT
               MOVE WS-NOTE TO O-DTL-NOTE
               PERFORM L4-DETAIL-WRITE
           END-IF.
       L4-ADD-DRAFT.
           MOVE BR-BLD-CODE TO TM-BLD-CODE.
           MOVE BR-UNIT TO TM-UNIT.
           READ TENANT-MASTER
               INVALID KEY
                   MOVE 'NOT ON TENANT ROSTER - NOT DRAFTED'
                       TO WS-NOTE
           END-READ.
           IF WS-NOTE = SPACES
               IF WS-DRAFT-COUNT >= 200
                   DISPLAY 'ERROR: MORE THAN 200 AUTOPAY DRAFTS - '
                       'TABLE FULL, RUN ENDED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF BR-TOTAL-RENT > AW-MAX-AMOUNT
                   MOVE AW-MAX-AMOUNT TO WS-DRAFT-AMOUNT
                   MOVE 'CAPPED AT MAXIMUM - BALANCE DUE BY CHECK'
                       TO WS-NOTE
                   ADD 1 TO C-CAPPED
               ELSE
                   MOVE BR-TOTAL-RENT TO WS-DRAFT-AMOUNT
               END-IF
      *        THE DRAFT DAY IN THE CYCLE MONTH, OR TODAY IF PASSED.
               COMPUTE WS-PRINT-DATE = WS-CYCLE-YM * 100
                   + AW-DRAFT-DAY
               IF WS-PRINT-DATE < WS-TODAY
                   MOVE WS-TODAY TO WS-PRINT-DATE
               END-IF
               MOVE WS-PRINT-DATE TO WS-DATE-WORK
               MOVE WS-DATE-YYMMDD TO WS-ACH-CHECK-DATE
               ADD 1 TO WS-DRAFT-COUNT
               SET DR-IDX TO WS-DRAFT-COUNT
               MOVE AW-BLD-CODE TO DR-BLD-CODE(DR-IDX)
               MOVE AW-UNIT TO DR-UNIT(DR-IDX)
               MOVE AW-ROUTING TO DR-ROUTING(DR-IDX)
               MOVE AW-ACCOUNT TO DR-ACCOUNT(DR-IDX)
               MOVE AW-ACCT-TYPE TO DR-ACCT-TYPE(DR-IDX)
               MOVE TM-LEASEHOLDER TO DR-NAME(DR-IDX)
               MOVE WS-PRINT-DATE TO DR-EFF-DATE(DR-IDX)
               MOVE WS-DRAFT-AMOUNT TO DR-AMOUNT(DR-IDX)
               MOVE WS-ACH-CHECK TO DR-CHECK-NO(DR-IDX)
               MOVE 'N' TO DR-WRITTEN(DR-IDX)
               MOVE WS-ACH-CHECK TO O-DTL-REF
               ADD 1 TO C-DRAFTED
               ADD WS-DRAFT-AMOUNT TO C-DRAFT-TOTAL
      *        THE MONTH DRAFTED IS THE ONCE-PER-CYCLE GUARD.  IT IS
      *        RUN BOOKKEEPING, NOT A MAINTENANCE CHANGE, AND IS NOT
      *        AUDITED.
               MOVE WS-CYCLE-YM TO AW-LAST-DRAFT-YM
               MOVE APY-WORK-REC TO APT-REC(AT-IDX)
               MOVE 'Y' TO WS-APY-CHANGED
           END-IF.
       L2-NOT-BILLED.
      *    ACTIVE ENROLLMENTS THE REGISTER NEVER BILLED - A VACANT OR
      *    MOVED-OUT UNIT STILL ENROLLED - ARE LISTED FOR CLEANUP.
           SET AT-IDX TO 1.
           PERFORM UNTIL AT-IDX > WS-APY-COUNT
               MOVE APT-REC(AT-IDX) TO APY-WORK-REC
               IF APT-BILLED(AT-IDX) = 'N' AND AW-IS-ACTIVE
                   MOVE AW-BLD-CODE TO WS-KEY-BLD
                   MOVE AW-UNIT TO WS-KEY-UNIT
                   MOVE ZERO TO WS-PRINT-DATE
                   MOVE ZERO TO O-DTL-BILLED
                   MOVE ZERO TO O-DTL-AMOUNT
                   MOVE SPACES TO O-DTL-REF
                   MOVE 'ENROLLED BUT NOT BILLED THIS CYCLE'
                       TO O-DTL-NOTE
                   ADD 1 TO C-SKIPPED
                   PERFORM L4-DETAIL-WRITE
               END-IF
               SET AT-IDX UP BY 1
           END-PERFORM.
       L2-WRITE-ACH.
      *    ONE PPD DEBIT BATCH PER DRAFT DATE, EARLIEST FIRST: EACH
      *    PASS TAKES THE EARLIEST DATE NOT YET WRITTEN.
           OPEN OUTPUT ACH-FILE.
           MOVE OG-DEST-ROUTING TO FH-DEST.
           MOVE OG-COMPANY-ID TO FH-ORIGIN.
           MOVE WS-TODAY TO WS-DATE-WORK.
           MOVE WS-DATE-YYMMDD TO FH-CREATE-DATE.
           MOVE CURRENT-HMS(1:4) TO FH-CREATE-TIME.
           MOVE OG-DEST-NAME TO FH-DEST-NAME.
           MOVE OG-COMPANY-NAME TO FH-ORIGIN-NAME.
           WRITE ACH-REC FROM ACH-FILE-HEADER.
           MOVE 1 TO WS-RECORD-COUNT.
           MOVE WS-DRAFT-COUNT TO WS-LEFT-COUNT.
           PERFORM UNTIL WS-LEFT-COUNT = ZERO
               PERFORM L3-ACH-BATCH
           END-PERFORM.
           MOVE WS-BATCH-NO TO FT-BATCH-COUNT.
           MOVE WS-FILE-ENTRIES TO FT-ENTRY-COUNT.
           MOVE WS-FILE-HASH TO FT-ENTRY-HASH.
           MOVE WS-FILE-DEBITS TO FT-DEBIT-TOTAL.
      *    THE FILE CONTROL COUNTS ITSELF; THE FILE IS THEN FILLED
      *    OUT TO A WHOLE BLOCK OF TEN WITH ALL-9 RECORDS.
           ADD 1 TO WS-RECORD-COUNT.
           COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10.
           MOVE WS-BLOCK-COUNT TO FT-BLOCK-COUNT.
           WRITE ACH-REC FROM ACH-FILE-CONTROL.
           COMPUTE WS-FILL-COUNT
               = WS-BLOCK-COUNT * 10 - WS-RECORD-COUNT.
           PERFORM UNTIL WS-FILL-COUNT = ZERO
               WRITE ACH-REC FROM ACH-FILL-REC
               SUBTRACT 1 FROM WS-FILL-COUNT
           END-PERFORM.
           CLOSE ACH-FILE.
       L3-ACH-BATCH.
           MOVE 99999999 TO WS-BATCH-DATE.
           SET DR-IDX TO 1.
           PERFORM UNTIL DR-IDX > WS-DRAFT-COUNT
               IF DR-WRITTEN(DR-IDX) = 'N'
                       AND DR-EFF-DATE(DR-IDX) < WS-BATCH-DATE
                   MOVE DR-EFF-DATE(DR-IDX) TO WS-BATCH-DATE
               END-IF
               SET DR-IDX UP BY 1
           END-PERFORM.
           ADD 1 TO WS-BATCH-NO.
           MOVE ZERO TO WS-BATCH-ENTRIES.
           MOVE ZERO TO WS-BATCH-HASH.
           MOVE ZERO TO WS-BATCH-DEBITS.
           MOVE OG-COMPANY-NAME TO BH-CO-NAME.
           MOVE OG-COMPANY-ID TO BH-CO-ID.
           MOVE OG-ENTRY-DESC TO BH-ENTRY-DESC.
           MOVE WS-CYCLE-YM TO BH-DESC-DATE.
           MOVE WS-BATCH-DATE TO WS-DATE-WORK.
           MOVE WS-DATE-YYMMDD TO BH-EFF-DATE.
           MOVE OG-ODFI TO BH-ODFI.
           MOVE WS-BATCH-NO TO BH-BATCH-NO.
           WRITE ACH-REC FROM ACH-BATCH-HEADER.
           ADD 1 TO WS-RECORD-COUNT.
           SET DR-IDX TO 1.
           PERFORM UNTIL DR-IDX > WS-DRAFT-COUNT
               IF DR-WRITTEN(DR-IDX) = 'N'
                       AND DR-EFF-DATE(DR-IDX) = WS-BATCH-DATE
                   PERFORM L4-ACH-ENTRY
               END-IF
               SET DR-IDX UP BY 1
           END-PERFORM.
           MOVE WS-BATCH-ENTRIES TO BT-ENTRY-COUNT.
           MOVE WS-BATCH-HASH TO BT-ENTRY-HASH.
           MOVE WS-BATCH-DEBITS TO BT-DEBIT-TOTAL.
           MOVE OG-COMPANY-ID TO BT-CO-ID.
           MOVE OG-ODFI TO BT-ODFI.
           MOVE WS-BATCH-NO TO BT-BATCH-NO.
           WRITE ACH-REC FROM ACH-BATCH-CONTROL.
           ADD 1 TO WS-RECORD-COUNT.
       L4-ACH-ENTRY.
      *    TRANSACTION CODE 27 DEBITS A CHECKING ACCOUNT, 37 SAVINGS.
      *    THE INDIVIDUAL ID CARRIES BLD-CODE/UNIT AND THE RECEIPT'S
      *    CHECK NUMBER, SO A RETURN NAMES THE RECEIPT IT REVERSES.
           IF DR-ACCT-TYPE(DR-IDX) = 'S'
               MOVE '37' TO ED-TRAN-CODE
           ELSE
               MOVE '27' TO ED-TRAN-CODE
           END-IF.
           MOVE DR-ROUTING(DR-IDX) TO ED-ROUTING.
           MOVE DR-ACCOUNT(DR-IDX) TO ED-ACCOUNT.
           MOVE DR-AMOUNT(DR-IDX) TO ED-AMOUNT.
           MOVE DR-BLD-CODE(DR-IDX) TO ED-ID-BLD.
           MOVE DR-UNIT(DR-IDX) TO ED-ID-UNIT.
           MOVE DR-CHECK-NO(DR-IDX) TO ED-ID-CHECK.
           MOVE DR-NAME(DR-IDX) TO ED-INDIV-NAME.
           MOVE OG-ODFI TO ED-TRACE-ODFI.
           ADD 1 TO WS-TRACE-SEQ.
           MOVE WS-TRACE-SEQ TO ED-TRACE-SEQ.
           WRITE ACH-REC FROM ACH-ENTRY-DETAIL.
           ADD 1 TO WS-RECORD-COUNT.
           ADD 1 TO WS-BATCH-ENTRIES.
           ADD 1 TO WS-FILE-ENTRIES.
           ADD ED-RDFI TO WS-BATCH-HASH.
           ADD ED-RDFI TO WS-FILE-HASH.
           ADD DR-AMOUNT(DR-IDX) TO WS-BATCH-DEBITS.
           ADD DR-AMOUNT(DR-IDX) TO WS-FILE-DEBITS.
           MOVE 'Y' TO DR-WRITTEN(DR-IDX).
           SUBTRACT 1 FROM WS-LEFT-COUNT.
       L2-WRITE-RECEIPTS.
      *    THE RECEIPT BATCH IS WRITTEN ONLY WHEN SOMETHING WAS
      *    DRAFTED - AN EMPTY FILE IS NO BATCH AT ALL TO THE PRE-EDIT.
           IF WS-DRAFT-COUNT > ZERO
               OPEN OUTPUT ACH-BATCH
               MOVE 'C' TO RB-REC-TYPE
               MOVE C-DRAFTED TO RB-ITEM-COUNT
               MOVE C-DRAFT-TOTAL TO RB-TOTAL
               WRITE RCPT-CONTROL-REC
               SET DR-IDX TO 1
               PERFORM UNTIL DR-IDX > WS-DRAFT-COUNT
                   MOVE DR-BLD-CODE(DR-IDX) TO RD-BLD-CODE
                   MOVE DR-UNIT(DR-IDX) TO RD-UNIT
                   MOVE DR-EFF-DATE(DR-IDX) TO RD-PAY-DATE
                   MOVE DR-AMOUNT(DR-IDX) TO RD-AMOUNT
                   MOVE DR-CHECK-NO(DR-IDX) TO RD-CHECK-NO
                   MOVE 'P' TO RD-TRAN-TYPE
                   MOVE SPACE TO RD-SIGN
                   WRITE RCPT-DETAIL-REC
                   SET DR-IDX UP BY 1
               END-PERFORM
               CLOSE ACH-BATCH
           END-IF.
       L2-DRAFT-CLOSING.
           MOVE 'ENROLLMENTS ON AUTOPAY.DAT' TO O-CNT-DESC.
           MOVE WS-APY-COUNT TO O-CNT.
           WRITE APYLINE FROM APY-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'UNITS DRAFTED' TO O-CNT-DESC.
           MOVE C-DRAFTED TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'DOLLARS DRAFTED' TO O-AMT-DESC.
           MOVE C-DRAFT-TOTAL TO O-AMT.
           PERFORM L4-AMT-WRITE.
           MOVE 'DRAFTS CAPPED AT THE MAXIMUM' TO O-CNT-DESC.
           MOVE C-CAPPED TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'ENROLLED UNITS NOT DRAFTED' TO O-CNT-DESC.
           MOVE C-SKIPPED TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'ACH BATCHES IN ACHDEBIT.DAT' TO O-CNT-DESC.
           MOVE WS-BATCH-NO TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           IF C-DRAFTED > ZERO
               MOVE 'SEND ACHDEBIT.DAT - ACHBATCH.DAT AWAITS PRE-EDIT'
                   TO O-STATUS
           ELSE
               MOVE 'NOTHING DRAFTED - NO RECEIPT BATCH WRITTEN'
                   TO O-STATUS
           END-IF.
           WRITE APYLINE FROM APY-STATUS-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY 'AUTOPAY DRAFT COMPLETE - ' C-DRAFTED
               ' DRAFTED, ' C-SKIPPED ' NOT DRAFTED, SEE AUTOPAY.PRT'.
       L2-RETURN-INIT.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-USER-ID.
           IF WS-USER-ID = SPACES
               DISPLAY 'OPERATOR ID IS REQUIRED - ENDING'
               STOP RUN
           END-IF.
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
           PERFORM L4-LOAD-STAGED.
           OPEN EXTEND AUDIT-FILE.
           MOVE 'ACH RETURNS - BRADEN' TO O-REPORT-TITLE.
           OPEN OUTPUT AUTOPAY-PRINT.
           PERFORM L4-HEADINGS.
       L2-READ-RETURNS.
      *    A RETURNED ENTRY IS HELD UNTIL ITS ADDENDA ARRIVES WITH THE
      *    REASON CODE; THE BATCH HEADER BEFORE IT DATES THE RETURN.
           MOVE WS-TODAY TO WS-RET-DATE.
           MOVE 'NO' TO WS-RET-EOF.
           OPEN INPUT ACH-RETURNS.
           PERFORM UNTIL WS-RET-EOF = 'YES'
               READ ACH-RETURNS
                   AT END
                       MOVE 'YES' TO WS-RET-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN AR-IS-BATCH-HEADER
                               PERFORM L4-RETURN-DATE
                           WHEN AR-IS-ENTRY
                               PERFORM L4-HOLD-ENTRY
                           WHEN AR-IS-ADDENDA
                               IF ENTRY-HELD
                                       AND AR-ADDENDA-TYPE = '99'
                                   MOVE AR-REASON TO WS-RET-REASON
                                   PERFORM L3-RETURN-ONE
                                   MOVE 'N' TO WS-ENTRY-HELD
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE ACH-RETURNS.
           CLOSE TRAN-HIST.
           CLOSE AUDIT-FILE.
       L4-RETURN-DATE.
           IF AR-EFF-DATE IS NUMERIC
               MOVE 20 TO WS-DATE-CENTURY
               MOVE AR-EFF-DATE TO WS-DATE-YYMMDD
               MOVE WS-DATE-WORK TO WS-RET-DATE
           ELSE
               MOVE WS-TODAY TO WS-RET-DATE
           END-IF.
       L4-HOLD-ENTRY.
           MOVE 'Y' TO WS-ENTRY-HELD.
           MOVE AR-ID-BLD TO WS-RET-BLD.
           MOVE AR-ID-UNIT TO WS-RET-UNIT.
           MOVE AR-ID-CHECK TO WS-RET-CHECK.
           MOVE AR-AMOUNT TO WS-RET-AMOUNT.
       L3-RETURN-ONE.
           ADD 1 TO C-RETURNS.
           ADD WS-RET-AMOUNT TO C-RETURN-TOTAL.
           MOVE SPACES TO WS-NOTE.
           MOVE WS-RET-BLD TO WS-KEY-BLD.
           MOVE WS-RET-UNIT TO WS-KEY-UNIT.
           MOVE 'N' TO WS-FOUND.
           IF WS-RET-UNIT IS NUMERIC
               PERFORM L4-APY-FIND
           END-IF.
           EVALUATE TRUE
               WHEN NOT ITEM-FOUND
                   MOVE 'NO AUTOPAY ENROLLMENT - WORK BY HAND'
                       TO WS-NOTE
                   ADD 1 TO C-EXCEPTIONS
               WHEN WS-RET-AMOUNT > 99999.99
                   MOVE 'AMOUNT TOO LARGE FOR A RECEIPT - BY HAND'
                       TO WS-NOTE
                   ADD 1 TO C-EXCEPTIONS
               WHEN OTHER
                   PERFORM L4-RETURN-DISPOSE
                   PERFORM L4-FLAG-REVIEW
           END-EVALUATE.
           MOVE WS-RET-DATE TO WS-PRINT-DATE.
           MOVE SPACES TO O-DTL-REASON.
           MOVE WS-RET-REASON TO O-DTL-REASON(1:3).
           PERFORM L4-REASON-TEXT.
           MOVE WS-RET-AMOUNT TO O-DTL-AMOUNT.
           MOVE WS-RET-CHECK TO O-DTL-REF.
           MOVE WS-NOTE TO O-DTL-NOTE.
           PERFORM L4-DETAIL-WRITE.
       L4-REASON-TEXT.
           EVALUATE WS-RET-REASON
               WHEN 'R01'
                   MOVE 'NSF' TO O-DTL-REASON(5:9)
               WHEN 'R02'
                   MOVE 'CLOSED' TO O-DTL-REASON(5:9)
               WHEN 'R03'
               WHEN 'R04'
                   MOVE 'NO ACCT' TO O-DTL-REASON(5:9)
               WHEN 'R08'
                   MOVE 'STOPPED' TO O-DTL-REASON(5:9)
               WHEN 'R09'
                   MOVE 'UNCOLL' TO O-DTL-REASON(5:9)
               WHEN 'R07'
               WHEN 'R10'
                   MOVE 'NOT AUTH' TO O-DTL-REASON(5:9)
               WHEN 'R16'
                   MOVE 'FROZEN' TO O-DTL-REASON(5:9)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       L4-RETURN-DISPOSE.
      *    A RETURN ALREADY STAGED (BY AN EARLIER RUN OR BY THE BANK
      *    RECONCILIATION) OR ALREADY POSTED IS NOT STAGED AGAIN - THE
      *    SAME RETURN FILE CAN BE RUN TWICE WITHOUT CHARGING THE
      *    TENANT TWO NSF FEES.
           PERFORM L4-FIND-STAGED.
           IF ITEM-FOUND
               MOVE 'NSF ALREADY STAGED IN NSFBATCH.DAT' TO WS-NOTE
           ELSE
               PERFORM L4-SCAN-LEDGER
               IF NSF-POSTED
                   MOVE 'NSF ALREADY POSTED TO THE LEDGER' TO WS-NOTE
               ELSE
                   MOVE WS-RET-BLD TO SW-BLD-CODE
                   MOVE WS-RET-UNIT TO SW-UNIT
                   MOVE WS-RET-DATE TO SW-PAY-DATE
                   MOVE WS-RET-AMOUNT TO SW-AMOUNT
                   MOVE WS-RET-CHECK TO SW-CHECK-NO
                   MOVE 'N' TO SW-TRAN-TYPE
                   MOVE SPACE TO SW-SIGN
                   PERFORM L4-STAGE-ADD
                   ADD 1 TO C-STAGED-COUNT
                   ADD WS-RET-AMOUNT TO C-STAGED-TOTAL
                   MOVE 'NSF STAGED FOR THE NEXT PRE-EDIT' TO WS-NOTE
               END-IF
           END-IF.
       L4-FLAG-REVIEW.
      *    THE ENROLLMENT GOES TO REVIEW UNDER THE SAME AUDIT TRAIL
      *    AS A MAINTENANCE CHANGE.  ONE ALREADY IN REVIEW FOR THIS
      *    SAME RETURN IS LEFT AS IT IS.
           MOVE APT-REC(AT-IDX) TO APY-WORK-REC.
           IF NOT (AW-IN-REVIEW AND AW-RETURN-CODE = WS-RET-REASON)
               MOVE 'R' TO AW-STATUS
               MOVE WS-RET-REASON TO AW-RETURN-CODE
               MOVE WS-TODAY TO AW-REVIEW-DATE
               MOVE APT-REC(AT-IDX) TO AU-BEFORE
               MOVE APY-WORK-REC TO APT-REC(AT-IDX)
               MOVE APY-WORK-REC TO AU-AFTER
               MOVE 'AUTOPAY' TO AU-FILE
               MOVE 'C' TO AU-ACTION
               MOVE SPACES TO AU-KEY
               STRING WS-RET-BLD '-' WS-RET-UNIT
                   DELIMITED BY SIZE INTO AU-KEY
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE CURRENT-YMD TO AU-DATE
               MOVE CURRENT-HMS TO AU-TIME
               MOVE WS-USER-ID TO AU-USER
               WRITE AUDIT-REC
               MOVE 'Y' TO WS-APY-CHANGED
               ADD 1 TO C-FLAGGED
           END-IF.
       L4-SCAN-LEDGER.
      *    THE UNIT'S LEDGER, FOR AN NSF ALREADY POSTED UNDER THE
      *    DRAFT'S CHECK NUMBER.
           MOVE 'N' TO WS-NSF-POSTED.
           MOVE WS-RET-BLD TO TH-BLD-CODE.
           MOVE WS-RET-UNIT TO TH-UNIT.
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
                       IF TH-BLD-CODE NOT = WS-RET-BLD
                               OR TH-UNIT NOT = WS-RET-UNIT
                           MOVE 'YES' TO WS-TH-EOF
                       ELSE
                           IF TH-IS-NSF
                                   AND TH-REFERENCE = WS-RET-CHECK
                               MOVE 'Y' TO WS-NSF-POSTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       L4-FIND-STAGED.
           MOVE 'N' TO WS-FOUND.
           SET SG-IDX TO 1.
           PERFORM UNTIL SG-IDX > WS-STAGE-COUNT
                   OR ITEM-FOUND
               MOVE SG-REC(SG-IDX) TO STAGE-WORK
               IF SW-BLD-CODE = WS-RET-BLD
                       AND SW-UNIT = WS-RET-UNIT
                       AND SW-CHECK-NO = WS-RET-CHECK
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   SET SG-IDX UP BY 1
               END-IF
           END-PERFORM.
       L4-LOAD-STAGED.
      *    RECORD 1 IS THE CONTROL RECORD; IT IS REBUILT ON THE WAY
      *    BACK OUT.
           MOVE 'NO' TO WS-EOF.
           MOVE 'N' TO WS-CONTROL-SEEN.
           OPEN INPUT NSF-BATCH.
           PERFORM UNTIL WS-EOF = 'YES'
               READ NSF-BATCH
                   AT END
                       MOVE 'YES' TO WS-EOF
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
       L2-RETURN-CLOSING.
           MOVE 'ACH RETURNS READ' TO O-CNT-DESC.
           MOVE C-RETURNS TO O-CNT.
           WRITE APYLINE FROM APY-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'ACH RETURNS TOTAL' TO O-AMT-DESC.
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
           MOVE 'ENROLLMENTS PUT IN REVIEW' TO O-CNT-DESC.
           MOVE C-FLAGGED TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'RETURNS NOT TIED TO AN ENROLLMENT' TO O-CNT-DESC.
           MOVE C-EXCEPTIONS TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           IF C-EXCEPTIONS > ZERO
               MOVE 'EXCEPTIONS - WORK THE UNTIED RETURNS ABOVE BY HAND'
                   TO O-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'ALL RETURNS STAGED OR ALREADY ACCOUNTED FOR'
                   TO O-STATUS
           END-IF.
           WRITE APYLINE FROM APY-STATUS-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY 'ACH RETURNS COMPLETE - ' C-STAGED-COUNT
               ' NSF STAGED, ' C-FLAGGED ' ENROLLMENT(S) IN REVIEW, '
               'SEE AUTOPAY.PRT'.
       L4-APY-FIND.
           MOVE 'N' TO WS-FOUND.
           SET AT-IDX TO 1.
           PERFORM UNTIL AT-IDX > WS-APY-COUNT
                   OR ITEM-FOUND
               IF APT-REC(AT-IDX)(1:4) = WS-TEN-KEY
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   SET AT-IDX UP BY 1
               END-IF
           END-PERFORM.
       L4-LOAD-AUTOPAY.
           MOVE ZERO TO WS-APY-COUNT.
           MOVE 'NO' TO WS-EOF.
           OPEN INPUT AUTOPAY-MASTER.
           PERFORM UNTIL WS-EOF = 'YES'
               READ AUTOPAY-MASTER
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       IF WS-APY-COUNT < 200
                           ADD 1 TO WS-APY-COUNT
                           SET AT-IDX TO WS-APY-COUNT
                           MOVE AUTOPAY-MASTER-REC TO APT-REC(AT-IDX)
                           MOVE 'N' TO APT-BILLED(AT-IDX)
                       ELSE
                           DISPLAY 'ERROR: AUTOPAY.DAT EXCEEDS 200 '
                               'ROWS - TABLE FULL, RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTOPAY-MASTER.
       L4-APY-SAVE.
           OPEN OUTPUT AUTOPAY-MASTER.
           SET AT-IDX TO 1.
           PERFORM UNTIL AT-IDX > WS-APY-COUNT
               MOVE APT-REC(AT-IDX) TO AUTOPAY-MASTER-REC
               WRITE AUTOPAY-MASTER-REC
               SET AT-IDX UP BY 1
           END-PERFORM.
           CLOSE AUTOPAY-MASTER.
       L4-DETAIL-WRITE.
           MOVE WS-KEY-BLD TO O-DTL-BLD.
           MOVE '-' TO O-DTL-SEP.
           MOVE WS-KEY-UNIT TO O-DTL-UNIT.
           IF WS-PRINT-DATE = ZERO
               MOVE SPACES TO O-DTL-DATE
           ELSE
               MOVE WS-PRINT-MONTH TO O-DTL-MONTH
               MOVE '/' TO O-DTL-DATE(3:1)
               MOVE WS-PRINT-DAY TO O-DTL-DAY
               MOVE '/' TO O-DTL-DATE(6:1)
               MOVE WS-PRINT-YEAR TO O-DTL-YEAR
           END-IF.
           WRITE APYLINE FROM APY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-COUNT-WRITE.
           WRITE APYLINE FROM APY-COUNT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-AMT-WRITE.
           WRITE APYLINE FROM APY-AMT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE APYLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE APYLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           IF DRAFT-RUN
               WRITE APYLINE FROM DRAFT-COL-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE APYLINE FROM RETURN-COL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
       END PROGRAM CBLBJC17.
