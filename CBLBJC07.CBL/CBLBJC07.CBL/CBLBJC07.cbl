      *BILLBACKS, PARKING, LAUNDRY KEYS, PET FEES - PICKED UP BY THE
      *NEXT BILLING CYCLE AND MARKED CONSUMED THERE), WITH FIELD
      *LEVEL VALIDATION MATCHING WHAT CBLBJC05 EXPECTS ON ITS SIDE.
      *AUTOPAY.DAT (AUTOPAY ENROLLMENTS - BANK ROUTING AND ACCOUNT,
      *DRAFT DAY AND MAXIMUM DRAFT PER BLD-CODE/UNIT) IS MAINTAINED
      *HERE TOO; CBLBJC17 DRAFTS FROM IT AFTER EACH BILLING AND FLAGS
      *A ROW FOR REVIEW WHEN THE BANK RETURNS ITS DRAFT.  PAYPLAN.DAT
      *(PAYMENT PLAN AGREEMENTS - AGREED ARREARS, INSTALLMENT, DUE
      *DAY AND NUMBER OF INSTALLMENTS PER BLD-CODE/UNIT) IS ENTERED
      *HERE; CBLBJC06 CHECKS EACH CYCLE'S INSTALLMENT AND CBLBJC09
      *HOLDS DUNNING WHILE THE PLAN IS CURRENT.  THE TENANT'S ANSWER
      *TO A LEASE RENEWAL OFFERED BY CBLBJC21 IS KEYED HERE AGAINST
      *RENEWAL.DAT: AN ACCEPTANCE EXTENDS TM-LEASE-END ON THE ROSTER,
      *A DECLINE LEAVES THE LEASE TO RUN OUT AND PUTS THE UNIT ON
      *CBLBJC21'S MOVE-OUT LIST.
      *
      *EVERY COMMITTED CHANGE WRITES AN AUDIT RECORD TO AUDIT.DAT:
      *DATE, TIME, OPERATOR, FILE, ACTION, KEY, AND THE FULL BEFORE
      *AND AFTER RECORD IMAGES.  THE FLAT MASTERS (BLDMAST, RATETAB,
      *DEPOSITS, AUTOPAY, PAYPLAN) ARE REWRITTEN IN FULL AFTER EACH
      *COMMITTED CHANGE SO A BREAK LEAVES AT WORST ONE CHANGE
      *UNAPPLIED, NEVER A HALF-SHIFTED RECORD.  TENANTS.DAT IS KEYED
      *BY BLD-CODE/UNIT AND MAINTAINED WITH DIRECT WRITE/REWRITE/
      *DELETE, SO THE ROSTER HAS NO ROW CEILING.
      *
      *CHANGES THAT MOVE MONEY - ANY ADD, CHANGE OR DELETE ON
      *RATETAB.DAT OR DEPOSITS.DAT, AND A BUILDING ADD OR CHANGE THAT
      *SETS BM-OWNER - ARE NOT APPLIED WHEN KEYED.  THEY ARE HELD ON
      *PENDCHG.DAT (AUDITED WITH ACTION H) UNTIL AN OPERATOR SIGNED
      *ON UNDER A DIFFERENT ID APPROVES THEM FROM THE V=APPROVALS
      *MENU, WHICH APPLIES THE CHANGE AND AUDITS IT UNDER THE
      *APPROVER, OR REJECTS THEM (ACTION R).  ONLY ONE CHANGE PER
      *FILE AND KEY MAY WAIT AT A TIME, AND A CHANGE WHOSE ROW HAS
      *MOVED ON SINCE IT WAS KEYED CANNOT BE APPROVED.  PENDCHG.DAT
      *HOLDS ONLY CHANGES STILL WAITING; CBLBJC05 AND CBLBJC12 WILL
      *NOT BILL WHILE IT HAS ANY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL CHARGE-FILE
               ASSIGN TO 'C:\COBOL\CHARGES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUTOPAY-MASTER
               ASSIGN TO 'C:\COBOL\AUTOPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLAN-MASTER
               ASSIGN TO 'C:\COBOL\PAYPLAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RENEWAL-FILE
               ASSIGN TO 'C:\COBOL\RENEWAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PEND-FILE
               ASSIGN TO 'C:\COBOL\PENDCHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO 'C:\COBOL\AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  CG-CONSUMED             PIC X.
           05  CG-BILLED-DATE          PIC 9(8).

      *    ONE ENROLLMENT PER BLD-CODE/UNIT.  STATUS A DRAFTS; R IS
      *    HELD FOR REVIEW AFTER A RETURN (SET BY CBLBJC17 WITH THE
      *    BANK'S RETURN REASON) UNTIL AN OPERATOR REINSTATES IT.
      *    THE LAST DRAFT MONTH IS CBLBJC17'S ONCE-PER-CYCLE GUARD.
       FD  AUTOPAY-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS.
       01  AUTOPAY-MASTER-REC.
           05  AP-BLD-CODE             PIC XX.
           05  AP-UNIT                 PIC 99.
           05  AP-ROUTING              PIC 9(9).
           05  AP-ACCOUNT              PIC X(17).
           05  AP-ACCT-TYPE            PIC X.
           05  AP-DRAFT-DAY            PIC 99.
           05  AP-MAX-AMOUNT           PIC 9(5)V99.
           05  AP-STATUS               PIC X.
           05  AP-LAST-DRAFT-YM        PIC 9(6).
           05  AP-RETURN-CODE          PIC X(3).
           05  AP-REVIEW-DATE          PIC 9(8).

      *    ONE AGREEMENT PER BLD-CODE/UNIT.  STATUS C IS CURRENT; D
      *    (COMPLETED) AND B (BROKEN) ARE SET BY CBLBJC06 WHEN IT
      *    CHECKS A CYCLE'S INSTALLMENT, WHICH ALSO KEEPS THE COUNT
      *    AND DOLLARS PAID AND THE LAST CYCLE MONTH CHECKED.
       FD  PLAN-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  PLAN-MASTER-REC.
           05  PL-BLD-CODE             PIC XX.
           05  PL-UNIT                 PIC 99.
           05  PL-ARREARS              PIC 9(5)V99.
           05  PL-INSTALLMENT          PIC 9(5)V99.
           05  PL-DUE-DAY              PIC 99.
           05  PL-INST-COUNT           PIC 99.
           05  PL-FIRST-YM             PIC 9(6).
           05  PL-STATUS               PIC X.
           05  PL-PAID-COUNT           PIC 99.
           05  PL-PAID-TOTAL           PIC 9(5)V99.
           05  PL-LAST-CHECK-YM        PIC 9(6).
           05  PL-AGREE-DATE           PIC 9(8).
           05  PL-CLOSE-DATE           PIC 9(8).

      *    SAME LAYOUT AS CBLBJC21.
       FD  RENEWAL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS.
       01  RENEWAL-REC                 PIC X(59).

      *    ONE ROW PER CHANGE AWAITING A SECOND OPERATOR - THE
      *    MASTER FILE, ACTION AND KEY AS THEY WILL BE AUDITED, WHO
      *    KEYED IT AND WHEN, AND THE ROW BEFORE AND AFTER (SPACES
      *    BEFORE AN ADD AND AFTER A DELETE).  A ROW IS REMOVED WHEN
      *    IT IS APPROVED OR REJECTED.
       FD  PEND-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 180 CHARACTERS.
       01  PEND-REC                    PIC X(180).

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 175 CHARACTERS.
           05  WS-DATE-WORK                PIC X(8)     VALUE SPACES.
           05  WS-TM-STATUS                PIC XX       VALUE SPACES.
           05  WS-LIST-COUNT               PIC 999      VALUE ZERO.
      *    ABA CHECK DIGIT ON A KEYED ROUTING NUMBER - WEIGHTS 3, 7, 1
      *    ACROSS THE NINE DIGITS MUST SUM TO A MULTIPLE OF TEN.
           05  WS-ROUTING-WORK             PIC 9(9)     VALUE ZERO.
           05  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
               10  WS-ROUTING-DIGIT        PIC 9 OCCURS 9 TIMES.
           05  WS-ROUTING-SUM              PIC 999      VALUE ZERO.
           05  WS-ROUTING-QUOT             PIC 999      VALUE ZERO.
           05  WS-ROUTING-REM              PIC 9        VALUE ZERO.
      *    IN-STORAGE COPIES OF THE FLAT MASTERS.  THE BUILDING LIMIT
      *    MATCHES THE TABLE SIZE CBLBJC05 LOADS AT ITS L2-INIT.
      *    TENANTS.DAT IS KEYED AND IS NOT TABLED.
           05  CHG-TABLE.
               10  CHG-ENTRY OCCURS 200 TIMES.
                   15  CGT-REC             PIC X(44).
      *    ONE ENROLLMENT PER UNIT - SIZED LIKE THE DEPOSIT TABLE.
           05  WS-APY-COUNT                PIC 999      VALUE ZERO.
           05  APY-TABLE.
               10  APY-ENTRY OCCURS 200 TIMES.
                   15  APT-REC             PIC X(58).
      *    ONE AGREEMENT PER UNIT - SIZED LIKE THE DEPOSIT TABLE.
           05  WS-PLN-COUNT                PIC 999      VALUE ZERO.
           05  PLN-TABLE.
               10  PLN-ENTRY OCCURS 200 TIMES.
                   15  PLT-REC             PIC X(60).
      *    ONE RENEWAL OFFER PER UNIT - SIZED LIKE THE DEPOSIT TABLE.
           05  WS-RNW-COUNT                PIC 999      VALUE ZERO.
           05  RNW-TABLE.
               10  RNW-ENTRY OCCURS 200 TIMES.
                   15  RNT-REC             PIC X(59).
      *    CHANGES AWAITING APPROVAL - SIZED LIKE THE DEPOSIT TABLE.
           05  WS-PND-COUNT                PIC 999      VALUE ZERO.
           05  WS-PND-LAST-NUM             PIC 9(5)     VALUE ZERO.
           05  PND-TABLE.
               10  PND-ENTRY OCCURS 200 TIMES.
                   15  PNT-REC             PIC X(180).
           05  WS-NEW-END                  PIC 9(8)     VALUE ZERO.
           05  WS-NEW-END-PARTS REDEFINES WS-NEW-END.
               10  WS-NEW-END-YEAR         PIC 9(4).
               10  WS-NEW-END-MMDD         PIC 9(4).
           05  WS-RENT-SHOW                PIC $$,$$9.99.
           05  WS-PLAN-COVER               PIC 9(7)V99  VALUE ZERO.
           05  WS-THIS-YM                  PIC 9(6)     VALUE ZERO.
      *    WORK RECORDS - EDITS ARE BUILT HERE AND ONLY MOVED INTO
      *    THE TABLE ONCE EVERY FIELD HAS PASSED VALIDATION.
       01  BLD-WORK-REC.
           05  CW-AMOUNT               PIC 9(5)V99.
           05  CW-CONSUMED             PIC X.
           05  CW-BILLED-DATE          PIC 9(8).
       01  APY-WORK-REC.
           05  AW-BLD-CODE             PIC XX.
           05  AW-UNIT                 PIC 99.
           05  AW-ROUTING              PIC 9(9).
           05  AW-ACCOUNT              PIC X(17).
           05  AW-ACCT-TYPE            PIC X.
               88  AW-TYPE-VALID       VALUE 'C', 'S'.
           05  AW-DRAFT-DAY            PIC 99.
           05  AW-MAX-AMOUNT           PIC 9(5)V99.
           05  AW-STATUS               PIC X.
               88  AW-IS-ACTIVE        VALUE 'A'.
               88  AW-IN-REVIEW        VALUE 'R'.
           05  AW-LAST-DRAFT-YM        PIC 9(6).
           05  AW-RETURN-CODE          PIC X(3).
           05  AW-REVIEW-DATE          PIC 9(8).
       01  PLAN-WORK-REC.
           05  PW-BLD-CODE             PIC XX.
           05  PW-UNIT                 PIC 99.
           05  PW-ARREARS              PIC 9(5)V99.
           05  PW-INSTALLMENT          PIC 9(5)V99.
           05  PW-DUE-DAY              PIC 99.
           05  PW-INST-COUNT           PIC 99.
           05  PW-FIRST-YM             PIC 9(6).
           05  PW-FIRST-PARTS REDEFINES PW-FIRST-YM.
               10  PW-FIRST-YEAR       PIC 9(4).
               10  PW-FIRST-MONTH      PIC 99.
           05  PW-STATUS               PIC X.
               88  PW-IS-CURRENT       VALUE 'C'.
               88  PW-IS-COMPLETED     VALUE 'D'.
               88  PW-IS-BROKEN        VALUE 'B'.
           05  PW-PAID-COUNT           PIC 99.
           05  PW-PAID-TOTAL           PIC 9(5)V99.
           05  PW-LAST-CHECK-YM        PIC 9(6).
           05  PW-AGREE-DATE           PIC 9(8).
           05  PW-CLOSE-DATE           PIC 9(8).
       01  PEND-WORK-REC.
           05  PN-NUMBER               PIC 9(5).
           05  PN-FILE                 PIC X(8).
           05  PN-ACTION               PIC X.
           05  PN-KEY                  PIC X(10).
           05  PN-USER                 PIC X(8).
           05  PN-DATE                 PIC 9(8).
           05  PN-TIME                 PIC X(6).
           05  PN-BEFORE               PIC X(67).
           05  PN-AFTER                PIC X(67).
       01  RNW-WORK-REC.
           05  NW-BLD-CODE             PIC XX.
           05  NW-UNIT                 PIC 99.
           05  NW-LEASE-END            PIC 9(8).
           05  NW-STATUS               PIC X.
               88  NW-IS-OPEN          VALUE 'O', 'N'.
           05  NW-OFFER-DATE           PIC 9(8).
           05  NW-RENEW-DATE           PIC 9(8).
           05  NW-CUR-RENT             PIC 9(5)V99.
           05  NW-NEW-RENT             PIC 9(5)V99.
           05  NW-RESPONSE-DATE        PIC 9(8).
           05  NW-NEW-END              PIC 9(8).
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L4-LOAD-RATES.
           PERFORM L4-LOAD-DEPOSITS.
           PERFORM L4-LOAD-CHARGES.
           PERFORM L4-LOAD-AUTOPAY.
           PERFORM L4-LOAD-PLANS.
           PERFORM L4-LOAD-RENEWALS.
           PERFORM L4-LOAD-PENDING.
           IF WS-PND-COUNT > ZERO
               DISPLAY WS-PND-COUNT ' CHANGE(S) AWAITING APPROVAL - '
                   'SEE V=APPROVALS'
           END-IF.
       L2-MENU.
           DISPLAY ' '.
           DISPLAY 'MAINTAIN: B=BUILDINGS T=TENANTS R=RATES '
               'D=DEPOSITS C=CHARGES A=AUTOPAY P=PLANS '
               'N=RENEWALS V=APPROVALS X=EXIT'.
           DISPLAY 'CHOICE: ' WITH NO ADVANCING.
           ACCEPT WS-FILE-CHOICE.
           EVALUATE WS-FILE-CHOICE
                   PERFORM L2-CHG-MENU
                       UNTIL WS-ACTION-CHOICE = 'X'
                   MOVE SPACE TO WS-ACTION-CHOICE
               WHEN 'A'
                   PERFORM L2-APY-MENU
                       UNTIL WS-ACTION-CHOICE = 'X'
                   MOVE SPACE TO WS-ACTION-CHOICE
               WHEN 'P'
                   PERFORM L2-PLN-MENU
                       UNTIL WS-ACTION-CHOICE = 'X'
                   MOVE SPACE TO WS-ACTION-CHOICE
               WHEN 'N'
                   PERFORM L2-RNW-MENU
                       UNTIL WS-ACTION-CHOICE = 'X'
                   MOVE SPACE TO WS-ACTION-CHOICE
               WHEN 'V'
                   PERFORM L2-PND-MENU
                       UNTIL WS-ACTION-CHOICE = 'X'
                   MOVE SPACE TO WS-ACTION-CHOICE
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ENTER B, T, R, D, C, A, P, N, V OR X'
           END-EVALUATE.
       L2-BLD-MENU.
           DISPLAY ' '.
               WHEN OTHER
                   DISPLAY 'ENTER A, C, D, L OR X'
           END-EVALUATE.
       L2-APY-MENU.
           DISPLAY ' '.
           DISPLAY 'AUTOPAY: A=ADD C=CHANGE D=DELETE L=LIST X=BACK'.
           DISPLAY 'ACTION: ' WITH NO ADVANCING.
           ACCEPT WS-ACTION-CHOICE.
           EVALUATE WS-ACTION-CHOICE
               WHEN 'A'
                   PERFORM L3-APY-ADD
               WHEN 'C'
                   PERFORM L3-APY-CHANGE
               WHEN 'D'
                   PERFORM L3-APY-DELETE
               WHEN 'L'
                   PERFORM L3-APY-LIST
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ENTER A, C, D, L OR X'
           END-EVALUATE.
       L2-PLN-MENU.
           DISPLAY ' '.
           DISPLAY 'PAYMENT PLANS: A=ADD D=CANCEL L=LIST X=BACK'.
           DISPLAY 'ACTION: ' WITH NO ADVANCING.
           ACCEPT WS-ACTION-CHOICE.
           EVALUATE WS-ACTION-CHOICE
               WHEN 'A'
                   PERFORM L3-PLN-ADD
               WHEN 'D'
                   PERFORM L3-PLN-DELETE
               WHEN 'L'
                   PERFORM L3-PLN-LIST
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ENTER A, D, L OR X'
           END-EVALUATE.
       L2-RNW-MENU.
           DISPLAY ' '.
           DISPLAY 'RENEWALS: A=ACCEPT D=DECLINE L=LIST X=BACK'.
           DISPLAY 'ACTION: ' WITH NO ADVANCING.
           ACCEPT WS-ACTION-CHOICE.
           EVALUATE WS-ACTION-CHOICE
               WHEN 'A'
                   PERFORM L3-RNW-ACCEPT
               WHEN 'D'
                   PERFORM L3-RNW-DECLINE
               WHEN 'L'
                   PERFORM L3-RNW-LIST
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ENTER A, D, L OR X'
           END-EVALUATE.
       L2-PND-MENU.
      *    PENDCHG.DAT IS RE-READ EACH TIME ROUND SO A CHANGE HELD OR
      *    DECIDED IN ANOTHER SESSION IS SEEN HERE.
           PERFORM L4-LOAD-PENDING.
           DISPLAY ' '.
           DISPLAY 'APPROVALS: A=APPROVE R=REJECT L=LIST X=BACK'.
           DISPLAY 'ACTION: ' WITH NO ADVANCING.
           ACCEPT WS-ACTION-CHOICE.
           EVALUATE WS-ACTION-CHOICE
               WHEN 'A'
                   PERFORM L3-PND-APPROVE
               WHEN 'R'
                   PERFORM L3-PND-REJECT
               WHEN 'L'
                   PERFORM L3-PND-LIST
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ENTER A, R, L OR X'
           END-EVALUATE.
      ******************************************************************
      *BUILDING MAINTENANCE.  A CHANGE TO BM-OWNER REDIRECTS THE
      *OWNER REMITTANCE, SO AN ADD OR CHANGE THAT SETS IT IS HELD
      *FOR A SECOND OPERATOR; NAME AND ADDRESS CHANGES GO STRAIGHT
      *IN.
      ******************************************************************
       L3-BLD-ADD.
           PERFORM L4-ASK-BLD-CODE.
                       MOVE WS-KEY-BLD TO BW-CODE
                       PERFORM L4-ASK-BLD-FIELDS
                       IF FIELD-OK
                           MOVE SPACES TO AU-BEFORE
                           MOVE BLD-WORK-REC TO AU-AFTER
                           MOVE 'BLDMAST' TO AU-FILE
                           MOVE 'A' TO AU-ACTION
                           MOVE WS-KEY-BLD TO AU-KEY
                           IF BW-OWNER NOT = SPACES
                               PERFORM L4-PEND-HOLD
                           ELSE
                               ADD 1 TO WS-BLD-COUNT
                               MOVE BLD-WORK-REC
                                   TO BT-REC(WS-BLD-COUNT)
                               PERFORM L4-AUDIT-WRITE
                               PERFORM L4-BLD-SAVE
                               DISPLAY 'BUILDING ADDED'
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   PERFORM L4-ASK-BLD-FIELDS
                   IF FIELD-OK
                       MOVE BT-REC(WS-HIT-IDX) TO AU-BEFORE
                       MOVE BLD-WORK-REC TO AU-AFTER
                       MOVE 'BLDMAST' TO AU-FILE
                       MOVE 'C' TO AU-ACTION
                       MOVE WS-KEY-BLD TO AU-KEY
                       IF BW-OWNER NOT = BT-REC(WS-HIT-IDX)(48:20)
                           PERFORM L4-PEND-HOLD
                       ELSE
                           MOVE BLD-WORK-REC TO BT-REC(WS-HIT-IDX)
                           PERFORM L4-AUDIT-WRITE
                           PERFORM L4-BLD-SAVE
                           DISPLAY 'BUILDING CHANGED'
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   MOVE WS-KEY-NUM TO RW-KEY
                   PERFORM L4-ASK-RATE-FIELDS
                   IF FIELD-OK
                       MOVE SPACES TO AU-BEFORE
                       MOVE RATE-WORK-REC TO AU-AFTER
                       MOVE 'RATETAB' TO AU-FILE
                       MOVE 'A' TO AU-ACTION
                       PERFORM L4-RATE-AUDIT-KEY
                       PERFORM L4-PEND-HOLD
                   END-IF
               END-IF
           END-IF.
               PERFORM L4-ASK-RATE-FIELDS
               IF FIELD-OK
                   MOVE RTT-REC(WS-HIT-IDX) TO AU-BEFORE
                   MOVE RATE-WORK-REC TO AU-AFTER
                   MOVE 'RATETAB' TO AU-FILE
                   MOVE 'C' TO AU-ACTION
                   PERFORM L4-RATE-AUDIT-KEY
                   PERFORM L4-PEND-HOLD
               END-IF
           END-IF.
       L3-RATE-DELETE.
                   MOVE 'RATETAB' TO AU-FILE
                   MOVE 'D' TO AU-ACTION
                   PERFORM L4-RATE-AUDIT-KEY
                   PERFORM L4-PEND-HOLD
               ELSE
                   DISPLAY 'DELETE ABANDONED'
               END-IF
                       MOVE WS-KEY-UNIT TO DW-UNIT
                       PERFORM L4-ASK-DEP-FIELDS
                       IF FIELD-OK
                           MOVE SPACES TO AU-BEFORE
                           MOVE DEP-WORK-REC TO AU-AFTER
                           MOVE 'DEPOSITS' TO AU-FILE
                           MOVE 'A' TO AU-ACTION
                           PERFORM L4-TEN-AUDIT-KEY
                           PERFORM L4-PEND-HOLD
                       END-IF
                   END-IF
               END-IF
                   PERFORM L4-ASK-DEP-FIELDS
                   IF FIELD-OK
                       MOVE DPT-REC(WS-HIT-IDX) TO AU-BEFORE
                       MOVE DEP-WORK-REC TO AU-AFTER
                       MOVE 'DEPOSITS' TO AU-FILE
                       MOVE 'C' TO AU-ACTION
                       PERFORM L4-TEN-AUDIT-KEY
                       PERFORM L4-PEND-HOLD
                   END-IF
               END-IF
           END-IF.
                       MOVE 'DEPOSITS' TO AU-FILE
                       MOVE 'D' TO AU-ACTION
                       PERFORM L4-TEN-AUDIT-KEY
                       PERFORM L4-PEND-HOLD
                   ELSE
                       DISPLAY 'DELETE ABANDONED'
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE CHARGE-FILE.
      ******************************************************************
      *AUTOPAY ENROLLMENT MAINTENANCE.  ONE ROW PER BLD-CODE/UNIT ON
      *THE TENANT ROSTER - THE TENANT'S BANK ROUTING AND ACCOUNT, THE
      *DAY OF THE MONTH TO DRAFT AND THE MOST ONE DRAFT MAY TAKE.
      *A ROW CBLBJC17 PUT IN REVIEW AFTER A RETURNED DRAFT IS NOT
      *DRAFTED AGAIN UNTIL A CHANGE HERE REINSTATES IT.
      ******************************************************************
       L3-APY-ADD.
           PERFORM L4-ASK-TEN-KEY.
           IF NOT FIELD-OK
               CONTINUE
           ELSE
               PERFORM L4-TEN-FIND
               IF NOT ROW-FOUND
                   DISPLAY 'NO TENANT ON THE ROSTER FOR ' WS-KEY-BLD
                       '-' WS-KEY-UNIT
               ELSE
                   PERFORM L4-APY-FIND
                   IF ROW-FOUND
                       DISPLAY 'AUTOPAY ROW ' WS-KEY-BLD '-'
                           WS-KEY-UNIT ' ALREADY ON FILE'
                   ELSE
                       IF WS-APY-COUNT >= 200
                           DISPLAY 'AUTOPAY FILE FULL (200)'
                       ELSE
                           MOVE SPACES TO APY-WORK-REC
                           MOVE WS-KEY-BLD TO AW-BLD-CODE
                           MOVE WS-KEY-UNIT TO AW-UNIT
                           MOVE 'A' TO AW-STATUS
                           MOVE ZERO TO AW-LAST-DRAFT-YM
                           MOVE ZERO TO AW-REVIEW-DATE
                           PERFORM L4-ASK-APY-FIELDS
                           IF FIELD-OK
                               ADD 1 TO WS-APY-COUNT
                               MOVE APY-WORK-REC
                                   TO APT-REC(WS-APY-COUNT)
                               MOVE SPACES TO AU-BEFORE
                               MOVE APY-WORK-REC TO AU-AFTER
                               MOVE 'AUTOPAY' TO AU-FILE
                               MOVE 'A' TO AU-ACTION
                               PERFORM L4-TEN-AUDIT-KEY
                               PERFORM L4-AUDIT-WRITE
                               PERFORM L4-APY-SAVE
                               DISPLAY 'AUTOPAY ENROLLMENT ADDED'
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       L3-APY-CHANGE.
           PERFORM L4-ASK-TEN-KEY.
           IF NOT FIELD-OK
               CONTINUE
           ELSE
               PERFORM L4-APY-FIND
               IF NOT ROW-FOUND
                   DISPLAY 'AUTOPAY ROW ' WS-KEY-BLD '-' WS-KEY-UNIT
                       ' NOT ON FILE'
               ELSE
                   MOVE APT-REC(WS-HIT-IDX) TO APY-WORK-REC
                   DISPLAY 'CURRENT: ' APY-WORK-REC
                   PERFORM L4-ASK-APY-FIELDS
                   IF FIELD-OK AND AW-IN-REVIEW
                       DISPLAY 'IN REVIEW SINCE ' AW-REVIEW-DATE
                           ' - BANK RETURN ' AW-RETURN-CODE
                       DISPLAY 'REINSTATE FOR DRAFTING (Y/N): '
                           WITH NO ADVANCING
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'Y'
                           MOVE 'A' TO AW-STATUS
                           MOVE SPACES TO AW-RETURN-CODE
                           MOVE ZERO TO AW-REVIEW-DATE
                       END-IF
                   END-IF
                   IF FIELD-OK
                       MOVE APT-REC(WS-HIT-IDX) TO AU-BEFORE
                       MOVE APY-WORK-REC TO APT-REC(WS-HIT-IDX)
                       MOVE APY-WORK-REC TO AU-AFTER
                       MOVE 'AUTOPAY' TO AU-FILE
                       MOVE 'C' TO AU-ACTION
                       PERFORM L4-TEN-AUDIT-KEY
                       PERFORM L4-AUDIT-WRITE
                       PERFORM L4-APY-SAVE
                       DISPLAY 'AUTOPAY ENROLLMENT CHANGED'
                   END-IF
               END-IF
           END-IF.
       L3-APY-DELETE.
           PERFORM L4-ASK-TEN-KEY.
           IF NOT FIELD-OK
               CONTINUE
           ELSE
               PERFORM L4-APY-FIND
               IF NOT ROW-FOUND
                   DISPLAY 'AUTOPAY ROW ' WS-KEY-BLD '-' WS-KEY-UNIT
                       ' NOT ON FILE'
               ELSE
                   DISPLAY 'DELETE: ' APT-REC(WS-HIT-IDX)
                   DISPLAY 'CONFIRM (Y/N): ' WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y'
                       MOVE APT-REC(WS-HIT-IDX) TO AU-BEFORE
                       MOVE SPACES TO AU-AFTER
                       MOVE 'AUTOPAY' TO AU-FILE
                       MOVE 'D' TO AU-ACTION
                       PERFORM L4-TEN-AUDIT-KEY
                       PERFORM L4-AUDIT-WRITE
                       PERFORM VARYING WS-WORK-IDX
                               FROM WS-HIT-IDX BY 1
                               UNTIL WS-WORK-IDX >= WS-APY-COUNT
                           MOVE APT-REC(WS-WORK-IDX + 1)
                               TO APT-REC(WS-WORK-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-APY-COUNT
                       PERFORM L4-APY-SAVE
                       DISPLAY 'AUTOPAY ENROLLMENT DELETED'
                   ELSE
                       DISPLAY 'DELETE ABANDONED'
                   END-IF
               END-IF
           END-IF.
       L3-APY-LIST.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-APY-COUNT
               DISPLAY APT-REC(WS-WORK-IDX)
           END-PERFORM.
           DISPLAY 'AUTOPAY ROWS ON FILE: ' WS-APY-COUNT.
       L4-ASK-APY-FIELDS.
           MOVE 'Y' TO WS-FIELD-OK.
           DISPLAY 'BANK ROUTING NUMBER (9 DIGITS): ' WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:9) IS NOT NUMERIC
               DISPLAY 'ROUTING NUMBER MUST BE 9 DIGITS'
               MOVE 'N' TO WS-FIELD-OK
           ELSE
               MOVE WS-ANSWER(1:9) TO WS-ROUTING-WORK
               PERFORM L4-CHECK-ROUTING
           END-IF.
           IF FIELD-OK
               MOVE WS-ROUTING-WORK TO AW-ROUTING
               DISPLAY 'BANK ACCOUNT NUMBER (UP TO 17): '
                   WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER = SPACES OR WS-ANSWER(18:13) NOT = SPACES
                   DISPLAY 'ACCOUNT NUMBER REQUIRED, 17 CHARS AT MOST'
                   MOVE 'N' TO WS-FIELD-OK
               ELSE
                   MOVE WS-ANSWER(1:17) TO AW-ACCOUNT
               END-IF
           END-IF.
           IF FIELD-OK
               DISPLAY 'ACCOUNT TYPE (C=CHECKING S=SAVINGS): '
                   WITH NO ADVANCING
               ACCEPT WS-ANSWER
               MOVE WS-ANSWER(1:1) TO AW-ACCT-TYPE
               IF NOT AW-TYPE-VALID
                   DISPLAY 'ACCOUNT TYPE MUST BE C OR S'
                   MOVE 'N' TO WS-FIELD-OK
               END-IF
           END-IF.
      *    THE DRAFT DAY STOPS AT 28 SO EVERY MONTH HAS IT.
           IF FIELD-OK
               DISPLAY 'DRAFT DAY OF MONTH (01-28): ' WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:2) IS NOT NUMERIC
                   DISPLAY 'DRAFT DAY MUST BE 2 DIGITS'
                   MOVE 'N' TO WS-FIELD-OK
               ELSE
                   IF WS-ANSWER(1:2) < '01' OR WS-ANSWER(1:2) > '28'
                       DISPLAY 'DRAFT DAY MUST BE 01-28'
                       MOVE 'N' TO WS-FIELD-OK
                   ELSE
                       MOVE WS-ANSWER(1:2) TO AW-DRAFT-DAY
                   END-IF
               END-IF
           END-IF.
           IF FIELD-OK
               DISPLAY 'MAXIMUM DRAFT, 7 DIGITS 99999V99 '
                   '(1500.00=0150000): ' WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:7) IS NOT NUMERIC
                   DISPLAY 'MAXIMUM MUST BE 7 DIGITS'
                   MOVE 'N' TO WS-FIELD-OK
               ELSE
                   IF WS-ANSWER(1:7) = '0000000'
                       DISPLAY 'MAXIMUM MUST BE GREATER THAN ZERO'
                       MOVE 'N' TO WS-FIELD-OK
                   ELSE
                       MOVE WS-ANSWER(1:7) TO APY-WORK-REC(34:7)
                   END-IF
               END-IF
           END-IF.
       L4-CHECK-ROUTING.
           COMPUTE WS-ROUTING-SUM
               = 3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4)
                    + WS-ROUTING-DIGIT(7))
               + 7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5)
                    + WS-ROUTING-DIGIT(8))
               + WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6)
               + WS-ROUTING-DIGIT(9).
           DIVIDE WS-ROUTING-SUM BY 10
               GIVING WS-ROUTING-QUOT
               REMAINDER WS-ROUTING-REM.
           IF WS-ROUTING-REM NOT = ZERO OR WS-ROUTING-WORK = ZERO
               DISPLAY 'ROUTING NUMBER FAILS ITS CHECK DIGIT'
               MOVE 'N' TO WS-FIELD-OK
           END-IF.
       L4-APY-FIND.
           MOVE 'N' TO WS-ROW-FOUND.
           MOVE ZERO TO WS-HIT-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-APY-COUNT
                   OR ROW-FOUND
               IF APT-REC(WS-WORK-IDX)(1:4) = WS-TEN-KEY
                   MOVE 'Y' TO WS-ROW-FOUND
                   MOVE WS-WORK-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.
       L4-APY-SAVE.
           OPEN OUTPUT AUTOPAY-MASTER.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-APY-COUNT
               MOVE APT-REC(WS-WORK-IDX) TO AUTOPAY-MASTER-REC
               WRITE AUTOPAY-MASTER-REC
           END-PERFORM.
           CLOSE AUTOPAY-MASTER.
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
                           MOVE AUTOPAY-MASTER-REC
                               TO APT-REC(WS-APY-COUNT)
                       ELSE
                           DISPLAY 'ERROR: AUTOPAY.DAT EXCEEDS 200 '
                               'ROWS - TABLE FULL, SESSION ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTOPAY-MASTER.
      ******************************************************************
      *PAYMENT PLAN MAINTENANCE.  ONE AGREEMENT PER BLD-CODE/UNIT ON
      *THE TENANT ROSTER.  THE TERMS ARE NOT CHANGED ONCE AGREED - A
      *RENEGOTIATED PLAN IS A CANCEL AND A NEW AGREEMENT, SO THE
      *AUDIT TRAIL SHOWS BOTH.  A NEW AGREEMENT MAY REPLACE A
      *COMPLETED OR BROKEN ONE BUT NOT ONE STILL CURRENT.
      ******************************************************************
       L3-PLN-ADD.
           PERFORM L4-ASK-TEN-KEY.
           IF NOT FIELD-OK
               CONTINUE
           ELSE
               PERFORM L4-TEN-FIND
               IF NOT ROW-FOUND
                   DISPLAY 'NO TENANT ON THE ROSTER FOR ' WS-KEY-BLD
                       '-' WS-KEY-UNIT
               ELSE
                   PERFORM L4-PLN-FIND
                   IF ROW-FOUND
                       MOVE PLT-REC(WS-HIT-IDX) TO PLAN-WORK-REC
                   END-IF
                   IF ROW-FOUND AND PW-IS-CURRENT
                       DISPLAY 'PLAN ' WS-KEY-BLD '-' WS-KEY-UNIT
                           ' IS CURRENT - CANCEL IT FIRST'
                   ELSE
                       IF NOT ROW-FOUND AND WS-PLN-COUNT >= 200
                           DISPLAY 'PAYMENT PLAN FILE FULL (200)'
                       ELSE
                           PERFORM L4-PLN-NEW
                       END-IF
                   END-IF
               END-IF
           END-IF.
       L4-PLN-NEW.
           IF ROW-FOUND
               DISPLAY 'REPLACES: ' PLT-REC(WS-HIT-IDX)
           END-IF.
           MOVE ZEROS TO PLAN-WORK-REC.
           MOVE WS-KEY-BLD TO PW-BLD-CODE.
           MOVE WS-KEY-UNIT TO PW-UNIT.
           MOVE 'C' TO PW-STATUS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-YMD TO PW-AGREE-DATE.
           PERFORM L4-ASK-PLN-FIELDS.
           IF FIELD-OK
               MOVE 'PAYPLAN' TO AU-FILE
               PERFORM L4-TEN-AUDIT-KEY
               MOVE PLAN-WORK-REC TO AU-AFTER
               IF ROW-FOUND
                   MOVE PLT-REC(WS-HIT-IDX) TO AU-BEFORE
                   MOVE PLAN-WORK-REC TO PLT-REC(WS-HIT-IDX)
                   MOVE 'C' TO AU-ACTION
               ELSE
                   ADD 1 TO WS-PLN-COUNT
                   MOVE PLAN-WORK-REC TO PLT-REC(WS-PLN-COUNT)
                   MOVE SPACES TO AU-BEFORE
                   MOVE 'A' TO AU-ACTION
               END-IF
               PERFORM L4-AUDIT-WRITE
               PERFORM L4-PLN-SAVE
               DISPLAY 'PAYMENT PLAN ADDED'
           END-IF.
       L3-PLN-DELETE.
           PERFORM L4-ASK-TEN-KEY.
           IF NOT FIELD-OK
               CONTINUE
           ELSE
               PERFORM L4-PLN-FIND
               IF NOT ROW-FOUND
                   DISPLAY 'PAYMENT PLAN ' WS-KEY-BLD '-' WS-KEY-UNIT
                       ' NOT ON FILE'
               ELSE
                   DISPLAY 'CANCEL: ' PLT-REC(WS-HIT-IDX)
                   DISPLAY 'CONFIRM (Y/N): ' WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y'
                       MOVE PLT-REC(WS-HIT-IDX) TO AU-BEFORE
                       MOVE SPACES TO AU-AFTER
                       MOVE 'PAYPLAN' TO AU-FILE
                       MOVE 'D' TO AU-ACTION
                       PERFORM L4-TEN-AUDIT-KEY
                       PERFORM L4-AUDIT-WRITE
                       PERFORM VARYING WS-WORK-IDX
                               FROM WS-HIT-IDX BY 1
                               UNTIL WS-WORK-IDX >= WS-PLN-COUNT
                           MOVE PLT-REC(WS-WORK-IDX + 1)
                               TO PLT-REC(WS-WORK-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-PLN-COUNT
                       PERFORM L4-PLN-SAVE
                       DISPLAY 'PAYMENT PLAN CANCELLED'
                   ELSE
                       DISPLAY 'CANCEL ABANDONED'
                   END-IF
               END-IF
           END-IF.
       L3-PLN-LIST.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-PLN-COUNT
               DISPLAY PLT-REC(WS-WORK-IDX)
           END-PERFORM.
           DISPLAY 'PAYMENT PLAN ROWS ON FILE: ' WS-PLN-COUNT.
       L4-ASK-PLN-FIELDS.
           MOVE 'Y' TO WS-FIELD-OK.
           DISPLAY 'AGREED ARREARS, 7 DIGITS 99999V99 '
               '(1200.00=0120000): ' WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:7) IS NOT NUMERIC
                   OR WS-ANSWER(1:7) = '0000000'
               DISPLAY 'ARREARS MUST BE 7 DIGITS, GREATER THAN ZERO'
               MOVE 'N' TO WS-FIELD-OK
           ELSE
               MOVE WS-ANSWER(1:7) TO PLAN-WORK-REC(5:7)
           END-IF.
           IF FIELD-OK
               DISPLAY 'INSTALLMENT, 7 DIGITS 99999V99: '
                   WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:7) IS NOT NUMERIC
                       OR WS-ANSWER(1:7) = '0000000'
                   DISPLAY 'INSTALLMENT MUST BE 7 DIGITS, GREATER '
                       'THAN ZERO'
                   MOVE 'N' TO WS-FIELD-OK
               ELSE
                   MOVE WS-ANSWER(1:7) TO PLAN-WORK-REC(12:7)
                   IF PW-INSTALLMENT > PW-ARREARS
                       DISPLAY 'INSTALLMENT EXCEEDS THE ARREARS'
                       MOVE 'N' TO WS-FIELD-OK
                   END-IF
               END-IF
           END-IF.
      *    THE INSTALLMENTS MUST CLEAR THE ARREARS, AND THE LAST ONE
      *    MUST HAVE SOMETHING LEFT TO PAY.
           IF FIELD-OK
               DISPLAY 'NUMBER OF INSTALLMENTS (01-36): '
                   WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:2) IS NOT NUMERIC
                       OR WS-ANSWER(1:2) < '01'
                       OR WS-ANSWER(1:2) > '36'
                   DISPLAY 'NUMBER OF INSTALLMENTS MUST BE 01-36'
                   MOVE 'N' TO WS-FIELD-OK
               ELSE
                   MOVE WS-ANSWER(1:2) TO PW-INST-COUNT
                   COMPUTE WS-PLAN-COVER
                       = PW-INSTALLMENT * PW-INST-COUNT
                   IF WS-PLAN-COVER < PW-ARREARS
                       DISPLAY 'INSTALLMENTS DO NOT COVER THE ARREARS'
                       MOVE 'N' TO WS-FIELD-OK
                   ELSE
                       COMPUTE WS-PLAN-COVER
                           = WS-PLAN-COVER - PW-INSTALLMENT
                       IF WS-PLAN-COVER >= PW-ARREARS
                           DISPLAY 'FEWER INSTALLMENTS CLEAR THE '
                               'ARREARS - SHORTEN THE PLAN'
                           MOVE 'N' TO WS-FIELD-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    THE DUE DAY STOPS AT 28 SO EVERY MONTH HAS IT.
           IF FIELD-OK
               DISPLAY 'INSTALLMENT DUE DAY OF MONTH (01-28): '
                   WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:2) IS NOT NUMERIC
                       OR WS-ANSWER(1:2) < '01'
                       OR WS-ANSWER(1:2) > '28'
                   DISPLAY 'DUE DAY MUST BE 01-28'
                   MOVE 'N' TO WS-FIELD-OK
               ELSE
                   MOVE WS-ANSWER(1:2) TO PW-DUE-DAY
               END-IF
           END-IF.
           IF FIELD-OK
               DISPLAY 'FIRST INSTALLMENT MONTH (YYYYMM): '
                   WITH NO ADVANCING
               ACCEPT WS-ANSWER
               MOVE CURRENT-YMD(1:6) TO WS-THIS-YM
               IF WS-ANSWER(1:6) IS NOT NUMERIC
                   DISPLAY 'FIRST MONTH MUST BE 6 DIGITS YYYYMM'
                   MOVE 'N' TO WS-FIELD-OK
               ELSE
                   MOVE WS-ANSWER(1:6) TO PW-FIRST-YM
                   IF PW-FIRST-MONTH < 1 OR PW-FIRST-MONTH > 12
                       DISPLAY 'FIRST MONTH - BAD MONTH'
                       MOVE 'N' TO WS-FIELD-OK
                   ELSE
                       IF PW-FIRST-YM < WS-THIS-YM
                           DISPLAY 'FIRST MONTH IS ALREADY PAST'
                           MOVE 'N' TO WS-FIELD-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
       L4-PLN-FIND.
           MOVE 'N' TO WS-ROW-FOUND.
           MOVE ZERO TO WS-HIT-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-PLN-COUNT
                   OR ROW-FOUND
               IF PLT-REC(WS-WORK-IDX)(1:4) = WS-TEN-KEY
                   MOVE 'Y' TO WS-ROW-FOUND
                   MOVE WS-WORK-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.
       L4-PLN-SAVE.
           OPEN OUTPUT PLAN-MASTER.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-PLN-COUNT
               MOVE PLT-REC(WS-WORK-IDX) TO PLAN-MASTER-REC
               WRITE PLAN-MASTER-REC
           END-PERFORM.
           CLOSE PLAN-MASTER.
       L4-LOAD-PLANS.
           MOVE ZERO TO WS-PLN-COUNT.
           MOVE 'NO' TO WS-EOF.
           OPEN INPUT PLAN-MASTER.
           PERFORM UNTIL WS-EOF = 'YES'
               READ PLAN-MASTER
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       IF WS-PLN-COUNT < 200
                           ADD 1 TO WS-PLN-COUNT
                           MOVE PLAN-MASTER-REC
                               TO PLT-REC(WS-PLN-COUNT)
                       ELSE
                           DISPLAY 'ERROR: PAYPLAN.DAT EXCEEDS 200 '
                               'ROWS - TABLE FULL, SESSION ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAN-MASTER.
      ******************************************************************
      *LEASE RENEWAL ANSWERS.  ONLY AN OPEN OFFER (OFFERED, OR NO
      *RESPONSE AFTER THE LEASE RAN OUT) CAN BE ANSWERED, AND ONLY
      *WHILE THE ROSTER STILL HOLDS THE LEASE END THAT WAS OFFERED.
      ******************************************************************
       L3-RNW-ACCEPT.
           PERFORM L4-RNW-PICK.
           IF FIELD-OK
               MOVE NW-NEW-RENT TO WS-RENT-SHOW
               DISPLAY 'RENEWAL FROM ' NW-RENEW-DATE ' AT '
                   WS-RENT-SHOW ' A MONTH'
               DISPLAY 'NEW LEASE END YYYYMMDD (BLANK=ONE YEAR): '
                   WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER = SPACES
      *            A YEAR ON FROM THE OLD END - FEBRUARY 29 BECOMES
      *            FEBRUARY 28 SO THE DATE EXISTS.
                   MOVE NW-LEASE-END TO WS-NEW-END
                   ADD 1 TO WS-NEW-END-YEAR
                   IF WS-NEW-END-MMDD = 0229
                       MOVE 0228 TO WS-NEW-END-MMDD
                   END-IF
               ELSE
                   IF WS-ANSWER(1:8) IS NOT NUMERIC
                       DISPLAY 'LEASE END MUST BE 8 DIGITS OR BLANK'
                       MOVE 'N' TO WS-FIELD-OK
                   ELSE
                       PERFORM L4-VALIDATE-DATE
                       IF KEYED-DATE-OK
                           MOVE WS-ANSWER(1:8) TO WS-NEW-END
                       ELSE
                           DISPLAY 'LEASE END NOT A REAL DATE'
                           MOVE 'N' TO WS-FIELD-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF FIELD-OK
               IF WS-NEW-END NOT > NW-LEASE-END
                   DISPLAY 'NEW LEASE END MUST BE AFTER ' NW-LEASE-END
                   MOVE 'N' TO WS-FIELD-OK
               END-IF
           END-IF.
           IF FIELD-OK
               DISPLAY 'EXTEND ' WS-KEY-BLD '-' WS-KEY-UNIT
                   ' TO ' WS-NEW-END
               DISPLAY 'CONFIRM (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   PERFORM L4-RNW-EXTEND
               ELSE
                   DISPLAY 'ACCEPT ABANDONED'
               END-IF
           END-IF.
       L4-RNW-EXTEND.
           MOVE TENANT-MASTER-REC TO AU-BEFORE.
           MOVE WS-NEW-END TO TM-LEASE-END.
           REWRITE TENANT-MASTER-REC
               INVALID KEY
                   DISPLAY 'REWRITE FAILED - STATUS ' WS-TM-STATUS
               NOT INVALID KEY
                   MOVE TENANT-MASTER-REC TO AU-AFTER
                   MOVE 'TENANTS' TO AU-FILE
                   MOVE 'C' TO AU-ACTION
                   PERFORM L4-TEN-AUDIT-KEY
                   PERFORM L4-AUDIT-WRITE
                   MOVE 'A' TO NW-STATUS
                   MOVE WS-NEW-END TO NW-NEW-END
                   PERFORM L4-RNW-ANSWER
                   DISPLAY 'RENEWAL ACCEPTED - LEASE NOW ENDS '
                       WS-NEW-END
           END-REWRITE.
       L3-RNW-DECLINE.
           PERFORM L4-RNW-PICK.
           IF FIELD-OK
               DISPLAY 'DECLINE RENEWAL FOR ' WS-KEY-BLD '-'
                   WS-KEY-UNIT ' - LEASE ENDS ' NW-LEASE-END
               DISPLAY 'CONFIRM (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   MOVE 'D' TO NW-STATUS
                   PERFORM L4-RNW-ANSWER
                   DISPLAY 'RENEWAL DECLINED - UNIT LISTED FOR '
                       'MOVE-OUT BY CBLBJC21'
               ELSE
                   DISPLAY 'DECLINE ABANDONED'
               END-IF
           END-IF.
       L3-RNW-LIST.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-RNW-COUNT
               DISPLAY RNT-REC(WS-WORK-IDX)
           END-PERFORM.
           DISPLAY 'RENEWAL ROWS ON FILE: ' WS-RNW-COUNT.
       L4-RNW-PICK.
      *    LEAVES FIELD-OK SET WITH THE ROSTER ROW READ AND THE OFFER
      *    IN RNW-WORK-REC WHEN THE UNIT HAS AN OPEN OFFER.
           PERFORM L4-ASK-TEN-KEY.
           IF FIELD-OK
               PERFORM L4-TEN-FIND
               IF NOT ROW-FOUND
                   DISPLAY 'NO TENANT ON THE ROSTER FOR ' WS-KEY-BLD
                       '-' WS-KEY-UNIT
                   MOVE 'N' TO WS-FIELD-OK
               END-IF
           END-IF.
           IF FIELD-OK
               PERFORM L4-RNW-FIND
               IF NOT ROW-FOUND
                   DISPLAY 'NO RENEWAL OFFERED FOR ' WS-KEY-BLD '-'
                       WS-KEY-UNIT
                   MOVE 'N' TO WS-FIELD-OK
               ELSE
                   MOVE RNT-REC(WS-HIT-IDX) TO RNW-WORK-REC
                   DISPLAY 'OFFER: ' RNW-WORK-REC
                   IF NOT NW-IS-OPEN
                       DISPLAY 'RENEWAL ALREADY ANSWERED - STATUS '
                           NW-STATUS
                       MOVE 'N' TO WS-FIELD-OK
                   ELSE
                       IF TM-LEASE-END NOT = NW-LEASE-END
                           DISPLAY 'LEASE END CHANGED SINCE THE '
                               'OFFER - ROSTER SHOWS ' TM-LEASE-END
                           MOVE 'N' TO WS-FIELD-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
       L4-RNW-ANSWER.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-YMD TO NW-RESPONSE-DATE.
           MOVE RNT-REC(WS-HIT-IDX) TO AU-BEFORE.
           MOVE RNW-WORK-REC TO AU-AFTER.
           MOVE RNW-WORK-REC TO RNT-REC(WS-HIT-IDX).
           MOVE 'RENEWAL' TO AU-FILE.
           MOVE 'C' TO AU-ACTION.
           PERFORM L4-TEN-AUDIT-KEY.
           PERFORM L4-AUDIT-WRITE.
           PERFORM L4-RNW-SAVE.
       L4-RNW-FIND.
           MOVE 'N' TO WS-ROW-FOUND.
           MOVE ZERO TO WS-HIT-IDX.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-RNW-COUNT
                   OR ROW-FOUND
               IF RNT-REC(WS-WORK-IDX)(1:4) = WS-TEN-KEY
                   MOVE 'Y' TO WS-ROW-FOUND
                   MOVE WS-WORK-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.
       L4-RNW-SAVE.
           OPEN OUTPUT RENEWAL-FILE.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-RNW-COUNT
               MOVE RNT-REC(WS-WORK-IDX) TO RENEWAL-REC
               WRITE RENEWAL-REC
           END-PERFORM.
           CLOSE RENEWAL-FILE.
       L4-LOAD-RENEWALS.
           MOVE ZERO TO WS-RNW-COUNT.
           MOVE 'NO' TO WS-EOF.
           OPEN INPUT RENEWAL-FILE.
           PERFORM UNTIL WS-EOF = 'YES'
               READ RENEWAL-FILE
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       IF WS-RNW-COUNT < 200
                           ADD 1 TO WS-RNW-COUNT
                           MOVE RENEWAL-REC
                               TO RNT-REC(WS-RNW-COUNT)
                       ELSE
                           DISPLAY 'ERROR: RENEWAL.DAT EXCEEDS 200 '
                               'ROWS - TABLE FULL, SESSION ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENEWAL-FILE.
      ******************************************************************
      *CHANGES HELD FOR A SECOND OPERATOR.  L4-PEND-HOLD TAKES THE
      *CHANGE FROM THE AUDIT FIELDS THE CALLER HAS SET (FILE, ACTION,
      *KEY, BEFORE, AFTER).  APPROVAL RE-FINDS THE ROW BY ITS FULL
      *BEFORE IMAGE, SO A ROW CHANGED OR DELETED IN THE MEANTIME IS
      *CAUGHT RATHER THAN OVERWRITTEN; SUCH A CHANGE CAN ONLY BE
      *REJECTED AND KEYED AGAIN.
      ******************************************************************
       L4-PEND-HOLD.
           PERFORM L4-LOAD-PENDING.
           MOVE 'N' TO WS-ROW-FOUND.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-PND-COUNT
                   OR ROW-FOUND
               MOVE PNT-REC(WS-WORK-IDX) TO PEND-WORK-REC
               IF PN-FILE = AU-FILE AND PN-KEY = AU-KEY
                   MOVE 'Y' TO WS-ROW-FOUND
               END-IF
           END-PERFORM.
           IF ROW-FOUND
               DISPLAY 'CHANGE ' PN-NUMBER ' TO ' PN-FILE ' ' PN-KEY
                   ' IS STILL AWAITING APPROVAL - NOT HELD'
           ELSE
               IF WS-PND-COUNT >= 200
                   DISPLAY 'PENDING CHANGE FILE FULL (200) - NOT HELD'
               ELSE
                   ADD 1 TO WS-PND-LAST-NUM
                   MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
                   MOVE WS-PND-LAST-NUM TO PN-NUMBER
                   MOVE AU-FILE TO PN-FILE
                   MOVE AU-ACTION TO PN-ACTION
                   MOVE AU-KEY TO PN-KEY
                   MOVE WS-USER-ID TO PN-USER
                   MOVE CURRENT-YMD TO PN-DATE
                   MOVE CURRENT-HMS TO PN-TIME
                   MOVE AU-BEFORE TO PN-BEFORE
                   MOVE AU-AFTER TO PN-AFTER
                   ADD 1 TO WS-PND-COUNT
                   MOVE PEND-WORK-REC TO PNT-REC(WS-PND-COUNT)
                   PERFORM L4-PND-SAVE
                   MOVE 'H' TO AU-ACTION
                   PERFORM L4-AUDIT-WRITE
                   DISPLAY 'HELD AS CHANGE ' PN-NUMBER
                       ' - A DIFFERENT OPERATOR MUST APPROVE IT'
               END-IF
           END-IF.
       L3-PND-APPROVE.
           PERFORM L4-PND-PICK.
           IF ROW-FOUND
               IF PN-USER = WS-USER-ID
                   DISPLAY 'CHANGE WAS KEYED BY ' PN-USER
                       ' - A DIFFERENT OPERATOR MUST APPROVE IT'
               ELSE
                   IF WS-USER-ID = 'UNKNOWN'
                       DISPLAY 'SIGN ON WITH YOUR OPERATOR ID TO '
                           'APPROVE CHANGES'
                   ELSE
                       DISPLAY 'APPROVE AND APPLY (Y/N): '
                           WITH NO ADVANCING
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'Y'
                           PERFORM L4-PND-APPLY
                       ELSE
                           DISPLAY 'APPROVAL ABANDONED'
                       END-IF
                   END-IF
               END-IF
           END-IF.
       L4-PND-APPLY.
      *    THE MASTER IS RE-READ FIRST - THE TABLE LOADED AT SIGN-ON
      *    MAY BE OLDER THAN THE FILE.
           MOVE 'N' TO WS-FIELD-OK.
           EVALUATE PN-FILE
               WHEN 'RATETAB'
                   PERFORM L4-LOAD-RATES
                   PERFORM L4-PND-APPLY-RATE
               WHEN 'DEPOSITS'
                   PERFORM L4-LOAD-DEPOSITS
                   PERFORM L4-PND-APPLY-DEP
               WHEN 'BLDMAST'
                   PERFORM L4-LOAD-BUILDINGS
                   PERFORM L4-PND-APPLY-BLD
               WHEN OTHER
                   DISPLAY 'UNKNOWN FILE ' PN-FILE ' - NOT APPLIED'
           END-EVALUATE.
           IF FIELD-OK
               MOVE PN-FILE TO AU-FILE
               MOVE PN-ACTION TO AU-ACTION
               MOVE PN-KEY TO AU-KEY
               MOVE PN-BEFORE TO AU-BEFORE
               MOVE PN-AFTER TO AU-AFTER
               PERFORM L4-AUDIT-WRITE
               PERFORM L4-PND-REMOVE
               DISPLAY 'CHANGE ' PN-NUMBER ' APPROVED AND APPLIED'
           END-IF.
       L4-PND-APPLY-RATE.
           IF PN-ACTION = 'A'
               IF WS-RATE-COUNT >= 50
                   DISPLAY 'RATE FILE FULL (50) - NOT APPLIED'
               ELSE
                   ADD 1 TO WS-RATE-COUNT
                   MOVE PN-AFTER(1:25) TO RTT-REC(WS-RATE-COUNT)
                   MOVE 'Y' TO WS-FIELD-OK
               END-IF
           ELSE
               MOVE 'N' TO WS-ROW-FOUND
               PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                       UNTIL WS-WORK-IDX > WS-RATE-COUNT
                       OR ROW-FOUND
                   IF RTT-REC(WS-WORK-IDX) = PN-BEFORE(1:25)
                       MOVE 'Y' TO WS-ROW-FOUND
                       MOVE WS-WORK-IDX TO WS-HIT-IDX
                   END-IF
               END-PERFORM
               IF NOT ROW-FOUND
                   PERFORM L4-PND-STALE
               ELSE
                   IF PN-ACTION = 'C'
                       MOVE PN-AFTER(1:25) TO RTT-REC(WS-HIT-IDX)
                   ELSE
                       PERFORM VARYING WS-WORK-IDX
                               FROM WS-HIT-IDX BY 1
                               UNTIL WS-WORK-IDX >= WS-RATE-COUNT
                           MOVE RTT-REC(WS-WORK-IDX + 1)
                               TO RTT-REC(WS-WORK-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-RATE-COUNT
                   END-IF
                   MOVE 'Y' TO WS-FIELD-OK
               END-IF
           END-IF.
           IF FIELD-OK
               PERFORM L4-RATE-SAVE
           END-IF.
       L4-PND-APPLY-DEP.
           IF PN-ACTION = 'A'
               MOVE PN-AFTER(1:4) TO WS-TEN-KEY
               PERFORM L4-DEP-FIND
               IF ROW-FOUND
                   DISPLAY 'DEPOSIT ROW ' PN-KEY
                       ' ADDED SINCE - NOT APPLIED'
               ELSE
                   IF WS-DEP-COUNT >= 200
                       DISPLAY 'DEPOSIT FILE FULL (200) - NOT APPLIED'
                   ELSE
                       ADD 1 TO WS-DEP-COUNT
                       MOVE PN-AFTER(1:25) TO DPT-REC(WS-DEP-COUNT)
                       MOVE 'Y' TO WS-FIELD-OK
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-ROW-FOUND
               PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                       UNTIL WS-WORK-IDX > WS-DEP-COUNT
                       OR ROW-FOUND
                   IF DPT-REC(WS-WORK-IDX) = PN-BEFORE(1:25)
                       MOVE 'Y' TO WS-ROW-FOUND
                       MOVE WS-WORK-IDX TO WS-HIT-IDX
                   END-IF
               END-PERFORM
               IF NOT ROW-FOUND
                   PERFORM L4-PND-STALE
               ELSE
                   IF PN-ACTION = 'C'
                       MOVE PN-AFTER(1:25) TO DPT-REC(WS-HIT-IDX)
                   ELSE
                       PERFORM VARYING WS-WORK-IDX
                               FROM WS-HIT-IDX BY 1
                               UNTIL WS-WORK-IDX >= WS-DEP-COUNT
                           MOVE DPT-REC(WS-WORK-IDX + 1)
                               TO DPT-REC(WS-WORK-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-DEP-COUNT
                   END-IF
                   MOVE 'Y' TO WS-FIELD-OK
               END-IF
           END-IF.
           IF FIELD-OK
               PERFORM L4-DEP-SAVE
           END-IF.
       L4-PND-APPLY-BLD.
      *    ONLY ADDS AND CHANGES ARE EVER HELD FOR A BUILDING.
           IF PN-ACTION = 'A'
               MOVE PN-AFTER(1:2) TO WS-KEY-BLD
               PERFORM L4-BLD-FIND
               IF ROW-FOUND
                   DISPLAY 'BUILDING ' WS-KEY-BLD
                       ' ADDED SINCE - NOT APPLIED'
               ELSE
                   IF WS-BLD-COUNT >= 30
                       DISPLAY 'BUILDING FILE FULL (30) - NOT APPLIED'
                   ELSE
                       ADD 1 TO WS-BLD-COUNT
                       MOVE PN-AFTER TO BT-REC(WS-BLD-COUNT)
                       MOVE 'Y' TO WS-FIELD-OK
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-ROW-FOUND
               PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                       UNTIL WS-WORK-IDX > WS-BLD-COUNT
                       OR ROW-FOUND
                   IF BT-REC(WS-WORK-IDX) = PN-BEFORE
                       MOVE 'Y' TO WS-ROW-FOUND
                       MOVE WS-WORK-IDX TO WS-HIT-IDX
                   END-IF
               END-PERFORM
               IF NOT ROW-FOUND
                   PERFORM L4-PND-STALE
               ELSE
                   MOVE PN-AFTER TO BT-REC(WS-HIT-IDX)
                   MOVE 'Y' TO WS-FIELD-OK
               END-IF
           END-IF.
           IF FIELD-OK
               PERFORM L4-BLD-SAVE
           END-IF.
       L4-PND-STALE.
           DISPLAY PN-FILE ' ROW ' PN-KEY ' HAS CHANGED SINCE THIS '
               'WAS KEYED - NOT APPLIED, REJECT IT AND KEY IT AGAIN'.
       L3-PND-REJECT.
      *    ANY OPERATOR MAY REJECT - THE ONE WHO KEYED A CHANGE CAN
      *    WITHDRAW IT THIS WAY.
           PERFORM L4-PND-PICK.
           IF ROW-FOUND
               DISPLAY 'REJECT (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   MOVE PN-FILE TO AU-FILE
                   MOVE 'R' TO AU-ACTION
                   MOVE PN-KEY TO AU-KEY
                   MOVE PN-BEFORE TO AU-BEFORE
                   MOVE PN-AFTER TO AU-AFTER
                   PERFORM L4-AUDIT-WRITE
                   PERFORM L4-PND-REMOVE
                   DISPLAY 'CHANGE ' PN-NUMBER ' REJECTED'
               ELSE
                   DISPLAY 'REJECT ABANDONED'
               END-IF
           END-IF.
       L3-PND-LIST.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-PND-COUNT
               MOVE PNT-REC(WS-WORK-IDX) TO PEND-WORK-REC
               PERFORM L4-PND-SHOW
           END-PERFORM.
           DISPLAY 'CHANGES AWAITING APPROVAL: ' WS-PND-COUNT.
       L4-PND-SHOW.
           DISPLAY PN-NUMBER ' ' PN-FILE ' ' PN-ACTION ' ' PN-KEY
               ' KEYED BY ' PN-USER ' ' PN-DATE ' ' PN-TIME.
           DISPLAY '  BEFORE: ' PN-BEFORE.
           DISPLAY '  AFTER:  ' PN-AFTER.
       L4-PND-PICK.
      *    LEAVES ROW-FOUND SET WITH THE CHANGE IN PEND-WORK-REC AND
      *    ITS TABLE ROW IN WS-HIT-IDX.
           MOVE 'N' TO WS-ROW-FOUND.
           DISPLAY 'CHANGE NUMBER (5 DIGITS): ' WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:5) IS NOT NUMERIC
               DISPLAY 'CHANGE NUMBER MUST BE NUMERIC (5 DIGITS)'
           ELSE
               PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                       UNTIL WS-WORK-IDX > WS-PND-COUNT
                       OR ROW-FOUND
                   IF PNT-REC(WS-WORK-IDX)(1:5) = WS-ANSWER(1:5)
                       MOVE 'Y' TO WS-ROW-FOUND
                       MOVE WS-WORK-IDX TO WS-HIT-IDX
                   END-IF
               END-PERFORM
               IF NOT ROW-FOUND
                   DISPLAY 'NO CHANGE ' WS-ANSWER(1:5)
                       ' AWAITING APPROVAL'
               ELSE
                   MOVE PNT-REC(WS-HIT-IDX) TO PEND-WORK-REC
                   PERFORM L4-PND-SHOW
               END-IF
           END-IF.
       L4-PND-REMOVE.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-PND-COUNT
               IF PNT-REC(WS-WORK-IDX)(1:5) = PN-NUMBER
                   MOVE WS-WORK-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-WORK-IDX FROM WS-HIT-IDX BY 1
                   UNTIL WS-WORK-IDX >= WS-PND-COUNT
               MOVE PNT-REC(WS-WORK-IDX + 1) TO PNT-REC(WS-WORK-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-PND-COUNT.
           PERFORM L4-PND-SAVE.
       L4-PND-SAVE.
           OPEN OUTPUT PEND-FILE.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-PND-COUNT
               MOVE PNT-REC(WS-WORK-IDX) TO PEND-REC
               WRITE PEND-REC
           END-PERFORM.
           CLOSE PEND-FILE.
       L4-LOAD-PENDING.
           MOVE ZERO TO WS-PND-COUNT.
           MOVE ZERO TO WS-PND-LAST-NUM.
           MOVE 'NO' TO WS-EOF.
           OPEN INPUT PEND-FILE.
           PERFORM UNTIL WS-EOF = 'YES'
               READ PEND-FILE
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       IF WS-PND-COUNT < 200
                           ADD 1 TO WS-PND-COUNT
                           MOVE PEND-REC TO PNT-REC(WS-PND-COUNT)
                           MOVE PEND-REC TO PEND-WORK-REC
                           IF PN-NUMBER > WS-PND-LAST-NUM
                               MOVE PN-NUMBER TO WS-PND-LAST-NUM
                           END-IF
                       ELSE
                           DISPLAY 'ERROR: PENDCHG.DAT EXCEEDS 200 '
                               'ROWS - TABLE FULL, SESSION ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
       L4-AUDIT-WRITE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-YMD TO AU-DATE.
