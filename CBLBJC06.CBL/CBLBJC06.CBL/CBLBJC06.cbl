      *         PAYMENTS.DAT - TRANSACTIONS RELEASED BY THE PRE-EDIT
      *                        (CBLBJC10): RECEIPTS, NSF REVERSALS
      *                        AND SIGNED ADJUSTMENTS/WRITE-OFFS
      *         CYCLE.DAT    - THE CYCLE MONTH BEING POSTED (TODAY'S
      *                        MONTH WHEN NO CYCLE IS OPEN)
      *OUTPUTS: OPENBAL.DAT  - UPDATED IN PLACE.  THE BILLING RUN
      *                        READS IT BY KEY IN PLACE OF THE KEYED
      *                        PRIOR-BAL AND LATE-FEE.
      *                        CHECK PAID, EACH PORTION ONE BUCKET
      *                        OLDER.  SELF-TRIMMING LIKE THE CHECK
      *                        REGISTER (SIX MONTH RETENTION).
      *         TRANHIST.DAT - THE PERMANENT TRANSACTION LEDGER.
      *                        EVERY RECEIPT, NSF REVERSAL, RETURNED
      *                        CHECK FEE, ADJUSTMENT AND LATE FEE
      *                        POSTED HERE IS ADDED AS A DATED,
      *                        TYPED, SIGNED ROW BESIDE THE CHARGE
      *                        ROWS THE BILLING RUN WRITES.  BACKED
      *                        UP TO TRANHIST.BAK WITH OPENBAL.DAT SO
      *                        A RESTORED RERUN RESTORES BOTH.
      *         PAYPLAN.DAT  - PAYMENT PLAN AGREEMENTS.  EACH CURRENT
      *                        PLAN HAS THIS CYCLE'S INSTALLMENT
      *                        CHECKED ONCE: THE RECEIPTS DATED ON OR
      *                        BEFORE THE PLAN'S DUE DAY (LESS ANY
      *                        NSF REVERSAL) MUST COVER THE CYCLE'S
      *                        FRESH CHARGES PLUS THE INSTALLMENT.
      *                        MET, THE INSTALLMENT COUNTS PAID AND
      *                        THE LAST ONE COMPLETES THE PLAN;
      *                        MISSED, THE PLAN IS BROKEN AND
      *                        CBLBJC09 RESUMES DUNNING.  BACKED UP
      *                        TO PAYPLAN.BAK WITH OPENBAL.DAT.
      *         AGING.PRT    - 30/60/90 DAY RECEIVABLES AGING REPORT
      *
      *EACH CYCLE THE PRIOR BUCKETS AGE FORWARD ONE MONTH, THE FRESH
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OBB-KEY
               FILE STATUS IS WS-OBB-STATUS.
           SELECT OPTIONAL TRAN-HIST
               ASSIGN TO 'C:\COBOL\TRANHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TH-STATUS.
           SELECT TRAN-HIST-BAK
               ASSIGN TO 'C:\COBOL\TRANHIST.BAK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS THB-KEY
               FILE STATUS IS WS-THB-STATUS.
           SELECT OPTIONAL GL-FEED
               ASSIGN TO 'C:\COBOL\GLFEED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-ACCOUNTS
               ASSIGN TO 'C:\COBOL\GLACCTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CYCLE-STATE
               ASSIGN TO 'C:\COBOL\CYCLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLAN-MASTER
               ASSIGN TO 'C:\COBOL\PAYPLAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLAN-MASTER-BAK
               ASSIGN TO 'C:\COBOL\PAYPLAN.BAK'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT
               ASSIGN TO 'C:\COBOL\AGING.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
               10  OBB-UNIT            PIC 99.
           05  FILLER                  PIC X(33).

      *    PERMANENT TRANSACTION LEDGER - SAME LAYOUT AS CBLBJC05.
      *    TH-AMOUNT IS THE SIGNED EFFECT ON WHAT THE TENANT OWES.
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

       FD  TRAN-HIST-BAK
           LABEL RECORD IS STANDARD.
       01  TH-BAK-REC.
           05  THB-KEY                 PIC X(23).
           05  FILLER                  PIC X(53).

       FD  GL-FEED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           05  PA-APP-30               PIC 9(5)V99.
           05  PA-APP-CUR              PIC 9(5)V99.

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

       FD  PLAN-MASTER-BAK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  PLAN-BAK-REC                PIC X(60).

       FD  AGING-REPORT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 110 CHARACTERS
           05  WS-NSF-TOTAL                PIC 9(7)V99  VALUE ZERO.
           05  WS-ADJ-COUNT                PIC 9(5)     VALUE ZERO.
           05  WS-ADJ-TOTAL                PIC S9(7)V99 VALUE ZERO.
      *    PERMANENT TRANSACTION LEDGER (TRANHIST.DAT).  THE SEQUENCE
      *    RUNS FOR THE WHOLE RUN; A KEY ALREADY ON FILE IS STEPPED
      *    PAST RATHER THAN LOST.
           05  WS-TH-STATUS                PIC XX       VALUE SPACES.
           05  WS-THB-STATUS               PIC XX       VALUE SPACES.
           05  WS-TH-EOF                   PIC XXX      VALUE 'NO'.
           05  WS-TH-RUN-TIME              PIC X(6)     VALUE SPACES.
           05  WS-TH-SEQ                   PIC 9(5)     VALUE ZERO.
           05  WS-TH-WRITTEN               PIC X        VALUE 'N'.
               88  TH-WRITTEN              VALUE 'Y'.
           05  WS-TH-DATE                  PIC 9(8)     VALUE ZERO.
           05  WS-TH-TYPE                  PIC X        VALUE SPACE.
           05  WS-TH-COMPONENT             PIC X(4)     VALUE SPACES.
           05  WS-TH-AMOUNT                PIC S9(7)V99 VALUE ZERO.
           05  WS-TH-REFERENCE             PIC X(10)    VALUE SPACES.
           05  WS-TH-DESC                  PIC X(20)    VALUE SPACES.
      *    WHAT AN NSF REVERSAL ACTUALLY PUT BACK ON THE LEDGER - THE
      *    ORIGINAL CHECK'S APPLICATION WHEN PAYAPP.DAT HAS IT.
           05  WS-NSF-REINSTATED           PIC 9(6)V99  VALUE ZERO.
      *    PER-CHECK APPLICATION HISTORY.  EACH POSTED RECEIPT
      *    RECORDS HOW IT SPLIT ACROSS THE BUCKETS, SO AN NSF
      *    REVERSAL CAN PUT THE MONEY BACK WHERE THE CHECK TOOK IT
                   15  PP-APP-30            PIC 9(5)V99.
                   15  PP-APP-CUR           PIC 9(5)V99.
                   15  PP-KEEP              PIC X.
      *    PAYMENT PLANS.  THE FILE IMAGE RIDES WITH THE CYCLE'S
      *    FRESH A/R CHARGES AND THE RECEIPTS DATED BY THE DUE DAY,
      *    BOTH GATHERED AS THE FEED AND PAYMENTS ARE POSTED.
           05  WS-CYCLE-YM                 PIC 9(6)     VALUE ZERO.
           05  WS-PLAN-EOF                 PIC XXX      VALUE 'NO'.
           05  WS-PLAN-COUNT               PIC 999      VALUE ZERO.
           05  WS-PLAN-FOUND               PIC X        VALUE 'N'.
               88  PLAN-FOUND              VALUE 'Y'.
           05  WS-PLAN-KEY.
               10  WS-PLAN-BLD-CODE        PIC XX.
               10  WS-PLAN-UNIT            PIC 99.
           05  WS-PLAN-DUE-DATE            PIC 9(8)     VALUE ZERO.
           05  WS-PLAN-INST                PIC 9(5)V99  VALUE ZERO.
           05  WS-PLAN-REMAIN              PIC S9(5)V99 VALUE ZERO.
           05  WS-PLAN-DUE                 PIC S9(6)V99 VALUE ZERO.
           05  WS-PLAN-CHECKED             PIC 999      VALUE ZERO.
           05  WS-PLAN-MET                 PIC 999      VALUE ZERO.
           05  WS-PLAN-DONE                PIC 999      VALUE ZERO.
           05  WS-PLAN-BROKEN              PIC 999      VALUE ZERO.
           05  PLAN-TABLE.
               10  PLAN-ENTRY OCCURS 200 TIMES
                             INDEXED BY PL-IDX.
                   15  PLT-IMAGE.
                       20  PLT-BLD-CODE     PIC XX.
                       20  PLT-UNIT         PIC 99.
                       20  PLT-ARREARS      PIC 9(5)V99.
                       20  PLT-INSTALLMENT  PIC 9(5)V99.
                       20  PLT-DUE-DAY      PIC 99.
                       20  PLT-INST-COUNT   PIC 99.
                       20  PLT-FIRST-YM     PIC 9(6).
                       20  PLT-STATUS       PIC X.
                       20  PLT-PAID-COUNT   PIC 99.
                       20  PLT-PAID-TOTAL   PIC 9(5)V99.
                       20  PLT-LAST-CHECK-YM
                                            PIC 9(6).
                       20  PLT-AGREE-DATE   PIC 9(8).
                       20  PLT-CLOSE-DATE   PIC 9(8).
                   15  PLT-BILLED           PIC S9(6)V99.
                   15  PLT-RECEIVED         PIC S9(6)V99.
       01  TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'DATE: '.
           05  H1-DATE.
           05  FILLER                  PIC X(33)
                   VALUE 'UNITS 60+ DAYS BEHIND (***): '.
           05  O-CHRONIC-COUNT         PIC ZZ9.
       01  PLAN-COUNT-LINE.
           05  FILLER                  PIC X(33)
                   VALUE 'PAYMENT PLAN INSTALLMENTS DUE: '.
           05  O-PLAN-CHECKED          PIC ZZ9.
           05  FILLER                  PIC X(8)    VALUE '  MET: '.
           05  O-PLAN-MET              PIC ZZ9.
           05  FILLER                  PIC X(14)
                   VALUE '  COMPLETED: '.
           05  O-PLAN-DONE             PIC ZZ9.
           05  FILLER                  PIC X(11)   VALUE '  BROKEN: '.
           05  O-PLAN-BROKEN           PIC ZZ9.
       01  PLAN-BROKEN-LINE.
           05  FILLER                  PIC X(20)
                   VALUE 'PAYMENT PLAN BROKEN '.
           05  O-PB-BLD-CODE           PIC XX.
           05  FILLER                  PIC X       VALUE '-'.
           05  O-PB-UNIT               PIC 99.
           05  FILLER                  PIC X(8)    VALUE '  DUE: '.
           05  O-PB-DUE                PIC $$$,$$$.99-.
           05  FILLER                  PIC X(13)
                   VALUE '  RECEIVED: '.
           05  O-PB-RECEIVED           PIC $$$,$$$.99-.
           05  FILLER                  PIC X(11)   VALUE '  BY DUE: '.
           05  O-PB-DUE-DATE           PIC 9(8).
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-AGE-FORWARD.
           PERFORM L2-POST-BILLINGS.
           PERFORM L2-POST-PAYMENTS.
           PERFORM L2-CHECK-PLANS.
           PERFORM L2-ASSESS-LATE-FEES.
           PERFORM L2-CLOSING.
           STOP RUN.
               END-READ
           END-PERFORM.
           CLOSE OPEN-BAL-BAK.
           PERFORM L4-OPEN-TRANHIST.
           OPEN OUTPUT TRAN-HIST-BAK.
           MOVE 'NO' TO WS-TH-EOF.
           MOVE LOW-VALUES TO TH-KEY.
           START TRAN-HIST KEY NOT LESS THAN TH-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-TH-EOF
           END-START.
           PERFORM UNTIL WS-TH-EOF = 'YES'
               READ TRAN-HIST NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-TH-EOF
                   NOT AT END
                       WRITE TH-BAK-REC FROM TRAN-HIST-REC
               END-READ
           END-PERFORM.
           CLOSE TRAN-HIST-BAK.
           PERFORM L4-READ-CYCLE.
           PERFORM L4-LOAD-PLANS.
       L2-AGE-FORWARD.
      *    ONE BILLING CYCLE HAS PASSED SINCE THE BUCKETS WERE BUILT,
      *    SO EVERYTHING ROLLS ONE BUCKET TO THE RIGHT.  THE PRIOR
                   MOVE C-GL-AMOUNT TO OB-CURRENT
                   WRITE OPEN-BAL-REC
               END-IF
               MOVE GF-BLD-CODE TO WS-PLAN-BLD-CODE
               MOVE GF-UNIT TO WS-PLAN-UNIT
               PERFORM L4-FIND-PLAN
               IF PLAN-FOUND
                   ADD C-GL-AMOUNT TO PLT-BILLED(PL-IDX)
               END-IF
           END-IF.
       L2-POST-PAYMENTS.
           MOVE 'NO' TO WS-PAY-EOF.
      *        ONE, SAME AS THE TABLE ENTRY IT USED TO OPEN.
               PERFORM L4-NEW-UNIT
           END-IF.
           MOVE PY-BLD-CODE TO WS-PLAN-BLD-CODE.
           MOVE PY-UNIT TO WS-PLAN-UNIT.
           PERFORM L4-FIND-PLAN.
           EVALUATE TRUE
               WHEN PY-IS-NSF
                   ADD 1 TO WS-NSF-COUNT
                   ADD PY-AMOUNT TO WS-NSF-TOTAL
                   PERFORM L4-NSF-REINSTATE
                   COMPUTE OB-CURRENT = OB-CURRENT + WS-NSF-FEE
                   MOVE 'N' TO WS-TH-TYPE
                   MOVE 'NSF' TO WS-TH-COMPONENT
                   MOVE WS-NSF-REINSTATED TO WS-TH-AMOUNT
                   MOVE 'RETURNED CHECK' TO WS-TH-DESC
                   PERFORM L4-LEDGER-PAYMENT
                   MOVE 'F' TO WS-TH-TYPE
                   MOVE 'NSFF' TO WS-TH-COMPONENT
                   MOVE WS-NSF-FEE TO WS-TH-AMOUNT
                   MOVE 'RETURNED CHECK FEE' TO WS-TH-DESC
                   PERFORM L4-LEDGER-PAYMENT
                   IF PLAN-FOUND
                       SUBTRACT WS-NSF-REINSTATED
                           FROM PLT-RECEIVED(PL-IDX)
                   END-IF
               WHEN PY-IS-ADJUSTMENT
                   ADD 1 TO WS-ADJ-COUNT
                   IF PY-ADJ-CREDIT
                       PERFORM L4-PAY-BUCKET-30
                       COMPUTE OB-CURRENT
                           = OB-CURRENT - C-PAY-REMAIN
                       COMPUTE WS-TH-AMOUNT = ZERO - PY-AMOUNT
                       MOVE 'CREDIT ADJUSTMENT' TO WS-TH-DESC
                   ELSE
                       ADD PY-AMOUNT TO WS-ADJ-TOTAL
                       COMPUTE OB-CURRENT = OB-CURRENT + PY-AMOUNT
                       MOVE PY-AMOUNT TO WS-TH-AMOUNT
                       MOVE 'DEBIT ADJUSTMENT' TO WS-TH-DESC
                   END-IF
                   MOVE 'A' TO WS-TH-TYPE
                   MOVE 'ADJ' TO WS-TH-COMPONENT
                   PERFORM L4-LEDGER-PAYMENT
               WHEN OTHER
                   ADD 1 TO WS-PAY-COUNT
                   ADD PY-AMOUNT TO WS-PAY-TOTAL
                   PERFORM L4-PAY-BUCKET-30
                   COMPUTE OB-CURRENT = OB-CURRENT - C-PAY-REMAIN
                   PERFORM L4-PAYAPP-ADD
                   MOVE 'P' TO WS-TH-TYPE
                   MOVE 'RCPT' TO WS-TH-COMPONENT
                   COMPUTE WS-TH-AMOUNT = ZERO - PY-AMOUNT
                   MOVE 'PAYMENT RECEIVED' TO WS-TH-DESC
                   PERFORM L4-LEDGER-PAYMENT
                   IF PLAN-FOUND
                       COMPUTE WS-PLAN-DUE-DATE = WS-CYCLE-YM * 100
                           + PLT-DUE-DAY(PL-IDX)
                       IF PY-PAY-DATE <= WS-PLAN-DUE-DATE
                           ADD PY-AMOUNT TO PLT-RECEIVED(PL-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.
           IF UNIT-FOUND
               REWRITE OPEN-BAL-REC
           ELSE
               WRITE OPEN-BAL-REC
           END-IF.
       L2-CHECK-PLANS.
      *    EACH CURRENT PLAN WHOSE FIRST INSTALLMENT MONTH HAS COME IS
      *    CHECKED ONCE PER CYCLE MONTH - A RERUN WITHOUT RESTORING
      *    PAYPLAN.BAK FINDS THE MONTH ALREADY CHECKED AND LEAVES IT.
      *    THE INSTALLMENT RIDES ON TOP OF THE CYCLE'S FRESH CHARGES
      *    SO A TENANT CANNOT PAY DOWN THE ARREARS WHILE FALLING
      *    BEHIND ON THE RENT.  THE LAST INSTALLMENT IS ONLY WHAT IS
      *    LEFT OF THE AGREED ARREARS.
           SET PL-IDX TO 1.
           PERFORM UNTIL PL-IDX > WS-PLAN-COUNT
               IF PLT-STATUS(PL-IDX) = 'C'
                       AND PLT-FIRST-YM(PL-IDX) <= WS-CYCLE-YM
                       AND PLT-LAST-CHECK-YM(PL-IDX) < WS-CYCLE-YM
                   PERFORM L3-CHECK-ONE-PLAN
               END-IF
               SET PL-IDX UP BY 1
           END-PERFORM.
           OPEN OUTPUT PLAN-MASTER.
           SET PL-IDX TO 1.
           PERFORM UNTIL PL-IDX > WS-PLAN-COUNT
               WRITE PLAN-MASTER-REC FROM PLT-IMAGE(PL-IDX)
               SET PL-IDX UP BY 1
           END-PERFORM.
           CLOSE PLAN-MASTER.
       L3-CHECK-ONE-PLAN.
           ADD 1 TO WS-PLAN-CHECKED.
           COMPUTE WS-PLAN-REMAIN
               = PLT-ARREARS(PL-IDX) - PLT-PAID-TOTAL(PL-IDX).
           IF WS-PLAN-REMAIN < PLT-INSTALLMENT(PL-IDX)
               MOVE WS-PLAN-REMAIN TO WS-PLAN-INST
           ELSE
               MOVE PLT-INSTALLMENT(PL-IDX) TO WS-PLAN-INST
           END-IF.
           COMPUTE WS-PLAN-DUE = PLT-BILLED(PL-IDX) + WS-PLAN-INST.
           IF PLT-RECEIVED(PL-IDX) >= WS-PLAN-DUE
               ADD 1 TO WS-PLAN-MET
               ADD 1 TO PLT-PAID-COUNT(PL-IDX)
               ADD WS-PLAN-INST TO PLT-PAID-TOTAL(PL-IDX)
               IF PLT-PAID-COUNT(PL-IDX) >= PLT-INST-COUNT(PL-IDX)
                       OR PLT-PAID-TOTAL(PL-IDX)
                           >= PLT-ARREARS(PL-IDX)
                   ADD 1 TO WS-PLAN-DONE
                   MOVE 'D' TO PLT-STATUS(PL-IDX)
                   MOVE WS-TODAY-DATE TO PLT-CLOSE-DATE(PL-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-PLAN-BROKEN
               MOVE 'B' TO PLT-STATUS(PL-IDX)
               MOVE WS-TODAY-DATE TO PLT-CLOSE-DATE(PL-IDX)
           END-IF.
           MOVE WS-CYCLE-YM TO PLT-LAST-CHECK-YM(PL-IDX).
       L4-FIND-PLAN.
      *    THE CALLER MOVES THE BLD-CODE/UNIT TO WS-PLAN-KEY.
           MOVE 'N' TO WS-PLAN-FOUND.
           SET PL-IDX TO 1.
           PERFORM UNTIL PL-IDX > WS-PLAN-COUNT
                   OR PLAN-FOUND
               IF PLT-BLD-CODE(PL-IDX) = WS-PLAN-BLD-CODE
                       AND PLT-UNIT(PL-IDX) = WS-PLAN-UNIT
                   MOVE 'Y' TO WS-PLAN-FOUND
               ELSE
                   SET PL-IDX UP BY 1
               END-IF
           END-PERFORM.
       L4-READ-CYCLE.
           MOVE 'NO' TO WS-PLAN-EOF.
           OPEN INPUT CYCLE-STATE.
           READ CYCLE-STATE
               AT END
                   MOVE 'YES' TO WS-PLAN-EOF
           END-READ.
           CLOSE CYCLE-STATE.
           IF WS-PLAN-EOF = 'YES' OR CY-CYCLE-YM IS NOT NUMERIC
               MOVE WS-TODAY-DATE(1:6) TO WS-CYCLE-YM
           ELSE
               MOVE CY-CYCLE-YM TO WS-CYCLE-YM
           END-IF.
       L4-LOAD-PLANS.
      *    PAYPLAN.BAK IS TAKEN AS THE TABLE IS LOADED, BEFORE ANY
      *    INSTALLMENT IS CHECKED, SO THE RESTORE THAT RECOVERS THE
      *    LEDGER RECOVERS THE PLANS WITH IT.
           MOVE ZERO TO WS-PLAN-COUNT.
           MOVE 'NO' TO WS-PLAN-EOF.
           OPEN INPUT PLAN-MASTER.
           OPEN OUTPUT PLAN-MASTER-BAK.
           PERFORM UNTIL WS-PLAN-EOF = 'YES'
               READ PLAN-MASTER
                   AT END
                       MOVE 'YES' TO WS-PLAN-EOF
                   NOT AT END
                       WRITE PLAN-BAK-REC FROM PLAN-MASTER-REC
                       IF WS-PLAN-COUNT < 200
                           ADD 1 TO WS-PLAN-COUNT
                           SET PL-IDX TO WS-PLAN-COUNT
                           MOVE PLAN-MASTER-REC TO PLT-IMAGE(PL-IDX)
                           MOVE ZERO TO PLT-BILLED(PL-IDX)
                           MOVE ZERO TO PLT-RECEIVED(PL-IDX)
                       ELSE
                           DISPLAY 'ERROR: PAYPLAN.DAT EXCEEDS 200 '
                               'ROWS - TABLE FULL, RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAN-MASTER.
           CLOSE PLAN-MASTER-BAK.
       L4-PAY-BUCKET-90.
           IF C-PAY-REMAIN > ZERO AND OB-AGE-90 > ZERO
               IF C-PAY-REMAIN >= OB-AGE-90
               COMPUTE OB-AGE-90
                   = OB-AGE-90 + PP-APP-60(PP-IDX)
                   + PP-APP-90(PP-IDX)
               COMPUTE WS-NSF-REINSTATED
                   = PP-APP-CUR(PP-IDX) + PP-APP-30(PP-IDX)
                   + PP-APP-60(PP-IDX) + PP-APP-90(PP-IDX)
               MOVE 'N' TO PP-KEEP(PP-IDX)
           ELSE
               COMPUTE OB-AGE-30 = OB-AGE-30 + PY-AMOUNT
               MOVE PY-AMOUNT TO WS-NSF-REINSTATED
           END-IF.
       L4-FIND-PAYAPP.
           MOVE 'N' TO WS-PAYAPP-FOUND.
                       REWRITE OPEN-BAL-REC
                       IF OB-LATE-FEE > ZERO
                           PERFORM L4-LATE-FEE-JOURNAL
                           MOVE WS-TODAY-DATE TO WS-TH-DATE
                           MOVE 'L' TO WS-TH-TYPE
                           MOVE 'LATE' TO WS-TH-COMPONENT
                           MOVE OB-LATE-FEE TO WS-TH-AMOUNT
                           MOVE SPACES TO WS-TH-REFERENCE
                           MOVE 'LATE FEE' TO WS-TH-DESC
                           PERFORM L4-LEDGER-WRITE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'C' TO GF-DR-CR.
           MOVE OB-LATE-FEE TO GF-AMOUNT.
           WRITE GL-FEED-REC.
       L4-LEDGER-PAYMENT.
      *    A PAYMENTS.DAT TRANSACTION IS DATED BY ITS OWN PAY DATE
      *    AND REFERENCED BY ITS CHECK NUMBER.
           MOVE PY-PAY-DATE TO WS-TH-DATE.
           MOVE PY-CHECK-NO TO WS-TH-REFERENCE.
           PERFORM L4-LEDGER-WRITE.
       L4-LEDGER-WRITE.
      *    THE CALLER SETS THE WS-TH- FIELDS; THE UNIT IS THE LEDGER
      *    RECORD IN HAND.  A DUPLICATE KEY (STATUS 22) STEPS THE
      *    SEQUENCE AND TRIES AGAIN; ANY OTHER FAILURE ENDS THE RUN
      *    SO THE LEDGER CANNOT QUIETLY FALL OUT OF STEP WITH
      *    OPENBAL.DAT.
           MOVE OB-BLD-CODE TO TH-BLD-CODE.
           MOVE OB-UNIT TO TH-UNIT.
           MOVE WS-TH-DATE TO TH-DATE.
           MOVE WS-TH-RUN-TIME TO TH-RUN-TIME.
           MOVE WS-TH-TYPE TO TH-TRAN-TYPE.
           MOVE WS-TH-COMPONENT TO TH-COMPONENT.
           MOVE WS-TH-AMOUNT TO TH-AMOUNT.
           MOVE WS-TH-REFERENCE TO TH-REFERENCE.
           MOVE WS-TH-DESC TO TH-DESC.
           MOVE 'CBLBJC06' TO TH-SOURCE.
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
       L4-OPEN-TRANHIST.
           MOVE CURRENT-TIME(1:6) TO WS-TH-RUN-TIME.
           OPEN I-O TRAN-HIST.
           IF WS-TH-STATUS = '35' OR WS-TH-STATUS = '05'
               OPEN OUTPUT TRAN-HIST
               CLOSE TRAN-HIST
               OPEN I-O TRAN-HIST
           END-IF.
           IF WS-TH-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN TRANHIST.DAT - STATUS '
                   WS-TH-STATUS ' - NOTHING POSTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       L4-FIND-ACCOUNT.
      *    A BUILDING-SPECIFIC ROW WINS OVER THE '**' DEFAULT, SAME
      *    LOOKUP THE BILLING RUN USES.  A MISSING ACCOUNT WOULD PUT
               END-READ
           END-PERFORM.
           CLOSE OPEN-BAL.
           CLOSE TRAN-HIST.
           PERFORM L4-PAYAPP-WRITE.
           MOVE C-GT-CURRENT TO O-GT-CURRENT.
           MOVE C-GT-AGE-30 TO O-GT-AGE-30.
           MOVE WS-CHRONIC-COUNT TO O-CHRONIC-COUNT.
           WRITE AGELINE FROM CHRONIC-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-PLAN-CHECKED TO O-PLAN-CHECKED.
           MOVE WS-PLAN-MET TO O-PLAN-MET.
           MOVE WS-PLAN-DONE TO O-PLAN-DONE.
           MOVE WS-PLAN-BROKEN TO O-PLAN-BROKEN.
           WRITE AGELINE FROM PLAN-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           SET PL-IDX TO 1.
           PERFORM UNTIL PL-IDX > WS-PLAN-COUNT
               IF PLT-STATUS(PL-IDX) = 'B'
                       AND PLT-LAST-CHECK-YM(PL-IDX) = WS-CYCLE-YM
                       AND PLT-CLOSE-DATE(PL-IDX) = WS-TODAY-DATE
                   PERFORM L4-PLAN-BROKEN-LINE
               END-IF
               SET PL-IDX UP BY 1
           END-PERFORM.
           CLOSE AGING-REPORT.
       L4-PLAN-BROKEN-LINE.
           MOVE PLT-BLD-CODE(PL-IDX) TO O-PB-BLD-CODE.
           MOVE PLT-UNIT(PL-IDX) TO O-PB-UNIT.
           COMPUTE WS-PLAN-REMAIN
               = PLT-ARREARS(PL-IDX) - PLT-PAID-TOTAL(PL-IDX).
           IF WS-PLAN-REMAIN < PLT-INSTALLMENT(PL-IDX)
               MOVE WS-PLAN-REMAIN TO WS-PLAN-INST
           ELSE
               MOVE PLT-INSTALLMENT(PL-IDX) TO WS-PLAN-INST
           END-IF.
           COMPUTE O-PB-DUE = PLT-BILLED(PL-IDX) + WS-PLAN-INST.
           MOVE PLT-RECEIVED(PL-IDX) TO O-PB-RECEIVED.
           COMPUTE O-PB-DUE-DATE
               = WS-CYCLE-YM * 100 + PLT-DUE-DAY(PL-IDX).
           WRITE AGELINE FROM PLAN-BROKEN-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L3-WRITE-UNIT.
      *    THE LEDGER RECORD IS ALREADY CURRENT ON DISK - THIS PASS
      *    ONLY BUILDS THE AGING REPORT LINE AND THE RUN TOTALS.
