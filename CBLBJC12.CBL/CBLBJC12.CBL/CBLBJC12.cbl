      *  STEP 4 - PAYMENT POSTING     (CBLBJC06)
      *  STEP 5 - COLLECTIONS         (CBLBJC09)
      *  STEP Y - YEAR-END CLOSE      (CBLBJC08, ONLY BETWEEN CYCLES)
      *  STEP V - VOID A BILLING      (CBLBJC15, BEFORE POSTING ONLY)
      *
      *A VOID IS IN SEQUENCE WHILE THE PRE-EDIT OR POSTING IS DUE.  IT
      *PARKS THE STEP THAT WAS DUE AND MAKES A REBILL ('R') THE NEXT
      *STEP: STEP 2 IS THEN CLEARED AS A REBILL (RUNPARM.DAT REBILL
      *COLUMN MUST BE Y) AND THE CYCLE GOES BACK TO THE PARKED STEP.
      *A VOID/REBILL IS THEREFORE A PERMITTED REPEAT OF BILLING, NOT
      *A DOUBLE BILLING.  A NORMAL BILLING IS REFUSED WHILE THE
      *REBILL COLUMN IS SET, AND A REBILL WHILE IT IS NOT.
      *
      *CYCLE.DAT CARRIES THE CYCLE MONTH AND THE NEXT STEP DUE.  A
      *REQUEST FOR ANY OTHER STEP - A REPEAT, OR A STEP OUT OF ORDER
      *    COMPLETION.
      *  - RUNLOG.DAT'S LAST ENTRY IS SHOWN, AND POSTING IS REFUSED
      *    WHILE THE LAST BILLING SAYS 'OOB' (FEED OUT OF BALANCE).
      *  - BILLING (STEP 2, NORMAL OR REBILL) IS REFUSED WHILE
      *    PENDCHG.DAT HOLDS RATE, DEPOSIT OR OWNER CHANGES STILL
      *    AWAITING A SECOND OPERATOR'S APPROVAL IN CBLBJC07.  THE
      *    OVERRIDE CODE DOES NOT CLEAR THIS ONE - CBLBJC05 WOULD
      *    REFUSE THE RUN ANYWAY - SO THE REFUSAL IS LOGGED AS IS.
      *  - BILLING (STEP 2) NEEDS A CBLBJC23 INTEGRITY SWEEP RUN SINCE
      *    THE LAST STEP WAS CLEARED (INTEGCHK.DAT, STAMPED LATER THAN
      *    CYCLE.DAT).  NO SUCH SWEEP IS REFUSED OUTRIGHT - RUN IT
      *    FIRST.  SEVERE EXCEPTIONS ON THE SWEEP REFUSE THE STEP
      *    UNLESS THE OVERRIDE CODE IS KEYED, AND CYCLLOG.DAT SAYS
      *    WHICH WAY IT WENT.
      *THE TWO BILLING GUARDS ARE MADE FOR AN OUT-OF-SEQUENCE BILLING
      *REQUEST TOO - FORCING THE SEQUENCE DOES NOT SKIP THEM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL CYCLE-LOG
               ASSIGN TO 'C:\COBOL\CYCLLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PEND-FILE
               ASSIGN TO 'C:\COBOL\PENDCHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SWEEP-RESULT
               ASSIGN TO 'C:\COBOL\INTEGCHK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-PARM
               ASSIGN TO 'C:\COBOL\RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

       FD  CYCLE-STATE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS.
       01  CYCLE-STATE-REC.
           05  CY-CYCLE-YM             PIC 9(6).
           05  CY-NEXT-STEP            PIC X.
           05  CY-STAMP-DATE           PIC 9(8).
           05  CY-STAMP-TIME           PIC X(6).
      *    THE STEP A VOID PARKED, RESUMED ONCE THE REBILL CLEARS.
           05  CY-RESUME-STEP          PIC X.

       FD  RUN-LOG
           LABEL RECORD IS STANDARD

       FD  RESTART-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 166 CHARACTERS.
       01  RESTART-REC                 PIC X(166).

       FD  CYCLE-LOG
           LABEL RECORD IS STANDARD
           05  CL-STEP                 PIC X.
           05  CL-ACTION               PIC X.
           05  CL-NOTE                 PIC X(30).

      *    SAME LAYOUT AS CBLBJC07 - ONLY WHETHER IT HAS ROWS MATTERS.
       FD  PEND-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 180 CHARACTERS.
       01  PEND-REC                    PIC X(180).

      *    SAME LAYOUT AS CBLBJC23.
       FD  SWEEP-RESULT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS.
       01  SWEEP-RESULT-REC.
           05  IC-STAMP.
               10  IC-DATE             PIC 9(8).
               10  IC-TIME             PIC X(6).
           05  IC-SEVERE-COUNT         PIC 9(5).
           05  IC-SEVERE-AMT           PIC S9(7)V99.
           05  IC-WARN-COUNT           PIC 9(5).
           05  IC-WARN-AMT             PIC S9(7)V99.

      *    ONLY THE REBILL COLUMN IS LOOKED AT HERE - THE REST OF THE
      *    CBLBJC05 RUN PARAMETERS ARE THAT PROGRAM'S BUSINESS.
       FD  RUN-PARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS.
       01  RUN-PARM-REC.
           05  FILLER                  PIC X(15).
           05  RP-REBILL               PIC X.
       WORKING-STORAGE SECTION.
       01  MISC.
           05  CURRENT-DATE-AND-TIME.
           05  WS-STEP-CHOICE              PIC X        VALUE SPACE.
           05  WS-CYCLE-YM                 PIC 9(6)     VALUE ZERO.
           05  WS-NEXT-STEP                PIC X        VALUE '1'.
           05  WS-RESUME-STEP              PIC X        VALUE SPACE.
           05  WS-REBILL-SET               PIC X        VALUE 'N'.
               88  REBILL-SET              VALUE 'Y'.
           05  WS-STATE-EOF                PIC XXX      VALUE 'NO'.
           05  WS-LOG-EOF                  PIC XXX      VALUE 'NO'.
           05  WS-LAST-RL-DATE             PIC 9(8)     VALUE ZERO.
           05  WS-STEP-NAME                PIC X(30)    VALUE SPACES.
           05  WS-APPROVED                 PIC X        VALUE 'N'.
               88  STEP-APPROVED           VALUE 'Y'.
           05  WS-NO-OVERRIDE              PIC X        VALUE 'N'.
               88  NO-OVERRIDE             VALUE 'Y'.
           05  WS-PEND-EOF                 PIC XXX      VALUE 'NO'.
           05  WS-PEND-COUNT               PIC 9(5)     VALUE ZERO.
      *    WHEN CYCLE.DAT WAS LAST WRITTEN - A SWEEP OLDER THAN THIS
      *    DOES NOT COUNT FOR THE STEP NOW DUE.
           05  WS-STATE-STAMP.
               10  WS-STATE-DATE           PIC 9(8)     VALUE ZERO.
               10  WS-STATE-TIME           PIC X(6)     VALUE ZEROS.
           05  WS-SWEEP-FOUND              PIC X        VALUE 'N'.
               88  SWEEP-FOUND             VALUE 'Y'.
           05  WS-SWEEP-SEVERE             PIC X        VALUE 'N'.
               88  SWEEP-SEVERE            VALUE 'Y'.
           05  WS-SWEEP-AMT                PIC $$,$$$,$$9.99-.
           05  WS-REFUSE-NOTE              PIC X(30)    VALUE SPACES.
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
               DISPLAY '** BILLING CHECKPOINT PENDING - LAST '
                   'BILLING RUN DID NOT FINISH **'
           END-IF.
           IF WS-NEXT-STEP = 'R'
               DISPLAY '** VOIDED BILLINGS AWAIT A REBILL - RUN STEP '
                   '2 WITH THE RUNPARM.DAT REBILL COLUMN = Y **'
           END-IF.
           DISPLAY 'STEPS: 1=FREEZE 2=BILLING 3=PRE-EDIT 4=POSTING '
               '5=COLLECTIONS V=VOID Y=YEAR-END X=EXIT'.
           DISPLAY 'RUN WHICH STEP: ' WITH NO ADVANCING.
           ACCEPT WS-STEP-CHOICE.
           EVALUATE WS-STEP-CHOICE
               WHEN '3'
               WHEN '4'
               WHEN '5'
               WHEN 'V'
               WHEN 'Y'
                   PERFORM L3-CLEAR-STEP
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ENTER 1-5, V, Y OR X'
           END-EVALUATE.
       L3-CLEAR-STEP.
           MOVE 'N' TO WS-APPROVED.
           MOVE 'N' TO WS-SWEEP-SEVERE.
           PERFORM L4-STEP-NAME.
           IF WS-STEP-CHOICE = WS-NEXT-STEP
                   OR (WS-STEP-CHOICE = 'Y'
                       AND WS-NEXT-STEP = '1')
                   OR (WS-STEP-CHOICE = 'V'
                       AND (WS-NEXT-STEP = '3'
                           OR WS-NEXT-STEP = '4'
                           OR WS-NEXT-STEP = 'R'))
                   OR (WS-STEP-CHOICE = '2'
                       AND WS-NEXT-STEP = 'R')
               PERFORM L3-GUARDS
               IF STEP-APPROVED
                   PERFORM L4-APPROVE
               DISPLAY 'REFUSED: ' WS-STEP-NAME
                   ' IS OUT OF SEQUENCE - NEXT STEP DUE IS '
                   WS-NEXT-STEP
      *        THE OVERRIDE FORCES THE SEQUENCE ONLY - A FORCED
      *        BILLING STILL HAS TO CLEAR THE BILLING CHECKS.
               MOVE 'N' TO WS-NO-OVERRIDE
               IF WS-STEP-CHOICE = '2'
                   PERFORM L4-BILLING-CHECKS
               END-IF
               IF NO-OVERRIDE
                   PERFORM L4-LOG-NO-OVERRIDE
               ELSE
                   PERFORM L4-OFFER-OVERRIDE
               END-IF
           END-IF.
       L3-GUARDS.
      *    IN-SEQUENCE REQUESTS STILL HAVE TO CLEAR THE CONTROL-FILE
      *    GUARDS; A GUARD HIT DROPS INTO THE SAME OVERRIDE PATH AS
      *    AN OUT-OF-SEQUENCE REQUEST.
           MOVE 'Y' TO WS-APPROVED.
           MOVE 'N' TO WS-NO-OVERRIDE.
           IF WS-STEP-CHOICE = '2'
               PERFORM L4-BILLING-CHECKS
           END-IF.
           IF STEP-APPROVED AND CKPT-PENDING
                   AND (WS-STEP-CHOICE = '3'
                       OR WS-STEP-CHOICE = '4'
                       OR WS-STEP-CHOICE = '5'
                       OR WS-STEP-CHOICE = 'V')
               MOVE 'N' TO WS-APPROVED
               DISPLAY 'REFUSED: BILLING CHECKPOINT PENDING - RERUN '
                   'BILLING (STEP 2) TO COMPLETION FIRST'
               DISPLAY 'REFUSED: LAST BILLING FEED IS OUT OF '
                   'BALANCE - DO NOT POST, SEE RUNCTL.PRT'
           END-IF.
      *    THE REBILL COLUMN MUST MATCH WHAT IS DUE - A NORMAL RUN
      *    WITH IT SET BILLS ONLY VOIDED UNITS, AND A REBILL WITHOUT
      *    IT WOULD BILL THE WHOLE MONTH A SECOND TIME.
           IF STEP-APPROVED AND WS-STEP-CHOICE = '2'
               PERFORM L4-READ-RUNPARM
               IF WS-NEXT-STEP = 'R' AND NOT REBILL-SET
                   MOVE 'N' TO WS-APPROVED
                   DISPLAY 'REFUSED: A REBILL IS DUE - SET THE '
                       'RUNPARM.DAT REBILL COLUMN TO Y FIRST'
               END-IF
               IF WS-NEXT-STEP NOT = 'R' AND REBILL-SET
                   MOVE 'N' TO WS-APPROVED
                   DISPLAY 'REFUSED: RUNPARM.DAT REBILL COLUMN IS SET '
                       '- CLEAR IT FOR A NORMAL BILLING'
               END-IF
           END-IF.
           IF NOT STEP-APPROVED
               IF NO-OVERRIDE
                   PERFORM L4-LOG-NO-OVERRIDE
               ELSE
                   PERFORM L4-OFFER-OVERRIDE
               END-IF
           END-IF.
       L4-BILLING-CHECKS.
      *    BILLING (STEP 2) CHECKS, MADE WHETHER OR NOT THE STEP IS IN
      *    SEQUENCE.  UNAPPROVED MASTER CHANGES AND A MISSING OR STALE
      *    INTEGRITY SWEEP SET WS-NO-OVERRIDE - THE OVERRIDE CODE DOES
      *    NOT CLEAR THEM.  SEVERE SWEEP EXCEPTIONS SET WS-SWEEP-SEVERE
      *    AND MAY BE FORCED, SO THE LOG SAYS WHAT WAS OVERRIDDEN.
           PERFORM L4-COUNT-PENDING.
           IF WS-PEND-COUNT > ZERO
               MOVE 'N' TO WS-APPROVED
               MOVE 'Y' TO WS-NO-OVERRIDE
               MOVE 'REFUSED - CHANGES UNAPPROVED' TO WS-REFUSE-NOTE
               DISPLAY 'REFUSED: ' WS-PEND-COUNT ' MASTER '
                   'CHANGE(S) AWAIT APPROVAL - APPROVE OR REJECT '
                   'THEM IN CBLBJC07 FIRST'
           END-IF.
           IF NOT NO-OVERRIDE
               PERFORM L4-READ-SWEEP
               IF NOT SWEEP-FOUND OR IC-STAMP < WS-STATE-STAMP
                   MOVE 'N' TO WS-APPROVED
                   MOVE 'Y' TO WS-NO-OVERRIDE
                   MOVE 'REFUSED - SWEEP NOT RUN' TO WS-REFUSE-NOTE
                   DISPLAY 'REFUSED: NO INTEGRITY SWEEP SINCE THE LAST '
                       'STEP WAS CLEARED - RUN CBLBJC23 FIRST'
               ELSE
                   MOVE IC-SEVERE-AMT TO WS-SWEEP-AMT
                   DISPLAY 'INTEGRITY SWEEP ' IC-DATE ' ' IC-TIME
                       ' - SEVERE ' IC-SEVERE-COUNT ' ' WS-SWEEP-AMT
                       ' WARNING ' IC-WARN-COUNT
                   IF IC-SEVERE-COUNT > ZERO
                       MOVE 'N' TO WS-APPROVED
                       MOVE 'Y' TO WS-SWEEP-SEVERE
                       DISPLAY 'REFUSED: SEVERE INTEGRITY EXCEPTIONS - '
                           'SEE INTEGCHK.PRT'
                   END-IF
               END-IF
           END-IF.
       L4-LOG-NO-OVERRIDE.
           MOVE 'R' TO CL-ACTION.
           MOVE WS-REFUSE-NOTE TO CL-NOTE.
           PERFORM L4-CYCLE-LOG-WRITE.
       L4-OFFER-OVERRIDE.
           DISPLAY 'OVERRIDE CODE TO FORCE (BLANK=CANCEL): '
               WITH NO ADVANCING.
           END-IF.
       L4-APPROVE.
           DISPLAY 'CLEARED: PROCEED WITH ' WS-STEP-NAME.
           MOVE 'CLEARED IN SEQUENCE' TO CL-NOTE.
           IF WS-STEP-CHOICE = '2' AND WS-NEXT-STEP = 'R'
               MOVE 'REBILL AFTER VOID, IN SEQUENCE' TO CL-NOTE
           END-IF.
           IF WS-STEP-CHOICE = 'V'
               MOVE 'VOID CLEARED - REBILL DUE NEXT' TO CL-NOTE
           END-IF.
           PERFORM L4-ADVANCE-STATE.
           MOVE 'A' TO CL-ACTION.
           PERFORM L4-CYCLE-LOG-WRITE.
       L4-APPROVE-FORCED.
           DISPLAY 'FORCED: PROCEED WITH ' WS-STEP-NAME
           PERFORM L4-ADVANCE-STATE.
           MOVE 'F' TO CL-ACTION.
           MOVE 'FORCED WITH OVERRIDE CODE' TO CL-NOTE.
           IF SWEEP-SEVERE
               MOVE 'FORCED PAST SEVERE EXCEPTIONS' TO CL-NOTE
           END-IF.
           PERFORM L4-CYCLE-LOG-WRITE.
       L4-LOG-REFUSED.
           MOVE 'R' TO CL-ACTION.
           MOVE 'REFUSED - NOT CLEARED' TO CL-NOTE.
           IF SWEEP-SEVERE
               MOVE 'REFUSED - SEVERE EXCEPTIONS' TO CL-NOTE
           END-IF.
           PERFORM L4-CYCLE-LOG-WRITE.
       L4-ADVANCE-STATE.
      *    CLEARING A STEP MAKES THE FOLLOWING STEP THE NEXT ONE DUE.
      *    CLEARING COLLECTIONS CLOSES THE CYCLE - THE NEXT STEP IS A
      *    FRESH FREEZE FOR THE NEXT MONTH.  A YEAR-END CLOSE LEAVES
      *    THE CYCLE STATE WHERE IT WAS (IT RUNS BETWEEN CYCLES).
      *    A VOID PARKS THE STEP DUE AND PUTS THE REBILL ('R') AHEAD
      *    OF IT; CLEARING THE REBILL RETURNS TO THE PARKED STEP.
           EVALUATE WS-STEP-CHOICE
               WHEN '1'
                   MOVE CURRENT-YMD(1:6) TO WS-CYCLE-YM
                   MOVE '2' TO WS-NEXT-STEP
               WHEN '2'
                   IF WS-NEXT-STEP = 'R'
                       MOVE WS-RESUME-STEP TO WS-NEXT-STEP
                       MOVE SPACE TO WS-RESUME-STEP
                       IF WS-NEXT-STEP = SPACE
                           MOVE '3' TO WS-NEXT-STEP
                       END-IF
                   ELSE
                       MOVE '3' TO WS-NEXT-STEP
                   END-IF
               WHEN 'V'
      *            A SECOND VOID BEFORE THE REBILL KEEPS THE STEP THE
      *            FIRST ONE PARKED.
                   IF WS-NEXT-STEP NOT = 'R'
                       MOVE WS-NEXT-STEP TO WS-RESUME-STEP
                       MOVE 'R' TO WS-NEXT-STEP
                   END-IF
               WHEN '3'
                   MOVE '4' TO WS-NEXT-STEP
               WHEN '4'
               WHEN '1'
                   MOVE 'MAINTENANCE FREEZE' TO WS-STEP-NAME
               WHEN '2'
                   IF WS-NEXT-STEP = 'R'
                       MOVE 'REBILL (CBLBJC05, REBILL = Y)'
                           TO WS-STEP-NAME
                   ELSE
                       MOVE 'BILLING (CBLBJC05)' TO WS-STEP-NAME
                   END-IF
               WHEN '3'
                   MOVE 'PAYMENT PRE-EDIT (CBLBJC10)'
                       TO WS-STEP-NAME
                       TO WS-STEP-NAME
               WHEN '5'
                   MOVE 'COLLECTIONS (CBLBJC09)' TO WS-STEP-NAME
               WHEN 'V'
                   MOVE 'VOID BILLING (CBLBJC15)' TO WS-STEP-NAME
               WHEN OTHER
                   MOVE 'YEAR-END CLOSE (CBLBJC08)'
                       TO WS-STEP-NAME
               MOVE '1' TO WS-NEXT-STEP
           ELSE
               MOVE CY-CYCLE-YM TO WS-CYCLE-YM
               MOVE CY-STAMP-DATE TO WS-STATE-DATE
               MOVE CY-STAMP-TIME TO WS-STATE-TIME
               MOVE CY-NEXT-STEP TO WS-NEXT-STEP
               MOVE CY-RESUME-STEP TO WS-RESUME-STEP
           END-IF.
           CLOSE CYCLE-STATE.
       L4-WRITE-STATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE WS-CYCLE-YM TO CY-CYCLE-YM.
           MOVE WS-NEXT-STEP TO CY-NEXT-STEP.
           MOVE WS-RESUME-STEP TO CY-RESUME-STEP.
           MOVE CURRENT-YMD TO CY-STAMP-DATE.
           MOVE CURRENT-HMS TO CY-STAMP-TIME.
           MOVE CURRENT-YMD TO WS-STATE-DATE.
           MOVE CURRENT-HMS TO WS-STATE-TIME.
           OPEN OUTPUT CYCLE-STATE.
           WRITE CYCLE-STATE-REC.
           CLOSE CYCLE-STATE.
      *    ONLY THE LAST POSTING-RELEVANT ENTRY MATTERS.  QUERY AND
      *    SIMULATION RUNS LOG 'NOP' AND WRITE NO FEED - THEY MUST
      *    NOT MASK AN OUT-OF-BALANCE BILLING STILL WAITING TO BE
      *    DEALT WITH, SO THEY ARE SKIPPED HERE.  SO IS A VOID
      *    ('VOD') - IT IS NOT A BILLING, AND THE FEED IT APPENDED TO
      *    IS JUDGED BY THE REBILL THAT FOLLOWS.
           MOVE 'NO' TO WS-LOG-EOF.
           MOVE 'N' TO WS-RUNLOG-SEEN.
           OPEN INPUT RUN-LOG.
                       MOVE 'YES' TO WS-LOG-EOF
                   NOT AT END
                       IF RL-STATUS NOT = 'NOP'
                               AND RL-STATUS NOT = 'VOD'
                           MOVE 'Y' TO WS-RUNLOG-SEEN
                           MOVE RL-DATE TO WS-LAST-RL-DATE
                           MOVE RL-STATUS TO WS-LAST-RL-STATUS
                   MOVE 'Y' TO WS-CKPT-PENDING
           END-READ.
           CLOSE RESTART-FILE.
       L4-READ-RUNPARM.
           MOVE 'N' TO WS-REBILL-SET.
           OPEN INPUT RUN-PARM.
           READ RUN-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF RP-REBILL = 'Y'
                       MOVE 'Y' TO WS-REBILL-SET
                   END-IF
           END-READ.
           CLOSE RUN-PARM.
       L4-COUNT-PENDING.
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
       L4-READ-SWEEP.
           MOVE 'N' TO WS-SWEEP-FOUND.
           OPEN INPUT SWEEP-RESULT.
           READ SWEEP-RESULT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO WS-SWEEP-FOUND
           END-READ.
           CLOSE SWEEP-RESULT.
       L4-CYCLE-LOG-WRITE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-YMD TO CL-DATE.
