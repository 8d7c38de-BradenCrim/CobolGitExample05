      *WAS SENT AND WHEN.  WHEN A UNIT'S PAST-DUE BUCKETS ARE ALL
      *CLEAR THE ROW IS RETIRED, SO A LATER RELAPSE STARTS OVER AT
      *THE REMINDER.
      *
      *A UNIT WITH A CURRENT PAYMENT PLAN ON PAYPLAN.DAT IS NOT
      *ESCALATED - NO NOTICE PRINTS AND ITS DUNHIST.DAT ROW IS MARKED
      *HELD ('P') WITH THE DATE THE HOLD BEGAN.  WHEN CBLBJC06 BREAKS
      *THE PLAN FOR A MISSED INSTALLMENT, THE HOLD IS LIFTED AND A
      *NOTICE PRINTS AT THE LEVEL THE UNIT HAD REACHED BEFORE THE
      *HOLD (A REMINDER IF IT HAD REACHED NONE), NO HIGHER THAN THE
      *BUCKETS NOW SUPPORT.  ESCALATION GOES ON FROM THERE AS USUAL.
      *A COMPLETED OR CANCELLED PLAN SIMPLY LIFTS THE HOLD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL DUN-HISTORY
               ASSIGN TO 'C:\COBOL\DUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLAN-MASTER
               ASSIGN TO 'C:\COBOL\PAYPLAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUNNING-PRINT
               ASSIGN TO 'C:\COBOL\DUNNING.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  DUN-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS.
       01  DUN-HISTORY-REC.
           05  DH-BLD-CODE             PIC XX.
           05  DH-UNIT                 PIC 99.
           05  DH-LEVEL                PIC 9.
           05  DH-DATE-SENT            PIC 9(8).
      *    'P' WHILE ESCALATION IS HELD UNDER A PAYMENT PLAN.  ROWS
      *    WRITTEN BEFORE THE HOLD COLUMNS EXISTED READ AS NOT HELD.
           05  DH-HOLD                 PIC X.
           05  DH-HOLD-DATE            PIC 9(8).

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

       FD  DUNNING-PRINT
           LABEL RECORD IS OMITTED
           05  WS-NOTICE-COUNT             PIC 999      VALUE ZERO.
           05  WS-SKIP-COUNT               PIC 999      VALUE ZERO.
           05  WS-CLEAR-COUNT              PIC 999      VALUE ZERO.
      *    PAYMENT PLAN HOLDS.  ONLY THE KEY AND STATUS ARE NEEDED.
           05  WS-PLAN-EOF                 PIC XXX      VALUE 'NO'.
           05  WS-PLAN-COUNT               PIC 999      VALUE ZERO.
           05  WS-PLAN-FOUND               PIC X        VALUE 'N'.
               88  PLAN-FOUND              VALUE 'Y'.
      *    THE UNIT'S PLAN STATUS, SPACE WHEN IT HAS NO PLAN.
           05  WS-PLAN-STATUS              PIC X        VALUE SPACE.
               88  PLAN-CURRENT            VALUE 'C'.
               88  PLAN-BROKEN             VALUE 'B'.
           05  WS-RESUMING                 PIC X        VALUE 'N'.
               88  RESUMING                VALUE 'Y'.
           05  WS-HELD-COUNT               PIC 999      VALUE ZERO.
           05  WS-RESUME-COUNT             PIC 999      VALUE ZERO.
           05  PLAN-TABLE.
               10  PLAN-ENTRY OCCURS 200 TIMES
                             INDEXED BY PN-IDX.
                   15  PNT-BLD-CODE         PIC XX.
                   15  PNT-UNIT             PIC 99.
                   15  PNT-STATUS           PIC X.
           05  BLD-TABLE.
               10  BLD-ENTRY OCCURS 30 TIMES
                             INDEXED BY BT-IDX.
                   15  HT-LEVEL             PIC 9.
                   15  HT-DATE-SENT         PIC 9(8).
                   15  HT-KEEP              PIC X.
                   15  HT-HOLD              PIC X.
                       88  HT-HELD          VALUE 'P'.
                   15  HT-HOLD-DATE         PIC 9(8).
       01  DUN-HEAD-LINE.
           05  FILLER                  PIC X(15)
                   VALUE "FURLY'S RENTALS".
           05  FILLER                  PIC X(18)
                   VALUE '  CYCLES CLEARED: '.
           05  O-DUN-CLEAR-COUNT       PIC ZZ9.
       01  DUN-PLAN-LINE.
           05  FILLER                  PIC X(25)
                   VALUE 'HELD UNDER PAYMENT PLAN: '.
           05  O-DUN-HELD-COUNT        PIC ZZ9.
           05  FILLER                  PIC X(35)
                   VALUE '  PLANS BROKEN - DUNNING RESUMED: '.
           05  O-DUN-RESUME-COUNT      PIC ZZ9.
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L4-OPEN-TENANTS.
           PERFORM L4-LOAD-BUILDINGS.
           PERFORM L4-LOAD-HISTORY.
           PERFORM L4-LOAD-PLANS.
           OPEN OUTPUT DUNNING-PRINT.
       L2-PROCESS.
      *    WALK THE KEYED LEDGER IN BLD-CODE/UNIT ORDER.
                   MOVE ZERO TO WS-UNIT-LEVEL
           END-EVALUATE.
           PERFORM L4-FIND-HISTORY.
           PERFORM L4-FIND-PLAN.
           MOVE 'N' TO WS-RESUMING.
           IF WS-UNIT-LEVEL NOT = ZERO AND HIST-FOUND
                   AND NOT PLAN-CURRENT
               IF HT-HELD(DH-IDX)
                   PERFORM L3-LIFT-HOLD
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-UNIT-LEVEL = ZERO
      *            THE CYCLE RESOLVED - RETIRE THE HISTORY ROW SO A
      *            LATER RELAPSE STARTS OVER AT THE REMINDER.
                   IF HIST-FOUND
                       MOVE 'N' TO HT-KEEP(DH-IDX)
                       ADD 1 TO WS-CLEAR-COUNT
                   END-IF
               WHEN PLAN-CURRENT
                   PERFORM L3-HOLD-UNIT
               WHEN RESUMING
                   PERFORM L3-PRINT-NOTICE
                   PERFORM L4-RECORD-HISTORY
                   ADD 1 TO WS-RESUME-COUNT
               WHEN OTHER
                   IF HIST-FOUND
                       MOVE HT-LEVEL(DH-IDX) TO WS-SENT-LEVEL
                   ELSE
                       MOVE ZERO TO WS-SENT-LEVEL
                   END-IF
                   IF WS-UNIT-LEVEL > WS-SENT-LEVEL
                       PERFORM L3-PRINT-NOTICE
                       PERFORM L4-RECORD-HISTORY
                   ELSE
                       ADD 1 TO WS-SKIP-COUNT
                   END-IF
           END-EVALUATE.
       L3-HOLD-UNIT.
      *    A CURRENT PLAN HOLDS THE UNIT AT WHATEVER LEVEL IT HAD
      *    REACHED.  A UNIT WITH NO NOTICE YET GETS A LEVEL-0 ROW SO
      *    THE HOLD IS ON RECORD.
           IF NOT HIST-FOUND
               MOVE ZERO TO WS-UNIT-LEVEL
               PERFORM L4-RECORD-HISTORY
               MOVE ZERO TO HT-DATE-SENT(DH-IDX)
           END-IF.
           IF NOT HT-HELD(DH-IDX)
               MOVE 'P' TO HT-HOLD(DH-IDX)
               MOVE WS-TODAY-DATE TO HT-HOLD-DATE(DH-IDX)
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
       L3-LIFT-HOLD.
      *    THE PLAN IS NO LONGER CURRENT.  BROKEN, DUNNING PICKS UP AT
      *    THE LEVEL REACHED BEFORE THE HOLD; COMPLETED OR CANCELLED,
      *    THE UNIT GOES BACK TO THE ORDINARY ESCALATION TEST.
           MOVE SPACE TO HT-HOLD(DH-IDX).
           MOVE ZERO TO HT-HOLD-DATE(DH-IDX).
           IF PLAN-BROKEN
               MOVE 'Y' TO WS-RESUMING
               IF HT-LEVEL(DH-IDX) = ZERO
                   MOVE 1 TO WS-SENT-LEVEL
               ELSE
                   MOVE HT-LEVEL(DH-IDX) TO WS-SENT-LEVEL
               END-IF
               IF WS-SENT-LEVEL < WS-UNIT-LEVEL
                   MOVE WS-SENT-LEVEL TO WS-UNIT-LEVEL
               END-IF
           END-IF.
       L3-PRINT-NOTICE.
           MOVE 'TOTAL BALANCE DUE' TO O-DUN-AMT-DESC.
           MOVE C-UNIT-TOTAL TO O-DUN-AMT.
           PERFORM L4-DUN-AMT-WRITE.
           IF RESUMING
               MOVE 'YOUR PAYMENT PLAN AGREEMENT HAS BEEN CANCELLED FOR'
                   TO O-DUN-TEXT
               WRITE DUNLINE FROM DUN-TEXT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'A MISSED INSTALLMENT.' TO O-DUN-TEXT
               PERFORM L4-DUN-TEXT-WRITE
           END-IF.
           PERFORM L4-NOTICE-BODY.
           ADD 1 TO WS-NOTICE-COUNT.
       L4-DUN-AMT-WRITE.
                   MOVE WS-UNIT-LEVEL TO HT-LEVEL(DH-IDX)
                   MOVE WS-TODAY-DATE TO HT-DATE-SENT(DH-IDX)
                   MOVE 'Y' TO HT-KEEP(DH-IDX)
                   MOVE SPACE TO HT-HOLD(DH-IDX)
                   MOVE ZERO TO HT-HOLD-DATE(DH-IDX)
               ELSE
      *            A UNIT WITH NO HISTORY ROW WOULD BE RE-SENT THE
      *            SAME LETTER EVERY CYCLE - END THE RUN INSTEAD.
                   SET DH-IDX UP BY 1
               END-IF
           END-PERFORM.
       L4-FIND-PLAN.
           MOVE 'N' TO WS-PLAN-FOUND.
           MOVE SPACE TO WS-PLAN-STATUS.
           SET PN-IDX TO 1.
           PERFORM UNTIL PN-IDX > WS-PLAN-COUNT
                   OR PLAN-FOUND
               IF PNT-BLD-CODE(PN-IDX) = OB-BLD-CODE
                       AND PNT-UNIT(PN-IDX) = OB-UNIT
                   MOVE 'Y' TO WS-PLAN-FOUND
                   MOVE PNT-STATUS(PN-IDX) TO WS-PLAN-STATUS
               ELSE
                   SET PN-IDX UP BY 1
               END-IF
           END-PERFORM.
       L4-FIND-TENANT.
           MOVE 'N' TO WS-TENANT-FOUND.
           MOVE '(NO LEASEHOLDER ON FILE)' TO WS-CURR-LEASEHOLDER.
           MOVE WS-CLEAR-COUNT TO O-DUN-CLEAR-COUNT.
           WRITE DUNLINE FROM DUN-COUNT-LINE
               AFTER ADVANCING PAGE.
           MOVE WS-HELD-COUNT TO O-DUN-HELD-COUNT.
           MOVE WS-RESUME-COUNT TO O-DUN-RESUME-COUNT.
           WRITE DUNLINE FROM DUN-PLAN-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE DUNNING-PRINT.
           PERFORM L4-HIST-WRITE.
       L4-HIST-WRITE.
                   MOVE HT-UNIT(DH-IDX) TO DH-UNIT
                   MOVE HT-LEVEL(DH-IDX) TO DH-LEVEL
                   MOVE HT-DATE-SENT(DH-IDX) TO DH-DATE-SENT
                   MOVE HT-HOLD(DH-IDX) TO DH-HOLD
                   MOVE HT-HOLD-DATE(DH-IDX) TO DH-HOLD-DATE
                   WRITE DUN-HISTORY-REC
               END-IF
               SET DH-IDX UP BY 1
                           MOVE DH-LEVEL TO HT-LEVEL(DH-IDX)
                           MOVE DH-DATE-SENT TO HT-DATE-SENT(DH-IDX)
                           MOVE 'Y' TO HT-KEEP(DH-IDX)
                           MOVE DH-HOLD TO HT-HOLD(DH-IDX)
                           IF DH-HOLD-DATE IS NUMERIC
                               MOVE DH-HOLD-DATE
                                   TO HT-HOLD-DATE(DH-IDX)
                           ELSE
                               MOVE ZERO TO HT-HOLD-DATE(DH-IDX)
                           END-IF
                       ELSE
                           DISPLAY 'ERROR: DUNHIST.DAT EXCEEDS 200 '
                               'ROWS - HISTORY TABLE FULL, RUN ENDED'
               END-READ
           END-PERFORM.
           CLOSE DUN-HISTORY.
       L4-LOAD-PLANS.
           MOVE ZERO TO WS-PLAN-COUNT.
           MOVE 'NO' TO WS-PLAN-EOF.
           OPEN INPUT PLAN-MASTER.
           PERFORM UNTIL WS-PLAN-EOF = 'YES'
               READ PLAN-MASTER
                   AT END
                       MOVE 'YES' TO WS-PLAN-EOF
                   NOT AT END
                       IF WS-PLAN-COUNT < 200
                           ADD 1 TO WS-PLAN-COUNT
                           SET PN-IDX TO WS-PLAN-COUNT
                           MOVE PL-BLD-CODE TO PNT-BLD-CODE(PN-IDX)
                           MOVE PL-UNIT TO PNT-UNIT(PN-IDX)
                           MOVE PL-STATUS TO PNT-STATUS(PN-IDX)
                       ELSE
                           DISPLAY 'ERROR: PAYPLAN.DAT EXCEEDS 200 '
                               'ROWS - TABLE FULL, RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAN-MASTER.
       END PROGRAM CBLBJC09.
