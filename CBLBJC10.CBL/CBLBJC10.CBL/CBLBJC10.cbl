      *BALANCED BATCH REWRITES THE FILE FROM THE RETAINED ROWS PLUS
      *THIS BATCH'S RECEIPTS - THE REGISTER CAN NEVER GROW WITHOUT
      *BOUND AND NEVER NEEDS A MANUAL PURGE.
      *
      *RETURNED ITEMS THE BANK RECONCILIATION (CBLBJC16) TRACED TO A
      *UNIT WAIT IN NSFBATCH.DAT - NSF REVERSALS IN THE SAME LAYOUT,
      *WITH THEIR OWN CONTROL RECORD.  THEY ARE EDITED HERE AS A
      *SECOND BATCH (EVERY ITEM MUST BE TYPE N) AND MUST BALANCE TO
      *THEIR CONTROL RECORD TOO: NOTHING FROM EITHER BATCH IS RELEASED
      *UNLESS BOTH BALANCE.  ONCE RELEASED TO PAYMENTS.DAT THE STAGED
      *FILE IS EMPTIED SO THE SAME RETURNS CANNOT BE RELEASED TWICE.
      *
      *AUTOPAY DRAFTS (CBLBJC17) WAIT IN ACHBATCH.DAT THE SAME WAY -
      *RECEIPTS IN THE PAYBATCH.DAT LAYOUT WITH THEIR OWN CONTROL
      *RECORD.  THEY ARE EDITED AS A THIRD BATCH AHEAD OF THE STAGED
      *RETURNS, SO A DRAFT ALWAYS REACHES PAYMENTS.DAT BEFORE ANY
      *REVERSAL OF IT.  EVERY ITEM MUST BE A RECEIPT, THE DRAFTS GO
      *THROUGH THE SAME DUPLICATE SCREEN AS KEYED CHECKS, AND THE
      *BATCH MUST BALANCE OR NOTHING FROM ANY BATCH IS RELEASED.  ONCE
      *RELEASED ACHBATCH.DAT IS EMPTIED LIKE NSFBATCH.DAT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL CHECK-REGISTER
               ASSIGN TO 'C:\COBOL\CHECKREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NSF-BATCH
               ASSIGN TO 'C:\COBOL\NSFBATCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACH-BATCH
               ASSIGN TO 'C:\COBOL\ACHBATCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDIT-REPORT
               ASSIGN TO 'C:\COBOL\PAYEDIT.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  BD-SIGN                 PIC X.
               88  BD-SIGN-VALID       VALUE '+', '-', ' '.

      *    RETURNED ITEMS STAGED BY CBLBJC16 - PAYBATCH.DAT LAYOUT.
       FD  NSF-BATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 TO 29 CHARACTERS.
       01  NSF-CONTROL-REC.
           05  NC-REC-TYPE             PIC X.
           05  NC-ITEM-COUNT           PIC 9(5).
           05  NC-TOTAL                PIC 9(7)V99.
       01  NSF-DETAIL-REC              PIC X(29).

      *    AUTOPAY DRAFT RECEIPTS FROM CBLBJC17 - PAYBATCH.DAT LAYOUT.
       FD  ACH-BATCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 TO 29 CHARACTERS.
       01  ACH-CONTROL-REC.
           05  AC-REC-TYPE             PIC X.
           05  AC-ITEM-COUNT           PIC 9(5).
           05  AC-TOTAL                PIC 9(7)V99.
       01  ACH-DETAIL-REC              PIC X(29).

       FD  PAYMENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS.
               10  CURRENT-TIME            PIC X(11).
           05  WS-BATCH-EOF                PIC XXX      VALUE 'NO'.
           05  WS-REG-EOF                  PIC XXX      VALUE 'NO'.
           05  WS-NSF-EOF                  PIC XXX      VALUE 'NO'.
           05  WS-TM-STATUS                PIC XX       VALUE SPACES.
           05  WS-CONTROL-SEEN             PIC X        VALUE 'N'.
               88  CONTROL-SEEN            VALUE 'Y'.
           05  WS-KEYED-TOTAL              PIC 9(7)V99  VALUE ZERO.
           05  WS-CTL-COUNT                PIC 9(5)     VALUE ZERO.
           05  WS-CTL-TOTAL                PIC 9(7)V99  VALUE ZERO.
      *    THE STAGED NSF BATCH, BALANCED ON ITS OWN.
           05  WS-NSF-CONTROL-SEEN         PIC X        VALUE 'N'.
               88  NSF-CONTROL-SEEN        VALUE 'Y'.
           05  WS-EDITING-NSF              PIC X        VALUE 'N'.
               88  EDITING-NSF             VALUE 'Y'.
           05  WS-NSF-READ-COUNT           PIC 9(5)     VALUE ZERO.
           05  WS-NSF-READ-TOTAL           PIC 9(7)V99  VALUE ZERO.
           05  WS-NSF-CTL-COUNT            PIC 9(5)     VALUE ZERO.
           05  WS-NSF-CTL-TOTAL            PIC 9(7)V99  VALUE ZERO.
           05  WS-NSF-BATCH-STATUS         PIC X(3)     VALUE 'BAL'.
               88  NSF-BATCH-OUT-OF-BALANCE VALUE 'OOB'.
      *    THE AUTOPAY DRAFT BATCH, BALANCED ON ITS OWN.
           05  WS-ACH-EOF                  PIC XXX      VALUE 'NO'.
           05  WS-ACH-CONTROL-SEEN         PIC X        VALUE 'N'.
               88  ACH-CONTROL-SEEN        VALUE 'Y'.
           05  WS-EDITING-ACH              PIC X        VALUE 'N'.
               88  EDITING-ACH             VALUE 'Y'.
           05  WS-ACH-READ-COUNT           PIC 9(5)     VALUE ZERO.
           05  WS-ACH-READ-TOTAL           PIC 9(7)V99  VALUE ZERO.
           05  WS-ACH-CTL-COUNT            PIC 9(5)     VALUE ZERO.
           05  WS-ACH-CTL-TOTAL            PIC 9(7)V99  VALUE ZERO.
           05  WS-ACH-BATCH-STATUS         PIC X(3)     VALUE 'BAL'.
               88  ACH-BATCH-OUT-OF-BALANCE VALUE 'OOB'.
           05  WS-TENANT-FOUND             PIC X        VALUE 'N'.
               88  TENANT-FOUND            VALUE 'Y'.
           05  WS-DUP-FOUND                PIC X        VALUE 'N'.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-EDIT-BATCH.
           PERFORM L2-EDIT-ACH-BATCH.
           PERFORM L2-EDIT-NSF-BATCH.
           PERFORM L2-BALANCE.
           PERFORM L2-CLOSING.
           STOP RUN.
                           MOVE BC-ITEM-COUNT TO WS-CTL-COUNT
                           MOVE BC-TOTAL TO WS-CTL-TOTAL
                       ELSE
                           ADD 1 TO WS-KEYED-COUNT
                           ADD BD-AMOUNT TO WS-KEYED-TOTAL
                           PERFORM L3-EDIT-ONE
                       END-IF
               END-READ
           END-PERFORM.
       L2-EDIT-ACH-BATCH.
      *    CARRIED THROUGH L3-EDIT-ONE IN THE KEYED BATCH'S DETAIL
      *    RECORD AREA, THE SAME WAY AS THE STAGED NSF ITEMS BELOW.
           MOVE 'NO' TO WS-ACH-EOF.
           MOVE 'Y' TO WS-EDITING-ACH.
           OPEN INPUT ACH-BATCH.
           PERFORM UNTIL WS-ACH-EOF = 'YES'
               READ ACH-BATCH
                   AT END
                       MOVE 'YES' TO WS-ACH-EOF
                   NOT AT END
                       IF NOT ACH-CONTROL-SEEN
                           MOVE 'Y' TO WS-ACH-CONTROL-SEEN
                           MOVE AC-ITEM-COUNT TO WS-ACH-CTL-COUNT
                           MOVE AC-TOTAL TO WS-ACH-CTL-TOTAL
                       ELSE
                           MOVE ACH-DETAIL-REC TO BATCH-DETAIL-REC
                           ADD 1 TO WS-ACH-READ-COUNT
                           ADD BD-AMOUNT TO WS-ACH-READ-TOTAL
                           PERFORM L3-EDIT-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACH-BATCH.
           MOVE 'N' TO WS-EDITING-ACH.
       L2-EDIT-NSF-BATCH.
      *    THE KEYED BATCH IS LEFT OPEN UNTIL THE STAGED ITEMS ARE
      *    EDITED - EACH ONE IS CARRIED THROUGH L3-EDIT-ONE IN ITS
      *    DETAIL RECORD AREA, THE LAYOUTS BEING THE SAME.
           MOVE 'NO' TO WS-NSF-EOF.
           MOVE 'Y' TO WS-EDITING-NSF.
           OPEN INPUT NSF-BATCH.
           PERFORM UNTIL WS-NSF-EOF = 'YES'
               READ NSF-BATCH
                   AT END
                       MOVE 'YES' TO WS-NSF-EOF
                   NOT AT END
                       IF NOT NSF-CONTROL-SEEN
                           MOVE 'Y' TO WS-NSF-CONTROL-SEEN
                           MOVE NC-ITEM-COUNT TO WS-NSF-CTL-COUNT
                           MOVE NC-TOTAL TO WS-NSF-CTL-TOTAL
                       ELSE
                           MOVE NSF-DETAIL-REC TO BATCH-DETAIL-REC
                           ADD 1 TO WS-NSF-READ-COUNT
                           ADD BD-AMOUNT TO WS-NSF-READ-TOTAL
                           PERFORM L3-EDIT-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NSF-BATCH.
           CLOSE PAY-BATCH.
           MOVE 'N' TO WS-EDITING-NSF.
       L3-EDIT-ONE.
           MOVE 'Y' TO WS-REC-VALID.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM L4-FIND-TENANT.
                   ' (USE P, N OR A)' DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
           END-IF.
           IF REC-IS-VALID AND EDITING-NSF AND NOT BD-IS-NSF
               MOVE 'N' TO WS-REC-VALID
               STRING 'STAGED NSF BATCH ITEM IS TYPE ' BD-TRAN-TYPE
                   ' - ONLY N BELONGS THERE' DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
           END-IF.
           IF REC-IS-VALID AND EDITING-ACH AND NOT BD-IS-RECEIPT
               MOVE 'N' TO WS-REC-VALID
               STRING 'AUTOPAY DRAFT ITEM IS TYPE ' BD-TRAN-TYPE
                   ' - ONLY RECEIPTS BELONG THERE' DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
           END-IF.
           IF REC-IS-VALID AND BD-IS-ADJUSTMENT
                   AND NOT BD-SIGN-VALID
               MOVE 'N' TO WS-REC-VALID
                   MOVE 'OOB' TO WS-BATCH-STATUS
               END-IF
           END-IF.
      *    A STAGED NSF BATCH IS HELD TO THE SAME RULE AGAINST ITS
      *    OWN CONTROL RECORD, AND HOLDS BACK THE KEYED BATCH WITH IT.
           IF NSF-CONTROL-SEEN
               IF WS-NSF-READ-COUNT NOT = WS-NSF-CTL-COUNT
                       OR WS-NSF-READ-TOTAL NOT = WS-NSF-CTL-TOTAL
                   MOVE 'OOB' TO WS-NSF-BATCH-STATUS
                   MOVE 'OOB' TO WS-BATCH-STATUS
               END-IF
           END-IF.
           IF ACH-CONTROL-SEEN
               IF WS-ACH-READ-COUNT NOT = WS-ACH-CTL-COUNT
                       OR WS-ACH-READ-TOTAL NOT = WS-ACH-CTL-TOTAL
                   MOVE 'OOB' TO WS-ACH-BATCH-STATUS
                   MOVE 'OOB' TO WS-BATCH-STATUS
               END-IF
           END-IF.
           OPEN OUTPUT PAYMENT-FILE.
           IF BATCH-IN-BALANCE
               SET CL-IDX TO 1
                   SET CL-IDX UP BY 1
               END-PERFORM
               PERFORM L4-REGISTER-REWRITE
               IF NSF-CONTROL-SEEN
                   OPEN OUTPUT NSF-BATCH
                   CLOSE NSF-BATCH
               END-IF
               IF ACH-CONTROL-SEEN
                   OPEN OUTPUT ACH-BATCH
                   CLOSE ACH-BATCH
               END-IF
           END-IF.
      *    AN OUT-OF-BALANCE BATCH LEAVES PAYMENTS.DAT EMPTY - THE
      *    POSTING RUN CANNOT PICK UP A STALE OR PARTIAL FILE.
           MOVE 'KEYED DOLLAR TOTAL:' TO O-EDT-AMT-DESC.
           MOVE WS-KEYED-TOTAL TO O-EDT-AMT.
           PERFORM L4-EDT-AMT-WRITE.
           IF NSF-CONTROL-SEEN
               MOVE 'NSF BATCH CONTROL COUNT:' TO O-EDT-COUNT-DESC
               MOVE WS-NSF-CTL-COUNT TO O-EDT-COUNT
               PERFORM L4-EDT-COUNT-WRITE
               MOVE 'STAGED NSF ITEMS READ:' TO O-EDT-COUNT-DESC
               MOVE WS-NSF-READ-COUNT TO O-EDT-COUNT
               PERFORM L4-EDT-COUNT-WRITE
               MOVE 'NSF BATCH CONTROL TOTAL:' TO O-EDT-AMT-DESC
               MOVE WS-NSF-CTL-TOTAL TO O-EDT-AMT
               PERFORM L4-EDT-AMT-WRITE
               MOVE 'STAGED NSF DOLLAR TOTAL:' TO O-EDT-AMT-DESC
               MOVE WS-NSF-READ-TOTAL TO O-EDT-AMT
               PERFORM L4-EDT-AMT-WRITE
           END-IF.
           IF ACH-CONTROL-SEEN
               MOVE 'ACH BATCH CONTROL COUNT:' TO O-EDT-COUNT-DESC
               MOVE WS-ACH-CTL-COUNT TO O-EDT-COUNT
               PERFORM L4-EDT-COUNT-WRITE
               MOVE 'AUTOPAY DRAFTS READ:' TO O-EDT-COUNT-DESC
               MOVE WS-ACH-READ-COUNT TO O-EDT-COUNT
               PERFORM L4-EDT-COUNT-WRITE
               MOVE 'ACH BATCH CONTROL TOTAL:' TO O-EDT-AMT-DESC
               MOVE WS-ACH-CTL-TOTAL TO O-EDT-AMT
               PERFORM L4-EDT-AMT-WRITE
               MOVE 'AUTOPAY DRAFT DOLLAR TOTAL:' TO O-EDT-AMT-DESC
               MOVE WS-ACH-READ-TOTAL TO O-EDT-AMT
               PERFORM L4-EDT-AMT-WRITE
           END-IF.
           MOVE 'RELEASED FOR POSTING:' TO O-EDT-COUNT-DESC.
           IF BATCH-IN-BALANCE
               MOVE WS-CLEAN-COUNT TO O-EDT-COUNT
                   MOVE 'NO CONTROL RECORD - NOTHING RELEASED'
                       TO O-EDT-STATUS
               ELSE
                   IF NSF-BATCH-OUT-OF-BALANCE
                       MOVE
                          'NSF BATCH OUT OF BALANCE - NOTHING RELEASED'
                           TO O-EDT-STATUS
                   ELSE
                       IF ACH-BATCH-OUT-OF-BALANCE
                           MOVE
                          'ACH BATCH OUT OF BALANCE - NOTHING RELEASED'
                               TO O-EDT-STATUS
                       ELSE
                           MOVE 'OUT OF BALANCE - NOTHING RELEASED'
                               TO O-EDT-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           WRITE EDTLINE FROM EDT-STATUS-LINE
