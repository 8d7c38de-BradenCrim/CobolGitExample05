       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLBJC23.
       AUTHOR.         BRADEN CRIM
       DATE-WRITTEN.   10/15/2026
      ******************************************************************
      *CROSS-FILE INTEGRITY SWEEP.  THE MASTERS ARE MAINTAINED BY
      *DIFFERENT PROGRAMS AT DIFFERENT TIMES, SO ROWS CAN BE LEFT
      *BEHIND WHEN THE THING THEY BELONG TO GOES AWAY.  THIS RUN
      *READS THE FILES AGAINST EACH OTHER AND LISTS WHAT DOES NOT TIE:
      *  SEVERE  - OPENBAL.DAT BALANCE ON A UNIT NOT ON TENANTS.DAT
      *          - DEPOSITS.DAT ROW FOR A BUILDING NOT ON BLDMAST.DAT
      *          - YTDMAST.DAT UNIT OUTSIDE 1-25 (CBLBJC05 REJECTS IT)
      *          - TENANTS.DAT LEASE THAT ENDS BEFORE IT STARTS
      *          - ONE LEASEHOLDER ON TWO UNITS FOR OVERLAPPING DATES
      *  WARNING - OPENBAL.DAT ZERO-BALANCE ROW, UNIT NOT ON ROSTER
      *          - DUNHIST.DAT ROW FOR A UNIT WITH NO PAST-DUE MONEY
      *          - UTILHIST.DAT UNIT OUTSIDE 1-25
      *SEVERE FINDINGS PUT MONEY OR A LEASE IN THE WRONG PLACE AND
      *SHOULD BE CLEARED BEFORE BILLING; WARNINGS ARE HOUSEKEEPING
      *(CBLBJC09 RETIRES A CLEARED UNIT'S DUNNING ROW ON ITS NEXT
      *RUN).  DOLLARS AT RISK ARE THE BALANCE, DEPOSIT PLUS INTEREST,
      *YEAR-TO-DATE RENT OR UTILITY TOTAL CARRIED ON THE ROW.
      *
      *INTEGCHK.PRT LISTS THE EXCEPTIONS BY SEVERITY AND CHECK WITH A
      *COUNT AND DOLLAR SUBTOTAL FOR EACH.  INTEGCHK.DAT IS REWRITTEN
      *WITH ONE SUMMARY ROW - WHEN THE SWEEP RAN AND ITS SEVERE AND
      *WARNING COUNTS AND DOLLARS.  CBLBJC12 READS IT BEFORE CLEARING
      *BILLING (STEP 2): THE SWEEP MUST HAVE RUN SINCE THE LAST CYCLE
      *STEP WAS CLEARED, AND SEVERE FINDINGS REFUSE THE STEP UNLESS
      *THE OVERRIDE CODE IS KEYED.  NOTHING IS CHANGED ON ANY MASTER.
      *RETURN CODE 8 WHEN ANY SEVERE EXCEPTION IS FOUND.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO 'C:\COBOL\TENANTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TM-STATUS.
           SELECT OPTIONAL OPEN-BAL
               ASSIGN TO 'C:\COBOL\OPENBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-KEY
               FILE STATUS IS WS-OB-STATUS.
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
           SELECT OPTIONAL BLD-MASTER
               ASSIGN TO 'C:\COBOL\BLDMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPOSIT-MASTER
               ASSIGN TO 'C:\COBOL\DEPOSITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DUN-HISTORY
               ASSIGN TO 'C:\COBOL\DUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-RESULT
               ASSIGN TO 'C:\COBOL\INTEGCHK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-PRINT
               ASSIGN TO 'C:\COBOL\INTEGCHK.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT AS CBLBJC05.
       FD  TENANT-MASTER
           LABEL RECORD IS STANDARD.
       01  TENANT-MASTER-REC.
           05  TM-KEY.
               10  TM-BLD-CODE         PIC XX.
               10  TM-UNIT             PIC 99.
           05  TM-LEASEHOLDER          PIC X(25).
           05  TM-LEASE-START          PIC X(8).
           05  TM-LEASE-END            PIC X(8).

      *    SAME LAYOUT AS CBLBJC05.
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

      *    SAME LAYOUT AS CBLBJC05.
       FD  YTD-MASTER
           LABEL RECORD IS STANDARD.
       01  YTD-MASTER-REC.
           05  YTD-KEY.
               10  YTD-BLD-CODE        PIC XX.
               10  YTD-UNIT            PIC 99.
                   88  YTD-UNIT-IN-RANGE   VALUE 1 THRU 25.
           05  YTD-FISCAL-YEAR         PIC 9999.
           05  YTD-MONTHS-BILLED       PIC 99.
           05  YTD-BASE-RENT           PIC 9(6)V99.
           05  YTD-TENANT              PIC 9(6)V99.
           05  YTD-DISC-PREM           PIC S9(7)V99.
           05  YTD-UTILITIES           PIC 9(7)V99.
           05  YTD-RENT-DUE            PIC 9(7)V99.

      *    SAME LAYOUT AS CBLBJC05.
       FD  UTIL-HIST
           LABEL RECORD IS STANDARD.
       01  UTIL-HIST-REC.
           05  UH-KEY.
               10  UH-BLD-CODE         PIC XX.
               10  UH-UNIT             PIC 99.
                   88  UH-UNIT-IN-RANGE    VALUE 1 THRU 25.
           05  UH-MONTHS               PIC 999.
           05  UH-ELECTRIC-TOT         PIC 9(7)V99.
           05  UH-GAS-TOT              PIC 9(7)V99.
           05  UH-WATER-TOT            PIC 9(7)V99.
           05  UH-GARBAGE-TOT          PIC 9(6)V99.

      *    SAME LAYOUT AS CBLBJC09.
       FD  BLD-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS.
       01  BLD-MASTER-REC.
           05  BM-CODE                 PIC XX.
           05  BM-NAME                 PIC X(15).
           05  BM-ADDRESS              PIC X(30).
           05  BM-OWNER                PIC X(20).

      *    SAME LAYOUT AS CBLBJC05.
       FD  DEPOSIT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS.
       01  DEPOSIT-MASTER-REC.
           05  DP-BLD-CODE             PIC XX.
           05  DP-UNIT                 PIC 99.
           05  DP-AMOUNT               PIC 9(5)V99.
           05  DP-DATE-RECEIVED        PIC 9(8).
           05  DP-INTEREST             PIC 9(4)V99.

      *    SAME LAYOUT AS CBLBJC09.
       FD  DUN-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS.
       01  DUN-HISTORY-REC.
           05  DH-BLD-CODE             PIC XX.
           05  DH-UNIT                 PIC 99.
           05  DH-LEVEL                PIC 9.
           05  DH-DATE-SENT            PIC 9(8).
           05  DH-HOLD                 PIC X.
           05  DH-HOLD-DATE            PIC 9(8).

      *    ONE ROW, REWRITTEN EACH RUN.  READ BY CBLBJC12.
       FD  SWEEP-RESULT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS.
       01  SWEEP-RESULT-REC.
           05  IC-DATE                 PIC 9(8).
           05  IC-TIME                 PIC X(6).
           05  IC-SEVERE-COUNT         PIC 9(5).
           05  IC-SEVERE-AMT           PIC S9(7)V99.
           05  IC-WARN-COUNT           PIC 9(5).
           05  IC-WARN-AMT             PIC S9(7)V99.

       FD  SWEEP-PRINT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SWEEPLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  SWEEPLINE                   PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC XXXX.
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  C-PCTR                      PIC 99       VALUE ZERO.
           05  WS-TM-STATUS                PIC XX       VALUE SPACES.
           05  WS-OB-STATUS                PIC XX       VALUE SPACES.
           05  WS-YTD-STATUS               PIC XX       VALUE SPACES.
           05  WS-UH-STATUS                PIC XX       VALUE SPACES.
           05  WS-EOF                      PIC XXX      VALUE 'NO'.
           05  WS-FOUND                    PIC X        VALUE 'N'.
               88  ROW-FOUND               VALUE 'Y'.
           05  WS-UNIT-TEXT                PIC XX       VALUE SPACES.
           05  WS-DATE-EDIT.
               10  WS-DATE-EDIT-MM         PIC XX.
               10  FILLER                  PIC X        VALUE '/'.
               10  WS-DATE-EDIT-DD         PIC XX.
               10  FILLER                  PIC X        VALUE '/'.
               10  WS-DATE-EDIT-YYYY       PIC XXXX.
           05  WS-DATE-IN                  PIC X(8)     VALUE SPACES.
           05  WS-PAST-DUE                 PIC S9(7)V99 VALUE ZERO.
           05  WS-BALANCE                  PIC S9(7)V99 VALUE ZERO.
           05  WS-SEV-PASS                 PIC X        VALUE SPACE.
           05  WS-CK                       PIC 99       VALUE ZERO.
           05  WS-SEV-SEEN                 PIC X        VALUE 'N'.
               88  SEV-SEEN                VALUE 'Y'.
      *    EXCEPTION BEING RECORDED.
           05  WS-EX-CHECK                 PIC 99       VALUE ZERO.
           05  WS-EX-FILE                  PIC X(8)     VALUE SPACES.
           05  WS-EX-KEY                   PIC X(10)    VALUE SPACES.
           05  WS-EX-DETAIL                PIC X(50)    VALUE SPACES.
           05  WS-EX-AMT                   PIC S9(7)V99 VALUE ZERO.
      *    TOTALS BY SEVERITY.
           05  C-SEVERE-COUNT              PIC 9(5)     VALUE ZERO.
           05  C-SEVERE-AMT                PIC S9(7)V99 VALUE ZERO.
           05  C-WARN-COUNT                PIC 9(5)     VALUE ZERO.
           05  C-WARN-AMT                  PIC S9(7)V99 VALUE ZERO.
           05  C-ROWS-READ                 PIC 9(7)     VALUE ZERO.
      *    BUILDING CODES ON BLDMAST.DAT.
           05  WS-BLD-COUNT                PIC 99       VALUE ZERO.
           05  BLD-TABLE.
               10  BT-CODE OCCURS 30 TIMES
                             INDEXED BY BT-IDX
                                           PIC XX.
      *    THE ROSTER, FOR THE LEASE DATE CHECKS.  AN OPEN START IS
      *    HELD AS ZERO AND AN OPEN END AS ALL NINES.
           05  WS-ROSTER-COUNT             PIC 999      VALUE ZERO.
           05  ROSTER-TABLE.
               10  ROSTER-ENTRY OCCURS 750 TIMES
                             INDEXED BY RS-IDX RS-IDX2.
                   15  RS-BLD-CODE          PIC XX.
                   15  RS-UNIT              PIC 99.
                   15  RS-LEASEHOLDER       PIC X(25).
                   15  RS-START             PIC 9(8).
                   15  RS-END               PIC 9(8).
      *    EXCEPTIONS FOUND, PRINTED BY SEVERITY AND CHECK AT THE END.
           05  WS-EX-COUNT                 PIC 999      VALUE ZERO.
           05  EXC-TABLE.
               10  EXC-ENTRY OCCURS 500 TIMES
                             INDEXED BY EX-IDX.
                   15  EXT-CHECK            PIC 99.
                   15  EXT-FILE             PIC X(8).
                   15  EXT-KEY              PIC X(10).
                   15  EXT-DETAIL           PIC X(50).
                   15  EXT-AMT              PIC S9(7)V99.
      ******************************************************************
      *THE CHECKS: SEVERITY (S SEVERE, W WARNING) AND DESCRIPTION.
      *THE ORDER HERE IS THE ORDER THEY PRINT IN.
      ******************************************************************
       01  CHECK-VALUES.
           05  FILLER                  PIC X(41)
               VALUE 'SOPENBAL.DAT BALANCE, UNIT NOT ON ROSTER'.
           05  FILLER                  PIC X(41)
               VALUE 'SDEPOSITS.DAT BUILDING NOT ON BLDMAST.DAT'.
           05  FILLER                  PIC X(41)
               VALUE 'SYTDMAST.DAT UNIT OUTSIDE 1-25'.
           05  FILLER                  PIC X(41)
               VALUE 'STENANTS.DAT LEASE ENDS BEFORE IT STARTS'.
           05  FILLER                  PIC X(41)
               VALUE 'STENANTS.DAT LEASEHOLDER LEASES OVERLAP'.
           05  FILLER                  PIC X(41)
               VALUE 'WOPENBAL.DAT ZERO ROW, UNIT NOT ON ROSTER'.
           05  FILLER                  PIC X(41)
               VALUE 'WDUNHIST.DAT UNIT HAS NO PAST-DUE BALANCE'.
           05  FILLER                  PIC X(41)
               VALUE 'WUTILHIST.DAT UNIT OUTSIDE 1-25'.
       01  CHECK-TABLE REDEFINES CHECK-VALUES.
           05  CHECK-ENTRY OCCURS 8 TIMES.
               10  CK-SEVERITY         PIC X.
               10  CK-DESC             PIC X(40).
       01  CHECK-COUNTS.
           05  CHECK-COUNT-ENTRY OCCURS 8 TIMES.
               10  CK-COUNT            PIC 9(5).
               10  CK-AMT              PIC S9(7)V99.
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
           05  FILLER                  PIC X(8)    VALUE 'COBBJC23'.
           05  FILLER                  PIC X(26)   VALUE SPACES.
           05  FILLER                  PIC X(32)
                   VALUE 'INTEGRITY SWEEP - BRADEN'.
       01  COL-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'FILE'.
           05  FILLER                  PIC X(12)   VALUE 'KEY'.
           05  FILLER                  PIC X(52)   VALUE 'DETAIL'.
           05  FILLER                  PIC X(15)
                   VALUE 'DOLLARS AT RISK'.
       01  SEV-LINE.
           05  O-SEV-TEXT              PIC X(60).
       01  CHECK-LINE.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-CHK-DESC              PIC X(40).
       01  DETAIL-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  O-DTL-FILE              PIC X(8).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-KEY               PIC X(10).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-DETAIL            PIC X(50).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-AMT               PIC $$,$$$,$$9.99-.
       01  SUBTOTAL-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(7)    VALUE 'COUNT: '.
           05  O-SUB-COUNT             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(61)   VALUE SPACES.
           05  O-SUB-AMT               PIC $$,$$$,$$9.99-.
       01  NONE-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'NONE FOUND'.
       01  SUMMARY-LINE.
           05  O-SUM-DESC              PIC X(42).
           05  O-SUM-COUNT             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  O-SUM-AMT               PIC $$,$$$,$$9.99-.
       01  SWP-COUNT-LINE.
           05  O-CNT-DESC              PIC X(40).
           05  O-CNT                   PIC Z,ZZZ,ZZ9.
       01  SWP-STATUS-LINE.
           05  FILLER                  PIC X(8)    VALUE 'STATUS: '.
           05  O-STATUS                PIC X(70).
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-SWEEP.
           PERFORM L2-REPORT.
           PERFORM L2-CLOSING.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE   TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           INITIALIZE CHECK-COUNTS.
           PERFORM L4-OPEN-TENANTS.
           PERFORM L4-OPEN-OPENBAL.
           PERFORM L4-LOAD-BUILDINGS.
           PERFORM L4-LOAD-ROSTER.
           OPEN OUTPUT SWEEP-PRINT.
       L2-SWEEP.
           PERFORM L3-CHECK-OPENBAL.
           PERFORM L3-CHECK-DEPOSITS.
           PERFORM L3-CHECK-DUNHIST.
           PERFORM L3-CHECK-YTDMAST.
           PERFORM L3-CHECK-UTILHIST.
           PERFORM L3-CHECK-LEASES.
           CLOSE TENANT-MASTER.
           CLOSE OPEN-BAL.
       L3-CHECK-OPENBAL.
      *    EVERY LEDGER ROW NEEDS A LEASEHOLDER TO BILL AND COLLECT
      *    FROM.  MONEY ON AN ORPHAN ROW IS AT RISK; AN ALL-ZERO
      *    ORPHAN IS ONLY CLUTTER.
           MOVE 'NO' TO WS-EOF.
           MOVE LOW-VALUES TO OB-KEY.
           START OPEN-BAL KEY NOT LESS THAN OB-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'YES'
               READ OPEN-BAL NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       ADD 1 TO C-ROWS-READ
                       MOVE OB-KEY TO TM-KEY
                       READ TENANT-MASTER
                           INVALID KEY
                               PERFORM L4-OPENBAL-ORPHAN
                       END-READ
               END-READ
           END-PERFORM.
       L4-OPENBAL-ORPHAN.
           COMPUTE WS-BALANCE = OB-CURRENT + OB-AGE-30 + OB-AGE-60
               + OB-AGE-90 + OB-LATE-FEE.
           IF WS-BALANCE = ZERO
               MOVE 6 TO WS-EX-CHECK
           ELSE
               MOVE 1 TO WS-EX-CHECK
           END-IF.
           MOVE 'OPENBAL' TO WS-EX-FILE.
           MOVE OB-BLD-CODE TO WS-EX-KEY.
           MOVE OB-UNIT TO WS-UNIT-TEXT.
           PERFORM L4-UNIT-KEY.
           MOVE 'NO LEASEHOLDER ON TENANTS.DAT - BALANCE INCL FEES'
               TO WS-EX-DETAIL.
           MOVE WS-BALANCE TO WS-EX-AMT.
           PERFORM L4-ADD-EXCEPTION.
       L3-CHECK-DEPOSITS.
      *    A DEPOSIT IS OWED BACK TO THE TENANT WITH ITS INTEREST.
           MOVE 'NO' TO WS-EOF.
           OPEN INPUT DEPOSIT-MASTER.
           PERFORM UNTIL WS-EOF = 'YES'
               READ DEPOSIT-MASTER
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       ADD 1 TO C-ROWS-READ
                       PERFORM L4-FIND-BUILDING
                       IF NOT ROW-FOUND
                           PERFORM L4-DEPOSIT-ORPHAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPOSIT-MASTER.
       L4-FIND-BUILDING.
           MOVE 'N' TO WS-FOUND.
           SET BT-IDX TO 1.
           PERFORM UNTIL BT-IDX > WS-BLD-COUNT
                   OR ROW-FOUND
               IF BT-CODE(BT-IDX) = DP-BLD-CODE
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   SET BT-IDX UP BY 1
               END-IF
           END-PERFORM.
       L4-DEPOSIT-ORPHAN.
           MOVE 2 TO WS-EX-CHECK.
           MOVE 'DEPOSITS' TO WS-EX-FILE.
           MOVE DP-BLD-CODE TO WS-EX-KEY.
           MOVE DP-UNIT TO WS-UNIT-TEXT.
           PERFORM L4-UNIT-KEY.
           MOVE DP-DATE-RECEIVED TO WS-DATE-IN.
           PERFORM L4-EDIT-DATE.
           MOVE SPACES TO WS-EX-DETAIL.
           STRING 'DEPOSIT PLUS INTEREST, RECEIVED ' WS-DATE-EDIT
               DELIMITED BY SIZE INTO WS-EX-DETAIL.
           COMPUTE WS-EX-AMT = DP-AMOUNT + DP-INTEREST.
           PERFORM L4-ADD-EXCEPTION.
       L3-CHECK-DUNHIST.
      *    A DUNNING ROW STANDS FOR MONEY PAST DUE.  NO LEDGER ROW, OR
      *    NOTHING IN THE 30/60/90 BUCKETS, MEANS IT IS STALE.
           MOVE 'NO' TO WS-EOF.
           OPEN INPUT DUN-HISTORY.
           PERFORM UNTIL WS-EOF = 'YES'
               READ DUN-HISTORY
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       ADD 1 TO C-ROWS-READ
                       PERFORM L4-DUNHIST-ONE
               END-READ
           END-PERFORM.
           CLOSE DUN-HISTORY.
       L4-DUNHIST-ONE.
           MOVE 'Y' TO WS-FOUND.
           MOVE ZERO TO WS-PAST-DUE.
           MOVE DH-BLD-CODE TO OB-BLD-CODE.
           MOVE DH-UNIT TO OB-UNIT.
           READ OPEN-BAL
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   COMPUTE WS-PAST-DUE
                       = OB-AGE-30 + OB-AGE-60 + OB-AGE-90
           END-READ.
           IF WS-PAST-DUE NOT > ZERO
               MOVE 7 TO WS-EX-CHECK
               MOVE 'DUNHIST' TO WS-EX-FILE
               MOVE DH-BLD-CODE TO WS-EX-KEY
               MOVE DH-UNIT TO WS-UNIT-TEXT
               PERFORM L4-UNIT-KEY
               MOVE DH-DATE-SENT TO WS-DATE-IN
               PERFORM L4-EDIT-DATE
               MOVE SPACES TO WS-EX-DETAIL
               IF ROW-FOUND
                   STRING 'LEVEL ' DH-LEVEL ' SENT ' WS-DATE-EDIT
                       ', PAST-DUE BUCKETS CLEAR'
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
               ELSE
                   STRING 'LEVEL ' DH-LEVEL ' SENT ' WS-DATE-EDIT
                       ', NO OPENBAL.DAT ROW'
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
               END-IF
               MOVE ZERO TO WS-EX-AMT
               PERFORM L4-ADD-EXCEPTION
           END-IF.
       L3-CHECK-YTDMAST.
      *    BILLING ONLY REACHES UNITS 1-25, SO YEAR-TO-DATE RENT ON
      *    ANY OTHER KEY CAN NEVER BE CORRECTED BY A BILLING AND
      *    STILL COUNTS IN THE OWNER AND YEAR-END TOTALS.
           OPEN INPUT YTD-MASTER.
           IF WS-YTD-STATUS NOT = '00' AND WS-YTD-STATUS NOT = '05'
               DISPLAY 'ERROR: CANNOT OPEN YTDMAST.DAT - STATUS '
                   WS-YTD-STATUS ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'NO' TO WS-EOF.
           MOVE LOW-VALUES TO YTD-KEY.
           START YTD-MASTER KEY NOT LESS THAN YTD-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'YES'
               READ YTD-MASTER NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       ADD 1 TO C-ROWS-READ
                       IF NOT YTD-UNIT-IN-RANGE
                           MOVE 3 TO WS-EX-CHECK
                           MOVE 'YTDMAST' TO WS-EX-FILE
                           MOVE YTD-BLD-CODE TO WS-EX-KEY
                           MOVE YTD-UNIT TO WS-UNIT-TEXT
                           PERFORM L4-UNIT-KEY
                           MOVE SPACES TO WS-EX-DETAIL
                           STRING 'FISCAL YEAR ' YTD-FISCAL-YEAR
                               ', ' YTD-MONTHS-BILLED
                               ' MONTHS - YEAR-TO-DATE RENT DUE'
                               DELIMITED BY SIZE INTO WS-EX-DETAIL
                           MOVE YTD-RENT-DUE TO WS-EX-AMT
                           PERFORM L4-ADD-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE YTD-MASTER.
       L3-CHECK-UTILHIST.
           OPEN INPUT UTIL-HIST.
           IF WS-UH-STATUS NOT = '00' AND WS-UH-STATUS NOT = '05'
               DISPLAY 'ERROR: CANNOT OPEN UTILHIST.DAT - STATUS '
                   WS-UH-STATUS ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'NO' TO WS-EOF.
           MOVE LOW-VALUES TO UH-KEY.
           START UTIL-HIST KEY NOT LESS THAN UH-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'YES'
               READ UTIL-HIST NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       ADD 1 TO C-ROWS-READ
                       IF NOT UH-UNIT-IN-RANGE
                           MOVE 8 TO WS-EX-CHECK
                           MOVE 'UTILHIST' TO WS-EX-FILE
                           MOVE UH-BLD-CODE TO WS-EX-KEY
                           MOVE UH-UNIT TO WS-UNIT-TEXT
                           PERFORM L4-UNIT-KEY
                           MOVE SPACES TO WS-EX-DETAIL
                           STRING UH-MONTHS
                               ' MONTHS - UTILITY TOTALS ALL TYPES'
                               DELIMITED BY SIZE INTO WS-EX-DETAIL
                           COMPUTE WS-EX-AMT = UH-ELECTRIC-TOT
                               + UH-GAS-TOT + UH-WATER-TOT
                               + UH-GARBAGE-TOT
                           PERFORM L4-ADD-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UTIL-HIST.
       L3-CHECK-LEASES.
      *    THE ROSTER HOLDS ONE LEASE PER UNIT, SO AN OVERLAP IS THE
      *    SAME LEASEHOLDER ON TWO UNITS AT ONCE - USUALLY A TRANSFER
      *    WHERE THE OLD UNIT WAS NEVER ENDED, AND BILLED TWICE.
           SET RS-IDX TO 1.
           PERFORM UNTIL RS-IDX > WS-ROSTER-COUNT
               IF RS-END(RS-IDX) < RS-START(RS-IDX)
                   MOVE 4 TO WS-EX-CHECK
                   MOVE 'TENANTS' TO WS-EX-FILE
                   MOVE RS-BLD-CODE(RS-IDX) TO WS-EX-KEY
                   MOVE RS-UNIT(RS-IDX) TO WS-UNIT-TEXT
                   PERFORM L4-UNIT-KEY
                   MOVE SPACES TO WS-EX-DETAIL
                   STRING RS-LEASEHOLDER(RS-IDX) ' '
                       RS-START(RS-IDX) ' TO ' RS-END(RS-IDX)
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   MOVE ZERO TO WS-EX-AMT
                   PERFORM L4-ADD-EXCEPTION
               END-IF
               SET RS-IDX2 TO RS-IDX
               SET RS-IDX2 UP BY 1
               PERFORM UNTIL RS-IDX2 > WS-ROSTER-COUNT
                   IF RS-LEASEHOLDER(RS-IDX2) = RS-LEASEHOLDER(RS-IDX)
                           AND RS-START(RS-IDX2) NOT > RS-END(RS-IDX)
                           AND RS-START(RS-IDX) NOT > RS-END(RS-IDX2)
                       PERFORM L4-LEASE-OVERLAP
                   END-IF
                   SET RS-IDX2 UP BY 1
               END-PERFORM
               SET RS-IDX UP BY 1
           END-PERFORM.
       L4-LEASE-OVERLAP.
           MOVE 5 TO WS-EX-CHECK.
           MOVE 'TENANTS' TO WS-EX-FILE.
           MOVE RS-BLD-CODE(RS-IDX) TO WS-EX-KEY.
           MOVE RS-UNIT(RS-IDX) TO WS-UNIT-TEXT.
           PERFORM L4-UNIT-KEY.
           MOVE SPACES TO WS-EX-DETAIL.
           STRING RS-LEASEHOLDER(RS-IDX) ' ALSO ON '
               RS-BLD-CODE(RS-IDX2) '-' RS-UNIT(RS-IDX2)
               DELIMITED BY SIZE INTO WS-EX-DETAIL.
           MOVE ZERO TO WS-EX-AMT.
           PERFORM L4-ADD-EXCEPTION.
       L4-UNIT-KEY.
      *    WS-EX-KEY HOLDS THE BUILDING CODE; ADD '-' AND THE UNIT.
           MOVE '-' TO WS-EX-KEY(3:1).
           MOVE WS-UNIT-TEXT TO WS-EX-KEY(4:2).
       L4-EDIT-DATE.
           MOVE WS-DATE-IN(1:4) TO WS-DATE-EDIT-YYYY.
           MOVE WS-DATE-IN(5:2) TO WS-DATE-EDIT-MM.
           MOVE WS-DATE-IN(7:2) TO WS-DATE-EDIT-DD.
       L4-ADD-EXCEPTION.
           IF WS-EX-COUNT < 500
               ADD 1 TO WS-EX-COUNT
               SET EX-IDX TO WS-EX-COUNT
               MOVE WS-EX-CHECK TO EXT-CHECK(EX-IDX)
               MOVE WS-EX-FILE TO EXT-FILE(EX-IDX)
               MOVE WS-EX-KEY TO EXT-KEY(EX-IDX)
               MOVE WS-EX-DETAIL TO EXT-DETAIL(EX-IDX)
               MOVE WS-EX-AMT TO EXT-AMT(EX-IDX)
           ELSE
               DISPLAY 'ERROR: MORE THAN 500 EXCEPTIONS - TABLE '
                   'FULL, RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CK-COUNT(WS-EX-CHECK).
           ADD WS-EX-AMT TO CK-AMT(WS-EX-CHECK).
           IF CK-SEVERITY(WS-EX-CHECK) = 'S'
               ADD 1 TO C-SEVERE-COUNT
               ADD WS-EX-AMT TO C-SEVERE-AMT
           ELSE
               ADD 1 TO C-WARN-COUNT
               ADD WS-EX-AMT TO C-WARN-AMT
           END-IF.
       L2-REPORT.
           PERFORM L4-HEADINGS.
           MOVE 'S' TO WS-SEV-PASS.
           MOVE '*** SEVERE - BILLING IS REFUSED UNTIL CLEARED ***'
               TO O-SEV-TEXT.
           PERFORM L3-SEVERITY.
           MOVE 'W' TO WS-SEV-PASS.
           MOVE '*** WARNING - HOUSEKEEPING, BILLING NOT HELD ***'
               TO O-SEV-TEXT.
           PERFORM L3-SEVERITY.
       L3-SEVERITY.
           WRITE SWEEPLINE FROM SEV-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           MOVE 'N' TO WS-SEV-SEEN.
           PERFORM VARYING WS-CK FROM 1 BY 1 UNTIL WS-CK > 8
               IF CK-SEVERITY(WS-CK) = WS-SEV-PASS
                       AND CK-COUNT(WS-CK) > ZERO
                   MOVE 'Y' TO WS-SEV-SEEN
                   PERFORM L4-CHECK-GROUP
               END-IF
           END-PERFORM.
           IF NOT SEV-SEEN
               WRITE SWEEPLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
               END-WRITE
           END-IF.
       L4-CHECK-GROUP.
           MOVE CK-DESC(WS-CK) TO O-CHK-DESC.
           WRITE SWEEPLINE FROM CHECK-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           SET EX-IDX TO 1.
           PERFORM UNTIL EX-IDX > WS-EX-COUNT
               IF EXT-CHECK(EX-IDX) = WS-CK
                   MOVE EXT-FILE(EX-IDX) TO O-DTL-FILE
                   MOVE EXT-KEY(EX-IDX) TO O-DTL-KEY
                   MOVE EXT-DETAIL(EX-IDX) TO O-DTL-DETAIL
                   MOVE EXT-AMT(EX-IDX) TO O-DTL-AMT
                   WRITE SWEEPLINE FROM DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADINGS
                   END-WRITE
               END-IF
               SET EX-IDX UP BY 1
           END-PERFORM.
           MOVE CK-COUNT(WS-CK) TO O-SUB-COUNT.
           MOVE CK-AMT(WS-CK) TO O-SUB-AMT.
           WRITE SWEEPLINE FROM SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L2-CLOSING.
           MOVE 'SEVERE EXCEPTIONS / DOLLARS AT RISK' TO O-SUM-DESC.
           MOVE C-SEVERE-COUNT TO O-SUM-COUNT.
           MOVE C-SEVERE-AMT TO O-SUM-AMT.
           WRITE SWEEPLINE FROM SUMMARY-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           MOVE 'WARNING EXCEPTIONS / DOLLARS AT RISK' TO O-SUM-DESC.
           MOVE C-WARN-COUNT TO O-SUM-COUNT.
           MOVE C-WARN-AMT TO O-SUM-AMT.
           PERFORM L4-SUMMARY-WRITE.
           MOVE 'ROWS READ' TO O-CNT-DESC.
           MOVE C-ROWS-READ TO O-CNT.
           WRITE SWEEPLINE FROM SWP-COUNT-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           IF C-SEVERE-COUNT > ZERO
               MOVE 'SEVERE EXCEPTIONS - CLEAR BEFORE BILLING'
                   TO O-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'COMPLETE' TO O-STATUS
           END-IF.
           WRITE SWEEPLINE FROM SWP-STATUS-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE SWEEP-PRINT.
      *    THE RESULT ROW CARRIES THE TIME THE SWEEP STARTED, SO A
      *    MASTER CHANGED DURING THE RUN IS NOT TAKEN AS SWEPT.
           MOVE CURRENT-YEAR TO IC-DATE(1:4).
           MOVE CURRENT-MONTH TO IC-DATE(5:2).
           MOVE CURRENT-DAY TO IC-DATE(7:2).
           MOVE CURRENT-TIME(1:6) TO IC-TIME.
           MOVE C-SEVERE-COUNT TO IC-SEVERE-COUNT.
           MOVE C-SEVERE-AMT TO IC-SEVERE-AMT.
           MOVE C-WARN-COUNT TO IC-WARN-COUNT.
           MOVE C-WARN-AMT TO IC-WARN-AMT.
           OPEN OUTPUT SWEEP-RESULT.
           WRITE SWEEP-RESULT-REC.
           CLOSE SWEEP-RESULT.
           DISPLAY 'INTEGRITY SWEEP - SEVERE ' C-SEVERE-COUNT
               '  WARNING ' C-WARN-COUNT '  SEE INTEGCHK.PRT'.
       L4-SUMMARY-WRITE.
           WRITE SWEEPLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE SWEEPLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE SWEEPLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE SWEEPLINE FROM COL-LINE
               AFTER ADVANCING 2 LINES.
       L4-OPEN-TENANTS.
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
       L4-OPEN-OPENBAL.
      *    '05' IS AN OPTIONAL FILE NOT YET ON DISK - NOTHING TO
      *    CHECK, WHICH IS CORRECT BEFORE THE FIRST POSTING CYCLE.
           OPEN INPUT OPEN-BAL.
           IF WS-OB-STATUS NOT = '00' AND WS-OB-STATUS NOT = '05'
               DISPLAY 'ERROR: CANNOT OPEN OPENBAL.DAT - STATUS '
                   WS-OB-STATUS ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       L4-LOAD-BUILDINGS.
           MOVE ZERO TO WS-BLD-COUNT.
           MOVE 'NO' TO WS-EOF.
           OPEN INPUT BLD-MASTER.
           PERFORM UNTIL WS-EOF = 'YES'
               READ BLD-MASTER
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       IF WS-BLD-COUNT < 30
                           ADD 1 TO WS-BLD-COUNT
                           MOVE BM-CODE TO BT-CODE(WS-BLD-COUNT)
                       ELSE
                           DISPLAY 'ERROR: BLDMAST.DAT EXCEEDS 30 '
                               'BUILDINGS - TABLE FULL, RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BLD-MASTER.
       L4-LOAD-ROSTER.
           MOVE ZERO TO WS-ROSTER-COUNT.
           MOVE 'NO' TO WS-EOF.
           MOVE LOW-VALUES TO TM-KEY.
           START TENANT-MASTER KEY NOT LESS THAN TM-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'YES'
               READ TENANT-MASTER NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       ADD 1 TO C-ROWS-READ
                       PERFORM L4-ROSTER-ADD
               END-READ
           END-PERFORM.
       L4-ROSTER-ADD.
           IF WS-ROSTER-COUNT NOT < 750
               DISPLAY 'ERROR: TENANTS.DAT EXCEEDS 750 UNITS - '
                   'TABLE FULL, RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ROSTER-COUNT.
           SET RS-IDX TO WS-ROSTER-COUNT.
           MOVE TM-BLD-CODE TO RS-BLD-CODE(RS-IDX).
           MOVE TM-UNIT TO RS-UNIT(RS-IDX).
           MOVE TM-LEASEHOLDER TO RS-LEASEHOLDER(RS-IDX).
           IF TM-LEASE-START IS NUMERIC
               MOVE TM-LEASE-START TO RS-START(RS-IDX)
           ELSE
               MOVE ZERO TO RS-START(RS-IDX)
           END-IF.
           IF TM-LEASE-END IS NUMERIC
                   AND TM-LEASE-END NOT = '00000000'
               MOVE TM-LEASE-END TO RS-END(RS-IDX)
           ELSE
               MOVE 99999999 TO RS-END(RS-IDX)
           END-IF.
       END PROGRAM CBLBJC23.
