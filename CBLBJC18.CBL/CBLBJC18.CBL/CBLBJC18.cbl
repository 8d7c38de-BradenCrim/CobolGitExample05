       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLBJC18.
       AUTHOR.         BRADEN CRIM
       DATE-WRITTEN.   10/15/2026
      ******************************************************************
      *PAYMENT PLAN STATUS REPORT.  LISTS EVERY AGREEMENT ON
      *PAYPLAN.DAT IN THREE SECTIONS:
      *  CURRENT   - INSTALLMENTS STILL BEING MET.  CBLBJC09 HOLDS
      *              DUNNING FOR THESE UNITS.
      *  COMPLETED - EVERY INSTALLMENT PAID (CLOSED BY CBLBJC06).
      *  BROKEN    - AN INSTALLMENT MISSED (CLOSED BY CBLBJC06);
      *              DUNNING HAS RESUMED.
      *EACH LINE SHOWS THE AGREED ARREARS, THE INSTALLMENT AND DUE
      *DAY, HOW MANY INSTALLMENTS AND DOLLARS HAVE BEEN PAID AND WHAT
      *IS LEFT OF THE ARREARS.  EACH SECTION CLOSES WITH ITS COUNT
      *AND DOLLARS, AND THE REPORT WITH THE TOTALS FOR ALL PLANS.
      *THE LEASEHOLDER NAME COMES FROM TENANTS.DAT.
      *
      *READ ONLY - NOTHING IS UPDATED.  AGREEMENTS ARE ENTERED IN
      *CBLBJC07.
      *
      *OUTPUT:  PAYPLAN.PRT - 100 COLUMNS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAN-MASTER
               ASSIGN TO 'C:\COBOL\PAYPLAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO 'C:\COBOL\TENANTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TM-STATUS.
           SELECT PLAN-PRINT
               ASSIGN TO 'C:\COBOL\PAYPLAN.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

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

       FD  TENANT-MASTER
           LABEL RECORD IS STANDARD.
       01  TENANT-MASTER-REC.
           05  TM-KEY.
               10  TM-BLD-CODE         PIC XX.
               10  TM-UNIT             PIC 99.
           05  TM-LEASEHOLDER          PIC X(25).
           05  TM-LEASE-START          PIC X(8).
           05  TM-LEASE-END            PIC X(8).

       FD  PLAN-PRINT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PLANLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  PLANLINE                    PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC XXXX.
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  C-PCTR                      PIC 99       VALUE ZERO.
           05  WS-TM-STATUS                PIC XX       VALUE SPACES.
           05  WS-PLAN-EOF                 PIC XXX      VALUE 'NO'.
           05  WS-PLAN-COUNT               PIC 999      VALUE ZERO.
      *    THE SECTION BEING PRINTED - C, D OR B, AS ON PL-STATUS.
           05  WS-SECTION                  PIC X        VALUE SPACE.
           05  WS-REMAIN                   PIC S9(5)V99 VALUE ZERO.
           05  WS-DATE-WORK                PIC 9(8)     VALUE ZERO.
           05  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR            PIC 9999.
               10  WS-DATE-MONTH           PIC 99.
               10  WS-DATE-DAY             PIC 99.
           05  WS-SHORT-DATE.
               10  WS-SHORT-MONTH          PIC 99.
               10  FILLER                  PIC X        VALUE '/'.
               10  WS-SHORT-DAY            PIC 99.
               10  FILLER                  PIC X        VALUE '/'.
               10  WS-SHORT-YEAR           PIC 99.
      *    SECTION AND REPORT TOTALS.
           05  C-SEC-COUNT                 PIC 999      VALUE ZERO.
           05  C-SEC-ARREARS               PIC 9(7)V99  VALUE ZERO.
           05  C-SEC-PAID                  PIC 9(7)V99  VALUE ZERO.
           05  C-SEC-REMAIN                PIC S9(7)V99 VALUE ZERO.
           05  C-GT-COUNT                  PIC 999      VALUE ZERO.
           05  C-GT-ARREARS                PIC 9(7)V99  VALUE ZERO.
           05  C-GT-PAID                   PIC 9(7)V99  VALUE ZERO.
           05  C-GT-REMAIN                 PIC S9(7)V99 VALUE ZERO.
           05  C-CURRENT-COUNT             PIC 999      VALUE ZERO.
           05  C-DONE-COUNT                PIC 999      VALUE ZERO.
           05  C-BROKEN-COUNT              PIC 999      VALUE ZERO.
           05  PLAN-TABLE.
               10  PLAN-ENTRY OCCURS 200 TIMES
                             INDEXED BY PL-IDX.
                   15  PLT-BLD-CODE         PIC XX.
                   15  PLT-UNIT             PIC 99.
                   15  PLT-ARREARS          PIC 9(5)V99.
                   15  PLT-INSTALLMENT      PIC 9(5)V99.
                   15  PLT-DUE-DAY          PIC 99.
                   15  PLT-INST-COUNT       PIC 99.
                   15  PLT-FIRST-YM         PIC 9(6).
                   15  PLT-STATUS           PIC X.
                   15  PLT-PAID-COUNT       PIC 99.
                   15  PLT-PAID-TOTAL       PIC 9(5)V99.
                   15  PLT-LAST-CHECK-YM    PIC 9(6).
                   15  PLT-AGREE-DATE       PIC 9(8).
                   15  PLT-CLOSE-DATE       PIC 9(8).
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
           05  FILLER                  PIC X(8)    VALUE 'COBBJC18'.
           05  FILLER                  PIC X(27)   VALUE SPACES.
           05  FILLER                  PIC X(28)
                   VALUE 'PAYMENT PLAN STATUS - BRADEN'.
       01  PLAN-COL-LINE.
           05  FILLER                  PIC X(7)    VALUE 'UNIT'.
           05  FILLER                  PIC X(16)   VALUE 'LEASEHOLDER'.
           05  FILLER                  PIC X(9)    VALUE 'AGREED'.
           05  FILLER                  PIC X(11)   VALUE '   ARREARS'.
           05  FILLER                  PIC X(12)   VALUE ' INSTALLMENT'.
           05  FILLER                  PIC X(4)    VALUE ' DAY'.
           05  FILLER                  PIC X(9)    VALUE ' PAID    '.
           05  FILLER                  PIC X(11)   VALUE '  PAID AMT'.
           05  FILLER                  PIC X(11)   VALUE ' REMAINING'.
           05  FILLER                  PIC X(8)    VALUE '  CLOSED'.
       01  PLAN-SECTION-LINE.
           05  O-SECTION               PIC X(60).
       01  PLAN-DETAIL-LINE.
           05  O-DTL-BLD               PIC XX.
           05  FILLER                  PIC X       VALUE '-'.
           05  O-DTL-UNIT              PIC 99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-TENANT            PIC X(15).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-AGREED            PIC X(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-ARREARS           PIC $$$,$$9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-INSTALLMENT       PIC $$$,$$9.99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-DUE-DAY           PIC 99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-PAID-COUNT        PIC Z9.
           05  FILLER                  PIC X(4)    VALUE ' OF '.
           05  O-DTL-INST-COUNT        PIC Z9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-PAID              PIC $$$,$$9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-REMAIN            PIC $$$,$$9.99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-CLOSED            PIC X(8).
       01  PLAN-COUNT-LINE.
           05  O-CNT-DESC              PIC X(40).
           05  O-CNT                   PIC ZZ,ZZ9.
       01  PLAN-AMT-LINE.
           05  O-AMT-DESC              PIC X(40).
           05  O-AMT                   PIC $$,$$$,$$9.99-.
       01  PLAN-STATUS-LINE.
           05  FILLER                  PIC X(8)    VALUE 'STATUS: '.
           05  O-STATUS                PIC X(70).
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           MOVE 'C' TO WS-SECTION.
           MOVE 'CURRENT AGREEMENTS - DUNNING HELD' TO O-SECTION.
           PERFORM L2-SECTION.
           MOVE C-SEC-COUNT TO C-CURRENT-COUNT.
           MOVE 'D' TO WS-SECTION.
           MOVE 'COMPLETED AGREEMENTS - ALL INSTALLMENTS PAID'
               TO O-SECTION.
           PERFORM L2-SECTION.
           MOVE C-SEC-COUNT TO C-DONE-COUNT.
           MOVE 'B' TO WS-SECTION.
           MOVE 'BROKEN AGREEMENTS - DUNNING RESUMED'
               TO O-SECTION.
           PERFORM L2-SECTION.
           MOVE C-SEC-COUNT TO C-BROKEN-COUNT.
           PERFORM L2-CLOSING.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE   TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           PERFORM L4-LOAD-PLANS.
           PERFORM L4-OPEN-TENANTS.
           OPEN OUTPUT PLAN-PRINT.
           PERFORM L4-HEADINGS.
       L2-SECTION.
      *    ONE PASS OF THE TABLE PER SECTION, IN FILE ORDER.
           MOVE ZERO TO C-SEC-COUNT.
           MOVE ZERO TO C-SEC-ARREARS.
           MOVE ZERO TO C-SEC-PAID.
           MOVE ZERO TO C-SEC-REMAIN.
           WRITE PLANLINE FROM PLAN-SECTION-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           SET PL-IDX TO 1.
           PERFORM UNTIL PL-IDX > WS-PLAN-COUNT
               IF PLT-STATUS(PL-IDX) = WS-SECTION
                   PERFORM L3-ONE-PLAN
               END-IF
               SET PL-IDX UP BY 1
           END-PERFORM.
           MOVE 'AGREEMENTS IN THIS SECTION' TO O-CNT-DESC.
           MOVE C-SEC-COUNT TO O-CNT.
           WRITE PLANLINE FROM PLAN-COUNT-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           MOVE 'ARREARS AGREED' TO O-AMT-DESC.
           MOVE C-SEC-ARREARS TO O-AMT.
           PERFORM L4-AMT-WRITE.
           MOVE 'PAID UNDER THE AGREEMENTS' TO O-AMT-DESC.
           MOVE C-SEC-PAID TO O-AMT.
           PERFORM L4-AMT-WRITE.
           MOVE 'ARREARS REMAINING' TO O-AMT-DESC.
           MOVE C-SEC-REMAIN TO O-AMT.
           PERFORM L4-AMT-WRITE.
           ADD C-SEC-COUNT TO C-GT-COUNT.
           ADD C-SEC-ARREARS TO C-GT-ARREARS.
           ADD C-SEC-PAID TO C-GT-PAID.
           ADD C-SEC-REMAIN TO C-GT-REMAIN.
       L3-ONE-PLAN.
           COMPUTE WS-REMAIN
               = PLT-ARREARS(PL-IDX) - PLT-PAID-TOTAL(PL-IDX).
           IF WS-REMAIN < ZERO
               MOVE ZERO TO WS-REMAIN
           END-IF.
           MOVE PLT-BLD-CODE(PL-IDX) TO O-DTL-BLD.
           MOVE PLT-UNIT(PL-IDX) TO O-DTL-UNIT.
           MOVE PLT-BLD-CODE(PL-IDX) TO TM-BLD-CODE.
           MOVE PLT-UNIT(PL-IDX) TO TM-UNIT.
           READ TENANT-MASTER
               INVALID KEY
                   MOVE '(NOT ON ROSTER)' TO O-DTL-TENANT
               NOT INVALID KEY
                   MOVE TM-LEASEHOLDER TO O-DTL-TENANT
           END-READ.
           MOVE PLT-AGREE-DATE(PL-IDX) TO WS-DATE-WORK.
           PERFORM L4-SHORT-DATE.
           MOVE WS-SHORT-DATE TO O-DTL-AGREED.
           MOVE PLT-ARREARS(PL-IDX) TO O-DTL-ARREARS.
           MOVE PLT-INSTALLMENT(PL-IDX) TO O-DTL-INSTALLMENT.
           MOVE PLT-DUE-DAY(PL-IDX) TO O-DTL-DUE-DAY.
           MOVE PLT-PAID-COUNT(PL-IDX) TO O-DTL-PAID-COUNT.
           MOVE PLT-INST-COUNT(PL-IDX) TO O-DTL-INST-COUNT.
           MOVE PLT-PAID-TOTAL(PL-IDX) TO O-DTL-PAID.
           MOVE WS-REMAIN TO O-DTL-REMAIN.
           IF PLT-CLOSE-DATE(PL-IDX) = ZERO
               MOVE SPACES TO O-DTL-CLOSED
           ELSE
               MOVE PLT-CLOSE-DATE(PL-IDX) TO WS-DATE-WORK
               PERFORM L4-SHORT-DATE
               MOVE WS-SHORT-DATE TO O-DTL-CLOSED
           END-IF.
           WRITE PLANLINE FROM PLAN-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           ADD 1 TO C-SEC-COUNT.
           ADD PLT-ARREARS(PL-IDX) TO C-SEC-ARREARS.
           ADD PLT-PAID-TOTAL(PL-IDX) TO C-SEC-PAID.
           ADD WS-REMAIN TO C-SEC-REMAIN.
       L2-CLOSING.
           MOVE 'ALL PAYMENT PLANS' TO O-SECTION.
           WRITE PLANLINE FROM PLAN-SECTION-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           MOVE 'AGREEMENTS ON FILE' TO O-CNT-DESC.
           MOVE WS-PLAN-COUNT TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'CURRENT' TO O-CNT-DESC.
           MOVE C-CURRENT-COUNT TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'COMPLETED' TO O-CNT-DESC.
           MOVE C-DONE-COUNT TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'BROKEN' TO O-CNT-DESC.
           MOVE C-BROKEN-COUNT TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'ARREARS AGREED' TO O-AMT-DESC.
           MOVE C-GT-ARREARS TO O-AMT.
           PERFORM L4-AMT-WRITE.
           MOVE 'PAID UNDER THE AGREEMENTS' TO O-AMT-DESC.
           MOVE C-GT-PAID TO O-AMT.
           PERFORM L4-AMT-WRITE.
           MOVE 'ARREARS REMAINING' TO O-AMT-DESC.
           MOVE C-GT-REMAIN TO O-AMT.
           PERFORM L4-AMT-WRITE.
      *    A ROW IN NONE OF THE THREE SECTIONS HAS A STATUS NOTHING
      *    SETS - SAY SO RATHER THAN LET IT FALL OFF THE REPORT.
           IF C-GT-COUNT < WS-PLAN-COUNT
               MOVE 'PAYPLAN.DAT ROWS WITH UNKNOWN STATUS - CHECK'
                   TO O-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'COMPLETE' TO O-STATUS
           END-IF.
           WRITE PLANLINE FROM PLAN-STATUS-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE PLAN-PRINT.
           CLOSE TENANT-MASTER.
           DISPLAY 'PAYMENT PLAN STATUS - ' WS-PLAN-COUNT
               ' AGREEMENT(S), SEE PAYPLAN.PRT'.
       L4-SHORT-DATE.
      *    YYYYMMDD IN WS-DATE-WORK TO MM/DD/YY.
           MOVE WS-DATE-MONTH TO WS-SHORT-MONTH.
           MOVE WS-DATE-DAY TO WS-SHORT-DAY.
           MOVE WS-DATE-YEAR TO WS-SHORT-YEAR.
       L4-COUNT-WRITE.
           WRITE PLANLINE FROM PLAN-COUNT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-AMT-WRITE.
           WRITE PLANLINE FROM PLAN-AMT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PLANLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PLANLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PLANLINE FROM PLAN-COL-LINE
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
                           SET PL-IDX TO WS-PLAN-COUNT
                           MOVE PLAN-MASTER-REC TO PLAN-ENTRY(PL-IDX)
                       ELSE
                           DISPLAY 'ERROR: PAYPLAN.DAT EXCEEDS 200 '
                               'ROWS - TABLE FULL, RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAN-MASTER.
       END PROGRAM CBLBJC18.
