       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLBJC20.
       AUTHOR.         BRADEN CRIM
       DATE-WRITTEN.   10/15/2026
      ******************************************************************
      *OPEN WORK ORDER AGING REPORT.  LISTS EVERY ORDER ON WORKORD.DAT
      *THAT IS STILL OUTSTANDING - OPEN, ASSIGNED TO A VENDOR, OR
      *COMPLETED BUT NOT YET CLOSED - GROUPED BY BUILDING IN BLDMAST
      *ORDER, WITH ITS AGE IN DAYS SINCE IT WAS OPENED.  EACH
      *BUILDING CLOSES WITH ITS ORDER COUNT BY AGE BAND (0-30,
      *31-60, 61-90 AND OVER 90 DAYS) AND THE COST KEYED SO FAR;
      *THE REPORT CLOSES WITH THE SAME TOTALS FOR ALL BUILDINGS AND
      *THE COUNT BY STATUS.  ORDERS FOR A BUILDING NO LONGER ON
      *BLDMAST.DAT PRINT LAST UNDER THEIR OWN HEADING AND END THE RUN
      *WITH RETURN-CODE 8.
      *
      *READ ONLY - NOTHING IS UPDATED.  ORDERS ARE MAINTAINED IN
      *CBLBJC19.
      *
      *OUTPUT:  WOAGING.PRT - 100 COLUMNS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WORK-ORDERS
               ASSIGN TO 'C:\COBOL\WORKORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-NUMBER
               FILE STATUS IS WS-WO-STATUS.
           SELECT OPTIONAL BLD-MASTER
               ASSIGN TO 'C:\COBOL\BLDMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-PRINT
               ASSIGN TO 'C:\COBOL\WOAGING.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

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

       FD  BLD-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS.
       01  BLD-MASTER-REC.
           05  BM-CODE                 PIC XX.
           05  BM-NAME                 PIC X(15).
           05  BM-ADDRESS              PIC X(30).
           05  BM-OWNER                PIC X(20).

       FD  AGING-PRINT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS AGELINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  AGELINE                     PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC XXXX.
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  C-PCTR                      PIC 99       VALUE ZERO.
           05  WS-WO-STATUS                PIC XX       VALUE SPACES.
           05  WS-WO-EOF                   PIC XXX      VALUE 'NO'.
           05  WS-BLD-EOF                  PIC XXX      VALUE 'NO'.
           05  WS-TODAY-NUM                PIC 9(7)     VALUE ZERO.
           05  WS-AGE                      PIC S9(5)    VALUE ZERO.
           05  WS-COST                     PIC 9(6)V99  VALUE ZERO.
      *    DAY NUMBER OF A YYYYMMDD DATE, COUNTED FROM A FIXED BASE,
      *    SO TWO DATES SUBTRACT TO THE DAYS BETWEEN THEM.  THE YEAR
      *    IS TAKEN TO START IN MARCH, WHICH PUTS ANY LEAP DAY LAST.
           05  WS-DATE-WORK                PIC 9(8)     VALUE ZERO.
           05  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
               10  WS-DATE-YEAR            PIC 9999.
               10  WS-DATE-MONTH           PIC 99.
               10  WS-DATE-DAY             PIC 99.
           05  WS-DN-YEAR                  PIC 9999     VALUE ZERO.
           05  WS-DN-MONTH                 PIC 99       VALUE ZERO.
           05  WS-DN-Q4                    PIC 9(4)     VALUE ZERO.
           05  WS-DN-Q100                  PIC 9(4)     VALUE ZERO.
           05  WS-DN-Q400                  PIC 9(4)     VALUE ZERO.
           05  WS-DN-MDAYS                 PIC 9(4)     VALUE ZERO.
           05  WS-DAY-NUM                  PIC 9(7)     VALUE ZERO.
           05  WS-SHORT-DATE.
               10  WS-SHORT-MONTH          PIC 99.
               10  FILLER                  PIC X        VALUE '/'.
               10  WS-SHORT-DAY            PIC 99.
               10  FILLER                  PIC X        VALUE '/'.
               10  WS-SHORT-YEAR           PIC 99.
      *    THE BUILDING BEING PRINTED, AND ITS TOTALS.
           05  WS-CURR-BLD                 PIC XX       VALUE SPACES.
           05  C-BLD-COUNT                 PIC 999      VALUE ZERO.
           05  C-BLD-BAND OCCURS 4 TIMES   PIC 999.
           05  C-BLD-COST                  PIC 9(7)V99  VALUE ZERO.
           05  C-GT-COUNT                  PIC 9(5)     VALUE ZERO.
           05  C-GT-BAND OCCURS 4 TIMES    PIC 9(5).
           05  C-GT-COST                   PIC 9(7)V99  VALUE ZERO.
           05  C-OPEN-COUNT                PIC 9(5)     VALUE ZERO.
           05  C-ASSIGNED-COUNT            PIC 9(5)     VALUE ZERO.
           05  C-DONE-COUNT                PIC 9(5)     VALUE ZERO.
           05  C-ORPHAN-COUNT              PIC 9(5)     VALUE ZERO.
           05  WS-BAND                     PIC 9        VALUE ZERO.
           05  WS-BLD-COUNT                PIC 99       VALUE ZERO.
           05  BLD-TABLE.
               10  BLD-ENTRY OCCURS 30 TIMES
                             INDEXED BY BT-IDX.
                   15  BT-CODE              PIC XX.
                   15  BT-NAME              PIC X(15).
      *    THE OUTSTANDING ORDERS, IN ORDER NUMBER SEQUENCE.
      *    WOT-PRINTED IS SET AS A BUILDING PRINTS THE ORDER, SO WHAT
      *    IS LEFT AT THE END BELONGS TO NO BUILDING ON BLDMAST.
           05  WS-WO-COUNT                 PIC 999      VALUE ZERO.
           05  WO-TABLE.
               10  WO-ENTRY OCCURS 500 TIMES
                             INDEXED BY WT-IDX.
                   15  WOT-NUMBER           PIC 9(6).
                   15  WOT-BLD-CODE         PIC XX.
                   15  WOT-UNIT             PIC 99.
                   15  WOT-STATUS           PIC X.
                   15  WOT-CHARGEABLE       PIC X.
                   15  WOT-VENDOR           PIC X(20).
                   15  WOT-DESC             PIC X(30).
                   15  WOT-OPEN-DATE        PIC 9(8).
                   15  WOT-AGE              PIC S9(5).
                   15  WOT-COST             PIC 9(6)V99.
                   15  WOT-PRINTED          PIC X.
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
           05  FILLER                  PIC X(8)    VALUE 'COBBJC20'.
           05  FILLER                  PIC X(25)   VALUE SPACES.
           05  FILLER                  PIC X(32)
                   VALUE 'OPEN WORK ORDER AGING - BRADEN'.
       01  AGE-COL-LINE.
           05  FILLER                  PIC X(8)    VALUE 'ORDER'.
           05  FILLER                  PIC X(7)    VALUE 'UNIT'.
           05  FILLER                  PIC X(10)   VALUE 'STATUS'.
           05  FILLER                  PIC X(10)   VALUE 'OPENED'.
           05  FILLER                  PIC X(6)    VALUE ' DAYS'.
           05  FILLER                  PIC X(21)   VALUE 'VENDOR'.
           05  FILLER                  PIC X(26)   VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(2)    VALUE 'C'.
           05  FILLER                  PIC X(10)   VALUE '      COST'.
       01  AGE-BLD-LINE.
           05  FILLER                  PIC X(10)   VALUE 'BUILDING: '.
           05  O-BLD-CODE              PIC XX.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-BLD-NAME              PIC X(40).
       01  AGE-DETAIL-LINE.
           05  O-DTL-NUMBER            PIC 9(6).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-BLD               PIC XX.
           05  FILLER                  PIC X       VALUE '-'.
           05  O-DTL-UNIT              PIC 99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-STATUS            PIC X(9).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-OPENED            PIC X(8).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-AGE               PIC ZZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-VENDOR            PIC X(20).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-DESC              PIC X(25).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-CHARGEABLE        PIC X.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-COST              PIC $$$,$$9.99.
       01  AGE-BAND-LINE.
           05  O-BAND-DESC             PIC X(10).
           05  FILLER                  PIC X(8)    VALUE 'ORDERS: '.
           05  O-BAND-COUNT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(9)    VALUE '   0-30: '.
           05  O-BAND-1                PIC ZZZ9.
           05  FILLER                  PIC X(9)    VALUE '  31-60: '.
           05  O-BAND-2                PIC ZZZ9.
           05  FILLER                  PIC X(9)    VALUE '  61-90: '.
           05  O-BAND-3                PIC ZZZ9.
           05  FILLER                  PIC X(11)   VALUE '  OVER 90: '.
           05  O-BAND-4                PIC ZZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-BAND-COST             PIC $$,$$$,$$9.99.
       01  AGE-COUNT-LINE.
           05  O-CNT-DESC              PIC X(40).
           05  O-CNT                   PIC ZZ,ZZ9.
       01  AGE-STATUS-LINE.
           05  FILLER                  PIC X(8)    VALUE 'STATUS: '.
           05  O-STATUS                PIC X(70).
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           SET BT-IDX TO 1.
           PERFORM UNTIL BT-IDX > WS-BLD-COUNT
               MOVE BT-CODE(BT-IDX) TO WS-CURR-BLD
               MOVE BT-NAME(BT-IDX) TO O-BLD-NAME
               PERFORM L2-BUILDING
               SET BT-IDX UP BY 1
           END-PERFORM.
           PERFORM L2-ORPHANS.
           PERFORM L2-CLOSING.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE   TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           MOVE CURRENT-DATE-AND-TIME(1:8) TO WS-DATE-WORK.
           PERFORM L4-DAY-NUMBER.
           MOVE WS-DAY-NUM TO WS-TODAY-NUM.
           MOVE ZERO TO C-GT-BAND(1).
           MOVE ZERO TO C-GT-BAND(2).
           MOVE ZERO TO C-GT-BAND(3).
           MOVE ZERO TO C-GT-BAND(4).
           PERFORM L4-LOAD-BUILDINGS.
           PERFORM L4-LOAD-ORDERS.
           OPEN OUTPUT AGING-PRINT.
           PERFORM L4-HEADINGS.
       L2-BUILDING.
      *    A BUILDING WITH NOTHING OUTSTANDING IS NOT PRINTED.
           MOVE ZERO TO C-BLD-COUNT.
           SET WT-IDX TO 1.
           PERFORM UNTIL WT-IDX > WS-WO-COUNT
               IF WOT-BLD-CODE(WT-IDX) = WS-CURR-BLD
                   ADD 1 TO C-BLD-COUNT
               END-IF
               SET WT-IDX UP BY 1
           END-PERFORM.
           IF C-BLD-COUNT > ZERO
               MOVE WS-CURR-BLD TO O-BLD-CODE
               PERFORM L3-BLD-SECTION
           END-IF.
       L2-ORPHANS.
           MOVE ZERO TO C-ORPHAN-COUNT.
           SET WT-IDX TO 1.
           PERFORM UNTIL WT-IDX > WS-WO-COUNT
               IF WOT-PRINTED(WT-IDX) = 'N'
                   ADD 1 TO C-ORPHAN-COUNT
               END-IF
               SET WT-IDX UP BY 1
           END-PERFORM.
           IF C-ORPHAN-COUNT > ZERO
               MOVE '**' TO O-BLD-CODE
               MOVE 'NOT ON BLDMAST.DAT' TO O-BLD-NAME
               MOVE SPACES TO WS-CURR-BLD
               PERFORM L3-BLD-SECTION
           END-IF.
       L3-BLD-SECTION.
      *    WS-CURR-BLD SPACES PRINTS EVERY ORDER NOT YET PRINTED.
           MOVE ZERO TO C-BLD-COUNT.
           MOVE ZERO TO C-BLD-BAND(1).
           MOVE ZERO TO C-BLD-BAND(2).
           MOVE ZERO TO C-BLD-BAND(3).
           MOVE ZERO TO C-BLD-BAND(4).
           MOVE ZERO TO C-BLD-COST.
           WRITE AGELINE FROM AGE-BLD-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           SET WT-IDX TO 1.
           PERFORM UNTIL WT-IDX > WS-WO-COUNT
               IF WOT-PRINTED(WT-IDX) = 'N'
                       AND (WS-CURR-BLD = SPACES
                       OR WOT-BLD-CODE(WT-IDX) = WS-CURR-BLD)
                   PERFORM L3-ONE-ORDER
               END-IF
               SET WT-IDX UP BY 1
           END-PERFORM.
           MOVE 'BUILDING' TO O-BAND-DESC.
           MOVE C-BLD-COUNT TO O-BAND-COUNT.
           MOVE C-BLD-BAND(1) TO O-BAND-1.
           MOVE C-BLD-BAND(2) TO O-BAND-2.
           MOVE C-BLD-BAND(3) TO O-BAND-3.
           MOVE C-BLD-BAND(4) TO O-BAND-4.
           MOVE C-BLD-COST TO O-BAND-COST.
           WRITE AGELINE FROM AGE-BAND-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L3-ONE-ORDER.
           MOVE WOT-NUMBER(WT-IDX) TO O-DTL-NUMBER.
           MOVE WOT-BLD-CODE(WT-IDX) TO O-DTL-BLD.
           MOVE WOT-UNIT(WT-IDX) TO O-DTL-UNIT.
           EVALUATE WOT-STATUS(WT-IDX)
               WHEN 'O'
                   MOVE 'OPEN' TO O-DTL-STATUS
               WHEN 'A'
                   MOVE 'ASSIGNED' TO O-DTL-STATUS
               WHEN OTHER
                   MOVE 'COMPLETED' TO O-DTL-STATUS
           END-EVALUATE.
           MOVE WOT-OPEN-DATE(WT-IDX) TO WS-DATE-WORK.
           MOVE WS-DATE-MONTH TO WS-SHORT-MONTH.
           MOVE WS-DATE-DAY TO WS-SHORT-DAY.
           MOVE WS-DATE-YEAR TO WS-SHORT-YEAR.
           MOVE WS-SHORT-DATE TO O-DTL-OPENED.
           MOVE WOT-AGE(WT-IDX) TO O-DTL-AGE.
           MOVE WOT-VENDOR(WT-IDX) TO O-DTL-VENDOR.
           MOVE WOT-DESC(WT-IDX) TO O-DTL-DESC.
           MOVE WOT-CHARGEABLE(WT-IDX) TO O-DTL-CHARGEABLE.
           MOVE WOT-COST(WT-IDX) TO O-DTL-COST.
           WRITE AGELINE FROM AGE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           MOVE 'Y' TO WOT-PRINTED(WT-IDX).
           EVALUATE TRUE
               WHEN WOT-AGE(WT-IDX) <= 30
                   MOVE 1 TO WS-BAND
               WHEN WOT-AGE(WT-IDX) <= 60
                   MOVE 2 TO WS-BAND
               WHEN WOT-AGE(WT-IDX) <= 90
                   MOVE 3 TO WS-BAND
               WHEN OTHER
                   MOVE 4 TO WS-BAND
           END-EVALUATE.
           ADD 1 TO C-BLD-COUNT.
           ADD 1 TO C-BLD-BAND(WS-BAND).
           ADD WOT-COST(WT-IDX) TO C-BLD-COST.
           ADD 1 TO C-GT-COUNT.
           ADD 1 TO C-GT-BAND(WS-BAND).
           ADD WOT-COST(WT-IDX) TO C-GT-COST.
       L2-CLOSING.
           MOVE 'ALL BLDGS' TO O-BAND-DESC.
           MOVE C-GT-COUNT TO O-BAND-COUNT.
           MOVE C-GT-BAND(1) TO O-BAND-1.
           MOVE C-GT-BAND(2) TO O-BAND-2.
           MOVE C-GT-BAND(3) TO O-BAND-3.
           MOVE C-GT-BAND(4) TO O-BAND-4.
           MOVE C-GT-COST TO O-BAND-COST.
           WRITE AGELINE FROM AGE-BAND-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           MOVE 'OPEN - NOT YET ASSIGNED' TO O-CNT-DESC.
           MOVE C-OPEN-COUNT TO O-CNT.
           WRITE AGELINE FROM AGE-COUNT-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           MOVE 'ASSIGNED TO A VENDOR' TO O-CNT-DESC.
           MOVE C-ASSIGNED-COUNT TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'COMPLETED - NOT YET CLOSED' TO O-CNT-DESC.
           MOVE C-DONE-COUNT TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           IF C-ORPHAN-COUNT > ZERO
               MOVE 'ORDERS FOR BUILDINGS NOT ON BLDMAST.DAT'
                   TO O-CNT-DESC
               MOVE C-ORPHAN-COUNT TO O-CNT
               PERFORM L4-COUNT-WRITE
               MOVE 'ORDERS ON BUILDINGS NOT ON BLDMAST - CHECK'
                   TO O-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'COMPLETE' TO O-STATUS
           END-IF.
           WRITE AGELINE FROM AGE-STATUS-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE AGING-PRINT.
           DISPLAY 'WORK ORDER AGING - ' C-GT-COUNT
               ' OUTSTANDING ORDER(S), SEE WOAGING.PRT'.
       L4-COUNT-WRITE.
           WRITE AGELINE FROM AGE-COUNT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE AGELINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE AGELINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE AGELINE FROM AGE-COL-LINE
               AFTER ADVANCING 2 LINES.
       L4-DAY-NUMBER.
      *    YYYYMMDD IN WS-DATE-WORK TO A DAY NUMBER IN WS-DAY-NUM.
           MOVE WS-DATE-YEAR TO WS-DN-YEAR.
           MOVE WS-DATE-MONTH TO WS-DN-MONTH.
           IF WS-DN-MONTH < 3
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF.
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-MDAYS = (153 * (WS-DN-MONTH - 3) + 2) / 5.
           COMPUTE WS-DAY-NUM = 365 * WS-DN-YEAR + WS-DN-Q4
               - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MDAYS
               + WS-DATE-DAY.
       L4-LOAD-BUILDINGS.
           MOVE ZERO TO WS-BLD-COUNT.
           MOVE 'NO' TO WS-BLD-EOF.
           OPEN INPUT BLD-MASTER.
           PERFORM UNTIL WS-BLD-EOF = 'YES'
               READ BLD-MASTER
                   AT END
                       MOVE 'YES' TO WS-BLD-EOF
                   NOT AT END
                       IF WS-BLD-COUNT < 30
                           ADD 1 TO WS-BLD-COUNT
                           SET BT-IDX TO WS-BLD-COUNT
                           MOVE BM-CODE TO BT-CODE(BT-IDX)
                           MOVE BM-NAME TO BT-NAME(BT-IDX)
                       ELSE
                           DISPLAY 'ERROR: BLDMAST.DAT EXCEEDS 30 '
                               'ROWS - TABLE FULL, RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BLD-MASTER.
       L4-LOAD-ORDERS.
      *    OUTSTANDING = OPEN, ASSIGNED OR COMPLETED.  CLOSED AND
      *    CANCELLED ORDERS ARE FINISHED WITH.
           MOVE ZERO TO WS-WO-COUNT.
           MOVE 'NO' TO WS-WO-EOF.
           OPEN INPUT WORK-ORDERS.
           IF WS-WO-STATUS = '35' OR WS-WO-STATUS = '05'
               OPEN OUTPUT WORK-ORDERS
               CLOSE WORK-ORDERS
               OPEN INPUT WORK-ORDERS
           END-IF.
           IF WS-WO-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN WORKORD.DAT - STATUS '
                   WS-WO-STATUS ' - RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-WO-EOF = 'YES'
               READ WORK-ORDERS NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-WO-EOF
                   NOT AT END
                       IF WO-STATUS = 'O' OR WO-STATUS = 'A'
                               OR WO-STATUS = 'C'
                           PERFORM L4-TABLE-ORDER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-ORDERS.
       L4-TABLE-ORDER.
           IF WS-WO-COUNT >= 500
               DISPLAY 'ERROR: WORKORD.DAT HAS OVER 500 OUTSTANDING '
                   'ORDERS - TABLE FULL, RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-WO-COUNT.
           SET WT-IDX TO WS-WO-COUNT.
           MOVE WO-NUMBER TO WOT-NUMBER(WT-IDX).
           MOVE WO-BLD-CODE TO WOT-BLD-CODE(WT-IDX).
           MOVE WO-UNIT TO WOT-UNIT(WT-IDX).
           MOVE WO-STATUS TO WOT-STATUS(WT-IDX).
           MOVE WO-CHARGEABLE TO WOT-CHARGEABLE(WT-IDX).
           MOVE WO-VENDOR TO WOT-VENDOR(WT-IDX).
           MOVE WO-DESC TO WOT-DESC(WT-IDX).
           MOVE WO-OPEN-DATE TO WOT-OPEN-DATE(WT-IDX).
           COMPUTE WS-COST = WO-LABOR + WO-MATERIAL.
           MOVE WS-COST TO WOT-COST(WT-IDX).
           MOVE 'N' TO WOT-PRINTED(WT-IDX).
           MOVE WO-OPEN-DATE TO WS-DATE-WORK.
           PERFORM L4-DAY-NUMBER.
           COMPUTE WS-AGE = WS-TODAY-NUM - WS-DAY-NUM.
           IF WS-AGE < ZERO
               MOVE ZERO TO WS-AGE
           END-IF.
           MOVE WS-AGE TO WOT-AGE(WT-IDX).
           EVALUATE WO-STATUS
               WHEN 'O'
                   ADD 1 TO C-OPEN-COUNT
               WHEN 'A'
                   ADD 1 TO C-ASSIGNED-COUNT
               WHEN OTHER
                   ADD 1 TO C-DONE-COUNT
           END-EVALUATE.
       END PROGRAM CBLBJC20.
