       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLBJC22.
       AUTHOR.         BRADEN CRIM
       DATE-WRITTEN.   10/15/2026
      ******************************************************************
      *AUDIT TRAIL REPORT OVER AUDIT.DAT, THE CHANGE LOG WRITTEN BY
      *THE MAINTENANCE PROGRAMS (CBLBJC07 MASTER MAINTENANCE, CBLBJC17
      *AUTOPAY RETURNS, CBLBJC19 WORK ORDERS).  THE OPERATOR KEYS THE
      *SELECTION - FROM/TO DATE, OPERATOR ID, FILE NAME AND KEY (THE
      *LEADING CHARACTERS ARE ENOUGH: 'BP' SELECTS EVERY BP UNIT) -
      *AND A BLANK ANSWER SELECTS EVERYTHING FOR THAT ITEM.
      *
      *EACH SELECTED CHANGE PRINTS A LINE SAYING WHEN, WHO, WHICH FILE
      *AND KEY AND WHAT WAS DONE:
      *  A - ADDED      C - CHANGED      D - DELETED
      *  H - HELD FOR A SECOND OPERATOR'S APPROVAL (CBLBJC07)
      *  R - HELD CHANGE REJECTED (CBLBJC07)
      *FOLLOWED BY THE BEFORE AND AFTER RECORD IMAGES BROKEN OUT FIELD
      *BY FIELD - DATES AS MM/DD/YYYY, MONEY EDITED - WITH EVERY FIELD
      *THAT CHANGED MARKED.  AN APPROVED CHANGE IS THE A/C/D ROW UNDER
      *THE APPROVER'S ID; THE H ROW BEFORE IT SHOWS WHO KEYED IT.  THE
      *FIELD LAYOUTS ARE IN AUD-FIELD-TABLE BELOW, ONE ROW PER FIELD,
      *AND MUST FOLLOW ANY CHANGE TO A MASTER FILE'S RECORD.  A FILE
      *NOT IN THE TABLE PRINTS ITS IMAGES AS THEY STAND.
      *
      *OUTPUT:  AUDITRPT.PRT - 100 COLUMNS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO 'C:\COBOL\AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-PRINT
               ASSIGN TO 'C:\COBOL\AUDITRPT.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT AS CBLBJC07.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 175 CHARACTERS.
       01  AUDIT-REC.
           05  AU-DATE                 PIC 9(8).
           05  AU-DATE-PARTS REDEFINES AU-DATE.
               10  AU-YEAR             PIC 9(4).
               10  AU-MONTH            PIC 99.
               10  AU-DAY              PIC 99.
           05  AU-TIME.
               10  AU-HH               PIC XX.
               10  AU-MM               PIC XX.
               10  AU-SS               PIC XX.
           05  AU-USER                 PIC X(8).
           05  AU-FILE                 PIC X(8).
           05  AU-ACTION               PIC X.
           05  AU-KEY                  PIC X(10).
           05  AU-BEFORE               PIC X(67).
           05  AU-AFTER                PIC X(67).

       FD  AUDIT-PRINT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS AUDLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  AUDLINE                     PIC X(100).
       WORKING-STORAGE SECTION.
       01  MISC.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC XXXX.
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  C-PCTR                      PIC 99       VALUE ZERO.
           05  WS-EOF                      PIC XXX      VALUE 'NO'.
           05  WS-ANSWER                   PIC X(30)    VALUE SPACES.
           05  WS-TODAY-DATE               PIC 9(8)     VALUE ZERO.
      *    SELECTION - SPACES MEANS EVERYTHING.
           05  WS-FROM-DATE                PIC 9(8)     VALUE ZERO.
           05  WS-TO-DATE                  PIC 9(8)     VALUE ZERO.
           05  WS-SEL-USER                 PIC X(8)     VALUE SPACES.
           05  WS-SEL-FILE                 PIC X(8)     VALUE SPACES.
           05  WS-SEL-KEY                  PIC X(10)    VALUE SPACES.
           05  WS-SEL-KEY-LEN              PIC 99       VALUE ZERO.
           05  WS-SELECTED                 PIC X        VALUE 'N'.
               88  REC-SELECTED            VALUE 'Y'.
           05  WS-WORK-IDX                 PIC 99       VALUE ZERO.
      *    FIELD LAYOUT USED FOR THE CURRENT RECORD.
           05  WS-LAYOUT                   PIC X(8)     VALUE SPACES.
           05  WS-LAYOUT-FOUND             PIC X        VALUE 'N'.
               88  LAYOUT-FOUND            VALUE 'Y'.
           05  WS-IMAGE                    PIC X(67)    VALUE SPACES.
      *    ONE FIELD BEING FORMATTED FOR PRINT.
           05  WS-FMT-RAW                  PIC X(30)    VALUE SPACES.
           05  WS-FMT-LEN                  PIC 99       VALUE ZERO.
           05  WS-FMT-TYPE                 PIC X        VALUE SPACE.
           05  WS-FMT-OUT                  PIC X(30)    VALUE SPACES.
           05  WS-MONEY-TEXT               PIC X(9)
                                           JUSTIFIED RIGHT.
           05  WS-MONEY-NUM REDEFINES WS-MONEY-TEXT
                                           PIC 9(7)V99.
           05  WS-MONEY-EDIT               PIC $$,$$$,$$9.99.
           05  WS-DATE-RAW.
               10  WS-DATE-YEAR            PIC X(4).
               10  WS-DATE-MONTH           PIC XX.
               10  WS-DATE-DAY             PIC XX.
      *    COUNTS.
           05  C-READ                      PIC 9(7)     VALUE ZERO.
           05  C-SELECTED                  PIC 9(7)     VALUE ZERO.
           05  C-ADDED                     PIC 9(7)     VALUE ZERO.
           05  C-CHANGED                   PIC 9(7)     VALUE ZERO.
           05  C-DELETED                   PIC 9(7)     VALUE ZERO.
           05  C-HELD                      PIC 9(7)     VALUE ZERO.
           05  C-REJECTED                  PIC 9(7)     VALUE ZERO.
           05  C-FIELDS-CHANGED            PIC 9(7)     VALUE ZERO.
      ******************************************************************
      *FIELD LAYOUTS OF THE AUDITED FILES: LAYOUT NAME, FIELD NAME,
      *START POSITION AND LENGTH IN THE 67-BYTE IMAGE, AND HOW THE
      *FIELD PRINTS - X AS KEYED, D A YYYYMMDD DATE, M MONEY WITH TWO
      *IMPLIED DECIMALS, P A V999 PERCENTAGE.  RATETAB HAS TWO
      *LAYOUTS, CHOSEN BY THE ROW TYPE (B BAND, P PERCENTAGE).
      *WORKORD IMAGES ARE THE FIRST 67 BYTES OF THE ORDER, SO ONLY
      *THE START OF THE DESCRIPTION IS THERE.
      ******************************************************************
       01  AUD-FIELD-VALUES.
               10  FILLER          PIC X(29)
                   VALUE 'BLDMAST CODE            0102X'.
               10  FILLER          PIC X(29)
                   VALUE 'BLDMAST NAME            0315X'.
               10  FILLER          PIC X(29)
                   VALUE 'BLDMAST ADDRESS         1830X'.
               10  FILLER          PIC X(29)
                   VALUE 'BLDMAST OWNER           4820X'.
               10  FILLER          PIC X(29)
                   VALUE 'TENANTS BLD CODE        0102X'.
               10  FILLER          PIC X(29)
                   VALUE 'TENANTS UNIT            0302X'.
               10  FILLER          PIC X(29)
                   VALUE 'TENANTS LEASEHOLDER     0525X'.
               10  FILLER          PIC X(29)
                   VALUE 'TENANTS LEASE START     3008D'.
               10  FILLER          PIC X(29)
                   VALUE 'TENANTS LEASE END       3808D'.
               10  FILLER          PIC X(29)
                   VALUE 'RATEBANDTYPE            0101X'.
               10  FILLER          PIC X(29)
                   VALUE 'RATEBANDKEY             0201X'.
               10  FILLER          PIC X(29)
                   VALUE 'RATEBANDBASE RATE       0306M'.
               10  FILLER          PIC X(29)
                   VALUE 'RATEBANDTENANT HIGH     0905M'.
               10  FILLER          PIC X(29)
                   VALUE 'RATEBANDTENANT PER      1404M'.
               10  FILLER          PIC X(29)
                   VALUE 'RATEBANDEFFECTIVE DATE  1808D'.
               10  FILLER          PIC X(29)
                   VALUE 'RATEPCT TYPE            0101X'.
               10  FILLER          PIC X(29)
                   VALUE 'RATEPCT KEY             0201X'.
               10  FILLER          PIC X(29)
                   VALUE 'RATEPCT PERCENTAGE      0303P'.
               10  FILLER          PIC X(29)
                   VALUE 'RATEPCT EFFECTIVE DATE  1808D'.
               10  FILLER          PIC X(29)
                   VALUE 'DEPOSITSBLD CODE        0102X'.
               10  FILLER          PIC X(29)
                   VALUE 'DEPOSITSUNIT            0302X'.
               10  FILLER          PIC X(29)
                   VALUE 'DEPOSITSAMOUNT HELD     0507M'.
               10  FILLER          PIC X(29)
                   VALUE 'DEPOSITSDATE RECEIVED   1208D'.
               10  FILLER          PIC X(29)
                   VALUE 'DEPOSITSINTEREST        2006M'.
               10  FILLER          PIC X(29)
                   VALUE 'CHARGES BLD CODE        0102X'.
               10  FILLER          PIC X(29)
                   VALUE 'CHARGES UNIT            0302X'.
               10  FILLER          PIC X(29)
                   VALUE 'CHARGES CHARGE CODE     0504X'.
               10  FILLER          PIC X(29)
                   VALUE 'CHARGES DESCRIPTION     0920X'.
               10  FILLER          PIC X(29)
                   VALUE 'CHARGES AMOUNT          2907M'.
               10  FILLER          PIC X(29)
                   VALUE 'CHARGES CONSUMED        3601X'.
               10  FILLER          PIC X(29)
                   VALUE 'CHARGES BILLED DATE     3708D'.
               10  FILLER          PIC X(29)
                   VALUE 'AUTOPAY BLD CODE        0102X'.
               10  FILLER          PIC X(29)
                   VALUE 'AUTOPAY UNIT            0302X'.
               10  FILLER          PIC X(29)
                   VALUE 'AUTOPAY ROUTING         0509X'.
               10  FILLER          PIC X(29)
                   VALUE 'AUTOPAY ACCOUNT         1417X'.
               10  FILLER          PIC X(29)
                   VALUE 'AUTOPAY ACCOUNT TYPE    3101X'.
               10  FILLER          PIC X(29)
                   VALUE 'AUTOPAY DRAFT DAY       3202X'.
               10  FILLER          PIC X(29)
                   VALUE 'AUTOPAY MAXIMUM DRAFT   3407M'.
               10  FILLER          PIC X(29)
                   VALUE 'AUTOPAY STATUS          4101X'.
               10  FILLER          PIC X(29)
                   VALUE 'AUTOPAY LAST DRAFT YM   4206X'.
               10  FILLER          PIC X(29)
                   VALUE 'AUTOPAY RETURN CODE     4803X'.
               10  FILLER          PIC X(29)
                   VALUE 'AUTOPAY REVIEW DATE     5108D'.
               10  FILLER          PIC X(29)
                   VALUE 'PAYPLAN BLD CODE        0102X'.
               10  FILLER          PIC X(29)
                   VALUE 'PAYPLAN UNIT            0302X'.
               10  FILLER          PIC X(29)
                   VALUE 'PAYPLAN AGREED ARREARS  0507M'.
               10  FILLER          PIC X(29)
                   VALUE 'PAYPLAN INSTALLMENT     1207M'.
               10  FILLER          PIC X(29)
                   VALUE 'PAYPLAN DUE DAY         1902X'.
               10  FILLER          PIC X(29)
                   VALUE 'PAYPLAN INSTALLMENTS    2102X'.
               10  FILLER          PIC X(29)
                   VALUE 'PAYPLAN FIRST YM        2306X'.
               10  FILLER          PIC X(29)
                   VALUE 'PAYPLAN STATUS          2901X'.
               10  FILLER          PIC X(29)
                   VALUE 'PAYPLAN PAID COUNT      3002X'.
               10  FILLER          PIC X(29)
                   VALUE 'PAYPLAN PAID TOTAL      3207M'.
               10  FILLER          PIC X(29)
                   VALUE 'PAYPLAN LAST CHECK YM   3906X'.
               10  FILLER          PIC X(29)
                   VALUE 'PAYPLAN AGREED DATE     4508D'.
               10  FILLER          PIC X(29)
                   VALUE 'PAYPLAN CLOSED DATE     5308D'.
               10  FILLER          PIC X(29)
                   VALUE 'RENEWAL BLD CODE        0102X'.
               10  FILLER          PIC X(29)
                   VALUE 'RENEWAL UNIT            0302X'.
               10  FILLER          PIC X(29)
                   VALUE 'RENEWAL LEASE END       0508D'.
               10  FILLER          PIC X(29)
                   VALUE 'RENEWAL STATUS          1301X'.
               10  FILLER          PIC X(29)
                   VALUE 'RENEWAL OFFER DATE      1408D'.
               10  FILLER          PIC X(29)
                   VALUE 'RENEWAL RENEWAL DATE    2208D'.
               10  FILLER          PIC X(29)
                   VALUE 'RENEWAL RENT AT OFFER   3007M'.
               10  FILLER          PIC X(29)
                   VALUE 'RENEWAL RENEWAL RENT    3707M'.
               10  FILLER          PIC X(29)
                   VALUE 'RENEWAL ANSWER DATE     4408D'.
               10  FILLER          PIC X(29)
                   VALUE 'RENEWAL NEW LEASE END   5208D'.
               10  FILLER          PIC X(29)
                   VALUE 'WORKORD ORDER NUMBER    0106X'.
               10  FILLER          PIC X(29)
                   VALUE 'WORKORD BLD CODE        0702X'.
               10  FILLER          PIC X(29)
                   VALUE 'WORKORD UNIT            0902X'.
               10  FILLER          PIC X(29)
                   VALUE 'WORKORD STATUS          1101X'.
               10  FILLER          PIC X(29)
                   VALUE 'WORKORD CHARGEABLE      1201X'.
               10  FILLER          PIC X(29)
                   VALUE 'WORKORD LABOR           1307M'.
               10  FILLER          PIC X(29)
                   VALUE 'WORKORD MATERIAL        2007M'.
               10  FILLER          PIC X(29)
                   VALUE 'WORKORD VENDOR          2720X'.
               10  FILLER          PIC X(29)
                   VALUE 'WORKORD OPENED          4708D'.
               10  FILLER          PIC X(29)
                   VALUE 'WORKORD COMPLETED       5508D'.
               10  FILLER          PIC X(29)
                   VALUE 'WORKORD DESCRIPTION     6305X'.
       01  AUD-FIELD-TABLE REDEFINES AUD-FIELD-VALUES.
           05  AF-ENTRY OCCURS 76 TIMES
                         INDEXED BY AF-IDX.
               10  AF-LAYOUT           PIC X(8).
               10  AF-NAME             PIC X(16).
               10  AF-START            PIC 99.
               10  AF-LENGTH           PIC 99.
               10  AF-TYPE             PIC X.
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
           05  FILLER                  PIC X(8)    VALUE 'COBBJC22'.
           05  FILLER                  PIC X(29)   VALUE SPACES.
           05  FILLER                  PIC X(26)
                   VALUE 'AUDIT TRAIL - BRADEN'.
       01  SELECT-LINE.
           05  FILLER                  PIC X(6)    VALUE 'FROM: '.
           05  O-SEL-FROM              PIC X(10).
           05  FILLER                  PIC X(6)    VALUE '  TO: '.
           05  O-SEL-TO                PIC X(10).
           05  FILLER                  PIC X(12)   VALUE '  OPERATOR: '.
           05  O-SEL-USER              PIC X(8).
           05  FILLER                  PIC X(8)    VALUE '  FILE: '.
           05  O-SEL-FILE              PIC X(8).
           05  FILLER                  PIC X(7)    VALUE '  KEY: '.
           05  O-SEL-KEY               PIC X(10).
       01  COL-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(18)   VALUE 'FIELD'.
           05  FILLER                  PIC X(32)   VALUE 'BEFORE'.
           05  FILLER                  PIC X(32)   VALUE 'AFTER'.
       01  CHANGE-LINE.
           05  O-CHG-DATE              PIC X(10).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-CHG-TIME.
               10  O-CHG-HH            PIC XX.
               10  FILLER              PIC X       VALUE ':'.
               10  O-CHG-MM            PIC XX.
               10  FILLER              PIC X       VALUE ':'.
               10  O-CHG-SS            PIC XX.
           05  FILLER                  PIC X(12)   VALUE '  OPERATOR: '.
           05  O-CHG-USER              PIC X(8).
           05  FILLER                  PIC X(8)    VALUE '  FILE: '.
           05  O-CHG-FILE              PIC X(8).
           05  FILLER                  PIC X(7)    VALUE '  KEY: '.
           05  O-CHG-KEY               PIC X(10).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-CHG-ACTION            PIC X(26).
       01  FIELD-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  O-FLD-NAME              PIC X(16).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-FLD-BEFORE            PIC X(30).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-FLD-AFTER             PIC X(30).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-FLD-MARK              PIC X(7).
       01  RAW-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  O-RAW-DESC              PIC X(8).
           05  O-RAW-IMAGE             PIC X(67).
       01  AUD-COUNT-LINE.
           05  O-CNT-DESC              PIC X(40).
           05  O-CNT                   PIC Z,ZZZ,ZZ9.
       01  AUD-STATUS-LINE.
           05  FILLER                  PIC X(8)    VALUE 'STATUS: '.
           05  O-STATUS                PIC X(70).
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-REPORT.
           PERFORM L2-CLOSING.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE   TO CURRENT-DATE-AND-TIME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           DISPLAY 'AUDIT TRAIL REPORT FROM AUDIT.DAT'.
           PERFORM L4-ASK-DATES.
           PERFORM L4-ASK-SELECTION.
           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT AUDIT-PRINT.
           PERFORM L4-HEADINGS.
       L2-REPORT.
           MOVE 'NO' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'YES'
               READ AUDIT-FILE
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       ADD 1 TO C-READ
                       PERFORM L3-SELECT
                       IF REC-SELECTED
                           PERFORM L3-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
       L3-SELECT.
           MOVE 'Y' TO WS-SELECTED.
           IF AU-DATE < WS-FROM-DATE OR AU-DATE > WS-TO-DATE
               MOVE 'N' TO WS-SELECTED
           END-IF.
           IF WS-SEL-USER NOT = SPACES AND AU-USER NOT = WS-SEL-USER
               MOVE 'N' TO WS-SELECTED
           END-IF.
           IF WS-SEL-FILE NOT = SPACES AND AU-FILE NOT = WS-SEL-FILE
               MOVE 'N' TO WS-SELECTED
           END-IF.
           IF WS-SEL-KEY-LEN > ZERO
               IF AU-KEY(1:WS-SEL-KEY-LEN)
                       NOT = WS-SEL-KEY(1:WS-SEL-KEY-LEN)
                   MOVE 'N' TO WS-SELECTED
               END-IF
           END-IF.
       L3-ONE-CHANGE.
           ADD 1 TO C-SELECTED.
           STRING AU-MONTH '/' AU-DAY '/' AU-YEAR
               DELIMITED BY SIZE INTO O-CHG-DATE.
           MOVE AU-HH TO O-CHG-HH.
           MOVE AU-MM TO O-CHG-MM.
           MOVE AU-SS TO O-CHG-SS.
           MOVE AU-USER TO O-CHG-USER.
           MOVE AU-FILE TO O-CHG-FILE.
           MOVE AU-KEY TO O-CHG-KEY.
           EVALUATE AU-ACTION
               WHEN 'A'
                   MOVE 'ADDED' TO O-CHG-ACTION
                   ADD 1 TO C-ADDED
               WHEN 'C'
                   MOVE 'CHANGED' TO O-CHG-ACTION
                   ADD 1 TO C-CHANGED
               WHEN 'D'
                   MOVE 'DELETED' TO O-CHG-ACTION
                   ADD 1 TO C-DELETED
               WHEN 'H'
                   MOVE 'HELD FOR APPROVAL' TO O-CHG-ACTION
                   ADD 1 TO C-HELD
               WHEN 'R'
                   MOVE 'HELD CHANGE REJECTED' TO O-CHG-ACTION
                   ADD 1 TO C-REJECTED
               WHEN OTHER
                   MOVE SPACES TO O-CHG-ACTION
                   STRING 'ACTION ' AU-ACTION
                       DELIMITED BY SIZE INTO O-CHG-ACTION
           END-EVALUATE.
           WRITE AUDLINE FROM CHANGE-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
      *    THE RATE TABLE LAYOUT FOLLOWS THE ROW TYPE OF WHICHEVER
      *    IMAGE IS PRESENT.
           MOVE AU-FILE TO WS-LAYOUT.
           IF AU-FILE = 'RATETAB'
               MOVE AU-AFTER TO WS-IMAGE
               IF WS-IMAGE = SPACES
                   MOVE AU-BEFORE TO WS-IMAGE
               END-IF
               IF WS-IMAGE(1:1) = 'P'
                   MOVE 'RATEPCT' TO WS-LAYOUT
               ELSE
                   MOVE 'RATEBAND' TO WS-LAYOUT
               END-IF
           END-IF.
           MOVE 'N' TO WS-LAYOUT-FOUND.
           SET AF-IDX TO 1.
           PERFORM UNTIL AF-IDX > 76
               IF AF-LAYOUT(AF-IDX) = WS-LAYOUT
                   MOVE 'Y' TO WS-LAYOUT-FOUND
                   PERFORM L4-FIELD-LINE
               END-IF
               SET AF-IDX UP BY 1
           END-PERFORM.
           IF NOT LAYOUT-FOUND
               MOVE 'BEFORE: ' TO O-RAW-DESC
               MOVE AU-BEFORE TO O-RAW-IMAGE
               PERFORM L4-RAW-WRITE
               MOVE 'AFTER:  ' TO O-RAW-DESC
               MOVE AU-AFTER TO O-RAW-IMAGE
               PERFORM L4-RAW-WRITE
           END-IF.
       L4-FIELD-LINE.
           MOVE AF-NAME(AF-IDX) TO O-FLD-NAME.
           MOVE AF-LENGTH(AF-IDX) TO WS-FMT-LEN.
           MOVE AF-TYPE(AF-IDX) TO WS-FMT-TYPE.
           MOVE SPACES TO WS-FMT-RAW.
           MOVE AU-BEFORE(AF-START(AF-IDX):AF-LENGTH(AF-IDX))
               TO WS-FMT-RAW.
           PERFORM L4-FORMAT-VALUE.
           MOVE WS-FMT-OUT TO O-FLD-BEFORE.
           MOVE SPACES TO WS-FMT-RAW.
           MOVE AU-AFTER(AF-START(AF-IDX):AF-LENGTH(AF-IDX))
               TO WS-FMT-RAW.
           PERFORM L4-FORMAT-VALUE.
           MOVE WS-FMT-OUT TO O-FLD-AFTER.
      *    AN ADD OR DELETE HAS ONE SIDE BLANK - ONLY A FIELD THAT
      *    DIFFERS BETWEEN TWO REAL IMAGES IS MARKED.
           MOVE SPACES TO O-FLD-MARK.
           IF AU-BEFORE NOT = SPACES AND AU-AFTER NOT = SPACES
               IF AU-BEFORE(AF-START(AF-IDX):AF-LENGTH(AF-IDX))
                       NOT = AU-AFTER(AF-START(AF-IDX):
                                      AF-LENGTH(AF-IDX))
                   MOVE '<< CHG' TO O-FLD-MARK
                   ADD 1 TO C-FIELDS-CHANGED
               END-IF
           END-IF.
           WRITE AUDLINE FROM FIELD-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-FORMAT-VALUE.
      *    WS-FMT-RAW(1:WS-FMT-LEN) TO ITS PRINTED FORM IN WS-FMT-OUT.
      *    ANYTHING THAT DOES NOT FIT ITS TYPE PRINTS AS IT STANDS.
           MOVE WS-FMT-RAW TO WS-FMT-OUT.
           IF WS-FMT-RAW NOT = SPACES
               EVALUATE WS-FMT-TYPE
                   WHEN 'M'
                       IF WS-FMT-RAW(1:WS-FMT-LEN) IS NUMERIC
                           MOVE WS-FMT-RAW(1:WS-FMT-LEN)
                               TO WS-MONEY-TEXT
                           INSPECT WS-MONEY-TEXT
                               REPLACING LEADING SPACE BY ZERO
                           MOVE WS-MONEY-NUM TO WS-MONEY-EDIT
                           MOVE WS-MONEY-EDIT TO WS-FMT-OUT
                       END-IF
                   WHEN 'P'
                       IF WS-FMT-RAW(1:3) IS NUMERIC
                           MOVE SPACES TO WS-FMT-OUT
                           STRING '.' WS-FMT-RAW(1:3)
                               DELIMITED BY SIZE INTO WS-FMT-OUT
                       END-IF
                   WHEN 'D'
                       IF WS-FMT-RAW(1:8) IS NUMERIC
                               AND WS-FMT-RAW(1:8) NOT = '00000000'
                           MOVE WS-FMT-RAW(1:8) TO WS-DATE-RAW
                           MOVE SPACES TO WS-FMT-OUT
                           STRING WS-DATE-MONTH '/' WS-DATE-DAY '/'
                               WS-DATE-YEAR
                               DELIMITED BY SIZE INTO WS-FMT-OUT
                       END-IF
               END-EVALUATE
           END-IF.
       L4-RAW-WRITE.
           WRITE AUDLINE FROM RAW-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L2-CLOSING.
           MOVE 'AUDIT RECORDS READ' TO O-CNT-DESC.
           MOVE C-READ TO O-CNT.
           WRITE AUDLINE FROM AUD-COUNT-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           MOVE 'CHANGES SELECTED' TO O-CNT-DESC.
           MOVE C-SELECTED TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE '  ADDED' TO O-CNT-DESC.
           MOVE C-ADDED TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE '  CHANGED' TO O-CNT-DESC.
           MOVE C-CHANGED TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE '  DELETED' TO O-CNT-DESC.
           MOVE C-DELETED TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE '  HELD FOR APPROVAL' TO O-CNT-DESC.
           MOVE C-HELD TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE '  HELD CHANGES REJECTED' TO O-CNT-DESC.
           MOVE C-REJECTED TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'FIELDS CHANGED' TO O-CNT-DESC.
           MOVE C-FIELDS-CHANGED TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'COMPLETE' TO O-STATUS.
           WRITE AUDLINE FROM AUD-STATUS-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE AUDIT-FILE.
           CLOSE AUDIT-PRINT.
           DISPLAY 'AUDIT TRAIL - ' C-SELECTED
               ' CHANGE(S) SELECTED, SEE AUDITRPT.PRT'.
       L4-COUNT-WRITE.
           WRITE AUDLINE FROM AUD-COUNT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE AUDLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE AUDLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE AUDLINE FROM SELECT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE AUDLINE FROM COL-LINE
               AFTER ADVANCING 2 LINES.
       L4-ASK-DATES.
           DISPLAY 'FROM DATE YYYYMMDD (BLANK=FIRST ON FILE): '
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = SPACES
               MOVE ZERO TO WS-FROM-DATE
               MOVE 'FIRST' TO O-SEL-FROM
           ELSE
               IF WS-ANSWER(1:8) IS NOT NUMERIC
                   DISPLAY 'FROM DATE MUST BE 8 DIGITS - ENDING'
                   STOP RUN
               END-IF
               MOVE WS-ANSWER(1:8) TO WS-FROM-DATE
               MOVE WS-ANSWER(1:8) TO O-SEL-FROM
           END-IF.
           DISPLAY 'TO DATE YYYYMMDD (BLANK=TODAY): '
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = SPACES
               MOVE WS-TODAY-DATE TO WS-TO-DATE
           ELSE
               IF WS-ANSWER(1:8) IS NOT NUMERIC
                   DISPLAY 'TO DATE MUST BE 8 DIGITS - ENDING'
                   STOP RUN
               END-IF
               MOVE WS-ANSWER(1:8) TO WS-TO-DATE
           END-IF.
           MOVE WS-TO-DATE TO O-SEL-TO.
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY 'TO DATE IS BEFORE FROM DATE - ENDING'
               STOP RUN
           END-IF.
       L4-ASK-SELECTION.
           DISPLAY 'OPERATOR ID (BLANK=ALL): ' WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           MOVE WS-ANSWER(1:8) TO WS-SEL-USER.
           DISPLAY 'FILE - BLDMAST, TENANTS, RATETAB, DEPOSITS, '
               'CHARGES, AUTOPAY, PAYPLAN, RENEWAL, WORKORD'.
           DISPLAY 'FILE (BLANK=ALL): ' WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           MOVE WS-ANSWER(1:8) TO WS-SEL-FILE.
           DISPLAY 'KEY OR ITS LEADING CHARACTERS (BLANK=ALL): '
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           MOVE WS-ANSWER(1:10) TO WS-SEL-KEY.
           MOVE ZERO TO WS-SEL-KEY-LEN.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > 10
               IF WS-SEL-KEY(WS-WORK-IDX:1) NOT = SPACE
                   MOVE WS-WORK-IDX TO WS-SEL-KEY-LEN
               END-IF
           END-PERFORM.
           MOVE 'ALL' TO O-SEL-USER.
           IF WS-SEL-USER NOT = SPACES
               MOVE WS-SEL-USER TO O-SEL-USER
           END-IF.
           MOVE 'ALL' TO O-SEL-FILE.
           IF WS-SEL-FILE NOT = SPACES
               MOVE WS-SEL-FILE TO O-SEL-FILE
           END-IF.
           MOVE 'ALL' TO O-SEL-KEY.
           IF WS-SEL-KEY NOT = SPACES
               MOVE WS-SEL-KEY TO O-SEL-KEY
           END-IF.
       END PROGRAM CBLBJC22.
