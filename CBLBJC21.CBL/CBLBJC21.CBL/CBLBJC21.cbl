       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLBJC21.
       AUTHOR.         BRADEN CRIM
       DATE-WRITTEN.   10/15/2026
      ******************************************************************
      *MONTHLY LEASE RENEWAL RUN.  READS THE TENANT ROSTER (TENANTS.
      *DAT) AND LISTS, BY BUILDING, EVERY LEASE WHOSE TM-LEASE-END
      *FALLS WITHIN THE NEXT 90 DAYS, MARKED AS ENDING WITHIN 30, 60
      *OR 90 DAYS, WITH THE RENT TODAY AND THE RENEWAL RENT.
      *
      *THE FIRST TIME A LEASE COMES INTO THE 90-DAY WINDOW IT IS
      *OFFERED A RENEWAL: A LETTER IS PRINTED QUOTING THE MONTHLY
      *RENT FROM THE DAY AFTER THE LEASE ENDS, PRICED THE WAY
      *CBLBJC05 PRICES IT (UNIT BAND, OCCUPANTS, BUILDING DISCOUNT OR
      *PREMIUM) FROM THE RATETAB.DAT ROWS IN EFFECT ON THAT DAY -
      *STAGED ROWS INCLUDED - AND THE OFFER IS RECORDED ON THE
      *RENEWAL TRACKING FILE, RENEWAL.DAT, AS OFFERED.  OCCUPANT
      *COUNTS COME FROM THE MONTH'S MONBILLS.DAT (ONE IF THE UNIT IS
      *NOT ON IT).  UTILITIES AND ANCILLARY ITEMS ARE NOT QUOTED.
      *
      *THE TENANT'S ANSWER IS KEYED IN CBLBJC07: AN ACCEPTED RENEWAL
      *EXTENDS TM-LEASE-END (AUDITED), A DECLINED ONE IS MARKED SO.
      *AN OFFER STILL OPEN WHEN THE LEASE ENDS IS MARKED NO RESPONSE
      *HERE.  DECLINED AND NO-RESPONSE LEASES STILL ON THE ROSTER
      *ARE LISTED AT THE END FOR THE MOVE-OUT INSPECTION AND THE
      *DEPOSIT SETTLEMENT, WITH THE DEPOSIT HELD FROM DEPOSITS.DAT.
      *RENEWAL.DAT KEEPS ONE ROW PER BLD-CODE/UNIT - A NEW OFFER
      *REPLACES THE LAST ONE - AND ROWS FOR UNITS NO LONGER ON THE
      *ROSTER ARE DROPPED WHEN THE FILE IS REWRITTEN.
      *
      *OUTPUT:  RENEWAL.PRT - 100 COLUMNS.
      *         RENLTR.PRT  - ONE OFFER LETTER PER PAGE.
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
           SELECT OPTIONAL BLD-MASTER
               ASSIGN TO 'C:\COBOL\BLDMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RATE-MASTER
               ASSIGN TO 'C:\COBOL\RATETAB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RENT-ORDER
               ASSIGN TO 'C:\COBOL\MONBILLS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPOSIT-MASTER
               ASSIGN TO 'C:\COBOL\DEPOSITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RENEWAL-FILE
               ASSIGN TO 'C:\COBOL\RENEWAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENEWAL-PRINT
               ASSIGN TO 'C:\COBOL\RENEWAL.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-PRINT
               ASSIGN TO 'C:\COBOL\RENLTR.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

       FD  TENANT-MASTER
           LABEL RECORD IS STANDARD.
       01  TENANT-MASTER-REC.
           05  TM-KEY.
               10  TM-BLD-CODE         PIC XX.
               10  TM-UNIT             PIC 99.
           05  TM-LEASEHOLDER          PIC X(25).
           05  TM-LEASE-START          PIC X(8).
           05  TM-LEASE-END            PIC X(8).

       FD  BLD-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS.
       01  BLD-MASTER-REC.
           05  BM-CODE                 PIC XX.
           05  BM-NAME                 PIC X(15).
           05  BM-ADDRESS              PIC X(30).
           05  BM-OWNER                PIC X(20).

       FD  RATE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS.
       01  RATE-MASTER-REC             PIC X(25).

      *    SAME LAYOUT AS CBLBJC05.
       FD  RENT-ORDER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS.
       01  I-RENT-REC.
           05  I-BLD-CODE              PIC XX.
           05  I-UNIT                  PIC 99.
           05  I-TENANTS               PIC 9.
           05  FILLER                  PIC X(29).

       FD  DEPOSIT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS.
       01  DEPOSIT-MASTER-REC.
           05  DP-BLD-CODE             PIC XX.
           05  DP-UNIT                 PIC 99.
           05  DP-AMOUNT               PIC 9(5)V99.
           05  DP-DATE-RECEIVED        PIC 9(8).
           05  DP-INTEREST             PIC 9(4)V99.

      *    ONE ROW PER BLD-CODE/UNIT - THE LATEST RENEWAL OFFERED.
      *    STATUS O OFFERED, A ACCEPTED, D DECLINED (BOTH KEYED IN
      *    CBLBJC07), N NO RESPONSE (SET HERE ONCE THE LEASE HAS
      *    ENDED WITH THE OFFER STILL OPEN).  THE RENEWAL DATE IS THE
      *    DAY AFTER THE LEASE END BEING RENEWED - THE RATES IN
      *    EFFECT THAT DAY PRICED THE QUOTE.
       FD  RENEWAL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS.
       01  RENEWAL-REC.
           05  RN-BLD-CODE             PIC XX.
           05  RN-UNIT                 PIC 99.
           05  RN-LEASE-END            PIC 9(8).
           05  RN-STATUS               PIC X.
           05  RN-OFFER-DATE           PIC 9(8).
           05  RN-RENEW-DATE           PIC 9(8).
           05  RN-CUR-RENT             PIC 9(5)V99.
           05  RN-NEW-RENT             PIC 9(5)V99.
           05  RN-RESPONSE-DATE        PIC 9(8).
           05  RN-NEW-END              PIC 9(8).

       FD  RENEWAL-PRINT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS RNWLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  RNWLINE                     PIC X(100).

       FD  LETTER-PRINT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LTRLINE.
       01  LTRLINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC XXXX.
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  C-PCTR                      PIC 99       VALUE ZERO.
           05  WS-TM-STATUS                PIC XX       VALUE SPACES.
           05  WS-TM-EOF                   PIC XXX      VALUE 'NO'.
           05  WS-EOF                      PIC XXX      VALUE 'NO'.
           05  WS-TODAY                    PIC 9(8)     VALUE ZERO.
           05  WS-TODAY-NUM                PIC 9(7)     VALUE ZERO.
           05  WS-LEASE-END                PIC 9(8)     VALUE ZERO.
           05  WS-DAYS-LEFT                PIC S9(7)    VALUE ZERO.
           05  WS-WINDOW                   PIC 9        VALUE ZERO.
           05  WS-ROW-FOUND                PIC X        VALUE 'N'.
               88  ROW-FOUND               VALUE 'Y'.
           05  WS-NEW-OFFER                PIC X        VALUE 'N'.
               88  NEW-OFFER               VALUE 'Y'.
           05  WS-PREV-BLD                 PIC XX       VALUE SPACES.
           05  WS-BLD-LISTED               PIC X        VALUE 'N'.
               88  BLD-LISTED              VALUE 'Y'.
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
           05  WS-MONTH-DAYS               PIC 99       VALUE ZERO.
           05  WS-LEAP-QUOT                PIC 9(4)     VALUE ZERO.
           05  WS-LEAP-REM4                PIC 9        VALUE ZERO.
           05  WS-LEAP-REM100              PIC 99       VALUE ZERO.
           05  WS-LEAP-REM400              PIC 999      VALUE ZERO.
           05  WS-SHORT-DATE.
               10  WS-SHORT-MONTH          PIC 99.
               10  FILLER                  PIC X        VALUE '/'.
               10  WS-SHORT-DAY            PIC 99.
               10  FILLER                  PIC X        VALUE '/'.
               10  WS-SHORT-YEAR           PIC 99.
           05  WS-LONG-DATE.
               10  WS-LONG-MONTH           PIC 99.
               10  FILLER                  PIC X        VALUE '/'.
               10  WS-LONG-DAY             PIC 99.
               10  FILLER                  PIC X        VALUE '/'.
               10  WS-LONG-YEAR            PIC 9999.
      *    RENT QUOTE - THE CBLBJC05 PRICING WITHOUT PRORATION,
      *    UTILITIES OR BALANCES.  WS-RATE-DATE PICKS THE RATETAB ROWS.
           05  WS-RATE-DATE                PIC 9(8)     VALUE ZERO.
           05  WS-OCCUPANTS                PIC 9        VALUE 1.
           05  C-BASE-RATE                 PIC 9999V99  VALUE ZERO.
           05  C-TENANT-CHARGE             PIC 999V99   VALUE ZERO.
           05  C-DISCOUNT                  PIC 999V99   VALUE ZERO.
           05  C-PREMIUM                   PIC 999V99   VALUE ZERO.
           05  C-SEASON-BASE               PIC 9999V99  VALUE ZERO.
           05  WS-QUOTE                    PIC 9(5)V99  VALUE ZERO.
           05  WS-SEASON-QUOTE             PIC 9(5)V99  VALUE ZERO.
           05  WS-CUR-RENT                 PIC 9(5)V99  VALUE ZERO.
           05  WS-NEW-RENT                 PIC 9(5)V99  VALUE ZERO.
           05  WS-SEASON-RENT              PIC 9(5)V99  VALUE ZERO.
      *    DEFAULTS BELOW MATCH CBLBJC05 - USED WHEN RATETAB.DAT IS
      *    ABSENT OR A BAND/PERCENTAGE IS NOT PRESENT IN THE FILE.
           05  WS-BPCT-PCT                 PIC V999     VALUE .330.
           05  WS-R7YTPP-PCT               PIC V999     VALUE .120.
           05  WS-IAJK-PCT                 PIC V999     VALUE .500.
           05  RATE-BAND-TABLE.
               10  RATE-BAND-ENTRY OCCURS 3 TIMES
                             INDEXED BY RB-IDX.
                   15  RB-BASE-RATE        PIC 9999V99.
                   15  RB-TENANT-HIGH      PIC 999V99.
                   15  RB-TENANT-PER       PIC 99V99.
           05  WS-RATE-COUNT               PIC 999      VALUE ZERO.
           05  RATE-TABLE.
               10  RATE-ENTRY OCCURS 50 TIMES
                             INDEXED BY RT-IDX.
                   15  RTT-REC              PIC X(25).
      *    COUNTS.
           05  C-WINDOW OCCURS 3 TIMES     PIC 9(5).
           05  C-BLD-WINDOW OCCURS 3 TIMES PIC 999.
           05  C-BLD-NEW                   PIC 999      VALUE ZERO.
           05  C-LETTERS                   PIC 9(5)     VALUE ZERO.
           05  C-NO-RESPONSE               PIC 9(5)     VALUE ZERO.
           05  C-MOVEOUT                   PIC 9(5)     VALUE ZERO.
           05  C-TABLE-FULL                PIC 9(5)     VALUE ZERO.
           05  C-DEPOSIT-HELD              PIC 9(7)V99  VALUE ZERO.
           05  WS-BLD-COUNT                PIC 99       VALUE ZERO.
           05  BLD-TABLE.
               10  BLD-ENTRY OCCURS 30 TIMES
                             INDEXED BY BT-IDX.
                   15  BT-CODE              PIC XX.
                   15  BT-NAME              PIC X(15).
                   15  BT-ADDRESS           PIC X(30).
           05  WS-CURR-BLD-NAME            PIC X(15)    VALUE SPACES.
           05  WS-CURR-BLD-ADDRESS         PIC X(30)    VALUE SPACES.
      *    OCCUPANT COUNT PER UNIT FROM THE MONTH'S MONBILLS.DAT.
           05  WS-OCC-COUNT                PIC 999      VALUE ZERO.
           05  OCC-TABLE.
               10  OCC-ENTRY OCCURS 750 TIMES
                             INDEXED BY OC-IDX.
                   15  OCT-BLD-CODE         PIC XX.
                   15  OCT-UNIT             PIC 99.
                   15  OCT-TENANTS          PIC 9.
           05  WS-DEP-COUNT                PIC 999      VALUE ZERO.
           05  DEP-TABLE.
               10  DEP-ENTRY OCCURS 200 TIMES
                             INDEXED BY DP-IDX.
                   15  DPT-BLD-CODE         PIC XX.
                   15  DPT-UNIT             PIC 99.
                   15  DPT-AMOUNT           PIC 9(5)V99.
                   15  DPT-DATE-RECEIVED    PIC 9(8).
                   15  DPT-INTEREST         PIC 9(4)V99.
      *    RENEWAL.DAT IN STORAGE.  RNT-SEEN IS SET AS THE ROSTER
      *    PASS MEETS THE UNIT, AND RNT-ROSTER-END KEEPS THE LEASE
      *    END THE ROSTER HOLDS TODAY.
           05  WS-RNW-COUNT                PIC 999      VALUE ZERO.
           05  RNW-TABLE.
               10  RNW-ENTRY OCCURS 200 TIMES
                             INDEXED BY RN-IDX.
                   15  RNT-REC.
                       20  RNT-BLD-CODE     PIC XX.
                       20  RNT-UNIT         PIC 99.
                       20  RNT-LEASE-END    PIC 9(8).
                       20  RNT-STATUS       PIC X.
                       20  RNT-OFFER-DATE   PIC 9(8).
                       20  RNT-RENEW-DATE   PIC 9(8).
                       20  RNT-CUR-RENT     PIC 9(5)V99.
                       20  RNT-NEW-RENT     PIC 9(5)V99.
                       20  RNT-RESPONSE-DATE
                                            PIC 9(8).
                       20  RNT-NEW-END      PIC 9(8).
                   15  RNT-SEEN             PIC X.
                   15  RNT-LEASEHOLDER      PIC X(25).
                   15  RNT-ROSTER-END       PIC X(8).
      *    ONE RATETAB.DAT ROW BEING APPLIED - SAME LAYOUT AS CBLBJC05.
       01  RATE-PARM-REC.
           05  RT-TYPE                 PIC X.
               88  RT-IS-BAND          VALUE 'B'.
               88  RT-IS-PCT           VALUE 'P'.
           05  RT-KEY                  PIC 9.
           05  RT-VALUES.
               10  RT-BASE-RATE        PIC 9999V99.
               10  RT-TENANT-HIGH      PIC 999V99.
               10  RT-TENANT-PER       PIC 99V99.
           05  RT-PCT-VALUES REDEFINES RT-VALUES.
               10  RT-PERCENTAGE       PIC V999.
               10  FILLER              PIC X(8).
           05  RT-EFFECTIVE-DATE       PIC 9(8).
      *    THE UNIT BEING PRICED, WITH THE CBLBJC05 CONDITIONS.
       01  QUOTE-UNIT.
           05  Q-BLD-CODE              PIC XX.
               88  R7YTPP              VALUE 'R7','YT','PP'.
               88  BPCT                VALUE 'BP','CT'.
               88  IAJK                VALUE 'IA','JK'.
           05  Q-UNIT                  PIC 99.
               88  UNIT1-8             VALUE 1 THRU 8.
               88  UNIT9-16            VALUE 9 THRU 16.
               88  UNIT17-25           VALUE 17 THRU 25.
               88  UNIT2325            VALUE 23,25.
               88  UNIT-IN-RANGE       VALUE 1 THRU 25.
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
           05  FILLER                  PIC X(8)    VALUE 'COBBJC21'.
           05  FILLER                  PIC X(27)   VALUE SPACES.
           05  FILLER                  PIC X(28)
                   VALUE 'LEASE RENEWALS - BRADEN'.
       01  RNW-COL-LINE.
           05  FILLER                  PIC X(7)    VALUE 'UNIT'.
           05  FILLER                  PIC X(26)   VALUE 'LEASEHOLDER'.
           05  FILLER                  PIC X(10)   VALUE 'LEASE END'.
           05  FILLER                  PIC X(5)    VALUE 'DAYS'.
           05  FILLER                  PIC X(8)    VALUE 'WITHIN'.
           05  FILLER                  PIC X(11)   VALUE ' RENT TODAY'.
           05  FILLER                  PIC X(11)   VALUE ' NEW RENT'.
           05  FILLER                  PIC X(10)   VALUE 'RATES OF'.
           05  FILLER                  PIC X(12)   VALUE 'RENEWAL'.
       01  RNW-BLD-LINE.
           05  FILLER                  PIC X(10)   VALUE 'BUILDING: '.
           05  O-BLD-CODE              PIC XX.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-BLD-NAME              PIC X(15).
       01  RNW-DETAIL-LINE.
           05  O-DTL-BLD               PIC XX.
           05  FILLER                  PIC X       VALUE '-'.
           05  O-DTL-UNIT              PIC 99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-TENANT            PIC X(25).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-END               PIC X(8).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-DAYS              PIC ZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-WINDOW            PIC X(7).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-CUR-RENT          PIC $$$,$$9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-NEW-RENT          PIC $$$,$$9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DTL-RATES-OF          PIC X(8).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-DTL-STATUS            PIC X(11).
       01  RNW-BLD-TOTAL-LINE.
           05  FILLER                  PIC X(7)    VALUE SPACES.
           05  FILLER                  PIC X(17)
                   VALUE 'WITHIN 30 DAYS: '.
           05  O-BT-30                 PIC ZZ9.
           05  FILLER                  PIC X(17)
                   VALUE '   31-60 DAYS: '.
           05  O-BT-60                 PIC ZZ9.
           05  FILLER                  PIC X(17)
                   VALUE '   61-90 DAYS: '.
           05  O-BT-90                 PIC ZZ9.
           05  FILLER                  PIC X(17)
                   VALUE '   NEW OFFERS: '.
           05  O-BT-NEW                PIC ZZ9.
       01  RNW-SECTION-LINE.
           05  O-SECTION               PIC X(70).
       01  MOV-COL-LINE.
           05  FILLER                  PIC X(7)    VALUE 'UNIT'.
           05  FILLER                  PIC X(26)   VALUE 'LEASEHOLDER'.
           05  FILLER                  PIC X(10)   VALUE 'LEASE END'.
           05  FILLER                  PIC X(13)   VALUE 'RENEWAL'.
           05  FILLER                  PIC X(10)   VALUE 'ANSWERED'.
           05  FILLER                  PIC X(13)   VALUE 'DEPOSIT HELD'.
           05  FILLER                  PIC X(10)   VALUE '  INTEREST'.
       01  MOV-DETAIL-LINE.
           05  O-MOV-BLD               PIC XX.
           05  FILLER                  PIC X       VALUE '-'.
           05  O-MOV-UNIT              PIC 99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-MOV-TENANT            PIC X(25).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-MOV-END               PIC X(8).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-MOV-STATUS            PIC X(12).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-MOV-ANSWERED          PIC X(8).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-MOV-DEPOSIT           PIC X(12).
           05  O-MOV-DEPOSIT-AMT REDEFINES O-MOV-DEPOSIT
                                       PIC $$$,$$9.99BB.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-MOV-INTEREST          PIC $$,$$9.99.
       01  RNW-COUNT-LINE.
           05  O-CNT-DESC              PIC X(40).
           05  O-CNT                   PIC ZZ,ZZ9.
       01  RNW-AMT-LINE.
           05  O-AMT-DESC              PIC X(40).
           05  O-AMT                   PIC $$,$$$,$$9.99-.
       01  RNW-STATUS-LINE.
           05  FILLER                  PIC X(8)    VALUE 'STATUS: '.
           05  O-STATUS                PIC X(70).
      *    OFFER LETTER LINES.
       01  LTR-HEAD-LINE.
           05  FILLER                  PIC X(15)
                   VALUE "FURLY'S RENTALS".
           05  FILLER                  PIC X(45)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'DATE: '.
           05  O-LTR-DATE              PIC X(10).
       01  LTR-TEXT-LINE.
           05  O-LTR-TEXT              PIC X(80).
       01  LTR-UNIT-LINE.
           05  FILLER                  PIC X(6)    VALUE 'UNIT: '.
           05  O-LTR-BLD               PIC XX.
           05  FILLER                  PIC X       VALUE '-'.
           05  O-LTR-UNIT              PIC 99.
       01  LTR-DEAR-LINE.
           05  FILLER                  PIC X(5)    VALUE 'DEAR '.
           05  O-LTR-DEAR              PIC X(25).
       01  LTR-ENDS-LINE.
           05  FILLER                  PIC X(32)
                   VALUE 'YOUR LEASE ON THIS UNIT ENDS ON '.
           05  O-LTR-END               PIC X(10).
           05  FILLER                  PIC X(21)
                   VALUE '.  WE ARE PLEASED TO'.
       01  LTR-FROM-LINE.
           05  FILLER                  PIC X(32)
                   VALUE 'OFFER YOU A RENEWAL BEGINNING '.
           05  O-LTR-FROM              PIC X(10).
           05  FILLER                  PIC X       VALUE '.'.
       01  LTR-RENT-LINE.
           05  O-LTR-RENT-DESC         PIC X(40).
           05  O-LTR-RENT              PIC $$,$$9.99.
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-ROSTER.
           PERFORM L2-MOVEOUTS.
           PERFORM L2-CLOSING.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE   TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           MOVE CURRENT-DATE-AND-TIME(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-DATE-WORK.
           PERFORM L4-DAY-NUMBER.
           MOVE WS-DAY-NUM TO WS-TODAY-NUM.
           PERFORM L4-LONG-DATE.
           MOVE WS-LONG-DATE TO O-LTR-DATE.
           MOVE ZERO TO C-WINDOW(1).
           MOVE ZERO TO C-WINDOW(2).
           MOVE ZERO TO C-WINDOW(3).
           PERFORM L4-LOAD-BUILDINGS.
           PERFORM L4-LOAD-RATES.
           PERFORM L4-LOAD-OCCUPANTS.
           PERFORM L4-LOAD-DEPOSITS.
           PERFORM L4-LOAD-RENEWALS.
           PERFORM L4-OPEN-TENANTS.
           OPEN OUTPUT RENEWAL-PRINT.
           OPEN OUTPUT LETTER-PRINT.
           PERFORM L4-HEADINGS.
      ******************************************************************
      *ONE PASS OF THE ROSTER IN KEY ORDER, SO THE LEASES FALL OUT
      *BUILDING BY BUILDING.
      ******************************************************************
       L2-ROSTER.
           MOVE 'NO' TO WS-TM-EOF.
           MOVE LOW-VALUES TO TM-KEY.
           START TENANT-MASTER KEY IS NOT LESS THAN TM-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-TM-EOF
           END-START.
           PERFORM UNTIL WS-TM-EOF = 'YES'
               READ TENANT-MASTER NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-TM-EOF
                   NOT AT END
                       IF TM-BLD-CODE NOT = WS-PREV-BLD
                           PERFORM L4-BUILDING-BREAK
                       END-IF
                       PERFORM L3-ONE-LEASE
               END-READ
           END-PERFORM.
           PERFORM L4-BUILDING-BREAK.
       L3-ONE-LEASE.
           PERFORM L4-RNW-FIND.
           IF ROW-FOUND
               MOVE 'Y' TO RNT-SEEN(RN-IDX)
               MOVE TM-LEASEHOLDER TO RNT-LEASEHOLDER(RN-IDX)
               MOVE TM-LEASE-END TO RNT-ROSTER-END(RN-IDX)
           END-IF.
      *    AN OPEN-ENDED LEASE (ZEROS) NEVER COMES UP FOR RENEWAL.
           IF TM-LEASE-END IS NUMERIC
                   AND TM-LEASE-END NOT = '00000000'
               MOVE TM-LEASE-END TO WS-LEASE-END
               MOVE WS-LEASE-END TO WS-DATE-WORK
               PERFORM L4-DAY-NUMBER
               COMPUTE WS-DAYS-LEFT = WS-DAY-NUM - WS-TODAY-NUM
               IF WS-DAYS-LEFT < ZERO
                   PERFORM L3-LEASE-ENDED
               ELSE
                   IF WS-DAYS-LEFT <= 90
                       PERFORM L3-LEASE-IN-WINDOW
                   END-IF
               END-IF
           END-IF.
       L3-LEASE-ENDED.
      *    THE LEASE HAS RUN OUT WITH THE OFFER STILL OPEN.
           IF ROW-FOUND
               IF RNT-STATUS(RN-IDX) = 'O'
                       AND RNT-LEASE-END(RN-IDX) = WS-LEASE-END
                   MOVE 'N' TO RNT-STATUS(RN-IDX)
                   MOVE WS-TODAY TO RNT-RESPONSE-DATE(RN-IDX)
                   ADD 1 TO C-NO-RESPONSE
               END-IF
           END-IF.
       L3-LEASE-IN-WINDOW.
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT <= 30
                   MOVE 1 TO WS-WINDOW
               WHEN WS-DAYS-LEFT <= 60
                   MOVE 2 TO WS-WINDOW
               WHEN OTHER
                   MOVE 3 TO WS-WINDOW
           END-EVALUATE.
           MOVE TM-BLD-CODE TO Q-BLD-CODE.
           MOVE TM-UNIT TO Q-UNIT.
           PERFORM L4-FIND-OCCUPANTS.
      *    RENT TODAY, AND RENT ON THE DAY AFTER THE LEASE ENDS.
           MOVE WS-TODAY TO WS-RATE-DATE.
           PERFORM L4-QUOTE-RENT.
           MOVE WS-QUOTE TO WS-CUR-RENT.
           MOVE WS-LEASE-END TO WS-DATE-WORK.
           PERFORM L4-NEXT-DAY.
           MOVE WS-DATE-WORK TO WS-RATE-DATE.
           PERFORM L4-QUOTE-RENT.
           MOVE WS-QUOTE TO WS-NEW-RENT.
           MOVE WS-SEASON-QUOTE TO WS-SEASON-RENT.
      *    A LEASE IS OFFERED ONCE - A ROW FOR AN EARLIER LEASE END
      *    IS AN OLD RENEWAL AND IS REPLACED BY THE NEW OFFER.
           MOVE 'N' TO WS-NEW-OFFER.
           IF NOT ROW-FOUND
               IF WS-RNW-COUNT < 200
                   ADD 1 TO WS-RNW-COUNT
                   SET RN-IDX TO WS-RNW-COUNT
                   MOVE 'Y' TO RNT-SEEN(RN-IDX)
                   MOVE TM-LEASEHOLDER TO RNT-LEASEHOLDER(RN-IDX)
                   MOVE TM-LEASE-END TO RNT-ROSTER-END(RN-IDX)
                   MOVE 'Y' TO WS-NEW-OFFER
                   MOVE 'Y' TO WS-ROW-FOUND
               ELSE
                   ADD 1 TO C-TABLE-FULL
               END-IF
           ELSE
               IF RNT-LEASE-END(RN-IDX) NOT = WS-LEASE-END
                   MOVE 'Y' TO WS-NEW-OFFER
               END-IF
           END-IF.
           IF NEW-OFFER
               MOVE TM-BLD-CODE TO RNT-BLD-CODE(RN-IDX)
               MOVE TM-UNIT TO RNT-UNIT(RN-IDX)
               MOVE WS-LEASE-END TO RNT-LEASE-END(RN-IDX)
               MOVE 'O' TO RNT-STATUS(RN-IDX)
               MOVE WS-TODAY TO RNT-OFFER-DATE(RN-IDX)
               MOVE WS-RATE-DATE TO RNT-RENEW-DATE(RN-IDX)
               MOVE WS-CUR-RENT TO RNT-CUR-RENT(RN-IDX)
               MOVE WS-NEW-RENT TO RNT-NEW-RENT(RN-IDX)
               MOVE ZERO TO RNT-RESPONSE-DATE(RN-IDX)
               MOVE ZERO TO RNT-NEW-END(RN-IDX)
               PERFORM L4-LETTER
               ADD 1 TO C-LETTERS
               ADD 1 TO C-BLD-NEW
           END-IF.
           PERFORM L4-DETAIL-LINE.
           ADD 1 TO C-WINDOW(WS-WINDOW).
           ADD 1 TO C-BLD-WINDOW(WS-WINDOW).
       L4-DETAIL-LINE.
           IF NOT BLD-LISTED
               MOVE TM-BLD-CODE TO O-BLD-CODE
               MOVE WS-CURR-BLD-NAME TO O-BLD-NAME
               WRITE RNWLINE FROM RNW-BLD-LINE
                   AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADINGS
               END-WRITE
               MOVE 'Y' TO WS-BLD-LISTED
           END-IF.
           MOVE TM-BLD-CODE TO O-DTL-BLD.
           MOVE TM-UNIT TO O-DTL-UNIT.
           MOVE TM-LEASEHOLDER TO O-DTL-TENANT.
           MOVE WS-LEASE-END TO WS-DATE-WORK.
           PERFORM L4-SHORT-DATE.
           MOVE WS-SHORT-DATE TO O-DTL-END.
           MOVE WS-DAYS-LEFT TO O-DTL-DAYS.
           EVALUATE WS-WINDOW
               WHEN 1
                   MOVE '30 DAYS' TO O-DTL-WINDOW
               WHEN 2
                   MOVE '60 DAYS' TO O-DTL-WINDOW
               WHEN OTHER
                   MOVE '90 DAYS' TO O-DTL-WINDOW
           END-EVALUATE.
           MOVE WS-CUR-RENT TO O-DTL-CUR-RENT.
           MOVE WS-NEW-RENT TO O-DTL-NEW-RENT.
           MOVE WS-RATE-DATE TO WS-DATE-WORK.
           PERFORM L4-SHORT-DATE.
           MOVE WS-SHORT-DATE TO O-DTL-RATES-OF.
           IF NOT ROW-FOUND
               MOVE 'NOT TRACKED' TO O-DTL-STATUS
           ELSE
               IF NEW-OFFER
                   MOVE 'LETTER SENT' TO O-DTL-STATUS
               ELSE
                   PERFORM L4-STATUS-TEXT
                   MOVE O-MOV-STATUS TO O-DTL-STATUS
               END-IF
           END-IF.
           WRITE RNWLINE FROM RNW-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-STATUS-TEXT.
           EVALUATE RNT-STATUS(RN-IDX)
               WHEN 'O'
                   MOVE 'OFFERED' TO O-MOV-STATUS
               WHEN 'A'
                   MOVE 'ACCEPTED' TO O-MOV-STATUS
               WHEN 'D'
                   MOVE 'DECLINED' TO O-MOV-STATUS
               WHEN 'N'
                   MOVE 'NO RESPONSE' TO O-MOV-STATUS
               WHEN OTHER
                   MOVE 'UNKNOWN' TO O-MOV-STATUS
           END-EVALUATE.
       L4-BUILDING-BREAK.
           IF BLD-LISTED
               MOVE C-BLD-WINDOW(1) TO O-BT-30
               MOVE C-BLD-WINDOW(2) TO O-BT-60
               MOVE C-BLD-WINDOW(3) TO O-BT-90
               MOVE C-BLD-NEW TO O-BT-NEW
               WRITE RNWLINE FROM RNW-BLD-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
               END-WRITE
           END-IF.
           MOVE 'N' TO WS-BLD-LISTED.
           MOVE ZERO TO C-BLD-WINDOW(1).
           MOVE ZERO TO C-BLD-WINDOW(2).
           MOVE ZERO TO C-BLD-WINDOW(3).
           MOVE ZERO TO C-BLD-NEW.
           MOVE TM-BLD-CODE TO WS-PREV-BLD.
           MOVE '(NOT ON BLDMAST)' TO WS-CURR-BLD-NAME.
           MOVE SPACES TO WS-CURR-BLD-ADDRESS.
           SET BT-IDX TO 1.
           PERFORM UNTIL BT-IDX > WS-BLD-COUNT
               IF BT-CODE(BT-IDX) = TM-BLD-CODE
                   MOVE BT-NAME(BT-IDX) TO WS-CURR-BLD-NAME
                   MOVE BT-ADDRESS(BT-IDX) TO WS-CURR-BLD-ADDRESS
               END-IF
               SET BT-IDX UP BY 1
           END-PERFORM.
      ******************************************************************
      *DECLINED AND NO-RESPONSE LEASES STILL ON THE ROSTER WITH THE
      *LEASE END THAT WAS OFFERED - THE TENANT IS LEAVING, SO THE
      *UNIT NEEDS ITS MOVE-OUT INSPECTION AND THE DEPOSIT ITS
      *SETTLEMENT.  ONCE THE ROW LEAVES THE ROSTER (OR THE LEASE IS
      *CHANGED) IT DROPS OFF THIS LIST.
      ******************************************************************
       L2-MOVEOUTS.
           MOVE 'MOVE-OUT INSPECTION AND DEPOSIT SETTLEMENT DUE'
               TO O-SECTION.
           WRITE RNWLINE FROM RNW-SECTION-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           WRITE RNWLINE FROM MOV-COL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           SET RN-IDX TO 1.
           PERFORM UNTIL RN-IDX > WS-RNW-COUNT
               IF RNT-SEEN(RN-IDX) = 'Y'
                       AND (RNT-STATUS(RN-IDX) = 'D'
                       OR RNT-STATUS(RN-IDX) = 'N')
                       AND RNT-ROSTER-END(RN-IDX) IS NUMERIC
                   IF RNT-ROSTER-END(RN-IDX) = RNT-LEASE-END(RN-IDX)
                       PERFORM L3-ONE-MOVEOUT
                   END-IF
               END-IF
               SET RN-IDX UP BY 1
           END-PERFORM.
       L3-ONE-MOVEOUT.
           MOVE RNT-BLD-CODE(RN-IDX) TO O-MOV-BLD.
           MOVE RNT-UNIT(RN-IDX) TO O-MOV-UNIT.
           MOVE RNT-LEASEHOLDER(RN-IDX) TO O-MOV-TENANT.
           MOVE RNT-LEASE-END(RN-IDX) TO WS-DATE-WORK.
           PERFORM L4-SHORT-DATE.
           MOVE WS-SHORT-DATE TO O-MOV-END.
           PERFORM L4-STATUS-TEXT.
           MOVE RNT-RESPONSE-DATE(RN-IDX) TO WS-DATE-WORK.
           PERFORM L4-SHORT-DATE.
           MOVE WS-SHORT-DATE TO O-MOV-ANSWERED.
           MOVE 'N' TO WS-ROW-FOUND.
           SET DP-IDX TO 1.
           PERFORM UNTIL DP-IDX > WS-DEP-COUNT OR ROW-FOUND
               IF DPT-BLD-CODE(DP-IDX) = RNT-BLD-CODE(RN-IDX)
                       AND DPT-UNIT(DP-IDX) = RNT-UNIT(RN-IDX)
                   MOVE 'Y' TO WS-ROW-FOUND
               ELSE
                   SET DP-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF ROW-FOUND
               MOVE DPT-AMOUNT(DP-IDX) TO O-MOV-DEPOSIT-AMT
               MOVE DPT-INTEREST(DP-IDX) TO O-MOV-INTEREST
               ADD DPT-AMOUNT(DP-IDX) TO C-DEPOSIT-HELD
               ADD DPT-INTEREST(DP-IDX) TO C-DEPOSIT-HELD
           ELSE
               MOVE 'NONE ON FILE' TO O-MOV-DEPOSIT
               MOVE ZERO TO O-MOV-INTEREST
           END-IF.
           WRITE RNWLINE FROM MOV-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           ADD 1 TO C-MOVEOUT.
       L2-CLOSING.
           MOVE 'RENEWAL RUN TOTALS' TO O-SECTION.
           WRITE RNWLINE FROM RNW-SECTION-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           MOVE 'LEASES ENDING WITHIN 30 DAYS' TO O-CNT-DESC.
           MOVE C-WINDOW(1) TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'LEASES ENDING IN 31-60 DAYS' TO O-CNT-DESC.
           MOVE C-WINDOW(2) TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'LEASES ENDING IN 61-90 DAYS' TO O-CNT-DESC.
           MOVE C-WINDOW(3) TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'RENEWAL OFFER LETTERS PRINTED' TO O-CNT-DESC.
           MOVE C-LETTERS TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'OFFERS MARKED NO RESPONSE THIS RUN' TO O-CNT-DESC.
           MOVE C-NO-RESPONSE TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'MOVE-OUTS TO INSPECT AND SETTLE' TO O-CNT-DESC.
           MOVE C-MOVEOUT TO O-CNT.
           PERFORM L4-COUNT-WRITE.
           MOVE 'DEPOSITS AND INTEREST TO SETTLE' TO O-AMT-DESC.
           MOVE C-DEPOSIT-HELD TO O-AMT.
           WRITE RNWLINE FROM RNW-AMT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
           IF C-TABLE-FULL > ZERO
               MOVE 'LEASES NOT OFFERED - RENEWAL.DAT FULL (200)'
                   TO O-CNT-DESC
               MOVE C-TABLE-FULL TO O-CNT
               PERFORM L4-COUNT-WRITE
               MOVE 'RENEWAL.DAT FULL - SOME LEASES NOT OFFERED'
                   TO O-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'COMPLETE' TO O-STATUS
           END-IF.
           WRITE RNWLINE FROM RNW-STATUS-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE RENEWAL-PRINT.
           CLOSE LETTER-PRINT.
           CLOSE TENANT-MASTER.
           PERFORM L4-SAVE-RENEWALS.
           DISPLAY 'LEASE RENEWALS - ' C-LETTERS
               ' LETTER(S), SEE RENEWAL.PRT AND RENLTR.PRT'.
      ******************************************************************
      *OFFER LETTER - ONE PAGE PER LEASE
      ******************************************************************
       L4-LETTER.
           WRITE LTRLINE FROM LTR-HEAD-LINE
               AFTER ADVANCING PAGE.
           MOVE TM-LEASEHOLDER TO O-LTR-TEXT.
           WRITE LTRLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-CURR-BLD-NAME TO O-LTR-TEXT.
           WRITE LTRLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-CURR-BLD-ADDRESS TO O-LTR-TEXT.
           WRITE LTRLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE TM-BLD-CODE TO O-LTR-BLD.
           MOVE TM-UNIT TO O-LTR-UNIT.
           WRITE LTRLINE FROM LTR-UNIT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE TM-LEASEHOLDER TO O-LTR-DEAR.
           WRITE LTRLINE FROM LTR-DEAR-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-LEASE-END TO WS-DATE-WORK.
           PERFORM L4-LONG-DATE.
           MOVE WS-LONG-DATE TO O-LTR-END.
           WRITE LTRLINE FROM LTR-ENDS-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-RATE-DATE TO WS-DATE-WORK.
           PERFORM L4-LONG-DATE.
           MOVE WS-LONG-DATE TO O-LTR-FROM.
           WRITE LTRLINE FROM LTR-FROM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'MONTHLY RENT UNDER THE RENEWAL:' TO O-LTR-RENT-DESC.
           MOVE WS-NEW-RENT TO O-LTR-RENT.
           WRITE LTRLINE FROM LTR-RENT-LINE
               AFTER ADVANCING 2 LINES.
           IF IAJK
               MOVE 'IN THE SEASONAL RATE MONTHS:'
                   TO O-LTR-RENT-DESC
               MOVE WS-SEASON-RENT TO O-LTR-RENT
               WRITE LTRLINE FROM LTR-RENT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'YOUR MONTHLY RENT TODAY:' TO O-LTR-RENT-DESC.
           MOVE WS-CUR-RENT TO O-LTR-RENT.
           WRITE LTRLINE FROM LTR-RENT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'UTILITIES AND ANY OTHER CHARGES WILL CONTINUE TO BE'
               TO O-LTR-TEXT.
           WRITE LTRLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'BILLED SEPARATELY EACH MONTH, AS THEY ARE TODAY.'
               TO O-LTR-TEXT.
           WRITE LTRLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PLEASE LET THE OFFICE KNOW WHETHER YOU WILL RENEW'
               TO O-LTR-TEXT.
           WRITE LTRLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'BEFORE YOUR LEASE ENDS.' TO O-LTR-TEXT.
           WRITE LTRLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SINCERELY,' TO O-LTR-TEXT.
           WRITE LTRLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "FURLY'S RENTALS MANAGEMENT OFFICE" TO O-LTR-TEXT.
           WRITE LTRLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 3 LINES.
      ******************************************************************
      *RENT QUOTE.  THE RATETAB.DAT ROWS ARE APPLIED IN FILE ORDER
      *OVER THE DEFAULTS, SKIPPING ANY ROW NOT YET IN EFFECT ON
      *WS-RATE-DATE - THE SAME RULE CBLBJC05 APPLIES ON ITS RUN DATE.
      *WS-SEASON-QUOTE IS THE SAME RENT WITH THE IA/JK SEASONAL
      *BASE-RATE PERCENTAGE APPLIED.
      ******************************************************************
       L4-QUOTE-RENT.
           MOVE .330 TO WS-BPCT-PCT.
           MOVE .120 TO WS-R7YTPP-PCT.
           MOVE .500 TO WS-IAJK-PCT.
           MOVE 650.00 TO RB-BASE-RATE(1).
           MOVE 83.45  TO RB-TENANT-HIGH(1).
           MOVE 25.00  TO RB-TENANT-PER(1).
           MOVE 700.00 TO RB-BASE-RATE(2).
           MOVE 135.00 TO RB-TENANT-HIGH(2).
           MOVE 35.55  TO RB-TENANT-PER(2).
           MOVE 825.00 TO RB-BASE-RATE(3).
           MOVE 185.60 TO RB-TENANT-HIGH(3).
           MOVE 50.00  TO RB-TENANT-PER(3).
           SET RT-IDX TO 1.
           PERFORM UNTIL RT-IDX > WS-RATE-COUNT
               MOVE RTT-REC(RT-IDX) TO RATE-PARM-REC
               IF RT-EFFECTIVE-DATE <= WS-RATE-DATE
                   PERFORM L4-APPLY-RATE
               END-IF
               SET RT-IDX UP BY 1
           END-PERFORM.
           MOVE ZERO TO C-DISCOUNT.
           MOVE ZERO TO C-PREMIUM.
           EVALUATE TRUE
               WHEN UNIT1-8
                   SET RB-IDX TO 1
               WHEN UNIT9-16
                   SET RB-IDX TO 2
               WHEN OTHER
                   SET RB-IDX TO 3
           END-EVALUATE.
           MOVE RB-BASE-RATE(RB-IDX) TO C-BASE-RATE.
           IF WS-OCCUPANTS > 4
               MOVE RB-TENANT-HIGH(RB-IDX) TO C-TENANT-CHARGE
           ELSE
               IF WS-OCCUPANTS > 1
                   COMPUTE C-TENANT-CHARGE ROUNDED
                       = (WS-OCCUPANTS - 1) * RB-TENANT-PER(RB-IDX)
               ELSE
                   MOVE ZERO TO C-TENANT-CHARGE
               END-IF
           END-IF.
           IF R7YTPP
               IF UNIT2325
                   COMPUTE C-PREMIUM ROUNDED = (C-BASE-RATE +
                       C-TENANT-CHARGE) * WS-R7YTPP-PCT
               END-IF
           END-IF.
           IF BPCT
               COMPUTE C-DISCOUNT ROUNDED = (C-BASE-RATE +
                   C-TENANT-CHARGE) * WS-BPCT-PCT
           END-IF.
           COMPUTE WS-QUOTE = C-BASE-RATE + C-TENANT-CHARGE +
               C-PREMIUM - C-DISCOUNT.
           MOVE WS-QUOTE TO WS-SEASON-QUOTE.
           IF IAJK
               COMPUTE C-SEASON-BASE ROUNDED
                   = C-BASE-RATE * WS-IAJK-PCT
               COMPUTE WS-SEASON-QUOTE = C-SEASON-BASE +
                   C-TENANT-CHARGE + C-PREMIUM - C-DISCOUNT
           END-IF.
       L4-APPLY-RATE.
           IF RT-IS-BAND AND RT-KEY >= 1 AND RT-KEY <= 3
               MOVE RT-BASE-RATE
                   TO RB-BASE-RATE(RT-KEY)
               MOVE RT-TENANT-HIGH
                   TO RB-TENANT-HIGH(RT-KEY)
               MOVE RT-TENANT-PER
                   TO RB-TENANT-PER(RT-KEY)
           ELSE
               IF RT-IS-PCT
                   EVALUATE RT-KEY
                       WHEN 1
                           MOVE RT-PERCENTAGE
                               TO WS-BPCT-PCT
                       WHEN 2
                           MOVE RT-PERCENTAGE
                               TO WS-R7YTPP-PCT
                       WHEN 3
                           MOVE RT-PERCENTAGE
                               TO WS-IAJK-PCT
                   END-EVALUATE
               END-IF
           END-IF.
       L4-FIND-OCCUPANTS.
           MOVE 1 TO WS-OCCUPANTS.
           SET OC-IDX TO 1.
           PERFORM UNTIL OC-IDX > WS-OCC-COUNT
               IF OCT-BLD-CODE(OC-IDX) = TM-BLD-CODE
                       AND OCT-UNIT(OC-IDX) = TM-UNIT
                       AND OCT-TENANTS(OC-IDX) > ZERO
                   MOVE OCT-TENANTS(OC-IDX) TO WS-OCCUPANTS
               END-IF
               SET OC-IDX UP BY 1
           END-PERFORM.
      ******************************************************************
      *DATES
      ******************************************************************
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
       L4-NEXT-DAY.
      *    WS-DATE-WORK MOVES ON ONE CALENDAR DAY.
           EVALUATE WS-DATE-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 02
                   DIVIDE WS-DATE-YEAR BY 4
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM4
                   DIVIDE WS-DATE-YEAR BY 100
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM100
                   DIVIDE WS-DATE-YEAR BY 400
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM400
                   IF WS-LEAP-REM4 = ZERO
                           AND (WS-LEAP-REM100 NOT = ZERO
                           OR WS-LEAP-REM400 = ZERO)
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.
           IF WS-DATE-DAY < WS-MONTH-DAYS
               ADD 1 TO WS-DATE-DAY
           ELSE
               MOVE 1 TO WS-DATE-DAY
               IF WS-DATE-MONTH < 12
                   ADD 1 TO WS-DATE-MONTH
               ELSE
                   MOVE 1 TO WS-DATE-MONTH
                   ADD 1 TO WS-DATE-YEAR
               END-IF
           END-IF.
       L4-SHORT-DATE.
      *    YYYYMMDD IN WS-DATE-WORK TO MM/DD/YY (BLANK IF ZERO).
           IF WS-DATE-WORK = ZERO
               MOVE SPACES TO WS-SHORT-DATE
           ELSE
               MOVE WS-DATE-MONTH TO WS-SHORT-MONTH
               MOVE WS-DATE-DAY TO WS-SHORT-DAY
               MOVE WS-DATE-YEAR TO WS-SHORT-YEAR
           END-IF.
       L4-LONG-DATE.
           MOVE WS-DATE-MONTH TO WS-LONG-MONTH.
           MOVE WS-DATE-DAY TO WS-LONG-DAY.
           MOVE WS-DATE-YEAR TO WS-LONG-YEAR.
      ******************************************************************
      *REPORT AND FILE HOUSEKEEPING
      ******************************************************************
       L4-COUNT-WRITE.
           WRITE RNWLINE FROM RNW-COUNT-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADINGS
           END-WRITE.
       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE RNWLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE RNWLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RNWLINE FROM RNW-COL-LINE
               AFTER ADVANCING 2 LINES.
       L4-RNW-FIND.
           MOVE 'N' TO WS-ROW-FOUND.
           SET RN-IDX TO 1.
           PERFORM UNTIL RN-IDX > WS-RNW-COUNT OR ROW-FOUND
               IF RNT-BLD-CODE(RN-IDX) = TM-BLD-CODE
                       AND RNT-UNIT(RN-IDX) = TM-UNIT
                   MOVE 'Y' TO WS-ROW-FOUND
               ELSE
                   SET RN-IDX UP BY 1
               END-IF
           END-PERFORM.
       L4-SAVE-RENEWALS.
      *    ROWS FOR UNITS NO LONGER ON THE ROSTER ARE DROPPED.
           OPEN OUTPUT RENEWAL-FILE.
           SET RN-IDX TO 1.
           PERFORM UNTIL RN-IDX > WS-RNW-COUNT
               IF RNT-SEEN(RN-IDX) = 'Y'
                   MOVE RNT-REC(RN-IDX) TO RENEWAL-REC
                   WRITE RENEWAL-REC
               END-IF
               SET RN-IDX UP BY 1
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
                           SET RN-IDX TO WS-RNW-COUNT
                           MOVE RENEWAL-REC TO RNT-REC(RN-IDX)
                           MOVE 'N' TO RNT-SEEN(RN-IDX)
                           MOVE SPACES TO RNT-LEASEHOLDER(RN-IDX)
                           MOVE SPACES TO RNT-ROSTER-END(RN-IDX)
                       ELSE
                           DISPLAY 'ERROR: RENEWAL.DAT EXCEEDS 200 '
                               'ROWS - TABLE FULL, RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENEWAL-FILE.
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
                           SET BT-IDX TO WS-BLD-COUNT
                           MOVE BM-CODE TO BT-CODE(BT-IDX)
                           MOVE BM-NAME TO BT-NAME(BT-IDX)
                           MOVE BM-ADDRESS TO BT-ADDRESS(BT-IDX)
                       ELSE
                           DISPLAY 'ERROR: BLDMAST.DAT EXCEEDS 30 '
                               'ROWS - TABLE FULL, RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BLD-MASTER.
       L4-LOAD-RATES.
           MOVE ZERO TO WS-RATE-COUNT.
           MOVE 'NO' TO WS-EOF.
           OPEN INPUT RATE-MASTER.
           PERFORM UNTIL WS-EOF = 'YES'
               READ RATE-MASTER
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       IF WS-RATE-COUNT < 50
                           ADD 1 TO WS-RATE-COUNT
                           SET RT-IDX TO WS-RATE-COUNT
                           MOVE RATE-MASTER-REC TO RTT-REC(RT-IDX)
                       ELSE
                           DISPLAY 'ERROR: RATETAB.DAT EXCEEDS 50 '
                               'ROWS - TABLE FULL, RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-MASTER.
       L4-LOAD-OCCUPANTS.
           MOVE ZERO TO WS-OCC-COUNT.
           MOVE 'NO' TO WS-EOF.
           OPEN INPUT RENT-ORDER.
           PERFORM UNTIL WS-EOF = 'YES'
               READ RENT-ORDER
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       IF WS-OCC-COUNT < 750
                               AND I-TENANTS IS NUMERIC
                           ADD 1 TO WS-OCC-COUNT
                           SET OC-IDX TO WS-OCC-COUNT
                           MOVE I-BLD-CODE TO OCT-BLD-CODE(OC-IDX)
                           MOVE I-UNIT TO OCT-UNIT(OC-IDX)
                           MOVE I-TENANTS TO OCT-TENANTS(OC-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENT-ORDER.
       L4-LOAD-DEPOSITS.
           MOVE ZERO TO WS-DEP-COUNT.
           MOVE 'NO' TO WS-EOF.
           OPEN INPUT DEPOSIT-MASTER.
           PERFORM UNTIL WS-EOF = 'YES'
               READ DEPOSIT-MASTER
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       IF WS-DEP-COUNT < 200
                           ADD 1 TO WS-DEP-COUNT
                           SET DP-IDX TO WS-DEP-COUNT
                           MOVE DEPOSIT-MASTER-REC
                               TO DEP-ENTRY(DP-IDX)
                       ELSE
                           DISPLAY 'ERROR: DEPOSITS.DAT EXCEEDS 200 '
                               'ROWS - TABLE FULL, RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPOSIT-MASTER.
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
       END PROGRAM CBLBJC21.
