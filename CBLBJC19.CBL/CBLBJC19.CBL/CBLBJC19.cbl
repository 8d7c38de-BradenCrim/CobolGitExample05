       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLBJC19.
       AUTHOR.         BRADEN CRIM
       DATE-WRITTEN.   10/15/2026
      ******************************************************************
      *ONLINE MAINTENANCE WORK ORDERS.  AN ORDER IS OPENED AGAINST A
      *BLD-CODE/UNIT (UNIT 00 IS A COMMON AREA OF THE BUILDING),
      *ASSIGNED TO A VENDOR, COMPLETED WITH ITS LABOR AND MATERIAL
      *COST, AND CLOSED ONCE THE VENDOR HAS BEEN SETTLED.  AN ORDER
      *THAT IS NOT GOING AHEAD IS CANCELLED RATHER THAN DELETED, SO
      *WORKORD.DAT KEEPS EVERY ORDER EVER OPENED.
      *
      *EACH ORDER CARRIES A CHARGEABLE-TO-TENANT FLAG.  COMPLETING A
      *CHARGEABLE ORDER APPENDS THE BILLBACK ITEM (CHARGE CODE RPAR)
      *TO CHARGES.DAT FOR THE NEXT BILLING CYCLE AND STAMPS THE
      *BILLBACK DATE ON THE ORDER.  THE COST OF EVERY OTHER COMPLETED
      *ORDER IS BORNE BY THE OWNER - CBLBJC05 DEDUCTS IT ON THE OWNER
      *REMITTANCE PAGE NEXT TO THE MANAGEMENT FEE AND STAMPS THE
      *REMITTANCE DATE, SO NEITHER SIDE IS EVER CHARGED TWICE.
      *CBLBJC20 PRINTS THE OPEN ORDER AGING BY BUILDING.
      *
      *EVERY COMMITTED CHANGE WRITES AN AUDIT RECORD TO AUDIT.DAT AS
      *CBLBJC07 DOES - FILE WORKORD, KEY WO-NNNNNN, AND THE FIRST 67
      *BYTES OF THE ORDER (NUMBER, UNIT, STATUS, FLAG, COSTS, VENDOR
      *AND DATES) BEFORE AND AFTER.  A BILLBACK ALSO WRITES THE
      *CHARGES ADD RECORD CBLBJC07 WOULD HAVE WRITTEN.
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
           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO 'C:\COBOL\TENANTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TM-STATUS.
           SELECT OPTIONAL CHARGE-FILE
               ASSIGN TO 'C:\COBOL\CHARGES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO 'C:\COBOL\AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      *    ONE ROW PER ORDER, KEYED BY ORDER NUMBER.  STATUS O OPEN,
      *    A ASSIGNED, C COMPLETED, X CLOSED, K CANCELLED.  THE FIRST
      *    67 BYTES ARE THE AUDIT IMAGE.  THE BILLBACK DATE IS SET
      *    HERE WHEN A CHARGEABLE ORDER COMPLETES; THE REMITTANCE
      *    DATE IS SET BY CBLBJC05 WHEN AN OWNER-BORNE ORDER IS
      *    DEDUCTED ON OWNERREM.PRT.
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

       FD  TENANT-MASTER
           LABEL RECORD IS STANDARD.
       01  TENANT-MASTER-REC.
           05  TM-KEY.
               10  TM-BLD-CODE         PIC XX.
               10  TM-UNIT             PIC 99.
           05  TM-LEASEHOLDER          PIC X(25).
           05  TM-LEASE-START          PIC X(8).
           05  TM-LEASE-END            PIC X(8).

      *    SAME LAYOUT AS CBLBJC07.
       FD  CHARGE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  CHARGE-FILE-REC.
           05  CG-BLD-CODE             PIC XX.
           05  CG-UNIT                 PIC 99.
           05  CG-CHG-CODE             PIC X(4).
           05  CG-DESC                 PIC X(20).
           05  CG-AMOUNT               PIC 9(5)V99.
           05  CG-CONSUMED             PIC X.
           05  CG-BILLED-DATE          PIC 9(8).

      *    SAME LAYOUT AS CBLBJC07.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 175 CHARACTERS.
       01  AUDIT-REC.
           05  AU-DATE                 PIC 9(8).
           05  AU-TIME                 PIC X(6).
           05  AU-USER                 PIC X(8).
           05  AU-FILE                 PIC X(8).
           05  AU-ACTION               PIC X.
           05  AU-KEY                  PIC X(10).
           05  AU-BEFORE               PIC X(67).
           05  AU-AFTER                PIC X(67).
       WORKING-STORAGE SECTION.
       01  MISC.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YMD             PIC 9(8).
               10  CURRENT-HMS             PIC X(6).
               10  FILLER                  PIC X(7).
           05  WS-TODAY                    PIC 9(8)     VALUE ZERO.
           05  WS-USER-ID                  PIC X(8)     VALUE SPACES.
           05  WS-ACTION-CHOICE            PIC X        VALUE SPACE.
           05  WS-CONFIRM                  PIC X        VALUE SPACE.
           05  WS-ANSWER                   PIC X(30)    VALUE SPACES.
           05  WS-FIELD-OK                 PIC X        VALUE 'Y'.
               88  FIELD-OK                VALUE 'Y'.
           05  WS-ROW-FOUND                PIC X        VALUE 'N'.
               88  ROW-FOUND               VALUE 'Y'.
           05  WS-ON-ROSTER                PIC X        VALUE 'N'.
               88  ON-ROSTER               VALUE 'Y'.
           05  WS-WORK-IDX                 PIC 999      VALUE ZERO.
           05  WS-EOF                      PIC XXX      VALUE 'NO'.
           05  WS-WO-STATUS                PIC XX       VALUE SPACES.
           05  WS-TM-STATUS                PIC XX       VALUE SPACES.
           05  WS-KEY-BLD                  PIC XX       VALUE SPACES.
           05  WS-KEY-UNIT                 PIC XX       VALUE SPACES.
           05  WS-LIST-BLD                 PIC XX       VALUE SPACES.
           05  WS-LIST-COUNT               PIC 9(5)     VALUE ZERO.
      *    THE NEXT ORDER NUMBER - ONE PAST THE HIGHEST ON FILE.
           05  WS-NEXT-WO                  PIC 9(6)     VALUE ZERO.
           05  WS-WO-NUM                   PIC 9(6)     VALUE ZERO.
           05  WS-WO-BEFORE                PIC X(132)   VALUE SPACES.
      *    A KEYED 7-DIGIT AMOUNT, READ WITH TWO IMPLIED DECIMALS.
           05  WS-AMOUNT-KEYED             PIC X(7)     VALUE ZEROS.
           05  WS-AMOUNT REDEFINES WS-AMOUNT-KEYED
                                           PIC 9(5)V99.
           05  WS-WO-COST                  PIC 9(6)V99  VALUE ZERO.
      *    CHARGES.DAT ROWS ON FILE - CBLBJC05 AND CBLBJC07 BOTH TABLE
      *    AT MOST 200, SO A BILLBACK NEVER TAKES THE FILE PAST THAT.
           05  WS-CHG-COUNT                PIC 999      VALUE ZERO.
           05  WS-DATE-WORK                PIC 9(8)     VALUE ZERO.
           05  WS-EFF-YEAR                 PIC 9(4)     VALUE ZERO.
           05  WS-EFF-MONTH                PIC 99       VALUE ZERO.
           05  WS-EFF-DAY                  PIC 99       VALUE ZERO.
           05  WS-EFF-MAX-DAY              PIC 99       VALUE 31.
           05  WS-LEAP-QUOT                PIC 9(4)     VALUE ZERO.
           05  WS-LEAP-REM4                PIC 9        VALUE ZERO.
           05  WS-LEAP-REM100              PIC 99       VALUE ZERO.
           05  WS-LEAP-REM400              PIC 999      VALUE ZERO.
           05  WS-DATE-OK                  PIC X        VALUE 'Y'.
               88  KEYED-DATE-OK           VALUE 'Y'.
           05  WS-BLD-COUNT                PIC 999      VALUE ZERO.
           05  BLD-TABLE.
               10  BLD-ENTRY OCCURS 30 TIMES.
                   15  BT-REC              PIC X(67).
       01  WO-LIST-LINE.
           05  O-LST-NUMBER            PIC 9(6).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-LST-BLD               PIC XX.
           05  FILLER                  PIC X       VALUE '-'.
           05  O-LST-UNIT              PIC 99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-LST-STATUS            PIC X.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-LST-CHARGEABLE        PIC X.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-LST-OPENED            PIC 9(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-LST-VENDOR            PIC X(12).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-LST-DESC              PIC X(20).
           05  O-LST-COST              PIC $$$,$$9.99.
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MENU
               UNTIL WS-ACTION-CHOICE = 'X'.
           CLOSE WORK-ORDERS.
           CLOSE TENANT-MASTER.
           CLOSE AUDIT-FILE.
           DISPLAY 'WORK ORDER SESSION ENDED'.
           STOP RUN.
       L2-INIT.
           DISPLAY 'MAINTENANCE WORK ORDERS - FURLYS RENTALS'.
           DISPLAY 'OPERATOR ID (UP TO 8 CHARS): ' WITH NO ADVANCING.
           ACCEPT WS-USER-ID.
           IF WS-USER-ID = SPACES
               MOVE 'UNKNOWN' TO WS-USER-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-YMD TO WS-TODAY.
           OPEN EXTEND AUDIT-FILE.
           PERFORM L4-LOAD-BUILDINGS.
           PERFORM L4-OPEN-TENANTS.
           PERFORM L4-COUNT-CHARGES.
           PERFORM L4-OPEN-WORKORD.
           PERFORM L4-FIND-NEXT-NUMBER.
       L2-MENU.
           DISPLAY ' '.
           DISPLAY 'WORK ORDERS: O=OPEN A=ASSIGN C=COMPLETE S=CLOSE '
               'K=CANCEL L=LIST X=EXIT'.
           DISPLAY 'ACTION: ' WITH NO ADVANCING.
           ACCEPT WS-ACTION-CHOICE.
           EVALUATE WS-ACTION-CHOICE
               WHEN 'O'
                   PERFORM L3-WO-OPEN
               WHEN 'A'
                   PERFORM L3-WO-ASSIGN
               WHEN 'C'
                   PERFORM L3-WO-COMPLETE
               WHEN 'S'
                   PERFORM L3-WO-CLOSE
               WHEN 'K'
                   PERFORM L3-WO-CANCEL
               WHEN 'L'
                   PERFORM L3-WO-LIST
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ENTER O, A, C, S, K, L OR X'
           END-EVALUATE.
      ******************************************************************
      *OPEN A NEW ORDER.  A UNIT ORDER MAY BE MARKED CHARGEABLE ONLY
      *WHILE THE UNIT HAS A LEASEHOLDER ON THE ROSTER; A COMMON AREA
      *ORDER (UNIT 00) IS ALWAYS THE OWNER'S.
      ******************************************************************
       L3-WO-OPEN.
           PERFORM L4-ASK-UNIT.
           IF FIELD-OK
               MOVE SPACES TO WORK-ORDER-REC
               MOVE WS-KEY-BLD TO WO-BLD-CODE
               MOVE WS-KEY-UNIT TO WO-UNIT
               DISPLAY 'DESCRIPTION (30): ' WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER = SPACES
                   DISPLAY 'DESCRIPTION REQUIRED'
                   MOVE 'N' TO WS-FIELD-OK
               ELSE
                   MOVE WS-ANSWER TO WO-DESC
                   PERFORM L4-ASK-CHARGEABLE
               END-IF
           END-IF.
           IF FIELD-OK
               MOVE WS-NEXT-WO TO WO-NUMBER
               MOVE 'O' TO WO-STATUS
               MOVE ZERO TO WO-LABOR
               MOVE ZERO TO WO-MATERIAL
               MOVE WS-TODAY TO WO-OPEN-DATE
               MOVE ZERO TO WO-COMPLETE-DATE
               MOVE ZERO TO WO-ASSIGN-DATE
               MOVE ZERO TO WO-CLOSE-DATE
               MOVE ZERO TO WO-BILLBACK-DATE
               MOVE ZERO TO WO-REMIT-DATE
               MOVE WS-USER-ID TO WO-LAST-USER
               WRITE WORK-ORDER-REC
                   INVALID KEY
                       DISPLAY 'ERROR: ORDER ' WO-NUMBER
                           ' ALREADY ON WORKORD.DAT - NOT OPENED'
                       MOVE 'N' TO WS-FIELD-OK
               END-WRITE
           END-IF.
           IF FIELD-OK
               MOVE SPACES TO AU-BEFORE
               MOVE WORK-ORDER-REC TO AU-AFTER
               MOVE 'A' TO AU-ACTION
               PERFORM L4-WO-AUDIT
               ADD 1 TO WS-NEXT-WO
               DISPLAY 'WORK ORDER ' WO-NUMBER ' OPENED'
           END-IF.
      ******************************************************************
      *ASSIGN (OR REASSIGN) AN OPEN ORDER TO A VENDOR.
      ******************************************************************
       L3-WO-ASSIGN.
           PERFORM L4-ASK-WO-NUMBER.
           IF ROW-FOUND
               IF WO-STATUS NOT = 'O' AND WO-STATUS NOT = 'A'
                   DISPLAY 'ONLY AN OPEN OR ASSIGNED ORDER CAN BE '
                       'ASSIGNED - STATUS IS ' WO-STATUS
               ELSE
                   DISPLAY 'VENDOR (20): ' WITH NO ADVANCING
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = SPACES
                       DISPLAY 'VENDOR REQUIRED'
                   ELSE
                       MOVE WORK-ORDER-REC TO WS-WO-BEFORE
                       MOVE WS-ANSWER TO WO-VENDOR
                       MOVE 'A' TO WO-STATUS
                       MOVE WS-TODAY TO WO-ASSIGN-DATE
                       PERFORM L4-WO-REWRITE
                       IF FIELD-OK
                           DISPLAY 'WORK ORDER ' WO-NUMBER
                               ' ASSIGNED TO ' WO-VENDOR
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      *COMPLETE AN ASSIGNED ORDER.  THE COSTS AND COMPLETION DATE ARE
      *KEYED AND THE CHARGEABLE FLAG CONFIRMED (DAMAGE IS OFTEN ONLY
      *KNOWN ONCE THE VENDOR HAS BEEN IN).  A CHARGEABLE ORDER WITH A
      *COST IS BILLED BACK HERE.  THE ORDER IS REWRITTEN BEFORE THE
      *CHARGE IS APPENDED, SO A BREAK BETWEEN THE TWO CAN LOSE A
      *BILLBACK (THE AUDIT TRAIL SHOWS IT - KEY IT IN CBLBJC07) BUT
      *CAN NEVER BILL THE TENANT TWICE.
      ******************************************************************
       L3-WO-COMPLETE.
           PERFORM L4-ASK-WO-NUMBER.
           IF ROW-FOUND
               IF WO-STATUS NOT = 'A'
                   DISPLAY 'ONLY AN ASSIGNED ORDER CAN BE COMPLETED '
                       '- STATUS IS ' WO-STATUS
               ELSE
                   MOVE WORK-ORDER-REC TO WS-WO-BEFORE
                   MOVE WO-BLD-CODE TO WS-KEY-BLD
                   MOVE WO-UNIT TO WS-KEY-UNIT
                   PERFORM L4-ASK-COMPLETION
                   IF FIELD-OK
                       MOVE 'C' TO WO-STATUS
                       IF WO-CHARGEABLE = 'Y' AND WS-WO-COST > ZERO
                           MOVE WS-TODAY TO WO-BILLBACK-DATE
                       END-IF
                       PERFORM L4-WO-REWRITE
                   END-IF
                   IF FIELD-OK
                       DISPLAY 'WORK ORDER ' WO-NUMBER ' COMPLETED'
                       IF WO-BILLBACK-DATE NOT = ZERO
                           PERFORM L4-BILLBACK
                       END-IF
                   ELSE
                       MOVE WS-WO-BEFORE TO WORK-ORDER-REC
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      *CLOSE A COMPLETED ORDER ONCE THE VENDOR IS SETTLED.  CLOSING
      *DOES NOT TOUCH THE BILLBACK OR THE OWNER DEDUCTION.
      ******************************************************************
       L3-WO-CLOSE.
           PERFORM L4-ASK-WO-NUMBER.
           IF ROW-FOUND
               IF WO-STATUS NOT = 'C'
                   DISPLAY 'ONLY A COMPLETED ORDER CAN BE CLOSED '
                       '- STATUS IS ' WO-STATUS
               ELSE
                   MOVE WORK-ORDER-REC TO WS-WO-BEFORE
                   MOVE 'X' TO WO-STATUS
                   MOVE WS-TODAY TO WO-CLOSE-DATE
                   PERFORM L4-WO-REWRITE
                   IF FIELD-OK
                       DISPLAY 'WORK ORDER ' WO-NUMBER ' CLOSED'
                   END-IF
               END-IF
           END-IF.
       L3-WO-CANCEL.
           PERFORM L4-ASK-WO-NUMBER.
           IF ROW-FOUND
               IF WO-STATUS NOT = 'O' AND WO-STATUS NOT = 'A'
                   DISPLAY 'ONLY AN OPEN OR ASSIGNED ORDER CAN BE '
                       'CANCELLED - STATUS IS ' WO-STATUS
               ELSE
                   DISPLAY 'CANCEL: ' WO-NUMBER ' ' WO-BLD-CODE '-'
                       WO-UNIT ' ' WO-DESC
                   DISPLAY 'CONFIRM (Y/N): ' WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y'
                       MOVE WORK-ORDER-REC TO WS-WO-BEFORE
                       MOVE 'K' TO WO-STATUS
                       MOVE WS-TODAY TO WO-CLOSE-DATE
                       PERFORM L4-WO-REWRITE
                       IF FIELD-OK
                           DISPLAY 'WORK ORDER ' WO-NUMBER
                               ' CANCELLED'
                       END-IF
                   ELSE
                       DISPLAY 'CANCEL ABANDONED'
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      *LIST THE ORDERS NOT YET CLOSED OR CANCELLED, FOR ONE BUILDING
      *OR (BLANK) ALL OF THEM, IN ORDER NUMBER SEQUENCE.
      ******************************************************************
       L3-WO-LIST.
           DISPLAY 'BUILDING CODE (BLANK=ALL): ' WITH NO ADVANCING.
           ACCEPT WS-LIST-BLD.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'NO' TO WS-EOF.
           MOVE ZERO TO WO-NUMBER.
           START WORK-ORDERS KEY IS NOT LESS THAN WO-NUMBER
               INVALID KEY
                   MOVE 'YES' TO WS-EOF
           END-START.
           DISPLAY 'NUMBER UNIT  S C OPENED   VENDOR       '
               'DESCRIPTION                COST'.
           PERFORM UNTIL WS-EOF = 'YES'
               READ WORK-ORDERS NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       IF WO-STATUS NOT = 'X' AND WO-STATUS NOT = 'K'
                               AND (WS-LIST-BLD = SPACES
                               OR WS-LIST-BLD = WO-BLD-CODE)
                           PERFORM L4-LIST-LINE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'ORDERS LISTED: ' WS-LIST-COUNT.
       L4-LIST-LINE.
           MOVE WO-NUMBER TO O-LST-NUMBER.
           MOVE WO-BLD-CODE TO O-LST-BLD.
           MOVE WO-UNIT TO O-LST-UNIT.
           MOVE WO-STATUS TO O-LST-STATUS.
           MOVE WO-CHARGEABLE TO O-LST-CHARGEABLE.
           MOVE WO-OPEN-DATE TO O-LST-OPENED.
           MOVE WO-VENDOR TO O-LST-VENDOR.
           MOVE WO-DESC TO O-LST-DESC.
           COMPUTE O-LST-COST = WO-LABOR + WO-MATERIAL.
           DISPLAY WO-LIST-LINE.
           ADD 1 TO WS-LIST-COUNT.
      ******************************************************************
      *KEYED FIELDS
      ******************************************************************
       L4-ASK-UNIT.
           MOVE 'Y' TO WS-FIELD-OK.
           MOVE 'N' TO WS-ON-ROSTER.
           DISPLAY 'BUILDING CODE (2 CHARS): ' WITH NO ADVANCING.
           ACCEPT WS-KEY-BLD.
           PERFORM L4-BLD-FIND.
           IF NOT ROW-FOUND
               DISPLAY 'NO SUCH BUILDING ON BLDMAST: ' WS-KEY-BLD
               MOVE 'N' TO WS-FIELD-OK
           ELSE
               DISPLAY 'UNIT (01-25, 00=COMMON AREA): '
                   WITH NO ADVANCING
               ACCEPT WS-KEY-UNIT
               IF WS-KEY-UNIT IS NOT NUMERIC
                   DISPLAY 'UNIT MUST BE NUMERIC'
                   MOVE 'N' TO WS-FIELD-OK
               ELSE
                   IF WS-KEY-UNIT > '25'
                       DISPLAY 'UNIT MUST BE 00-25'
                       MOVE 'N' TO WS-FIELD-OK
                   ELSE
                       PERFORM L4-TEN-FIND
                   END-IF
               END-IF
           END-IF.
       L4-ASK-CHARGEABLE.
      *    WO-UNIT AND WS-ON-ROSTER ARE SET FOR THE ORDER'S UNIT.
      *    ENTER KEEPS THE FLAG ALREADY ON THE ORDER (N ON A NEW ONE).
           IF WO-CHARGEABLE NOT = 'Y'
               MOVE 'N' TO WO-CHARGEABLE
           END-IF.
           IF WO-UNIT = ZERO
               MOVE 'N' TO WO-CHARGEABLE
           ELSE
               DISPLAY 'CHARGEABLE TO TENANT (Y/N, ENTER=' WO-CHARGEABLE
                   '): ' WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = SPACES
                   MOVE WS-ANSWER(1:1) TO WO-CHARGEABLE
               END-IF
               IF WO-CHARGEABLE NOT = 'Y' AND WO-CHARGEABLE NOT = 'N'
                   DISPLAY 'ENTER Y OR N'
                   MOVE 'N' TO WS-FIELD-OK
               ELSE
                   IF WO-CHARGEABLE = 'Y' AND NOT ON-ROSTER
                       DISPLAY 'UNIT HAS NO LEASEHOLDER ON THE '
                           'ROSTER - CANNOT BILL BACK'
                       MOVE 'N' TO WS-FIELD-OK
                   END-IF
               END-IF
           END-IF.
       L4-ASK-COMPLETION.
           MOVE 'Y' TO WS-FIELD-OK.
           DISPLAY 'LABOR, 7 DIGITS 99999V99 (125.00=0012500): '
               WITH NO ADVANCING.
           PERFORM L4-ASK-AMOUNT.
           IF FIELD-OK
               MOVE WS-AMOUNT TO WO-LABOR
               DISPLAY 'MATERIAL, 7 DIGITS 99999V99: '
                   WITH NO ADVANCING
               PERFORM L4-ASK-AMOUNT
           END-IF.
           IF FIELD-OK
               MOVE WS-AMOUNT TO WO-MATERIAL
               COMPUTE WS-WO-COST = WO-LABOR + WO-MATERIAL
               DISPLAY 'COMPLETED YYYYMMDD (BLANK=TODAY): '
                   WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER = SPACES
                   MOVE WS-TODAY TO WO-COMPLETE-DATE
               ELSE
                   IF WS-ANSWER(1:8) IS NOT NUMERIC
                       DISPLAY 'DATE MUST BE 8 DIGITS OR BLANK'
                       MOVE 'N' TO WS-FIELD-OK
                   ELSE
                       PERFORM L4-VALIDATE-DATE
                       MOVE WS-ANSWER(1:8) TO WS-DATE-WORK
                       IF NOT KEYED-DATE-OK
                           DISPLAY 'COMPLETION DATE NOT A REAL DATE'
                           MOVE 'N' TO WS-FIELD-OK
                       ELSE
                           IF WS-DATE-WORK < WO-OPEN-DATE
                                   OR WS-DATE-WORK > WS-TODAY
                               DISPLAY 'COMPLETION DATE MUST FALL '
                                   'BETWEEN OPENING AND TODAY'
                               MOVE 'N' TO WS-FIELD-OK
                           ELSE
                               MOVE WS-DATE-WORK TO WO-COMPLETE-DATE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF FIELD-OK
               PERFORM L4-TEN-FIND
               PERFORM L4-ASK-CHARGEABLE
           END-IF.
      *    THE BILLBACK IS ONE CHARGES.DAT ITEM AND THE BILLING FIELDS
      *    CARRY AT MOST 9999.99 PER UNIT - A BIGGER REPAIR MUST BE
      *    BILLED BY HAND ACROSS CYCLES IN CBLBJC07.
           IF FIELD-OK AND WO-CHARGEABLE = 'Y'
               IF WS-WO-COST > 9999.99
                   DISPLAY 'COST OVER 9999.99 - BILLING FIELD LIMIT, '
                       'ANSWER N AND KEY THE CHARGES IN CBLBJC07'
                   MOVE 'N' TO WS-FIELD-OK
               ELSE
                   IF WS-WO-COST > ZERO AND WS-CHG-COUNT >= 200
                       DISPLAY 'CHARGE FILE FULL (200) - BILL OR '
                           'PURGE CONSUMED ITEMS FIRST'
                       MOVE 'N' TO WS-FIELD-OK
                   END-IF
               END-IF
           END-IF.
       L4-ASK-AMOUNT.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:7) IS NOT NUMERIC
               DISPLAY 'AMOUNT MUST BE 7 DIGITS'
               MOVE 'N' TO WS-FIELD-OK
           ELSE
               MOVE WS-ANSWER(1:7) TO WS-AMOUNT-KEYED
           END-IF.
       L4-ASK-WO-NUMBER.
           MOVE 'N' TO WS-ROW-FOUND.
           DISPLAY 'WORK ORDER NUMBER (6 DIGITS): ' WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:6) IS NOT NUMERIC
               DISPLAY 'ORDER NUMBER MUST BE 6 DIGITS'
           ELSE
               MOVE WS-ANSWER(1:6) TO WO-NUMBER
               READ WORK-ORDERS
                   INVALID KEY
                       DISPLAY 'NO SUCH WORK ORDER: ' WO-NUMBER
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ROW-FOUND
                       DISPLAY 'ORDER ' WO-NUMBER ' ' WO-BLD-CODE '-'
                           WO-UNIT ' ' WO-DESC
               END-READ
           END-IF.
       L4-VALIDATE-DATE.
      *    SAME CHECK AS CBLBJC07 - THE DAY AGAINST THE REAL MONTH
      *    LENGTH, LEAP YEARS INCLUDED.
           MOVE 'Y' TO WS-DATE-OK.
           MOVE WS-ANSWER(1:4) TO WS-EFF-YEAR.
           MOVE WS-ANSWER(5:2) TO WS-EFF-MONTH.
           MOVE WS-ANSWER(7:2) TO WS-EFF-DAY.
           EVALUATE WS-EFF-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-EFF-MAX-DAY
               WHEN 02
                   DIVIDE WS-EFF-YEAR BY 4
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM4
                   DIVIDE WS-EFF-YEAR BY 100
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM100
                   DIVIDE WS-EFF-YEAR BY 400
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM400
                   IF WS-LEAP-REM4 = ZERO
                           AND (WS-LEAP-REM100 NOT = ZERO
                           OR WS-LEAP-REM400 = ZERO)
                       MOVE 29 TO WS-EFF-MAX-DAY
                   ELSE
                       MOVE 28 TO WS-EFF-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-EFF-MAX-DAY
           END-EVALUATE.
           IF WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
                   OR WS-EFF-DAY < 1
                   OR WS-EFF-DAY > WS-EFF-MAX-DAY
               MOVE 'N' TO WS-DATE-OK
           END-IF.
      ******************************************************************
      *FILE UPDATES
      ******************************************************************
       L4-WO-REWRITE.
      *    WS-WO-BEFORE HOLDS THE ORDER AS READ.
           MOVE 'Y' TO WS-FIELD-OK.
           MOVE WS-USER-ID TO WO-LAST-USER.
           REWRITE WORK-ORDER-REC
               INVALID KEY
                   DISPLAY 'ERROR: REWRITE OF ORDER ' WO-NUMBER
                       ' FAILED - STATUS ' WS-WO-STATUS
                   MOVE 'N' TO WS-FIELD-OK
           END-REWRITE.
           IF FIELD-OK
               MOVE WS-WO-BEFORE TO AU-BEFORE
               MOVE WORK-ORDER-REC TO AU-AFTER
               MOVE 'C' TO AU-ACTION
               PERFORM L4-WO-AUDIT
           END-IF.
       L4-WO-AUDIT.
           MOVE 'WORKORD' TO AU-FILE.
           MOVE SPACES TO AU-KEY.
           STRING 'WO-' WO-NUMBER
               DELIMITED BY SIZE INTO AU-KEY.
           PERFORM L4-AUDIT-WRITE.
       L4-BILLBACK.
      *    THE ITEM CBLBJC07 WOULD ADD BY HAND - NEW, UNBILLED, FOR
      *    THE NEXT BILLING CYCLE TO PICK UP UNDER ANCILLARY CHARGES.
           MOVE SPACES TO CHARGE-FILE-REC.
           MOVE WO-BLD-CODE TO CG-BLD-CODE.
           MOVE WO-UNIT TO CG-UNIT.
           MOVE 'RPAR' TO CG-CHG-CODE.
           STRING 'REPAIR WO ' WO-NUMBER
               DELIMITED BY SIZE INTO CG-DESC.
           MOVE WS-WO-COST TO CG-AMOUNT.
           MOVE 'N' TO CG-CONSUMED.
           MOVE ZERO TO CG-BILLED-DATE.
           OPEN EXTEND CHARGE-FILE.
           WRITE CHARGE-FILE-REC.
           CLOSE CHARGE-FILE.
           ADD 1 TO WS-CHG-COUNT.
           MOVE SPACES TO AU-BEFORE.
           MOVE CHARGE-FILE-REC TO AU-AFTER.
           MOVE 'CHARGES' TO AU-FILE.
           MOVE 'A' TO AU-ACTION.
           MOVE SPACES TO AU-KEY.
           STRING WO-BLD-CODE '-' WO-UNIT '-' CG-CHG-CODE
               DELIMITED BY SIZE INTO AU-KEY.
           PERFORM L4-AUDIT-WRITE.
           MOVE WS-WO-COST TO O-LST-COST.
           DISPLAY 'BILLBACK OF ' O-LST-COST ' ADDED TO CHARGES.DAT'.
      ******************************************************************
      *LOOKUPS AND FILE SETUP
      ******************************************************************
       L4-TEN-FIND.
      *    WS-KEY-BLD/WS-KEY-UNIT NAME THE UNIT.  THE COMMON AREA IS
      *    NEVER ON THE ROSTER.
           MOVE 'N' TO WS-ON-ROSTER.
           IF WS-KEY-UNIT NOT = '00'
               MOVE WS-KEY-BLD TO TM-BLD-CODE
               MOVE WS-KEY-UNIT TO TM-UNIT
               READ TENANT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-ROSTER
               END-READ
           END-IF.
       L4-BLD-FIND.
           MOVE 'N' TO WS-ROW-FOUND.
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-BLD-COUNT
                   OR ROW-FOUND
               IF BT-REC(WS-WORK-IDX)(1:2) = WS-KEY-BLD
                   MOVE 'Y' TO WS-ROW-FOUND
               END-IF
           END-PERFORM.
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
                           MOVE BLD-MASTER-REC
                               TO BT-REC(WS-BLD-COUNT)
                       ELSE
                           DISPLAY 'ERROR: BLDMAST.DAT EXCEEDS 30 '
                               'ROWS - TABLE FULL, SESSION ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BLD-MASTER.
       L4-COUNT-CHARGES.
           MOVE ZERO TO WS-CHG-COUNT.
           MOVE 'NO' TO WS-EOF.
           OPEN INPUT CHARGE-FILE.
           PERFORM UNTIL WS-EOF = 'YES'
               READ CHARGE-FILE
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CHG-COUNT
               END-READ
           END-PERFORM.
           CLOSE CHARGE-FILE.
       L4-FIND-NEXT-NUMBER.
      *    KEYED ORDER - THE LAST ROW READ CARRIES THE HIGHEST NUMBER.
           MOVE 1 TO WS-NEXT-WO.
           MOVE 'NO' TO WS-EOF.
           MOVE ZERO TO WO-NUMBER.
           START WORK-ORDERS KEY IS NOT LESS THAN WO-NUMBER
               INVALID KEY
                   MOVE 'YES' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'YES'
               READ WORK-ORDERS NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-EOF
                   NOT AT END
                       MOVE WO-NUMBER TO WS-WO-NUM
                       COMPUTE WS-NEXT-WO = WS-WO-NUM + 1
               END-READ
           END-PERFORM.
       L4-OPEN-WORKORD.
           OPEN I-O WORK-ORDERS.
           IF WS-WO-STATUS = '35' OR WS-WO-STATUS = '05'
               OPEN OUTPUT WORK-ORDERS
               CLOSE WORK-ORDERS
               OPEN I-O WORK-ORDERS
           END-IF.
           IF WS-WO-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN WORKORD.DAT - STATUS '
                   WS-WO-STATUS ' - SESSION ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       L4-OPEN-TENANTS.
           OPEN INPUT TENANT-MASTER.
           IF WS-TM-STATUS = '35' OR WS-TM-STATUS = '05'
               OPEN OUTPUT TENANT-MASTER
               CLOSE TENANT-MASTER
               OPEN INPUT TENANT-MASTER
           END-IF.
           IF WS-TM-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN TENANTS.DAT - STATUS '
                   WS-TM-STATUS ' - SESSION ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       L4-AUDIT-WRITE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-YMD TO AU-DATE.
           MOVE CURRENT-HMS TO AU-TIME.
           MOVE WS-USER-ID TO AU-USER.
           WRITE AUDIT-REC.
       END PROGRAM CBLBJC19.
