       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLBJC13.
       AUTHOR.         BRADEN CRIM
       DATE-WRITTEN.   10/15/2026
      ******************************************************************
      *UTILITY ALLOCATION.  PRE-BILLING RUN, AFTER MONBILLS.DAT IS
      *KEYED AND BEFORE THE BILLING RUN (CBLBJC05).  THE BUILDINGS'
      *MASTER-METER INVOICES (UTILINV.DAT - ONE ROW PER VENDOR
      *INVOICE PER BLD-CODE AND UTILITY) ARE SPLIT ACROSS THE UNITS
      *OF THE BUILDING AND THE RESULT REPLACES THE I-ELECTRIC, I-GAS,
      *I-WATER AND I-GARBAGE COLUMNS OF MONBILLS.DAT.
      *
      *THE SPLIT METHOD IS HELD PER BUILDING IN UTILMETH.DAT, WITH
      *THE NUMBER OF UNITS IN THE BUILDING:
      *  O - OCCUPANT COUNT.  EACH OCCUPIED UNIT WEIGHS ITS
      *      I-TENANTS COUNT; A VACANT UNIT WEIGHS ONE.
      *  E - EQUAL SHARE.  EVERY UNIT WEIGHS ONE.
      *  S - SUB-METER.  EACH UNIT WEIGHS ITS USAGE FROM THE
      *      SUBMETER.DAT READINGS FOR THAT UTILITY.  A UTILITY WITH
      *      NO READINGS FOR THE BUILDING (TRASH, USUALLY) FALLS BACK
      *      TO AN EQUAL SHARE.
      *A BUILDING WITH NO UTILMETH.DAT ROW SPLITS BY OCCUPANT COUNT
      *OVER 25 UNITS.
      *
      *A UNIT IS OCCUPIED WHEN IT HAS A MONBILLS.DAT ROW AND A ROSTER
      *ROW WHOSE LEASE COVERS THE BILLING MONTH.  EVERY OTHER UNIT IS
      *VACANT, AND ITS SHARE IS OWNER-ABSORBED COST - LISTED ON ITS
      *OWN PAGE OF UTILALOC.PRT AND NEVER BILLED TO A TENANT.
      *
      *SHARES ARE TRUNCATED TO THE CENT AND THE ODD PENNIES LAND ON
      *THE LAST WEIGHTED UNIT, SO EACH INVOICE FOOTS EXACTLY.
      *UTILALOC.PRT PROVES EVERY INVOICE DOLLAR: CHARGED TO TENANTS
      *PLUS OWNER ABSORBED EQUALS THE INVOICE, AND THE RUN TOTALS
      *TIE BACK TO THE INVOICE FILE.
      *
      *ONLY THE COLUMNS OF A UTILITY THAT WAS INVOICED FOR A BUILDING
      *THIS CYCLE ARE REPLACED - A UTILITY THE TENANTS PAY THE
      *VENDOR FOR DIRECTLY KEEPS ITS KEYED FIGURE.  THE FIRST RUN IN
      *A BILLING MONTH COPIES MONBILLS.DAT AS KEYED TO MONBILLS.BAK
      *AND STAMPS THE MONTH IN UTILBAK.DAT.  A LATER RUN IN THE SAME
      *MONTH LEAVES THE BACKUP ALONE AND PUTS EVERY UNIT'S KEYED
      *UTILITY FIGURES BACK FROM IT BEFORE THE INVOICES ARE SPLIT,
      *SO THE RUN CAN BE RERUN AFTER AN INVOICE IS CORRECTED OR
      *REMOVED - A COLUMN NO LONGER INVOICED RETURNS TO ITS KEYED
      *FIGURE.  OTHER COLUMNS ARE TAKEN FROM MONBILLS.DAT AS IT
      *STANDS.  A KEYED UTILITY FIGURE CORRECTED AFTER THE FIRST RUN
      *IS KEYED INTO MONBILLS.BAK.  AN ALLOCATION TOO LARGE FOR A
      *MONBILLS.DAT COLUMN LEAVES THE FILE UNTOUCHED (RETURN-CODE
      *12); AN INVOICE THAT CANNOT BE ALLOCATED IS LISTED AND THE
      *RUN ENDS WITH RETURN-CODE 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENT-ORDER
               ASSIGN TO 'C:\COBOL\MONBILLS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RENT-ORDER-BAK
               ASSIGN TO 'C:\COBOL\MONBILLS.BAK'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BAK-STAMP
               ASSIGN TO 'C:\COBOL\UTILBAK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UTIL-INVOICE
               ASSIGN TO 'C:\COBOL\UTILINV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UTIL-METHOD
               ASSIGN TO 'C:\COBOL\UTILMETH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUB-METER
               ASSIGN TO 'C:\COBOL\SUBMETER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BLD-MASTER
               ASSIGN TO 'C:\COBOL\BLDMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO 'C:\COBOL\TENANTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TM-STATUS.
           SELECT ALLOC-REPORT
               ASSIGN TO 'C:\COBOL\UTILALOC.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

       FD  RENT-ORDER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-RENT-REC
           RECORD CONTAINS 34 CHARACTERS.
       01  I-RENT-REC.
           05  I-BLD-CODE              PIC XX.
           05  I-UNIT                  PIC 99.
           05  I-TENANTS               PIC 9.
           05  I-ELECTRIC              PIC 999V99.
           05  I-GAS                   PIC 999V99.
           05  I-WATER                 PIC 999V99.
           05  I-GARBAGE               PIC 99V99.
           05  I-PRIOR-BAL             PIC 999V99.
           05  I-LATE-FEE              PIC 999V99.

       FD  RENT-ORDER-BAK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS.
       01  RENT-ORDER-BAK-REC.
           05  BK-BLD-CODE             PIC XX.
           05  BK-UNIT                 PIC 99.
           05  BK-TENANTS              PIC 9.
           05  BK-ELECTRIC             PIC 999V99.
           05  BK-GAS                  PIC 999V99.
           05  BK-WATER                PIC 999V99.
           05  BK-GARBAGE              PIC 99V99.
           05  BK-PRIOR-BAL            PIC 999V99.
           05  BK-LATE-FEE             PIC 999V99.

      *    THE BILLING MONTH MONBILLS.BAK WAS TAKEN FOR, AND WHEN.
       FD  BAK-STAMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS.
       01  BAK-STAMP-REC.
           05  BS-CYCLE-YM             PIC X(6).
           05  BS-DATE                 PIC X(8).
           05  BS-TIME                 PIC X(6).

      *    ONE ROW PER VENDOR INVOICE.  UTILITY CODES MATCH THE
      *    UTILEXC.PRT FLAGS IN CBLBJC05: E ELECTRIC, G GAS, W WATER,
      *    R REFUSE/GARBAGE.
       FD  UTIL-INVOICE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS.
       01  UTIL-INVOICE-REC.
           05  UV-BLD-CODE             PIC XX.
           05  UV-UTILITY              PIC X.
               88  UV-IS-ELECTRIC      VALUE 'E'.
               88  UV-IS-GAS           VALUE 'G'.
               88  UV-IS-WATER         VALUE 'W'.
               88  UV-IS-GARBAGE       VALUE 'R'.
               88  UV-UTILITY-VALID    VALUE 'E', 'G', 'W', 'R'.
           05  UV-VENDOR               PIC X(15).
           05  UV-INVOICE-NO           PIC X(10).
           05  UV-INV-DATE             PIC 9(8).
           05  UV-AMOUNT               PIC 9(5)V99.

       FD  UTIL-METHOD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 5 CHARACTERS.
       01  UTIL-METHOD-REC.
           05  UM-BLD-CODE             PIC XX.
           05  UM-METHOD               PIC X.
               88  UM-METHOD-VALID     VALUE 'O', 'E', 'S'.
           05  UM-UNIT-COUNT           PIC 99.

      *    SUB-METER READINGS FOR THE PERIOD THE INVOICES COVER.
      *    USAGE IS CURRENT LESS PRIOR; A CURRENT READING BELOW THE
      *    PRIOR ONE IS TAKEN AS A METER ROLLOVER.
       FD  SUB-METER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS.
       01  SUB-METER-REC.
           05  SM-BLD-CODE             PIC XX.
           05  SM-UNIT                 PIC 99.
           05  SM-UTILITY              PIC X.
           05  SM-PRIOR-READ           PIC 9(7).
           05  SM-CURR-READ            PIC 9(7).

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

       FD  ALLOC-REPORT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS ALCLINE
           LINAGE IS 60 WITH FOOTING AT 56.
       01  ALCLINE                     PIC X(110).
       WORKING-STORAGE SECTION.
       01  MISC.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR            PIC XXXX.
               10  CURRENT-MONTH           PIC XX.
               10  CURRENT-DAY             PIC XX.
               10  CURRENT-TIME            PIC X(11).
           05  WS-CURR-YM.
               10  WS-CURR-YM-Y            PIC XXXX.
               10  WS-CURR-YM-M            PIC XX.
           05  WS-TM-STATUS                PIC XX       VALUE SPACES.
           05  WS-BILL-EOF                 PIC XXX      VALUE 'NO'.
           05  WS-INV-EOF                  PIC XXX      VALUE 'NO'.
           05  WS-METH-EOF                 PIC XXX      VALUE 'NO'.
           05  WS-SM-EOF                   PIC XXX      VALUE 'NO'.
           05  WS-BLD-EOF                  PIC XXX      VALUE 'NO'.
           05  WS-BAK-EOF                  PIC XXX      VALUE 'NO'.
           05  WS-BAK-CURRENT              PIC X        VALUE 'N'.
               88  BAK-IS-CURRENT          VALUE 'Y'.
           05  WS-BAK-RESTORED             PIC 9(4)     VALUE ZERO.
           05  C-PCTR                      PIC 99       VALUE ZERO.
           05  WS-BILL-COUNT               PIC 9(4)     VALUE ZERO.
           05  WS-METH-COUNT               PIC 99       VALUE ZERO.
           05  WS-SM-COUNT                 PIC 9(4)     VALUE ZERO.
           05  WS-BLD-COUNT                PIC 99       VALUE ZERO.
           05  WS-OA-COUNT                 PIC 9(4)     VALUE ZERO.
           05  WS-BLD-FOUND                PIC X        VALUE 'N'.
               88  BLD-CODE-FOUND          VALUE 'Y'.
           05  WS-METH-FOUND               PIC X        VALUE 'N'.
               88  METH-FOUND              VALUE 'Y'.
           05  WS-BILL-FOUND               PIC X        VALUE 'N'.
               88  BILL-FOUND              VALUE 'Y'.
           05  WS-SM-FOUND                 PIC X        VALUE 'N'.
               88  SM-FOUND                VALUE 'Y'.
           05  WS-INV-VALID                PIC X        VALUE 'Y'.
               88  INV-IS-VALID            VALUE 'Y'.
           05  WS-OVERFLOW                 PIC X        VALUE 'N'.
               88  FIELD-OVERFLOW          VALUE 'Y'.
           05  WS-RUN-TIES                 PIC X        VALUE 'Y'.
               88  RUN-TIES                VALUE 'Y'.
           05  WS-REJECT-REASON            PIC X(40)    VALUE SPACES.
      *    METHOD IN FORCE FOR THE INVOICE BEING SPLIT.  WS-USED-
      *    METHOD DIFFERS FROM THE BUILDING'S METHOD ONLY WHEN A
      *    SUB-METERED BUILDING HAS NO READINGS FOR THE UTILITY.
           05  WS-CURR-METHOD              PIC X        VALUE 'O'.
           05  WS-USED-METHOD              PIC X        VALUE 'O'.
               88  METHOD-OCCUPANTS        VALUE 'O'.
               88  METHOD-EQUAL            VALUE 'E'.
               88  METHOD-SUBMETER         VALUE 'S'.
           05  WS-METHOD-DESC              PIC X(20)    VALUE SPACES.
           05  WS-UTIL-NAME                PIC X(8)     VALUE SPACES.
           05  WS-UNIT-COUNT               PIC 99       VALUE 25.
           05  WS-UNIT-NO                  PIC 99       VALUE ZERO.
           05  WS-FIND-BLD-CODE            PIC XX       VALUE SPACES.
           05  WS-FIND-UNIT                PIC 99       VALUE ZERO.
           05  WS-TOTAL-WEIGHT             PIC 9(9)     VALUE ZERO.
           05  WS-LAST-WEIGHTED            PIC 99       VALUE ZERO.
           05  WS-SHARE                    PIC 9(5)V99  VALUE ZERO.
           05  WS-SHARED-SO-FAR            PIC 9(5)V99  VALUE ZERO.
           05  WS-INV-TO-TENANTS           PIC 9(5)V99  VALUE ZERO.
           05  WS-INV-TO-OWNER             PIC 9(5)V99  VALUE ZERO.
           05  WS-BLD-OA-TOTAL             PIC 9(7)V99  VALUE ZERO.
           05  C-GT-INV-COUNT              PIC 9(5)     VALUE ZERO.
           05  C-GT-INV-AMT                PIC 9(7)V99  VALUE ZERO.
           05  C-GT-REJ-COUNT              PIC 9(5)     VALUE ZERO.
           05  C-GT-REJ-AMT                PIC 9(7)V99  VALUE ZERO.
           05  C-GT-TO-TENANTS             PIC 9(7)V99  VALUE ZERO.
           05  C-GT-TO-OWNER               PIC 9(7)V99  VALUE ZERO.
           05  C-GT-ACCOUNTED              PIC 9(7)V99  VALUE ZERO.
           05  C-GT-ALLOCABLE              PIC 9(7)V99  VALUE ZERO.
      *    MONBILLS.DAT HELD IN STORAGE WHILE THE INVOICES ARE SPLIT.
      *    MB-REC IS THE 34 BYTE ROW AS READ; THE MB-AL- FIELDS ARE
      *    THE ALLOCATED TOTALS, MOVED INTO THE ROW ONLY FOR A
      *    UTILITY FLAGGED BY MB-HIT- (INVOICED FOR THE BUILDING).
           05  BILL-TABLE.
               10  BILL-ENTRY OCCURS 750 TIMES
                             INDEXED BY MB-IDX.
                   15  MB-REC.
                       20  MB-BLD-CODE      PIC XX.
                       20  MB-UNIT          PIC 99.
                       20  MB-TENANTS       PIC 9.
                       20  MB-ELECTRIC      PIC 999V99.
                       20  MB-GAS           PIC 999V99.
                       20  MB-WATER         PIC 999V99.
                       20  MB-GARBAGE       PIC 99V99.
                       20  MB-PRIOR-BAL     PIC 999V99.
                       20  MB-LATE-FEE      PIC 999V99.
                   15  MB-AL-ELECTRIC       PIC 9(5)V99.
                   15  MB-AL-GAS            PIC 9(5)V99.
                   15  MB-AL-WATER          PIC 9(5)V99.
                   15  MB-AL-GARBAGE        PIC 9(5)V99.
                   15  MB-HIT-ELECTRIC      PIC X.
                   15  MB-HIT-GAS           PIC X.
                   15  MB-HIT-WATER         PIC X.
                   15  MB-HIT-GARBAGE       PIC X.
      *    ONE SLOT PER UNIT OF THE BUILDING WHOSE INVOICE IS BEING
      *    SPLIT.  UW-BILL-NO POINTS AT THE UNIT'S BILL-TABLE ROW
      *    (ZERO WHEN THE UNIT HAS NO MONBILLS.DAT ROW).
           05  UNIT-WORK-TABLE.
               10  UNIT-WORK-ENTRY OCCURS 25 TIMES
                             INDEXED BY UW-IDX.
                   15  UW-BILL-NO           PIC 9(4).
                   15  UW-STATUS            PIC X.
                       88  UW-OCCUPIED      VALUE 'O'.
                       88  UW-VACANT        VALUE 'V'.
                   15  UW-NOTE              PIC X(14).
                   15  UW-WEIGHT            PIC 9(7).
                   15  UW-SHARE             PIC 9(5)V99.
           05  METH-TABLE.
               10  METH-ENTRY OCCURS 30 TIMES
                             INDEXED BY MT-IDX.
                   15  MT-BLD-CODE          PIC XX.
                   15  MT-METHOD            PIC X.
                   15  MT-UNIT-COUNT        PIC 99.
           05  SM-TABLE.
               10  SM-ENTRY OCCURS 3000 TIMES
                             INDEXED BY ST-IDX.
                   15  ST-BLD-CODE          PIC XX.
                   15  ST-UNIT              PIC 99.
                   15  ST-UTILITY           PIC X.
                   15  ST-USAGE             PIC 9(7).
           05  BLD-TABLE.
               10  BLD-ENTRY OCCURS 30 TIMES
                             INDEXED BY BT-IDX.
                   15  BT-CODE              PIC XX.
                   15  BT-NAME              PIC X(15).
      *    VACANT-UNIT SHARES, PRINTED BY BUILDING AT THE END OF THE
      *    RUN AS THE OWNER-ABSORBED COST PAGE.
           05  OA-TABLE.
               10  OA-ENTRY OCCURS 1000 TIMES
                             INDEXED BY OA-IDX.
                   15  OA-BLD-CODE          PIC XX.
                   15  OA-UNIT              PIC 99.
                   15  OA-UTIL-NAME         PIC X(8).
                   15  OA-INVOICE-NO        PIC X(10).
                   15  OA-NOTE              PIC X(14).
                   15  OA-AMOUNT            PIC 9(5)V99.
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
           05  FILLER                  PIC X(37)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  O-PCTR                  PIC 99.
       01  REPORT-LINE.
           05  FILLER                  PIC X(8)    VALUE 'COBBJC13'.
           05  FILLER                  PIC X(26)   VALUE SPACES.
           05  FILLER                  PIC X(27)
                   VALUE 'UTILITY ALLOCATION - BRADEN'.
       01  ALC-INV-LINE.
           05  FILLER                  PIC X(9)    VALUE 'INVOICE: '.
           05  O-INV-NO                PIC X(10).
           05  FILLER                  PIC X(8)    VALUE '  BLDG: '.
           05  O-INV-BLD               PIC XX.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-INV-BLD-NAME          PIC X(15).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-INV-UTIL              PIC X(8).
           05  FILLER                  PIC X(10)   VALUE '  VENDOR: '.
           05  O-INV-VENDOR            PIC X(15).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-INV-AMT               PIC $$$,$$9.99.
       01  ALC-METHOD-LINE.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05  FILLER                  PIC X(8)    VALUE 'METHOD: '.
           05  O-MTH-DESC              PIC X(20).
           05  FILLER                  PIC X(9)    VALUE '  UNITS: '.
           05  O-MTH-UNITS             PIC Z9.
           05  FILLER                  PIC X(16)
                   VALUE '  TOTAL WEIGHT: '.
           05  O-MTH-WEIGHT            PIC ZZZ,ZZZ,ZZ9.
       01  ALC-COL-LINE.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05  FILLER                  PIC X(4)    VALUE 'UNIT'.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC X(8)    VALUE 'STATUS'.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC X(14)   VALUE 'NOTE'.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'WEIGHT'.
           05  FILLER                  PIC X(8)    VALUE SPACES.
           05  FILLER                  PIC X(5)    VALUE 'SHARE'.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'CHARGED TO'.
       01  ALC-UNIT-LINE.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  O-AL-UNIT               PIC Z9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-AL-STATUS             PIC X(8).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-AL-NOTE               PIC X(14).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-AL-WEIGHT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-AL-SHARE              PIC $$$,$$9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-AL-CHARGED            PIC X(6).
       01  ALC-PROOF-LINE.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE 'TO TENANTS: '.
           05  O-PRF-TENANTS           PIC $$$,$$9.99.
           05  FILLER                  PIC X(19)
                   VALUE '  OWNER ABSORBED: '.
           05  O-PRF-OWNER             PIC $$$,$$9.99.
           05  FILLER                  PIC X(10)   VALUE '  TOTAL: '.
           05  O-PRF-TOTAL             PIC $$$,$$9.99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-PRF-STATUS            PIC X(14).
       01  OA-HEAD-LINE.
           05  FILLER                  PIC X(40)
                   VALUE 'VACANT UNIT SHARES - OWNER ABSORBED COST'.
       01  OA-COL-LINE.
           05  FILLER                  PIC X(4)    VALUE 'BLDG'.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC X(4)    VALUE 'UNIT'.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC X(8)    VALUE 'UTILITY'.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'INVOICE'.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FILLER                  PIC X(14)
                   VALUE 'REASON VACANT'.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'AMOUNT'.
       01  OA-DETAIL-LINE.
           05  O-OA-BLD                PIC XX.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  O-OA-UNIT               PIC Z9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  O-OA-UTIL               PIC X(8).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-OA-INVOICE            PIC X(10).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-OA-NOTE               PIC X(14).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-OA-AMOUNT             PIC $$$,$$9.99.
       01  OA-BLD-TOTAL-LINE.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'BUILDING '.
           05  O-OAT-BLD               PIC XX.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-OAT-NAME              PIC X(15).
           05  FILLER                  PIC X(17)
                   VALUE ' OWNER ABSORBED: '.
           05  O-OAT-AMOUNT            PIC $$,$$$,$$9.99.
       01  REJ-HEAD-LINE.
           05  FILLER                  PIC X(36)
                   VALUE 'INVOICES NOT ALLOCATED - NOT BILLED'.
       01  REJ-DETAIL-LINE.
           05  RJ-RAW                  PIC X(43).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  RJ-REASON               PIC X(40).
       01  OVF-DETAIL-LINE.
           05  FILLER                  PIC X(28)
                   VALUE 'COLUMN OVERFLOW - BLDG/UNIT '.
           05  O-OVF-BLD               PIC XX.
           05  FILLER                  PIC X       VALUE '-'.
           05  O-OVF-UNIT              PIC 99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-OVF-UTIL              PIC X(8).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-OVF-AMOUNT            PIC $$$,$$9.99.
           05  FILLER                  PIC X(31)
                   VALUE ' EXCEEDS THE MONBILLS.DAT FIELD'.
       01  PRF-HEAD-LINE.
           05  FILLER                  PIC X(22)
                   VALUE 'ALLOCATION RUN PROOF'.
       01  PRF-COUNT-LINE.
           05  O-PRF-DESC              PIC X(30).
           05  O-PRF-COUNT             PIC ZZ,ZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  O-PRF-AMOUNT            PIC $$,$$$,$$9.99.
       01  PRF-STATUS-LINE.
           05  FILLER                  PIC X(8)    VALUE 'STATUS: '.
           05  O-PRF-RUN-STATUS        PIC X(60).
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-ALLOCATE.
           PERFORM L2-CLOSING.
           STOP RUN.
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE   TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO H1-MONTH.
           MOVE CURRENT-DAY TO H1-DAY.
           MOVE CURRENT-YEAR TO H1-YEAR.
           MOVE CURRENT-YEAR TO WS-CURR-YM-Y.
           MOVE CURRENT-MONTH TO WS-CURR-YM-M.
           PERFORM L4-OPEN-TENANTS.
           PERFORM L4-LOAD-BUILDINGS.
           PERFORM L4-LOAD-METHODS.
           PERFORM L4-LOAD-SUBMETERS.
           PERFORM L4-LOAD-BILLS.
           OPEN OUTPUT ALLOC-REPORT.
           PERFORM L4-HEADINGS.
       L2-ALLOCATE.
           MOVE 'NO' TO WS-INV-EOF.
           OPEN INPUT UTIL-INVOICE.
           PERFORM UNTIL WS-INV-EOF = 'YES'
               READ UTIL-INVOICE
                   AT END
                       MOVE 'YES' TO WS-INV-EOF
                   NOT AT END
                       PERFORM L3-ONE-INVOICE
               END-READ
           END-PERFORM.
           CLOSE UTIL-INVOICE.
       L3-ONE-INVOICE.
           ADD 1 TO C-GT-INV-COUNT.
           IF UV-AMOUNT IS NUMERIC
               ADD UV-AMOUNT TO C-GT-INV-AMT
           END-IF.
           PERFORM L4-EDIT-INVOICE.
           IF NOT INV-IS-VALID
               PERFORM L4-REJECT-INVOICE
           ELSE
               PERFORM L4-SET-METHOD
               PERFORM L4-BUILD-UNIT-WORK
               PERFORM L4-SET-WEIGHTS
               PERFORM L4-SPLIT-INVOICE
               PERFORM L4-MARK-BUILDING
               PERFORM L4-PRINT-INVOICE
           END-IF.
       L4-EDIT-INVOICE.
           MOVE 'Y' TO WS-INV-VALID.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE UV-BLD-CODE TO WS-FIND-BLD-CODE.
           PERFORM L4-FIND-BUILDING.
           IF NOT BLD-CODE-FOUND
               MOVE 'N' TO WS-INV-VALID
               MOVE 'BUILDING NOT ON BLDMAST.DAT'
                   TO WS-REJECT-REASON
           END-IF.
           IF INV-IS-VALID AND NOT UV-UTILITY-VALID
               MOVE 'N' TO WS-INV-VALID
               MOVE 'BAD UTILITY CODE (USE E, G, W OR R)'
                   TO WS-REJECT-REASON
           END-IF.
           IF INV-IS-VALID AND UV-AMOUNT IS NOT NUMERIC
               MOVE 'N' TO WS-INV-VALID
               MOVE 'AMOUNT IS NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF INV-IS-VALID AND UV-AMOUNT = ZERO
               MOVE 'N' TO WS-INV-VALID
               MOVE 'AMOUNT IS ZERO' TO WS-REJECT-REASON
           END-IF.
       L4-REJECT-INVOICE.
      *    ONLY COUNTED HERE - THE REJECT LINE ITSELF IS PRINTED ON
      *    ITS OWN PAGE BY L3-REJECT-SECTION.
           ADD 1 TO C-GT-REJ-COUNT.
           IF UV-AMOUNT IS NUMERIC
               ADD UV-AMOUNT TO C-GT-REJ-AMT
           END-IF.
       L4-SET-METHOD.
           MOVE 'O' TO WS-CURR-METHOD.
           MOVE 25 TO WS-UNIT-COUNT.
           MOVE 'N' TO WS-METH-FOUND.
           SET MT-IDX TO 1.
           PERFORM UNTIL MT-IDX > WS-METH-COUNT
                   OR METH-FOUND
               IF MT-BLD-CODE(MT-IDX) = UV-BLD-CODE
                   MOVE 'Y' TO WS-METH-FOUND
                   MOVE MT-METHOD(MT-IDX) TO WS-CURR-METHOD
                   MOVE MT-UNIT-COUNT(MT-IDX) TO WS-UNIT-COUNT
               ELSE
                   SET MT-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    A BILLED UNIT NUMBERED ABOVE THE BUILDING'S UNIT COUNT
      *    STILL TAKES ITS SHARE - THE COUNT IS WIDENED TO REACH IT.
           PERFORM VARYING MB-IDX FROM 1 BY 1
                   UNTIL MB-IDX > WS-BILL-COUNT
               IF MB-BLD-CODE(MB-IDX) = UV-BLD-CODE
                       AND MB-UNIT(MB-IDX) IS NUMERIC
                       AND MB-UNIT(MB-IDX) > WS-UNIT-COUNT
                       AND MB-UNIT(MB-IDX) <= 25
                   MOVE MB-UNIT(MB-IDX) TO WS-UNIT-COUNT
               END-IF
           END-PERFORM.
           MOVE WS-CURR-METHOD TO WS-USED-METHOD.
           IF METHOD-SUBMETER
               PERFORM L4-CHECK-READINGS
               IF NOT SM-FOUND
                   MOVE 'E' TO WS-USED-METHOD
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN METHOD-OCCUPANTS
                   MOVE 'OCCUPANT COUNT' TO WS-METHOD-DESC
               WHEN METHOD-SUBMETER
                   MOVE 'SUB-METER READING' TO WS-METHOD-DESC
               WHEN WS-CURR-METHOD = 'S'
                   MOVE 'EQUAL - NO READINGS' TO WS-METHOD-DESC
               WHEN OTHER
                   MOVE 'EQUAL SHARE' TO WS-METHOD-DESC
           END-EVALUATE.
           EVALUATE TRUE
               WHEN UV-IS-ELECTRIC
                   MOVE 'ELECTRIC' TO WS-UTIL-NAME
               WHEN UV-IS-GAS
                   MOVE 'GAS' TO WS-UTIL-NAME
               WHEN UV-IS-WATER
                   MOVE 'WATER' TO WS-UTIL-NAME
               WHEN OTHER
                   MOVE 'GARBAGE' TO WS-UTIL-NAME
           END-EVALUATE.
       L4-CHECK-READINGS.
      *    ANY USAGE ON FILE FOR THIS BUILDING AND UTILITY?
           MOVE 'N' TO WS-SM-FOUND.
           SET ST-IDX TO 1.
           PERFORM UNTIL ST-IDX > WS-SM-COUNT
                   OR SM-FOUND
               IF ST-BLD-CODE(ST-IDX) = UV-BLD-CODE
                       AND ST-UTILITY(ST-IDX) = UV-UTILITY
                       AND ST-USAGE(ST-IDX) > ZERO
                       AND ST-UNIT(ST-IDX) > ZERO
                       AND ST-UNIT(ST-IDX) <= WS-UNIT-COUNT
                   MOVE 'Y' TO WS-SM-FOUND
               ELSE
                   SET ST-IDX UP BY 1
               END-IF
           END-PERFORM.
       L4-BUILD-UNIT-WORK.
      *    OCCUPIED = BILLED THIS CYCLE AND ON THE ROSTER WITH A LEASE
      *    THAT COVERS THE BILLING MONTH.  THE SAME LEASE-DATE RULES
      *    AS CBLBJC05: SPACES OR ZEROS ARE AN OPEN LEASE.
           PERFORM VARYING UW-IDX FROM 1 BY 1 UNTIL UW-IDX > 25
               MOVE ZERO TO UW-BILL-NO(UW-IDX)
               MOVE 'V' TO UW-STATUS(UW-IDX)
               MOVE SPACES TO UW-NOTE(UW-IDX)
               MOVE ZERO TO UW-WEIGHT(UW-IDX)
               MOVE ZERO TO UW-SHARE(UW-IDX)
           END-PERFORM.
           PERFORM VARYING WS-UNIT-NO FROM 1 BY 1
                   UNTIL WS-UNIT-NO > WS-UNIT-COUNT
               SET UW-IDX TO WS-UNIT-NO
               MOVE UV-BLD-CODE TO WS-FIND-BLD-CODE
               MOVE WS-UNIT-NO TO WS-FIND-UNIT
               PERFORM L4-FIND-BILL-ROW
               IF NOT BILL-FOUND
                   MOVE 'NOT BILLED' TO UW-NOTE(UW-IDX)
               ELSE
                   SET UW-BILL-NO(UW-IDX) TO MB-IDX
                   PERFORM L4-CHECK-LEASE
               END-IF
           END-PERFORM.
       L4-CHECK-LEASE.
           MOVE UV-BLD-CODE TO TM-BLD-CODE.
           MOVE WS-UNIT-NO TO TM-UNIT.
           READ TENANT-MASTER
               INVALID KEY
                   MOVE 'NOT ON ROSTER' TO UW-NOTE(UW-IDX)
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TM-LEASE-END IS NUMERIC
                               AND TM-LEASE-END NOT = '00000000'
                               AND TM-LEASE-END(1:6) < WS-CURR-YM
                           MOVE 'LEASE ENDED' TO UW-NOTE(UW-IDX)
                       WHEN TM-LEASE-START IS NUMERIC
                               AND TM-LEASE-START NOT = '00000000'
                               AND TM-LEASE-START(1:6) > WS-CURR-YM
                           MOVE 'NOT STARTED' TO UW-NOTE(UW-IDX)
                       WHEN OTHER
                           MOVE 'O' TO UW-STATUS(UW-IDX)
                   END-EVALUATE
           END-READ.
       L4-SET-WEIGHTS.
           MOVE ZERO TO WS-TOTAL-WEIGHT.
           MOVE ZERO TO WS-LAST-WEIGHTED.
           PERFORM VARYING WS-UNIT-NO FROM 1 BY 1
                   UNTIL WS-UNIT-NO > WS-UNIT-COUNT
               SET UW-IDX TO WS-UNIT-NO
               EVALUATE TRUE
                   WHEN METHOD-SUBMETER
                       PERFORM L4-FIND-READING
                       IF SM-FOUND
                           MOVE ST-USAGE(ST-IDX) TO UW-WEIGHT(UW-IDX)
                       END-IF
                   WHEN METHOD-OCCUPANTS
                       MOVE 1 TO UW-WEIGHT(UW-IDX)
                       IF UW-OCCUPIED(UW-IDX)
                           SET MB-IDX TO UW-BILL-NO(UW-IDX)
                           IF MB-TENANTS(MB-IDX) IS NUMERIC
                                   AND MB-TENANTS(MB-IDX) > ZERO
                               MOVE MB-TENANTS(MB-IDX)
                                   TO UW-WEIGHT(UW-IDX)
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 1 TO UW-WEIGHT(UW-IDX)
               END-EVALUATE
               IF UW-WEIGHT(UW-IDX) > ZERO
                   ADD UW-WEIGHT(UW-IDX) TO WS-TOTAL-WEIGHT
                   MOVE WS-UNIT-NO TO WS-LAST-WEIGHTED
               END-IF
           END-PERFORM.
       L4-FIND-READING.
           MOVE 'N' TO WS-SM-FOUND.
           SET ST-IDX TO 1.
           PERFORM UNTIL ST-IDX > WS-SM-COUNT
                   OR SM-FOUND
               IF ST-BLD-CODE(ST-IDX) = UV-BLD-CODE
                       AND ST-UNIT(ST-IDX) = WS-UNIT-NO
                       AND ST-UTILITY(ST-IDX) = UV-UTILITY
                   MOVE 'Y' TO WS-SM-FOUND
               ELSE
                   SET ST-IDX UP BY 1
               END-IF
           END-PERFORM.
       L4-SPLIT-INVOICE.
      *    SHARES ARE TRUNCATED, SO THE RUNNING SUM NEVER PASSES THE
      *    INVOICE; THE LAST WEIGHTED UNIT TAKES WHAT IS LEFT.
           MOVE ZERO TO WS-SHARED-SO-FAR.
           MOVE ZERO TO WS-INV-TO-TENANTS.
           MOVE ZERO TO WS-INV-TO-OWNER.
           PERFORM VARYING WS-UNIT-NO FROM 1 BY 1
                   UNTIL WS-UNIT-NO > WS-LAST-WEIGHTED
               SET UW-IDX TO WS-UNIT-NO
               IF UW-WEIGHT(UW-IDX) > ZERO
                   IF WS-UNIT-NO = WS-LAST-WEIGHTED
                       COMPUTE WS-SHARE
                           = UV-AMOUNT - WS-SHARED-SO-FAR
                   ELSE
                       COMPUTE WS-SHARE
                           = UV-AMOUNT * UW-WEIGHT(UW-IDX)
                           / WS-TOTAL-WEIGHT
                   END-IF
                   ADD WS-SHARE TO WS-SHARED-SO-FAR
                   MOVE WS-SHARE TO UW-SHARE(UW-IDX)
                   IF UW-OCCUPIED(UW-IDX)
                       PERFORM L4-CHARGE-TENANT
                   ELSE
                       PERFORM L4-CHARGE-OWNER
                   END-IF
               END-IF
           END-PERFORM.
           ADD WS-INV-TO-TENANTS TO C-GT-TO-TENANTS.
           ADD WS-INV-TO-OWNER TO C-GT-TO-OWNER.
       L4-CHARGE-TENANT.
           SET MB-IDX TO UW-BILL-NO(UW-IDX).
           EVALUATE TRUE
               WHEN UV-IS-ELECTRIC
                   ADD WS-SHARE TO MB-AL-ELECTRIC(MB-IDX)
               WHEN UV-IS-GAS
                   ADD WS-SHARE TO MB-AL-GAS(MB-IDX)
               WHEN UV-IS-WATER
                   ADD WS-SHARE TO MB-AL-WATER(MB-IDX)
               WHEN OTHER
                   ADD WS-SHARE TO MB-AL-GARBAGE(MB-IDX)
           END-EVALUATE.
           ADD WS-SHARE TO WS-INV-TO-TENANTS.
       L4-CHARGE-OWNER.
           IF WS-OA-COUNT < 1000
               ADD 1 TO WS-OA-COUNT
               SET OA-IDX TO WS-OA-COUNT
               MOVE UV-BLD-CODE TO OA-BLD-CODE(OA-IDX)
               MOVE WS-UNIT-NO TO OA-UNIT(OA-IDX)
               MOVE WS-UTIL-NAME TO OA-UTIL-NAME(OA-IDX)
               MOVE UV-INVOICE-NO TO OA-INVOICE-NO(OA-IDX)
               MOVE UW-NOTE(UW-IDX) TO OA-NOTE(OA-IDX)
               MOVE WS-SHARE TO OA-AMOUNT(OA-IDX)
           ELSE
               DISPLAY 'ERROR: MORE THAN 1000 VACANT-UNIT SHARES - '
                   'OWNER TABLE FULL, MONBILLS.DAT NOT UPDATED, '
                   'RUN ENDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD WS-SHARE TO WS-INV-TO-OWNER.
       L4-MARK-BUILDING.
      *    EVERY ROW OF THE BUILDING HAS THIS UTILITY'S COLUMN
      *    REPLACED - A VACANT ROW'S SHARE WENT TO THE OWNER, SO ITS
      *    COLUMN IS ZERO.
           PERFORM VARYING MB-IDX FROM 1 BY 1
                   UNTIL MB-IDX > WS-BILL-COUNT
               IF MB-BLD-CODE(MB-IDX) = UV-BLD-CODE
                   EVALUATE TRUE
                       WHEN UV-IS-ELECTRIC
                           MOVE 'Y' TO MB-HIT-ELECTRIC(MB-IDX)
                       WHEN UV-IS-GAS
                           MOVE 'Y' TO MB-HIT-GAS(MB-IDX)
                       WHEN UV-IS-WATER
                           MOVE 'Y' TO MB-HIT-WATER(MB-IDX)
                       WHEN OTHER
                           MOVE 'Y' TO MB-HIT-GARBAGE(MB-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.
       L4-PRINT-INVOICE.
           MOVE UV-INVOICE-NO TO O-INV-NO.
           MOVE UV-BLD-CODE TO O-INV-BLD.
           MOVE BT-NAME(BT-IDX) TO O-INV-BLD-NAME.
           MOVE WS-UTIL-NAME TO O-INV-UTIL.
           MOVE UV-VENDOR TO O-INV-VENDOR.
           MOVE UV-AMOUNT TO O-INV-AMT.
           WRITE ALCLINE FROM ALC-INV-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-METHOD-DESC TO O-MTH-DESC.
           MOVE WS-UNIT-COUNT TO O-MTH-UNITS.
           MOVE WS-TOTAL-WEIGHT TO O-MTH-WEIGHT.
           WRITE ALCLINE FROM ALC-METHOD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ALCLINE FROM ALC-COL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-UNIT-NO FROM 1 BY 1
                   UNTIL WS-UNIT-NO > WS-UNIT-COUNT
               SET UW-IDX TO WS-UNIT-NO
               MOVE WS-UNIT-NO TO O-AL-UNIT
               MOVE UW-NOTE(UW-IDX) TO O-AL-NOTE
               MOVE UW-WEIGHT(UW-IDX) TO O-AL-WEIGHT
               MOVE UW-SHARE(UW-IDX) TO O-AL-SHARE
               IF UW-OCCUPIED(UW-IDX)
                   MOVE 'OCCUPIED' TO O-AL-STATUS
                   MOVE 'TENANT' TO O-AL-CHARGED
               ELSE
                   MOVE 'VACANT' TO O-AL-STATUS
                   MOVE 'OWNER' TO O-AL-CHARGED
               END-IF
               IF UW-WEIGHT(UW-IDX) = ZERO
                   MOVE SPACES TO O-AL-CHARGED
               END-IF
               WRITE ALCLINE FROM ALC-UNIT-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE WS-INV-TO-TENANTS TO O-PRF-TENANTS.
           MOVE WS-INV-TO-OWNER TO O-PRF-OWNER.
           MOVE WS-SHARED-SO-FAR TO O-PRF-TOTAL.
           IF WS-SHARED-SO-FAR = UV-AMOUNT
               MOVE 'INVOICE TIES' TO O-PRF-STATUS
           ELSE
               MOVE '*** OUT OF BAL' TO O-PRF-STATUS
           END-IF.
           WRITE ALCLINE FROM ALC-PROOF-LINE
               AFTER ADVANCING 1 LINE.
       L2-CLOSING.
           PERFORM L3-OWNER-SECTION.
           PERFORM L3-REJECT-SECTION.
           PERFORM L3-OVERFLOW-CHECK.
           PERFORM L3-RUN-PROOF.
           CLOSE ALLOC-REPORT.
           CLOSE TENANT-MASTER.
           EVALUATE TRUE
               WHEN FIELD-OVERFLOW
                   DISPLAY 'ERROR: AN ALLOCATED UTILITY EXCEEDS ITS '
                       'MONBILLS.DAT COLUMN - SEE UTILALOC.PRT - '
                       'MONBILLS.DAT NOT UPDATED'
                   MOVE 12 TO RETURN-CODE
               WHEN NOT RUN-TIES
                   DISPLAY 'ERROR: ALLOCATION DOES NOT TIE TO THE '
                       'INVOICES - SEE UTILALOC.PRT - MONBILLS.DAT '
                       'NOT UPDATED'
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   PERFORM L3-REWRITE-BILLS
                   IF C-GT-REJ-COUNT > ZERO
                       DISPLAY 'WARNING: ' C-GT-REJ-COUNT
                           ' INVOICE(S) NOT ALLOCATED - SEE '
                           'UTILALOC.PRT'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
           DISPLAY 'UTILITY ALLOCATION ENDED - ' C-GT-INV-COUNT
               ' INVOICES READ'.
       L3-OWNER-SECTION.
           WRITE ALCLINE FROM OA-HEAD-LINE
               AFTER ADVANCING PAGE.
           WRITE ALCLINE FROM OA-COL-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > WS-BLD-COUNT
               MOVE ZERO TO WS-BLD-OA-TOTAL
               PERFORM VARYING OA-IDX FROM 1 BY 1
                       UNTIL OA-IDX > WS-OA-COUNT
                   IF OA-BLD-CODE(OA-IDX) = BT-CODE(BT-IDX)
                       MOVE OA-BLD-CODE(OA-IDX) TO O-OA-BLD
                       MOVE OA-UNIT(OA-IDX) TO O-OA-UNIT
                       MOVE OA-UTIL-NAME(OA-IDX) TO O-OA-UTIL
                       MOVE OA-INVOICE-NO(OA-IDX) TO O-OA-INVOICE
                       MOVE OA-NOTE(OA-IDX) TO O-OA-NOTE
                       MOVE OA-AMOUNT(OA-IDX) TO O-OA-AMOUNT
                       WRITE ALCLINE FROM OA-DETAIL-LINE
                           AFTER ADVANCING 1 LINE
                       ADD OA-AMOUNT(OA-IDX) TO WS-BLD-OA-TOTAL
                   END-IF
               END-PERFORM
               IF WS-BLD-OA-TOTAL > ZERO
                   MOVE BT-CODE(BT-IDX) TO O-OAT-BLD
                   MOVE BT-NAME(BT-IDX) TO O-OAT-NAME
                   MOVE WS-BLD-OA-TOTAL TO O-OAT-AMOUNT
                   WRITE ALCLINE FROM OA-BLD-TOTAL-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE SPACES TO ALCLINE
                   WRITE ALCLINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
       L3-REJECT-SECTION.
      *    SECOND PASS OVER THE INVOICE FILE FOR THE REJECT LISTING,
      *    SO THE ALLOCATION PAGES ABOVE STAY IN INVOICE ORDER.
           IF C-GT-REJ-COUNT > ZERO
               WRITE ALCLINE FROM REJ-HEAD-LINE
                   AFTER ADVANCING PAGE
               MOVE 'NO' TO WS-INV-EOF
               OPEN INPUT UTIL-INVOICE
               PERFORM UNTIL WS-INV-EOF = 'YES'
                   READ UTIL-INVOICE
                       AT END
                           MOVE 'YES' TO WS-INV-EOF
                       NOT AT END
                           PERFORM L4-EDIT-INVOICE
                           IF NOT INV-IS-VALID
                               MOVE UTIL-INVOICE-REC TO RJ-RAW
                               MOVE WS-REJECT-REASON TO RJ-REASON
                               WRITE ALCLINE FROM REJ-DETAIL-LINE
                                   AFTER ADVANCING 1 LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UTIL-INVOICE
           END-IF.
       L3-OVERFLOW-CHECK.
           MOVE 'N' TO WS-OVERFLOW.
           PERFORM VARYING MB-IDX FROM 1 BY 1
                   UNTIL MB-IDX > WS-BILL-COUNT
               MOVE MB-BLD-CODE(MB-IDX) TO O-OVF-BLD
               MOVE MB-UNIT(MB-IDX) TO O-OVF-UNIT
               IF MB-AL-ELECTRIC(MB-IDX) > 999.99
                   MOVE 'ELECTRIC' TO O-OVF-UTIL
                   MOVE MB-AL-ELECTRIC(MB-IDX) TO O-OVF-AMOUNT
                   PERFORM L4-OVERFLOW-WRITE
               END-IF
               IF MB-AL-GAS(MB-IDX) > 999.99
                   MOVE 'GAS' TO O-OVF-UTIL
                   MOVE MB-AL-GAS(MB-IDX) TO O-OVF-AMOUNT
                   PERFORM L4-OVERFLOW-WRITE
               END-IF
               IF MB-AL-WATER(MB-IDX) > 999.99
                   MOVE 'WATER' TO O-OVF-UTIL
                   MOVE MB-AL-WATER(MB-IDX) TO O-OVF-AMOUNT
                   PERFORM L4-OVERFLOW-WRITE
               END-IF
               IF MB-AL-GARBAGE(MB-IDX) > 99.99
                   MOVE 'GARBAGE' TO O-OVF-UTIL
                   MOVE MB-AL-GARBAGE(MB-IDX) TO O-OVF-AMOUNT
                   PERFORM L4-OVERFLOW-WRITE
               END-IF
           END-PERFORM.
       L4-OVERFLOW-WRITE.
           IF NOT FIELD-OVERFLOW
               MOVE 'Y' TO WS-OVERFLOW
               MOVE SPACES TO ALCLINE
               WRITE ALCLINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE ALCLINE FROM OVF-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       L3-RUN-PROOF.
      *    INVOICES READ LESS THOSE NOT ALLOCATED MUST EQUAL WHAT WAS
      *    CHARGED TO TENANTS PLUS WHAT THE OWNERS ABSORB.
           COMPUTE C-GT-ALLOCABLE = C-GT-INV-AMT - C-GT-REJ-AMT.
           COMPUTE C-GT-ACCOUNTED = C-GT-TO-TENANTS + C-GT-TO-OWNER.
           WRITE ALCLINE FROM PRF-HEAD-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'INVOICES READ' TO O-PRF-DESC.
           MOVE C-GT-INV-COUNT TO O-PRF-COUNT.
           MOVE C-GT-INV-AMT TO O-PRF-AMOUNT.
           PERFORM L4-PRF-WRITE.
           MOVE 'NOT ALLOCATED' TO O-PRF-DESC.
           MOVE C-GT-REJ-COUNT TO O-PRF-COUNT.
           MOVE C-GT-REJ-AMT TO O-PRF-AMOUNT.
           PERFORM L4-PRF-WRITE.
           MOVE ZERO TO O-PRF-COUNT.
           MOVE 'CHARGED TO TENANTS' TO O-PRF-DESC.
           MOVE C-GT-TO-TENANTS TO O-PRF-AMOUNT.
           PERFORM L4-PRF-WRITE.
           MOVE 'OWNER ABSORBED (VACANT)' TO O-PRF-DESC.
           MOVE C-GT-TO-OWNER TO O-PRF-AMOUNT.
           PERFORM L4-PRF-WRITE.
           MOVE 'TOTAL ACCOUNTED FOR' TO O-PRF-DESC.
           MOVE C-GT-ACCOUNTED TO O-PRF-AMOUNT.
           PERFORM L4-PRF-WRITE.
           IF C-GT-ACCOUNTED = C-GT-ALLOCABLE
               MOVE 'EVERY ALLOCATED INVOICE DOLLAR LANDED ON A UNIT'
                   TO O-PRF-RUN-STATUS
           ELSE
               MOVE '*** ALLOCATION DOES NOT TIE TO THE INVOICES ***'
                   TO O-PRF-RUN-STATUS
               MOVE 'N' TO WS-RUN-TIES
           END-IF.
           WRITE ALCLINE FROM PRF-STATUS-LINE
               AFTER ADVANCING 2 LINES.
       L4-PRF-WRITE.
           WRITE ALCLINE FROM PRF-COUNT-LINE
               AFTER ADVANCING 1 LINE.
       L3-REWRITE-BILLS.
           OPEN OUTPUT RENT-ORDER.
           PERFORM VARYING MB-IDX FROM 1 BY 1
                   UNTIL MB-IDX > WS-BILL-COUNT
               IF MB-HIT-ELECTRIC(MB-IDX) = 'Y'
                   MOVE MB-AL-ELECTRIC(MB-IDX) TO MB-ELECTRIC(MB-IDX)
               END-IF
               IF MB-HIT-GAS(MB-IDX) = 'Y'
                   MOVE MB-AL-GAS(MB-IDX) TO MB-GAS(MB-IDX)
               END-IF
               IF MB-HIT-WATER(MB-IDX) = 'Y'
                   MOVE MB-AL-WATER(MB-IDX) TO MB-WATER(MB-IDX)
               END-IF
               IF MB-HIT-GARBAGE(MB-IDX) = 'Y'
                   MOVE MB-AL-GARBAGE(MB-IDX) TO MB-GARBAGE(MB-IDX)
               END-IF
               MOVE MB-REC(MB-IDX) TO I-RENT-REC
               WRITE I-RENT-REC
           END-PERFORM.
           CLOSE RENT-ORDER.
       L4-FIND-BUILDING.
           MOVE 'N' TO WS-BLD-FOUND.
           SET BT-IDX TO 1.
           PERFORM UNTIL BT-IDX > WS-BLD-COUNT
                   OR BLD-CODE-FOUND
               IF BT-CODE(BT-IDX) = WS-FIND-BLD-CODE
                   MOVE 'Y' TO WS-BLD-FOUND
               ELSE
                   SET BT-IDX UP BY 1
               END-IF
           END-PERFORM.
       L4-FIND-BILL-ROW.
           MOVE 'N' TO WS-BILL-FOUND.
           SET MB-IDX TO 1.
           PERFORM UNTIL MB-IDX > WS-BILL-COUNT
                   OR BILL-FOUND
               IF MB-BLD-CODE(MB-IDX) = WS-FIND-BLD-CODE
                       AND MB-UNIT(MB-IDX) = WS-FIND-UNIT
                   MOVE 'Y' TO WS-BILL-FOUND
               ELSE
                   SET MB-IDX UP BY 1
               END-IF
           END-PERFORM.
       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE ALCLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE ALCLINE FROM REPORT-LINE
               AFTER ADVANCING 1 LINE.
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
                               'BUILDINGS - TABLE FULL, RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BLD-MASTER.
       L4-LOAD-METHODS.
      *    A BAD METHOD CODE FALLS BACK TO OCCUPANT COUNT, AND A UNIT
      *    COUNT OUTSIDE 1-25 TO THE FULL 25 UNITS CBLBJC05 ALLOWS.
           MOVE ZERO TO WS-METH-COUNT.
           MOVE 'NO' TO WS-METH-EOF.
           OPEN INPUT UTIL-METHOD.
           PERFORM UNTIL WS-METH-EOF = 'YES'
               READ UTIL-METHOD
                   AT END
                       MOVE 'YES' TO WS-METH-EOF
                   NOT AT END
                       IF WS-METH-COUNT < 30
                           ADD 1 TO WS-METH-COUNT
                           SET MT-IDX TO WS-METH-COUNT
                           MOVE UM-BLD-CODE TO MT-BLD-CODE(MT-IDX)
                           MOVE UM-METHOD TO MT-METHOD(MT-IDX)
                           MOVE UM-UNIT-COUNT TO MT-UNIT-COUNT(MT-IDX)
                           IF NOT UM-METHOD-VALID
                               DISPLAY 'WARNING: UTILMETH.DAT METHOD '
                                   UM-METHOD ' FOR ' UM-BLD-CODE
                                   ' - OCCUPANT COUNT USED'
                               MOVE 'O' TO MT-METHOD(MT-IDX)
                           END-IF
                           IF UM-UNIT-COUNT IS NOT NUMERIC
                                   OR UM-UNIT-COUNT = ZERO
                                   OR UM-UNIT-COUNT > 25
                               MOVE 25 TO MT-UNIT-COUNT(MT-IDX)
                           END-IF
                       ELSE
                           DISPLAY 'ERROR: UTILMETH.DAT EXCEEDS 30 '
                               'BUILDINGS - TABLE FULL, RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UTIL-METHOD.
       L4-LOAD-SUBMETERS.
           MOVE ZERO TO WS-SM-COUNT.
           MOVE 'NO' TO WS-SM-EOF.
           OPEN INPUT SUB-METER.
           PERFORM UNTIL WS-SM-EOF = 'YES'
               READ SUB-METER
                   AT END
                       MOVE 'YES' TO WS-SM-EOF
                   NOT AT END
                       IF WS-SM-COUNT < 3000
                           ADD 1 TO WS-SM-COUNT
                           SET ST-IDX TO WS-SM-COUNT
                           MOVE SM-BLD-CODE TO ST-BLD-CODE(ST-IDX)
                           MOVE SM-UNIT TO ST-UNIT(ST-IDX)
                           MOVE SM-UTILITY TO ST-UTILITY(ST-IDX)
                           MOVE ZERO TO ST-USAGE(ST-IDX)
                           IF SM-PRIOR-READ IS NUMERIC
                                   AND SM-CURR-READ IS NUMERIC
                               IF SM-CURR-READ < SM-PRIOR-READ
                                   COMPUTE ST-USAGE(ST-IDX)
                                       = SM-CURR-READ + 10000000
                                       - SM-PRIOR-READ
                               ELSE
                                   COMPUTE ST-USAGE(ST-IDX)
                                       = SM-CURR-READ - SM-PRIOR-READ
                               END-IF
                           END-IF
                       ELSE
                           DISPLAY 'ERROR: SUBMETER.DAT EXCEEDS 3000 '
                               'READINGS - TABLE FULL, RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUB-METER.
       L4-LOAD-BILLS.
      *    THE FIRST RUN OF THE MONTH COPIES THE FILE AS KEYED TO
      *    MONBILLS.BAK; A RERUN RESTORES THE KEYED UTILITY COLUMNS
      *    FROM THAT COPY INSTEAD.
           PERFORM L4-CHECK-BACKUP.
           MOVE ZERO TO WS-BILL-COUNT.
           MOVE 'NO' TO WS-BILL-EOF.
           OPEN INPUT RENT-ORDER.
           PERFORM UNTIL WS-BILL-EOF = 'YES'
               READ RENT-ORDER
                   AT END
                       MOVE 'YES' TO WS-BILL-EOF
                   NOT AT END
                       IF WS-BILL-COUNT < 750
                           ADD 1 TO WS-BILL-COUNT
                           SET MB-IDX TO WS-BILL-COUNT
                           MOVE I-RENT-REC TO MB-REC(MB-IDX)
                           MOVE ZERO TO MB-AL-ELECTRIC(MB-IDX)
                           MOVE ZERO TO MB-AL-GAS(MB-IDX)
                           MOVE ZERO TO MB-AL-WATER(MB-IDX)
                           MOVE ZERO TO MB-AL-GARBAGE(MB-IDX)
                           MOVE 'N' TO MB-HIT-ELECTRIC(MB-IDX)
                           MOVE 'N' TO MB-HIT-GAS(MB-IDX)
                           MOVE 'N' TO MB-HIT-WATER(MB-IDX)
                           MOVE 'N' TO MB-HIT-GARBAGE(MB-IDX)
                       ELSE
                           DISPLAY 'ERROR: MONBILLS.DAT EXCEEDS 750 '
                               'ROWS - TABLE FULL, RUN ENDED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENT-ORDER.
           IF BAK-IS-CURRENT
               PERFORM L4-RESTORE-UTILITIES
           ELSE
               PERFORM L4-TAKE-BACKUP
           END-IF.
       L4-CHECK-BACKUP.
           MOVE 'N' TO WS-BAK-CURRENT.
           OPEN INPUT BAK-STAMP.
           READ BAK-STAMP
               AT END
                   MOVE SPACES TO BAK-STAMP-REC
           END-READ.
           CLOSE BAK-STAMP.
           IF BS-CYCLE-YM = WS-CURR-YM
               MOVE 'Y' TO WS-BAK-CURRENT
           END-IF.
       L4-TAKE-BACKUP.
           OPEN OUTPUT RENT-ORDER-BAK.
           PERFORM VARYING MB-IDX FROM 1 BY 1
                   UNTIL MB-IDX > WS-BILL-COUNT
               MOVE MB-REC(MB-IDX) TO RENT-ORDER-BAK-REC
               WRITE RENT-ORDER-BAK-REC
           END-PERFORM.
           CLOSE RENT-ORDER-BAK.
           MOVE WS-CURR-YM TO BS-CYCLE-YM.
           MOVE CURRENT-DATE-AND-TIME(1:8) TO BS-DATE.
           MOVE CURRENT-TIME(1:6) TO BS-TIME.
           OPEN OUTPUT BAK-STAMP.
           WRITE BAK-STAMP-REC.
           CLOSE BAK-STAMP.
       L4-RESTORE-UTILITIES.
      *    A UNIT ADDED TO MONBILLS.DAT SINCE THE BACKUP WAS TAKEN HAS
      *    NOT BEEN ALLOCATED YET AND KEEPS ITS FIGURES AS THEY STAND.
           MOVE ZERO TO WS-BAK-RESTORED.
           MOVE 'NO' TO WS-BAK-EOF.
           OPEN INPUT RENT-ORDER-BAK.
           PERFORM UNTIL WS-BAK-EOF = 'YES'
               READ RENT-ORDER-BAK
                   AT END
                       MOVE 'YES' TO WS-BAK-EOF
                   NOT AT END
                       MOVE BK-BLD-CODE TO WS-FIND-BLD-CODE
                       MOVE BK-UNIT TO WS-FIND-UNIT
                       PERFORM L4-FIND-BILL-ROW
                       IF BILL-FOUND
                           MOVE BK-ELECTRIC TO MB-ELECTRIC(MB-IDX)
                           MOVE BK-GAS TO MB-GAS(MB-IDX)
                           MOVE BK-WATER TO MB-WATER(MB-IDX)
                           MOVE BK-GARBAGE TO MB-GARBAGE(MB-IDX)
                           ADD 1 TO WS-BAK-RESTORED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENT-ORDER-BAK.
           DISPLAY 'RERUN FOR ' WS-CURR-YM ' - KEYED UTILITY FIGURES '
               'RESTORED FROM MONBILLS.BAK FOR ' WS-BAK-RESTORED
               ' UNIT(S)'.
       END PROGRAM CBLBJC13.
