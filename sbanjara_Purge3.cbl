      ********************* IDENTIFICATION-DIVISION ******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PURGE3.
       AUTHOR.      SBANJARA.

      ****************************************************************
      *
      *  ARCHIVE AND PURGE RUN.  THE MOVEMENT LEDGER PR3LEDGR.TXT,
      *  THE MAINTENANCE AUDIT TRAIL PR3AUDIT.TXT, THE ORDER
      *  HISTORY PR3ORDHIST.TXT, THE PRICE HISTORY PR3PRHIST.TXT
      *  AND THE VALUATION HISTORY PR3HIST.TXT ARE ONLY EVER
      *  APPENDED TO, AND CLOSED LINES STAY ON THE OPEN PURCHASE
      *  ORDER FILE PR3OPENPO.DAT.  THIS RUN MOVES EVERYTHING DATED
      *  IN OR BEFORE A CLOSED PERIOD OFF THOSE FILES AND ONTO
      *  THEIR ARCHIVE FILES.
      *
      *  THE OPERATOR ENTERS THE PERIOD (YYYYMM) TO ARCHIVE THROUGH.
      *  IT MUST ALREADY BE CLOSED BY MECLOSE3 ON PR3PERIOD.TXT -
      *  OTHERWISE THE RUN REFUSES, TOUCHES NOTHING AND SETS
      *  RETURN-CODE 8.  THE OPERATOR MUST THEN CONFIRM THE PURGE.
      *  ROPCALC3 LOOKS BACK AS MANY AS 52 WEEKS OF SHIPMENTS ON THE
      *  LEDGER, SO ARCHIVING A PERIOD INSIDE THAT WINDOW SHORTENS
      *  ITS HISTORY.
      *
      *  EACH ARCHIVE FILE IS NAMED FOR THE PERIOD ARCHIVED
      *  THROUGH, SO EVERY PERIOD CLOSED OUT GETS ITS OWN SET OF
      *  FILES (A RERUN FOR THE SAME PERIOD APPENDS TO THEM).  EVERY
      *  RECORD ON AN ARCHIVE FILE IS THE ORIGINAL RECORD BEHIND THE
      *  DATE OF THE ARCHIVE RUN (YYYYMMDD) AND THE PERIOD ARCHIVED
      *  THROUGH (YYYYMM):
      *      PR3LEDGR.YYYYMM.ARC    54 CHARACTERS
      *      PR3AUDIT.YYYYMM.ARC   100 CHARACTERS
      *      PR3ORDHIST.YYYYMM.ARC  75 CHARACTERS
      *      PR3PRHIST.YYYYMM.ARC   42 CHARACTERS
      *      PR3HIST.YYYYMM.ARC     94 CHARACTERS
      *      PR3OPENPO.YYYYMM.ARC   74 CHARACTERS
      *
      *  LEDGER - FOR EVERY KEY AND OCCURRENCE WITH MOVEMENTS
      *  ARCHIVED, ONE BF (BROUGHT FORWARD) RECORD IS WRITTEN AT THE
      *  HEAD OF THE REBUILT LEDGER, DATED THE LAST DAY OF THE
      *  PERIOD, REFERENCE BF PLUS THE PERIOD, WITH THE OLD AND NEW
      *  CASES BOTH EQUAL TO THE BALANCE LEFT BY THE LAST MOVEMENT
      *  ARCHIVED.  STKCRD3 THEREFORE STILL OPENS AT THE RIGHT
      *  BALANCE AND STILL PROVES TO NUM-CASES.  AN EARLIER BF IS
      *  ARCHIVED LIKE ANY OTHER MOVEMENT.
      *
      *  ORDER HISTORY - LINES OF AN ORDER STILL WAITING ON
      *  PR3TOBILL.TXT OR PR3BACKORD.TXT ARE KEPT WHATEVER THEIR
      *  DATE, SINCE INVOIC3 AND ROPCALC3 STILL NEED THEM.
      *
      *  OPEN PURCHASE ORDERS - ONLY CLOSED LINES (OP-STATUS C)
      *  ORDERED IN OR BEFORE THE PERIOD ARE ARCHIVED, AND ONLY ONCE
      *  THE VENDOR HAS BILLED EVERY CASE RECEIVED, SO VMATCH3 CAN
      *  STILL MATCH A LATE INVOICE.
      *
      *  IN-TRANSIT FILE - XFRPST3 TAKES A TRANSFER OFF
      *  PR3INTRAN.DAT WHEN IT ARRIVES, SO ONLY TRUCKS STILL ON THE
      *  ROAD ARE ON IT.  THEY ARE COUNTED AND ALWAYS KEPT.
      *
      *  OUTPUT: PR3PURGE.TXT  CONTROL REPORT - RECORDS READ,
      *                        ARCHIVED AND KEPT FOR EACH FILE, AND
      *                        THE BF RECORDS WRITTEN
      *
      *  A FILE THAT CANNOT BE PURGED SAFELY (MORE KEYS OR ORDERS
      *  THAN THE RUN CAN TABLE) IS LEFT AS IT IS AND SAYS SO ON
      *  THE CONTROL REPORT; THE OTHER FILES ARE STILL PURGED.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE
               ASSIGN TO "PR3PERIOD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT LEDGER-FILE
               ASSIGN TO "PR3LEDGR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "PR3AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ORDER-HIST-FILE
               ASSIGN TO "PR3ORDHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHIST-STATUS.

           SELECT PRICE-HIST-FILE
               ASSIGN TO "PR3PRHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRHIST-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "PR3HIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPENPO-FILE
               ASSIGN TO "PR3OPENPO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-PO-KEY
               FILE STATUS IS WS-OPENPO-STATUS.

           SELECT INTRANSIT-FILE
               ASSIGN TO "PR3INTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IT-REFERENCE
               FILE STATUS IS WS-INTRAN-STATUS.

           SELECT BILLING-FILE
               ASSIGN TO "PR3TOBILL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

           SELECT BACKORDER-FILE
               ASSIGN TO "PR3BACKORD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORD-STATUS.

           SELECT WORK-FILE
               ASSIGN TO "PR3PURGE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT LEDGER-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-ARC-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-AUDIT-ARC-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ORDHIST-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ORDHIST-ARC-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT PRHIST-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-PRHIST-ARC-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT HIST-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-HIST-ARC-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPENPO-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-OPENPO-ARC-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CONTROL-REPORT-FILE
               ASSIGN TO "PR3PURGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

       FD  PERIOD-FILE
           RECORD CONTAINS 28 CHARACTERS.

       01  PERIOD-RECORD.
           05  PV-PERIOD         PIC 9(6).
           05  PV-WAREHOUSE-ID   PIC X(4).
           05  PV-CASES          PIC 9(7).
           05  PV-DOLLARS        PIC 9(9)V99.

       FD  LEDGER-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  LEDGER-RECORD.
           05  LG-DATE           PIC 9(8).
           05  LG-DATE-SPLIT REDEFINES LG-DATE.
               10  LG-PERIOD     PIC 9(6).
               10  LG-DAY        PIC 99.
           05  LG-TYPE           PIC X(2).
           05  LG-KEY.
               10  LG-WAREHOUSE-ID PIC X(4).
               10  LG-VENDOR-ID    PIC X(1).
               10  LG-CANDY-ID     PIC X(3).
               10  LG-OCCURRENCE   PIC 9.
           05  LG-REFERENCE.
               10  LG-REF-PREFIX PIC X(2).
               10  LG-REF-PERIOD PIC 9(6).
           05  LG-SIGN           PIC X.
           05  LG-QTY            PIC 9(4).
           05  LG-OLD-CASES      PIC 9(4).
           05  LG-NEW-CASES      PIC 9(4).

       FD  AUDIT-FILE
           RECORD CONTAINS 86 CHARACTERS.

       01  AUDIT-RECORD.
           05  AU-DATE            PIC 9(8).
           05  AU-DATE-SPLIT REDEFINES AU-DATE.
               10  AU-PERIOD      PIC 9(6).
               10  AU-DAY         PIC 99.
           05                     PIC X(78).

       FD  ORDER-HIST-FILE
           RECORD CONTAINS 61 CHARACTERS.

       01  ORDER-HIST-RECORD.
           05  OH-DATE           PIC 9(8).
           05  OH-DATE-SPLIT REDEFINES OH-DATE.
               10  OH-PERIOD     PIC 9(6).
               10  OH-DAY        PIC 99.
           05  OH-ORDER-NO       PIC 9(6).
           05                    PIC X(47).

       FD  PRICE-HIST-FILE
           RECORD CONTAINS 28 CHARACTERS.

       01  PRICE-HIST-RECORD.
           05  PH-DATE           PIC 9(8).
           05  PH-DATE-SPLIT REDEFINES PH-DATE.
               10  PH-PERIOD     PIC 9(6).
               10  PH-DAY        PIC 99.
           05                    PIC X(20).

       FD  HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  HISTORY-RECORD.
           05  HR-DATE.
               10  HR-MONTH        PIC XX.
               10                  PIC X.
               10  HR-DAY          PIC XX.
               10                  PIC X.
               10  HR-YEAR         PIC X(4).
           05                      PIC X(70).

       FD  OPENPO-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  OPENPO-RECORD.
           05  OP-PO-KEY.
               10  OP-PO-NUMBER  PIC 9(6).
               10  OP-PO-LINE    PIC 9(2).
           05  OP-WAREHOUSE-ID   PIC X(4).
           05  OP-VENDOR-ID      PIC X(1).
           05  OP-CANDY-ID       PIC X(3).
           05  OP-CANDY-NAME     PIC X(15).
           05  OP-ORDER-DATE     PIC 9(8).
           05  OP-ORDER-SPLIT REDEFINES OP-ORDER-DATE.
               10  OP-ORDER-PERIOD PIC 9(6).
               10  OP-ORDER-DAY    PIC 99.
           05  OP-ORDERED-QTY    PIC 9(5).
           05  OP-RECEIVED-QTY   PIC 9(5).
           05  OP-STATUS         PIC X.
           05  OP-UNIT-COST      PIC 9(3)V99.
           05  OP-BILLED-QTY     PIC 9(5).

       FD  INTRANSIT-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01  INTRANSIT-RECORD.
           05  IT-REFERENCE      PIC X(8).
           05  IT-FROM-WAREHOUSE PIC X(4).
           05  IT-TO-WAREHOUSE   PIC X(4).
           05  IT-VENDOR-ID      PIC X(1).
           05  IT-CANDY-ID       PIC X(3).
           05  IT-OCCURRENCE     PIC 9.
           05  IT-CASE-QTY       PIC 9(4).
           05  IT-SHIP-DATE      PIC 9(8).

       FD  BILLING-FILE
           RECORD CONTAINS 29 CHARACTERS.

       01  BILLING-RECORD.
           05  TB-DATE           PIC 9(8).
           05  TB-REFERENCE.
               10  TB-REF-PREFIX PIC X(2).
               10  TB-ORDER-NO   PIC 9(6).
           05                    PIC X(13).

       FD  BACKORDER-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  BACKORDER-RECORD.
           05  BO-ORDER-NO       PIC 9(6).
           05                    PIC X(39).

       FD  WORK-FILE
           RECORD CONTAINS 86 CHARACTERS.

       01  WORK-RECORD           PIC X(86).

       FD  LEDGER-ARCHIVE-FILE
           RECORD CONTAINS 54 CHARACTERS.

       01  LEDGER-ARCHIVE-RECORD.
           05  LA-ARCHIVE-DATE   PIC 9(8).
           05  LA-THRU-PERIOD    PIC 9(6).
           05  LA-RECORD         PIC X(40).

       FD  AUDIT-ARCHIVE-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01  AUDIT-ARCHIVE-RECORD.
           05  AA-ARCHIVE-DATE   PIC 9(8).
           05  AA-THRU-PERIOD    PIC 9(6).
           05  AA-RECORD         PIC X(86).

       FD  ORDHIST-ARCHIVE-FILE
           RECORD CONTAINS 75 CHARACTERS.

       01  ORDHIST-ARCHIVE-RECORD.
           05  OA-ARCHIVE-DATE   PIC 9(8).
           05  OA-THRU-PERIOD    PIC 9(6).
           05  OA-RECORD         PIC X(61).

       FD  PRHIST-ARCHIVE-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  PRHIST-ARCHIVE-RECORD.
           05  PA-ARCHIVE-DATE   PIC 9(8).
           05  PA-THRU-PERIOD    PIC 9(6).
           05  PA-RECORD         PIC X(28).

       FD  HIST-ARCHIVE-FILE
           RECORD CONTAINS 94 CHARACTERS.

       01  HIST-ARCHIVE-RECORD.
           05  HA-ARCHIVE-DATE   PIC 9(8).
           05  HA-THRU-PERIOD    PIC 9(6).
           05  HA-RECORD         PIC X(80).

       FD  OPENPO-ARCHIVE-FILE
           RECORD CONTAINS 74 CHARACTERS.

       01  OPENPO-ARCHIVE-RECORD.
           05  PO-ARCHIVE-DATE   PIC 9(8).
           05  PO-THRU-PERIOD    PIC 9(6).
           05  PO-RECORD         PIC X(60).

       FD  CONTROL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  CONTROL-REPORT-RECORD PIC X(80).

      ******************** WORKING STORAGE ***************************

       WORKING-STORAGE SECTION.

       01  FLAG-AND-SWITCHES.
           05  EOF-FILE            PIC X       VALUE ' '.
               88  NO-MORE-DATA                VALUE 'N'.
           05  WS-EDIT-OK          PIC X(3)    VALUE 'NO'.
               88  EDIT-PASSED                 VALUE 'YES'.
           05  WS-PURGE-OK         PIC X(3)    VALUE 'NO'.
               88  PURGE-CAN-RUN               VALUE 'YES'.
           05  WS-FILE-FOUND       PIC X(3)    VALUE 'NO'.
               88  FILE-WAS-FOUND              VALUE 'YES'.
           05  WS-TABLE-OVERFLOW   PIC X(3)    VALUE 'NO'.
               88  TABLE-OVERFLOWED            VALUE 'YES'.
           05  WS-RETAIN-ORDER     PIC X(3)    VALUE 'NO'.
               88  ORDER-IS-RETAINED           VALUE 'YES'.

       01  FILE-STATUS-FIELDS.
           05  WS-PERIOD-STATUS    PIC XX      VALUE SPACES.
           05  WS-LEDGER-STATUS    PIC XX      VALUE SPACES.
           05  WS-AUDIT-STATUS     PIC XX      VALUE SPACES.
           05  WS-ORDHIST-STATUS   PIC XX      VALUE SPACES.
           05  WS-PRHIST-STATUS    PIC XX      VALUE SPACES.
           05  WS-HIST-STATUS      PIC XX      VALUE SPACES.
           05  WS-OPENPO-STATUS    PIC XX      VALUE SPACES.
           05  WS-INTRAN-STATUS    PIC XX      VALUE SPACES.
           05  WS-BILL-STATUS      PIC XX      VALUE SPACES.
           05  WS-BACKORD-STATUS   PIC XX      VALUE SPACES.
           05  WS-WORK-STATUS      PIC XX      VALUE SPACES.
           05  WS-ARCHIVE-STATUS   PIC XX      VALUE SPACES.

      *    ARCHIVE FILE NAMES CARRY THE PERIOD ARCHIVED THROUGH,
      *    E.G. PR3LEDGR.202609.ARC.

       01  ARCHIVE-FILE-NAMES.
           05  WS-LEDGER-ARC-FILE  PIC X(30)   VALUE SPACES.
           05  WS-AUDIT-ARC-FILE   PIC X(30)   VALUE SPACES.
           05  WS-ORDHIST-ARC-FILE PIC X(30)   VALUE SPACES.
           05  WS-PRHIST-ARC-FILE  PIC X(30)   VALUE SPACES.
           05  WS-HIST-ARC-FILE    PIC X(30)   VALUE SPACES.
           05  WS-OPENPO-ARC-FILE  PIC X(30)   VALUE SPACES.

       01  WS-DATE.
           05  WS-YEAR             PIC 9999.
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-DATE-NUM REDEFINES WS-DATE PIC 9(8).

       01  PERIOD-CONTROL-FIELDS.
           05  WS-PERIOD-IN        PIC X(6)    VALUE SPACES.
           05  WS-THRU-PERIOD      PIC 9(6)    VALUE 0.
           05  WS-CONFIRM          PIC X       VALUE SPACE.
           05  WS-LEAP-QUOTIENT    PIC 9(4)    VALUE 0.
           05  WS-LEAP-REMAINDER   PIC 9(3)    VALUE 0.

      *    THE BF DATE IS THE LAST DAY OF THE PERIOD ARCHIVED.

       01  WS-BF-DATE.
           05  WS-BF-PERIOD.
               10  WS-BF-YEAR      PIC 9999.
               10  WS-BF-MONTH     PIC 99.
           05  WS-BF-DAY           PIC 99.

       01  WS-BF-DATE-NUM REDEFINES WS-BF-DATE PIC 9(8).

       01  MONTH-DAYS-VALUES       PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  MONTH-DAYS          PIC 99 OCCURS 12 TIMES.

      *    PR3HIST.TXT CARRIES ITS DATE AS MM/DD/YYYY TEXT.

       01  WS-HIST-PERIOD-X.
           05  WS-HP-YEAR          PIC X(4).
           05  WS-HP-MONTH         PIC XX.

       01  WS-HIST-PERIOD REDEFINES WS-HIST-PERIOD-X PIC 9(6).

      *    COUNTS FOR THE FILE BEING PURGED, PRINTED ON ITS CONTROL
      *    LINE, AND THE RUN TOTALS.

       01  FILE-COUNT-FIELDS.
           05  WS-FILE-NAME        PIC X(15)   VALUE SPACES.
           05  WS-FILE-READ        PIC 9(7)    VALUE 0.
           05  WS-FILE-ARCHIVED    PIC 9(7)    VALUE 0.
           05  WS-FILE-KEPT        PIC 9(7)    VALUE 0.
           05  WS-FILE-NOTE        PIC X(36)   VALUE SPACES.
           05  WS-UNBILLED-KEPT    PIC 9(7)    VALUE 0.

       01  CONTROL-TOTAL-FIELDS.
           05  WS-TOTAL-READ       PIC 9(7)    VALUE 0.
           05  WS-TOTAL-ARCHIVED   PIC 9(7)    VALUE 0.
           05  WS-TOTAL-KEPT       PIC 9(7)    VALUE 0.
           05  WS-BF-WRITTEN       PIC 9(7)    VALUE 0.

      *    ONE ENTRY PER KEY AND OCCURRENCE WITH MOVEMENTS ARCHIVED,
      *    HOLDING THE BALANCE THE LAST OF THEM LEFT.

       01  BALANCE-TABLE-FIELDS.
           05  WS-BF-COUNT         PIC S9(4)   VALUE 0.
           05  WS-BF-SUB           PIC S9(4)   VALUE 0.
           05  WS-BF-HIT           PIC S9(4)   VALUE 0.

       01  BALANCE-TABLE-AREA.
           05  BALANCE-TABLE OCCURS 2000 TIMES INDEXED BY BF-IDX.
               10  BF-KEY          PIC X(9).
               10  BF-CASES        PIC 9(4).

      *    ORDERS STILL WAITING TO BE BILLED OR ON BACKORDER - THEIR
      *    HISTORY IS KEPT.

       01  RETAIN-TABLE-FIELDS.
           05  WS-RO-COUNT         PIC S9(4)   VALUE 0.
           05  WS-RO-SUB           PIC S9(4)   VALUE 0.
           05  WS-CHECK-ORDER-NO   PIC 9(6)    VALUE 0.

       01  RETAIN-TABLE-AREA.
           05  RETAIN-TABLE OCCURS 2000 TIMES INDEXED BY RO-IDX.
               10  RO-ORDER-NO     PIC 9(6).

      *********************** OUTPUT AREA ****************************

       01  CONTROL-HEADING-ONE.
           05              PIC X(35)  VALUE
               'ARCHIVE AND PURGE - THROUGH PERIOD '.
           05  CH-PERIOD   PIC X(6).
           05              PIC X(8)   VALUE '   RUN '.
           05  CH-DAY      PIC 99.
           05              PIC X      VALUE '/'.
           05  CH-MONTH    PIC 99.
           05              PIC X      VALUE '/'.
           05  CH-YEAR     PIC 9(4).
           05              PIC X(21)  VALUE SPACES.

       01  CONTROL-HEADING-TWO.
           05              PIC X(16)  VALUE 'FILE'.
           05              PIC X(9)   VALUE '   READ'.
           05              PIC X(9)   VALUE ' ARCHVD'.
           05              PIC X(9)   VALUE '   KEPT'.
           05              PIC X(37)  VALUE 'NOTE'.

       01  CONTROL-LINE.
           05  CL-FILE         PIC X(15).
           05                  PIC X(1)   VALUE SPACES.
           05  CL-READ         PIC ZZZ,ZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  CL-ARCHIVED     PIC ZZZ,ZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  CL-KEPT         PIC ZZZ,ZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  CL-NOTE         PIC X(36).
           05                  PIC X(1)   VALUE SPACES.

       01  CONTROL-BF-LINE.
           05              PIC X(34)  VALUE
               'BROUGHT-FORWARD LEDGER RECORDS:'.
           05  CB-WRITTEN      PIC ZZZ,ZZ9.
           05              PIC X(39)  VALUE SPACES.

      ************************** PROCEDURE-DIVISION ******************

       PROCEDURE DIVISION.

       50-CONTROL-MODULE.

           PERFORM 100-HOUSEKEEPING-ROUTINE

           IF PURGE-CAN-RUN
               PERFORM 200-PURGE-THE-LEDGER
               PERFORM 300-PURGE-THE-AUDIT-TRAIL
               PERFORM 400-PURGE-ORDER-HISTORY
               PERFORM 500-PURGE-PRICE-HISTORY
               PERFORM 550-PURGE-VALUATION-HISTORY
               PERFORM 600-PURGE-OPEN-PO-LINES
               PERFORM 650-COUNT-IN-TRANSIT
               PERFORM 900-PRINT-FINAL-TOTAL
           END-IF

           PERFORM 1000-FINAL-ROUTINE

           .

       100-HOUSEKEEPING-ROUTINE.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'ARCHIVE THROUGH PERIOD (YYYYMM): '
                   WITH NO ADVANCING
               ACCEPT WS-PERIOD-IN
               IF WS-PERIOD-IN IS NUMERIC
                  AND WS-PERIOD-IN(5:2) >= '01'
                  AND WS-PERIOD-IN(5:2) <= '12'
                   MOVE 'YES' TO WS-EDIT-OK
                   MOVE WS-PERIOD-IN TO WS-THRU-PERIOD
               ELSE
                   DISPLAY 'PERIOD MUST BE YYYYMM, E.G. 202609'
               END-IF
           END-PERFORM

           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE WS-PERIOD-IN TO CH-PERIOD
           MOVE WS-DAY       TO CH-DAY
           MOVE WS-MONTH     TO CH-MONTH
           MOVE WS-YEAR      TO CH-YEAR
           MOVE CONTROL-HEADING-ONE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           PERFORM 150-CHECK-PERIOD-CLOSED

           IF PURGE-CAN-RUN
               PERFORM 160-CONFIRM-THE-PURGE
           END-IF

           IF PURGE-CAN-RUN
               PERFORM 170-SET-BF-DATE
               PERFORM 180-SET-ARCHIVE-NAMES
               MOVE CONTROL-HEADING-TWO TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           .

       150-CHECK-PERIOD-CLOSED.

      *    ONLY A PERIOD MECLOSE3 HAS CLOSED MAY BE ARCHIVED - ONCE
      *    A PERIOD IS CLOSED NOTHING WILL READ ITS MOVEMENTS AGAIN.

           MOVE 'NO' TO WS-PURGE-OK

           OPEN INPUT PERIOD-FILE

           IF WS-PERIOD-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ PERIOD-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           IF PV-PERIOD = WS-THRU-PERIOD
                               MOVE 'YES' TO WS-PURGE-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           IF NOT PURGE-CAN-RUN
               DISPLAY 'PERIOD ' WS-THRU-PERIOD ' IS NOT CLOSED ON '
                   'PR3PERIOD.TXT - RUN MECLOSE3 FIRST'
               MOVE 'PERIOD NOT CLOSED - NOTHING ARCHIVED'
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF

           .

       160-CONFIRM-THE-PURGE.

           MOVE SPACE TO WS-CONFIRM
           PERFORM UNTIL WS-CONFIRM = 'Y' OR WS-CONFIRM = 'N'
               DISPLAY 'ARCHIVE AND PURGE EVERYTHING THROUGH '
                   WS-THRU-PERIOD ' (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM
           END-PERFORM

           IF WS-CONFIRM = 'N'
               MOVE 'NO' TO WS-PURGE-OK
               DISPLAY 'PURGE NOT CONFIRMED - NOTHING ARCHIVED'
               MOVE 'PURGE NOT CONFIRMED - NOTHING ARCHIVED'
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           .

       170-SET-BF-DATE.

           MOVE WS-THRU-PERIOD          TO WS-BF-PERIOD
           MOVE MONTH-DAYS(WS-BF-MONTH) TO WS-BF-DAY

           IF WS-BF-MONTH = 2
               DIVIDE WS-BF-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 29 TO WS-BF-DAY
                   DIVIDE WS-BF-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       DIVIDE WS-BF-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = 0
                           MOVE 28 TO WS-BF-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF

           .

       180-SET-ARCHIVE-NAMES.

           STRING 'PR3LEDGR.'   DELIMITED BY SIZE
                  WS-PERIOD-IN  DELIMITED BY SIZE
                  '.ARC'        DELIMITED BY SIZE
               INTO WS-LEDGER-ARC-FILE
           END-STRING

           STRING 'PR3AUDIT.'   DELIMITED BY SIZE
                  WS-PERIOD-IN  DELIMITED BY SIZE
                  '.ARC'        DELIMITED BY SIZE
               INTO WS-AUDIT-ARC-FILE
           END-STRING

           STRING 'PR3ORDHIST.' DELIMITED BY SIZE
                  WS-PERIOD-IN  DELIMITED BY SIZE
                  '.ARC'        DELIMITED BY SIZE
               INTO WS-ORDHIST-ARC-FILE
           END-STRING

           STRING 'PR3PRHIST.'  DELIMITED BY SIZE
                  WS-PERIOD-IN  DELIMITED BY SIZE
                  '.ARC'        DELIMITED BY SIZE
               INTO WS-PRHIST-ARC-FILE
           END-STRING

           STRING 'PR3HIST.'    DELIMITED BY SIZE
                  WS-PERIOD-IN  DELIMITED BY SIZE
                  '.ARC'        DELIMITED BY SIZE
               INTO WS-HIST-ARC-FILE
           END-STRING

           STRING 'PR3OPENPO.'  DELIMITED BY SIZE
                  WS-PERIOD-IN  DELIMITED BY SIZE
                  '.ARC'        DELIMITED BY SIZE
               INTO WS-OPENPO-ARC-FILE
           END-STRING

           .

       200-PURGE-THE-LEDGER.

      *    THREE PASSES - FIND THE BALANCES TO BRING FORWARD, SPLIT
      *    THE LEDGER BETWEEN THE ARCHIVE AND A WORK FILE, THEN
      *    REBUILD THE LEDGER AS THE BF RECORDS FOLLOWED BY THE
      *    MOVEMENTS KEPT.  NOTHING IS WRITTEN UNTIL THE FIRST PASS
      *    HAS PROVED EVERY KEY FITS THE TABLE.

           MOVE 'PR3LEDGR.TXT' TO WS-FILE-NAME
           PERFORM 800-CLEAR-FILE-COUNTS

           PERFORM 210-FIND-BALANCES-FORWARD

           EVALUATE TRUE
               WHEN NOT FILE-WAS-FOUND
                   MOVE 'NOT FOUND - NOTHING TO ARCHIVE'
                       TO WS-FILE-NOTE
               WHEN TABLE-OVERFLOWED
                   MOVE 'OVER 2000 KEYS - LEFT AS IT IS'
                       TO WS-FILE-NOTE
                   MOVE 0 TO WS-FILE-ARCHIVED
                   MOVE WS-FILE-READ TO WS-FILE-KEPT
               WHEN WS-FILE-ARCHIVED = 0
                   MOVE 'NOTHING OLD ENOUGH TO ARCHIVE'
                       TO WS-FILE-NOTE
               WHEN OTHER
                   PERFORM 220-SPLIT-THE-LEDGER
                   PERFORM 230-REBUILD-THE-LEDGER
           END-EVALUATE

           PERFORM 850-WRITE-CONTROL-LINE

           .

       210-FIND-BALANCES-FORWARD.

           MOVE 0 TO WS-BF-COUNT

           OPEN INPUT LEDGER-FILE

           IF WS-LEDGER-STATUS NOT = '35'
               MOVE 'YES' TO WS-FILE-FOUND
               PERFORM UNTIL NO-MORE-DATA
                   READ LEDGER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           IF LG-DATE IS NUMERIC
                              AND LG-PERIOD <= WS-THRU-PERIOD
                               ADD 1 TO WS-FILE-ARCHIVED
                               PERFORM 215-NOTE-THE-BALANCE
                           ELSE
                               ADD 1 TO WS-FILE-KEPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       215-NOTE-THE-BALANCE.

      *    THE LEDGER IS IN THE ORDER THE MOVEMENTS HAPPENED, SO THE
      *    LAST ONE SEEN FOR A KEY LEFT ITS BALANCE.

           MOVE 0 TO WS-BF-HIT

           PERFORM VARYING WS-BF-SUB FROM 1 BY 1
                   UNTIL WS-BF-SUB > WS-BF-COUNT
                   OR WS-BF-HIT > 0
               IF BF-KEY(WS-BF-SUB) = LG-KEY
                   MOVE WS-BF-SUB TO WS-BF-HIT
               END-IF
           END-PERFORM

           IF WS-BF-HIT = 0
               IF WS-BF-COUNT < 2000
                   ADD 1 TO WS-BF-COUNT
                   MOVE WS-BF-COUNT TO WS-BF-HIT
                   MOVE LG-KEY TO BF-KEY(WS-BF-HIT)
               ELSE
                   MOVE 'YES' TO WS-TABLE-OVERFLOW
               END-IF
           END-IF

           IF WS-BF-HIT > 0
               MOVE LG-NEW-CASES TO BF-CASES(WS-BF-HIT)
           END-IF

           .

       220-SPLIT-THE-LEDGER.

           OPEN INPUT  LEDGER-FILE
                OUTPUT WORK-FILE
           PERFORM 700-OPEN-LEDGER-ARCHIVE

           PERFORM UNTIL NO-MORE-DATA
               READ LEDGER-FILE
                   AT END
                       MOVE 'N' TO EOF-FILE
                   NOT AT END
                       IF LG-DATE IS NUMERIC
                          AND LG-PERIOD <= WS-THRU-PERIOD
                           MOVE WS-DATE-NUM    TO LA-ARCHIVE-DATE
                           MOVE WS-THRU-PERIOD TO LA-THRU-PERIOD
                           MOVE LEDGER-RECORD  TO LA-RECORD
                           WRITE LEDGER-ARCHIVE-RECORD
                       ELSE
                           MOVE LEDGER-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEDGER-FILE
                 WORK-FILE
                 LEDGER-ARCHIVE-FILE
           MOVE ' ' TO EOF-FILE

           .

       230-REBUILD-THE-LEDGER.

           OPEN OUTPUT LEDGER-FILE

           PERFORM VARYING WS-BF-SUB FROM 1 BY 1
                   UNTIL WS-BF-SUB > WS-BF-COUNT
               MOVE WS-BF-DATE-NUM      TO LG-DATE
               MOVE 'BF'                TO LG-TYPE
               MOVE BF-KEY(WS-BF-SUB)   TO LG-KEY
               MOVE 'BF'                TO LG-REF-PREFIX
               MOVE WS-THRU-PERIOD      TO LG-REF-PERIOD
               MOVE '='                 TO LG-SIGN
               MOVE BF-CASES(WS-BF-SUB) TO LG-QTY
               MOVE BF-CASES(WS-BF-SUB) TO LG-OLD-CASES
               MOVE BF-CASES(WS-BF-SUB) TO LG-NEW-CASES
               WRITE LEDGER-RECORD
               ADD 1 TO WS-BF-WRITTEN
           END-PERFORM

           OPEN INPUT WORK-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ WORK-FILE
                   AT END
                       MOVE 'N' TO EOF-FILE
                   NOT AT END
                       MOVE WORK-RECORD TO LEDGER-RECORD
                       WRITE LEDGER-RECORD
               END-READ
           END-PERFORM

           CLOSE WORK-FILE
                 LEDGER-FILE
           MOVE ' ' TO EOF-FILE

           .

       300-PURGE-THE-AUDIT-TRAIL.

           MOVE 'PR3AUDIT.TXT' TO WS-FILE-NAME
           PERFORM 800-CLEAR-FILE-COUNTS

           OPEN INPUT AUDIT-FILE

           IF WS-AUDIT-STATUS = '35'
               MOVE 'NOT FOUND - NOTHING TO ARCHIVE' TO WS-FILE-NOTE
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 710-OPEN-AUDIT-ARCHIVE
               PERFORM UNTIL NO-MORE-DATA
                   READ AUDIT-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           IF AU-DATE IS NUMERIC
                              AND AU-PERIOD <= WS-THRU-PERIOD
                               MOVE WS-DATE-NUM    TO AA-ARCHIVE-DATE
                               MOVE WS-THRU-PERIOD TO AA-THRU-PERIOD
                               MOVE AUDIT-RECORD   TO AA-RECORD
                               WRITE AUDIT-ARCHIVE-RECORD
                               ADD 1 TO WS-FILE-ARCHIVED
                           ELSE
                               MOVE AUDIT-RECORD TO WORK-RECORD
                               WRITE WORK-RECORD
                               ADD 1 TO WS-FILE-KEPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
                     WORK-FILE
                     AUDIT-ARCHIVE-FILE
               MOVE ' ' TO EOF-FILE

               IF WS-FILE-ARCHIVED > 0
                   OPEN INPUT  WORK-FILE
                        OUTPUT AUDIT-FILE
                   PERFORM UNTIL NO-MORE-DATA
                       READ WORK-FILE
                           AT END
                               MOVE 'N' TO EOF-FILE
                           NOT AT END
                               MOVE WORK-RECORD TO AUDIT-RECORD
                               WRITE AUDIT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                         AUDIT-FILE
                   MOVE ' ' TO EOF-FILE
               ELSE
                   MOVE 'NOTHING OLD ENOUGH TO ARCHIVE'
                       TO WS-FILE-NOTE
               END-IF
           END-IF

           PERFORM 850-WRITE-CONTROL-LINE

           .

       400-PURGE-ORDER-HISTORY.

           MOVE 'PR3ORDHIST.TXT' TO WS-FILE-NAME
           PERFORM 800-CLEAR-FILE-COUNTS

           PERFORM 410-LOAD-RETAINED-ORDERS

           IF TABLE-OVERFLOWED
               MOVE 'OVER 2000 OPEN ORDERS - LEFT AS IS'
                   TO WS-FILE-NOTE
           ELSE
               OPEN INPUT ORDER-HIST-FILE
               IF WS-ORDHIST-STATUS = '35'
                   MOVE 'NOT FOUND - NOTHING TO ARCHIVE'
                       TO WS-FILE-NOTE
               ELSE
                   PERFORM 430-SPLIT-ORDER-HISTORY
               END-IF
           END-IF

           PERFORM 850-WRITE-CONTROL-LINE

           .

       410-LOAD-RETAINED-ORDERS.

           MOVE 0 TO WS-RO-COUNT

           OPEN INPUT BILLING-FILE
           IF WS-BILL-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ BILLING-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           IF TB-REF-PREFIX = 'OR'
                              AND TB-ORDER-NO IS NUMERIC
                               MOVE TB-ORDER-NO TO WS-CHECK-ORDER-NO
                               PERFORM 420-ADD-RETAINED-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORD-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ BACKORDER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           IF BO-ORDER-NO IS NUMERIC
                               MOVE BO-ORDER-NO TO WS-CHECK-ORDER-NO
                               PERFORM 420-ADD-RETAINED-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKORDER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       420-ADD-RETAINED-ORDER.

           PERFORM 440-CHECK-RETAINED-ORDER

           IF NOT ORDER-IS-RETAINED
               IF WS-RO-COUNT < 2000
                   ADD 1 TO WS-RO-COUNT
                   SET RO-IDX TO WS-RO-COUNT
                   MOVE WS-CHECK-ORDER-NO TO RO-ORDER-NO(RO-IDX)
               ELSE
                   MOVE 'YES' TO WS-TABLE-OVERFLOW
               END-IF
           END-IF

           .

       430-SPLIT-ORDER-HISTORY.

           OPEN OUTPUT WORK-FILE
           PERFORM 720-OPEN-ORDHIST-ARCHIVE

           PERFORM UNTIL NO-MORE-DATA
               READ ORDER-HIST-FILE
                   AT END
                       MOVE 'N' TO EOF-FILE
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE 'YES' TO WS-RETAIN-ORDER
                       IF OH-DATE IS NUMERIC
                          AND OH-PERIOD <= WS-THRU-PERIOD
                           MOVE OH-ORDER-NO TO WS-CHECK-ORDER-NO
                           PERFORM 440-CHECK-RETAINED-ORDER
                       END-IF
                       IF ORDER-IS-RETAINED
                           MOVE ORDER-HIST-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                           ADD 1 TO WS-FILE-KEPT
                       ELSE
                           MOVE WS-DATE-NUM       TO OA-ARCHIVE-DATE
                           MOVE WS-THRU-PERIOD    TO OA-THRU-PERIOD
                           MOVE ORDER-HIST-RECORD TO OA-RECORD
                           WRITE ORDHIST-ARCHIVE-RECORD
                           ADD 1 TO WS-FILE-ARCHIVED
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ORDER-HIST-FILE
                 WORK-FILE
                 ORDHIST-ARCHIVE-FILE
           MOVE ' ' TO EOF-FILE

           IF WS-FILE-ARCHIVED > 0
               OPEN INPUT  WORK-FILE
                    OUTPUT ORDER-HIST-FILE
               PERFORM UNTIL NO-MORE-DATA
                   READ WORK-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           MOVE WORK-RECORD TO ORDER-HIST-RECORD
                           WRITE ORDER-HIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
                     ORDER-HIST-FILE
               MOVE ' ' TO EOF-FILE
           ELSE
               MOVE 'NOTHING OLD ENOUGH TO ARCHIVE' TO WS-FILE-NOTE
           END-IF

           .

       440-CHECK-RETAINED-ORDER.

           MOVE 'NO' TO WS-RETAIN-ORDER

           PERFORM VARYING WS-RO-SUB FROM 1 BY 1
                   UNTIL WS-RO-SUB > WS-RO-COUNT
                   OR ORDER-IS-RETAINED
               SET RO-IDX TO WS-RO-SUB
               IF RO-ORDER-NO(RO-IDX) = WS-CHECK-ORDER-NO
                   MOVE 'YES' TO WS-RETAIN-ORDER
               END-IF
           END-PERFORM

           .

       500-PURGE-PRICE-HISTORY.

           MOVE 'PR3PRHIST.TXT' TO WS-FILE-NAME
           PERFORM 800-CLEAR-FILE-COUNTS

           OPEN INPUT PRICE-HIST-FILE

           IF WS-PRHIST-STATUS = '35'
               MOVE 'NOT FOUND - NOTHING TO ARCHIVE' TO WS-FILE-NOTE
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 730-OPEN-PRHIST-ARCHIVE
               PERFORM UNTIL NO-MORE-DATA
                   READ PRICE-HIST-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           IF PH-DATE IS NUMERIC
                              AND PH-PERIOD <= WS-THRU-PERIOD
                               MOVE WS-DATE-NUM    TO PA-ARCHIVE-DATE
                               MOVE WS-THRU-PERIOD TO PA-THRU-PERIOD
                               MOVE PRICE-HIST-RECORD TO PA-RECORD
                               WRITE PRHIST-ARCHIVE-RECORD
                               ADD 1 TO WS-FILE-ARCHIVED
                           ELSE
                               MOVE PRICE-HIST-RECORD TO WORK-RECORD
                               WRITE WORK-RECORD
                               ADD 1 TO WS-FILE-KEPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICE-HIST-FILE
                     WORK-FILE
                     PRHIST-ARCHIVE-FILE
               MOVE ' ' TO EOF-FILE

               IF WS-FILE-ARCHIVED > 0
                   OPEN INPUT  WORK-FILE
                        OUTPUT PRICE-HIST-FILE
                   PERFORM UNTIL NO-MORE-DATA
                       READ WORK-FILE
                           AT END
                               MOVE 'N' TO EOF-FILE
                           NOT AT END
                               MOVE WORK-RECORD TO PRICE-HIST-RECORD
                               WRITE PRICE-HIST-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                         PRICE-HIST-FILE
                   MOVE ' ' TO EOF-FILE
               ELSE
                   MOVE 'NOTHING OLD ENOUGH TO ARCHIVE'
                       TO WS-FILE-NOTE
               END-IF
           END-IF

           PERFORM 850-WRITE-CONTROL-LINE

           .

       550-PURGE-VALUATION-HISTORY.

           MOVE 'PR3HIST.TXT' TO WS-FILE-NAME
           PERFORM 800-CLEAR-FILE-COUNTS

           OPEN INPUT HISTORY-FILE

           IF WS-HIST-STATUS = '35'
               MOVE 'NOT FOUND - NOTHING TO ARCHIVE' TO WS-FILE-NOTE
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM 740-OPEN-HIST-ARCHIVE
               PERFORM UNTIL NO-MORE-DATA
                   READ HISTORY-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           MOVE HR-YEAR  TO WS-HP-YEAR
                           MOVE HR-MONTH TO WS-HP-MONTH
                           IF WS-HIST-PERIOD-X IS NUMERIC
                              AND WS-HIST-PERIOD <= WS-THRU-PERIOD
                               MOVE WS-DATE-NUM    TO HA-ARCHIVE-DATE
                               MOVE WS-THRU-PERIOD TO HA-THRU-PERIOD
                               MOVE HISTORY-RECORD TO HA-RECORD
                               WRITE HIST-ARCHIVE-RECORD
                               ADD 1 TO WS-FILE-ARCHIVED
                           ELSE
                               MOVE HISTORY-RECORD TO WORK-RECORD
                               WRITE WORK-RECORD
                               ADD 1 TO WS-FILE-KEPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
                     WORK-FILE
                     HIST-ARCHIVE-FILE
               MOVE ' ' TO EOF-FILE

               IF WS-FILE-ARCHIVED > 0
                   OPEN INPUT  WORK-FILE
                        OUTPUT HISTORY-FILE
                   PERFORM UNTIL NO-MORE-DATA
                       READ WORK-FILE
                           AT END
                               MOVE 'N' TO EOF-FILE
                           NOT AT END
                               MOVE WORK-RECORD TO HISTORY-RECORD
                               WRITE HISTORY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                         HISTORY-FILE
                   MOVE ' ' TO EOF-FILE
               ELSE
                   MOVE 'NOTHING OLD ENOUGH TO ARCHIVE'
                       TO WS-FILE-NOTE
               END-IF
           END-IF

           PERFORM 850-WRITE-CONTROL-LINE

           .

       600-PURGE-OPEN-PO-LINES.

           MOVE 'PR3OPENPO.DAT' TO WS-FILE-NAME
           PERFORM 800-CLEAR-FILE-COUNTS
           MOVE 0 TO WS-UNBILLED-KEPT

           OPEN I-O OPENPO-FILE

           IF WS-OPENPO-STATUS NOT = '00'
               MOVE 'NOT OPENED - NOTHING ARCHIVED' TO WS-FILE-NOTE
           ELSE
               PERFORM 750-OPEN-OPENPO-ARCHIVE
               MOVE LOW-VALUES TO OP-PO-KEY
               START OPENPO-FILE KEY IS NOT LESS THAN OP-PO-KEY
                   INVALID KEY
                       MOVE 'N' TO EOF-FILE
               END-START
               PERFORM UNTIL NO-MORE-DATA
                   READ OPENPO-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           PERFORM 610-ARCHIVE-ONE-PO-LINE
                   END-READ
               END-PERFORM
               CLOSE OPENPO-FILE
                     OPENPO-ARCHIVE-FILE
               MOVE ' ' TO EOF-FILE

               IF WS-UNBILLED-KEPT > 0
                   MOVE 'CLOSED, AWAITING VENDOR INVOICE'
                       TO WS-FILE-NOTE
               END-IF
           END-IF

           PERFORM 850-WRITE-CONTROL-LINE

           .

       610-ARCHIVE-ONE-PO-LINE.

           IF OP-STATUS = 'C'
              AND OP-ORDER-DATE IS NUMERIC
              AND OP-ORDER-PERIOD <= WS-THRU-PERIOD
               IF OP-BILLED-QTY IS NUMERIC
                  AND OP-RECEIVED-QTY IS NUMERIC
                  AND OP-BILLED-QTY >= OP-RECEIVED-QTY
                   MOVE WS-DATE-NUM    TO PO-ARCHIVE-DATE
                   MOVE WS-THRU-PERIOD TO PO-THRU-PERIOD
                   MOVE OPENPO-RECORD  TO PO-RECORD
                   DELETE OPENPO-FILE
                       INVALID KEY
                           DISPLAY 'PO LINE DELETE FAILED FOR '
                               OP-PO-KEY ' - STATUS '
                               WS-OPENPO-STATUS
                           ADD 1 TO WS-FILE-KEPT
                       NOT INVALID KEY
                           WRITE OPENPO-ARCHIVE-RECORD
                           ADD 1 TO WS-FILE-ARCHIVED
                   END-DELETE
               ELSE
                   ADD 1 TO WS-UNBILLED-KEPT
                   ADD 1 TO WS-FILE-KEPT
               END-IF
           ELSE
               ADD 1 TO WS-FILE-KEPT
           END-IF

           .

       650-COUNT-IN-TRANSIT.

           MOVE 'PR3INTRAN.DAT' TO WS-FILE-NAME
           PERFORM 800-CLEAR-FILE-COUNTS

           OPEN INPUT INTRANSIT-FILE

           IF WS-INTRAN-STATUS NOT = '00'
               MOVE 'NOT FOUND - NOTHING IN TRANSIT' TO WS-FILE-NOTE
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ INTRANSIT-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           ADD 1 TO WS-FILE-KEPT
                   END-READ
               END-PERFORM
               CLOSE INTRANSIT-FILE
               MOVE ' ' TO EOF-FILE
               MOVE 'STILL IN TRANSIT - ALWAYS KEPT' TO WS-FILE-NOTE
           END-IF

           PERFORM 850-WRITE-CONTROL-LINE

           .

       700-OPEN-LEDGER-ARCHIVE.

           OPEN EXTEND LEDGER-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '35'
               OPEN OUTPUT LEDGER-ARCHIVE-FILE
           END-IF

           .

       710-OPEN-AUDIT-ARCHIVE.

           OPEN EXTEND AUDIT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '35'
               OPEN OUTPUT AUDIT-ARCHIVE-FILE
           END-IF

           .

       720-OPEN-ORDHIST-ARCHIVE.

           OPEN EXTEND ORDHIST-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '35'
               OPEN OUTPUT ORDHIST-ARCHIVE-FILE
           END-IF

           .

       730-OPEN-PRHIST-ARCHIVE.

           OPEN EXTEND PRHIST-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '35'
               OPEN OUTPUT PRHIST-ARCHIVE-FILE
           END-IF

           .

       740-OPEN-HIST-ARCHIVE.

           OPEN EXTEND HIST-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '35'
               OPEN OUTPUT HIST-ARCHIVE-FILE
           END-IF

           .

       750-OPEN-OPENPO-ARCHIVE.

           OPEN EXTEND OPENPO-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '35'
               OPEN OUTPUT OPENPO-ARCHIVE-FILE
           END-IF

           .

       800-CLEAR-FILE-COUNTS.

           MOVE 0      TO WS-FILE-READ
           MOVE 0      TO WS-FILE-ARCHIVED
           MOVE 0      TO WS-FILE-KEPT
           MOVE SPACES TO WS-FILE-NOTE
           MOVE 'NO'   TO WS-FILE-FOUND
           MOVE 'NO'   TO WS-TABLE-OVERFLOW

           .

       850-WRITE-CONTROL-LINE.

           MOVE WS-FILE-NAME     TO CL-FILE
           MOVE WS-FILE-READ     TO CL-READ
           MOVE WS-FILE-ARCHIVED TO CL-ARCHIVED
           MOVE WS-FILE-KEPT     TO CL-KEPT
           MOVE WS-FILE-NOTE     TO CL-NOTE
           MOVE CONTROL-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           ADD WS-FILE-READ     TO WS-TOTAL-READ
           ADD WS-FILE-ARCHIVED TO WS-TOTAL-ARCHIVED
           ADD WS-FILE-KEPT     TO WS-TOTAL-KEPT

           .

       900-PRINT-FINAL-TOTAL.

           MOVE 'TOTAL'           TO CL-FILE
           MOVE WS-TOTAL-READ     TO CL-READ
           MOVE WS-TOTAL-ARCHIVED TO CL-ARCHIVED
           MOVE WS-TOTAL-KEPT     TO CL-KEPT
           MOVE SPACES            TO CL-NOTE
           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE CONTROL-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE WS-BF-WRITTEN TO CB-WRITTEN
           MOVE CONTROL-BF-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           DISPLAY 'PURGE3 COMPLETE - THROUGH ' WS-THRU-PERIOD
               ' ARCHIVED ' WS-TOTAL-ARCHIVED
               ' KEPT ' WS-TOTAL-KEPT
               ' BF ' WS-BF-WRITTEN

           .

       1000-FINAL-ROUTINE.

           CLOSE CONTROL-REPORT-FILE
           STOP RUN

           .
