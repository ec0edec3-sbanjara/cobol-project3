      ********************* IDENTIFICATION-DIVISION ******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ROPCALC3.
       AUTHOR.      SBANJARA.

      ****************************************************************
      *
      *  REORDER POINT RECALCULATION.  WORKS OUT HOW FAST EACH
      *  CANDY ACTUALLY MOVES IN EACH WAREHOUSE OVER A CHOSEN
      *  NUMBER OF WEEKS AND PROPOSES A NEW REORDER THRESHOLD FOR
      *  PR3REORD.TXT, WHICH PROGRAM3 (LOW-STOCK LIST AND SO
      *  SUGPO3), ALLOC3 (SAFETY-STOCK HOLDBACK) AND XFER3 ALL
      *  WORK FROM.
      *
      *  USAGE FOR A CANDY IN A WAREHOUSE IS:
      *      CASES SHIPPED - EVERY SH MOVEMENT ON THE LEDGER
      *                      PR3LEDGR.TXT DATED IN THE WINDOW, AND
      *                      EVERY MINUS KB MOVEMENT - COMPONENT
      *                      CASES PACKED INTO KITS BY BLDPST3
      *    + CASES STILL OWED - FOR EACH ORDER LINE ON THE ORDER
      *                      HISTORY PR3ORDHIST.TXT DATED IN THE
      *                      WINDOW, THE BACKORDERED CASES ON ITS
      *                      LATEST HISTORY LINE.  ALLOC3 WRITES A
      *                      NEW HISTORY LINE EACH TIME IT RETRIES A
      *                      BACKORDER, SO ONLY THE LATEST ONE COUNTS
      *                      AND CASES THAT LATER SHIPPED ARE ONLY
      *                      COUNTED ONCE, AS A SHIPMENT.
      *  DEMAND THAT COULD NOT BE FILLED THEREFORE STILL RAISES THE
      *  THRESHOLD INSTEAD OF HIDING AS A STOCKOUT.
      *
      *      DAILY USAGE = USAGE / (WEEKS X 7)
      *      PROPOSED    = DAILY USAGE X (LEAD DAYS + SAFETY DAYS),
      *                    ROUNDED UP TO WHOLE CASES
      *  THE LEAD DAYS ARE THE VENDOR'S VX-LEAD-DAYS FROM THE
      *  VENDOR MASTER PR3VENDM.TXT (THE LONGEST, WHEN THE CANDY
      *  CAME FROM MORE THAN ONE VENDOR; 7 DAYS WHEN THE VENDOR IS
      *  NOT ON FILE).  THE SAFETY DAYS COVER DEMAND WHILE A LATE
      *  DELIVERY IS CHASED.  A CANDY WITH NO USAGE IN THE WINDOW
      *  KEEPS ITS OLD THRESHOLD.
      *
      *  THE OPTIONAL CONTROL FILE PR3ROCTL.TXT, ONE TAG=VALUE PER
      *  LINE AS IN PR3CTL.TXT:
      *      WEEKS=NN       WEEKS OF HISTORY TO USE, 01-52
      *                     (DEFAULT 08)
      *      SAFEDAYS=NNN   SAFETY STOCK IN DAYS OF USAGE
      *                     (DEFAULT 007)
      *      APPLY=YES      REWRITE PR3REORD.TXT WITH THE PROPOSED
      *                     THRESHOLDS.  ANYTHING ELSE (OR NO
      *                     CONTROL FILE) IS A REVIEW-ONLY PASS, AS
      *                     WITH REPRICE3 - THE BUYER CHECKS
      *                     PR3ROPREV.TXT, SETS APPLY=YES, AND
      *                     RERUNS.
      *
      *  REORDER THRESHOLD RECORD (11 CHARACTERS):
      *      RR-CANDY-ID       X(3)
      *      RR-THRESHOLD      9(4)
      *      RR-WAREHOUSE-ID   X(4)   BLANK = EVERY WAREHOUSE
      *  THE HAND-KEYED ONE-PER-CANDY LINES ARE THE BLANK-WAREHOUSE
      *  ENTRIES.  AN APPLY PASS ADDS OR UPDATES ONE LINE PER CANDY
      *  AND WAREHOUSE AND LEAVES THE BLANK-WAREHOUSE LINES IN PLACE
      *  AS THE FALLBACK FOR WAREHOUSES WITH NO USAGE YET.
      *
      *  OUTPUT: PR3ROPREV.TXT  REVIEW REPORT - OLD THRESHOLD,
      *                         PROPOSED THRESHOLD AND USAGE BY
      *                         WAREHOUSE AND CANDY, EACH
      *                         WAREHOUSE HEADED WITH ITS NAME FROM
      *                         PR3WHSE.TXT.  AN APPLY PASS THAT
      *                         CANNOT TABLE ALL OF PR3REORD.TXT IS
      *                         REFUSED AND THE HEADING SAYS SO.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE
               ASSIGN TO "PR3LEDGR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT ORDER-HIST-FILE
               ASSIGN TO "PR3ORDHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHIST-STATUS.

           SELECT VENDM-FILE
               ASSIGN TO "PR3VENDM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDM-STATUS.

           SELECT REORDER-FILE
               ASSIGN TO "PR3REORD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-STATUS.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.

           SELECT CONTROL-FILE
               ASSIGN TO "PR3ROCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT REVIEW-FILE
               ASSIGN TO "PR3ROPREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

       FD  LEDGER-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  LEDGER-RECORD.
           05  LG-DATE           PIC 9(8).
           05  LG-TYPE           PIC X(2).
           05  LG-WAREHOUSE-ID   PIC X(4).
           05  LG-VENDOR-ID      PIC X(1).
           05  LG-CANDY-ID       PIC X(3).
           05  LG-OCCURRENCE     PIC 9.
           05  LG-REFERENCE      PIC X(8).
           05  LG-SIGN           PIC X.
           05  LG-QTY            PIC 9(4).
           05  LG-OLD-CASES      PIC 9(4).
           05  LG-NEW-CASES      PIC 9(4).

       FD  ORDER-HIST-FILE
           RECORD CONTAINS 61 CHARACTERS.

       01  ORDER-HIST-RECORD.
           05  OH-DATE           PIC 9(8).
           05  OH-ORDER-NO       PIC 9(6).
           05  OH-CUSTOMER       PIC X(20).
           05  OH-WAREHOUSE-ID   PIC X(4).
           05  OH-VENDOR-ID      PIC X(1).
           05  OH-CANDY-ID       PIC X(3).
           05  OH-OCCURRENCE     PIC 9.
           05  OH-CASES          PIC 9(4).
           05  OH-ALLOC          PIC 9(4).
           05  OH-BACK           PIC 9(4).
           05  OH-CUSTOMER-NO    PIC X(6).

       FD  VENDM-FILE
           RECORD CONTAINS 71 CHARACTERS.

       01  VENDM-RECORD.
           05  VX-VENDOR-ID      PIC X(1).
           05  VX-VENDOR-NAME    PIC X(18).
           05  VX-CONTACT-NAME   PIC X(20).
           05  VX-PHONE          PIC X(12).
           05  VX-TERMS          PIC X(10).
           05  VX-LEAD-DAYS      PIC 9(3).
           05  VX-MIN-ORDER      PIC 9(5)V99.

       FD  REORDER-FILE
           RECORD CONTAINS 11 CHARACTERS.

       01  REORDER-RECORD.
           05  RR-CANDY-ID       PIC X(3).
           05  RR-THRESHOLD      PIC 9(4).
           05  RR-WAREHOUSE-ID   PIC X(4).

       FD  WAREHOUSE-MASTER-FILE
           RECORD CONTAINS 105 CHARACTERS.

       01  WAREHOUSE-MASTER-RECORD.
           05  WM-WAREHOUSE-ID   PIC X(4).
           05  WM-WAREHOUSE-NAME PIC X(20).
           05  WM-ADDRESS        PIC X(30).
           05  WM-CITY-STATE     PIC X(20).
           05  WM-MANAGER        PIC X(20).
           05  WM-REGION         PIC X(10).
           05  WM-STATUS         PIC X.

       FD  CONTROL-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  CONTROL-RECORD.
           05  CTL-TAG            PIC X(8).
           05  CTL-VALUE          PIC X(52).

       FD  REVIEW-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REVIEW-RECORD         PIC X(80).

      ******************** WORKING STORAGE ***************************

       WORKING-STORAGE SECTION.

       01  FLAG-AND-SWITCHES.
           05  EOF-FILE            PIC X       VALUE ' '.
               88  NO-MORE-DATA                VALUE 'N'.
           05  WS-APPLY-FLAG       PIC X(3)    VALUE 'NO'.
               88  APPLY-THE-THRESHOLDS        VALUE 'YES'.
           05  WS-ENTRY-FOUND      PIC X(3)    VALUE 'NO'.
               88  ENTRY-WAS-FOUND             VALUE 'YES'.
           05  WS-WHSE-THRESHOLD   PIC X(3)    VALUE 'NO'.
               88  WHSE-THRESHOLD-FOUND        VALUE 'YES'.
           05  WS-VENDOR-FOUND     PIC X(3)    VALUE 'NO'.
               88  VENDOR-WAS-FOUND            VALUE 'YES'.
           05  WS-REORDER-OVERFLOW PIC X(3)    VALUE 'NO'.
               88  REORDER-OVERFLOWED          VALUE 'YES'.
           05  WS-OH-OVERFLOW      PIC X(3)    VALUE 'NO'.
               88  OH-TABLE-OVERFLOWED         VALUE 'YES'.
           05  WS-APPLY-REFUSED    PIC X(3)    VALUE 'NO'.
               88  APPLY-WAS-REFUSED           VALUE 'YES'.

       01  FILE-STATUS-FIELDS.
           05  WS-LEDGER-STATUS    PIC XX      VALUE SPACES.
           05  WS-ORDHIST-STATUS   PIC XX      VALUE SPACES.
           05  WS-VENDM-STATUS     PIC XX      VALUE SPACES.
           05  WS-REORDER-STATUS   PIC XX      VALUE SPACES.
           05  WS-CTL-STATUS       PIC XX      VALUE SPACES.

       01  WS-DATE.
           05  WS-YEAR             PIC 9999.
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-DATE-NUM REDEFINES WS-DATE PIC 9(8).

       01  BATCH-CONTROL-FIELDS.
           05  WS-WEEKS              PIC 9(2)    VALUE 08.
           05  WS-SAFETY-DAYS        PIC 9(3)    VALUE 007.
           05  WS-CTL-TAG-PARSED     PIC X(20)   VALUE SPACES.
           05  WS-CTL-VALUE-RAW      PIC X(52)   VALUE SPACES.
           05  WS-CTL-VALUE-TRIMMED  PIC X(52)   VALUE SPACES.

       01  WINDOW-FIELDS.
           05  WS-TODAY-INT        PIC S9(7)   VALUE 0.
           05  WS-START-INT        PIC S9(7)   VALUE 0.
           05  WS-START-DATE       PIC 9(8)    VALUE 0.
           05  WS-WINDOW-DAYS      PIC 9(3)    VALUE 0.

       01  CONTROL-TOTAL-FIELDS.
           05  WS-SH-LINES-USED    PIC 9(7)    VALUE 0.
           05  WS-OH-LINES-USED    PIC 9(7)    VALUE 0.
           05  WS-PAIRS-RAISED     PIC 9(5)    VALUE 0.
           05  WS-PAIRS-LOWERED    PIC 9(5)    VALUE 0.
           05  WS-PAIRS-SAME       PIC 9(5)    VALUE 0.
           05  WS-PAIRS-APPLIED    PIC 9(5)    VALUE 0.

       01  CALC-FIELDS.
           05  WS-TOTAL-USAGE      PIC 9(7)    VALUE 0.
           05  WS-RAW-POINT        PIC 9(7)V9(4) VALUE 0.
           05  WS-WHOLE-POINT      PIC 9(7)    VALUE 0.
           05  WS-LEAD-DAYS        PIC 9(3)    VALUE 0.
           05  WS-OLD-THRESHOLD    PIC 9(4)    VALUE 0.
           05  WS-DEFAULT-THRESHOLD PIC 9(4)   VALUE 0025.
           05  WS-DEFAULT-LEAD     PIC 9(3)    VALUE 007.

       01  USAGE-TABLE-FIELDS.
           05  WS-UT-COUNT         PIC S9(4)   VALUE 0.
           05  WS-UT-SUB           PIC S9(4)   VALUE 0.
           05  WS-UT-SUB2          PIC S9(4)   VALUE 0.
           05  WS-KEY-WAREHOUSE    PIC X(4)    VALUE SPACES.
           05  WS-KEY-VENDOR       PIC X(1)    VALUE SPACES.
           05  WS-KEY-CANDY        PIC X(3)    VALUE SPACES.

       01  USAGE-TABLE-AREA.
           05  USAGE-TABLE OCCURS 1000 TIMES INDEXED BY UT-IDX.
               10  UT-KEY.
                   15  UT-WAREHOUSE-ID PIC X(4).
                   15  UT-CANDY-ID     PIC X(3).
               10  UT-VENDOR-ID    PIC X(1).
               10  UT-LEAD-DAYS    PIC 9(3).
               10  UT-LEAD-DEFAULT PIC X.
               10  UT-SHIPPED      PIC 9(7).
               10  UT-BACKORD      PIC 9(7).
               10  UT-DAILY        PIC 9(5)V99.
               10  UT-OLD          PIC 9(4).
               10  UT-NEW          PIC 9(4).

       01  USAGE-SWAP-ENTRY        PIC X(41).

       01  ORDER-LINE-TABLE-FIELDS.
           05  WS-OL-COUNT         PIC S9(4)   VALUE 0.
           05  WS-OL-SUB           PIC S9(4)   VALUE 0.

       01  ORDER-LINE-TABLE-AREA.
           05  ORDER-LINE-TABLE OCCURS 3000 TIMES INDEXED BY OL-IDX.
               10  OL-KEY.
                   15  OL-ORDER-NO     PIC 9(6).
                   15  OL-WAREHOUSE-ID PIC X(4).
                   15  OL-VENDOR-ID    PIC X(1).
                   15  OL-CANDY-ID     PIC X(3).
                   15  OL-OCCURRENCE   PIC 9.
               10  OL-BACK         PIC 9(4).

       01  WS-ORDER-LINE-KEY.
           05  WS-OLK-ORDER-NO     PIC 9(6).
           05  WS-OLK-WAREHOUSE-ID PIC X(4).
           05  WS-OLK-VENDOR-ID    PIC X(1).
           05  WS-OLK-CANDY-ID     PIC X(3).
           05  WS-OLK-OCCURRENCE   PIC 9.

       01  REORDER-TABLE-FIELDS.
           05  WS-REORDER-COUNT    PIC S9(4)   VALUE 0.
           05  WS-RT-SUB           PIC S9(4)   VALUE 0.
           05  WS-RT-FOUND-SUB     PIC S9(4)   VALUE 0.

       01  REORDER-TABLE-AREA.
           05  REORDER-TABLE OCCURS 1000 TIMES INDEXED BY RT-IDX.
               10  RT-CANDY-ID     PIC X(3).
               10  RT-THRESHOLD    PIC 9(4).
               10  RT-WAREHOUSE-ID PIC X(4).

       01  WAREHOUSE-NAME-FIELDS.
           05  WS-WHSE-FILE-STATUS PIC XX      VALUE SPACES.
           05  WS-WN-COUNT         PIC S9(4)   VALUE 0.
           05  WS-WN-SUB           PIC S9(4)   VALUE 0.
           05  WS-WAREHOUSE-NAME   PIC X(20)   VALUE SPACES.
           05  WS-PRINT-WAREHOUSE  PIC X(4)    VALUE SPACES.

       01  WAREHOUSE-NAME-TABLE-AREA.
           05  WAREHOUSE-NAME-TABLE OCCURS 20 TIMES
                                    INDEXED BY WN-IDX.
               10  WN-WAREHOUSE-ID PIC X(4).
               10  WN-NAME         PIC X(20).

       01  VENDOR-TABLE-FIELDS.
           05  WS-VENDOR-COUNT     PIC S9(4)   VALUE 0.
           05  WS-VT-SUB           PIC S9(4)   VALUE 0.

       01  VENDOR-TABLE-AREA.
           05  VENDOR-TABLE OCCURS 20 TIMES INDEXED BY VT-IDX.
               10  VT-VENDOR-ID    PIC X(1).
               10  VT-LEAD-DAYS    PIC 9(3).

      *********************** OUTPUT AREA ****************************

       01  REVIEW-HEADING-ONE.
           05              PIC X(25)   VALUE
               'REORDER POINT REVIEW FOR'.
           05  RH-DAY      PIC 99.
           05              PIC X       VALUE '/'.
           05  RH-MONTH    PIC 99.
           05              PIC X       VALUE '/'.
           05  RH-YEAR     PIC 9(4).
           05  RH-MODE     PIC X(45).

       01  REVIEW-HEADING-TWO.
           05              PIC X(11)   VALUE 'USAGE OVER'.
           05  RH-WEEKS    PIC Z9.
           05              PIC X(12)   VALUE ' WEEKS FROM '.
           05  RH-FROM-DAY PIC 99.
           05              PIC X       VALUE '/'.
           05  RH-FROM-MONTH PIC 99.
           05              PIC X       VALUE '/'.
           05  RH-FROM-YEAR PIC 9(4).
           05              PIC X(16)   VALUE '  SAFETY STOCK '.
           05  RH-SAFETY   PIC ZZ9.
           05              PIC X(26)   VALUE ' DAYS OF USAGE'.

       01  REVIEW-HEADING-THREE.
           05              PIC X(6)   VALUE 'WHSE'.
           05              PIC X(6)   VALUE 'CANDY'.
           05              PIC X(3)   VALUE 'VN'.
           05              PIC X(8)   VALUE 'SHIPPED'.
           05              PIC X(8)   VALUE 'BACKORD'.
           05              PIC X(8)   VALUE ' DAILY'.
           05              PIC X(5)   VALUE 'LEAD'.
           05              PIC X(6)   VALUE ' OLD'.
           05              PIC X(6)   VALUE ' NEW'.
           05              PIC X(24)  VALUE 'NOTE'.

       01  REVIEW-DETAIL-LINE.
           05  RD-WAREHOUSE    PIC X(4).
           05                  PIC X(2)   VALUE SPACES.
           05  RD-CANDY        PIC X(3).
           05                  PIC X(3)   VALUE SPACES.
           05  RD-VENDOR       PIC X(1).
           05                  PIC X(2)   VALUE SPACES.
           05  RD-SHIPPED      PIC ZZZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  RD-BACKORD      PIC ZZZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  RD-DAILY        PIC ZZ9.99.
           05                  PIC X(2)   VALUE SPACES.
           05  RD-LEAD         PIC ZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  RD-OLD          PIC ZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  RD-NEW          PIC ZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  RD-NOTE         PIC X(24).

       01  WAREHOUSE-SECTION-LINE.
           05              PIC X(11)  VALUE 'WAREHOUSE: '.
           05  WH-WAREHOUSE PIC X(4).
           05              PIC X(2)   VALUE SPACES.
           05  WH-NAME     PIC X(20).
           05              PIC X(43)  VALUE SPACES.

       01  REVIEW-TOTAL-LINE.
           05              PIC X(18)  VALUE 'CANDY/WAREHOUSE: '.
           05  RT-PAIRS        PIC ZZ,ZZ9.
           05              PIC X(11)  VALUE '  RAISED: '.
           05  RT-RAISED       PIC ZZ,ZZ9.
           05              PIC X(12)  VALUE '  LOWERED: '.
           05  RT-LOWERED      PIC ZZ,ZZ9.
           05              PIC X(14)  VALUE '  UNCHANGED: '.
           05  RT-SAME         PIC ZZ,ZZ9.
           05              PIC X(1)   VALUE SPACES.

      ************************** PROCEDURE-DIVISION ******************

       PROCEDURE DIVISION.

       50-CONTROL-MODULE.

           PERFORM 100-HOUSEKEEPING-ROUTINE
           PERFORM 200-READ-THE-LEDGER
           PERFORM 300-READ-ORDER-HISTORY
           PERFORM 400-PROPOSE-THRESHOLDS
           PERFORM 450-SORT-USAGE-TABLE
           PERFORM 500-PRINT-REVIEW-REPORT
           IF APPLY-THE-THRESHOLDS
               PERFORM 600-APPLY-THE-THRESHOLDS
           END-IF
           PERFORM 900-PRINT-FINAL-TOTAL
           PERFORM 1000-FINAL-ROUTINE

           .

       100-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT REVIEW-FILE

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DAY   TO RH-DAY
           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-YEAR  TO RH-YEAR

           PERFORM 110-LOAD-BATCH-CONTROL
           PERFORM 120-LOAD-REORDER-TABLE
           PERFORM 130-LOAD-VENDOR-TABLE
           PERFORM 140-LOAD-WAREHOUSE-NAMES

      *    THE WINDOW IS THE LAST WEEKS X 7 DAYS UP TO AND
      *    INCLUDING TODAY - ANYTHING DATED AFTER THE START DATE.

           COMPUTE WS-WINDOW-DAYS = WS-WEEKS * 7
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-START-INT = WS-TODAY-INT - WS-WINDOW-DAYS
           COMPUTE WS-START-DATE
               = FUNCTION DATE-OF-INTEGER(WS-START-INT)

      *    AN APPLY PASS IS REFUSED IN 600 WHEN PR3REORD.TXT DID
      *    NOT FIT THE TABLE, SO THE HEADING SAYS SO UP FRONT.

           IF APPLY-THE-THRESHOLDS AND REORDER-OVERFLOWED
               MOVE 'YES' TO WS-APPLY-REFUSED
           END-IF

           EVALUATE TRUE
               WHEN APPLY-WAS-REFUSED
                   MOVE ' - APPLY REFUSED (TABLE OVERFLOW)' TO RH-MODE
               WHEN APPLY-THE-THRESHOLDS
                   MOVE ' - THRESHOLDS APPLIED' TO RH-MODE
               WHEN OTHER
                   MOVE ' - REVIEW ONLY'        TO RH-MODE
           END-EVALUATE
           MOVE WS-WEEKS             TO RH-WEEKS
           MOVE WS-START-DATE(7:2)   TO RH-FROM-DAY
           MOVE WS-START-DATE(5:2)   TO RH-FROM-MONTH
           MOVE WS-START-DATE(1:4)   TO RH-FROM-YEAR
           MOVE WS-SAFETY-DAYS       TO RH-SAFETY

           MOVE REVIEW-HEADING-ONE TO REVIEW-RECORD
           WRITE REVIEW-RECORD
           MOVE REVIEW-HEADING-TWO TO REVIEW-RECORD
           WRITE REVIEW-RECORD
           MOVE SPACES TO REVIEW-RECORD
           WRITE REVIEW-RECORD
           MOVE REVIEW-HEADING-THREE TO REVIEW-RECORD
           WRITE REVIEW-RECORD

           .

       110-LOAD-BATCH-CONTROL.

           OPEN INPUT CONTROL-FILE

           IF WS-CTL-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ CONTROL-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 115-APPLY-CONTROL-LINE
                   END-READ
               END-PERFORM

               CLOSE CONTROL-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       115-APPLY-CONTROL-LINE.

           MOVE SPACES TO WS-CTL-TAG-PARSED
           MOVE SPACES TO WS-CTL-VALUE-RAW

           UNSTRING CONTROL-RECORD DELIMITED BY '='
               INTO WS-CTL-TAG-PARSED WS-CTL-VALUE-RAW
           END-UNSTRING

           MOVE FUNCTION TRIM(WS-CTL-VALUE-RAW) TO WS-CTL-VALUE-TRIMMED

           EVALUATE WS-CTL-TAG-PARSED

               WHEN 'WEEKS'
                   INSPECT WS-CTL-VALUE-TRIMMED(1:2)
                       REPLACING LEADING SPACES BY ZEROS
                   IF WS-CTL-VALUE-TRIMMED(1:2) IS NUMERIC
                      AND WS-CTL-VALUE-TRIMMED(1:2) >= '01'
                      AND WS-CTL-VALUE-TRIMMED(1:2) <= '52'
                       MOVE WS-CTL-VALUE-TRIMMED(1:2) TO WS-WEEKS
                   ELSE
                       DISPLAY 'PR3ROCTL.TXT - WEEKS MUST BE 01-52, '
                           'E.G. WEEKS=08'
                   END-IF

               WHEN 'SAFEDAYS'
                   INSPECT WS-CTL-VALUE-TRIMMED(1:3)
                       REPLACING LEADING SPACES BY ZEROS
                   IF WS-CTL-VALUE-TRIMMED(1:3) IS NUMERIC
                       MOVE WS-CTL-VALUE-TRIMMED(1:3)
                           TO WS-SAFETY-DAYS
                   ELSE
                       DISPLAY 'PR3ROCTL.TXT - SAFEDAYS MUST BE '
                           'NUMERIC, E.G. SAFEDAYS=007'
                   END-IF

               WHEN 'APPLY'
                   IF WS-CTL-VALUE-TRIMMED(1:3) = 'YES'
                       MOVE 'YES' TO WS-APPLY-FLAG
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'PR3ROCTL.TXT - UNRECOGNIZED TAG: '
                       WS-CTL-TAG-PARSED

           END-EVALUATE

           .

       120-LOAD-REORDER-TABLE.

           OPEN INPUT REORDER-FILE

           IF WS-REORDER-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ REORDER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 125-ADD-REORDER-ENTRY
                   END-READ
               END-PERFORM

               CLOSE REORDER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       125-ADD-REORDER-ENTRY.

           IF WS-REORDER-COUNT < 1000
               ADD 1 TO WS-REORDER-COUNT
               SET RT-IDX TO WS-REORDER-COUNT
               MOVE RR-CANDY-ID     TO RT-CANDY-ID(RT-IDX)
               MOVE RR-THRESHOLD    TO RT-THRESHOLD(RT-IDX)
               MOVE RR-WAREHOUSE-ID TO RT-WAREHOUSE-ID(RT-IDX)
           ELSE
               MOVE 'YES' TO WS-REORDER-OVERFLOW
               DISPLAY 'PR3REORD.TXT HAS MORE THAN 1000 ENTRIES - '
                   'IGNORING: ' RR-CANDY-ID
           END-IF

           .

       130-LOAD-VENDOR-TABLE.

           OPEN INPUT VENDM-FILE

           IF WS-VENDM-STATUS = '35'
               DISPLAY 'PR3VENDM.TXT NOT FOUND - USING '
                   WS-DEFAULT-LEAD ' DAYS LEAD TIME FOR ALL VENDORS'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ VENDM-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 135-ADD-VENDOR-ENTRY
                   END-READ
               END-PERFORM

               CLOSE VENDM-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       135-ADD-VENDOR-ENTRY.

           IF WS-VENDOR-COUNT < 20
               ADD 1 TO WS-VENDOR-COUNT
               SET VT-IDX TO WS-VENDOR-COUNT
               MOVE VX-VENDOR-ID TO VT-VENDOR-ID(VT-IDX)
               IF VX-LEAD-DAYS IS NUMERIC
                   MOVE VX-LEAD-DAYS TO VT-LEAD-DAYS(VT-IDX)
               ELSE
                   MOVE WS-DEFAULT-LEAD TO VT-LEAD-DAYS(VT-IDX)
               END-IF
           ELSE
               DISPLAY 'PR3VENDM.TXT HAS MORE THAN 20 ENTRIES - '
                   'IGNORING: ' VX-VENDOR-ID
           END-IF

           .

       140-LOAD-WAREHOUSE-NAMES.

           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WS-WHSE-FILE-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ WAREHOUSE-MASTER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 145-ADD-WAREHOUSE-NAME
                   END-READ
               END-PERFORM

               CLOSE WAREHOUSE-MASTER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       145-ADD-WAREHOUSE-NAME.

           IF WS-WN-COUNT < 20
               ADD 1 TO WS-WN-COUNT
               SET WN-IDX TO WS-WN-COUNT
               MOVE WM-WAREHOUSE-ID   TO WN-WAREHOUSE-ID(WN-IDX)
               MOVE WM-WAREHOUSE-NAME TO WN-NAME(WN-IDX)
           ELSE
               DISPLAY 'PR3WHSE.TXT HAS MORE THAN 20 ENTRIES - '
                   'IGNORING: ' WM-WAREHOUSE-ID
           END-IF

           .

       200-READ-THE-LEDGER.

           OPEN INPUT LEDGER-FILE

           IF WS-LEDGER-STATUS = '35'
               DISPLAY 'PR3LEDGR.TXT NOT FOUND - NO SHIPMENTS '
                   'COUNTED'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ LEDGER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 210-TAKE-IN-LEDGER-LINE
                   END-READ
               END-PERFORM

               CLOSE LEDGER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       210-TAKE-IN-LEDGER-LINE.

           IF (LG-TYPE = 'SH'
               OR (LG-TYPE = 'KB' AND LG-SIGN = '-'))
              AND LG-DATE IS NUMERIC
              AND LG-DATE > WS-START-DATE
              AND LG-QTY IS NUMERIC
               MOVE LG-WAREHOUSE-ID TO WS-KEY-WAREHOUSE
               MOVE LG-VENDOR-ID    TO WS-KEY-VENDOR
               MOVE LG-CANDY-ID     TO WS-KEY-CANDY
               PERFORM 250-FIND-USAGE-ENTRY
               IF WS-UT-SUB > 0
                   ADD LG-QTY TO UT-SHIPPED(WS-UT-SUB)
                   ADD 1 TO WS-SH-LINES-USED
               END-IF
           END-IF

           .

       250-FIND-USAGE-ENTRY.

      *    ONE ENTRY PER WAREHOUSE AND CANDY.  THE LEAD TIME KEPT
      *    IS THE LONGEST OF THE VENDORS SEEN FOR THE CANDY THERE.

           MOVE 'NO' TO WS-ENTRY-FOUND
           PERFORM VARYING WS-UT-SUB FROM 1 BY 1
                   UNTIL WS-UT-SUB > WS-UT-COUNT
                   OR ENTRY-WAS-FOUND
               IF UT-WAREHOUSE-ID(WS-UT-SUB) = WS-KEY-WAREHOUSE
                  AND UT-CANDY-ID(WS-UT-SUB) = WS-KEY-CANDY
                   MOVE 'YES' TO WS-ENTRY-FOUND
               END-IF
           END-PERFORM

           IF ENTRY-WAS-FOUND
               SUBTRACT 1 FROM WS-UT-SUB
           ELSE
               IF WS-UT-COUNT >= 1000
                   DISPLAY 'USAGE TABLE FULL (1000) - IGNORING: '
                       WS-KEY-WAREHOUSE ' ' WS-KEY-CANDY
                   MOVE 0 TO WS-UT-SUB
               ELSE
                   ADD 1 TO WS-UT-COUNT
                   MOVE WS-UT-COUNT      TO WS-UT-SUB
                   MOVE WS-KEY-WAREHOUSE TO UT-WAREHOUSE-ID(WS-UT-SUB)
                   MOVE WS-KEY-CANDY     TO UT-CANDY-ID(WS-UT-SUB)
                   MOVE SPACES           TO UT-VENDOR-ID(WS-UT-SUB)
                   MOVE 0                TO UT-LEAD-DAYS(WS-UT-SUB)
                   MOVE 'N'              TO UT-LEAD-DEFAULT(WS-UT-SUB)
                   MOVE 0                TO UT-SHIPPED(WS-UT-SUB)
                   MOVE 0                TO UT-BACKORD(WS-UT-SUB)
                   MOVE 0                TO UT-DAILY(WS-UT-SUB)
                   MOVE 0                TO UT-OLD(WS-UT-SUB)
                   MOVE 0                TO UT-NEW(WS-UT-SUB)
               END-IF
           END-IF

           IF WS-UT-SUB > 0
               IF WS-KEY-VENDOR NOT = UT-VENDOR-ID(WS-UT-SUB)
                   PERFORM 260-FIND-VENDOR-LEAD
                   IF UT-VENDOR-ID(WS-UT-SUB) = SPACES
                      OR WS-LEAD-DAYS > UT-LEAD-DAYS(WS-UT-SUB)
                       MOVE WS-KEY-VENDOR TO UT-VENDOR-ID(WS-UT-SUB)
                       MOVE WS-LEAD-DAYS  TO UT-LEAD-DAYS(WS-UT-SUB)
                       IF VENDOR-WAS-FOUND
                           MOVE 'N' TO UT-LEAD-DEFAULT(WS-UT-SUB)
                       ELSE
                           MOVE 'Y' TO UT-LEAD-DEFAULT(WS-UT-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF

           .

       260-FIND-VENDOR-LEAD.

           MOVE WS-DEFAULT-LEAD TO WS-LEAD-DAYS
           MOVE 'NO' TO WS-VENDOR-FOUND

           PERFORM VARYING WS-VT-SUB FROM 1 BY 1
                   UNTIL WS-VT-SUB > WS-VENDOR-COUNT
               SET VT-IDX TO WS-VT-SUB
               IF VT-VENDOR-ID(VT-IDX) = WS-KEY-VENDOR
                   MOVE VT-LEAD-DAYS(VT-IDX) TO WS-LEAD-DAYS
                   MOVE 'YES' TO WS-VENDOR-FOUND
               END-IF
           END-PERFORM

           .

       300-READ-ORDER-HISTORY.

           OPEN INPUT ORDER-HIST-FILE

           IF WS-ORDHIST-STATUS = '35'
               DISPLAY 'PR3ORDHIST.TXT NOT FOUND - NO BACKORDERS '
                   'COUNTED'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ ORDER-HIST-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 310-TAKE-IN-HISTORY-LINE
                   END-READ
               END-PERFORM

               CLOSE ORDER-HIST-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

      *    EACH ORDER LINE ADDS WHAT WAS STILL BACKORDERED THE LAST
      *    TIME ALLOCATION LOOKED AT IT.

           PERFORM VARYING WS-OL-SUB FROM 1 BY 1
                   UNTIL WS-OL-SUB > WS-OL-COUNT
               SET OL-IDX TO WS-OL-SUB
               IF OL-BACK(OL-IDX) > 0
                   MOVE OL-WAREHOUSE-ID(OL-IDX) TO WS-KEY-WAREHOUSE
                   MOVE OL-VENDOR-ID(OL-IDX)    TO WS-KEY-VENDOR
                   MOVE OL-CANDY-ID(OL-IDX)     TO WS-KEY-CANDY
                   PERFORM 250-FIND-USAGE-ENTRY
                   IF WS-UT-SUB > 0
                       ADD OL-BACK(OL-IDX) TO UT-BACKORD(WS-UT-SUB)
                   END-IF
               END-IF
           END-PERFORM

           .

       310-TAKE-IN-HISTORY-LINE.

           IF OH-DATE IS NUMERIC
              AND OH-DATE > WS-START-DATE
              AND OH-BACK IS NUMERIC
               ADD 1 TO WS-OH-LINES-USED
               MOVE OH-ORDER-NO     TO WS-OLK-ORDER-NO
               MOVE OH-WAREHOUSE-ID TO WS-OLK-WAREHOUSE-ID
               MOVE OH-VENDOR-ID    TO WS-OLK-VENDOR-ID
               MOVE OH-CANDY-ID     TO WS-OLK-CANDY-ID
               MOVE OH-OCCURRENCE   TO WS-OLK-OCCURRENCE
               PERFORM 320-FIND-ORDER-LINE
               IF WS-OL-SUB > 0
                   MOVE OH-BACK TO OL-BACK(WS-OL-SUB)
               END-IF
           END-IF

           .

       320-FIND-ORDER-LINE.

           MOVE 'NO' TO WS-ENTRY-FOUND
           PERFORM VARYING WS-OL-SUB FROM 1 BY 1
                   UNTIL WS-OL-SUB > WS-OL-COUNT
                   OR ENTRY-WAS-FOUND
               IF OL-KEY(WS-OL-SUB) = WS-ORDER-LINE-KEY
                   MOVE 'YES' TO WS-ENTRY-FOUND
               END-IF
           END-PERFORM

           IF ENTRY-WAS-FOUND
               SUBTRACT 1 FROM WS-OL-SUB
           ELSE
               IF WS-OL-COUNT >= 3000
                   IF NOT OH-TABLE-OVERFLOWED
                       DISPLAY 'ORDER LINE TABLE FULL (3000) - LATER '
                           'BACKORDERS NOT COUNTED - USE FEWER WEEKS'
                       MOVE 'YES' TO WS-OH-OVERFLOW
                   END-IF
                   MOVE 0 TO WS-OL-SUB
               ELSE
                   ADD 1 TO WS-OL-COUNT
                   MOVE WS-OL-COUNT       TO WS-OL-SUB
                   MOVE WS-ORDER-LINE-KEY TO OL-KEY(WS-OL-SUB)
                   MOVE 0                 TO OL-BACK(WS-OL-SUB)
               END-IF
           END-IF

           .

       400-PROPOSE-THRESHOLDS.

           PERFORM VARYING WS-UT-SUB FROM 1 BY 1
                   UNTIL WS-UT-SUB > WS-UT-COUNT
               SET UT-IDX TO WS-UT-SUB
               PERFORM 410-PROPOSE-ONE-THRESHOLD
           END-PERFORM

           .

       410-PROPOSE-ONE-THRESHOLD.

           PERFORM 420-FIND-OLD-THRESHOLD
           MOVE WS-OLD-THRESHOLD TO UT-OLD(UT-IDX)

           COMPUTE WS-TOTAL-USAGE
               = UT-SHIPPED(UT-IDX) + UT-BACKORD(UT-IDX)
           COMPUTE UT-DAILY(UT-IDX) ROUNDED
               = WS-TOTAL-USAGE / WS-WINDOW-DAYS

           IF WS-TOTAL-USAGE = 0
               MOVE WS-OLD-THRESHOLD TO UT-NEW(UT-IDX)
           ELSE
               COMPUTE WS-RAW-POINT
                   = WS-TOTAL-USAGE
                   * (UT-LEAD-DAYS(UT-IDX) + WS-SAFETY-DAYS)
                   / WS-WINDOW-DAYS
               MOVE WS-RAW-POINT TO WS-WHOLE-POINT
               IF WS-WHOLE-POINT < WS-RAW-POINT
                   ADD 1 TO WS-WHOLE-POINT
               END-IF
               IF WS-WHOLE-POINT > 9999
                   MOVE 9999 TO WS-WHOLE-POINT
               END-IF
               MOVE WS-WHOLE-POINT TO UT-NEW(UT-IDX)
           END-IF

           EVALUATE TRUE
               WHEN UT-NEW(UT-IDX) > UT-OLD(UT-IDX)
                   ADD 1 TO WS-PAIRS-RAISED
               WHEN UT-NEW(UT-IDX) < UT-OLD(UT-IDX)
                   ADD 1 TO WS-PAIRS-LOWERED
               WHEN OTHER
                   ADD 1 TO WS-PAIRS-SAME
           END-EVALUATE

           .

       420-FIND-OLD-THRESHOLD.

      *    THE SAME ORDER OF PRECEDENCE PROGRAM3, ALLOC3 AND XFER3
      *    USE - THIS WAREHOUSE'S OWN THRESHOLD, ELSE THE CANDY'S
      *    ALL-WAREHOUSE ONE, ELSE THE DEFAULT.

           MOVE WS-DEFAULT-THRESHOLD TO WS-OLD-THRESHOLD
           MOVE 'NO' TO WS-WHSE-THRESHOLD

           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-REORDER-COUNT
               SET RT-IDX TO WS-RT-SUB
               IF RT-CANDY-ID(RT-IDX) = UT-CANDY-ID(UT-IDX)
                   IF RT-WAREHOUSE-ID(RT-IDX) = UT-WAREHOUSE-ID(UT-IDX)
                       MOVE RT-THRESHOLD(RT-IDX) TO WS-OLD-THRESHOLD
                       MOVE 'YES' TO WS-WHSE-THRESHOLD
                   ELSE
                       IF RT-WAREHOUSE-ID(RT-IDX) = SPACES
                          AND NOT WHSE-THRESHOLD-FOUND
                           MOVE RT-THRESHOLD(RT-IDX)
                               TO WS-OLD-THRESHOLD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           .

       450-SORT-USAGE-TABLE.

           PERFORM VARYING WS-UT-SUB FROM 1 BY 1
                   UNTIL WS-UT-SUB >= WS-UT-COUNT
               PERFORM VARYING WS-UT-SUB2 FROM 1 BY 1
                       UNTIL WS-UT-SUB2 > WS-UT-COUNT - WS-UT-SUB
                   IF UT-KEY(WS-UT-SUB2)
                      > UT-KEY(WS-UT-SUB2 + 1)
                       MOVE USAGE-TABLE(WS-UT-SUB2)
                           TO USAGE-SWAP-ENTRY
                       MOVE USAGE-TABLE(WS-UT-SUB2 + 1)
                           TO USAGE-TABLE(WS-UT-SUB2)
                       MOVE USAGE-SWAP-ENTRY
                           TO USAGE-TABLE(WS-UT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           .

       500-PRINT-REVIEW-REPORT.

           IF WS-UT-COUNT = 0
               MOVE ' NO SHIPMENTS OR BACKORDERS IN THE WINDOW - '
                   TO REVIEW-RECORD
               WRITE REVIEW-RECORD
               MOVE ' NOTHING TO PROPOSE' TO REVIEW-RECORD
               WRITE REVIEW-RECORD
           ELSE
               PERFORM VARYING WS-UT-SUB FROM 1 BY 1
                       UNTIL WS-UT-SUB > WS-UT-COUNT
                   SET UT-IDX TO WS-UT-SUB
                   IF UT-WAREHOUSE-ID(UT-IDX) NOT = WS-PRINT-WAREHOUSE
                       PERFORM 505-START-WAREHOUSE-SECTION
                   END-IF
                   PERFORM 510-WRITE-REVIEW-LINE
               END-PERFORM
           END-IF

           .

       505-START-WAREHOUSE-SECTION.

           MOVE UT-WAREHOUSE-ID(UT-IDX) TO WS-PRINT-WAREHOUSE
           PERFORM 520-FIND-WAREHOUSE-NAME
           MOVE SPACES TO REVIEW-RECORD
           WRITE REVIEW-RECORD
           MOVE WS-PRINT-WAREHOUSE TO WH-WAREHOUSE
           MOVE WS-WAREHOUSE-NAME  TO WH-NAME
           MOVE WAREHOUSE-SECTION-LINE TO REVIEW-RECORD
           WRITE REVIEW-RECORD

           .

       510-WRITE-REVIEW-LINE.

           MOVE UT-WAREHOUSE-ID(UT-IDX) TO RD-WAREHOUSE
           MOVE UT-CANDY-ID(UT-IDX)     TO RD-CANDY
           MOVE UT-VENDOR-ID(UT-IDX)    TO RD-VENDOR
           MOVE UT-SHIPPED(UT-IDX)      TO RD-SHIPPED
           MOVE UT-BACKORD(UT-IDX)      TO RD-BACKORD
           MOVE UT-DAILY(UT-IDX)        TO RD-DAILY
           MOVE UT-LEAD-DAYS(UT-IDX)    TO RD-LEAD
           MOVE UT-OLD(UT-IDX)          TO RD-OLD
           MOVE UT-NEW(UT-IDX)          TO RD-NEW

           EVALUATE TRUE
               WHEN UT-SHIPPED(UT-IDX) + UT-BACKORD(UT-IDX) = 0
                   MOVE 'NO USAGE - KEPT'    TO RD-NOTE
               WHEN UT-LEAD-DEFAULT(UT-IDX) = 'Y'
                   MOVE 'VENDOR NOT ON FILE' TO RD-NOTE
               WHEN UT-NEW(UT-IDX) > UT-OLD(UT-IDX)
                   MOVE 'RAISED'             TO RD-NOTE
               WHEN UT-NEW(UT-IDX) < UT-OLD(UT-IDX)
                   MOVE 'LOWERED'            TO RD-NOTE
               WHEN OTHER
                   MOVE SPACES               TO RD-NOTE
           END-EVALUATE

           MOVE REVIEW-DETAIL-LINE TO REVIEW-RECORD
           WRITE REVIEW-RECORD

           .

       520-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WN-COUNT
               SET WN-IDX TO WS-WN-SUB
               IF WN-WAREHOUSE-ID(WN-IDX) = WS-PRINT-WAREHOUSE
                   MOVE WN-NAME(WN-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       600-APPLY-THE-THRESHOLDS.

      *    A PARTLY LOADED FILE CANNOT BE REWRITTEN WITHOUT LOSING
      *    THE ENTRIES THAT DID NOT FIT.

           IF REORDER-OVERFLOWED
               DISPLAY 'PR3REORD.TXT NOT REWRITTEN - IT HAS MORE '
                   'ENTRIES THAN THE TABLE HOLDS'
               MOVE 'NO'  TO WS-APPLY-FLAG
               MOVE 'YES' TO WS-APPLY-REFUSED
           ELSE
               PERFORM VARYING WS-UT-SUB FROM 1 BY 1
                       UNTIL WS-UT-SUB > WS-UT-COUNT
                   SET UT-IDX TO WS-UT-SUB
                   PERFORM 610-MERGE-ONE-THRESHOLD
               END-PERFORM
               PERFORM 650-REWRITE-REORDER-FILE
           END-IF

           .

       610-MERGE-ONE-THRESHOLD.

           MOVE 0 TO WS-RT-FOUND-SUB
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-REORDER-COUNT
               SET RT-IDX TO WS-RT-SUB
               IF RT-CANDY-ID(RT-IDX) = UT-CANDY-ID(UT-IDX)
                  AND RT-WAREHOUSE-ID(RT-IDX) = UT-WAREHOUSE-ID(UT-IDX)
                   MOVE WS-RT-SUB TO WS-RT-FOUND-SUB
               END-IF
           END-PERFORM

           IF WS-RT-FOUND-SUB > 0
               SET RT-IDX TO WS-RT-FOUND-SUB
               IF RT-THRESHOLD(RT-IDX) NOT = UT-NEW(UT-IDX)
                   MOVE UT-NEW(UT-IDX) TO RT-THRESHOLD(RT-IDX)
                   ADD 1 TO WS-PAIRS-APPLIED
               END-IF
           ELSE
               IF WS-REORDER-COUNT >= 1000
                   DISPLAY 'PR3REORD.TXT FULL (1000) - NOT ADDED: '
                       UT-WAREHOUSE-ID(UT-IDX) ' '
                       UT-CANDY-ID(UT-IDX)
               ELSE
                   ADD 1 TO WS-REORDER-COUNT
                   SET RT-IDX TO WS-REORDER-COUNT
                   MOVE UT-CANDY-ID(UT-IDX)     TO RT-CANDY-ID(RT-IDX)
                   MOVE UT-NEW(UT-IDX)          TO RT-THRESHOLD(RT-IDX)
                   MOVE UT-WAREHOUSE-ID(UT-IDX)
                       TO RT-WAREHOUSE-ID(RT-IDX)
                   ADD 1 TO WS-PAIRS-APPLIED
               END-IF
           END-IF

           .

       650-REWRITE-REORDER-FILE.

           OPEN OUTPUT REORDER-FILE

           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-REORDER-COUNT
               SET RT-IDX TO WS-RT-SUB
               MOVE RT-CANDY-ID(RT-IDX)     TO RR-CANDY-ID
               MOVE RT-THRESHOLD(RT-IDX)    TO RR-THRESHOLD
               MOVE RT-WAREHOUSE-ID(RT-IDX) TO RR-WAREHOUSE-ID
               WRITE REORDER-RECORD
           END-PERFORM

           CLOSE REORDER-FILE

           .

       900-PRINT-FINAL-TOTAL.

           MOVE WS-UT-COUNT      TO RT-PAIRS
           MOVE WS-PAIRS-RAISED  TO RT-RAISED
           MOVE WS-PAIRS-LOWERED TO RT-LOWERED
           MOVE WS-PAIRS-SAME    TO RT-SAME
           MOVE SPACES TO REVIEW-RECORD
           WRITE REVIEW-RECORD
           MOVE REVIEW-TOTAL-LINE TO REVIEW-RECORD
           WRITE REVIEW-RECORD

           EVALUATE TRUE
               WHEN APPLY-THE-THRESHOLDS
                   MOVE
                     ' PR3REORD.TXT REWRITTEN WITH THE NEW THRESHOLDS'
                       TO REVIEW-RECORD
               WHEN APPLY-WAS-REFUSED
                   MOVE
                     ' APPLY REFUSED - PR3REORD.TXT TABLE OVERFLOW'
                       TO REVIEW-RECORD
               WHEN OTHER
                   MOVE ' REVIEW ONLY - SET APPLY=YES ON PR3ROCTL.TXT'
                       TO REVIEW-RECORD
           END-EVALUATE
           WRITE REVIEW-RECORD

           DISPLAY 'ROPCALC3 COMPLETE - SHIPMENT LINES '
               WS-SH-LINES-USED ' HISTORY LINES ' WS-OH-LINES-USED
               ' THRESHOLDS CHANGED ' WS-PAIRS-APPLIED

           .

       1000-FINAL-ROUTINE.

           CLOSE REVIEW-FILE
           STOP RUN

           .
