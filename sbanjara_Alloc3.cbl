      *  OPEN ORDER FILE PR3ORDER.TXT FROM ORDENT3, AND ALLOCATES
      *  EACH LINE AGAINST NUM-CASES ON PR3MAST.DAT NET OF THE
      *  PR3REORD.TXT REORDER THRESHOLD, WHICH IS HELD BACK SO AN
      *  ALLOCATION CANNOT EAT THE SAFETY STOCK.  THE THRESHOLD IS
      *  THE ONE SET FOR THE CANDY IN THAT WAREHOUSE WHEN THERE IS
      *  ONE, OTHERWISE THE ONE SET FOR THE CANDY IN EVERY
      *  WAREHOUSE.
      *
      *  ALLOCATED CASES ARE WRITTEN AS S TRANSACTIONS ONTO
      *  PR3TRAN.TXT (REFERENCE = OR PLUS THE ORDER NUMBER) FOR THE
      *  NEXT POST3 RUN TO POST, AND A PICK LIST PER WAREHOUSE GOES
      *  TO PR3PICK.TXT HEADED WITH THE WAREHOUSE NAME FROM
      *  PR3WHSE.TXT.  UNDER EACH PICK LINE THE PICKER IS TOLD
      *  WHICH LOTS TO PULL FROM THE LOT FILE PR3LOT.DAT, THE LOT
      *  THAT EXPIRES FIRST BEING PULLED FIRST, NET OF THE LOTS
      *  ALREADY GIVEN TO EARLIER LINES IN THE SAME RUN - THE SAME
      *  ORDER POST3 DRAWS THE LOTS DOWN WHEN IT POSTS THE S
      *  TRANSACTIONS.  SHORTFALLS ARE CARRIED ON A REWRITTEN
      *  PR3BACKORD.TXT, SO RUNNING ALLOC3 AFTER EACH POST3 RUN
      *  RE-ALLOCATES BACKORDERS AUTOMATICALLY AS RECEIPTS ARRIVE.
      *  EVERY LINE PROCESSED IS APPENDED TO PR3ORDHIST.TXT WITH
      *  RECORD OF WHO THE CANDY WENT TO.  THE OPEN ORDER FILE IS
      *  EMPTIED ONCE ITS LINES ARE CARRIED FORWARD.
      *
      *  LINES FOR A CUSTOMER ON CREDIT HOLD ON THE CUSTOMER MASTER
      *  PR3CUST.TXT ARE NOT ALLOCATED OR PICKED.  THEY ARE LISTED
      *  ON THEIR OWN REPORT PR3HOLD.TXT FOR THE CREDIT DEPARTMENT
      *  AND CARRIED WHOLE ON PR3BACKORD.TXT, SO THEY ALLOCATE ON
      *  THE FIRST RUN AFTER CREDIT RELEASES THE ACCOUNT.  LINES
      *  TAKEN BEFORE THE CUSTOMER MASTER EXISTED CARRY NO
      *  CUSTOMER NUMBER AND ARE NEVER HELD.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHIST-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "PR3CUST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO "PR3HOLD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.

           SELECT LOT-FILE
               ASSIGN TO "PR3LOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

       FD  ORDER-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  ORDER-RECORD.
           05  OR-ORDER-NO       PIC 9(6).
           05  OR-CANDY-ID       PIC X(3).
           05  OR-OCCURRENCE     PIC 9.
           05  OR-CASES          PIC 9(4).
           05  OR-CUSTOMER-NO    PIC X(6).

       FD  BACKORDER-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  BACKORDER-RECORD.
           05  BO-ORDER-NO       PIC 9(6).
           05  BO-CANDY-ID       PIC X(3).
           05  BO-OCCURRENCE     PIC 9.
           05  BO-CASES          PIC 9(4).
           05  BO-CUSTOMER-NO    PIC X(6).

       FD  REORDER-FILE
           RECORD CONTAINS 11 CHARACTERS.

       01  REORDER-RECORD.
           05  RR-CANDY-ID       PIC X(3).
           05  RR-THRESHOLD      PIC 9(4).
           05  RR-WAREHOUSE-ID   PIC X(4).

       FD  MASTER-FILE
           RECORD CONTAINS 143 CHARACTERS.
               10  PRICE         PIC S999V99.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 39 CHARACTERS.

       01  TRANSACTION-RECORD.
           05  TR-CODE           PIC X.
           05  TR-SIGN           PIC X.
           05  TR-CASE-QTY       PIC 9(4).
           05  TR-REFERENCE      PIC X(8).
           05  TR-LOT-NUMBER     PIC X(8).
           05  TR-BEST-BY        PIC 9(8).

       FD  PICK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PICK-RECORD           PIC X(80).

       FD  ORDER-HIST-FILE
           RECORD CONTAINS 61 CHARACTERS.

       01  ORDER-HIST-RECORD.
           05  OH-DATE           PIC 9(8).
           05  OH-CASES          PIC 9(4).
           05  OH-ALLOC          PIC 9(4).
           05  OH-BACK           PIC 9(4).
           05  OH-CUSTOMER-NO    PIC X(6).

       FD  CUSTOMER-FILE
           RECORD CONTAINS 146 CHARACTERS.

       01  CUSTOMER-RECORD.
           05  CU-CUSTOMER-NO     PIC 9(6).
           05  CU-CUSTOMER-NAME   PIC X(20).
           05  CU-BILL-ADDRESS    PIC X(30).
           05  CU-BILL-CITY-STATE PIC X(20).
           05  CU-SHIP-ADDRESS    PIC X(30).
           05  CU-SHIP-CITY-STATE PIC X(20).
           05  CU-CREDIT-LIMIT    PIC 9(7)V99.
           05  CU-OPEN-BALANCE    PIC S9(7)V99
                                  SIGN IS LEADING SEPARATE.
           05  CU-HOLD-FLAG       PIC X.

       FD  HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  HOLD-RECORD           PIC X(80).

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

       FD  LOT-FILE
           RECORD CONTAINS 37 CHARACTERS.

       01  LOT-RECORD.
           05  LT-KEY.
               10  LT-PREFIX.
                   15  LT-WAREHOUSE-ID PIC X(4).
                   15  LT-VENDOR-ID    PIC X(1).
                   15  LT-CANDY-ID     PIC X(3).
                   15  LT-OCCURRENCE   PIC 9.
               10  LT-LOT-NUMBER   PIC X(8).
           05  LT-BEST-BY        PIC 9(8).
           05  LT-RECEIVED       PIC 9(8).
           05  LT-CASES          PIC 9(4).

      ******************** WORKING STORAGE ***************************

               88  MASTER-IS-OPEN              VALUE 'YES'.
           05  WS-SLOT-FOUND       PIC X(3)    VALUE 'NO'.
               88  SLOT-WAS-FOUND              VALUE 'YES'.
           05  WS-LOT-OPENED       PIC X(3)    VALUE 'NO'.
               88  LOT-IS-OPEN                 VALUE 'YES'.

       01  FILE-STATUS-FIELDS.
           05  WS-ORDER-STATUS     PIC XX      VALUE SPACES.
           05  WS-MASTER-STATUS    PIC XX      VALUE SPACES.
           05  WS-TRAN-STATUS      PIC XX      VALUE SPACES.
           05  WS-ORDHIST-STATUS   PIC XX      VALUE SPACES.
           05  WS-CUST-STATUS      PIC XX      VALUE SPACES.
           05  WS-LOT-STATUS       PIC XX      VALUE SPACES.

       01  WS-DATE.
           05  WS-YEAR             PIC 9999.
       01  WS-DATE-NUM REDEFINES WS-DATE PIC 9(8).

      *    COMMON STAGING AREA FOR AN ORDER LINE - BACKORDER AND
      *    OPEN-ORDER RECORDS SHARE THE SAME 45-BYTE SHAPE, AND
      *    LOADING THROUGH HERE KEEPS 145-ADD-ORDER-LINE OFF THE
      *    RECORD AREA OF A FILE THAT IS NOT OPEN.

           05  OW-CANDY-ID       PIC X(3).
           05  OW-OCCURRENCE     PIC 9.
           05  OW-CASES          PIC 9(4).
           05  OW-CUSTOMER-NO    PIC X(6).

       01  CONTROL-TOTAL-FIELDS.
           05  WS-LINES-LOADED     PIC 9(6)    VALUE 0.
           05  WS-LINES-ALLOCATED  PIC 9(6)    VALUE 0.
           05  WS-LINES-BACKORDER  PIC 9(6)    VALUE 0.
           05  WS-TRANS-WRITTEN    PIC 9(6)    VALUE 0.
           05  WS-LINES-ON-HOLD    PIC 9(6)    VALUE 0.

       01  HOLD-TABLE-FIELDS.
           05  WS-HOLD-COUNT       PIC S9(4)   VALUE 0.
           05  WS-HOLD-SUB         PIC S9(4)   VALUE 0.
           05  WS-ON-HOLD          PIC X(3)    VALUE 'NO'.
               88  CUSTOMER-ON-HOLD            VALUE 'YES'.

      *    ONLY THE CUSTOMERS CREDIT HAS STOPPED ARE KEPT.

       01  HOLD-TABLE-AREA.
           05  HOLD-TABLE OCCURS 500 TIMES INDEXED BY HT-IDX.
               10  HT-CUSTOMER-NO  PIC X(6).

       01  REORDER-TABLE-FIELDS.
           05  WS-REORDER-COUNT    PIC S9(4)    VALUE 0.
           05  WS-RT-SUB           PIC S9(4)    VALUE 0.
           05  WS-DEFAULT-THRESHOLD PIC 9(4)    VALUE 0025.
           05  WS-WHSE-THRESHOLD   PIC X(3)     VALUE 'NO'.
               88  WHSE-THRESHOLD-FOUND         VALUE 'YES'.

       01  REORDER-TABLE-AREA.
           05  REORDER-TABLE OCCURS 1000 TIMES INDEXED BY RT-IDX.
               10  RT-CANDY-ID     PIC X(3).
               10  RT-THRESHOLD    PIC 9(4).
               10  RT-WAREHOUSE-ID PIC X(4).

       01  ORDER-TABLE-FIELDS.
           05  WS-OT-COUNT         PIC S9(4)   VALUE 0.
               10  OL-CASES        PIC 9(4).
               10  OL-ALLOC        PIC 9(4).
               10  OL-BACK         PIC 9(4).
               10  OL-CUSTOMER-NO  PIC X(6).
               10  OL-HOLD         PIC X.

       01  ORDER-SWAP-ENTRY        PIC X(55).

       01  AVAIL-TABLE-FIELDS.
           05  WS-AV-COUNT         PIC S9(4)   VALUE 0.
                   15  AV-OCCURRENCE   PIC 9.
               10  AV-REMAINING    PIC S9(5).
               10  AV-ON-FILE      PIC X.
               10  AV-ON-HAND      PIC S9(5).

       01  ALLOC-WORK-FIELDS.
           05  WS-OCC-SUB          PIC 9       VALUE 0.
           05  WS-BACK-QTY         PIC S9(5)   VALUE 0.
           05  WS-PICK-WAREHOUSE   PIC X(4)    VALUE SPACES.

       01  LOT-TABLE-FIELDS.
           05  WS-LOT-COUNT        PIC S9(4)   VALUE 0.
           05  WS-LS-SUB           PIC S9(4)   VALUE 0.
           05  WS-LS-HIT           PIC S9(4)   VALUE 0.
           05  WS-LOT-QTY          PIC S9(5)   VALUE 0.
           05  WS-LOT-PIECE        PIC S9(5)   VALUE 0.
           05  WS-LOT-TOTAL        PIC S9(5)   VALUE 0.
           05  WS-UNCOVERED        PIC S9(5)   VALUE 0.
           05  WS-LOT-EOF          PIC X       VALUE ' '.
               88  LOTS-DONE                   VALUE 'N'.
           05  WS-LC-COUNT         PIC S9(4)   VALUE 0.
           05  WS-LC-SUB           PIC S9(4)   VALUE 0.
           05  WS-LC-HIT           PIC S9(4)   VALUE 0.
           05  WS-CLAIM-LOT        PIC X(8)    VALUE SPACES.
           05  WS-UNLOTTED-NAME    PIC X(8)    VALUE 'UNLOTTED'.
           05  WS-LOTS-EMPTY       PIC X(3)    VALUE 'NO'.
               88  LOTS-ARE-EMPTY              VALUE 'YES'.

       01  WS-LOT-PREFIX.
           05  WS-LOT-WAREHOUSE    PIC X(4).
           05  WS-LOT-VENDOR       PIC X(1).
           05  WS-LOT-CANDY        PIC X(3).
           05  WS-LOT-OCCURRENCE   PIC 9.

      *    THE LOTS OF ONE KEY/OCCURRENCE, NET OF EARLIER PICKS.
      *    THE BEST-BY DATE LEADS THE FEFO KEY SO THE LOT THAT
      *    EXPIRES FIRST IS ALSO THE LOWEST KEY.

       01  LOT-TABLE-AREA.
           05  LOT-TABLE OCCURS 99 TIMES.
               10  LS-FEFO-KEY.
                   15  LS-BEST-BY      PIC 9(8).
                   15  LS-LOT-NUMBER   PIC X(8).
               10  LS-CASES        PIC S9(5).

      *    CASES OF EACH LOT ALREADY PUT ON A PICK LINE THIS RUN.

       01  LOT-CLAIM-TABLE-AREA.
           05  LOT-CLAIM-TABLE OCCURS 500 TIMES.
               10  LC-KEY.
                   15  LC-PREFIX       PIC X(9).
                   15  LC-LOT-NUMBER   PIC X(8).
               10  LC-CLAIMED      PIC S9(5).

       01  WS-BEST-BY-WORK         PIC 9(8).
       01  WS-BEST-BY-PARTS REDEFINES WS-BEST-BY-WORK.
           05  WS-BB-YEAR          PIC 9(4).
           05  WS-BB-MONTH         PIC 99.
           05  WS-BB-DAY           PIC 99.

       01  WAREHOUSE-NAME-FIELDS.
           05  WS-WHSE-FILE-STATUS PIC XX      VALUE SPACES.
           05  WS-WN-COUNT         PIC S9(4)   VALUE 0.
           05  WS-WN-SUB           PIC S9(4)   VALUE 0.
           05  WS-WAREHOUSE-NAME   PIC X(20)   VALUE SPACES.
           05  WS-FIND-WAREHOUSE   PIC X(4)    VALUE SPACES.

       01  WAREHOUSE-NAME-TABLE-AREA.
           05  WAREHOUSE-NAME-TABLE OCCURS 20 TIMES
                                    INDEXED BY WN-IDX.
               10  WN-WAREHOUSE-ID PIC X(4).
               10  WN-NAME         PIC X(20).

      *********************** OUTPUT AREA ****************************

       01  PICK-HEADING-ONE.
       01  WAREHOUSE-SECTION-LINE.
           05              PIC X(11)  VALUE 'WAREHOUSE: '.
           05  WH-WAREHOUSE PIC X(4).
           05              PIC X(2)   VALUE SPACES.
           05  WH-NAME     PIC X(20).
           05              PIC X(43)  VALUE SPACES.

       01  PICK-HEADING-TWO.
           05              PIC X(8)   VALUE 'ORDER'.
           05  PK-FLAG         PIC X(11).
           05                  PIC X(5)   VALUE SPACES.

       01  PICK-LOT-LINE.
           05                  PIC X(10)  VALUE SPACES.
           05                  PIC X(9)   VALUE 'PULL LOT '.
           05  PL-LOT          PIC X(8).
           05                  PIC X(11)  VALUE '  BEST-BY '.
           05  PL-BEST-BY.
               10  PL-BB-DAY   PIC 99.
               10  PL-BB-SLASH1 PIC X.
               10  PL-BB-MONTH PIC 99.
               10  PL-BB-SLASH2 PIC X.
               10  PL-BB-YEAR  PIC 9(4).
           05                  PIC X(8)   VALUE '  CASES '.
           05  PL-CASES        PIC ZZZ9.
           05                  PIC X(20)  VALUE SPACES.

       01  HOLD-HEADING-ONE.
           05              PIC X(35)   VALUE
               'CREDIT HOLD - LINES NOT PICKED FOR '.
           05  HH-DAY      PIC 99.
           05              PIC X       VALUE '/'.
           05  HH-MONTH    PIC 99.
           05              PIC X       VALUE '/'.
           05  HH-YEAR     PIC 9(4).
           05              PIC X(35)   VALUE SPACES.

       01  HOLD-HEADING-TWO.
           05              PIC X(7)   VALUE 'ORDER'.
           05              PIC X(8)   VALUE 'CUST NO'.
           05              PIC X(21)  VALUE 'CUSTOMER'.
           05              PIC X(6)   VALUE 'WHSE'.
           05              PIC X(3)   VALUE 'VN'.
           05              PIC X(6)   VALUE 'CANDY'.
           05              PIC X(4)   VALUE 'OCC'.
           05              PIC X(5)   VALUE 'QTY'.
           05              PIC X(20)  VALUE 'WAREHOUSE NAME'.

       01  HOLD-DETAIL-LINE.
           05  HD-ORDER        PIC 9(6).
           05                  PIC X(1)   VALUE SPACES.
           05  HD-CUSTOMER-NO  PIC X(6).
           05                  PIC X(2)   VALUE SPACES.
           05  HD-CUSTOMER     PIC X(20).
           05                  PIC X(1)   VALUE SPACES.
           05  HD-WAREHOUSE    PIC X(4).
           05                  PIC X(2)   VALUE SPACES.
           05  HD-VENDOR       PIC X(1).
           05                  PIC X(2)   VALUE SPACES.
           05  HD-CANDY        PIC X(3).
           05                  PIC X(3)   VALUE SPACES.
           05  HD-OCC          PIC 9.
           05                  PIC X(3)   VALUE SPACES.
           05  HD-CASES        PIC ZZZ9.
           05                  PIC X(1)   VALUE SPACES.
           05  HD-WAREHOUSE-NAME PIC X(20).

       01  HOLD-TOTAL-LINE.
           05              PIC X(24)  VALUE 'LINES HELD FOR CREDIT: '.
           05  HTL-LINES       PIC ZZZ,ZZ9.
           05              PIC X(49)  VALUE SPACES.

       01  PICK-TOTAL-LINE.
           05              PIC X(14)  VALUE 'LINES: '.
           05  PT-LINES        PIC ZZZ,ZZ9.
           MOVE PICK-HEADING-ONE TO PICK-RECORD
           WRITE PICK-RECORD

           OPEN OUTPUT HOLD-FILE
           MOVE WS-DAY   TO HH-DAY
           MOVE WS-MONTH TO HH-MONTH
           MOVE WS-YEAR  TO HH-YEAR
           MOVE HOLD-HEADING-ONE TO HOLD-RECORD
           WRITE HOLD-RECORD
           MOVE SPACES TO HOLD-RECORD
           WRITE HOLD-RECORD
           MOVE HOLD-HEADING-TWO TO HOLD-RECORD
           WRITE HOLD-RECORD

           PERFORM 120-LOAD-REORDER-TABLE
           PERFORM 130-LOAD-BACKORDER-LINES
           PERFORM 140-LOAD-ORDER-LINES
           PERFORM 150-LOAD-WAREHOUSE-NAMES
           PERFORM 160-LOAD-HELD-CUSTOMERS

           OPEN INPUT LOT-FILE
           IF WS-LOT-STATUS = '00'
               MOVE 'YES' TO WS-LOT-OPENED
           ELSE
               DISPLAY 'PR3LOT.DAT COULD NOT BE OPENED - STATUS '
                   WS-LOT-STATUS ' - PICK LISTS WILL NOT NAME LOTS'
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS = '00'

       125-ADD-REORDER-ENTRY.

           IF WS-REORDER-COUNT < 1000
               ADD 1 TO WS-REORDER-COUNT
               SET RT-IDX TO WS-REORDER-COUNT
               MOVE RR-CANDY-ID     TO RT-CANDY-ID(RT-IDX)
               MOVE RR-THRESHOLD    TO RT-THRESHOLD(RT-IDX)
               MOVE RR-WAREHOUSE-ID TO RT-WAREHOUSE-ID(RT-IDX)
           ELSE
               DISPLAY 'PR3REORD.TXT HAS MORE THAN 1000 ENTRIES - '
                   'IGNORING: ' RR-CANDY-ID
           END-IF

                   MOVE OW-CASES        TO OL-CASES(OT-IDX)
                   MOVE 0               TO OL-ALLOC(OT-IDX)
                   MOVE 0               TO OL-BACK(OT-IDX)
                   MOVE OW-CUSTOMER-NO  TO OL-CUSTOMER-NO(OT-IDX)
                   MOVE SPACE           TO OL-HOLD(OT-IDX)
                   ADD 1 TO WS-LINES-LOADED
               END-IF
           END-IF

           .

       150-LOAD-WAREHOUSE-NAMES.

           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WS-WHSE-FILE-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ WAREHOUSE-MASTER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 155-ADD-WAREHOUSE-NAME
                   END-READ
               END-PERFORM

               CLOSE WAREHOUSE-MASTER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       155-ADD-WAREHOUSE-NAME.

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

       160-LOAD-HELD-CUSTOMERS.

           OPEN INPUT CUSTOMER-FILE

           IF WS-CUST-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ CUSTOMER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           IF CU-HOLD-FLAG = 'Y'
                               PERFORM 165-ADD-HELD-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CUSTOMER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       165-ADD-HELD-CUSTOMER.

           IF WS-HOLD-COUNT < 500
               ADD 1 TO WS-HOLD-COUNT
               SET HT-IDX TO WS-HOLD-COUNT
               MOVE CU-CUSTOMER-NO TO HT-CUSTOMER-NO(HT-IDX)
           ELSE
               DISPLAY 'MORE THAN 500 CUSTOMERS ON CREDIT HOLD - '
                   'IGNORING: ' CU-CUSTOMER-NO
           END-IF

           .

       300-ALLOCATE-ALL-LINES.

           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
       310-ALLOCATE-ONE-LINE.

           SET OT-IDX TO WS-OT-SUB
           PERFORM 305-CHECK-CREDIT-HOLD

      *    A HELD LINE TAKES NOTHING FROM STOCK AND IS NOT WRITTEN
      *    TO THE HISTORY - IT GOES BACK ON THE BACKORDER FILE
      *    WHOLE AND IS PROCESSED WHEN THE HOLD IS RELEASED.

           IF CUSTOMER-ON-HOLD
               MOVE 'H'              TO OL-HOLD(OT-IDX)
               MOVE 0                TO OL-ALLOC(OT-IDX)
               MOVE OL-CASES(OT-IDX) TO OL-BACK(OT-IDX)
               ADD 1 TO WS-LINES-ON-HOLD
           ELSE
               PERFORM 320-FIND-AVAILABILITY

               IF WS-AV-HIT = 0
                   MOVE 0 TO WS-ALLOC-QTY
               ELSE
                   SET AV-IDX TO WS-AV-HIT
                   IF AV-REMAINING(AV-IDX) >= OL-CASES(OT-IDX)
                       MOVE OL-CASES(OT-IDX) TO WS-ALLOC-QTY
                   ELSE
                       IF AV-REMAINING(AV-IDX) > 0
                           MOVE AV-REMAINING(AV-IDX) TO WS-ALLOC-QTY
                       ELSE
                           MOVE 0 TO WS-ALLOC-QTY
                       END-IF
                   END-IF
                   SUBTRACT WS-ALLOC-QTY FROM AV-REMAINING(AV-IDX)
               END-IF

               COMPUTE WS-BACK-QTY
                   = OL-CASES(OT-IDX) - WS-ALLOC-QTY

               MOVE WS-ALLOC-QTY TO OL-ALLOC(OT-IDX)
               MOVE WS-BACK-QTY  TO OL-BACK(OT-IDX)

               IF WS-ALLOC-QTY > 0
                   ADD 1 TO WS-LINES-ALLOCATED
                   PERFORM 400-WRITE-S-TRANSACTION
               END-IF
               IF WS-BACK-QTY > 0
                   ADD 1 TO WS-LINES-BACKORDER
               END-IF

               PERFORM 450-WRITE-HISTORY-LINE
           END-IF

           .

       305-CHECK-CREDIT-HOLD.

           MOVE 'NO' TO WS-ON-HOLD

           IF OL-CUSTOMER-NO(OT-IDX) NOT = SPACES
               PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                       UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                       OR CUSTOMER-ON-HOLD
                   SET HT-IDX TO WS-HOLD-SUB
                   IF HT-CUSTOMER-NO(HT-IDX) = OL-CUSTOMER-NO(OT-IDX)
                       MOVE 'YES' TO WS-ON-HOLD
                   END-IF
               END-PERFORM
           END-IF

           .

               MOVE OL-OCCURRENCE(OT-IDX) TO AV-OCCURRENCE(AV-IDX)
               MOVE 0                     TO AV-REMAINING(AV-IDX)
               MOVE 'N'                   TO AV-ON-FILE(AV-IDX)
               MOVE 0                     TO AV-ON-HAND(AV-IDX)
               PERFORM 340-READ-MASTER-AVAILABILITY
           END-IF

                       IF CANDY-NAME(WS-OCC-SUB) NOT = SPACES
                          AND NUM-CASES(WS-OCC-SUB) IS NUMERIC
                           MOVE 'Y' TO AV-ON-FILE(AV-IDX)
                           MOVE NUM-CASES(WS-OCC-SUB)
                               TO AV-ON-HAND(AV-IDX)
                           PERFORM 345-FIND-THRESHOLD
                           COMPUTE AV-REMAINING(AV-IDX)
                               = NUM-CASES(WS-OCC-SUB)

       345-FIND-THRESHOLD.

      *    THE WAREHOUSE'S OWN THRESHOLD FOR THE CANDY IF THERE IS
      *    ONE, ELSE THE ALL-WAREHOUSE (BLANK) ONE, ELSE THE DEFAULT.

           MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD
           MOVE 'NO' TO WS-WHSE-THRESHOLD

           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-REORDER-COUNT
               SET RT-IDX TO WS-RT-SUB
               IF RT-CANDY-ID(RT-IDX) = AV-CANDY-ID(AV-IDX)
                   IF RT-WAREHOUSE-ID(RT-IDX) = AV-WAREHOUSE-ID(AV-IDX)
                       MOVE RT-THRESHOLD(RT-IDX) TO WS-THRESHOLD
                       MOVE 'YES' TO WS-WHSE-THRESHOLD
                   ELSE
                       IF RT-WAREHOUSE-ID(RT-IDX) = SPACES
                          AND NOT WHSE-THRESHOLD-FOUND
                           MOVE RT-THRESHOLD(RT-IDX) TO WS-THRESHOLD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE OL-OCCURRENCE(OT-IDX)   TO TR-OCCURRENCE
           MOVE SPACE                   TO TR-SIGN
           MOVE WS-ALLOC-QTY            TO TR-CASE-QTY
           MOVE SPACES                  TO TR-LOT-NUMBER
           MOVE 0                       TO TR-BEST-BY
           MOVE SPACES TO TR-REFERENCE
           STRING
               'OR'                   DELIMITED BY SIZE
           MOVE OL-CASES(OT-IDX)        TO OH-CASES
           MOVE OL-ALLOC(OT-IDX)        TO OH-ALLOC
           MOVE OL-BACK(OT-IDX)         TO OH-BACK
           MOVE OL-CUSTOMER-NO(OT-IDX)  TO OH-CUSTOMER-NO
           WRITE ORDER-HIST-RECORD

           .
               PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                       UNTIL WS-OT-SUB > WS-OT-COUNT
                   SET OT-IDX TO WS-OT-SUB
                   IF OL-HOLD(OT-IDX) = 'H'
                       PERFORM 650-WRITE-HOLD-LINE
                   ELSE
                       IF OL-WAREHOUSE-ID(OT-IDX)
                               NOT = WS-PICK-WAREHOUSE
                           MOVE OL-WAREHOUSE-ID(OT-IDX)
                               TO WS-PICK-WAREHOUSE
                           MOVE SPACES TO PICK-RECORD
                           WRITE PICK-RECORD
                           MOVE WS-PICK-WAREHOUSE TO WH-WAREHOUSE
                           MOVE WS-PICK-WAREHOUSE TO WS-FIND-WAREHOUSE
                           PERFORM 610-FIND-WAREHOUSE-NAME
                           MOVE WS-WAREHOUSE-NAME TO WH-NAME
                           MOVE WAREHOUSE-SECTION-LINE TO PICK-RECORD
                           WRITE PICK-RECORD
                           MOVE PICK-HEADING-TWO TO PICK-RECORD
                           WRITE PICK-RECORD
                       END-IF
                       PERFORM 620-WRITE-PICK-LINE
                   END-IF
               END-PERFORM
           END-IF

           .

       610-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WN-COUNT
               SET WN-IDX TO WS-WN-SUB
               IF WN-WAREHOUSE-ID(WN-IDX) = WS-FIND-WAREHOUSE
                   MOVE WN-NAME(WN-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       620-WRITE-PICK-LINE.

           MOVE OL-ORDER-NO(OT-IDX)   TO PK-ORDER
           MOVE PICK-DETAIL-LINE TO PICK-RECORD
           WRITE PICK-RECORD

           IF LOT-IS-OPEN AND OL-ALLOC(OT-IDX) > 0
               PERFORM 630-WRITE-LOT-LINES
           END-IF

           .

       630-WRITE-LOT-LINES.

      *    THE PICKED CASES ARE SPREAD OVER THE LOTS FIRST-EXPIRING
      *    FIRST.  ON-HAND STOCK THE LOT FILE DOES NOT COVER IS TAKEN
      *    AS THE UNLOTTED LOT WITH NO BEST-BY BEFORE THE DRAW, SO IT
      *    SORTS AHEAD OF THE DATED LOTS JUST AS POST3 TRUES THE LOTS
      *    UP TO THE MASTER AND THEN DRAWS THEM.

           MOVE OL-WAREHOUSE-ID(OT-IDX) TO WS-LOT-WAREHOUSE
           MOVE OL-VENDOR-ID(OT-IDX)    TO WS-LOT-VENDOR
           MOVE OL-CANDY-ID(OT-IDX)     TO WS-LOT-CANDY
           MOVE OL-OCCURRENCE(OT-IDX)   TO WS-LOT-OCCURRENCE
           MOVE OL-ALLOC(OT-IDX)        TO WS-LOT-QTY

           PERFORM 640-LOAD-THE-LOTS
           PERFORM 647-ADD-UNLOTTED-STOCK

           MOVE 'NO' TO WS-LOTS-EMPTY
           PERFORM UNTIL WS-LOT-QTY = 0 OR LOTS-ARE-EMPTY
               PERFORM 645-FIND-FIRST-EXPIRING
               IF WS-LS-HIT > 0
                   PERFORM 660-PICK-FROM-THE-LOT
               END-IF
           END-PERFORM

      *    ANYTHING STILL UNPICKED IS SHOWN AS UNLOTTED.

           IF WS-LOT-QTY > 0
               MOVE WS-UNLOTTED-NAME TO PL-LOT
               MOVE 'NONE'           TO PL-BEST-BY
               MOVE WS-LOT-QTY       TO PL-CASES
               MOVE PICK-LOT-LINE    TO PICK-RECORD
               WRITE PICK-RECORD
           END-IF

           .

       640-LOAD-THE-LOTS.

           MOVE 0             TO WS-LOT-COUNT
           MOVE 0             TO WS-LOT-TOTAL
           MOVE WS-LOT-PREFIX TO LT-PREFIX
           MOVE LOW-VALUES    TO LT-LOT-NUMBER
           MOVE ' '           TO WS-LOT-EOF

           START LOT-FILE KEY IS NOT LESS THAN LT-KEY
               INVALID KEY
                   MOVE 'N' TO WS-LOT-EOF
           END-START

           PERFORM UNTIL LOTS-DONE
               READ LOT-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-LOT-EOF
                   NOT AT END
                       IF LT-PREFIX NOT = WS-LOT-PREFIX
                           MOVE 'N' TO WS-LOT-EOF
                       ELSE
                           PERFORM 642-ADD-LOT-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           .

       642-ADD-LOT-ENTRY.

           IF WS-LOT-COUNT < 99
               ADD 1 TO WS-LOT-COUNT
               MOVE LT-LOT-NUMBER TO LS-LOT-NUMBER(WS-LOT-COUNT)
               MOVE LT-BEST-BY    TO LS-BEST-BY(WS-LOT-COUNT)
               MOVE LT-CASES      TO LS-CASES(WS-LOT-COUNT)
               ADD LT-CASES       TO WS-LOT-TOTAL
               MOVE LT-LOT-NUMBER TO WS-CLAIM-LOT
               PERFORM 665-FIND-THE-CLAIM
               IF WS-LC-HIT > 0
                   SUBTRACT LC-CLAIMED(WS-LC-HIT)
                       FROM LS-CASES(WS-LOT-COUNT)
               END-IF
           END-IF

           .

       645-FIND-FIRST-EXPIRING.

           MOVE 0 TO WS-LS-HIT
           PERFORM VARYING WS-LS-SUB FROM 1 BY 1
                   UNTIL WS-LS-SUB > WS-LOT-COUNT
               IF LS-CASES(WS-LS-SUB) > 0
                   IF WS-LS-HIT = 0
                       MOVE WS-LS-SUB TO WS-LS-HIT
                   ELSE
                       IF LS-FEFO-KEY(WS-LS-SUB)
                          < LS-FEFO-KEY(WS-LS-HIT)
                           MOVE WS-LS-SUB TO WS-LS-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-LS-HIT = 0
               MOVE 'YES' TO WS-LOTS-EMPTY
           END-IF

           .

       647-ADD-UNLOTTED-STOCK.

      *    THE MASTER CASES OVER THE LOT FILE TOTAL GO INTO THE
      *    UNLOTTED LOT, NET OF ANY ALREADY PICKED FROM IT THIS RUN.

           MOVE 0 TO WS-AV-HIT
           PERFORM VARYING WS-AV-SUB FROM 1 BY 1
                   UNTIL WS-AV-SUB > WS-AV-COUNT
                   OR WS-AV-HIT > 0
               IF AV-KEY(WS-AV-SUB) = WS-LOT-PREFIX
                   MOVE WS-AV-SUB TO WS-AV-HIT
               END-IF
           END-PERFORM

           MOVE 0 TO WS-UNCOVERED
           IF WS-AV-HIT > 0
               COMPUTE WS-UNCOVERED
                   = AV-ON-HAND(WS-AV-HIT) - WS-LOT-TOTAL
           END-IF

           IF WS-UNCOVERED > 0
               MOVE 0 TO WS-LS-HIT
               PERFORM VARYING WS-LS-SUB FROM 1 BY 1
                       UNTIL WS-LS-SUB > WS-LOT-COUNT
                       OR WS-LS-HIT > 0
                   IF LS-LOT-NUMBER(WS-LS-SUB) = WS-UNLOTTED-NAME
                       MOVE WS-LS-SUB TO WS-LS-HIT
                   END-IF
               END-PERFORM
               IF WS-LS-HIT > 0
                   ADD WS-UNCOVERED TO LS-CASES(WS-LS-HIT)
               ELSE
                   IF WS-LOT-COUNT < 99
                       ADD 1 TO WS-LOT-COUNT
                       MOVE WS-UNLOTTED-NAME
                           TO LS-LOT-NUMBER(WS-LOT-COUNT)
                       MOVE 0 TO LS-BEST-BY(WS-LOT-COUNT)
                       MOVE WS-UNCOVERED TO LS-CASES(WS-LOT-COUNT)
                       MOVE WS-UNLOTTED-NAME TO WS-CLAIM-LOT
                       PERFORM 665-FIND-THE-CLAIM
                       IF WS-LC-HIT > 0
                           SUBTRACT LC-CLAIMED(WS-LC-HIT)
                               FROM LS-CASES(WS-LOT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF

           .

       660-PICK-FROM-THE-LOT.

           IF LS-CASES(WS-LS-HIT) < WS-LOT-QTY
               MOVE LS-CASES(WS-LS-HIT) TO WS-LOT-PIECE
           ELSE
               MOVE WS-LOT-QTY TO WS-LOT-PIECE
           END-IF
           SUBTRACT WS-LOT-PIECE FROM LS-CASES(WS-LS-HIT)
           SUBTRACT WS-LOT-PIECE FROM WS-LOT-QTY

           MOVE LS-LOT-NUMBER(WS-LS-HIT) TO PL-LOT
           IF LS-BEST-BY(WS-LS-HIT) = 0
               MOVE 'NONE' TO PL-BEST-BY
           ELSE
               MOVE LS-BEST-BY(WS-LS-HIT) TO WS-BEST-BY-WORK
               MOVE WS-BB-DAY   TO PL-BB-DAY
               MOVE '/'         TO PL-BB-SLASH1
               MOVE WS-BB-MONTH TO PL-BB-MONTH
               MOVE '/'         TO PL-BB-SLASH2
               MOVE WS-BB-YEAR  TO PL-BB-YEAR
           END-IF
           MOVE WS-LOT-PIECE TO PL-CASES
           MOVE PICK-LOT-LINE TO PICK-RECORD
           WRITE PICK-RECORD

           MOVE LS-LOT-NUMBER(WS-LS-HIT) TO WS-CLAIM-LOT
           PERFORM 665-FIND-THE-CLAIM
           IF WS-LC-HIT > 0
               ADD WS-LOT-PIECE TO LC-CLAIMED(WS-LC-HIT)
           ELSE
               IF WS-LC-COUNT < 500
                   ADD 1 TO WS-LC-COUNT
                   MOVE WS-LOT-PREFIX TO LC-PREFIX(WS-LC-COUNT)
                   MOVE LS-LOT-NUMBER(WS-LS-HIT)
                       TO LC-LOT-NUMBER(WS-LC-COUNT)
                   MOVE WS-LOT-PIECE TO LC-CLAIMED(WS-LC-COUNT)
               END-IF
           END-IF

           .

       665-FIND-THE-CLAIM.

           MOVE 0 TO WS-LC-HIT
           PERFORM VARYING WS-LC-SUB FROM 1 BY 1
                   UNTIL WS-LC-SUB > WS-LC-COUNT
                   OR WS-LC-HIT > 0
               IF LC-PREFIX(WS-LC-SUB) = WS-LOT-PREFIX
                  AND LC-LOT-NUMBER(WS-LC-SUB) = WS-CLAIM-LOT
                   MOVE WS-LC-SUB TO WS-LC-HIT
               END-IF
           END-PERFORM

           .

       650-WRITE-HOLD-LINE.

           MOVE OL-ORDER-NO(OT-IDX)     TO HD-ORDER
           MOVE OL-CUSTOMER-NO(OT-IDX)  TO HD-CUSTOMER-NO
           MOVE OL-CUSTOMER(OT-IDX)     TO HD-CUSTOMER
           MOVE OL-WAREHOUSE-ID(OT-IDX) TO HD-WAREHOUSE
           MOVE OL-VENDOR-ID(OT-IDX)    TO HD-VENDOR
           MOVE OL-CANDY-ID(OT-IDX)     TO HD-CANDY
           MOVE OL-OCCURRENCE(OT-IDX)   TO HD-OCC
           MOVE OL-CASES(OT-IDX)        TO HD-CASES
           MOVE OL-WAREHOUSE-ID(OT-IDX) TO WS-FIND-WAREHOUSE
           PERFORM 610-FIND-WAREHOUSE-NAME
           MOVE WS-WAREHOUSE-NAME       TO HD-WAREHOUSE-NAME

           MOVE HOLD-DETAIL-LINE TO HOLD-RECORD
           WRITE HOLD-RECORD

           .

       700-CARRY-THE-SHORTFALLS.
                   MOVE OL-CANDY-ID(OT-IDX)     TO BO-CANDY-ID
                   MOVE OL-OCCURRENCE(OT-IDX)   TO BO-OCCURRENCE
                   MOVE OL-BACK(OT-IDX)         TO BO-CASES
                   MOVE OL-CUSTOMER-NO(OT-IDX)  TO BO-CUSTOMER-NO
                   WRITE BACKORDER-RECORD
               END-IF
           END-PERFORM
           MOVE PICK-TOTAL-LINE TO PICK-RECORD
           WRITE PICK-RECORD

           MOVE WS-LINES-ON-HOLD TO HTL-LINES
           MOVE SPACES TO HOLD-RECORD
           WRITE HOLD-RECORD
           MOVE HOLD-TOTAL-LINE TO HOLD-RECORD
           WRITE HOLD-RECORD

           DISPLAY 'ALLOC3 COMPLETE - LINES ' WS-LINES-LOADED
               ' ALLOCATED ' WS-LINES-ALLOCATED
               ' BACKORDERED ' WS-LINES-BACKORDER
               ' S-TRANS WRITTEN ' WS-TRANS-WRITTEN
               ' ON CREDIT HOLD ' WS-LINES-ON-HOLD

           .

           IF MASTER-IS-OPEN
               CLOSE MASTER-FILE
           END-IF
           IF LOT-IS-OPEN
               CLOSE LOT-FILE
           END-IF
           CLOSE TRANSACTION-FILE
                 ORDER-HIST-FILE
                 PICK-FILE
                 HOLD-FILE
           STOP RUN

           .
