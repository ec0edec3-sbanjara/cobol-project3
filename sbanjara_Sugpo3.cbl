      *  FALLS BELOW THE VENDOR'S MINIMUM ORDER.
      *
      *  THE SUGGESTED ORDER QUANTITY BRINGS THE CANDY BACK ABOVE
      *  THE REORDER THRESHOLD CARRIED ON THE LOW-STOCK LINE (THE
      *  WAREHOUSE'S OWN THRESHOLD FROM PR3REORD.TXT) PLUS A SAFETY
      *  MARGIN OF TEN PERCENT OF THE THRESHOLD, ROUNDED UP:
      *      SUGGESTED = THRESHOLD - ON-HAND + MARGIN
      *  EACH LINE IS EXTENDED AT THE CANDY'S PRICE FROM THE
      *  INVENTORY MASTER PR3MAST.DAT (MATCHED BY KEY AND CANDY
      *  NAME) FOR AN ESTIMATED PO VALUE.  WITHIN EACH DOCUMENT THE
      *  LINES ARE GROUPED BY THE WAREHOUSE THEY SHIP TO, EACH GROUP
      *  HEADED BY THE WAREHOUSE NAME FROM PR3WHSE.TXT.
      *
      *  OUTPUT: PR3SUGPO.TXT - ONE SUGGESTED PO PER VENDOR AND A
      *  BUYER'S SUMMARY OF COMMITTED DOLLARS BY VENDOR.
      *  NUMBER.  THE RECEIVING CLERK KEYS THE PO NUMBER PLUS LINE
      *  (8 DIGITS) AS THE R TRANSACTION REFERENCE SO POST3 CAN
      *  RELIEVE THE ORDERED QUANTITY, AND POAGE3 AGES WHATEVER
      *  STAYS OPEN.  EACH CAPTURED LINE ALSO CARRIES THE UNIT COST
      *  IT WAS APPROVED AT (THE PRICE PRINTED ON THE DOCUMENT) AND
      *  A CASES-BILLED-TO-DATE COUNT, SO THE VENDOR INVOICE MATCH
      *  RUN VMATCH3 CAN CHECK THE VENDOR'S BILL AGAINST BOTH THE
      *  PO AND THE RECEIPTS.  THOSE TWO FIELDS MADE THE RECORD 60
      *  CHARACTERS (IT WAS 50) - AN OLD-LAYOUT PR3OPENPO.DAT MUST
      *  BE RENAMED TO PR3OPENPO.OLD AND RUN THROUGH THE CONVERSION
      *  PROGRAM POCONV3 FIRST, OR IT WILL NOT OPEN AND NOTHING IS
      *  CAPTURED.
      *
      *  APPROVAL COMES FROM THE OPTIONAL CONTROL FILE PR3POCTL.TXT,
      *  ONE TAG=VALUE PER LINE AS IN PR3CTL.TXT:
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
           05  PN-LAST-PO-NUMBER PIC 9(6).

       FD  OPENPO-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  OPENPO-RECORD.
           05  OP-PO-KEY.
           05  OP-ORDERED-QTY    PIC 9(5).
           05  OP-RECEIVED-QTY   PIC 9(5).
           05  OP-STATUS         PIC X.
           05  OP-UNIT-COST      PIC 9(3)V99.
           05  OP-BILLED-QTY     PIC 9(5).

       FD  STEP-COUNT-FILE
           RECORD CONTAINS 40 CHARACTERS.
           05  CTL-TAG            PIC X(8).
           05  CTL-VALUE          PIC X(52).

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

      ******************** WORKING STORAGE ***************************

       WORKING-STORAGE SECTION.
               10  VT-LEAD-DAYS    PIC 9(3).
               10  VT-MIN-ORDER    PIC 9(5)V99.

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

       01  SHORT-TABLE-FIELDS.
           05  WS-SHORT-COUNT      PIC S9(4)   VALUE 0.
           05  WS-ST-SUB           PIC S9(4)   VALUE 0.
           05  SHORT-TABLE OCCURS 200 TIMES INDEXED BY ST-IDX.
               10  SH-SORT-KEY.
                   15  SH-VENDOR-ID    PIC X(1).
                   15  SH-WAREHOUSE-ID PIC X(4).
                   15  SH-CANDY-ID     PIC X(3).
               10  SH-CANDY-NAME   PIC X(15).
               10  SH-ON-HAND      PIC 9(4).
               10  SH-THRESHOLD    PIC 9(4).
           05              PIC X(3)    VALUE ' **'.
           05              PIC X(33)   VALUE SPACES.

       01  WAREHOUSE-SECTION-LINE.
           05              PIC X(11)  VALUE 'WAREHOUSE: '.
           05  WH-WAREHOUSE PIC X(4).
           05              PIC X(2)   VALUE SPACES.
           05  WH-NAME     PIC X(20).
           05              PIC X(43)  VALUE SPACES.

       01  PO-HEADING-THREE.
           05              PIC X(3)   VALUE 'LN'.
           05              PIC X(5)   VALUE 'WHSE'.
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           PERFORM 130-LOAD-VENDOR-TABLE
           PERFORM 150-LOAD-WAREHOUSE-NAMES

           OPEN INPUT LOW-STOCK-FILE
           IF WS-LOWSTK-STATUS = '35'

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

       200-READ-THE-FILE.

           PERFORM UNTIL NO-MORE-DATA
           WRITE SUGPO-RECORD AFTER ADVANCING 2

           MOVE 0 TO DF-VENDOR-DOLLARS
           MOVE SPACES TO WS-PRINT-WAREHOUSE

           .


           .

       635-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WN-COUNT
               SET WN-IDX TO WS-WN-SUB
               IF WN-WAREHOUSE-ID(WN-IDX) = WS-PRINT-WAREHOUSE
                   MOVE WN-NAME(WN-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       640-WRITE-PO-DETAIL.

           IF SH-WAREHOUSE-ID(ST-IDX) NOT = WS-PRINT-WAREHOUSE
               MOVE SH-WAREHOUSE-ID(ST-IDX) TO WS-PRINT-WAREHOUSE
               PERFORM 635-FIND-WAREHOUSE-NAME
               MOVE WS-PRINT-WAREHOUSE TO WH-WAREHOUSE
               MOVE WS-WAREHOUSE-NAME  TO WH-NAME
               MOVE WAREHOUSE-SECTION-LINE TO SUGPO-RECORD
               WRITE SUGPO-RECORD
           END-IF

           ADD 1 TO WS-CURR-PO-LINE

           MOVE WS-CURR-PO-LINE         TO PD-LINE
               MOVE SH-SUGGESTED(ST-IDX)    TO OP-ORDERED-QTY
               MOVE 0                       TO OP-RECEIVED-QTY
               MOVE 'O'                     TO OP-STATUS
               MOVE SH-UNIT-PRICE(ST-IDX)   TO OP-UNIT-COST
               MOVE 0                       TO OP-BILLED-QTY
               WRITE OPENPO-RECORD
                   INVALID KEY
                       DISPLAY 'OPEN-PO LINE NOT CAPTURED - '
