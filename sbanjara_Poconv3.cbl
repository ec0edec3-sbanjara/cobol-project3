      ********************* IDENTIFICATION-DIVISION ******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POCONV3.
       AUTHOR.      SBANJARA.

      ****************************************************************
      *
      *  ONE-TIME CONVERSION UTILITY.  THE OPEN-PO FILE PR3OPENPO.DAT
      *  GREW FROM 50 TO 60 CHARACTERS WHEN THE VENDOR INVOICE MATCH
      *  (VINVENT3 / VMATCH3) WENT IN - OP-UNIT-COST 9(3)V99 AND
      *  OP-BILLED-QTY 9(5) WERE ADDED TO THE END OF THE RECORD.  AN
      *  INDEXED FILE CANNOT BE LENGTHENED IN PLACE, SO BEFORE ANY
      *  OF SUGPO3, POST3, POAGE3, VINVENT3, VMATCH3 OR PURGE3 IS RUN
      *  AGAINST AN OLD-LAYOUT FILE:
      *      1. RENAME THE OLD PR3OPENPO.DAT (AND ITS INDEX) TO
      *         PR3OPENPO.OLD
      *      2. RUN POCONV3
      *
      *  EVERY OLD RECORD IS COPIED ACROSS UNDER ITS OWN PO NUMBER
      *  AND LINE, SO THE RECEIVED QUANTITY AND STATUS OF EVERY OPEN
      *  LINE ARE KEPT AND THE NUMBERS THE RECEIVING CLERKS KEY
      *  STILL MATCH.  OP-BILLED-QTY STARTS AT ZERO.  OP-UNIT-COST IS
      *  TAKEN FROM THE INVENTORY MASTER PR3MAST.DAT THE SAME WAY
      *  SUGPO3 PRICES A LINE AT CAPTURE - THE PRICE OF THE
      *  OCCURRENCE ON THE LINE'S KEY WHOSE CANDY NAME MATCHES.  A
      *  LINE WITH NO PRICE ON THE MASTER IS STILL CONVERTED, WITH A
      *  ZERO COST, AND IS LISTED SO THE BUYER KNOWS VMATCH3 WILL
      *  HOLD ITS INVOICES AS NO PO COST.
      *
      *  THE NEW FILE IS CREATED FRESH EACH RUN (OPEN OUTPUT), SO
      *  RUNNING POCONV3 AGAIN RECONVERTS FROM PR3OPENPO.OLD.  IF
      *  PR3OPENPO.OLD IS NOT THERE NOTHING IS TOUCHED.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-OPENPO-FILE
               ASSIGN TO "PR3OPENPO.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OO-PO-KEY
               FILE STATUS IS WS-OLD-OPENPO-STATUS.

           SELECT OPENPO-FILE
               ASSIGN TO "PR3OPENPO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-PO-KEY
               FILE STATUS IS WS-OPENPO-STATUS.

           SELECT MASTER-FILE
               ASSIGN TO "PR3MAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-OPENPO-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  OLD-OPENPO-RECORD.
           05  OO-PO-KEY.
               10  OO-PO-NUMBER  PIC 9(6).
               10  OO-PO-LINE    PIC 9(2).
           05  OO-WAREHOUSE-ID   PIC X(4).
           05  OO-VENDOR-ID      PIC X(1).
           05  OO-CANDY-ID       PIC X(3).
           05  OO-CANDY-NAME     PIC X(15).
           05  OO-ORDER-DATE     PIC 9(8).
           05  OO-ORDERED-QTY    PIC 9(5).
           05  OO-RECEIVED-QTY   PIC 9(5).
           05  OO-STATUS         PIC X.

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
           05  OP-ORDERED-QTY    PIC 9(5).
           05  OP-RECEIVED-QTY   PIC 9(5).
           05  OP-STATUS         PIC X.
           05  OP-UNIT-COST      PIC 9(3)V99.
           05  OP-BILLED-QTY     PIC 9(5).

       FD  MASTER-FILE
           RECORD CONTAINS 143 CHARACTERS.

       01  MASTER-RECORD.
           05  MASTER-KEY.
               10  WAREHOUSE-ID  PIC X(4).
               10  VENDOR-ID     PIC X(1).
               10  CANDY-ID      PIC X(3).
           05  CANDY-DATA OCCURS 5 TIMES.
               10  CANDY-NAME    PIC X(15).
               10  BOX-SIZE      PIC A.
               10  CANDY-TYPE    PIC AA.
               10  NUM-CASES     PIC S9(4).
               10  PRICE         PIC S999V99.

      ******************** WORKING STORAGE ***************************

       WORKING-STORAGE SECTION.

       01  FLAG-AND-SWITCHES.
           05  EOF-FILE            PIC X       VALUE ' '.
               88  NO-MORE-DATA                VALUE 'N'.
           05  WS-OLD-OPENED       PIC X(3)    VALUE 'NO'.
               88  OLD-FILE-IS-OPEN            VALUE 'YES'.
           05  WS-MASTER-OPENED    PIC X(3)    VALUE 'NO'.
               88  MASTER-IS-OPEN              VALUE 'YES'.
           05  WS-PRICE-FOUND      PIC X(3)    VALUE 'NO'.
               88  PRICE-WAS-FOUND             VALUE 'YES'.

       01  FILE-STATUS-FIELDS.
           05  WS-OLD-OPENPO-STATUS PIC XX     VALUE SPACES.
           05  WS-OPENPO-STATUS    PIC XX      VALUE SPACES.
           05  WS-MASTER-STATUS    PIC XX      VALUE SPACES.

       01  PRICE-FIELDS.
           05  WS-MD-SUB           PIC 9       VALUE 0.

       01  CONTROL-TOTAL-FIELDS.
           05  WS-RECORDS-READ     PIC 9(6)    VALUE 0.
           05  WS-RECORDS-LOADED   PIC 9(6)    VALUE 0.
           05  WS-RECORDS-DROPPED  PIC 9(6)    VALUE 0.
           05  WS-RECORDS-NO-COST  PIC 9(6)    VALUE 0.

      ************************** PROCEDURE-DIVISION ******************

       PROCEDURE DIVISION.

       50-CONTROL-MODULE.

           PERFORM 100-HOUSEKEEPING-ROUTINE
           PERFORM 200-READ-THE-FILE
           PERFORM 1000-FINAL-ROUTINE

           .

       100-HOUSEKEEPING-ROUTINE.

           OPEN INPUT OLD-OPENPO-FILE
           EVALUATE WS-OLD-OPENPO-STATUS
               WHEN '00'
                   MOVE 'YES' TO WS-OLD-OPENED
                   OPEN OUTPUT OPENPO-FILE
                   PERFORM 150-OPEN-MASTER-FILE
               WHEN '35'
                   DISPLAY 'PR3OPENPO.OLD NOT FOUND - NOTHING TO '
                       'CONVERT - PR3OPENPO.DAT LEFT UNTOUCHED'
                   MOVE 'N' TO EOF-FILE
               WHEN OTHER
                   DISPLAY 'PR3OPENPO.OLD COULD NOT BE OPENED - '
                       'FILE STATUS ' WS-OLD-OPENPO-STATUS
                       ' - PR3OPENPO.DAT LEFT UNTOUCHED'
                   MOVE 'N' TO EOF-FILE
           END-EVALUATE

           .

       150-OPEN-MASTER-FILE.

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE 'YES' TO WS-MASTER-OPENED
           ELSE
               DISPLAY 'PR3MAST.DAT COULD NOT BE OPENED - FILE '
                   'STATUS ' WS-MASTER-STATUS ' - EVERY LINE WILL '
                   'CARRY A ZERO UNIT COST'
           END-IF

           .

       200-READ-THE-FILE.

           PERFORM UNTIL NO-MORE-DATA
               READ OLD-OPENPO-FILE
                   AT END
                       MOVE 'N' TO EOF-FILE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 300-CONVERT-OPENPO-RECORD
               END-READ
           END-PERFORM

           .

       300-CONVERT-OPENPO-RECORD.

           MOVE OLD-OPENPO-RECORD TO OPENPO-RECORD
           MOVE 0 TO OP-BILLED-QTY
           PERFORM 350-FIND-UNIT-COST

           WRITE OPENPO-RECORD
               INVALID KEY
                   ADD 1 TO WS-RECORDS-DROPPED
                   DISPLAY 'DUPLICATE KEY DROPPED: '
                       OP-PO-KEY ' FILE STATUS ' WS-OPENPO-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-LOADED
           END-WRITE

           .

       350-FIND-UNIT-COST.

           MOVE 'NO' TO WS-PRICE-FOUND
           MOVE 0    TO OP-UNIT-COST

           IF MASTER-IS-OPEN
               MOVE OO-WAREHOUSE-ID TO WAREHOUSE-ID
               MOVE OO-VENDOR-ID    TO VENDOR-ID
               MOVE OO-CANDY-ID     TO CANDY-ID
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-MD-SUB FROM 1 BY 1
                               UNTIL WS-MD-SUB > 5
                               OR PRICE-WAS-FOUND
                           IF CANDY-NAME(WS-MD-SUB) = OO-CANDY-NAME
                              AND PRICE(WS-MD-SUB) IS NUMERIC
                               MOVE PRICE(WS-MD-SUB) TO OP-UNIT-COST
                               MOVE 'YES' TO WS-PRICE-FOUND
                           END-IF
                       END-PERFORM
               END-READ
           END-IF

           IF NOT PRICE-WAS-FOUND
               ADD 1 TO WS-RECORDS-NO-COST
               DISPLAY 'NO PRICE ON MASTER FOR PO ' OO-PO-NUMBER
                   '-' OO-PO-LINE ' ' OO-WAREHOUSE-ID ' '
                   OO-VENDOR-ID ' ' OO-CANDY-ID ' ' OO-CANDY-NAME
                   ' - UNIT COST LEFT ZERO'
           END-IF

           .

       1000-FINAL-ROUTINE.

           IF OLD-FILE-IS-OPEN
               CLOSE OLD-OPENPO-FILE
               CLOSE OPENPO-FILE
           END-IF

           IF MASTER-IS-OPEN
               CLOSE MASTER-FILE
           END-IF

           DISPLAY 'POCONV3 COMPLETE'
           DISPLAY 'RECORDS READ:    ' WS-RECORDS-READ
           DISPLAY 'RECORDS LOADED:  ' WS-RECORDS-LOADED
           DISPLAY 'RECORDS DROPPED: ' WS-RECORDS-DROPPED
           DISPLAY 'ZERO UNIT COST:  ' WS-RECORDS-NO-COST

           STOP RUN

           .
