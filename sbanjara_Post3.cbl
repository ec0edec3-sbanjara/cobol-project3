      *  INDEXED INVENTORY MASTER PR3MAST.DAT.  RUN EACH NIGHT AFTER
      *  MAINTENANCE AND BEFORE UNLOAD3/PROGRAM3.
      *
      *  TRANSACTION RECORD (39 CHARACTERS):
      *      TR-CODE          X      R=RECEIPT  S=SHIPMENT
      *                              A=ADJUSTMENT
      *      TR-WAREHOUSE-ID  X(4)   INVENTORY KEY
      *                              SUBTRACT, REGARDLESS OF SIGN)
      *      TR-CASE-QTY      9(4)   CASES, ALWAYS UNSIGNED
      *      TR-REFERENCE     X(8)   DOCUMENT NUMBER
      *      TR-LOT-NUMBER    X(8)   LOT NUMBER - REQUIRED ON
      *                              RECEIPTS, OPTIONAL ON S AND A
      *      TR-BEST-BY       9(8)   BEST-BY DATE YYYYMMDD -
      *                              REQUIRED ON RECEIPTS
      *
      *  OUTPUT: PR3POSTRG.TXT POSTING REGISTER - EVERY POSTED
      *          TRANSACTION WITH THE OLD AND NEW CASE COUNTS AND
      *          THE WAREHOUSE NAME FROM PR3WHSE.TXT
      *          PR3POSTRJ.TXT REJECT REPORT - TRANSACTIONS WHOSE
      *          KEY/OCCURRENCE IS NOT ON THE MASTER, WHOSE FIELDS
      *          DO NOT EDIT, OR THAT WOULD DRIVE STOCK NEGATIVE,
      *          AND TRANSACTIONS AGAINST A WAREHOUSE THAT IS NOT
      *          ON THE WAREHOUSE MASTER PR3WHSE.TXT OR IS FLAGGED
      *          CLOSED THERE (EACH WITH ITS OWN REASON)
      *          PR3RCPTMT.TXT RECEIPT MATCH REPORT - EVERY POSTED
      *          RECEIPT MATCHED BY ITS REFERENCE (PO NUMBER PLUS
      *          LINE) AGAINST THE OPEN-PO FILE PR3OPENPO.DAT THAT
      *  SIGNED QUANTITY, OLD AND NEW CASES) SO STKCRD3 CAN PROVE
      *  ANY OCCURRENCE BALANCE MOVEMENT BY MOVEMENT.
      *
      *  POSTED SHIPMENTS AGAINST A CUSTOMER ORDER (REFERENCE = OR
      *  PLUS THE ORDER NUMBER, AS ALLOC3 WRITES THEM) ARE ALSO
      *  APPENDED TO PR3TOBILL.TXT, THE POSTED SHIPMENTS AWAITING
      *  INVOICING THAT THE INVOIC3 BILLING RUN CONSUMES.
      *
      *  POSTED RECEIPTS AND SHIPMENTS ALSO STAMP THE LAST-RECEIPT
      *  AND LAST-SHIPMENT DATES ON THE KEYED SIDE FILE
      *  PR3LASTMV.DAT (ONE RECORD PER KEY/OCCURRENCE) - THE
      *  DEDSTK3 SLOW-MOVER REPORT READS THOSE DATES TO FIND THE
      *  CANDY THAT HAS STOPPED MOVING.
      *
      *  EVERY POSTED TRANSACTION ALSO MOVES THE LOTS ON THE KEYED
      *  LOT FILE PR3LOT.DAT (ONE RECORD PER KEY/OCCURRENCE/LOT
      *  WITH ITS BEST-BY DATE AND CASES) SO THE LOT TOTAL FOR AN
      *  OCCURRENCE ALWAYS EQUALS NUM-CASES.  A RECEIPT ADDS ITS
      *  CASES TO THE LOT IT NAMES.  SHIPMENTS AND MINUS
      *  ADJUSTMENTS DRAW THE LOT THEY NAME FIRST, IF ANY, THEN
      *  WHICHEVER LOT EXPIRES FIRST.  A PLUS ADJUSTMENT WITH NO LOT
      *  GOES TO THE UNLOTTED LOT, AS DOES ANY STOCK ON THE MASTER
      *  THAT PREDATES LOT TRACKING OR WAS CHANGED BY MAINT3.
      *
      *  CHECKPOINT AND RESTART: BEFORE THE FIRST TRANSACTION OF A
      *  FRESH RUN THE MASTER IS SNAPSHOTTED TO PR3MSNAP.DAT, AND
      *  EVERY TRANSACTION IS JOURNALED TO PR3PJRNL.TXT WITH ITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT BILLING-FILE
               ASSIGN TO "PR3TOBILL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

           SELECT STEP-COUNT-FILE
               ASSIGN TO "PR3STEPCT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS LM-KEY
               FILE STATUS IS WS-LASTMV-STATUS.

           SELECT WAREHOUSE-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.

           SELECT LOT-FILE
               ASSIGN TO "PR3LOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 39 CHARACTERS.

       01  TRANSACTION-RECORD.
           05  TR-CODE           PIC X.
           05  TR-SIGN           PIC X.
           05  TR-CASE-QTY       PIC 9(4).
           05  TR-REFERENCE      PIC X(8).
           05  TR-LOT-NUMBER     PIC X(8).
           05  TR-BEST-BY        PIC 9(8).
           05  TR-BEST-BY-PARTS REDEFINES TR-BEST-BY.
               10  TR-BB-YEAR    PIC 9(4).
               10  TR-BB-MONTH   PIC 99.
               10  TR-BB-DAY     PIC 99.

       FD  MASTER-FILE
           RECORD CONTAINS 143 CHARACTERS.
       01  REJECT-RECORD         PIC X(80).

       FD  OPENPO-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  OPENPO-RECORD.
           05  OP-PO-KEY.
           05  OP-ORDERED-QTY    PIC 9(5).
           05  OP-RECEIVED-QTY   PIC 9(5).
           05  OP-STATUS         PIC X.
           05  OP-UNIT-COST      PIC 9(3)V99.
           05  OP-BILLED-QTY     PIC 9(5).

       FD  RECEIPT-MATCH-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  LG-OLD-CASES      PIC 9(4).
           05  LG-NEW-CASES      PIC 9(4).

       FD  BILLING-FILE
           RECORD CONTAINS 29 CHARACTERS.

       01  BILLING-RECORD.
           05  TB-DATE           PIC 9(8).
           05  TB-REFERENCE.
               10  TB-REF-PREFIX PIC X(2).
               10  TB-ORDER-NO   PIC 9(6).
           05  TB-WAREHOUSE-ID   PIC X(4).
           05  TB-VENDOR-ID      PIC X(1).
           05  TB-CANDY-ID       PIC X(3).
           05  TB-OCCURRENCE     PIC 9.
           05  TB-CASES          PIC 9(4).

       FD  STEP-COUNT-FILE
           RECORD CONTAINS 40 CHARACTERS.

               10  SNAP-PRICE    PIC X(5).

       FD  JOURNAL-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  JOURNAL-RECORD.
           05  JR-SEQ            PIC 9(6).
               10  JR-SIGN       PIC X.
               10  JR-CASE-QTY   PIC 9(4).
               10  JR-REFERENCE  PIC X(8).
               10  JR-LOT-NUMBER PIC X(8).
               10  JR-BEST-BY    PIC X(8).
           05  JR-NEW-CASES      PIC 9(4).

       FD  LAST-MOVE-FILE
           05  LM-LAST-RECEIPT   PIC 9(8).
           05  LM-LAST-SHIP      PIC 9(8).

       FD  WAREHOUSE-FILE
           RECORD CONTAINS 105 CHARACTERS.

       01  WAREHOUSE-RECORD.
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

       WORKING-STORAGE SECTION.
               88  OPENPO-IS-OPEN              VALUE 'YES'.
           05  WS-LASTMV-OPENED    PIC X(3)    VALUE 'NO'.
               88  LASTMV-IS-OPEN              VALUE 'YES'.
           05  WS-LOT-OPENED       PIC X(3)    VALUE 'NO'.
               88  LOT-IS-OPEN                 VALUE 'YES'.
           05  WS-SCAN-EOF         PIC X       VALUE ' '.
               88  SCAN-DONE                   VALUE 'N'.
           05  WS-JRNL-DISP        PIC X       VALUE ' '.
           05  WS-LASTMV-STATUS    PIC XX      VALUE SPACES.
           05  WS-SNAP-STATUS      PIC XX      VALUE SPACES.
           05  WS-JRNL-STATUS      PIC XX      VALUE SPACES.
           05  WS-WHSE-STATUS      PIC XX      VALUE SPACES.
           05  WS-LOT-STATUS       PIC XX      VALUE SPACES.
           05  WS-BILL-STATUS      PIC XX      VALUE SPACES.

       01  WAREHOUSE-TABLE-FIELDS.
           05  WS-WH-COUNT         PIC S9(4)   VALUE 0.
           05  WS-WH-SUB           PIC S9(4)   VALUE 0.
           05  WS-WHSE-VALID       PIC X(3)    VALUE 'NO'.
               88  WHSE-IS-VALID               VALUE 'YES'.
           05  WS-WAREHOUSE-NAME   PIC X(20)   VALUE SPACES.

       01  WAREHOUSE-TABLE-AREA.
           05  WAREHOUSE-TABLE OCCURS 20 TIMES INDEXED BY WH-IDX.
               10  WH-WAREHOUSE-ID PIC X(4).
               10  WH-STATUS       PIC X.
               10  WH-NAME         PIC X(20).

       01  WS-DATE.
           05  WS-YEAR             PIC 9999.
       01  RESTART-FIELDS.
           05  WS-RESUME-SEQ       PIC 9(6)    VALUE 0.
           05  WS-TRANS-SKIPPED    PIC 9(6)    VALUE 0.
           05  WS-FIRST-JRNL-IMAGE PIC X(39)   VALUE SPACES.

       01  LOT-TABLE-FIELDS.
           05  WS-LOT-COUNT        PIC S9(4)   VALUE 0.
           05  WS-LS-SUB           PIC S9(4)   VALUE 0.
           05  WS-LS-HIT           PIC S9(4)   VALUE 0.
           05  WS-LOT-TOTAL        PIC S9(5)   VALUE 0.
           05  WS-LOT-TARGET       PIC S9(5)   VALUE 0.
           05  WS-LOT-QTY          PIC S9(5)   VALUE 0.
           05  WS-LOT-PIECE        PIC S9(5)   VALUE 0.
           05  WS-LOT-NUMBER       PIC X(8)    VALUE SPACES.
           05  WS-LOT-BEST-BY      PIC 9(8)    VALUE 0.
           05  WS-UNLOTTED         PIC X(8)    VALUE 'UNLOTTED'.
           05  WS-LOT-EOF          PIC X       VALUE ' '.
               88  LOTS-DONE                   VALUE 'N'.
           05  WS-LOTS-EMPTY       PIC X(3)    VALUE 'NO'.
               88  LOTS-ARE-EMPTY              VALUE 'YES'.

       01  WS-LOT-PREFIX.
           05  WS-LOT-WAREHOUSE    PIC X(4).
           05  WS-LOT-VENDOR       PIC X(1).
           05  WS-LOT-CANDY        PIC X(3).
           05  WS-LOT-OCCURRENCE   PIC 9.

      *    THE LOTS OF ONE KEY/OCCURRENCE WHILE A TRANSACTION MOVES
      *    THEM.  THE BEST-BY DATE LEADS THE FEFO KEY SO THE LOT
      *    THAT EXPIRES FIRST IS ALSO THE LOWEST KEY.

       01  LOT-TABLE-AREA.
           05  LOT-TABLE OCCURS 99 TIMES.
               10  LS-FEFO-KEY.
                   15  LS-BEST-BY      PIC 9(8).
                   15  LS-LOT-NUMBER   PIC X(8).
               10  LS-RECEIVED     PIC 9(8).
               10  LS-CASES        PIC S9(5).
               10  LS-ON-FILE      PIC X.

       01  VERIFY-FIELDS.
           05  WS-VERIFY-OK        PIC X(3)    VALUE 'YES'.
           05                  PIC X(6)   VALUE 'CANDY'.
           05                  PIC X(4)   VALUE 'OCC'.
           05                  PIC X(10)  VALUE 'REFERENCE'.
           05                  PIC X(6)   VALUE ' QTY'.
           05                  PIC X(6)   VALUE ' OLD'.
           05                  PIC X(6)   VALUE ' NEW'.
           05                  PIC X(23)  VALUE 'WAREHOUSE NAME'.

       01  REGISTER-LINE.
           05  RL-CODE-NAME    PIC X(10).
           05  RL-REFERENCE    PIC X(8).
           05                  PIC X(2)   VALUE SPACES.
           05  RL-QTY          PIC ZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  RL-OLD-CASES    PIC ZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  RL-NEW-CASES    PIC ZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  RL-WAREHOUSE-NAME PIC X(20).
           05                  PIC X(3)   VALUE SPACES.

       01  REJECT-HEADING.
           05                  PIC X(80)  VALUE 'REJECTED TRANSACTIONS'.

       01  REJECT-HEADING-TWO.
           05                  PIC X(2)   VALUE SPACES.
           05                  PIC X(42)  VALUE 'RECORD'.
           05                  PIC X(36)  VALUE 'REASON'.

       01  REJECT-LINE.
           05                  PIC X(2)   VALUE SPACES.
           05  RJ-RECORD       PIC X(39).
           05                  PIC X(3)   VALUE SPACES.
           05  RJ-REASON       PIC X(31).
           05                  PIC X(5)   VALUE SPACES.

       01  VERIFY-COUNT-LINE.
           05              PIC X(27)  VALUE

           MOVE REJECT-HEADING TO REJECT-RECORD
           WRITE REJECT-RECORD
           MOVE SPACES TO REJECT-RECORD
           WRITE REJECT-RECORD
           MOVE REJECT-HEADING-TWO TO REJECT-RECORD
           WRITE REJECT-RECORD

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF

           OPEN EXTEND BILLING-FILE
           IF WS-BILL-STATUS = '35'
               OPEN OUTPUT BILLING-FILE
           END-IF

           OPEN I-O OPENPO-FILE
           IF WS-OPENPO-STATUS = '00'
               MOVE 'YES' TO WS-OPENPO-OPENED
                   'NOT BE STAMPED'
           END-IF

           OPEN I-O LOT-FILE
           IF WS-LOT-STATUS = '35'
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF
           IF WS-LOT-STATUS = '00'
               MOVE 'YES' TO WS-LOT-OPENED
           ELSE
               DISPLAY 'PR3LOT.DAT COULD NOT BE OPENED - STATUS '
                   WS-LOT-STATUS ' - LOTS WILL NOT BE MOVED'
           END-IF

           PERFORM 170-LOAD-WAREHOUSE-TABLE

           IF MASTER-IS-OPEN
               PERFORM 150-PREPARE-RESTART
           END-IF

           .

       170-LOAD-WAREHOUSE-TABLE.

           OPEN INPUT WAREHOUSE-FILE

           IF WS-WHSE-STATUS = '35'
               DISPLAY 'PR3WHSE.TXT NOT FOUND - WAREHOUSE-IDS WILL '
                   'NOT BE PROVED AGAINST THE WAREHOUSE MASTER'
           ELSE
               MOVE ' ' TO WS-SCAN-EOF
               PERFORM UNTIL SCAN-DONE
                   READ WAREHOUSE-FILE
                       AT END
                           MOVE 'N' TO WS-SCAN-EOF
                       NOT AT END
                           IF WS-WH-COUNT < 20
                               ADD 1 TO WS-WH-COUNT
                               SET WH-IDX TO WS-WH-COUNT
                               MOVE WM-WAREHOUSE-ID
                                   TO WH-WAREHOUSE-ID(WH-IDX)
                               MOVE WM-STATUS
                                   TO WH-STATUS(WH-IDX)
                               MOVE WM-WAREHOUSE-NAME
                                   TO WH-NAME(WH-IDX)
                           ELSE
                               DISPLAY 'PR3WHSE.TXT HAS MORE THAN '
                                   '20 ENTRIES - IGNORING: '
                                   WM-WAREHOUSE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-FILE
           END-IF

           .

       200-READ-THE-FILE.

           PERFORM UNTIL NO-MORE-DATA

           PERFORM 400-EDIT-TRANSACTION

           IF TRAN-PASSED
               PERFORM 450-VALIDATE-WAREHOUSE
           END-IF

           IF TRAN-PASSED
               PERFORM 500-READ-MASTER-RECORD
           END-IF
               IF TRAN-RECEIPT
                   PERFORM 650-MATCH-OPEN-PO
               END-IF
               IF TRAN-SHIPMENT
                  AND TR-REFERENCE(1:2) = 'OR'
                  AND TR-REFERENCE(3:6) IS NUMERIC
                   PERFORM 695-WRITE-BILLING-LINE
               END-IF
               IF (TRAN-RECEIPT OR TRAN-SHIPMENT)
                  AND LASTMV-IS-OPEN
                   PERFORM 690-STAMP-LAST-MOVEMENT
               END-IF
               IF LOT-IS-OPEN
                   PERFORM 760-UPDATE-THE-LOTS
               END-IF
           ELSE
               PERFORM 750-WRITE-REJECT-LINE
               ADD 1 TO WS-TRANS-REJECTED
               END-IF
           END-IF

           IF TRAN-PASSED AND TRAN-RECEIPT
               PERFORM 410-EDIT-THE-LOT
           END-IF

           .

       410-EDIT-THE-LOT.

      *    A RECEIPT MUST SAY WHICH LOT ARRIVED AND WHEN IT GOES
      *    STALE, OR THE LOT FILE CANNOT TELL THE PICKERS WHAT TO
      *    PULL FIRST.

           EVALUATE TRUE
               WHEN TR-LOT-NUMBER = SPACES
                   MOVE 'RECEIPT NEEDS A LOT NUMBER'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-TRAN-OK
               WHEN TR-BEST-BY NOT NUMERIC
                   MOVE 'BEST-BY DATE NOT NUMERIC'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-TRAN-OK
               WHEN TR-BB-MONTH < 1 OR TR-BB-MONTH > 12
                 OR TR-BB-DAY < 1 OR TR-BB-DAY > 31
                 OR TR-BB-YEAR < 1900
                   MOVE 'BEST-BY DATE NOT VALID'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-TRAN-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

       450-VALIDATE-WAREHOUSE.

      *    NOTHING MOVES IN OR OUT OF A WAREHOUSE THAT IS NOT ON
      *    PR3WHSE.TXT OR HAS BEEN CLOSED THERE.  WITH NO WAREHOUSE
      *    MASTER LOADED EVERY WAREHOUSE-ID ON PR3MAST.DAT PASSES.

           IF WS-WH-COUNT > 0
               MOVE 'NO' TO WS-WHSE-VALID
               PERFORM VARYING WS-WH-SUB FROM 1 BY 1
                       UNTIL WS-WH-SUB > WS-WH-COUNT
                       OR WHSE-IS-VALID
                   SET WH-IDX TO WS-WH-SUB
                   IF WH-WAREHOUSE-ID(WH-IDX) = TR-WAREHOUSE-ID
                       MOVE 'YES' TO WS-WHSE-VALID
                   END-IF
               END-PERFORM
               IF NOT WHSE-IS-VALID
                   MOVE 'WAREHOUSE NOT ON MASTER' TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-TRAN-OK
               ELSE
                   IF WH-STATUS(WH-IDX) = 'C'
                       MOVE 'WAREHOUSE CLOSED' TO WS-REJECT-REASON
                       MOVE 'NO' TO WS-TRAN-OK
                   END-IF
               END-IF
           END-IF

           .

       500-READ-MASTER-RECORD.
           MOVE TR-CASE-QTY      TO RL-QTY
           MOVE WS-OLD-CASES     TO RL-OLD-CASES
           MOVE WS-NEW-CASES     TO RL-NEW-CASES
           PERFORM 710-FIND-WAREHOUSE-NAME
           MOVE WS-WAREHOUSE-NAME TO RL-WAREHOUSE-NAME
           MOVE REGISTER-LINE    TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           .

       710-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME
           PERFORM VARYING WS-WH-SUB FROM 1 BY 1
                   UNTIL WS-WH-SUB > WS-WH-COUNT
               SET WH-IDX TO WS-WH-SUB
               IF WH-WAREHOUSE-ID(WH-IDX) = TR-WAREHOUSE-ID
                   MOVE WH-NAME(WH-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       680-WRITE-LEDGER-LINE.

           MOVE WS-DATE-NUM     TO LG-DATE

           .

       695-WRITE-BILLING-LINE.

           MOVE WS-DATE-NUM     TO TB-DATE
           MOVE TR-REFERENCE    TO TB-REFERENCE
           MOVE TR-WAREHOUSE-ID TO TB-WAREHOUSE-ID
           MOVE TR-VENDOR-ID    TO TB-VENDOR-ID
           MOVE TR-CANDY-ID     TO TB-CANDY-ID
           MOVE TR-OCCURRENCE   TO TB-OCCURRENCE
           MOVE TR-CASE-QTY     TO TB-CASES
           WRITE BILLING-RECORD

           .

       750-WRITE-REJECT-LINE.

           MOVE SPACES             TO REJECT-LINE

           .

       760-UPDATE-THE-LOTS.

      *    THE LOTS OF THE KEY/OCCURRENCE ARE LOADED, TRUED UP TO
      *    THE CASES ON THE MASTER BEFORE THIS TRANSACTION, MOVED BY
      *    THE TRANSACTION AND WRITTEN BACK, SO THE LOT TOTAL COMES
      *    OUT EQUAL TO THE NEW NUM-CASES.

           MOVE TR-WAREHOUSE-ID TO WS-LOT-WAREHOUSE
           MOVE TR-VENDOR-ID    TO WS-LOT-VENDOR
           MOVE TR-CANDY-ID     TO WS-LOT-CANDY
           MOVE TR-OCCURRENCE   TO WS-LOT-OCCURRENCE
           MOVE WS-OLD-CASES    TO WS-LOT-TARGET

           PERFORM 761-LOAD-THE-LOTS
           PERFORM 763-TRUE-UP-THE-LOTS

           MOVE TR-CASE-QTY TO WS-LOT-QTY
           EVALUATE TRUE
               WHEN TRAN-RECEIPT
                   MOVE TR-LOT-NUMBER TO WS-LOT-NUMBER
                   MOVE TR-BEST-BY    TO WS-LOT-BEST-BY
                   PERFORM 768-ADD-TO-LOT
               WHEN TRAN-ADJUSTMENT AND TR-SIGN = '+'
                   IF TR-LOT-NUMBER = SPACES
                       MOVE WS-UNLOTTED TO WS-LOT-NUMBER
                   ELSE
                       MOVE TR-LOT-NUMBER TO WS-LOT-NUMBER
                   END-IF
                   IF TR-BEST-BY IS NUMERIC
                       MOVE TR-BEST-BY TO WS-LOT-BEST-BY
                   ELSE
                       MOVE 0 TO WS-LOT-BEST-BY
                   END-IF
                   PERFORM 768-ADD-TO-LOT
               WHEN OTHER
                   MOVE TR-LOT-NUMBER TO WS-LOT-NUMBER
                   PERFORM 764-DRAW-THE-LOTS
           END-EVALUATE

           PERFORM 769-SAVE-THE-LOTS

           .

       761-LOAD-THE-LOTS.

           MOVE 0             TO WS-LOT-COUNT
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
                           PERFORM 762-ADD-LOT-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           .

       762-ADD-LOT-ENTRY.

           IF WS-LOT-COUNT < 99
               ADD 1 TO WS-LOT-COUNT
               MOVE LT-LOT-NUMBER TO LS-LOT-NUMBER(WS-LOT-COUNT)
               MOVE LT-BEST-BY    TO LS-BEST-BY(WS-LOT-COUNT)
               MOVE LT-RECEIVED   TO LS-RECEIVED(WS-LOT-COUNT)
               MOVE LT-CASES      TO LS-CASES(WS-LOT-COUNT)
               MOVE 'Y'           TO LS-ON-FILE(WS-LOT-COUNT)
           ELSE
               DISPLAY 'MORE THAN 99 LOTS FOR ' WS-LOT-PREFIX
                   ' - IGNORING LOT ' LT-LOT-NUMBER
           END-IF

           .

       763-TRUE-UP-THE-LOTS.

      *    LOTS SHORT OF THE MASTER ARE MADE UP IN THE UNLOTTED LOT.
      *    LOTS OVER THE MASTER ARE DRAWN DOWN FIRST-EXPIRING FIRST.

           MOVE 0 TO WS-LOT-TOTAL
           PERFORM VARYING WS-LS-SUB FROM 1 BY 1
                   UNTIL WS-LS-SUB > WS-LOT-COUNT
               ADD LS-CASES(WS-LS-SUB) TO WS-LOT-TOTAL
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-LOT-TOTAL < WS-LOT-TARGET
                   MOVE WS-UNLOTTED TO WS-LOT-NUMBER
                   MOVE 0           TO WS-LOT-BEST-BY
                   COMPUTE WS-LOT-QTY = WS-LOT-TARGET - WS-LOT-TOTAL
                   PERFORM 768-ADD-TO-LOT
               WHEN WS-LOT-TOTAL > WS-LOT-TARGET
                   MOVE SPACES TO WS-LOT-NUMBER
                   COMPUTE WS-LOT-QTY = WS-LOT-TOTAL - WS-LOT-TARGET
                   PERFORM 764-DRAW-THE-LOTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

       764-DRAW-THE-LOTS.

      *    TAKES WS-LOT-QTY OUT OF THE TABLE - THE LOT NAMED IN
      *    WS-LOT-NUMBER FIRST WHEN THERE IS ONE, THEN WHICHEVER
      *    LOT EXPIRES FIRST, UNTIL THE QUANTITY IS COVERED.

           IF WS-LOT-NUMBER NOT = SPACES
               PERFORM 767-FIND-THE-LOT
               IF WS-LS-HIT > 0
                   PERFORM 765-TAKE-FROM-THE-LOT
               END-IF
           END-IF

           MOVE 'NO' TO WS-LOTS-EMPTY
           PERFORM UNTIL WS-LOT-QTY = 0 OR LOTS-ARE-EMPTY
               PERFORM 766-FIND-FIRST-EXPIRING
               IF WS-LS-HIT > 0
                   PERFORM 765-TAKE-FROM-THE-LOT
               END-IF
           END-PERFORM

           .

       765-TAKE-FROM-THE-LOT.

           IF LS-CASES(WS-LS-HIT) < WS-LOT-QTY
               MOVE LS-CASES(WS-LS-HIT) TO WS-LOT-PIECE
           ELSE
               MOVE WS-LOT-QTY TO WS-LOT-PIECE
           END-IF
           SUBTRACT WS-LOT-PIECE FROM LS-CASES(WS-LS-HIT)
           SUBTRACT WS-LOT-PIECE FROM WS-LOT-QTY

           .

       766-FIND-FIRST-EXPIRING.

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

       767-FIND-THE-LOT.

           MOVE 0 TO WS-LS-HIT
           PERFORM VARYING WS-LS-SUB FROM 1 BY 1
                   UNTIL WS-LS-SUB > WS-LOT-COUNT
                   OR WS-LS-HIT > 0
               IF LS-LOT-NUMBER(WS-LS-SUB) = WS-LOT-NUMBER
                   MOVE WS-LS-SUB TO WS-LS-HIT
               END-IF
           END-PERFORM

           .

       768-ADD-TO-LOT.

      *    A LOT RECEIVED AGAIN KEEPS THE EARLIER OF ITS TWO
      *    BEST-BY DATES.

           PERFORM 767-FIND-THE-LOT

           IF WS-LS-HIT > 0
               ADD WS-LOT-QTY TO LS-CASES(WS-LS-HIT)
               IF WS-LOT-BEST-BY > 0
                  AND (LS-BEST-BY(WS-LS-HIT) = 0
                   OR WS-LOT-BEST-BY < LS-BEST-BY(WS-LS-HIT))
                   MOVE WS-LOT-BEST-BY TO LS-BEST-BY(WS-LS-HIT)
               END-IF
           ELSE
               IF WS-LOT-COUNT < 99
                   ADD 1 TO WS-LOT-COUNT
                   MOVE WS-LOT-NUMBER  TO LS-LOT-NUMBER(WS-LOT-COUNT)
                   MOVE WS-LOT-BEST-BY TO LS-BEST-BY(WS-LOT-COUNT)
                   MOVE WS-DATE-NUM    TO LS-RECEIVED(WS-LOT-COUNT)
                   MOVE WS-LOT-QTY     TO LS-CASES(WS-LOT-COUNT)
                   MOVE 'N'            TO LS-ON-FILE(WS-LOT-COUNT)
               ELSE
                   DISPLAY 'MORE THAN 99 LOTS FOR ' WS-LOT-PREFIX
                       ' - LOT ' WS-LOT-NUMBER ' NOT RECORDED'
               END-IF
           END-IF

           MOVE 0 TO WS-LOT-QTY

           .

       769-SAVE-THE-LOTS.

      *    A LOT DRAWN TO ZERO COMES OFF THE FILE.

           PERFORM VARYING WS-LS-SUB FROM 1 BY 1
                   UNTIL WS-LS-SUB > WS-LOT-COUNT
               MOVE WS-LOT-PREFIX             TO LT-PREFIX
               MOVE LS-LOT-NUMBER(WS-LS-SUB)  TO LT-LOT-NUMBER
               MOVE LS-BEST-BY(WS-LS-SUB)     TO LT-BEST-BY
               MOVE LS-RECEIVED(WS-LS-SUB)    TO LT-RECEIVED
               MOVE LS-CASES(WS-LS-SUB)       TO LT-CASES
               EVALUATE TRUE
                   WHEN LS-CASES(WS-LS-SUB) = 0
                    AND LS-ON-FILE(WS-LS-SUB) = 'Y'
                       DELETE LOT-FILE
                           INVALID KEY
                               DISPLAY 'LOT DELETE FAILED FOR '
                                   LT-KEY ' - STATUS ' WS-LOT-STATUS
                       END-DELETE
                   WHEN LS-CASES(WS-LS-SUB) = 0
                       CONTINUE
                   WHEN LS-ON-FILE(WS-LS-SUB) = 'Y'
                       REWRITE LOT-RECORD
                           INVALID KEY
                               DISPLAY 'LOT REWRITE FAILED FOR '
                                   LT-KEY ' - STATUS ' WS-LOT-STATUS
                       END-REWRITE
                   WHEN OTHER
                       WRITE LOT-RECORD
                           INVALID KEY
                               DISPLAY 'LOT WRITE FAILED FOR '
                                   LT-KEY ' - STATUS ' WS-LOT-STATUS
                       END-WRITE
               END-EVALUATE
           END-PERFORM

           .

       800-VERIFY-THE-POSTING.

      *    PROVE RECORD COUNT AND TOTAL-CASES HASH BETWEEN THE
           IF LASTMV-IS-OPEN
               CLOSE LAST-MOVE-FILE
           END-IF
           IF LOT-IS-OPEN
               CLOSE LOT-FILE
           END-IF
           CLOSE REGISTER-FILE
                 REJECT-FILE
                 RECEIPT-MATCH-FILE
                 LEDGER-FILE
                 BILLING-FILE
           GOBACK

           .
