      *  THE SHIP AND THE ARRIVE IN THE SAME FILE COMPLETES THE
      *  TRANSFER IN ONE RUN.
      *
      *  BOTH WAREHOUSES ARE PROVED AGAINST THE WAREHOUSE MASTER
      *  PR3WHSE.TXT - A SHIP IS REJECTED IF EITHER THE FROM OR THE
      *  TO WAREHOUSE IS NOT ON THE MASTER OR IS FLAGGED CLOSED, AND
      *  AN ARRIVE IS REJECTED (AND STAYS IN TRANSIT) IF ITS TO
      *  WAREHOUSE HAS BEEN CLOSED SINCE THE TRUCK LEFT.  IF THE
      *  WAREHOUSE MASTER IS MISSING OR EMPTY THE CHECK IS SKIPPED.
      *
      *  OUTPUT: PR3XFRRG.TXT  TRANSFER REGISTER - EVERY APPLIED
      *          ACTION WITH THE OLD AND NEW CASE COUNTS ON THE
      *          WAREHOUSE IT TOUCHED, FOLLOWED BY A LINE GIVING
      *          THE FROM AND TO WAREHOUSE CODES WITH THEIR NAMES
      *          FROM THE WAREHOUSE MASTER
      *          PR3XFRRJ.TXT  REJECT REPORT - ORDERS THAT DO NOT
      *          EDIT OR WHOSE EITHER SIDE FAILS
      *
      *  AND TI (TRANSFER IN) FOR THE ARRIVE LEG - SO STKCRD3 CAN
      *  PROVE ANY OCCURRENCE BALANCE MOVEMENT BY MOVEMENT.
      *
      *  THE LOTS ON THE LOT FILE PR3LOT.DAT TRAVEL WITH THE CASES.
      *  THE SHIP DRAWS THE FROM-WAREHOUSE LOTS FIRST-EXPIRING FIRST
      *  AND PARKS EACH LOT TAKEN ON THE IN-TRANSIT LOT FILE
      *  PR3INTLOT.DAT UNDER THE TRANSFER REFERENCE.  THE ARRIVE
      *  LANDS THOSE SAME LOTS, WITH THEIR BEST-BY DATES, ON THE
      *  TO-WAREHOUSE, SO THE LOT TOTALS AT BOTH ENDS STILL EQUAL
      *  NUM-CASES.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

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

           SELECT INTRANSIT-LOT-FILE
               ASSIGN TO "PR3INTLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XL-KEY
               FILE STATUS IS WS-INTLOT-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
           05  LG-OLD-CASES      PIC 9(4).
           05  LG-NEW-CASES      PIC 9(4).

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

       FD  INTRANSIT-LOT-FILE
           RECORD CONTAINS 28 CHARACTERS.

       01  INTRANSIT-LOT-RECORD.
           05  XL-KEY.
               10  XL-REFERENCE    PIC X(8).
               10  XL-LOT-NUMBER   PIC X(8).
           05  XL-BEST-BY        PIC 9(8).
           05  XL-CASES          PIC 9(4).

      ******************** WORKING STORAGE ***************************

       WORKING-STORAGE SECTION.
               88  MASTER-IS-OPEN              VALUE 'YES'.
           05  WS-INTRAN-OPENED    PIC X(3)    VALUE 'NO'.
               88  INTRAN-IS-OPEN              VALUE 'YES'.
           05  WS-LOT-OPENED       PIC X(3)    VALUE 'NO'.
               88  LOT-IS-OPEN                 VALUE 'YES'.

       01  FILE-STATUS-FIELDS.
           05  WS-XFRORD-STATUS    PIC XX      VALUE SPACES.
           05  WS-MASTER-STATUS    PIC XX      VALUE SPACES.
           05  WS-INTRAN-STATUS    PIC XX      VALUE SPACES.
           05  WS-LEDGER-STATUS    PIC XX      VALUE SPACES.
           05  WS-WHSE-STATUS      PIC XX      VALUE SPACES.
           05  WS-LOT-STATUS       PIC XX      VALUE SPACES.
           05  WS-INTLOT-STATUS    PIC XX      VALUE SPACES.

       01  WAREHOUSE-TABLE-FIELDS.
           05  WS-WH-COUNT         PIC S9(4)   VALUE 0.
           05  WS-WH-SUB           PIC S9(4)   VALUE 0.
           05  WS-CHECK-WAREHOUSE  PIC X(4)    VALUE SPACES.
           05  WS-FIND-WAREHOUSE   PIC X(4)    VALUE SPACES.
           05  WS-WAREHOUSE-NAME   PIC X(20)   VALUE SPACES.
           05  WS-WHSE-VALID       PIC X(3)    VALUE 'NO'.
               88  WHSE-IS-VALID               VALUE 'YES'.
           05  WS-WHSE-CLOSED      PIC X(3)    VALUE 'NO'.
               88  WHSE-IS-CLOSED              VALUE 'YES'.

       01  WAREHOUSE-TABLE-AREA.
           05  WAREHOUSE-TABLE OCCURS 20 TIMES INDEXED BY WH-IDX.
               10  WH-WAREHOUSE-ID PIC X(4).
               10  WH-STATUS       PIC X.
               10  WH-NAME         PIC X(20).

       01  WS-DATE.
           05  WS-YEAR             PIC 9999.
           05  WS-TO-NEW-CASES     PIC S9(5)   VALUE 0.
           05  WS-REJECT-REASON    PIC X(31)   VALUE SPACES.

       01  LOT-TABLE-FIELDS.
           05  WS-LOT-COUNT        PIC S9(4)   VALUE 0.
           05  WS-LS-SUB           PIC S9(4)   VALUE 0.
           05  WS-LS-HIT           PIC S9(4)   VALUE 0.
           05  WS-LOT-TOTAL        PIC S9(5)   VALUE 0.
           05  WS-LOT-TARGET       PIC S9(5)   VALUE 0.
           05  WS-LOT-QTY          PIC S9(5)   VALUE 0.
           05  WS-LOT-PIECE        PIC S9(5)   VALUE 0.
           05  WS-LOT-LANDED       PIC S9(5)   VALUE 0.
           05  WS-LOT-NUMBER       PIC X(8)    VALUE SPACES.
           05  WS-LOT-BEST-BY      PIC 9(8)    VALUE 0.
           05  WS-UNLOTTED         PIC X(8)    VALUE 'UNLOTTED'.
           05  WS-LOT-EOF          PIC X       VALUE ' '.
               88  LOTS-DONE                   VALUE 'N'.
           05  WS-LOTS-EMPTY       PIC X(3)    VALUE 'NO'.
               88  LOTS-ARE-EMPTY              VALUE 'YES'.
           05  WS-DRAWN-COUNT      PIC S9(4)   VALUE 0.
           05  WS-DN-SUB           PIC S9(4)   VALUE 0.

       01  WS-LOT-PREFIX.
           05  WS-LOT-WAREHOUSE    PIC X(4).
           05  WS-LOT-VENDOR       PIC X(1).
           05  WS-LOT-CANDY        PIC X(3).
           05  WS-LOT-OCCURRENCE   PIC 9.

      *    THE LOTS OF ONE KEY/OCCURRENCE WHILE A LEG MOVES THEM.
      *    THE BEST-BY DATE LEADS THE FEFO KEY SO THE LOT THAT
      *    EXPIRES FIRST IS ALSO THE LOWEST KEY.

       01  LOT-TABLE-AREA.
           05  LOT-TABLE OCCURS 99 TIMES.
               10  LS-FEFO-KEY.
                   15  LS-BEST-BY      PIC 9(8).
                   15  LS-LOT-NUMBER   PIC X(8).
               10  LS-RECEIVED     PIC 9(8).
               10  LS-CASES        PIC S9(5).
               10  LS-ON-FILE      PIC X.

      *    THE LOTS TAKEN BY A SHIP, OR FOUND IN TRANSIT BY AN
      *    ARRIVE.

       01  DRAWN-TABLE-AREA.
           05  DRAWN-TABLE OCCURS 99 TIMES.
               10  DN-LOT-NUMBER   PIC X(8).
               10  DN-BEST-BY      PIC 9(8).
               10  DN-CASES        PIC S9(5).

      *********************** OUTPUT AREA ****************************

       01  REGISTER-HEADING-ONE.
           05  RL-NEW-CASES    PIC ZZZ9.
           05                  PIC X(16)  VALUE SPACES.

       01  REGISTER-NAME-LINE.
           05                  PIC X(6)   VALUE SPACES.
           05                  PIC X(6)   VALUE 'FROM: '.
           05  RN-FROM         PIC X(4).
           05                  PIC X(1)   VALUE SPACES.
           05  RN-FROM-NAME    PIC X(20).
           05                  PIC X(2)   VALUE SPACES.
           05                  PIC X(4)   VALUE 'TO: '.
           05  RN-TO           PIC X(4).
           05                  PIC X(1)   VALUE SPACES.
           05  RN-TO-NAME      PIC X(20).
           05                  PIC X(12)  VALUE SPACES.

       01  REJECT-HEADING.
           05                  PIC X(22)  VALUE 'REJECTED TRANSFERS'.
           05                  PIC X(30)  VALUE 'RECORD'.
               OPEN OUTPUT LEDGER-FILE
           END-IF

           PERFORM 170-LOAD-WAREHOUSE-TABLE

           OPEN INPUT XFRORD-FILE
           IF WS-XFRORD-STATUS = '35'
               DISPLAY 'PR3XFRORD.TXT NOT FOUND - NOTHING TO POST'
               MOVE 'N' TO EOF-FILE
           END-IF

           OPEN I-O LOT-FILE
           IF WS-LOT-STATUS = '35'
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF
           OPEN I-O INTRANSIT-LOT-FILE
           IF WS-INTLOT-STATUS = '35'
               OPEN OUTPUT INTRANSIT-LOT-FILE
               CLOSE INTRANSIT-LOT-FILE
               OPEN I-O INTRANSIT-LOT-FILE
           END-IF
           IF WS-LOT-STATUS = '00' AND WS-INTLOT-STATUS = '00'
               MOVE 'YES' TO WS-LOT-OPENED
           ELSE
               DISPLAY 'PR3LOT.DAT/PR3INTLOT.DAT COULD NOT BE OPENED - '
                   'STATUS ' WS-LOT-STATUS '/' WS-INTLOT-STATUS
                   ' - LOTS WILL NOT BE MOVED'
           END-IF

           .

       170-LOAD-WAREHOUSE-TABLE.

           OPEN INPUT WAREHOUSE-FILE

           IF WS-WHSE-STATUS = '35'
               DISPLAY 'PR3WHSE.TXT NOT FOUND - WAREHOUSE-IDS WILL '
                   'NOT BE PROVED AGAINST THE WAREHOUSE MASTER'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ WAREHOUSE-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
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
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       200-READ-THE-FILE.
               END-EVALUATE
           END-IF

           IF XFER-PASSED AND XFER-SHIP
               MOVE XO-FROM-WAREHOUSE TO WS-CHECK-WAREHOUSE
               PERFORM 450-VALIDATE-WAREHOUSE
               EVALUATE TRUE
                   WHEN NOT WHSE-IS-VALID
                       MOVE 'FROM WAREHOUSE NOT ON MASTER'
                           TO WS-REJECT-REASON
                       MOVE 'NO' TO WS-XFER-OK
                   WHEN WHSE-IS-CLOSED
                       MOVE 'FROM WAREHOUSE CLOSED'
                           TO WS-REJECT-REASON
                       MOVE 'NO' TO WS-XFER-OK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF XFER-PASSED AND XFER-SHIP
               MOVE XO-TO-WAREHOUSE TO WS-CHECK-WAREHOUSE
               PERFORM 460-CHECK-THE-TO-WAREHOUSE
           END-IF

           .

       450-VALIDATE-WAREHOUSE.

      *    PROVES WS-CHECK-WAREHOUSE AGAINST THE WAREHOUSE MASTER.
      *    WITH NO WAREHOUSE MASTER LOADED EVERY WAREHOUSE PASSES.

           MOVE 'NO' TO WS-WHSE-VALID
           MOVE 'NO' TO WS-WHSE-CLOSED

           IF WS-WH-COUNT = 0
               MOVE 'YES' TO WS-WHSE-VALID
           ELSE
               PERFORM VARYING WS-WH-SUB FROM 1 BY 1
                       UNTIL WS-WH-SUB > WS-WH-COUNT
                       OR WHSE-IS-VALID
                   SET WH-IDX TO WS-WH-SUB
                   IF WH-WAREHOUSE-ID(WH-IDX) = WS-CHECK-WAREHOUSE
                       MOVE 'YES' TO WS-WHSE-VALID
                       IF WH-STATUS(WH-IDX) = 'C'
                           MOVE 'YES' TO WS-WHSE-CLOSED
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           .

       460-CHECK-THE-TO-WAREHOUSE.

      *    SHARED BY THE SHIP EDIT AND THE ARRIVE - NO STOCK IS
      *    SENT TOWARD, OR LANDED IN, A CLOSED WAREHOUSE.

           PERFORM 450-VALIDATE-WAREHOUSE
           EVALUATE TRUE
               WHEN NOT WHSE-IS-VALID
                   MOVE 'TO WAREHOUSE NOT ON MASTER'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-XFER-OK
               WHEN WHSE-IS-CLOSED
                   MOVE 'TO WAREHOUSE CLOSED' TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-XFER-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

       500-APPLY-THE-SHIP.
               PERFORM 540-RELIEVE-THE-FROM-SIDE
           END-IF

           IF XFER-PASSED AND LOT-IS-OPEN
               PERFORM 550-SHIP-THE-LOTS
           END-IF

           IF XFER-PASSED
               MOVE 'SHIP'            TO RL-ACTION
               MOVE WS-FROM-OLD-CASES TO RL-OLD-CASES

           .

       550-SHIP-THE-LOTS.

      *    THE FROM-WAREHOUSE LOTS ARE TRUED UP TO ITS CASES BEFORE
      *    THE SHIP, DRAWN FIRST-EXPIRING FIRST, AND EACH LOT TAKEN
      *    IS PARKED IN TRANSIT UNDER THE TRANSFER REFERENCE.

           MOVE XO-FROM-WAREHOUSE TO WS-LOT-WAREHOUSE
           MOVE XO-VENDOR-ID      TO WS-LOT-VENDOR
           MOVE XO-CANDY-ID       TO WS-LOT-CANDY
           MOVE XO-OCCURRENCE     TO WS-LOT-OCCURRENCE
           MOVE WS-FROM-OLD-CASES TO WS-LOT-TARGET

           PERFORM 801-LOAD-THE-LOTS
           PERFORM 803-TRUE-UP-THE-LOTS

           MOVE 0           TO WS-DRAWN-COUNT
           MOVE SPACES      TO WS-LOT-NUMBER
           MOVE XO-CASE-QTY TO WS-LOT-QTY
           PERFORM 804-DRAW-THE-LOTS
           PERFORM 809-SAVE-THE-LOTS

           PERFORM VARYING WS-DN-SUB FROM 1 BY 1
                   UNTIL WS-DN-SUB > WS-DRAWN-COUNT
               MOVE XO-REFERENCE              TO XL-REFERENCE
               MOVE DN-LOT-NUMBER(WS-DN-SUB)  TO XL-LOT-NUMBER
               MOVE DN-BEST-BY(WS-DN-SUB)     TO XL-BEST-BY
               MOVE DN-CASES(WS-DN-SUB)       TO XL-CASES
               WRITE INTRANSIT-LOT-RECORD
                   INVALID KEY
                       DISPLAY 'IN-TRANSIT LOT WRITE FAILED FOR '
                           XL-KEY ' - STATUS ' WS-INTLOT-STATUS
               END-WRITE
           END-PERFORM

           .

       600-APPLY-THE-ARRIVE.

      *    THE ARRIVE IS POSTED FROM THE IN-TRANSIT RECORD, NOT THE
                   MOVE 'NO' TO WS-XFER-OK
           END-READ

           IF XFER-PASSED
               MOVE IT-TO-WAREHOUSE TO WS-CHECK-WAREHOUSE
               PERFORM 460-CHECK-THE-TO-WAREHOUSE
           END-IF

           IF XFER-PASSED
               PERFORM 610-LAND-THE-CASES
           END-IF

           IF XFER-PASSED AND LOT-IS-OPEN
               PERFORM 620-LAND-THE-LOTS
           END-IF

           IF XFER-PASSED
               DELETE INTRANSIT-FILE
                   INVALID KEY

           .

       620-LAND-THE-LOTS.

      *    THE LOTS PARKED IN TRANSIT ARE ADDED TO THE TO-WAREHOUSE
      *    LOTS AND TAKEN OFF THE IN-TRANSIT LOT FILE.  ANY CASES
      *    THAT SHIPPED WITHOUT LOTS LAND AS UNLOTTED.

           MOVE IT-TO-WAREHOUSE   TO WS-LOT-WAREHOUSE
           MOVE IT-VENDOR-ID      TO WS-LOT-VENDOR
           MOVE IT-CANDY-ID       TO WS-LOT-CANDY
           MOVE IT-OCCURRENCE     TO WS-LOT-OCCURRENCE
           MOVE WS-TO-OLD-CASES   TO WS-LOT-TARGET

           PERFORM 801-LOAD-THE-LOTS
           PERFORM 803-TRUE-UP-THE-LOTS
           PERFORM 625-LOAD-THE-TRANSIT-LOTS

           MOVE 0 TO WS-LOT-LANDED
           PERFORM VARYING WS-DN-SUB FROM 1 BY 1
                   UNTIL WS-DN-SUB > WS-DRAWN-COUNT
               MOVE DN-LOT-NUMBER(WS-DN-SUB) TO WS-LOT-NUMBER
               MOVE DN-BEST-BY(WS-DN-SUB)    TO WS-LOT-BEST-BY
               MOVE DN-CASES(WS-DN-SUB)      TO WS-LOT-QTY
               ADD DN-CASES(WS-DN-SUB)       TO WS-LOT-LANDED
               PERFORM 808-ADD-TO-LOT
               MOVE IT-REFERENCE             TO XL-REFERENCE
               MOVE DN-LOT-NUMBER(WS-DN-SUB) TO XL-LOT-NUMBER
               DELETE INTRANSIT-LOT-FILE
                   INVALID KEY
                       DISPLAY 'IN-TRANSIT LOT DELETE FAILED FOR '
                           XL-KEY ' - STATUS ' WS-INTLOT-STATUS
               END-DELETE
           END-PERFORM

           IF WS-LOT-LANDED < IT-CASE-QTY
               MOVE WS-UNLOTTED TO WS-LOT-NUMBER
               MOVE 0           TO WS-LOT-BEST-BY
               COMPUTE WS-LOT-QTY = IT-CASE-QTY - WS-LOT-LANDED
               PERFORM 808-ADD-TO-LOT
           END-IF

           PERFORM 809-SAVE-THE-LOTS

           .

       625-LOAD-THE-TRANSIT-LOTS.

           MOVE 0            TO WS-DRAWN-COUNT
           MOVE IT-REFERENCE TO XL-REFERENCE
           MOVE LOW-VALUES   TO XL-LOT-NUMBER
           MOVE ' '          TO WS-LOT-EOF

           START INTRANSIT-LOT-FILE KEY IS NOT LESS THAN XL-KEY
               INVALID KEY
                   MOVE 'N' TO WS-LOT-EOF
           END-START

           PERFORM UNTIL LOTS-DONE
               READ INTRANSIT-LOT-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-LOT-EOF
                   NOT AT END
                       IF XL-REFERENCE NOT = IT-REFERENCE
                          OR WS-DRAWN-COUNT >= 99
                           MOVE 'N' TO WS-LOT-EOF
                       ELSE
                           ADD 1 TO WS-DRAWN-COUNT
                           MOVE XL-LOT-NUMBER
                               TO DN-LOT-NUMBER(WS-DRAWN-COUNT)
                           MOVE XL-BEST-BY
                               TO DN-BEST-BY(WS-DRAWN-COUNT)
                           MOVE XL-CASES
                               TO DN-CASES(WS-DRAWN-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           .

       700-WRITE-REGISTER-LINE.

           IF XFER-SHIP
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE RL-FROM TO RN-FROM
           MOVE RL-FROM TO WS-FIND-WAREHOUSE
           PERFORM 710-FIND-WAREHOUSE-NAME
           MOVE WS-WAREHOUSE-NAME TO RN-FROM-NAME

           MOVE RL-TO TO RN-TO
           MOVE RL-TO TO WS-FIND-WAREHOUSE
           PERFORM 710-FIND-WAREHOUSE-NAME
           MOVE WS-WAREHOUSE-NAME TO RN-TO-NAME

           MOVE REGISTER-NAME-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           .

       710-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WH-SUB FROM 1 BY 1
                   UNTIL WS-WH-SUB > WS-WH-COUNT
               SET WH-IDX TO WS-WH-SUB
               IF WH-WAREHOUSE-ID(WH-IDX) = WS-FIND-WAREHOUSE
                   MOVE WH-NAME(WH-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       720-WRITE-SHIP-LEDGER-LINE.

           .

       801-LOAD-THE-LOTS.

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
                           PERFORM 802-ADD-LOT-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           .

       802-ADD-LOT-ENTRY.

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

       803-TRUE-UP-THE-LOTS.

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
                   PERFORM 808-ADD-TO-LOT
               WHEN WS-LOT-TOTAL > WS-LOT-TARGET
                   MOVE SPACES TO WS-LOT-NUMBER
                   COMPUTE WS-LOT-QTY = WS-LOT-TOTAL - WS-LOT-TARGET
                   PERFORM 804-DRAW-THE-LOTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

       804-DRAW-THE-LOTS.

      *    TAKES WS-LOT-QTY OUT OF THE TABLE - THE LOT NAMED IN
      *    WS-LOT-NUMBER FIRST WHEN THERE IS ONE, THEN WHICHEVER
      *    LOT EXPIRES FIRST, UNTIL THE QUANTITY IS COVERED.

           IF WS-LOT-NUMBER NOT = SPACES
               PERFORM 807-FIND-THE-LOT
               IF WS-LS-HIT > 0
                   PERFORM 805-TAKE-FROM-THE-LOT
               END-IF
           END-IF

           MOVE 'NO' TO WS-LOTS-EMPTY
           PERFORM UNTIL WS-LOT-QTY = 0 OR LOTS-ARE-EMPTY
               PERFORM 806-FIND-FIRST-EXPIRING
               IF WS-LS-HIT > 0
                   PERFORM 805-TAKE-FROM-THE-LOT
               END-IF
           END-PERFORM

           .

       805-TAKE-FROM-THE-LOT.

           IF LS-CASES(WS-LS-HIT) < WS-LOT-QTY
               MOVE LS-CASES(WS-LS-HIT) TO WS-LOT-PIECE
           ELSE
               MOVE WS-LOT-QTY TO WS-LOT-PIECE
           END-IF
           SUBTRACT WS-LOT-PIECE FROM LS-CASES(WS-LS-HIT)
           SUBTRACT WS-LOT-PIECE FROM WS-LOT-QTY

           IF WS-LOT-PIECE > 0 AND WS-DRAWN-COUNT < 99
               ADD 1 TO WS-DRAWN-COUNT
               MOVE LS-LOT-NUMBER(WS-LS-HIT)
                   TO DN-LOT-NUMBER(WS-DRAWN-COUNT)
               MOVE LS-BEST-BY(WS-LS-HIT)
                   TO DN-BEST-BY(WS-DRAWN-COUNT)
               MOVE WS-LOT-PIECE TO DN-CASES(WS-DRAWN-COUNT)
           END-IF

           .

       806-FIND-FIRST-EXPIRING.

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

       807-FIND-THE-LOT.

           MOVE 0 TO WS-LS-HIT
           PERFORM VARYING WS-LS-SUB FROM 1 BY 1
                   UNTIL WS-LS-SUB > WS-LOT-COUNT
                   OR WS-LS-HIT > 0
               IF LS-LOT-NUMBER(WS-LS-SUB) = WS-LOT-NUMBER
                   MOVE WS-LS-SUB TO WS-LS-HIT
               END-IF
           END-PERFORM

           .

       808-ADD-TO-LOT.

      *    A LOT RECEIVED AGAIN KEEPS THE EARLIER OF ITS TWO
      *    BEST-BY DATES.

           PERFORM 807-FIND-THE-LOT

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

       809-SAVE-THE-LOTS.

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

       900-PRINT-FINAL-TOTAL.

           MOVE WS-ORDERS-READ     TO RT-READ
           IF INTRAN-IS-OPEN
               CLOSE INTRANSIT-FILE
           END-IF
           IF LOT-IS-OPEN
               CLOSE LOT-FILE
                     INTRANSIT-LOT-FILE
           END-IF
           CLOSE REGISTER-FILE
                 REJECT-FILE
                 LEDGER-FILE
