      *  THE MASTER'S ALLOWED-SIZES LIST.  IF THE CANDY MASTER IS
      *  MISSING OR EMPTY THE OLD FREE-TEXT ENTRY STILL WORKS.
      *
      *  WAREHOUSE-IDS ARE PROVED AGAINST THE WAREHOUSE MASTER
      *  PR3WHSE.TXT (MAINTAINED THROUGH WHSMNT3).  A NEW RECORD
      *  CANNOT BE ADDED FOR A WAREHOUSE THAT IS NOT ON THE MASTER
      *  OR IS FLAGGED CLOSED; CHANGE AND DELETE STILL REACH THE
      *  RECORDS OF A CLOSED WAREHOUSE SO ITS STOCK CAN BE RUN DOWN.
      *  IF THE WAREHOUSE MASTER IS MISSING OR EMPTY ANY
      *  WAREHOUSE-ID IS TAKEN AS TYPED, AS BEFORE.
      *
      *  EVERY ADD, CHANGE, AND DELETE IS ALSO LOGGED TO THE AUDIT
      *  FILE PR3AUDIT.TXT WITH THE DATE, TIME, OPERATOR-ID, FUNCTION,
      *  FULL KEY, AND THE BEFORE AND AFTER IMAGES OF EACH CANDY
      *  OCCURRENCE TOUCHED.  AUDRPT3 PRINTS THE AUDIT FILE FOR
      *  SUPERVISOR REVIEW.
      *
      *  THE OPERATOR MUST SIGN ON AGAINST THE OPERATOR MASTER
      *  PR3OPER.TXT (SEE OPERMNT3) BEFORE ANYTHING IS OPENED, SO THE
      *  OPERATOR-ID ON THE AUDIT FILE AND THE LEDGER IS PROVED.
      *  THREE WRONG PASSWORDS IN A ROW LOCK THE OPERATOR-ID.  ONLY
      *  A SUPERVISOR MAY DELETE A RECORD, AND ONLY A SUPERVISOR OR
      *  BUYER MAY CHANGE A PRICE - A CLERK KEYS A PRICE ONLY FOR AN
      *  OCCURRENCE THAT HAS NONE YET.
      *
      *  ANY MAINTENANCE THAT MOVES NUM-CASES (AN ADD, A CHANGE THAT
      *  ALTERS THE QUANTITY, OR A DELETE OF A STOCKED OCCURRENCE)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT WAREHOUSE-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "PR3OPER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

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

       FD  OPERATOR-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  OPERATOR-RECORD.
           05  OM-OPERATOR-ID    PIC X(8).
           05  OM-OPERATOR-NAME  PIC X(20).
           05  OM-PASSWORD       PIC X(8).
           05  OM-ROLE           PIC X.
           05  OM-ACTIVE-FLAG    PIC X.
           05  OM-FAIL-COUNT     PIC 9.
           05  OM-LAST-DATE      PIC 9(8).
           05  OM-LAST-TIME      PIC 9(6).

      ******************** WORKING STORAGE ***************************

       WORKING-STORAGE SECTION.
               10  VT-VENDOR-ID    PIC X(1).
               10  VT-VENDOR-NAME  PIC X(18).

       01  WAREHOUSE-TABLE-FIELDS.
           05  WS-WHSE-STATUS      PIC XX      VALUE SPACES.
           05  WS-WH-COUNT         PIC S9(4)   VALUE 0.
           05  WS-WH-SUB           PIC S9(4)   VALUE 0.
           05  WS-WHSE-VALID       PIC X(3)    VALUE 'NO'.
               88  WHSE-IS-VALID               VALUE 'YES'.
           05  WS-WHSE-CLOSED      PIC X(3)    VALUE 'NO'.
               88  WHSE-IS-CLOSED              VALUE 'YES'.

       01  WAREHOUSE-TABLE-AREA.
           05  WAREHOUSE-TABLE OCCURS 20 TIMES INDEXED BY WH-IDX.
               10  WH-WAREHOUSE-ID PIC X(4).
               10  WH-NAME         PIC X(20).
               10  WH-STATUS       PIC X.

       01  OPERATOR-TABLE-FIELDS.
           05  WS-OPER-STATUS      PIC XX      VALUE SPACES.
           05  WS-OT-COUNT         PIC S9(4)   VALUE 0.
           05  WS-OT-SUB           PIC S9(4)   VALUE 0.
           05  WS-OT-HIT           PIC S9(4)   VALUE 0.
           05  WS-OPER-OVERFLOW    PIC X(3)    VALUE 'NO'.
               88  OPER-TABLE-OVERFLOWED       VALUE 'YES'.
           05  WS-SIGNED-ON        PIC X(3)    VALUE 'NO'.
               88  OPERATOR-SIGNED-ON          VALUE 'YES'.
           05  WS-SIGNON-TRIES     PIC 9       VALUE 0.
           05  WS-OPERATOR-NAME    PIC X(20)   VALUE SPACES.
           05  WS-IN-PASSWORD      PIC X(8)    VALUE SPACES.
           05  WS-OPERATOR-ROLE    PIC X       VALUE SPACE.
               88  ROLE-IS-SUPERVISOR          VALUE 'S'.
               88  ROLE-MAY-CHANGE-PRICE       VALUE 'S' 'B'.
               88  ROLE-MAY-MAINTAIN-MASTERS   VALUE 'S' 'B'.
           05  WS-SIGNON-DATE      PIC 9(8)    VALUE 0.
           05  WS-SIGNON-TIME-RAW  PIC 9(8)    VALUE 0.

       01  OPERATOR-TABLE-AREA.
           05  OPERATOR-TABLE OCCURS 100 TIMES INDEXED BY OT-IDX.
               10  OT-OPERATOR-ID  PIC X(8).
               10  OT-NAME         PIC X(20).
               10  OT-PASSWORD     PIC X(8).
               10  OT-ROLE         PIC X.
               10  OT-ACTIVE-FLAG  PIC X.
               10  OT-FAIL-COUNT   PIC 9.
               10  OT-LAST-DATE    PIC 9(8).
               10  OT-LAST-TIME    PIC 9(6).

       01  WS-MENU-FIELDS.
           05  WS-FUNCTION         PIC X.
               88  FUNCTION-ADD                VALUE 'A' 'a'.

       100-HOUSEKEEPING-ROUTINE.

           PERFORM 120-LOAD-OPERATOR-TABLE
           PERFORM 125-SIGN-ON-OPERATOR

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'

           PERFORM 160-LOAD-VENDOR-TABLE
           PERFORM 170-LOAD-CANDY-TABLE
           PERFORM 180-LOAD-WAREHOUSE-TABLE

           .

       120-LOAD-OPERATOR-TABLE.

           MOVE 0 TO WS-OT-COUNT

           OPEN INPUT OPERATOR-FILE

           IF WS-OPER-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ OPERATOR-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           IF WS-OT-COUNT < 100
                               ADD 1 TO WS-OT-COUNT
                               SET OT-IDX TO WS-OT-COUNT
                               MOVE OPERATOR-RECORD
                                   TO OPERATOR-TABLE(OT-IDX)
                               IF OT-FAIL-COUNT(OT-IDX) NOT NUMERIC
                                   MOVE 0 TO OT-FAIL-COUNT(OT-IDX)
                               END-IF
                           ELSE
                               MOVE 'YES' TO WS-OPER-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       125-SIGN-ON-OPERATOR.

      *    NO OTHER FILE IS OPENED UNTIL THE OPERATOR HAS SIGNED
      *    ON.  THREE TRIES ARE ALLOWED PER SITTING, AND THREE WRONG
      *    PASSWORDS IN A ROW ON ONE OPERATOR-ID LOCK IT UNTIL A
      *    SUPERVISOR SETS IT ACTIVE AGAIN THROUGH OPERMNT3.

           IF OPER-TABLE-OVERFLOWED
               DISPLAY 'PR3OPER.TXT HAS MORE THAN 100 OPERATORS - '
                   'NOBODY CAN SIGN ON UNTIL IT IS CORRECTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-OT-COUNT = 0
               DISPLAY 'NO OPERATORS ON PR3OPER.TXT - A SUPERVISOR '
                   'MUST SET THEM UP THROUGH OPERMNT3'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OPERATOR-SIGNED-ON
                   OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               PERFORM 130-CHECK-SIGN-ON
           END-PERFORM

           IF NOT OPERATOR-SIGNED-ON
               DISPLAY 'SIGN-ON REFUSED - PROGRAM ENDED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'SIGNED ON AS ' WS-OPERATOR-ID ' - '
               WS-OPERATOR-NAME

           .

       130-CHECK-SIGN-ON.

           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-IN-PASSWORD
           DISPLAY 'OPERATOR-ID: ' WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           DISPLAY 'PASSWORD: ' WITH NO ADVANCING
           ACCEPT WS-IN-PASSWORD

           MOVE 0 TO WS-OT-HIT
           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                   UNTIL WS-OT-SUB > WS-OT-COUNT
                   OR WS-OT-HIT > 0
               IF OT-OPERATOR-ID(WS-OT-SUB) = WS-OPERATOR-ID
                   MOVE WS-OT-SUB TO WS-OT-HIT
               END-IF
           END-PERFORM

           IF WS-OT-HIT > 0
               SET OT-IDX TO WS-OT-HIT
           END-IF

           EVALUATE TRUE
               WHEN WS-OT-HIT = 0
                 OR WS-OPERATOR-ID = SPACES
                   DISPLAY 'SIGN-ON REJECTED'
               WHEN OT-ACTIVE-FLAG(OT-IDX) = 'L'
                   DISPLAY 'OPERATOR-ID ' WS-OPERATOR-ID
                       ' IS LOCKED - SEE YOUR SUPERVISOR'
               WHEN OT-ACTIVE-FLAG(OT-IDX) NOT = 'Y'
                   DISPLAY 'OPERATOR-ID ' WS-OPERATOR-ID
                       ' IS NOT ACTIVE - SEE YOUR SUPERVISOR'
               WHEN OT-PASSWORD(OT-IDX) NOT = WS-IN-PASSWORD
                   ADD 1 TO OT-FAIL-COUNT(OT-IDX)
                   IF OT-FAIL-COUNT(OT-IDX) >= 3
                       MOVE 'L' TO OT-ACTIVE-FLAG(OT-IDX)
                       DISPLAY 'SIGN-ON REJECTED - OPERATOR-ID '
                           WS-OPERATOR-ID ' IS NOW LOCKED'
                   ELSE
                       DISPLAY 'SIGN-ON REJECTED'
                   END-IF
                   PERFORM 135-SAVE-OPERATOR-FILE
               WHEN OTHER
                   ACCEPT WS-SIGNON-DATE     FROM DATE YYYYMMDD
                   ACCEPT WS-SIGNON-TIME-RAW FROM TIME
                   MOVE 0 TO OT-FAIL-COUNT(OT-IDX)
                   MOVE WS-SIGNON-DATE TO OT-LAST-DATE(OT-IDX)
                   MOVE WS-SIGNON-TIME-RAW(1:6)
                       TO OT-LAST-TIME(OT-IDX)
                   MOVE OT-ROLE(OT-IDX) TO WS-OPERATOR-ROLE
                   MOVE OT-NAME(OT-IDX) TO WS-OPERATOR-NAME
                   MOVE 'YES' TO WS-SIGNED-ON
                   PERFORM 135-SAVE-OPERATOR-FILE
           END-EVALUATE

           .

       135-SAVE-OPERATOR-FILE.

           OPEN OUTPUT OPERATOR-FILE

           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                   UNTIL WS-OT-SUB > WS-OT-COUNT
               SET OT-IDX TO WS-OT-SUB
               MOVE OPERATOR-TABLE(OT-IDX) TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
           END-PERFORM

           CLOSE OPERATOR-FILE

           .


           .

       180-LOAD-WAREHOUSE-TABLE.

           OPEN INPUT WAREHOUSE-FILE

           IF WS-WHSE-STATUS = '35'
               DISPLAY 'PR3WHSE.TXT NOT FOUND - WAREHOUSE-IDS WILL '
                   'BE ACCEPTED AS TYPED'
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
                               MOVE WM-WAREHOUSE-NAME
                                   TO WH-NAME(WH-IDX)
                               MOVE WM-STATUS
                                   TO WH-STATUS(WH-IDX)
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

       200-DISPLAY-MENU.

           DISPLAY ' '
                   PERFORM 400-CHANGE-RECORD

               WHEN FUNCTION-DELETE
                   IF ROLE-IS-SUPERVISOR
                       PERFORM 500-DELETE-RECORD
                   ELSE
                       DISPLAY 'DELETE IS A SUPERVISOR FUNCTION'
                   END-IF

               WHEN FUNCTION-QUIT
                   MOVE 'YES' TO WS-QUIT-FLAG

       610-ACCEPT-KEY.

      *    AN OFF-MASTER OR CLOSED WAREHOUSE ONLY BLOCKS AN ADD -
      *    CHANGE AND DELETE MUST STILL REACH THE RECORDS OF A
      *    WAREHOUSE BEING SHUT DOWN.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'WAREHOUSE-ID (4 CHARS): ' WITH NO ADVANCING
               ACCEPT WS-KEY-WAREHOUSE
               PERFORM 640-VALIDATE-WAREHOUSE
               EVALUATE TRUE
                   WHEN NOT FUNCTION-ADD
                       MOVE 'YES' TO WS-EDIT-OK
                   WHEN NOT WHSE-IS-VALID
                       DISPLAY 'WAREHOUSE-ID NOT ON PR3WHSE.TXT'
                   WHEN WHSE-IS-CLOSED
                       DISPLAY 'WAREHOUSE ' WS-KEY-WAREHOUSE
                           ' IS CLOSED - NO NEW RECORDS'
                   WHEN OTHER
                       MOVE 'YES' TO WS-EDIT-OK
               END-EVALUATE
           END-PERFORM
           IF WS-WH-COUNT > 0 AND WHSE-IS-VALID
               DISPLAY 'WAREHOUSE: ' WH-NAME(WH-IDX)
           END-IF

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               END-IF
           END-PERFORM

      *    ONLY A SUPERVISOR OR BUYER CHANGES A PRICE.  A CLERK
      *    KEYS ONE ONLY WHERE THE OCCURRENCE HAS NONE YET.

           IF ROLE-MAY-CHANGE-PRICE
              OR PRICE(WS-CHANGE-SUB) IS NOT NUMERIC
               MOVE 'NO' TO WS-EDIT-OK
           ELSE
               MOVE 'YES' TO WS-EDIT-OK
               DISPLAY 'PRICE KEPT - YOUR ROLE MAY NOT CHANGE PRICE'
           END-IF
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'PRICE (NUMERIC, E.G. 00299): ' WITH NO ADVANCING
               ACCEPT WS-IN-PRICE

           .

       640-VALIDATE-WAREHOUSE.

      *    LEAVES WH-IDX ON THE MATCHING ENTRY WHEN ONE IS FOUND.

           MOVE 'NO' TO WS-WHSE-VALID
           MOVE 'NO' TO WS-WHSE-CLOSED

           IF WS-WH-COUNT = 0
               MOVE 'YES' TO WS-WHSE-VALID
           ELSE
               PERFORM VARYING WS-WH-SUB FROM 1 BY 1
                       UNTIL WS-WH-SUB > WS-WH-COUNT
                       OR WHSE-IS-VALID
                   SET WH-IDX TO WS-WH-SUB
                   IF WH-WAREHOUSE-ID(WH-IDX) = WS-KEY-WAREHOUSE
                       MOVE 'YES' TO WS-WHSE-VALID
                       IF WH-STATUS(WH-IDX) = 'C'
                           MOVE 'YES' TO WS-WHSE-CLOSED
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           .

       710-CHECK-ALLOWED-SIZE.

           MOVE 'YES' TO WS-SIZE-ALLOWED
