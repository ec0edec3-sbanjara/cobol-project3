      *  PR3ORDER.TXT FOR THE ALLOC3 ALLOCATION RUN.  ORDER NUMBERS
      *  COME FROM THE LAST-NUMBER FILE PR3ORDNBR.TXT.
      *
      *  ORDER RECORD (45 CHARACTERS):
      *      OR-ORDER-NO     9(6)
      *      OR-CUSTOMER     X(20)  NAME FROM THE CUSTOMER MASTER
      *      OR-WAREHOUSE-ID X(4)
      *      OR-VENDOR-ID    X(1)
      *      OR-CANDY-ID     X(3)
      *      OR-OCCURRENCE   9
      *      OR-CASES        9(4)
      *      OR-CUSTOMER-NO  X(6)   SPACES ON LINES TAKEN BEFORE
      *                             THE CUSTOMER MASTER EXISTED
      *
      *  THE CLERK KEYS THE CUSTOMER NUMBER, WHICH IS PROVED
      *  AGAINST THE CUSTOMER MASTER PR3CUST.TXT (SEE CUSTMNT3).
      *  A CUSTOMER ON CREDIT HOLD MAY STILL ORDER, BUT THE CLERK
      *  IS TOLD THE LINE WILL NOT BE PICKED UNTIL CREDIT RELEASES
      *  THE ACCOUNT.  EACH LINE IS VALUED AT THE SELLING PRICE ON
      *  PR3SELL.TXT (OR PRICE ON THE MASTER WHEN THERE IS NONE),
      *  AND WHEN THE OPEN BALANCE PLUS THE LINES TAKEN THIS
      *  SITTING WOULD GO OVER THE CREDIT LIMIT THE CLERK IS WARNED
      *  AND MUST CONFIRM THE LINE.  IF PR3CUST.TXT IS MISSING OR
      *  EMPTY THE CUSTOMER NAME IS KEYED AS FREE TEXT, AS BEFORE.
      *
      *  THE KEY AND OCCURRENCE ARE PROVED AGAINST PR3MAST.DAT AS
      *  THE ORDER IS TAKEN AND THE CLERK IS SHOWN THE CASES ON
      *  EXIST - A SHORT POSITION IS STILL ACCEPTED, IT JUST GOES
      *  TO BACKORDER WHEN ALLOC3 RUNS.
      *
      *  THE WAREHOUSE IS PROVED AGAINST THE WAREHOUSE MASTER
      *  PR3WHSE.TXT FIRST - NO ORDER LINE IS TAKEN AGAINST A
      *  WAREHOUSE THAT IS NOT ON THE MASTER OR IS FLAGGED CLOSED.
      *  IF THE WAREHOUSE MASTER IS MISSING OR EMPTY ANY
      *  WAREHOUSE-ID ON PR3MAST.DAT IS ACCEPTED, AS BEFORE.
      *
      *  THE CLERK MUST SIGN ON AGAINST THE OPERATOR MASTER
      *  PR3OPER.TXT (SEE OPERMNT3) BEFORE ANY ORDER IS TAKEN; ANY
      *  ACTIVE OPERATOR, WHATEVER THE ROLE, MAY ENTER ORDERS.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT WAREHOUSE-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "PR3CUST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT SELL-PRICE-FILE
               ASSIGN TO "PR3SELL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELL-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "PR3OPER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

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

       FD  ORDER-NUMBER-FILE
           RECORD CONTAINS 6 CHARACTERS.
               10  NUM-CASES     PIC S9(4).
               10  PRICE         PIC S999V99.

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

       FD  SELL-PRICE-FILE
           RECORD CONTAINS 9 CHARACTERS.

       01  SELL-PRICE-RECORD.
           05  SP-CANDY-ID       PIC X(3).
           05  SP-BOX-SIZE       PIC X.
           05  SP-SELL-PRICE     PIC 9(3)V99.

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

       01  FLAG-AND-SWITCHES.
           05  EOF-FILE            PIC X       VALUE ' '.
               88  NO-MORE-DATA                VALUE 'N'.
           05  WS-QUIT-FLAG        PIC X(3)    VALUE 'NO'.
               88  DONE-FOR-NOW                VALUE 'YES'.
           05  WS-EDIT-OK          PIC X(3)    VALUE 'NO'.
           05  WS-ORDER-STATUS     PIC XX      VALUE SPACES.
           05  WS-ORDNBR-STATUS    PIC XX      VALUE SPACES.
           05  WS-MASTER-STATUS    PIC XX      VALUE SPACES.
           05  WS-WHSE-STATUS      PIC XX      VALUE SPACES.
           05  WS-CUST-STATUS      PIC XX      VALUE SPACES.
           05  WS-SELL-STATUS      PIC XX      VALUE SPACES.

       01  WAREHOUSE-TABLE-FIELDS.
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

       01  CUSTOMER-TABLE-FIELDS.
           05  WS-CU-COUNT         PIC S9(4)   VALUE 0.
           05  WS-CU-SUB           PIC S9(4)   VALUE 0.
           05  WS-CUST-FOUND       PIC X(3)    VALUE 'NO'.
               88  CUST-WAS-FOUND              VALUE 'YES'.

       01  CUSTOMER-TABLE-AREA.
           05  CUSTOMER-TABLE OCCURS 500 TIMES INDEXED BY CU-IDX.
               10  CT-CUSTOMER-NO  PIC 9(6).
               10  CT-NAME         PIC X(20).
               10  CT-CREDIT-LIMIT PIC 9(7)V99.
               10  CT-OPEN-BALANCE PIC S9(7)V99.
               10  CT-HOLD-FLAG    PIC X.
               10  CT-TAKEN-VALUE  PIC 9(7)V99.

       01  SELL-PRICE-FIELDS.
           05  WS-SELL-COUNT       PIC S9(4)   VALUE 0.
           05  WS-SP-SUB           PIC S9(4)   VALUE 0.

       01  SELL-PRICE-TABLE-AREA.
           05  SELL-PRICE-TABLE OCCURS 200 TIMES
                                INDEXED BY SP-IDX.
               10  SP-T-CANDY-ID   PIC X(3).
               10  SP-T-BOX-SIZE   PIC X.
               10  SP-T-SELL-PRICE PIC 9(3)V99.

       01  CREDIT-CHECK-FIELDS.
           05  WS-UNIT-PRICE       PIC 9(3)V99  VALUE 0.
           05  WS-LINE-VALUE       PIC 9(7)V99  VALUE 0.
           05  WS-EXPOSURE         PIC S9(8)V99 VALUE 0.
           05  WS-SHOW-EXPOSURE    PIC -$$,$$$,$$9.99.
           05  WS-SHOW-LIMIT       PIC $$,$$$,$$9.99.

       01  ORDER-NUMBER-FIELDS.
           05  WS-LAST-ORDER-NO    PIC 9(6)    VALUE 0.
           05  WS-LINES-TAKEN      PIC 9(4)    VALUE 0.

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
           05  WS-OPERATOR-ID      PIC X(8)    VALUE SPACES.
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

       01  WS-ENTRY-FIELDS.
           05  WS-IN-CUSTOMER      PIC X(20).
           05  WS-IN-CUSTOMER-NO   PIC X(6).
           05  WS-IN-CUSTOMER-NUM REDEFINES WS-IN-CUSTOMER-NO
                                   PIC 9(6).
           05  WS-IN-WAREHOUSE     PIC X(4).
           05  WS-IN-VENDOR        PIC X(1).
           05  WS-IN-CANDY         PIC X(3).

       100-HOUSEKEEPING-ROUTINE.

           PERFORM 120-LOAD-OPERATOR-TABLE
           PERFORM 125-SIGN-ON-OPERATOR

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE 'YES' TO WS-MASTER-OPENED
           END-IF

           PERFORM 150-READ-LAST-ORDER-NUMBER
           PERFORM 160-LOAD-WAREHOUSE-TABLE
           PERFORM 170-LOAD-CUSTOMER-TABLE
           PERFORM 180-LOAD-SELL-TABLE

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

       160-LOAD-WAREHOUSE-TABLE.

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

       170-LOAD-CUSTOMER-TABLE.

           OPEN INPUT CUSTOMER-FILE

           IF WS-CUST-STATUS = '35'
               DISPLAY 'PR3CUST.TXT NOT FOUND - CUSTOMER NAMES WILL '
                   'BE KEYED AS FREE TEXT AND NOT CREDIT CHECKED'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ CUSTOMER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 175-ADD-CUSTOMER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       175-ADD-CUSTOMER-ENTRY.

           IF WS-CU-COUNT < 500
               ADD 1 TO WS-CU-COUNT
               SET CU-IDX TO WS-CU-COUNT
               MOVE CU-CUSTOMER-NO   TO CT-CUSTOMER-NO(CU-IDX)
               MOVE CU-CUSTOMER-NAME TO CT-NAME(CU-IDX)
               IF CU-CREDIT-LIMIT IS NUMERIC
                   MOVE CU-CREDIT-LIMIT TO CT-CREDIT-LIMIT(CU-IDX)
               ELSE
                   MOVE 0 TO CT-CREDIT-LIMIT(CU-IDX)
               END-IF
               IF CU-OPEN-BALANCE IS NUMERIC
                   MOVE CU-OPEN-BALANCE TO CT-OPEN-BALANCE(CU-IDX)
               ELSE
                   MOVE 0 TO CT-OPEN-BALANCE(CU-IDX)
               END-IF
               MOVE CU-HOLD-FLAG     TO CT-HOLD-FLAG(CU-IDX)
               MOVE 0                TO CT-TAKEN-VALUE(CU-IDX)
           ELSE
               DISPLAY 'PR3CUST.TXT HAS MORE THAN 500 ENTRIES - '
                   'IGNORING: ' CU-CUSTOMER-NO
           END-IF

           .

       180-LOAD-SELL-TABLE.

           OPEN INPUT SELL-PRICE-FILE

           IF WS-SELL-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ SELL-PRICE-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 185-ADD-SELL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SELL-PRICE-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       185-ADD-SELL-ENTRY.

           IF WS-SELL-COUNT < 200
               ADD 1 TO WS-SELL-COUNT
               SET SP-IDX TO WS-SELL-COUNT
               MOVE SP-CANDY-ID   TO SP-T-CANDY-ID(SP-IDX)
               MOVE SP-BOX-SIZE   TO SP-T-BOX-SIZE(SP-IDX)
               MOVE SP-SELL-PRICE TO SP-T-SELL-PRICE(SP-IDX)
           ELSE
               DISPLAY 'PR3SELL.TXT HAS MORE THAN 200 ENTRIES - '
                   'IGNORING: ' SP-CANDY-ID
           END-IF

           .

       200-TAKE-ONE-ORDER-LINE.

           DISPLAY ' '
           MOVE 'NO'   TO WS-CUST-FOUND
           MOVE SPACES TO WS-IN-CUSTOMER-NO

           IF WS-CU-COUNT = 0
               DISPLAY 'ORDER ENTRY (BLANK CUSTOMER TO QUIT)'
               DISPLAY 'CUSTOMER NAME: ' WITH NO ADVANCING
               ACCEPT WS-IN-CUSTOMER
           ELSE
               DISPLAY 'ORDER ENTRY (BLANK CUSTOMER NUMBER TO QUIT)'
               DISPLAY 'CUSTOMER NUMBER: ' WITH NO ADVANCING
               ACCEPT WS-IN-CUSTOMER-NO
               MOVE WS-IN-CUSTOMER-NO TO WS-IN-CUSTOMER
           END-IF

           IF WS-IN-CUSTOMER = SPACES
               MOVE 'YES' TO WS-QUIT-FLAG
           ELSE
               IF WS-CU-COUNT > 0
                   PERFORM 250-PROVE-CUSTOMER
               END-IF
               IF WS-CU-COUNT = 0 OR CUST-WAS-FOUND
                   PERFORM 300-ACCEPT-AND-PROVE-KEY
                   IF KEY-WAS-FOUND
                       PERFORM 400-ACCEPT-CASES-WANTED
                   END-IF
               END-IF
           END-IF

           .

       250-PROVE-CUSTOMER.

      *    LEAVES CU-IDX ON THE CUSTOMER WHEN ONE IS FOUND.

           INSPECT WS-IN-CUSTOMER-NO
               REPLACING LEADING SPACES BY ZEROS

           IF WS-IN-CUSTOMER-NO IS NOT NUMERIC
               DISPLAY 'CUSTOMER NUMBER MUST BE NUMERIC, E.G. 001250 '
                   '- ORDER LINE NOT TAKEN'
           ELSE
               PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                       UNTIL WS-CU-SUB > WS-CU-COUNT
                       OR CUST-WAS-FOUND
                   SET CU-IDX TO WS-CU-SUB
                   IF CT-CUSTOMER-NO(CU-IDX) = WS-IN-CUSTOMER-NUM
                       MOVE 'YES' TO WS-CUST-FOUND
                   END-IF
               END-PERFORM

               IF NOT CUST-WAS-FOUND
                   DISPLAY 'CUSTOMER ' WS-IN-CUSTOMER-NO ' IS NOT ON '
                       'PR3CUST.TXT - ORDER LINE NOT TAKEN'
               ELSE
                   MOVE CT-NAME(CU-IDX) TO WS-IN-CUSTOMER
                   DISPLAY 'CUSTOMER: ' CT-NAME(CU-IDX)
                   IF CT-HOLD-FLAG(CU-IDX) = 'Y'
                       DISPLAY '** CUSTOMER IS ON CREDIT HOLD - THE '
                           'LINE WILL WAIT ON BACKORDER UNTIL CREDIT '
                           'RELEASES THE ACCOUNT **'
                   END-IF
               END-IF
           END-IF

           .


       300-ACCEPT-AND-PROVE-KEY.

           MOVE 'NO' TO WS-KEY-FOUND

           DISPLAY 'WAREHOUSE-ID (4 CHARS): ' WITH NO ADVANCING
           ACCEPT WS-IN-WAREHOUSE

           PERFORM 310-VALIDATE-WAREHOUSE

           EVALUATE TRUE
               WHEN NOT WHSE-IS-VALID
                   DISPLAY 'WAREHOUSE ' WS-IN-WAREHOUSE ' IS NOT ON '
                       'PR3WHSE.TXT - ORDER LINE NOT TAKEN'
               WHEN WHSE-IS-CLOSED
                   DISPLAY 'WAREHOUSE ' WS-IN-WAREHOUSE ' IS CLOSED - '
                       'ORDER LINE NOT TAKEN'
               WHEN OTHER
                   IF WS-WH-COUNT > 0
                       DISPLAY 'WAREHOUSE: ' WH-NAME(WH-IDX)
                   END-IF
                   DISPLAY 'VENDOR-ID (1 CHAR): ' WITH NO ADVANCING
                   ACCEPT WS-IN-VENDOR
                   DISPLAY 'CANDY-ID (3 CHARS): ' WITH NO ADVANCING
                   ACCEPT WS-IN-CANDY

                   MOVE WS-IN-WAREHOUSE TO WAREHOUSE-ID
                   MOVE WS-IN-VENDOR    TO VENDOR-ID
                   MOVE WS-IN-CANDY     TO CANDY-ID

                   READ MASTER-FILE
                       INVALID KEY
                           DISPLAY 'THAT KEY IS NOT ON PR3MAST.DAT - '
                               'ORDER LINE NOT TAKEN'
                       NOT INVALID KEY
                           PERFORM 350-ACCEPT-OCCURRENCE
                   END-READ
           END-EVALUATE

           .

       310-VALIDATE-WAREHOUSE.

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
                   IF WH-WAREHOUSE-ID(WH-IDX) = WS-IN-WAREHOUSE
                       MOVE 'YES' TO WS-WHSE-VALID
                       IF WH-STATUS(WH-IDX) = 'C'
                           MOVE 'YES' TO WS-WHSE-CLOSED
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           .

               MOVE 'Y' TO WS-CONFIRM
           END-IF

           IF CONFIRM-YES AND CUST-WAS-FOUND
               PERFORM 450-CHECK-CREDIT-LIMIT
           END-IF

           IF CONFIRM-YES
               PERFORM 500-WRITE-ORDER-LINE
           ELSE

           .

       450-CHECK-CREDIT-LIMIT.

      *    THE LINE IS VALUED AT THE SELLING PRICE FOR THE CANDY AND
      *    BOX SIZE, FALLING BACK TO PRICE ON THE MASTER RECORD.

           MOVE 0 TO WS-UNIT-PRICE
           PERFORM VARYING WS-SP-SUB FROM 1 BY 1
                   UNTIL WS-SP-SUB > WS-SELL-COUNT
               SET SP-IDX TO WS-SP-SUB
               IF SP-T-CANDY-ID(SP-IDX) = WS-IN-CANDY
                  AND SP-T-BOX-SIZE(SP-IDX) = BOX-SIZE(WS-IN-OCC-NUM)
                   MOVE SP-T-SELL-PRICE(SP-IDX) TO WS-UNIT-PRICE
               END-IF
           END-PERFORM

           IF WS-UNIT-PRICE = 0
              AND PRICE(WS-IN-OCC-NUM) IS NUMERIC
              AND PRICE(WS-IN-OCC-NUM) > 0
               MOVE PRICE(WS-IN-OCC-NUM) TO WS-UNIT-PRICE
           END-IF

           COMPUTE WS-LINE-VALUE = WS-IN-CASES-NUM * WS-UNIT-PRICE
           COMPUTE WS-EXPOSURE = CT-OPEN-BALANCE(CU-IDX)
                               + CT-TAKEN-VALUE(CU-IDX)
                               + WS-LINE-VALUE

           IF WS-EXPOSURE > CT-CREDIT-LIMIT(CU-IDX)
               MOVE WS-EXPOSURE              TO WS-SHOW-EXPOSURE
               MOVE CT-CREDIT-LIMIT(CU-IDX)  TO WS-SHOW-LIMIT
               DISPLAY '** WARNING - THIS LINE PUTS THE CUSTOMER '
                   'OVER THE CREDIT LIMIT **'
               DISPLAY 'BALANCE PLUS ORDERS: ' WS-SHOW-EXPOSURE
                   '   CREDIT LIMIT: ' WS-SHOW-LIMIT
               DISPLAY 'TAKE IT ANYWAY (Y/N)? ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM
           END-IF

           .

       500-WRITE-ORDER-LINE.

           ADD 1 TO WS-LAST-ORDER-NO
           MOVE WS-IN-CANDY      TO OR-CANDY-ID
           MOVE WS-IN-OCC-NUM    TO OR-OCCURRENCE
           MOVE WS-IN-CASES-NUM  TO OR-CASES
           MOVE WS-IN-CUSTOMER-NO TO OR-CUSTOMER-NO
           WRITE ORDER-RECORD

           IF CUST-WAS-FOUND
               ADD WS-LINE-VALUE TO CT-TAKEN-VALUE(CU-IDX)
           END-IF

           ADD 1 TO WS-LINES-TAKEN
           DISPLAY 'ORDER ' OR-ORDER-NO ' TAKEN'

