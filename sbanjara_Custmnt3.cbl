      ********************* IDENTIFICATION-DIVISION ******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTMNT3.
       AUTHOR.      SBANJARA.

      ****************************************************************
      *
      *  FRONT-END MAINTENANCE PROGRAM FOR THE CUSTOMER MASTER FILE
      *  PR3CUST.TXT.  LETS DATA ENTRY ADD, CHANGE, OR DELETE A
      *  CUSTOMER KEYED BY A SIX-DIGIT CUSTOMER NUMBER, CARRYING
      *  THE CUSTOMER NAME, THE BILL-TO AND SHIP-TO ADDRESSES, THE
      *  CREDIT LIMIT, THE OPEN (UNPAID) BALANCE, AND THE CREDIT
      *  HOLD FLAG.
      *
      *  CUSTOMER MASTER RECORD (146 CHARACTERS):
      *      CU-CUSTOMER-NO     9(6)   KEY
      *      CU-CUSTOMER-NAME   X(20)
      *      CU-BILL-ADDRESS    X(30)
      *      CU-BILL-CITY-STATE X(20)
      *      CU-SHIP-ADDRESS    X(30)
      *      CU-SHIP-CITY-STATE X(20)
      *      CU-CREDIT-LIMIT    9(7)V99
      *      CU-OPEN-BALANCE    S9(7)V99  SIGN LEADING SEPARATE
      *      CU-HOLD-FLAG       X      Y=ON CREDIT HOLD  N=RELEASED
      *
      *  ORDENT3 TAKES THE CUSTOMER NUMBER ON EVERY ORDER LINE,
      *  PROVES IT AGAINST THIS FILE, AND WARNS THE CLERK WHEN THE
      *  OPEN BALANCE PLUS THE ORDERS TAKEN WOULD GO OVER THE
      *  CREDIT LIMIT.  ALLOC3 DOES NOT PICK FOR A CUSTOMER ON
      *  HOLD - THOSE LINES STAY ON PR3BACKORD.TXT UNTIL CREDIT
      *  RELEASES THE ACCOUNT HERE.  THE INVOIC3 BILLING RUN ADDS
      *  EACH INVOICE TO THE OPEN BALANCE; PAYMENTS ARE TAKEN OFF
      *  HERE ON A CHANGE.  A NEW CUSTOMER STARTS AT A ZERO BALANCE
      *  AND THE BALANCE ITSELF IS NEVER RE-KEYED.
      *
      *  LIKE VENDMNT3 THE WHOLE FILE IS LOADED INTO A TABLE, THE
      *  ADD/CHANGE/DELETE IS APPLIED AGAINST THE TABLE, AND THE
      *  FILE IS REWRITTEN FROM THE TABLE ON EXIT.
      *
      *  A CUSTOMER CANNOT BE DELETED WHILE IT HAS AN OPEN BALANCE
      *  OR ANY LINE WAITING ON THE OPEN ORDER FILE PR3ORDER.TXT OR
      *  THE BACKORDER FILE PR3BACKORD.TXT.
      *
      *  THE OPERATOR MUST SIGN ON AGAINST THE OPERATOR MASTER
      *  PR3OPER.TXT (SEE OPERMNT3); ONLY A SUPERVISOR MAY DELETE.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO "PR3CUST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ORDER-FILE
               ASSIGN TO "PR3ORDER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT BACKORDER-FILE
               ASSIGN TO "PR3BACKORD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORD-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "PR3OPER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

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

       FD  ORDER-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  ORDER-RECORD.
           05  OR-ORDER-NO       PIC 9(6).
           05  OR-CUSTOMER       PIC X(20).
           05  OR-WAREHOUSE-ID   PIC X(4).
           05  OR-VENDOR-ID      PIC X(1).
           05  OR-CANDY-ID       PIC X(3).
           05  OR-OCCURRENCE     PIC 9.
           05  OR-CASES          PIC 9(4).
           05  OR-CUSTOMER-NO    PIC X(6).

       FD  BACKORDER-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  BACKORDER-RECORD.
           05  BO-ORDER-NO       PIC 9(6).
           05  BO-CUSTOMER       PIC X(20).
           05  BO-WAREHOUSE-ID   PIC X(4).
           05  BO-VENDOR-ID      PIC X(1).
           05  BO-CANDY-ID       PIC X(3).
           05  BO-OCCURRENCE     PIC 9.
           05  BO-CASES          PIC 9(4).
           05  BO-CUSTOMER-NO    PIC X(6).

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
           05  WS-KEY-FOUND        PIC X(3)    VALUE 'NO'.
               88  KEY-WAS-FOUND               VALUE 'YES'.
           05  WS-EDIT-OK          PIC X(3)    VALUE 'NO'.
               88  EDIT-PASSED                 VALUE 'YES'.
           05  WS-CUST-IN-USE      PIC X(3)    VALUE 'NO'.
               88  CUST-IS-IN-USE              VALUE 'YES'.

       01  FILE-STATUS-FIELDS.
           05  WS-CUST-STATUS      PIC XX      VALUE SPACES.
           05  WS-ORDER-STATUS     PIC XX      VALUE SPACES.
           05  WS-BACKORD-STATUS   PIC XX      VALUE SPACES.

       01  CUSTOMER-TABLE-FIELDS.
           05  WS-TABLE-COUNT      PIC S9(4)   VALUE 0.
           05  WS-IDX              PIC S9(4)   VALUE 0.
           05  WS-FOUND-IDX        PIC S9(4)   VALUE 0.
           05  WS-TABLE-OVERFLOW   PIC X(3)    VALUE 'NO'.
               88  TABLE-OVERFLOWED           VALUE 'YES'.

       01  CUSTOMER-TABLE-AREA.
           05  CUSTOMER-TABLE OCCURS 500 TIMES INDEXED BY CT-IDX.
               10  CT-CUSTOMER-NO     PIC 9(6).
               10  CT-CUSTOMER-NAME   PIC X(20).
               10  CT-BILL-ADDRESS    PIC X(30).
               10  CT-BILL-CITY-STATE PIC X(20).
               10  CT-SHIP-ADDRESS    PIC X(30).
               10  CT-SHIP-CITY-STATE PIC X(20).
               10  CT-CREDIT-LIMIT    PIC 9(7)V99.
               10  CT-OPEN-BALANCE    PIC S9(7)V99.
               10  CT-HOLD-FLAG       PIC X.

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

       01  WS-MENU-FIELDS.
           05  WS-FUNCTION         PIC X.
               88  FUNCTION-ADD                VALUE 'A' 'a'.
               88  FUNCTION-CHANGE              VALUE 'C' 'c'.
               88  FUNCTION-DELETE              VALUE 'D' 'd'.
               88  FUNCTION-QUIT                VALUE 'Q' 'q'.
           05  WS-KEY-CUSTOMER-IN  PIC X(6).
           05  WS-KEY-CUSTOMER REDEFINES WS-KEY-CUSTOMER-IN
                                   PIC 9(6).
           05  WS-CONFIRM          PIC X.
               88  CONFIRM-YES                 VALUE 'Y' 'y'.

       01  WS-ENTRY-FIELDS.
           05  WS-IN-CUST-NAME     PIC X(20).
           05  WS-IN-ADDRESS       PIC X(30).
           05  WS-IN-CITY-STATE    PIC X(20).
           05  WS-IN-SAME-ADDRESS  PIC X.
               88  SHIP-TO-SAME                VALUE 'Y' 'y'.
           05  WS-IN-LIMIT         PIC X(9).
           05  WS-IN-LIMIT-NUM REDEFINES WS-IN-LIMIT PIC 9(9).
           05  WS-IN-PAYMENT       PIC X(9).
           05  WS-IN-PAYMENT-NUM REDEFINES WS-IN-PAYMENT PIC 9(9).
           05  WS-IN-HOLD          PIC X.
               88  HOLD-YES                    VALUE 'Y' 'y'.
               88  HOLD-NO                     VALUE 'N' 'n'.

       01  WS-DISPLAY-FIELDS.
           05  WS-SHOW-AMOUNT      PIC -$$,$$$,$$9.99.

      ************************** PROCEDURE-DIVISION ******************

       PROCEDURE DIVISION.

       50-CONTROL-MODULE.

           PERFORM 100-HOUSEKEEPING-ROUTINE
           PERFORM UNTIL DONE-FOR-NOW
               PERFORM 200-DISPLAY-MENU
               PERFORM 250-PROCESS-FUNCTION
           END-PERFORM

           IF TABLE-OVERFLOWED
               DISPLAY 'MORE THAN 500 CUSTOMERS - SOME WERE NOT '
                   'LOADED. REFUSING TO SAVE SO NO RECORDS ARE '
                   'LOST - PR3CUST.TXT LEFT UNCHANGED.'
           ELSE
               PERFORM 900-REWRITE-THE-FILE
           END-IF

           STOP RUN

           .

       100-HOUSEKEEPING-ROUTINE.

           PERFORM 120-LOAD-OPERATOR-TABLE
           PERFORM 125-SIGN-ON-OPERATOR

           OPEN INPUT CUSTOMER-FILE

           IF WS-CUST-STATUS = '35'
               DISPLAY 'PR3CUST.TXT NOT FOUND - STARTING AN EMPTY '
                   'CUSTOMER MASTER'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ CUSTOMER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 150-LOAD-TABLE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

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

       150-LOAD-TABLE-ENTRY.

           IF WS-TABLE-COUNT < 500
               ADD 1 TO WS-TABLE-COUNT
               SET CT-IDX TO WS-TABLE-COUNT
               MOVE CU-CUSTOMER-NO   TO CT-CUSTOMER-NO(CT-IDX)
               MOVE CU-CUSTOMER-NAME TO CT-CUSTOMER-NAME(CT-IDX)
               MOVE CU-BILL-ADDRESS  TO CT-BILL-ADDRESS(CT-IDX)
               MOVE CU-BILL-CITY-STATE
                                     TO CT-BILL-CITY-STATE(CT-IDX)
               MOVE CU-SHIP-ADDRESS  TO CT-SHIP-ADDRESS(CT-IDX)
               MOVE CU-SHIP-CITY-STATE
                                     TO CT-SHIP-CITY-STATE(CT-IDX)
               IF CU-CREDIT-LIMIT IS NUMERIC
                   MOVE CU-CREDIT-LIMIT TO CT-CREDIT-LIMIT(CT-IDX)
               ELSE
                   MOVE 0 TO CT-CREDIT-LIMIT(CT-IDX)
               END-IF
               IF CU-OPEN-BALANCE IS NUMERIC
                   MOVE CU-OPEN-BALANCE TO CT-OPEN-BALANCE(CT-IDX)
               ELSE
                   MOVE 0 TO CT-OPEN-BALANCE(CT-IDX)
               END-IF
               IF CU-HOLD-FLAG = 'Y'
                   MOVE 'Y' TO CT-HOLD-FLAG(CT-IDX)
               ELSE
                   MOVE 'N' TO CT-HOLD-FLAG(CT-IDX)
               END-IF
           ELSE
               MOVE 'YES' TO WS-TABLE-OVERFLOW
               DISPLAY 'PR3CUST.TXT HAS MORE THAN 500 RECORDS - '
                   'IGNORING: ' CU-CUSTOMER-NO
           END-IF

           .

       200-DISPLAY-MENU.

           DISPLAY ' '
           DISPLAY 'PR3CUST.TXT CUSTOMER MASTER MAINTENANCE'
           DISPLAY 'CUSTOMERS ON FILE: ' WS-TABLE-COUNT
           DISPLAY 'A) ADD     C) CHANGE     D) DELETE     Q) QUIT'
           DISPLAY 'ENTER FUNCTION: ' WITH NO ADVANCING
           ACCEPT WS-FUNCTION

           .

       250-PROCESS-FUNCTION.

           EVALUATE TRUE

               WHEN FUNCTION-ADD
                   PERFORM 300-ADD-RECORD

               WHEN FUNCTION-CHANGE
                   PERFORM 400-CHANGE-RECORD

               WHEN FUNCTION-DELETE
                   IF ROLE-IS-SUPERVISOR
                       PERFORM 500-DELETE-RECORD
                   ELSE
                       DISPLAY 'DELETE IS A SUPERVISOR FUNCTION'
                   END-IF

               WHEN FUNCTION-QUIT
                   MOVE 'YES' TO WS-QUIT-FLAG

               WHEN OTHER
                   DISPLAY 'INVALID FUNCTION - ENTER A, C, D OR Q'

           END-EVALUATE

           .

       300-ADD-RECORD.

           PERFORM 610-ACCEPT-KEY
           PERFORM 600-FIND-KEY-IN-TABLE

           IF KEY-WAS-FOUND
               DISPLAY 'THAT CUSTOMER NUMBER ALREADY EXISTS - USE '
                   'CHANGE'
           ELSE
               IF WS-TABLE-COUNT >= 500
                   DISPLAY 'TABLE IS FULL (500 CUSTOMERS) - CANNOT ADD'
               ELSE
                   ADD 1 TO WS-TABLE-COUNT
                   SET CT-IDX TO WS-TABLE-COUNT
                   MOVE SPACES TO CUSTOMER-TABLE(CT-IDX)
                   MOVE WS-KEY-CUSTOMER TO CT-CUSTOMER-NO(CT-IDX)
                   MOVE 0 TO CT-CREDIT-LIMIT(CT-IDX)
                   MOVE 0 TO CT-OPEN-BALANCE(CT-IDX)
                   PERFORM 700-ACCEPT-CUSTOMER-FIELDS
                   DISPLAY 'CUSTOMER ADDED'
               END-IF
           END-IF

           .

       400-CHANGE-RECORD.

           PERFORM 610-ACCEPT-KEY
           PERFORM 600-FIND-KEY-IN-TABLE

           IF NOT KEY-WAS-FOUND
               DISPLAY 'THAT CUSTOMER NUMBER WAS NOT FOUND ON THE FILE'
           ELSE
               SET CT-IDX TO WS-FOUND-IDX
               DISPLAY 'CURRENT NAME:    ' CT-CUSTOMER-NAME(CT-IDX)
               MOVE CT-CREDIT-LIMIT(CT-IDX) TO WS-SHOW-AMOUNT
               DISPLAY 'CREDIT LIMIT:    ' WS-SHOW-AMOUNT
               MOVE CT-OPEN-BALANCE(CT-IDX) TO WS-SHOW-AMOUNT
               DISPLAY 'OPEN BALANCE:    ' WS-SHOW-AMOUNT
               DISPLAY 'CREDIT HOLD:     ' CT-HOLD-FLAG(CT-IDX)
               PERFORM 700-ACCEPT-CUSTOMER-FIELDS
               PERFORM 750-ACCEPT-PAYMENT
               DISPLAY 'CUSTOMER CHANGED'
           END-IF

           .

       500-DELETE-RECORD.

           PERFORM 610-ACCEPT-KEY
           PERFORM 600-FIND-KEY-IN-TABLE

           IF NOT KEY-WAS-FOUND
               DISPLAY 'THAT CUSTOMER NUMBER WAS NOT FOUND ON THE FILE'
           ELSE
               SET CT-IDX TO WS-FOUND-IDX
               PERFORM 550-CHECK-CUSTOMER-IN-USE
               IF CUST-IS-IN-USE
                   DISPLAY 'CUSTOMER HAS AN OPEN BALANCE OR ORDER '
                       'LINES WAITING ON PR3ORDER.TXT/PR3BACKORD.TXT '
                       '- DELETE BLOCKED. SET THE CREDIT HOLD '
                       'INSTEAD.'
               ELSE
                   DISPLAY 'DELETE THIS CUSTOMER - ARE YOU SURE '
                       '(Y/N)? ' WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF CONFIRM-YES
                       PERFORM VARYING WS-IDX FROM WS-FOUND-IDX BY 1
                               UNTIL WS-IDX >= WS-TABLE-COUNT
                           MOVE CUSTOMER-TABLE(WS-IDX + 1)
                               TO CUSTOMER-TABLE(WS-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-TABLE-COUNT
                       DISPLAY 'CUSTOMER DELETED'
                   ELSE
                       DISPLAY 'DELETE CANCELLED'
                   END-IF
               END-IF
           END-IF

           .

       550-CHECK-CUSTOMER-IN-USE.

           MOVE 'NO' TO WS-CUST-IN-USE

           IF CT-OPEN-BALANCE(CT-IDX) NOT = 0
               MOVE 'YES' TO WS-CUST-IN-USE
           END-IF

           IF NOT CUST-IS-IN-USE
               MOVE ' ' TO EOF-FILE
               OPEN INPUT ORDER-FILE
               IF WS-ORDER-STATUS NOT = '35'
                   PERFORM UNTIL NO-MORE-DATA
                       READ ORDER-FILE
                           AT END
                               MOVE 'N' TO EOF-FILE
                           NOT AT END
                               IF OR-CUSTOMER-NO = WS-KEY-CUSTOMER-IN
                                   MOVE 'YES' TO WS-CUST-IN-USE
                                   MOVE 'N'   TO EOF-FILE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ORDER-FILE
               END-IF
               MOVE ' ' TO EOF-FILE
           END-IF

           IF NOT CUST-IS-IN-USE
               OPEN INPUT BACKORDER-FILE
               IF WS-BACKORD-STATUS NOT = '35'
                   PERFORM UNTIL NO-MORE-DATA
                       READ BACKORDER-FILE
                           AT END
                               MOVE 'N' TO EOF-FILE
                           NOT AT END
                               IF BO-CUSTOMER-NO = WS-KEY-CUSTOMER-IN
                                   MOVE 'YES' TO WS-CUST-IN-USE
                                   MOVE 'N'   TO EOF-FILE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BACKORDER-FILE
               END-IF
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       600-FIND-KEY-IN-TABLE.

           MOVE 'NO' TO WS-KEY-FOUND
           MOVE 0    TO WS-FOUND-IDX

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET CT-IDX TO WS-IDX
               IF CT-CUSTOMER-NO(CT-IDX) = WS-KEY-CUSTOMER
                   MOVE 'YES' TO WS-KEY-FOUND
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           .

       610-ACCEPT-KEY.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'CUSTOMER NUMBER (6 DIGITS): '
                   WITH NO ADVANCING
               ACCEPT WS-KEY-CUSTOMER-IN
               INSPECT WS-KEY-CUSTOMER-IN
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-KEY-CUSTOMER-IN IS NUMERIC
                  AND WS-KEY-CUSTOMER-IN NOT = '000000'
                   MOVE 'YES' TO WS-EDIT-OK
               ELSE
                   DISPLAY 'CUSTOMER NUMBER MUST BE NUMERIC AND NOT '
                       'ZERO, E.G. 001250'
               END-IF
           END-PERFORM

           .

       700-ACCEPT-CUSTOMER-FIELDS.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'CUSTOMER NAME: ' WITH NO ADVANCING
               ACCEPT WS-IN-CUST-NAME
               IF WS-IN-CUST-NAME = SPACES
                   DISPLAY 'CUSTOMER NAME MAY NOT BE BLANK'
               ELSE
                   MOVE 'YES' TO WS-EDIT-OK
               END-IF
           END-PERFORM
           MOVE WS-IN-CUST-NAME TO CT-CUSTOMER-NAME(CT-IDX)

           DISPLAY 'BILL-TO STREET ADDRESS: ' WITH NO ADVANCING
           ACCEPT WS-IN-ADDRESS
           MOVE WS-IN-ADDRESS TO CT-BILL-ADDRESS(CT-IDX)

           DISPLAY 'BILL-TO CITY/STATE: ' WITH NO ADVANCING
           ACCEPT WS-IN-CITY-STATE
           MOVE WS-IN-CITY-STATE TO CT-BILL-CITY-STATE(CT-IDX)

           DISPLAY 'SHIP TO THE BILL-TO ADDRESS (Y/N)? '
               WITH NO ADVANCING
           ACCEPT WS-IN-SAME-ADDRESS

           IF SHIP-TO-SAME
               MOVE CT-BILL-ADDRESS(CT-IDX)
                   TO CT-SHIP-ADDRESS(CT-IDX)
               MOVE CT-BILL-CITY-STATE(CT-IDX)
                   TO CT-SHIP-CITY-STATE(CT-IDX)
           ELSE
               DISPLAY 'SHIP-TO STREET ADDRESS: ' WITH NO ADVANCING
               ACCEPT WS-IN-ADDRESS
               MOVE WS-IN-ADDRESS TO CT-SHIP-ADDRESS(CT-IDX)

               DISPLAY 'SHIP-TO CITY/STATE: ' WITH NO ADVANCING
               ACCEPT WS-IN-CITY-STATE
               MOVE WS-IN-CITY-STATE TO CT-SHIP-CITY-STATE(CT-IDX)
           END-IF

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'CREDIT LIMIT DOLLARS AND CENTS '
                   '(E.G. 000500000 FOR $5,000.00): '
                   WITH NO ADVANCING
               ACCEPT WS-IN-LIMIT
               INSPECT WS-IN-LIMIT
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-IN-LIMIT IS NUMERIC
                   MOVE 'YES' TO WS-EDIT-OK
                   COMPUTE CT-CREDIT-LIMIT(CT-IDX)
                       = WS-IN-LIMIT-NUM / 100
               ELSE
                   DISPLAY 'CREDIT LIMIT MUST BE NUMERIC'
               END-IF
           END-PERFORM

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'CREDIT HOLD (Y=HOLD  N=RELEASED): '
                   WITH NO ADVANCING
               ACCEPT WS-IN-HOLD
               EVALUATE TRUE
                   WHEN HOLD-YES
                       MOVE 'YES' TO WS-EDIT-OK
                       MOVE 'Y' TO CT-HOLD-FLAG(CT-IDX)
                   WHEN HOLD-NO
                       MOVE 'YES' TO WS-EDIT-OK
                       MOVE 'N' TO CT-HOLD-FLAG(CT-IDX)
                   WHEN OTHER
                       DISPLAY 'CREDIT HOLD MUST BE Y OR N'
               END-EVALUATE
           END-PERFORM

           .

       750-ACCEPT-PAYMENT.

      *    THE OPEN BALANCE IS NEVER RE-KEYED - INVOIC3 ADDS TO IT
      *    AND TAKES CREDIT MEMOS OFF IT, AND IT MAY BE IN CREDIT.
      *    A PAYMENT RECEIVED IS TAKEN OFF WHAT IS THERE.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'PAYMENT RECEIVED DOLLARS AND CENTS '
                   '(E.G. 000125000 FOR $1,250.00, BLANK FOR NONE): '
                   WITH NO ADVANCING
               ACCEPT WS-IN-PAYMENT
               INSPECT WS-IN-PAYMENT
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-IN-PAYMENT IS NUMERIC
                   MOVE 'YES' TO WS-EDIT-OK
                   COMPUTE CT-OPEN-BALANCE(CT-IDX)
                       = CT-OPEN-BALANCE(CT-IDX)
                       - WS-IN-PAYMENT-NUM / 100
               ELSE
                   DISPLAY 'PAYMENT MUST BE NUMERIC'
               END-IF
           END-PERFORM

           MOVE CT-OPEN-BALANCE(CT-IDX) TO WS-SHOW-AMOUNT
           DISPLAY 'OPEN BALANCE NOW: ' WS-SHOW-AMOUNT

           .

       900-REWRITE-THE-FILE.

           OPEN OUTPUT CUSTOMER-FILE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET CT-IDX TO WS-IDX
               MOVE CT-CUSTOMER-NO(CT-IDX)   TO CU-CUSTOMER-NO
               MOVE CT-CUSTOMER-NAME(CT-IDX) TO CU-CUSTOMER-NAME
               MOVE CT-BILL-ADDRESS(CT-IDX)  TO CU-BILL-ADDRESS
               MOVE CT-BILL-CITY-STATE(CT-IDX)
                                             TO CU-BILL-CITY-STATE
               MOVE CT-SHIP-ADDRESS(CT-IDX)  TO CU-SHIP-ADDRESS
               MOVE CT-SHIP-CITY-STATE(CT-IDX)
                                             TO CU-SHIP-CITY-STATE
               MOVE CT-CREDIT-LIMIT(CT-IDX)  TO CU-CREDIT-LIMIT
               MOVE CT-OPEN-BALANCE(CT-IDX)  TO CU-OPEN-BALANCE
               MOVE CT-HOLD-FLAG(CT-IDX)     TO CU-HOLD-FLAG
               WRITE CUSTOMER-RECORD
           END-PERFORM

           CLOSE CUSTOMER-FILE

           .
