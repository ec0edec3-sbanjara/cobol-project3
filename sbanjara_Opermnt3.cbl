      ********************* IDENTIFICATION-DIVISION ******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OPERMNT3.
       AUTHOR.      SBANJARA.

      ****************************************************************
      *
      *  FRONT-END MAINTENANCE PROGRAM FOR THE OPERATOR MASTER
      *  PR3OPER.TXT.  THE MAINTENANCE AND ENTRY PROGRAMS (MAINT3,
      *  CNDYMNT3, VENDMNT3, WHSMNT3, CUSTMNT3, KITMNT3, ORDENT3,
      *  VINVENT3 AND RMAENT3) WILL NOT RUN UNTIL AN OPERATOR ON
      *  THIS FILE SIGNS ON WITH THE RIGHT PASSWORD, AND WHAT THE
      *  OPERATOR MAY DO THERE DEPENDS ON THE ROLE CARRIED HERE.  ONLY A
      *  SUPERVISOR MAY RUN THIS PROGRAM.
      *
      *  OPERATOR MASTER RECORD (53 CHARACTERS):
      *      OM-OPERATOR-ID   X(8)   KEY
      *      OM-OPERATOR-NAME X(20)
      *      OM-PASSWORD      X(8)
      *      OM-ROLE          X      S SUPERVISOR - EVERYTHING,
      *                                INCLUDING DELETES AND THIS
      *                                PROGRAM
      *                              B BUYER - CHANGES PRICE AND
      *                                MAINTAINS THE CANDY AND
      *                                VENDOR MASTERS AND THE KIT
      *                                BILL OF MATERIALS
      *                              C CLERK - INVENTORY AND ORDER
      *                                ENTRY; KEYS A PRICE ONLY
      *                                WHERE THERE IS NONE YET
      *      OM-ACTIVE-FLAG   X      Y ACTIVE, N INACTIVE,
      *                              L LOCKED
      *      OM-FAIL-COUNT    9      WRONG PASSWORDS IN A ROW
      *      OM-LAST-DATE     9(8)   LAST SIGN-ON YYYYMMDD
      *      OM-LAST-TIME     9(6)   LAST SIGN-ON HHMMSS
      *
      *  THREE WRONG PASSWORDS IN A ROW LOCK AN OPERATOR-ID.  A
      *  SUPERVISOR UNLOCKS IT HERE BY SETTING THE ACTIVE FLAG BACK
      *  TO Y, WHICH ALSO CLEARS THE FAILURE COUNT, AND MAY RESET
      *  THE PASSWORD AT THE SAME TIME.  THE OPERATOR-ID SIGNED ON
      *  HERE MAY NOT BE DELETED, DEACTIVATED OR DEMOTED, SO THERE
      *  IS ALWAYS A SUPERVISOR LEFT WHO CAN SIGN ON.
      *
      *  WHEN PR3OPER.TXT IS MISSING OR EMPTY THERE IS NOBODY TO
      *  SIGN ON, SO THE PROGRAM LETS THE FIRST OPERATOR BE ADDED
      *  WITHOUT ONE - THAT OPERATOR IS ALWAYS AN ACTIVE SUPERVISOR.
      *
      *  LIKE CNDYMNT3 THE WHOLE FILE IS LOADED INTO A TABLE, THE
      *  ADD/CHANGE/DELETE IS APPLIED AGAINST THE TABLE, AND THE
      *  FILE IS REWRITTEN FROM THE TABLE ON EXIT.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE
               ASSIGN TO "PR3OPER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

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
           05  WS-FIRST-SETUP      PIC X(3)    VALUE 'NO'.
               88  FIRST-SETUP                 VALUE 'YES'.

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
               88  FUNCTION-LIST                VALUE 'L' 'l'.
               88  FUNCTION-QUIT                VALUE 'Q' 'q'.
           05  WS-KEY-OPERATOR     PIC X(8).
           05  WS-FOUND-IDX        PIC S9(4)   VALUE 0.
           05  WS-IDX              PIC S9(4)   VALUE 0.
           05  WS-CONFIRM          PIC X.
               88  CONFIRM-YES                 VALUE 'Y' 'y'.

       01  WS-ENTRY-FIELDS.
           05  WS-IN-NAME          PIC X(20).
           05  WS-IN-NEW-PASSWORD  PIC X(8).
           05  WS-IN-PASSWORD-AGAIN PIC X(8).
           05  WS-IN-ROLE          PIC X.
               88  IN-ROLE-VALID               VALUE 'S' 'B' 'C'.
           05  WS-IN-FLAG          PIC X.
               88  IN-FLAG-VALID               VALUE 'Y' 'N'.

       01  WS-LIST-FIELDS.
           05  WS-LIST-DATE.
               10  WS-LIST-YEAR    PIC 9999.
               10  WS-LIST-MONTH   PIC 99.
               10  WS-LIST-DAY     PIC 99.
           05  WS-SHOW-DATE.
               10  WS-SHOW-DAY     PIC 99.
               10                  PIC X       VALUE '/'.
               10  WS-SHOW-MONTH   PIC 99.
               10                  PIC X       VALUE '/'.
               10  WS-SHOW-YEAR    PIC 9999.
           05  WS-SHOW-LAST        PIC X(10).

      ************************** PROCEDURE-DIVISION ******************

       PROCEDURE DIVISION.

       50-CONTROL-MODULE.

           PERFORM 100-HOUSEKEEPING-ROUTINE
           PERFORM UNTIL DONE-FOR-NOW
               PERFORM 200-DISPLAY-MENU
               PERFORM 250-PROCESS-FUNCTION
           END-PERFORM

           IF WS-OT-COUNT > 0
               PERFORM 135-SAVE-OPERATOR-FILE
           END-IF

           STOP RUN

           .

       100-HOUSEKEEPING-ROUTINE.

           PERFORM 120-LOAD-OPERATOR-TABLE

           IF WS-OT-COUNT = 0 AND NOT OPER-TABLE-OVERFLOWED
               DISPLAY 'NO OPERATORS ON PR3OPER.TXT - THE FIRST '
                   'OPERATOR ADDED WILL BE AN ACTIVE SUPERVISOR'
               MOVE 'YES' TO WS-FIRST-SETUP
           ELSE
               PERFORM 125-SIGN-ON-OPERATOR
               IF NOT ROLE-IS-SUPERVISOR
                   DISPLAY 'OPERATOR MAINTENANCE IS A SUPERVISOR '
                       'FUNCTION - PROGRAM ENDED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
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

       200-DISPLAY-MENU.

           DISPLAY ' '
           DISPLAY 'PR3OPER.TXT OPERATOR MASTER MAINTENANCE'
           DISPLAY 'OPERATORS ON FILE: ' WS-OT-COUNT
           DISPLAY 'A) ADD   C) CHANGE   D) DELETE   L) LIST   '
               'Q) QUIT'
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
                   PERFORM 500-DELETE-RECORD

               WHEN FUNCTION-LIST
                   PERFORM 550-LIST-OPERATORS

               WHEN FUNCTION-QUIT
                   MOVE 'YES' TO WS-QUIT-FLAG

               WHEN OTHER
                   DISPLAY 'INVALID FUNCTION - ENTER A, C, D, L OR Q'

           END-EVALUATE

           .

       300-ADD-RECORD.

           PERFORM 610-ACCEPT-KEY
           PERFORM 600-FIND-KEY-IN-TABLE

           IF KEY-WAS-FOUND
               DISPLAY 'THAT OPERATOR-ID ALREADY EXISTS - USE CHANGE'
           ELSE
               IF WS-OT-COUNT >= 100
                   DISPLAY 'TABLE IS FULL (100 OPERATORS) - CANNOT ADD'
               ELSE
                   PERFORM 700-ACCEPT-OPERATOR-FIELDS
                   ADD 1 TO WS-OT-COUNT
                   SET OT-IDX TO WS-OT-COUNT
                   MOVE SPACES             TO OPERATOR-TABLE(OT-IDX)
                   MOVE WS-KEY-OPERATOR    TO OT-OPERATOR-ID(OT-IDX)
                   MOVE WS-IN-NAME         TO OT-NAME(OT-IDX)
                   MOVE WS-IN-NEW-PASSWORD TO OT-PASSWORD(OT-IDX)
                   MOVE WS-IN-ROLE         TO OT-ROLE(OT-IDX)
                   MOVE WS-IN-FLAG         TO OT-ACTIVE-FLAG(OT-IDX)
                   MOVE 0                  TO OT-FAIL-COUNT(OT-IDX)
                   MOVE 0                  TO OT-LAST-DATE(OT-IDX)
                   MOVE 0                  TO OT-LAST-TIME(OT-IDX)
                   IF FIRST-SETUP
                       MOVE 'NO'            TO WS-FIRST-SETUP
                       MOVE WS-KEY-OPERATOR TO WS-OPERATOR-ID
                       MOVE 'S'             TO WS-OPERATOR-ROLE
                   END-IF
                   DISPLAY 'OPERATOR ADDED'
               END-IF
           END-IF

           .

       400-CHANGE-RECORD.

           PERFORM 610-ACCEPT-KEY
           PERFORM 600-FIND-KEY-IN-TABLE

           IF NOT KEY-WAS-FOUND
               DISPLAY 'THAT OPERATOR-ID WAS NOT FOUND ON THE FILE'
           ELSE
               SET OT-IDX TO WS-FOUND-IDX
               PERFORM 560-SHOW-ONE-OPERATOR
               DISPLAY 'BLANK ANSWERS KEEP THE CURRENT VALUE'
               PERFORM 700-ACCEPT-OPERATOR-FIELDS
               SET OT-IDX TO WS-FOUND-IDX
               IF WS-KEY-OPERATOR = WS-OPERATOR-ID
                  AND (WS-IN-ROLE NOT = 'S' OR WS-IN-FLAG NOT = 'Y')
                   DISPLAY 'YOU MAY NOT DEMOTE OR DEACTIVATE YOUR OWN '
                       'OPERATOR-ID - NOTHING CHANGED'
               ELSE
                   MOVE WS-IN-NAME         TO OT-NAME(OT-IDX)
                   MOVE WS-IN-NEW-PASSWORD TO OT-PASSWORD(OT-IDX)
                   MOVE WS-IN-ROLE         TO OT-ROLE(OT-IDX)
                   MOVE WS-IN-FLAG         TO OT-ACTIVE-FLAG(OT-IDX)
                   IF WS-IN-FLAG = 'Y'
                       MOVE 0 TO OT-FAIL-COUNT(OT-IDX)
                   END-IF
                   DISPLAY 'OPERATOR CHANGED'
               END-IF
           END-IF

           .

       500-DELETE-RECORD.

           PERFORM 610-ACCEPT-KEY
           PERFORM 600-FIND-KEY-IN-TABLE

           IF NOT KEY-WAS-FOUND
               DISPLAY 'THAT OPERATOR-ID WAS NOT FOUND ON THE FILE'
           ELSE
               IF WS-KEY-OPERATOR = WS-OPERATOR-ID
                   DISPLAY 'YOU MAY NOT DELETE YOUR OWN OPERATOR-ID'
               ELSE
                   SET OT-IDX TO WS-FOUND-IDX
                   PERFORM 560-SHOW-ONE-OPERATOR
                   DISPLAY 'DELETE THIS OPERATOR - ARE YOU SURE (Y/N)? '
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF CONFIRM-YES
                       PERFORM VARYING WS-IDX FROM WS-FOUND-IDX BY 1
                               UNTIL WS-IDX >= WS-OT-COUNT
                           MOVE OPERATOR-TABLE(WS-IDX + 1)
                               TO OPERATOR-TABLE(WS-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-OT-COUNT
                       DISPLAY 'OPERATOR DELETED'
                   ELSE
                       DISPLAY 'DELETE CANCELLED'
                   END-IF
               END-IF
           END-IF

           .

       550-LIST-OPERATORS.

           DISPLAY ' '
           DISPLAY 'OPERATOR NAME                 ROLE ACTIVE FAILS '
               'LAST SIGN-ON'

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OT-COUNT
               SET OT-IDX TO WS-IDX
               PERFORM 560-SHOW-ONE-OPERATOR
           END-PERFORM

           .

       560-SHOW-ONE-OPERATOR.

      *    THE PASSWORD IS NEVER SHOWN.

           IF OT-LAST-DATE(OT-IDX) IS NUMERIC
              AND OT-LAST-DATE(OT-IDX) > 0
               MOVE OT-LAST-DATE(OT-IDX) TO WS-LIST-DATE
               MOVE WS-LIST-DAY          TO WS-SHOW-DAY
               MOVE WS-LIST-MONTH        TO WS-SHOW-MONTH
               MOVE WS-LIST-YEAR         TO WS-SHOW-YEAR
               MOVE WS-SHOW-DATE         TO WS-SHOW-LAST
           ELSE
               MOVE 'NEVER'              TO WS-SHOW-LAST
           END-IF

           DISPLAY OT-OPERATOR-ID(OT-IDX) ' '
               OT-NAME(OT-IDX) ' '
               OT-ROLE(OT-IDX) '    '
               OT-ACTIVE-FLAG(OT-IDX) '      '
               OT-FAIL-COUNT(OT-IDX) '     '
               WS-SHOW-LAST

           .

       600-FIND-KEY-IN-TABLE.

           MOVE 'NO' TO WS-KEY-FOUND
           MOVE 0    TO WS-FOUND-IDX

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OT-COUNT
               SET OT-IDX TO WS-IDX
               IF OT-OPERATOR-ID(OT-IDX) = WS-KEY-OPERATOR
                   MOVE 'YES' TO WS-KEY-FOUND
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           .

       610-ACCEPT-KEY.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'OPERATOR-ID (1-8 CHARS): ' WITH NO ADVANCING
               ACCEPT WS-KEY-OPERATOR
               IF WS-KEY-OPERATOR = SPACES
                   DISPLAY 'OPERATOR-ID MAY NOT BE BLANK'
               ELSE
                   MOVE 'YES' TO WS-EDIT-OK
               END-IF
           END-PERFORM

           .

       700-ACCEPT-OPERATOR-FIELDS.

      *    ON A CHANGE OT-IDX POINTS AT THE OPERATOR BEING CHANGED
      *    AND A BLANK ANSWER KEEPS WHAT IS THERE.  THE FIRST
      *    OPERATOR ON AN EMPTY FILE IS ALWAYS AN ACTIVE SUPERVISOR.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'OPERATOR NAME: ' WITH NO ADVANCING
               ACCEPT WS-IN-NAME
               EVALUATE TRUE
                   WHEN WS-IN-NAME NOT = SPACES
                       MOVE 'YES' TO WS-EDIT-OK
                   WHEN FUNCTION-CHANGE
                       MOVE OT-NAME(OT-IDX) TO WS-IN-NAME
                       MOVE 'YES' TO WS-EDIT-OK
                   WHEN OTHER
                       DISPLAY 'OPERATOR NAME MAY NOT BE BLANK'
               END-EVALUATE
           END-PERFORM

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'PASSWORD (1-8 CHARS): ' WITH NO ADVANCING
               ACCEPT WS-IN-NEW-PASSWORD
               EVALUATE TRUE
                   WHEN WS-IN-NEW-PASSWORD NOT = SPACES
                       DISPLAY 'PASSWORD AGAIN: ' WITH NO ADVANCING
                       ACCEPT WS-IN-PASSWORD-AGAIN
                       IF WS-IN-PASSWORD-AGAIN = WS-IN-NEW-PASSWORD
                           MOVE 'YES' TO WS-EDIT-OK
                       ELSE
                           DISPLAY 'PASSWORDS DO NOT MATCH'
                       END-IF
                   WHEN FUNCTION-CHANGE
                       MOVE OT-PASSWORD(OT-IDX) TO WS-IN-NEW-PASSWORD
                       MOVE 'YES' TO WS-EDIT-OK
                   WHEN OTHER
                       DISPLAY 'PASSWORD MAY NOT BE BLANK'
               END-EVALUATE
           END-PERFORM

           IF FIRST-SETUP
               MOVE 'S' TO WS-IN-ROLE
               MOVE 'Y' TO WS-IN-FLAG
               DISPLAY 'ROLE: S (SUPERVISOR)   ACTIVE: Y'
           ELSE
               MOVE 'NO' TO WS-EDIT-OK
               PERFORM UNTIL EDIT-PASSED
                   DISPLAY 'ROLE (S=SUPERVISOR B=BUYER C=CLERK): '
                       WITH NO ADVANCING
                   ACCEPT WS-IN-ROLE
                   IF WS-IN-ROLE = SPACE AND FUNCTION-CHANGE
                       MOVE OT-ROLE(OT-IDX) TO WS-IN-ROLE
                   END-IF
                   IF IN-ROLE-VALID
                       MOVE 'YES' TO WS-EDIT-OK
                   ELSE
                       DISPLAY 'ROLE MUST BE S, B OR C'
                   END-IF
               END-PERFORM

               MOVE 'NO' TO WS-EDIT-OK
               PERFORM UNTIL EDIT-PASSED
                   DISPLAY 'ACTIVE (Y/N - Y ALSO UNLOCKS): '
                       WITH NO ADVANCING
                   ACCEPT WS-IN-FLAG
                   IF WS-IN-FLAG = SPACE AND FUNCTION-CHANGE
                       MOVE OT-ACTIVE-FLAG(OT-IDX) TO WS-IN-FLAG
                   END-IF
                   IF IN-FLAG-VALID
                      OR (WS-IN-FLAG = 'L' AND FUNCTION-CHANGE)
                       MOVE 'YES' TO WS-EDIT-OK
                   ELSE
                       DISPLAY 'ACTIVE MUST BE Y OR N'
                   END-IF
               END-PERFORM
           END-IF

           .
