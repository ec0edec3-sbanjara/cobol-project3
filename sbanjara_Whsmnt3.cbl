      ********************* IDENTIFICATION-DIVISION ******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WHSMNT3.
       AUTHOR.      SBANJARA.

      ****************************************************************
      *
      *  FRONT-END MAINTENANCE PROGRAM FOR THE WAREHOUSE MASTER
      *  FILE PR3WHSE.TXT.  LETS DATA ENTRY ADD, CHANGE, OR DELETE A
      *  WAREHOUSE KEYED BY WAREHOUSE-ID, CARRYING THE WAREHOUSE
      *  NAME, STREET ADDRESS, CITY/STATE, THE MANAGER, THE SALES
      *  REGION, AND AN ACTIVE/CLOSED FLAG.
      *
      *  WAREHOUSE MASTER RECORD (105 CHARACTERS):
      *      WM-WAREHOUSE-ID   X(4)   KEY
      *      WM-WAREHOUSE-NAME X(20)
      *      WM-ADDRESS        X(30)  STREET ADDRESS
      *      WM-CITY-STATE     X(20)
      *      WM-MANAGER        X(20)
      *      WM-REGION         X(10)
      *      WM-STATUS         X      A=ACTIVE  C=CLOSED
      *
      *  MAINT3, ORDENT3, POST3 AND XFRPST3 PROVE EVERY WAREHOUSE-ID
      *  THEY ARE GIVEN AGAINST THIS FILE, AND REFUSE NEW RECORDS,
      *  ORDERS, TRANSACTIONS AND TRANSFERS (EITHER SIDE) AGAINST A
      *  CLOSED WAREHOUSE.  THE REPORTS PRINT THE WAREHOUSE NAME
      *  FROM THIS FILE NEXT TO THE CODE.  SHUTTING A LOCATION IS
      *  DONE BY CHANGING ITS FLAG TO C, NOT BY DELETING IT.
      *
      *  LIKE VENDMNT3 THE WHOLE FILE IS LOADED INTO A TABLE, THE
      *  ADD/CHANGE/DELETE IS APPLIED AGAINST THE TABLE, AND THE
      *  FILE IS REWRITTEN FROM THE TABLE ON EXIT.  ON FIRST RUN,
      *  WHEN PR3WHSE.TXT DOES NOT EXIST YET, THE TABLE IS SEEDED
      *  WITH EVERY WAREHOUSE-ID FOUND ON THE INVENTORY MASTER
      *  PR3MAST.DAT, MARKED ACTIVE, FOR THE OPERATOR TO NAME
      *  THROUGH THE CHANGE FUNCTION.
      *
      *  A WAREHOUSE CANNOT BE DELETED WHILE ANY RECORD ON THE
      *  INVENTORY MASTER PR3MAST.DAT STILL CARRIES ITS
      *  WAREHOUSE-ID.
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
           SELECT WAREHOUSE-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.

           SELECT MASTER-FILE
               ASSIGN TO "PR3MAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "PR3OPER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

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
           05  WS-WHSE-IN-USE      PIC X(3)    VALUE 'NO'.
               88  WHSE-IS-IN-USE              VALUE 'YES'.

       01  FILE-STATUS-FIELDS.
           05  WS-WHSE-STATUS      PIC XX      VALUE SPACES.
           05  WS-MASTER-STATUS    PIC XX      VALUE SPACES.

       01  WAREHOUSE-TABLE-FIELDS.
           05  WS-TABLE-COUNT      PIC S9(4)   VALUE 0.
           05  WS-IDX              PIC S9(4)   VALUE 0.
           05  WS-FOUND-IDX        PIC S9(4)   VALUE 0.
           05  WS-TABLE-OVERFLOW   PIC X(3)    VALUE 'NO'.
               88  TABLE-OVERFLOWED           VALUE 'YES'.

       01  WAREHOUSE-TABLE-AREA.
           05  WAREHOUSE-TABLE OCCURS 20 TIMES INDEXED BY WT-IDX.
               10  WT-WAREHOUSE-ID   PIC X(4).
               10  WT-WAREHOUSE-NAME PIC X(20).
               10  WT-ADDRESS        PIC X(30).
               10  WT-CITY-STATE     PIC X(20).
               10  WT-MANAGER        PIC X(20).
               10  WT-REGION         PIC X(10).
               10  WT-STATUS         PIC X.

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
           05  WS-KEY-WAREHOUSE    PIC X(4).
           05  WS-CONFIRM          PIC X.
               88  CONFIRM-YES                 VALUE 'Y' 'y'.

       01  WS-ENTRY-FIELDS.
           05  WS-IN-WHSE-NAME     PIC X(20).
           05  WS-IN-ADDRESS       PIC X(30).
           05  WS-IN-CITY-STATE    PIC X(20).
           05  WS-IN-MANAGER       PIC X(20).
           05  WS-IN-REGION        PIC X(10).
           05  WS-IN-STATUS        PIC X.
               88  STATUS-ACTIVE               VALUE 'A' 'a'.
               88  STATUS-CLOSED               VALUE 'C' 'c'.

      ************************** PROCEDURE-DIVISION ******************

       PROCEDURE DIVISION.

       50-CONTROL-MODULE.

           PERFORM 100-HOUSEKEEPING-ROUTINE
           PERFORM UNTIL DONE-FOR-NOW
               PERFORM 200-DISPLAY-MENU
               PERFORM 250-PROCESS-FUNCTION
           END-PERFORM

           IF TABLE-OVERFLOWED
               DISPLAY 'MORE THAN 20 WAREHOUSES - SOME WERE NOT '
                   'LOADED. REFUSING TO SAVE SO NO RECORDS ARE '
                   'LOST - PR3WHSE.TXT LEFT UNCHANGED.'
           ELSE
               PERFORM 900-REWRITE-THE-FILE
           END-IF

           STOP RUN

           .

       100-HOUSEKEEPING-ROUTINE.

           PERFORM 120-LOAD-OPERATOR-TABLE
           PERFORM 125-SIGN-ON-OPERATOR

           OPEN INPUT WAREHOUSE-FILE

           IF WS-WHSE-STATUS = '35'
               DISPLAY 'PR3WHSE.TXT NOT FOUND - SEEDING FROM THE '
                   'WAREHOUSE-IDS ON PR3MAST.DAT'
               PERFORM 160-SEED-FROM-MASTER
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ WAREHOUSE-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 150-LOAD-TABLE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-FILE
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

           IF WS-TABLE-COUNT < 20
               ADD 1 TO WS-TABLE-COUNT
               SET WT-IDX TO WS-TABLE-COUNT
               MOVE WM-WAREHOUSE-ID   TO WT-WAREHOUSE-ID(WT-IDX)
               MOVE WM-WAREHOUSE-NAME TO WT-WAREHOUSE-NAME(WT-IDX)
               MOVE WM-ADDRESS        TO WT-ADDRESS(WT-IDX)
               MOVE WM-CITY-STATE     TO WT-CITY-STATE(WT-IDX)
               MOVE WM-MANAGER        TO WT-MANAGER(WT-IDX)
               MOVE WM-REGION         TO WT-REGION(WT-IDX)
               IF WM-STATUS = 'C'
                   MOVE 'C' TO WT-STATUS(WT-IDX)
               ELSE
                   MOVE 'A' TO WT-STATUS(WT-IDX)
               END-IF
           ELSE
               MOVE 'YES' TO WS-TABLE-OVERFLOW
               DISPLAY 'PR3WHSE.TXT HAS MORE THAN 20 RECORDS - '
                   'IGNORING: ' WM-WAREHOUSE-ID
           END-IF

           .

       160-SEED-FROM-MASTER.

      *    FIRST RUN - THE MASTER IS IN KEY SEQUENCE, SO EACH NEW
      *    WAREHOUSE-ID SHOWS UP AS A CHANGE FROM THE ONE BEFORE.
      *    THE SEEDED ENTRIES CARRY THE CODE AS A PLACEHOLDER NAME
      *    AND ARE MARKED ACTIVE SO NOTHING STOPS WORKING THE DAY
      *    THE FILE IS CREATED.

           OPEN INPUT MASTER-FILE

           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'PR3MAST.DAT COULD NOT BE OPENED - STATUS '
                   WS-MASTER-STATUS ' - STARTING AN EMPTY '
                   'WAREHOUSE MASTER'
           ELSE
               MOVE SPACES TO WS-KEY-WAREHOUSE
               PERFORM UNTIL NO-MORE-DATA
                   READ MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           IF WAREHOUSE-ID NOT = WS-KEY-WAREHOUSE
                               MOVE WAREHOUSE-ID TO WS-KEY-WAREHOUSE
                               PERFORM 165-SEED-ONE-WAREHOUSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       165-SEED-ONE-WAREHOUSE.

           IF WS-TABLE-COUNT < 20
               ADD 1 TO WS-TABLE-COUNT
               SET WT-IDX TO WS-TABLE-COUNT
               MOVE SPACES TO WAREHOUSE-TABLE(WT-IDX)
               MOVE WS-KEY-WAREHOUSE TO WT-WAREHOUSE-ID(WT-IDX)
               STRING 'WAREHOUSE ' DELIMITED BY SIZE
                      WS-KEY-WAREHOUSE DELIMITED BY SIZE
                   INTO WT-WAREHOUSE-NAME(WT-IDX)
               END-STRING
               MOVE 'A' TO WT-STATUS(WT-IDX)
           ELSE
               MOVE 'YES' TO WS-TABLE-OVERFLOW
               DISPLAY 'PR3MAST.DAT HAS MORE THAN 20 WAREHOUSES - '
                   'IGNORING: ' WS-KEY-WAREHOUSE
           END-IF

           .

       200-DISPLAY-MENU.

           DISPLAY ' '
           DISPLAY 'PR3WHSE.TXT WAREHOUSE MASTER MAINTENANCE'
           DISPLAY 'WAREHOUSES ON FILE: ' WS-TABLE-COUNT
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
               DISPLAY 'THAT WAREHOUSE-ID ALREADY EXISTS - USE CHANGE'
           ELSE
               IF WS-TABLE-COUNT >= 20
                   DISPLAY 'TABLE IS FULL (20 WAREHOUSES) - CANNOT ADD'
               ELSE
                   ADD 1 TO WS-TABLE-COUNT
                   SET WT-IDX TO WS-TABLE-COUNT
                   MOVE SPACES TO WAREHOUSE-TABLE(WT-IDX)
                   MOVE WS-KEY-WAREHOUSE TO WT-WAREHOUSE-ID(WT-IDX)
                   PERFORM 700-ACCEPT-WAREHOUSE-FIELDS
                   DISPLAY 'WAREHOUSE ADDED'
               END-IF
           END-IF

           .

       400-CHANGE-RECORD.

           PERFORM 610-ACCEPT-KEY
           PERFORM 600-FIND-KEY-IN-TABLE

           IF NOT KEY-WAS-FOUND
               DISPLAY 'THAT WAREHOUSE-ID WAS NOT FOUND ON THE FILE'
           ELSE
               SET WT-IDX TO WS-FOUND-IDX
               DISPLAY 'CURRENT NAME:    ' WT-WAREHOUSE-NAME(WT-IDX)
               DISPLAY 'CURRENT STATUS:  ' WT-STATUS(WT-IDX)
               PERFORM 700-ACCEPT-WAREHOUSE-FIELDS
               DISPLAY 'WAREHOUSE CHANGED'
           END-IF

           .

       500-DELETE-RECORD.

           PERFORM 610-ACCEPT-KEY
           PERFORM 600-FIND-KEY-IN-TABLE

           IF NOT KEY-WAS-FOUND
               DISPLAY 'THAT WAREHOUSE-ID WAS NOT FOUND ON THE FILE'
           ELSE
               PERFORM 550-CHECK-WAREHOUSE-IN-USE
               IF WHSE-IS-IN-USE
                   DISPLAY 'WAREHOUSE STILL ON INVENTORY MASTER '
                       'PR3MAST.DAT - DELETE BLOCKED. CHANGE ITS '
                       'STATUS TO C TO CLOSE IT INSTEAD.'
               ELSE
                   DISPLAY 'DELETE THIS WAREHOUSE - ARE YOU SURE '
                       '(Y/N)? ' WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF CONFIRM-YES
                       PERFORM VARYING WS-IDX FROM WS-FOUND-IDX BY 1
                               UNTIL WS-IDX >= WS-TABLE-COUNT
                           MOVE WAREHOUSE-TABLE(WS-IDX + 1)
                               TO WAREHOUSE-TABLE(WS-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-TABLE-COUNT
                       DISPLAY 'WAREHOUSE DELETED'
                   ELSE
                       DISPLAY 'DELETE CANCELLED'
                   END-IF
               END-IF
           END-IF

           .

       550-CHECK-WAREHOUSE-IN-USE.

           MOVE 'NO' TO WS-WHSE-IN-USE
           MOVE ' '  TO EOF-FILE

           OPEN INPUT MASTER-FILE

           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'PR3MAST.DAT COULD NOT BE OPENED - STATUS '
                   WS-MASTER-STATUS ' - DELETE BLOCKED TO BE SAFE'
               MOVE 'YES' TO WS-WHSE-IN-USE
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           IF WAREHOUSE-ID = WS-KEY-WAREHOUSE
                               MOVE 'YES' TO WS-WHSE-IN-USE
                               MOVE 'N'   TO EOF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       600-FIND-KEY-IN-TABLE.

           MOVE 'NO' TO WS-KEY-FOUND
           MOVE 0    TO WS-FOUND-IDX

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET WT-IDX TO WS-IDX
               IF WT-WAREHOUSE-ID(WT-IDX) = WS-KEY-WAREHOUSE
                   MOVE 'YES' TO WS-KEY-FOUND
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           .

       610-ACCEPT-KEY.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'WAREHOUSE-ID (4 CHARS): ' WITH NO ADVANCING
               ACCEPT WS-KEY-WAREHOUSE
               IF WS-KEY-WAREHOUSE = SPACES
                   DISPLAY 'WAREHOUSE-ID MAY NOT BE BLANK'
               ELSE
                   MOVE 'YES' TO WS-EDIT-OK
               END-IF
           END-PERFORM

           .

       700-ACCEPT-WAREHOUSE-FIELDS.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'WAREHOUSE NAME: ' WITH NO ADVANCING
               ACCEPT WS-IN-WHSE-NAME
               IF WS-IN-WHSE-NAME = SPACES
                   DISPLAY 'WAREHOUSE NAME MAY NOT BE BLANK'
               ELSE
                   MOVE 'YES' TO WS-EDIT-OK
               END-IF
           END-PERFORM
           MOVE WS-IN-WHSE-NAME TO WT-WAREHOUSE-NAME(WT-IDX)

           DISPLAY 'STREET ADDRESS: ' WITH NO ADVANCING
           ACCEPT WS-IN-ADDRESS
           MOVE WS-IN-ADDRESS TO WT-ADDRESS(WT-IDX)

           DISPLAY 'CITY/STATE: ' WITH NO ADVANCING
           ACCEPT WS-IN-CITY-STATE
           MOVE WS-IN-CITY-STATE TO WT-CITY-STATE(WT-IDX)

           DISPLAY 'MANAGER: ' WITH NO ADVANCING
           ACCEPT WS-IN-MANAGER
           MOVE WS-IN-MANAGER TO WT-MANAGER(WT-IDX)

           DISPLAY 'REGION: ' WITH NO ADVANCING
           ACCEPT WS-IN-REGION
           MOVE WS-IN-REGION TO WT-REGION(WT-IDX)

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'STATUS (A=ACTIVE  C=CLOSED): '
                   WITH NO ADVANCING
               ACCEPT WS-IN-STATUS
               EVALUATE TRUE
                   WHEN STATUS-ACTIVE
                       MOVE 'YES' TO WS-EDIT-OK
                       MOVE 'A' TO WT-STATUS(WT-IDX)
                   WHEN STATUS-CLOSED
                       MOVE 'YES' TO WS-EDIT-OK
                       MOVE 'C' TO WT-STATUS(WT-IDX)
                   WHEN OTHER
                       DISPLAY 'STATUS MUST BE A OR C'
               END-EVALUATE
           END-PERFORM

           .

       900-REWRITE-THE-FILE.

           OPEN OUTPUT WAREHOUSE-FILE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET WT-IDX TO WS-IDX
               MOVE WT-WAREHOUSE-ID(WT-IDX)   TO WM-WAREHOUSE-ID
               MOVE WT-WAREHOUSE-NAME(WT-IDX) TO WM-WAREHOUSE-NAME
               MOVE WT-ADDRESS(WT-IDX)        TO WM-ADDRESS
               MOVE WT-CITY-STATE(WT-IDX)     TO WM-CITY-STATE
               MOVE WT-MANAGER(WT-IDX)        TO WM-MANAGER
               MOVE WT-REGION(WT-IDX)         TO WM-REGION
               MOVE WT-STATUS(WT-IDX)         TO WM-STATUS
               WRITE WAREHOUSE-RECORD
           END-PERFORM

           CLOSE WAREHOUSE-FILE

           .
