      ********************* IDENTIFICATION-DIVISION ******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RMAENT3.
       AUTHOR.      SBANJARA.

      ****************************************************************
      *
      *  RETURN AUTHORIZATION (RMA) ENTRY.  WHEN A STORE ASKS TO
      *  SEND CANDY BACK, CUSTOMER SERVICE KEYS THE ORIGINAL ORDER
      *  NUMBER AND THE PROGRAM SHOWS EVERY LINE OF THAT ORDER FROM
      *  THE ORDER HISTORY PR3ORDHIST.TXT WITH THE CASES SHIPPED
      *  (THE SUM OF THE CASES ALLOC3 ALLOCATED TO THE LINE), THE
      *  CASES ALREADY AUTHORIZED FOR RETURN ON EARLIER RMAS, AND
      *  WHAT IS LEFT.  THE CLERK PICKS THE LINES COMING BACK, THE
      *  CASES AND A REASON CODE FOR EACH, AND WHO AT THE STORE
      *  ASKED FOR THE RETURN.  MORE CASES THAN WERE SHIPPED AND
      *  NOT ALREADY AUTHORIZED ARE NEVER AUTHORIZED.
      *
      *  REASON CODES:  DM DAMAGED       EX EXPIRED/STALE
      *                 WR WRONG ITEM    OS OVER-SHIPPED
      *                 CR CUSTOMER REFUSED   OT OTHER
      *
      *  RMA NUMBERS COME FROM THE LAST-NUMBER FILE PR3RMANBR.TXT,
      *  THE SAME WAY ORDENT3 USES PR3ORDNBR.TXT.
      *
      *  RMA LINE RECORD ON PR3RMA.TXT (108 CHARACTERS):
      *      RM-RMA-NO        9(6)
      *      RM-LINE-NO       9(2)
      *      RM-AUTH-DATE     9(8)   DATE AUTHORIZED YYYYMMDD
      *      RM-ORDER-NO      9(6)   ORIGINAL ORDER
      *      RM-CUSTOMER-NO   X(6)
      *      RM-CUSTOMER      X(20)
      *      RM-CONTACT       X(20)  WHO AT THE STORE ASKED
      *      RM-WAREHOUSE-ID  X(4)   } INVENTORY KEY THE LINE
      *      RM-VENDOR-ID     X(1)   } SHIPPED FROM
      *      RM-CANDY-ID      X(3)   }
      *      RM-OCCURRENCE    9      }
      *      RM-AUTH-CASES    9(4)   CASES AUTHORIZED
      *      RM-RECEIVED      9(4)   CASES RECEIVED TO DATE
      *      RM-REASON-CODE   X(2)
      *      RM-REASON-NOTE   X(20)  OPTIONAL FREE TEXT
      *      RM-STATUS        X      O = OPEN  C = COMPLETE
      *
      *  THE RETURNS POSTING RUN RTNPST3 ADDS THE CASES RECEIVED TO
      *  EACH LINE AND MARKS IT COMPLETE WHEN ALL HAVE COME BACK.
      *  COMPLETED LINES STAY ON THE FILE SO A LATER RMA AGAINST
      *  THE SAME ORDER STILL NETS THEM OUT.  AN RMA CAN ONLY BE
      *  CANCELLED BEFORE ANY OF ITS CASES HAVE BEEN RECEIVED.
      *
      *  LIKE VINVENT3 THE WHOLE FILE IS LOADED INTO A TABLE, THE
      *  ADDS AND CANCELS ARE APPLIED AGAINST THE TABLE, AND THE
      *  FILE IS REWRITTEN FROM THE TABLE ON EXIT.
      *
      *  THE OPERATOR MUST SIGN ON AGAINST THE OPERATOR MASTER
      *  PR3OPER.TXT (SEE OPERMNT3) BEFORE ANYTHING IS KEYED; ANY
      *  ACTIVE OPERATOR, WHATEVER THE ROLE, MAY USE IT.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMA-FILE
               ASSIGN TO "PR3RMA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMA-STATUS.

           SELECT ORDER-HIST-FILE
               ASSIGN TO "PR3ORDHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHIST-STATUS.

           SELECT RMA-NUMBER-FILE
               ASSIGN TO "PR3RMANBR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMANBR-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "PR3OPER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

       FD  RMA-FILE
           RECORD CONTAINS 108 CHARACTERS.

       01  RMA-RECORD.
           05  RM-RMA-NO         PIC 9(6).
           05  RM-LINE-NO        PIC 9(2).
           05  RM-AUTH-DATE      PIC 9(8).
           05  RM-ORDER-NO       PIC 9(6).
           05  RM-CUSTOMER-NO    PIC X(6).
           05  RM-CUSTOMER       PIC X(20).
           05  RM-CONTACT        PIC X(20).
           05  RM-WAREHOUSE-ID   PIC X(4).
           05  RM-VENDOR-ID      PIC X(1).
           05  RM-CANDY-ID       PIC X(3).
           05  RM-OCCURRENCE     PIC 9.
           05  RM-AUTH-CASES     PIC 9(4).
           05  RM-RECEIVED       PIC 9(4).
           05  RM-REASON-CODE    PIC X(2).
           05  RM-REASON-NOTE    PIC X(20).
           05  RM-STATUS         PIC X.

       FD  ORDER-HIST-FILE
           RECORD CONTAINS 61 CHARACTERS.

       01  ORDER-HIST-RECORD.
           05  OH-DATE           PIC 9(8).
           05  OH-ORDER-NO       PIC 9(6).
           05  OH-CUSTOMER       PIC X(20).
           05  OH-LINE-KEY.
               10  OH-WAREHOUSE-ID PIC X(4).
               10  OH-VENDOR-ID    PIC X(1).
               10  OH-CANDY-ID     PIC X(3).
               10  OH-OCCURRENCE   PIC 9.
           05  OH-CASES          PIC 9(4).
           05  OH-ALLOC          PIC 9(4).
           05  OH-BACK           PIC 9(4).
           05  OH-CUSTOMER-NO    PIC X(6).

       FD  RMA-NUMBER-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  RMA-NUMBER-RECORD.
           05  RN-LAST-RMA-NO    PIC 9(6).

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
           05  WS-LINES-DONE       PIC X(3)    VALUE 'NO'.
               88  NO-MORE-LINES               VALUE 'YES'.

       01  FILE-STATUS-FIELDS.
           05  WS-RMA-STATUS       PIC XX      VALUE SPACES.
           05  WS-ORDHIST-STATUS   PIC XX      VALUE SPACES.
           05  WS-RMANBR-STATUS    PIC XX      VALUE SPACES.

       01  WS-DATE.
           05  WS-YEAR             PIC 9999.
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-DATE-NUM REDEFINES WS-DATE PIC 9(8).

       01  RMA-NUMBER-FIELDS.
           05  WS-LAST-RMA-NO      PIC 9(6)    VALUE 0.
           05  WS-HIGH-RMA-NO      PIC 9(6)    VALUE 0.
           05  WS-NEW-RMA-NO       PIC 9(6)    VALUE 0.
           05  WS-RMAS-TAKEN       PIC 9(4)    VALUE 0.

       01  RMA-TABLE-FIELDS.
           05  WS-TABLE-COUNT      PIC S9(4)   VALUE 0.
           05  WS-IDX              PIC S9(4)   VALUE 0.
           05  WS-KEEP-COUNT       PIC S9(4)   VALUE 0.
           05  WS-LINE-COUNT       PIC S9(4)   VALUE 0.
           05  WS-RECEIVED-LINES   PIC S9(4)   VALUE 0.
           05  WS-LINES-ADDED      PIC S9(4)   VALUE 0.
           05  WS-TABLE-OVERFLOW   PIC X(3)    VALUE 'NO'.
               88  TABLE-OVERFLOWED           VALUE 'YES'.

       01  RMA-TABLE-AREA.
           05  RMA-TABLE OCCURS 1000 TIMES INDEXED BY RT-IDX.
               10  RT-RMA-NO       PIC 9(6).
               10  RT-LINE-NO      PIC 9(2).
               10  RT-AUTH-DATE    PIC 9(8).
               10  RT-ORDER-NO     PIC 9(6).
               10  RT-CUSTOMER-NO  PIC X(6).
               10  RT-CUSTOMER     PIC X(20).
               10  RT-CONTACT      PIC X(20).
               10  RT-LINE-KEY.
                   15  RT-WAREHOUSE-ID PIC X(4).
                   15  RT-VENDOR-ID    PIC X(1).
                   15  RT-CANDY-ID     PIC X(3).
                   15  RT-OCCURRENCE   PIC 9.
               10  RT-AUTH-CASES   PIC 9(4).
               10  RT-RECEIVED     PIC 9(4).
               10  RT-REASON-CODE  PIC X(2).
               10  RT-REASON-NOTE  PIC X(20).
               10  RT-STATUS       PIC X.

      *    THE LINES OF THE ORDER BEING RETURNED - ONE ENTRY PER
      *    KEY/OCCURRENCE, HOWEVER MANY TIMES ALLOC3 ALLOCATED IT.

       01  ORDER-LINE-FIELDS.
           05  WS-OL-COUNT         PIC S9(4)   VALUE 0.
           05  WS-OL-SUB           PIC S9(4)   VALUE 0.
           05  WS-OL-HIT           PIC S9(4)   VALUE 0.
           05  WS-ORDER-NO         PIC 9(6)    VALUE 0.
           05  WS-ORDER-CUSTOMER-NO PIC X(6)   VALUE SPACES.
           05  WS-ORDER-CUSTOMER   PIC X(20)   VALUE SPACES.
           05  WS-ORDER-AVAILABLE  PIC 9(6)    VALUE 0.
           05  WS-AVAILABLE        PIC S9(5)   VALUE 0.

       01  ORDER-LINE-TABLE-AREA.
           05  ORDER-LINE-TABLE OCCURS 50 TIMES INDEXED BY OL-IDX.
               10  OL-LINE-KEY.
                   15  OL-WAREHOUSE-ID PIC X(4).
                   15  OL-VENDOR-ID    PIC X(1).
                   15  OL-CANDY-ID     PIC X(3).
                   15  OL-OCCURRENCE   PIC 9.
               10  OL-SHIPPED      PIC 9(5).
               10  OL-AUTHORIZED   PIC 9(5).

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
               88  FUNCTION-CANCEL             VALUE 'C' 'c'.
               88  FUNCTION-LIST               VALUE 'L' 'l'.
               88  FUNCTION-QUIT               VALUE 'Q' 'q'.
           05  WS-KEY-RMA-NO       PIC 9(6)    VALUE 0.
           05  WS-CONFIRM          PIC X.
               88  CONFIRM-YES                 VALUE 'Y' 'y'.

       01  WS-ENTRY-FIELDS.
           05  WS-IN-NUMBER        PIC X(6).
           05  WS-IN-LINE          PIC X(2).
           05  WS-IN-LINE-NUM REDEFINES WS-IN-LINE
                                   PIC 9(2).
           05  WS-IN-CASES         PIC X(4).
           05  WS-IN-CASES-NUM REDEFINES WS-IN-CASES
                                   PIC 9(4).
           05  WS-CASES            PIC 9(4)    VALUE 0.
           05  WS-CONTACT          PIC X(20)   VALUE SPACES.
           05  WS-REASON-CODE      PIC X(2)    VALUE SPACES.
               88  REASON-IS-VALID             VALUE 'DM' 'EX' 'WR'
                                                     'OS' 'CR' 'OT'.
           05  WS-REASON-NOTE      PIC X(20)   VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-SHOW-LINE        PIC Z9.
           05  WS-SHOW-QTY-1       PIC ZZZZ9.
           05  WS-SHOW-QTY-2       PIC ZZZZ9.
           05  WS-SHOW-QTY-3       PIC ZZZZ9.
           05  WS-SHOW-COUNT       PIC ZZZ9.
           05  WS-SHOW-DATE.
               10  WS-SHOW-DAY     PIC 99.
               10                  PIC X       VALUE '/'.
               10  WS-SHOW-MONTH   PIC 99.
               10                  PIC X       VALUE '/'.
               10  WS-SHOW-YEAR    PIC 9(4).

      ************************** PROCEDURE-DIVISION ******************

       PROCEDURE DIVISION.

       50-CONTROL-MODULE.

           PERFORM 100-HOUSEKEEPING-ROUTINE
           PERFORM UNTIL DONE-FOR-NOW
               PERFORM 200-DISPLAY-MENU
               PERFORM 250-PROCESS-FUNCTION
           END-PERFORM

           IF TABLE-OVERFLOWED
               DISPLAY 'PR3RMA.TXT HAS MORE THAN 1000 LINES - '
                   'SOME WERE NOT LOADED. REFUSING TO SAVE SO NO '
                   'LINES ARE LOST - FILE LEFT UNCHANGED.'
           ELSE
               PERFORM 900-REWRITE-THE-FILE
               PERFORM 950-SAVE-LAST-RMA-NUMBER
           END-IF

           STOP RUN

           .

       100-HOUSEKEEPING-ROUTINE.

           PERFORM 120-LOAD-OPERATOR-TABLE
           PERFORM 125-SIGN-ON-OPERATOR

           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT RMA-FILE

           IF WS-RMA-STATUS = '35'
               DISPLAY 'PR3RMA.TXT NOT FOUND - NO RETURNS ON FILE'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ RMA-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 150-LOAD-TABLE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RMA-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           PERFORM 140-READ-LAST-RMA-NUMBER

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

       140-READ-LAST-RMA-NUMBER.

           OPEN INPUT RMA-NUMBER-FILE

           IF WS-RMANBR-STATUS = '35'
               MOVE 0 TO WS-LAST-RMA-NO
           ELSE
               READ RMA-NUMBER-FILE
                   AT END
                       MOVE 0 TO WS-LAST-RMA-NO
                   NOT AT END
                       IF RN-LAST-RMA-NO IS NUMERIC
                           MOVE RN-LAST-RMA-NO TO WS-LAST-RMA-NO
                       ELSE
                           DISPLAY 'PR3RMANBR.TXT NOT NUMERIC - '
                               'RESTARTING AFTER THE HIGHEST RMA '
                               'ON FILE'
                           MOVE 0 TO WS-LAST-RMA-NO
                       END-IF
               END-READ
               CLOSE RMA-NUMBER-FILE
           END-IF

      *    NEVER HAND OUT A NUMBER ALREADY ON THE RMA FILE, EVEN IF
      *    THE LAST-NUMBER FILE WAS LOST OR RESTORED FROM AN OLD COPY.

           IF WS-HIGH-RMA-NO > WS-LAST-RMA-NO
               MOVE WS-HIGH-RMA-NO TO WS-LAST-RMA-NO
           END-IF

           .

       150-LOAD-TABLE-ENTRY.

           IF WS-TABLE-COUNT < 1000
               ADD 1 TO WS-TABLE-COUNT
               SET RT-IDX TO WS-TABLE-COUNT
               MOVE RM-RMA-NO       TO RT-RMA-NO(RT-IDX)
               MOVE RM-LINE-NO      TO RT-LINE-NO(RT-IDX)
               MOVE RM-AUTH-DATE    TO RT-AUTH-DATE(RT-IDX)
               MOVE RM-ORDER-NO     TO RT-ORDER-NO(RT-IDX)
               MOVE RM-CUSTOMER-NO  TO RT-CUSTOMER-NO(RT-IDX)
               MOVE RM-CUSTOMER     TO RT-CUSTOMER(RT-IDX)
               MOVE RM-CONTACT      TO RT-CONTACT(RT-IDX)
               MOVE RM-WAREHOUSE-ID TO RT-WAREHOUSE-ID(RT-IDX)
               MOVE RM-VENDOR-ID    TO RT-VENDOR-ID(RT-IDX)
               MOVE RM-CANDY-ID     TO RT-CANDY-ID(RT-IDX)
               MOVE RM-OCCURRENCE   TO RT-OCCURRENCE(RT-IDX)
               MOVE RM-AUTH-CASES   TO RT-AUTH-CASES(RT-IDX)
               MOVE RM-RECEIVED     TO RT-RECEIVED(RT-IDX)
               MOVE RM-REASON-CODE  TO RT-REASON-CODE(RT-IDX)
               MOVE RM-REASON-NOTE  TO RT-REASON-NOTE(RT-IDX)
               MOVE RM-STATUS       TO RT-STATUS(RT-IDX)
               IF RM-RMA-NO > WS-HIGH-RMA-NO
                   MOVE RM-RMA-NO TO WS-HIGH-RMA-NO
               END-IF
           ELSE
               MOVE 'YES' TO WS-TABLE-OVERFLOW
               DISPLAY 'PR3RMA.TXT HAS MORE THAN 1000 LINES - '
                   'IGNORING: ' RM-RMA-NO '/' RM-LINE-NO
           END-IF

           .

       200-DISPLAY-MENU.

           DISPLAY ' '
           DISPLAY 'PR3RMA.TXT RETURN AUTHORIZATION ENTRY'
           DISPLAY 'RMA LINES ON FILE: ' WS-TABLE-COUNT
           DISPLAY 'A) AUTHORIZE RETURN   C) CANCEL RMA   '
               'L) LIST OPEN RMAS   Q) QUIT'
           DISPLAY 'ENTER FUNCTION: ' WITH NO ADVANCING
           ACCEPT WS-FUNCTION

           .

       250-PROCESS-FUNCTION.

           EVALUATE TRUE

               WHEN FUNCTION-ADD
                   PERFORM 300-AUTHORIZE-RETURN

               WHEN FUNCTION-CANCEL
                   PERFORM 500-CANCEL-RMA

               WHEN FUNCTION-LIST
                   PERFORM 550-LIST-OPEN-RMAS

               WHEN FUNCTION-QUIT
                   MOVE 'YES' TO WS-QUIT-FLAG

               WHEN OTHER
                   DISPLAY 'INVALID FUNCTION - ENTER A, C, L OR Q'

           END-EVALUATE

           .

       300-AUTHORIZE-RETURN.

           IF TABLE-OVERFLOWED
               DISPLAY 'PR3RMA.TXT WAS NOT FULLY LOADED - NO NEW '
                   'RETURNS CAN BE AUTHORIZED'
           ELSE
               PERFORM 610-ACCEPT-ORDER-NUMBER
               PERFORM 400-LOAD-ORDER-LINES
               IF WS-OL-COUNT = 0
                   DISPLAY 'ORDER ' WS-ORDER-NO ' HAS NO LINES ON '
                       'PR3ORDHIST.TXT - NOTHING TO RETURN'
               ELSE
                   PERFORM 420-NET-PRIOR-RETURNS
                   PERFORM 450-SHOW-ORDER-LINES
                   IF WS-ORDER-AVAILABLE = 0
                       DISPLAY 'EVERY CASE SHIPPED ON THIS ORDER IS '
                           'ALREADY AUTHORIZED FOR RETURN'
                   ELSE
                       PERFORM 620-ACCEPT-CONTACT
                       COMPUTE WS-NEW-RMA-NO = WS-LAST-RMA-NO + 1
                       MOVE 0    TO WS-LINES-ADDED
                       MOVE 'NO' TO WS-LINES-DONE
                       PERFORM UNTIL NO-MORE-LINES
                           PERFORM 350-ADD-RETURN-LINE
                       END-PERFORM
                       IF WS-LINES-ADDED = 0
                           DISPLAY 'NO LINES ENTERED - NO RMA ISSUED'
                       ELSE
                           MOVE WS-NEW-RMA-NO TO WS-LAST-RMA-NO
                           ADD 1 TO WS-RMAS-TAKEN
                           MOVE WS-LINES-ADDED TO WS-SHOW-COUNT
                           DISPLAY 'RMA ' WS-NEW-RMA-NO ' ISSUED - '
                               WS-SHOW-COUNT ' LINE(S)'
                       END-IF
                   END-IF
               END-IF
           END-IF

           .

       350-ADD-RETURN-LINE.

           IF WS-TABLE-COUNT >= 1000
               DISPLAY 'TABLE IS FULL (1000 LINES) - CANNOT ADD '
                   'MORE LINES'
               MOVE 'YES' TO WS-LINES-DONE
           ELSE
               PERFORM 640-ACCEPT-ORDER-LINE
           END-IF

           IF NOT NO-MORE-LINES
               SET OL-IDX TO WS-OL-HIT
               COMPUTE WS-AVAILABLE
                   = OL-SHIPPED(OL-IDX) - OL-AUTHORIZED(OL-IDX)
               IF WS-AVAILABLE NOT > 0
                   DISPLAY 'NOTHING LEFT TO RETURN ON THAT LINE'
               ELSE
                   PERFORM 650-ACCEPT-CASES
                   PERFORM 660-ACCEPT-REASON-CODE
                   PERFORM 670-ACCEPT-REASON-NOTE
                   DISPLAY 'ADD THIS LINE (Y/N)? ' WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF CONFIRM-YES
                       PERFORM 360-STORE-RETURN-LINE
                       DISPLAY 'LINE ADDED'
                   ELSE
                       DISPLAY 'LINE NOT ADDED'
                   END-IF
               END-IF
           END-IF

           .

       360-STORE-RETURN-LINE.

           ADD 1 TO WS-LINES-ADDED
           ADD 1 TO WS-TABLE-COUNT
           SET RT-IDX TO WS-TABLE-COUNT
           MOVE WS-NEW-RMA-NO        TO RT-RMA-NO(RT-IDX)
           MOVE WS-LINES-ADDED       TO RT-LINE-NO(RT-IDX)
           MOVE WS-DATE-NUM          TO RT-AUTH-DATE(RT-IDX)
           MOVE WS-ORDER-NO          TO RT-ORDER-NO(RT-IDX)
           MOVE WS-ORDER-CUSTOMER-NO TO RT-CUSTOMER-NO(RT-IDX)
           MOVE WS-ORDER-CUSTOMER    TO RT-CUSTOMER(RT-IDX)
           MOVE WS-CONTACT           TO RT-CONTACT(RT-IDX)
           MOVE OL-LINE-KEY(OL-IDX)  TO RT-LINE-KEY(RT-IDX)
           MOVE WS-CASES             TO RT-AUTH-CASES(RT-IDX)
           MOVE 0                    TO RT-RECEIVED(RT-IDX)
           MOVE WS-REASON-CODE       TO RT-REASON-CODE(RT-IDX)
           MOVE WS-REASON-NOTE       TO RT-REASON-NOTE(RT-IDX)
           MOVE 'O'                  TO RT-STATUS(RT-IDX)

           ADD WS-CASES TO OL-AUTHORIZED(OL-IDX)
           SUBTRACT WS-CASES FROM WS-ORDER-AVAILABLE

           .

       400-LOAD-ORDER-LINES.

           MOVE 0      TO WS-OL-COUNT
           MOVE SPACES TO WS-ORDER-CUSTOMER-NO
           MOVE SPACES TO WS-ORDER-CUSTOMER

           OPEN INPUT ORDER-HIST-FILE

           IF WS-ORDHIST-STATUS = '35'
               DISPLAY 'PR3ORDHIST.TXT NOT FOUND - NO ORDER CAN BE '
                   'RETURNED'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ ORDER-HIST-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           IF OH-ORDER-NO = WS-ORDER-NO
                               PERFORM 410-ADD-ORDER-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-HIST-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       410-ADD-ORDER-HISTORY.

      *    A LINE RETRIED OFF BACKORDER IS ON THE HISTORY ONCE PER
      *    ALLOCATION, EACH WITH ONLY THE CASES ALLOCATED THAT RUN,
      *    SO THE CASES SHIPPED ON THE LINE ARE THE SUM OF THEM.

           MOVE OH-CUSTOMER TO WS-ORDER-CUSTOMER
           IF OH-CUSTOMER-NO NOT = SPACES
               MOVE OH-CUSTOMER-NO TO WS-ORDER-CUSTOMER-NO
           END-IF

           MOVE 0 TO WS-OL-HIT
           PERFORM VARYING WS-OL-SUB FROM 1 BY 1
                   UNTIL WS-OL-SUB > WS-OL-COUNT
                   OR WS-OL-HIT > 0
               SET OL-IDX TO WS-OL-SUB
               IF OL-LINE-KEY(OL-IDX) = OH-LINE-KEY
                   MOVE WS-OL-SUB TO WS-OL-HIT
               END-IF
           END-PERFORM

           IF WS-OL-HIT = 0
               IF WS-OL-COUNT < 50
                   ADD 1 TO WS-OL-COUNT
                   MOVE WS-OL-COUNT TO WS-OL-HIT
                   SET OL-IDX TO WS-OL-HIT
                   MOVE OH-LINE-KEY TO OL-LINE-KEY(OL-IDX)
                   MOVE 0           TO OL-SHIPPED(OL-IDX)
                   MOVE 0           TO OL-AUTHORIZED(OL-IDX)
               ELSE
                   DISPLAY 'ORDER HAS MORE THAN 50 LINES - '
                       'IGNORING: ' OH-LINE-KEY
               END-IF
           END-IF

           IF WS-OL-HIT > 0 AND OH-ALLOC IS NUMERIC
               SET OL-IDX TO WS-OL-HIT
               ADD OH-ALLOC TO OL-SHIPPED(OL-IDX)
           END-IF

           .

       420-NET-PRIOR-RETURNS.

      *    EVERY CASE ALREADY ON AN RMA FOR THIS ORDER, RECEIVED OR
      *    NOT, COMES OFF WHAT CAN STILL BE AUTHORIZED.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET RT-IDX TO WS-IDX
               IF RT-ORDER-NO(RT-IDX) = WS-ORDER-NO
                   PERFORM VARYING WS-OL-SUB FROM 1 BY 1
                           UNTIL WS-OL-SUB > WS-OL-COUNT
                       SET OL-IDX TO WS-OL-SUB
                       IF OL-LINE-KEY(OL-IDX) = RT-LINE-KEY(RT-IDX)
                           ADD RT-AUTH-CASES(RT-IDX)
                               TO OL-AUTHORIZED(OL-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE 0 TO WS-ORDER-AVAILABLE
           PERFORM VARYING WS-OL-SUB FROM 1 BY 1
                   UNTIL WS-OL-SUB > WS-OL-COUNT
               SET OL-IDX TO WS-OL-SUB
               IF OL-SHIPPED(OL-IDX) > OL-AUTHORIZED(OL-IDX)
                   COMPUTE WS-ORDER-AVAILABLE = WS-ORDER-AVAILABLE
                       + OL-SHIPPED(OL-IDX) - OL-AUTHORIZED(OL-IDX)
               END-IF
           END-PERFORM

           .

       450-SHOW-ORDER-LINES.

           DISPLAY 'ORDER ' WS-ORDER-NO '  CUSTOMER '
               WS-ORDER-CUSTOMER-NO ' ' WS-ORDER-CUSTOMER
           DISPLAY 'LN WHSE V CAN O  SHIPPED  AUTHORIZED  AVAILABLE'

           PERFORM VARYING WS-OL-SUB FROM 1 BY 1
                   UNTIL WS-OL-SUB > WS-OL-COUNT
               SET OL-IDX TO WS-OL-SUB
               MOVE WS-OL-SUB             TO WS-SHOW-LINE
               MOVE OL-SHIPPED(OL-IDX)    TO WS-SHOW-QTY-1
               MOVE OL-AUTHORIZED(OL-IDX) TO WS-SHOW-QTY-2
               IF OL-SHIPPED(OL-IDX) > OL-AUTHORIZED(OL-IDX)
                   COMPUTE WS-SHOW-QTY-3 = OL-SHIPPED(OL-IDX)
                       - OL-AUTHORIZED(OL-IDX)
               ELSE
                   MOVE 0 TO WS-SHOW-QTY-3
               END-IF
               DISPLAY WS-SHOW-LINE ' '
                   OL-WAREHOUSE-ID(OL-IDX) ' '
                   OL-VENDOR-ID(OL-IDX) ' '
                   OL-CANDY-ID(OL-IDX) ' '
                   OL-OCCURRENCE(OL-IDX) '    '
                   WS-SHOW-QTY-1 '       '
                   WS-SHOW-QTY-2 '      '
                   WS-SHOW-QTY-3
           END-PERFORM

           .

       500-CANCEL-RMA.

           PERFORM 630-ACCEPT-RMA-NUMBER
           PERFORM 600-FIND-RMA-IN-TABLE

           IF NOT KEY-WAS-FOUND
               DISPLAY 'RMA ' WS-KEY-RMA-NO ' IS NOT ON FILE'
           ELSE
               IF WS-RECEIVED-LINES > 0
                   DISPLAY 'CASES HAVE ALREADY BEEN RECEIVED AGAINST '
                       'RMA ' WS-KEY-RMA-NO ' - IT CANNOT BE '
                       'CANCELLED'
               ELSE
                   MOVE WS-LINE-COUNT TO WS-SHOW-COUNT
                   DISPLAY 'RMA HAS ' WS-SHOW-COUNT ' LINE(S)'
                   DISPLAY 'CANCEL THIS RMA - ARE YOU SURE '
                       '(Y/N)? ' WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF CONFIRM-YES
                       MOVE 0 TO WS-KEEP-COUNT
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-TABLE-COUNT
                           IF RT-RMA-NO(WS-IDX) NOT = WS-KEY-RMA-NO
                               ADD 1 TO WS-KEEP-COUNT
                               MOVE RMA-TABLE(WS-IDX)
                                   TO RMA-TABLE(WS-KEEP-COUNT)
                           END-IF
                       END-PERFORM
                       MOVE WS-KEEP-COUNT TO WS-TABLE-COUNT
                       DISPLAY 'RMA CANCELLED'
                   ELSE
                       DISPLAY 'CANCEL NOT DONE'
                   END-IF
               END-IF
           END-IF

           .

       550-LIST-OPEN-RMAS.

           MOVE 0 TO WS-LINE-COUNT
           DISPLAY 'RMA    LN ORDER  CUST   WHSE V CAN O  AUTH  '
               'RCVD RS AUTHORIZED'

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET RT-IDX TO WS-IDX
               IF RT-STATUS(RT-IDX) = 'O'
                   ADD 1 TO WS-LINE-COUNT
                   MOVE RT-AUTH-DATE(RT-IDX)(7:2) TO WS-SHOW-DAY
                   MOVE RT-AUTH-DATE(RT-IDX)(5:2) TO WS-SHOW-MONTH
                   MOVE RT-AUTH-DATE(RT-IDX)(1:4) TO WS-SHOW-YEAR
                   MOVE RT-AUTH-CASES(RT-IDX)     TO WS-SHOW-QTY-1
                   MOVE RT-RECEIVED(RT-IDX)       TO WS-SHOW-QTY-2
                   DISPLAY RT-RMA-NO(RT-IDX) ' '
                       RT-LINE-NO(RT-IDX) ' '
                       RT-ORDER-NO(RT-IDX) ' '
                       RT-CUSTOMER-NO(RT-IDX) ' '
                       RT-WAREHOUSE-ID(RT-IDX) ' '
                       RT-VENDOR-ID(RT-IDX) ' '
                       RT-CANDY-ID(RT-IDX) ' '
                       RT-OCCURRENCE(RT-IDX) ' '
                       WS-SHOW-QTY-1 ' '
                       WS-SHOW-QTY-2 ' '
                       RT-REASON-CODE(RT-IDX) ' '
                       WS-SHOW-DATE
               END-IF
           END-PERFORM

           IF WS-LINE-COUNT = 0
               DISPLAY 'NO OPEN RMA LINES'
           END-IF

           .

       600-FIND-RMA-IN-TABLE.

           MOVE 'NO' TO WS-KEY-FOUND
           MOVE 0    TO WS-LINE-COUNT
           MOVE 0    TO WS-RECEIVED-LINES

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET RT-IDX TO WS-IDX
               IF RT-RMA-NO(RT-IDX) = WS-KEY-RMA-NO
                   MOVE 'YES' TO WS-KEY-FOUND
                   ADD 1 TO WS-LINE-COUNT
                   IF RT-RECEIVED(RT-IDX) > 0
                       ADD 1 TO WS-RECEIVED-LINES
                   END-IF
               END-IF
           END-PERFORM

           .

       610-ACCEPT-ORDER-NUMBER.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'ORIGINAL ORDER NUMBER (6 DIGITS): '
                   WITH NO ADVANCING
               ACCEPT WS-IN-NUMBER
               INSPECT WS-IN-NUMBER
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-IN-NUMBER IS NUMERIC
                  AND WS-IN-NUMBER NOT = '000000'
                   MOVE 'YES' TO WS-EDIT-OK
                   MOVE WS-IN-NUMBER TO WS-ORDER-NO
               ELSE
                   DISPLAY 'ORDER NUMBER MUST BE NUMERIC, E.G. 000123'
               END-IF
           END-PERFORM

           .

       620-ACCEPT-CONTACT.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'RETURN REQUESTED BY (STORE CONTACT): '
                   WITH NO ADVANCING
               ACCEPT WS-CONTACT
               IF WS-CONTACT = SPACES
                   DISPLAY 'CONTACT MAY NOT BE BLANK'
               ELSE
                   MOVE 'YES' TO WS-EDIT-OK
               END-IF
           END-PERFORM

           .

       630-ACCEPT-RMA-NUMBER.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'RMA NUMBER (6 DIGITS): ' WITH NO ADVANCING
               ACCEPT WS-IN-NUMBER
               INSPECT WS-IN-NUMBER
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-IN-NUMBER IS NUMERIC
                   MOVE 'YES' TO WS-EDIT-OK
                   MOVE WS-IN-NUMBER TO WS-KEY-RMA-NO
               ELSE
                   DISPLAY 'RMA NUMBER MUST BE NUMERIC, E.G. 000042'
               END-IF
           END-PERFORM

           .

       640-ACCEPT-ORDER-LINE.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'ORDER LINE (LN) COMING BACK, BLANK TO END '
                   'RMA: ' WITH NO ADVANCING
               ACCEPT WS-IN-LINE
               IF WS-IN-LINE = SPACES
                   MOVE 'YES' TO WS-LINES-DONE
                   MOVE 'YES' TO WS-EDIT-OK
               ELSE
                   INSPECT WS-IN-LINE
                       REPLACING LEADING SPACES BY ZEROS
                   IF WS-IN-LINE IS NUMERIC
                      AND WS-IN-LINE-NUM > 0
                      AND WS-IN-LINE-NUM NOT > WS-OL-COUNT
                       MOVE 'YES' TO WS-EDIT-OK
                       MOVE WS-IN-LINE-NUM TO WS-OL-HIT
                   ELSE
                       DISPLAY 'LINE MUST BE ONE OF THE LN NUMBERS '
                           'SHOWN ABOVE'
                   END-IF
               END-IF
           END-PERFORM

           .

       650-ACCEPT-CASES.

           MOVE WS-AVAILABLE TO WS-SHOW-QTY-1
           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'CASES COMING BACK (UP TO ' WS-SHOW-QTY-1
                   '): ' WITH NO ADVANCING
               ACCEPT WS-IN-CASES
               INSPECT WS-IN-CASES
                   REPLACING LEADING SPACES BY ZEROS
               EVALUATE TRUE
                   WHEN WS-IN-CASES NOT NUMERIC
                     OR WS-IN-CASES-NUM = 0
                       DISPLAY 'CASES MUST BE NUMERIC AND MORE THAN '
                           'ZERO'
                   WHEN WS-IN-CASES-NUM > WS-AVAILABLE
                       DISPLAY 'ONLY ' WS-SHOW-QTY-1 ' CASES SHIPPED '
                           'AND NOT ALREADY AUTHORIZED - CANNOT '
                           'AUTHORIZE MORE'
                   WHEN OTHER
                       MOVE 'YES' TO WS-EDIT-OK
                       MOVE WS-IN-CASES-NUM TO WS-CASES
               END-EVALUATE
           END-PERFORM

           .

       660-ACCEPT-REASON-CODE.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'REASON: DM DAMAGED  EX EXPIRED/STALE  '
                   'WR WRONG ITEM'
               DISPLAY '        OS OVER-SHIPPED  CR CUSTOMER REFUSED  '
                   'OT OTHER'
               DISPLAY 'REASON CODE: ' WITH NO ADVANCING
               ACCEPT WS-REASON-CODE
               IF REASON-IS-VALID
                   MOVE 'YES' TO WS-EDIT-OK
               ELSE
                   DISPLAY 'REASON CODE NOT VALID'
               END-IF
           END-PERFORM

           .

       670-ACCEPT-REASON-NOTE.

           MOVE SPACES TO WS-REASON-NOTE
           DISPLAY 'NOTE (OPTIONAL, UP TO 20): ' WITH NO ADVANCING
           ACCEPT WS-REASON-NOTE

           IF WS-REASON-CODE = 'OT' AND WS-REASON-NOTE = SPACES
               MOVE 'NO' TO WS-EDIT-OK
               PERFORM UNTIL EDIT-PASSED
                   DISPLAY 'REASON OT NEEDS A NOTE: '
                       WITH NO ADVANCING
                   ACCEPT WS-REASON-NOTE
                   IF WS-REASON-NOTE NOT = SPACES
                       MOVE 'YES' TO WS-EDIT-OK
                   END-IF
               END-PERFORM
           END-IF

           .

       900-REWRITE-THE-FILE.

           OPEN OUTPUT RMA-FILE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET RT-IDX TO WS-IDX
               MOVE RT-RMA-NO(RT-IDX)       TO RM-RMA-NO
               MOVE RT-LINE-NO(RT-IDX)      TO RM-LINE-NO
               MOVE RT-AUTH-DATE(RT-IDX)    TO RM-AUTH-DATE
               MOVE RT-ORDER-NO(RT-IDX)     TO RM-ORDER-NO
               MOVE RT-CUSTOMER-NO(RT-IDX)  TO RM-CUSTOMER-NO
               MOVE RT-CUSTOMER(RT-IDX)     TO RM-CUSTOMER
               MOVE RT-CONTACT(RT-IDX)      TO RM-CONTACT
               MOVE RT-WAREHOUSE-ID(RT-IDX) TO RM-WAREHOUSE-ID
               MOVE RT-VENDOR-ID(RT-IDX)    TO RM-VENDOR-ID
               MOVE RT-CANDY-ID(RT-IDX)     TO RM-CANDY-ID
               MOVE RT-OCCURRENCE(RT-IDX)   TO RM-OCCURRENCE
               MOVE RT-AUTH-CASES(RT-IDX)   TO RM-AUTH-CASES
               MOVE RT-RECEIVED(RT-IDX)     TO RM-RECEIVED
               MOVE RT-REASON-CODE(RT-IDX)  TO RM-REASON-CODE
               MOVE RT-REASON-NOTE(RT-IDX)  TO RM-REASON-NOTE
               MOVE RT-STATUS(RT-IDX)       TO RM-STATUS
               WRITE RMA-RECORD
           END-PERFORM

           CLOSE RMA-FILE

           .

       950-SAVE-LAST-RMA-NUMBER.

           IF WS-RMAS-TAKEN > 0
               OPEN OUTPUT RMA-NUMBER-FILE
               MOVE WS-LAST-RMA-NO TO RN-LAST-RMA-NO
               WRITE RMA-NUMBER-RECORD
               CLOSE RMA-NUMBER-FILE
           END-IF

           .
