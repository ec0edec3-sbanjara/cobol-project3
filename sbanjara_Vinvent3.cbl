      ********************* IDENTIFICATION-DIVISION ******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VINVENT3.
       AUTHOR.      SBANJARA.

      ****************************************************************
      *
      *  VENDOR INVOICE ENTRY.  ACCOUNTS PAYABLE KEYS EACH VENDOR
      *  INVOICE AS IT ARRIVES - VENDOR, THE VENDOR'S INVOICE
      *  NUMBER AND DATE, AND ONE LINE PER PO LINE BILLED GIVING
      *  THE CASES AND UNIT PRICE EXACTLY AS THE VENDOR BILLED
      *  THEM.  THE LINES WAIT ON THE PENDING FILE PR3VINV.TXT
      *  UNTIL THE MATCH RUN VMATCH3 CHECKS THEM AGAINST THE
      *  OPEN-PO FILE PR3OPENPO.DAT (THE PO COST AND THE CASES
      *  RECEIVED TO DATE) AND RELEASES THE CLEAN ONES TO AP.
      *
      *  PENDING VENDOR INVOICE RECORD (45 CHARACTERS):
      *      VI-VENDOR-ID     X(1)
      *      VI-INVOICE-NO    X(10)  VENDOR'S OWN INVOICE NUMBER
      *      VI-INVOICE-DATE  9(8)   YYYYMMDD
      *      VI-PO-NUMBER     9(6)   } PO LINE BEING BILLED
      *      VI-PO-LINE       9(2)   }
      *      VI-CASES         9(5)   CASES BILLED
      *      VI-UNIT-PRICE    9(3)V99 PRICE PER CASE BILLED
      *      VI-ENTRY-DATE    9(8)   DATE KEYED
      *
      *  THE VENDOR IS PROVED AGAINST THE VENDOR MASTER
      *  PR3VENDM.TXT (NO CHECK WHEN THAT FILE IS NOT THERE YET).
      *  AS EACH LINE IS KEYED THE PO LINE IS LOOKED UP AND SHOWN
      *  WITH ITS ORDERED, RECEIVED AND BILLED-TO-DATE CASES AND
      *  ITS COST.  A PO LINE THAT IS NOT ON FILE OR BELONGS TO
      *  ANOTHER VENDOR IS WARNED ABOUT BUT STILL TAKEN - THE LINE
      *  IS KEYED AS THE VENDOR BILLED IT AND THE MATCH RUN HOLDS
      *  IT.  AN INVOICE NUMBER ALREADY PENDING FOR THE VENDOR
      *  CANNOT BE KEYED AGAIN; DELETE IT AND RE-KEY IT INSTEAD.
      *
      *  LIKE VENDMNT3 THE WHOLE FILE IS LOADED INTO A TABLE, THE
      *  ADDS AND DELETES ARE APPLIED AGAINST THE TABLE, AND THE
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
           SELECT VINV-FILE
               ASSIGN TO "PR3VINV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VINV-STATUS.

           SELECT VENDM-FILE
               ASSIGN TO "PR3VENDM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDM-STATUS.

           SELECT OPENPO-FILE
               ASSIGN TO "PR3OPENPO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-PO-KEY
               FILE STATUS IS WS-OPENPO-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "PR3OPER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

       FD  VINV-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  VINV-RECORD.
           05  VI-VENDOR-ID      PIC X(1).
           05  VI-INVOICE-NO     PIC X(10).
           05  VI-INVOICE-DATE   PIC 9(8).
           05  VI-PO-NUMBER      PIC 9(6).
           05  VI-PO-LINE        PIC 9(2).
           05  VI-CASES          PIC 9(5).
           05  VI-UNIT-PRICE     PIC 9(3)V99.
           05  VI-ENTRY-DATE     PIC 9(8).

       FD  VENDM-FILE
           RECORD CONTAINS 71 CHARACTERS.

       01  VENDM-RECORD.
           05  VX-VENDOR-ID      PIC X(1).
           05  VX-VENDOR-NAME    PIC X(18).
           05                    PIC X(52).

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
           05  WS-OPENPO-OPEN      PIC X(3)    VALUE 'NO'.
               88  OPENPO-IS-OPEN              VALUE 'YES'.

       01  FILE-STATUS-FIELDS.
           05  WS-VINV-STATUS      PIC XX      VALUE SPACES.
           05  WS-VENDM-STATUS     PIC XX      VALUE SPACES.
           05  WS-OPENPO-STATUS    PIC XX      VALUE SPACES.

       01  WS-DATE.
           05  WS-YEAR             PIC 9999.
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-DATE-NUM REDEFINES WS-DATE PIC 9(8).

       01  INVOICE-TABLE-FIELDS.
           05  WS-TABLE-COUNT      PIC S9(4)   VALUE 0.
           05  WS-IDX              PIC S9(4)   VALUE 0.
           05  WS-KEEP-COUNT       PIC S9(4)   VALUE 0.
           05  WS-LINE-COUNT       PIC S9(4)   VALUE 0.
           05  WS-LINES-ADDED      PIC S9(4)   VALUE 0.
           05  WS-TABLE-OVERFLOW   PIC X(3)    VALUE 'NO'.
               88  TABLE-OVERFLOWED           VALUE 'YES'.

       01  INVOICE-TABLE-AREA.
           05  INVOICE-TABLE OCCURS 1000 TIMES INDEXED BY IT-IDX.
               10  IT-INVOICE-KEY.
                   15  IT-VENDOR-ID    PIC X(1).
                   15  IT-INVOICE-NO   PIC X(10).
               10  IT-INVOICE-DATE PIC 9(8).
               10  IT-PO-NUMBER    PIC 9(6).
               10  IT-PO-LINE      PIC 9(2).
               10  IT-CASES        PIC 9(5).
               10  IT-UNIT-PRICE   PIC 9(3)V99.
               10  IT-ENTRY-DATE   PIC 9(8).

       01  VENDOR-TABLE-FIELDS.
           05  WS-VENDOR-COUNT     PIC S9(4)   VALUE 0.
           05  WS-VT-SUB           PIC S9(4)   VALUE 0.
           05  WS-VENDOR-NAME      PIC X(18)   VALUE SPACES.

       01  VENDOR-TABLE-AREA.
           05  VENDOR-TABLE OCCURS 20 TIMES INDEXED BY VT-IDX.
               10  VT-VENDOR-ID    PIC X(1).
               10  VT-VENDOR-NAME  PIC X(18).

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
               88  FUNCTION-DELETE              VALUE 'D' 'd'.
               88  FUNCTION-LIST                VALUE 'L' 'l'.
               88  FUNCTION-QUIT                VALUE 'Q' 'q'.
           05  WS-KEY-INVOICE.
               10  WS-KEY-VENDOR   PIC X(1).
               10  WS-KEY-INV-NO   PIC X(10).
           05  WS-CONFIRM          PIC X.
               88  CONFIRM-YES                 VALUE 'Y' 'y'.

       01  WS-ENTRY-FIELDS.
           05  WS-IN-INV-DATE      PIC X(8).
           05  WS-IN-INV-DATE-NUM REDEFINES WS-IN-INV-DATE
                                   PIC 9(8).
           05  WS-IN-INV-DATE-PARTS REDEFINES WS-IN-INV-DATE.
               10  WS-IN-INV-YEAR  PIC 9(4).
               10  WS-IN-INV-MONTH PIC 99.
               10  WS-IN-INV-DAY   PIC 99.
           05  WS-IN-PO-NUMBER     PIC X(6).
           05  WS-IN-PO-LINE       PIC X(2).
           05  WS-IN-CASES         PIC X(5).
           05  WS-IN-CASES-NUM REDEFINES WS-IN-CASES
                                   PIC 9(5).
           05  WS-IN-PRICE         PIC X(5).
           05  WS-IN-PRICE-NUM REDEFINES WS-IN-PRICE
                                   PIC 9(5).
           05  WS-INVOICE-DATE     PIC 9(8)    VALUE 0.
           05  WS-PO-NUMBER        PIC 9(6)    VALUE 0.
           05  WS-PO-LINE          PIC 9(2)    VALUE 0.
           05  WS-CASES            PIC 9(5)    VALUE 0.
           05  WS-UNIT-PRICE       PIC 9(3)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-SHOW-QTY-1       PIC ZZZZ9.
           05  WS-SHOW-QTY-2       PIC ZZZZ9.
           05  WS-SHOW-QTY-3       PIC ZZZZ9.
           05  WS-SHOW-COST        PIC ZZ9.99.
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
               DISPLAY 'PR3VINV.TXT HAS MORE THAN 1000 LINES - '
                   'SOME WERE NOT LOADED. REFUSING TO SAVE SO NO '
                   'LINES ARE LOST - FILE LEFT UNCHANGED.'
           ELSE
               PERFORM 900-REWRITE-THE-FILE
           END-IF

           IF OPENPO-IS-OPEN
               CLOSE OPENPO-FILE
           END-IF

           STOP RUN

           .

       100-HOUSEKEEPING-ROUTINE.

           PERFORM 110-LOAD-OPERATOR-TABLE
           PERFORM 115-SIGN-ON-OPERATOR

           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT VINV-FILE

           IF WS-VINV-STATUS = '35'
               DISPLAY 'PR3VINV.TXT NOT FOUND - NO INVOICES PENDING'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ VINV-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 150-LOAD-TABLE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE VINV-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           PERFORM 130-LOAD-VENDOR-TABLE

           OPEN INPUT OPENPO-FILE
           IF WS-OPENPO-STATUS = '00'
               MOVE 'YES' TO WS-OPENPO-OPEN
           ELSE
               DISPLAY 'PR3OPENPO.DAT COULD NOT BE OPENED - STATUS '
                   WS-OPENPO-STATUS ' - PO LINES CANNOT BE SHOWN'
           END-IF

           .

       110-LOAD-OPERATOR-TABLE.

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

       115-SIGN-ON-OPERATOR.

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
               PERFORM 120-CHECK-SIGN-ON
           END-PERFORM

           IF NOT OPERATOR-SIGNED-ON
               DISPLAY 'SIGN-ON REFUSED - PROGRAM ENDED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'SIGNED ON AS ' WS-OPERATOR-ID ' - '
               WS-OPERATOR-NAME

           .

       120-CHECK-SIGN-ON.

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
                   PERFORM 125-SAVE-OPERATOR-FILE
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
                   PERFORM 125-SAVE-OPERATOR-FILE
           END-EVALUATE

           .

       125-SAVE-OPERATOR-FILE.

           OPEN OUTPUT OPERATOR-FILE

           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                   UNTIL WS-OT-SUB > WS-OT-COUNT
               SET OT-IDX TO WS-OT-SUB
               MOVE OPERATOR-TABLE(OT-IDX) TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
           END-PERFORM

           CLOSE OPERATOR-FILE

           .

       130-LOAD-VENDOR-TABLE.

           OPEN INPUT VENDM-FILE

           IF WS-VENDM-STATUS = '35'
               DISPLAY 'PR3VENDM.TXT NOT FOUND - VENDOR-ID WILL NOT '
                   'BE CHECKED'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ VENDM-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 135-ADD-VENDOR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE VENDM-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       135-ADD-VENDOR-ENTRY.

           IF WS-VENDOR-COUNT < 20
               ADD 1 TO WS-VENDOR-COUNT
               SET VT-IDX TO WS-VENDOR-COUNT
               MOVE VX-VENDOR-ID   TO VT-VENDOR-ID(VT-IDX)
               MOVE VX-VENDOR-NAME TO VT-VENDOR-NAME(VT-IDX)
           ELSE
               DISPLAY 'PR3VENDM.TXT HAS MORE THAN 20 ENTRIES - '
                   'IGNORING: ' VX-VENDOR-ID
           END-IF

           .

       150-LOAD-TABLE-ENTRY.

           IF WS-TABLE-COUNT < 1000
               ADD 1 TO WS-TABLE-COUNT
               SET IT-IDX TO WS-TABLE-COUNT
               MOVE VI-VENDOR-ID    TO IT-VENDOR-ID(IT-IDX)
               MOVE VI-INVOICE-NO   TO IT-INVOICE-NO(IT-IDX)
               MOVE VI-INVOICE-DATE TO IT-INVOICE-DATE(IT-IDX)
               MOVE VI-PO-NUMBER    TO IT-PO-NUMBER(IT-IDX)
               MOVE VI-PO-LINE      TO IT-PO-LINE(IT-IDX)
               MOVE VI-CASES        TO IT-CASES(IT-IDX)
               MOVE VI-UNIT-PRICE   TO IT-UNIT-PRICE(IT-IDX)
               MOVE VI-ENTRY-DATE   TO IT-ENTRY-DATE(IT-IDX)
           ELSE
               MOVE 'YES' TO WS-TABLE-OVERFLOW
               DISPLAY 'PR3VINV.TXT HAS MORE THAN 1000 LINES - '
                   'IGNORING: ' VI-VENDOR-ID ' ' VI-INVOICE-NO
           END-IF

           .

       200-DISPLAY-MENU.

           DISPLAY ' '
           DISPLAY 'PR3VINV.TXT VENDOR INVOICE ENTRY'
           DISPLAY 'INVOICE LINES PENDING MATCH: ' WS-TABLE-COUNT
           DISPLAY 'A) ADD INVOICE   D) DELETE INVOICE   '
               'L) LIST PENDING   Q) QUIT'
           DISPLAY 'ENTER FUNCTION: ' WITH NO ADVANCING
           ACCEPT WS-FUNCTION

           .

       250-PROCESS-FUNCTION.

           EVALUATE TRUE

               WHEN FUNCTION-ADD
                   PERFORM 300-ADD-INVOICE

               WHEN FUNCTION-DELETE
                   PERFORM 500-DELETE-INVOICE

               WHEN FUNCTION-LIST
                   PERFORM 550-LIST-PENDING

               WHEN FUNCTION-QUIT
                   MOVE 'YES' TO WS-QUIT-FLAG

               WHEN OTHER
                   DISPLAY 'INVALID FUNCTION - ENTER A, D, L OR Q'

           END-EVALUATE

           .

       300-ADD-INVOICE.

           PERFORM 610-ACCEPT-VENDOR
           PERFORM 620-ACCEPT-INVOICE-NUMBER
           PERFORM 600-FIND-INVOICE-IN-TABLE

           IF KEY-WAS-FOUND
               DISPLAY 'INVOICE ' WS-KEY-INV-NO ' IS ALREADY '
                   'PENDING FOR VENDOR ' WS-KEY-VENDOR
               DISPLAY 'DELETE IT FIRST TO RE-KEY IT'
           ELSE
               PERFORM 630-ACCEPT-INVOICE-DATE
               MOVE 0    TO WS-LINES-ADDED
               MOVE 'NO' TO WS-LINES-DONE
               PERFORM UNTIL NO-MORE-LINES
                   PERFORM 350-ADD-INVOICE-LINE
               END-PERFORM
               IF WS-LINES-ADDED = 0
                   DISPLAY 'NO LINES ENTERED - INVOICE NOT ADDED'
               ELSE
                   MOVE WS-LINES-ADDED TO WS-SHOW-COUNT
                   DISPLAY 'INVOICE ADDED - ' WS-SHOW-COUNT
                       ' LINE(S) PENDING MATCH'
               END-IF
           END-IF

           .

       350-ADD-INVOICE-LINE.

           IF WS-TABLE-COUNT >= 1000
               DISPLAY 'TABLE IS FULL (1000 LINES) - CANNOT ADD '
                   'MORE. RUN VMATCH3 TO CLEAR MATCHED INVOICES.'
               MOVE 'YES' TO WS-LINES-DONE
           ELSE
               PERFORM 640-ACCEPT-PO-NUMBER
           END-IF

           IF NOT NO-MORE-LINES
               PERFORM 650-ACCEPT-PO-LINE
               PERFORM 700-SHOW-PO-LINE
               PERFORM 660-ACCEPT-CASES
               PERFORM 670-ACCEPT-UNIT-PRICE
               DISPLAY 'ADD THIS LINE (Y/N)? ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-YES
                   ADD 1 TO WS-TABLE-COUNT
                   SET IT-IDX TO WS-TABLE-COUNT
                   MOVE WS-KEY-VENDOR   TO IT-VENDOR-ID(IT-IDX)
                   MOVE WS-KEY-INV-NO   TO IT-INVOICE-NO(IT-IDX)
                   MOVE WS-INVOICE-DATE TO IT-INVOICE-DATE(IT-IDX)
                   MOVE WS-PO-NUMBER    TO IT-PO-NUMBER(IT-IDX)
                   MOVE WS-PO-LINE      TO IT-PO-LINE(IT-IDX)
                   MOVE WS-CASES        TO IT-CASES(IT-IDX)
                   MOVE WS-UNIT-PRICE   TO IT-UNIT-PRICE(IT-IDX)
                   MOVE WS-DATE-NUM     TO IT-ENTRY-DATE(IT-IDX)
                   ADD 1 TO WS-LINES-ADDED
                   DISPLAY 'LINE ADDED'
               ELSE
                   DISPLAY 'LINE NOT ADDED'
               END-IF
           END-IF

           .

       500-DELETE-INVOICE.

           PERFORM 610-ACCEPT-VENDOR
           PERFORM 620-ACCEPT-INVOICE-NUMBER
           PERFORM 600-FIND-INVOICE-IN-TABLE

           IF NOT KEY-WAS-FOUND
               DISPLAY 'THAT INVOICE IS NOT PENDING FOR VENDOR '
                   WS-KEY-VENDOR
           ELSE
               MOVE WS-LINE-COUNT TO WS-SHOW-COUNT
               DISPLAY 'INVOICE HAS ' WS-SHOW-COUNT ' LINE(S)'
               DISPLAY 'DELETE THIS INVOICE - ARE YOU SURE '
                   '(Y/N)? ' WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-YES
                   MOVE 0 TO WS-KEEP-COUNT
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-TABLE-COUNT
                       IF IT-INVOICE-KEY(WS-IDX) NOT = WS-KEY-INVOICE
                           ADD 1 TO WS-KEEP-COUNT
                           MOVE INVOICE-TABLE(WS-IDX)
                               TO INVOICE-TABLE(WS-KEEP-COUNT)
                       END-IF
                   END-PERFORM
                   MOVE WS-KEEP-COUNT TO WS-TABLE-COUNT
                   DISPLAY 'INVOICE DELETED'
               ELSE
                   DISPLAY 'DELETE CANCELLED'
               END-IF
           END-IF

           .

       550-LIST-PENDING.

           IF WS-TABLE-COUNT = 0
               DISPLAY 'NO INVOICE LINES PENDING'
           ELSE
               DISPLAY 'V INVOICE    DATED      PO-LINE    '
                   'CASES  PRICE'
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TABLE-COUNT
                   SET IT-IDX TO WS-IDX
                   MOVE IT-INVOICE-DATE(IT-IDX)(7:2) TO WS-SHOW-DAY
                   MOVE IT-INVOICE-DATE(IT-IDX)(5:2) TO WS-SHOW-MONTH
                   MOVE IT-INVOICE-DATE(IT-IDX)(1:4) TO WS-SHOW-YEAR
                   MOVE IT-CASES(IT-IDX)      TO WS-SHOW-QTY-1
                   MOVE IT-UNIT-PRICE(IT-IDX) TO WS-SHOW-COST
                   DISPLAY IT-VENDOR-ID(IT-IDX) ' '
                       IT-INVOICE-NO(IT-IDX) ' '
                       WS-SHOW-DATE ' '
                       IT-PO-NUMBER(IT-IDX) '/'
                       IT-PO-LINE(IT-IDX) ' '
                       WS-SHOW-QTY-1 ' '
                       WS-SHOW-COST
               END-PERFORM
           END-IF

           .

       600-FIND-INVOICE-IN-TABLE.

           MOVE 'NO' TO WS-KEY-FOUND
           MOVE 0    TO WS-LINE-COUNT

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET IT-IDX TO WS-IDX
               IF IT-INVOICE-KEY(IT-IDX) = WS-KEY-INVOICE
                   MOVE 'YES' TO WS-KEY-FOUND
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM

           .

       610-ACCEPT-VENDOR.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'VENDOR-ID (1 CHAR): ' WITH NO ADVANCING
               ACCEPT WS-KEY-VENDOR
               IF WS-KEY-VENDOR = SPACES
                   DISPLAY 'VENDOR-ID MAY NOT BE BLANK'
               ELSE
                   PERFORM 615-FIND-VENDOR-NAME
                   IF WS-VENDOR-COUNT > 0
                      AND WS-VENDOR-NAME = SPACES
                       DISPLAY 'VENDOR-ID ' WS-KEY-VENDOR
                           ' IS NOT ON PR3VENDM.TXT'
                   ELSE
                       MOVE 'YES' TO WS-EDIT-OK
                       DISPLAY 'VENDOR: ' WS-VENDOR-NAME
                   END-IF
               END-IF
           END-PERFORM

           .

       615-FIND-VENDOR-NAME.

           MOVE SPACES TO WS-VENDOR-NAME

           PERFORM VARYING WS-VT-SUB FROM 1 BY 1
                   UNTIL WS-VT-SUB > WS-VENDOR-COUNT
               SET VT-IDX TO WS-VT-SUB
               IF VT-VENDOR-ID(VT-IDX) = WS-KEY-VENDOR
                   MOVE VT-VENDOR-NAME(VT-IDX) TO WS-VENDOR-NAME
               END-IF
           END-PERFORM

           .

       620-ACCEPT-INVOICE-NUMBER.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'VENDOR INVOICE NUMBER (UP TO 10): '
                   WITH NO ADVANCING
               ACCEPT WS-KEY-INV-NO
               IF WS-KEY-INV-NO = SPACES
                   DISPLAY 'INVOICE NUMBER MAY NOT BE BLANK'
               ELSE
                   MOVE 'YES' TO WS-EDIT-OK
               END-IF
           END-PERFORM

           .

       630-ACCEPT-INVOICE-DATE.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'INVOICE DATE (YYYYMMDD): ' WITH NO ADVANCING
               ACCEPT WS-IN-INV-DATE
               EVALUATE TRUE
                   WHEN WS-IN-INV-DATE NOT NUMERIC
                       DISPLAY 'INVOICE DATE MUST BE 8 DIGITS, '
                           'E.G. 20240315'
                   WHEN WS-IN-INV-MONTH < 1 OR WS-IN-INV-MONTH > 12
                     OR WS-IN-INV-DAY < 1 OR WS-IN-INV-DAY > 31
                     OR WS-IN-INV-YEAR < 1900
                       DISPLAY 'INVOICE DATE NOT VALID'
                   WHEN WS-IN-INV-DATE-NUM > WS-DATE-NUM
                       DISPLAY 'INVOICE DATE MAY NOT BE IN THE FUTURE'
                   WHEN OTHER
                       MOVE 'YES' TO WS-EDIT-OK
                       MOVE WS-IN-INV-DATE-NUM TO WS-INVOICE-DATE
               END-EVALUATE
           END-PERFORM

           .

       640-ACCEPT-PO-NUMBER.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'PO NUMBER (6 DIGITS, BLANK TO END INVOICE): '
                   WITH NO ADVANCING
               ACCEPT WS-IN-PO-NUMBER
               IF WS-IN-PO-NUMBER = SPACES
                   MOVE 'YES' TO WS-LINES-DONE
                   MOVE 'YES' TO WS-EDIT-OK
               ELSE
                   INSPECT WS-IN-PO-NUMBER
                       REPLACING LEADING SPACES BY ZEROS
                   IF WS-IN-PO-NUMBER IS NUMERIC
                       MOVE 'YES' TO WS-EDIT-OK
                       MOVE WS-IN-PO-NUMBER TO WS-PO-NUMBER
                   ELSE
                       DISPLAY 'PO NUMBER MUST BE NUMERIC, E.G. 000123'
                   END-IF
               END-IF
           END-PERFORM

           .

       650-ACCEPT-PO-LINE.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'PO LINE (01-99): ' WITH NO ADVANCING
               ACCEPT WS-IN-PO-LINE
               INSPECT WS-IN-PO-LINE
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-IN-PO-LINE IS NUMERIC
                  AND WS-IN-PO-LINE NOT = '00'
                   MOVE 'YES' TO WS-EDIT-OK
                   MOVE WS-IN-PO-LINE TO WS-PO-LINE
               ELSE
                   DISPLAY 'PO LINE MUST BE 01-99'
               END-IF
           END-PERFORM

           .

       660-ACCEPT-CASES.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'CASES BILLED (00001-99999): '
                   WITH NO ADVANCING
               ACCEPT WS-IN-CASES
               INSPECT WS-IN-CASES
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-IN-CASES IS NUMERIC
                  AND WS-IN-CASES-NUM > 0
                   MOVE 'YES' TO WS-EDIT-OK
                   MOVE WS-IN-CASES-NUM TO WS-CASES
               ELSE
                   DISPLAY 'CASES MUST BE NUMERIC AND MORE THAN ZERO'
               END-IF
           END-PERFORM

           .

       670-ACCEPT-UNIT-PRICE.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'UNIT PRICE BILLED DOLLARS AND CENTS '
                   '(E.G. 00125 FOR $1.25): ' WITH NO ADVANCING
               ACCEPT WS-IN-PRICE
               INSPECT WS-IN-PRICE
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-IN-PRICE IS NUMERIC
                   MOVE 'YES' TO WS-EDIT-OK
                   COMPUTE WS-UNIT-PRICE = WS-IN-PRICE-NUM / 100
               ELSE
                   DISPLAY 'UNIT PRICE MUST BE NUMERIC'
               END-IF
           END-PERFORM

           .

       700-SHOW-PO-LINE.

      *    SHOW THE CLERK WHAT WE ORDERED AND RECEIVED ON THIS PO
      *    LINE SO A MIS-KEYED PO NUMBER IS CAUGHT HERE RATHER
      *    THAN ON THE MATCH REPORT.

           IF OPENPO-IS-OPEN
               MOVE WS-PO-NUMBER TO OP-PO-NUMBER
               MOVE WS-PO-LINE   TO OP-PO-LINE
               READ OPENPO-FILE
                   INVALID KEY
                       DISPLAY 'WARNING - PO LINE ' WS-PO-NUMBER '/'
                           WS-PO-LINE ' IS NOT ON PR3OPENPO.DAT'
                       DISPLAY '          THE MATCH RUN WILL HOLD '
                           'THIS INVOICE'
                   NOT INVALID KEY
                       PERFORM 710-DISPLAY-PO-DETAILS
               END-READ
           END-IF

           .

       710-DISPLAY-PO-DETAILS.

           MOVE OP-ORDERED-QTY  TO WS-SHOW-QTY-1
           MOVE OP-RECEIVED-QTY TO WS-SHOW-QTY-2
           IF OP-BILLED-QTY IS NUMERIC
               MOVE OP-BILLED-QTY TO WS-SHOW-QTY-3
           ELSE
               MOVE 0 TO WS-SHOW-QTY-3
           END-IF
           IF OP-UNIT-COST IS NUMERIC
               MOVE OP-UNIT-COST TO WS-SHOW-COST
           ELSE
               MOVE 0 TO WS-SHOW-COST
           END-IF

           DISPLAY 'PO LINE: ' OP-WAREHOUSE-ID ' ' OP-CANDY-ID ' '
               OP-CANDY-NAME ' COST ' WS-SHOW-COST
           DISPLAY '         ORDERED ' WS-SHOW-QTY-1
               '  RECEIVED ' WS-SHOW-QTY-2
               '  BILLED TO DATE ' WS-SHOW-QTY-3

           IF OP-VENDOR-ID NOT = WS-KEY-VENDOR
               DISPLAY 'WARNING - THIS PO LINE IS FOR VENDOR '
                   OP-VENDOR-ID ' - THE MATCH RUN WILL HOLD IT'
           END-IF

           .

       900-REWRITE-THE-FILE.

           OPEN OUTPUT VINV-FILE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET IT-IDX TO WS-IDX
               MOVE IT-VENDOR-ID(IT-IDX)    TO VI-VENDOR-ID
               MOVE IT-INVOICE-NO(IT-IDX)   TO VI-INVOICE-NO
               MOVE IT-INVOICE-DATE(IT-IDX) TO VI-INVOICE-DATE
               MOVE IT-PO-NUMBER(IT-IDX)    TO VI-PO-NUMBER
               MOVE IT-PO-LINE(IT-IDX)      TO VI-PO-LINE
               MOVE IT-CASES(IT-IDX)        TO VI-CASES
               MOVE IT-UNIT-PRICE(IT-IDX)   TO VI-UNIT-PRICE
               MOVE IT-ENTRY-DATE(IT-IDX)   TO VI-ENTRY-DATE
               WRITE VINV-RECORD
           END-PERFORM

           CLOSE VINV-FILE

           .
