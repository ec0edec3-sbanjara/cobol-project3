      ********************* IDENTIFICATION-DIVISION ******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  KITMNT3.
       AUTHOR.      SBANJARA.

      ****************************************************************
      *
      *  FRONT-END MAINTENANCE PROGRAM FOR THE KIT BILL OF
      *  MATERIALS PR3KITBOM.TXT.  AN ASSORTMENT OR GIFT BOX IS A
      *  FINISHED CANDY-ID/OCCURRENCE PACKED FROM SEVERAL COMPONENT
      *  CANDIES; EACH LINE OF THE BILL NAMES ONE COMPONENT CANDY-ID/
      *  OCCURRENCE AND THE CASES OF IT CONSUMED FOR EVERY FINISHED
      *  CASE OF THE KIT.  BLDPST3 READS THE BILL TO POST KIT BUILDS
      *  AND TO ROLL THE FINISHED BOX'S PRICE UP FROM ITS PARTS.
      *
      *  KIT BILL OF MATERIALS RECORD (11 CHARACTERS):
      *      BM-KIT-CANDY-ID     X(3)   } KEY
      *      BM-KIT-OCCURRENCE   9      }
      *      BM-COMP-CANDY-ID    X(3)   }
      *      BM-COMP-OCCURRENCE  9      }
      *      BM-COMP-CASES       9(3)   CASES PER FINISHED CASE
      *
      *  ON AN ADD BOTH CANDY-IDS ARE PROVED AGAINST THE CANDY
      *  MASTER PR3CANDY.TXT (SEE CNDYMNT3) AND SHOWN WITH THEIR
      *  OFFICIAL NAME; A CHANGE OR DELETE IS PROVED AGAINST THE
      *  LINES ALREADY ON THE BILL.  AS IN MAINT3, IF THE CANDY
      *  MASTER IS MISSING OR EMPTY ANY NON-BLANK CANDY-ID IS
      *  ACCEPTED.  A KIT MAY NOT NAME ITSELF AS A COMPONENT, NOR A
      *  COMPONENT THAT ALREADY USES THE KIT AS ONE OF ITS OWN
      *  COMPONENTS.
      *
      *  LIKE CNDYMNT3 THE WHOLE FILE IS LOADED INTO A TABLE, THE
      *  ADD/CHANGE/DELETE IS APPLIED AGAINST THE TABLE, AND THE
      *  FILE IS REWRITTEN FROM THE TABLE ON EXIT.  L LISTS THE
      *  COMPONENTS OF ONE KIT.
      *
      *  THE OPERATOR MUST SIGN ON AGAINST THE OPERATOR MASTER
      *  PR3OPER.TXT (SEE OPERMNT3) AND HOLD THE SUPERVISOR OR BUYER
      *  ROLE, SINCE THE BILL DRIVES THE KIT'S COST; ONLY A
      *  SUPERVISOR MAY DELETE A COMPONENT LINE.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOM-FILE
               ASSIGN TO "PR3KITBOM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

           SELECT CANDY-FILE
               ASSIGN TO "PR3CANDY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDY-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "PR3OPER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

       FD  BOM-FILE
           RECORD CONTAINS 11 CHARACTERS.

       01  BOM-RECORD.
           05  BM-KIT-CANDY-ID   PIC X(3).
           05  BM-KIT-OCCURRENCE PIC 9.
           05  BM-COMP-CANDY-ID  PIC X(3).
           05  BM-COMP-OCCURRENCE PIC 9.
           05  BM-COMP-CASES     PIC 9(3).

       FD  CANDY-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01  CANDY-MASTER-RECORD.
           05  CM-CANDY-ID       PIC X(3).
           05  CM-CANDY-NAME     PIC X(15).
           05  CM-CANDY-TYPE     PIC AA.
           05  CM-BOX-SIZES      PIC X(5).

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
           05  WS-CANDY-VALID      PIC X(3)    VALUE 'NO'.
               88  CANDY-IS-VALID              VALUE 'YES'.

       01  FILE-STATUS-FIELDS.
           05  WS-BOM-STATUS       PIC XX      VALUE SPACES.
           05  WS-CANDY-STATUS     PIC XX      VALUE SPACES.

       01  BOM-TABLE-FIELDS.
           05  WS-TABLE-COUNT      PIC S9(4)   VALUE 0.
           05  WS-IDX              PIC S9(4)   VALUE 0.
           05  WS-FOUND-IDX        PIC S9(4)   VALUE 0.
           05  WS-LIST-COUNT       PIC S9(4)   VALUE 0.
           05  WS-TABLE-OVERFLOW   PIC X(3)    VALUE 'NO'.
               88  TABLE-OVERFLOWED           VALUE 'YES'.

       01  BOM-TABLE-AREA.
           05  BOM-TABLE OCCURS 1000 TIMES INDEXED BY BT-IDX.
               10  BT-KEY.
                   15  BT-KIT-KEY.
                       20  BT-KIT-CANDY-ID     PIC X(3).
                       20  BT-KIT-OCCURRENCE   PIC 9.
                   15  BT-COMP-KEY.
                       20  BT-COMP-CANDY-ID    PIC X(3).
                       20  BT-COMP-OCCURRENCE  PIC 9.
               10  BT-COMP-CASES   PIC 9(3).

       01  CANDY-TABLE-FIELDS.
           05  WS-CM-COUNT         PIC S9(4)   VALUE 0.
           05  WS-CM-SUB           PIC S9(4)   VALUE 0.
           05  WS-CHECK-CANDY      PIC X(3)    VALUE SPACES.
           05  WS-CANDY-NAME       PIC X(15)   VALUE SPACES.

       01  CANDY-TABLE-AREA.
           05  CANDY-TABLE OCCURS 200 TIMES INDEXED BY CT-IDX.
               10  CT-CANDY-ID     PIC X(3).
               10  CT-CANDY-NAME   PIC X(15).

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
           05  WS-KEY.
               10  WS-KEY-KIT.
                   15  WS-KEY-KIT-CANDY    PIC X(3).
                   15  WS-KEY-KIT-OCC      PIC 9.
               10  WS-KEY-COMP.
                   15  WS-KEY-COMP-CANDY   PIC X(3).
                   15  WS-KEY-COMP-OCC     PIC 9.
           05  WS-REVERSE-KEY.
               10  WS-REVERSE-KIT          PIC X(4).
               10  WS-REVERSE-COMP         PIC X(4).
           05  WS-CONFIRM          PIC X.
               88  CONFIRM-YES                 VALUE 'Y' 'y'.
           05  WS-CANDY-PROOF      PIC X       VALUE 'M'.
               88  PROVE-ON-MASTER             VALUE 'M'.
               88  PROVE-ON-BILL               VALUE 'B'.

       01  WS-ENTRY-FIELDS.
           05  WS-IN-CANDY         PIC X(3).
           05  WS-IN-OCCURRENCE    PIC X.
           05  WS-IN-OCCURRENCE-NUM REDEFINES WS-IN-OCCURRENCE
                                   PIC 9.
           05  WS-IN-CASES         PIC X(3).
           05  WS-IN-CASES-NUM REDEFINES WS-IN-CASES
                                   PIC 9(3).

       01  WS-DISPLAY-FIELDS.
           05  WS-SHOW-CASES       PIC ZZ9.

      ************************** PROCEDURE-DIVISION ******************

       PROCEDURE DIVISION.

       50-CONTROL-MODULE.

           PERFORM 100-HOUSEKEEPING-ROUTINE
           PERFORM UNTIL DONE-FOR-NOW
               PERFORM 200-DISPLAY-MENU
               PERFORM 250-PROCESS-FUNCTION
           END-PERFORM

           IF TABLE-OVERFLOWED
               DISPLAY 'PR3KITBOM.TXT HAS MORE THAN 1000 RECORDS - '
                   'SOME WERE NOT LOADED. REFUSING TO SAVE SO NO '
                   'RECORDS ARE LOST - FILE LEFT UNCHANGED.'
           ELSE
               PERFORM 900-REWRITE-THE-FILE
           END-IF

           STOP RUN

           .

       100-HOUSEKEEPING-ROUTINE.

           PERFORM 120-LOAD-OPERATOR-TABLE
           PERFORM 125-SIGN-ON-OPERATOR

           IF NOT ROLE-MAY-MAINTAIN-MASTERS
               DISPLAY 'YOUR ROLE MAY NOT MAINTAIN THE KIT BILL OF '
                   'MATERIALS - PROGRAM ENDED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 160-LOAD-CANDY-TABLE

           OPEN INPUT BOM-FILE

           IF WS-BOM-STATUS = '35'
               DISPLAY 'PR3KITBOM.TXT NOT FOUND - STARTING AN EMPTY '
                   'BILL OF MATERIALS'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ BOM-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 150-LOAD-TABLE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BOM-FILE
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

           IF WS-TABLE-COUNT < 1000
               ADD 1 TO WS-TABLE-COUNT
               SET BT-IDX TO WS-TABLE-COUNT
               MOVE BM-KIT-CANDY-ID    TO BT-KIT-CANDY-ID(BT-IDX)
               MOVE BM-KIT-OCCURRENCE  TO BT-KIT-OCCURRENCE(BT-IDX)
               MOVE BM-COMP-CANDY-ID   TO BT-COMP-CANDY-ID(BT-IDX)
               MOVE BM-COMP-OCCURRENCE TO BT-COMP-OCCURRENCE(BT-IDX)
               IF BM-COMP-CASES IS NUMERIC
                   MOVE BM-COMP-CASES TO BT-COMP-CASES(BT-IDX)
               ELSE
                   MOVE 0 TO BT-COMP-CASES(BT-IDX)
               END-IF
           ELSE
               MOVE 'YES' TO WS-TABLE-OVERFLOW
               DISPLAY 'PR3KITBOM.TXT HAS MORE THAN 1000 RECORDS - '
                   'IGNORING: ' BOM-RECORD
           END-IF

           .

       160-LOAD-CANDY-TABLE.

           OPEN INPUT CANDY-FILE

           IF WS-CANDY-STATUS = '35'
               DISPLAY 'PR3CANDY.TXT NOT FOUND - CANDY-IDS WILL NOT '
                   'BE PROVED AGAINST THE CANDY MASTER'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ CANDY-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 165-ADD-CANDY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CANDY-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       165-ADD-CANDY-ENTRY.

           IF WS-CM-COUNT < 200
               ADD 1 TO WS-CM-COUNT
               SET CT-IDX TO WS-CM-COUNT
               MOVE CM-CANDY-ID   TO CT-CANDY-ID(CT-IDX)
               MOVE CM-CANDY-NAME TO CT-CANDY-NAME(CT-IDX)
           ELSE
               DISPLAY 'PR3CANDY.TXT HAS MORE THAN 200 RECORDS - '
                   'IGNORING: ' CM-CANDY-ID
           END-IF

           .

       200-DISPLAY-MENU.

           DISPLAY ' '
           DISPLAY 'PR3KITBOM.TXT KIT BILL OF MATERIALS MAINTENANCE'
           DISPLAY 'COMPONENT LINES ON FILE: ' WS-TABLE-COUNT
           DISPLAY 'A) ADD  C) CHANGE  D) DELETE  L) LIST A KIT  '
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
                   IF ROLE-IS-SUPERVISOR
                       PERFORM 500-DELETE-RECORD
                   ELSE
                       DISPLAY 'DELETE IS A SUPERVISOR FUNCTION'
                   END-IF

               WHEN FUNCTION-LIST
                   PERFORM 550-LIST-ONE-KIT

               WHEN FUNCTION-QUIT
                   MOVE 'YES' TO WS-QUIT-FLAG

               WHEN OTHER
                   DISPLAY 'INVALID FUNCTION - ENTER A, C, D, L OR Q'

           END-EVALUATE

           .

       300-ADD-RECORD.

           MOVE 'M' TO WS-CANDY-PROOF
           PERFORM 610-ACCEPT-KIT-KEY
           PERFORM 615-ACCEPT-COMPONENT-KEY
           PERFORM 600-FIND-KEY-IN-TABLE

           IF KEY-WAS-FOUND
               DISPLAY 'THAT COMPONENT IS ALREADY ON THE KIT - USE '
                   'CHANGE'
           ELSE
               MOVE WS-KEY-COMP TO WS-REVERSE-KIT
               MOVE WS-KEY-KIT  TO WS-REVERSE-COMP
               PERFORM 620-FIND-REVERSE-LINE
               EVALUATE TRUE
                   WHEN WS-KEY-COMP = WS-KEY-KIT
                       DISPLAY 'A KIT MAY NOT BE ITS OWN COMPONENT'
                   WHEN KEY-WAS-FOUND
                       DISPLAY 'THAT COMPONENT IS ITSELF A KIT BUILT '
                           'FROM THIS ONE - CANNOT ADD'
                   WHEN WS-TABLE-COUNT >= 1000
                       DISPLAY 'TABLE IS FULL (1000 LINES) - CANNOT '
                           'ADD'
                   WHEN OTHER
                       ADD 1 TO WS-TABLE-COUNT
                       SET BT-IDX TO WS-TABLE-COUNT
                       MOVE WS-KEY TO BT-KEY(BT-IDX)
                       PERFORM 700-ACCEPT-COMPONENT-CASES
                       DISPLAY 'COMPONENT ADDED'
               END-EVALUATE
           END-IF

           .

       400-CHANGE-RECORD.

           MOVE 'B' TO WS-CANDY-PROOF
           PERFORM 610-ACCEPT-KIT-KEY
           PERFORM 605-FIND-KIT-IN-TABLE
           IF NOT KEY-WAS-FOUND
               DISPLAY 'THAT KIT HAS NO COMPONENTS ON FILE'
           ELSE
               PERFORM 615-ACCEPT-COMPONENT-KEY
               PERFORM 600-FIND-KEY-IN-TABLE
           END-IF

           IF NOT KEY-WAS-FOUND
               DISPLAY 'THAT COMPONENT IS NOT ON THE KIT'
           ELSE
               SET BT-IDX TO WS-FOUND-IDX
               MOVE BT-COMP-CASES(BT-IDX) TO WS-SHOW-CASES
               DISPLAY 'CASES PER KIT NOW: ' WS-SHOW-CASES
               PERFORM 700-ACCEPT-COMPONENT-CASES
               DISPLAY 'COMPONENT CHANGED'
           END-IF

           .

       500-DELETE-RECORD.

           MOVE 'B' TO WS-CANDY-PROOF
           PERFORM 610-ACCEPT-KIT-KEY
           PERFORM 605-FIND-KIT-IN-TABLE
           IF NOT KEY-WAS-FOUND
               DISPLAY 'THAT KIT HAS NO COMPONENTS ON FILE'
           ELSE
               PERFORM 615-ACCEPT-COMPONENT-KEY
               PERFORM 600-FIND-KEY-IN-TABLE
           END-IF

           IF NOT KEY-WAS-FOUND
               DISPLAY 'THAT COMPONENT IS NOT ON THE KIT'
           ELSE
               DISPLAY 'DELETE THIS COMPONENT - ARE YOU SURE (Y/N)? '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-YES
                   PERFORM VARYING WS-IDX FROM WS-FOUND-IDX BY 1
                           UNTIL WS-IDX >= WS-TABLE-COUNT
                       MOVE BOM-TABLE(WS-IDX + 1)
                           TO BOM-TABLE(WS-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-TABLE-COUNT
                   DISPLAY 'COMPONENT DELETED'
               ELSE
                   DISPLAY 'DELETE CANCELLED'
               END-IF
           END-IF

           .

       550-LIST-ONE-KIT.

           MOVE 'B' TO WS-CANDY-PROOF
           PERFORM 610-ACCEPT-KIT-KEY

           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET BT-IDX TO WS-IDX
               IF BT-KIT-KEY(BT-IDX) = WS-KEY-KIT
                   ADD 1 TO WS-LIST-COUNT
                   MOVE BT-COMP-CANDY-ID(BT-IDX) TO WS-CHECK-CANDY
                   PERFORM 630-FIND-CANDY-NAME
                   MOVE BT-COMP-CASES(BT-IDX) TO WS-SHOW-CASES
                   DISPLAY '  ' BT-COMP-CANDY-ID(BT-IDX) '/'
                       BT-COMP-OCCURRENCE(BT-IDX) '  '
                       WS-CANDY-NAME '  CASES PER KIT: '
                       WS-SHOW-CASES
               END-IF
           END-PERFORM

           IF WS-LIST-COUNT = 0
               DISPLAY 'NO COMPONENTS ON FILE FOR THAT KIT'
           END-IF

           .

       600-FIND-KEY-IN-TABLE.

           MOVE 'NO' TO WS-KEY-FOUND
           MOVE 0    TO WS-FOUND-IDX

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET BT-IDX TO WS-IDX
               IF BT-KEY(BT-IDX) = WS-KEY
                   MOVE 'YES' TO WS-KEY-FOUND
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           .

       605-FIND-KIT-IN-TABLE.

           MOVE 'NO' TO WS-KEY-FOUND

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET BT-IDX TO WS-IDX
               IF BT-KIT-KEY(BT-IDX) = WS-KEY-KIT
                   MOVE 'YES' TO WS-KEY-FOUND
               END-IF
           END-PERFORM

           .

       610-ACCEPT-KIT-KEY.

           DISPLAY 'FINISHED KIT -'
           PERFORM 640-ACCEPT-CANDY
           MOVE WS-IN-CANDY TO WS-KEY-KIT-CANDY
           PERFORM 650-ACCEPT-OCCURRENCE
           MOVE WS-IN-OCCURRENCE-NUM TO WS-KEY-KIT-OCC

           .

       615-ACCEPT-COMPONENT-KEY.

           DISPLAY 'COMPONENT -'
           PERFORM 640-ACCEPT-CANDY
           MOVE WS-IN-CANDY TO WS-KEY-COMP-CANDY
           PERFORM 650-ACCEPT-OCCURRENCE
           MOVE WS-IN-OCCURRENCE-NUM TO WS-KEY-COMP-OCC

           .

       620-FIND-REVERSE-LINE.

      *    LOOKS FOR THE LINE THAT WOULD MAKE THE KIT AND THE
      *    COMPONENT EACH OTHER'S PARTS.

           MOVE 'NO' TO WS-KEY-FOUND

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET BT-IDX TO WS-IDX
               IF BT-KEY(BT-IDX) = WS-REVERSE-KEY
                   MOVE 'YES' TO WS-KEY-FOUND
               END-IF
           END-PERFORM

           .

       630-FIND-CANDY-NAME.

      *    PROVES WS-CHECK-CANDY AGAINST THE CANDY MASTER.  WITH NO
      *    CANDY MASTER LOADED EVERY CANDY-ID PASSES, UNNAMED.

           MOVE SPACES TO WS-CANDY-NAME
           MOVE 'NO'   TO WS-CANDY-VALID

           IF WS-CM-COUNT = 0
               MOVE 'YES' TO WS-CANDY-VALID
           ELSE
               PERFORM VARYING WS-CM-SUB FROM 1 BY 1
                       UNTIL WS-CM-SUB > WS-CM-COUNT
                       OR CANDY-IS-VALID
                   SET CT-IDX TO WS-CM-SUB
                   IF CT-CANDY-ID(CT-IDX) = WS-CHECK-CANDY
                       MOVE 'YES' TO WS-CANDY-VALID
                       MOVE CT-CANDY-NAME(CT-IDX) TO WS-CANDY-NAME
                   END-IF
               END-PERFORM
           END-IF

           .

       640-ACCEPT-CANDY.

      *    ONLY A NEW LINE HAS TO NAME CANDIES ON THE CANDY MASTER.
      *    A CHANGE, DELETE OR LIST IS PROVED AGAINST THE BILL
      *    ITSELF, SO A LINE WHOSE CANDY HAS SINCE COME OFF THE
      *    CANDY MASTER CAN STILL BE PUT RIGHT OR TAKEN OFF.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY '  CANDY-ID (3 CHARS): ' WITH NO ADVANCING
               ACCEPT WS-IN-CANDY
               MOVE WS-IN-CANDY TO WS-CHECK-CANDY
               PERFORM 630-FIND-CANDY-NAME
               EVALUATE TRUE
                   WHEN WS-IN-CANDY = SPACES
                       DISPLAY '  CANDY-ID MAY NOT BE BLANK'
                   WHEN PROVE-ON-MASTER AND NOT CANDY-IS-VALID
                       DISPLAY '  CANDY-ID NOT ON THE CANDY MASTER '
                           'PR3CANDY.TXT'
                   WHEN OTHER
                       MOVE 'YES' TO WS-EDIT-OK
                       IF WS-CANDY-NAME NOT = SPACES
                           DISPLAY '  ' WS-CANDY-NAME
                       END-IF
               END-EVALUATE
           END-PERFORM

           .

       650-ACCEPT-OCCURRENCE.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY '  OCCURRENCE (1-5): ' WITH NO ADVANCING
               ACCEPT WS-IN-OCCURRENCE
               IF WS-IN-OCCURRENCE >= '1'
                  AND WS-IN-OCCURRENCE <= '5'
                   MOVE 'YES' TO WS-EDIT-OK
               ELSE
                   DISPLAY '  OCCURRENCE MUST BE 1 THROUGH 5'
               END-IF
           END-PERFORM

           .

       700-ACCEPT-COMPONENT-CASES.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'CASES OF THE COMPONENT PER FINISHED CASE '
                   '(001-999): ' WITH NO ADVANCING
               ACCEPT WS-IN-CASES
               INSPECT WS-IN-CASES
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-IN-CASES IS NUMERIC
                  AND WS-IN-CASES-NUM > 0
                   MOVE 'YES' TO WS-EDIT-OK
                   MOVE WS-IN-CASES-NUM TO BT-COMP-CASES(BT-IDX)
               ELSE
                   DISPLAY 'CASES MUST BE NUMERIC AND NOT ZERO'
               END-IF
           END-PERFORM

           .

       900-REWRITE-THE-FILE.

           OPEN OUTPUT BOM-FILE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET BT-IDX TO WS-IDX
               MOVE BT-KIT-CANDY-ID(BT-IDX)    TO BM-KIT-CANDY-ID
               MOVE BT-KIT-OCCURRENCE(BT-IDX)  TO BM-KIT-OCCURRENCE
               MOVE BT-COMP-CANDY-ID(BT-IDX)   TO BM-COMP-CANDY-ID
               MOVE BT-COMP-OCCURRENCE(BT-IDX) TO BM-COMP-OCCURRENCE
               MOVE BT-COMP-CASES(BT-IDX)      TO BM-COMP-CASES
               WRITE BOM-RECORD
           END-PERFORM

           CLOSE BOM-FILE

           .
