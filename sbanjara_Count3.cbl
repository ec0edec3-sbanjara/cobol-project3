      *  DO NOT TOUCH THE FILE AND GO TO THE SUPERVISOR RECOUNT LIST
      *  PR3RECNT.TXT.
      *
      *  A COUNT FOR A WAREHOUSE THAT IS NOT ON THE WAREHOUSE MASTER
      *  PR3WHSE.TXT, OR IS FLAGGED CLOSED THERE, IS NOT APPLIED AND
      *  GOES TO THE RECOUNT LIST WITH ITS OWN REASON.  THE VARIANCE
      *  REPORT AND ADJUSTMENT REGISTER CARRY THE WAREHOUSE NAME.
      *
      *  OUTPUT: PR3VARRPT.TXT VARIANCE REPORT, LARGEST DOLLAR
      *          VARIANCE FIRST, WITH ON-HAND, COUNTED, CASE
      *          DIFFERENCE, DOLLAR IMPACT AND DISPOSITION
      *  MOVEMENT SO STKCRD3 CAN PROVE ANY OCCURRENCE BALANCE
      *  MOVEMENT BY MOVEMENT.
      *
      *  AN APPLIED COUNT ALSO BRINGS THE LOTS ON THE LOT FILE
      *  PR3LOT.DAT INTO LINE WITH THE COUNTED CASES - A SHORT
      *  COUNT DRAWS THE LOTS DOWN FIRST-EXPIRING FIRST, AN OVER
      *  COUNT GOES TO THE UNLOTTED LOT - SO THE LOT TOTAL STILL
      *  EQUALS NUM-CASES.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************
               ASSIGN TO "PR3RECNT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WAREHOUSE-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.

           SELECT LEDGER-FILE
               ASSIGN TO "PR3LEDGR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LOT-FILE
               ASSIGN TO "PR3LOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.

       01  RECOUNT-RECORD        PIC X(80).

       FD  WAREHOUSE-FILE
           RECORD CONTAINS 105 CHARACTERS.

       01  WAREHOUSE-MASTER-RECORD.
           05  WM-WAREHOUSE-ID   PIC X(4).
           05  WM-WAREHOUSE-NAME PIC X(20).
           05  WM-ADDRESS        PIC X(30).
           05  WM-CITY-STATE     PIC X(20).
           05  WM-MANAGER        PIC X(20).
           05  WM-REGION         PIC X(10).
           05  WM-STATUS         PIC X.

       FD  LEDGER-FILE
           RECORD CONTAINS 40 CHARACTERS.

           05  LG-OLD-CASES      PIC 9(4).
           05  LG-NEW-CASES      PIC 9(4).

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
               88  COUNT-PASSED                VALUE 'YES'.
           05  WS-MASTER-OPENED    PIC X(3)    VALUE 'NO'.
               88  MASTER-IS-OPEN              VALUE 'YES'.
           05  WS-LOT-OPENED       PIC X(3)    VALUE 'NO'.
               88  LOT-IS-OPEN                 VALUE 'YES'.

       01  FILE-STATUS-FIELDS.
           05  WS-COUNT-STATUS     PIC XX      VALUE SPACES.
           05  WS-MASTER-STATUS    PIC XX      VALUE SPACES.
           05  WS-LEDGER-STATUS    PIC XX      VALUE SPACES.
           05  WS-LOT-STATUS       PIC XX      VALUE SPACES.
           05  WS-WHSE-STATUS      PIC XX      VALUE SPACES.

       01  WAREHOUSE-TABLE-FIELDS.
           05  WS-WH-COUNT         PIC S9(4)   VALUE 0.
           05  WS-WH-SUB           PIC S9(4)   VALUE 0.
           05  WS-WHSE-VALID       PIC X(3)    VALUE 'NO'.
               88  WHSE-IS-VALID               VALUE 'YES'.
           05  WS-CHECK-WAREHOUSE  PIC X(4)    VALUE SPACES.
           05  WS-WAREHOUSE-NAME   PIC X(20)   VALUE SPACES.

       01  WAREHOUSE-TABLE-AREA.
           05  WAREHOUSE-TABLE OCCURS 20 TIMES INDEXED BY WH-IDX.
               10  WH-WAREHOUSE-ID PIC X(4).
               10  WH-STATUS       PIC X.
               10  WH-NAME         PIC X(20).

       01  WS-DATE.
           05  WS-YEAR             PIC 9999.
           05  WS-ABS-DOLLARS      PIC 9(7)V99 VALUE 0.
           05  WS-RECOUNT-REASON   PIC X(26)   VALUE SPACES.

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

      *    THE LOTS OF ONE KEY/OCCURRENCE WHILE A COUNT MOVES THEM.
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

       01  VARIANCE-TABLE-FIELDS.
           05  WS-VAR-COUNT        PIC S9(4)   VALUE 0.
           05  WS-VT-SUB           PIC S9(4)   VALUE 0.
       01  VARIANCE-HEADING-TWO.
           05              PIC X(5)   VALUE 'WHSE'.
           05              PIC X(3)   VALUE 'VN'.
           05              PIC X(4)   VALUE 'CDY'.
           05              PIC X(4)   VALUE 'OCC'.
           05              PIC X(5)   VALUE 'ONHD'.
           05              PIC X(5)   VALUE 'CNTD'.
           05              PIC X(6)   VALUE 'DIFF'.
           05              PIC X(14)  VALUE 'DOLLAR IMPACT'.
           05              PIC X(12)  VALUE 'DISPOSITION'.
           05              PIC X(22)  VALUE 'WAREHOUSE NAME'.

       01  VARIANCE-LINE.
           05  VL-WAREHOUSE    PIC X(4).
           05  VL-VENDOR       PIC X(1).
           05                  PIC X(2)   VALUE SPACES.
           05  VL-CANDY        PIC X(3).
           05                  PIC X(2)   VALUE SPACES.
           05  VL-OCCURRENCE   PIC 9.
           05                  PIC X(2)   VALUE SPACES.
           05  VL-ON-HAND      PIC ZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  VL-COUNTED      PIC ZZZ9.
           05                  PIC X(1)   VALUE SPACES.
           05  VL-CASE-DIFF    PIC ZZZZ9-.
           05                  PIC X(1)   VALUE SPACES.
           05  VL-DOLLARS      PIC $,$$$,$$9.99.
           05                  PIC X(2)   VALUE SPACES.
           05  VL-DISPOSITION  PIC X(8).
           05                  PIC X(2)   VALUE SPACES.
           05  VL-WAREHOUSE-NAME PIC X(20).
           05                  PIC X(2)   VALUE SPACES.

       01  ADJUST-HEADING.
           05              PIC X(20)  VALUE 'ADJUSTMENT REGISTER'.
           05              PIC X(9)   VALUE 'KEY/OCC'.
           05              PIC X(12)  VALUE SPACES.
           05              PIC X(6)   VALUE 'OLD'.
           05              PIC X(6)   VALUE 'NEW'.
           05              PIC X(27)  VALUE 'WAREHOUSE NAME'.

       01  ADJUST-LINE.
           05              PIC X(20)  VALUE SPACES.
           05  AJ-OCCURRENCE   PIC 9.
           05                  PIC X(9)   VALUE SPACES.
           05  AJ-OLD-CASES    PIC ZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  AJ-NEW-CASES    PIC ZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  AJ-WAREHOUSE-NAME PIC X(20).
           05                  PIC X(7)   VALUE SPACES.

       01  RECOUNT-HEADING.
           05              PIC X(22)  VALUE 'SUPERVISOR RECOUNT'.
               OPEN OUTPUT LEDGER-FILE
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
                   WS-LOT-STATUS ' - LOTS WILL NOT BE COUNTED'
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DAY   TO VH-DAY
           MOVE WS-MONTH TO VH-MONTH
           MOVE RECOUNT-HEADING TO RECOUNT-RECORD
           WRITE RECOUNT-RECORD

           PERFORM 170-LOAD-WAREHOUSE-TABLE

           OPEN INPUT COUNT-FILE
           IF WS-COUNT-STATUS = '35'
               DISPLAY 'PR3COUNT.TXT NOT FOUND - NOTHING TO RECONCILE'

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

           PERFORM UNTIL NO-MORE-DATA
               END-IF
           END-IF

           IF COUNT-PASSED
               PERFORM 450-VALIDATE-WAREHOUSE
           END-IF

           IF COUNT-PASSED
               MOVE CT-WAREHOUSE-ID TO WAREHOUSE-ID
               MOVE CT-VENDOR-ID    TO VENDOR-ID

           .

       450-VALIDATE-WAREHOUSE.

      *    NO COUNT IS APPLIED TO A WAREHOUSE THAT IS NOT ON
      *    PR3WHSE.TXT OR HAS BEEN CLOSED THERE.  WITH NO WAREHOUSE
      *    MASTER LOADED EVERY WAREHOUSE-ID ON PR3MAST.DAT PASSES.

           IF WS-WH-COUNT > 0
               MOVE 'NO' TO WS-WHSE-VALID
               PERFORM VARYING WS-WH-SUB FROM 1 BY 1
                       UNTIL WS-WH-SUB > WS-WH-COUNT
                       OR WHSE-IS-VALID
                   SET WH-IDX TO WS-WH-SUB
                   IF WH-WAREHOUSE-ID(WH-IDX) = CT-WAREHOUSE-ID
                       MOVE 'YES' TO WS-WHSE-VALID
                   END-IF
               END-PERFORM
               IF NOT WHSE-IS-VALID
                   MOVE 'WAREHOUSE NOT ON MASTER' TO WS-RECOUNT-REASON
                   MOVE 'NO' TO WS-COUNT-OK
               ELSE
                   IF WH-STATUS(WH-IDX) = 'C'
                       MOVE 'WAREHOUSE CLOSED' TO WS-RECOUNT-REASON
                       MOVE 'NO' TO WS-COUNT-OK
                   END-IF
               END-IF
           END-IF

           .

       460-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WH-SUB FROM 1 BY 1
                   UNTIL WS-WH-SUB > WS-WH-COUNT
               SET WH-IDX TO WS-WH-SUB
               IF WH-WAREHOUSE-ID(WH-IDX) = WS-CHECK-WAREHOUSE
                   MOVE WH-NAME(WH-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       500-COMPARE-AND-APPLY.

           IF NUM-CASES(WS-CT-SUB) IS NUMERIC
                   PERFORM 530-WRITE-ADJUST-LINE
                   PERFORM 540-WRITE-LEDGER-LINE
                   PERFORM 520-ADD-VARIANCE-ENTRY
                   IF LOT-IS-OPEN
                       PERFORM 560-COUNT-THE-LOTS
                   END-IF
           END-REWRITE

           .
           MOVE CT-OCCURRENCE    TO AJ-OCCURRENCE
           MOVE WS-ON-HAND       TO AJ-OLD-CASES
           MOVE CT-COUNTED-CASES TO AJ-NEW-CASES
           MOVE CT-WAREHOUSE-ID  TO WS-CHECK-WAREHOUSE
           PERFORM 460-FIND-WAREHOUSE-NAME
           MOVE WS-WAREHOUSE-NAME TO AJ-WAREHOUSE-NAME
           MOVE ADJUST-LINE      TO ADJUST-RECORD
           WRITE ADJUST-RECORD


           .

       560-COUNT-THE-LOTS.

      *    THE FLOOR COUNT IS THE NEW TRUTH - THE LOTS ARE TRUED UP
      *    STRAIGHT TO THE COUNTED CASES.

           MOVE CT-WAREHOUSE-ID  TO WS-LOT-WAREHOUSE
           MOVE CT-VENDOR-ID     TO WS-LOT-VENDOR
           MOVE CT-CANDY-ID      TO WS-LOT-CANDY
           MOVE CT-OCCURRENCE    TO WS-LOT-OCCURRENCE
           MOVE CT-COUNTED-CASES TO WS-LOT-TARGET

           PERFORM 561-LOAD-THE-LOTS
           PERFORM 563-TRUE-UP-THE-LOTS
           PERFORM 569-SAVE-THE-LOTS

           .

       561-LOAD-THE-LOTS.

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
                           PERFORM 562-ADD-LOT-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           .

       562-ADD-LOT-ENTRY.

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

       563-TRUE-UP-THE-LOTS.

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
                   PERFORM 568-ADD-TO-LOT
               WHEN WS-LOT-TOTAL > WS-LOT-TARGET
                   MOVE SPACES TO WS-LOT-NUMBER
                   COMPUTE WS-LOT-QTY = WS-LOT-TOTAL - WS-LOT-TARGET
                   PERFORM 564-DRAW-THE-LOTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

       564-DRAW-THE-LOTS.

      *    TAKES WS-LOT-QTY OUT OF THE TABLE - THE LOT NAMED IN
      *    WS-LOT-NUMBER FIRST WHEN THERE IS ONE, THEN WHICHEVER
      *    LOT EXPIRES FIRST, UNTIL THE QUANTITY IS COVERED.

           IF WS-LOT-NUMBER NOT = SPACES
               PERFORM 567-FIND-THE-LOT
               IF WS-LS-HIT > 0
                   PERFORM 565-TAKE-FROM-THE-LOT
               END-IF
           END-IF

           MOVE 'NO' TO WS-LOTS-EMPTY
           PERFORM UNTIL WS-LOT-QTY = 0 OR LOTS-ARE-EMPTY
               PERFORM 566-FIND-FIRST-EXPIRING
               IF WS-LS-HIT > 0
                   PERFORM 565-TAKE-FROM-THE-LOT
               END-IF
           END-PERFORM

           .

       565-TAKE-FROM-THE-LOT.

           IF LS-CASES(WS-LS-HIT) < WS-LOT-QTY
               MOVE LS-CASES(WS-LS-HIT) TO WS-LOT-PIECE
           ELSE
               MOVE WS-LOT-QTY TO WS-LOT-PIECE
           END-IF
           SUBTRACT WS-LOT-PIECE FROM LS-CASES(WS-LS-HIT)
           SUBTRACT WS-LOT-PIECE FROM WS-LOT-QTY

           .

       566-FIND-FIRST-EXPIRING.

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

       567-FIND-THE-LOT.

           MOVE 0 TO WS-LS-HIT
           PERFORM VARYING WS-LS-SUB FROM 1 BY 1
                   UNTIL WS-LS-SUB > WS-LOT-COUNT
                   OR WS-LS-HIT > 0
               IF LS-LOT-NUMBER(WS-LS-SUB) = WS-LOT-NUMBER
                   MOVE WS-LS-SUB TO WS-LS-HIT
               END-IF
           END-PERFORM

           .

       568-ADD-TO-LOT.

      *    A LOT RECEIVED AGAIN KEEPS THE EARLIER OF ITS TWO
      *    BEST-BY DATES.

           PERFORM 567-FIND-THE-LOT

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

       569-SAVE-THE-LOTS.

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

       600-SORT-VARIANCE-TABLE.

           PERFORM VARYING WS-VT-SUB FROM 1 BY 1
                   MOVE VA-CASE-DIFF(VA-IDX)    TO VL-CASE-DIFF
                   MOVE VA-ABS-DOLLARS(VA-IDX)  TO VL-DOLLARS
                   MOVE VA-DISPOSITION(VA-IDX)  TO VL-DISPOSITION
                   MOVE VA-WAREHOUSE-ID(VA-IDX) TO WS-CHECK-WAREHOUSE
                   PERFORM 460-FIND-WAREHOUSE-NAME
                   MOVE WS-WAREHOUSE-NAME TO VL-WAREHOUSE-NAME
                   MOVE VARIANCE-LINE TO VARIANCE-RECORD
                   WRITE VARIANCE-RECORD
               END-PERFORM
           IF MASTER-IS-OPEN
               CLOSE MASTER-FILE
           END-IF
           IF LOT-IS-OPEN
               CLOSE LOT-FILE
           END-IF
           CLOSE VARIANCE-FILE
                 ADJUST-FILE
                 RECOUNT-FILE
