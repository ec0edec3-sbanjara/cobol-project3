      *  THE ORDERED AND RECEIVED-TO-DATE QUANTITIES, THE OPEN
      *  BALANCE, THE ORDER DATE, AND THE AGE IN DAYS.  LINES OLDER
      *  THAN THE OPERATOR-ENTERED OVERDUE LIMIT ARE FLAGGED SO THE
      *  BUYER CAN CHASE ORDERS THAT NEVER ARRIVED.  WITHIN A
      *  VENDOR THE LINES ARE HEADED BY THE WAREHOUSE THEY ARE
      *  COMING INTO, WITH ITS NAME FROM PR3WHSE.TXT.
      *
      *  OUTPUT: PR3POAGE.TXT OPEN/OVERDUE PO AGING BY VENDOR WITH
      *          VENDOR AND GRAND TOTALS OF OPEN CASES.
               ASSIGN TO "PR3POAGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

       FD  OPENPO-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  OPENPO-RECORD.
           05  OP-PO-KEY.
           05  OP-RECEIVED-QTY   PIC 9(5).
           05  OP-STATUS         PIC X.
               88  OPEN-PO-CLOSED            VALUE 'C'.
           05  OP-UNIT-COST      PIC 9(3)V99.
           05  OP-BILLED-QTY     PIC 9(5).

       FD  VENDOR-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01  AGING-RECORD          PIC X(80).

       FD  WAREHOUSE-MASTER-FILE
           RECORD CONTAINS 105 CHARACTERS.

       01  WAREHOUSE-MASTER-RECORD.
           05  WM-WAREHOUSE-ID   PIC X(4).
           05  WM-WAREHOUSE-NAME PIC X(20).
           05  WM-ADDRESS        PIC X(30).
           05  WM-CITY-STATE     PIC X(20).
           05  WM-MANAGER        PIC X(20).
           05  WM-REGION         PIC X(10).
           05  WM-STATUS         PIC X.

      ******************** WORKING STORAGE ***************************

       WORKING-STORAGE SECTION.
               10  VT-VENDOR-ID    PIC X(1).
               10  VT-VENDOR-NAME  PIC X(18).

       01  WAREHOUSE-NAME-FIELDS.
           05  WS-WHSE-FILE-STATUS PIC XX      VALUE SPACES.
           05  WS-WN-COUNT         PIC S9(4)   VALUE 0.
           05  WS-WN-SUB           PIC S9(4)   VALUE 0.
           05  WS-WAREHOUSE-NAME   PIC X(20)   VALUE SPACES.
           05  WS-PRINT-WAREHOUSE  PIC X(4)    VALUE SPACES.

       01  WAREHOUSE-NAME-TABLE-AREA.
           05  WAREHOUSE-NAME-TABLE OCCURS 20 TIMES
                                    INDEXED BY WN-IDX.
               10  WN-WAREHOUSE-ID PIC X(4).
               10  WN-NAME         PIC X(20).

       01  AGING-TABLE-FIELDS.
           05  WS-AGE-COUNT        PIC S9(4)   VALUE 0.
           05  WS-AT-SUB           PIC S9(4)   VALUE 0.
           05  VS-VENDOR-NAME PIC X(18).
           05              PIC X(50)   VALUE SPACES.

       01  WAREHOUSE-SECTION-LINE.
           05              PIC X(11)  VALUE 'WAREHOUSE: '.
           05  WH-WAREHOUSE PIC X(4).
           05              PIC X(2)   VALUE SPACES.
           05  WH-NAME     PIC X(20).
           05              PIC X(43)  VALUE SPACES.

       01  AGING-HEADING-TWO.
           05              PIC X(10)  VALUE 'PO/LINE'.
           05              PIC X(5)   VALUE 'WHSE'.
           WRITE AGING-RECORD

           PERFORM 130-LOAD-VENDOR-TABLE
           PERFORM 150-LOAD-WAREHOUSE-NAMES

           OPEN INPUT OPENPO-FILE
           IF WS-OPENPO-STATUS NOT = '00'

           .

       150-LOAD-WAREHOUSE-NAMES.

           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WS-WHSE-FILE-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ WAREHOUSE-MASTER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 155-ADD-WAREHOUSE-NAME
                   END-READ
               END-PERFORM

               CLOSE WAREHOUSE-MASTER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       155-ADD-WAREHOUSE-NAME.

           IF WS-WN-COUNT < 20
               ADD 1 TO WS-WN-COUNT
               SET WN-IDX TO WS-WN-COUNT
               MOVE WM-WAREHOUSE-ID   TO WN-WAREHOUSE-ID(WN-IDX)
               MOVE WM-WAREHOUSE-NAME TO WN-NAME(WN-IDX)
           ELSE
               DISPLAY 'PR3WHSE.TXT HAS MORE THAN 20 ENTRIES - '
                   'IGNORING: ' WM-WAREHOUSE-ID
           END-IF

           .

       200-READ-THE-FILE.

           PERFORM UNTIL NO-MORE-DATA
           WRITE AGING-RECORD

           MOVE 0 TO GT-VENDOR-OPEN
           MOVE SPACES TO WS-PRINT-WAREHOUSE

           .


           .

       635-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WN-COUNT
               SET WN-IDX TO WS-WN-SUB
               IF WN-WAREHOUSE-ID(WN-IDX) = WS-PRINT-WAREHOUSE
                   MOVE WN-NAME(WN-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       640-WRITE-AGING-DETAIL.

           IF AG-WAREHOUSE-ID(AT-IDX) NOT = WS-PRINT-WAREHOUSE
               MOVE AG-WAREHOUSE-ID(AT-IDX) TO WS-PRINT-WAREHOUSE
               PERFORM 635-FIND-WAREHOUSE-NAME
               MOVE WS-PRINT-WAREHOUSE TO WH-WAREHOUSE
               MOVE WS-WAREHOUSE-NAME  TO WH-NAME
               MOVE WAREHOUSE-SECTION-LINE TO AGING-RECORD
               WRITE AGING-RECORD
           END-IF

           MOVE AG-PO-NUMBER(AT-IDX)    TO AD-PO
           MOVE AG-PO-LINE(AT-IDX)      TO AD-LINE
           MOVE AG-WAREHOUSE-ID(AT-IDX) TO AD-WAREHOUSE
