      *  AND A TRANSFER SUGGESTION IS PRINTED (CANDY, FROM-WAREHOUSE,
      *  TO-WAREHOUSE, SUGGESTED CASES, AND THE FREIGHT-FREE SAVINGS
      *  VERSUS BUYING NEW AT THE CANDY'S PRICE) SO STOCK CAN BE
      *  MOVED INSTEAD OF CUTTING PURCHASE ORDERS.  EACH SUGGESTION
      *  IS FOLLOWED BY THE FROM AND TO WAREHOUSE NAMES FROM THE
      *  WAREHOUSE MASTER PR3WHSE.TXT.
      *
      *  EACH SHORT WAREHOUSE DRAWS FROM THE WAREHOUSE WITH THE
      *  LARGEST REMAINING SURPLUS; A DONOR IS NEVER DRAWN BELOW ITS
      *  OWN THRESHOLD.  EACH WAREHOUSE IS MEASURED AGAINST ITS OWN
      *  THRESHOLD FOR THE CANDY WHEN PR3REORD.TXT CARRIES ONE,
      *  OTHERWISE AGAINST THE CANDY'S ALL-WAREHOUSE THRESHOLD.
      *
      *  OUTPUT: PR3XFER.TXT TRANSFER SUGGESTION REPORT.
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPCT-STATUS.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
           05  CTL-VALUE          PIC X(52).

       FD  REORDER-FILE
           RECORD CONTAINS 11 CHARACTERS.

       01  REORDER-RECORD.
           05  RR-CANDY-ID       PIC X(3).
           05  RR-THRESHOLD      PIC 9(4).
           05  RR-WAREHOUSE-ID   PIC X(4).

       FD  XFER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  SC-COUNT-3        PIC 9(7).
           05                    PIC X(11).

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
           05  WS-REORDER-COUNT    PIC S9(4)    VALUE 0.
           05  WS-RT-SUB           PIC S9(4)    VALUE 0.
           05  WS-DEFAULT-THRESHOLD PIC 9(4)    VALUE 0025.
           05  WS-WHSE-THRESHOLD   PIC X(3)     VALUE 'NO'.
               88  WHSE-THRESHOLD-FOUND         VALUE 'YES'.

       01  REORDER-TABLE-AREA.
           05  REORDER-TABLE OCCURS 1000 TIMES INDEXED BY RT-IDX.
               10  RT-CANDY-ID     PIC X(3).
               10  RT-THRESHOLD    PIC 9(4).
               10  RT-WAREHOUSE-ID PIC X(4).

       01  CANDY-TABLE-FIELDS.
           05  WS-CANDY-COUNT      PIC S9(4)   VALUE 0.
           05  CANDY-TABLE OCCURS 200 TIMES INDEXED BY XC-IDX.
               10  XC-CANDY-ID     PIC X(3).
               10  XC-CANDY-NAME   PIC X(15).
               10  XC-PRICE        PIC 9(3)V99.
               10  XC-WH-COUNT     PIC S9(4).
               10  XC-WAREHOUSE OCCURS 10 TIMES.
                   15  XW-WAREHOUSE-ID PIC X(4).
                   15  XW-CASES        PIC S9(6).
                   15  XW-THRESHOLD    PIC 9(4).

       01  BALANCE-FIELDS.
           05  WS-NEED             PIC S9(6)   VALUE 0.
           05  WS-TOTAL-SAVINGS    PIC 9(8)V99 VALUE 0.
           05  WS-XFERS-PRINTED    PIC 9(4)    VALUE 0.

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

      *********************** OUTPUT AREA ****************************

       01  XFER-HEADING-ONE.
           05  XD-SAVINGS      PIC $,$$$,$$9.99.
           05                  PIC X(24)  VALUE SPACES.

       01  XFER-NAME-LINE.
           05                  PIC X(6)   VALUE SPACES.
           05                  PIC X(6)   VALUE 'FROM: '.
           05  XN-FROM-NAME    PIC X(20).
           05                  PIC X(2)   VALUE SPACES.
           05                  PIC X(4)   VALUE 'TO: '.
           05  XN-TO-NAME      PIC X(20).
           05                  PIC X(22)  VALUE SPACES.

       01  XFER-TOTAL-LINE.
           05              PIC X(21)  VALUE 'TRANSFERS SUGGESTED:'.
           05  XT-COUNT        PIC ZZZ9.

           PERFORM 120-LOAD-REORDER-TABLE
           PERFORM 110-LOAD-BATCH-CONTROL
           PERFORM 130-LOAD-WAREHOUSE-NAMES

           .


       125-ADD-REORDER-ENTRY.

           IF WS-REORDER-COUNT < 1000
               ADD 1 TO WS-REORDER-COUNT
               SET RT-IDX TO WS-REORDER-COUNT
               MOVE RR-CANDY-ID     TO RT-CANDY-ID(RT-IDX)
               MOVE RR-THRESHOLD    TO RT-THRESHOLD(RT-IDX)
               MOVE RR-WAREHOUSE-ID TO RT-WAREHOUSE-ID(RT-IDX)
           ELSE
               DISPLAY 'PR3REORD.TXT HAS MORE THAN 1000 ENTRIES - '
                   'IGNORING: ' RR-CANDY-ID
           END-IF

           .

       130-LOAD-WAREHOUSE-NAMES.

           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WS-WHSE-FILE-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ WAREHOUSE-MASTER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 135-ADD-WAREHOUSE-NAME
                   END-READ
               END-PERFORM

               CLOSE WAREHOUSE-MASTER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       135-ADD-WAREHOUSE-NAME.

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
                   MOVE CANDY-NAME(1)  TO XC-CANDY-NAME(WS-XC-SUB)
                   MOVE 0              TO XC-PRICE(WS-XC-SUB)
                   MOVE 0              TO XC-WH-COUNT(WS-XC-SUB)
               END-IF
           END-IF


       315-FIND-THRESHOLD.

      *    THE WAREHOUSE'S OWN THRESHOLD FOR THE CANDY IF THERE IS
      *    ONE, ELSE THE ALL-WAREHOUSE (BLANK) ONE, ELSE THE DEFAULT.

           MOVE WS-DEFAULT-THRESHOLD
               TO XW-THRESHOLD(WS-XC-SUB, WS-XW-SUB)
           MOVE 'NO' TO WS-WHSE-THRESHOLD

           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-REORDER-COUNT
               SET RT-IDX TO WS-RT-SUB
               IF RT-CANDY-ID(RT-IDX) = CANDY-ID
                   IF RT-WAREHOUSE-ID(RT-IDX) = WAREHOUSE-ID
                       MOVE RT-THRESHOLD(RT-IDX)
                           TO XW-THRESHOLD(WS-XC-SUB, WS-XW-SUB)
                       MOVE 'YES' TO WS-WHSE-THRESHOLD
                   ELSE
                       IF RT-WAREHOUSE-ID(RT-IDX) = SPACES
                          AND NOT WHSE-THRESHOLD-FOUND
                           MOVE RT-THRESHOLD(RT-IDX)
                               TO XW-THRESHOLD(WS-XC-SUB, WS-XW-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

                           TO XW-WAREHOUSE-ID(WS-XC-SUB, WS-XW-SUB)
                       MOVE WS-CASES-THIS-REC
                           TO XW-CASES(WS-XC-SUB, WS-XW-SUB)
                       PERFORM 315-FIND-THRESHOLD
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING WS-XW-SUB FROM 1 BY 1
                   UNTIL WS-XW-SUB > XC-WH-COUNT(WS-XC-SUB)
               IF XW-CASES(WS-XC-SUB, WS-XW-SUB)
                       < XW-THRESHOLD(WS-XC-SUB, WS-XW-SUB)
                   PERFORM 520-DRAW-FROM-BEST-DONOR
               END-IF
           END-PERFORM
       520-DRAW-FROM-BEST-DONOR.

           COMPUTE WS-NEED
               = XW-THRESHOLD(WS-XC-SUB, WS-XW-SUB)
               - XW-CASES(WS-XC-SUB, WS-XW-SUB)

           MOVE 0 TO WS-BEST-SURPLUS
               IF WS-XW-SUB2 NOT = WS-XW-SUB
                   COMPUTE WS-SURPLUS
                       = XW-CASES(WS-XC-SUB, WS-XW-SUB2)
                       - XW-THRESHOLD(WS-XC-SUB, WS-XW-SUB2)
                   IF WS-SURPLUS > WS-BEST-SURPLUS
                       MOVE WS-SURPLUS TO WS-BEST-SURPLUS
                       MOVE WS-XW-SUB2 TO WS-BEST-SUB
           MOVE XFER-DETAIL-LINE TO XFER-RECORD
           WRITE XFER-RECORD

           MOVE XD-FROM TO WS-PRINT-WAREHOUSE
           PERFORM 535-FIND-WAREHOUSE-NAME
           MOVE WS-WAREHOUSE-NAME TO XN-FROM-NAME
           MOVE XD-TO   TO WS-PRINT-WAREHOUSE
           PERFORM 535-FIND-WAREHOUSE-NAME
           MOVE WS-WAREHOUSE-NAME TO XN-TO-NAME
           MOVE XFER-NAME-LINE TO XFER-RECORD
           WRITE XFER-RECORD

           ADD 1 TO WS-XFERS-PRINTED
           ADD WS-SAVINGS TO WS-TOTAL-SAVINGS

           .

       535-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WN-COUNT
               SET WN-IDX TO WS-WN-SUB
               IF WN-WAREHOUSE-ID(WN-IDX) = WS-PRINT-WAREHOUSE
                   MOVE WN-NAME(WN-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       900-PRINT-FINAL-TOTAL.

           IF WS-XFERS-PRINTED = 0
