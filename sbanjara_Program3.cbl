      *  OUTPUT: 
      *          HEADER-LINES:
      *          REPORT-HEADERS(2) INCLUDING DATE 
      *          WAREHOUSE-HEADER INCLUDING CODE AND NAME FROM THE
      *          WAREHOUSE MASTER (PR3WHSE.TXT)
      *          VENDOR-HEADER INCLUDING NAME EXPANDED AND VALIDATED, 
      *          CANDY-HEADER INCLUDING CANDY CODE
      *          COLUMN-HEADER
      *          WAREHOUSE-TOTAL = WAREHOUSE-TOTAL + VENDOR-TOTAL
      *          GRAND-TOTAL = GRAND-TOTAL + WAREHOUSE-TOTAL
      *
      *  LOW STOCK IS CHECKED AGAINST THE REORDER THRESHOLDS ON
      *  PR3REORD.TXT - ONE FOR THE CANDY IN THIS WAREHOUSE IF SET
      *  (ROPCALC3 SETS THEM FROM USAGE), ELSE ONE FOR THE CANDY IN
      *  EVERY WAREHOUSE, ELSE A DEFAULT OF 25 CASES.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPCT-STATUS.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       01  EXCEPTION-RECORD     PIC X(80).

       FD  REORDER-FILE
           RECORD CONTAINS 11 CHARACTERS.

       01  REORDER-RECORD.
           05  RR-CANDY-ID       PIC X(3).
           05  RR-THRESHOLD      PIC 9(4).
           05  RR-WAREHOUSE-ID   PIC X(4).

       FD  LOW-STOCK-FILE
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
           05  WS-RT-SUB           PIC S9(4)    VALUE 0.
           05  WS-THRESHOLD-FOUND  PIC 9(4)     VALUE 0.
           05  WS-DEFAULT-THRESHOLD PIC 9(4)    VALUE 0025.
           05  WS-WHSE-THRESHOLD   PIC X(3)     VALUE 'NO'.
               88  WHSE-THRESHOLD-FOUND         VALUE 'YES'.

       01  REORDER-TABLE-AREA.
           05  REORDER-TABLE OCCURS 1000 TIMES INDEXED BY RT-IDX.
               10  RT-CANDY-ID     PIC X(3).
               10  RT-THRESHOLD    PIC 9(4).
               10  RT-WAREHOUSE-ID PIC X(4).

       01  VENDOR-TABLE-FIELDS.
           05  WS-VENDOR-COUNT     PIC S9(4)   VALUE 0.
               10  SP-T-BOX-SIZE   PIC X.
               10  SP-T-SELL-PRICE PIC 9(3)V99.

       01  WAREHOUSE-NAME-FIELDS.
           05  WS-WHSE-FILE-STATUS PIC XX      VALUE SPACES.
           05  WS-WN-COUNT         PIC S9(4)   VALUE 0.
           05  WS-WN-SUB           PIC S9(4)   VALUE 0.
           05  WS-WAREHOUSE-NAME   PIC X(20)   VALUE SPACES.

       01  WAREHOUSE-NAME-TABLE-AREA.
           05  WAREHOUSE-NAME-TABLE OCCURS 20 TIMES
                                    INDEXED BY WN-IDX.
               10  WN-WAREHOUSE-ID PIC X(4).
               10  WN-NAME         PIC X(20).

       01  MARGIN-FIELDS.
           05  MG-SELL-PRICE       PIC 9(3)V99  VALUE 0.
           05  MG-RETAIL-VALUE     PIC 9(6)V99  VALUE 0.
       01  WAREHOUSE-HEADING.
           05                  PIC X(13)      VALUE '  WAREHOUSE: '.
           05  WAREHOUSE-CODE  PIC X(4).
           05                  PIC X(2)       VALUE SPACES.
           05  WAREHOUSE-NAME  PIC X(20).
           05                  PIC X(41)      VALUE SPACES.

       01  VENDOR-HEADING.
           05                  PIC X(13)      VALUE '     VENDOR: '.
           PERFORM 130-LOAD-VENDOR-TABLE
           PERFORM 140-LOAD-CANDY-TABLE
           PERFORM 160-LOAD-SELL-TABLE
           PERFORM 170-LOAD-WAREHOUSE-NAMES
           PERFORM 110-LOAD-BATCH-CONTROL

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

           END-IF

           .

       170-LOAD-WAREHOUSE-NAMES.

           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WS-WHSE-FILE-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ WAREHOUSE-MASTER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 175-ADD-WAREHOUSE-NAME
                   END-READ
               END-PERFORM

               CLOSE WAREHOUSE-MASTER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       175-ADD-WAREHOUSE-NAME.

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

       300-PRINT-WAREHOUSE-HEADER.
       
           MOVE WAREHOUSE-ID TO WAREHOUSE-CODE
           PERFORM 310-FIND-WAREHOUSE-NAME
           MOVE WS-WAREHOUSE-NAME TO WAREHOUSE-NAME
           MOVE WAREHOUSE-HEADING TO REPORT-RECORD
           PERFORM 150-WRITE-LINE
		   
           .

       310-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WN-COUNT
               SET WN-IDX TO WS-WN-SUB
               IF WN-WAREHOUSE-ID(WN-IDX) = WAREHOUSE-ID
                   MOVE WN-NAME(WN-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       350-PRINT-VENDOR-HEADER.

           MOVE 'NO' TO WS-KEY-FOUND-VENDOR

       550-CHECK-LOW-STOCK.

      *    A THRESHOLD SET FOR THIS WAREHOUSE WINS OVER ONE SET FOR
      *    THE CANDY IN EVERY WAREHOUSE (BLANK WAREHOUSE ON
      *    PR3REORD.TXT), WHICH WINS OVER THE DEFAULT.

           MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD-FOUND
           MOVE 'NO' TO WS-WHSE-THRESHOLD

           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-REORDER-COUNT
               SET RT-IDX TO WS-RT-SUB
               IF RT-CANDY-ID(RT-IDX) = CANDY-ID
                   IF RT-WAREHOUSE-ID(RT-IDX) = WAREHOUSE-ID
                       MOVE RT-THRESHOLD(RT-IDX) TO WS-THRESHOLD-FOUND
                       MOVE 'YES' TO WS-WHSE-THRESHOLD
                   ELSE
                       IF RT-WAREHOUSE-ID(RT-IDX) = SPACES
                          AND NOT WHSE-THRESHOLD-FOUND
                           MOVE RT-THRESHOLD(RT-IDX)
                               TO WS-THRESHOLD-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

