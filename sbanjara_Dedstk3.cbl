      *  ARE FLAGGED NEVER MOVED AND TOTALED SEPARATELY.
      *
      *  WAREHOUSE AND GRAND TOTALS SHOW THE DOLLARS TIED UP IN
      *  DEAD STOCK.  EACH WAREHOUSE SECTION CARRIES THE WAREHOUSE
      *  NAME FROM PR3WHSE.TXT.  OUTPUT: PR3DEDSTK.TXT.
      *
      ****************************************************************

               ASSIGN TO "PR3DEDSTK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.

       01  DEAD-STOCK-RECORD     PIC X(80).

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
           05  TF-NEVER-LINES      PIC 9(6)    VALUE 0.
           05  TF-NEVER-DOLLARS    PIC 9(9)V99 VALUE 0.

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

      *********************** OUTPUT AREA ****************************

       01  DEAD-HEADING-ONE.
       01  WAREHOUSE-SECTION-LINE.
           05              PIC X(11)  VALUE 'WAREHOUSE: '.
           05  WH-WAREHOUSE PIC X(4).
           05              PIC X(2)   VALUE SPACES.
           05  WH-NAME     PIC X(20).
           05              PIC X(43)  VALUE SPACES.

       01  DEAD-HEADING-TWO.
           05              PIC X(3)   VALUE 'VN'.
           END-PERFORM

           OPEN OUTPUT DEAD-STOCK-FILE
           PERFORM 150-LOAD-WAREHOUSE-NAMES

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DAY        TO DH-DAY

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
           MOVE SPACES TO DEAD-STOCK-RECORD
           WRITE DEAD-STOCK-RECORD
           MOVE TF-WAREHOUSE-HOLD TO WH-WAREHOUSE
           PERFORM 610-FIND-WAREHOUSE-NAME
           MOVE WS-WAREHOUSE-NAME TO WH-NAME
           MOVE WAREHOUSE-SECTION-LINE TO DEAD-STOCK-RECORD
           WRITE DEAD-STOCK-RECORD
           MOVE DEAD-HEADING-TWO TO DEAD-STOCK-RECORD

           .

       610-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WN-COUNT
               SET WN-IDX TO WS-WN-SUB
               IF WN-WAREHOUSE-ID(WN-IDX) = TF-WAREHOUSE-HOLD
                   MOVE WN-NAME(WN-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       700-WRITE-WAREHOUSE-TOTAL.

           MOVE TF-WH-LINES   TO WT-LINES
