      *  WAREHOUSES, AND PRINTS A VARIANCE REPORT PR3RPVAR.TXT WITH
      *  THE OLD PRICE, NEW PRICE, AND PERCENT CHANGE - CHANGES
      *  OVER THE CONTROL-FILE PERCENT ARE FLAGGED FOR THE BUYER.
      *  EACH WAREHOUSE'S VARIANCES ARE HEADED BY ITS NAME FROM THE
      *  WAREHOUSE MASTER PR3WHSE.TXT.
      *
      *  PRICE-LIST RECORD (10 CHARACTERS):
      *      VP-VENDOR-ID   X(1)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRHIST-STATUS.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
           05  PH-OLD-PRICE      PIC 9(3)V99.
           05  PH-NEW-PRICE      PIC 9(3)V99.

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
           05  WS-CHG-PCT          PIC S9(3)V9  VALUE 0.
           05  WS-ABS-PCT          PIC 9(3)V9   VALUE 0.

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

       01  VARIANCE-HEADING-ONE.
           05              PIC X(8)   VALUE 'PCT'.
           05              PIC X(29)  VALUE 'FLAG'.

       01  WAREHOUSE-SECTION-LINE.
           05              PIC X(11)  VALUE 'WAREHOUSE: '.
           05  WH-WAREHOUSE PIC X(4).
           05              PIC X(2)   VALUE SPACES.
           05  WH-NAME     PIC X(20).
           05              PIC X(43)  VALUE SPACES.

       01  VARIANCE-LINE.
           05  VL-WAREHOUSE    PIC X(4).
           05                  PIC X(1)   VALUE SPACES.

           PERFORM 110-LOAD-BATCH-CONTROL
           PERFORM 130-LOAD-PRICE-TABLE
           PERFORM 150-LOAD-WAREHOUSE-NAMES

           MOVE WS-PCT-LIMIT TO VH-LIMIT
           IF APPLY-THE-PRICES

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
               MOVE WS-CHG-PCT TO WS-ABS-PCT
           END-IF

           IF WAREHOUSE-ID NOT = WS-PRINT-WAREHOUSE
               MOVE WAREHOUSE-ID TO WS-PRINT-WAREHOUSE
               PERFORM 510-FIND-WAREHOUSE-NAME
               MOVE SPACES TO VARIANCE-RECORD
               WRITE VARIANCE-RECORD
               MOVE WS-PRINT-WAREHOUSE TO WH-WAREHOUSE
               MOVE WS-WAREHOUSE-NAME  TO WH-NAME
               MOVE WAREHOUSE-SECTION-LINE TO VARIANCE-RECORD
               WRITE VARIANCE-RECORD
           END-IF

           MOVE WAREHOUSE-ID         TO VL-WAREHOUSE
           MOVE VENDOR-ID            TO VL-VENDOR
           MOVE CANDY-ID             TO VL-CANDY

           .

       510-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WN-COUNT
               SET WN-IDX TO WS-WN-SUB
               IF WN-WAREHOUSE-ID(WN-IDX) = WS-PRINT-WAREHOUSE
                   MOVE WN-NAME(WN-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       550-CAP-THE-PERCENT.

      *    A CHANGE BEYOND THE 999.9 PERCENT THE REPORT COLUMN CAN
