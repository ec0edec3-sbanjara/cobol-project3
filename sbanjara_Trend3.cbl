      *  PR3TRCTL.TXT, ONE TAG=VALUE PER LINE AS IN PR3CTL.TXT:
      *      ALERTPC=NNN        WHOLE PERCENT, DEFAULT 010
      *
      *  EACH WAREHOUSE SECTION CARRIES THE WAREHOUSE NAME FROM
      *  THE WAREHOUSE MASTER PR3WHSE.TXT.
      *
      *  OUTPUT: PR3TREND.TXT
      *
      ****************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPCT-STATUS.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
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
           05  WK-CHG-EDITED       PIC $$,$$$,$$9.99-.
           05  WK-PCT-EDITED       PIC ZZ9.9-.

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

       01  TREND-HEADING-ONE.
       01  WAREHOUSE-SECTION-LINE.
           05              PIC X(11)  VALUE 'WAREHOUSE: '.
           05  WSL-WAREHOUSE PIC X(4).
           05              PIC X(2)   VALUE SPACES.
           05  WSL-NAME    PIC X(20).
           05              PIC X(43)  VALUE SPACES.

       01  TREND-HEADING-TWO.
           05              PIC X(11)  VALUE 'RUN DATE'.
           WRITE TREND-RECORD

           PERFORM 110-LOAD-BATCH-CONTROL
           PERFORM 120-LOAD-WAREHOUSE-NAMES

           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = '35'

           .

       120-LOAD-WAREHOUSE-NAMES.

           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WS-WHSE-FILE-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ WAREHOUSE-MASTER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 125-ADD-WAREHOUSE-NAME
                   END-READ
               END-PERFORM

               CLOSE WAREHOUSE-MASTER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       125-ADD-WAREHOUSE-NAME.

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
           MOVE SPACES TO TREND-RECORD
           WRITE TREND-RECORD
           MOVE TW-WAREHOUSE-ID(WS-TW-SUB) TO WSL-WAREHOUSE
           PERFORM 515-FIND-WAREHOUSE-NAME
           MOVE WS-WAREHOUSE-NAME TO WSL-NAME
           MOVE WAREHOUSE-SECTION-LINE TO TREND-RECORD
           WRITE TREND-RECORD
           MOVE TREND-HEADING-TWO TO TREND-RECORD

           .

       515-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WN-COUNT
               SET WN-IDX TO WS-WN-SUB
               IF WN-WAREHOUSE-ID(WN-IDX) = TW-WAREHOUSE-ID(WS-TW-SUB)
                   MOVE WN-NAME(WN-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       520-PRINT-ONE-RUN.

           MOVE TW-RUN-DATE(WS-TW-SUB, WS-RUN-SUB)   TO TD-DATE
