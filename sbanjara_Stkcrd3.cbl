      *
      *  STOCK CARD REPORT.  FOR AN OPERATOR-REQUESTED KEY
      *  (WAREHOUSE/VENDOR/CANDY/OCCURRENCE) THE PROGRAM READS THE
      *  MOVEMENT LEDGER PR3LEDGR.TXT THAT POST3, COUNT3, XFRPST3,
      *  RTNPST3, BLDPST3 AND MAINT3 APPEND TO, AND PRINTS THE OPENING
      *  BALANCE, EVERY MOVEMENT WITH ITS DATE, TYPE, REFERENCE AND
      *  RUNNING BALANCE, AND THE CLOSING BALANCE PROVED AGAINST
      *  NUM-CASES ON THE INVENTORY MASTER PR3MAST.DAT.  A
      *  MOVEMENT WHOSE OLD CASES DO NOT PICK UP WHERE THE PRIOR
      *  MOVEMENT LEFT OFF IS FLAGGED AS A GAP, AND A CLOSING
      *  BALANCE THAT DOES NOT AGREE WITH THE MASTER IS FLAGGED SO
      *  THE SUPERVISOR KNOWS SOMETHING TOUCHED THE FILE OUTSIDE THE
      *  LEDGERED RUNS.  A WRITE-OFF OF RETURNED GOODS (TYPE WO)
      *  NEVER TOUCHES SELLABLE STOCK, SO IT SHOWS WITH THE BALANCE
      *  UNCHANGED.  ONCE PURGE3 HAS ARCHIVED A CLOSED PERIOD THE
      *  CARD OPENS ON ITS BROUGHT-FORWARD LINE (TYPE BF), WHICH
      *  CARRIES THE BALANCE AT THE END OF THAT PERIOD.
      *
      *  THE OPERATOR MAY REQUEST ANY NUMBER OF CARDS IN ONE
      *  SITTING - ALL OF THEM GO TO PR3STKCD.TXT.  EACH CARD IS
      *  HEADED WITH THE WAREHOUSE NAME FROM PR3WHSE.TXT.
      *
      ****************************************************************

               ASSIGN TO "PR3STKCD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.

       01  CARD-RECORD           PIC X(80).

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
           05  WS-TYPE-NAME        PIC X(10)   VALUE SPACES.
           05  WS-CARDS-PRINTED    PIC 9(4)    VALUE 0.

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

       01  CARD-HEADING-ONE.
           05  CH-CANDY    PIC X(3).
           05              PIC X(1)   VALUE '/'.
           05  CH-OCC      PIC 9.
           05              PIC X(2)   VALUE SPACES.
           05  CH-NAME     PIC X(20).
           05              PIC X(34)  VALUE SPACES.

       01  CARD-HEADING-TWO.
           05              PIC X(12)  VALUE 'DATE'.
       100-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT CARD-FILE
           PERFORM 150-LOAD-WAREHOUSE-NAMES

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = '00'

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

       200-ACCEPT-REQUEST.

           DISPLAY ' '
           MOVE WS-KEY-VENDOR    TO CH-VENDOR
           MOVE WS-KEY-CANDY     TO CH-CANDY
           MOVE WS-KEY-OCC       TO CH-OCC
           PERFORM 310-FIND-WAREHOUSE-NAME
           MOVE WS-WAREHOUSE-NAME TO CH-NAME

           MOVE SPACES TO CARD-RECORD
           WRITE CARD-RECORD

           .

       310-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WN-COUNT
               SET WN-IDX TO WS-WN-SUB
               IF WN-WAREHOUSE-ID(WN-IDX) = WS-KEY-WAREHOUSE
                   MOVE WN-NAME(WN-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       400-READ-THE-LEDGER.

           MOVE ' ' TO EOF-FILE
                   MOVE 'XFER OUT'   TO WS-TYPE-NAME
               WHEN 'TI'
                   MOVE 'XFER IN'    TO WS-TYPE-NAME
               WHEN 'RT'
                   MOVE 'RETURN'     TO WS-TYPE-NAME
               WHEN 'WO'
                   MOVE 'WRITE-OFF'  TO WS-TYPE-NAME
               WHEN 'KB'
                   MOVE 'KIT BUILD'  TO WS-TYPE-NAME
               WHEN 'BF'
                   MOVE 'BAL FWD'    TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE LG-TYPE      TO WS-TYPE-NAME
           END-EVALUATE
