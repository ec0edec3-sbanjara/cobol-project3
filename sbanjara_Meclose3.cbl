      *  LEDGER PR3LEDGR.TXT (POSTINGS, COUNT ADJUSTMENTS,
      *  TRANSFERS AND MAINTENANCE CHANGES, VALUED AT THE CURRENT
      *  PRICE ON THE MASTER), SPLITS THAT CHANGE INTO RECEIPTS,
      *  SHIPMENTS, CUSTOMER RETURNS, ADJUSTMENTS AND COUNT
      *  VARIANCES, AND WRITES A SUMMARY JOURNAL EXTRACT THE LEDGER
      *  SYSTEM CAN IMPORT.
      *
      *  RETURNED CASES PUT BACK ON THE SHELF BY RTNPST3 (LEDGER
      *  TYPE RT) ARE CARRIED ON THEIR OWN ACCOUNT.  RETURNED CASES
      *  DESTROYED AS DAMAGED (LEDGER TYPE WO) NEVER REACH SELLABLE
      *  STOCK, SO THEIR VALUE IS SHOWN AND JOURNALLED AS A
      *  WRITE-OFF BUT IS NOT PART OF THE EXPECTED STOCK VALUE.
      *  KIT BUILDS POSTED BY BLDPST3 (LEDGER TYPE KB) - THE
      *  COMPONENTS CONSUMED AND THE FINISHED KITS ADDED - ARE
      *  CARRIED TOGETHER ON THEIR OWN ACCOUNT, SO THE NET CHANGE
      *  IN VALUE FROM PACKING ASSORTMENTS STANDS APART.
      *  A BROUGHT-FORWARD BALANCE LEFT ON THE LEDGER BY PURGE3
      *  (TYPE BF) IS NOT A MOVEMENT AND IS NEVER VALUED.
      *
      *  THE OPERATOR ENTERS THE PERIOD (YYYYMM).  A PERIOD ALREADY
      *  ON PR3PERIOD.TXT REFUSES TO CLOSE AGAIN - RETURN-CODE 8.
      *
      *  GL EXTRACT RECORD (30 CHARACTERS) ON PR3GLEXT.TXT:
      *      GX-PERIOD     9(6)
      *      GX-ACCOUNT    X(8)   INVRCPT/INVSHIP/INVADJ/INVCNTVR/
      *                           INVRTN/INVWOFF/INVKIT
      *      GX-WAREHOUSE  X(4)
      *      GX-SIGN       X      + OR -
      *      GX-AMOUNT     9(9)V99
      *
      *  OUTPUT: PR3MECLS.TXT CLOSE RECONCILIATION BY WAREHOUSE,
      *                        EACH BLOCK HEADED WITH THE WAREHOUSE
      *                        NAME FROM PR3WHSE.TXT
      *          PR3PERIOD.TXT PERIOD SNAPSHOT (APPENDED)
      *          PR3GLEXT.TXT  JOURNAL EXTRACT (APPENDED)
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
           05  GX-SIGN           PIC X.
           05  GX-AMOUNT         PIC 9(9)V99.

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
               10  WH-SHIPMENTS    PIC S9(9)V99.
               10  WH-ADJUSTS      PIC S9(9)V99.
               10  WH-COUNT-VARS   PIC S9(9)V99.
               10  WH-RETURNS      PIC S9(9)V99.
               10  WH-WRITEOFFS    PIC S9(9)V99.
               10  WH-KIT-BUILDS   PIC S9(9)V99.

       01  VALUE-WORK-FIELDS.
           05  WS-OCC-SUB          PIC 9        VALUE 0.
           05  WS-UNEXPLAINED      PIC S9(9)V99 VALUE 0.
           05  WS-GL-WORK          PIC S9(9)V99 VALUE 0.

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

       01  CLOSE-HEADING-ONE.
       01  WAREHOUSE-BLOCK-LINE.
           05              PIC X(11)  VALUE 'WAREHOUSE: '.
           05  WB-WAREHOUSE PIC X(4).
           05              PIC X(2)   VALUE SPACES.
           05  WB-NAME     PIC X(20).
           05              PIC X(43)  VALUE SPACES.

       01  VALUE-LINE.
           05  VL-LABEL        PIC X(22).

           IF CLOSE-CAN-RUN
               PERFORM 170-LOAD-PRIOR-SNAPSHOT
               PERFORM 190-LOAD-WAREHOUSE-NAMES

               OPEN INPUT MASTER-FILE
               IF WS-MASTER-STATUS = '00'

           .

       190-LOAD-WAREHOUSE-NAMES.

           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WS-WHSE-FILE-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ WAREHOUSE-MASTER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 195-ADD-WAREHOUSE-NAME
                   END-READ
               END-PERFORM

               CLOSE WAREHOUSE-MASTER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       195-ADD-WAREHOUSE-NAME.

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

       200-FIND-WAREHOUSE-SLOT.

      *    EVERY CALLER LEAVES THE WAREHOUSE-ID OF INTEREST IN
                   MOVE 0   TO WH-SHIPMENTS(WH-IDX)
                   MOVE 0   TO WH-ADJUSTS(WH-IDX)
                   MOVE 0   TO WH-COUNT-VARS(WH-IDX)
                   MOVE 0   TO WH-RETURNS(WH-IDX)
                   MOVE 0   TO WH-WRITEOFFS(WH-IDX)
                   MOVE 0   TO WH-KIT-BUILDS(WH-IDX)
               END-IF
           END-IF

                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           IF LG-PERIOD = WS-CLOSE-PERIOD
                              AND LG-TYPE NOT = 'BF'
                               PERFORM 410-POST-ONE-MOVEMENT
                           END-IF
                   END-READ
                       ADD WS-MOVE-VALUE TO WH-SHIPMENTS(WH-IDX)
                   WHEN 'CV'
                       ADD WS-MOVE-VALUE TO WH-COUNT-VARS(WH-IDX)
                   WHEN 'RT'
                       ADD WS-MOVE-VALUE TO WH-RETURNS(WH-IDX)
                   WHEN 'WO'
                       ADD WS-MOVE-VALUE TO WH-WRITEOFFS(WH-IDX)
                   WHEN 'KB'
                       ADD WS-MOVE-VALUE TO WH-KIT-BUILDS(WH-IDX)
                   WHEN OTHER
                       ADD WS-MOVE-VALUE TO WH-ADJUSTS(WH-IDX)
               END-EVALUATE
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE WH-WAREHOUSE-ID(WH-IDX) TO WB-WAREHOUSE
           PERFORM 620-FIND-WAREHOUSE-NAME
           MOVE WS-WAREHOUSE-NAME TO WB-NAME
           MOVE WAREHOUSE-BLOCK-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE VALUE-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE 'CUSTOMER RETURNS:     ' TO VL-LABEL
           MOVE WH-RETURNS(WH-IDX)       TO VL-AMOUNT
           MOVE VALUE-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE 'ADJUSTMENTS/TRANSFERS:' TO VL-LABEL
           MOVE WH-ADJUSTS(WH-IDX)       TO VL-AMOUNT
           MOVE VALUE-LINE TO CLOSE-REPORT-RECORD
           MOVE VALUE-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE 'KIT BUILDS:           ' TO VL-LABEL
           MOVE WH-KIT-BUILDS(WH-IDX)    TO VL-AMOUNT
           MOVE VALUE-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           MOVE 'RETURNS WRITTEN OFF:  ' TO VL-LABEL
           MOVE WH-WRITEOFFS(WH-IDX)     TO VL-AMOUNT
           MOVE '(NOT IN STOCK - NOT IN EXPECTED)' TO VL-NOTE
           MOVE VALUE-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE SPACES                   TO VL-NOTE

           COMPUTE WS-EXPECTED
               = WH-PRIOR(WH-IDX)
               + WH-RECEIPTS(WH-IDX)
               + WH-SHIPMENTS(WH-IDX)
               + WH-RETURNS(WH-IDX)
               + WH-ADJUSTS(WH-IDX)
               + WH-COUNT-VARS(WH-IDX)
               + WH-KIT-BUILDS(WH-IDX)

           MOVE 'EXPECTED VALUE:       ' TO VL-LABEL
           MOVE WS-EXPECTED              TO VL-AMOUNT

           .

       620-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WN-COUNT
               SET WN-IDX TO WS-WN-SUB
               IF WN-WAREHOUSE-ID(WN-IDX) = WH-WAREHOUSE-ID(WH-IDX)
                   MOVE WN-NAME(WN-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       700-WRITE-SNAPSHOT-ROWS.

           OPEN EXTEND PERIOD-FILE
               MOVE WH-COUNT-VARS(WH-IDX) TO WS-GL-WORK
               MOVE 'INVCNTVR'            TO GX-ACCOUNT
               PERFORM 760-WRITE-ONE-GL-LINE
               MOVE WH-RETURNS(WH-IDX)  TO WS-GL-WORK
               MOVE 'INVRTN  '          TO GX-ACCOUNT
               PERFORM 760-WRITE-ONE-GL-LINE
               MOVE WH-WRITEOFFS(WH-IDX) TO WS-GL-WORK
               MOVE 'INVWOFF '           TO GX-ACCOUNT
               PERFORM 760-WRITE-ONE-GL-LINE
               MOVE WH-KIT-BUILDS(WH-IDX) TO WS-GL-WORK
               MOVE 'INVKIT  '            TO GX-ACCOUNT
               PERFORM 760-WRITE-ONE-GL-LINE
           END-PERFORM

           CLOSE GL-EXTRACT-FILE
