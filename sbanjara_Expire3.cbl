      ********************* IDENTIFICATION-DIVISION ******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXPIRE3.
       AUTHOR.      SBANJARA.

      ****************************************************************
      *
      *  EXPIRING-STOCK REPORT.  READS THE LOT FILE PR3LOT.DAT THAT
      *  POST3 BUILDS FROM RECEIPTS (AND THAT POST3, XFRPST3 AND
      *  COUNT3 DRAW DOWN) IN KEY ORDER AND LISTS BY WAREHOUSE EVERY
      *  LOT WITHIN AN OPERATOR-CHOSEN NUMBER OF DAYS OF ITS BEST-BY
      *  DATE, SO THE SALES TEAM CAN MOVE IT BEFORE IT HAS TO BE
      *  THROWN OUT.  EACH LINE SHOWS THE LOT, ITS BEST-BY DATE, THE
      *  DAYS LEFT, THE CASES IN THE LOT AND THEIR VALUE AT PRICE
      *  FROM THE INDEXED MASTER PR3MAST.DAT.  LOTS ALREADY PAST
      *  THEIR BEST-BY DATE ARE FLAGGED EXPIRED.
      *
      *  STOCK IN THE UNLOTTED LOT (ON HAND BEFORE LOTS WERE
      *  TRACKED, OR ADDED WITHOUT A LOT) HAS NO BEST-BY DATE TO
      *  JUDGE; IT IS NOT LISTED BUT IS TOTALED SEPARATELY SO THE
      *  DOLLARS OF UNKNOWN AGE ARE STILL IN VIEW.
      *
      *  WAREHOUSE AND GRAND TOTALS SHOW THE DOLLARS AT RISK.  EACH
      *  WAREHOUSE SECTION CARRIES THE WAREHOUSE NAME FROM
      *  PR3WHSE.TXT.  OUTPUT: PR3EXPIRE.TXT.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-FILE
               ASSIGN TO "PR3LOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT MASTER-FILE
               ASSIGN TO "PR3MAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT EXPIRE-FILE
               ASSIGN TO "PR3EXPIRE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

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

       FD  MASTER-FILE
           RECORD CONTAINS 143 CHARACTERS.

       01  MASTER-RECORD.
           05  MASTER-KEY.
               10  WAREHOUSE-ID  PIC X(4).
               10  VENDOR-ID     PIC X(1).
               10  CANDY-ID      PIC X(3).
           05  CANDY-DATA OCCURS 5 TIMES.
               10  CANDY-NAME    PIC X(15).
               10  BOX-SIZE      PIC A.
               10  CANDY-TYPE    PIC AA.
               10  NUM-CASES     PIC S9(4).
               10  PRICE         PIC S999V99.

       FD  EXPIRE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  EXPIRE-RECORD         PIC X(80).

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

       01  FLAG-AND-SWITCHES.
           05  EOF-FILE            PIC X       VALUE ' '.
               88  NO-MORE-DATA                VALUE 'N'.
           05  WS-EDIT-OK          PIC X(3)    VALUE 'NO'.
               88  EDIT-PASSED                 VALUE 'YES'.
           05  WS-MASTER-OPENED    PIC X(3)    VALUE 'NO'.
               88  MASTER-IS-OPEN              VALUE 'YES'.
           05  WS-MASTER-FOUND     PIC X(3)    VALUE 'NO'.
               88  MASTER-WAS-FOUND            VALUE 'YES'.
           05  WS-WH-STARTED       PIC X(3)    VALUE 'NO'.
               88  WAREHOUSE-STARTED           VALUE 'YES'.

       01  FILE-STATUS-FIELDS.
           05  WS-LOT-STATUS       PIC XX      VALUE SPACES.
           05  WS-MASTER-STATUS    PIC XX      VALUE SPACES.

       01  WS-DATE.
           05  WS-YEAR             PIC 9999.
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-DATE-NUM REDEFINES WS-DATE PIC 9(8).

       01  DAYS-LIMIT-FIELDS.
           05  WS-DAYS-IN          PIC X(3)    VALUE SPACES.
           05  WS-DAYS-LIMIT       PIC 9(3)    VALUE 0.

       01  COMPARE-FIELDS.
           05  WS-TODAY-INT        PIC S9(7)   VALUE 0.
           05  WS-BEST-BY-INT      PIC S9(7)   VALUE 0.
           05  WS-DAYS-LEFT        PIC S9(5)   VALUE 0.
           05  WS-OCC-SUB          PIC 9       VALUE 0.
           05  WS-LINE-VALUE       PIC 9(7)V99 VALUE 0.
           05  WS-LINE-NAME        PIC X(15)   VALUE SPACES.
           05  WS-UNLOTTED         PIC X(8)    VALUE 'UNLOTTED'.

       01  TOTAL-FIELDS.
           05  TF-WAREHOUSE-HOLD   PIC X(4)    VALUE SPACES.
           05  TF-WH-LINES         PIC 9(6)    VALUE 0.
           05  TF-WH-DOLLARS       PIC 9(8)V99 VALUE 0.
           05  TF-GRAND-LINES      PIC 9(6)    VALUE 0.
           05  TF-GRAND-DOLLARS    PIC 9(9)V99 VALUE 0.
           05  TF-EXPIRED-LINES    PIC 9(6)    VALUE 0.
           05  TF-EXPIRED-DOLLARS  PIC 9(9)V99 VALUE 0.
           05  TF-UNLOTTED-LINES   PIC 9(6)    VALUE 0.
           05  TF-UNLOTTED-DOLLARS PIC 9(9)V99 VALUE 0.

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

       01  EXPIRE-HEADING-ONE.
           05              PIC X(26)   VALUE
               'EXPIRING STOCK FOR '.
           05  EH-DAY      PIC 99.
           05              PIC X       VALUE '/'.
           05  EH-MONTH    PIC 99.
           05              PIC X       VALUE '/'.
           05  EH-YEAR     PIC 9(4).
           05              PIC X(21)   VALUE '  BEST-BY WITHIN '.
           05  EH-LIMIT    PIC ZZ9.
           05              PIC X(20)   VALUE ' DAYS'.

       01  WAREHOUSE-SECTION-LINE.
           05              PIC X(11)  VALUE 'WAREHOUSE: '.
           05  WH-WAREHOUSE PIC X(4).
           05              PIC X(2)   VALUE SPACES.
           05  WH-NAME     PIC X(20).
           05              PIC X(43)  VALUE SPACES.

       01  EXPIRE-HEADING-TWO.
           05              PIC X(3)   VALUE 'VN'.
           05              PIC X(5)   VALUE 'CANDY'.
           05              PIC X(3)   VALUE 'OCC'.
           05              PIC X(16)  VALUE 'NAME'.
           05              PIC X(9)   VALUE 'LOT'.
           05              PIC X(11)  VALUE 'BEST-BY'.
           05              PIC X(5)   VALUE 'DAYS'.
           05              PIC X(6)   VALUE 'CASES'.
           05              PIC X(14)  VALUE '   VALUE'.
           05              PIC X(8)   VALUE 'FLAG'.

       01  EXPIRE-DETAIL-LINE.
           05  ED-VENDOR       PIC X(1).
           05                  PIC X(2)   VALUE SPACES.
           05  ED-CANDY        PIC X(3).
           05                  PIC X(2)   VALUE SPACES.
           05  ED-OCC          PIC 9.
           05                  PIC X(2)   VALUE SPACES.
           05  ED-NAME         PIC X(15).
           05                  PIC X(1)   VALUE SPACES.
           05  ED-LOT          PIC X(8).
           05                  PIC X(1)   VALUE SPACES.
           05  ED-BEST-BY      PIC X(10).
           05                  PIC X(1)   VALUE SPACES.
           05  ED-DAYS         PIC ZZZZ9-.
           05                  PIC X(1)   VALUE SPACES.
           05  ED-CASES        PIC ZZZ9.
           05                  PIC X(1)   VALUE SPACES.
           05  ED-VALUE        PIC $$,$$$,$$9.99.
           05                  PIC X(1)   VALUE SPACES.
           05  ED-FLAG         PIC X(7).

       01  WAREHOUSE-TOTAL-LINE.
           05              PIC X(26)  VALUE SPACES.
           05              PIC X(21)  VALUE 'EXPIRING LOTS: '.
           05  WT-LINES        PIC ZZZ,ZZ9.
           05              PIC X(11)  VALUE '  DOLLARS: '.
           05  WT-DOLLARS      PIC $$,$$$,$$9.99.
           05              PIC X(2)   VALUE SPACES.

       01  EXPIRED-TOTAL-LINE.
           05              PIC X(26)  VALUE 'ALREADY PAST BEST-BY:   '.
           05  XT-LINES        PIC ZZZ,ZZ9.
           05              PIC X(20)  VALUE ' LOTS    DOLLARS: '.
           05  XT-DOLLARS      PIC $$$,$$$,$$9.99.
           05              PIC X(13)  VALUE SPACES.

       01  UNLOTTED-TOTAL-LINE.
           05              PIC X(26)  VALUE 'UNLOTTED - NO BEST-BY:  '.
           05  UT-LINES        PIC ZZZ,ZZ9.
           05              PIC X(20)  VALUE ' LOTS    DOLLARS: '.
           05  UT-DOLLARS      PIC $$$,$$$,$$9.99.
           05              PIC X(13)  VALUE SPACES.

       01  GRAND-TOTAL-LINE.
           05              PIC X(26)  VALUE 'ALL WAREHOUSES:         '.
           05  GT-LINES        PIC ZZZ,ZZ9.
           05              PIC X(20)  VALUE ' LOTS    DOLLARS: '.
           05  GT-DOLLARS      PIC $$$,$$$,$$9.99.
           05              PIC X(13)  VALUE SPACES.

      ************************** PROCEDURE-DIVISION ******************

       PROCEDURE DIVISION.

       50-CONTROL-MODULE.

           PERFORM 100-HOUSEKEEPING-ROUTINE
           PERFORM 200-READ-THE-FILE
           PERFORM 900-PRINT-FINAL-TOTAL
           PERFORM 1000-FINAL-ROUTINE

           .

       100-HOUSEKEEPING-ROUTINE.

           MOVE 'NO' TO WS-EDIT-OK
           PERFORM UNTIL EDIT-PASSED
               DISPLAY 'LIST LOTS WITHIN HOW MANY DAYS OF THEIR '
                   'BEST-BY DATE (0-999): ' WITH NO ADVANCING
               ACCEPT WS-DAYS-IN
               INSPECT WS-DAYS-IN
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-DAYS-IN IS NUMERIC
                   MOVE 'YES' TO WS-EDIT-OK
                   MOVE WS-DAYS-IN TO WS-DAYS-LIMIT
               ELSE
                   DISPLAY 'DAYS MUST BE NUMERIC, E.G. 030'
               END-IF
           END-PERFORM

           OPEN OUTPUT EXPIRE-FILE
           PERFORM 150-LOAD-WAREHOUSE-NAMES

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DAY        TO EH-DAY
           MOVE WS-MONTH      TO EH-MONTH
           MOVE WS-YEAR       TO EH-YEAR
           MOVE WS-DAYS-LIMIT TO EH-LIMIT
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           MOVE EXPIRE-HEADING-ONE TO EXPIRE-RECORD
           WRITE EXPIRE-RECORD

           OPEN INPUT LOT-FILE
           IF WS-LOT-STATUS NOT = '00'
               DISPLAY 'PR3LOT.DAT COULD NOT BE OPENED - STATUS '
                   WS-LOT-STATUS ' - NO LOTS TO REPORT'
               MOVE 'N' TO EOF-FILE
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE 'YES' TO WS-MASTER-OPENED
           ELSE
               DISPLAY 'PR3MAST.DAT COULD NOT BE OPENED - STATUS '
                   WS-MASTER-STATUS ' - LOTS WILL BE VALUED AT ZERO'
           END-IF

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
               READ LOT-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO EOF-FILE
                   NOT AT END
                       PERFORM 300-CHECK-ONE-LOT
               END-READ
           END-PERFORM

           IF WAREHOUSE-STARTED
               PERFORM 700-WRITE-WAREHOUSE-TOTAL
           END-IF

           .

       300-CHECK-ONE-LOT.

           PERFORM 400-VALUE-THE-LOT

           IF LT-BEST-BY = 0 OR LT-LOT-NUMBER = WS-UNLOTTED
               ADD 1             TO TF-UNLOTTED-LINES
               ADD WS-LINE-VALUE TO TF-UNLOTTED-DOLLARS
           ELSE
               COMPUTE WS-BEST-BY-INT
                   = FUNCTION INTEGER-OF-DATE(LT-BEST-BY)
               COMPUTE WS-DAYS-LEFT = WS-BEST-BY-INT - WS-TODAY-INT
               IF WS-DAYS-LEFT <= WS-DAYS-LIMIT
                   IF NOT WAREHOUSE-STARTED
                      OR LT-WAREHOUSE-ID NOT = TF-WAREHOUSE-HOLD
                       IF WAREHOUSE-STARTED
                           PERFORM 700-WRITE-WAREHOUSE-TOTAL
                       END-IF
                       PERFORM 600-START-WAREHOUSE-SECTION
                   END-IF
                   PERFORM 500-WRITE-EXPIRE-LINE
               END-IF
           END-IF

           .

       400-VALUE-THE-LOT.

      *    THE LOT IS VALUED AT THE PRICE OF ITS OCCURRENCE ON THE
      *    MASTER; A LOT WHOSE KEY IS NO LONGER ON THE MASTER SHOWS
      *    WITH NO NAME AND NO VALUE.

           MOVE 'NO'   TO WS-MASTER-FOUND
           MOVE 0      TO WS-LINE-VALUE
           MOVE SPACES TO WS-LINE-NAME

           IF MASTER-IS-OPEN
               MOVE LT-WAREHOUSE-ID TO WAREHOUSE-ID
               MOVE LT-VENDOR-ID    TO VENDOR-ID
               MOVE LT-CANDY-ID     TO CANDY-ID
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 'NO' TO WS-MASTER-FOUND
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-MASTER-FOUND
               END-READ
           END-IF

           IF MASTER-WAS-FOUND
              AND LT-OCCURRENCE IS NUMERIC
              AND LT-OCCURRENCE > 0 AND LT-OCCURRENCE < 6
               MOVE LT-OCCURRENCE TO WS-OCC-SUB
               MOVE CANDY-NAME(WS-OCC-SUB) TO WS-LINE-NAME
               IF PRICE(WS-OCC-SUB) IS NUMERIC
                   COMPUTE WS-LINE-VALUE
                       = LT-CASES * PRICE(WS-OCC-SUB)
               END-IF
           ELSE
               MOVE '*NOT ON MASTER*' TO WS-LINE-NAME
           END-IF

           .

       500-WRITE-EXPIRE-LINE.

           MOVE LT-VENDOR-ID   TO ED-VENDOR
           MOVE LT-CANDY-ID    TO ED-CANDY
           MOVE LT-OCCURRENCE  TO ED-OCC
           MOVE WS-LINE-NAME   TO ED-NAME
           MOVE LT-LOT-NUMBER  TO ED-LOT
           MOVE SPACES         TO ED-BEST-BY
           STRING
               LT-BEST-BY(7:2) DELIMITED BY SIZE
               '/'             DELIMITED BY SIZE
               LT-BEST-BY(5:2) DELIMITED BY SIZE
               '/'             DELIMITED BY SIZE
               LT-BEST-BY(1:4) DELIMITED BY SIZE
               INTO ED-BEST-BY
           END-STRING
           MOVE WS-DAYS-LEFT   TO ED-DAYS
           MOVE LT-CASES       TO ED-CASES
           MOVE WS-LINE-VALUE  TO ED-VALUE

           IF WS-DAYS-LEFT < 0
               MOVE 'EXPIRED' TO ED-FLAG
               ADD 1             TO TF-EXPIRED-LINES
               ADD WS-LINE-VALUE TO TF-EXPIRED-DOLLARS
           ELSE
               MOVE SPACES    TO ED-FLAG
           END-IF

           MOVE EXPIRE-DETAIL-LINE TO EXPIRE-RECORD
           WRITE EXPIRE-RECORD

           ADD 1             TO TF-WH-LINES
           ADD 1             TO TF-GRAND-LINES
           ADD WS-LINE-VALUE TO TF-WH-DOLLARS
           ADD WS-LINE-VALUE TO TF-GRAND-DOLLARS

           .

       600-START-WAREHOUSE-SECTION.

           MOVE 'YES'           TO WS-WH-STARTED
           MOVE LT-WAREHOUSE-ID TO TF-WAREHOUSE-HOLD
           MOVE 0               TO TF-WH-LINES
           MOVE 0               TO TF-WH-DOLLARS

           MOVE SPACES TO EXPIRE-RECORD
           WRITE EXPIRE-RECORD
           MOVE TF-WAREHOUSE-HOLD TO WH-WAREHOUSE
           PERFORM 610-FIND-WAREHOUSE-NAME
           MOVE WS-WAREHOUSE-NAME TO WH-NAME
           MOVE WAREHOUSE-SECTION-LINE TO EXPIRE-RECORD
           WRITE EXPIRE-RECORD
           MOVE EXPIRE-HEADING-TWO TO EXPIRE-RECORD
           WRITE EXPIRE-RECORD

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
           MOVE TF-WH-DOLLARS TO WT-DOLLARS
           MOVE WAREHOUSE-TOTAL-LINE TO EXPIRE-RECORD
           WRITE EXPIRE-RECORD

           .

       900-PRINT-FINAL-TOTAL.

           MOVE SPACES TO EXPIRE-RECORD
           WRITE EXPIRE-RECORD

           IF TF-GRAND-LINES = 0
               MOVE ' NO LOTS WITHIN THE BEST-BY WINDOW'
                   TO EXPIRE-RECORD
               WRITE EXPIRE-RECORD
           END-IF

           MOVE TF-EXPIRED-LINES   TO XT-LINES
           MOVE TF-EXPIRED-DOLLARS TO XT-DOLLARS
           MOVE EXPIRED-TOTAL-LINE TO EXPIRE-RECORD
           WRITE EXPIRE-RECORD

           MOVE TF-UNLOTTED-LINES   TO UT-LINES
           MOVE TF-UNLOTTED-DOLLARS TO UT-DOLLARS
           MOVE UNLOTTED-TOTAL-LINE TO EXPIRE-RECORD
           WRITE EXPIRE-RECORD

           MOVE TF-GRAND-LINES   TO GT-LINES
           MOVE TF-GRAND-DOLLARS TO GT-DOLLARS
           MOVE GRAND-TOTAL-LINE TO EXPIRE-RECORD
           WRITE EXPIRE-RECORD

           DISPLAY 'EXPIRE3 COMPLETE - EXPIRING LOTS ' TF-GRAND-LINES
               ' ALREADY EXPIRED ' TF-EXPIRED-LINES

           .

       1000-FINAL-ROUTINE.

           IF WS-LOT-STATUS = '00' OR '10'
               CLOSE LOT-FILE
           END-IF
           IF MASTER-IS-OPEN
               CLOSE MASTER-FILE
           END-IF
           CLOSE EXPIRE-FILE
           STOP RUN

           .
