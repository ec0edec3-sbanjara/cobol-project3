      *  (WAREHOUSE-ID/VENDOR-ID/CANDY-ID), THE OCCURRENCE NUMBER,
      *  AND THE BEFORE AND AFTER IMAGES OF THE OCCURRENCE TOUCHED.
      *
      *  CNDYMNT3 AND VENDMNT3 LOG TO THE SAME FILE.  A CANDY
      *  MASTER ENTRY HAS NO WAREHOUSE OR VENDOR AND ITS IMAGES ARE
      *  THE CANDY RECORD; A VENDOR MASTER ENTRY HAS NO WAREHOUSE OR
      *  CANDY, ITS OCCURRENCE IS THE VENDOR FIELD NUMBER AND ITS
      *  IMAGES ARE THAT FIELD'S OLD AND NEW VALUE.  THE FILE/FIELD
      *  COLUMN SAYS WHICH OF THE THREE EACH ENTRY IS.
      *
      *  SELECTION IS BY THE OPTIONAL CONTROL FILE PR3ADCTL.TXT,
      *  ONE TAG=VALUE PER LINE AS IN PR3CTL.TXT:
      *      SELDATE=YYYYMMDD   ONLY ENTRIES LOGGED ON THAT DATE
      *
      *  OUTPUT: PR3AUDRPT.TXT - ONE MAIN LINE PER AUDIT ENTRY
      *  FOLLOWED BY THE BEFORE AND AFTER OCCURRENCE IMAGES, WITH
      *  A COUNT OF ENTRIES PRINTED AT THE END.  AN INVENTORY ENTRY
      *  ALSO SHOWS THE WAREHOUSE NAME FROM PR3WHSE.TXT AHEAD OF ITS
      *  IMAGES.
      *
      ****************************************************************

           SELECT REPORT-FILE
               ASSIGN TO "PR3AUDRPT.TXT".

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.

       01  REPORT-RECORD          PIC X(80).

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
               88  NO-MORE-DATA                VALUE 'N'.
           05  WS-ENTRY-SELECTED   PIC X(3)    VALUE 'YES'.
               88  ENTRY-IS-SELECTED           VALUE 'YES'.
           05  WS-ENTRY-KIND       PIC X       VALUE 'I'.
               88  INVENTORY-ENTRY             VALUE 'I'.
               88  CANDY-MASTER-ENTRY          VALUE 'C'.
               88  VENDOR-MASTER-ENTRY         VALUE 'V'.

       01  WS-DATE.
           05  WS-YEAR             PIC 9999.
               10  DF-IMG-TYPE     PIC XX.
               10  DF-IMG-CASES    PIC X(4).
               10  DF-IMG-PRICE    PIC X(5).
           05  DF-CANDY-IMAGE REDEFINES DF-IMAGE-HOLD.
               10  DF-CM-CANDY-ID  PIC X(3).
               10  DF-CM-NAME      PIC X(15).
               10  DF-CM-TYPE      PIC XX.
               10  DF-CM-SIZES     PIC X(5).
               10                  PIC XX.

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

           05                  PIC X(5)       VALUE 'WHSE'.
           05                  PIC X(4)       VALUE 'VN'.
           05                  PIC X(6)       VALUE 'CANDY'.
           05                  PIC X(5)       VALUE 'OCC'.
           05                  PIC X(21)      VALUE 'FILE/FIELD'.

       01  AUDIT-DETAIL-LINE.
           05                  PIC X(1)       VALUE SPACES.
           05                  PIC X(3)       VALUE SPACES.
           05  ADL-CANDY       PIC X(3).
           05                  PIC X(4)       VALUE SPACES.
           05  ADL-OCCURRENCE  PIC X.
           05                  PIC X(2)       VALUE SPACES.
           05  ADL-SOURCE      PIC X(20).
           05                  PIC X(2)       VALUE SPACES.

       01  IMAGE-LINE.
           05                  PIC X(4)       VALUE SPACES.
           05  IL-PRICE        PIC X(5).
           05                  PIC X(33)      VALUE SPACES.

       01  WAREHOUSE-NAME-LINE.
           05                  PIC X(4)       VALUE SPACES.
           05                  PIC X(8)       VALUE 'WHSE:   '.
           05  WNL-NAME        PIC X(20).
           05                  PIC X(48)      VALUE SPACES.

       01  CANDY-IMAGE-LINE.
           05                  PIC X(4)       VALUE SPACES.
           05  CIL-LABEL       PIC X(8).
           05  CIL-NAME        PIC X(15).
           05                  PIC X(2)       VALUE SPACES.
           05  CIL-TYPE        PIC XX.
           05                  PIC X(2)       VALUE SPACES.
           05                  PIC X(6)       VALUE 'SIZES '.
           05  CIL-SIZES       PIC X(5).
           05                  PIC X(36)      VALUE SPACES.

       01  VENDOR-IMAGE-LINE.
           05                  PIC X(4)       VALUE SPACES.
           05  VIL-LABEL       PIC X(8).
           05  VIL-VALUE       PIC X(27).
           05                  PIC X(41)      VALUE SPACES.

       01  ENTRY-COUNT-LINE.
           05              PIC X(1)    VALUE SPACES.
           05              PIC X(14)   VALUE 'AUDIT ENTRIES '.
           MOVE WS-YEAR  TO H2-YEAR

           PERFORM 110-LOAD-BATCH-CONTROL
           PERFORM 120-LOAD-WAREHOUSE-NAMES
           PERFORM 250-HEADER-ROUTINE

           OPEN INPUT AUDIT-FILE

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

       150-WRITE-LINE.

           WRITE REPORT-RECORD AFTER
           MOVE AU-WAREHOUSE-ID TO ADL-WAREHOUSE
           MOVE AU-VENDOR-ID    TO ADL-VENDOR
           MOVE AU-CANDY-ID     TO ADL-CANDY

           EVALUATE TRUE
               WHEN AU-WAREHOUSE-ID = SPACES
                    AND AU-VENDOR-ID = SPACES
                   MOVE 'C' TO WS-ENTRY-KIND
               WHEN AU-WAREHOUSE-ID = SPACES
                    AND AU-CANDY-ID = SPACES
                   MOVE 'V' TO WS-ENTRY-KIND
               WHEN OTHER
                   MOVE 'I' TO WS-ENTRY-KIND
           END-EVALUATE

           EVALUATE TRUE
               WHEN CANDY-MASTER-ENTRY
                   MOVE SPACE            TO ADL-OCCURRENCE
                   MOVE 'CANDY MASTER'   TO ADL-SOURCE
               WHEN VENDOR-MASTER-ENTRY
                   MOVE SPACE            TO ADL-OCCURRENCE
                   EVALUATE AU-OCCURRENCE
                       WHEN 1
                           MOVE 'VENDOR NAME'      TO ADL-SOURCE
                       WHEN 2
                           MOVE 'VENDOR CONTACT'   TO ADL-SOURCE
                       WHEN 3
                           MOVE 'VENDOR PHONE'     TO ADL-SOURCE
                       WHEN 4
                           MOVE 'VENDOR TERMS'     TO ADL-SOURCE
                       WHEN 5
                           MOVE 'VENDOR LEAD DAYS' TO ADL-SOURCE
                       WHEN 6
                           MOVE 'VENDOR MIN ORDER' TO ADL-SOURCE
                       WHEN OTHER
                           MOVE 'VENDOR MASTER'    TO ADL-SOURCE
                   END-EVALUATE
               WHEN OTHER
                   MOVE AU-OCCURRENCE    TO ADL-OCCURRENCE
                   MOVE 'INVENTORY'      TO ADL-SOURCE
           END-EVALUATE

           MOVE AUDIT-DETAIL-LINE TO REPORT-RECORD
           PERFORM 150-WRITE-LINE
           MOVE 1 TO PROPER-SPACING

           IF INVENTORY-ENTRY
               MOVE AU-WAREHOUSE-ID TO WS-PRINT-WAREHOUSE
               PERFORM 520-FIND-WAREHOUSE-NAME
               MOVE WS-WAREHOUSE-NAME TO WNL-NAME
               MOVE WAREHOUSE-NAME-LINE TO REPORT-RECORD
               PERFORM 150-WRITE-LINE
           END-IF

           MOVE 'BEFORE: '        TO IL-LABEL
           MOVE AU-BEFORE-IMAGE   TO DF-IMAGE-HOLD
           PERFORM 550-PRINT-IMAGE-LINE

           .

       520-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WN-COUNT
               SET WN-IDX TO WS-WN-SUB
               IF WN-WAREHOUSE-ID(WN-IDX) = WS-PRINT-WAREHOUSE
                   MOVE WN-NAME(WN-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       550-PRINT-IMAGE-LINE.

           EVALUATE TRUE
               WHEN CANDY-MASTER-ENTRY
                   MOVE IL-LABEL      TO CIL-LABEL
                   MOVE DF-CM-NAME    TO CIL-NAME
                   MOVE DF-CM-TYPE    TO CIL-TYPE
                   MOVE DF-CM-SIZES   TO CIL-SIZES
                   MOVE CANDY-IMAGE-LINE  TO REPORT-RECORD
               WHEN VENDOR-MASTER-ENTRY
                   MOVE IL-LABEL      TO VIL-LABEL
                   MOVE DF-IMAGE-HOLD TO VIL-VALUE
                   MOVE VENDOR-IMAGE-LINE TO REPORT-RECORD
               WHEN OTHER
                   MOVE DF-IMG-NAME   TO IL-NAME
                   MOVE DF-IMG-SIZE   TO IL-SIZE
                   MOVE DF-IMG-TYPE   TO IL-TYPE
                   MOVE DF-IMG-CASES  TO IL-CASES
                   MOVE DF-IMG-PRICE  TO IL-PRICE
                   MOVE IMAGE-LINE    TO REPORT-RECORD
           END-EVALUATE
           PERFORM 150-WRITE-LINE

           .
