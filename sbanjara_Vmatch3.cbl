      ********************* IDENTIFICATION-DIVISION ******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VMATCH3.
       AUTHOR.      SBANJARA.

      ****************************************************************
      *
      *  VENDOR INVOICE THREE-WAY MATCH.  READS THE PENDING VENDOR
      *  INVOICE LINES KEYED THROUGH VINVENT3 (PR3VINV.TXT) AND
      *  CHECKS EACH ONE AGAINST THE PO LINE IT BILLS ON THE
      *  OPEN-PO FILE PR3OPENPO.DAT - WHAT WE ORDERED AND AT WHAT
      *  COST (OP-UNIT-COST, STORED BY SUGPO3 WHEN THE PO WAS
      *  APPROVED) AND WHAT ACTUALLY ARRIVED (OP-RECEIVED-QTY, KEPT
      *  BY POST3 AS RECEIPTS ARE POSTED).  A LINE IS FLAGGED WHEN:
      *      NO SUCH PO     THE PO LINE IS NOT ON PR3OPENPO.DAT
      *      OTHER VENDOR   THE PO LINE WAS RAISED ON ANOTHER VENDOR
      *      OVER RECEIPT   CASES ALREADY BILLED (OP-BILLED-QTY) PLUS
      *                     ANY EARLIER LINES OF THIS INVOICE FOR THE
      *                     SAME PO LINE PLUS THIS LINE ARE MORE THAN
      *                     THE CASES RECEIVED TO DATE
      *      PRICE VARIES   THE BILLED UNIT PRICE DIFFERS FROM THE PO
      *                     COST BY MORE THAN THE TOLERANCE
      *      QTY AND PRICE  BOTH OF THE ABOVE
      *      NO PO COST     THE PO LINE CARRIES NO COST TO CHECK
      *
      *  AN INVOICE IS APPROVED ONLY WHEN EVERY ONE OF ITS LINES
      *  MATCHES.  AN APPROVED INVOICE IS WRITTEN TO THE AP
      *  EXTRACT, ITS CASES ARE ADDED TO OP-BILLED-QTY ON EACH PO
      *  LINE (SO THE SAME RECEIPT CANNOT BE PAID FOR TWICE), AND
      *  IT IS DROPPED FROM PR3VINV.TXT.  A HELD INVOICE STAYS ON
      *  PR3VINV.TXT AND IS TRIED AGAIN NEXT RUN - E.G. ONCE THE
      *  MISSING RECEIPT IS POSTED - OR IS DELETED AND RE-KEYED
      *  THROUGH VINVENT3 ONCE AP HAS SORTED IT OUT WITH THE VENDOR.
      *
      *  THE PRICE TOLERANCE COMES FROM THE OPTIONAL CONTROL FILE
      *  PR3VMCTL.TXT, ONE TAG=VALUE PER LINE AS IN PR3CTL.TXT:
      *      TOLPCT=NNN         WHOLE PERCENT OF THE PO COST,
      *                         DEFAULT 002
      *
      *  OUTPUT: PR3VMATCH.TXT  MATCH REPORT BY VENDOR INVOICE WITH
      *                         A RESULT ON EVERY LINE, AND THE
      *                         RECEIVING WAREHOUSE NAMED FROM
      *                         PR3WHSE.TXT ABOVE ITS PO LINES.
      *          PR3APPAY.TXT   APPROVED-TO-PAY EXTRACT FOR AP, ONE
      *                         50-CHARACTER RECORD PER INVOICE:
      *      AP-VENDOR-ID      X(1)
      *      AP-INVOICE-NO     X(10)
      *      AP-INVOICE-DATE   9(8)
      *      AP-AMOUNT         9(7)V99
      *      AP-LINE-COUNT     9(3)
      *      AP-APPROVED-DATE  9(8)
      *      AP-PO-NUMBER      9(6)  PO ON THE FIRST LINE
      *      FILLER            X(5)
      *
      *  NOTHING IS MATCHED WHEN PR3OPENPO.DAT CANNOT BE OPENED OR
      *  PR3VINV.TXT HAS MORE LINES THAN THE TABLE HOLDS; THE RUN
      *  ENDS WITH RETURN CODE 8 AND THE PENDING FILE UNCHANGED.
      *  PR3OPENPO.DAT MUST BE IN THE 60-CHARACTER LAYOUT CARRYING
      *  OP-UNIT-COST AND OP-BILLED-QTY - AN OLD 50-CHARACTER FILE
      *  WILL NOT OPEN AND MUST BE RENAMED TO PR3OPENPO.OLD AND RUN
      *  THROUGH THE CONVERSION PROGRAM POCONV3 FIRST, WHICH PRICES
      *  EACH EXISTING LINE FROM THE MASTER SO ITS INVOICES ARE NOT
      *  HELD AS NO PO COST.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VINV-FILE
               ASSIGN TO "PR3VINV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VINV-STATUS.

           SELECT OPENPO-FILE
               ASSIGN TO "PR3OPENPO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-PO-KEY
               FILE STATUS IS WS-OPENPO-STATUS.

           SELECT VENDM-FILE
               ASSIGN TO "PR3VENDM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDM-STATUS.

           SELECT CONTROL-FILE
               ASSIGN TO "PR3VMCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.

           SELECT MATCH-FILE
               ASSIGN TO "PR3VMATCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPAY-FILE
               ASSIGN TO "PR3APPAY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

       FD  VINV-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  VINV-RECORD.
           05  VI-VENDOR-ID      PIC X(1).
           05  VI-INVOICE-NO     PIC X(10).
           05  VI-INVOICE-DATE   PIC 9(8).
           05  VI-PO-NUMBER      PIC 9(6).
           05  VI-PO-LINE        PIC 9(2).
           05  VI-CASES          PIC 9(5).
           05  VI-UNIT-PRICE     PIC 9(3)V99.
           05  VI-ENTRY-DATE     PIC 9(8).

       FD  OPENPO-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  OPENPO-RECORD.
           05  OP-PO-KEY.
               10  OP-PO-NUMBER  PIC 9(6).
               10  OP-PO-LINE    PIC 9(2).
           05  OP-WAREHOUSE-ID   PIC X(4).
           05  OP-VENDOR-ID      PIC X(1).
           05  OP-CANDY-ID       PIC X(3).
           05  OP-CANDY-NAME     PIC X(15).
           05  OP-ORDER-DATE     PIC 9(8).
           05  OP-ORDERED-QTY    PIC 9(5).
           05  OP-RECEIVED-QTY   PIC 9(5).
           05  OP-STATUS         PIC X.
           05  OP-UNIT-COST      PIC 9(3)V99.
           05  OP-BILLED-QTY     PIC 9(5).

       FD  VENDM-FILE
           RECORD CONTAINS 71 CHARACTERS.

       01  VENDM-RECORD.
           05  VX-VENDOR-ID      PIC X(1).
           05  VX-VENDOR-NAME    PIC X(18).
           05                    PIC X(52).

       FD  CONTROL-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  CONTROL-RECORD.
           05  CTL-TAG            PIC X(8).
           05  CTL-VALUE          PIC X(52).

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

       FD  MATCH-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  MATCH-RECORD          PIC X(80).

       FD  APPAY-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  APPAY-RECORD.
           05  AP-VENDOR-ID      PIC X(1).
           05  AP-INVOICE-NO     PIC X(10).
           05  AP-INVOICE-DATE   PIC 9(8).
           05  AP-AMOUNT         PIC 9(7)V99.
           05  AP-LINE-COUNT     PIC 9(3).
           05  AP-APPROVED-DATE  PIC 9(8).
           05  AP-PO-NUMBER      PIC 9(6).
           05                    PIC X(5).

      ******************** WORKING STORAGE ***************************

       WORKING-STORAGE SECTION.

       01  FLAG-AND-SWITCHES.
           05  EOF-FILE            PIC X       VALUE ' '.
               88  NO-MORE-DATA                VALUE 'N'.
           05  WS-RUN-OK           PIC X(3)    VALUE 'YES'.
               88  MATCH-CAN-RUN               VALUE 'YES'.
           05  WS-OPENPO-OPEN      PIC X(3)    VALUE 'NO'.
               88  OPENPO-IS-OPEN              VALUE 'YES'.
           05  WS-END-FOUND        PIC X(3)    VALUE 'NO'.
               88  END-WAS-FOUND               VALUE 'YES'.
           05  WS-QTY-CHECK        PIC X(3)    VALUE 'NO'.
               88  QTY-IS-OVER                 VALUE 'YES'.
           05  WS-PRICE-CHECK      PIC X(4)    VALUE SPACES.
               88  PRICE-IS-OFF                VALUE 'OFF'.
               88  PRICE-HAS-NO-COST           VALUE 'NONE'.

       01  FILE-STATUS-FIELDS.
           05  WS-VINV-STATUS      PIC XX      VALUE SPACES.
           05  WS-OPENPO-STATUS    PIC XX      VALUE SPACES.
           05  WS-VENDM-STATUS     PIC XX      VALUE SPACES.
           05  WS-CTL-STATUS       PIC XX      VALUE SPACES.

       01  WS-DATE.
           05  WS-YEAR             PIC 9999.
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-DATE-NUM REDEFINES WS-DATE PIC 9(8).

       01  CONTROL-FILE-FIELDS.
           05  WS-TOL-PCT            PIC 9(3)    VALUE 2.
           05  WS-CTL-TAG-PARSED     PIC X(20)   VALUE SPACES.
           05  WS-CTL-VALUE-RAW      PIC X(52)   VALUE SPACES.
           05  WS-CTL-VALUE-TRIMMED  PIC X(52)   VALUE SPACES.

       01  CONTROL-TOTAL-FIELDS.
           05  WS-LINES-READ       PIC 9(6)    VALUE 0.
           05  WS-INVOICES-READ    PIC 9(6)    VALUE 0.
           05  WS-INVOICES-PAID    PIC 9(6)    VALUE 0.
           05  WS-INVOICES-HELD    PIC 9(6)    VALUE 0.
           05  WS-LINES-HELD       PIC 9(6)    VALUE 0.
           05  WS-DOLLARS-PAID     PIC 9(8)V99 VALUE 0.

       01  MATCH-WORK-FIELDS.
           05  WS-INV-START        PIC S9(4)   VALUE 0.
           05  WS-INV-END          PIC S9(4)   VALUE 0.
           05  WS-INV-ERRORS       PIC S9(4)   VALUE 0.
           05  WS-INV-LINES        PIC S9(4)   VALUE 0.
           05  WS-INV-AMOUNT       PIC 9(7)V99 VALUE 0.
           05  WS-PRIOR-QTY        PIC 9(6)    VALUE 0.
           05  WS-PRICE-DIFF       PIC S9(3)V99 VALUE 0.
           05  WS-TOL-AMOUNT       PIC 9(5)V9(4) VALUE 0.

       01  INVOICE-TABLE-FIELDS.
           05  WS-TABLE-COUNT      PIC S9(4)   VALUE 0.
           05  WS-IDX              PIC S9(4)   VALUE 0.
           05  WS-IDX2             PIC S9(4)   VALUE 0.
           05  WS-TABLE-OVERFLOW   PIC X(3)    VALUE 'NO'.
               88  TABLE-OVERFLOWED           VALUE 'YES'.

       01  INVOICE-TABLE-AREA.
           05  INVOICE-TABLE OCCURS 1000 TIMES INDEXED BY IT-IDX.
               10  IT-INVOICE-KEY.
                   15  IT-VENDOR-ID    PIC X(1).
                   15  IT-INVOICE-NO   PIC X(10).
               10  IT-INVOICE-DATE PIC 9(8).
               10  IT-PO-NUMBER    PIC 9(6).
               10  IT-PO-LINE      PIC 9(2).
               10  IT-CASES        PIC 9(5).
               10  IT-UNIT-PRICE   PIC 9(3)V99.
               10  IT-ENTRY-DATE   PIC 9(8).
               10  IT-CANDY-ID     PIC X(3).
               10  IT-WAREHOUSE-ID PIC X(4).
               10  IT-RECEIVED     PIC 9(5).
               10  IT-PRIOR        PIC 9(6).
               10  IT-PO-COST      PIC 9(3)V99.
               10  IT-EXTENSION    PIC 9(7)V99.
               10  IT-RESULT       PIC X(13).
                   88  IT-LINE-OK              VALUE 'OK'.
               10  IT-DISPOSITION  PIC X.
                   88  IT-APPROVED             VALUE 'A'.
                   88  IT-HELD                 VALUE 'H'.

       01  INVOICE-SWAP-ENTRY      PIC X(91).

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

       01  VENDOR-TABLE-FIELDS.
           05  WS-VENDOR-COUNT     PIC S9(4)   VALUE 0.
           05  WS-VT-SUB           PIC S9(4)   VALUE 0.
           05  WS-VENDOR-NAME      PIC X(18)   VALUE SPACES.

       01  VENDOR-TABLE-AREA.
           05  VENDOR-TABLE OCCURS 20 TIMES INDEXED BY VT-IDX.
               10  VT-VENDOR-ID    PIC X(1).
               10  VT-VENDOR-NAME  PIC X(18).

      *********************** OUTPUT AREA ****************************

       01  MATCH-HEADING-ONE.
           05              PIC X(27)   VALUE 'VENDOR INVOICE MATCH FOR'.
           05  MH-DAY      PIC 99.
           05              PIC X       VALUE '/'.
           05  MH-MONTH    PIC 99.
           05              PIC X       VALUE '/'.
           05  MH-YEAR     PIC 9(4).
           05              PIC X(20)   VALUE '  PRICE TOLERANCE '.
           05  MH-TOL-PCT  PIC ZZ9.
           05              PIC X(20)   VALUE ' PERCENT'.

       01  INVOICE-SECTION-LINE.
           05              PIC X(8)    VALUE 'VENDOR: '.
           05  IS-VENDOR-ID PIC X(1).
           05              PIC X(3)    VALUE ' - '.
           05  IS-VENDOR-NAME PIC X(18).
           05              PIC X(11)   VALUE '  INVOICE: '.
           05  IS-INVOICE-NO PIC X(10).
           05              PIC X(9)    VALUE '  DATED: '.
           05  IS-DAY      PIC 99.
           05              PIC X       VALUE '/'.
           05  IS-MONTH    PIC 99.
           05              PIC X       VALUE '/'.
           05  IS-YEAR     PIC 9(4).
           05              PIC X(10)   VALUE SPACES.

       01  MATCH-HEADING-TWO.
           05              PIC X(14)  VALUE '  PO/LINE'.
           05              PIC X(5)   VALUE 'CANDY'.
           05              PIC X(7)   VALUE ' RECVD'.
           05              PIC X(6)   VALUE 'PRIOR'.
           05              PIC X(8)   VALUE 'BILLED'.
           05              PIC X(8)   VALUE 'PO COST'.
           05              PIC X(7)   VALUE 'INV PRC'.
           05              PIC X(12)  VALUE '  EXTENSION'.
           05              PIC X(13)  VALUE 'RESULT'.

       01  MATCH-DETAIL-LINE.
           05                  PIC X(2)   VALUE SPACES.
           05  MD-PO           PIC 9(6).
           05                  PIC X(1)   VALUE '/'.
           05  MD-LINE         PIC 9(2).
           05                  PIC X(3)   VALUE SPACES.
           05  MD-CANDY        PIC X(3).
           05                  PIC X(2)   VALUE SPACES.
           05  MD-RECEIVED     PIC ZZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  MD-PRIOR        PIC ZZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  MD-BILLED       PIC ZZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  MD-PO-COST      PIC ZZ9.99.
           05                  PIC X(2)   VALUE SPACES.
           05  MD-INV-PRICE    PIC ZZ9.99.
           05                  PIC X(1)   VALUE SPACES.
           05  MD-EXTENSION    PIC ZZZ,ZZ9.99.
           05                  PIC X(2)   VALUE SPACES.
           05  MD-RESULT       PIC X(13).

       01  RECEIVED-AT-LINE.
           05                  PIC X(2)   VALUE SPACES.
           05                  PIC X(13)  VALUE 'RECEIVED AT: '.
           05  RA-WAREHOUSE    PIC X(4).
           05                  PIC X(2)   VALUE SPACES.
           05  RA-NAME         PIC X(20).
           05                  PIC X(39)  VALUE SPACES.

       01  INVOICE-TOTAL-LINE.
           05                  PIC X(40)  VALUE SPACES.
           05                  PIC X(15)  VALUE 'INVOICE TOTAL'.
           05  IL-AMOUNT       PIC ZZZ,ZZ9.99.
           05                  PIC X(2)   VALUE SPACES.
           05  IL-RESULT       PIC X(13).

       01  MATCH-TOTAL-LINE.
           05              PIC X(10)  VALUE 'INVOICES: '.
           05  MT-READ         PIC ZZZ9.
           05              PIC X(12)  VALUE '  APPROVED: '.
           05  MT-PAID         PIC ZZZ9.
           05              PIC X(8)   VALUE '  HELD: '.
           05  MT-HELD         PIC ZZZ9.
           05              PIC X(17)  VALUE '  AMOUNT TO PAY: '.
           05  MT-DOLLARS      PIC Z,ZZZ,ZZ9.99.
           05              PIC X(9)   VALUE SPACES.

      ************************** PROCEDURE-DIVISION ******************

       PROCEDURE DIVISION.

       50-CONTROL-MODULE.

           PERFORM 100-HOUSEKEEPING-ROUTINE

           IF MATCH-CAN-RUN
               PERFORM 200-LOAD-PENDING-INVOICES
           END-IF

           IF MATCH-CAN-RUN
               PERFORM 250-SORT-INVOICE-TABLE
               PERFORM 300-MATCH-THE-INVOICES
               PERFORM 700-REWRITE-PENDING-FILE
           END-IF

           PERFORM 900-PRINT-FINAL-TOTAL
           PERFORM 1000-FINAL-ROUTINE

           .

       100-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT MATCH-FILE
                OUTPUT APPAY-FILE

           PERFORM 110-LOAD-MATCH-CONTROL

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DAY     TO MH-DAY
           MOVE WS-MONTH   TO MH-MONTH
           MOVE WS-YEAR    TO MH-YEAR
           MOVE WS-TOL-PCT TO MH-TOL-PCT

           MOVE MATCH-HEADING-ONE TO MATCH-RECORD
           WRITE MATCH-RECORD

           PERFORM 130-LOAD-VENDOR-TABLE
           PERFORM 140-LOAD-WAREHOUSE-NAMES

           OPEN I-O OPENPO-FILE
           IF WS-OPENPO-STATUS = '00'
               MOVE 'YES' TO WS-OPENPO-OPEN
           ELSE
               DISPLAY 'PR3OPENPO.DAT COULD NOT BE OPENED - STATUS '
                   WS-OPENPO-STATUS ' - NOTHING MATCHED'
               MOVE 'NO' TO WS-RUN-OK
               MOVE 8 TO RETURN-CODE
           END-IF

           .

       110-LOAD-MATCH-CONTROL.

           OPEN INPUT CONTROL-FILE

           IF WS-CTL-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ CONTROL-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 115-APPLY-CONTROL-LINE
                   END-READ
               END-PERFORM

               CLOSE CONTROL-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       115-APPLY-CONTROL-LINE.

           MOVE SPACES TO WS-CTL-TAG-PARSED
           MOVE SPACES TO WS-CTL-VALUE-RAW

           UNSTRING CONTROL-RECORD DELIMITED BY '='
               INTO WS-CTL-TAG-PARSED WS-CTL-VALUE-RAW
           END-UNSTRING

           MOVE FUNCTION TRIM(WS-CTL-VALUE-RAW) TO WS-CTL-VALUE-TRIMMED

           EVALUATE WS-CTL-TAG-PARSED

               WHEN 'TOLPCT'
                   INSPECT WS-CTL-VALUE-TRIMMED(1:3)
                       REPLACING LEADING SPACES BY ZEROS
                   IF WS-CTL-VALUE-TRIMMED(1:3) IS NUMERIC
                       MOVE WS-CTL-VALUE-TRIMMED(1:3)
                           TO WS-TOL-PCT
                   ELSE
                       DISPLAY 'PR3VMCTL.TXT - TOLPCT MUST BE '
                           'NUMERIC, E.G. TOLPCT=002'
                   END-IF

               WHEN SPACES
                   CONTINUE

               WHEN OTHER
                   DISPLAY 'PR3VMCTL.TXT - UNRECOGNIZED TAG: '
                       WS-CTL-TAG-PARSED

           END-EVALUATE

           .

       130-LOAD-VENDOR-TABLE.

           OPEN INPUT VENDM-FILE

           IF WS-VENDM-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ VENDM-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 135-ADD-VENDOR-ENTRY
                   END-READ
               END-PERFORM

               CLOSE VENDM-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       135-ADD-VENDOR-ENTRY.

           IF WS-VENDOR-COUNT < 20
               ADD 1 TO WS-VENDOR-COUNT
               SET VT-IDX TO WS-VENDOR-COUNT
               MOVE VX-VENDOR-ID   TO VT-VENDOR-ID(VT-IDX)
               MOVE VX-VENDOR-NAME TO VT-VENDOR-NAME(VT-IDX)
           ELSE
               DISPLAY 'PR3VENDM.TXT HAS MORE THAN 20 ENTRIES - '
                   'IGNORING: ' VX-VENDOR-ID
           END-IF

           .

       140-LOAD-WAREHOUSE-NAMES.

           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WS-WHSE-FILE-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ WAREHOUSE-MASTER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 145-ADD-WAREHOUSE-NAME
                   END-READ
               END-PERFORM

               CLOSE WAREHOUSE-MASTER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       145-ADD-WAREHOUSE-NAME.

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

       200-LOAD-PENDING-INVOICES.

           OPEN INPUT VINV-FILE

           IF WS-VINV-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ VINV-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           PERFORM 205-ADD-INVOICE-ENTRY
                   END-READ
               END-PERFORM

               CLOSE VINV-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

      *    A PARTLY LOADED FILE CANNOT BE REWRITTEN WITHOUT LOSING
      *    THE LINES THAT DID NOT FIT, SO MATCH NOTHING AT ALL.

           IF TABLE-OVERFLOWED
               DISPLAY 'PR3VINV.TXT HAS MORE THAN 1000 LINES - '
                   'NOTHING MATCHED, FILE LEFT UNCHANGED'
               MOVE 'NO' TO WS-RUN-OK
               MOVE 8 TO RETURN-CODE
           END-IF

           .

       205-ADD-INVOICE-ENTRY.

           IF WS-TABLE-COUNT < 1000
               ADD 1 TO WS-TABLE-COUNT
               SET IT-IDX TO WS-TABLE-COUNT
               MOVE SPACES          TO INVOICE-TABLE(IT-IDX)
               MOVE VI-VENDOR-ID    TO IT-VENDOR-ID(IT-IDX)
               MOVE VI-INVOICE-NO   TO IT-INVOICE-NO(IT-IDX)
               MOVE VI-INVOICE-DATE TO IT-INVOICE-DATE(IT-IDX)
               MOVE VI-PO-NUMBER    TO IT-PO-NUMBER(IT-IDX)
               MOVE VI-PO-LINE      TO IT-PO-LINE(IT-IDX)
               MOVE VI-CASES        TO IT-CASES(IT-IDX)
               MOVE VI-UNIT-PRICE   TO IT-UNIT-PRICE(IT-IDX)
               MOVE VI-ENTRY-DATE   TO IT-ENTRY-DATE(IT-IDX)
           ELSE
               MOVE 'YES' TO WS-TABLE-OVERFLOW
           END-IF

           .

       250-SORT-INVOICE-TABLE.

      *    BRING THE LINES OF EACH INVOICE TOGETHER BY VENDOR AND
      *    INVOICE NUMBER.  THE STRICT COMPARE KEEPS THE LINES OF
      *    ONE INVOICE IN THE ORDER THEY WERE KEYED.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-TABLE-COUNT
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-TABLE-COUNT - WS-IDX
                   IF IT-INVOICE-KEY(WS-IDX2)
                      > IT-INVOICE-KEY(WS-IDX2 + 1)
                       MOVE INVOICE-TABLE(WS-IDX2)
                           TO INVOICE-SWAP-ENTRY
                       MOVE INVOICE-TABLE(WS-IDX2 + 1)
                           TO INVOICE-TABLE(WS-IDX2)
                       MOVE INVOICE-SWAP-ENTRY
                           TO INVOICE-TABLE(WS-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           .

       300-MATCH-THE-INVOICES.

           IF WS-TABLE-COUNT = 0
               MOVE SPACES TO MATCH-RECORD
               WRITE MATCH-RECORD
               MOVE ' NO VENDOR INVOICES PENDING' TO MATCH-RECORD
               WRITE MATCH-RECORD
           ELSE
               MOVE 1 TO WS-INV-START
               PERFORM UNTIL WS-INV-START > WS-TABLE-COUNT
                   PERFORM 310-FIND-INVOICE-END
                   PERFORM 400-MATCH-ONE-INVOICE
                   COMPUTE WS-INV-START = WS-INV-END + 1
               END-PERFORM
           END-IF

           .

       310-FIND-INVOICE-END.

           MOVE WS-INV-START TO WS-INV-END
           MOVE 'NO' TO WS-END-FOUND

           PERFORM UNTIL END-WAS-FOUND
               IF WS-INV-END >= WS-TABLE-COUNT
                   MOVE 'YES' TO WS-END-FOUND
               ELSE
                   IF IT-INVOICE-KEY(WS-INV-END + 1)
                      = IT-INVOICE-KEY(WS-INV-START)
                       ADD 1 TO WS-INV-END
                   ELSE
                       MOVE 'YES' TO WS-END-FOUND
                   END-IF
               END-IF
           END-PERFORM

           .

       400-MATCH-ONE-INVOICE.

           ADD 1 TO WS-INVOICES-READ
           MOVE 0 TO WS-INV-ERRORS
           MOVE 0 TO WS-INV-AMOUNT
           COMPUTE WS-INV-LINES = WS-INV-END - WS-INV-START + 1

           PERFORM 410-START-INVOICE-SECTION

           PERFORM VARYING WS-IDX FROM WS-INV-START BY 1
                   UNTIL WS-IDX > WS-INV-END
               SET IT-IDX TO WS-IDX
               PERFORM 420-CHECK-INVOICE-LINE
               IF IT-WAREHOUSE-ID(IT-IDX) NOT = SPACES
                  AND IT-WAREHOUSE-ID(IT-IDX) NOT = WS-PRINT-WAREHOUSE
                   PERFORM 440-WRITE-RECEIVED-AT
               END-IF
               PERFORM 450-WRITE-MATCH-DETAIL
           END-PERFORM

           IF WS-INV-ERRORS = 0
               PERFORM 500-APPROVE-INVOICE
           ELSE
               PERFORM 550-HOLD-INVOICE
           END-IF

           MOVE WS-INV-AMOUNT TO IL-AMOUNT
           MOVE INVOICE-TOTAL-LINE TO MATCH-RECORD
           WRITE MATCH-RECORD

           .

       410-START-INVOICE-SECTION.

           SET IT-IDX TO WS-INV-START
           PERFORM 415-FIND-VENDOR-NAME

           MOVE SPACES TO MATCH-RECORD
           WRITE MATCH-RECORD
           MOVE IT-VENDOR-ID(IT-IDX)  TO IS-VENDOR-ID
           MOVE WS-VENDOR-NAME        TO IS-VENDOR-NAME
           MOVE IT-INVOICE-NO(IT-IDX) TO IS-INVOICE-NO
           MOVE IT-INVOICE-DATE(IT-IDX)(7:2) TO IS-DAY
           MOVE IT-INVOICE-DATE(IT-IDX)(5:2) TO IS-MONTH
           MOVE IT-INVOICE-DATE(IT-IDX)(1:4) TO IS-YEAR
           MOVE INVOICE-SECTION-LINE TO MATCH-RECORD
           WRITE MATCH-RECORD
           MOVE MATCH-HEADING-TWO TO MATCH-RECORD
           WRITE MATCH-RECORD
           MOVE SPACES TO WS-PRINT-WAREHOUSE

           .

       415-FIND-VENDOR-NAME.

           MOVE SPACES TO WS-VENDOR-NAME

           PERFORM VARYING WS-VT-SUB FROM 1 BY 1
                   UNTIL WS-VT-SUB > WS-VENDOR-COUNT
               SET VT-IDX TO WS-VT-SUB
               IF VT-VENDOR-ID(VT-IDX) = IT-VENDOR-ID(IT-IDX)
                   MOVE VT-VENDOR-NAME(VT-IDX) TO WS-VENDOR-NAME
               END-IF
           END-PERFORM

           IF WS-VENDOR-NAME = SPACES
               STRING
                   'VENDOR '            DELIMITED BY SIZE
                   IT-VENDOR-ID(IT-IDX) DELIMITED BY SIZE
                   INTO WS-VENDOR-NAME
               END-STRING
           END-IF

           .

       420-CHECK-INVOICE-LINE.

           COMPUTE IT-EXTENSION(IT-IDX)
               = IT-CASES(IT-IDX) * IT-UNIT-PRICE(IT-IDX)
           ADD IT-EXTENSION(IT-IDX) TO WS-INV-AMOUNT

           MOVE SPACES TO IT-CANDY-ID(IT-IDX)
           MOVE SPACES TO IT-WAREHOUSE-ID(IT-IDX)
           MOVE 0      TO IT-RECEIVED(IT-IDX)
           MOVE 0      TO IT-PRIOR(IT-IDX)
           MOVE 0      TO IT-PO-COST(IT-IDX)

           MOVE IT-PO-NUMBER(IT-IDX) TO OP-PO-NUMBER
           MOVE IT-PO-LINE(IT-IDX)   TO OP-PO-LINE
           READ OPENPO-FILE
               INVALID KEY
                   MOVE 'NO SUCH PO' TO IT-RESULT(IT-IDX)
               NOT INVALID KEY
                   PERFORM 430-COMPARE-TO-PO-LINE
           END-READ

           IF NOT IT-LINE-OK(IT-IDX)
               ADD 1 TO WS-INV-ERRORS
           END-IF

           .

       430-COMPARE-TO-PO-LINE.

           MOVE OP-CANDY-ID     TO IT-CANDY-ID(IT-IDX)
           MOVE OP-WAREHOUSE-ID TO IT-WAREHOUSE-ID(IT-IDX)
           MOVE OP-RECEIVED-QTY TO IT-RECEIVED(IT-IDX)
           IF OP-UNIT-COST IS NUMERIC
               MOVE OP-UNIT-COST TO IT-PO-COST(IT-IDX)
           END-IF

      *    WHAT HAS ALREADY BEEN BILLED AGAINST THIS PO LINE -
      *    PAID INVOICES FROM EARLIER RUNS (AND EARLIER IN THIS
      *    RUN) PLUS ANY EARLIER LINE OF THIS SAME INVOICE.

           IF OP-BILLED-QTY IS NUMERIC
               MOVE OP-BILLED-QTY TO WS-PRIOR-QTY
           ELSE
               MOVE 0 TO WS-PRIOR-QTY
           END-IF
           PERFORM VARYING WS-IDX2 FROM WS-INV-START BY 1
                   UNTIL WS-IDX2 >= WS-IDX
               IF IT-PO-NUMBER(WS-IDX2) = IT-PO-NUMBER(IT-IDX)
                  AND IT-PO-LINE(WS-IDX2) = IT-PO-LINE(IT-IDX)
                   ADD IT-CASES(WS-IDX2) TO WS-PRIOR-QTY
               END-IF
           END-PERFORM
           MOVE WS-PRIOR-QTY TO IT-PRIOR(IT-IDX)

           IF WS-PRIOR-QTY + IT-CASES(IT-IDX) > OP-RECEIVED-QTY
               MOVE 'YES' TO WS-QTY-CHECK
           ELSE
               MOVE 'NO' TO WS-QTY-CHECK
           END-IF

           IF IT-PO-COST(IT-IDX) = 0
               MOVE 'NONE' TO WS-PRICE-CHECK
           ELSE
               COMPUTE WS-PRICE-DIFF
                   = IT-UNIT-PRICE(IT-IDX) - IT-PO-COST(IT-IDX)
               IF WS-PRICE-DIFF < 0
                   COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
               END-IF
               COMPUTE WS-TOL-AMOUNT
                   = IT-PO-COST(IT-IDX) * WS-TOL-PCT / 100
               IF WS-PRICE-DIFF > WS-TOL-AMOUNT
                   MOVE 'OFF' TO WS-PRICE-CHECK
               ELSE
                   MOVE 'OK' TO WS-PRICE-CHECK
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN OP-VENDOR-ID NOT = IT-VENDOR-ID(IT-IDX)
                   MOVE 'OTHER VENDOR'  TO IT-RESULT(IT-IDX)
               WHEN QTY-IS-OVER AND PRICE-IS-OFF
                   MOVE 'QTY AND PRICE' TO IT-RESULT(IT-IDX)
               WHEN QTY-IS-OVER
                   MOVE 'OVER RECEIPT'  TO IT-RESULT(IT-IDX)
               WHEN PRICE-HAS-NO-COST
                   MOVE 'NO PO COST'    TO IT-RESULT(IT-IDX)
               WHEN PRICE-IS-OFF
                   MOVE 'PRICE VARIES'  TO IT-RESULT(IT-IDX)
               WHEN OTHER
                   MOVE 'OK'            TO IT-RESULT(IT-IDX)
           END-EVALUATE

           .

       440-WRITE-RECEIVED-AT.

      *    THE WAREHOUSE THE PO LINE WAS RECEIVED INTO IS NAMED
      *    ABOVE THE FIRST LINE FOR IT AND AGAIN WHENEVER IT CHANGES.

           MOVE IT-WAREHOUSE-ID(IT-IDX) TO WS-PRINT-WAREHOUSE
           PERFORM 445-FIND-WAREHOUSE-NAME
           MOVE WS-PRINT-WAREHOUSE TO RA-WAREHOUSE
           MOVE WS-WAREHOUSE-NAME  TO RA-NAME
           MOVE RECEIVED-AT-LINE TO MATCH-RECORD
           WRITE MATCH-RECORD

           .

       445-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WN-COUNT
               SET WN-IDX TO WS-WN-SUB
               IF WN-WAREHOUSE-ID(WN-IDX) = WS-PRINT-WAREHOUSE
                   MOVE WN-NAME(WN-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       450-WRITE-MATCH-DETAIL.

           MOVE IT-PO-NUMBER(IT-IDX)  TO MD-PO
           MOVE IT-PO-LINE(IT-IDX)    TO MD-LINE
           MOVE IT-CANDY-ID(IT-IDX)   TO MD-CANDY
           MOVE IT-RECEIVED(IT-IDX)   TO MD-RECEIVED
           MOVE IT-PRIOR(IT-IDX)      TO MD-PRIOR
           MOVE IT-CASES(IT-IDX)      TO MD-BILLED
           MOVE IT-PO-COST(IT-IDX)    TO MD-PO-COST
           MOVE IT-UNIT-PRICE(IT-IDX) TO MD-INV-PRICE
           MOVE IT-EXTENSION(IT-IDX)  TO MD-EXTENSION
           MOVE IT-RESULT(IT-IDX)     TO MD-RESULT
           MOVE MATCH-DETAIL-LINE TO MATCH-RECORD
           WRITE MATCH-RECORD

           .

       500-APPROVE-INVOICE.

      *    RECORD THE CASES AS BILLED ON EACH PO LINE SO A SECOND
      *    INVOICE FOR THE SAME RECEIPT SHOWS AS AN OVER RECEIPT.

           PERFORM VARYING WS-IDX FROM WS-INV-START BY 1
                   UNTIL WS-IDX > WS-INV-END
               SET IT-IDX TO WS-IDX
               MOVE 'A' TO IT-DISPOSITION(IT-IDX)
               PERFORM 510-UPDATE-BILLED-QTY
           END-PERFORM

           SET IT-IDX TO WS-INV-START
           MOVE SPACES                  TO APPAY-RECORD
           MOVE IT-VENDOR-ID(IT-IDX)    TO AP-VENDOR-ID
           MOVE IT-INVOICE-NO(IT-IDX)   TO AP-INVOICE-NO
           MOVE IT-INVOICE-DATE(IT-IDX) TO AP-INVOICE-DATE
           MOVE WS-INV-AMOUNT           TO AP-AMOUNT
           MOVE WS-INV-LINES            TO AP-LINE-COUNT
           MOVE WS-DATE-NUM             TO AP-APPROVED-DATE
           MOVE IT-PO-NUMBER(IT-IDX)    TO AP-PO-NUMBER
           WRITE APPAY-RECORD

           ADD 1 TO WS-INVOICES-PAID
           ADD WS-INV-AMOUNT TO WS-DOLLARS-PAID
           MOVE 'APPROVED' TO IL-RESULT

           .

       510-UPDATE-BILLED-QTY.

           MOVE IT-PO-NUMBER(IT-IDX) TO OP-PO-NUMBER
           MOVE IT-PO-LINE(IT-IDX)   TO OP-PO-LINE
           READ OPENPO-FILE
               INVALID KEY
                   DISPLAY 'PO LINE ' OP-PO-KEY ' VANISHED - '
                       'BILLED CASES NOT RECORDED'
               NOT INVALID KEY
                   IF OP-BILLED-QTY NOT NUMERIC
                       MOVE 0 TO OP-BILLED-QTY
                   END-IF
                   ADD IT-CASES(IT-IDX) TO OP-BILLED-QTY
                   REWRITE OPENPO-RECORD
                       INVALID KEY
                           DISPLAY 'PO LINE ' OP-PO-KEY
                               ' NOT REWRITTEN - STATUS '
                               WS-OPENPO-STATUS
                   END-REWRITE
           END-READ

           .

       550-HOLD-INVOICE.

           PERFORM VARYING WS-IDX FROM WS-INV-START BY 1
                   UNTIL WS-IDX > WS-INV-END
               MOVE 'H' TO IT-DISPOSITION(WS-IDX)
           END-PERFORM

           ADD 1 TO WS-INVOICES-HELD
           ADD WS-INV-LINES TO WS-LINES-HELD
           MOVE 'HELD' TO IL-RESULT

           .

       700-REWRITE-PENDING-FILE.

      *    ONLY THE HELD INVOICES ARE CARRIED FORWARD - APPROVED
      *    ONES HAVE GONE TO AP ON PR3APPAY.TXT.

           OPEN OUTPUT VINV-FILE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TABLE-COUNT
               SET IT-IDX TO WS-IDX
               IF IT-HELD(IT-IDX)
                   MOVE IT-VENDOR-ID(IT-IDX)    TO VI-VENDOR-ID
                   MOVE IT-INVOICE-NO(IT-IDX)   TO VI-INVOICE-NO
                   MOVE IT-INVOICE-DATE(IT-IDX) TO VI-INVOICE-DATE
                   MOVE IT-PO-NUMBER(IT-IDX)    TO VI-PO-NUMBER
                   MOVE IT-PO-LINE(IT-IDX)      TO VI-PO-LINE
                   MOVE IT-CASES(IT-IDX)        TO VI-CASES
                   MOVE IT-UNIT-PRICE(IT-IDX)   TO VI-UNIT-PRICE
                   MOVE IT-ENTRY-DATE(IT-IDX)   TO VI-ENTRY-DATE
                   WRITE VINV-RECORD
               END-IF
           END-PERFORM

           CLOSE VINV-FILE

           .

       900-PRINT-FINAL-TOTAL.

           MOVE WS-INVOICES-READ TO MT-READ
           MOVE WS-INVOICES-PAID TO MT-PAID
           MOVE WS-INVOICES-HELD TO MT-HELD
           MOVE WS-DOLLARS-PAID  TO MT-DOLLARS
           MOVE SPACES TO MATCH-RECORD
           WRITE MATCH-RECORD
           MOVE MATCH-TOTAL-LINE TO MATCH-RECORD
           WRITE MATCH-RECORD

           IF NOT MATCH-CAN-RUN
               MOVE ' RUN STOPPED - NOTHING MATCHED THIS RUN'
                   TO MATCH-RECORD
               WRITE MATCH-RECORD
           END-IF

           DISPLAY 'VMATCH3 COMPLETE - LINES READ ' WS-LINES-READ
               ' INVOICES APPROVED ' WS-INVOICES-PAID
               ' HELD ' WS-INVOICES-HELD

           .

       1000-FINAL-ROUTINE.

           IF OPENPO-IS-OPEN
               CLOSE OPENPO-FILE
           END-IF
           CLOSE MATCH-FILE
                 APPAY-FILE
           STOP RUN

           .
