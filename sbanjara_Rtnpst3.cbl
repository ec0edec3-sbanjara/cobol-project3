      ********************* IDENTIFICATION-DIVISION ******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RTNPST3.
       AUTHOR.      SBANJARA.

      ****************************************************************
      *
      *  CUSTOMER RETURNS POSTING RUN.  READS THE RETURN RECEIPTS
      *  PR3RTNRCV.TXT KEYED BY THE DOCK AS RETURNED CASES COME IN
      *  AGAINST AN RMA FROM RMAENT3, AND GIVES EACH ONE THE
      *  DISPOSITION THE DOCK DECIDED ON, REPLACING THE OLD
      *  PRACTICE OF KEYING A PLUS ADJUSTMENT INTO PR3TRAN.TXT.
      *
      *  RETURN RECEIPT RECORD (29 CHARACTERS):
      *      RV-RMA-NO        9(6)   } RMA LINE THE CASES CAME
      *      RV-LINE-NO       9(2)   } BACK AGAINST
      *      RV-DISPOSITION   X      R = RESTOCK  W = WRITE OFF
      *      RV-CASES         9(4)   CASES, ALWAYS UNSIGNED
      *      RV-LOT-NUMBER    X(8)   OPTIONAL, RESTOCK ONLY
      *      RV-BEST-BY       9(8)   OPTIONAL, YYYYMMDD
      *
      *  RESTOCK PUTS THE CASES BACK ON THE INVENTORY MASTER
      *  PR3MAST.DAT AT THE KEY/OCCURRENCE THE LINE SHIPPED FROM
      *  AND APPENDS AN RT (RETURN) MOVEMENT TO THE LEDGER
      *  PR3LEDGR.TXT.  THE CASES GO BACK INTO THE LOT NAMED ON THE
      *  RECEIPT, OR INTO THE UNLOTTED LOT WHEN NONE IS NAMED.
      *
      *  WRITE OFF IS FOR DAMAGED OR DESTROYED GOODS - SELLABLE
      *  STOCK IS NOT TOUCHED.  A WO (WRITE-OFF) MOVEMENT IS
      *  APPENDED TO THE LEDGER WITH THE CASES AND WITH THE OLD AND
      *  NEW CASES BOTH EQUAL TO THE MASTER, SO MECLOSE3 CAN VALUE
      *  THE WRITE-OFF ON ITS OWN ACCOUNT AND STKCRD3 STILL PROVES.
      *  BOTH LEDGER LINES CARRY RM PLUS THE RMA NUMBER AS THEIR
      *  REFERENCE.
      *
      *  ONE RMA LINE MAY BE RECEIVED IN PIECES AND SPLIT BETWEEN
      *  RESTOCK AND WRITE OFF, BUT NEVER MORE CASES THAN WERE
      *  AUTHORIZED.  THE CASES RECEIVED ARE ADDED TO THE LINE ON
      *  PR3RMA.TXT AND THE LINE IS MARKED COMPLETE WHEN ALL HAVE
      *  COME BACK.  THE RETURN WAREHOUSE IS PROVED AGAINST THE
      *  WAREHOUSE MASTER PR3WHSE.TXT AS IN POST3 - NO STOCK IS
      *  RESTOCKED INTO A CLOSED WAREHOUSE.
      *
      *  EVERY POSTED RECEIPT, EITHER DISPOSITION, IS APPENDED TO
      *  THE CREDIT FEED PR3TOCRED.TXT SO INVOIC3 ISSUES THE
      *  CUSTOMER A CREDIT MEMO FOR IT (59 CHARACTERS):
      *      TC-DATE          9(8)   DATE POSTED YYYYMMDD
      *      TC-RMA-NO        9(6)
      *      TC-ORDER-NO      9(6)   ORIGINAL ORDER
      *      TC-CUSTOMER-NO   X(6)
      *      TC-CUSTOMER      X(20)
      *      TC-WAREHOUSE-ID  X(4)   INVENTORY KEY
      *      TC-VENDOR-ID     X(1)
      *      TC-CANDY-ID      X(3)
      *      TC-OCCURRENCE    9
      *      TC-CASES         9(4)   CASES CREDITED
      *
      *  OUTPUT: PR3RTNREG.TXT  RETURNS REGISTER - EVERY POSTED
      *                         RECEIPT WITH ITS DISPOSITION AND
      *                         THE OLD AND NEW CASES, UNDER THE
      *                         WAREHOUSE NAME FROM PR3WHSE.TXT
      *          PR3RTNREJ.TXT  REJECT REPORT
      *
      *  POSTED RECEIPTS ARE TAKEN OFF PR3RTNRCV.TXT; REJECTED ONES
      *  ARE CARRIED ON IT TO BE PUT RIGHT AND POSTED AGAIN.  IF
      *  EITHER FILE HOLDS MORE LINES THAN THE RUN CAN TABLE, OR THE
      *  MASTER CANNOT BE OPENED, NOTHING IS POSTED AND BOTH FILES
      *  ARE LEFT AS THEY ARE.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE
               ASSIGN TO "PR3RTNRCV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT RMA-FILE
               ASSIGN TO "PR3RMA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMA-STATUS.

           SELECT MASTER-FILE
               ASSIGN TO "PR3MAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO "PR3RTNREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-FILE
               ASSIGN TO "PR3RTNREJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-FILE
               ASSIGN TO "PR3LEDGR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CREDIT-FILE
               ASSIGN TO "PR3TOCRED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.

           SELECT WAREHOUSE-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.

           SELECT LOT-FILE
               ASSIGN TO "PR3LOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

       FD  RECEIPT-FILE
           RECORD CONTAINS 29 CHARACTERS.

       01  RECEIPT-RECORD        PIC X(29).

       FD  RMA-FILE
           RECORD CONTAINS 108 CHARACTERS.

       01  RMA-RECORD.
           05  RM-RMA-NO         PIC 9(6).
           05  RM-LINE-NO        PIC 9(2).
           05  RM-AUTH-DATE      PIC 9(8).
           05  RM-ORDER-NO       PIC 9(6).
           05  RM-CUSTOMER-NO    PIC X(6).
           05  RM-CUSTOMER       PIC X(20).
           05  RM-CONTACT        PIC X(20).
           05  RM-WAREHOUSE-ID   PIC X(4).
           05  RM-VENDOR-ID      PIC X(1).
           05  RM-CANDY-ID       PIC X(3).
           05  RM-OCCURRENCE     PIC 9.
           05  RM-AUTH-CASES     PIC 9(4).
           05  RM-RECEIVED       PIC 9(4).
           05  RM-REASON-CODE    PIC X(2).
           05  RM-REASON-NOTE    PIC X(20).
           05  RM-STATUS         PIC X.

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

       FD  REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD       PIC X(80).

       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REJECT-RECORD         PIC X(80).

       FD  LEDGER-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  LEDGER-RECORD.
           05  LG-DATE           PIC 9(8).
           05  LG-TYPE           PIC X(2).
           05  LG-WAREHOUSE-ID   PIC X(4).
           05  LG-VENDOR-ID      PIC X(1).
           05  LG-CANDY-ID       PIC X(3).
           05  LG-OCCURRENCE     PIC 9.
           05  LG-REFERENCE.
               10  LG-REF-PREFIX PIC X(2).
               10  LG-REF-RMA-NO PIC 9(6).
           05  LG-SIGN           PIC X.
           05  LG-QTY            PIC 9(4).
           05  LG-OLD-CASES      PIC 9(4).
           05  LG-NEW-CASES      PIC 9(4).

       FD  CREDIT-FILE
           RECORD CONTAINS 59 CHARACTERS.

       01  CREDIT-RECORD.
           05  TC-DATE           PIC 9(8).
           05  TC-RMA-NO         PIC 9(6).
           05  TC-ORDER-NO       PIC 9(6).
           05  TC-CUSTOMER-NO    PIC X(6).
           05  TC-CUSTOMER       PIC X(20).
           05  TC-WAREHOUSE-ID   PIC X(4).
           05  TC-VENDOR-ID      PIC X(1).
           05  TC-CANDY-ID       PIC X(3).
           05  TC-OCCURRENCE     PIC 9.
           05  TC-CASES          PIC 9(4).

       FD  WAREHOUSE-FILE
           RECORD CONTAINS 105 CHARACTERS.

       01  WAREHOUSE-RECORD.
           05  WM-WAREHOUSE-ID   PIC X(4).
           05  WM-WAREHOUSE-NAME PIC X(20).
           05  WM-ADDRESS        PIC X(30).
           05  WM-CITY-STATE     PIC X(20).
           05  WM-MANAGER        PIC X(20).
           05  WM-REGION         PIC X(10).
           05  WM-STATUS         PIC X.

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

      ******************** WORKING STORAGE ***************************

       WORKING-STORAGE SECTION.

       01  FLAG-AND-SWITCHES.
           05  EOF-FILE            PIC X       VALUE ' '.
               88  NO-MORE-DATA                VALUE 'N'.
           05  WS-RUN-OK           PIC X(3)    VALUE 'YES'.
               88  POSTING-CAN-RUN             VALUE 'YES'.
           05  WS-RECEIPT-OK       PIC X(3)    VALUE 'YES'.
               88  RECEIPT-PASSED              VALUE 'YES'.
           05  WS-MASTER-OPENED    PIC X(3)    VALUE 'NO'.
               88  MASTER-IS-OPEN              VALUE 'YES'.
           05  WS-LOT-OPENED       PIC X(3)    VALUE 'NO'.
               88  LOT-IS-OPEN                 VALUE 'YES'.

       01  FILE-STATUS-FIELDS.
           05  WS-RECEIPT-STATUS   PIC XX      VALUE SPACES.
           05  WS-RMA-STATUS       PIC XX      VALUE SPACES.
           05  WS-MASTER-STATUS    PIC XX      VALUE SPACES.
           05  WS-LEDGER-STATUS    PIC XX      VALUE SPACES.
           05  WS-CREDIT-STATUS    PIC XX      VALUE SPACES.
           05  WS-WHSE-STATUS      PIC XX      VALUE SPACES.
           05  WS-LOT-STATUS       PIC XX      VALUE SPACES.

       01  WAREHOUSE-TABLE-FIELDS.
           05  WS-WH-COUNT         PIC S9(4)   VALUE 0.
           05  WS-WH-SUB           PIC S9(4)   VALUE 0.
           05  WS-CHECK-WAREHOUSE  PIC X(4)    VALUE SPACES.
           05  WS-WHSE-VALID       PIC X(3)    VALUE 'NO'.
               88  WHSE-IS-VALID               VALUE 'YES'.
           05  WS-WHSE-CLOSED      PIC X(3)    VALUE 'NO'.
               88  WHSE-IS-CLOSED              VALUE 'YES'.
           05  WS-WAREHOUSE-NAME   PIC X(20)   VALUE SPACES.
           05  WS-PRINT-WAREHOUSE  PIC X(4)    VALUE SPACES.

       01  WAREHOUSE-TABLE-AREA.
           05  WAREHOUSE-TABLE OCCURS 20 TIMES INDEXED BY WH-IDX.
               10  WH-WAREHOUSE-ID PIC X(4).
               10  WH-STATUS       PIC X.
               10  WH-NAME         PIC X(20).

       01  WS-DATE.
           05  WS-YEAR             PIC 9999.
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-DATE-NUM REDEFINES WS-DATE PIC 9(8).

       01  CONTROL-TOTAL-FIELDS.
           05  WS-RECEIPTS-READ    PIC 9(6)    VALUE 0.
           05  WS-RECEIPTS-POSTED  PIC 9(6)    VALUE 0.
           05  WS-RECEIPTS-REJECTED PIC 9(6)   VALUE 0.
           05  WS-CASES-RESTOCKED  PIC 9(7)    VALUE 0.
           05  WS-CASES-WRITTEN-OFF PIC 9(7)   VALUE 0.

      *    THE RECEIPT BEING POSTED.

       01  RECEIPT-WORK.
           05  RV-RMA-KEY.
               10  RV-RMA-NO       PIC 9(6).
               10  RV-LINE-NO      PIC 9(2).
           05  RV-DISPOSITION      PIC X.
               88  RETURN-RESTOCK              VALUE 'R'.
               88  RETURN-WRITE-OFF            VALUE 'W'.
               88  DISPOSITION-VALID           VALUE 'R' 'W'.
           05  RV-CASES            PIC 9(4).
           05  RV-LOT-NUMBER       PIC X(8).
           05  RV-BEST-BY          PIC 9(8).
           05  RV-BEST-BY-PARTS REDEFINES RV-BEST-BY.
               10  RV-BB-YEAR      PIC 9(4).
               10  RV-BB-MONTH     PIC 99.
               10  RV-BB-DAY       PIC 99.

      *    EVERY RECEIPT ON THE FILE.  RC-STATUS IS P = POSTED,
      *    X = REJECTED AND CARRIED.

       01  RECEIPT-TABLE-FIELDS.
           05  WS-RC-COUNT         PIC S9(4)   VALUE 0.
           05  WS-RC-SUB           PIC S9(4)   VALUE 0.

       01  RECEIPT-TABLE-AREA.
           05  RECEIPT-TABLE OCCURS 1000 TIMES INDEXED BY RC-IDX.
               10  RC-IMAGE        PIC X(29).
               10  RC-STATUS       PIC X.

      *    EVERY RMA LINE, UPDATED WITH THE CASES RECEIVED AND
      *    WRITTEN BACK TO PR3RMA.TXT AT THE END OF THE RUN.

       01  RMA-TABLE-FIELDS.
           05  WS-RT-COUNT         PIC S9(4)   VALUE 0.
           05  WS-RT-SUB           PIC S9(4)   VALUE 0.
           05  WS-RT-HIT           PIC S9(4)   VALUE 0.

       01  RMA-TABLE-AREA.
           05  RMA-TABLE OCCURS 1000 TIMES INDEXED BY RT-IDX.
               10  RT-RMA-KEY.
                   15  RT-RMA-NO       PIC 9(6).
                   15  RT-LINE-NO      PIC 9(2).
               10  RT-ORDER-NO     PIC 9(6).
               10  RT-CUSTOMER-NO  PIC X(6).
               10  RT-CUSTOMER     PIC X(20).
               10  RT-WAREHOUSE-ID PIC X(4).
               10  RT-VENDOR-ID    PIC X(1).
               10  RT-CANDY-ID     PIC X(3).
               10  RT-OCCURRENCE   PIC 9.
               10  RT-AUTH-CASES   PIC 9(4).
               10  RT-RECEIVED     PIC 9(4).
               10  RT-REASON-CODE  PIC X(2).
               10  RT-STATUS       PIC X.
               10  RT-IMAGE        PIC X(108).

       01  POSTING-FIELDS.
           05  WS-OCC-SUB          PIC 9       VALUE 0.
           05  WS-OLD-CASES        PIC S9(4)   VALUE 0.
           05  WS-NEW-CASES        PIC S9(5)   VALUE 0.
           05  WS-REJECT-REASON    PIC X(31)   VALUE SPACES.

       01  LOT-TABLE-FIELDS.
           05  WS-LOT-COUNT        PIC S9(4)   VALUE 0.
           05  WS-LS-SUB           PIC S9(4)   VALUE 0.
           05  WS-LS-HIT           PIC S9(4)   VALUE 0.
           05  WS-LOT-TOTAL        PIC S9(5)   VALUE 0.
           05  WS-LOT-TARGET       PIC S9(5)   VALUE 0.
           05  WS-LOT-QTY          PIC S9(5)   VALUE 0.
           05  WS-LOT-PIECE        PIC S9(5)   VALUE 0.
           05  WS-LOT-NUMBER       PIC X(8)    VALUE SPACES.
           05  WS-LOT-BEST-BY      PIC 9(8)    VALUE 0.
           05  WS-UNLOTTED         PIC X(8)    VALUE 'UNLOTTED'.
           05  WS-LOT-EOF          PIC X       VALUE ' '.
               88  LOTS-DONE                   VALUE 'N'.
           05  WS-LOTS-EMPTY       PIC X(3)    VALUE 'NO'.
               88  LOTS-ARE-EMPTY              VALUE 'YES'.

       01  WS-LOT-PREFIX.
           05  WS-LOT-WAREHOUSE    PIC X(4).
           05  WS-LOT-VENDOR       PIC X(1).
           05  WS-LOT-CANDY        PIC X(3).
           05  WS-LOT-OCCURRENCE   PIC 9.

      *    THE LOTS OF ONE KEY/OCCURRENCE WHILE A RESTOCK LANDS IN
      *    THEM.  THE BEST-BY DATE LEADS THE FEFO KEY SO THE LOT
      *    THAT EXPIRES FIRST IS ALSO THE LOWEST KEY.

       01  LOT-TABLE-AREA.
           05  LOT-TABLE OCCURS 99 TIMES.
               10  LS-FEFO-KEY.
                   15  LS-BEST-BY      PIC 9(8).
                   15  LS-LOT-NUMBER   PIC X(8).
               10  LS-RECEIVED     PIC 9(8).
               10  LS-CASES        PIC S9(5).
               10  LS-ON-FILE      PIC X.

      *********************** OUTPUT AREA ****************************

       01  REGISTER-HEADING-ONE.
           05              PIC X(18)   VALUE 'RETURNS REGISTER'.
           05              PIC X(5)    VALUE 'FOR '.
           05  RH-DAY          PIC 99.
           05                  PIC X       VALUE '/'.
           05  RH-MONTH        PIC 99.
           05                  PIC X       VALUE '/'.
           05  RH-YEAR         PIC 9(4).
           05                  PIC X(47)   VALUE SPACES.

       01  REGISTER-HEADING-TWO.
           05                  PIC X(10)  VALUE 'RMA/LN'.
           05                  PIC X(7)   VALUE 'ORDER'.
           05                  PIC X(5)   VALUE 'WHSE'.
           05                  PIC X(2)   VALUE 'V'.
           05                  PIC X(4)   VALUE 'CAN'.
           05                  PIC X(3)   VALUE 'O'.
           05                  PIC X(9)   VALUE 'DISPOSE'.
           05                  PIC X(6)   VALUE ' QTY'.
           05                  PIC X(6)   VALUE ' OLD'.
           05                  PIC X(6)   VALUE ' NEW'.
           05                  PIC X(10)  VALUE 'LOT'.
           05                  PIC X(12)  VALUE 'RS'.

       01  REGISTER-LINE.
           05  RL-RMA-NO       PIC 9(6).
           05                  PIC X      VALUE '/'.
           05  RL-LINE-NO      PIC 99.
           05                  PIC X(1)   VALUE SPACES.
           05  RL-ORDER-NO     PIC 9(6).
           05                  PIC X(1)   VALUE SPACES.
           05  RL-WAREHOUSE    PIC X(4).
           05                  PIC X(1)   VALUE SPACES.
           05  RL-VENDOR       PIC X(1).
           05                  PIC X(1)   VALUE SPACES.
           05  RL-CANDY        PIC X(3).
           05                  PIC X(1)   VALUE SPACES.
           05  RL-OCCURRENCE   PIC 9.
           05                  PIC X(2)   VALUE SPACES.
           05  RL-DISPOSITION  PIC X(8).
           05                  PIC X(1)   VALUE SPACES.
           05  RL-QTY          PIC ZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  RL-OLD-CASES    PIC ZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  RL-NEW-CASES    PIC ZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  RL-LOT          PIC X(8).
           05                  PIC X(2)   VALUE SPACES.
           05  RL-REASON       PIC X(2).
           05                  PIC X(10)  VALUE SPACES.

       01  WAREHOUSE-SECTION-LINE.
           05                  PIC X(11)  VALUE 'WAREHOUSE: '.
           05  WL-WAREHOUSE    PIC X(4).
           05                  PIC X(2)   VALUE SPACES.
           05  WL-NAME         PIC X(20).
           05                  PIC X(43)  VALUE SPACES.

       01  REJECT-HEADING.
           05                  PIC X(22)  VALUE 'REJECTED RETURNS'.
           05                  PIC X(30)  VALUE 'RECORD'.
           05                  PIC X(28)  VALUE 'REASON'.

       01  REJECT-LINE.
           05                  PIC X(18)  VALUE SPACES.
           05  RJ-RECORD       PIC X(29).
           05                  PIC X(2)   VALUE SPACES.
           05  RJ-REASON       PIC X(31).

       01  REGISTER-TOTAL-LINE.
           05                  PIC X(15)  VALUE 'RECEIPTS READ:'.
           05  RG-READ         PIC ZZZ,ZZ9.
           05                  PIC X(10)  VALUE '  POSTED: '.
           05  RG-POSTED       PIC ZZZ,ZZ9.
           05                  PIC X(12)  VALUE '  REJECTED: '.
           05  RG-REJECTED     PIC ZZZ,ZZ9.
           05                  PIC X(22)  VALUE SPACES.

       01  REGISTER-CASES-LINE.
           05                  PIC X(18)  VALUE 'CASES RESTOCKED: '.
           05  RG-RESTOCKED    PIC Z,ZZZ,ZZ9.
           05                  PIC X(20)  VALUE
               '  WRITTEN OFF: '.
           05  RG-WRITTEN-OFF  PIC Z,ZZZ,ZZ9.
           05                  PIC X(24)  VALUE SPACES.

      ************************** PROCEDURE-DIVISION ******************

       PROCEDURE DIVISION.

       50-CONTROL-MODULE.

           PERFORM 100-HOUSEKEEPING-ROUTINE

           IF POSTING-CAN-RUN AND WS-RC-COUNT > 0
               PERFORM 200-POST-ALL-RECEIPTS
               PERFORM 800-CARRY-THE-REJECTS
               PERFORM 850-REWRITE-THE-RMA-FILE
           END-IF

           PERFORM 900-PRINT-FINAL-TOTAL
           PERFORM 1000-FINAL-ROUTINE

           .

       100-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT REGISTER-FILE
                OUTPUT REJECT-FILE

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DAY   TO RH-DAY
           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-YEAR  TO RH-YEAR

           MOVE REGISTER-HEADING-ONE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-HEADING-TWO TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE REJECT-HEADING TO REJECT-RECORD
           WRITE REJECT-RECORD

           PERFORM 170-LOAD-WAREHOUSE-TABLE
           PERFORM 130-LOAD-RMA-TABLE
           PERFORM 140-LOAD-RECEIPTS

           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE 'YES' TO WS-MASTER-OPENED
           ELSE
               DISPLAY 'PR3MAST.DAT COULD NOT BE OPENED - STATUS '
                   WS-MASTER-STATUS ' - RUN CONVRT3 FIRST'
               MOVE 'NO' TO WS-RUN-OK
           END-IF

           OPEN I-O LOT-FILE
           IF WS-LOT-STATUS = '35'
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF
           IF WS-LOT-STATUS = '00'
               MOVE 'YES' TO WS-LOT-OPENED
           ELSE
               DISPLAY 'PR3LOT.DAT COULD NOT BE OPENED - STATUS '
                   WS-LOT-STATUS ' - LOTS WILL NOT BE UPDATED'
           END-IF

           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF

           OPEN EXTEND CREDIT-FILE
           IF WS-CREDIT-STATUS = '35'
               OPEN OUTPUT CREDIT-FILE
           END-IF

           .

       130-LOAD-RMA-TABLE.

           OPEN INPUT RMA-FILE

           IF WS-RMA-STATUS = '35'
               DISPLAY 'PR3RMA.TXT NOT FOUND - EVERY RECEIPT WILL '
                   'BE REJECTED'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ RMA-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 135-ADD-RMA-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RMA-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       135-ADD-RMA-ENTRY.

      *    THE WHOLE RECORD IS KEPT SO THE FILE CAN BE REWRITTEN
      *    WITH THE NEW CASES RECEIVED.  IF THE TABLE OVERFLOWS
      *    NOTHING IS POSTED, SO NO RMA LINE IS LOST.

           IF WS-RT-COUNT >= 1000
               IF POSTING-CAN-RUN
                   DISPLAY 'PR3RMA.TXT HOLDS MORE THAN 1000 LINES - '
                       'NOTHING POSTED, FILES LEFT AS THEY ARE'
               END-IF
               MOVE 'NO' TO WS-RUN-OK
           ELSE
               ADD 1 TO WS-RT-COUNT
               SET RT-IDX TO WS-RT-COUNT
               MOVE RM-RMA-NO       TO RT-RMA-NO(RT-IDX)
               MOVE RM-LINE-NO      TO RT-LINE-NO(RT-IDX)
               MOVE RM-ORDER-NO     TO RT-ORDER-NO(RT-IDX)
               MOVE RM-CUSTOMER-NO  TO RT-CUSTOMER-NO(RT-IDX)
               MOVE RM-CUSTOMER     TO RT-CUSTOMER(RT-IDX)
               MOVE RM-WAREHOUSE-ID TO RT-WAREHOUSE-ID(RT-IDX)
               MOVE RM-VENDOR-ID    TO RT-VENDOR-ID(RT-IDX)
               MOVE RM-CANDY-ID     TO RT-CANDY-ID(RT-IDX)
               MOVE RM-OCCURRENCE   TO RT-OCCURRENCE(RT-IDX)
               MOVE RM-AUTH-CASES   TO RT-AUTH-CASES(RT-IDX)
               MOVE RM-RECEIVED     TO RT-RECEIVED(RT-IDX)
               MOVE RM-REASON-CODE  TO RT-REASON-CODE(RT-IDX)
               MOVE RM-STATUS       TO RT-STATUS(RT-IDX)
               MOVE RMA-RECORD      TO RT-IMAGE(RT-IDX)
           END-IF

           .

       140-LOAD-RECEIPTS.

           OPEN INPUT RECEIPT-FILE

           IF WS-RECEIPT-STATUS = '35'
               DISPLAY 'PR3RTNRCV.TXT NOT FOUND - NOTHING TO POST'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ RECEIPT-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           ADD 1 TO WS-RECEIPTS-READ
                           PERFORM 145-ADD-RECEIPT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       145-ADD-RECEIPT-ENTRY.

           IF WS-RC-COUNT >= 1000
               IF POSTING-CAN-RUN
                   DISPLAY 'PR3RTNRCV.TXT HOLDS MORE THAN 1000 '
                       'LINES - NOTHING POSTED, FILES LEFT AS THEY '
                       'ARE'
               END-IF
               MOVE 'NO' TO WS-RUN-OK
           ELSE
               ADD 1 TO WS-RC-COUNT
               SET RC-IDX TO WS-RC-COUNT
               MOVE RECEIPT-RECORD TO RC-IMAGE(RC-IDX)
               MOVE 'X'            TO RC-STATUS(RC-IDX)
           END-IF

           .

       170-LOAD-WAREHOUSE-TABLE.

           OPEN INPUT WAREHOUSE-FILE

           IF WS-WHSE-STATUS = '35'
               DISPLAY 'PR3WHSE.TXT NOT FOUND - WAREHOUSE-IDS WILL '
                   'NOT BE PROVED AGAINST THE WAREHOUSE MASTER'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ WAREHOUSE-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           IF WS-WH-COUNT < 20
                               ADD 1 TO WS-WH-COUNT
                               SET WH-IDX TO WS-WH-COUNT
                               MOVE WM-WAREHOUSE-ID
                                   TO WH-WAREHOUSE-ID(WH-IDX)
                               MOVE WM-STATUS
                                   TO WH-STATUS(WH-IDX)
                               MOVE WM-WAREHOUSE-NAME
                                   TO WH-NAME(WH-IDX)
                           ELSE
                               DISPLAY 'PR3WHSE.TXT HAS MORE THAN '
                                   '20 ENTRIES - IGNORING: '
                                   WM-WAREHOUSE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       200-POST-ALL-RECEIPTS.

           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               SET RC-IDX TO WS-RC-SUB
               MOVE RC-IMAGE(RC-IDX) TO RECEIPT-WORK
               PERFORM 300-POST-ONE-RECEIPT
           END-PERFORM

           .

       300-POST-ONE-RECEIPT.

           MOVE 'YES'  TO WS-RECEIPT-OK
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 400-EDIT-RECEIPT

           IF RECEIPT-PASSED
               IF RETURN-RESTOCK
                   PERFORM 500-RESTOCK-THE-CASES
               ELSE
                   PERFORM 600-WRITE-OFF-THE-CASES
               END-IF
           END-IF

           IF RECEIPT-PASSED
               ADD RV-CASES TO RT-RECEIVED(RT-IDX)
               IF RT-RECEIVED(RT-IDX) >= RT-AUTH-CASES(RT-IDX)
                   MOVE 'C' TO RT-STATUS(RT-IDX)
               END-IF
               MOVE 'P' TO RC-STATUS(RC-IDX)
               PERFORM 700-WRITE-REGISTER-LINE
               PERFORM 720-WRITE-LEDGER-LINE
               PERFORM 740-WRITE-CREDIT-LINE
               ADD 1 TO WS-RECEIPTS-POSTED
           ELSE
               PERFORM 750-WRITE-REJECT-LINE
               ADD 1 TO WS-RECEIPTS-REJECTED
           END-IF

           .

       400-EDIT-RECEIPT.

           EVALUATE TRUE
               WHEN RV-RMA-NO NOT NUMERIC
                 OR RV-LINE-NO NOT NUMERIC
                   MOVE 'RMA/LINE NOT NUMERIC' TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-RECEIPT-OK
               WHEN NOT DISPOSITION-VALID
                   MOVE 'DISPOSITION MUST BE R OR W'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-RECEIPT-OK
               WHEN RV-CASES NOT NUMERIC
                 OR RV-CASES = 0
                   MOVE 'CASES NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-RECEIPT-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF RECEIPT-PASSED AND RETURN-RESTOCK
              AND RV-LOT-NUMBER NOT = SPACES
               PERFORM 420-EDIT-THE-LOT
           END-IF

           IF RECEIPT-PASSED
               PERFORM 410-FIND-THE-RMA-LINE
               EVALUATE TRUE
                   WHEN WS-RT-HIT = 0
                       MOVE 'RMA LINE NOT ON PR3RMA.TXT'
                           TO WS-REJECT-REASON
                       MOVE 'NO' TO WS-RECEIPT-OK
                   WHEN RT-STATUS(RT-IDX) = 'C'
                       MOVE 'RMA LINE ALREADY COMPLETE'
                           TO WS-REJECT-REASON
                       MOVE 'NO' TO WS-RECEIPT-OK
                   WHEN RT-RECEIVED(RT-IDX) + RV-CASES
                           > RT-AUTH-CASES(RT-IDX)
                       MOVE 'MORE CASES THAN AUTHORIZED'
                           TO WS-REJECT-REASON
                       MOVE 'NO' TO WS-RECEIPT-OK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF RECEIPT-PASSED
               MOVE RT-WAREHOUSE-ID(RT-IDX) TO WS-CHECK-WAREHOUSE
               PERFORM 450-VALIDATE-WAREHOUSE
               EVALUATE TRUE
                   WHEN NOT WHSE-IS-VALID
                       MOVE 'WAREHOUSE NOT ON MASTER'
                           TO WS-REJECT-REASON
                       MOVE 'NO' TO WS-RECEIPT-OK
                   WHEN WHSE-IS-CLOSED AND RETURN-RESTOCK
                       MOVE 'WAREHOUSE CLOSED - CANNOT RESTOCK'
                           TO WS-REJECT-REASON
                       MOVE 'NO' TO WS-RECEIPT-OK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           .

       410-FIND-THE-RMA-LINE.

           MOVE 0 TO WS-RT-HIT

           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-COUNT
                   OR WS-RT-HIT > 0
               IF RT-RMA-KEY(WS-RT-SUB) = RV-RMA-KEY
                   MOVE WS-RT-SUB TO WS-RT-HIT
               END-IF
           END-PERFORM

           IF WS-RT-HIT > 0
               SET RT-IDX TO WS-RT-HIT
           END-IF

           .

       420-EDIT-THE-LOT.

      *    A NAMED LOT MAY GO BACK WITHOUT A BEST-BY DATE (IT KEEPS
      *    THE ONE ALREADY ON THE LOT FILE), BUT A DATE THAT IS
      *    GIVEN MUST BE A REAL ONE.

           EVALUATE TRUE
               WHEN RV-BEST-BY = SPACES
                   CONTINUE
               WHEN RV-BEST-BY NOT NUMERIC
                   MOVE 'BEST-BY DATE NOT NUMERIC'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-RECEIPT-OK
               WHEN RV-BEST-BY = 0
                   CONTINUE
               WHEN RV-BB-MONTH < 1 OR RV-BB-MONTH > 12
                 OR RV-BB-DAY < 1 OR RV-BB-DAY > 31
                 OR RV-BB-YEAR < 1900
                   MOVE 'BEST-BY DATE NOT VALID'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-RECEIPT-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

       450-VALIDATE-WAREHOUSE.

      *    PROVES WS-CHECK-WAREHOUSE AGAINST THE WAREHOUSE MASTER.
      *    WITH NO WAREHOUSE MASTER LOADED EVERY WAREHOUSE PASSES.

           MOVE 'NO' TO WS-WHSE-VALID
           MOVE 'NO' TO WS-WHSE-CLOSED

           IF WS-WH-COUNT = 0
               MOVE 'YES' TO WS-WHSE-VALID
           ELSE
               PERFORM VARYING WS-WH-SUB FROM 1 BY 1
                       UNTIL WS-WH-SUB > WS-WH-COUNT
                       OR WHSE-IS-VALID
                   SET WH-IDX TO WS-WH-SUB
                   IF WH-WAREHOUSE-ID(WH-IDX) = WS-CHECK-WAREHOUSE
                       MOVE 'YES' TO WS-WHSE-VALID
                       IF WH-STATUS(WH-IDX) = 'C'
                           MOVE 'YES' TO WS-WHSE-CLOSED
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           .

       500-RESTOCK-THE-CASES.

           PERFORM 510-READ-THE-MASTER

           IF RECEIPT-PASSED
               IF WS-OLD-CASES + RV-CASES > 9999
                   MOVE 'WOULD OVERFLOW MASTER CASES'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-RECEIPT-OK
               ELSE
                   COMPUTE WS-NEW-CASES = WS-OLD-CASES + RV-CASES
                   MOVE WS-NEW-CASES TO NUM-CASES(WS-OCC-SUB)
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           MOVE 'MASTER REWRITE FAILED'
                               TO WS-REJECT-REASON
                           MOVE 'NO' TO WS-RECEIPT-OK
                   END-REWRITE
               END-IF
           END-IF

           IF RECEIPT-PASSED AND LOT-IS-OPEN
               PERFORM 550-RESTOCK-THE-LOTS
           END-IF

           .

       510-READ-THE-MASTER.

           MOVE RT-WAREHOUSE-ID(RT-IDX) TO WAREHOUSE-ID
           MOVE RT-VENDOR-ID(RT-IDX)    TO VENDOR-ID
           MOVE RT-CANDY-ID(RT-IDX)     TO CANDY-ID

           READ MASTER-FILE
               INVALID KEY
                   MOVE 'KEY NOT ON MASTER' TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-RECEIPT-OK
               NOT INVALID KEY
                   MOVE RT-OCCURRENCE(RT-IDX) TO WS-OCC-SUB
                   EVALUATE TRUE
                       WHEN WS-OCC-SUB < 1 OR WS-OCC-SUB > 5
                           MOVE 'OCCURRENCE NOT 1-5'
                               TO WS-REJECT-REASON
                           MOVE 'NO' TO WS-RECEIPT-OK
                       WHEN CANDY-NAME(WS-OCC-SUB) = SPACES
                           MOVE 'OCCURRENCE NOT ON MASTER'
                               TO WS-REJECT-REASON
                           MOVE 'NO' TO WS-RECEIPT-OK
                       WHEN NUM-CASES(WS-OCC-SUB) NOT NUMERIC
                           MOVE 'MASTER CASES NOT NUMERIC'
                               TO WS-REJECT-REASON
                           MOVE 'NO' TO WS-RECEIPT-OK
                       WHEN OTHER
                           MOVE NUM-CASES(WS-OCC-SUB)
                               TO WS-OLD-CASES
                           MOVE WS-OLD-CASES TO WS-NEW-CASES
                   END-EVALUATE
           END-READ

           .

       550-RESTOCK-THE-LOTS.

      *    THE LOTS ARE TRUED UP TO THE CASES BEFORE THE RETURN,
      *    THEN THE RETURNED CASES GO BACK INTO THEIR LOT.

           MOVE RT-WAREHOUSE-ID(RT-IDX) TO WS-LOT-WAREHOUSE
           MOVE RT-VENDOR-ID(RT-IDX)    TO WS-LOT-VENDOR
           MOVE RT-CANDY-ID(RT-IDX)     TO WS-LOT-CANDY
           MOVE RT-OCCURRENCE(RT-IDX)   TO WS-LOT-OCCURRENCE
           MOVE WS-OLD-CASES            TO WS-LOT-TARGET

           PERFORM 801-LOAD-THE-LOTS
           PERFORM 803-TRUE-UP-THE-LOTS

           IF RV-LOT-NUMBER = SPACES
               MOVE WS-UNLOTTED TO WS-LOT-NUMBER
               MOVE 0           TO WS-LOT-BEST-BY
           ELSE
               MOVE RV-LOT-NUMBER TO WS-LOT-NUMBER
               IF RV-BEST-BY = SPACES
                   MOVE 0          TO WS-LOT-BEST-BY
               ELSE
                   MOVE RV-BEST-BY TO WS-LOT-BEST-BY
               END-IF
           END-IF
           MOVE RV-CASES TO WS-LOT-QTY
           PERFORM 808-ADD-TO-LOT

           PERFORM 809-SAVE-THE-LOTS

           .

       600-WRITE-OFF-THE-CASES.

      *    NOTHING ON THE MASTER CHANGES - THE MASTER IS ONLY READ
      *    SO THE LEDGER LINE CAN SHOW THE CASES IT LEFT ALONE.

           PERFORM 510-READ-THE-MASTER

           .

       700-WRITE-REGISTER-LINE.

      *    THE WAREHOUSE IS NAMED ABOVE ITS FIRST RETURN AND AGAIN
      *    WHENEVER THE RETURNS MOVE TO ANOTHER WAREHOUSE.

           IF RT-WAREHOUSE-ID(RT-IDX) NOT = WS-PRINT-WAREHOUSE
               MOVE RT-WAREHOUSE-ID(RT-IDX) TO WS-PRINT-WAREHOUSE
               PERFORM 710-FIND-WAREHOUSE-NAME
               MOVE WS-PRINT-WAREHOUSE TO WL-WAREHOUSE
               MOVE WS-WAREHOUSE-NAME  TO WL-NAME
               MOVE WAREHOUSE-SECTION-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF

           MOVE RV-RMA-NO               TO RL-RMA-NO
           MOVE RV-LINE-NO              TO RL-LINE-NO
           MOVE RT-ORDER-NO(RT-IDX)     TO RL-ORDER-NO
           MOVE RT-WAREHOUSE-ID(RT-IDX) TO RL-WAREHOUSE
           MOVE RT-VENDOR-ID(RT-IDX)    TO RL-VENDOR
           MOVE RT-CANDY-ID(RT-IDX)     TO RL-CANDY
           MOVE RT-OCCURRENCE(RT-IDX)   TO RL-OCCURRENCE
           MOVE RV-CASES                TO RL-QTY
           MOVE WS-OLD-CASES            TO RL-OLD-CASES
           MOVE WS-NEW-CASES            TO RL-NEW-CASES
           MOVE RT-REASON-CODE(RT-IDX)  TO RL-REASON

           IF RETURN-RESTOCK
               MOVE 'RESTOCK'  TO RL-DISPOSITION
               IF RV-LOT-NUMBER = SPACES
                   MOVE WS-UNLOTTED   TO RL-LOT
               ELSE
                   MOVE RV-LOT-NUMBER TO RL-LOT
               END-IF
               ADD RV-CASES TO WS-CASES-RESTOCKED
           ELSE
               MOVE 'WRITEOFF' TO RL-DISPOSITION
               MOVE SPACES     TO RL-LOT
               ADD RV-CASES TO WS-CASES-WRITTEN-OFF
           END-IF

           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           .

       710-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WH-SUB FROM 1 BY 1
                   UNTIL WS-WH-SUB > WS-WH-COUNT
               SET WH-IDX TO WS-WH-SUB
               IF WH-WAREHOUSE-ID(WH-IDX) = WS-PRINT-WAREHOUSE
                   MOVE WH-NAME(WH-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       720-WRITE-LEDGER-LINE.

           MOVE WS-DATE-NUM             TO LG-DATE
           MOVE RT-WAREHOUSE-ID(RT-IDX) TO LG-WAREHOUSE-ID
           MOVE RT-VENDOR-ID(RT-IDX)    TO LG-VENDOR-ID
           MOVE RT-CANDY-ID(RT-IDX)     TO LG-CANDY-ID
           MOVE RT-OCCURRENCE(RT-IDX)   TO LG-OCCURRENCE
           MOVE 'RM'                    TO LG-REF-PREFIX
           MOVE RV-RMA-NO               TO LG-REF-RMA-NO
           MOVE RV-CASES                TO LG-QTY
           MOVE WS-OLD-CASES            TO LG-OLD-CASES
           MOVE WS-NEW-CASES            TO LG-NEW-CASES

           IF RETURN-RESTOCK
               MOVE 'RT' TO LG-TYPE
               MOVE '+'  TO LG-SIGN
           ELSE
               MOVE 'WO' TO LG-TYPE
               MOVE '-'  TO LG-SIGN
           END-IF

           WRITE LEDGER-RECORD

           .

       740-WRITE-CREDIT-LINE.

           MOVE WS-DATE-NUM             TO TC-DATE
           MOVE RV-RMA-NO               TO TC-RMA-NO
           MOVE RT-ORDER-NO(RT-IDX)     TO TC-ORDER-NO
           MOVE RT-CUSTOMER-NO(RT-IDX)  TO TC-CUSTOMER-NO
           MOVE RT-CUSTOMER(RT-IDX)     TO TC-CUSTOMER
           MOVE RT-WAREHOUSE-ID(RT-IDX) TO TC-WAREHOUSE-ID
           MOVE RT-VENDOR-ID(RT-IDX)    TO TC-VENDOR-ID
           MOVE RT-CANDY-ID(RT-IDX)     TO TC-CANDY-ID
           MOVE RT-OCCURRENCE(RT-IDX)   TO TC-OCCURRENCE
           MOVE RV-CASES                TO TC-CASES
           WRITE CREDIT-RECORD

           .

       750-WRITE-REJECT-LINE.

           MOVE SPACES           TO REJECT-LINE
           MOVE RC-IMAGE(RC-IDX) TO RJ-RECORD
           MOVE WS-REJECT-REASON TO RJ-REASON
           MOVE REJECT-LINE      TO REJECT-RECORD
           WRITE REJECT-RECORD

           .

       800-CARRY-THE-REJECTS.

      *    THE RECEIPT FILE IS REWRITTEN WITH ONLY THE REJECTED
      *    LINES, SO NOTHING POSTS TWICE AND NOTHING IS LOST.

           OPEN OUTPUT RECEIPT-FILE

           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               SET RC-IDX TO WS-RC-SUB
               IF RC-STATUS(RC-IDX) = 'X'
                   MOVE RC-IMAGE(RC-IDX) TO RECEIPT-RECORD
                   WRITE RECEIPT-RECORD
               END-IF
           END-PERFORM

           CLOSE RECEIPT-FILE

           .

       801-LOAD-THE-LOTS.

           MOVE 0             TO WS-LOT-COUNT
           MOVE WS-LOT-PREFIX TO LT-PREFIX
           MOVE LOW-VALUES    TO LT-LOT-NUMBER
           MOVE ' '           TO WS-LOT-EOF

           START LOT-FILE KEY IS NOT LESS THAN LT-KEY
               INVALID KEY
                   MOVE 'N' TO WS-LOT-EOF
           END-START

           PERFORM UNTIL LOTS-DONE
               READ LOT-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-LOT-EOF
                   NOT AT END
                       IF LT-PREFIX NOT = WS-LOT-PREFIX
                           MOVE 'N' TO WS-LOT-EOF
                       ELSE
                           PERFORM 802-ADD-LOT-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           .

       802-ADD-LOT-ENTRY.

           IF WS-LOT-COUNT < 99
               ADD 1 TO WS-LOT-COUNT
               MOVE LT-LOT-NUMBER TO LS-LOT-NUMBER(WS-LOT-COUNT)
               MOVE LT-BEST-BY    TO LS-BEST-BY(WS-LOT-COUNT)
               MOVE LT-RECEIVED   TO LS-RECEIVED(WS-LOT-COUNT)
               MOVE LT-CASES      TO LS-CASES(WS-LOT-COUNT)
               MOVE 'Y'           TO LS-ON-FILE(WS-LOT-COUNT)
           ELSE
               DISPLAY 'MORE THAN 99 LOTS FOR ' WS-LOT-PREFIX
                   ' - IGNORING LOT ' LT-LOT-NUMBER
           END-IF

           .

       803-TRUE-UP-THE-LOTS.

      *    LOTS SHORT OF THE MASTER ARE MADE UP IN THE UNLOTTED LOT.
      *    LOTS OVER THE MASTER ARE DRAWN DOWN FIRST-EXPIRING FIRST.

           MOVE 0 TO WS-LOT-TOTAL
           PERFORM VARYING WS-LS-SUB FROM 1 BY 1
                   UNTIL WS-LS-SUB > WS-LOT-COUNT
               ADD LS-CASES(WS-LS-SUB) TO WS-LOT-TOTAL
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-LOT-TOTAL < WS-LOT-TARGET
                   MOVE WS-UNLOTTED TO WS-LOT-NUMBER
                   MOVE 0           TO WS-LOT-BEST-BY
                   COMPUTE WS-LOT-QTY = WS-LOT-TARGET - WS-LOT-TOTAL
                   PERFORM 808-ADD-TO-LOT
               WHEN WS-LOT-TOTAL > WS-LOT-TARGET
                   MOVE SPACES TO WS-LOT-NUMBER
                   COMPUTE WS-LOT-QTY = WS-LOT-TOTAL - WS-LOT-TARGET
                   PERFORM 804-DRAW-THE-LOTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .

       804-DRAW-THE-LOTS.

      *    TAKES WS-LOT-QTY OUT OF THE TABLE - THE LOT NAMED IN
      *    WS-LOT-NUMBER FIRST WHEN THERE IS ONE, THEN WHICHEVER
      *    LOT EXPIRES FIRST, UNTIL THE QUANTITY IS COVERED.

           IF WS-LOT-NUMBER NOT = SPACES
               PERFORM 807-FIND-THE-LOT
               IF WS-LS-HIT > 0
                   PERFORM 805-TAKE-FROM-THE-LOT
               END-IF
           END-IF

           MOVE 'NO' TO WS-LOTS-EMPTY
           PERFORM UNTIL WS-LOT-QTY = 0 OR LOTS-ARE-EMPTY
               PERFORM 806-FIND-FIRST-EXPIRING
               IF WS-LS-HIT > 0
                   PERFORM 805-TAKE-FROM-THE-LOT
               END-IF
           END-PERFORM

           .

       805-TAKE-FROM-THE-LOT.

           IF LS-CASES(WS-LS-HIT) < WS-LOT-QTY
               MOVE LS-CASES(WS-LS-HIT) TO WS-LOT-PIECE
           ELSE
               MOVE WS-LOT-QTY TO WS-LOT-PIECE
           END-IF
           SUBTRACT WS-LOT-PIECE FROM LS-CASES(WS-LS-HIT)
           SUBTRACT WS-LOT-PIECE FROM WS-LOT-QTY

           .

       806-FIND-FIRST-EXPIRING.

           MOVE 0 TO WS-LS-HIT
           PERFORM VARYING WS-LS-SUB FROM 1 BY 1
                   UNTIL WS-LS-SUB > WS-LOT-COUNT
               IF LS-CASES(WS-LS-SUB) > 0
                   IF WS-LS-HIT = 0
                       MOVE WS-LS-SUB TO WS-LS-HIT
                   ELSE
                       IF LS-FEFO-KEY(WS-LS-SUB)
                          < LS-FEFO-KEY(WS-LS-HIT)
                           MOVE WS-LS-SUB TO WS-LS-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-LS-HIT = 0
               MOVE 'YES' TO WS-LOTS-EMPTY
           END-IF

           .

       807-FIND-THE-LOT.

           MOVE 0 TO WS-LS-HIT
           PERFORM VARYING WS-LS-SUB FROM 1 BY 1
                   UNTIL WS-LS-SUB > WS-LOT-COUNT
                   OR WS-LS-HIT > 0
               IF LS-LOT-NUMBER(WS-LS-SUB) = WS-LOT-NUMBER
                   MOVE WS-LS-SUB TO WS-LS-HIT
               END-IF
           END-PERFORM

           .

       808-ADD-TO-LOT.

      *    A LOT RECEIVED AGAIN KEEPS THE EARLIER OF ITS TWO
      *    BEST-BY DATES.

           PERFORM 807-FIND-THE-LOT

           IF WS-LS-HIT > 0
               ADD WS-LOT-QTY TO LS-CASES(WS-LS-HIT)
               IF WS-LOT-BEST-BY > 0
                  AND (LS-BEST-BY(WS-LS-HIT) = 0
                   OR WS-LOT-BEST-BY < LS-BEST-BY(WS-LS-HIT))
                   MOVE WS-LOT-BEST-BY TO LS-BEST-BY(WS-LS-HIT)
               END-IF
           ELSE
               IF WS-LOT-COUNT < 99
                   ADD 1 TO WS-LOT-COUNT
                   MOVE WS-LOT-NUMBER  TO LS-LOT-NUMBER(WS-LOT-COUNT)
                   MOVE WS-LOT-BEST-BY TO LS-BEST-BY(WS-LOT-COUNT)
                   MOVE WS-DATE-NUM    TO LS-RECEIVED(WS-LOT-COUNT)
                   MOVE WS-LOT-QTY     TO LS-CASES(WS-LOT-COUNT)
                   MOVE 'N'            TO LS-ON-FILE(WS-LOT-COUNT)
               ELSE
                   DISPLAY 'MORE THAN 99 LOTS FOR ' WS-LOT-PREFIX
                       ' - LOT ' WS-LOT-NUMBER ' NOT RECORDED'
               END-IF
           END-IF

           MOVE 0 TO WS-LOT-QTY

           .

       809-SAVE-THE-LOTS.

      *    A LOT DRAWN TO ZERO COMES OFF THE FILE.

           PERFORM VARYING WS-LS-SUB FROM 1 BY 1
                   UNTIL WS-LS-SUB > WS-LOT-COUNT
               MOVE WS-LOT-PREFIX             TO LT-PREFIX
               MOVE LS-LOT-NUMBER(WS-LS-SUB)  TO LT-LOT-NUMBER
               MOVE LS-BEST-BY(WS-LS-SUB)     TO LT-BEST-BY
               MOVE LS-RECEIVED(WS-LS-SUB)    TO LT-RECEIVED
               MOVE LS-CASES(WS-LS-SUB)       TO LT-CASES
               EVALUATE TRUE
                   WHEN LS-CASES(WS-LS-SUB) = 0
                    AND LS-ON-FILE(WS-LS-SUB) = 'Y'
                       DELETE LOT-FILE
                           INVALID KEY
                               DISPLAY 'LOT DELETE FAILED FOR '
                                   LT-KEY ' - STATUS ' WS-LOT-STATUS
                       END-DELETE
                   WHEN LS-CASES(WS-LS-SUB) = 0
                       CONTINUE
                   WHEN LS-ON-FILE(WS-LS-SUB) = 'Y'
                       REWRITE LOT-RECORD
                           INVALID KEY
                               DISPLAY 'LOT REWRITE FAILED FOR '
                                   LT-KEY ' - STATUS ' WS-LOT-STATUS
                       END-REWRITE
                   WHEN OTHER
                       WRITE LOT-RECORD
                           INVALID KEY
                               DISPLAY 'LOT WRITE FAILED FOR '
                                   LT-KEY ' - STATUS ' WS-LOT-STATUS
                       END-WRITE
               END-EVALUATE
           END-PERFORM

           .

       850-REWRITE-THE-RMA-FILE.

           OPEN OUTPUT RMA-FILE

           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-COUNT
               SET RT-IDX TO WS-RT-SUB
               MOVE RT-IMAGE(RT-IDX)    TO RMA-RECORD
               MOVE RT-RECEIVED(RT-IDX) TO RM-RECEIVED
               MOVE RT-STATUS(RT-IDX)   TO RM-STATUS
               WRITE RMA-RECORD
           END-PERFORM

           CLOSE RMA-FILE

           .

       900-PRINT-FINAL-TOTAL.

           MOVE WS-RECEIPTS-READ     TO RG-READ
           MOVE WS-RECEIPTS-POSTED   TO RG-POSTED
           MOVE WS-RECEIPTS-REJECTED TO RG-REJECTED
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-CASES-RESTOCKED   TO RG-RESTOCKED
           MOVE WS-CASES-WRITTEN-OFF TO RG-WRITTEN-OFF
           MOVE REGISTER-CASES-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           IF NOT POSTING-CAN-RUN
               MOVE ' RUN STOPPED - NOTHING POSTED THIS RUN'
                   TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF

           DISPLAY 'RTNPST3 COMPLETE - READ ' WS-RECEIPTS-READ
               ' POSTED ' WS-RECEIPTS-POSTED
               ' REJECTED ' WS-RECEIPTS-REJECTED

           .

       1000-FINAL-ROUTINE.

           IF MASTER-IS-OPEN
               CLOSE MASTER-FILE
           END-IF
           IF LOT-IS-OPEN
               CLOSE LOT-FILE
           END-IF
           CLOSE REGISTER-FILE
                 REJECT-FILE
                 LEDGER-FILE
                 CREDIT-FILE
           STOP RUN

           .
