      ********************* IDENTIFICATION-DIVISION ******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVOIC3.
       AUTHOR.      SBANJARA.

      ****************************************************************
      *
      *  CUSTOMER INVOICING RUN.  READS THE POSTED SHIPMENTS
      *  AWAITING INVOICING, PR3TOBILL.TXT, THAT POST3 APPENDS TO
      *  FOR EVERY S TRANSACTION IT POSTS AGAINST A CUSTOMER ORDER
      *  (REFERENCE = OR PLUS THE ORDER NUMBER, AS ALLOC3 WRITES
      *  THEM), AND BILLS EACH ORDER'S SHIPPED LINES ON ONE
      *  NUMBERED INVOICE.
      *
      *  POSTED SHIPMENT RECORD (29 CHARACTERS):
      *      TB-DATE          9(8)   DATE POSTED YYYYMMDD
      *      TB-REFERENCE     X(8)   OR PLUS THE ORDER NUMBER
      *      TB-WAREHOUSE-ID  X(4)   INVENTORY KEY
      *      TB-VENDOR-ID     X(1)
      *      TB-CANDY-ID      X(3)
      *      TB-OCCURRENCE    9      CANDY OCCURRENCE 1-5
      *      TB-CASES         9(4)   CASES SHIPPED
      *
      *  EACH LINE IS PRICED AT THE SELLING PRICE ON PR3SELL.TXT
      *  FOR ITS CANDY-ID AND THE BOX-SIZE OF ITS OCCURRENCE ON
      *  PR3MAST.DAT.  THE CUSTOMER IS FOUND BY ORDER NUMBER ON THE
      *  ORDER HISTORY PR3ORDHIST.TXT THAT ALLOC3 WRITES, AND THE
      *  BILL-TO ADDRESS COMES FROM THE CUSTOMER MASTER PR3CUST.TXT.
      *  INVOICE NUMBERS COME FROM THE LAST-NUMBER FILE
      *  PR3INVNBR.TXT, THE SAME WAY ORDENT3 USES PR3ORDNBR.TXT.
      *
      *  A LINE WITH NO SELLING PRICE, NO KEY/OCCURRENCE ON THE
      *  MASTER, OR NO ORDER ON THE ORDER HISTORY IS NEVER BILLED
      *  AT ZERO - IT GOES TO THE EXCEPTION LIST AND IS CARRIED ON
      *  A REWRITTEN PR3TOBILL.TXT, SO IT BILLS ON THE FIRST RUN
      *  AFTER THE PRICE (OR WHATEVER WAS MISSING) IS PUT RIGHT.
      *  EVERY OTHER LINE IS TAKEN OFF PR3TOBILL.TXT ONCE BILLED.
      *
      *  EACH INVOICE TOTAL IS ADDED TO THE CUSTOMER'S OPEN BALANCE
      *  ON PR3CUST.TXT, WHICH ORDENT3 CHECKS AGAINST THE CREDIT
      *  LIMIT; PAYMENTS ARE TAKEN OFF IN CUSTMNT3.
      *
      *  THE SAME RUN ISSUES CREDIT MEMOS FOR THE CUSTOMER RETURNS
      *  RTNPST3 HAS POSTED, FROM THE CREDIT FEED PR3TOCRED.TXT
      *  (59 CHARACTERS - SEE RTNPST3).  EACH RMA OF AN ORDER GETS
      *  ONE CREDIT MEMO, PRICED AT THE CURRENT PR3SELL.TXT PRICE
      *  THE SAME WAY AS AN INVOICE, NUMBERED FROM THE SAME
      *  PR3INVNBR.TXT SEQUENCE, PRINTED AFTER THE INVOICES AND
      *  TAKEN OFF THE CUSTOMER'S OPEN BALANCE.  THE CUSTOMER COMES
      *  ON THE FEED ITSELF, SO A CREDIT DOES NOT NEED THE ORDER
      *  HISTORY.  A CREDIT LINE THAT CANNOT BE PRICED IS LISTED
      *  AS AN EXCEPTION MARKED CR AND CARRIED ON A REWRITTEN
      *  PR3TOCRED.TXT IN THE SAME WAY AS A SHIPMENT LINE.
      *
      *  OUTPUT: PR3INVOICE.TXT THE PRINTED INVOICES
      *          PR3INVREG.TXT  INVOICE REGISTER - ONE LINE PER
      *                         INVOICE WITH RUN TOTALS
      *          PR3AREXT.TXT   FIXED-FORMAT EXTRACT FOR THE AR
      *                         LEDGER SYSTEM, ONE RECORD PER
      *                         INVOICE OR CREDIT MEMO
      *                         (60 CHARACTERS):
      *              AR-RECORD-TYPE   X(2)   IN = INVOICE
      *                                      CM = CREDIT MEMO
      *              AR-INVOICE-NO    9(6)
      *              AR-INVOICE-DATE  9(8)   YYYYMMDD
      *              AR-CUSTOMER-NO   X(6)
      *              AR-ORDER-NO      9(6)
      *              AR-AMOUNT        S9(7)V99 SIGN LEADING
      *                                      SEPARATE, NEGATIVE
      *                                      FOR A CREDIT MEMO
      *              AR-CUSTOMER-NAME X(20)
      *              FILLER           X(2)
      *          PR3INVEXC.TXT  EXCEPTION LIST
      *
      *  WAREHOUSE NAMES ARE TAKEN FROM PR3WHSE.TXT.  EACH INVOICE
      *  NAMES THE SHIPPING WAREHOUSE ABOVE ITS LINES, AND EACH
      *  EXCEPTION LINE HAS THE WAREHOUSE NAME PRINTED UNDER IT.
      *
      *  IF THE SHIPMENT AND CREDIT FILES TOGETHER HOLD MORE LINES
      *  THAN THE RUN CAN TABLE, OR THE MASTER CANNOT BE OPENED,
      *  NOTHING IS BILLED OR CREDITED, PR3TOBILL.TXT AND
      *  PR3TOCRED.TXT ARE LEFT AS THEY ARE, AND RETURN-CODE 8 IS
      *  SET SO THE NIGHT3 CHAIN STOPS.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-FILE
               ASSIGN TO "PR3TOBILL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

           SELECT CREDIT-FILE
               ASSIGN TO "PR3TOCRED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.

           SELECT MASTER-FILE
               ASSIGN TO "PR3MAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SELL-PRICE-FILE
               ASSIGN TO "PR3SELL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELL-STATUS.

           SELECT ORDER-HIST-FILE
               ASSIGN TO "PR3ORDHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHIST-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "PR3CUST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT INVOICE-NUMBER-FILE
               ASSIGN TO "PR3INVNBR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVNBR-STATUS.

           SELECT INVOICE-FILE
               ASSIGN TO "PR3INVOICE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE
               ASSIGN TO "PR3INVREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AR-EXTRACT-FILE
               ASSIGN TO "PR3AREXT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE
               ASSIGN TO "PR3INVEXC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STEP-COUNT-FILE
               ASSIGN TO "PR3STEPCT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPCT-STATUS.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO "PR3WHSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-FILE-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
       FILE SECTION.

       FD  BILLING-FILE
           RECORD CONTAINS 29 CHARACTERS.

       01  BILLING-RECORD.
           05  TB-DATE           PIC 9(8).
           05  TB-REFERENCE.
               10  TB-REF-PREFIX PIC X(2).
               10  TB-ORDER-NO   PIC 9(6).
           05  TB-WAREHOUSE-ID   PIC X(4).
           05  TB-VENDOR-ID      PIC X(1).
           05  TB-CANDY-ID       PIC X(3).
           05  TB-OCCURRENCE     PIC 9.
           05  TB-CASES          PIC 9(4).

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

       FD  SELL-PRICE-FILE
           RECORD CONTAINS 9 CHARACTERS.

       01  SELL-PRICE-RECORD.
           05  SP-CANDY-ID       PIC X(3).
           05  SP-BOX-SIZE       PIC X.
           05  SP-SELL-PRICE     PIC 9(3)V99.

       FD  ORDER-HIST-FILE
           RECORD CONTAINS 61 CHARACTERS.

       01  ORDER-HIST-RECORD.
           05  OH-DATE           PIC 9(8).
           05  OH-ORDER-NO       PIC 9(6).
           05  OH-CUSTOMER       PIC X(20).
           05  OH-WAREHOUSE-ID   PIC X(4).
           05  OH-VENDOR-ID      PIC X(1).
           05  OH-CANDY-ID       PIC X(3).
           05  OH-OCCURRENCE     PIC 9.
           05  OH-CASES          PIC 9(4).
           05  OH-ALLOC          PIC 9(4).
           05  OH-BACK           PIC 9(4).
           05  OH-CUSTOMER-NO    PIC X(6).

       FD  CUSTOMER-FILE
           RECORD CONTAINS 146 CHARACTERS.

       01  CUSTOMER-RECORD.
           05  CU-CUSTOMER-NO     PIC 9(6).
           05  CU-CUSTOMER-NAME   PIC X(20).
           05  CU-BILL-ADDRESS    PIC X(30).
           05  CU-BILL-CITY-STATE PIC X(20).
           05  CU-SHIP-ADDRESS    PIC X(30).
           05  CU-SHIP-CITY-STATE PIC X(20).
           05  CU-CREDIT-LIMIT    PIC 9(7)V99.
           05  CU-OPEN-BALANCE    PIC S9(7)V99
                                  SIGN IS LEADING SEPARATE.
           05  CU-HOLD-FLAG       PIC X.

       FD  INVOICE-NUMBER-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  INVOICE-NUMBER-RECORD.
           05  IN-LAST-INVOICE-NO PIC 9(6).

       FD  INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  INVOICE-RECORD        PIC X(80).

       FD  REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD       PIC X(80).

       FD  AR-EXTRACT-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  AR-EXTRACT-RECORD.
           05  AR-RECORD-TYPE    PIC X(2).
           05  AR-INVOICE-NO     PIC 9(6).
           05  AR-INVOICE-DATE   PIC 9(8).
           05  AR-CUSTOMER-NO    PIC X(6).
           05  AR-ORDER-NO       PIC 9(6).
           05  AR-AMOUNT         PIC S9(7)V99
                                 SIGN IS LEADING SEPARATE.
           05  AR-CUSTOMER-NAME  PIC X(20).
           05                    PIC X(2).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  EXCEPTION-RECORD      PIC X(80).

       FD  STEP-COUNT-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  STEP-COUNT-RECORD.
           05  SC-STEP-NAME      PIC X(8).
           05  SC-COUNT-1        PIC 9(7).
           05  SC-COUNT-2        PIC 9(7).
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

       01  FLAG-AND-SWITCHES.
           05  EOF-FILE            PIC X       VALUE ' '.
               88  NO-MORE-DATA                VALUE 'N'.
           05  WS-RUN-OK           PIC X(3)    VALUE 'YES'.
               88  BILLING-CAN-RUN             VALUE 'YES'.
           05  WS-MASTER-OPENED    PIC X(3)    VALUE 'NO'.
               88  MASTER-IS-OPEN              VALUE 'YES'.
           05  WS-INVOICE-STARTED  PIC X(3)    VALUE 'NO'.
               88  INVOICE-IS-STARTED          VALUE 'YES'.
           05  WS-CUST-OVERFLOW    PIC X(3)    VALUE 'NO'.
               88  CUSTOMERS-OVERFLOWED        VALUE 'YES'.

       01  FILE-STATUS-FIELDS.
           05  WS-BILL-STATUS      PIC XX      VALUE SPACES.
           05  WS-CREDIT-STATUS    PIC XX      VALUE SPACES.
           05  WS-MASTER-STATUS    PIC XX      VALUE SPACES.
           05  WS-SELL-STATUS      PIC XX      VALUE SPACES.
           05  WS-ORDHIST-STATUS   PIC XX      VALUE SPACES.
           05  WS-CUST-STATUS      PIC XX      VALUE SPACES.
           05  WS-INVNBR-STATUS    PIC XX      VALUE SPACES.
           05  WS-STEPCT-STATUS    PIC XX      VALUE SPACES.

       01  WS-DATE.
           05  WS-YEAR             PIC 9999.
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-DATE-NUM REDEFINES WS-DATE PIC 9(8).

       01  CONTROL-TOTAL-FIELDS.
           05  WS-LINES-READ       PIC 9(6)    VALUE 0.
           05  WS-INVOICES-WRITTEN PIC 9(6)    VALUE 0.
           05  WS-LINES-BILLED     PIC 9(6)    VALUE 0.
           05  WS-CASES-BILLED     PIC 9(7)    VALUE 0.
           05  WS-DOLLARS-BILLED   PIC 9(9)V99 VALUE 0.
           05  WS-LINES-EXCEPTED   PIC 9(6)    VALUE 0.
           05  WS-CREDITS-WRITTEN  PIC 9(6)    VALUE 0.
           05  WS-CREDIT-LINES     PIC 9(6)    VALUE 0.
           05  WS-CASES-CREDITED   PIC 9(7)    VALUE 0.
           05  WS-DOLLARS-CREDITED PIC 9(9)V99 VALUE 0.

       01  INVOICE-FIELDS.
           05  WS-LAST-INVOICE-NO  PIC 9(6)    VALUE 0.
           05  WS-INV-SORT-KEY.
               10  WS-INV-KIND     PIC X       VALUE SPACE.
                   88  WRITING-CREDIT-MEMO     VALUE 'R'.
               10  WS-INV-ORDER-NO PIC 9(6)    VALUE 0.
               10  WS-INV-RMA-NO   PIC 9(6)    VALUE 0.
           05  WS-INV-CUSTOMER-NO  PIC X(6)    VALUE SPACES.
           05  WS-INV-CUSTOMER     PIC X(20)   VALUE SPACES.
           05  WS-INV-LINES        PIC 9(3)    VALUE 0.
           05  WS-INV-CASES        PIC 9(5)    VALUE 0.
           05  WS-INV-TOTAL        PIC 9(7)V99 VALUE 0.

       01  SELL-PRICE-FIELDS.
           05  WS-SELL-COUNT       PIC S9(4)   VALUE 0.
           05  WS-SP-SUB           PIC S9(4)   VALUE 0.

       01  SELL-PRICE-TABLE-AREA.
           05  SELL-PRICE-TABLE OCCURS 200 TIMES
                                INDEXED BY SP-IDX.
               10  SP-T-CANDY-ID   PIC X(3).
               10  SP-T-BOX-SIZE   PIC X.
               10  SP-T-SELL-PRICE PIC 9(3)V99.

       01  CUSTOMER-TABLE-FIELDS.
           05  WS-CU-COUNT         PIC S9(4)   VALUE 0.
           05  WS-CU-SUB           PIC S9(4)   VALUE 0.
           05  WS-CU-HIT           PIC S9(4)   VALUE 0.
           05  WS-BALANCES-CHANGED PIC 9(4)    VALUE 0.

       01  CUSTOMER-TABLE-AREA.
           05  CUSTOMER-TABLE OCCURS 500 TIMES INDEXED BY CU-IDX.
               10  CT-CUSTOMER-NO     PIC X(6).
               10  CT-NAME            PIC X(20).
               10  CT-BILL-ADDRESS    PIC X(30).
               10  CT-BILL-CITY-STATE PIC X(20).
               10  CT-OPEN-BALANCE    PIC S9(7)V99.
               10  CT-IMAGE           PIC X(146).

      *    ONE ENTRY PER POSTED SHIPMENT LINE AND PER RETURN TO BE
      *    CREDITED, SORTED SO EACH ORDER'S SHIPPED LINES COME
      *    TOGETHER FOR ITS INVOICE AND EACH RMA'S LINES FOR ITS
      *    CREDIT MEMO, INVOICES FIRST.  BT-KIND IS I = SHIPMENT,
      *    R = RETURN.  BT-STATUS IS B = BILLABLE, X = EXCEPTION.

       01  BILL-TABLE-FIELDS.
           05  WS-BT-COUNT         PIC S9(4)   VALUE 0.
           05  WS-BT-SUB           PIC S9(4)   VALUE 0.
           05  WS-BT-SUB2          PIC S9(4)   VALUE 0.

       01  BILL-TABLE-AREA.
           05  BILL-TABLE OCCURS 1000 TIMES INDEXED BY BT-IDX.
               10  BT-SORT-KEY.
                   15  BT-KIND         PIC X.
                       88  BT-CREDIT-LINE      VALUE 'R'.
                   15  BT-ORDER-NO     PIC 9(6).
                   15  BT-RMA-NO       PIC 9(6).
               10  BT-DATE         PIC 9(8).
               10  BT-WAREHOUSE-ID PIC X(4).
               10  BT-VENDOR-ID    PIC X(1).
               10  BT-CANDY-ID     PIC X(3).
               10  BT-OCCURRENCE   PIC 9.
               10  BT-CASES        PIC 9(4).
               10  BT-CANDY-NAME   PIC X(15).
               10  BT-BOX-SIZE     PIC X.
               10  BT-UNIT-PRICE   PIC 9(3)V99.
               10  BT-EXTENSION    PIC 9(7)V99.
               10  BT-OC-SUB       PIC 9(4).
               10  BT-STATUS       PIC X.
               10  BT-REASON       PIC X(31).
               10  BT-CUSTOMER-NO  PIC X(6).
               10  BT-CUSTOMER     PIC X(20).

       01  BILL-SWAP-ENTRY         PIC X(126).

      *    ONE ENTRY PER INVOICE OR CREDIT MEMO TO BE WRITTEN,
      *    FILLED IN WITH THE CUSTOMER FROM THE ORDER HISTORY, OR
      *    FOR A CREDIT MEMO FROM THE CREDIT FEED.

       01  ORDER-TABLE-FIELDS.
           05  WS-OC-COUNT         PIC S9(4)   VALUE 0.
           05  WS-OC-SUB           PIC S9(4)   VALUE 0.
           05  WS-OC-HIT           PIC S9(4)   VALUE 0.

       01  ORDER-TABLE-AREA.
           05  ORDER-TABLE OCCURS 1000 TIMES INDEXED BY OC-IDX.
               10  OC-ORDER-NO     PIC 9(6).
               10  OC-CUSTOMER-NO  PIC X(6).
               10  OC-CUSTOMER     PIC X(20).
               10  OC-FOUND        PIC X(3).

       01  WAREHOUSE-NAME-FIELDS.
           05  WS-WHSE-FILE-STATUS PIC XX      VALUE SPACES.
           05  WS-WN-COUNT         PIC S9(4)   VALUE 0.
           05  WS-WN-SUB           PIC S9(4)   VALUE 0.
           05  WS-WAREHOUSE-NAME   PIC X(20)   VALUE SPACES.
           05  WS-PRINT-WAREHOUSE  PIC X(4)    VALUE SPACES.
           05  WS-FIND-WAREHOUSE   PIC X(4)    VALUE SPACES.

       01  WAREHOUSE-NAME-TABLE-AREA.
           05  WAREHOUSE-NAME-TABLE OCCURS 20 TIMES
                                    INDEXED BY WN-IDX.
               10  WN-WAREHOUSE-ID PIC X(4).
               10  WN-NAME         PIC X(20).

       01  PRICING-FIELDS.
           05  WS-OCC-SUB          PIC 9       VALUE 0.
           05  WS-PRICE-FOUND      PIC X(3)    VALUE 'NO'.
               88  PRICE-WAS-FOUND             VALUE 'YES'.

      *********************** OUTPUT AREA ****************************

       01  INVOICE-HEADING-ONE.
           05  IH-TITLE    PIC X(12).
           05  IH-INVOICE-NO PIC 9(6).
           05              PIC X(6)   VALUE SPACES.
           05              PIC X(6)   VALUE 'ORDER '.
           05  IH-ORDER-NO PIC 9(6).
           05              PIC X(2)   VALUE SPACES.
           05  IH-RMA-LABEL PIC X(4).
           05  IH-RMA-NO   PIC X(6).
           05              PIC X(17)  VALUE SPACES.
           05              PIC X(5)   VALUE 'DATE '.
           05  IH-DAY      PIC 99.
           05              PIC X      VALUE '/'.
           05  IH-MONTH    PIC 99.
           05              PIC X      VALUE '/'.
           05  IH-YEAR     PIC 9(4).

       01  INVOICE-CUSTOMER-LINE.
           05              PIC X(9)   VALUE 'CUSTOMER '.
           05  IC-CUSTOMER-NO PIC X(6).
           05              PIC X(2)   VALUE SPACES.
           05  IC-NAME     PIC X(20).
           05              PIC X(43)  VALUE SPACES.

       01  INVOICE-BILL-TO-LINE.
           05              PIC X(9)   VALUE 'BILL TO  '.
           05  IB-ADDRESS  PIC X(30).
           05              PIC X(2)   VALUE SPACES.
           05  IB-CITY-STATE PIC X(20).
           05              PIC X(19)  VALUE SPACES.

       01  INVOICE-COLUMN-LINE.
           05              PIC X(6)   VALUE 'WHSE'.
           05              PIC X(3)   VALUE 'VN'.
           05              PIC X(6)   VALUE 'CANDY'.
           05              PIC X(4)   VALUE 'OCC'.
           05              PIC X(16)  VALUE 'NAME'.
           05              PIC X(4)   VALUE 'BOX'.
           05              PIC X(7)   VALUE 'CASES'.
           05              PIC X(12)  VALUE 'UNIT PRICE'.
           05              PIC X(22)  VALUE 'EXTENSION'.

       01  INVOICE-DETAIL-LINE.
           05  ID-WAREHOUSE    PIC X(4).
           05                  PIC X(2)   VALUE SPACES.
           05  ID-VENDOR       PIC X(1).
           05                  PIC X(2)   VALUE SPACES.
           05  ID-CANDY        PIC X(3).
           05                  PIC X(3)   VALUE SPACES.
           05  ID-OCC          PIC 9.
           05                  PIC X(3)   VALUE SPACES.
           05  ID-NAME         PIC X(15).
           05                  PIC X(1)   VALUE SPACES.
           05  ID-BOX          PIC X(1).
           05                  PIC X(3)   VALUE SPACES.
           05  ID-CASES        PIC ZZZ9.
           05                  PIC X(3)   VALUE SPACES.
           05  ID-UNIT-PRICE   PIC $$$9.99.
           05                  PIC X(5)   VALUE SPACES.
           05  ID-EXTENSION    PIC $$,$$$,$$9.99.
           05                  PIC X(9)   VALUE SPACES.

       01  WAREHOUSE-SECTION-LINE.
           05              PIC X(11)  VALUE 'WAREHOUSE: '.
           05  WH-WAREHOUSE PIC X(4).
           05              PIC X(2)   VALUE SPACES.
           05  WH-NAME     PIC X(20).
           05              PIC X(43)  VALUE SPACES.

       01  INVOICE-TOTAL-LINE.
           05              PIC X(41)  VALUE SPACES.
           05  IT-LABEL    PIC X(17).
           05  IT-TOTAL        PIC $$,$$$,$$9.99.
           05              PIC X(9)   VALUE SPACES.

       01  REGISTER-HEADING-ONE.
           05              PIC X(26)  VALUE 'INVOICE REGISTER FOR '.
           05  RH-DAY      PIC 99.
           05              PIC X      VALUE '/'.
           05  RH-MONTH    PIC 99.
           05              PIC X      VALUE '/'.
           05  RH-YEAR     PIC 9(4).
           05              PIC X(44)  VALUE SPACES.

       01  REGISTER-HEADING-TWO.
           05              PIC X(9)   VALUE 'INVOICE'.
           05              PIC X(8)   VALUE 'ORDER'.
           05              PIC X(9)   VALUE 'CUST NO'.
           05              PIC X(22)  VALUE 'CUSTOMER NAME'.
           05              PIC X(7)   VALUE 'LINES'.
           05              PIC X(9)   VALUE 'CASES'.
           05              PIC X(16)  VALUE 'AMOUNT'.

       01  REGISTER-LINE.
           05  RL-INVOICE-NO   PIC 9(6).
           05                  PIC X(3)   VALUE SPACES.
           05  RL-ORDER-NO     PIC 9(6).
           05                  PIC X(2)   VALUE SPACES.
           05  RL-CUSTOMER-NO  PIC X(6).
           05                  PIC X(3)   VALUE SPACES.
           05  RL-NAME         PIC X(20).
           05                  PIC X(2)   VALUE SPACES.
           05  RL-LINES        PIC ZZ9.
           05                  PIC X(4)   VALUE SPACES.
           05  RL-CASES        PIC ZZZZ9.
           05                  PIC X(4)   VALUE SPACES.
           05  RL-AMOUNT       PIC $$$,$$$,$$9.99.
           05  RL-CR           PIC X(2).

       01  REGISTER-TOTAL-LINE.
           05              PIC X(17)  VALUE 'INVOICES BILLED: '.
           05  RT-INVOICES     PIC ZZZ,ZZ9.
           05              PIC X(30)  VALUE SPACES.
           05  RT-CASES        PIC ZZZZZ9.
           05              PIC X(4)   VALUE SPACES.
           05  RT-AMOUNT       PIC $$$,$$$,$$9.99.
           05              PIC X(2)   VALUE SPACES.

       01  REGISTER-CREDIT-LINE.
           05              PIC X(17)  VALUE 'CREDIT MEMOS:    '.
           05  RC-CREDITS      PIC ZZZ,ZZ9.
           05              PIC X(30)  VALUE SPACES.
           05  RC-CASES        PIC ZZZZZ9.
           05              PIC X(4)   VALUE SPACES.
           05  RC-AMOUNT       PIC $$$,$$$,$$9.99.
           05              PIC X(2)   VALUE 'CR'.

       01  EXCEPTION-HEADING-ONE.
           05              PIC X(30)  VALUE
               'INVOICING EXCEPTIONS FOR '.
           05  EH-DAY      PIC 99.
           05              PIC X      VALUE '/'.
           05  EH-MONTH    PIC 99.
           05              PIC X      VALUE '/'.
           05  EH-YEAR     PIC 9(4).
           05              PIC X(40)  VALUE SPACES.

       01  EXCEPTION-HEADING-TWO.
           05              PIC X(8)   VALUE 'ORDER'.
           05              PIC X(6)   VALUE 'WHSE'.
           05              PIC X(3)   VALUE 'VN'.
           05              PIC X(6)   VALUE 'CANDY'.
           05              PIC X(4)   VALUE 'OCC'.
           05              PIC X(7)   VALUE 'CASES'.
           05              PIC X(12)  VALUE 'SHIPPED'.
           05              PIC X(34)  VALUE 'REASON'.

       01  EXCEPTION-LINE.
           05  EX-ORDER-NO     PIC 9(6).
           05                  PIC X(2)   VALUE SPACES.
           05  EX-WAREHOUSE    PIC X(4).
           05                  PIC X(2)   VALUE SPACES.
           05  EX-VENDOR       PIC X(1).
           05                  PIC X(2)   VALUE SPACES.
           05  EX-CANDY        PIC X(3).
           05                  PIC X(3)   VALUE SPACES.
           05  EX-OCC          PIC 9.
           05                  PIC X(3)   VALUE SPACES.
           05  EX-CASES        PIC ZZZ9.
           05                  PIC X(3)   VALUE SPACES.
           05  EX-SHIPPED      PIC X(10).
           05                  PIC X(2)   VALUE SPACES.
           05  EX-REASON       PIC X(34).

       01  EXCEPTION-NAME-LINE.
           05                  PIC X(8)   VALUE SPACES.
           05  EN-NAME         PIC X(20).
           05                  PIC X(52)  VALUE SPACES.

       01  EXCEPTION-TOTAL-LINE.
           05              PIC X(26)  VALUE 'LINES HELD FOR BILLING: '.
           05  ET-LINES        PIC ZZZ,ZZ9.
           05              PIC X(47)  VALUE SPACES.

      ************************** PROCEDURE-DIVISION ******************

       PROCEDURE DIVISION.

       50-CONTROL-MODULE.

           PERFORM 100-HOUSEKEEPING-ROUTINE

           IF BILLING-CAN-RUN AND WS-BT-COUNT > 0
               PERFORM 200-SORT-BILL-TABLE
               PERFORM 250-LIST-THE-ORDERS
               PERFORM 260-FIND-THE-CUSTOMERS
               PERFORM 300-PRICE-ALL-LINES
               PERFORM 500-WRITE-ALL-INVOICES
               PERFORM 700-CARRY-THE-EXCEPTIONS
               PERFORM 800-SAVE-CUSTOMER-BALANCES
               PERFORM 850-SAVE-LAST-INVOICE-NUMBER
           END-IF

           PERFORM 900-PRINT-FINAL-TOTAL
           PERFORM 1000-FINAL-ROUTINE

           .

       100-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT INVOICE-FILE
                OUTPUT REGISTER-FILE
                OUTPUT AR-EXTRACT-FILE
                OUTPUT EXCEPTION-FILE

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DAY   TO IH-DAY
           MOVE WS-MONTH TO IH-MONTH
           MOVE WS-YEAR  TO IH-YEAR
           MOVE WS-DAY   TO RH-DAY
           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-YEAR  TO RH-YEAR
           MOVE WS-DAY   TO EH-DAY
           MOVE WS-MONTH TO EH-MONTH
           MOVE WS-YEAR  TO EH-YEAR

           MOVE REGISTER-HEADING-ONE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-HEADING-TWO TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE EXCEPTION-HEADING-ONE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE EXCEPTION-HEADING-TWO TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           PERFORM 110-READ-LAST-INVOICE-NUMBER
           PERFORM 120-LOAD-SELL-TABLE
           PERFORM 130-LOAD-CUSTOMER-TABLE
           PERFORM 140-LOAD-BILLING-LINES
           PERFORM 150-LOAD-CREDIT-LINES
           PERFORM 160-LOAD-WAREHOUSE-NAMES

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               MOVE 'YES' TO WS-MASTER-OPENED
           ELSE
               DISPLAY 'PR3MAST.DAT COULD NOT BE OPENED - STATUS '
                   WS-MASTER-STATUS ' - NOTHING BILLED'
               MOVE 'NO' TO WS-RUN-OK
           END-IF

           IF NOT BILLING-CAN-RUN
               MOVE 8 TO RETURN-CODE
           END-IF

           .

       110-READ-LAST-INVOICE-NUMBER.

           OPEN INPUT INVOICE-NUMBER-FILE

           IF WS-INVNBR-STATUS = '35'
               MOVE 0 TO WS-LAST-INVOICE-NO
           ELSE
               READ INVOICE-NUMBER-FILE
                   AT END
                       MOVE 0 TO WS-LAST-INVOICE-NO
                   NOT AT END
                       IF IN-LAST-INVOICE-NO IS NUMERIC
                           MOVE IN-LAST-INVOICE-NO
                               TO WS-LAST-INVOICE-NO
                       ELSE
                           DISPLAY 'PR3INVNBR.TXT NOT NUMERIC - '
                               'RESTARTING INVOICE NUMBERS AT 1'
                           MOVE 0 TO WS-LAST-INVOICE-NO
                       END-IF
               END-READ
               CLOSE INVOICE-NUMBER-FILE
           END-IF

           .

       120-LOAD-SELL-TABLE.

           OPEN INPUT SELL-PRICE-FILE

           IF WS-SELL-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ SELL-PRICE-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 125-ADD-SELL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SELL-PRICE-FILE
               MOVE ' ' TO EOF-FILE
           ELSE
               DISPLAY 'PR3SELL.TXT NOT FOUND - EVERY LINE WILL '
                   'GO TO THE EXCEPTION LIST'
           END-IF

           .

       125-ADD-SELL-ENTRY.

           IF WS-SELL-COUNT < 200
               ADD 1 TO WS-SELL-COUNT
               SET SP-IDX TO WS-SELL-COUNT
               MOVE SP-CANDY-ID   TO SP-T-CANDY-ID(SP-IDX)
               MOVE SP-BOX-SIZE   TO SP-T-BOX-SIZE(SP-IDX)
               MOVE SP-SELL-PRICE TO SP-T-SELL-PRICE(SP-IDX)
           ELSE
               DISPLAY 'PR3SELL.TXT HAS MORE THAN 200 ENTRIES - '
                   'IGNORING: ' SP-CANDY-ID
           END-IF

           .

       130-LOAD-CUSTOMER-TABLE.

           OPEN INPUT CUSTOMER-FILE

           IF WS-CUST-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ CUSTOMER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 135-ADD-CUSTOMER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       135-ADD-CUSTOMER-ENTRY.

      *    THE WHOLE RECORD IS KEPT SO THE FILE CAN BE REWRITTEN
      *    WITH THE NEW OPEN BALANCES.  IF THE TABLE OVERFLOWS THE
      *    FILE IS NOT REWRITTEN AT ALL, SO NO CUSTOMER IS LOST.

           IF WS-CU-COUNT < 500
               ADD 1 TO WS-CU-COUNT
               SET CU-IDX TO WS-CU-COUNT
               MOVE CU-CUSTOMER-NO     TO CT-CUSTOMER-NO(CU-IDX)
               MOVE CU-CUSTOMER-NAME   TO CT-NAME(CU-IDX)
               MOVE CU-BILL-ADDRESS    TO CT-BILL-ADDRESS(CU-IDX)
               MOVE CU-BILL-CITY-STATE TO CT-BILL-CITY-STATE(CU-IDX)
               IF CU-OPEN-BALANCE IS NUMERIC
                   MOVE CU-OPEN-BALANCE TO CT-OPEN-BALANCE(CU-IDX)
               ELSE
                   MOVE 0 TO CT-OPEN-BALANCE(CU-IDX)
               END-IF
               MOVE CUSTOMER-RECORD    TO CT-IMAGE(CU-IDX)
           ELSE
               MOVE 'YES' TO WS-CUST-OVERFLOW
               DISPLAY 'PR3CUST.TXT HAS MORE THAN 500 ENTRIES - '
                   'OPEN BALANCES WILL NOT BE UPDATED'
           END-IF

           .

       140-LOAD-BILLING-LINES.

           OPEN INPUT BILLING-FILE

           IF WS-BILL-STATUS = '35'
               DISPLAY 'PR3TOBILL.TXT NOT FOUND - NOTHING TO BILL'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ BILLING-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           PERFORM 145-ADD-BILLING-LINE
                   END-READ
               END-PERFORM
               CLOSE BILLING-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       145-ADD-BILLING-LINE.

           IF WS-BT-COUNT >= 1000
               IF BILLING-CAN-RUN
                   DISPLAY 'PR3TOBILL.TXT HOLDS MORE THAN 1000 '
                       'LINES - NOTHING BILLED, FILE LEFT AS IT IS'
               END-IF
               MOVE 'NO' TO WS-RUN-OK
           ELSE
               ADD 1 TO WS-BT-COUNT
               SET BT-IDX TO WS-BT-COUNT
               MOVE 'I'             TO BT-KIND(BT-IDX)
               MOVE TB-ORDER-NO     TO BT-ORDER-NO(BT-IDX)
               MOVE 0               TO BT-RMA-NO(BT-IDX)
               MOVE TB-DATE         TO BT-DATE(BT-IDX)
               MOVE TB-WAREHOUSE-ID TO BT-WAREHOUSE-ID(BT-IDX)
               MOVE TB-VENDOR-ID    TO BT-VENDOR-ID(BT-IDX)
               MOVE TB-CANDY-ID     TO BT-CANDY-ID(BT-IDX)
               MOVE TB-OCCURRENCE   TO BT-OCCURRENCE(BT-IDX)
               MOVE TB-CASES        TO BT-CASES(BT-IDX)
               MOVE SPACES          TO BT-CANDY-NAME(BT-IDX)
               MOVE SPACES          TO BT-BOX-SIZE(BT-IDX)
               MOVE 0               TO BT-UNIT-PRICE(BT-IDX)
               MOVE 0               TO BT-EXTENSION(BT-IDX)
               MOVE 0               TO BT-OC-SUB(BT-IDX)
               MOVE 'B'             TO BT-STATUS(BT-IDX)
               MOVE SPACES          TO BT-REASON(BT-IDX)
               MOVE SPACES          TO BT-CUSTOMER-NO(BT-IDX)
               MOVE SPACES          TO BT-CUSTOMER(BT-IDX)
           END-IF

           .

       150-LOAD-CREDIT-LINES.

           OPEN INPUT CREDIT-FILE

           IF WS-CREDIT-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ CREDIT-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           PERFORM 155-ADD-CREDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE CREDIT-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       155-ADD-CREDIT-LINE.

      *    RETURNS SHARE THE TABLE WITH THE SHIPMENTS, SO BETWEEN
      *    THEM THE TWO FILES MAY NOT HOLD MORE THAN 1000 LINES.

           IF WS-BT-COUNT >= 1000
               IF BILLING-CAN-RUN
                   DISPLAY 'PR3TOBILL.TXT AND PR3TOCRED.TXT HOLD MORE '
                       'THAN 1000 LINES - NOTHING BILLED, FILES LEFT '
                       'AS THEY ARE'
               END-IF
               MOVE 'NO' TO WS-RUN-OK
           ELSE
               ADD 1 TO WS-BT-COUNT
               SET BT-IDX TO WS-BT-COUNT
               MOVE 'R'             TO BT-KIND(BT-IDX)
               MOVE TC-ORDER-NO     TO BT-ORDER-NO(BT-IDX)
               MOVE TC-RMA-NO       TO BT-RMA-NO(BT-IDX)
               MOVE TC-DATE         TO BT-DATE(BT-IDX)
               MOVE TC-WAREHOUSE-ID TO BT-WAREHOUSE-ID(BT-IDX)
               MOVE TC-VENDOR-ID    TO BT-VENDOR-ID(BT-IDX)
               MOVE TC-CANDY-ID     TO BT-CANDY-ID(BT-IDX)
               MOVE TC-OCCURRENCE   TO BT-OCCURRENCE(BT-IDX)
               MOVE TC-CASES        TO BT-CASES(BT-IDX)
               MOVE SPACES          TO BT-CANDY-NAME(BT-IDX)
               MOVE SPACES          TO BT-BOX-SIZE(BT-IDX)
               MOVE 0               TO BT-UNIT-PRICE(BT-IDX)
               MOVE 0               TO BT-EXTENSION(BT-IDX)
               MOVE 0               TO BT-OC-SUB(BT-IDX)
               MOVE 'B'             TO BT-STATUS(BT-IDX)
               MOVE SPACES          TO BT-REASON(BT-IDX)
               MOVE TC-CUSTOMER-NO  TO BT-CUSTOMER-NO(BT-IDX)
               MOVE TC-CUSTOMER     TO BT-CUSTOMER(BT-IDX)
           END-IF

           .

       160-LOAD-WAREHOUSE-NAMES.

           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WS-WHSE-FILE-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ WAREHOUSE-MASTER-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 165-ADD-WAREHOUSE-NAME
                   END-READ
               END-PERFORM

               CLOSE WAREHOUSE-MASTER-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       165-ADD-WAREHOUSE-NAME.

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

       200-SORT-BILL-TABLE.

      *    STRICTLY GREATER ONLY, SO LINES OF THE SAME ORDER STAY
      *    IN THE ORDER THEY WERE POSTED.  SHIPMENTS SORT AHEAD OF
      *    RETURNS ON THE KIND, SO THE INVOICES PRINT FIRST.

           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB >= WS-BT-COUNT
               PERFORM VARYING WS-BT-SUB2 FROM 1 BY 1
                       UNTIL WS-BT-SUB2 > WS-BT-COUNT - WS-BT-SUB
                   IF BT-SORT-KEY(WS-BT-SUB2)
                      > BT-SORT-KEY(WS-BT-SUB2 + 1)
                       MOVE BILL-TABLE(WS-BT-SUB2)
                           TO BILL-SWAP-ENTRY
                       MOVE BILL-TABLE(WS-BT-SUB2 + 1)
                           TO BILL-TABLE(WS-BT-SUB2)
                       MOVE BILL-SWAP-ENTRY
                           TO BILL-TABLE(WS-BT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           .

       250-LIST-THE-ORDERS.

           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-COUNT
               SET BT-IDX TO WS-BT-SUB
               IF WS-OC-COUNT = 0
                   PERFORM 255-ADD-ORDER-ENTRY
               ELSE
                   IF BT-SORT-KEY(BT-IDX)
                      NOT = BT-SORT-KEY(WS-BT-SUB - 1)
                       PERFORM 255-ADD-ORDER-ENTRY
                   END-IF
               END-IF
               MOVE WS-OC-COUNT TO BT-OC-SUB(BT-IDX)
           END-PERFORM

           .

       255-ADD-ORDER-ENTRY.

           ADD 1 TO WS-OC-COUNT
           SET OC-IDX TO WS-OC-COUNT
           MOVE BT-ORDER-NO(BT-IDX) TO OC-ORDER-NO(OC-IDX)

      *    A CREDIT MEMO ALREADY KNOWS ITS CUSTOMER FROM THE FEED.

           IF BT-CREDIT-LINE(BT-IDX)
               MOVE BT-CUSTOMER-NO(BT-IDX) TO OC-CUSTOMER-NO(OC-IDX)
               MOVE BT-CUSTOMER(BT-IDX)    TO OC-CUSTOMER(OC-IDX)
               MOVE 'YES'  TO OC-FOUND(OC-IDX)
           ELSE
               MOVE SPACES TO OC-CUSTOMER-NO(OC-IDX)
               MOVE SPACES TO OC-CUSTOMER(OC-IDX)
               MOVE 'NO'   TO OC-FOUND(OC-IDX)
           END-IF

           .

       260-FIND-THE-CUSTOMERS.

      *    EVERY ALLOCATION OF AN ORDER LINE IS ON THE HISTORY WITH
      *    THE SAME CUSTOMER, SO ANY ONE OF THEM WILL DO.  AN
      *    ORDER'S INVOICE ENTRY IS AHEAD OF ANY CREDIT MEMO FOR THE
      *    SAME ORDER, SO IT IS ALWAYS THE ONE MATCHED.

           OPEN INPUT ORDER-HIST-FILE

           IF WS-ORDHIST-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ ORDER-HIST-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 265-MATCH-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE ORDER-HIST-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       265-MATCH-HISTORY-LINE.

           MOVE 0 TO WS-OC-HIT

           PERFORM VARYING WS-OC-SUB FROM 1 BY 1
                   UNTIL WS-OC-SUB > WS-OC-COUNT
                   OR WS-OC-HIT > 0
               IF OC-ORDER-NO(WS-OC-SUB) = OH-ORDER-NO
                   MOVE WS-OC-SUB TO WS-OC-HIT
               END-IF
           END-PERFORM

           IF WS-OC-HIT > 0
               SET OC-IDX TO WS-OC-HIT
               IF OC-FOUND(OC-IDX) = 'NO'
                   MOVE 'YES'          TO OC-FOUND(OC-IDX)
                   MOVE OH-CUSTOMER-NO TO OC-CUSTOMER-NO(OC-IDX)
                   MOVE OH-CUSTOMER    TO OC-CUSTOMER(OC-IDX)
               END-IF
           END-IF

           .

       300-PRICE-ALL-LINES.

           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-COUNT
               SET BT-IDX TO WS-BT-SUB
               PERFORM 310-PRICE-ONE-LINE
           END-PERFORM

           .

       310-PRICE-ONE-LINE.

           SET OC-IDX TO BT-OC-SUB(BT-IDX)

           IF OC-FOUND(OC-IDX) = 'NO'
               MOVE 'X' TO BT-STATUS(BT-IDX)
               MOVE 'ORDER NOT ON PR3ORDHIST.TXT'
                   TO BT-REASON(BT-IDX)
           END-IF

           IF BT-STATUS(BT-IDX) = 'B'
               MOVE BT-WAREHOUSE-ID(BT-IDX) TO WAREHOUSE-ID
               MOVE BT-VENDOR-ID(BT-IDX)    TO VENDOR-ID
               MOVE BT-CANDY-ID(BT-IDX)     TO CANDY-ID
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 'X' TO BT-STATUS(BT-IDX)
                       MOVE 'KEY NOT ON MASTER'
                           TO BT-REASON(BT-IDX)
               END-READ
           END-IF

           IF BT-STATUS(BT-IDX) = 'B'
               IF BT-OCCURRENCE(BT-IDX) IS NUMERIC
                  AND BT-OCCURRENCE(BT-IDX) > 0
                  AND BT-OCCURRENCE(BT-IDX) < 6
                   MOVE BT-OCCURRENCE(BT-IDX) TO WS-OCC-SUB
                   MOVE CANDY-NAME(WS-OCC-SUB)
                       TO BT-CANDY-NAME(BT-IDX)
                   MOVE BOX-SIZE(WS-OCC-SUB)
                       TO BT-BOX-SIZE(BT-IDX)
                   PERFORM 320-FIND-SELL-PRICE
               ELSE
                   MOVE 'X' TO BT-STATUS(BT-IDX)
                   MOVE 'OCCURRENCE NOT 1-5'
                       TO BT-REASON(BT-IDX)
               END-IF
           END-IF

           .

       320-FIND-SELL-PRICE.

           MOVE 'NO' TO WS-PRICE-FOUND

           PERFORM VARYING WS-SP-SUB FROM 1 BY 1
                   UNTIL WS-SP-SUB > WS-SELL-COUNT
                   OR PRICE-WAS-FOUND
               SET SP-IDX TO WS-SP-SUB
               IF SP-T-CANDY-ID(SP-IDX) = BT-CANDY-ID(BT-IDX)
                  AND SP-T-BOX-SIZE(SP-IDX) = BT-BOX-SIZE(BT-IDX)
                  AND SP-T-SELL-PRICE(SP-IDX) IS NUMERIC
                  AND SP-T-SELL-PRICE(SP-IDX) > 0
                   MOVE 'YES' TO WS-PRICE-FOUND
                   MOVE SP-T-SELL-PRICE(SP-IDX)
                       TO BT-UNIT-PRICE(BT-IDX)
               END-IF
           END-PERFORM

           IF PRICE-WAS-FOUND
               COMPUTE BT-EXTENSION(BT-IDX)
                   = BT-CASES(BT-IDX) * BT-UNIT-PRICE(BT-IDX)
           ELSE
               MOVE 'X' TO BT-STATUS(BT-IDX)
               MOVE 'NO SELLING PRICE ON PR3SELL.TXT'
                   TO BT-REASON(BT-IDX)
           END-IF

           .

       500-WRITE-ALL-INVOICES.

           MOVE 'NO' TO WS-INVOICE-STARTED

           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-COUNT
               SET BT-IDX TO WS-BT-SUB
               IF INVOICE-IS-STARTED
                  AND BT-SORT-KEY(BT-IDX) NOT = WS-INV-SORT-KEY
                   PERFORM 560-FINISH-THE-INVOICE
               END-IF
               IF BT-STATUS(BT-IDX) = 'B'
                   IF NOT INVOICE-IS-STARTED
                       PERFORM 520-START-THE-INVOICE
                   END-IF
                   PERFORM 540-WRITE-INVOICE-LINE
               ELSE
                   PERFORM 600-WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM

           IF INVOICE-IS-STARTED
               PERFORM 560-FINISH-THE-INVOICE
           END-IF

           .

       520-START-THE-INVOICE.

           MOVE 'YES' TO WS-INVOICE-STARTED
           ADD 1 TO WS-LAST-INVOICE-NO
           MOVE BT-SORT-KEY(BT-IDX) TO WS-INV-SORT-KEY
           MOVE 0 TO WS-INV-LINES
           MOVE 0 TO WS-INV-CASES
           MOVE 0 TO WS-INV-TOTAL
           MOVE SPACES TO WS-PRINT-WAREHOUSE

           SET OC-IDX TO BT-OC-SUB(BT-IDX)
           MOVE OC-CUSTOMER-NO(OC-IDX) TO WS-INV-CUSTOMER-NO
           MOVE OC-CUSTOMER(OC-IDX)    TO WS-INV-CUSTOMER
           MOVE SPACES TO IB-ADDRESS
           MOVE SPACES TO IB-CITY-STATE

           PERFORM 530-FIND-THE-CUSTOMER
           IF WS-CU-HIT > 0
               SET CU-IDX TO WS-CU-HIT
               MOVE CT-NAME(CU-IDX)            TO WS-INV-CUSTOMER
               MOVE CT-BILL-ADDRESS(CU-IDX)    TO IB-ADDRESS
               MOVE CT-BILL-CITY-STATE(CU-IDX) TO IB-CITY-STATE
           END-IF

           IF WRITING-CREDIT-MEMO
               MOVE 'CREDIT MEMO' TO IH-TITLE
               MOVE 'RMA '        TO IH-RMA-LABEL
               MOVE WS-INV-RMA-NO TO IH-RMA-NO
           ELSE
               MOVE 'INVOICE'     TO IH-TITLE
               MOVE SPACES        TO IH-RMA-LABEL
               MOVE SPACES        TO IH-RMA-NO
           END-IF
           MOVE WS-LAST-INVOICE-NO TO IH-INVOICE-NO
           MOVE WS-INV-ORDER-NO    TO IH-ORDER-NO
           MOVE INVOICE-HEADING-ONE TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE WS-INV-CUSTOMER-NO TO IC-CUSTOMER-NO
           MOVE WS-INV-CUSTOMER    TO IC-NAME
           MOVE INVOICE-CUSTOMER-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE INVOICE-BILL-TO-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE SPACES TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE INVOICE-COLUMN-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD

           .

       530-FIND-THE-CUSTOMER.

      *    ORDERS TAKEN BEFORE THE CUSTOMER MASTER EXISTED CARRY NO
      *    CUSTOMER NUMBER - THEY ARE BILLED TO THE NAME ON THE
      *    ORDER WITH NO ADDRESS AND NO BALANCE TO UPDATE.

           MOVE 0 TO WS-CU-HIT

           IF WS-INV-CUSTOMER-NO NOT = SPACES
               PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                       UNTIL WS-CU-SUB > WS-CU-COUNT
                       OR WS-CU-HIT > 0
                   IF CT-CUSTOMER-NO(WS-CU-SUB) = WS-INV-CUSTOMER-NO
                       MOVE WS-CU-SUB TO WS-CU-HIT
                   END-IF
               END-PERFORM
           END-IF

           .

       540-WRITE-INVOICE-LINE.

      *    THE SHIPPING WAREHOUSE IS NAMED ABOVE ITS FIRST LINE ON
      *    THE INVOICE AND AGAIN WHENEVER IT CHANGES.

           IF BT-WAREHOUSE-ID(BT-IDX) NOT = WS-PRINT-WAREHOUSE
               MOVE BT-WAREHOUSE-ID(BT-IDX) TO WS-PRINT-WAREHOUSE
               MOVE BT-WAREHOUSE-ID(BT-IDX) TO WS-FIND-WAREHOUSE
               PERFORM 545-FIND-WAREHOUSE-NAME
               MOVE WS-PRINT-WAREHOUSE TO WH-WAREHOUSE
               MOVE WS-WAREHOUSE-NAME  TO WH-NAME
               MOVE WAREHOUSE-SECTION-LINE TO INVOICE-RECORD
               WRITE INVOICE-RECORD
           END-IF

           MOVE BT-WAREHOUSE-ID(BT-IDX) TO ID-WAREHOUSE
           MOVE BT-VENDOR-ID(BT-IDX)    TO ID-VENDOR
           MOVE BT-CANDY-ID(BT-IDX)     TO ID-CANDY
           MOVE BT-OCCURRENCE(BT-IDX)   TO ID-OCC
           MOVE BT-CANDY-NAME(BT-IDX)   TO ID-NAME
           MOVE BT-BOX-SIZE(BT-IDX)     TO ID-BOX
           MOVE BT-CASES(BT-IDX)        TO ID-CASES
           MOVE BT-UNIT-PRICE(BT-IDX)   TO ID-UNIT-PRICE
           MOVE BT-EXTENSION(BT-IDX)    TO ID-EXTENSION
           MOVE INVOICE-DETAIL-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD

           ADD 1                     TO WS-INV-LINES
           ADD BT-CASES(BT-IDX)      TO WS-INV-CASES
           ADD BT-EXTENSION(BT-IDX)  TO WS-INV-TOTAL

           .

       545-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WN-SUB FROM 1 BY 1
                   UNTIL WS-WN-SUB > WS-WN-COUNT
               SET WN-IDX TO WS-WN-SUB
               IF WN-WAREHOUSE-ID(WN-IDX) = WS-FIND-WAREHOUSE
                   MOVE WN-NAME(WN-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       560-FINISH-THE-INVOICE.

           MOVE 'NO' TO WS-INVOICE-STARTED

           IF WRITING-CREDIT-MEMO
               MOVE 'CREDIT TOTAL'  TO IT-LABEL
               MOVE 'CR'            TO RL-CR
           ELSE
               MOVE 'INVOICE TOTAL' TO IT-LABEL
               MOVE SPACES          TO RL-CR
           END-IF
           MOVE WS-INV-TOTAL TO IT-TOTAL
           MOVE INVOICE-TOTAL-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           MOVE SPACES TO INVOICE-RECORD
           WRITE INVOICE-RECORD
           WRITE INVOICE-RECORD

           MOVE WS-LAST-INVOICE-NO TO RL-INVOICE-NO
           MOVE WS-INV-ORDER-NO    TO RL-ORDER-NO
           MOVE WS-INV-CUSTOMER-NO TO RL-CUSTOMER-NO
           MOVE WS-INV-CUSTOMER    TO RL-NAME
           MOVE WS-INV-LINES       TO RL-LINES
           MOVE WS-INV-CASES       TO RL-CASES
           MOVE WS-INV-TOTAL       TO RL-AMOUNT
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           PERFORM 570-WRITE-AR-EXTRACT

           IF WS-CU-HIT > 0
               SET CU-IDX TO WS-CU-HIT
               IF WRITING-CREDIT-MEMO
                   SUBTRACT WS-INV-TOTAL FROM CT-OPEN-BALANCE(CU-IDX)
               ELSE
                   ADD WS-INV-TOTAL TO CT-OPEN-BALANCE(CU-IDX)
               END-IF
               ADD 1 TO WS-BALANCES-CHANGED
           END-IF

           IF WRITING-CREDIT-MEMO
               ADD 1            TO WS-CREDITS-WRITTEN
               ADD WS-INV-LINES TO WS-CREDIT-LINES
               ADD WS-INV-CASES TO WS-CASES-CREDITED
               ADD WS-INV-TOTAL TO WS-DOLLARS-CREDITED
           ELSE
               ADD 1            TO WS-INVOICES-WRITTEN
               ADD WS-INV-LINES TO WS-LINES-BILLED
               ADD WS-INV-CASES TO WS-CASES-BILLED
               ADD WS-INV-TOTAL TO WS-DOLLARS-BILLED
           END-IF

           .

       570-WRITE-AR-EXTRACT.

           MOVE SPACES             TO AR-EXTRACT-RECORD
           IF WRITING-CREDIT-MEMO
               MOVE 'CM'           TO AR-RECORD-TYPE
               COMPUTE AR-AMOUNT = 0 - WS-INV-TOTAL
           ELSE
               MOVE 'IN'           TO AR-RECORD-TYPE
               MOVE WS-INV-TOTAL   TO AR-AMOUNT
           END-IF
           MOVE WS-LAST-INVOICE-NO TO AR-INVOICE-NO
           MOVE WS-DATE-NUM        TO AR-INVOICE-DATE
           MOVE WS-INV-CUSTOMER-NO TO AR-CUSTOMER-NO
           MOVE WS-INV-ORDER-NO    TO AR-ORDER-NO
           MOVE WS-INV-CUSTOMER    TO AR-CUSTOMER-NAME
           WRITE AR-EXTRACT-RECORD

           .

       600-WRITE-EXCEPTION-LINE.

           MOVE BT-ORDER-NO(BT-IDX)     TO EX-ORDER-NO
           MOVE BT-WAREHOUSE-ID(BT-IDX) TO EX-WAREHOUSE
           MOVE BT-VENDOR-ID(BT-IDX)    TO EX-VENDOR
           MOVE BT-CANDY-ID(BT-IDX)     TO EX-CANDY
           MOVE BT-OCCURRENCE(BT-IDX)   TO EX-OCC
           MOVE BT-CASES(BT-IDX)        TO EX-CASES
           MOVE SPACES                  TO EX-SHIPPED
           STRING
               BT-DATE(BT-IDX)(7:2) DELIMITED BY SIZE
               '/'                  DELIMITED BY SIZE
               BT-DATE(BT-IDX)(5:2) DELIMITED BY SIZE
               '/'                  DELIMITED BY SIZE
               BT-DATE(BT-IDX)(1:4) DELIMITED BY SIZE
               INTO EX-SHIPPED
           END-STRING
           IF BT-CREDIT-LINE(BT-IDX)
               MOVE SPACES TO EX-REASON
               STRING
                   'CR '                DELIMITED BY SIZE
                   BT-REASON(BT-IDX)    DELIMITED BY SIZE
                   INTO EX-REASON
               END-STRING
           ELSE
               MOVE BT-REASON(BT-IDX)   TO EX-REASON
           END-IF
           MOVE EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE BT-WAREHOUSE-ID(BT-IDX) TO WS-FIND-WAREHOUSE
           PERFORM 545-FIND-WAREHOUSE-NAME
           MOVE WS-WAREHOUSE-NAME TO EN-NAME
           MOVE EXCEPTION-NAME-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           ADD 1 TO WS-LINES-EXCEPTED

           .

       700-CARRY-THE-EXCEPTIONS.

      *    THE SHIPMENT AND CREDIT FILES ARE REWRITTEN WITH ONLY THE
      *    LINES THAT WERE NOT BILLED OR CREDITED, SO NOTHING IS
      *    BILLED TWICE AND NOTHING UNBILLED IS LOST.

           OPEN OUTPUT BILLING-FILE
                OUTPUT CREDIT-FILE

           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-COUNT
               SET BT-IDX TO WS-BT-SUB
               IF BT-STATUS(BT-IDX) = 'X'
                  AND BT-CREDIT-LINE(BT-IDX)
                   MOVE BT-DATE(BT-IDX)         TO TC-DATE
                   MOVE BT-RMA-NO(BT-IDX)       TO TC-RMA-NO
                   MOVE BT-ORDER-NO(BT-IDX)     TO TC-ORDER-NO
                   MOVE BT-CUSTOMER-NO(BT-IDX)  TO TC-CUSTOMER-NO
                   MOVE BT-CUSTOMER(BT-IDX)     TO TC-CUSTOMER
                   MOVE BT-WAREHOUSE-ID(BT-IDX) TO TC-WAREHOUSE-ID
                   MOVE BT-VENDOR-ID(BT-IDX)    TO TC-VENDOR-ID
                   MOVE BT-CANDY-ID(BT-IDX)     TO TC-CANDY-ID
                   MOVE BT-OCCURRENCE(BT-IDX)   TO TC-OCCURRENCE
                   MOVE BT-CASES(BT-IDX)        TO TC-CASES
                   WRITE CREDIT-RECORD
               END-IF
               IF BT-STATUS(BT-IDX) = 'X'
                  AND NOT BT-CREDIT-LINE(BT-IDX)
                   MOVE BT-DATE(BT-IDX)         TO TB-DATE
                   MOVE 'OR'                    TO TB-REF-PREFIX
                   MOVE BT-ORDER-NO(BT-IDX)     TO TB-ORDER-NO
                   MOVE BT-WAREHOUSE-ID(BT-IDX) TO TB-WAREHOUSE-ID
                   MOVE BT-VENDOR-ID(BT-IDX)    TO TB-VENDOR-ID
                   MOVE BT-CANDY-ID(BT-IDX)     TO TB-CANDY-ID
                   MOVE BT-OCCURRENCE(BT-IDX)   TO TB-OCCURRENCE
                   MOVE BT-CASES(BT-IDX)        TO TB-CASES
                   WRITE BILLING-RECORD
               END-IF
           END-PERFORM

           CLOSE BILLING-FILE
                 CREDIT-FILE

           .

       800-SAVE-CUSTOMER-BALANCES.

           IF WS-BALANCES-CHANGED > 0
               IF CUSTOMERS-OVERFLOWED
                   DISPLAY 'OPEN BALANCES NOT UPDATED - '
                       'PR3CUST.TXT IS LARGER THAN THE TABLE'
               ELSE
                   OPEN OUTPUT CUSTOMER-FILE
                   PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                           UNTIL WS-CU-SUB > WS-CU-COUNT
                       SET CU-IDX TO WS-CU-SUB
                       MOVE CT-IMAGE(CU-IDX) TO CUSTOMER-RECORD
                       MOVE CT-OPEN-BALANCE(CU-IDX)
                           TO CU-OPEN-BALANCE
                       WRITE CUSTOMER-RECORD
                   END-PERFORM
                   CLOSE CUSTOMER-FILE
               END-IF
           END-IF

           .

       850-SAVE-LAST-INVOICE-NUMBER.

           IF WS-INVOICES-WRITTEN + WS-CREDITS-WRITTEN > 0
               OPEN OUTPUT INVOICE-NUMBER-FILE
               MOVE WS-LAST-INVOICE-NO TO IN-LAST-INVOICE-NO
               WRITE INVOICE-NUMBER-RECORD
               CLOSE INVOICE-NUMBER-FILE
           END-IF

           .

       900-PRINT-FINAL-TOTAL.

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           IF WS-INVOICES-WRITTEN = 0 AND WS-CREDITS-WRITTEN = 0
               MOVE ' NO INVOICES OR CREDIT MEMOS THIS RUN'
                   TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF

           MOVE WS-INVOICES-WRITTEN TO RT-INVOICES
           MOVE WS-CASES-BILLED     TO RT-CASES
           MOVE WS-DOLLARS-BILLED   TO RT-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-CREDITS-WRITTEN  TO RC-CREDITS
           MOVE WS-CASES-CREDITED   TO RC-CASES
           MOVE WS-DOLLARS-CREDITED TO RC-AMOUNT
           MOVE REGISTER-CREDIT-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE WS-LINES-EXCEPTED TO ET-LINES
           MOVE EXCEPTION-TOTAL-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           IF NOT BILLING-CAN-RUN
               MOVE ' RUN STOPPED - NOTHING BILLED THIS RUN'
                   TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF

           DISPLAY 'INVOIC3 COMPLETE - INVOICES ' WS-INVOICES-WRITTEN
               ' LINES BILLED ' WS-LINES-BILLED
               ' CREDIT MEMOS ' WS-CREDITS-WRITTEN
               ' EXCEPTIONS ' WS-LINES-EXCEPTED

           .

       950-WRITE-STEP-COUNTS.

      *    ONE TOTALS LINE PER RUN FOR THE NIGHT3 DRIVER - THE
      *    DRIVER PICKS UP THE LAST LINE FOR THIS STEP TO LOG THE
      *    COUNTS.

           OPEN EXTEND STEP-COUNT-FILE
           IF WS-STEPCT-STATUS = '35'
               OPEN OUTPUT STEP-COUNT-FILE
           END-IF
           MOVE SPACES              TO STEP-COUNT-RECORD
           MOVE 'INVOIC3'           TO SC-STEP-NAME
           MOVE WS-INVOICES-WRITTEN TO SC-COUNT-1
           MOVE WS-LINES-BILLED     TO SC-COUNT-2
           MOVE WS-LINES-EXCEPTED   TO SC-COUNT-3
           WRITE STEP-COUNT-RECORD
           CLOSE STEP-COUNT-FILE

           .

       1000-FINAL-ROUTINE.

           PERFORM 950-WRITE-STEP-COUNTS

           IF MASTER-IS-OPEN
               CLOSE MASTER-FILE
           END-IF
           CLOSE INVOICE-FILE
                 REGISTER-FILE
                 AR-EXTRACT-FILE
                 EXCEPTION-FILE
           GOBACK

           .
