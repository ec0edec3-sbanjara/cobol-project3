      ********************* IDENTIFICATION-DIVISION ******************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BLDPST3.
       AUTHOR.      SBANJARA.

      ****************************************************************
      *
      *  KIT BUILD POSTING RUN.  READS THE BUILD ORDERS PR3BUILD.TXT
      *  KEYED BY THE WAREHOUSE FOR THE ASSORTMENTS AND GIFT BOXES
      *  PACKED THAT DAY, AND POSTS EACH ONE IN A SINGLE STEP,
      *  REPLACING THE OLD PRACTICE OF KEYING A STRING OF MINUS
      *  ADJUSTMENTS FOR THE COMPONENTS AND A PLUS ADJUSTMENT FOR
      *  THE FINISHED BOX INTO PR3TRAN.TXT.
      *
      *  BUILD ORDER RECORD (13 CHARACTERS):
      *      BO-WAREHOUSE-ID  X(4)   } INVENTORY KEY OF THE
      *      BO-VENDOR-ID     X(1)   } FINISHED KIT
      *      BO-CANDY-ID      X(3)   }
      *      BO-OCCURRENCE    9      }
      *      BO-CASES         9(4)   FINISHED CASES BUILT
      *
      *  THE COMPONENTS COME FROM THE KIT BILL OF MATERIALS
      *  PR3KITBOM.TXT (SEE KITMNT3), EACH LINE GIVING THE CASES OF
      *  ONE COMPONENT CANDY-ID/OCCURRENCE CONSUMED PER FINISHED
      *  CASE.  A COMPONENT IS TAKEN FROM ANY VENDOR'S RECORD FOR
      *  THAT CANDY-ID/OCCURRENCE IN THE BUILD WAREHOUSE, IN
      *  INVENTORY KEY ORDER, UNTIL THE CASES NEEDED ARE COVERED.
      *
      *  EVERY COMPONENT IS PROVED ON HAND BEFORE ANYTHING IS
      *  TOUCHED.  IF ANY ONE IS SHORT THE WHOLE BUILD IS REJECTED
      *  AND EACH SHORTAGE IS LISTED UNDER IT ON THE REJECT REPORT.
      *  OTHERWISE THE COMPONENTS ARE RELIEVED FROM PR3MAST.DAT AND
      *  THEIR LOTS FIRST-EXPIRING FIRST, AND THE FINISHED CASES ARE
      *  ADDED TO THE KIT.  EACH MASTER RECORD CHANGED APPENDS A KB
      *  (KIT BUILD) MOVEMENT TO THE LEDGER PR3LEDGR.TXT - MINUS FOR
      *  A COMPONENT, PLUS FOR THE KIT - ALL CARRYING KB PLUS THE
      *  BUILD NUMBER AS THEIR REFERENCE.  BUILD NUMBERS RUN ON FROM
      *  PR3BLDNBR.TXT, THE SAME WAY INVOIC3 USES PR3INVNBR.TXT.
      *
      *  THE KIT'S PRICE IS ROLLED UP FROM ITS PARTS: THE CASES OF
      *  EACH COMPONENT CONSUMED AT THAT RECORD'S PRICE, DIVIDED BY
      *  THE CASES BUILT, REPLACES THE PRICE ON THE KIT'S MASTER
      *  OCCURRENCE.  THE FINISHED CASES GO INTO A NEW LOT NAMED KB
      *  PLUS THE BUILD NUMBER, BEST BY THE EARLIEST BEST-BY DATE OF
      *  THE COMPONENT LOTS THAT WENT INTO IT.  THE BUILD WAREHOUSE
      *  IS PROVED AGAINST THE WAREHOUSE MASTER PR3WHSE.TXT AS IN
      *  POST3 - NOTHING IS BUILT IN A CLOSED WAREHOUSE.
      *
      *  OUTPUT: PR3BLDREG.TXT  BUILD REGISTER - EVERY COMPONENT
      *                         CONSUMED WITH ITS COST, THEN THE KIT
      *                         BUILT WITH ITS ROLLED-UP PRICE,
      *                         EACH BUILD HEADED WITH THE NAME OF
      *                         ITS WAREHOUSE FROM PR3WHSE.TXT
      *          PR3BLDREJ.TXT  REJECT REPORT
      *
      *  POSTED BUILDS ARE TAKEN OFF PR3BUILD.TXT; REJECTED ONES ARE
      *  CARRIED ON IT TO BE PUT RIGHT AND POSTED AGAIN.  IF EITHER
      *  FILE HOLDS MORE LINES THAN THE RUN CAN TABLE, OR THE MASTER
      *  CANNOT BE OPENED, NOTHING IS POSTED AND BOTH FILES ARE LEFT
      *  AS THEY ARE.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LENEVO-PC.
       OBJECT-COMPUTER. LENEVO-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUILD-FILE
               ASSIGN TO "PR3BUILD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUILD-STATUS.

           SELECT BOM-FILE
               ASSIGN TO "PR3KITBOM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

           SELECT BUILD-NUMBER-FILE
               ASSIGN TO "PR3BLDNBR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLDNBR-STATUS.

           SELECT MASTER-FILE
               ASSIGN TO "PR3MAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO "PR3BLDREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-FILE
               ASSIGN TO "PR3BLDREJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-FILE
               ASSIGN TO "PR3LEDGR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

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

       FD  BUILD-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01  BUILD-RECORD          PIC X(13).

       FD  BOM-FILE
           RECORD CONTAINS 11 CHARACTERS.

       01  BOM-RECORD.
           05  BM-KIT-CANDY-ID   PIC X(3).
           05  BM-KIT-OCCURRENCE PIC 9.
           05  BM-COMP-CANDY-ID  PIC X(3).
           05  BM-COMP-OCCURRENCE PIC 9.
           05  BM-COMP-CASES     PIC 9(3).

       FD  BUILD-NUMBER-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  BUILD-NUMBER-RECORD.
           05  BN-LAST-BUILD-NO  PIC 9(6).

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
               10  LG-REF-BUILD-NO PIC 9(6).
           05  LG-SIGN           PIC X.
           05  LG-QTY            PIC 9(4).
           05  LG-OLD-CASES      PIC 9(4).
           05  LG-NEW-CASES      PIC 9(4).

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
           05  WS-BUILD-OK         PIC X(3)    VALUE 'YES'.
               88  BUILD-PASSED                VALUE 'YES'.
           05  WS-MASTER-OPENED    PIC X(3)    VALUE 'NO'.
               88  MASTER-IS-OPEN              VALUE 'YES'.
           05  WS-LOT-OPENED       PIC X(3)    VALUE 'NO'.
               88  LOT-IS-OPEN                 VALUE 'YES'.
           05  WS-SCAN-EOF         PIC X       VALUE ' '.
               88  SCAN-DONE                   VALUE 'N'.
           05  WS-SCAN-MODE        PIC X       VALUE 'V'.
               88  SCAN-TO-VERIFY              VALUE 'V'.
               88  SCAN-TO-DRAW                VALUE 'D'.

       01  FILE-STATUS-FIELDS.
           05  WS-BUILD-STATUS     PIC XX      VALUE SPACES.
           05  WS-BOM-STATUS       PIC XX      VALUE SPACES.
           05  WS-BLDNBR-STATUS    PIC XX      VALUE SPACES.
           05  WS-MASTER-STATUS    PIC XX      VALUE SPACES.
           05  WS-LEDGER-STATUS    PIC XX      VALUE SPACES.
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
           05  WS-BUILDS-READ      PIC 9(6)    VALUE 0.
           05  WS-BUILDS-POSTED    PIC 9(6)    VALUE 0.
           05  WS-BUILDS-REJECTED  PIC 9(6)    VALUE 0.
           05  WS-CASES-BUILT      PIC 9(7)    VALUE 0.
           05  WS-CASES-CONSUMED   PIC 9(7)    VALUE 0.
           05  WS-VALUE-CONSUMED   PIC 9(9)V99 VALUE 0.

      *    THE BUILD ORDER BEING POSTED.

       01  BUILD-WORK.
           05  BO-KIT-KEY.
               10  BO-WAREHOUSE-ID PIC X(4).
               10  BO-VENDOR-ID    PIC X(1).
               10  BO-CANDY-ID     PIC X(3).
           05  BO-OCCURRENCE       PIC 9.
           05  BO-CASES            PIC 9(4).

      *    EVERY BUILD ORDER ON THE FILE.  BL-STATUS IS P = POSTED,
      *    X = REJECTED AND CARRIED.

       01  BUILD-TABLE-FIELDS.
           05  WS-BL-COUNT         PIC S9(4)   VALUE 0.
           05  WS-BL-SUB           PIC S9(4)   VALUE 0.

       01  BUILD-TABLE-AREA.
           05  BUILD-TABLE OCCURS 1000 TIMES INDEXED BY BL-IDX.
               10  BL-IMAGE        PIC X(13).
               10  BL-STATUS       PIC X.

      *    THE WHOLE KIT BILL OF MATERIALS.

       01  BOM-TABLE-FIELDS.
           05  WS-BT-COUNT         PIC S9(4)   VALUE 0.
           05  WS-BT-SUB           PIC S9(4)   VALUE 0.

       01  BOM-TABLE-AREA.
           05  BOM-TABLE OCCURS 1000 TIMES INDEXED BY BT-IDX.
               10  BT-KIT-CANDY-ID     PIC X(3).
               10  BT-KIT-OCCURRENCE   PIC 9.
               10  BT-COMP-CANDY-ID    PIC X(3).
               10  BT-COMP-OCCURRENCE  PIC 9.
               10  BT-COMP-CASES       PIC 9(3).

      *    THE COMPONENTS OF THE KIT BEING BUILT.  BC-TAKEN IS WHAT
      *    THE CURRENT PASS OVER THE WAREHOUSE HAS TAKEN SO FAR.

       01  COMPONENT-TABLE-FIELDS.
           05  WS-BC-COUNT         PIC S9(4)   VALUE 0.
           05  WS-BC-SUB           PIC S9(4)   VALUE 0.
           05  WS-SHORT-COUNT      PIC S9(4)   VALUE 0.

       01  COMPONENT-TABLE-AREA.
           05  COMPONENT-TABLE OCCURS 50 TIMES.
               10  BC-CANDY-ID     PIC X(3).
               10  BC-OCCURRENCE   PIC 9.
               10  BC-PER-KIT      PIC 9(3).
               10  BC-NEED         PIC S9(7).
               10  BC-ON-HAND      PIC S9(7).
               10  BC-TAKEN        PIC S9(7).

       01  POSTING-FIELDS.
           05  WS-OCC-SUB          PIC 9       VALUE 0.
           05  WS-OLD-CASES        PIC S9(4)   VALUE 0.
           05  WS-NEW-CASES        PIC S9(5)   VALUE 0.
           05  WS-KIT-OLD-CASES    PIC S9(4)   VALUE 0.
           05  WS-DRAW-QTY         PIC S9(5)   VALUE 0.
           05  WS-LINE-VALUE       PIC S9(7)V99 VALUE 0.
           05  WS-BUILD-VALUE      PIC S9(9)V99 VALUE 0.
           05  WS-ROLLED-PRICE     PIC S9(9)V99 VALUE 0.
           05  WS-KIT-BEST-BY      PIC 9(8)    VALUE 0.
           05  WS-DN-SUB           PIC S9(4)   VALUE 0.
           05  WS-LAST-BUILD-NO    PIC 9(6)    VALUE 0.
           05  WS-REJECT-REASON    PIC X(31)   VALUE SPACES.

       01  WS-BUILD-LOT.
           05  WS-BUILD-LOT-PREFIX PIC X(2)    VALUE 'KB'.
           05  WS-BUILD-LOT-NO     PIC 9(6)    VALUE 0.

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
           05  WS-DRAWN-COUNT      PIC S9(4)   VALUE 0.

       01  WS-LOT-PREFIX.
           05  WS-LOT-WAREHOUSE    PIC X(4).
           05  WS-LOT-VENDOR       PIC X(1).
           05  WS-LOT-CANDY        PIC X(3).
           05  WS-LOT-OCCURRENCE   PIC 9.

      *    THE LOTS OF ONE KEY/OCCURRENCE WHILE A BUILD DRAWS FROM
      *    OR ADDS TO THEM.  THE BEST-BY DATE LEADS THE FEFO KEY SO
      *    THE LOT THAT EXPIRES FIRST IS ALSO THE LOWEST KEY.

       01  LOT-TABLE-AREA.
           05  LOT-TABLE OCCURS 99 TIMES.
               10  LS-FEFO-KEY.
                   15  LS-BEST-BY      PIC 9(8).
                   15  LS-LOT-NUMBER   PIC X(8).
               10  LS-RECEIVED     PIC 9(8).
               10  LS-CASES        PIC S9(5).
               10  LS-ON-FILE      PIC X.

      *    THE LOTS TAKEN WHEN A COMPONENT IS DRAWN, SO THE KIT LOT
      *    CAN TAKE THE EARLIEST BEST-BY DATE AMONG THEM.

       01  DRAWN-TABLE-AREA.
           05  DRAWN-TABLE OCCURS 99 TIMES.
               10  DN-LOT-NUMBER   PIC X(8).
               10  DN-BEST-BY      PIC 9(8).
               10  DN-CASES        PIC S9(5).

      *********************** OUTPUT AREA ****************************

       01  REGISTER-HEADING-ONE.
           05              PIC X(19)   VALUE 'KIT BUILD REGISTER'.
           05              PIC X(5)    VALUE 'FOR '.
           05  RH-DAY          PIC 99.
           05                  PIC X       VALUE '/'.
           05  RH-MONTH        PIC 99.
           05                  PIC X       VALUE '/'.
           05  RH-YEAR         PIC 9(4).
           05                  PIC X(46)   VALUE SPACES.

       01  REGISTER-HEADING-TWO.
           05                  PIC X(9)   VALUE 'BUILD'.
           05                  PIC X(5)   VALUE 'WHSE'.
           05                  PIC X(2)   VALUE 'V'.
           05                  PIC X(4)   VALUE 'CAN'.
           05                  PIC X(3)   VALUE 'O'.
           05                  PIC X(9)   VALUE 'ACTION'.
           05                  PIC X(6)   VALUE ' QTY'.
           05                  PIC X(6)   VALUE ' OLD'.
           05                  PIC X(6)   VALUE ' NEW'.
           05                  PIC X(8)   VALUE '  COST'.
           05                  PIC X(22)  VALUE '       VALUE'.

       01  REGISTER-LINE.
           05  RL-BUILD-NO     PIC X(8).
           05                  PIC X(1)   VALUE SPACES.
           05  RL-WAREHOUSE    PIC X(4).
           05                  PIC X(1)   VALUE SPACES.
           05  RL-VENDOR       PIC X(1).
           05                  PIC X(1)   VALUE SPACES.
           05  RL-CANDY        PIC X(3).
           05                  PIC X(1)   VALUE SPACES.
           05  RL-OCCURRENCE   PIC 9.
           05                  PIC X(2)   VALUE SPACES.
           05  RL-ACTION       PIC X(8).
           05                  PIC X(1)   VALUE SPACES.
           05  RL-QTY          PIC ZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  RL-OLD-CASES    PIC ZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  RL-NEW-CASES    PIC ZZZ9.
           05                  PIC X(2)   VALUE SPACES.
           05  RL-UNIT-COST    PIC ZZ9.99.
           05                  PIC X(2)   VALUE SPACES.
           05  RL-VALUE        PIC Z,ZZZ,ZZ9.99.
           05                  PIC X(10)  VALUE SPACES.

       01  WAREHOUSE-SECTION-LINE.
           05                  PIC X(11)  VALUE 'WAREHOUSE: '.
           05  WL-WAREHOUSE    PIC X(4).
           05                  PIC X(2)   VALUE SPACES.
           05  WL-NAME         PIC X(20).
           05                  PIC X(43)  VALUE SPACES.

       01  REJECT-HEADING.
           05                  PIC X(18)  VALUE 'REJECTED BUILDS'.
           05                  PIC X(15)  VALUE 'RECORD'.
           05                  PIC X(47)  VALUE 'REASON'.

       01  REJECT-LINE.
           05                  PIC X(18)  VALUE SPACES.
           05  RJ-RECORD       PIC X(13).
           05                  PIC X(2)   VALUE SPACES.
           05  RJ-REASON       PIC X(31).
           05                  PIC X(16)  VALUE SPACES.

       01  SHORTAGE-LINE.
           05                  PIC X(20)  VALUE SPACES.
           05                  PIC X(6)   VALUE 'SHORT '.
           05  SL-CANDY        PIC X(3).
           05                  PIC X      VALUE '/'.
           05  SL-OCCURRENCE   PIC 9.
           05                  PIC X(8)   VALUE '  NEED: '.
           05  SL-NEED         PIC Z,ZZZ,ZZ9.
           05                  PIC X(11)  VALUE '  ON HAND: '.
           05  SL-ON-HAND      PIC Z,ZZZ,ZZ9.
           05                  PIC X(12)  VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05                  PIC X(13)  VALUE 'BUILDS READ:'.
           05  RG-READ         PIC ZZZ,ZZ9.
           05                  PIC X(10)  VALUE '  POSTED: '.
           05  RG-POSTED       PIC ZZZ,ZZ9.
           05                  PIC X(12)  VALUE '  REJECTED: '.
           05  RG-REJECTED     PIC ZZZ,ZZ9.
           05                  PIC X(24)  VALUE SPACES.

       01  REGISTER-CASES-LINE.
           05                  PIC X(13)  VALUE 'CASES BUILT: '.
           05  RG-BUILT        PIC Z,ZZZ,ZZ9.
           05                  PIC X(24)  VALUE
               '  COMPONENT CASES USED: '.
           05  RG-CONSUMED     PIC Z,ZZZ,ZZ9.
           05                  PIC X(25)  VALUE SPACES.

       01  REGISTER-VALUE-LINE.
           05                  PIC X(26)  VALUE
               'COMPONENT VALUE CONSUMED: '.
           05  RG-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(40)  VALUE SPACES.

      ************************** PROCEDURE-DIVISION ******************

       PROCEDURE DIVISION.

       50-CONTROL-MODULE.

           PERFORM 100-HOUSEKEEPING-ROUTINE

           IF POSTING-CAN-RUN AND WS-BL-COUNT > 0
               PERFORM 200-POST-ALL-BUILDS
               PERFORM 800-CARRY-THE-REJECTS
               PERFORM 850-SAVE-LAST-BUILD-NUMBER
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

           PERFORM 110-READ-LAST-BUILD-NUMBER
           PERFORM 170-LOAD-WAREHOUSE-TABLE
           PERFORM 130-LOAD-BOM-TABLE
           PERFORM 140-LOAD-BUILD-ORDERS

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

           .

       110-READ-LAST-BUILD-NUMBER.

           OPEN INPUT BUILD-NUMBER-FILE

           IF WS-BLDNBR-STATUS = '35'
               MOVE 0 TO WS-LAST-BUILD-NO
           ELSE
               READ BUILD-NUMBER-FILE
                   AT END
                       MOVE 0 TO WS-LAST-BUILD-NO
                   NOT AT END
                       IF BN-LAST-BUILD-NO IS NUMERIC
                           MOVE BN-LAST-BUILD-NO
                               TO WS-LAST-BUILD-NO
                       ELSE
                           DISPLAY 'PR3BLDNBR.TXT NOT NUMERIC - '
                               'RESTARTING BUILD NUMBERS AT 1'
                           MOVE 0 TO WS-LAST-BUILD-NO
                       END-IF
               END-READ
               CLOSE BUILD-NUMBER-FILE
           END-IF

           .

       130-LOAD-BOM-TABLE.

           OPEN INPUT BOM-FILE

           IF WS-BOM-STATUS = '35'
               DISPLAY 'PR3KITBOM.TXT NOT FOUND - EVERY BUILD WILL '
                   'BE REJECTED'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ BOM-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           PERFORM 135-ADD-BOM-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BOM-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       135-ADD-BOM-ENTRY.

      *    A BILL THAT WILL NOT FIT IS NOT HALF USED - NOTHING IS
      *    POSTED, SO NO KIT IS BUILT WITHOUT ALL OF ITS PARTS.

           IF WS-BT-COUNT >= 1000
               IF POSTING-CAN-RUN
                   DISPLAY 'PR3KITBOM.TXT HOLDS MORE THAN 1000 LINES '
                       '- NOTHING POSTED, FILES LEFT AS THEY ARE'
               END-IF
               MOVE 'NO' TO WS-RUN-OK
           ELSE
               ADD 1 TO WS-BT-COUNT
               SET BT-IDX TO WS-BT-COUNT
               MOVE BM-KIT-CANDY-ID    TO BT-KIT-CANDY-ID(BT-IDX)
               MOVE BM-KIT-OCCURRENCE  TO BT-KIT-OCCURRENCE(BT-IDX)
               MOVE BM-COMP-CANDY-ID   TO BT-COMP-CANDY-ID(BT-IDX)
               IF BM-COMP-OCCURRENCE IS NUMERIC
                   MOVE BM-COMP-OCCURRENCE
                       TO BT-COMP-OCCURRENCE(BT-IDX)
               ELSE
                   MOVE 0 TO BT-COMP-OCCURRENCE(BT-IDX)
               END-IF
               IF BM-COMP-CASES IS NUMERIC
                   MOVE BM-COMP-CASES TO BT-COMP-CASES(BT-IDX)
               ELSE
                   MOVE 0 TO BT-COMP-CASES(BT-IDX)
               END-IF
           END-IF

           .

       140-LOAD-BUILD-ORDERS.

           OPEN INPUT BUILD-FILE

           IF WS-BUILD-STATUS = '35'
               DISPLAY 'PR3BUILD.TXT NOT FOUND - NOTHING TO POST'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ BUILD-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           ADD 1 TO WS-BUILDS-READ
                           PERFORM 145-ADD-BUILD-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BUILD-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       145-ADD-BUILD-ENTRY.

           IF WS-BL-COUNT >= 1000
               IF POSTING-CAN-RUN
                   DISPLAY 'PR3BUILD.TXT HOLDS MORE THAN 1000 '
                       'LINES - NOTHING POSTED, FILES LEFT AS THEY '
                       'ARE'
               END-IF
               MOVE 'NO' TO WS-RUN-OK
           ELSE
               ADD 1 TO WS-BL-COUNT
               SET BL-IDX TO WS-BL-COUNT
               MOVE BUILD-RECORD TO BL-IMAGE(BL-IDX)
               MOVE 'X'          TO BL-STATUS(BL-IDX)
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

       200-POST-ALL-BUILDS.

           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                   UNTIL WS-BL-SUB > WS-BL-COUNT
               SET BL-IDX TO WS-BL-SUB
               MOVE BL-IMAGE(BL-IDX) TO BUILD-WORK
               PERFORM 300-POST-ONE-BUILD
           END-PERFORM

           .

       300-POST-ONE-BUILD.

           MOVE 'YES'  TO WS-BUILD-OK
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0      TO WS-SHORT-COUNT

           PERFORM 400-EDIT-BUILD

           IF BUILD-PASSED
               PERFORM 600-BUILD-THE-KIT
               MOVE 'P' TO BL-STATUS(BL-IDX)
               ADD 1 TO WS-BUILDS-POSTED
           ELSE
               PERFORM 750-WRITE-REJECT-LINE
               ADD 1 TO WS-BUILDS-REJECTED
           END-IF

           .

       400-EDIT-BUILD.

      *    NOTHING IS UPDATED HERE.  EVERY CHECK, DOWN TO EACH
      *    COMPONENT BEING ON HAND, IS MADE BEFORE THE BUILD TOUCHES
      *    THE MASTER, SO A BUILD EITHER POSTS WHOLE OR NOT AT ALL.

           EVALUATE TRUE
               WHEN BO-CASES NOT NUMERIC
                 OR BO-CASES = 0
                   MOVE 'CASES NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-BUILD-OK
               WHEN BO-OCCURRENCE NOT NUMERIC
                 OR BO-OCCURRENCE < 1
                 OR BO-OCCURRENCE > 5
                   MOVE 'OCCURRENCE NOT 1-5' TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-BUILD-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF BUILD-PASSED
               MOVE BO-WAREHOUSE-ID TO WS-CHECK-WAREHOUSE
               PERFORM 450-VALIDATE-WAREHOUSE
               EVALUATE TRUE
                   WHEN NOT WHSE-IS-VALID
                       MOVE 'WAREHOUSE NOT ON MASTER'
                           TO WS-REJECT-REASON
                       MOVE 'NO' TO WS-BUILD-OK
                   WHEN WHSE-IS-CLOSED
                       MOVE 'WAREHOUSE CLOSED - CANNOT BUILD'
                           TO WS-REJECT-REASON
                       MOVE 'NO' TO WS-BUILD-OK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF BUILD-PASSED
               PERFORM 410-GATHER-THE-COMPONENTS
           END-IF

           IF BUILD-PASSED
               PERFORM 510-READ-THE-KIT
           END-IF

           IF BUILD-PASSED
               IF WS-KIT-OLD-CASES + BO-CASES > 9999
                   MOVE 'WOULD OVERFLOW KIT CASES'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-BUILD-OK
               END-IF
           END-IF

           IF BUILD-PASSED
               MOVE 'V' TO WS-SCAN-MODE
               PERFORM 460-SCAN-THE-WAREHOUSE
               PERFORM 480-CHECK-THE-COMPONENTS
           END-IF

           .

       410-GATHER-THE-COMPONENTS.

           MOVE 0 TO WS-BC-COUNT

           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-COUNT
                   OR NOT BUILD-PASSED
               SET BT-IDX TO WS-BT-SUB
               IF BT-KIT-CANDY-ID(BT-IDX) = BO-CANDY-ID
                  AND BT-KIT-OCCURRENCE(BT-IDX) = BO-OCCURRENCE
                   PERFORM 415-ADD-COMPONENT-ENTRY
               END-IF
           END-PERFORM

           IF BUILD-PASSED AND WS-BC-COUNT = 0
               MOVE 'NO BILL OF MATERIALS FOR KIT'
                   TO WS-REJECT-REASON
               MOVE 'NO' TO WS-BUILD-OK
           END-IF

           .

       415-ADD-COMPONENT-ENTRY.

           EVALUATE TRUE
               WHEN WS-BC-COUNT >= 50
                   MOVE 'KIT HAS MORE THAN 50 COMPONENTS'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-BUILD-OK
               WHEN BT-COMP-OCCURRENCE(BT-IDX) < 1
                 OR BT-COMP-OCCURRENCE(BT-IDX) > 5
                 OR BT-COMP-CASES(BT-IDX) = 0
                 OR (BT-COMP-CANDY-ID(BT-IDX) = BO-CANDY-ID
                 AND BT-COMP-OCCURRENCE(BT-IDX) = BO-OCCURRENCE)
                   MOVE 'BAD LINE ON BILL OF MATERIALS'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-BUILD-OK
               WHEN OTHER
                   ADD 1 TO WS-BC-COUNT
                   MOVE BT-COMP-CANDY-ID(BT-IDX)
                       TO BC-CANDY-ID(WS-BC-COUNT)
                   MOVE BT-COMP-OCCURRENCE(BT-IDX)
                       TO BC-OCCURRENCE(WS-BC-COUNT)
                   MOVE BT-COMP-CASES(BT-IDX)
                       TO BC-PER-KIT(WS-BC-COUNT)
                   COMPUTE BC-NEED(WS-BC-COUNT) =
                       BT-COMP-CASES(BT-IDX) * BO-CASES
                   MOVE 0 TO BC-ON-HAND(WS-BC-COUNT)
                   MOVE 0 TO BC-TAKEN(WS-BC-COUNT)
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

       460-SCAN-THE-WAREHOUSE.

      *    ONE PASS OVER EVERY MASTER RECORD IN THE BUILD WAREHOUSE.
      *    TO VERIFY, IT TOTALS WHAT IS ON HAND AND COSTS WHAT THE
      *    BUILD WILL TAKE; TO DRAW, IT TAKES THE SAME CASES FROM THE
      *    SAME RECORDS IN THE SAME KEY ORDER.

           MOVE 0 TO WS-BUILD-VALUE
           PERFORM VARYING WS-BC-SUB FROM 1 BY 1
                   UNTIL WS-BC-SUB > WS-BC-COUNT
               MOVE 0 TO BC-TAKEN(WS-BC-SUB)
           END-PERFORM

           MOVE BO-WAREHOUSE-ID TO WAREHOUSE-ID
           MOVE LOW-VALUES      TO VENDOR-ID
           MOVE LOW-VALUES      TO CANDY-ID
           MOVE ' '             TO WS-SCAN-EOF

           START MASTER-FILE KEY IS NOT LESS THAN MASTER-KEY
               INVALID KEY
                   MOVE 'N' TO WS-SCAN-EOF
           END-START

           PERFORM UNTIL SCAN-DONE
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-SCAN-EOF
                   NOT AT END
                       IF WAREHOUSE-ID NOT = BO-WAREHOUSE-ID
                           MOVE 'N' TO WS-SCAN-EOF
                       ELSE
                           PERFORM 470-MATCH-THE-COMPONENTS
                       END-IF
               END-READ
           END-PERFORM

           .

       470-MATCH-THE-COMPONENTS.

           PERFORM VARYING WS-BC-SUB FROM 1 BY 1
                   UNTIL WS-BC-SUB > WS-BC-COUNT
               IF BC-CANDY-ID(WS-BC-SUB) = CANDY-ID
                   MOVE BC-OCCURRENCE(WS-BC-SUB) TO WS-OCC-SUB
                   IF CANDY-NAME(WS-OCC-SUB) NOT = SPACES
                      AND NUM-CASES(WS-OCC-SUB) IS NUMERIC
                      AND PRICE(WS-OCC-SUB) IS NUMERIC
                       IF NUM-CASES(WS-OCC-SUB) > 0
                           PERFORM 475-TAKE-THE-COMPONENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           .

       475-TAKE-THE-COMPONENT.

           IF SCAN-TO-VERIFY
               ADD NUM-CASES(WS-OCC-SUB) TO BC-ON-HAND(WS-BC-SUB)
           END-IF

           COMPUTE WS-DRAW-QTY = BC-NEED(WS-BC-SUB)
                               - BC-TAKEN(WS-BC-SUB)
           IF NUM-CASES(WS-OCC-SUB) < WS-DRAW-QTY
               MOVE NUM-CASES(WS-OCC-SUB) TO WS-DRAW-QTY
           END-IF

           IF WS-DRAW-QTY > 0
               ADD WS-DRAW-QTY TO BC-TAKEN(WS-BC-SUB)
               COMPUTE WS-LINE-VALUE =
                   WS-DRAW-QTY * PRICE(WS-OCC-SUB)
               ADD WS-LINE-VALUE TO WS-BUILD-VALUE
               IF SCAN-TO-DRAW
                   PERFORM 620-DRAW-ONE-COMPONENT
               END-IF
           END-IF

           .

       480-CHECK-THE-COMPONENTS.

           MOVE 0 TO WS-SHORT-COUNT
           PERFORM VARYING WS-BC-SUB FROM 1 BY 1
                   UNTIL WS-BC-SUB > WS-BC-COUNT
               IF BC-ON-HAND(WS-BC-SUB) < BC-NEED(WS-BC-SUB)
                   ADD 1 TO WS-SHORT-COUNT
               END-IF
           END-PERFORM

           IF WS-SHORT-COUNT > 0
               MOVE 'COMPONENT SHORT - SEE BELOW'
                   TO WS-REJECT-REASON
               MOVE 'NO' TO WS-BUILD-OK
           ELSE
               COMPUTE WS-ROLLED-PRICE ROUNDED =
                   WS-BUILD-VALUE / BO-CASES
               IF WS-ROLLED-PRICE > 999.99
                   MOVE 'ROLLED-UP PRICE OVER 999.99'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-BUILD-OK
               END-IF
           END-IF

           .

       510-READ-THE-KIT.

           MOVE BO-KIT-KEY TO MASTER-KEY

           READ MASTER-FILE
               INVALID KEY
                   MOVE 'KIT KEY NOT ON MASTER' TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-BUILD-OK
               NOT INVALID KEY
                   MOVE BO-OCCURRENCE TO WS-OCC-SUB
                   EVALUATE TRUE
                       WHEN CANDY-NAME(WS-OCC-SUB) = SPACES
                           MOVE 'KIT OCCURRENCE NOT ON MASTER'
                               TO WS-REJECT-REASON
                           MOVE 'NO' TO WS-BUILD-OK
                       WHEN NUM-CASES(WS-OCC-SUB) NOT NUMERIC
                           MOVE 'KIT CASES NOT NUMERIC'
                               TO WS-REJECT-REASON
                           MOVE 'NO' TO WS-BUILD-OK
                       WHEN OTHER
                           MOVE NUM-CASES(WS-OCC-SUB)
                               TO WS-KIT-OLD-CASES
                   END-EVALUATE
           END-READ

           .

       600-BUILD-THE-KIT.

           ADD 1 TO WS-LAST-BUILD-NO
           MOVE WS-LAST-BUILD-NO TO WS-BUILD-LOT-NO
           MOVE 0 TO WS-KIT-BEST-BY

      *    EACH BUILD IS HEADED WITH THE NAME OF THE WAREHOUSE IT
      *    IS BUILT IN.

           PERFORM 610-FIND-WAREHOUSE-NAME
           MOVE BO-WAREHOUSE-ID   TO WL-WAREHOUSE
           MOVE WS-WAREHOUSE-NAME TO WL-NAME
           MOVE WAREHOUSE-SECTION-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE 'D' TO WS-SCAN-MODE
           PERFORM 460-SCAN-THE-WAREHOUSE

           MOVE BO-KIT-KEY TO MASTER-KEY
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY 'KIT ' BO-KIT-KEY ' LOST FROM PR3MAST.DAT '
                       'DURING BUILD ' WS-BUILD-LOT
                       ' - STATUS ' WS-MASTER-STATUS
               NOT INVALID KEY
                   PERFORM 660-ADD-THE-KIT-CASES
           END-READ

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           .

       610-FIND-WAREHOUSE-NAME.

           MOVE SPACES TO WS-WAREHOUSE-NAME

           PERFORM VARYING WS-WH-SUB FROM 1 BY 1
                   UNTIL WS-WH-SUB > WS-WH-COUNT
               SET WH-IDX TO WS-WH-SUB
               IF WH-WAREHOUSE-ID(WH-IDX) = BO-WAREHOUSE-ID
                   MOVE WH-NAME(WH-IDX) TO WS-WAREHOUSE-NAME
               END-IF
           END-PERFORM

           .

       620-DRAW-ONE-COMPONENT.

           MOVE NUM-CASES(WS-OCC-SUB) TO WS-OLD-CASES
           COMPUTE WS-NEW-CASES = WS-OLD-CASES - WS-DRAW-QTY
           MOVE WS-NEW-CASES TO NUM-CASES(WS-OCC-SUB)
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY 'MASTER REWRITE FAILED FOR ' MASTER-KEY
                       ' - STATUS ' WS-MASTER-STATUS
           END-REWRITE

           MOVE '-' TO LG-SIGN
           PERFORM 720-WRITE-LEDGER-LINE

           IF LOT-IS-OPEN
               PERFORM 640-DRAW-THE-COMPONENT-LOTS
           END-IF

           MOVE 'CONSUMED'        TO RL-ACTION
           MOVE PRICE(WS-OCC-SUB) TO RL-UNIT-COST
           MOVE WS-LINE-VALUE     TO RL-VALUE
           PERFORM 700-WRITE-REGISTER-LINE

           ADD WS-DRAW-QTY   TO WS-CASES-CONSUMED
           ADD WS-LINE-VALUE TO WS-VALUE-CONSUMED

           .

       640-DRAW-THE-COMPONENT-LOTS.

      *    THE LOTS ARE TRUED UP TO THE CASES BEFORE THE BUILD, THEN
      *    THE CASES CONSUMED ARE DRAWN FIRST-EXPIRING FIRST.  THE
      *    EARLIEST DATED LOT DRAWN SETS THE KIT'S BEST-BY DATE.

           MOVE WAREHOUSE-ID TO WS-LOT-WAREHOUSE
           MOVE VENDOR-ID    TO WS-LOT-VENDOR
           MOVE CANDY-ID     TO WS-LOT-CANDY
           MOVE WS-OCC-SUB   TO WS-LOT-OCCURRENCE
           MOVE WS-OLD-CASES TO WS-LOT-TARGET

           PERFORM 801-LOAD-THE-LOTS
           PERFORM 803-TRUE-UP-THE-LOTS

           MOVE 0           TO WS-DRAWN-COUNT
           MOVE SPACES      TO WS-LOT-NUMBER
           MOVE WS-DRAW-QTY TO WS-LOT-QTY
           PERFORM 804-DRAW-THE-LOTS

           PERFORM 809-SAVE-THE-LOTS

           PERFORM VARYING WS-DN-SUB FROM 1 BY 1
                   UNTIL WS-DN-SUB > WS-DRAWN-COUNT
               IF DN-BEST-BY(WS-DN-SUB) > 0
                  AND (WS-KIT-BEST-BY = 0
                   OR DN-BEST-BY(WS-DN-SUB) < WS-KIT-BEST-BY)
                   MOVE DN-BEST-BY(WS-DN-SUB) TO WS-KIT-BEST-BY
               END-IF
           END-PERFORM

           .

       660-ADD-THE-KIT-CASES.

      *    THE KIT IS READ AGAIN AFTER THE DRAW, SINCE ONE OF ITS
      *    OWN OTHER OCCURRENCES MAY HAVE BEEN A COMPONENT.  ITS
      *    PRICE BECOMES THE COST OF ITS PARTS PER CASE BUILT.

           MOVE BO-OCCURRENCE TO WS-OCC-SUB
           MOVE NUM-CASES(WS-OCC-SUB) TO WS-OLD-CASES
           COMPUTE WS-NEW-CASES = WS-OLD-CASES + BO-CASES
           MOVE WS-NEW-CASES    TO NUM-CASES(WS-OCC-SUB)
           MOVE WS-ROLLED-PRICE TO PRICE(WS-OCC-SUB)
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY 'MASTER REWRITE FAILED FOR ' MASTER-KEY
                       ' - STATUS ' WS-MASTER-STATUS
           END-REWRITE

           MOVE BO-CASES TO WS-DRAW-QTY
           MOVE '+' TO LG-SIGN
           PERFORM 720-WRITE-LEDGER-LINE

           IF LOT-IS-OPEN
               PERFORM 670-ADD-THE-KIT-LOT
           END-IF

           MOVE 'BUILT'         TO RL-ACTION
           MOVE WS-ROLLED-PRICE TO RL-UNIT-COST
           MOVE WS-BUILD-VALUE  TO RL-VALUE
           PERFORM 700-WRITE-REGISTER-LINE

           ADD BO-CASES TO WS-CASES-BUILT

           .

       670-ADD-THE-KIT-LOT.

           MOVE WAREHOUSE-ID TO WS-LOT-WAREHOUSE
           MOVE VENDOR-ID    TO WS-LOT-VENDOR
           MOVE CANDY-ID     TO WS-LOT-CANDY
           MOVE WS-OCC-SUB   TO WS-LOT-OCCURRENCE
           MOVE WS-OLD-CASES TO WS-LOT-TARGET

           PERFORM 801-LOAD-THE-LOTS
           PERFORM 803-TRUE-UP-THE-LOTS

           MOVE WS-BUILD-LOT   TO WS-LOT-NUMBER
           MOVE WS-KIT-BEST-BY TO WS-LOT-BEST-BY
           MOVE BO-CASES       TO WS-LOT-QTY
           PERFORM 808-ADD-TO-LOT

           PERFORM 809-SAVE-THE-LOTS

           .

       700-WRITE-REGISTER-LINE.

           MOVE WS-BUILD-LOT  TO RL-BUILD-NO
           MOVE WAREHOUSE-ID  TO RL-WAREHOUSE
           MOVE VENDOR-ID     TO RL-VENDOR
           MOVE CANDY-ID      TO RL-CANDY
           MOVE WS-OCC-SUB    TO RL-OCCURRENCE
           MOVE WS-DRAW-QTY   TO RL-QTY
           MOVE WS-OLD-CASES  TO RL-OLD-CASES
           MOVE WS-NEW-CASES  TO RL-NEW-CASES

           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           .

       720-WRITE-LEDGER-LINE.

           MOVE WS-DATE-NUM      TO LG-DATE
           MOVE 'KB'             TO LG-TYPE
           MOVE WAREHOUSE-ID     TO LG-WAREHOUSE-ID
           MOVE VENDOR-ID        TO LG-VENDOR-ID
           MOVE CANDY-ID         TO LG-CANDY-ID
           MOVE WS-OCC-SUB       TO LG-OCCURRENCE
           MOVE 'KB'             TO LG-REF-PREFIX
           MOVE WS-LAST-BUILD-NO TO LG-REF-BUILD-NO
           MOVE WS-DRAW-QTY      TO LG-QTY
           MOVE WS-OLD-CASES     TO LG-OLD-CASES
           MOVE WS-NEW-CASES     TO LG-NEW-CASES
           WRITE LEDGER-RECORD

           .

       750-WRITE-REJECT-LINE.

           MOVE SPACES           TO REJECT-LINE
           MOVE BL-IMAGE(BL-IDX) TO RJ-RECORD
           MOVE WS-REJECT-REASON TO RJ-REASON
           MOVE REJECT-LINE      TO REJECT-RECORD
           WRITE REJECT-RECORD

           IF WS-SHORT-COUNT > 0
               PERFORM VARYING WS-BC-SUB FROM 1 BY 1
                       UNTIL WS-BC-SUB > WS-BC-COUNT
                   IF BC-ON-HAND(WS-BC-SUB) < BC-NEED(WS-BC-SUB)
                       MOVE BC-CANDY-ID(WS-BC-SUB)   TO SL-CANDY
                       MOVE BC-OCCURRENCE(WS-BC-SUB) TO SL-OCCURRENCE
                       MOVE BC-NEED(WS-BC-SUB)       TO SL-NEED
                       MOVE BC-ON-HAND(WS-BC-SUB)    TO SL-ON-HAND
                       MOVE SHORTAGE-LINE TO REJECT-RECORD
                       WRITE REJECT-RECORD
                   END-IF
               END-PERFORM
           END-IF

           .

       800-CARRY-THE-REJECTS.

      *    THE BUILD FILE IS REWRITTEN WITH ONLY THE REJECTED LINES,
      *    SO NOTHING POSTS TWICE AND NOTHING IS LOST.

           OPEN OUTPUT BUILD-FILE

           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                   UNTIL WS-BL-SUB > WS-BL-COUNT
               SET BL-IDX TO WS-BL-SUB
               IF BL-STATUS(BL-IDX) = 'X'
                   MOVE BL-IMAGE(BL-IDX) TO BUILD-RECORD
                   WRITE BUILD-RECORD
               END-IF
           END-PERFORM

           CLOSE BUILD-FILE

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

           IF WS-LOT-PIECE > 0 AND WS-DRAWN-COUNT < 99
               ADD 1 TO WS-DRAWN-COUNT
               MOVE LS-LOT-NUMBER(WS-LS-HIT)
                   TO DN-LOT-NUMBER(WS-DRAWN-COUNT)
               MOVE LS-BEST-BY(WS-LS-HIT)
                   TO DN-BEST-BY(WS-DRAWN-COUNT)
               MOVE WS-LOT-PIECE TO DN-CASES(WS-DRAWN-COUNT)
           END-IF

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

       850-SAVE-LAST-BUILD-NUMBER.

           IF WS-BUILDS-POSTED > 0
               OPEN OUTPUT BUILD-NUMBER-FILE
               MOVE WS-LAST-BUILD-NO TO BN-LAST-BUILD-NO
               WRITE BUILD-NUMBER-RECORD
               CLOSE BUILD-NUMBER-FILE
           END-IF

           .

       900-PRINT-FINAL-TOTAL.

           MOVE WS-BUILDS-READ     TO RG-READ
           MOVE WS-BUILDS-POSTED   TO RG-POSTED
           MOVE WS-BUILDS-REJECTED TO RG-REJECTED
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-CASES-BUILT     TO RG-BUILT
           MOVE WS-CASES-CONSUMED  TO RG-CONSUMED
           MOVE REGISTER-CASES-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-VALUE-CONSUMED  TO RG-VALUE
           MOVE REGISTER-VALUE-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           IF NOT POSTING-CAN-RUN
               MOVE ' RUN STOPPED - NOTHING POSTED THIS RUN'
                   TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF

           DISPLAY 'BLDPST3 COMPLETE - READ ' WS-BUILDS-READ
               ' POSTED ' WS-BUILDS-POSTED
               ' REJECTED ' WS-BUILDS-REJECTED

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
           STOP RUN

           .
