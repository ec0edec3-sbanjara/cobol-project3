      *  A VENDOR CANNOT BE DELETED WHILE ANY RECORD ON THE
      *  INVENTORY MASTER PR3MAST.DAT STILL CARRIES ITS VENDOR-ID.
      *
      *  THE OPERATOR MUST SIGN ON AGAINST THE OPERATOR MASTER
      *  PR3OPER.TXT (SEE OPERMNT3) AND HOLD THE SUPERVISOR OR BUYER
      *  ROLE; ONLY A SUPERVISOR MAY DELETE A VENDOR.  EVERY ADD,
      *  CHANGE AND DELETE IS LOGGED TO THE AUDIT FILE PR3AUDIT.TXT,
      *  ONE LINE PER VENDOR FIELD WITH ITS BEFORE AND AFTER VALUE,
      *  SO AUDRPT3 REPORTS IT NEXT TO INVENTORY MAINTENANCE.
      *
      ****************************************************************

      ********************** ENVIRONMENT-DIVISION ********************
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "PR3AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "PR3OPER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

      *********************** DATA-DIVISION **************************

       DATA DIVISION.
               10  NUM-CASES     PIC S9(4).
               10  PRICE         PIC S999V99.

       FD  AUDIT-FILE
           RECORD CONTAINS 86 CHARACTERS.

       01  AUDIT-RECORD.
           05  AU-DATE            PIC 9(8).
           05  AU-TIME            PIC 9(6).
           05  AU-OPERATOR        PIC X(8).
           05  AU-FUNCTION        PIC X.
           05  AU-WAREHOUSE-ID    PIC X(4).
           05  AU-VENDOR-ID       PIC X(1).
           05  AU-CANDY-ID        PIC X(3).
           05  AU-OCCURRENCE      PIC 9.
           05  AU-BEFORE-IMAGE    PIC X(27).
           05  AU-AFTER-IMAGE     PIC X(27).

       FD  OPERATOR-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  OPERATOR-RECORD.
           05  OM-OPERATOR-ID    PIC X(8).
           05  OM-OPERATOR-NAME  PIC X(20).
           05  OM-PASSWORD       PIC X(8).
           05  OM-ROLE           PIC X.
           05  OM-ACTIVE-FLAG    PIC X.
           05  OM-FAIL-COUNT     PIC 9.
           05  OM-LAST-DATE      PIC 9(8).
           05  OM-LAST-TIME      PIC 9(6).

      ******************** WORKING STORAGE ***************************

       WORKING-STORAGE SECTION.
               10  VT-LEAD-DAYS    PIC 9(3).
               10  VT-MIN-ORDER    PIC 9(5)V99.

       01  OPERATOR-TABLE-FIELDS.
           05  WS-OPER-STATUS      PIC XX      VALUE SPACES.
           05  WS-OT-COUNT         PIC S9(4)   VALUE 0.
           05  WS-OT-SUB           PIC S9(4)   VALUE 0.
           05  WS-OT-HIT           PIC S9(4)   VALUE 0.
           05  WS-OPER-OVERFLOW    PIC X(3)    VALUE 'NO'.
               88  OPER-TABLE-OVERFLOWED       VALUE 'YES'.
           05  WS-SIGNED-ON        PIC X(3)    VALUE 'NO'.
               88  OPERATOR-SIGNED-ON          VALUE 'YES'.
           05  WS-SIGNON-TRIES     PIC 9       VALUE 0.
           05  WS-OPERATOR-ID      PIC X(8)    VALUE SPACES.
           05  WS-OPERATOR-NAME    PIC X(20)   VALUE SPACES.
           05  WS-IN-PASSWORD      PIC X(8)    VALUE SPACES.
           05  WS-OPERATOR-ROLE    PIC X       VALUE SPACE.
               88  ROLE-IS-SUPERVISOR          VALUE 'S'.
               88  ROLE-MAY-CHANGE-PRICE       VALUE 'S' 'B'.
               88  ROLE-MAY-MAINTAIN-MASTERS   VALUE 'S' 'B'.
           05  WS-SIGNON-DATE      PIC 9(8)    VALUE 0.
           05  WS-SIGNON-TIME-RAW  PIC 9(8)    VALUE 0.

       01  OPERATOR-TABLE-AREA.
           05  OPERATOR-TABLE OCCURS 100 TIMES INDEXED BY OT-IDX.
               10  OT-OPERATOR-ID  PIC X(8).
               10  OT-NAME         PIC X(20).
               10  OT-PASSWORD     PIC X(8).
               10  OT-ROLE         PIC X.
               10  OT-ACTIVE-FLAG  PIC X.
               10  OT-FAIL-COUNT   PIC 9.
               10  OT-LAST-DATE    PIC 9(8).
               10  OT-LAST-TIME    PIC 9(6).

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-STATUS     PIC XX      VALUE SPACES.
           05  WS-AUDIT-DATE       PIC 9(8)    VALUE 0.
           05  WS-AUDIT-TIME-RAW   PIC 9(8)    VALUE 0.
           05  WS-AUDIT-FUNCTION   PIC X       VALUE SPACE.
           05  WS-AUDIT-OCC        PIC 9       VALUE 0.
           05  WS-AUDIT-BEFORE     PIC X(27)   VALUE SPACES.
           05  WS-AUDIT-AFTER      PIC X(27)   VALUE SPACES.
           05  WS-AUDIT-LEAD-DAYS  PIC ZZ9.
           05  WS-AUDIT-MIN-ORDER  PIC ZZ,ZZ9.99.

       01  WS-HOLD-VENDOR.
           05  HV-VENDOR-ID        PIC X(1).
           05  HV-VENDOR-NAME      PIC X(18).
           05  HV-CONTACT-NAME     PIC X(20).
           05  HV-PHONE            PIC X(12).
           05  HV-TERMS            PIC X(10).
           05  HV-LEAD-DAYS        PIC 9(3).
           05  HV-MIN-ORDER        PIC 9(5)V99.

       01  WS-NEW-VENDOR.
           05  NV-VENDOR-ID        PIC X(1).
           05  NV-VENDOR-NAME      PIC X(18).
           05  NV-CONTACT-NAME     PIC X(20).
           05  NV-PHONE            PIC X(12).
           05  NV-TERMS            PIC X(10).
           05  NV-LEAD-DAYS        PIC 9(3).
           05  NV-MIN-ORDER        PIC 9(5)V99.

       01  WS-MENU-FIELDS.
           05  WS-FUNCTION         PIC X.
               88  FUNCTION-ADD                VALUE 'A' 'a'.
               PERFORM 900-REWRITE-THE-FILES
           END-IF

           CLOSE AUDIT-FILE

           STOP RUN

           .

       100-HOUSEKEEPING-ROUTINE.

           PERFORM 120-LOAD-OPERATOR-TABLE
           PERFORM 125-SIGN-ON-OPERATOR

           IF NOT ROLE-MAY-MAINTAIN-MASTERS
               DISPLAY 'YOUR ROLE MAY NOT MAINTAIN THE VENDOR MASTER '
                   '- PROGRAM ENDED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF

           OPEN INPUT VENDM-FILE

           IF WS-VENDM-STATUS = '35'

           .

       120-LOAD-OPERATOR-TABLE.

           MOVE 0 TO WS-OT-COUNT

           OPEN INPUT OPERATOR-FILE

           IF WS-OPER-STATUS NOT = '35'
               PERFORM UNTIL NO-MORE-DATA
                   READ OPERATOR-FILE
                       AT END
                           MOVE 'N' TO EOF-FILE
                       NOT AT END
                           IF WS-OT-COUNT < 100
                               ADD 1 TO WS-OT-COUNT
                               SET OT-IDX TO WS-OT-COUNT
                               MOVE OPERATOR-RECORD
                                   TO OPERATOR-TABLE(OT-IDX)
                               IF OT-FAIL-COUNT(OT-IDX) NOT NUMERIC
                                   MOVE 0 TO OT-FAIL-COUNT(OT-IDX)
                               END-IF
                           ELSE
                               MOVE 'YES' TO WS-OPER-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               MOVE ' ' TO EOF-FILE
           END-IF

           .

       125-SIGN-ON-OPERATOR.

      *    NO OTHER FILE IS OPENED UNTIL THE OPERATOR HAS SIGNED
      *    ON.  THREE TRIES ARE ALLOWED PER SITTING, AND THREE WRONG
      *    PASSWORDS IN A ROW ON ONE OPERATOR-ID LOCK IT UNTIL A
      *    SUPERVISOR SETS IT ACTIVE AGAIN THROUGH OPERMNT3.

           IF OPER-TABLE-OVERFLOWED
               DISPLAY 'PR3OPER.TXT HAS MORE THAN 100 OPERATORS - '
                   'NOBODY CAN SIGN ON UNTIL IT IS CORRECTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-OT-COUNT = 0
               DISPLAY 'NO OPERATORS ON PR3OPER.TXT - A SUPERVISOR '
                   'MUST SET THEM UP THROUGH OPERMNT3'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OPERATOR-SIGNED-ON
                   OR WS-SIGNON-TRIES >= 3
               ADD 1 TO WS-SIGNON-TRIES
               PERFORM 130-CHECK-SIGN-ON
           END-PERFORM

           IF NOT OPERATOR-SIGNED-ON
               DISPLAY 'SIGN-ON REFUSED - PROGRAM ENDED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'SIGNED ON AS ' WS-OPERATOR-ID ' - '
               WS-OPERATOR-NAME

           .

       130-CHECK-SIGN-ON.

           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-IN-PASSWORD
           DISPLAY 'OPERATOR-ID: ' WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           DISPLAY 'PASSWORD: ' WITH NO ADVANCING
           ACCEPT WS-IN-PASSWORD

           MOVE 0 TO WS-OT-HIT
           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                   UNTIL WS-OT-SUB > WS-OT-COUNT
                   OR WS-OT-HIT > 0
               IF OT-OPERATOR-ID(WS-OT-SUB) = WS-OPERATOR-ID
                   MOVE WS-OT-SUB TO WS-OT-HIT
               END-IF
           END-PERFORM

           IF WS-OT-HIT > 0
               SET OT-IDX TO WS-OT-HIT
           END-IF

           EVALUATE TRUE
               WHEN WS-OT-HIT = 0
                 OR WS-OPERATOR-ID = SPACES
                   DISPLAY 'SIGN-ON REJECTED'
               WHEN OT-ACTIVE-FLAG(OT-IDX) = 'L'
                   DISPLAY 'OPERATOR-ID ' WS-OPERATOR-ID
                       ' IS LOCKED - SEE YOUR SUPERVISOR'
               WHEN OT-ACTIVE-FLAG(OT-IDX) NOT = 'Y'
                   DISPLAY 'OPERATOR-ID ' WS-OPERATOR-ID
                       ' IS NOT ACTIVE - SEE YOUR SUPERVISOR'
               WHEN OT-PASSWORD(OT-IDX) NOT = WS-IN-PASSWORD
                   ADD 1 TO OT-FAIL-COUNT(OT-IDX)
                   IF OT-FAIL-COUNT(OT-IDX) >= 3
                       MOVE 'L' TO OT-ACTIVE-FLAG(OT-IDX)
                       DISPLAY 'SIGN-ON REJECTED - OPERATOR-ID '
                           WS-OPERATOR-ID ' IS NOW LOCKED'
                   ELSE
                       DISPLAY 'SIGN-ON REJECTED'
                   END-IF
                   PERFORM 135-SAVE-OPERATOR-FILE
               WHEN OTHER
                   ACCEPT WS-SIGNON-DATE     FROM DATE YYYYMMDD
                   ACCEPT WS-SIGNON-TIME-RAW FROM TIME
                   MOVE 0 TO OT-FAIL-COUNT(OT-IDX)
                   MOVE WS-SIGNON-DATE TO OT-LAST-DATE(OT-IDX)
                   MOVE WS-SIGNON-TIME-RAW(1:6)
                       TO OT-LAST-TIME(OT-IDX)
                   MOVE OT-ROLE(OT-IDX) TO WS-OPERATOR-ROLE
                   MOVE OT-NAME(OT-IDX) TO WS-OPERATOR-NAME
                   MOVE 'YES' TO WS-SIGNED-ON
                   PERFORM 135-SAVE-OPERATOR-FILE
           END-EVALUATE

           .

       135-SAVE-OPERATOR-FILE.

           OPEN OUTPUT OPERATOR-FILE

           PERFORM VARYING WS-OT-SUB FROM 1 BY 1
                   UNTIL WS-OT-SUB > WS-OT-COUNT
               SET OT-IDX TO WS-OT-SUB
               MOVE OPERATOR-TABLE(OT-IDX) TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
           END-PERFORM

           CLOSE OPERATOR-FILE

           .

       150-LOAD-TABLE-ENTRY.

           IF WS-TABLE-COUNT < 20
                   PERFORM 400-CHANGE-RECORD

               WHEN FUNCTION-DELETE
                   IF ROLE-IS-SUPERVISOR
                       PERFORM 500-DELETE-RECORD
                   ELSE
                       DISPLAY 'DELETE IS A SUPERVISOR FUNCTION'
                   END-IF

               WHEN FUNCTION-QUIT
                   MOVE 'YES' TO WS-QUIT-FLAG
                   MOVE SPACES TO VENDOR-TABLE(VT-IDX)
                   MOVE WS-KEY-VENDOR TO VT-VENDOR-ID(VT-IDX)
                   PERFORM 700-ACCEPT-VENDOR-FIELDS
                   MOVE 'A'                  TO WS-AUDIT-FUNCTION
                   MOVE VENDOR-TABLE(VT-IDX) TO WS-NEW-VENDOR
                   MOVE VENDOR-TABLE(VT-IDX) TO WS-HOLD-VENDOR
                   PERFORM 800-AUDIT-VENDOR-FIELDS
                   DISPLAY 'VENDOR ADDED'
               END-IF
           END-IF
               DISPLAY 'THAT VENDOR-ID WAS NOT FOUND ON THE FILE'
           ELSE
               SET VT-IDX TO WS-FOUND-IDX
               MOVE VENDOR-TABLE(VT-IDX) TO WS-HOLD-VENDOR
               PERFORM 700-ACCEPT-VENDOR-FIELDS
               MOVE 'C'                  TO WS-AUDIT-FUNCTION
               MOVE VENDOR-TABLE(VT-IDX) TO WS-NEW-VENDOR
               PERFORM 800-AUDIT-VENDOR-FIELDS
               DISPLAY 'VENDOR CHANGED'
           END-IF

                       '(Y/N)? ' WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF CONFIRM-YES
                       SET VT-IDX TO WS-FOUND-IDX
                       MOVE 'D'                  TO WS-AUDIT-FUNCTION
                       MOVE VENDOR-TABLE(VT-IDX) TO WS-HOLD-VENDOR
                       MOVE VENDOR-TABLE(VT-IDX) TO WS-NEW-VENDOR
                       PERFORM 800-AUDIT-VENDOR-FIELDS
                       PERFORM VARYING WS-IDX FROM WS-FOUND-IDX BY 1
                               UNTIL WS-IDX >= WS-TABLE-COUNT
                           MOVE VENDOR-TABLE(WS-IDX + 1)

           .

       800-AUDIT-VENDOR-FIELDS.

      *    ONE AUDIT LINE PER VENDOR FIELD, THE FIELD NUMBER CARRIED
      *    IN THE OCCURRENCE: 1 NAME, 2 CONTACT, 3 PHONE, 4 TERMS,
      *    5 LEAD DAYS, 6 MINIMUM ORDER.  A CHANGE LOGS ONLY THE
      *    FIELDS THAT ACTUALLY DIFFER; AN ADD OR DELETE LOGS THEM
      *    ALL.  A SITTING THAT WILL NOT BE SAVED IS NOT AUDITED.

           IF NOT TABLE-OVERFLOWED
               MOVE 1               TO WS-AUDIT-OCC
               MOVE HV-VENDOR-NAME  TO WS-AUDIT-BEFORE
               MOVE NV-VENDOR-NAME  TO WS-AUDIT-AFTER
               PERFORM 810-WRITE-AUDIT-LINE

               MOVE 2               TO WS-AUDIT-OCC
               MOVE HV-CONTACT-NAME TO WS-AUDIT-BEFORE
               MOVE NV-CONTACT-NAME TO WS-AUDIT-AFTER
               PERFORM 810-WRITE-AUDIT-LINE

               MOVE 3               TO WS-AUDIT-OCC
               MOVE HV-PHONE        TO WS-AUDIT-BEFORE
               MOVE NV-PHONE        TO WS-AUDIT-AFTER
               PERFORM 810-WRITE-AUDIT-LINE

               MOVE 4               TO WS-AUDIT-OCC
               MOVE HV-TERMS        TO WS-AUDIT-BEFORE
               MOVE NV-TERMS        TO WS-AUDIT-AFTER
               PERFORM 810-WRITE-AUDIT-LINE

               MOVE 5               TO WS-AUDIT-OCC
               MOVE HV-LEAD-DAYS    TO WS-AUDIT-LEAD-DAYS
               MOVE WS-AUDIT-LEAD-DAYS TO WS-AUDIT-BEFORE
               MOVE NV-LEAD-DAYS    TO WS-AUDIT-LEAD-DAYS
               MOVE WS-AUDIT-LEAD-DAYS TO WS-AUDIT-AFTER
               PERFORM 810-WRITE-AUDIT-LINE

               MOVE 6               TO WS-AUDIT-OCC
               MOVE HV-MIN-ORDER    TO WS-AUDIT-MIN-ORDER
               MOVE WS-AUDIT-MIN-ORDER TO WS-AUDIT-BEFORE
               MOVE NV-MIN-ORDER    TO WS-AUDIT-MIN-ORDER
               MOVE WS-AUDIT-MIN-ORDER TO WS-AUDIT-AFTER
               PERFORM 810-WRITE-AUDIT-LINE
           END-IF

           .

       810-WRITE-AUDIT-LINE.

           IF WS-AUDIT-FUNCTION = 'A'
               MOVE SPACES TO WS-AUDIT-BEFORE
           END-IF
           IF WS-AUDIT-FUNCTION = 'D'
               MOVE SPACES TO WS-AUDIT-AFTER
           END-IF

           IF WS-AUDIT-FUNCTION NOT = 'C'
                   OR WS-AUDIT-BEFORE NOT = WS-AUDIT-AFTER
               ACCEPT WS-AUDIT-DATE     FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME-RAW FROM TIME

               MOVE WS-AUDIT-DATE            TO AU-DATE
               MOVE WS-AUDIT-TIME-RAW(1:6)   TO AU-TIME
               MOVE WS-OPERATOR-ID           TO AU-OPERATOR
               MOVE WS-AUDIT-FUNCTION        TO AU-FUNCTION
               MOVE SPACES                   TO AU-WAREHOUSE-ID
               MOVE WS-KEY-VENDOR            TO AU-VENDOR-ID
               MOVE SPACES                   TO AU-CANDY-ID
               MOVE WS-AUDIT-OCC             TO AU-OCCURRENCE
               MOVE WS-AUDIT-BEFORE          TO AU-BEFORE-IMAGE
               MOVE WS-AUDIT-AFTER           TO AU-AFTER-IMAGE
               WRITE AUDIT-RECORD
           END-IF

           .

       900-REWRITE-THE-FILES.

           OPEN OUTPUT VENDM-FILE
