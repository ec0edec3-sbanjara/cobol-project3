      *
      *  NIGHTLY BATCH DRIVER.  RUNS THE NIGHTLY CYCLE IN ITS
      *  REQUIRED ORDER - POST3, UNLOAD3, PROGRAM3, SUGPO3, XFER3,
      *  TREND3, INVOIC3 - SO THE OPERATOR CANNOT RUN UNLOAD3 BEFORE
      *  POST3 AND SEND THE REPORT CYCLE OUT ON STALE QUANTITIES.
      *  INVOIC3 BILLS THE SHIPMENTS POST3 POSTED; IT RUNS LAST SO
      *  THE STEP NUMBERS OF THE EARLIER STEPS ARE UNCHANGED.
      *
      *  AFTER EACH STEP THE DRIVER CHECKS THE STEP'S RETURN-CODE
      *  (PROGRAM3 SETS 16 ON A SEQUENCE ABORT) AND STOPS THE CHAIN
           05                      PIC X(8)    VALUE 'SUGPO3'.
           05                      PIC X(8)    VALUE 'XFER3'.
           05                      PIC X(8)    VALUE 'TREND3'.
           05                      PIC X(8)    VALUE 'INVOIC3'.

       01  STEP-NAME-TABLE REDEFINES STEP-NAME-TABLE-VALUES.
           05  WS-STEP-NAME        PIC X(8)    OCCURS 7 TIMES.

      *********************** OUTPUT AREA ****************************

           PERFORM 100-HOUSEKEEPING-ROUTINE

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 7
                   OR NOT CHAIN-IS-OK
               IF WS-STEP-SUB > WS-LAST-DONE
                   PERFORM 300-RUN-ONE-STEP
                   NOT AT END
                       IF RS-TAG = 'LASTSTEP='
                          AND RS-STEP IS NUMERIC
                          AND RS-STEP < 7
                           MOVE RS-STEP TO WS-LAST-DONE
                       END-IF
               END-READ
