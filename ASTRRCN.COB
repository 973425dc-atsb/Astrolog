      *             STARTS THE AUDIT TOTAL FROM ITS COUNT, SO A
      *             RUN ONLY RE-PARSES THE SESSIONS SINCE THE
      *             LAST CLOSE.
      * 15-OCT-2026 THE RUN NOW ENDS WITH A STEP RETURN CODE - 0
      *             RECONCILED, 4 AN AUDIT SURPLUS OR UNPARSEABLE
      *             AUDIT LINES, 8 FILES EXCEEDING THE AUDIT, 12 AN
      *             I/O FAILURE - AND THE MONTH-END STREAM (SEE
      *             ASTRMTH.JCL) ONLY CLOSES THE PERIOD BELOW 8.
      **********************************************************
      **********************************************************
      * IDENTIFICATION DIVISION
               05 ERRLI-STATUS-VAL PIC 9(2).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 ERRLI-MESSAGE   PIC X(40).
      *    STEP-RETURN-CODE IS HANDED BACK TO THE JOB STEP IN
      *    RETURN-CODE SO LATER STEPS CAN BE CONDITIONED ON IT:
      *    0 CLEAN, 4 WARNINGS OR REJECTS, 8 A CONTROL-TOTAL OR
      *    VERIFICATION FAILURE, 12 AN I/O FAILURE.  IT ONLY EVER
      *    RISES (SEE RAISE-RETURN-CODE) - THE WORST CONDITION OF
      *    THE RUN IS THE ONE REPORTED.
           01 STEP-RETURN-CODE PIC 9(2) VALUE ZERO.
           01 RAISE-CODE       PIC 9(2).
      **********************************************************
      * PROCEDURE DIVISION
      **********************************************************
                   DISPLAY '*** MORE THAN 200 AUDIT SESSIONS - '
                       'ADDITIONAL SESSIONS NOT LISTED ON A '
                       'DISCREPANCY ***'
                   MOVE 4 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE
                       THRU RAISE-RETURN-CODE-EXIT
               END-IF
           END-IF.
       SUM-AUDIT-LINE-EXIT.
      * REPORT-RESULT COMPARES THE AUDIT TOTAL AGAINST THE RECORDS
      * ON FILE.  ON A DISCREPANCY THE SESSIONS ARE LISTED SO THE
      * SUSPECT RUN CAN BE FOUND, AND AN EXCEPTION IS WRITTEN TO
      * ASTROLOG.ERR.  AN AUDIT SURPLUS CAN BE THE LEGITIMATE
      * "LOG ANYWAY" REWRITE SURPLUS THAT ASTRCLS RETIRES AT THE
      * PERIOD CLOSE, SO IT IS ONLY A WARNING (RETURN CODE 4);
      * RECORDS ON FILE THAT NO AUDITED SESSION ACCOUNTS FOR ARE
      * A RECONCILIATION FAILURE (RETURN CODE 8).
      *-----------------------------------------------------------
       REPORT-RESULT.
           ADD LOG-COUNT TO HIST-COUNT GIVING FILE-TOTAL
           DISPLAY 'AUDIT SESSIONS READ      : ' SESSION-COUNT
           IF BAD-LINE-COUNT > ZERO
               DISPLAY 'UNPARSEABLE AUDIT LINES  : ' BAD-LINE-COUNT
               MOVE 4 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF
           DISPLAY 'AUDITED OBSERVATIONS     : ' AUDIT-TOTAL
           DISPLAY 'RECORDS IN ASTROLOG.LOG  : ' LOG-COUNT
                   DIFFERENCE-AMT ' ***'
               DISPLAY '(A "LOG ANYWAY" REWRITE COUNTS IN THE AUDIT'
                   ' BUT ADDS NO RECORD)'
               MOVE 4 TO RAISE-CODE
           ELSE
               SUBTRACT AUDIT-TOTAL FROM FILE-TOTAL
                   GIVING DIFFERENCE-AMT
               DISPLAY '*** DISCREPANCY - FILES EXCEED AUDIT BY '
                   DIFFERENCE-AMT ' ***'
               MOVE 8 TO RAISE-CODE
           END-IF
           PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           DISPLAY 'SESSIONS ON THE AUDIT TRAIL:'
           PERFORM LIST-SESSION THRU LIST-SESSION-EXIT
               VARYING SESSION-IDX FROM 1 BY 1
      * LOG-IO-ERROR REPORTS AN I/O FAILURE TO THE OPERATOR AND
      * APPENDS IT TO ASTROLOG.ERR.  CALLERS MOVE THE FAILING FILE
      * STATUS TO ERR-STATUS-CODE AND A SHORT DESCRIPTION TO
      * ERR-MESSAGE-TEXT BEFORE PERFORMING THIS PARAGRAPH.  A REAL
      * FILE STATUS RAISES THE STEP RETURN CODE TO 12; A CALLER
      * LOGGING A CONTROL-TOTAL OR VERIFICATION FAILURE (STATUS
      * ZERO) SETS ITS OWN RETURN CODE.
      *-----------------------------------------------------------
       LOG-IO-ERROR.
           IF ERR-STATUS-CODE IS NOT EQUAL ZERO
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF
           DISPLAY '*** I/O ERROR *** ' ERR-MESSAGE-TEXT
               ' - FILE STATUS: ' ERR-STATUS-CODE
           ACCEPT ERRLI-DATE FROM DATE YYYYMMDD
       LOG-IO-ERROR-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * RAISE-RETURN-CODE LIFTS STEP-RETURN-CODE TO RAISE-CODE WHEN
      * THAT IS THE MORE SEVERE, SO A LATER WARNING NEVER MASKS AN
      * EARLIER FAILURE.
      *-----------------------------------------------------------
       RAISE-RETURN-CODE.
           IF RAISE-CODE > STEP-RETURN-CODE
               MOVE RAISE-CODE TO STEP-RETURN-CODE
           END-IF.
       RAISE-RETURN-CODE-EXIT.
           EXIT.

       PROGRAM-STOP.
           DISPLAY 'STEP RETURN CODE: ' STEP-RETURN-CODE
           MOVE STEP-RETURN-CODE TO RETURN-CODE
           STOP RUN.
