      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 02-SEP-2026 CREATION OF SOFTWARE
      * 15-OCT-2026 THE RUN NOW ENDS WITH A STEP RETURN CODE - 0
      *             CLEAN, 4 NO AUDIT FILE OR UNPARSEABLE LINES
      *             KEPT, 8 FILES EXCEEDING THE AUDIT AT CLOSE, 12
      *             AN I/O FAILURE - SO THE MONTH-END STREAM (SEE
      *             ASTRMTH.JCL) CAN HOLD BACK THE PRINT STEP.
      **********************************************************
      **********************************************************
      * IDENTIFICATION DIVISION
           01 ERR-KEPT-COUNT    PIC 9(5) VALUE ZERO.
           01 ERRIN-DATE-X.
               05 ERRIN-DATE    PIC 9(8).
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
           IF AUDFILESTATUS = "35"
               SET AUDIT-MISSING TO TRUE
               DISPLAY 'NO AUDIT FILE FOUND - NOTHING TO CLOSE'
               MOVE 4 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               GO TO SPLIT-AUDIT-EXIT
           END-IF
           IF AUDFILESTATUS IS NOT EQUAL ZERO
               SET AUDIT-MISSING TO TRUE
               DISPLAY 'UNABLE TO OPEN ASTROLOG.AUD - STATUS: '
                   AUDFILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               GO TO SPLIT-AUDIT-EXIT
           END-IF
           OPEN EXTEND AUDITHISTFILE.
               SET AUDIT-MISSING TO TRUE
               DISPLAY 'UNABLE TO OPEN ASTROLOG.AUH - STATUS: '
                   AUHFILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               CLOSE AUDITFILE
               GO TO SPLIT-AUDIT-EXIT
           END-IF
               SET AUDIT-MISSING TO TRUE
               DISPLAY 'UNABLE TO OPEN ASTRCLS.WRK - STATUS: '
                   WRKFILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               CLOSE AUDITFILE
               CLOSE AUDITHISTFILE
               GO TO SPLIT-AUDIT-EXIT
           IF FILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTROLOG.LOG - STATUS: '
                   FILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               GO TO COUNT-LOG-RECORDS-EXIT
           END-IF
           SET NOT-END-OF-FILE TO TRUE
           IF HISTFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTROLOG.HIS - STATUS: '
                   HISTFILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               GO TO COUNT-HIST-RECORDS-EXIT
           END-IF
           SET NOT-END-OF-FILE TO TRUE
           DISPLAY 'AUDIT LINES KEPT OPEN    : ' KEPT-LINE-COUNT
           IF BAD-LINE-COUNT > ZERO
               DISPLAY 'UNPARSEABLE LINES KEPT   : ' BAD-LINE-COUNT
               MOVE 4 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF
           DISPLAY 'AUDITED OBSERVATIONS     : ' AUDIT-TOTAL
           DISPLAY 'RECORDS IN ASTROLOG.LOG  : ' LOG-COUNT
                   DISPLAY '*** FILES EXCEED AUDIT BY '
                       DIFFERENCE-AMT ' AT CLOSE - INVESTIGATE'
                       ' BEFORE TRUSTING THE NEW BASELINE ***'
                   MOVE 8 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE
                       THRU RAISE-RETURN-CODE-EXIT
               END-IF
           END-IF
           IF KEPT-OBS-SUM GREATER THAN FILE-TOTAL
               DISPLAY '*** OPEN SESSIONS EXCEED THE RECORDS ON'
                   ' FILE - BALANCE FORWARD SET TO ZERO ***'
               MOVE ZERO TO NEW-BF-COUNT
               MOVE 8 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           ELSE
               SUBTRACT KEPT-OBS-SUM FROM FILE-TOTAL
                   GIVING NEW-BF-COUNT
           IF WRKFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO REOPEN ASTRCLS.WRK - STATUS: '
                   WRKFILESTATUS ' - ASTROLOG.AUD LEFT UNCHANGED'
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               GO TO REBUILD-AUDIT-EXIT
           END-IF
           OPEN OUTPUT AUDITFILE
           IF AUDFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO REBUILD ASTROLOG.AUD - STATUS: '
                   AUDFILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               CLOSE WORKFILE
               GO TO REBUILD-AUDIT-EXIT
           END-IF
           IF ERRFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTROLOG.ERR - STATUS: '
                   ERRFILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               GO TO AGE-ERROR-LOG-EXIT
           END-IF
           OPEN EXTEND ERRHISTFILE.
           IF ERHFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTROLOG.ERH - STATUS: '
                   ERHFILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               CLOSE ERRORFILE
               GO TO AGE-ERROR-LOG-EXIT
           END-IF
           IF WRKFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRCLS.WRK - STATUS: '
                   WRKFILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               CLOSE ERRORFILE
               CLOSE ERRHISTFILE
               GO TO AGE-ERROR-LOG-EXIT
           IF WRKFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO REOPEN ASTRCLS.WRK - STATUS: '
                   WRKFILESTATUS ' - ASTROLOG.ERR LEFT UNCHANGED'
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               GO TO AGE-ERROR-LOG-EXIT
           END-IF
           OPEN OUTPUT ERRORFILE
           IF ERRFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO REBUILD ASTROLOG.ERR - STATUS: '
                   ERRFILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               CLOSE WORKFILE
               GO TO AGE-ERROR-LOG-EXIT
           END-IF
       COPY-KEPT-ERROR-EXIT.
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
