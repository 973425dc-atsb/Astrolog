      * 02-SEP-2026 WIDENED BK-DATA TO X(251) FOR THE AL-SESSION
      *             AND AL-OBSERVER FIELDS ADDED TO ASTRLOG.CPY,
      *             MATCHING ASTRUNL.
      * 15-OCT-2026 THE RUN NOW ENDS WITH A STEP RETURN CODE - 0
      *             VERIFIED CLEAN, 8 A SUSPECT RELOAD (MISSING OR
      *             WRONG TRAILER, SEQUENCE ERROR), 12 AN I/O
      *             FAILURE - SO THE JOB STREAM CAN ACT ON IT.
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
           ELSE
               DISPLAY '*** RELOAD SUSPECT - DO NOT PUT THE REBUILT'
                   ' FILE INTO SERVICE (SEE ASTROLOG.ERR) ***'
               MOVE 8 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF
           GO TO PROGRAM-STOP.

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
