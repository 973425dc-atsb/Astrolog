      *             PLACE AND IS LISTED, MATCHING THE SIGHTING
      *             COLLISION HANDLING.  MOVES AND COLLISIONS ARE
      *             COUNTED IN THE CONTROL TOTALS.
      * 15-OCT-2026 THE RUN NOW ENDS WITH A STEP RETURN CODE - 0
      *             CLEAN, 4 COLLISIONS, DROPPED ALIASES OR A FULL
      *             TABLE, 8 BEFORE/AFTER COUNTS THAT DO NOT PROVE,
      *             12 AN I/O FAILURE.
      * 15-OCT-2026 A RE-KEYED SIGHTING'S VARIABLE-STAR ESTIMATE (SEE
      *             ASTRVAR.CPY) AND IMAGING RUN (SEE ASTRIMG.CPY)
      *             NOW FOLLOW IT TO THE NEW KEY THE SAME WAY AS ITS
      *             NOTES, WITH THE SAME COLLISION HANDLING.  AN
      *             ESTIMATE ALREADY SUBMITTED TO THE AAVSO IS LEFT
      *             UNDER THE NAME IT WAS REPORTED UNDER AND LISTED.
      **********************************************************
      **********************************************************
      * IDENTIFICATION DIVISION
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AN-KEY
           FILE STATUS IS NOTFILESTATUS.

           SELECT VARSTARFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAR-KEY
           ALTERNATE RECORD KEY IS VAR-OBSERVER WITH DUPLICATES
           FILE STATUS IS VARFILESTATUS.

           SELECT IMAGINGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMG-KEY
           ALTERNATE RECORD KEY IS IMG-OBJECT WITH DUPLICATES
           FILE STATUS IS IMGFILESTATUS.
      **********************************************************
      * DATA DIVISION
      **********************************************************
           VALUE OF FILE-ID IS "ASTRNOT.DAT".
       COPY ASTRNOT.

       FD VARSTARFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRVAR.DAT".
       COPY ASTRVAR.

       FD IMAGINGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRIMG.DAT".
       COPY ASTRIMG.

       WORKING-STORAGE SECTION.
           01 ALSFILESTATUS    PIC 9(2).
           01 CATFILESTATUS    PIC 9(2).
           01 NOTES-SWITCH     PIC A(1).
               88 NOTES-AVAILABLE   VALUE "Y".
               88 NOTES-UNAVAILABLE VALUE "N".
           01 VARFILESTATUS    PIC 9(2).
           01 VARSTAR-SWITCH   PIC A(1).
               88 VARSTAR-AVAILABLE   VALUE "Y".
               88 VARSTAR-UNAVAILABLE VALUE "N".
           01 IMGFILESTATUS    PIC 9(2).
           01 IMAGING-SWITCH   PIC A(1).
               88 IMAGING-AVAILABLE   VALUE "Y".
               88 IMAGING-UNAVAILABLE VALUE "N".

           01 ALIAS-TABLE.
               05 ALIAS-ENTRY OCCURS 200 TIMES

           01 HOLD-RECORD      PIC X(251).
           01 HOLD-NOTES       PIC X(143).
           01 HOLD-ESTIMATE    PIC X(134).
           01 HOLD-IMAGING     PIC X(100).
           01 FILE-TAG         PIC X(3).
           01 BEFORE-COUNT     PIC 9(7) VALUE ZERO.
           01 AFTER-COUNT      PIC 9(7) VALUE ZERO.
           01 TOTAL-NO-ALIAS   PIC 9(5) VALUE ZERO.
           01 TOTAL-NOTES-MOVED PIC 9(5) VALUE ZERO.
           01 TOTAL-NOTES-COLL  PIC 9(5) VALUE ZERO.
      *    AN ESTIMATE LEFT IN PLACE BECAUSE IT WAS ALREADY SUBMITTED
      *    COUNTS AS AN ESTIMATE COLLISION - IT STAYS UNDER THE OLD
      *    NAME JUST THE SAME.
           01 EST-MOVED-COUNT   PIC 9(5) VALUE ZERO.
           01 EST-COLL-COUNT    PIC 9(5) VALUE ZERO.
           01 IMG-MOVED-COUNT   PIC 9(5) VALUE ZERO.
           01 IMG-COLL-COUNT    PIC 9(5) VALUE ZERO.
           01 TOTAL-EST-MOVED   PIC 9(5) VALUE ZERO.
           01 TOTAL-EST-COLL    PIC 9(5) VALUE ZERO.
           01 TOTAL-IMG-MOVED   PIC 9(5) VALUE ZERO.
           01 TOTAL-IMG-COLL    PIC 9(5) VALUE ZERO.
           01 BALANCE-SWITCH   PIC A(1) VALUE "Y".
               88 COUNTS-BALANCE     VALUE "Y".
               88 COUNTS-OUT-OF-BALANCE VALUE "N".
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
           IF CATFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRCAT.DAT - STATUS: '
                   CATFILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               DISPLAY 'THE CATALOG IS REQUIRED TO TELL A GOOD NAME'
                   ' FROM A BAD ONE - RUN ABANDONED'
               GO TO PROGRAM-STOP
               IF ALSFILESTATUS IS NOT EQUAL ZERO
                   DISPLAY 'UNABLE TO OPEN ASTRALS.DAT - STATUS: '
                       ALSFILESTATUS
                   MOVE 12 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
                   CLOSE CATALOGFILE
                   GO TO PROGRAM-STOP
               END-IF
               IF ALIAS-DROPPED-COUNT > ZERO
                   DISPLAY 'ALIASES DROPPED (TARGET NOT A CATALOG'
                       ' DESIGNATION): ' ALIAS-DROPPED-COUNT
                   MOVE 4 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               END-IF
           END-IF

           IF LSTFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRRKY.LST - STATUS: '
                   LSTFILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               CLOSE CATALOGFILE
               GO TO PROGRAM-STOP
           END-IF
                   SET NOTES-UNAVAILABLE TO TRUE
                   DISPLAY 'UNABLE TO OPEN ASTRNOT.DAT - STATUS: '
                       NOTFILESTATUS ' - NOTES NOT MOVED'
                   MOVE 12 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               END-IF
           END-IF

           SET VARSTAR-AVAILABLE TO TRUE
           OPEN I-O VARSTARFILE
           IF VARFILESTATUS = "35"
               SET VARSTAR-UNAVAILABLE TO TRUE
               DISPLAY 'NO ESTIMATES FILE (ASTRVAR.DAT) - NO'
                   ' ESTIMATES TO MOVE'
           ELSE
               IF VARFILESTATUS IS NOT EQUAL ZERO
                   SET VARSTAR-UNAVAILABLE TO TRUE
                   DISPLAY 'UNABLE TO OPEN ASTRVAR.DAT - STATUS: '
                       VARFILESTATUS ' - ESTIMATES NOT MOVED'
                   MOVE 12 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               END-IF
           END-IF

           SET IMAGING-AVAILABLE TO TRUE
           OPEN I-O IMAGINGFILE
           IF IMGFILESTATUS = "35"
               SET IMAGING-UNAVAILABLE TO TRUE
               DISPLAY 'NO IMAGING LOG (ASTRIMG.DAT) - NO IMAGING'
                   ' RUNS TO MOVE'
           ELSE
               IF IMGFILESTATUS IS NOT EQUAL ZERO
                   SET IMAGING-UNAVAILABLE TO TRUE
                   DISPLAY 'UNABLE TO OPEN ASTRIMG.DAT - STATUS: '
                       IMGFILESTATUS ' - IMAGING RUNS NOT MOVED'
                   MOVE 12 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               END-IF
           END-IF

               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD
           MOVE SPACES TO LIST-RECORD
           STRING 'RUN TOTALS - ESTIMATES MOVED: ' TOTAL-EST-MOVED
               '  ESTIMATE COLLISIONS: ' TOTAL-EST-COLL
               '  IMAGING MOVED: ' TOTAL-IMG-MOVED
               '  IMAGING COLLISIONS: ' TOTAL-IMG-COLL
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD
           CLOSE LISTFILE
           CLOSE CATALOGFILE
           IF NOTES-AVAILABLE
               CLOSE NOTESFILE
           END-IF
           IF VARSTAR-AVAILABLE
               CLOSE VARSTARFILE
           END-IF
           IF IMAGING-AVAILABLE
               CLOSE IMAGINGFILE
           END-IF

           DISPLAY ' '
           DISPLAY 'RE-KEYED IN TOTAL    : ' TOTAL-REKEYED
           DISPLAY 'NO ALIAS IN TOTAL    : ' TOTAL-NO-ALIAS
           DISPLAY 'NOTES MOVED IN TOTAL : ' TOTAL-NOTES-MOVED
           DISPLAY 'NOTES COLLISIONS     : ' TOTAL-NOTES-COLL
           DISPLAY 'ESTIMATES MOVED      : ' TOTAL-EST-MOVED
           DISPLAY 'ESTIMATE COLLISIONS  : ' TOTAL-EST-COLL
           DISPLAY 'IMAGING RUNS MOVED   : ' TOTAL-IMG-MOVED
           DISPLAY 'IMAGING COLLISIONS   : ' TOTAL-IMG-COLL
           IF TOTAL-COLLISION > ZERO OR TOTAL-NOTES-COLL > ZERO
             OR TOTAL-EST-COLL > ZERO OR TOTAL-IMG-COLL > ZERO
               MOVE 4 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF
           IF COUNTS-BALANCE
               DISPLAY 'BEFORE/AFTER CONTROL TOTALS PROVE - NO'
                   ' SIGHTINGS LOST'
                   SET ALS-TABLE-IS-FULL TO TRUE
                   DISPLAY '*** MORE THAN 200 ALIASES - ADDITIONAL'
                       ' ALIASES IGNORED THIS RUN ***'
                   MOVE 4 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               END-IF
           END-IF.
       LOAD-ALIAS-LINE-EXIT.
           IF FILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTROLOG.LOG - STATUS: '
                   FILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               GO TO PROCESS-LOG-EXIT
           END-IF

           MOVE ZERO TO BEFORE-COUNT AFTER-COUNT EXCEPTION-COUNT
               REKEYED-COUNT COLLISION-COUNT NO-ALIAS-COUNT
               NOTES-MOVED-COUNT NOTES-COLL-COUNT
               EST-MOVED-COUNT EST-COLL-COUNT
               IMG-MOVED-COUNT IMG-COLL-COUNT
           MOVE ZERO TO PENDING-TABLE-COUNT
           SET PND-TABLE-NOT-FULL TO TRUE

                   SET PND-TABLE-IS-FULL TO TRUE
                   DISPLAY '*** MORE THAN 500 RE-KEYS IN ONE PASS -'
                       ' RUN THE JOB AGAIN FOR THE REMAINDER ***'
                   MOVE 4 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               END-IF
           END-IF.
       SWEEP-LOG-RECORD-EXIT.
               INVALID KEY
                   DISPLAY '*** DELETE FAILED - STATUS: ' FILESTATUS
                       ' ON ' PND-OBJECT(PENDING-IDX)
                   MOVE 12 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
                   GO TO APPLY-LOG-REKEY-EXIT
           END-DELETE
           MOVE HOLD-RECORD TO AL-RECORD
                   PERFORM LIST-REKEYED THRU LIST-REKEYED-EXIT
                   PERFORM MOVE-NOTES-RECORD
                       THRU MOVE-NOTES-RECORD-EXIT
                   PERFORM MOVE-ESTIMATE-RECORD
                       THRU MOVE-ESTIMATE-RECORD-EXIT
                   PERFORM MOVE-IMAGING-RECORD
                       THRU MOVE-IMAGING-RECORD-EXIT
           END-WRITE.
       APPLY-LOG-REKEY-EXIT.
           EXIT.
           IF HISTFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTROLOG.HIS - STATUS: '
                   HISTFILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               GO TO PROCESS-HIST-EXIT
           END-IF

           MOVE ZERO TO BEFORE-COUNT AFTER-COUNT EXCEPTION-COUNT
               REKEYED-COUNT COLLISION-COUNT NO-ALIAS-COUNT
               NOTES-MOVED-COUNT NOTES-COLL-COUNT
               EST-MOVED-COUNT EST-COLL-COUNT
               IMG-MOVED-COUNT IMG-COLL-COUNT
           MOVE ZERO TO PENDING-TABLE-COUNT
           SET PND-TABLE-NOT-FULL TO TRUE

                   SET PND-TABLE-IS-FULL TO TRUE
                   DISPLAY '*** MORE THAN 500 RE-KEYS IN ONE PASS -'
                       ' RUN THE JOB AGAIN FOR THE REMAINDER ***'
                   MOVE 4 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               END-IF
           END-IF.
       SWEEP-HIST-RECORD-EXIT.
               INVALID KEY
                   DISPLAY '*** DELETE FAILED - STATUS: '
                       HISTFILESTATUS ' ON ' PND-OBJECT(PENDING-IDX)
                   MOVE 12 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
                   GO TO APPLY-HIST-REKEY-EXIT
           END-DELETE
           MOVE HOLD-RECORD TO AH-RECORD
                   PERFORM LIST-REKEYED THRU LIST-REKEYED-EXIT
                   PERFORM MOVE-NOTES-RECORD
                       THRU MOVE-NOTES-RECORD-EXIT
                   PERFORM MOVE-ESTIMATE-RECORD
                       THRU MOVE-ESTIMATE-RECORD-EXIT
                   PERFORM MOVE-IMAGING-RECORD
                       THRU MOVE-IMAGING-RECORD-EXIT
           END-WRITE.
       APPLY-HIST-REKEY-EXIT.
           EXIT.
               INVALID KEY
                   DISPLAY '*** NOTES DELETE FAILED - STATUS: '
                       NOTFILESTATUS ' ON ' PND-OBJECT(PENDING-IDX)
                   MOVE 12 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
                   GO TO MOVE-NOTES-RECORD-EXIT
           END-DELETE
           MOVE HOLD-NOTES TO AN-RECORD
       MOVE-NOTES-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * MOVE-ESTIMATE-RECORD MOVES A RE-KEYED SIGHTING'S VARIABLE-
      * STAR ESTIMATE (SEE ASTRVAR.CPY) TO THE NEW KEY THE SAME
      * WAY MOVE-NOTES-RECORD MOVES ITS NOTES.  VAR-STAR WAS TAKEN
      * FROM THE OBJECT NAME AT ENTRY, SO IT FOLLOWS THE NEW NAME
      * TOO.  AN ESTIMATE ALREADY SUBMITTED TO THE AAVSO WAS
      * REPORTED UNDER THE OLD NAME AND IS LEFT THERE AND LISTED.
      *-----------------------------------------------------------
       MOVE-ESTIMATE-RECORD.
           IF VARSTAR-UNAVAILABLE
               GO TO MOVE-ESTIMATE-RECORD-EXIT
           END-IF
           MOVE PND-DATETIMEYR(PENDING-IDX) TO VAR-DATETIMEYR
           MOVE PND-TIME(PENDING-IDX)       TO VAR-TIME
           MOVE PND-OBJECT(PENDING-IDX)     TO VAR-OBJECT
           READ VARSTARFILE
               INVALID KEY
                   GO TO MOVE-ESTIMATE-RECORD-EXIT
           END-READ
           IF VAR-SUBMITTED
               ADD 1 TO EST-COLL-COUNT
               PERFORM LIST-ESTIMATE-SUBMITTED
                   THRU LIST-ESTIMATE-SUBMITTED-EXIT
               GO TO MOVE-ESTIMATE-RECORD-EXIT
           END-IF
           MOVE VAR-RECORD TO HOLD-ESTIMATE
           DELETE VARSTARFILE RECORD
               INVALID KEY
                   DISPLAY '*** ESTIMATE DELETE FAILED - STATUS: '
                       VARFILESTATUS ' ON ' PND-OBJECT(PENDING-IDX)
                   MOVE 12 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
                   GO TO MOVE-ESTIMATE-RECORD-EXIT
           END-DELETE
           MOVE HOLD-ESTIMATE TO VAR-RECORD
           MOVE PND-NEW-OBJECT(PENDING-IDX) TO VAR-OBJECT
           IF VAR-STAR = PND-OBJECT(PENDING-IDX)
               MOVE PND-NEW-OBJECT(PENDING-IDX) TO VAR-STAR
           END-IF
           WRITE VAR-RECORD
               INVALID KEY
                   MOVE HOLD-ESTIMATE TO VAR-RECORD
                   WRITE VAR-RECORD
                   END-WRITE
                   ADD 1 TO EST-COLL-COUNT
                   PERFORM LIST-ESTIMATE-COLLISION
                       THRU LIST-ESTIMATE-COLLISION-EXIT
               NOT INVALID KEY
                   ADD 1 TO EST-MOVED-COUNT
           END-WRITE.
       MOVE-ESTIMATE-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * MOVE-IMAGING-RECORD MOVES A RE-KEYED SIGHTING'S IMAGING RUN
      * (SEE ASTRIMG.CPY) TO THE NEW KEY THE SAME WAY
      * MOVE-NOTES-RECORD MOVES ITS NOTES, WITH THE SAME COLLISION
      * HANDLING.
      *-----------------------------------------------------------
       MOVE-IMAGING-RECORD.
           IF IMAGING-UNAVAILABLE
               GO TO MOVE-IMAGING-RECORD-EXIT
           END-IF
           MOVE PND-DATETIMEYR(PENDING-IDX) TO IMG-DATETIMEYR
           MOVE PND-TIME(PENDING-IDX)       TO IMG-TIME
           MOVE PND-OBJECT(PENDING-IDX)     TO IMG-OBJECT
           READ IMAGINGFILE
               INVALID KEY
                   GO TO MOVE-IMAGING-RECORD-EXIT
           END-READ
           MOVE IMG-RECORD TO HOLD-IMAGING
           DELETE IMAGINGFILE RECORD
               INVALID KEY
                   DISPLAY '*** IMAGING DELETE FAILED - STATUS: '
                       IMGFILESTATUS ' ON ' PND-OBJECT(PENDING-IDX)
                   MOVE 12 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
                   GO TO MOVE-IMAGING-RECORD-EXIT
           END-DELETE
           MOVE HOLD-IMAGING TO IMG-RECORD
           MOVE PND-NEW-OBJECT(PENDING-IDX) TO IMG-OBJECT
           WRITE IMG-RECORD
               INVALID KEY
                   MOVE HOLD-IMAGING TO IMG-RECORD
                   WRITE IMG-RECORD
                   END-WRITE
                   ADD 1 TO IMG-COLL-COUNT
                   PERFORM LIST-IMAGING-COLLISION
                       THRU LIST-IMAGING-COLLISION-EXIT
               NOT INVALID KEY
                   ADD 1 TO IMG-MOVED-COUNT
           END-WRITE.
       MOVE-IMAGING-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * FIND-ALIAS SCANS THE ALIAS TABLE FOR THE LIVE-LOG OBJECT
      * IN THE RECORD AREA.  FIND-HIST-ALIAS DOES THE SAME FOR
       LIST-NOTES-COLLISION-EXIT.
           EXIT.

       LIST-ESTIMATE-COLLISION.
           MOVE SPACES TO LIST-RECORD
           STRING 'ESTIMATE COLLISION (' FILE-TAG '): '
               PND-DATETIMEYR(PENDING-IDX) ' '
               PND-TIME(PENDING-IDX) ' '
               FUNCTION TRIM(PND-OBJECT(PENDING-IDX))
               ' - ESTIMATE ALREADY FILED UNDER '
               FUNCTION TRIM(PND-NEW-OBJECT(PENDING-IDX))
               ' - LEFT UNDER THE OLD NAME'
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD.
       LIST-ESTIMATE-COLLISION-EXIT.
           EXIT.

       LIST-ESTIMATE-SUBMITTED.
           MOVE SPACES TO LIST-RECORD
           STRING 'ESTIMATE SUBMITTED (' FILE-TAG '): '
               PND-DATETIMEYR(PENDING-IDX) ' '
               PND-TIME(PENDING-IDX) ' '
               FUNCTION TRIM(PND-OBJECT(PENDING-IDX))
               ' - REPORTED TO THE AAVSO ON ' VAR-SUBMIT-DATE
               ' - LEFT UNDER THE OLD NAME'
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD.
       LIST-ESTIMATE-SUBMITTED-EXIT.
           EXIT.

       LIST-IMAGING-COLLISION.
           MOVE SPACES TO LIST-RECORD
           STRING 'IMAGING COLLISION (' FILE-TAG '): '
               PND-DATETIMEYR(PENDING-IDX) ' '
               PND-TIME(PENDING-IDX) ' '
               FUNCTION TRIM(PND-OBJECT(PENDING-IDX))
               ' - IMAGING RUN ALREADY FILED UNDER '
               FUNCTION TRIM(PND-NEW-OBJECT(PENDING-IDX))
               ' - LEFT UNDER THE OLD NAME'
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD.
       LIST-IMAGING-COLLISION-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * REPORT-FILE-TOTALS WRITES ONE FILE'S CONTROL TOTALS TO THE
      * LISTING AND THE CONSOLE AND PROVES BEFORE = AFTER.  A
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD
           MOVE SPACES TO LIST-RECORD
           STRING FILE-TAG ' TOTALS - ESTIMATES MOVED: '
               EST-MOVED-COUNT
               '  ESTIMATE COLLISIONS: ' EST-COLL-COUNT
               '  IMAGING MOVED: ' IMG-MOVED-COUNT
               '  IMAGING COLLISIONS: ' IMG-COLL-COUNT
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD
           DISPLAY ' '
           DISPLAY FILE-TAG ' RECORDS BEFORE : ' BEFORE-COUNT
           DISPLAY FILE-TAG ' RECORDS AFTER  : ' AFTER-COUNT
           DISPLAY FILE-TAG ' NO ALIAS       : ' NO-ALIAS-COUNT
           DISPLAY FILE-TAG ' NOTES MOVED    : ' NOTES-MOVED-COUNT
           DISPLAY FILE-TAG ' NOTES COLLISION: ' NOTES-COLL-COUNT
           DISPLAY FILE-TAG ' ESTIMATES MOVED: ' EST-MOVED-COUNT
           DISPLAY FILE-TAG ' ESTIMATE COLL  : ' EST-COLL-COUNT
           DISPLAY FILE-TAG ' IMAGING MOVED  : ' IMG-MOVED-COUNT
           DISPLAY FILE-TAG ' IMAGING COLL   : ' IMG-COLL-COUNT
           IF BEFORE-COUNT NOT = AFTER-COUNT
               SET COUNTS-OUT-OF-BALANCE TO TRUE
               DISPLAY '*** ' FILE-TAG ' BEFORE/AFTER COUNTS DO NOT'
                   ' MATCH ***'
               MOVE 8 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF
           ADD REKEYED-COUNT     TO TOTAL-REKEYED
           ADD COLLISION-COUNT   TO TOTAL-COLLISION
           ADD NO-ALIAS-COUNT    TO TOTAL-NO-ALIAS
           ADD NOTES-MOVED-COUNT TO TOTAL-NOTES-MOVED
           ADD NOTES-COLL-COUNT  TO TOTAL-NOTES-COLL
           ADD EST-MOVED-COUNT   TO TOTAL-EST-MOVED
           ADD EST-COLL-COUNT    TO TOTAL-EST-COLL
           ADD IMG-MOVED-COUNT   TO TOTAL-IMG-MOVED
           ADD IMG-COLL-COUNT    TO TOTAL-IMG-COLL.
       REPORT-FILE-TOTALS-EXIT.
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
