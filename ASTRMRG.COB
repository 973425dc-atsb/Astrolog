      *             FIELD RECORD.  FIELD-LAPTOP NOTES HAVE NO
      *             RETURN PATH, SO THE STALE RECORD IS DELETED,
      *             NOT REPLACED.
      * 15-OCT-2026 THE RUN NOW ENDS WITH A STEP RETURN CODE - 0
      *             CLEAN, 4 KEY COLLISIONS LISTED OR FIELD TARGETS
      *             NOT ON THE MASTER LIST, 8 AN INVALID MODE, 12
      *             AN I/O FAILURE.
      * 15-OCT-2026 A NEWEST-WINS REPLACEMENT NOW ALSO DELETES THE
      *             MASTER'S VARIABLE-STAR ESTIMATE (SEE ASTRVAR.CPY)
      *             AND IMAGING RUN (SEE ASTRIMG.CPY) UNDER THE
      *             REPLACED KEY, AS ASTROLOG20'S "LOG ANYWAY"
      *             REWRITE DOES.  AN ESTIMATE ALREADY SUBMITTED TO
      *             THE AAVSO IS KEPT AND LISTED.
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
           01 FLDFILESTATUS    PIC 9(2).
           01 FILESTATUS       PIC 9(2).
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

           01 AUDFILESTATUS    PIC 9(2).
           01 AUD-START-DATE   PIC 9(8).
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
           ACCEPT MERGE-MODE
           IF NOT MODE-NEWEST-WINS AND NOT MODE-SKIP
               DISPLAY 'INVALID MODE: ' MERGE-MODE
               MOVE 8 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               GO TO PROGRAM-STOP
           END-IF

           IF NOTFILESTATUS IS NOT EQUAL ZERO
               SET NOTES-UNAVAILABLE TO TRUE
           END-IF
           SET VARSTAR-AVAILABLE TO TRUE
           OPEN I-O VARSTARFILE
           IF VARFILESTATUS IS NOT EQUAL ZERO
               SET VARSTAR-UNAVAILABLE TO TRUE
           END-IF
           SET IMAGING-AVAILABLE TO TRUE
           OPEN I-O IMAGINGFILE
           IF IMGFILESTATUS IS NOT EQUAL ZERO
               SET IMAGING-UNAVAILABLE TO TRUE
           END-IF

           PERFORM MERGE-RECORD THRU MERGE-RECORD-EXIT
               UNTIL FLD-END-OF-FILE
           IF NOTES-AVAILABLE
               CLOSE NOTESFILE
           END-IF
           IF VARSTAR-AVAILABLE
               CLOSE VARSTARFILE
           END-IF
           IF IMAGING-AVAILABLE
               CLOSE IMAGINGFILE
           END-IF
           CLOSE LISTFILE

           DISPLAY ' '
           DISPLAY 'RECORDS SKIPPED      : ' SKIPPED-COUNT
           DISPLAY 'KEY COLLISIONS LISTED: ' COLLISION-COUNT
               ' (SEE ASTRMRG.LST)'
           IF COLLISION-COUNT > ZERO
               MOVE 4 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF
           PERFORM MERGE-TARGETS THRU MERGE-TARGETS-EXIT
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           GO TO PROGRAM-STOP.
           DISPLAY ' '
           DISPLAY 'TARGETS CHECKED OFF  : ' TGT-CHECKED-COUNT
           DISPLAY 'ALREADY OFF ON MASTER: ' TGT-ALREADY-COUNT
           DISPLAY 'NOT ON MASTER LIST   : ' TGT-UNMATCHED-COUNT
           IF TGT-UNMATCHED-COUNT > ZERO
               MOVE 4 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF.
       MERGE-TARGETS-EXIT.
           EXIT.

                       ADD 1 TO REPLACED-COUNT
                       PERFORM DELETE-STALE-NOTES
                           THRU DELETE-STALE-NOTES-EXIT
                       PERFORM DELETE-STALE-ESTIMATE
                           THRU DELETE-STALE-ESTIMATE-EXIT
                       PERFORM DELETE-STALE-IMAGING
                           THRU DELETE-STALE-IMAGING-EXIT
               END-REWRITE
           ELSE
               ADD 1 TO SKIPPED-COUNT
       DELETE-STALE-NOTES-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * DELETE-STALE-ESTIMATE AND DELETE-STALE-IMAGING DO THE SAME
      * FOR THE MASTER'S VARIABLE-STAR ESTIMATE (SEE ASTRVAR.CPY)
      * AND IMAGING RUN (SEE ASTRIMG.CPY).  AN ESTIMATE ALREADY
      * SUBMITTED TO THE AAVSO IS A MATTER OF RECORD AND IS KEPT,
      * AS ASTROLOG20 KEEPS IT - IT IS LISTED UNDER THE COLLISION
      * SO THE OPERATOR CAN SEE IT NOW SITS AGAINST THE FIELD
      * RECORD.
      *-----------------------------------------------------------
       DELETE-STALE-ESTIMATE.
           IF VARSTAR-UNAVAILABLE
               GO TO DELETE-STALE-ESTIMATE-EXIT
           END-IF
           MOVE AL-KEY TO VAR-KEY
           READ VARSTARFILE
               INVALID KEY
                   GO TO DELETE-STALE-ESTIMATE-EXIT
           END-READ
           IF VAR-SUBMITTED
               MOVE SPACES TO LIST-RECORD
               STRING '  ESTIMATE ALREADY SUBMITTED TO THE AAVSO ON '
                   VAR-SUBMIT-DATE ' - KEPT'
                   DELIMITED BY SIZE INTO LIST-RECORD
               END-STRING
               WRITE LIST-RECORD
               GO TO DELETE-STALE-ESTIMATE-EXIT
           END-IF
           DELETE VARSTARFILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
       DELETE-STALE-ESTIMATE-EXIT.
           EXIT.

       DELETE-STALE-IMAGING.
           IF IMAGING-UNAVAILABLE
               GO TO DELETE-STALE-IMAGING-EXIT
           END-IF
           MOVE AL-KEY TO IMG-KEY
           DELETE IMAGINGFILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
       DELETE-STALE-IMAGING-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * LIST-COLLISION WRITES THE COLLIDING KEY AND BOTH VERSIONS
      * OF THE RECORD - THE MASTER'S (STILL IN AL-RECORD FROM THE
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
