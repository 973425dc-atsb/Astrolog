      *  LOGIC:
      *     (1) OPEN TARGETFILE I-O (CREATE IT IF MISSING)
      *     (2) DISPLAY THE MENU AND ACCEPT A CHOICE
      *     (3) ADD/RETIRE/REACTIVATE/LIST AS CHOSEN, JOURNALLING
      *         EVERY CHANGE TO ASTRJNL.DAT
      *     (4) REPEAT UNTIL THE OPERATOR QUITS
      *     (5) END-PROGRAM
      *
      *             BE CHECKED OFF AUTOMATICALLY.  AN UNCATALOGUED
      *             NAME NOW WARNS AND ASKS BEFORE BEING ACCEPTED,
      *             MIRRORING ASTROLOG20'S ENTRY HANDLING.
      * 15-OCT-2026 EVERY ADD, RETIRE AND REACTIVATE IS NOW WRITTEN
      *             TO THE SHARED CHANGE JOURNAL ASTRJNL.DAT WITH
      *             THE OPERATOR AND THE RECORD BEFORE AND AFTER
      *             (SEE ASTRJNL.CPY), SO A CHANGE CAN BE TRACED AND
      *             PUT BACK FROM ASTRJNLR'S LISTING.
      **********************************************************
      **********************************************************
      * IDENTIFICATION DIVISION
           RECORD KEY IS CAT-DESIG
           ALTERNATE RECORD KEY IS CAT-NAME WITH DUPLICATES
           FILE STATUS IS CATFILESTATUS.

           SELECT JOURNALFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JNLFILESTATUS.
      **********************************************************
      * DATA DIVISION
      **********************************************************
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRCAT.DAT".
       COPY ASTRCAT.

       FD JOURNALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRJNL.DAT".
       01 JOURNAL-RECORD PIC X(708).
       WORKING-STORAGE SECTION.
           01 TGTFILESTATUS    PIC 9(2).
           01 EOF-SWITCH       PIC A(1).
           01 NOTESVAL         PIC X(50).
           01 TODAYS-DATE      PIC 9(8).
           01 LIST-COUNT       PIC 9(5).
           01 JNLFILESTATUS    PIC 9(2).
           01 JOURNAL-OPERATOR PIC X(20).
           01 JOURNAL-ACTION   PIC X(10).
           01 JOURNAL-KEY      PIC X(42).
           01 BEFORE-IMAGE     PIC X(300).
           01 AFTER-IMAGE      PIC X(300).
       COPY ASTRJNL.
      **********************************************************
      * PROCEDURE DIVISION
      **********************************************************
           DISPLAY '-----------------------------------'
           DISPLAY '  OBSERVING TARGET LIST MAINTENANCE '
           DISPLAY '-----------------------------------'
           ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USER"
           IF JOURNAL-OPERATOR = SPACES
               ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USERNAME"
           END-IF
           OPEN I-O TARGETFILE
           IF TGTFILESTATUS = "35"
               OPEN OUTPUT TARGETFILE
           MOVE NOTESVAL    TO TGT-NOTES
           SET TGT-ACTIVE   TO TRUE
           MOVE ZERO        TO TGT-OBSERVED-DATE
           MOVE TGT-OBJECT  TO JOURNAL-KEY
           MOVE SPACES      TO BEFORE-IMAGE
           WRITE TGT-RECORD
               INVALID KEY
                   DISPLAY 'OBJECT ALREADY ON THE TARGET LIST: '
                       OBJECTVAL
               NOT INVALID KEY
                   DISPLAY 'TARGET ADDED'
                   MOVE "ADD"      TO JOURNAL-ACTION
                   MOVE TGT-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-WRITE.
       ADD-TARGET-EXIT.
           EXIT.
               DISPLAY 'TARGET IS ALREADY RETIRED'
               GO TO RETIRE-TARGET-EXIT
           END-IF
           MOVE TGT-OBJECT TO JOURNAL-KEY
           MOVE TGT-RECORD TO BEFORE-IMAGE
           SET TGT-RETIRED TO TRUE
           REWRITE TGT-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED - STATUS: ' TGTFILESTATUS
               NOT INVALID KEY
                   DISPLAY 'TARGET RETIRED'
                   MOVE "RETIRE"   TO JOURNAL-ACTION
                   MOVE TGT-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-REWRITE.
       RETIRE-TARGET-EXIT.
           EXIT.
               DISPLAY 'TARGET IS ALREADY ACTIVE'
               GO TO REACTIVATE-TARGET-EXIT
           END-IF
           MOVE TGT-OBJECT TO JOURNAL-KEY
           MOVE TGT-RECORD TO BEFORE-IMAGE
           SET TGT-ACTIVE TO TRUE
           MOVE ZERO TO TGT-OBSERVED-DATE
           REWRITE TGT-RECORD
                   DISPLAY 'REWRITE FAILED - STATUS: ' TGTFILESTATUS
               NOT INVALID KEY
                   DISPLAY 'TARGET REACTIVATED'
                   MOVE "REACTIVATE" TO JOURNAL-ACTION
                   MOVE TGT-RECORD   TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-REWRITE.
       REACTIVATE-TARGET-EXIT.
           EXIT.
       LIST-TARGET-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * WRITE-JOURNAL APPENDS ONE ENTRY TO ASTRJNL.DAT, THE SHARED
      * CHANGE JOURNAL (SEE ASTRJNL.CPY), FOR THE CHANGE JUST
      * MADE.  THE CALLER HAS SET JOURNAL-ACTION, JOURNAL-KEY,
      * BEFORE-IMAGE AND AFTER-IMAGE.  THE JOURNAL IS OPENED AND
      * CLOSED FOR EACH ENTRY THE SAME WAY ASTROLOG.AUD IS, AND
      * CREATED IF IT IS MISSING.  THE CHANGE ITSELF IS ALREADY
      * ON FILE BY NOW, SO A JOURNAL FAILURE IS REPORTED TO THE
      * OPERATOR BUT DOES NOT UNDO IT.
      *-----------------------------------------------------------
       WRITE-JOURNAL.
           MOVE SPACES           TO JNL-RECORD
           ACCEPT JNL-DATE FROM DATE YYYYMMDD
           ACCEPT JNL-TIME FROM TIME
           MOVE "ASTRTGTM"       TO JNL-PROGRAM
           MOVE JOURNAL-OPERATOR TO JNL-OPERATOR
           MOVE "ASTRTGT.DAT"    TO JNL-FILE
           MOVE JOURNAL-ACTION   TO JNL-ACTION
           MOVE JOURNAL-KEY      TO JNL-KEY
           MOVE BEFORE-IMAGE     TO JNL-BEFORE
           MOVE AFTER-IMAGE      TO JNL-AFTER
           OPEN EXTEND JOURNALFILE
           IF JNLFILESTATUS = "35"
               OPEN OUTPUT JOURNALFILE
           END-IF
           IF JNLFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'CHANGE NOT JOURNALLED - ASTRJNL.DAT STATUS: '
                   JNLFILESTATUS
               GO TO WRITE-JOURNAL-EXIT
           END-IF
           WRITE JOURNAL-RECORD FROM JNL-RECORD
           IF JNLFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'CHANGE NOT JOURNALLED - ASTRJNL.DAT STATUS: '
                   JNLFILESTATUS
           END-IF
           CLOSE JOURNALFILE.
       WRITE-JOURNAL-EXIT.
           EXIT.

       PROGRAM-STOP.
           STOP RUN.
