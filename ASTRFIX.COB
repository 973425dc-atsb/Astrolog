      *     (2) LIST EVERY ENTRY WITH A SEQUENCE NUMBER
      *     (3) ACCEPT THE SEQUENCE NUMBER TO CORRECT
      *     (4) RE-READ THAT ENTRY BY KEY, ACCEPT CORRECTED FIELDS
      *     (5) REWRITE THE RECORD AND JOURNAL THE CORRECTION TO
      *         ASTRJNL.DAT
      *     (6) END-PROGRAM
      *
      *  DATE
      * 22-AUG-2026 AL-TIME IS NOW PART OF THE RECORD KEY (SEE
      *             ASTRLOG.CPY) - SEQ-TABLE CARRIES IT, AND THE
      *             LISTING AND KEYED RE-READ INCLUDE IT.
      * 15-OCT-2026 EVERY CORRECTION IS NOW WRITTEN TO THE SHARED
      *             CHANGE JOURNAL ASTRJNL.DAT WITH THE OPERATOR
      *             AND THE SIGHTING BEFORE AND AFTER (SEE
      *             ASTRJNL.CPY), SO A CORRECTION CAN BE TRACED AND
      *             PUT BACK FROM ASTRJNLR'S LISTING.
      **********************************************************
      **********************************************************
      * IDENTIFICATION DIVISION
           RECORD KEY IS AL-KEY
           ALTERNATE RECORD KEY IS AL-OBJECT WITH DUPLICATES
           FILE STATUS IS FILESTATUS.

           SELECT JOURNALFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JNLFILESTATUS.
      **********************************************************
      * DATA DIVISION
      **********************************************************
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTROLOG.LOG".
       COPY ASTRLOG.

       FD JOURNALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRJNL.DAT".
       01 JOURNAL-RECORD PIC X(708).
       WORKING-STORAGE SECTION.
           01 FILESTATUS       PIC 9(2).
           01 EOF-SWITCH       PIC A(1) VALUE "N".
           01 PICK-SEQ         PIC 9(3).
           01 NEW-COMPASSVAL   PIC X(15).
           01 NEW-LOCATIONVAL  PIC X(50).
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
           DISPLAY '  ASTRONOMY LOG CORRECTION UTILITY  '
           DISPLAY '-----------------------------------'
           ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USER"
           IF JOURNAL-OPERATOR = SPACES
               ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USERNAME"
           END-IF
           OPEN I-O ASTROLOGFILE
           IF FILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTROLOG.LOG - STATUS: '
                   DISPLAY 'ENTRY NO LONGER EXISTS'
                   GO TO CORRECT-ENTRY-EXIT
           END-READ.
           MOVE AL-KEY    TO JOURNAL-KEY
           MOVE AL-RECORD TO BEFORE-IMAGE

           DISPLAY 'CURRENT COMPASS DIRECTION: ' AL-COMPASS
           DISPLAY 'ENTER NEW COMPASS DIRECTION (BLANK = NO CHANGE):'
                   DISPLAY 'REWRITE FAILED'
               NOT INVALID KEY
                   DISPLAY 'ENTRY CORRECTED'
                   MOVE "CORRECT" TO JOURNAL-ACTION
                   MOVE AL-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-REWRITE.
       CORRECT-ENTRY-EXIT.
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
           MOVE "ASTRFIX"        TO JNL-PROGRAM
           MOVE JOURNAL-OPERATOR TO JNL-OPERATOR
           MOVE "ASTROLOG.LOG"   TO JNL-FILE
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
