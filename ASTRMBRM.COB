      *  LOGIC:
      *     (1) OPEN MEMBERFILE I-O (CREATE IT IF MISSING)
      *     (2) DISPLAY THE MENU AND ACCEPT A CHOICE
      *     (3) ADD/UPDATE/DEACTIVATE/REACTIVATE/LIST AS CHOSEN,
      *         JOURNALLING EVERY CHANGE TO ASTRJNL.DAT
      *     (4) REPEAT UNTIL THE OPERATOR QUITS
      *     (5) END-PROGRAM
      *
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 02-SEP-2026 CREATION OF SOFTWARE
      * 15-OCT-2026 EVERY ADD, UPDATE, DEACTIVATE AND REACTIVATE IS
      *             NOW WRITTEN TO THE SHARED CHANGE JOURNAL
      *             ASTRJNL.DAT WITH THE OPERATOR AND THE RECORD
      *             BEFORE AND AFTER (SEE ASTRJNL.CPY), SO A CHANGE
      *             CAN BE TRACED AND PUT BACK FROM ASTRJNLR'S
      *             LISTING.
      * 15-OCT-2026 THE MEMBER'S AAVSO OBSERVER CODE (MBR-AAVSO-CODE,
      *             SEE ASTRMBR.CPY) IS NOW TAKEN ON AN ADD, CAN BE
      *             CHANGED OR CLEARED ON AN UPDATE, AND IS SHOWN
      *             ON THE LISTING.  ASTRAAV.COB PUTS IT ON THE
      *             MEMBER'S VARIABLE-STAR SUBMISSION FILE.
      **********************************************************
      **********************************************************
      * IDENTIFICATION DIVISION
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MBR-ID
           FILE STATUS IS MBRFILESTATUS.

           SELECT JOURNALFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JNLFILESTATUS.
      **********************************************************
      * DATA DIVISION
      **********************************************************
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRMBR.DAT".
       COPY ASTRMBR.

       FD JOURNALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRJNL.DAT".
       01 JOURNAL-RECORD PIC X(708).
       WORKING-STORAGE SECTION.
           01 MBRFILESTATUS    PIC 9(2).
           01 EOF-SWITCH       PIC A(1).
           01 IDVAL            PIC X(6).
           01 NAMEVAL          PIC X(30).
           01 JOINEDVAL        PIC 9(8).
           01 AAVSOVAL         PIC X(6).
           01 CONFIRMVAL       PIC A(1).
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
           DISPLAY '   MEMBER MASTER MAINTENANCE        '
           DISPLAY '-----------------------------------'
           ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USER"
           IF JOURNAL-OPERATOR = SPACES
               ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USERNAME"
           END-IF
           OPEN I-O MEMBERFILE
           IF MBRFILESTATUS = "35"
               OPEN OUTPUT MEMBERFILE
           ACCEPT NAMEVAL
           DISPLAY 'ENTER JOIN DATE (YYYYMMDD):'
           ACCEPT JOINEDVAL
           DISPLAY 'ENTER AAVSO OBSERVER CODE (BLANK = NONE):'
           ACCEPT AAVSOVAL

           MOVE IDVAL     TO MBR-ID
           MOVE NAMEVAL   TO MBR-NAME
           MOVE JOINEDVAL TO MBR-JOINED
           MOVE AAVSOVAL  TO MBR-AAVSO-CODE
           SET MBR-ACTIVE TO TRUE
           MOVE MBR-ID    TO JOURNAL-KEY
           MOVE SPACES    TO BEFORE-IMAGE
           WRITE MBR-RECORD
               INVALID KEY
                   DISPLAY 'MEMBER ID ALREADY ON FILE: ' IDVAL
               NOT INVALID KEY
                   DISPLAY 'MEMBER ADDED TO MASTER'
                   MOVE "ADD"      TO JOURNAL-ACTION
                   MOVE MBR-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-WRITE.
       ADD-MEMBER-EXIT.
           EXIT.
                   DISPLAY 'MEMBER ID NOT ON FILE: ' IDVAL
                   GO TO UPDATE-MEMBER-EXIT
           END-READ
           MOVE MBR-ID     TO JOURNAL-KEY
           MOVE MBR-RECORD TO BEFORE-IMAGE

           DISPLAY 'CURRENT NAME: ' MBR-NAME
           DISPLAY 'ENTER NEW NAME (BLANK = NO CHANGE):'
           IF JOINEDVAL NOT = ZERO
               MOVE JOINEDVAL TO MBR-JOINED
           END-IF
           DISPLAY 'CURRENT AAVSO OBSERVER CODE: ' MBR-AAVSO-CODE
           DISPLAY 'ENTER NEW AAVSO CODE (BLANK = NO CHANGE,'
               ' NONE = CLEAR):'
           ACCEPT AAVSOVAL
           IF AAVSOVAL = "NONE"
               MOVE SPACES TO MBR-AAVSO-CODE
           ELSE
               IF AAVSOVAL NOT = SPACES
                   MOVE AAVSOVAL TO MBR-AAVSO-CODE
               END-IF
           END-IF

           REWRITE MBR-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED - STATUS: ' MBRFILESTATUS
               NOT INVALID KEY
                   DISPLAY 'MEMBER UPDATED'
                   MOVE "UPDATE"   TO JOURNAL-ACTION
                   MOVE MBR-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-REWRITE.
       UPDATE-MEMBER-EXIT.
           EXIT.
                   DISPLAY 'MEMBER ID NOT ON FILE: ' IDVAL
                   GO TO SET-MEMBER-STATUS-EXIT
           END-READ
           MOVE MBR-ID     TO JOURNAL-KEY
           MOVE MBR-RECORD TO BEFORE-IMAGE
           DISPLAY 'MEMBER: ' MBR-ID ' - ' MBR-NAME
               ' STATUS: ' MBR-STATUS
           DISPLAY 'ARE YOU SURE? (Y/N)'
           END-IF
           IF CHOICE-DEACTIVATE
               SET MBR-INACTIVE TO TRUE
               MOVE "DEACTIVATE" TO JOURNAL-ACTION
           ELSE
               SET MBR-ACTIVE TO TRUE
               MOVE "REACTIVATE" TO JOURNAL-ACTION
           END-IF
           REWRITE MBR-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED - STATUS: ' MBRFILESTATUS
               NOT INVALID KEY
                   DISPLAY 'MEMBER STATUS NOW ' MBR-STATUS
                   MOVE MBR-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-REWRITE.
       SET-MEMBER-STATUS-EXIT.
           EXIT.
           END-READ
           ADD 1 TO LIST-COUNT
           DISPLAY MBR-ID ' ' MBR-NAME ' JOINED ' MBR-JOINED
               ' STATUS ' MBR-STATUS ' AAVSO ' MBR-AAVSO-CODE.
       LIST-MEMBER-LINE-EXIT.
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
           MOVE "ASTRMBRM"       TO JNL-PROGRAM
           MOVE JOURNAL-OPERATOR TO JNL-OPERATOR
           MOVE "ASTRMBR.DAT"    TO JNL-FILE
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
