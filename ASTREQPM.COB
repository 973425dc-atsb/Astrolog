      *  LOGIC:
      *     (1) OPEN EQUIPFILE I-O (CREATE IT IF MISSING)
      *     (2) DISPLAY THE MENU AND ACCEPT A CHOICE
      *     (3) ADD/UPDATE/DELETE/LIST AS CHOSEN, JOURNALLING
      *         EVERY CHANGE TO ASTRJNL.DAT
      *     (4) REPEAT UNTIL THE OPERATOR QUITS
      *     (5) END-PROGRAM
      *
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 02-SEP-2026 CREATION OF SOFTWARE
      * 15-OCT-2026 EVERY ADD, UPDATE AND DELETE IS NOW WRITTEN TO
      *             THE SHARED CHANGE JOURNAL ASTRJNL.DAT WITH THE
      *             OPERATOR AND THE RECORD BEFORE AND AFTER (SEE
      *             ASTRJNL.CPY), SO A CHANGE CAN BE TRACED AND PUT
      *             BACK FROM ASTRJNLR'S LISTING.
      **********************************************************
      **********************************************************
      * IDENTIFICATION DIVISION
           RECORD KEY IS EQP-CODE
           ALTERNATE RECORD KEY IS EQP-DESC WITH DUPLICATES
           FILE STATUS IS EQPFILESTATUS.

           SELECT JOURNALFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JNLFILESTATUS.
      **********************************************************
      * DATA DIVISION
      **********************************************************
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTREQP.DAT".
       COPY ASTREQP.

       FD JOURNALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRJNL.DAT".
       01 JOURNAL-RECORD PIC X(708).
       WORKING-STORAGE SECTION.
           01 EQPFILESTATUS    PIC 9(2).
           01 EOF-SWITCH       PIC A(1).
           01 INSERVICEVAL     PIC 9(8).
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
           DISPLAY '  EQUIPMENT REGISTRY MAINTENANCE    '
           DISPLAY '-----------------------------------'
           ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USER"
           IF JOURNAL-OPERATOR = SPACES
               ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USERNAME"
           END-IF
           OPEN I-O EQUIPFILE
           IF EQPFILESTATUS = "35"
               OPEN OUTPUT EQUIPFILE
           MOVE APERTUREVAL  TO EQP-APERTURE
           MOVE FOCALVAL     TO EQP-FOCAL
           MOVE INSERVICEVAL TO EQP-INSERVICE
           MOVE EQP-CODE     TO JOURNAL-KEY
           MOVE SPACES       TO BEFORE-IMAGE
           WRITE EQP-RECORD
               INVALID KEY
                   DISPLAY 'CODE ALREADY IN REGISTRY: ' CODEVAL
               NOT INVALID KEY
                   DISPLAY 'INSTRUMENT ADDED TO REGISTRY'
                   MOVE "ADD"      TO JOURNAL-ACTION
                   MOVE EQP-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-WRITE.
       ADD-EQUIPMENT-EXIT.
           EXIT.
                   DISPLAY 'CODE NOT IN REGISTRY: ' CODEVAL
                   GO TO UPDATE-EQUIPMENT-EXIT
           END-READ
           MOVE EQP-CODE   TO JOURNAL-KEY
           MOVE EQP-RECORD TO BEFORE-IMAGE

           DISPLAY 'CURRENT DESCRIPTION: ' EQP-DESC
           DISPLAY 'ENTER NEW DESCRIPTION (BLANK = NO CHANGE):'
                   DISPLAY 'REWRITE FAILED - STATUS: ' EQPFILESTATUS
               NOT INVALID KEY
                   DISPLAY 'INSTRUMENT UPDATED'
                   MOVE "UPDATE"   TO JOURNAL-ACTION
                   MOVE EQP-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-REWRITE.
       UPDATE-EQUIPMENT-EXIT.
           EXIT.
                   DISPLAY 'CODE NOT IN REGISTRY: ' CODEVAL
                   GO TO DELETE-EQUIPMENT-EXIT
           END-READ
           MOVE EQP-CODE   TO JOURNAL-KEY
           MOVE EQP-RECORD TO BEFORE-IMAGE
           DISPLAY 'DELETING: ' EQP-CODE ' - ' EQP-DESC
           DISPLAY 'ARE YOU SURE? (Y/N)'
           ACCEPT CONFIRMVAL
                   DISPLAY 'DELETE FAILED - STATUS: ' EQPFILESTATUS
               NOT INVALID KEY
                   DISPLAY 'INSTRUMENT DELETED'
                   MOVE "DELETE" TO JOURNAL-ACTION
                   MOVE SPACES   TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-DELETE.
       DELETE-EQUIPMENT-EXIT.
           EXIT.
       LIST-REGISTRY-LINE-EXIT.
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
           MOVE "ASTREQPM"       TO JNL-PROGRAM
           MOVE JOURNAL-OPERATOR TO JNL-OPERATOR
           MOVE "ASTREQP.DAT"    TO JNL-FILE
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
