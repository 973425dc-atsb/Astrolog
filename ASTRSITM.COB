      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTRSITM.COB
      *
      *  DESCRIPTIVE
      *         NAME: MAINTENANCE UTILITY FOR THE OBSERVING SITE
      *               REGISTRY
      *
      *  FUNCTION:
      *  THIS MODULE MAINTAINS ASTRSIT.DAT, THE OBSERVING SITE
      *  REGISTRY (SEE ASTRSIT.CPY), THE SAME WAY ASTREQPM
      *  MAINTAINS THE EQUIPMENT REGISTRY.  THE OPERATOR CAN ADD A
      *  NEW SITE, UPDATE OR DELETE AN EXISTING ONE, OR LIST THE
      *  WHOLE REGISTRY.  THE LOGGING PROGRAMS (ASTROLOG20 AND
      *  ASTRBAT) LOOK THE SITE OF EVERY SESSION AND SIGHTING UP
      *  IN THIS REGISTRY BEFORE WRITING, SO A SITE MUST BE
      *  REGISTERED HERE BEFORE IT CAN BE LOGGED UNDER A VALIDATED
      *  CODE.  LATITUDE, LONGITUDE AND ELEVATION ARE ACCEPTED AS
      *  TYPED ("-33.8688", "151.2093") AND EDITED FOR RANGE
      *  BEFORE THEY ARE STORED.
      *
      *  LOGIC:
      *     (1) OPEN SITEFILE I-O (CREATE IT IF MISSING)
      *     (2) DISPLAY THE MENU AND ACCEPT A CHOICE
      *     (3) ADD/UPDATE/DELETE/LIST AS CHOSEN, JOURNALLING
      *         EVERY CHANGE TO ASTRJNL.DAT
      *     (4) REPEAT UNTIL THE OPERATOR QUITS
      *     (5) END-PROGRAM
      *
      *  DATE
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 15-OCT-2026 CREATION OF SOFTWARE
      * 15-OCT-2026 THE SITE'S UTC OFFSET (SIT-UTC-OFFSET, HOURS
      *             EAST OF GREENWICH, -12 TO +14) IS NOW ENTERED,
      *             UPDATED AND LISTED WITH THE OTHER FIELDS.
      * 15-OCT-2026 EVERY ADD, UPDATE AND DELETE IS NOW WRITTEN TO
      *             THE SHARED CHANGE JOURNAL ASTRJNL.DAT WITH THE
      *             OPERATOR AND THE RECORD BEFORE AND AFTER (SEE
      *             ASTRJNL.CPY), SO A CHANGE CAN BE TRACED AND PUT
      *             BACK FROM ASTRJNLR'S LISTING.
      **********************************************************
      **********************************************************
      * IDENTIFICATION DIVISION
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ASTRSITM.
       AUTHOR.         ATSB
       DATE-WRITTEN.   15/10/2026.
      **********************************************************
      * ENVIRONMENT DIVISION
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIT-CODE
           ALTERNATE RECORD KEY IS SIT-NAME WITH DUPLICATES
           FILE STATUS IS SITFILESTATUS.

           SELECT JOURNALFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JNLFILESTATUS.
      **********************************************************
      * DATA DIVISION
      **********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD SITEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRSIT.DAT".
       COPY ASTRSIT.

       FD JOURNALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRJNL.DAT".
       01 JOURNAL-RECORD PIC X(708).
       WORKING-STORAGE SECTION.
           01 SITFILESTATUS    PIC 9(2).
           01 EOF-SWITCH       PIC A(1).
               88 END-OF-FILE  VALUE "Y".
               88 NOT-END-OF-FILE VALUE "N".
           01 VALID-SWITCH     PIC A(1).
               88 VALUE-VALID     VALUE "Y".
               88 VALUE-INVALID   VALUE "N".

           01 MENU-CHOICE      PIC A(1).
               88 CHOICE-ADD      VALUE "A".
               88 CHOICE-UPDATE   VALUE "U".
               88 CHOICE-DELETE   VALUE "D".
               88 CHOICE-LIST     VALUE "L".
               88 CHOICE-QUIT     VALUE "Q".

           01 CODEVAL          PIC X(10).
           01 NAMEVAL          PIC X(50).
           01 LATTEXT          PIC X(12).
           01 LONGTEXT         PIC X(12).
           01 ELEVTEXT         PIC X(12).
           01 BORTLEVAL        PIC X(1).
           01 UTCTEXT          PIC X(12).
           01 UTCVAL           PIC S9(2)V9(2).
           01 LATVAL           PIC S9(2)V9(4).
           01 LONGVAL          PIC S9(3)V9(4).
           01 ELEVVAL          PIC S9(5).
           01 NUMERIC-WORK     PIC S9(6)V9(6).
           01 CONFIRMVAL       PIC A(1).
           01 LIST-COUNT       PIC 9(5).
           01 JNLFILESTATUS    PIC 9(2).
           01 JOURNAL-OPERATOR PIC X(20).
           01 JOURNAL-ACTION   PIC X(10).
           01 JOURNAL-KEY      PIC X(42).
           01 BEFORE-IMAGE     PIC X(300).
           01 AFTER-IMAGE      PIC X(300).
       COPY ASTRJNL.

           01 LAT-EDIT         PIC -99.9999.
           01 LONG-EDIT        PIC -999.9999.
           01 ELEV-EDIT        PIC -ZZZZ9.
           01 UTC-EDIT         PIC -Z9.99.
      **********************************************************
      * PROCEDURE DIVISION
      **********************************************************
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY '-----------------------------------'
           DISPLAY '  OBSERVING SITE MAINTENANCE        '
           DISPLAY '-----------------------------------'
           ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USER"
           IF JOURNAL-OPERATOR = SPACES
               ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USERNAME"
           END-IF
           OPEN I-O SITEFILE
           IF SITFILESTATUS = "35"
               OPEN OUTPUT SITEFILE
               IF SITFILESTATUS IS NOT EQUAL ZERO
                   DISPLAY 'UNABLE TO CREATE ASTRSIT.DAT - STATUS: '
                       SITFILESTATUS
                   GO TO PROGRAM-STOP
               END-IF
               CLOSE SITEFILE
               OPEN I-O SITEFILE
           END-IF
           IF SITFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRSIT.DAT - STATUS: '
                   SITFILESTATUS
               GO TO PROGRAM-STOP
           END-IF
           GO TO MENU-LOOP.

       MENU-LOOP.
           DISPLAY ' '
           DISPLAY 'A) ADD  U) UPDATE  D) DELETE  L) LIST  Q) QUIT'
           DISPLAY 'ENTER CHOICE:'
           ACCEPT MENU-CHOICE
           IF CHOICE-ADD
               PERFORM ADD-SITE THRU ADD-SITE-EXIT
           ELSE
               IF CHOICE-UPDATE
                   PERFORM UPDATE-SITE THRU UPDATE-SITE-EXIT
               ELSE
                   IF CHOICE-DELETE
                       PERFORM DELETE-SITE THRU DELETE-SITE-EXIT
                   ELSE
                       IF CHOICE-LIST
                           PERFORM LIST-REGISTRY
                               THRU LIST-REGISTRY-EXIT
                       ELSE
                           IF CHOICE-QUIT
                               CLOSE SITEFILE
                               GO TO PROGRAM-STOP
                           ELSE
                               DISPLAY 'INVALID CHOICE'
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           GO TO MENU-LOOP.

      *-----------------------------------------------------------
      * ADD-SITE ACCEPTS THE FIELDS OF A NEW SITE, EDITS THE
      * POSITION, ELEVATION AND BORTLE CLASS, AND WRITES IT.  THE
      * CODE IS THE PRIMARY KEY, SO A WRITE OF A CODE ALREADY
      * REGISTERED IS REFUSED.  A VALUE THAT FAILS ITS EDIT
      * ABANDONS THE ADD WITHOUT WRITING ANYTHING.
      *-----------------------------------------------------------
       ADD-SITE.
           DISPLAY 'ENTER SITE CODE (E.G. DARKFLD):'
           ACCEPT CODEVAL
           IF CODEVAL = SPACES
               DISPLAY 'SITE CODE MAY NOT BE BLANK'
               GO TO ADD-SITE-EXIT
           END-IF
           DISPLAY 'ENTER SITE NAME:'
           ACCEPT NAMEVAL
           DISPLAY 'ENTER LATITUDE (DECIMAL DEGREES, SOUTH NEGATIVE):'
           ACCEPT LATTEXT
           PERFORM EDIT-LATITUDE THRU EDIT-LATITUDE-EXIT
           IF VALUE-INVALID
               GO TO ADD-SITE-EXIT
           END-IF
           DISPLAY 'ENTER LONGITUDE (DECIMAL DEGREES, WEST NEGATIVE):'
           ACCEPT LONGTEXT
           PERFORM EDIT-LONGITUDE THRU EDIT-LONGITUDE-EXIT
           IF VALUE-INVALID
               GO TO ADD-SITE-EXIT
           END-IF
           DISPLAY 'ENTER ELEVATION (METRES):'
           ACCEPT ELEVTEXT
           PERFORM EDIT-ELEVATION THRU EDIT-ELEVATION-EXIT
           IF VALUE-INVALID
               GO TO ADD-SITE-EXIT
           END-IF
           DISPLAY 'ENTER BORTLE CLASS (1-9):'
           ACCEPT BORTLEVAL
           PERFORM EDIT-BORTLE THRU EDIT-BORTLE-EXIT
           IF VALUE-INVALID
               GO TO ADD-SITE-EXIT
           END-IF
           DISPLAY 'ENTER UTC OFFSET OF THE LOGGING CLOCK (HOURS, '
               'WEST NEGATIVE):'
           ACCEPT UTCTEXT
           PERFORM EDIT-UTC-OFFSET THRU EDIT-UTC-OFFSET-EXIT
           IF VALUE-INVALID
               GO TO ADD-SITE-EXIT
           END-IF

           MOVE CODEVAL      TO SIT-CODE
           MOVE NAMEVAL      TO SIT-NAME
           MOVE LATVAL       TO SIT-LATITUDE
           MOVE LONGVAL      TO SIT-LONGITUDE
           MOVE ELEVVAL      TO SIT-ELEVATION
           MOVE BORTLEVAL    TO SIT-BORTLE
           MOVE UTCVAL       TO SIT-UTC-OFFSET
           MOVE SIT-CODE     TO JOURNAL-KEY
           MOVE SPACES       TO BEFORE-IMAGE
           WRITE SIT-RECORD
               INVALID KEY
                   DISPLAY 'CODE ALREADY IN REGISTRY: ' CODEVAL
               NOT INVALID KEY
                   DISPLAY 'SITE ADDED TO REGISTRY'
                   MOVE "ADD"      TO JOURNAL-ACTION
                   MOVE SIT-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-WRITE.
       ADD-SITE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * UPDATE-SITE RE-READS AN EXISTING SITE BY CODE, ACCEPTS
      * REPLACEMENT VALUES (SPACES LEAVES THE FIELD UNCHANGED),
      * AND REWRITES THE RECORD.  A REPLACEMENT VALUE THAT FAILS
      * ITS EDIT ABANDONS THE UPDATE WITHOUT REWRITING.
      *-----------------------------------------------------------
       UPDATE-SITE.
           DISPLAY 'ENTER SITE CODE TO UPDATE:'
           ACCEPT CODEVAL
           MOVE CODEVAL TO SIT-CODE
           READ SITEFILE
               INVALID KEY
                   DISPLAY 'CODE NOT IN REGISTRY: ' CODEVAL
                   GO TO UPDATE-SITE-EXIT
           END-READ
           MOVE SIT-CODE   TO JOURNAL-KEY
           MOVE SIT-RECORD TO BEFORE-IMAGE

           DISPLAY 'CURRENT NAME: ' SIT-NAME
           DISPLAY 'ENTER NEW NAME (BLANK = NO CHANGE):'
           ACCEPT NAMEVAL
           IF NAMEVAL NOT = SPACES
               MOVE NAMEVAL TO SIT-NAME
           END-IF
           MOVE SIT-LATITUDE TO LAT-EDIT
           DISPLAY 'CURRENT LATITUDE: ' LAT-EDIT
           DISPLAY 'ENTER NEW LATITUDE (BLANK = NO CHANGE):'
           ACCEPT LATTEXT
           IF LATTEXT NOT = SPACES
               PERFORM EDIT-LATITUDE THRU EDIT-LATITUDE-EXIT
               IF VALUE-INVALID
                   GO TO UPDATE-SITE-EXIT
               END-IF
               MOVE LATVAL TO SIT-LATITUDE
           END-IF
           MOVE SIT-LONGITUDE TO LONG-EDIT
           DISPLAY 'CURRENT LONGITUDE: ' LONG-EDIT
           DISPLAY 'ENTER NEW LONGITUDE (BLANK = NO CHANGE):'
           ACCEPT LONGTEXT
           IF LONGTEXT NOT = SPACES
               PERFORM EDIT-LONGITUDE THRU EDIT-LONGITUDE-EXIT
               IF VALUE-INVALID
                   GO TO UPDATE-SITE-EXIT
               END-IF
               MOVE LONGVAL TO SIT-LONGITUDE
           END-IF
           MOVE SIT-ELEVATION TO ELEV-EDIT
           DISPLAY 'CURRENT ELEVATION: ' ELEV-EDIT
           DISPLAY 'ENTER NEW ELEVATION (BLANK = NO CHANGE):'
           ACCEPT ELEVTEXT
           IF ELEVTEXT NOT = SPACES
               PERFORM EDIT-ELEVATION THRU EDIT-ELEVATION-EXIT
               IF VALUE-INVALID
                   GO TO UPDATE-SITE-EXIT
               END-IF
               MOVE ELEVVAL TO SIT-ELEVATION
           END-IF
           DISPLAY 'CURRENT BORTLE CLASS: ' SIT-BORTLE
           DISPLAY 'ENTER NEW BORTLE CLASS (BLANK = NO CHANGE):'
           ACCEPT BORTLEVAL
           IF BORTLEVAL NOT = SPACES
               PERFORM EDIT-BORTLE THRU EDIT-BORTLE-EXIT
               IF VALUE-INVALID
                   GO TO UPDATE-SITE-EXIT
               END-IF
               MOVE BORTLEVAL TO SIT-BORTLE
           END-IF
           MOVE SIT-UTC-OFFSET TO UTC-EDIT
           DISPLAY 'CURRENT UTC OFFSET: ' UTC-EDIT
           DISPLAY 'ENTER NEW UTC OFFSET (BLANK = NO CHANGE):'
           ACCEPT UTCTEXT
           IF UTCTEXT NOT = SPACES
               PERFORM EDIT-UTC-OFFSET THRU EDIT-UTC-OFFSET-EXIT
               IF VALUE-INVALID
                   GO TO UPDATE-SITE-EXIT
               END-IF
               MOVE UTCVAL TO SIT-UTC-OFFSET
           END-IF

           REWRITE SIT-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED - STATUS: ' SITFILESTATUS
               NOT INVALID KEY
                   DISPLAY 'SITE UPDATED'
                   MOVE "UPDATE"   TO JOURNAL-ACTION
                   MOVE SIT-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-REWRITE.
       UPDATE-SITE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * DELETE-SITE RE-READS AN EXISTING SITE BY CODE, SHOWS IT,
      * ASKS FOR CONFIRMATION, AND DELETES IT.  SESSIONS AND
      * SIGHTINGS ALREADY LOGGED UNDER THE CODE KEEP IT.
      *-----------------------------------------------------------
       DELETE-SITE.
           DISPLAY 'ENTER SITE CODE TO DELETE:'
           ACCEPT CODEVAL
           MOVE CODEVAL TO SIT-CODE
           READ SITEFILE
               INVALID KEY
                   DISPLAY 'CODE NOT IN REGISTRY: ' CODEVAL
                   GO TO DELETE-SITE-EXIT
           END-READ
           MOVE SIT-CODE   TO JOURNAL-KEY
           MOVE SIT-RECORD TO BEFORE-IMAGE
           DISPLAY 'DELETING: ' SIT-CODE ' - ' SIT-NAME
           DISPLAY 'ARE YOU SURE? (Y/N)'
           ACCEPT CONFIRMVAL
           IF CONFIRMVAL NOT = "Y"
               DISPLAY 'DELETE CANCELLED'
               GO TO DELETE-SITE-EXIT
           END-IF
           DELETE SITEFILE RECORD
               INVALID KEY
                   DISPLAY 'DELETE FAILED - STATUS: ' SITFILESTATUS
               NOT INVALID KEY
                   DISPLAY 'SITE DELETED'
                   MOVE "DELETE" TO JOURNAL-ACTION
                   MOVE SPACES   TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-DELETE.
       DELETE-SITE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * EDIT-LATITUDE, EDIT-LONGITUDE, EDIT-ELEVATION,
      * EDIT-BORTLE AND EDIT-UTC-OFFSET CHECK ONE TYPED VALUE, SET
      * VALID-SWITCH, AND ON SUCCESS LEAVE THE CONVERTED VALUE IN
      * LATVAL, LONGVAL, ELEVVAL, BORTLEVAL OR UTCVAL.  THE
      * FAILURE IS DISPLAYED HERE SO THE CALLERS ONLY HAVE TO TEST
      * THE SWITCH.
      *-----------------------------------------------------------
       EDIT-LATITUDE.
           SET VALUE-INVALID TO TRUE
           IF FUNCTION TEST-NUMVAL(LATTEXT) NOT = ZERO
               DISPLAY 'LATITUDE IS NOT A NUMBER: ' LATTEXT
               GO TO EDIT-LATITUDE-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(LATTEXT) TO NUMERIC-WORK
           IF NUMERIC-WORK < -90 OR NUMERIC-WORK > 90
               DISPLAY 'LATITUDE MUST BE -90 TO +90: ' LATTEXT
               GO TO EDIT-LATITUDE-EXIT
           END-IF
           MOVE NUMERIC-WORK TO LATVAL
           SET VALUE-VALID TO TRUE.
       EDIT-LATITUDE-EXIT.
           EXIT.

       EDIT-LONGITUDE.
           SET VALUE-INVALID TO TRUE
           IF FUNCTION TEST-NUMVAL(LONGTEXT) NOT = ZERO
               DISPLAY 'LONGITUDE IS NOT A NUMBER: ' LONGTEXT
               GO TO EDIT-LONGITUDE-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(LONGTEXT) TO NUMERIC-WORK
           IF NUMERIC-WORK < -180 OR NUMERIC-WORK > 180
               DISPLAY 'LONGITUDE MUST BE -180 TO +180: ' LONGTEXT
               GO TO EDIT-LONGITUDE-EXIT
           END-IF
           MOVE NUMERIC-WORK TO LONGVAL
           SET VALUE-VALID TO TRUE.
       EDIT-LONGITUDE-EXIT.
           EXIT.

       EDIT-ELEVATION.
           SET VALUE-INVALID TO TRUE
           IF FUNCTION TEST-NUMVAL(ELEVTEXT) NOT = ZERO
               DISPLAY 'ELEVATION IS NOT A NUMBER: ' ELEVTEXT
               GO TO EDIT-ELEVATION-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(ELEVTEXT) TO NUMERIC-WORK
           IF NUMERIC-WORK < -500 OR NUMERIC-WORK > 9999
               DISPLAY 'ELEVATION MUST BE -500 TO 9999: ' ELEVTEXT
               GO TO EDIT-ELEVATION-EXIT
           END-IF
           MOVE NUMERIC-WORK TO ELEVVAL
           SET VALUE-VALID TO TRUE.
       EDIT-ELEVATION-EXIT.
           EXIT.

       EDIT-BORTLE.
           SET VALUE-INVALID TO TRUE
           IF BORTLEVAL IS NOT NUMERIC OR BORTLEVAL = "0"
               DISPLAY 'BORTLE CLASS MUST BE 1 TO 9: ' BORTLEVAL
               GO TO EDIT-BORTLE-EXIT
           END-IF
           SET VALUE-VALID TO TRUE.
       EDIT-BORTLE-EXIT.
           EXIT.

       EDIT-UTC-OFFSET.
           SET VALUE-INVALID TO TRUE
           IF FUNCTION TEST-NUMVAL(UTCTEXT) NOT = ZERO
               DISPLAY 'UTC OFFSET IS NOT A NUMBER: ' UTCTEXT
               GO TO EDIT-UTC-OFFSET-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(UTCTEXT) TO NUMERIC-WORK
           IF NUMERIC-WORK < -12 OR NUMERIC-WORK > 14
               DISPLAY 'UTC OFFSET MUST BE -12 TO +14: ' UTCTEXT
               GO TO EDIT-UTC-OFFSET-EXIT
           END-IF
           MOVE NUMERIC-WORK TO UTCVAL
           SET VALUE-VALID TO TRUE.
       EDIT-UTC-OFFSET-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * LIST-REGISTRY READS THE WHOLE REGISTRY IN CODE ORDER AND
      * DISPLAYS ONE LINE PER SITE.
      *-----------------------------------------------------------
       LIST-REGISTRY.
           MOVE ZERO TO LIST-COUNT
           SET NOT-END-OF-FILE TO TRUE
           MOVE LOW-VALUES TO SIT-CODE
           START SITEFILE KEY IS NOT LESS THAN SIT-CODE
               INVALID KEY
                   DISPLAY 'REGISTRY CONTAINS NO SITES'
                   GO TO LIST-REGISTRY-EXIT
           END-START
           PERFORM LIST-REGISTRY-LINE THRU LIST-REGISTRY-LINE-EXIT
               UNTIL END-OF-FILE
           DISPLAY 'SITES IN REGISTRY: ' LIST-COUNT.
       LIST-REGISTRY-EXIT.
           EXIT.

       LIST-REGISTRY-LINE.
           READ SITEFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO LIST-REGISTRY-LINE-EXIT
           END-READ
           ADD 1 TO LIST-COUNT
           MOVE SIT-LATITUDE  TO LAT-EDIT
           MOVE SIT-LONGITUDE TO LONG-EDIT
           MOVE SIT-ELEVATION TO ELEV-EDIT
           MOVE SIT-UTC-OFFSET TO UTC-EDIT
           DISPLAY SIT-CODE ' ' SIT-NAME
               ' LAT: ' LAT-EDIT
               ' LONG: ' LONG-EDIT
               ' ELEV: ' ELEV-EDIT
               ' BORTLE: ' SIT-BORTLE
               ' UTC: ' UTC-EDIT.
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
           MOVE "ASTRSITM"       TO JNL-PROGRAM
           MOVE JOURNAL-OPERATOR TO JNL-OPERATOR
           MOVE "ASTRSIT.DAT"    TO JNL-FILE
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
