      *  WHOLE CATALOG.  THE LOGGING PROGRAMS (ASTROLOG20 AND
      *  ASTRBAT) LOOK EVERY ENTERED OBJECT UP IN THIS CATALOG
      *  BEFORE WRITING, SO AN OBJECT MUST BE REGISTERED HERE
      *  BEFORE IT CAN BE LOGGED UNDER A VALIDATED NAME.  EACH
      *  OBJECT ALSO CARRIES ITS J2000 RIGHT ASCENSION AND
      *  DECLINATION, WHICH ASTRTON USES TO WORK OUT WHAT IS UP ON
      *  A GIVEN NIGHT; A PLANET OR COMET IS ENTERED WITH NO FIXED
      *  POSITION.
      *
      *  LOGIC:
      *     (1) OPEN CATALOGFILE I-O (CREATE IT IF MISSING)
      *     (2) DISPLAY THE MENU AND ACCEPT A CHOICE
      *     (3) ADD/UPDATE/DELETE/LIST AS CHOSEN, JOURNALLING
      *         EVERY CHANGE TO ASTRJNL.DAT
      *     (4) REPEAT UNTIL THE OPERATOR QUITS
      *     (5) END-PROGRAM
      *
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 22-AUG-2026 CREATION OF SOFTWARE
      * 15-OCT-2026 ADD, UPDATE AND LIST NOW COVER THE OBJECT'S
      *             RIGHT ASCENSION (DECIMAL HOURS, 0-23.9999) AND
      *             DECLINATION (DECIMAL DEGREES, -90 TO +90) NOW
      *             CARRIED IN ASTRCAT.CPY.  A BLANK RIGHT
      *             ASCENSION ON ADD, OR "NONE" ON UPDATE, MARKS AN
      *             OBJECT WITH NO FIXED POSITION.  A VALUE THAT
      *             FAILS ITS EDIT ABANDONS THE ADD OR UPDATE.
      * 15-OCT-2026 EVERY ADD, UPDATE AND DELETE IS NOW WRITTEN TO
      *             THE SHARED CHANGE JOURNAL ASTRJNL.DAT WITH THE
      *             OPERATOR AND THE RECORD BEFORE AND AFTER (SEE
      *             ASTRJNL.CPY), SO A CHANGE CAN BE TRACED AND PUT
      *             BACK FROM ASTRJNLR'S LISTING.
      * 15-OCT-2026 THE OBJECT TYPE PROMPT NOW NAMES VARIABLE STAR,
      *             THE TYPE FOR WHICH THE LOGGING PROGRAMS TAKE A
      *             MAGNITUDE ESTIMATE (SEE ASTRVAR.CPY).
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
           01 CATFILESTATUS    PIC 9(2).
           01 EOF-SWITCH       PIC A(1).
           01 TYPEVAL          PIC X(20).
           01 CONSTVAL         PIC X(50).
           01 MAGVAL           PIC X(5).
           01 RATEXT           PIC X(12).
           01 DECTEXT          PIC X(12).
           01 RAVAL            PIC 9(2)V9(4).
           01 DECVAL           PIC S9(2)V9(4).
           01 NUMERIC-WORK     PIC S9(6)V9(6).
           01 VALID-SWITCH     PIC A(1).
               88 VALUE-VALID     VALUE "Y".
               88 VALUE-INVALID   VALUE "N".
           01 RA-EDIT          PIC Z9.9999.
           01 DEC-EDIT         PIC -99.9999.
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
           DISPLAY '  OBJECT CATALOG MAINTENANCE        '
           DISPLAY '-----------------------------------'
           ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USER"
           IF JOURNAL-OPERATOR = SPACES
               ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USERNAME"
           END-IF
           OPEN I-O CATALOGFILE
           IF CATFILESTATUS = "35"
               OPEN OUTPUT CATALOGFILE
           END-IF
           DISPLAY 'ENTER COMMON NAME:'
           ACCEPT NAMEVAL
           DISPLAY 'ENTER OBJECT TYPE (GALAXY/CLUSTER/PLANET/'
               'VARIABLE STAR/...):'
           ACCEPT TYPEVAL
           DISPLAY 'ENTER CONSTELLATION:'
           ACCEPT CONSTVAL
           DISPLAY 'ENTER MAGNITUDE (E.G. -1.4, 8.4):'
           ACCEPT MAGVAL
           DISPLAY 'ENTER RIGHT ASCENSION (DECIMAL HOURS 0-23.9999,'
           DISPLAY '      BLANK FOR A PLANET OR COMET):'
           ACCEPT RATEXT
           MOVE ZERO TO RAVAL
           MOVE ZERO TO DECVAL
           IF RATEXT NOT = SPACES
               PERFORM EDIT-RA THRU EDIT-RA-EXIT
               IF VALUE-INVALID
                   GO TO ADD-OBJECT-EXIT
               END-IF
               DISPLAY 'ENTER DECLINATION (DECIMAL DEGREES, SOUTH '
                   'NEGATIVE):'
               ACCEPT DECTEXT
               PERFORM EDIT-DECLINATION THRU EDIT-DECLINATION-EXIT
               IF VALUE-INVALID
                   GO TO ADD-OBJECT-EXIT
               END-IF
           END-IF

           MOVE DESIGVAL TO CAT-DESIG
           MOVE NAMEVAL  TO CAT-NAME
           MOVE TYPEVAL  TO CAT-TYPE
           MOVE CONSTVAL TO CAT-CONST
           MOVE MAGVAL   TO CAT-MAGNITUDE
           MOVE RAVAL    TO CAT-RA-HOURS
           MOVE DECVAL   TO CAT-DECLINATION
           IF RATEXT = SPACES
               SET CAT-POSITION-NONE TO TRUE
           ELSE
               SET CAT-POSITION-KNOWN TO TRUE
           END-IF
           MOVE CAT-DESIG TO JOURNAL-KEY
           MOVE SPACES    TO BEFORE-IMAGE
           WRITE CAT-RECORD
               INVALID KEY
                   DISPLAY 'DESIGNATION ALREADY IN CATALOG: ' DESIGVAL
               NOT INVALID KEY
                   DISPLAY 'OBJECT ADDED TO CATALOG'
                   MOVE "ADD"      TO JOURNAL-ACTION
                   MOVE CAT-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-WRITE.
       ADD-OBJECT-EXIT.
           EXIT.
                   DISPLAY 'DESIGNATION NOT IN CATALOG: ' DESIGVAL
                   GO TO UPDATE-OBJECT-EXIT
           END-READ
           MOVE CAT-DESIG  TO JOURNAL-KEY
           MOVE CAT-RECORD TO BEFORE-IMAGE

           DISPLAY 'CURRENT COMMON NAME: ' CAT-NAME
           DISPLAY 'ENTER NEW COMMON NAME (BLANK = NO CHANGE):'
           IF MAGVAL NOT = SPACES
               MOVE MAGVAL TO CAT-MAGNITUDE
           END-IF
           PERFORM UPDATE-POSITION THRU UPDATE-POSITION-EXIT
           IF VALUE-INVALID
               GO TO UPDATE-OBJECT-EXIT
           END-IF

           REWRITE CAT-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED - STATUS: ' CATFILESTATUS
               NOT INVALID KEY
                   DISPLAY 'OBJECT UPDATED'
                   MOVE "UPDATE"   TO JOURNAL-ACTION
                   MOVE CAT-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-REWRITE.
       UPDATE-OBJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * UPDATE-POSITION SHOWS THE OBJECT'S CURRENT POSITION AND
      * ACCEPTS A REPLACEMENT.  BLANK LEAVES A FIELD UNCHANGED;
      * "NONE" FOR THE RIGHT ASCENSION CLEARS THE POSITION (A
      * PLANET OR COMET).  AN OBJECT GIVEN A POSITION FOR THE
      * FIRST TIME MUST HAVE BOTH FIELDS.  VALUE-INVALID TELLS THE
      * CALLER NOT TO REWRITE.
      *-----------------------------------------------------------
       UPDATE-POSITION.
           SET VALUE-VALID TO TRUE
           IF CAT-POSITION-KNOWN
               MOVE CAT-RA-HOURS    TO RA-EDIT
               MOVE CAT-DECLINATION TO DEC-EDIT
               DISPLAY 'CURRENT POSITION: RA ' RA-EDIT
                   'H  DEC ' DEC-EDIT
           ELSE
               DISPLAY 'CURRENT POSITION: NONE'
           END-IF
           DISPLAY 'ENTER NEW RIGHT ASCENSION (BLANK = NO CHANGE,'
           DISPLAY '      NONE = NO FIXED POSITION):'
           ACCEPT RATEXT
           IF RATEXT = "NONE"
               MOVE ZERO TO CAT-RA-HOURS
               MOVE ZERO TO CAT-DECLINATION
               SET CAT-POSITION-NONE TO TRUE
               GO TO UPDATE-POSITION-EXIT
           END-IF
           IF RATEXT NOT = SPACES
               PERFORM EDIT-RA THRU EDIT-RA-EXIT
               IF VALUE-INVALID
                   GO TO UPDATE-POSITION-EXIT
               END-IF
           END-IF
           IF RATEXT = SPACES AND NOT CAT-POSITION-KNOWN
               GO TO UPDATE-POSITION-EXIT
           END-IF
           DISPLAY 'ENTER NEW DECLINATION (BLANK = NO CHANGE):'
           ACCEPT DECTEXT
           IF DECTEXT = SPACES
               IF NOT CAT-POSITION-KNOWN
                   DISPLAY 'A NEW POSITION NEEDS A DECLINATION'
                   SET VALUE-INVALID TO TRUE
                   GO TO UPDATE-POSITION-EXIT
               END-IF
           ELSE
               PERFORM EDIT-DECLINATION THRU EDIT-DECLINATION-EXIT
               IF VALUE-INVALID
                   GO TO UPDATE-POSITION-EXIT
               END-IF
               MOVE DECVAL TO CAT-DECLINATION
           END-IF
           IF RATEXT NOT = SPACES
               MOVE RAVAL TO CAT-RA-HOURS
           END-IF
           SET CAT-POSITION-KNOWN TO TRUE.
       UPDATE-POSITION-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * DELETE-OBJECT RE-READS AN EXISTING ENTRY BY DESIGNATION,
      * SHOWS IT, ASKS FOR CONFIRMATION, AND DELETES IT.
                   DISPLAY 'DESIGNATION NOT IN CATALOG: ' DESIGVAL
                   GO TO DELETE-OBJECT-EXIT
           END-READ
           MOVE CAT-DESIG  TO JOURNAL-KEY
           MOVE CAT-RECORD TO BEFORE-IMAGE
           DISPLAY 'DELETING: ' CAT-DESIG ' - ' CAT-NAME
           DISPLAY 'ARE YOU SURE? (Y/N)'
           ACCEPT CONFIRMVAL
                   DISPLAY 'DELETE FAILED - STATUS: ' CATFILESTATUS
               NOT INVALID KEY
                   DISPLAY 'OBJECT DELETED'
                   MOVE "DELETE" TO JOURNAL-ACTION
                   MOVE SPACES   TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-DELETE.
       DELETE-OBJECT-EXIT.
           EXIT.
                   GO TO LIST-CATALOG-LINE-EXIT
           END-READ
           ADD 1 TO LIST-COUNT
           IF CAT-POSITION-KNOWN
               MOVE CAT-RA-HOURS    TO RA-EDIT
               MOVE CAT-DECLINATION TO DEC-EDIT
               DISPLAY CAT-DESIG ' ' CAT-NAME ' ' CAT-TYPE ' '
                   CAT-CONST ' MAG: ' CAT-MAGNITUDE
                   ' RA: ' RA-EDIT ' DEC: ' DEC-EDIT
           ELSE
               DISPLAY CAT-DESIG ' ' CAT-NAME ' ' CAT-TYPE ' '
                   CAT-CONST ' MAG: ' CAT-MAGNITUDE
                   ' RA: NONE'
           END-IF.
       LIST-CATALOG-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * EDIT-RA AND EDIT-DECLINATION CHECK THE TEXT OF A RIGHT
      * ASCENSION OR DECLINATION, SET VALID-SWITCH, AND ON
      * SUCCESS LEAVE THE CONVERTED VALUE IN RAVAL OR DECVAL.
      * THE REASON FOR A FAILURE IS DISPLAYED.
      *-----------------------------------------------------------
       EDIT-RA.
           SET VALUE-INVALID TO TRUE
           IF FUNCTION TEST-NUMVAL(RATEXT) NOT = ZERO
               DISPLAY 'RIGHT ASCENSION IS NOT A NUMBER: ' RATEXT
               GO TO EDIT-RA-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(RATEXT) TO NUMERIC-WORK
           IF NUMERIC-WORK < 0 OR NUMERIC-WORK NOT < 24
               DISPLAY 'RIGHT ASCENSION MUST BE 0 TO 23.9999: '
                   RATEXT
               GO TO EDIT-RA-EXIT
           END-IF
           MOVE NUMERIC-WORK TO RAVAL
           SET VALUE-VALID TO TRUE.
       EDIT-RA-EXIT.
           EXIT.

       EDIT-DECLINATION.
           SET VALUE-INVALID TO TRUE
           IF FUNCTION TEST-NUMVAL(DECTEXT) NOT = ZERO
               DISPLAY 'DECLINATION IS NOT A NUMBER: ' DECTEXT
               GO TO EDIT-DECLINATION-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(DECTEXT) TO NUMERIC-WORK
           IF NUMERIC-WORK < -90 OR NUMERIC-WORK > 90
               DISPLAY 'DECLINATION MUST BE -90 TO +90: ' DECTEXT
               GO TO EDIT-DECLINATION-EXIT
           END-IF
           MOVE NUMERIC-WORK TO DECVAL
           SET VALUE-VALID TO TRUE.
       EDIT-DECLINATION-EXIT.
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
           MOVE "ASTRCATM"       TO JNL-PROGRAM
           MOVE JOURNAL-OPERATOR TO JNL-OPERATOR
           MOVE "ASTRCAT.DAT"    TO JNL-FILE
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
