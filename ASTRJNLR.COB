      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTRJNLR.COB
      *
      *  DESCRIPTIVE
      *         NAME: MASTER-FILE CHANGE JOURNAL REPORT
      *
      *  FUNCTION:
      *  THIS MODULE LISTS ASTRJNL.DAT, THE BEFORE/AFTER CHANGE
      *  JOURNAL WRITTEN BY THE MASTER-FILE MAINTENANCE PROGRAMS
      *  AND ASTRFIX (SEE ASTRJNL.CPY), ON ASTRJNLR.RPT.  THE
      *  OPERATOR CHOOSES A DATE RANGE, A FILE AND AN OPERATOR -
      *  EACH CAN BE LEFT OPEN - AND EVERY MATCHING ENTRY IS
      *  PRINTED IN THE ORDER IT WAS MADE: WHEN, WHICH PROGRAM,
      *  WHO, WHICH FILE, WHAT WAS DONE AND TO WHICH KEY, THEN THE
      *  WHOLE RECORD BEFORE AND AFTER THE CHANGE, 100 CHARACTERS
      *  TO A LINE, SO A BAD CHANGE CAN BE FOUND AND THE OLD
      *  VALUES KEYED BACK IN BY HAND.  THE JOURNAL IS ONLY READ.
      *
      *  LOGIC:
      *     (1) ACCEPT THE DATE RANGE, FILE AND OPERATOR
      *     (2) READ THE JOURNAL FROM THE START
      *     (3) PRINT EVERY ENTRY THAT MATCHES THE SELECTION
      *     (4) END-PROGRAM
      *
      *  DATE
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 15-OCT-2026 CREATION OF SOFTWARE
      **********************************************************
      **********************************************************
      * IDENTIFICATION DIVISION
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ASTRJNLR.
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
           SELECT JOURNALFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JNLFILESTATUS.

           SELECT REPORTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RPTFILESTATUS.
      **********************************************************
      * DATA DIVISION
      **********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD JOURNALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRJNL.DAT".
       COPY ASTRJNL.

       FD REPORTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRJNLR.RPT".
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 JNLFILESTATUS    PIC 9(2).
           01 RPTFILESTATUS    PIC 9(2).
           01 EOF-SWITCH       PIC A(1).
               88 END-OF-FILE     VALUE "Y".
               88 NOT-END-OF-FILE VALUE "N".

           01 FROMDATEVAL      PIC 9(8).
           01 TODATEVAL        PIC 9(8).
           01 FILEVAL          PIC X(12).
           01 OPERATORVAL      PIC X(20).

           01 READ-COUNT       PIC 9(5) VALUE ZERO.
           01 SELECTED-COUNT   PIC 9(5) VALUE ZERO.
           01 IMAGE-PART       PIC 9(1).
           01 IMAGE-START      PIC 9(3).
           01 IMAGE-LABEL      PIC X(8).
           01 IMAGE-TEXT       PIC X(300).
           01 IMAGE-MISSING-TEXT PIC X(30).

           01 PAGE-COUNT       PIC 9(4) VALUE ZERO.
           01 LINE-COUNT       PIC 9(2) VALUE 99.
           01 LINES-PER-PAGE   PIC 9(2) VALUE 56.
           01 RUN-DATE         PIC 9(8).

           01 HEAD-LINE-1.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 FILLER       PIC X(24)
                   VALUE "M A S T E R   F I L E   ".
               05 FILLER       PIC X(27)
                   VALUE "C H A N G E   J O U R N A L".
               05 FILLER       PIC X(50) VALUE SPACES.
               05 FILLER       PIC X(9)  VALUE "RUN DATE ".
               05 H1-RUN-DATE  PIC 9(8).
               05 FILLER       PIC X(3)  VALUE SPACES.
               05 FILLER       PIC X(5)  VALUE "PAGE ".
               05 H1-PAGE      PIC ZZZ9.
           01 HEAD-LINE-2.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 FILLER       PIC X(5)  VALUE "FROM ".
               05 H2-FROM      PIC 9(8).
               05 FILLER       PIC X(4)  VALUE " TO ".
               05 H2-TO        PIC 9(8).
               05 FILLER       PIC X(3)  VALUE SPACES.
               05 FILLER       PIC X(5)  VALUE "FILE ".
               05 H2-FILE      PIC X(12).
               05 FILLER       PIC X(3)  VALUE SPACES.
               05 FILLER       PIC X(9)  VALUE "OPERATOR ".
               05 H2-OPERATOR  PIC X(20).
               05 FILLER       PIC X(53) VALUE SPACES.
           01 HEAD-LINE-3.
               05 FILLER       PIC X(9)  VALUE "DATE".
               05 FILLER       PIC X(9)  VALUE "TIME".
               05 FILLER       PIC X(9)  VALUE "PROGRAM".
               05 FILLER       PIC X(21) VALUE "OPERATOR".
               05 FILLER       PIC X(13) VALUE "FILE".
               05 FILLER       PIC X(11) VALUE "ACTION".
               05 FILLER       PIC X(60) VALUE "KEY".
           01 HEAD-LINE-4.
               05 FILLER       PIC X(132) VALUE ALL "-".

           01 ENTRY-LINE.
               05 ENT-DATE     PIC 9(8).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 ENT-HH       PIC 9(2).
               05 FILLER       PIC X(1)  VALUE ":".
               05 ENT-MM       PIC 9(2).
               05 FILLER       PIC X(1)  VALUE ":".
               05 ENT-SS       PIC 9(2).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 ENT-PROGRAM  PIC X(8).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 ENT-OPERATOR PIC X(20).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 ENT-FILE     PIC X(12).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 ENT-ACTION   PIC X(10).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 ENT-KEY      PIC X(42).
               05 FILLER       PIC X(18) VALUE SPACES.
           01 JNL-TIME-BRKDN.
               05 JT-HH        PIC 9(2).
               05 JT-MM        PIC 9(2).
               05 JT-SS        PIC 9(2).
               05 JT-HS        PIC 9(2).

           01 IMAGE-LINE.
               05 FILLER       PIC X(9)  VALUE SPACES.
               05 IMG-LABEL    PIC X(8).
               05 IMG-TEXT     PIC X(100).
               05 FILLER       PIC X(15) VALUE SPACES.

           01 BLANK-LINE       PIC X(132) VALUE SPACES.
      **********************************************************
      * PROCEDURE DIVISION
      **********************************************************
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY '-----------------------------------'
           DISPLAY '   MASTER-FILE CHANGE JOURNAL       '
           DISPLAY '-----------------------------------'
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO H1-RUN-DATE
           DISPLAY 'ENTER THE FIRST DATE (YYYYMMDD, 0 = EARLIEST):'
           ACCEPT FROMDATEVAL
           DISPLAY 'ENTER THE LAST DATE (YYYYMMDD, 0 = LATEST):'
           ACCEPT TODATEVAL
           IF TODATEVAL = ZERO
               MOVE 99999999 TO TODATEVAL
           END-IF
           IF FROMDATEVAL > TODATEVAL
               DISPLAY 'FIRST DATE IS AFTER THE LAST DATE'
               GO TO PROGRAM-STOP
           END-IF
           DISPLAY 'ENTER THE FILE (E.G. ASTRCAT.DAT OR ASTROLOG.LOG,'
           DISPLAY '      BLANK = ALL FILES):'
           ACCEPT FILEVAL
           DISPLAY 'ENTER THE OPERATOR (BLANK = ALL OPERATORS):'
           ACCEPT OPERATORVAL
           MOVE FROMDATEVAL TO H2-FROM
           MOVE TODATEVAL   TO H2-TO
           MOVE FILEVAL     TO H2-FILE
           IF FILEVAL = SPACES
               MOVE "ALL"   TO H2-FILE
           END-IF
           MOVE OPERATORVAL TO H2-OPERATOR
           IF OPERATORVAL = SPACES
               MOVE "ALL"   TO H2-OPERATOR
           END-IF

           OPEN INPUT JOURNALFILE
           IF JNLFILESTATUS = "35"
               DISPLAY 'NO CHANGE JOURNAL ON FILE - NOTHING TO LIST'
               GO TO PROGRAM-STOP
           END-IF
           IF JNLFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRJNL.DAT - STATUS: '
                   JNLFILESTATUS
               GO TO PROGRAM-STOP
           END-IF
           OPEN OUTPUT REPORTFILE
           IF RPTFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRJNLR.RPT - STATUS: '
                   RPTFILESTATUS
               CLOSE JOURNALFILE
               GO TO PROGRAM-STOP
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           PERFORM SELECT-ENTRY THRU SELECT-ENTRY-EXIT
               UNTIL END-OF-FILE
           IF SELECTED-COUNT = ZERO
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
               MOVE SPACES TO REPORT-RECORD
               MOVE "NO JOURNAL ENTRIES MATCH THE SELECTION"
                   TO REPORT-RECORD(3:40)
               WRITE REPORT-RECORD
           END-IF
           CLOSE JOURNALFILE
           CLOSE REPORTFILE
           DISPLAY 'JOURNAL ENTRIES READ    : ' READ-COUNT
           DISPLAY 'JOURNAL ENTRIES LISTED  : ' SELECTED-COUNT
           DISPLAY 'PAGES PRINTED           : ' PAGE-COUNT
           DISPLAY 'JOURNAL LISTING WRITTEN TO ASTRJNLR.RPT'
           GO TO PROGRAM-STOP.

      *-----------------------------------------------------------
      * SELECT-ENTRY READS THE NEXT JOURNAL ENTRY AND PRINTS IT IF
      * IT FALLS IN THE DATE RANGE AND MATCHES THE FILE AND
      * OPERATOR ASKED FOR (A BLANK SELECTION MATCHES ANYTHING).
      *-----------------------------------------------------------
       SELECT-ENTRY.
           READ JOURNALFILE
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO SELECT-ENTRY-EXIT
           END-READ
           ADD 1 TO READ-COUNT
           IF JNL-DATE < FROMDATEVAL OR JNL-DATE > TODATEVAL
               GO TO SELECT-ENTRY-EXIT
           END-IF
           IF FILEVAL NOT = SPACES AND JNL-FILE NOT = FILEVAL
               GO TO SELECT-ENTRY-EXIT
           END-IF
           IF OPERATORVAL NOT = SPACES
                   AND JNL-OPERATOR NOT = OPERATORVAL
               GO TO SELECT-ENTRY-EXIT
           END-IF
           ADD 1 TO SELECTED-COUNT
           PERFORM PRINT-ENTRY THRU PRINT-ENTRY-EXIT.
       SELECT-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-ENTRY PRINTS ONE JOURNAL ENTRY - THE WHO/WHEN/WHAT
      * LINE, THEN THE BEFORE AND AFTER IMAGES - KEEPING THE
      * WHOLE ENTRY ON ONE PAGE (AT MOST EIGHT LINES).
      *-----------------------------------------------------------
       PRINT-ENTRY.
           IF LINE-COUNT + 8 > LINES-PER-PAGE
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
           END-IF
           MOVE JNL-TIME     TO JNL-TIME-BRKDN
           MOVE JNL-DATE     TO ENT-DATE
           MOVE JT-HH        TO ENT-HH
           MOVE JT-MM        TO ENT-MM
           MOVE JT-SS        TO ENT-SS
           MOVE JNL-PROGRAM  TO ENT-PROGRAM
           MOVE JNL-OPERATOR TO ENT-OPERATOR
           MOVE JNL-FILE     TO ENT-FILE
           MOVE JNL-ACTION   TO ENT-ACTION
           MOVE JNL-KEY      TO ENT-KEY
           WRITE REPORT-RECORD FROM ENTRY-LINE
           ADD 1 TO LINE-COUNT

           MOVE "BEFORE: "  TO IMAGE-LABEL
           MOVE JNL-BEFORE  TO IMAGE-TEXT
           MOVE "(NONE - RECORD ADDED)" TO IMAGE-MISSING-TEXT
           PERFORM PRINT-IMAGE THRU PRINT-IMAGE-EXIT
           MOVE "AFTER:  "  TO IMAGE-LABEL
           MOVE JNL-AFTER   TO IMAGE-TEXT
           MOVE "(NONE - RECORD DELETED)" TO IMAGE-MISSING-TEXT
           PERFORM PRINT-IMAGE THRU PRINT-IMAGE-EXIT
           WRITE REPORT-RECORD FROM BLANK-LINE
           ADD 1 TO LINE-COUNT.
       PRINT-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-IMAGE PRINTS ONE RECORD IMAGE 100 CHARACTERS TO A
      * LINE, SKIPPING TRAILING BLANK PARTS.  A WHOLLY BLANK IMAGE
      * (THE BEFORE OF AN ADD, THE AFTER OF A DELETE) PRINTS
      * IMAGE-MISSING-TEXT INSTEAD.
      *-----------------------------------------------------------
       PRINT-IMAGE.
           MOVE IMAGE-LABEL TO IMG-LABEL
           IF IMAGE-TEXT = SPACES
               MOVE IMAGE-MISSING-TEXT TO IMG-TEXT
               WRITE REPORT-RECORD FROM IMAGE-LINE
               ADD 1 TO LINE-COUNT
               GO TO PRINT-IMAGE-EXIT
           END-IF
           PERFORM PRINT-IMAGE-PART THRU PRINT-IMAGE-PART-EXIT
               VARYING IMAGE-PART FROM 1 BY 1
               UNTIL IMAGE-PART > 3.
       PRINT-IMAGE-EXIT.
           EXIT.

       PRINT-IMAGE-PART.
           COMPUTE IMAGE-START = (IMAGE-PART - 1) * 100 + 1
           IF IMAGE-PART > 1
               IF IMAGE-TEXT(IMAGE-START:) = SPACES
                   GO TO PRINT-IMAGE-PART-EXIT
               END-IF
           END-IF
           MOVE IMAGE-TEXT(IMAGE-START:100) TO IMG-TEXT
           WRITE REPORT-RECORD FROM IMAGE-LINE
           ADD 1 TO LINE-COUNT
           MOVE SPACES TO IMG-LABEL.
       PRINT-IMAGE-PART-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-HEADINGS STARTS A NEW PAGE - TITLE LINE WITH THE RUN
      * DATE AND PAGE NUMBER, THE SELECTION IN FORCE, COLUMN
      * HEADINGS, AND A RULE LINE.
      *-----------------------------------------------------------
       PRINT-HEADINGS.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO H1-PAGE
           IF PAGE-COUNT = 1
               WRITE REPORT-RECORD FROM HEAD-LINE-1
           ELSE
               WRITE REPORT-RECORD FROM HEAD-LINE-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE REPORT-RECORD FROM HEAD-LINE-2
           WRITE REPORT-RECORD FROM BLANK-LINE
           WRITE REPORT-RECORD FROM HEAD-LINE-3
           WRITE REPORT-RECORD FROM HEAD-LINE-4
           MOVE 5 TO LINE-COUNT.
       PRINT-HEADINGS-EXIT.
           EXIT.

       PROGRAM-STOP.
           STOP RUN.
