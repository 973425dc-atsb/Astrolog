      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTREVTR.COB
      *
      *  DESCRIPTIVE
      *         NAME: ANNUAL OUTREACH REPORT
      *
      *  FUNCTION:
      *  THIS MODULE ANSWERS THE INSURER'S AND THE GRANT BODY'S
      *  QUESTIONS - HOW MANY PUBLIC EVENTS, HOW MANY VISITORS,
      *  WHICH VOLUNTEERS AND WHICH SCOPES - FROM THE OUTREACH
      *  EVENT LOG ASTREVT.DAT (SEE ASTREVT.CPY) FOR ONE CALENDAR
      *  YEAR.  IT PRINTS TO ASTREVTR.RPT:
      *     - EVERY EVENT OF THE YEAR WITH EVENT AND VISITOR
      *       TOTALS BY TYPE (SCHOOL, PUBLIC NIGHT, LIBRARY);
      *     - EACH VOLUNTEER'S EVENTS AND VOLUNTEER-HOURS, EVERY
      *       VOLUNTEER BEING CREDITED WITH THE WHOLE LENGTH OF
      *       EACH EVENT THEY WORKED;
      *     - EACH REGISTERED INSTRUMENT'S EVENTS, HOURS AND
      *       VISITORS REACHED, INCLUDING THOSE NEVER TAKEN OUT.
      *  MEMBERS AND INSTRUMENTS PRINT IN ID/CODE ORDER FROM THE
      *  MASTERS; ANY NO LONGER ON A MASTER PRINT AFTER THEM.
      *  EVENTS ARE NOT SIGHTINGS - NOTHING HERE READS OR COUNTS
      *  ASTROLOG.LOG.
      *
      *  LOGIC:
      *     (1) ACCEPT THE YEAR (DEFAULT THIS YEAR)
      *     (2) READ THE YEAR'S EVENTS IN DATE ORDER, PRINTING
      *         EACH AND ROLLING UP THE TYPE, VOLUNTEER AND
      *         INSTRUMENT TOTALS
      *     (3) PRINT THE TYPE TOTALS, THEN THE VOLUNTEER AND
      *         INSTRUMENT SECTIONS
      *     (4) END-PROGRAM
      *
      *  DATE
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 15-OCT-2026 CREATION OF SOFTWARE
      * 15-OCT-2026 THE VOLUNTEER AND INSTRUMENT TABLE SEARCHES NOW
      *             STEP BACK ONTO THE ENTRY FOUND - THE SEARCH
      *             LEAVES ITS INDEX ONE PAST A HIT, SO A REPEAT
      *             VOLUNTEER OR INSTRUMENT WAS CREDITED TO THE
      *             NEXT ENTRY IN THE TABLE.
      **********************************************************
      **********************************************************
      * IDENTIFICATION DIVISION
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ASTREVTR.
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
           SELECT EVENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVT-KEY
           FILE STATUS IS EVTFILESTATUS.

           SELECT MEMBERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MBR-ID
           FILE STATUS IS MBRFILESTATUS.

           SELECT EQUIPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EQP-CODE
           ALTERNATE RECORD KEY IS EQP-DESC WITH DUPLICATES
           FILE STATUS IS EQPFILESTATUS.

           SELECT REPORTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RPTFILESTATUS.
      **********************************************************
      * DATA DIVISION
      **********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD EVENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTREVT.DAT".
       COPY ASTREVT.

       FD MEMBERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRMBR.DAT".
       COPY ASTRMBR.

       FD EQUIPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTREQP.DAT".
       COPY ASTREQP.

       FD REPORTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTREVTR.RPT".
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 EVTFILESTATUS    PIC 9(2).
           01 MBRFILESTATUS    PIC 9(2).
           01 EQPFILESTATUS    PIC 9(2).
           01 RPTFILESTATUS    PIC 9(2).
           01 EOF-SWITCH       PIC A(1).
               88 END-OF-FILE     VALUE "Y".
               88 NOT-END-OF-FILE VALUE "N".
           01 FOUND-SWITCH     PIC A(1).
               88 FOUND        VALUE "Y".
               88 NOT-FOUND    VALUE "N".
           01 EQUIP-SWITCH     PIC A(1).
               88 EQUIP-AVAILABLE   VALUE "Y".
               88 EQUIP-UNAVAILABLE VALUE "N".
           01 MEMBER-SWITCH    PIC A(1).
               88 MEMBER-AVAILABLE   VALUE "Y".
               88 MEMBER-UNAVAILABLE VALUE "N".

           01 YEARVAL          PIC 9(4).
           01 DATEVAL          PIC 9(8).
           01 DATEVAL-BRKDN REDEFINES DATEVAL.
               05 DTY-YEAR     PIC 9(4).
               05 DTY-MONTH    PIC 9(2).
               05 DTY-DAY      PIC 9(2).
           01 VOL-SUB          PIC 9(2).
           01 EQP-SUB          PIC 9(2).
           01 TYPE-NAME        PIC X(12).

           01 EVENT-COUNT      PIC 9(5) VALUE ZERO.
           01 VISITOR-TOTAL    PIC 9(7) VALUE ZERO.
           01 VOL-HOURS-TOTAL  PIC 9(6)V9(1) VALUE ZERO.
           01 SCHOOL-EVENTS    PIC 9(5) VALUE ZERO.
           01 SCHOOL-VISITORS  PIC 9(7) VALUE ZERO.
           01 PUBLIC-EVENTS    PIC 9(5) VALUE ZERO.
           01 PUBLIC-VISITORS  PIC 9(7) VALUE ZERO.
           01 LIBRARY-EVENTS   PIC 9(5) VALUE ZERO.
           01 LIBRARY-VISITORS PIC 9(7) VALUE ZERO.
           01 VOLUNTEER-COUNT  PIC 9(5) VALUE ZERO.
           01 INSTRUMENT-COUNT PIC 9(5) VALUE ZERO.

           01 VOLUNTEER-TABLE.
               05 VOLUNTEER-ENTRY OCCURS 300 TIMES
                                  INDEXED BY VOLUNTEER-IDX.
                   10 VT-MBR-ID     PIC X(6).
                   10 VT-EVENTS     PIC 9(5).
                   10 VT-HOURS      PIC 9(5)V9(1).
                   10 VT-PRINTED    PIC X(1).
           01 VOLUNTEER-TABLE-COUNT PIC 9(3) VALUE ZERO.
           01 VOL-TABLE-FULL-SWITCH PIC A(1) VALUE "N".
               88 VOL-TABLE-IS-FULL  VALUE "Y".
               88 VOL-TABLE-NOT-FULL VALUE "N".

           01 INSTRUMENT-TABLE.
               05 INSTRUMENT-ENTRY OCCURS 300 TIMES
                                   INDEXED BY INSTRUMENT-IDX.
                   10 IT-EQP-CODE   PIC X(20).
                   10 IT-EVENTS     PIC 9(5).
                   10 IT-HOURS      PIC 9(5)V9(1).
                   10 IT-VISITORS   PIC 9(7).
                   10 IT-PRINTED    PIC X(1).
           01 INSTRUMENT-TABLE-COUNT PIC 9(3) VALUE ZERO.
           01 INST-TABLE-FULL-SWITCH PIC A(1) VALUE "N".
               88 INST-TABLE-IS-FULL  VALUE "Y".
               88 INST-TABLE-NOT-FULL VALUE "N".

           01 PAGE-COUNT       PIC 9(4) VALUE ZERO.
           01 LINE-COUNT       PIC 9(2) VALUE 99.
           01 LINES-PER-PAGE   PIC 9(2) VALUE 56.
           01 RUN-DATE         PIC 9(8).
           01 RUN-DATE-BRKDN REDEFINES RUN-DATE.
               05 RUN-YEAR     PIC 9(4).
               05 FILLER       PIC 9(4).

           01 HEAD-LINE-1.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 FILLER       PIC X(26)
                   VALUE "O U T R E A C H   E V E N ".
               05 FILLER       PIC X(26)
                   VALUE "T S                       ".
               05 FILLER       PIC X(49) VALUE SPACES.
               05 FILLER       PIC X(9)  VALUE "RUN DATE ".
               05 H1-RUN-DATE  PIC 9(8).
               05 FILLER       PIC X(3)  VALUE SPACES.
               05 FILLER       PIC X(5)  VALUE "PAGE ".
               05 H1-PAGE      PIC ZZZ9.
           01 HEAD-LINE-2.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 H2-TITLE     PIC X(30).
               05 FILLER       PIC X(5)  VALUE "YEAR ".
               05 H2-YEAR      PIC 9(4).
               05 FILLER       PIC X(91) VALUE SPACES.
           01 HEAD-LINE-3      PIC X(132).
           01 HEAD-LINE-4.
               05 FILLER       PIC X(132) VALUE ALL "-".

           01 EVENT-HEADING.
               05 FILLER       PIC X(10) VALUE "DATE".
               05 FILLER       PIC X(31) VALUE "VENUE".
               05 FILLER       PIC X(14) VALUE "TYPE".
               05 FILLER       PIC X(10) VALUE "VISITORS".
               05 FILLER       PIC X(7)  VALUE "HOURS".
               05 FILLER       PIC X(12) VALUE "VOLUNTEERS".
               05 FILLER       PIC X(48) VALUE "INSTRUMENTS".
           01 VOLUNTEER-HEADING.
               05 FILLER       PIC X(8)  VALUE "MEMBER".
               05 FILLER       PIC X(32) VALUE "NAME".
               05 FILLER       PIC X(8)  VALUE "EVENTS".
               05 FILLER       PIC X(84) VALUE "VOLUNTEER-HOURS".
           01 INSTRUMENT-HEADING.
               05 FILLER       PIC X(22) VALUE "INSTRUMENT".
               05 FILLER       PIC X(52) VALUE "DESCRIPTION".
               05 FILLER       PIC X(8)  VALUE "EVENTS".
               05 FILLER       PIC X(9)  VALUE "HOURS".
               05 FILLER       PIC X(41) VALUE "VISITORS".

           01 EVENT-LINE.
               05 EL-DATE      PIC 9(8).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 EL-SITE      PIC X(30).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 EL-TYPE      PIC X(12).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 EL-VISITORS  PIC ZZZZ9.
               05 FILLER       PIC X(4)  VALUE SPACES.
               05 EL-HOURS     PIC Z9.9.
               05 FILLER       PIC X(7)  VALUE SPACES.
               05 EL-VOLUNTEERS PIC Z9.
               05 FILLER       PIC X(10) VALUE SPACES.
               05 EL-INSTRUMENTS PIC Z9.
               05 FILLER       PIC X(43) VALUE SPACES.

           01 TYPE-TOTAL-LINE.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 TT-LABEL     PIC X(16).
               05 FILLER       PIC X(8)  VALUE "EVENTS ".
               05 TT-EVENTS    PIC ZZZZ9.
               05 FILLER       PIC X(12) VALUE "   VISITORS ".
               05 TT-VISITORS  PIC ZZZZZZ9.
               05 FILLER       PIC X(82) VALUE SPACES.

           01 HOURS-TOTAL-LINE.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 FILLER       PIC X(24)
                   VALUE "TOTAL VOLUNTEER-HOURS  ".
               05 HT-HOURS     PIC ZZZZZ9.9.
               05 FILLER       PIC X(98) VALUE SPACES.

           01 VOLUNTEER-LINE.
               05 VL-MBR-ID    PIC X(6).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 VL-NAME      PIC X(30).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 VL-EVENTS    PIC ZZZZ9.
               05 FILLER       PIC X(3)  VALUE SPACES.
               05 VL-HOURS     PIC ZZZZ9.9.
               05 FILLER       PIC X(77) VALUE SPACES.

           01 INSTRUMENT-LINE.
               05 IL-EQP-CODE  PIC X(20).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 IL-DESC      PIC X(50).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 IL-EVENTS    PIC ZZZZ9.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 IL-HOURS     PIC ZZZZ9.9.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 IL-VISITORS  PIC ZZZZZZ9.
               05 FILLER       PIC X(35) VALUE SPACES.

           01 COUNT-LINE.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 CL-LABEL     PIC X(30).
               05 CL-COUNT     PIC ZZZZ9.
               05 FILLER       PIC X(95) VALUE SPACES.

           01 BLANK-LINE       PIC X(132) VALUE SPACES.
      **********************************************************
      * PROCEDURE DIVISION
      **********************************************************
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY '-----------------------------------'
           DISPLAY '   ANNUAL OUTREACH REPORT           '
           DISPLAY '-----------------------------------'
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO H1-RUN-DATE
           DISPLAY 'ENTER THE YEAR TO REPORT (YYYY, 0 = THIS YEAR):'
           ACCEPT YEARVAL
           IF YEARVAL = ZERO
               MOVE RUN-YEAR TO YEARVAL
           END-IF
           MOVE YEARVAL TO H2-YEAR

           OPEN INPUT EVENTFILE
           IF EVTFILESTATUS = "35"
               DISPLAY 'NO OUTREACH EVENTS ON FILE - NOTHING TO REPORT'
               GO TO PROGRAM-STOP
           END-IF
           IF EVTFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTREVT.DAT - STATUS: '
                   EVTFILESTATUS
               GO TO PROGRAM-STOP
           END-IF
           SET MEMBER-AVAILABLE TO TRUE
           OPEN INPUT MEMBERFILE
           IF MBRFILESTATUS IS NOT EQUAL ZERO
               SET MEMBER-UNAVAILABLE TO TRUE
           END-IF
           SET EQUIP-AVAILABLE TO TRUE
           OPEN INPUT EQUIPFILE
           IF EQPFILESTATUS IS NOT EQUAL ZERO
               SET EQUIP-UNAVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT REPORTFILE
           IF RPTFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTREVTR.RPT - STATUS: '
                   RPTFILESTATUS
               GO TO CLOSE-FILES
           END-IF

           MOVE "OUTREACH EVENTS"   TO H2-TITLE
           MOVE EVENT-HEADING       TO HEAD-LINE-3
           SET NOT-END-OF-FILE TO TRUE
           MOVE LOW-VALUES TO EVT-KEY
           COMPUTE EVT-DATE = YEARVAL * 10000
           START EVENTFILE KEY IS NOT LESS THAN EVT-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           PERFORM SELECT-EVENT THRU SELECT-EVENT-EXIT
               UNTIL END-OF-FILE
           IF EVENT-COUNT = ZERO
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
               MOVE SPACES TO REPORT-RECORD
               MOVE "NO OUTREACH EVENTS RECORDED FOR THE YEAR"
                   TO REPORT-RECORD(3:40)
               WRITE REPORT-RECORD
           ELSE
               PERFORM PRINT-TYPE-TOTALS THRU PRINT-TYPE-TOTALS-EXIT
               PERFORM PRINT-VOLUNTEERS THRU PRINT-VOLUNTEERS-EXIT
           END-IF
           PERFORM PRINT-INSTRUMENTS THRU PRINT-INSTRUMENTS-EXIT
           CLOSE REPORTFILE
           DISPLAY 'EVENTS REPORTED         : ' EVENT-COUNT
           DISPLAY 'VISITORS                : ' VISITOR-TOTAL
           DISPLAY 'VOLUNTEERS              : ' VOLUNTEER-COUNT
           DISPLAY 'PAGES PRINTED           : ' PAGE-COUNT
           DISPLAY 'OUTREACH REPORT WRITTEN TO ASTREVTR.RPT'.

       CLOSE-FILES.
           CLOSE EVENTFILE
           IF MEMBER-AVAILABLE
               CLOSE MEMBERFILE
           END-IF
           IF EQUIP-AVAILABLE
               CLOSE EQUIPFILE
           END-IF
           GO TO PROGRAM-STOP.

      *-----------------------------------------------------------
      * SELECT-EVENT READS THE NEXT EVENT, STOPPING ONCE THE READ
      * PASSES THE YEAR, PRINTS IT, AND ROLLS IT INTO THE TYPE,
      * VOLUNTEER AND INSTRUMENT TOTALS.
      *-----------------------------------------------------------
       SELECT-EVENT.
           READ EVENTFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO SELECT-EVENT-EXIT
           END-READ
           MOVE EVT-DATE TO DATEVAL
           IF DTY-YEAR NOT = YEARVAL
               SET END-OF-FILE TO TRUE
               GO TO SELECT-EVENT-EXIT
           END-IF
           ADD 1 TO EVENT-COUNT
           ADD EVT-VISITORS TO VISITOR-TOTAL
           IF EVT-SCHOOL
               MOVE 'SCHOOL'       TO TYPE-NAME
               ADD 1            TO SCHOOL-EVENTS
               ADD EVT-VISITORS TO SCHOOL-VISITORS
           ELSE
               IF EVT-PUBLIC-NIGHT
                   MOVE 'PUBLIC NIGHT' TO TYPE-NAME
                   ADD 1            TO PUBLIC-EVENTS
                   ADD EVT-VISITORS TO PUBLIC-VISITORS
               ELSE
                   MOVE 'LIBRARY'      TO TYPE-NAME
                   ADD 1            TO LIBRARY-EVENTS
                   ADD EVT-VISITORS TO LIBRARY-VISITORS
               END-IF
           END-IF

           IF LINE-COUNT + 1 > LINES-PER-PAGE
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
           END-IF
           MOVE EVT-DATE            TO EL-DATE
           MOVE EVT-SITE            TO EL-SITE
           MOVE TYPE-NAME           TO EL-TYPE
           MOVE EVT-VISITORS        TO EL-VISITORS
           MOVE EVT-HOURS           TO EL-HOURS
           MOVE EVT-VOLUNTEER-COUNT TO EL-VOLUNTEERS
           MOVE EVT-EQUIP-COUNT     TO EL-INSTRUMENTS
           WRITE REPORT-RECORD FROM EVENT-LINE
           ADD 1 TO LINE-COUNT

           PERFORM ACCUMULATE-VOLUNTEER THRU ACCUMULATE-VOLUNTEER-EXIT
               VARYING VOL-SUB FROM 1 BY 1
               UNTIL VOL-SUB > EVT-VOLUNTEER-COUNT
           PERFORM ACCUMULATE-INSTRUMENT
               THRU ACCUMULATE-INSTRUMENT-EXIT
               VARYING EQP-SUB FROM 1 BY 1
               UNTIL EQP-SUB > EVT-EQUIP-COUNT.
       SELECT-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * ACCUMULATE-VOLUNTEER CREDITS ONE VOLUNTEER OF THE CURRENT
      * EVENT WITH THE EVENT AND ITS LENGTH - ADDING A TABLE ENTRY
      * THE FIRST TIME THE MEMBER IS SEEN.
      *-----------------------------------------------------------
       ACCUMULATE-VOLUNTEER.
           SET NOT-FOUND TO TRUE
           PERFORM FIND-VOLUNTEER THRU FIND-VOLUNTEER-EXIT
               VARYING VOLUNTEER-IDX FROM 1 BY 1
               UNTIL VOLUNTEER-IDX > VOLUNTEER-TABLE-COUNT
                  OR FOUND
           IF FOUND
               SET VOLUNTEER-IDX DOWN BY 1
           END-IF
           IF NOT-FOUND
               IF VOLUNTEER-TABLE-COUNT < 300
                   ADD 1 TO VOLUNTEER-TABLE-COUNT
                   SET VOLUNTEER-IDX TO VOLUNTEER-TABLE-COUNT
                   MOVE EVT-VOLUNTEER(VOL-SUB)
                                 TO VT-MBR-ID(VOLUNTEER-IDX)
                   MOVE ZERO     TO VT-EVENTS(VOLUNTEER-IDX)
                   MOVE ZERO     TO VT-HOURS(VOLUNTEER-IDX)
                   MOVE "N"      TO VT-PRINTED(VOLUNTEER-IDX)
               ELSE
                   IF VOL-TABLE-NOT-FULL
                       SET VOL-TABLE-IS-FULL TO TRUE
                       DISPLAY '*** MORE THAN 300 VOLUNTEERS - '
                           'ADDITIONAL VOLUNTEERS OMITTED FROM THE '
                           'REPORT ***'
                   END-IF
                   GO TO ACCUMULATE-VOLUNTEER-EXIT
               END-IF
           END-IF
           ADD 1         TO VT-EVENTS(VOLUNTEER-IDX)
           ADD EVT-HOURS TO VT-HOURS(VOLUNTEER-IDX)
           ADD EVT-HOURS TO VOL-HOURS-TOTAL.
       ACCUMULATE-VOLUNTEER-EXIT.
           EXIT.

       FIND-VOLUNTEER.
           IF VT-MBR-ID(VOLUNTEER-IDX) = EVT-VOLUNTEER(VOL-SUB)
               SET FOUND TO TRUE
           END-IF.
       FIND-VOLUNTEER-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * ACCUMULATE-INSTRUMENT CREDITS ONE INSTRUMENT OF THE
      * CURRENT EVENT WITH THE EVENT, ITS LENGTH AND ITS VISITORS
      * - ADDING A TABLE ENTRY THE FIRST TIME THE CODE IS SEEN.
      *-----------------------------------------------------------
       ACCUMULATE-INSTRUMENT.
           SET NOT-FOUND TO TRUE
           PERFORM FIND-INSTRUMENT THRU FIND-INSTRUMENT-EXIT
               VARYING INSTRUMENT-IDX FROM 1 BY 1
               UNTIL INSTRUMENT-IDX > INSTRUMENT-TABLE-COUNT
                  OR FOUND
           IF FOUND
               SET INSTRUMENT-IDX DOWN BY 1
           END-IF
           IF NOT-FOUND
               IF INSTRUMENT-TABLE-COUNT < 300
                   ADD 1 TO INSTRUMENT-TABLE-COUNT
                   SET INSTRUMENT-IDX TO INSTRUMENT-TABLE-COUNT
                   MOVE EVT-EQUIP(EQP-SUB)
                                 TO IT-EQP-CODE(INSTRUMENT-IDX)
                   MOVE ZERO     TO IT-EVENTS(INSTRUMENT-IDX)
                   MOVE ZERO     TO IT-HOURS(INSTRUMENT-IDX)
                   MOVE ZERO     TO IT-VISITORS(INSTRUMENT-IDX)
                   MOVE "N"      TO IT-PRINTED(INSTRUMENT-IDX)
               ELSE
                   IF INST-TABLE-NOT-FULL
                       SET INST-TABLE-IS-FULL TO TRUE
                       DISPLAY '*** MORE THAN 300 INSTRUMENTS - '
                           'ADDITIONAL INSTRUMENTS OMITTED FROM THE '
                           'REPORT ***'
                   END-IF
                   GO TO ACCUMULATE-INSTRUMENT-EXIT
               END-IF
           END-IF
           ADD 1            TO IT-EVENTS(INSTRUMENT-IDX)
           ADD EVT-HOURS    TO IT-HOURS(INSTRUMENT-IDX)
           ADD EVT-VISITORS TO IT-VISITORS(INSTRUMENT-IDX).
       ACCUMULATE-INSTRUMENT-EXIT.
           EXIT.

       FIND-INSTRUMENT.
           IF IT-EQP-CODE(INSTRUMENT-IDX) = EVT-EQUIP(EQP-SUB)
               SET FOUND TO TRUE
           END-IF.
       FIND-INSTRUMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-TYPE-TOTALS CLOSES THE EVENT SECTION WITH THE EVENT
      * AND VISITOR TOTALS BY TYPE AND FOR THE YEAR, AND THE
      * YEAR'S TOTAL VOLUNTEER-HOURS.
      *-----------------------------------------------------------
       PRINT-TYPE-TOTALS.
           IF LINE-COUNT + 7 > LINES-PER-PAGE
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
           END-IF
           WRITE REPORT-RECORD FROM BLANK-LINE
           MOVE "SCHOOL"          TO TT-LABEL
           MOVE SCHOOL-EVENTS     TO TT-EVENTS
           MOVE SCHOOL-VISITORS   TO TT-VISITORS
           WRITE REPORT-RECORD FROM TYPE-TOTAL-LINE
           MOVE "PUBLIC NIGHT"    TO TT-LABEL
           MOVE PUBLIC-EVENTS     TO TT-EVENTS
           MOVE PUBLIC-VISITORS   TO TT-VISITORS
           WRITE REPORT-RECORD FROM TYPE-TOTAL-LINE
           MOVE "LIBRARY"         TO TT-LABEL
           MOVE LIBRARY-EVENTS    TO TT-EVENTS
           MOVE LIBRARY-VISITORS  TO TT-VISITORS
           WRITE REPORT-RECORD FROM TYPE-TOTAL-LINE
           MOVE "ALL EVENTS"      TO TT-LABEL
           MOVE EVENT-COUNT       TO TT-EVENTS
           MOVE VISITOR-TOTAL     TO TT-VISITORS
           WRITE REPORT-RECORD FROM TYPE-TOTAL-LINE
           WRITE REPORT-RECORD FROM BLANK-LINE
           MOVE VOL-HOURS-TOTAL   TO HT-HOURS
           WRITE REPORT-RECORD FROM HOURS-TOTAL-LINE
           ADD 7 TO LINE-COUNT.
       PRINT-TYPE-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-VOLUNTEERS STARTS THE VOLUNTEER SECTION ON A NEW
      * PAGE.  THE MEMBER MASTER IS READ IN ID ORDER AND EACH
      * MEMBER WHO VOLUNTEERED IS PRINTED FROM THE TABLE; ANY
      * VOLUNTEER NO LONGER ON THE MASTER (OR ALL OF THEM, IF THE
      * MASTER CANNOT BE OPENED) IS PRINTED AFTER, WITHOUT A NAME.
      *-----------------------------------------------------------
       PRINT-VOLUNTEERS.
           MOVE "VOLUNTEER-HOURS"   TO H2-TITLE
           MOVE VOLUNTEER-HEADING   TO HEAD-LINE-3
           PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
           IF MEMBER-AVAILABLE
               SET NOT-END-OF-FILE TO TRUE
               MOVE LOW-VALUES TO MBR-ID
               START MEMBERFILE KEY IS NOT LESS THAN MBR-ID
                   INVALID KEY
                       SET END-OF-FILE TO TRUE
               END-START
               PERFORM PRINT-MEMBER THRU PRINT-MEMBER-EXIT
                   UNTIL END-OF-FILE
           END-IF
           PERFORM PRINT-OTHER-VOLUNTEER
               THRU PRINT-OTHER-VOLUNTEER-EXIT
               VARYING VOLUNTEER-IDX FROM 1 BY 1
               UNTIL VOLUNTEER-IDX > VOLUNTEER-TABLE-COUNT
           IF LINE-COUNT + 2 > LINES-PER-PAGE
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
           END-IF
           WRITE REPORT-RECORD FROM BLANK-LINE
           MOVE "VOLUNTEERS"        TO CL-LABEL
           MOVE VOLUNTEER-COUNT     TO CL-COUNT
           WRITE REPORT-RECORD FROM COUNT-LINE
           ADD 2 TO LINE-COUNT.
       PRINT-VOLUNTEERS-EXIT.
           EXIT.

       PRINT-MEMBER.
           READ MEMBERFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO PRINT-MEMBER-EXIT
           END-READ
           SET NOT-FOUND TO TRUE
           PERFORM FIND-MEMBER THRU FIND-MEMBER-EXIT
               VARYING VOLUNTEER-IDX FROM 1 BY 1
               UNTIL VOLUNTEER-IDX > VOLUNTEER-TABLE-COUNT
                  OR FOUND
           IF NOT-FOUND
               GO TO PRINT-MEMBER-EXIT
           END-IF
           SET VOLUNTEER-IDX DOWN BY 1
           MOVE MBR-NAME TO VL-NAME
           PERFORM PRINT-VOLUNTEER-LINE
               THRU PRINT-VOLUNTEER-LINE-EXIT.
       PRINT-MEMBER-EXIT.
           EXIT.

       FIND-MEMBER.
           IF VT-MBR-ID(VOLUNTEER-IDX) = MBR-ID
               SET FOUND TO TRUE
           END-IF.
       FIND-MEMBER-EXIT.
           EXIT.

       PRINT-OTHER-VOLUNTEER.
           IF VT-PRINTED(VOLUNTEER-IDX) = "Y"
               GO TO PRINT-OTHER-VOLUNTEER-EXIT
           END-IF
           MOVE "(NOT ON MEMBER MASTER)" TO VL-NAME
           PERFORM PRINT-VOLUNTEER-LINE
               THRU PRINT-VOLUNTEER-LINE-EXIT.
       PRINT-OTHER-VOLUNTEER-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-VOLUNTEER-LINE PRINTS THE TABLE ENTRY AT
      * VOLUNTEER-IDX UNDER THE NAME ALREADY IN VL-NAME AND MARKS
      * IT PRINTED.
      *-----------------------------------------------------------
       PRINT-VOLUNTEER-LINE.
           IF LINE-COUNT + 1 > LINES-PER-PAGE
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
           END-IF
           MOVE VT-MBR-ID(VOLUNTEER-IDX) TO VL-MBR-ID
           MOVE VT-EVENTS(VOLUNTEER-IDX) TO VL-EVENTS
           MOVE VT-HOURS(VOLUNTEER-IDX)  TO VL-HOURS
           WRITE REPORT-RECORD FROM VOLUNTEER-LINE
           ADD 1 TO LINE-COUNT
           ADD 1 TO VOLUNTEER-COUNT
           MOVE "Y" TO VT-PRINTED(VOLUNTEER-IDX).
       PRINT-VOLUNTEER-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-INSTRUMENTS STARTS THE INSTRUMENT SECTION ON A NEW
      * PAGE.  THE EQUIPMENT REGISTRY IS READ IN CODE ORDER AND
      * EVERY REGISTERED INSTRUMENT IS PRINTED - WITH ZEROES IF IT
      * WENT TO NO EVENT THIS YEAR - THEN ANY CODE NO LONGER IN
      * THE REGISTRY (OR ALL OF THEM, IF THE REGISTRY CANNOT BE
      * OPENED).
      *-----------------------------------------------------------
       PRINT-INSTRUMENTS.
           MOVE "INSTRUMENT USE"    TO H2-TITLE
           MOVE INSTRUMENT-HEADING  TO HEAD-LINE-3
           PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
           IF EQUIP-AVAILABLE
               SET NOT-END-OF-FILE TO TRUE
               MOVE LOW-VALUES TO EQP-CODE
               START EQUIPFILE KEY IS NOT LESS THAN EQP-CODE
                   INVALID KEY
                       SET END-OF-FILE TO TRUE
               END-START
               PERFORM PRINT-REGISTERED THRU PRINT-REGISTERED-EXIT
                   UNTIL END-OF-FILE
           END-IF
           PERFORM PRINT-OTHER-INSTRUMENT
               THRU PRINT-OTHER-INSTRUMENT-EXIT
               VARYING INSTRUMENT-IDX FROM 1 BY 1
               UNTIL INSTRUMENT-IDX > INSTRUMENT-TABLE-COUNT
           IF LINE-COUNT + 2 > LINES-PER-PAGE
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
           END-IF
           WRITE REPORT-RECORD FROM BLANK-LINE
           MOVE "INSTRUMENTS LISTED"  TO CL-LABEL
           MOVE INSTRUMENT-COUNT      TO CL-COUNT
           WRITE REPORT-RECORD FROM COUNT-LINE
           ADD 2 TO LINE-COUNT.
       PRINT-INSTRUMENTS-EXIT.
           EXIT.

       PRINT-REGISTERED.
           READ EQUIPFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO PRINT-REGISTERED-EXIT
           END-READ
           IF LINE-COUNT + 1 > LINES-PER-PAGE
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
           END-IF
           MOVE EQP-CODE TO IL-EQP-CODE
           MOVE EQP-DESC TO IL-DESC
           MOVE ZERO     TO IL-EVENTS
           MOVE ZERO     TO IL-HOURS
           MOVE ZERO     TO IL-VISITORS
           SET NOT-FOUND TO TRUE
           PERFORM FIND-REGISTERED THRU FIND-REGISTERED-EXIT
               VARYING INSTRUMENT-IDX FROM 1 BY 1
               UNTIL INSTRUMENT-IDX > INSTRUMENT-TABLE-COUNT
                  OR FOUND
           IF FOUND
               SET INSTRUMENT-IDX DOWN BY 1
               MOVE IT-EVENTS(INSTRUMENT-IDX)   TO IL-EVENTS
               MOVE IT-HOURS(INSTRUMENT-IDX)    TO IL-HOURS
               MOVE IT-VISITORS(INSTRUMENT-IDX) TO IL-VISITORS
               MOVE "Y" TO IT-PRINTED(INSTRUMENT-IDX)
           END-IF
           WRITE REPORT-RECORD FROM INSTRUMENT-LINE
           ADD 1 TO LINE-COUNT
           ADD 1 TO INSTRUMENT-COUNT.
       PRINT-REGISTERED-EXIT.
           EXIT.

       FIND-REGISTERED.
           IF IT-EQP-CODE(INSTRUMENT-IDX) = EQP-CODE
               SET FOUND TO TRUE
           END-IF.
       FIND-REGISTERED-EXIT.
           EXIT.

       PRINT-OTHER-INSTRUMENT.
           IF IT-PRINTED(INSTRUMENT-IDX) = "Y"
               GO TO PRINT-OTHER-INSTRUMENT-EXIT
           END-IF
           IF LINE-COUNT + 1 > LINES-PER-PAGE
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
           END-IF
           MOVE IT-EQP-CODE(INSTRUMENT-IDX) TO IL-EQP-CODE
           MOVE "(NOT IN REGISTRY)"         TO IL-DESC
           MOVE IT-EVENTS(INSTRUMENT-IDX)   TO IL-EVENTS
           MOVE IT-HOURS(INSTRUMENT-IDX)    TO IL-HOURS
           MOVE IT-VISITORS(INSTRUMENT-IDX) TO IL-VISITORS
           WRITE REPORT-RECORD FROM INSTRUMENT-LINE
           ADD 1 TO LINE-COUNT
           ADD 1 TO INSTRUMENT-COUNT.
       PRINT-OTHER-INSTRUMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-HEADINGS STARTS A NEW PAGE - TITLE LINE WITH THE RUN
      * DATE AND PAGE NUMBER, THE SECTION AND YEAR, THE SECTION'S
      * COLUMN HEADINGS, AND A RULE LINE.
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
