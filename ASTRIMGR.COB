      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTRIMGR.COB
      *
      *  DESCRIPTIVE
      *         NAME: IMAGING INTEGRATION REPORT
      *
      *  FUNCTION:
      *  THIS MODULE TELLS AN IMAGER HOW MUCH DATA IS IN HAND ON
      *  EACH TARGET BEFORE THEY PROCESS IT.  FROM THE IMAGING LOG
      *  ASTRIMG.DAT (SEE ASTRIMG.CPY) IT PRINTS TO ASTRIMGR.RPT,
      *  FOR EACH OBJECT AND EACH FILTER, THE RUNS, THE SUBS, THE
      *  FIRST AND LAST NIGHTS, AND THE TOTAL INTEGRATION TIME
      *  (SUBS TIMES SUB-EXPOSURE) SUMMED ACROSS ALL NIGHTS, WITH
      *  THE PART OF IT NOT YET STACKED (STATUS RAW OR
      *  CALIBRATED), AND A TOTAL FOR THE OBJECT OVER ALL ITS
      *  FILTERS.  FILTERS PRINT IN NAME ORDER; A RUN WITH NO
      *  FILTER PRINTS AS "(NONE)".
      *
      *  ONLY RUNS WHOSE SIGHTING IS STILL ON FILE ARE COUNTED -
      *  IN ASTROLOG.LOG OR, ONCE ARCHIVED, ASTROLOG.HIS - SO A
      *  RUN LEFT BEHIND BY A DELETED SIGHTING CANNOT INFLATE A
      *  TOTAL.  EACH RUN SKIPPED FOR THAT REASON IS LISTED ON THE
      *  CONSOLE AND COUNTED ON THE REPORT.
      *
      *  LOGIC:
      *     (1) ACCEPT ONE OBJECT, OR BLANK FOR ALL OBJECTS
      *     (2) READ THE IMAGING RUNS IN OBJECT ORDER ON THE
      *         OBJECT KEY, CHECKING EACH AGAINST THE LOG AND
      *         HISTORY AND ROLLING IT UP BY FILTER
      *     (3) AT EACH CHANGE OF OBJECT PRINT ITS FILTER LINES
      *         AND OBJECT TOTAL
      *     (4) PRINT THE REPORT TOTALS
      *     (5) END-PROGRAM
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
       PROGRAM-ID.     ASTRIMGR.
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
           SELECT IMAGINGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMG-KEY
           ALTERNATE RECORD KEY IS IMG-OBJECT WITH DUPLICATES
           FILE STATUS IS IMGFILESTATUS.

           SELECT ASTROLOGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-KEY
           ALTERNATE RECORD KEY IS AL-OBJECT WITH DUPLICATES
           FILE STATUS IS FILESTATUS.

           SELECT HISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-KEY
           ALTERNATE RECORD KEY IS AH-OBJECT WITH DUPLICATES
           FILE STATUS IS HISTFILESTATUS.

           SELECT REPORTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RPTFILESTATUS.
      **********************************************************
      * DATA DIVISION
      **********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD IMAGINGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRIMG.DAT".
       COPY ASTRIMG.

       FD ASTROLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTROLOG.LOG".
       COPY ASTRLOG.

       FD HISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTROLOG.HIS".
       COPY ASTRHIS.

       FD REPORTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRIMGR.RPT".
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 IMGFILESTATUS    PIC 9(2).
           01 FILESTATUS       PIC 9(2).
           01 HISTFILESTATUS   PIC 9(2).
           01 RPTFILESTATUS    PIC 9(2).
           01 EOF-SWITCH       PIC A(1).
               88 END-OF-FILE     VALUE "Y".
               88 NOT-END-OF-FILE VALUE "N".
           01 FOUND-SWITCH     PIC A(1).
               88 FOUND        VALUE "Y".
               88 NOT-FOUND    VALUE "N".
           01 LOG-SWITCH       PIC A(1).
               88 LOG-AVAILABLE     VALUE "Y".
               88 LOG-UNAVAILABLE   VALUE "N".
           01 HIST-SWITCH      PIC A(1).
               88 HIST-AVAILABLE    VALUE "Y".
               88 HIST-UNAVAILABLE  VALUE "N".
           01 SIGHTING-SWITCH  PIC A(1).
               88 SIGHTING-FOUND     VALUE "Y".
               88 SIGHTING-NOT-FOUND VALUE "N".
           01 BEST-SWITCH      PIC A(1).
               88 BEST-FOUND       VALUE "Y".
               88 BEST-NOT-FOUND   VALUE "N".

           01 OBJECTVAL        PIC X(30).
           01 CURRENT-OBJECT   PIC X(30) VALUE SPACES.
           01 PRINT-SUB        PIC 9(2).
           01 RUN-SECONDS      PIC 9(9)V9(2).

           01 RUNS-READ        PIC 9(5) VALUE ZERO.
           01 RUNS-COUNTED     PIC 9(5) VALUE ZERO.
           01 RUNS-NO-SIGHTING PIC 9(5) VALUE ZERO.
           01 RUNS-OMITTED     PIC 9(5) VALUE ZERO.
           01 OBJECT-COUNT     PIC 9(5) VALUE ZERO.
           01 GRAND-SECONDS    PIC 9(9)V9(2) VALUE ZERO.

           01 FILTER-TABLE.
               05 FILTER-ENTRY OCCURS 20 TIMES
                               INDEXED BY FILTER-IDX BEST-IDX.
                   10 FT-FILTER     PIC X(10).
                   10 FT-RUNS       PIC 9(5).
                   10 FT-SUBS       PIC 9(7).
                   10 FT-FIRST      PIC 9(8).
                   10 FT-LAST       PIC 9(8).
                   10 FT-SECONDS    PIC 9(9)V9(2).
                   10 FT-UNSTACKED  PIC 9(9)V9(2).
                   10 FT-PRINTED    PIC X(1).
           01 FILTER-TABLE-COUNT PIC 9(2) VALUE ZERO.
           01 FLT-TABLE-FULL-SWITCH PIC A(1) VALUE "N".
               88 FLT-TABLE-IS-FULL  VALUE "Y".
               88 FLT-TABLE-NOT-FULL VALUE "N".

           01 OBJECT-TOTALS.
               05 OT-RUNS          PIC 9(5).
               05 OT-SUBS          PIC 9(7).
               05 OT-FIRST         PIC 9(8).
               05 OT-LAST          PIC 9(8).
               05 OT-SECONDS       PIC 9(9)V9(2).
               05 OT-UNSTACKED     PIC 9(9)V9(2).

      *    INTEGRATION TIME IS EDITED FROM SECONDS INTO HOURS,
      *    MINUTES AND SECONDS AND INTO DECIMAL HOURS.
           01 HMS-TOTAL        PIC 9(9)V9(2).
           01 HMS-UNSTACKED    PIC 9(9)V9(2).
           01 HMS-WHOLE        PIC 9(9).
           01 HMS-HOURS        PIC 9(5).
           01 HMS-REST         PIC 9(4).
           01 HMS-MINUTES      PIC 9(2).
           01 HMS-SECONDS      PIC 9(2).
           01 HOURS-WORK       PIC 9(5)V9(2).

           01 PAGE-COUNT       PIC 9(4) VALUE ZERO.
           01 LINE-COUNT       PIC 9(2) VALUE 99.
           01 LINES-PER-PAGE   PIC 9(2) VALUE 56.
           01 RUN-DATE         PIC 9(8).

           01 HEAD-LINE-1.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 FILLER       PIC X(26)
                   VALUE "I M A G I N G   I N T E G ".
               05 FILLER       PIC X(26)
                   VALUE "R A T I O N               ".
               05 FILLER       PIC X(49) VALUE SPACES.
               05 FILLER       PIC X(9)  VALUE "RUN DATE ".
               05 H1-RUN-DATE  PIC 9(8).
               05 FILLER       PIC X(3)  VALUE SPACES.
               05 FILLER       PIC X(5)  VALUE "PAGE ".
               05 H1-PAGE      PIC ZZZ9.
           01 HEAD-LINE-2.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 FILLER       PIC X(41)
                   VALUE "TOTAL INTEGRATION BY OBJECT AND FILTER - ".
               05 H2-SCOPE     PIC X(30).
               05 FILLER       PIC X(59) VALUE SPACES.
           01 HEAD-LINE-3.
               05 FILLER       PIC X(32) VALUE "OBJECT".
               05 FILLER       PIC X(12) VALUE "FILTER".
               05 FILLER       PIC X(7)  VALUE " RUNS".
               05 FILLER       PIC X(9)  VALUE "   SUBS".
               05 FILLER       PIC X(10) VALUE "FIRST".
               05 FILLER       PIC X(10) VALUE "LAST".
               05 FILLER       PIC X(13) VALUE "INTEGRATION".
               05 FILLER       PIC X(10) VALUE "   HOURS".
               05 FILLER       PIC X(29) VALUE "  NOT STACKED".
           01 HEAD-LINE-4.
               05 FILLER       PIC X(132) VALUE ALL "-".

           01 DETAIL-LINE.
               05 DL-OBJECT    PIC X(30).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 DL-FILTER    PIC X(10).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 DL-RUNS      PIC ZZZZ9.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 DL-SUBS      PIC ZZZZZZ9.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 DL-FIRST     PIC 9(8).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 DL-LAST      PIC 9(8).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 DL-HOURS     PIC ZZZZ9.
               05 FILLER       PIC X(1)  VALUE ":".
               05 DL-MINUTES   PIC 99.
               05 FILLER       PIC X(1)  VALUE ":".
               05 DL-SECONDS   PIC 99.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 DL-DEC-HOURS PIC ZZZZ9.99.
               05 FILLER       PIC X(4)  VALUE SPACES.
               05 DL-UNSTACKED PIC ZZZZ9.99.
               05 FILLER       PIC X(19) VALUE SPACES.

           01 GRAND-TOTAL-LINE.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 FILLER       PIC X(30)
                   VALUE "TOTAL INTEGRATION, ALL OBJECTS".
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 GT-HOURS     PIC ZZZZ9.99.
               05 FILLER       PIC X(6)  VALUE " HOURS".
               05 FILLER       PIC X(84) VALUE SPACES.

           01 COUNT-LINE.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 CL-LABEL     PIC X(50).
               05 CL-COUNT     PIC ZZZZ9.
               05 FILLER       PIC X(75) VALUE SPACES.

           01 BLANK-LINE       PIC X(132) VALUE SPACES.
      **********************************************************
      * PROCEDURE DIVISION
      **********************************************************
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY '-----------------------------------'
           DISPLAY '   IMAGING INTEGRATION REPORT      '
           DISPLAY '-----------------------------------'
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO H1-RUN-DATE
           DISPLAY 'ENTER THE OBJECT AS LOGGED (BLANK = ALL OBJECTS):'
           ACCEPT OBJECTVAL
           IF OBJECTVAL = SPACES
               MOVE "ALL OBJECTS" TO H2-SCOPE
           ELSE
               MOVE OBJECTVAL TO H2-SCOPE
           END-IF

           OPEN INPUT IMAGINGFILE
           IF IMGFILESTATUS = "35"
               DISPLAY 'NO IMAGING RUNS ON FILE - NOTHING TO REPORT'
               GO TO PROGRAM-STOP
           END-IF
           IF IMGFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRIMG.DAT - STATUS: '
                   IMGFILESTATUS
               GO TO PROGRAM-STOP
           END-IF
           SET LOG-AVAILABLE TO TRUE
           OPEN INPUT ASTROLOGFILE
           IF FILESTATUS IS NOT EQUAL ZERO
               SET LOG-UNAVAILABLE TO TRUE
               DISPLAY 'ASTROLOG.LOG NOT AVAILABLE - STATUS: '
                   FILESTATUS ' - ONLY ARCHIVED SIGHTINGS COUNTED'
           END-IF
           SET HIST-AVAILABLE TO TRUE
           OPEN INPUT HISTFILE
           IF HISTFILESTATUS IS NOT EQUAL ZERO
               SET HIST-UNAVAILABLE TO TRUE
               IF HISTFILESTATUS NOT = "35"
                   DISPLAY 'ASTROLOG.HIS NOT AVAILABLE - STATUS: '
                       HISTFILESTATUS ' - ONLY CURRENT SIGHTINGS'
                       ' COUNTED'
               END-IF
           END-IF
           IF LOG-UNAVAILABLE AND HIST-UNAVAILABLE
               DISPLAY 'NEITHER ASTROLOG.LOG NOR ASTROLOG.HIS CAN BE'
                   ' OPENED - NOTHING TO REPORT'
               GO TO CLOSE-FILES
           END-IF
           OPEN OUTPUT REPORTFILE
           IF RPTFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRIMGR.RPT - STATUS: '
                   RPTFILESTATUS
               GO TO CLOSE-FILES
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           IF OBJECTVAL = SPACES
               MOVE LOW-VALUES TO IMG-OBJECT
               START IMAGINGFILE KEY IS NOT LESS THAN IMG-OBJECT
                   INVALID KEY
                       SET END-OF-FILE TO TRUE
               END-START
           ELSE
               MOVE OBJECTVAL TO IMG-OBJECT
               START IMAGINGFILE KEY IS EQUAL TO IMG-OBJECT
                   INVALID KEY
                       SET END-OF-FILE TO TRUE
               END-START
           END-IF
           PERFORM SELECT-RUN THRU SELECT-RUN-EXIT
               UNTIL END-OF-FILE
           IF CURRENT-OBJECT NOT = SPACES
               PERFORM PRINT-OBJECT THRU PRINT-OBJECT-EXIT
           END-IF
           IF OBJECT-COUNT = ZERO
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
               MOVE SPACES TO REPORT-RECORD
               MOVE "NO IMAGING RUNS TO REPORT"
                   TO REPORT-RECORD(3:40)
               WRITE REPORT-RECORD
               ADD 1 TO LINE-COUNT
           END-IF
           PERFORM PRINT-REPORT-TOTALS THRU PRINT-REPORT-TOTALS-EXIT
           CLOSE REPORTFILE
           DISPLAY 'IMAGING RUNS READ       : ' RUNS-READ
           DISPLAY 'RUNS COUNTED            : ' RUNS-COUNTED
           DISPLAY 'RUNS WITH NO SIGHTING   : ' RUNS-NO-SIGHTING
           IF RUNS-OMITTED > ZERO
               DISPLAY 'RUNS OMITTED (FILTERS)  : ' RUNS-OMITTED
           END-IF
           DISPLAY 'OBJECTS REPORTED        : ' OBJECT-COUNT
           DISPLAY 'PAGES PRINTED           : ' PAGE-COUNT
           DISPLAY 'INTEGRATION REPORT WRITTEN TO ASTRIMGR.RPT'.

       CLOSE-FILES.
           CLOSE IMAGINGFILE
           IF LOG-AVAILABLE
               CLOSE ASTROLOGFILE
           END-IF
           IF HIST-AVAILABLE
               CLOSE HISTFILE
           END-IF
           GO TO PROGRAM-STOP.

      *-----------------------------------------------------------
      * SELECT-RUN READS THE NEXT IMAGING RUN ON THE OBJECT KEY.
      * WHEN ONE OBJECT WAS ASKED FOR, THE FIRST RUN ON ANY OTHER
      * ENDS THE READ.  A RUN WHOSE SIGHTING IS IN NEITHER THE LOG
      * NOR THE HISTORY IS LISTED AND SKIPPED.  A CHANGE OF OBJECT
      * PRINTS THE OBJECT JUST FINISHED AND EMPTIES THE FILTER
      * TABLE BEFORE THE RUN IS ADDED.
      *-----------------------------------------------------------
       SELECT-RUN.
           READ IMAGINGFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO SELECT-RUN-EXIT
           END-READ.
           IF OBJECTVAL NOT = SPACES AND IMG-OBJECT NOT = OBJECTVAL
               SET END-OF-FILE TO TRUE
               GO TO SELECT-RUN-EXIT
           END-IF
           ADD 1 TO RUNS-READ
           PERFORM FIND-SIGHTING THRU FIND-SIGHTING-EXIT
           IF SIGHTING-NOT-FOUND
               ADD 1 TO RUNS-NO-SIGHTING
               DISPLAY 'NO SIGHTING IN LOG OR HISTORY - NOT COUNTED: '
                   IMG-OBJECT ' ' IMG-DATETIMEYR ' ' IMG-TIME
               GO TO SELECT-RUN-EXIT
           END-IF
           IF IMG-OBJECT NOT = CURRENT-OBJECT
               IF CURRENT-OBJECT NOT = SPACES
                   PERFORM PRINT-OBJECT THRU PRINT-OBJECT-EXIT
               END-IF
               MOVE IMG-OBJECT TO CURRENT-OBJECT
               MOVE ZERO TO FILTER-TABLE-COUNT
               SET FLT-TABLE-NOT-FULL TO TRUE
           END-IF
           PERFORM ACCUMULATE-RUN THRU ACCUMULATE-RUN-EXIT.
       SELECT-RUN-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * FIND-SIGHTING LOOKS THE RUN'S KEY UP IN ASTROLOG.LOG AND,
      * FAILING THAT, IN ASTROLOG.HIS.
      *-----------------------------------------------------------
       FIND-SIGHTING.
           SET SIGHTING-NOT-FOUND TO TRUE
           IF LOG-AVAILABLE
               MOVE IMG-KEY TO AL-KEY
               READ ASTROLOGFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SIGHTING-FOUND TO TRUE
               END-READ
           END-IF
           IF SIGHTING-NOT-FOUND AND HIST-AVAILABLE
               MOVE IMG-KEY TO AH-KEY
               READ HISTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SIGHTING-FOUND TO TRUE
               END-READ
           END-IF.
       FIND-SIGHTING-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * ACCUMULATE-RUN ADDS THE RUN'S SUBS AND INTEGRATION TIME TO
      * ITS FILTER'S ENTRY - ADDING THE ENTRY THE FIRST TIME THE
      * FILTER IS SEEN ON THIS OBJECT - AND WIDENS THE ENTRY'S
      * FIRST/LAST NIGHT RANGE.  RUNS AT STATUS RAW OR CALIBRATED
      * ARE ALSO ADDED TO THE NOT-STACKED TIME.
      *-----------------------------------------------------------
       ACCUMULATE-RUN.
           SET NOT-FOUND TO TRUE
           PERFORM FIND-FILTER THRU FIND-FILTER-EXIT
               VARYING FILTER-IDX FROM 1 BY 1
               UNTIL FILTER-IDX > FILTER-TABLE-COUNT
                  OR FOUND
           IF FOUND
               SET FILTER-IDX DOWN BY 1
           END-IF
           IF NOT-FOUND
               IF FILTER-TABLE-COUNT < 20
                   ADD 1 TO FILTER-TABLE-COUNT
                   SET FILTER-IDX TO FILTER-TABLE-COUNT
                   MOVE IMG-FILTER TO FT-FILTER(FILTER-IDX)
                   MOVE ZERO       TO FT-RUNS(FILTER-IDX)
                   MOVE ZERO       TO FT-SUBS(FILTER-IDX)
                   MOVE 99999999   TO FT-FIRST(FILTER-IDX)
                   MOVE ZERO       TO FT-LAST(FILTER-IDX)
                   MOVE ZERO       TO FT-SECONDS(FILTER-IDX)
                   MOVE ZERO       TO FT-UNSTACKED(FILTER-IDX)
                   MOVE "N"        TO FT-PRINTED(FILTER-IDX)
               ELSE
                   ADD 1 TO RUNS-OMITTED
                   IF FLT-TABLE-NOT-FULL
                       SET FLT-TABLE-IS-FULL TO TRUE
                       DISPLAY '*** MORE THAN 20 FILTERS ON '
                           CURRENT-OBJECT ' - ADDITIONAL FILTERS '
                           'OMITTED FROM THE REPORT ***'
                   END-IF
                   GO TO ACCUMULATE-RUN-EXIT
               END-IF
           END-IF
           COMPUTE RUN-SECONDS = IMG-SUB-COUNT * IMG-SUB-EXPOSURE
           ADD 1             TO FT-RUNS(FILTER-IDX)
           ADD IMG-SUB-COUNT TO FT-SUBS(FILTER-IDX)
           ADD RUN-SECONDS   TO FT-SECONDS(FILTER-IDX)
           IF IMG-RAW OR IMG-CALIBRATED
               ADD RUN-SECONDS TO FT-UNSTACKED(FILTER-IDX)
           END-IF
           IF IMG-DATETIMEYR < FT-FIRST(FILTER-IDX)
               MOVE IMG-DATETIMEYR TO FT-FIRST(FILTER-IDX)
           END-IF
           IF IMG-DATETIMEYR > FT-LAST(FILTER-IDX)
               MOVE IMG-DATETIMEYR TO FT-LAST(FILTER-IDX)
           END-IF
           ADD 1 TO RUNS-COUNTED.
       ACCUMULATE-RUN-EXIT.
           EXIT.

       FIND-FILTER.
           IF FT-FILTER(FILTER-IDX) = IMG-FILTER
               SET FOUND TO TRUE
           END-IF.
       FIND-FILTER-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-OBJECT PRINTS THE FINISHED OBJECT - ONE LINE PER
      * FILTER IN FILTER-NAME ORDER, THE OBJECT NAME ON THE FIRST
      * ONLY, THEN AN "ALL" LINE TOTALLING EVERY FILTER AND A
      * BLANK LINE.  THE WHOLE BLOCK IS KEPT ON ONE PAGE.
      *-----------------------------------------------------------
       PRINT-OBJECT.
           IF LINE-COUNT + FILTER-TABLE-COUNT + 2 > LINES-PER-PAGE
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
           END-IF
           MOVE ZERO     TO OT-RUNS
           MOVE ZERO     TO OT-SUBS
           MOVE 99999999 TO OT-FIRST
           MOVE ZERO     TO OT-LAST
           MOVE ZERO     TO OT-SECONDS
           MOVE ZERO     TO OT-UNSTACKED
           MOVE CURRENT-OBJECT TO DL-OBJECT
           PERFORM PRINT-NEXT-FILTER THRU PRINT-NEXT-FILTER-EXIT
               VARYING PRINT-SUB FROM 1 BY 1
               UNTIL PRINT-SUB > FILTER-TABLE-COUNT

           MOVE SPACES       TO DL-OBJECT
           MOVE "ALL"        TO DL-FILTER
           MOVE OT-RUNS      TO DL-RUNS
           MOVE OT-SUBS      TO DL-SUBS
           MOVE OT-FIRST     TO DL-FIRST
           MOVE OT-LAST      TO DL-LAST
           MOVE OT-SECONDS   TO HMS-TOTAL
           MOVE OT-UNSTACKED TO HMS-UNSTACKED
           PERFORM EDIT-INTEGRATION THRU EDIT-INTEGRATION-EXIT
           WRITE REPORT-RECORD FROM DETAIL-LINE
           WRITE REPORT-RECORD FROM BLANK-LINE
           ADD 2 TO LINE-COUNT
           ADD OT-SECONDS TO GRAND-SECONDS
           ADD 1 TO OBJECT-COUNT.
       PRINT-OBJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-NEXT-FILTER PICKS THE UNPRINTED FILTER ENTRY WITH
      * THE LOWEST NAME, PRINTS IT, MARKS IT PRINTED AND ADDS IT
      * TO THE OBJECT TOTALS.
      *-----------------------------------------------------------
       PRINT-NEXT-FILTER.
           SET BEST-NOT-FOUND TO TRUE
           PERFORM PICK-FILTER THRU PICK-FILTER-EXIT
               VARYING FILTER-IDX FROM 1 BY 1
               UNTIL FILTER-IDX > FILTER-TABLE-COUNT
           IF BEST-NOT-FOUND
               GO TO PRINT-NEXT-FILTER-EXIT
           END-IF
           MOVE "Y" TO FT-PRINTED(BEST-IDX)
           IF FT-FILTER(BEST-IDX) = SPACES
               MOVE "(NONE)" TO DL-FILTER
           ELSE
               MOVE FT-FILTER(BEST-IDX) TO DL-FILTER
           END-IF
           MOVE FT-RUNS(BEST-IDX)      TO DL-RUNS
           MOVE FT-SUBS(BEST-IDX)      TO DL-SUBS
           MOVE FT-FIRST(BEST-IDX)     TO DL-FIRST
           MOVE FT-LAST(BEST-IDX)      TO DL-LAST
           MOVE FT-SECONDS(BEST-IDX)   TO HMS-TOTAL
           MOVE FT-UNSTACKED(BEST-IDX) TO HMS-UNSTACKED
           PERFORM EDIT-INTEGRATION THRU EDIT-INTEGRATION-EXIT
           WRITE REPORT-RECORD FROM DETAIL-LINE
           ADD 1 TO LINE-COUNT
           MOVE SPACES TO DL-OBJECT

           ADD FT-RUNS(BEST-IDX)      TO OT-RUNS
           ADD FT-SUBS(BEST-IDX)      TO OT-SUBS
           ADD FT-SECONDS(BEST-IDX)   TO OT-SECONDS
           ADD FT-UNSTACKED(BEST-IDX) TO OT-UNSTACKED
           IF FT-FIRST(BEST-IDX) < OT-FIRST
               MOVE FT-FIRST(BEST-IDX) TO OT-FIRST
           END-IF
           IF FT-LAST(BEST-IDX) > OT-LAST
               MOVE FT-LAST(BEST-IDX) TO OT-LAST
           END-IF.
       PRINT-NEXT-FILTER-EXIT.
           EXIT.

       PICK-FILTER.
           IF FT-PRINTED(FILTER-IDX) = "Y"
               GO TO PICK-FILTER-EXIT
           END-IF
           IF BEST-NOT-FOUND
               SET BEST-IDX TO FILTER-IDX
               SET BEST-FOUND TO TRUE
               GO TO PICK-FILTER-EXIT
           END-IF
           IF FT-FILTER(FILTER-IDX) < FT-FILTER(BEST-IDX)
               SET BEST-IDX TO FILTER-IDX
           END-IF.
       PICK-FILTER-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * EDIT-INTEGRATION EDITS THE INTEGRATION TIME IN HMS-TOTAL
      * (SECONDS) INTO HOURS:MINUTES:SECONDS, ROUNDED TO THE
      * SECOND, AND INTO DECIMAL HOURS, AND THE NOT-STACKED TIME
      * IN HMS-UNSTACKED INTO DECIMAL HOURS.
      *-----------------------------------------------------------
       EDIT-INTEGRATION.
           COMPUTE HMS-WHOLE ROUNDED = HMS-TOTAL
           DIVIDE HMS-WHOLE BY 3600 GIVING HMS-HOURS
               REMAINDER HMS-REST
           DIVIDE HMS-REST BY 60 GIVING HMS-MINUTES
               REMAINDER HMS-SECONDS
           MOVE HMS-HOURS   TO DL-HOURS
           MOVE HMS-MINUTES TO DL-MINUTES
           MOVE HMS-SECONDS TO DL-SECONDS
           COMPUTE HOURS-WORK ROUNDED = HMS-TOTAL / 3600
           MOVE HOURS-WORK  TO DL-DEC-HOURS
           COMPUTE HOURS-WORK ROUNDED = HMS-UNSTACKED / 3600
           MOVE HOURS-WORK  TO DL-UNSTACKED.
       EDIT-INTEGRATION-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-REPORT-TOTALS CLOSES THE REPORT WITH THE TOTAL
      * INTEGRATION OVER EVERY OBJECT PRINTED AND THE RUN COUNTS,
      * INCLUDING THE RUNS LEFT OUT FOR WANT OF A SIGHTING.
      *-----------------------------------------------------------
       PRINT-REPORT-TOTALS.
           IF LINE-COUNT + 6 > LINES-PER-PAGE
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
           END-IF
           COMPUTE HOURS-WORK ROUNDED = GRAND-SECONDS / 3600
           MOVE HOURS-WORK TO GT-HOURS
           WRITE REPORT-RECORD FROM GRAND-TOTAL-LINE
           MOVE "OBJECTS"                 TO CL-LABEL
           MOVE OBJECT-COUNT              TO CL-COUNT
           WRITE REPORT-RECORD FROM COUNT-LINE
           MOVE "IMAGING RUNS COUNTED"    TO CL-LABEL
           MOVE RUNS-COUNTED              TO CL-COUNT
           WRITE REPORT-RECORD FROM COUNT-LINE
           MOVE "RUNS NOT COUNTED - NO SIGHTING IN LOG OR HISTORY"
               TO CL-LABEL
           MOVE RUNS-NO-SIGHTING          TO CL-COUNT
           WRITE REPORT-RECORD FROM COUNT-LINE
           ADD 4 TO LINE-COUNT
           IF RUNS-OMITTED > ZERO
               MOVE "RUNS NOT COUNTED - OVER 20 FILTERS ON AN OBJECT"
                   TO CL-LABEL
               MOVE RUNS-OMITTED          TO CL-COUNT
               WRITE REPORT-RECORD FROM COUNT-LINE
               ADD 1 TO LINE-COUNT
           END-IF.
       PRINT-REPORT-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-HEADINGS STARTS A NEW PAGE - TITLE LINE WITH THE RUN
      * DATE AND PAGE NUMBER, THE OBJECTS REPORTED, THE COLUMN
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
