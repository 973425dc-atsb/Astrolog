      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTRSITR.COB
      *
      *  DESCRIPTIVE
      *         NAME: PER-SITE OBSERVING CONDITIONS REPORT
      *
      *  FUNCTION:
      *  THIS MODULE ANSWERS "WHICH SITE SHOULD WE BOOK FOR THE
      *  NEXT CLUB TRIP" FROM THE LOG INSTEAD OF FROM MEMORY.  FOR
      *  EVERY SITE IT REPORTS THE NIGHTS OUT, THE NIGHTS WITH
      *  NOTHING SEEN, THE SIGHTING COUNT, AND THE AVERAGE QUALITY
      *  RATING (AN-RATING) OF THE SIGHTINGS RATED THERE.  A NIGHT
      *  IS ONE SESSION DATE AT ONE SITE: EVERY SESSION HEADER IN
      *  ASTRSES.DAT IS A NIGHT OUT AT ITS SES-SITE, AND A
      *  SIGHTING WHOSE SESSION HAS NO HEADER (A BATCH LOAD, OR A
      *  RECORD FROM BEFORE THE SESSION FILE, WHICH FALLS BACK TO
      *  ITS OWN DATE) STILL COUNTS AS A NIGHT OUT AT ITS
      *  AL-LOCATION.  A NIGHT WITH NO SIGHTINGS AGAINST IT IS A
      *  NIGHT WITH NOTHING SEEN.  SIGHTINGS ARE TAKEN FROM
      *  ASTROLOG.LOG AND ASTROLOG.HIS SO A SITE'S RECORD SURVIVES
      *  THE YEAR-END ARCHIVE.  THE REGISTERED SITES (SEE
      *  ASTRSIT.CPY) ARE PRINTED IN CODE ORDER - INCLUDING THE
      *  ONES NEVER USED - FOLLOWED BY A SEPARATE SECTION FOR SITE
      *  VALUES IN THE FILES BUT NOT IN THE REGISTRY (FREE TEXT
      *  FROM BEFORE THE REGISTRY, OR "USE ANYWAY" ENTRIES).
      *
      *  LOGIC:
      *     (1) LOAD THE SITE REGISTRY INTO THE SITE TABLE
      *     (2) SWEEP ASTRSES.DAT, ADDING ONE NIGHT PER HEADER
      *     (3) SWEEP ASTROLOG.LOG AND ASTROLOG.HIS, COUNTING
      *         SIGHTINGS AND RATINGS PER SITE AND SIGHTINGS PER
      *         NIGHT
      *     (4) ROLL THE NIGHTS UP INTO THEIR SITES
      *     (5) PRINT THE REGISTERED SITES, THEN THE UNREGISTERED
      *     (6) END-PROGRAM
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
       PROGRAM-ID.     ASTRSITR.
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
           SELECT ASTROLOGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AL-KEY
           ALTERNATE RECORD KEY IS AL-OBJECT WITH DUPLICATES
           FILE STATUS IS FILESTATUS.

           SELECT HISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AH-KEY
           ALTERNATE RECORD KEY IS AH-OBJECT WITH DUPLICATES
           FILE STATUS IS HISTFILESTATUS.

           SELECT SESSIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SES-DATE
           FILE STATUS IS SESFILESTATUS.

           SELECT NOTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AN-KEY
           FILE STATUS IS NOTFILESTATUS.

           SELECT SITEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIT-CODE
           ALTERNATE RECORD KEY IS SIT-NAME WITH DUPLICATES
           FILE STATUS IS SITFILESTATUS.
      **********************************************************
      * DATA DIVISION
      **********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ASTROLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTROLOG.LOG".
       COPY ASTRLOG.

       FD HISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTROLOG.HIS".
       COPY ASTRHIS.

       FD SESSIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRSES.DAT".
       COPY ASTRSES.

       FD NOTESFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRNOT.DAT".
       COPY ASTRNOT.

       FD SITEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRSIT.DAT".
       COPY ASTRSIT.

       WORKING-STORAGE SECTION.
           01 FILESTATUS       PIC 9(2).
           01 HISTFILESTATUS   PIC 9(2).
           01 SESFILESTATUS    PIC 9(2).
           01 NOTFILESTATUS    PIC 9(2).
           01 SITFILESTATUS    PIC 9(2).
           01 EOF-SWITCH       PIC A(1).
               88 END-OF-FILE     VALUE "Y".
               88 NOT-END-OF-FILE VALUE "N".
           01 FOUND-SWITCH     PIC A(1).
               88 FOUND        VALUE "Y".
               88 NOT-FOUND    VALUE "N".
           01 NOTES-SWITCH     PIC A(1).
               88 NOTES-AVAILABLE   VALUE "Y".
               88 NOTES-UNAVAILABLE VALUE "N".

           01 SITEVAL          PIC X(50).
           01 NIGHTVAL         PIC 9(8).
           01 SIGHTING-ADD     PIC 9(1).
           01 SITE-ENTRY-NO    PIC 9(3).

           01 SITE-TABLE.
               05 SITE-ENTRY OCCURS 200 TIMES
                             INDEXED BY SITE-IDX.
                   10 ST-SITE       PIC X(50).
                   10 ST-NAME       PIC X(50).
                   10 ST-BORTLE     PIC X(1).
                   10 ST-REGISTERED PIC X(1).
                   10 ST-NIGHTS     PIC 9(5).
                   10 ST-EMPTY      PIC 9(5).
                   10 ST-SIGHTINGS  PIC 9(5).
                   10 ST-RATING-SUM PIC 9(7).
                   10 ST-RATED      PIC 9(5).
           01 SITE-TABLE-COUNT PIC 9(3) VALUE ZERO.
           01 SIT-TABLE-FULL-SWITCH PIC A(1) VALUE "N".
               88 SIT-TABLE-IS-FULL  VALUE "Y".
               88 SIT-TABLE-NOT-FULL VALUE "N".

           01 NIGHT-TABLE.
               05 NIGHT-ENTRY OCCURS 3000 TIMES
                              INDEXED BY NIGHT-IDX.
                   10 NT-DATE       PIC 9(8).
                   10 NT-SITE-NO    PIC 9(3).
                   10 NT-SIGHTINGS  PIC 9(5).
           01 NIGHT-TABLE-COUNT PIC 9(4) VALUE ZERO.
           01 NGT-TABLE-FULL-SWITCH PIC A(1) VALUE "N".
               88 NGT-TABLE-IS-FULL  VALUE "Y".
               88 NGT-TABLE-NOT-FULL VALUE "N".

           01 AVG-RATING       PIC 9V99.
           01 AVG-RATING-EDIT  PIC 9.99.
           01 REGISTERED-COUNT PIC 9(3) VALUE ZERO.
           01 UNREGISTERED-COUNT PIC 9(3) VALUE ZERO.
      **********************************************************
      * PROCEDURE DIVISION
      **********************************************************
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY '-----------------------------------'
           DISPLAY '   PER-SITE CONDITIONS REPORT      '
           DISPLAY '-----------------------------------'
           PERFORM LOAD-REGISTRY THRU LOAD-REGISTRY-EXIT
           PERFORM SWEEP-SESSIONS THRU SWEEP-SESSIONS-EXIT

           SET NOTES-AVAILABLE TO TRUE
           OPEN INPUT NOTESFILE
           IF NOTFILESTATUS IS NOT EQUAL ZERO
               SET NOTES-UNAVAILABLE TO TRUE
               DISPLAY 'NO ASTRNOT.DAT ON FILE - RATINGS NOT AVERAGED'
           END-IF
           PERFORM SWEEP-LOG THRU SWEEP-LOG-EXIT
           PERFORM SWEEP-HIST THRU SWEEP-HIST-EXIT
           IF NOTES-AVAILABLE
               CLOSE NOTESFILE
           END-IF

           PERFORM ROLL-UP-NIGHT THRU ROLL-UP-NIGHT-EXIT
               VARYING NIGHT-IDX FROM 1 BY 1
               UNTIL NIGHT-IDX > NIGHT-TABLE-COUNT

           DISPLAY ' '
           DISPLAY 'REGISTERED SITES:'
           PERFORM PRINT-REGISTERED THRU PRINT-REGISTERED-EXIT
               VARYING SITE-IDX FROM 1 BY 1
               UNTIL SITE-IDX > SITE-TABLE-COUNT
           IF REGISTERED-COUNT = ZERO
               DISPLAY '   (NONE)'
           END-IF
           DISPLAY 'SITES REPORTED: ' REGISTERED-COUNT

           DISPLAY ' '
           DISPLAY 'SITES IN THE FILES BUT NOT IN THE REGISTRY:'
           PERFORM PRINT-UNREGISTERED THRU PRINT-UNREGISTERED-EXIT
               VARYING SITE-IDX FROM 1 BY 1
               UNTIL SITE-IDX > SITE-TABLE-COUNT
           IF UNREGISTERED-COUNT = ZERO
               DISPLAY '   (NONE)'
           END-IF
           GO TO PROGRAM-STOP.

      *-----------------------------------------------------------
      * LOAD-REGISTRY WALKS ASTRSIT.DAT IN CODE ORDER AND SEEDS
      * THE SITE TABLE WITH ONE ZERO-COUNT ENTRY PER REGISTERED
      * SITE, SO A SITE NEVER VISITED STILL GETS ITS LINE.  A
      * MISSING REGISTRY LEAVES EVERY SITE UNREGISTERED.
      *-----------------------------------------------------------
       LOAD-REGISTRY.
           OPEN INPUT SITEFILE
           IF SITFILESTATUS = "35"
               DISPLAY 'NO SITE REGISTRY (ASTRSIT.DAT) ON FILE'
               GO TO LOAD-REGISTRY-EXIT
           END-IF
           IF SITFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRSIT.DAT - STATUS: '
                   SITFILESTATUS
               GO TO LOAD-REGISTRY-EXIT
           END-IF
           SET NOT-END-OF-FILE TO TRUE
           MOVE LOW-VALUES TO SIT-CODE
           START SITEFILE KEY IS NOT LESS THAN SIT-CODE
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           PERFORM LOAD-REGISTRY-SITE THRU LOAD-REGISTRY-SITE-EXIT
               UNTIL END-OF-FILE
           CLOSE SITEFILE.
       LOAD-REGISTRY-EXIT.
           EXIT.

       LOAD-REGISTRY-SITE.
           READ SITEFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO LOAD-REGISTRY-SITE-EXIT
           END-READ
           MOVE SIT-CODE TO SITEVAL
           PERFORM FIND-SITE-ENTRY THRU FIND-SITE-ENTRY-EXIT
           IF FOUND
               MOVE SIT-NAME   TO ST-NAME(SITE-IDX)
               MOVE SIT-BORTLE TO ST-BORTLE(SITE-IDX)
               MOVE "Y"        TO ST-REGISTERED(SITE-IDX)
           END-IF.
       LOAD-REGISTRY-SITE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * SWEEP-SESSIONS ADDS ONE NIGHT PER SESSION HEADER AT ITS
      * SES-SITE, WITH NO SIGHTINGS YET.  A MISSING SESSION FILE
      * SIMPLY CONTRIBUTES NOTHING.
      *-----------------------------------------------------------
       SWEEP-SESSIONS.
           OPEN INPUT SESSIONFILE
           IF SESFILESTATUS = "35"
               DISPLAY 'NO ASTRSES.DAT ON FILE - SESSIONS SKIPPED'
               GO TO SWEEP-SESSIONS-EXIT
           END-IF
           IF SESFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRSES.DAT - STATUS: '
                   SESFILESTATUS
               GO TO SWEEP-SESSIONS-EXIT
           END-IF
           SET NOT-END-OF-FILE TO TRUE
           PERFORM SWEEP-SESSIONS-RECORD
               THRU SWEEP-SESSIONS-RECORD-EXIT
               UNTIL END-OF-FILE
           CLOSE SESSIONFILE.
       SWEEP-SESSIONS-EXIT.
           EXIT.

       SWEEP-SESSIONS-RECORD.
           READ SESSIONFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO SWEEP-SESSIONS-RECORD-EXIT
           END-READ
           MOVE SES-SITE TO SITEVAL
           PERFORM FIND-SITE-ENTRY THRU FIND-SITE-ENTRY-EXIT
           IF NOT-FOUND
               GO TO SWEEP-SESSIONS-RECORD-EXIT
           END-IF
           MOVE SES-DATE TO NIGHTVAL
           MOVE ZERO     TO SIGHTING-ADD
           PERFORM ACCUMULATE-NIGHT THRU ACCUMULATE-NIGHT-EXIT.
       SWEEP-SESSIONS-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * SWEEP-LOG ROLLS EVERY LIVE-LOG SIGHTING INTO THE SITE AND
      * NIGHT TABLES.  A MISSING LOG SIMPLY CONTRIBUTES NOTHING.
      *-----------------------------------------------------------
       SWEEP-LOG.
           OPEN INPUT ASTROLOGFILE
           IF FILESTATUS = "35"
               DISPLAY 'NO ASTROLOG.LOG ON FILE - LIVE LOG SKIPPED'
               GO TO SWEEP-LOG-EXIT
           END-IF
           IF FILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTROLOG.LOG - STATUS: '
                   FILESTATUS
               GO TO SWEEP-LOG-EXIT
           END-IF
           SET NOT-END-OF-FILE TO TRUE
           PERFORM SWEEP-LOG-RECORD THRU SWEEP-LOG-RECORD-EXIT
               UNTIL END-OF-FILE
           CLOSE ASTROLOGFILE.
       SWEEP-LOG-EXIT.
           EXIT.

       SWEEP-LOG-RECORD.
           READ ASTROLOGFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO SWEEP-LOG-RECORD-EXIT
           END-READ
           MOVE AL-LOCATION TO SITEVAL
           MOVE AL-SESSION  TO NIGHTVAL
           IF NIGHTVAL = ZERO
               MOVE AL-DATETIMEYR TO NIGHTVAL
           END-IF
           MOVE AL-KEY TO AN-KEY
           PERFORM ACCUMULATE-SIGHTING THRU ACCUMULATE-SIGHTING-EXIT.
       SWEEP-LOG-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * SWEEP-HIST ROLLS THE ARCHIVED SIGHTINGS INTO THE SAME
      * TABLES.  THE NOTES OF AN ARCHIVED SIGHTING ARE STILL FOUND
      * UNDER ITS AH-KEY.  A MISSING HISTORY FILE CONTRIBUTES
      * NOTHING.
      *-----------------------------------------------------------
       SWEEP-HIST.
           OPEN INPUT HISTFILE
           IF HISTFILESTATUS = "35"
               GO TO SWEEP-HIST-EXIT
           END-IF
           IF HISTFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTROLOG.HIS - STATUS: '
                   HISTFILESTATUS
               GO TO SWEEP-HIST-EXIT
           END-IF
           SET NOT-END-OF-FILE TO TRUE
           PERFORM SWEEP-HIST-RECORD THRU SWEEP-HIST-RECORD-EXIT
               UNTIL END-OF-FILE
           CLOSE HISTFILE.
       SWEEP-HIST-EXIT.
           EXIT.

       SWEEP-HIST-RECORD.
           READ HISTFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO SWEEP-HIST-RECORD-EXIT
           END-READ
           MOVE AH-LOCATION TO SITEVAL
           MOVE AH-SESSION  TO NIGHTVAL
           IF NIGHTVAL = ZERO
               MOVE AH-DATETIMEYR TO NIGHTVAL
           END-IF
           MOVE AH-KEY TO AN-KEY
           PERFORM ACCUMULATE-SIGHTING THRU ACCUMULATE-SIGHTING-EXIT.
       SWEEP-HIST-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * ACCUMULATE-SIGHTING COUNTS ONE SIGHTING AGAINST ITS SITE,
      * ADDS ITS QUALITY RATING (IF IT HAS A NOTES RECORD WITH A
      * NONZERO RATING) TO THE SITE'S RATING TOTAL, AND COUNTS IT
      * AGAINST ITS NIGHT.  AN-KEY IS SET BY THE CALLER.
      *-----------------------------------------------------------
       ACCUMULATE-SIGHTING.
           PERFORM FIND-SITE-ENTRY THRU FIND-SITE-ENTRY-EXIT
           IF NOT-FOUND
               GO TO ACCUMULATE-SIGHTING-EXIT
           END-IF
           ADD 1 TO ST-SIGHTINGS(SITE-IDX)
           IF NOTES-AVAILABLE
               READ NOTESFILE
                   INVALID KEY
                       MOVE ZERO TO AN-RATING
               END-READ
               IF AN-RATING > ZERO
                   ADD AN-RATING TO ST-RATING-SUM(SITE-IDX)
                   ADD 1 TO ST-RATED(SITE-IDX)
               END-IF
           END-IF
           MOVE 1 TO SIGHTING-ADD
           PERFORM ACCUMULATE-NIGHT THRU ACCUMULATE-NIGHT-EXIT.
       ACCUMULATE-SIGHTING-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * FIND-SITE-ENTRY LOCATES SITEVAL IN THE SITE TABLE, ADDING
      * A NEW UNREGISTERED ENTRY ON A MISS, AND LEAVES SITE-IDX ON
      * IT WITH FOUND SET.  NOT-FOUND COMES BACK ONLY WHEN THE
      * TABLE IS FULL.
      *-----------------------------------------------------------
       FIND-SITE-ENTRY.
           SET NOT-FOUND TO TRUE
           PERFORM MATCH-SITE THRU MATCH-SITE-EXIT
               VARYING SITE-IDX FROM 1 BY 1
               UNTIL SITE-IDX > SITE-TABLE-COUNT
                  OR FOUND
           IF FOUND
               SET SITE-IDX DOWN BY 1
               GO TO FIND-SITE-ENTRY-EXIT
           END-IF
           IF SITE-TABLE-COUNT < 200
               ADD 1 TO SITE-TABLE-COUNT
               SET SITE-IDX TO SITE-TABLE-COUNT
               MOVE SITEVAL  TO ST-SITE(SITE-IDX)
               MOVE SPACES   TO ST-NAME(SITE-IDX)
               MOVE SPACE    TO ST-BORTLE(SITE-IDX)
               MOVE "N"      TO ST-REGISTERED(SITE-IDX)
               MOVE ZERO     TO ST-NIGHTS(SITE-IDX)
               MOVE ZERO     TO ST-EMPTY(SITE-IDX)
               MOVE ZERO     TO ST-SIGHTINGS(SITE-IDX)
               MOVE ZERO     TO ST-RATING-SUM(SITE-IDX)
               MOVE ZERO     TO ST-RATED(SITE-IDX)
               SET FOUND TO TRUE
           ELSE
               IF SIT-TABLE-NOT-FULL
                   SET SIT-TABLE-IS-FULL TO TRUE
                   DISPLAY '*** MORE THAN 200 DISTINCT SITE '
                       'VALUES - ADDITIONAL VALUES OMITTED FROM '
                       'THE REPORT ***'
               END-IF
           END-IF.
       FIND-SITE-ENTRY-EXIT.
           EXIT.

       MATCH-SITE.
           IF ST-SITE(SITE-IDX) = SITEVAL
               SET FOUND TO TRUE
           END-IF.
       MATCH-SITE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * ACCUMULATE-NIGHT ADDS SIGHTING-ADD TO THE NIGHT NIGHTVAL
      * AT THE SITE UNDER SITE-IDX, ADDING THE NIGHT ON A MISS.
      * THE LOG IS IN DATE ORDER, SO THE LAST NIGHT TOUCHED IS
      * TRIED FIRST BEFORE THE TABLE IS SEARCHED.
      *-----------------------------------------------------------
       ACCUMULATE-NIGHT.
           SET SITE-ENTRY-NO TO SITE-IDX
           IF NIGHT-TABLE-COUNT > ZERO
               IF NT-DATE(NIGHT-IDX) = NIGHTVAL
                  AND NT-SITE-NO(NIGHT-IDX) = SITE-ENTRY-NO
                   ADD SIGHTING-ADD TO NT-SIGHTINGS(NIGHT-IDX)
                   GO TO ACCUMULATE-NIGHT-EXIT
               END-IF
           END-IF
           SET NOT-FOUND TO TRUE
           PERFORM MATCH-NIGHT THRU MATCH-NIGHT-EXIT
               VARYING NIGHT-IDX FROM 1 BY 1
               UNTIL NIGHT-IDX > NIGHT-TABLE-COUNT
                  OR FOUND
           IF FOUND
               SET NIGHT-IDX DOWN BY 1
           ELSE
               IF NIGHT-TABLE-COUNT < 3000
                   ADD 1 TO NIGHT-TABLE-COUNT
                   SET NIGHT-IDX TO NIGHT-TABLE-COUNT
                   MOVE NIGHTVAL      TO NT-DATE(NIGHT-IDX)
                   MOVE SITE-ENTRY-NO TO NT-SITE-NO(NIGHT-IDX)
                   MOVE ZERO          TO NT-SIGHTINGS(NIGHT-IDX)
               ELSE
                   IF NGT-TABLE-NOT-FULL
                       SET NGT-TABLE-IS-FULL TO TRUE
                       DISPLAY '*** MORE THAN 3000 NIGHTS - '
                           'ADDITIONAL NIGHTS OMITTED FROM THE '
                           'REPORT ***'
                   END-IF
                   SET NIGHT-IDX TO 1
                   GO TO ACCUMULATE-NIGHT-EXIT
               END-IF
           END-IF
           ADD SIGHTING-ADD TO NT-SIGHTINGS(NIGHT-IDX).
       ACCUMULATE-NIGHT-EXIT.
           EXIT.

       MATCH-NIGHT.
           IF NT-DATE(NIGHT-IDX) = NIGHTVAL
              AND NT-SITE-NO(NIGHT-IDX) = SITE-ENTRY-NO
               SET FOUND TO TRUE
           END-IF.
       MATCH-NIGHT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * ROLL-UP-NIGHT COUNTS ONE NIGHT AGAINST ITS SITE, AND AS A
      * NIGHT WITH NOTHING SEEN IF NO SIGHTING WAS COUNTED ON IT.
      *-----------------------------------------------------------
       ROLL-UP-NIGHT.
           SET SITE-IDX TO NT-SITE-NO(NIGHT-IDX)
           ADD 1 TO ST-NIGHTS(SITE-IDX)
           IF NT-SIGHTINGS(NIGHT-IDX) = ZERO
               ADD 1 TO ST-EMPTY(SITE-IDX)
           END-IF.
       ROLL-UP-NIGHT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-REGISTERED AND PRINT-UNREGISTERED PRINT ONE SITE
      * TABLE ENTRY EACH, SELECTED BY ST-REGISTERED, THROUGH
      * PRINT-SITE-COUNTS.
      *-----------------------------------------------------------
       PRINT-REGISTERED.
           IF ST-REGISTERED(SITE-IDX) NOT = "Y"
               GO TO PRINT-REGISTERED-EXIT
           END-IF
           ADD 1 TO REGISTERED-COUNT
           DISPLAY '   ' ST-SITE(SITE-IDX)(1:10) ' '
               ST-NAME(SITE-IDX)
               ' BORTLE: ' ST-BORTLE(SITE-IDX)
           PERFORM PRINT-SITE-COUNTS THRU PRINT-SITE-COUNTS-EXIT.
       PRINT-REGISTERED-EXIT.
           EXIT.

       PRINT-UNREGISTERED.
           IF ST-REGISTERED(SITE-IDX) = "Y"
               GO TO PRINT-UNREGISTERED-EXIT
           END-IF
           ADD 1 TO UNREGISTERED-COUNT
           DISPLAY '   ' ST-SITE(SITE-IDX)
           PERFORM PRINT-SITE-COUNTS THRU PRINT-SITE-COUNTS-EXIT.
       PRINT-UNREGISTERED-EXIT.
           EXIT.

       PRINT-SITE-COUNTS.
           IF ST-RATED(SITE-IDX) = ZERO
               DISPLAY '      NIGHTS OUT: ' ST-NIGHTS(SITE-IDX)
                   ' NOTHING SEEN: ' ST-EMPTY(SITE-IDX)
                   ' SIGHTINGS: ' ST-SIGHTINGS(SITE-IDX)
                   ' AVG RATING: NONE'
               GO TO PRINT-SITE-COUNTS-EXIT
           END-IF
           DIVIDE ST-RATING-SUM(SITE-IDX) BY ST-RATED(SITE-IDX)
               GIVING AVG-RATING ROUNDED
           MOVE AVG-RATING TO AVG-RATING-EDIT
           DISPLAY '      NIGHTS OUT: ' ST-NIGHTS(SITE-IDX)
               ' NOTHING SEEN: ' ST-EMPTY(SITE-IDX)
               ' SIGHTINGS: ' ST-SIGHTINGS(SITE-IDX)
               ' AVG RATING: ' AVG-RATING-EDIT
               ' (' ST-RATED(SITE-IDX) ' RATED)'.
       PRINT-SITE-COUNTS-EXIT.
           EXIT.

       PROGRAM-STOP.
           STOP RUN.
