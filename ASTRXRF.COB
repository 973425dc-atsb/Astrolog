      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTRXRF.COB
      *
      *  DESCRIPTIVE
      *         NAME: CROSS-FILE REFERENTIAL INTEGRITY CHECK
      *
      *  FUNCTION:
      *  ASTRRCN ONLY PROVES RECORD COUNTS AND ASTRRKY ONLY LOOKS
      *  AT OBJECT NAMES, SO NOTHING ELSE TELLS US WHEN THE FILES
      *  STOP AGREEING WITH EACH OTHER.  THIS MODULE SWEEPS
      *  ASTROLOG.LOG AND ASTROLOG.HIS AND CHECKS EVERY SIGHTING'S
      *  REFERENCES - THE SESSION HEADER (ASTRSES.DAT), THE
      *  OBSERVER (ASTRMBR.DAT), THE EQUIPMENT (ASTREQP.DAT) AND
      *  THE OBJECT (ASTRCAT.DAT) - THEN SWEEPS THE NOTES FILE
      *  ASTRNOT.DAT FOR NOTES WHOSE SIGHTING IS IN NEITHER LOG
      *  FILE, AND THE TARGET LIST ASTRTGT.DAT FOR TARGETS MARKED
      *  OBSERVED WITH NO SIGHTING OF THE OBJECT ON OR AFTER THE
      *  OBSERVED DATE.  EVERY EXCEPTION IS LISTED ON ASTRXRF.LST
      *  WITH ITS FILE TAG AND KEY, AND THE RUN ENDS WITH TOTALS
      *  BY EXCEPTION TYPE.  NOTHING IS CHANGED - THE LISTING IS
      *  THE WORK LIST FOR ASTRFIX, ASTRRKY AND THE MAINTENANCE
      *  PROGRAMS.
      *
      *  A SIGHTING FROM BEFORE A MASTER FILE EXISTED CARRIES NO
      *  VALUE TO CHECK (AL-SESSION ZERO, AL-OBSERVER OR AL-EQUIP
      *  SPACES) AND IS NOT AN EXCEPTION.  A MASTER FILE THAT
      *  CANNOT BE OPENED SKIPS ITS CHECK FOR THE RUN RATHER THAN
      *  LISTING EVERY SIGHTING AGAINST IT.  THE NOTES AND TARGET
      *  CHECKS NEED THE LIVE LOG TO FIND SIGHTINGS IN, SO WITHOUT
      *  IT THEY ARE SKIPPED RATHER THAN LISTING FALSE ORPHANS.
      *
      *  THE RUN ENDS WITH A STEP RETURN CODE - 0 ALL FILES AGREE,
      *  4 EXCEPTIONS LISTED, 12 A FILE THAT COULD NOT BE OPENED
      *  (SO SOME CHECK WAS NOT MADE).
      *
      *  LOGIC:
      *     (1) OPEN THE MASTER FILES (EACH OPTIONAL) AND THE
      *         EXCEPTION LISTING
      *     (2) SWEEP ASTROLOG.LOG, CHECKING SESSION, OBSERVER,
      *         EQUIPMENT AND OBJECT ON EVERY RECORD
      *     (3) THE SAME FOR ASTROLOG.HIS
      *     (4) SWEEP ASTRNOT.DAT - A NOTES KEY IN NEITHER LOG
      *         FILE IS AN ORPHAN
      *     (5) SWEEP ASTRTGT.DAT - AN OBSERVED TARGET WITH NO
      *         SIGHTING ON OR AFTER ITS OBSERVED DATE IS LISTED
      *     (6) PRINT THE TOTALS BY EXCEPTION TYPE AND END-PROGRAM
      *
      *  DATE
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 15-OCT-2026 CREATION OF SOFTWARE
      * 15-OCT-2026 THE RUN NOW ENDS WITH A STEP RETURN CODE - 4 WHEN
      *             ANY EXCEPTION IS LISTED, 12 WHEN A FILE COULD
      *             NOT BE OPENED.  THE NOTES AND TARGET SWEEPS ARE
      *             SKIPPED, AND SAY SO ON THE LISTING, WHEN THE
      *             LIVE LOG IS NOT AVAILABLE - EVERY NOTE AND
      *             OBSERVED TARGET WOULD OTHERWISE LIST AS UNSEEN.
      **********************************************************
      **********************************************************
      * IDENTIFICATION DIVISION
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ASTRXRF.
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

           SELECT SESSIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SES-DATE
           FILE STATUS IS SESFILESTATUS.

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

           SELECT CATALOGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-DESIG
           ALTERNATE RECORD KEY IS CAT-NAME WITH DUPLICATES
           FILE STATUS IS CATFILESTATUS.

           SELECT NOTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AN-KEY
           FILE STATUS IS NOTFILESTATUS.

           SELECT TARGETFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TGT-OBJECT
           FILE STATUS IS TGTFILESTATUS.

           SELECT LISTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LSTFILESTATUS.
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

       FD MEMBERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRMBR.DAT".
       COPY ASTRMBR.

       FD EQUIPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTREQP.DAT".
       COPY ASTREQP.

       FD CATALOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRCAT.DAT".
       COPY ASTRCAT.

       FD NOTESFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRNOT.DAT".
       COPY ASTRNOT.

       FD TARGETFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRTGT.DAT".
       COPY ASTRTGT.

       FD LISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRXRF.LST".
       01 LIST-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 FILESTATUS       PIC 9(2).
           01 HISTFILESTATUS   PIC 9(2).
           01 SESFILESTATUS    PIC 9(2).
           01 MBRFILESTATUS    PIC 9(2).
           01 EQPFILESTATUS    PIC 9(2).
           01 CATFILESTATUS    PIC 9(2).
           01 NOTFILESTATUS    PIC 9(2).
           01 TGTFILESTATUS    PIC 9(2).
           01 LSTFILESTATUS    PIC 9(2).

           01 EOF-SWITCH       PIC A(1).
               88 END-OF-FILE     VALUE "Y".
               88 NOT-END-OF-FILE VALUE "N".
           01 SCAN-SWITCH      PIC A(1).
               88 SCAN-DONE       VALUE "Y".
               88 SCAN-NOT-DONE   VALUE "N".
           01 SIGHTED-SWITCH   PIC A(1).
               88 SIGHTING-FOUND     VALUE "Y".
               88 SIGHTING-NOT-FOUND VALUE "N".

           01 LOG-SWITCH       PIC A(1).
               88 LOG-AVAILABLE       VALUE "Y".
               88 LOG-UNAVAILABLE     VALUE "N".
           01 HIST-SWITCH      PIC A(1).
               88 HIST-AVAILABLE      VALUE "Y".
               88 HIST-UNAVAILABLE    VALUE "N".
           01 SESSION-SWITCH   PIC A(1).
               88 SESSION-AVAILABLE   VALUE "Y".
               88 SESSION-UNAVAILABLE VALUE "N".
           01 MEMBER-SWITCH    PIC A(1).
               88 MEMBER-AVAILABLE    VALUE "Y".
               88 MEMBER-UNAVAILABLE  VALUE "N".
           01 EQUIP-SWITCH     PIC A(1).
               88 EQUIP-AVAILABLE     VALUE "Y".
               88 EQUIP-UNAVAILABLE   VALUE "N".
           01 CATALOG-SWITCH   PIC A(1).
               88 CATALOG-AVAILABLE   VALUE "Y".
               88 CATALOG-UNAVAILABLE VALUE "N".

      *    CHK- HOLDS THE SIGHTING UNDER TEST, MOVED FROM EITHER THE
      *    LIVE-LOG OR THE HISTORY RECORD AREA, SO ONE SET OF CHECK
      *    PARAGRAPHS SERVES BOTH FILES.
           01 CHK-SIGHTING.
               05 CHK-DATETIMEYR   PIC 9(8).
               05 CHK-TIME         PIC 9(4).
               05 CHK-OBJECT       PIC X(30).
               05 CHK-SESSION      PIC 9(8).
               05 CHK-OBSERVER     PIC X(6).
               05 CHK-EQUIP        PIC X(50).
           01 FILE-TAG         PIC X(3).
           01 WANTED-OBJECT    PIC X(30).
           01 WANTED-DATE      PIC 9(8).

           01 LOG-READ-COUNT   PIC 9(7) VALUE ZERO.
           01 HIST-READ-COUNT  PIC 9(7) VALUE ZERO.
           01 NOTES-READ-COUNT PIC 9(7) VALUE ZERO.
           01 TGT-READ-COUNT   PIC 9(5) VALUE ZERO.
           01 NO-SESSION-COUNT PIC 9(5) VALUE ZERO.
           01 NO-MEMBER-COUNT  PIC 9(5) VALUE ZERO.
           01 NO-EQUIP-COUNT   PIC 9(5) VALUE ZERO.
           01 NO-CATALOG-COUNT PIC 9(5) VALUE ZERO.
           01 ORPHAN-NOTES-COUNT PIC 9(5) VALUE ZERO.
           01 UNSEEN-TGT-COUNT PIC 9(5) VALUE ZERO.
           01 EXCEPTION-TOTAL  PIC 9(6) VALUE ZERO.

      *    STEP-RETURN-CODE IS HANDED BACK TO THE JOB STEP IN
      *    RETURN-CODE AT PROGRAM-STOP - 0 ALL FILES AGREE, 4
      *    EXCEPTIONS LISTED, 12 AN OPEN FAILURE.  IT ONLY EVER
      *    RISES (SEE RAISE-RETURN-CODE) - THE WORST CONDITION OF
      *    THE RUN IS THE ONE REPORTED.
           01 STEP-RETURN-CODE PIC 9(2) VALUE ZERO.
           01 RAISE-CODE       PIC 9(2).
      **********************************************************
      * PROCEDURE DIVISION
      **********************************************************
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY '-----------------------------------'
           DISPLAY '  CROSS-FILE INTEGRITY CHECK        '
           DISPLAY '-----------------------------------'
           OPEN OUTPUT LISTFILE
           IF LSTFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRXRF.LST - STATUS: '
                   LSTFILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               GO TO PROGRAM-STOP
           END-IF

           SET LOG-AVAILABLE TO TRUE
           OPEN INPUT ASTROLOGFILE
           IF FILESTATUS IS NOT EQUAL ZERO
               SET LOG-UNAVAILABLE TO TRUE
               DISPLAY 'ASTROLOG.LOG NOT AVAILABLE - STATUS: '
                   FILESTATUS ' - NO LIVE SIGHTINGS CHECKED'
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF
           SET HIST-AVAILABLE TO TRUE
           OPEN INPUT HISTFILE
           IF HISTFILESTATUS IS NOT EQUAL ZERO
               SET HIST-UNAVAILABLE TO TRUE
               IF HISTFILESTATUS NOT = "35"
                   DISPLAY 'UNABLE TO OPEN ASTROLOG.HIS - STATUS: '
                       HISTFILESTATUS ' - HISTORY NOT CHECKED'
                   MOVE 12 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE
                       THRU RAISE-RETURN-CODE-EXIT
               END-IF
           END-IF
           SET SESSION-AVAILABLE TO TRUE
           OPEN INPUT SESSIONFILE
           IF SESFILESTATUS IS NOT EQUAL ZERO
               SET SESSION-UNAVAILABLE TO TRUE
               DISPLAY 'SESSION FILE NOT AVAILABLE - STATUS: '
                   SESFILESTATUS ' - SESSIONS NOT CHECKED'
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF
           SET MEMBER-AVAILABLE TO TRUE
           OPEN INPUT MEMBERFILE
           IF MBRFILESTATUS IS NOT EQUAL ZERO
               SET MEMBER-UNAVAILABLE TO TRUE
               DISPLAY 'MEMBER MASTER NOT AVAILABLE - STATUS: '
                   MBRFILESTATUS ' - OBSERVERS NOT CHECKED'
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF
           SET EQUIP-AVAILABLE TO TRUE
           OPEN INPUT EQUIPFILE
           IF EQPFILESTATUS IS NOT EQUAL ZERO
               SET EQUIP-UNAVAILABLE TO TRUE
               DISPLAY 'EQUIPMENT REGISTRY NOT AVAILABLE - STATUS: '
                   EQPFILESTATUS ' - EQUIPMENT NOT CHECKED'
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF
           SET CATALOG-AVAILABLE TO TRUE
           OPEN INPUT CATALOGFILE
           IF CATFILESTATUS IS NOT EQUAL ZERO
               SET CATALOG-UNAVAILABLE TO TRUE
               DISPLAY 'OBJECT CATALOG NOT AVAILABLE - STATUS: '
                   CATFILESTATUS ' - OBJECTS NOT CHECKED'
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF

           PERFORM SWEEP-LOG THRU SWEEP-LOG-EXIT
           PERFORM SWEEP-HIST THRU SWEEP-HIST-EXIT
           IF LOG-AVAILABLE
               PERFORM SWEEP-NOTES THRU SWEEP-NOTES-EXIT
               PERFORM SWEEP-TARGETS THRU SWEEP-TARGETS-EXIT
           ELSE
               MOVE 'LOG NOT AVAILABLE - NOTES/TARGET CHECKS SKIPPED'
                   TO LIST-RECORD
               WRITE LIST-RECORD
               DISPLAY 'LOG NOT AVAILABLE - NOTES/TARGET CHECKS SKIPPED'
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF
           PERFORM REPORT-TOTALS THRU REPORT-TOTALS-EXIT

           CLOSE LISTFILE
           IF LOG-AVAILABLE
               CLOSE ASTROLOGFILE
           END-IF
           IF HIST-AVAILABLE
               CLOSE HISTFILE
           END-IF
           IF SESSION-AVAILABLE
               CLOSE SESSIONFILE
           END-IF
           IF MEMBER-AVAILABLE
               CLOSE MEMBERFILE
           END-IF
           IF EQUIP-AVAILABLE
               CLOSE EQUIPFILE
           END-IF
           IF CATALOG-AVAILABLE
               CLOSE CATALOGFILE
           END-IF
           GO TO PROGRAM-STOP.

      *-----------------------------------------------------------
      * SWEEP-LOG READS THE LIVE LOG IN KEY ORDER AND CHECKS EACH
      * SIGHTING'S REFERENCES.  NOTHING IS CHANGED, SO THE KEYED
      * READS AGAINST THE MASTER FILES NEVER DISTURB THE SWEEP.
      *-----------------------------------------------------------
       SWEEP-LOG.
           IF LOG-UNAVAILABLE
               GO TO SWEEP-LOG-EXIT
           END-IF
           MOVE "LOG" TO FILE-TAG
           SET NOT-END-OF-FILE TO TRUE
           PERFORM SWEEP-LOG-RECORD THRU SWEEP-LOG-RECORD-EXIT
               UNTIL END-OF-FILE.
       SWEEP-LOG-EXIT.
           EXIT.

       SWEEP-LOG-RECORD.
           READ ASTROLOGFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO SWEEP-LOG-RECORD-EXIT
           END-READ
           ADD 1 TO LOG-READ-COUNT
           MOVE AL-DATETIMEYR TO CHK-DATETIMEYR
           MOVE AL-TIME       TO CHK-TIME
           MOVE AL-OBJECT     TO CHK-OBJECT
           MOVE AL-SESSION    TO CHK-SESSION
           MOVE AL-OBSERVER   TO CHK-OBSERVER
           MOVE AL-EQUIP      TO CHK-EQUIP
           PERFORM CHECK-SIGHTING THRU CHECK-SIGHTING-EXIT.
       SWEEP-LOG-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * SWEEP-HIST RUNS THE SAME CHECKS OVER THE ARCHIVED HISTORY.
      * A MISSING FILE IS SIMPLY SKIPPED - NOT EVERY INSTALLATION
      * HAS ARCHIVED A SEASON YET.
      *-----------------------------------------------------------
       SWEEP-HIST.
           IF HIST-UNAVAILABLE
               GO TO SWEEP-HIST-EXIT
           END-IF
           MOVE "HIS" TO FILE-TAG
           SET NOT-END-OF-FILE TO TRUE
           PERFORM SWEEP-HIST-RECORD THRU SWEEP-HIST-RECORD-EXIT
               UNTIL END-OF-FILE.
       SWEEP-HIST-EXIT.
           EXIT.

       SWEEP-HIST-RECORD.
           READ HISTFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO SWEEP-HIST-RECORD-EXIT
           END-READ
           ADD 1 TO HIST-READ-COUNT
           MOVE AH-DATETIMEYR TO CHK-DATETIMEYR
           MOVE AH-TIME       TO CHK-TIME
           MOVE AH-OBJECT     TO CHK-OBJECT
           MOVE AH-SESSION    TO CHK-SESSION
           MOVE AH-OBSERVER   TO CHK-OBSERVER
           MOVE AH-EQUIP      TO CHK-EQUIP
           PERFORM CHECK-SIGHTING THRU CHECK-SIGHTING-EXIT.
       SWEEP-HIST-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CHECK-SIGHTING LOOKS EACH REFERENCE IN CHK-SIGHTING UP IN
      * ITS MASTER FILE AND LISTS EVERY MISS.  AN OBSERVER ON FILE
      * BUT MARKED INACTIVE STILL RESOLVES - THE MEMBER EXISTED
      * WHEN THE SIGHTING WAS MADE.  EQUIPMENT IS CHECKED BY CODE
      * ONLY, SINCE ASTROLOG20 AND ASTRBAT NORMALIZE A REGISTERED
      * INSTRUMENT TO ITS CODE - A DESCRIPTION LEFT IN AL-EQUIP IS
      * FREE TEXT THAT NEVER MATCHED THE REGISTRY.
      *-----------------------------------------------------------
       CHECK-SIGHTING.
           IF SESSION-AVAILABLE AND CHK-SESSION NOT = ZERO
               MOVE CHK-SESSION TO SES-DATE
               READ SESSIONFILE
                   INVALID KEY
                       ADD 1 TO NO-SESSION-COUNT
                       MOVE SPACES TO LIST-RECORD
                       STRING 'NO SESSION HEADER   (' FILE-TAG '): '
                           CHK-DATETIMEYR ' ' CHK-TIME ' '
                           FUNCTION TRIM(CHK-OBJECT)
                           ' - SESSION ' CHK-SESSION
                           DELIMITED BY SIZE INTO LIST-RECORD
                       END-STRING
                       WRITE LIST-RECORD
               END-READ
           END-IF
           IF MEMBER-AVAILABLE AND CHK-OBSERVER NOT = SPACES
               MOVE CHK-OBSERVER TO MBR-ID
               READ MEMBERFILE
                   INVALID KEY
                       ADD 1 TO NO-MEMBER-COUNT
                       MOVE SPACES TO LIST-RECORD
                       STRING 'OBSERVER NOT MEMBER (' FILE-TAG '): '
                           CHK-DATETIMEYR ' ' CHK-TIME ' '
                           FUNCTION TRIM(CHK-OBJECT)
                           ' - OBSERVER ' CHK-OBSERVER
                           DELIMITED BY SIZE INTO LIST-RECORD
                       END-STRING
                       WRITE LIST-RECORD
               END-READ
           END-IF
           IF EQUIP-AVAILABLE AND CHK-EQUIP NOT = SPACES
               MOVE CHK-EQUIP TO EQP-CODE
               READ EQUIPFILE
                   INVALID KEY
                       ADD 1 TO NO-EQUIP-COUNT
                       MOVE SPACES TO LIST-RECORD
                       STRING 'EQUIP NOT REGISTERED(' FILE-TAG '): '
                           CHK-DATETIMEYR ' ' CHK-TIME ' '
                           FUNCTION TRIM(CHK-OBJECT)
                           ' - EQUIPMENT ' FUNCTION TRIM(CHK-EQUIP)
                           DELIMITED BY SIZE INTO LIST-RECORD
                       END-STRING
                       WRITE LIST-RECORD
               END-READ
           END-IF
           IF CATALOG-AVAILABLE
               MOVE CHK-OBJECT TO CAT-DESIG
               READ CATALOGFILE
                   INVALID KEY
                       ADD 1 TO NO-CATALOG-COUNT
                       MOVE SPACES TO LIST-RECORD
                       STRING 'OBJECT NOT IN CATLG (' FILE-TAG '): '
                           CHK-DATETIMEYR ' ' CHK-TIME ' '
                           FUNCTION TRIM(CHK-OBJECT)
                           DELIMITED BY SIZE INTO LIST-RECORD
                       END-STRING
                       WRITE LIST-RECORD
               END-READ
           END-IF.
       CHECK-SIGHTING-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * SWEEP-NOTES READS ASTRNOT.DAT IN KEY ORDER AND LOOKS EACH
      * NOTES KEY UP IN THE LIVE LOG, THEN THE HISTORY.  A KEY IN
      * NEITHER IS AN ORPHAN - TYPICALLY NOTES LEFT UNDER AN OLD
      * NAME BY A RE-KEY COLLISION OR BY A MERGE REPLACEMENT.
      *-----------------------------------------------------------
       SWEEP-NOTES.
           OPEN INPUT NOTESFILE
           IF NOTFILESTATUS = "35"
               DISPLAY 'NO NOTES FILE (ASTRNOT.DAT) - NOTHING TO'
                   ' CHECK'
               GO TO SWEEP-NOTES-EXIT
           END-IF
           IF NOTFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRNOT.DAT - STATUS: '
                   NOTFILESTATUS ' - NOTES NOT CHECKED'
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               GO TO SWEEP-NOTES-EXIT
           END-IF
           SET NOT-END-OF-FILE TO TRUE
           PERFORM SWEEP-NOTES-RECORD THRU SWEEP-NOTES-RECORD-EXIT
               UNTIL END-OF-FILE
           CLOSE NOTESFILE.
       SWEEP-NOTES-EXIT.
           EXIT.

       SWEEP-NOTES-RECORD.
           READ NOTESFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO SWEEP-NOTES-RECORD-EXIT
           END-READ
           ADD 1 TO NOTES-READ-COUNT
           IF LOG-AVAILABLE
               MOVE AN-KEY TO AL-KEY
               READ ASTROLOGFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO SWEEP-NOTES-RECORD-EXIT
               END-READ
           END-IF
           IF HIST-AVAILABLE
               MOVE AN-KEY TO AH-KEY
               READ HISTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO SWEEP-NOTES-RECORD-EXIT
               END-READ
           END-IF
           ADD 1 TO ORPHAN-NOTES-COUNT
           MOVE SPACES TO LIST-RECORD
           STRING 'ORPHANED NOTES      (NOT): '
               AN-DATETIMEYR ' ' AN-TIME ' '
               FUNCTION TRIM(AN-OBJECT)
               ' - NO SIGHTING IN LOG OR HISTORY'
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD.
       SWEEP-NOTES-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * SWEEP-TARGETS READS ASTRTGT.DAT AND, FOR EVERY TARGET
      * MARKED OBSERVED, WALKS THE OBJECT'S SIGHTINGS THROUGH THE
      * AL-OBJECT AND AH-OBJECT ALTERNATE KEYS LOOKING FOR ONE ON
      * OR AFTER TGT-OBSERVED-DATE.  NONE FOUND MEANS THE CHECK-OFF
      * HAS NO SIGHTING BEHIND IT ANY MORE.
      *-----------------------------------------------------------
       SWEEP-TARGETS.
           OPEN INPUT TARGETFILE
           IF TGTFILESTATUS = "35"
               DISPLAY 'NO TARGET LIST (ASTRTGT.DAT) - NOTHING TO'
                   ' CHECK'
               GO TO SWEEP-TARGETS-EXIT
           END-IF
           IF TGTFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRTGT.DAT - STATUS: '
                   TGTFILESTATUS ' - TARGETS NOT CHECKED'
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               GO TO SWEEP-TARGETS-EXIT
           END-IF
           SET NOT-END-OF-FILE TO TRUE
           PERFORM SWEEP-TARGET-RECORD THRU SWEEP-TARGET-RECORD-EXIT
               UNTIL END-OF-FILE
           CLOSE TARGETFILE.
       SWEEP-TARGETS-EXIT.
           EXIT.

       SWEEP-TARGET-RECORD.
           READ TARGETFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO SWEEP-TARGET-RECORD-EXIT
           END-READ
           ADD 1 TO TGT-READ-COUNT
           IF NOT TGT-OBSERVED
               GO TO SWEEP-TARGET-RECORD-EXIT
           END-IF
           MOVE TGT-OBJECT        TO WANTED-OBJECT
           MOVE TGT-OBSERVED-DATE TO WANTED-DATE
           SET SIGHTING-NOT-FOUND TO TRUE
           PERFORM FIND-LOG-SIGHTING THRU FIND-LOG-SIGHTING-EXIT
           IF SIGHTING-NOT-FOUND
               PERFORM FIND-HIST-SIGHTING THRU FIND-HIST-SIGHTING-EXIT
           END-IF
           IF SIGHTING-FOUND
               GO TO SWEEP-TARGET-RECORD-EXIT
           END-IF
           ADD 1 TO UNSEEN-TGT-COUNT
           MOVE SPACES TO LIST-RECORD
           STRING 'TARGET NOT SIGHTED  (TGT): '
               FUNCTION TRIM(TGT-OBJECT)
               ' - MARKED OBSERVED ' TGT-OBSERVED-DATE
               ' BUT NO SIGHTING ON OR AFTER THAT DATE'
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD.
       SWEEP-TARGET-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * FIND-LOG-SIGHTING AND FIND-HIST-SIGHTING POSITION ON THE
      * FIRST SIGHTING OF WANTED-OBJECT BY THE OBJECT ALTERNATE
      * KEY AND READ FORWARD UNTIL THE OBJECT CHANGES OR A
      * SIGHTING DATED ON OR AFTER WANTED-DATE TURNS UP.
      *-----------------------------------------------------------
       FIND-LOG-SIGHTING.
           IF LOG-UNAVAILABLE
               GO TO FIND-LOG-SIGHTING-EXIT
           END-IF
           SET SCAN-NOT-DONE TO TRUE
           MOVE WANTED-OBJECT TO AL-OBJECT
           READ ASTROLOGFILE KEY IS AL-OBJECT
               INVALID KEY
                   GO TO FIND-LOG-SIGHTING-EXIT
           END-READ
           PERFORM SCAN-LOG-SIGHTING THRU SCAN-LOG-SIGHTING-EXIT
               UNTIL SCAN-DONE.
       FIND-LOG-SIGHTING-EXIT.
           EXIT.

       SCAN-LOG-SIGHTING.
           IF AL-DATETIMEYR NOT LESS THAN WANTED-DATE
               SET SIGHTING-FOUND TO TRUE
               SET SCAN-DONE TO TRUE
               GO TO SCAN-LOG-SIGHTING-EXIT
           END-IF
           READ ASTROLOGFILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
                   GO TO SCAN-LOG-SIGHTING-EXIT
           END-READ
           IF AL-OBJECT NOT = WANTED-OBJECT
               SET SCAN-DONE TO TRUE
           END-IF.
       SCAN-LOG-SIGHTING-EXIT.
           EXIT.

       FIND-HIST-SIGHTING.
           IF HIST-UNAVAILABLE
               GO TO FIND-HIST-SIGHTING-EXIT
           END-IF
           SET SCAN-NOT-DONE TO TRUE
           MOVE WANTED-OBJECT TO AH-OBJECT
           READ HISTFILE KEY IS AH-OBJECT
               INVALID KEY
                   GO TO FIND-HIST-SIGHTING-EXIT
           END-READ
           PERFORM SCAN-HIST-SIGHTING THRU SCAN-HIST-SIGHTING-EXIT
               UNTIL SCAN-DONE.
       FIND-HIST-SIGHTING-EXIT.
           EXIT.

       SCAN-HIST-SIGHTING.
           IF AH-DATETIMEYR NOT LESS THAN WANTED-DATE
               SET SIGHTING-FOUND TO TRUE
               SET SCAN-DONE TO TRUE
               GO TO SCAN-HIST-SIGHTING-EXIT
           END-IF
           READ HISTFILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
                   GO TO SCAN-HIST-SIGHTING-EXIT
           END-READ
           IF AH-OBJECT NOT = WANTED-OBJECT
               SET SCAN-DONE TO TRUE
           END-IF.
       SCAN-HIST-SIGHTING-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * REPORT-TOTALS WRITES THE RECORDS READ AND THE EXCEPTION
      * COUNTS BY TYPE TO THE END OF THE LISTING AND THE CONSOLE.
      *-----------------------------------------------------------
       REPORT-TOTALS.
           ADD NO-SESSION-COUNT NO-MEMBER-COUNT NO-EQUIP-COUNT
               NO-CATALOG-COUNT ORPHAN-NOTES-COUNT UNSEEN-TGT-COUNT
               GIVING EXCEPTION-TOTAL
           MOVE SPACES TO LIST-RECORD
           STRING 'RECORDS READ - LOG: ' LOG-READ-COUNT
               '  HIS: ' HIST-READ-COUNT
               '  NOTES: ' NOTES-READ-COUNT
               '  TARGETS: ' TGT-READ-COUNT
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD
           MOVE SPACES TO LIST-RECORD
           STRING 'EXCEPTIONS - NO SESSION: ' NO-SESSION-COUNT
               '  NO MEMBER: ' NO-MEMBER-COUNT
               '  NO EQUIPMENT: ' NO-EQUIP-COUNT
               '  NO CATALOG: ' NO-CATALOG-COUNT
               '  ORPHAN NOTES: ' ORPHAN-NOTES-COUNT
               '  UNSIGHTED TARGETS: ' UNSEEN-TGT-COUNT
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING
           WRITE LIST-RECORD
           DISPLAY ' '
           DISPLAY 'LOG RECORDS CHECKED      : ' LOG-READ-COUNT
           DISPLAY 'HISTORY RECORDS CHECKED  : ' HIST-READ-COUNT
           DISPLAY 'NOTES RECORDS CHECKED    : ' NOTES-READ-COUNT
           DISPLAY 'TARGETS CHECKED          : ' TGT-READ-COUNT
           DISPLAY ' '
           DISPLAY 'NO SESSION HEADER        : ' NO-SESSION-COUNT
           DISPLAY 'OBSERVER NOT A MEMBER    : ' NO-MEMBER-COUNT
           DISPLAY 'EQUIPMENT NOT REGISTERED : ' NO-EQUIP-COUNT
           DISPLAY 'OBJECT NOT IN CATALOG    : ' NO-CATALOG-COUNT
           DISPLAY 'ORPHANED NOTES           : ' ORPHAN-NOTES-COUNT
           DISPLAY 'OBSERVED TARGET UNSIGHTED: ' UNSEEN-TGT-COUNT
           DISPLAY 'EXCEPTIONS IN TOTAL      : ' EXCEPTION-TOTAL
           IF EXCEPTION-TOTAL = ZERO
               DISPLAY 'ALL FILES AGREE - NO EXCEPTIONS'
           ELSE
               DISPLAY '*** EXCEPTIONS FOUND - SEE ASTRXRF.LST ***'
               MOVE 4 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF.
       REPORT-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * RAISE-RETURN-CODE LIFTS STEP-RETURN-CODE TO RAISE-CODE WHEN
      * THAT IS THE MORE SEVERE, SO A LATER WARNING NEVER MASKS AN
      * EARLIER FAILURE.
      *-----------------------------------------------------------
       RAISE-RETURN-CODE.
           IF RAISE-CODE > STEP-RETURN-CODE
               MOVE RAISE-CODE TO STEP-RETURN-CODE
           END-IF.
       RAISE-RETURN-CODE-EXIT.
           EXIT.

       PROGRAM-STOP.
           DISPLAY 'STEP RETURN CODE: ' STEP-RETURN-CODE
           MOVE STEP-RETURN-CODE TO RETURN-CODE
           STOP RUN.
