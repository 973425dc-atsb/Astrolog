      *             MATCHING WHAT ASTROLOG20 DOES INTERACTIVELY.
      *             A RATING OVER 5 REJECTS THE TRANSACTION LIKE
      *             A BAD TIME.
      * 15-OCT-2026 TRAN-LOCATION IS NOW VALIDATED AGAINST THE
      *             OBSERVING SITE REGISTRY ASTRSIT.DAT (SEE
      *             ASTRSIT.CPY AND ASTRSITM.COB) - BY SITE CODE
      *             FIRST, THEN BY SITE NAME - AND AL-LOCATION IS
      *             NORMALIZED TO THE REGISTERED CODE, MATCHING
      *             WHAT ASTROLOG20 DOES AT SESSION SETUP.  AN
      *             UNREGISTERED SITE REJECTS THE TRANSACTION; A
      *             MISSING REGISTRY LOADS UNVALIDATED, AS WITH
      *             THE CATALOG.
      * 15-OCT-2026 EACH LOADED SIGHTING AT A REGISTERED SITE IS NOW
      *             CHECKED AGAINST THE DARKNESS WINDOW OF ITS
      *             NIGHT - THE END OF EVENING TO THE START OF
      *             MORNING ASTRONOMICAL TWILIGHT, WORKED OUT FROM
      *             THE SITE'S POSITION THE SAME WAY ASTROLOG20
      *             WORKS IT OUT FOR A SESSION.  A SIGHTING BEFORE
      *             NOON BELONGS TO THE NIGHT THAT STARTED THE DAY
      *             BEFORE.  A SIGHTING OUTSIDE THE DARK HOURS IS
      *             STILL LOADED BUT IS FLAGGED AND COUNTED IN THE
      *             LOAD SUMMARY.
      * 15-OCT-2026 EACH LOADED SIGHTING IS NOW ALSO CHECKED AGAINST
      *             THE NEW LOANER-INSTRUMENT LOAN FILE ASTRLON.DAT
      *             (SEE ASTRLON.CPY AND ASTRLONM.COB).  A SIGHTING
      *             MADE WITH EQUIPMENT THAT WAS OUT ON LOAN THAT
      *             NIGHT TO A MEMBER OTHER THAN TRAN-OBSERVER IS
      *             STILL LOADED BUT IS FLAGGED AND COUNTED IN THE
      *             LOAD SUMMARY.  IF THE LOAN FILE CANNOT BE
      *             OPENED THE CHECK IS SKIPPED.
      * 15-OCT-2026 TRAN-VAR-MAG, TRAN-VAR-COMP1, TRAN-VAR-COMP2,
      *             TRAN-VAR-CHART AND TRAN-VAR-COMMENTS ADDED TO
      *             TRAN-RECORD (NOW 392 BYTES) FOR A MAGNITUDE
      *             ESTIMATE OF A CATALOGUED VARIABLE STAR.  THE
      *             ESTIMATE IS FILED IN THE NEW ASTRVAR.DAT (SEE
      *             ASTRVAR.CPY) UNDER THE SIGHTING'S KEY FOR EXPORT
      *             BY ASTRAAV.COB.  A BAD MAGNITUDE, OR ONE WITHOUT
      *             A COMPARISON STAR AND CHART, REJECTS THE
      *             TRANSACTION.  THE FIELDS ARE IGNORED FOR ANY
      *             OTHER KIND OF OBJECT.
      * 15-OCT-2026 THE RUN NOW ENDS WITH A STEP RETURN CODE - 0
      *             CLEAN, 4 REJECTS, FLAGGED SIGHTINGS OR A
      *             REFERENCE FILE NOT AVAILABLE, 8 LOADED PLUS
      *             REJECTED NOT BALANCING TO TRANSACTIONS READ, 12
      *             AN I/O FAILURE - SO THE JOB STREAM CAN ACT ON IT.
      * 15-OCT-2026 TRAN-IMG-CAMERA, TRAN-IMG-FILTER,
      *             TRAN-IMG-EXPOSURE, TRAN-IMG-SUBS, TRAN-IMG-GAIN,
      *             TRAN-IMG-TEMP AND TRAN-IMG-STATUS ADDED TO
      *             TRAN-RECORD (NOW 447 BYTES) FOR AN IMAGING RUN.
      *             THE RUN IS FILED IN THE NEW ASTRIMG.DAT (SEE
      *             ASTRIMG.CPY) UNDER THE SIGHTING'S KEY, MATCHING
      *             WHAT ASTROLOG20 DOES INTERACTIVELY.  A BLANK
      *             CAMERA MEANS NO RUN.  A CAMERA NOT IN THE
      *             EQUIPMENT REGISTRY, RUN DETAILS WITHOUT A
      *             CAMERA, OR A BAD SUB-EXPOSURE, SUB COUNT, GAIN,
      *             TEMPERATURE OR STATUS REJECTS THE TRANSACTION.
      * 15-OCT-2026 AL-SESSION IS NOW THE OBSERVING NIGHT RATHER THAN
      *             THE CALENDAR DATE - A SIGHTING BEFORE NOON IS
      *             STAMPED WITH THE PREVIOUS DATE.  THE NIGHT IS
      *             WORKED OUT ONCE IN LOAD-TRANSACTION AND THE
      *             DARKNESS AND LOAN CHECKS USE THE SAME VALUE.
      * 15-OCT-2026 THE FLAGGED COUNT IS NOW CARRIED IN THE
      *             CHECKPOINT ALONGSIDE THE OTHER COUNTS, SO A
      *             RESTARTED LOAD REPORTS (AND SETS ITS RETURN
      *             CODE FROM) THE FLAGS OF THE WHOLE LOAD.
      **********************************************************
      **********************************************************
      * IDENTIFICATION DIVISION
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AN-KEY
           FILE STATUS IS NOTFILESTATUS.

           SELECT SITEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIT-CODE
           ALTERNATE RECORD KEY IS SIT-NAME WITH DUPLICATES
           FILE STATUS IS SITFILESTATUS.

           SELECT LOANFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LON-KEY
           ALTERNATE RECORD KEY IS LON-MBR-ID WITH DUPLICATES
           FILE STATUS IS LONFILESTATUS.

           SELECT VARSTARFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAR-KEY
           ALTERNATE RECORD KEY IS VAR-OBSERVER WITH DUPLICATES
           FILE STATUS IS VARFILESTATUS.

           SELECT IMAGINGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMG-KEY
           ALTERNATE RECORD KEY IS IMG-OBJECT WITH DUPLICATES
           FILE STATUS IS IMGFILESTATUS.
      **********************************************************
      * DATA DIVISION
      **********************************************************
           05 TRAN-OBSERVER    PIC X(6).
           05 TRAN-RATING      PIC 9(1).
           05 TRAN-NOTES       PIC X(100).
           05 TRAN-VAR-MAG     PIC X(6).
           05 TRAN-VAR-COMP1   PIC X(10).
           05 TRAN-VAR-COMP2   PIC X(10).
           05 TRAN-VAR-CHART   PIC X(12).
           05 TRAN-VAR-COMMENTS PIC X(10).
           05 TRAN-IMG-CAMERA  PIC X(20).
           05 TRAN-IMG-DETAIL.
               10 TRAN-IMG-FILTER   PIC X(10).
               10 TRAN-IMG-EXPOSURE PIC X(8).
               10 TRAN-IMG-SUBS     PIC 9(5).
               10 TRAN-IMG-GAIN     PIC 9(5).
               10 TRAN-IMG-TEMP     PIC X(6).
               10 TRAN-IMG-STATUS   PIC X(1).

       FD ASTROLOGFILE
           LABEL RECORDS ARE STANDARD
       FD CHECKPOINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRBAT.CHK".
       01 CHECKPOINT-RECORD PIC X(25).

       FD TARGETFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRNOT.DAT".
       COPY ASTRNOT.

       FD SITEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRSIT.DAT".
       COPY ASTRSIT.

       FD LOANFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRLON.DAT".
       COPY ASTRLON.

       FD VARSTARFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRVAR.DAT".
       COPY ASTRVAR.

       FD IMAGINGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRIMG.DAT".
       COPY ASTRIMG.

       WORKING-STORAGE SECTION.
           01 TRANFILESTATUS   PIC 9(2).
           01 FILESTATUS       PIC 9(2).
           01 READ-COUNT        PIC 9(5) VALUE ZERO.
           01 LOADED-COUNT      PIC 9(5) VALUE ZERO.
           01 REJECTED-COUNT    PIC 9(5) VALUE ZERO.
           01 BALANCE-COUNT     PIC 9(6) VALUE ZERO.

           01 CATFILESTATUS     PIC 9(2).
           01 CATALOG-SWITCH    PIC A(1).
               88 NOTES-AVAILABLE   VALUE "Y".
               88 NOTES-UNAVAILABLE VALUE "N".

           01 SITFILESTATUS     PIC 9(2).
           01 SITE-SWITCH       PIC A(1).
               88 SITE-AVAILABLE    VALUE "Y".
               88 SITE-UNAVAILABLE  VALUE "N".
           01 SITOBJ-SWITCH     PIC A(1).
               88 SITE-FOUND         VALUE "Y".
               88 SITE-NOT-FOUND     VALUE "N".

           01 LONFILESTATUS     PIC 9(2).
           01 LOAN-SWITCH       PIC A(1).
               88 LOAN-AVAILABLE    VALUE "Y".
               88 LOAN-UNAVAILABLE  VALUE "N".
           01 LOAN-SCAN-SWITCH  PIC A(1).
               88 LOAN-SCAN-DONE     VALUE "Y".
               88 LOAN-SCAN-MORE     VALUE "N".
           01 LOAN-EQP-CODE     PIC X(20).
           01 LOAN-BORROWER     PIC X(6).

           01 VARFILESTATUS     PIC 9(2).
           01 VARSTAR-SWITCH    PIC A(1).
               88 VARSTAR-AVAILABLE   VALUE "Y".
               88 VARSTAR-UNAVAILABLE VALUE "N".
           01 ESTIMATE-SWITCH   PIC A(1).
               88 ESTIMATE-TAKEN      VALUE "Y".
               88 ESTIMATE-NOT-TAKEN  VALUE "N".
           01 ESTMAG-SWITCH     PIC A(1).
               88 ESTMAG-IS-VALID     VALUE "Y".
               88 ESTMAG-NOT-VALID    VALUE "N".
           01 ESTMAGTEXT        PIC X(8).
           01 ESTMAGNUM         PIC X(8).
           01 ESTFAINTER        PIC X(1).
           01 ESTMAGVAL         PIC S9(2)V9(1).
           01 ESTIMATE-WORK     PIC S9(3)V9(3).

           01 IMGFILESTATUS     PIC 9(2).
           01 IMAGING-SWITCH    PIC A(1).
               88 IMAGING-AVAILABLE   VALUE "Y".
               88 IMAGING-UNAVAILABLE VALUE "N".
           01 IMAGE-SWITCH      PIC A(1).
               88 IMAGING-TAKEN       VALUE "Y".
               88 IMAGING-NOT-TAKEN   VALUE "N".
           01 IMGEXP-SWITCH     PIC A(1).
               88 IMGEXP-IS-VALID     VALUE "Y".
               88 IMGEXP-NOT-VALID    VALUE "N".
           01 IMGTEMP-SWITCH    PIC A(1).
               88 IMGTEMP-IS-VALID    VALUE "Y".
               88 IMGTEMP-NOT-VALID   VALUE "N".
           01 IMG-REJECT-REASON PIC X(20).
           01 CAMERAVAL         PIC X(20).
           01 IMGFILTERVAL      PIC X(10).
           01 IMGEXPTEXT        PIC X(8).
           01 IMGEXPVAL         PIC 9(4)V9(2).
           01 IMGTEMPTEXT       PIC X(6).
           01 IMGTEMPFLAG       PIC X(1).
           01 IMGTEMPVAL        PIC S9(2)V9(1).
           01 IMGSTATUSVAL      PIC X(1).
               88 IMGSTATUS-IS-VALID  VALUE "R" "C" "S" "P".
           01 IMAGING-WORK      PIC S9(5)V9(3).
           01 LOWER-LETTERS     PIC X(26)
                                VALUE "abcdefghijklmnopqrstuvwxyz".
           01 UPPER-LETTERS     PIC X(26)
                                VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    SIGHTING-NIGHT IS THE DATE OF THE EVENING THE SIGHTING'S
      *    NIGHT STARTED - THE SIGHTING'S OWN DATE, OR THE DAY
      *    BEFORE FOR A TIME BEFORE NOON.
           01 SIGHTING-NIGHT    PIC 9(8).
           01 NIGHT-DAY-NUMBER  PIC S9(7).
           01 FLAGGED-COUNT     PIC 9(5) VALUE ZERO.
           01 DK-LAST-DATE      PIC 9(8) VALUE ZERO.
           01 DK-LAST-SITE      PIC X(10) VALUE SPACES.

           01 DK-SESSION-DATE   PIC 9(8).
           01 DK-SITE-SWITCH    PIC A(1).
               88 DK-SITE-KNOWN      VALUE "Y".
               88 DK-SITE-UNKNOWN    VALUE "N".
           01 DK-LATITUDE       PIC S9(2)V9(4).
           01 DK-LONGITUDE      PIC S9(3)V9(4).
           01 DK-UTC-OFFSET     PIC S9(2)V9(2).
           01 DK-MOON-AGE       PIC 9(2)V9(1).
           01 DK-MOON-ILLUM     PIC 9(3).
           01 DK-MOON-PHASE     PIC X(15).
           01 DK-STATUS         PIC X(1).
               88 DK-DARK-KNOWN      VALUE "N".
               88 DK-DARK-NEVER      VALUE "L".
               88 DK-DARK-ALL-NIGHT  VALUE "D".
               88 DK-DARK-UNKNOWN    VALUE " ".
           01 DK-DARK-START     PIC 9(4).
           01 DK-DARK-END       PIC 9(4).
           01 DK-SIGHT-DATE     PIC 9(8).
           01 DK-SIGHT-TIME     PIC 9(4).
           01 DK-CHECK-SWITCH   PIC A(1).
               88 DK-IN-DARK         VALUE "Y".
               88 DK-OUTSIDE-DARK    VALUE "N".
           01 DK-DAYS           PIC S9(6)V9(6).
           01 DK-LUNATION       PIC S9(4)V9(9).
           01 DK-FRACTION       PIC S9(1)V9(9).
           01 DK-MEAN-LONG      PIC S9(4)V9(9).
           01 DK-MEAN-ANOM      PIC S9(4)V9(9).
           01 DK-ECL-LONG       PIC S9(4)V9(9).
           01 DK-OBLIQUITY      PIC S9(3)V9(9).
           01 DK-DECLINATION    PIC S9(1)V9(9).
           01 DK-Y-TERM         PIC S9(1)V9(9).
           01 DK-COS-PHASE      PIC S9(1)V9(9).
           01 DK-SIN-ANOM       PIC S9(1)V9(9).
           01 DK-SIN-2ANOM      PIC S9(1)V9(9).
           01 DK-SIN-OBL        PIC S9(1)V9(9).
           01 DK-SIN-ECL        PIC S9(1)V9(9).
           01 DK-SIN-DEC        PIC S9(1)V9(9).
           01 DK-COS-DEC        PIC S9(1)V9(9).
           01 DK-SIN-2LONG      PIC S9(1)V9(9).
           01 DK-COS-2LONG      PIC S9(1)V9(9).
           01 DK-SIN-4LONG      PIC S9(1)V9(9).
           01 DK-SIN-LAT        PIC S9(1)V9(9).
           01 DK-COS-LAT        PIC S9(1)V9(9).
           01 DK-EQN-OF-TIME    PIC S9(3)V9(6).
           01 DK-EOT-TERM       PIC S9(1)V9(9).
           01 DK-TRANSIT        PIC S9(3)V9(6).
           01 DK-COS-HA         PIC S9(5)V9(9).
           01 DK-HOUR-ANGLE     PIC S9(3)V9(6).
           01 DK-HOURS          PIC S9(3)V9(6).
           01 DK-MINUTES        PIC S9(5).
           01 DK-DAY-DIFF       PIC S9(7).
           01 DK-SIGHT-MIN      PIC S9(5).
           01 DK-START-MIN      PIC S9(5).
           01 DK-END-MIN        PIC S9(5).
           01 DK-HHMM.
               05 DK-HH         PIC 9(2).
               05 DK-MM         PIC 9(2).
           01 DK-HHMM-NUM REDEFINES DK-HHMM PIC 9(4).
           01 DK-RAD-PER-DEG    PIC 9V9(12) VALUE 0.017453292520.
           01 DK-SYNODIC-MONTH  PIC 9(2)V9(9) VALUE 29.530588853.
           01 DK-SIN-TWILIGHT   PIC S9V9(9) VALUE -0.309016994.
           01 DK-ECCENTRICITY   PIC 9V9(6) VALUE 0.016709.

           01 CHKFILESTATUS    PIC 9(2).
           01 RESTART-ANSWER   PIC A(1).
           01 RESTART-SWITCH   PIC A(1) VALUE "N".
           01 RESTART-READ-COUNT PIC 9(5) VALUE ZERO.
      *    CHK-LINE IS THE ONE-LINE CHECKPOINT LAYOUT - A STATUS
      *    FLAG ("A" = LOAD IN FLIGHT, "C" = LOAD COMPLETE) AND THE
      *    FOUR RUNNING COUNTS.
           01 CHK-LINE.
               05 CHKLI-FLAG      PIC X(1).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 CHKLI-LOADED    PIC 9(5).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 CHKLI-REJECTED  PIC 9(5).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 CHKLI-FLAGGED   PIC 9(5).
           01 CHK-LINE-IN.
               05 CHKIN-FLAG      PIC X(1).
               05 FILLER          PIC X(1).
               05 CHKIN-LOADED    PIC 9(5).
               05 FILLER          PIC X(1).
               05 CHKIN-REJECTED  PIC 9(5).
               05 FILLER          PIC X(1).
               05 CHKIN-FLAGGED   PIC 9(5).

           01 AUDFILESTATUS    PIC 9(2).
           01 AUD-START-DATE   PIC 9(8).
               05 AUDTI-COUNT     PIC X(21)
                                  VALUE "OBSERVATIONS LOGGED: ".
               05 AUDTI-COUNT-VAL PIC ZZZZ9.
      *    STEP-RETURN-CODE IS HANDED BACK TO THE JOB STEP IN
      *    RETURN-CODE SO LATER STEPS CAN BE CONDITIONED ON IT:
      *    0 CLEAN, 4 WARNINGS OR REJECTS, 8 A CONTROL-TOTAL OR
      *    VERIFICATION FAILURE, 12 AN I/O FAILURE.  IT ONLY EVER
      *    RISES (SEE RAISE-RETURN-CODE) - THE WORST CONDITION OF
      *    THE RUN IS THE ONE REPORTED.
           01 STEP-RETURN-CODE PIC 9(2) VALUE ZERO.
           01 RAISE-CODE       PIC 9(2).
      **********************************************************
      * PROCEDURE DIVISION
      **********************************************************
           IF TRANFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN TRANSACTION FILE - STATUS: '
                   TRANFILESTATUS
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               GO TO PROGRAM-STOP
           END-IF

               SET CATALOG-UNAVAILABLE TO TRUE
               DISPLAY 'OBJECT CATALOG NOT AVAILABLE - STATUS: '
                   CATFILESTATUS ' - OBJECT NAMES NOT VALIDATED'
               MOVE 4 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF

           SET TARGET-AVAILABLE TO TRUE
               SET MEMBER-UNAVAILABLE TO TRUE
               DISPLAY 'MEMBER MASTER NOT AVAILABLE - STATUS: '
                   MBRFILESTATUS ' - OBSERVERS NOT VALIDATED'
               MOVE 4 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF

           SET EQUIP-AVAILABLE TO TRUE
               SET EQUIP-UNAVAILABLE TO TRUE
               DISPLAY 'EQUIPMENT REGISTRY NOT AVAILABLE - STATUS: '
                   EQPFILESTATUS ' - EQUIPMENT NOT VALIDATED'
               MOVE 4 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF

           SET NOTES-AVAILABLE TO TRUE
               SET NOTES-UNAVAILABLE TO TRUE
               DISPLAY 'NOTES FILE NOT AVAILABLE - STATUS: '
                   NOTFILESTATUS ' - OBSERVATION NOTES NOT LOADED'
               MOVE 4 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF

           SET SITE-AVAILABLE TO TRUE
           OPEN INPUT SITEFILE
           IF SITFILESTATUS IS NOT EQUAL ZERO
               SET SITE-UNAVAILABLE TO TRUE
               DISPLAY 'SITE REGISTRY NOT AVAILABLE - STATUS: '
                   SITFILESTATUS ' - SITES NOT VALIDATED'
               MOVE 4 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF

           SET LOAN-AVAILABLE TO TRUE
           OPEN INPUT LOANFILE
           IF LONFILESTATUS IS NOT EQUAL ZERO
               SET LOAN-UNAVAILABLE TO TRUE
               IF LONFILESTATUS NOT = "35"
                   DISPLAY 'LOAN FILE NOT AVAILABLE - STATUS: '
                       LONFILESTATUS ' - LOANERS NOT CHECKED'
                   MOVE 4 TO RAISE-CODE
                   PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
               END-IF
           END-IF

           SET VARSTAR-AVAILABLE TO TRUE
           OPEN I-O VARSTARFILE.
               IF VARFILESTATUS = "35"
                   OPEN OUTPUT VARSTARFILE
                   IF VARFILESTATUS = ZERO
                       CLOSE VARSTARFILE
                       OPEN I-O VARSTARFILE
                   END-IF
               END-IF.
           IF VARFILESTATUS IS NOT EQUAL ZERO
               SET VARSTAR-UNAVAILABLE TO TRUE
               DISPLAY 'VARIABLE STAR FILE NOT AVAILABLE - STATUS: '
                   VARFILESTATUS ' - ESTIMATES NOT LOADED'
               MOVE 4 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF

           SET IMAGING-AVAILABLE TO TRUE
           OPEN I-O IMAGINGFILE.
               IF IMGFILESTATUS = "35"
                   OPEN OUTPUT IMAGINGFILE
                   IF IMGFILESTATUS = ZERO
                       CLOSE IMAGINGFILE
                       OPEN I-O IMAGINGFILE
                   END-IF
               END-IF.
           IF IMGFILESTATUS IS NOT EQUAL ZERO
               SET IMAGING-UNAVAILABLE TO TRUE
               DISPLAY 'IMAGING LOG NOT AVAILABLE - STATUS: '
                   IMGFILESTATUS ' - IMAGING RUNS NOT LOADED'
               MOVE 4 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF

           IF RESTART-MODE
           IF NOTES-AVAILABLE
               CLOSE NOTESFILE
           END-IF
           IF SITE-AVAILABLE
               CLOSE SITEFILE
           END-IF
           IF LOAN-AVAILABLE
               CLOSE LOANFILE
           END-IF
           IF VARSTAR-AVAILABLE
               CLOSE VARSTARFILE
           END-IF
           IF IMAGING-AVAILABLE
               CLOSE IMAGINGFILE
           END-IF
           CLOSE TRANFILE.
           IF TRANFILESTATUS IS NOT EQUAL ZERO
               MOVE TRANFILESTATUS TO ERR-STATUS-CODE
           DISPLAY 'TRANSACTIONS READ    : ' READ-COUNT
           DISPLAY 'OBSERVATIONS LOADED  : ' LOADED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' REJECTED-COUNT
           DISPLAY 'SIGHTINGS FLAGGED    : ' FLAGGED-COUNT
           IF REJECTED-COUNT > ZERO OR FLAGGED-COUNT > ZERO
               MOVE 4 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF
           ADD LOADED-COUNT TO REJECTED-COUNT GIVING BALANCE-COUNT
           IF BALANCE-COUNT NOT = READ-COUNT
               DISPLAY '*** CONTROL TOTALS DO NOT BALANCE - LOADED'
                   ' PLUS REJECTED IS NOT TRANSACTIONS READ ***'
               MOVE 8 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF
           MOVE "C" TO CHKLI-FLAG
           PERFORM WRITE-CHECKPOINT THRU WRITE-CHECKPOINT-EXIT
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
             OR CHKIN-READ IS NOT NUMERIC
             OR CHKIN-LOADED IS NOT NUMERIC
             OR CHKIN-REJECTED IS NOT NUMERIC
             OR CHKIN-FLAGGED IS NOT NUMERIC
               DISPLAY 'UNREADABLE CHECKPOINT - STARTING FRESH'
               GO TO RESTART-SETUP-EXIT
           END-IF
           MOVE CHKIN-READ     TO READ-COUNT RESTART-READ-COUNT
           MOVE CHKIN-LOADED   TO LOADED-COUNT
           MOVE CHKIN-REJECTED TO REJECTED-COUNT
           MOVE CHKIN-FLAGGED  TO FLAGGED-COUNT
           MOVE ZERO TO SKIPPED-COUNT
           PERFORM SKIP-TRANSACTION THRU SKIP-TRANSACTION-EXIT
               UNTIL SKIPPED-COUNT = RESTART-READ-COUNT
           MOVE READ-COUNT     TO CHKLI-READ
           MOVE LOADED-COUNT   TO CHKLI-LOADED
           MOVE REJECTED-COUNT TO CHKLI-REJECTED
           MOVE FLAGGED-COUNT  TO CHKLI-FLAGGED
           OPEN OUTPUT CHECKPOINTFILE
           IF CHKFILESTATUS IS NOT EQUAL ZERO
               MOVE CHKFILESTATUS TO ERR-STATUS-CODE
               GO TO LOAD-TRANSACTION-EXIT
           END-IF

           SET ESTIMATE-NOT-TAKEN TO TRUE
           IF CATOBJ-FOUND AND CAT-VARIABLE-STAR
               MOVE TRAN-VAR-MAG TO ESTMAGTEXT
               PERFORM EDIT-ESTIMATE-MAGNITUDE
                   THRU EDIT-ESTIMATE-MAGNITUDE-EXIT
               IF ESTIMATE-TAKEN
                   IF TRAN-VAR-COMP1 = SPACES
                           OR TRAN-VAR-CHART = SPACES
                       SET ESTMAG-NOT-VALID TO TRUE
                   END-IF
               END-IF
               IF ESTMAG-NOT-VALID
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY 'REJECTED - BAD MAGNITUDE ESTIMATE: '
                       TRAN-OBJECT ' ' TRAN-DATETIMEYR ' '
                       TRAN-VAR-MAG
                   GO TO LOAD-TRANSACTION-EXIT
               END-IF
           END-IF

           SET IMAGING-NOT-TAKEN TO TRUE
           IF TRAN-IMG-CAMERA NOT = SPACES
                   OR TRAN-IMG-DETAIL NOT = SPACES
               PERFORM EDIT-IMAGING THRU EDIT-IMAGING-EXIT
               IF IMG-REJECT-REASON NOT = SPACES
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY 'REJECTED - BAD IMAGING RUN ('
                       IMG-REJECT-REASON '): ' TRAN-OBJECT
                       ' ' TRAN-DATETIMEYR ' ' TRAN-TIME
                   GO TO LOAD-TRANSACTION-EXIT
               END-IF
           END-IF

           PERFORM LOOKUP-MEMBER THRU LOOKUP-MEMBER-EXIT
           IF MEMBER-AVAILABLE AND MEMBER-NOT-FOUND
               ADD 1 TO REJECTED-COUNT
               GO TO LOAD-TRANSACTION-EXIT
           END-IF

           PERFORM LOOKUP-SITE THRU LOOKUP-SITE-EXIT
           IF SITE-AVAILABLE AND SITE-NOT-FOUND
               ADD 1 TO REJECTED-COUNT
               DISPLAY 'REJECTED - NOT IN SITE REGISTRY: '
                   TRAN-LOCATION ' ON ' TRAN-OBJECT
                   ' ' TRAN-DATETIMEYR
               GO TO LOAD-TRANSACTION-EXIT
           END-IF

           MOVE TRAN-DATETIMEYR TO SIGHTING-NIGHT
           IF TRAN-TIME < 1200
               COMPUTE NIGHT-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(TRAN-DATETIMEYR)
               SUBTRACT 1 FROM NIGHT-DAY-NUMBER
               COMPUTE SIGHTING-NIGHT =
                   FUNCTION DATE-OF-INTEGER(NIGHT-DAY-NUMBER)
           END-IF

           MOVE TRAN-DATETIMEYR TO AL-DATETIMEYR
           MOVE TRAN-TIME       TO AL-TIME
           MOVE SIGHTING-NIGHT  TO AL-SESSION
           IF CATOBJ-FOUND
               MOVE CAT-DESIG   TO AL-OBJECT
               MOVE CAT-CONST   TO AL-CONST
               MOVE TRAN-CONST  TO AL-CONST
           END-IF
           MOVE TRAN-COMPASS    TO AL-COMPASS
           IF SITE-FOUND
               MOVE SIT-CODE    TO AL-LOCATION
           ELSE
               MOVE TRAN-LOCATION TO AL-LOCATION
           END-IF
           MOVE TRAN-SEEING     TO AL-SEEING
           IF EQUIP-FOUND
               MOVE EQP-CODE    TO AL-EQUIP
                   ADD 1 TO LOADED-COUNT
                   PERFORM CHECK-TARGET THRU CHECK-TARGET-EXIT
                   PERFORM WRITE-NOTES THRU WRITE-NOTES-EXIT
                   PERFORM WRITE-ESTIMATE THRU WRITE-ESTIMATE-EXIT
                   PERFORM WRITE-IMAGING THRU WRITE-IMAGING-EXIT
                   PERFORM CHECK-SIGHTING-DARK
                       THRU CHECK-SIGHTING-DARK-EXIT
                   PERFORM CHECK-SIGHTING-LOAN
                       THRU CHECK-SIGHTING-LOAN-EXIT
           END-WRITE.
       LOAD-TRANSACTION-EXIT.
           EXIT.
       WRITE-NOTES-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * WRITE-ESTIMATE FILES THE TRANSACTION'S VARIABLE-STAR
      * MAGNITUDE ESTIMATE IN ASTRVAR.DAT UNDER THE JUST-LOADED
      * SIGHTING'S KEY, NOT YET SUBMITTED.  AN ESTIMATE ALREADY ON
      * FILE UNDER THE KEY IS REPLACED - UNLESS IT HAS ALREADY GONE
      * TO THE AAVSO, IN WHICH CASE IT IS LEFT AS IT WAS.
      *-----------------------------------------------------------
       WRITE-ESTIMATE.
           IF VARSTAR-UNAVAILABLE OR ESTIMATE-NOT-TAKEN
               GO TO WRITE-ESTIMATE-EXIT
           END-IF
           MOVE AL-KEY TO VAR-KEY
           READ VARSTARFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VAR-SUBMITTED
                       DISPLAY 'ESTIMATE ALREADY SUBMITTED TO THE '
                           'AAVSO ON ' VAR-SUBMIT-DATE
                           ' - NOT REPLACED: ' TRAN-OBJECT
                           ' ' TRAN-DATETIMEYR
                       GO TO WRITE-ESTIMATE-EXIT
                   END-IF
                   DELETE VARSTARFILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ
           MOVE AL-KEY            TO VAR-KEY
           MOVE AL-OBSERVER       TO VAR-OBSERVER
           MOVE AL-OBJECT         TO VAR-STAR
           MOVE ESTFAINTER        TO VAR-FAINTER-FLAG
           MOVE ESTMAGVAL         TO VAR-MAGNITUDE
           MOVE TRAN-VAR-COMP1    TO VAR-COMP1
           MOVE TRAN-VAR-COMP2    TO VAR-COMP2
           MOVE TRAN-VAR-CHART    TO VAR-CHART
           MOVE TRAN-VAR-COMMENTS TO VAR-COMMENT-CODES
           SET VAR-NOT-SUBMITTED TO TRUE
           MOVE ZERO              TO VAR-SUBMIT-DATE
           WRITE VAR-RECORD
               INVALID KEY
                   MOVE VARFILESTATUS TO ERR-STATUS-CODE
                   MOVE "WRITE FAILED ON ASTRVAR.DAT"
                       TO ERR-MESSAGE-TEXT
                   PERFORM LOG-IO-ERROR THRU LOG-IO-ERROR-EXIT
           END-WRITE.
       WRITE-ESTIMATE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * WRITE-IMAGING FILES THE TRANSACTION'S IMAGING RUN IN
      * ASTRIMG.DAT UNDER THE JUST-LOADED SIGHTING'S KEY.  A
      * TRANSACTION WITHOUT A CAMERA FILES NOTHING; A RUN ALREADY
      * ON FILE UNDER THE KEY IS REPLACED.
      *-----------------------------------------------------------
       WRITE-IMAGING.
           IF IMAGING-UNAVAILABLE OR IMAGING-NOT-TAKEN
               GO TO WRITE-IMAGING-EXIT
           END-IF
           MOVE AL-KEY        TO IMG-KEY
           MOVE AL-OBSERVER   TO IMG-OBSERVER
           MOVE CAMERAVAL     TO IMG-CAMERA
           MOVE IMGFILTERVAL  TO IMG-FILTER
           MOVE IMGEXPVAL     TO IMG-SUB-EXPOSURE
           MOVE TRAN-IMG-SUBS TO IMG-SUB-COUNT
           MOVE TRAN-IMG-GAIN TO IMG-GAIN
           MOVE IMGTEMPFLAG   TO IMG-TEMP-FLAG
           MOVE IMGTEMPVAL    TO IMG-SENSOR-TEMP
           MOVE IMGSTATUSVAL  TO IMG-STATUS
           WRITE IMG-RECORD
               INVALID KEY
                   REWRITE IMG-RECORD
                       INVALID KEY
                           MOVE IMGFILESTATUS TO ERR-STATUS-CODE
                           MOVE "WRITE FAILED ON ASTRIMG.DAT"
                               TO ERR-MESSAGE-TEXT
                           PERFORM LOG-IO-ERROR
                               THRU LOG-IO-ERROR-EXIT
                   END-REWRITE
           END-WRITE.
       WRITE-IMAGING-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * EDIT-IMAGING CHECKS THE TRANSACTION'S IMAGING RUN AND
      * LEAVES THE FIRST FAULT FOUND IN IMG-REJECT-REASON (BLANK
      * WHEN THE RUN IS GOOD).  THE CAMERA IS REQUIRED AND MUST BE
      * IN THE EQUIPMENT REGISTRY (UNVALIDATED IF THE REGISTRY IS
      * NOT AVAILABLE); THE SUB-EXPOSURE MUST BE A NUMBER OF
      * SECONDS, THE SUB COUNT AT LEAST ONE, THE GAIN NUMERIC
      * (ZERO-FILLED), THE TEMPERATURE BLANK OR A NUMBER OF
      * DEGREES C, AND THE STATUS R, C, S OR P (BLANK = R).  THE
      * FILTER IS KEPT IN UPPER CASE, AS ASTROLOG20 KEEPS IT.
      *-----------------------------------------------------------
       EDIT-IMAGING.
           MOVE SPACES TO IMG-REJECT-REASON
           IF TRAN-IMG-CAMERA = SPACES
               MOVE "NO CAMERA" TO IMG-REJECT-REASON
               GO TO EDIT-IMAGING-EXIT
           END-IF
           PERFORM LOOKUP-CAMERA THRU LOOKUP-CAMERA-EXIT
           IF EQUIP-AVAILABLE AND EQUIP-NOT-FOUND
               MOVE "CAMERA NOT REGISTERED" TO IMG-REJECT-REASON
               GO TO EDIT-IMAGING-EXIT
           END-IF
           MOVE TRAN-IMG-EXPOSURE TO IMGEXPTEXT
           PERFORM EDIT-IMAGING-EXPOSURE
               THRU EDIT-IMAGING-EXPOSURE-EXIT
           IF IMGEXP-NOT-VALID
               MOVE "SUB-EXPOSURE" TO IMG-REJECT-REASON
               GO TO EDIT-IMAGING-EXIT
           END-IF
           IF TRAN-IMG-SUBS NOT NUMERIC OR TRAN-IMG-SUBS = ZERO
               MOVE "SUB COUNT" TO IMG-REJECT-REASON
               GO TO EDIT-IMAGING-EXIT
           END-IF
           IF TRAN-IMG-GAIN NOT NUMERIC
               MOVE "GAIN" TO IMG-REJECT-REASON
               GO TO EDIT-IMAGING-EXIT
           END-IF
           MOVE TRAN-IMG-TEMP TO IMGTEMPTEXT
           PERFORM EDIT-IMAGING-TEMP THRU EDIT-IMAGING-TEMP-EXIT
           IF IMGTEMP-NOT-VALID
               MOVE "SENSOR TEMPERATURE" TO IMG-REJECT-REASON
               GO TO EDIT-IMAGING-EXIT
           END-IF
           MOVE TRAN-IMG-STATUS TO IMGSTATUSVAL
           INSPECT IMGSTATUSVAL
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS
           IF IMGSTATUSVAL = SPACE
               MOVE "R" TO IMGSTATUSVAL
           END-IF
           IF NOT IMGSTATUS-IS-VALID
               MOVE "STATUS" TO IMG-REJECT-REASON
               GO TO EDIT-IMAGING-EXIT
           END-IF
           MOVE TRAN-IMG-FILTER TO IMGFILTERVAL
           INSPECT IMGFILTERVAL
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS
           SET IMAGING-TAKEN TO TRUE.
       EDIT-IMAGING-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * EDIT-IMAGING-EXPOSURE CHECKS THE SUB-EXPOSURE TEXT IN
      * IMGEXPTEXT.  IT MUST BE A NUMBER OF SECONDS OF AT LEAST
      * 0.01 AND UNDER 10000, AND IS KEPT TO A HUNDREDTH.
      *-----------------------------------------------------------
       EDIT-IMAGING-EXPOSURE.
           SET IMGEXP-NOT-VALID TO TRUE
           MOVE ZERO TO IMGEXPVAL
           IF IMGEXPTEXT = SPACES
               GO TO EDIT-IMAGING-EXPOSURE-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL(IMGEXPTEXT) NOT = ZERO
               GO TO EDIT-IMAGING-EXPOSURE-EXIT
           END-IF
           COMPUTE IMAGING-WORK = FUNCTION NUMVAL(IMGEXPTEXT)
           IF IMAGING-WORK < 0.005 OR IMAGING-WORK > 9999.99
               GO TO EDIT-IMAGING-EXPOSURE-EXIT
           END-IF
           COMPUTE IMGEXPVAL ROUNDED = IMAGING-WORK
           SET IMGEXP-IS-VALID TO TRUE.
       EDIT-IMAGING-EXPOSURE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * EDIT-IMAGING-TEMP CHECKS THE SENSOR TEMPERATURE TEXT IN
      * IMGTEMPTEXT.  BLANK IS VALID AND MEANS THE CAMERA REPORTED
      * NONE (IMGTEMPFLAG "N").  OTHERWISE IT MUST LIE BETWEEN -60
      * AND +60 DEGREES C AND IS KEPT TO A TENTH.
      *-----------------------------------------------------------
       EDIT-IMAGING-TEMP.
           SET IMGTEMP-IS-VALID TO TRUE
           MOVE "N"  TO IMGTEMPFLAG
           MOVE ZERO TO IMGTEMPVAL
           IF IMGTEMPTEXT = SPACES
               GO TO EDIT-IMAGING-TEMP-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL(IMGTEMPTEXT) NOT = ZERO
               SET IMGTEMP-NOT-VALID TO TRUE
               GO TO EDIT-IMAGING-TEMP-EXIT
           END-IF
           COMPUTE IMAGING-WORK = FUNCTION NUMVAL(IMGTEMPTEXT)
           IF IMAGING-WORK < -60 OR IMAGING-WORK > 60
               SET IMGTEMP-NOT-VALID TO TRUE
               GO TO EDIT-IMAGING-TEMP-EXIT
           END-IF
           COMPUTE IMGTEMPVAL ROUNDED = IMAGING-WORK
           MOVE "Y" TO IMGTEMPFLAG.
       EDIT-IMAGING-TEMP-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * EDIT-ESTIMATE-MAGNITUDE CHECKS THE MAGNITUDE TEXT IN
      * ESTMAGTEXT.  BLANK IS VALID AND MEANS NO ESTIMATE.  A
      * LEADING "<" MARKS A FAINTER-THAN ESTIMATE (THE STAR WAS
      * NOT SEEN, BUT WOULD HAVE BEEN AT THAT MAGNITUDE).  THE
      * NUMBER MUST LIE BETWEEN -2 AND 25 AND IS KEPT TO A TENTH.
      *-----------------------------------------------------------
       EDIT-ESTIMATE-MAGNITUDE.
           SET ESTMAG-IS-VALID TO TRUE
           SET ESTIMATE-NOT-TAKEN TO TRUE
           MOVE SPACE TO ESTFAINTER
           MOVE ZERO  TO ESTMAGVAL
           IF ESTMAGTEXT = SPACES
               GO TO EDIT-ESTIMATE-MAGNITUDE-EXIT
           END-IF
           SET ESTIMATE-TAKEN TO TRUE
           MOVE ESTMAGTEXT TO ESTMAGNUM
           IF ESTMAGTEXT(1:1) = "<"
               MOVE "<" TO ESTFAINTER
               MOVE ESTMAGTEXT(2:7) TO ESTMAGNUM
           END-IF
           IF ESTMAGNUM = SPACES
               SET ESTMAG-NOT-VALID TO TRUE
               GO TO EDIT-ESTIMATE-MAGNITUDE-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL(ESTMAGNUM) NOT = ZERO
               SET ESTMAG-NOT-VALID TO TRUE
               GO TO EDIT-ESTIMATE-MAGNITUDE-EXIT
           END-IF
           COMPUTE ESTIMATE-WORK = FUNCTION NUMVAL(ESTMAGNUM)
           IF ESTIMATE-WORK < -2 OR ESTIMATE-WORK > 25
               SET ESTMAG-NOT-VALID TO TRUE
               GO TO EDIT-ESTIMATE-MAGNITUDE-EXIT
           END-IF
           COMPUTE ESTMAGVAL ROUNDED = ESTIMATE-WORK.
       EDIT-ESTIMATE-MAGNITUDE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CHECK-TARGET LOOKS THE JUST-LOADED OBJECT UP ON THE
      * OBSERVING TARGET LIST AND, IF IT IS STILL AN ACTIVE
       LOOKUP-EQUIPMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * LOOKUP-CAMERA LOOKS TRAN-IMG-CAMERA UP IN THE EQUIPMENT
      * REGISTRY THE SAME WAY LOOKUP-EQUIPMENT LOOKS UP
      * TRAN-EQUIP, AND LEAVES THE CAMERA IN CAMERAVAL - THE
      * REGISTERED CODE ON A HIT, OTHERWISE AS GIVEN.
      *-----------------------------------------------------------
       LOOKUP-CAMERA.
           SET EQUIP-NOT-FOUND TO TRUE
           MOVE TRAN-IMG-CAMERA TO CAMERAVAL
           IF EQUIP-UNAVAILABLE
               GO TO LOOKUP-CAMERA-EXIT
           END-IF
           MOVE TRAN-IMG-CAMERA TO EQP-CODE
           READ EQUIPFILE
               INVALID KEY
                   SET EQUIP-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET EQUIP-FOUND TO TRUE
           END-READ
           IF EQUIP-NOT-FOUND
               MOVE TRAN-IMG-CAMERA TO EQP-DESC
               READ EQUIPFILE KEY IS EQP-DESC
                   INVALID KEY
                       SET EQUIP-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET EQUIP-FOUND TO TRUE
               END-READ
           END-IF
           IF EQUIP-FOUND
               MOVE EQP-CODE TO CAMERAVAL
           END-IF.
       LOOKUP-CAMERA-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * LOOKUP-SITE LOOKS TRAN-LOCATION UP IN THE SITE REGISTRY,
      * FIRST BY SITE CODE (THE PRIMARY KEY), THEN BY SITE NAME
      * (THE ALTERNATE KEY), SO "DARK FIELD" AND "DARKFLD" BOTH
      * LOAD UNDER THE ONE REGISTERED CODE.  WHEN THE REGISTRY IS
      * UNAVAILABLE THE LOOKUP IS SKIPPED AND THE TRANSACTION'S
      * OWN VALUE IS LOADED UNVALIDATED.
      *-----------------------------------------------------------
       LOOKUP-SITE.
           SET SITE-NOT-FOUND TO TRUE
           IF SITE-UNAVAILABLE
               GO TO LOOKUP-SITE-EXIT
           END-IF
           MOVE TRAN-LOCATION TO SIT-CODE
           READ SITEFILE
               INVALID KEY
                   SET SITE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET SITE-FOUND TO TRUE
           END-READ
           IF SITE-FOUND
               GO TO LOOKUP-SITE-EXIT
           END-IF
           MOVE TRAN-LOCATION TO SIT-NAME
           READ SITEFILE KEY IS SIT-NAME
               INVALID KEY
                   SET SITE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET SITE-FOUND TO TRUE
           END-READ.
       LOOKUP-SITE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * LOOKUP-MEMBER LOOKS TRAN-OBSERVER UP IN THE MEMBER MASTER.
      * ONLY AN ACTIVE MEMBER COUNTS AS FOUND - AN ID ON FILE BUT
       LOOKUP-MEMBER-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CHECK-SIGHTING-DARK FLAGS A JUST-LOADED SIGHTING THAT WAS
      * MADE OUTSIDE THE DARK HOURS OF ITS NIGHT (SIGHTING-NIGHT,
      * SET IN LOAD-TRANSACTION) AT ITS SITE.  THE NIGHT'S
      * CONDITIONS ARE ONLY WORKED OUT AGAIN WHEN THE NIGHT OR THE
      * SITE CHANGES, SO A WHOLE TRIP FROM ONE SITE IS COMPUTED
      * ONCE.  AN UNREGISTERED OR
      * UNVALIDATED SITE IS NOT CHECKED.
      *-----------------------------------------------------------
       CHECK-SIGHTING-DARK.
           IF SITE-NOT-FOUND
               GO TO CHECK-SIGHTING-DARK-EXIT
           END-IF
           MOVE SIGHTING-NIGHT TO DK-SESSION-DATE
           IF DK-SESSION-DATE NOT = DK-LAST-DATE
             OR SIT-CODE NOT = DK-LAST-SITE
               SET DK-SITE-KNOWN TO TRUE
               MOVE SIT-LATITUDE   TO DK-LATITUDE
               MOVE SIT-LONGITUDE  TO DK-LONGITUDE
               MOVE SIT-UTC-OFFSET TO DK-UTC-OFFSET
               PERFORM COMPUTE-SKY-CONDITIONS
                   THRU COMPUTE-SKY-CONDITIONS-EXIT
               MOVE DK-SESSION-DATE TO DK-LAST-DATE
               MOVE SIT-CODE        TO DK-LAST-SITE
           END-IF
           MOVE TRAN-DATETIMEYR TO DK-SIGHT-DATE
           MOVE TRAN-TIME       TO DK-SIGHT-TIME
           PERFORM CHECK-DARK-HOURS THRU CHECK-DARK-HOURS-EXIT
           IF DK-OUTSIDE-DARK
               ADD 1 TO FLAGGED-COUNT
               DISPLAY 'FLAGGED - OUTSIDE DARK HOURS: ' TRAN-OBJECT
                   ' ' TRAN-DATETIMEYR ' ' TRAN-TIME
           END-IF.
       CHECK-SIGHTING-DARK-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CHECK-SIGHTING-LOAN FLAGS A JUST-LOADED SIGHTING MADE WITH
      * A LOANER INSTRUMENT THAT WAS OUT ON LOAN THAT NIGHT TO A
      * MEMBER OTHER THAN THE OBSERVER.  THE NIGHT IS THE ONE SET
      * IN SIGHTING-NIGHT BY LOAD-TRANSACTION.  THE LOANS OF ONE
      * INSTRUMENT READ BACK IN CHECKOUT ORDER AND NEVER OVERLAP,
      * SO THE LAST ONE CHECKED OUT ON OR BEFORE THE NIGHT IS THE
      * ONLY ONE THAT CAN COVER IT - IT DOES IF IT IS STILL OUT OR
      * CAME BACK AFTER THAT NIGHT.  A SIGHTING ALREADY FLAGGED AS
      * OUTSIDE THE DARK HOURS IS NOT COUNTED A SECOND TIME.
      *-----------------------------------------------------------
       CHECK-SIGHTING-LOAN.
           IF LOAN-UNAVAILABLE OR AL-EQUIP = SPACES
               GO TO CHECK-SIGHTING-LOAN-EXIT
           END-IF
           MOVE SPACES        TO LOAN-BORROWER
           MOVE AL-EQUIP      TO LOAN-EQP-CODE
           MOVE LOAN-EQP-CODE TO LON-EQP-CODE
           MOVE ZERO          TO LON-CHECKOUT-DATE
           START LOANFILE KEY IS NOT LESS THAN LON-KEY
               INVALID KEY
                   GO TO CHECK-SIGHTING-LOAN-EXIT
           END-START
           SET LOAN-SCAN-MORE TO TRUE
           PERFORM SCAN-LOAN-NIGHT THRU SCAN-LOAN-NIGHT-EXIT
               UNTIL LOAN-SCAN-DONE
           IF LOAN-BORROWER = SPACES
                   OR LOAN-BORROWER = TRAN-OBSERVER
               GO TO CHECK-SIGHTING-LOAN-EXIT
           END-IF
           IF SITE-NOT-FOUND OR DK-IN-DARK
               ADD 1 TO FLAGGED-COUNT
           END-IF
           DISPLAY 'FLAGGED - LOANER NOT WITH OBSERVER: ' TRAN-OBJECT
               ' ' TRAN-DATETIMEYR ' ' TRAN-TIME
           DISPLAY '          ' LOAN-EQP-CODE ' ON LOAN TO '
               LOAN-BORROWER ', LOGGED BY ' TRAN-OBSERVER.
       CHECK-SIGHTING-LOAN-EXIT.
           EXIT.

       SCAN-LOAN-NIGHT.
           READ LOANFILE NEXT RECORD
               AT END
                   SET LOAN-SCAN-DONE TO TRUE
                   GO TO SCAN-LOAN-NIGHT-EXIT
           END-READ
           IF LON-EQP-CODE NOT = LOAN-EQP-CODE
                   OR LON-CHECKOUT-DATE > SIGHTING-NIGHT
               SET LOAN-SCAN-DONE TO TRUE
               GO TO SCAN-LOAN-NIGHT-EXIT
           END-IF
           IF LON-STILL-OUT OR LON-RETURN-DATE > SIGHTING-NIGHT
               MOVE LON-MBR-ID TO LOAN-BORROWER
           ELSE
               MOVE SPACES     TO LOAN-BORROWER
           END-IF.
       SCAN-LOAN-NIGHT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * COMPUTE-SKY-CONDITIONS WORKS OUT THE MOON AND THE DARKNESS
      * WINDOW FOR THE NIGHT THAT STARTS ON DK-SESSION-DATE, AT
      * THE SITE IN DK-LATITUDE/DK-LONGITUDE/DK-UTC-OFFSET.
      * EVERYTHING IS TAKEN AT LOCAL MIDNIGHT AT THE END OF THE
      * SESSION DATE.  THE MOON'S AGE IS THE DAYS SINCE THE LAST
      * MEAN NEW MOON (RECKONED FROM THE NEW MOON OF 06-JAN-2000)
      * AND ITS ILLUMINATION FOLLOWS FROM THE AGE.  THE SUN'S
      * DECLINATION AND THE EQUATION OF TIME GIVE THE LOCAL CLOCK
      * TIME OF SOLAR NOON, AND THE HOUR ANGLE AT WHICH THE SUN
      * IS 18 DEGREES BELOW THE HORIZON PUTS THE END OF EVENING
      * AND THE START OF MORNING ASTRONOMICAL TWILIGHT EITHER
      * SIDE OF IT.  THE RESULT IS GOOD TO A FEW MINUTES, WHICH IS
      * ALL A LOGBOOK NEEDS.  WITH NO REGISTERED SITE
      * (DK-SITE-UNKNOWN) THE MOON IS STILL WORKED OUT, ON
      * GREENWICH TIME, BUT THE DARKNESS WINDOW IS LEFT UNKNOWN.
      *-----------------------------------------------------------
       COMPUTE-SKY-CONDITIONS.
           IF DK-SITE-UNKNOWN
               MOVE ZERO TO DK-LATITUDE
               MOVE ZERO TO DK-LONGITUDE
               MOVE ZERO TO DK-UTC-OFFSET
           END-IF
           COMPUTE DK-DAYS =
               FUNCTION INTEGER-OF-DATE(DK-SESSION-DATE)
           COMPUTE DK-DAYS =
               DK-DAYS - 145731.5 - DK-UTC-OFFSET / 24
           COMPUTE DK-LUNATION = (DK-DAYS - 5.26) / DK-SYNODIC-MONTH
           COMPUTE DK-FRACTION =
               DK-LUNATION - FUNCTION INTEGER(DK-LUNATION)
           COMPUTE DK-MOON-AGE ROUNDED =
               DK-FRACTION * DK-SYNODIC-MONTH
           COMPUTE DK-COS-PHASE =
               FUNCTION COS(DK-FRACTION * 360 * DK-RAD-PER-DEG)
           COMPUTE DK-MOON-ILLUM ROUNDED =
               (1 - DK-COS-PHASE) * 50
           PERFORM SET-MOON-PHASE THRU SET-MOON-PHASE-EXIT

           MOVE SPACE TO DK-STATUS
           MOVE ZERO  TO DK-DARK-START
           MOVE ZERO  TO DK-DARK-END
           IF DK-SITE-UNKNOWN
               GO TO COMPUTE-SKY-CONDITIONS-EXIT
           END-IF
           COMPUTE DK-MEAN-LONG =
               FUNCTION REM(280.460 + 0.9856474 * DK-DAYS, 360)
           IF DK-MEAN-LONG < ZERO
               ADD 360 TO DK-MEAN-LONG
           END-IF
           COMPUTE DK-MEAN-ANOM =
               FUNCTION REM(357.528 + 0.9856003 * DK-DAYS, 360)
           IF DK-MEAN-ANOM < ZERO
               ADD 360 TO DK-MEAN-ANOM
           END-IF
           COMPUTE DK-SIN-ANOM =
               FUNCTION SIN(DK-MEAN-ANOM * DK-RAD-PER-DEG)
           COMPUTE DK-SIN-2ANOM =
               FUNCTION SIN(2 * DK-MEAN-ANOM * DK-RAD-PER-DEG)
           COMPUTE DK-ECL-LONG = DK-MEAN-LONG
               + 1.915 * DK-SIN-ANOM + 0.020 * DK-SIN-2ANOM
           COMPUTE DK-OBLIQUITY = 23.439 - 0.0000004 * DK-DAYS
           COMPUTE DK-SIN-OBL =
               FUNCTION SIN(DK-OBLIQUITY * DK-RAD-PER-DEG)
           COMPUTE DK-SIN-ECL =
               FUNCTION SIN(DK-ECL-LONG * DK-RAD-PER-DEG)
           COMPUTE DK-SIN-DEC = DK-SIN-OBL * DK-SIN-ECL
           COMPUTE DK-DECLINATION = FUNCTION ASIN(DK-SIN-DEC)
           COMPUTE DK-COS-DEC = FUNCTION COS(DK-DECLINATION)
           COMPUTE DK-Y-TERM =
               FUNCTION TAN(DK-OBLIQUITY * DK-RAD-PER-DEG / 2)
           COMPUTE DK-Y-TERM = DK-Y-TERM * DK-Y-TERM
           COMPUTE DK-SIN-2LONG =
               FUNCTION SIN(2 * DK-MEAN-LONG * DK-RAD-PER-DEG)
           COMPUTE DK-COS-2LONG =
               FUNCTION COS(2 * DK-MEAN-LONG * DK-RAD-PER-DEG)
           COMPUTE DK-SIN-4LONG =
               FUNCTION SIN(4 * DK-MEAN-LONG * DK-RAD-PER-DEG)
           COMPUTE DK-EQN-OF-TIME = DK-Y-TERM * DK-SIN-2LONG
           COMPUTE DK-EOT-TERM = 2 * DK-ECCENTRICITY * DK-SIN-ANOM
           SUBTRACT DK-EOT-TERM FROM DK-EQN-OF-TIME
           COMPUTE DK-EOT-TERM = 4 * DK-ECCENTRICITY * DK-Y-TERM
           COMPUTE DK-EOT-TERM = DK-EOT-TERM * DK-SIN-ANOM
           COMPUTE DK-EOT-TERM = DK-EOT-TERM * DK-COS-2LONG
           ADD DK-EOT-TERM TO DK-EQN-OF-TIME
           COMPUTE DK-EOT-TERM = 0.5 * DK-Y-TERM * DK-Y-TERM
           COMPUTE DK-EOT-TERM = DK-EOT-TERM * DK-SIN-4LONG
           SUBTRACT DK-EOT-TERM FROM DK-EQN-OF-TIME
           COMPUTE DK-EOT-TERM =
               1.25 * DK-ECCENTRICITY * DK-ECCENTRICITY
           COMPUTE DK-EOT-TERM = DK-EOT-TERM * DK-SIN-2ANOM
           SUBTRACT DK-EOT-TERM FROM DK-EQN-OF-TIME
           COMPUTE DK-EQN-OF-TIME =
               DK-EQN-OF-TIME * 4 / DK-RAD-PER-DEG
           COMPUTE DK-TRANSIT = 12 - DK-LONGITUDE / 15
               - DK-EQN-OF-TIME / 60 + DK-UTC-OFFSET
           COMPUTE DK-SIN-LAT =
               FUNCTION SIN(DK-LATITUDE * DK-RAD-PER-DEG)
           COMPUTE DK-COS-LAT =
               FUNCTION COS(DK-LATITUDE * DK-RAD-PER-DEG)
           COMPUTE DK-COS-HA =
               (DK-SIN-TWILIGHT - DK-SIN-LAT * DK-SIN-DEC)
               / (DK-COS-LAT * DK-COS-DEC)
               ON SIZE ERROR
                   GO TO COMPUTE-SKY-CONDITIONS-EXIT
           END-COMPUTE
           IF DK-COS-HA > 1
               SET DK-DARK-ALL-NIGHT TO TRUE
               GO TO COMPUTE-SKY-CONDITIONS-EXIT
           END-IF
           IF DK-COS-HA < -1
               SET DK-DARK-NEVER TO TRUE
               GO TO COMPUTE-SKY-CONDITIONS-EXIT
           END-IF
           COMPUTE DK-HOUR-ANGLE = FUNCTION ACOS(DK-COS-HA)
           COMPUTE DK-HOUR-ANGLE =
               DK-HOUR-ANGLE / DK-RAD-PER-DEG / 15
           COMPUTE DK-HOURS = DK-TRANSIT + DK-HOUR-ANGLE
           PERFORM HOURS-TO-HHMM THRU HOURS-TO-HHMM-EXIT
           MOVE DK-HHMM-NUM TO DK-DARK-START
           COMPUTE DK-HOURS = DK-TRANSIT + 24 - DK-HOUR-ANGLE
           PERFORM HOURS-TO-HHMM THRU HOURS-TO-HHMM-EXIT
           MOVE DK-HHMM-NUM TO DK-DARK-END
           SET DK-DARK-KNOWN TO TRUE.
       COMPUTE-SKY-CONDITIONS-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * SET-MOON-PHASE NAMES THE PHASE FROM THE MOON'S AGE, EACH
      * NAMED PHASE COVERING AN EIGHTH OF THE SYNODIC MONTH
      * CENTRED ON ITS EXACT MOMENT.
      *-----------------------------------------------------------
       SET-MOON-PHASE.
           MOVE 'NEW MOON' TO DK-MOON-PHASE
           IF DK-MOON-AGE NOT < 1.8
               MOVE 'WAXING CRESCENT' TO DK-MOON-PHASE
           END-IF
           IF DK-MOON-AGE NOT < 5.5
               MOVE 'FIRST QUARTER' TO DK-MOON-PHASE
           END-IF
           IF DK-MOON-AGE NOT < 9.2
               MOVE 'WAXING GIBBOUS' TO DK-MOON-PHASE
           END-IF
           IF DK-MOON-AGE NOT < 12.9
               MOVE 'FULL MOON' TO DK-MOON-PHASE
           END-IF
           IF DK-MOON-AGE NOT < 16.6
               MOVE 'WANING GIBBOUS' TO DK-MOON-PHASE
           END-IF
           IF DK-MOON-AGE NOT < 20.3
               MOVE 'LAST QUARTER' TO DK-MOON-PHASE
           END-IF
           IF DK-MOON-AGE NOT < 24.0
               MOVE 'WANING CRESCENT' TO DK-MOON-PHASE
           END-IF
           IF DK-MOON-AGE NOT < 27.7
               MOVE 'NEW MOON' TO DK-MOON-PHASE
           END-IF.
       SET-MOON-PHASE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * HOURS-TO-HHMM TURNS A CLOCK TIME IN DECIMAL HOURS (WHICH
      * MAY RUN PAST 24 OR BELOW 0) INTO HHMM IN DK-HHMM.
      *-----------------------------------------------------------
       HOURS-TO-HHMM.
           COMPUTE DK-MINUTES ROUNDED = DK-HOURS * 60
           COMPUTE DK-MINUTES = FUNCTION MOD(DK-MINUTES, 1440)
           DIVIDE DK-MINUTES BY 60 GIVING DK-HH REMAINDER DK-MM.
       HOURS-TO-HHMM-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CHECK-DARK-HOURS SETS DK-OUTSIDE-DARK WHEN A SIGHTING
      * DATED DK-SIGHT-DATE AT DK-SIGHT-TIME FALLS OUTSIDE THE
      * DARKNESS WINDOW OF THE SESSION NIGHT STARTING ON
      * DK-SESSION-DATE.  THE NIGHT RUNS FROM THE EVENING OF THE
      * SESSION DATE INTO THE MORNING OF THE DAY AFTER, SO ALL
      * THREE TIMES ARE TURNED INTO MINUTES FROM NOON ON THE
      * SESSION DATE BEFORE THEY ARE COMPARED - A SIGHTING DATED
      * ANY OTHER DAY IS OUTSIDE.  A NIGHT THAT NEVER GETS
      * ASTRONOMICALLY DARK PUTS EVERY SIGHTING OUTSIDE; A NIGHT
      * DARK THROUGHOUT, OR ONE WHOSE WINDOW IS UNKNOWN, PUTS
      * NONE OUTSIDE.
      *-----------------------------------------------------------
       CHECK-DARK-HOURS.
           SET DK-IN-DARK TO TRUE
           IF DK-DARK-UNKNOWN OR DK-DARK-ALL-NIGHT
               GO TO CHECK-DARK-HOURS-EXIT
           END-IF
           IF DK-DARK-NEVER
               SET DK-OUTSIDE-DARK TO TRUE
               GO TO CHECK-DARK-HOURS-EXIT
           END-IF
           COMPUTE DK-DAY-DIFF =
               FUNCTION INTEGER-OF-DATE(DK-SIGHT-DATE)
               - FUNCTION INTEGER-OF-DATE(DK-SESSION-DATE)
           IF DK-DAY-DIFF NOT = ZERO AND DK-DAY-DIFF NOT = 1
               SET DK-OUTSIDE-DARK TO TRUE
               GO TO CHECK-DARK-HOURS-EXIT
           END-IF
           MOVE DK-SIGHT-TIME TO DK-HHMM-NUM
           COMPUTE DK-SIGHT-MIN = DK-HH * 60 + DK-MM - 720
               + DK-DAY-DIFF * 1440
           MOVE DK-DARK-START TO DK-HHMM-NUM
           COMPUTE DK-START-MIN = DK-HH * 60 + DK-MM - 720
           IF DK-START-MIN < ZERO
               ADD 1440 TO DK-START-MIN
           END-IF
           MOVE DK-DARK-END TO DK-HHMM-NUM
           COMPUTE DK-END-MIN = DK-HH * 60 + DK-MM + 720
           IF DK-END-MIN > 1440
               SUBTRACT 1440 FROM DK-END-MIN
           END-IF
           IF DK-SIGHT-MIN < DK-START-MIN
              OR DK-SIGHT-MIN > DK-END-MIN
               SET DK-OUTSIDE-DARK TO TRUE
           END-IF.
       CHECK-DARK-HOURS-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * VALIDATE-DATE CHECKS THAT DTY-MONTH IS 01-12 AND THAT
      * DTY-DAY IS A VALID DAY FOR THAT MONTH, ALLOWING FOR
      * LOG-IO-ERROR REPORTS AN I/O FAILURE TO THE OPERATOR AND
      * APPENDS IT TO ASTROLOG.ERR.  CALLERS MOVE THE FAILING FILE
      * STATUS TO ERR-STATUS-CODE AND A SHORT DESCRIPTION TO
      * ERR-MESSAGE-TEXT BEFORE PERFORMING THIS PARAGRAPH.  A REAL
      * FILE STATUS RAISES THE STEP RETURN CODE TO 12; A CALLER
      * LOGGING A CONTROL-TOTAL OR VERIFICATION FAILURE (STATUS
      * ZERO) SETS ITS OWN RETURN CODE.
      *-----------------------------------------------------------
       LOG-IO-ERROR.
           IF ERR-STATUS-CODE IS NOT EQUAL ZERO
               MOVE 12 TO RAISE-CODE
               PERFORM RAISE-RETURN-CODE THRU RAISE-RETURN-CODE-EXIT
           END-IF
           DISPLAY '*** I/O ERROR *** ' ERR-MESSAGE-TEXT
               ' - FILE STATUS: ' ERR-STATUS-CODE
           ACCEPT ERRLI-DATE FROM DATE YYYYMMDD
       LOG-IO-ERROR-EXIT.
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
