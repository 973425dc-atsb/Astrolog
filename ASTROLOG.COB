      *             KEY.  A SIGHTING WITH NO RATING AND NO NOTES
      *             FILES NOTHING; A "LOG ANYWAY" REWRITE REPLACES
      *             THE NOTES ALONG WITH THE SIGHTING.
      * 15-OCT-2026 THE SESSION SITE IS NOW VALIDATED AGAINST THE
      *             NEW OBSERVING SITE REGISTRY ASTRSIT.DAT (SEE
      *             ASTRSIT.CPY AND ASTRSITM.COB) THE SAME WAY
      *             EQUIPMENT IS VALIDATED AGAINST ASTREQP.DAT - BY
      *             SITE CODE FIRST, THEN BY SITE NAME, NORMALIZING
      *             SES-SITE (AND SO EVERY SIGHTING'S AL-LOCATION)
      *             TO THE REGISTERED CODE ON A HIT.  ON A MISS THE
      *             OPERATOR IS WARNED AND ASKED WHETHER TO USE THE
      *             SITE AS ENTERED; "N" RE-PROMPTS.  IF THE
      *             REGISTRY CANNOT BE OPENED THE SESSION RUNS
      *             UNVALIDATED, AS WITH THE CATALOG.
      * 15-OCT-2026 THE MOON PHASE IS NO LONGER TYPED AT SESSION
      *             SETUP.  ONCE THE SESSION DATE AND SITE ARE
      *             KNOWN, OPEN-SESSION COMPUTES THE MOON'S AGE AND
      *             ILLUMINATION AND THE START AND END OF THE
      *             NIGHT'S ASTRONOMICAL DARKNESS (FROM THE SITE'S
      *             POSITION AND UTC OFFSET IN ASTRSIT.DAT) AND
      *             STORES THEM ON THE SESSION HEADER (SEE
      *             ASTRSES.CPY); A RESUMED HEADER WITHOUT THEM IS
      *             FILLED IN AND REWRITTEN.  A SIGHTING WHOSE DATE
      *             AND TIME FALL OUTSIDE THE DARK HOURS OF THE
      *             SESSION NIGHT IS WARNED ABOUT AND THE OPERATOR
      *             ASKED WHETHER TO LOG IT ANYWAY - THE 1930 THAT
      *             SHOULD HAVE BEEN 0130, OR THE AFTER-MIDNIGHT
      *             SIGHTING STILL CARRYING THE EVENING'S DATE.
      * 15-OCT-2026 A SIGHTING MADE WITH ONE OF THE CLUB'S LOANER
      *             INSTRUMENTS IS NOW CHECKED AGAINST THE NEW LOAN
      *             FILE ASTRLON.DAT (SEE ASTRLON.CPY AND
      *             ASTRLONM.COB).  IF THE EQUIPMENT WAS OUT ON
      *             LOAN THAT NIGHT TO A MEMBER OTHER THAN THE
      *             OBSERVER, THE OPERATOR IS WARNED AND ASKED
      *             WHETHER TO LOG IT ANYWAY.  IF THE LOAN FILE
      *             CANNOT BE OPENED THE CHECK IS SKIPPED.
      * 15-OCT-2026 A SIGHTING OF A CATALOGUED VARIABLE STAR NOW
      *             ASKS FOR A MAGNITUDE ESTIMATE - MAGNITUDE (OR
      *             "<" FOR FAINTER THAN), COMPARISON STARS, CHART
      *             AND AAVSO COMMENT CODES - FILED IN THE NEW
      *             ASTRVAR.DAT (SEE ASTRVAR.CPY) UNDER THE
      *             SIGHTING'S KEY FOR EXPORT BY ASTRAAV.COB.  AN
      *             ESTIMATE ALREADY SUBMITTED TO THE AAVSO IS
      *             NEVER REPLACED BY A "LOG ANYWAY" REWRITE.
      * 15-OCT-2026 A SIGHTING CAN NOW CARRY AN IMAGING RUN - THE
      *             CAMERA (A REGISTERED EQP-CODE, WARNED ABOUT AND
      *             ASKED LIKE THE EQUIPMENT IF NOT IN ASTREQP.DAT),
      *             FILTER, SUB-EXPOSURE, SUB COUNT, GAIN, SENSOR
      *             TEMPERATURE AND PROCESSING STATUS - FILED IN THE
      *             NEW ASTRIMG.DAT (SEE ASTRIMG.CPY) UNDER THE
      *             SIGHTING'S KEY FOR ASTRIMGR.COB'S INTEGRATION
      *             REPORT.  A "LOG ANYWAY" REWRITE REPLACES OR
      *             REMOVES ANY RUN FILED UNDER THE OLD SIGHTING.
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
           01 FILESTATUS       PIC 9(2).
           01 OBJECTVAL        PIC X(30).
               88 RATING-NOT-VALID  VALUE "N".
           01 NOTESVAL          PIC X(100).

           01 SITFILESTATUS     PIC 9(2).
           01 SITE-SWITCH       PIC A(1).
               88 SITE-AVAILABLE    VALUE "Y".
               88 SITE-UNAVAILABLE  VALUE "N".
           01 SITOBJ-SWITCH     PIC A(1).
               88 SITE-FOUND         VALUE "Y".
               88 SITE-NOT-FOUND     VALUE "N".
           01 SITEOK-SWITCH     PIC A(1).
               88 SITE-IS-VALID      VALUE "Y".
               88 SITE-NOT-VALID     VALUE "N".
           01 SIT-ANSWER        PIC A(1).
           01 SITEVAL           PIC X(50).

           01 LONFILESTATUS     PIC 9(2).
           01 LOAN-SWITCH       PIC A(1).
               88 LOAN-AVAILABLE    VALUE "Y".
               88 LOAN-UNAVAILABLE  VALUE "N".
           01 LOANER-SWITCH     PIC A(1).
               88 LOANER-ELSEWHERE   VALUE "Y".
               88 LOANER-NOT-ELSEWHERE VALUE "N".
           01 LOAN-SCAN-SWITCH  PIC A(1).
               88 LOAN-SCAN-DONE     VALUE "Y".
               88 LOAN-SCAN-MORE     VALUE "N".
           01 LON-ANSWER        PIC A(1).
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
           01 ESTCOMP1VAL       PIC X(10).
           01 ESTCOMP2VAL       PIC X(10).
           01 ESTCHARTVAL       PIC X(12).
           01 ESTCOMMENTVAL     PIC X(10).

           01 IMGFILESTATUS     PIC 9(2).
           01 IMAGING-SWITCH    PIC A(1).
               88 IMAGING-AVAILABLE   VALUE "Y".
               88 IMAGING-UNAVAILABLE VALUE "N".
           01 IMAGE-SWITCH      PIC A(1).
               88 IMAGING-TAKEN       VALUE "Y".
               88 IMAGING-NOT-TAKEN   VALUE "N".
           01 CAMERA-SWITCH     PIC A(1).
               88 CAMERA-IS-VALID     VALUE "Y".
               88 CAMERA-NOT-VALID    VALUE "N".
           01 IMGEXP-SWITCH     PIC A(1).
               88 IMGEXP-IS-VALID     VALUE "Y".
               88 IMGEXP-NOT-VALID    VALUE "N".
           01 IMGTEMP-SWITCH    PIC A(1).
               88 IMGTEMP-IS-VALID    VALUE "Y".
               88 IMGTEMP-NOT-VALID   VALUE "N".
           01 IMG-ANSWER        PIC A(1).
           01 CAM-ANSWER        PIC A(1).
           01 CAMERAVAL         PIC X(50).
           01 IMGFILTERVAL      PIC X(10).
           01 IMGEXPTEXT        PIC X(8).
           01 IMGEXPVAL         PIC 9(4)V9(2).
           01 IMGSUBSVAL        PIC 9(5).
           01 IMGGAINVAL        PIC 9(5).
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

           01 DARK-ANSWER       PIC A(1).
           01 MOON-AGE-EDIT     PIC Z9.9.
           01 MOON-ILLUM-EDIT   PIC ZZ9.

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

           01 MONTH-DAYS-TABLE VALUE '312831303130313130313031'.
               05 MONTH-DAYS   PIC 9(2) OCCURS 12 TIMES.
           01 MAX-DAY-VAL       PIC 9(2).
               DISPLAY 'NOTES FILE NOT AVAILABLE - STATUS: '
                   NOTFILESTATUS ' - OBSERVATION NOTES NOT TAKEN'
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
                   VARFILESTATUS ' - ESTIMATES NOT TAKEN'
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
                   IMGFILESTATUS ' - IMAGING RUNS NOT TAKEN'
           END-IF
           SET SITE-AVAILABLE TO TRUE
           OPEN INPUT SITEFILE
           IF SITFILESTATUS IS NOT EQUAL ZERO
               SET SITE-UNAVAILABLE TO TRUE
               DISPLAY 'SITE REGISTRY NOT AVAILABLE - STATUS: '
                   SITFILESTATUS ' - SITES NOT VALIDATED'
           END-IF
           SET LOAN-AVAILABLE TO TRUE
           OPEN INPUT LOANFILE
           IF LONFILESTATUS IS NOT EQUAL ZERO
               SET LOAN-UNAVAILABLE TO TRUE
               IF LONFILESTATUS NOT = "35"
                   DISPLAY 'LOAN FILE NOT AVAILABLE - STATUS: '
                       LONFILESTATUS ' - LOANERS NOT CHECKED'
               END-IF
           END-IF
           PERFORM OPEN-SESSION THRU OPEN-SESSION-EXIT
           MOVE SES-DATE        TO DK-SESSION-DATE
           MOVE SES-DARK-STATUS TO DK-STATUS
           MOVE SES-DARK-START  TO DK-DARK-START
           MOVE SES-DARK-END    TO DK-DARK-END
           GO TO ENTRY-LOOP.

       ENTRY-LOOP.
           SET TIME-NOT-VALID TO TRUE
           PERFORM ACCEPT-OBSTIME THRU ACCEPT-OBSTIME-EXIT
               UNTIL TIME-IS-VALID
           MOVE DATETIMEYRVAL TO DK-SIGHT-DATE
           MOVE TIMEVAL       TO DK-SIGHT-TIME
           PERFORM CHECK-DARK-HOURS THRU CHECK-DARK-HOURS-EXIT
           IF DK-OUTSIDE-DARK
               DISPLAY 'OUTSIDE THE DARK HOURS OF THIS SESSION: '
                   DATETIMEYRVAL ' ' TIMEVAL
               DISPLAY 'LOG IT ANYWAY? (Y/N)'
               ACCEPT DARK-ANSWER
               IF DARK-ANSWER NOT = CHOICEYES
                   DISPLAY 'ENTRY NOT LOGGED'
                   GO TO ENTRY-LOOP
               END-IF
           END-IF
           IF CATOBJ-FOUND
               MOVE CAT-CONST TO CONSTVAL
               DISPLAY 'CONSTELLATION (FROM CATALOG): ' CONSTVAL
                   END-IF
               END-IF
           END-IF
           PERFORM CHECK-LOANER THRU CHECK-LOANER-EXIT
           IF LOANER-ELSEWHERE
               DISPLAY 'ON LOAN TO ' LOAN-BORROWER ' THAT NIGHT, NOT '
                   OBSERVERVAL ': ' LOAN-EQP-CODE
               DISPLAY 'LOG IT ANYWAY? (Y/N)'
               ACCEPT LON-ANSWER
               IF LON-ANSWER NOT = CHOICEYES
                   DISPLAY 'ENTRY NOT LOGGED'
                   GO TO ENTRY-LOOP
               END-IF
           END-IF
           MOVE ZERO   TO RATINGVAL
           MOVE SPACES TO NOTESVAL
           IF NOTES-AVAILABLE
               DISPLAY 'ENTER OBSERVATION NOTES (BLANK = NONE):'
               ACCEPT NOTESVAL
           END-IF
           SET ESTIMATE-NOT-TAKEN TO TRUE
           IF VARSTAR-AVAILABLE AND CATOBJ-FOUND
               IF CAT-VARIABLE-STAR
                   PERFORM ACCEPT-ESTIMATE THRU ACCEPT-ESTIMATE-EXIT
               END-IF
           END-IF
           SET IMAGING-NOT-TAKEN TO TRUE
           IF IMAGING-AVAILABLE
               DISPLAY 'IMAGING RUN FOR THIS SIGHTING? (Y/N)'
               ACCEPT IMG-ANSWER
               IF IMG-ANSWER = CHOICEYES
                   PERFORM ACCEPT-IMAGING THRU ACCEPT-IMAGING-EXIT
               END-IF
           END-IF
           OPEN I-O ASTROLOGFILE.
               IF FILESTATUS = "35"
                   SET FILE-IS-NEW TO TRUE
           END-READ
           IF SESSION-NOT-NEW
               DISPLAY 'RESUMING THE SESSION OF ' SES-DATE
               IF SES-DARK-UNKNOWN
                   MOVE SES-SITE TO SITEVAL
                   PERFORM LOOKUP-SITE THRU LOOKUP-SITE-EXIT
                   IF SITE-FOUND
                       PERFORM SET-SESSION-SKY
                           THRU SET-SESSION-SKY-EXIT
                       REWRITE SES-RECORD
                           INVALID KEY
                               MOVE SESFILESTATUS TO ERR-STATUS-CODE
                               MOVE "REWRITE FAILED ON ASTRSES.DAT"
                                   TO ERR-MESSAGE-TEXT
                               PERFORM LOG-IO-ERROR
                                   THRU LOG-IO-ERROR-EXIT
                       END-REWRITE
                   END-IF
               END-IF
               DISPLAY 'SITE       : ' SES-SITE
               DISPLAY 'OPERATOR   : ' SES-OPERATOR
               PERFORM DISPLAY-SESSION-SKY
                   THRU DISPLAY-SESSION-SKY-EXIT
               DISPLAY 'TEMPERATURE: ' SES-TEMP
               DISPLAY 'SEEING     : ' SES-SEEING
               DISPLAY 'EQUIPMENT  : ' SES-EQUIP

           MOVE SESSION-DATE-VAL TO SES-DATE
           MOVE AUD-OPERATOR     TO SES-OPERATOR
           SET SITE-NOT-VALID TO TRUE
           PERFORM ACCEPT-SITE THRU ACCEPT-SITE-EXIT
               UNTIL SITE-IS-VALID
           MOVE SITEVAL TO SES-SITE
           DISPLAY 'ENTER THE SEEING (SKY CLARITY/CLOUD COVER):'
           ACCEPT SES-SEEING
           DISPLAY 'ENTER THE EQUIPMENT SET UP (SCOPE/EYEPIECE):'
                       ' - KEPT AS ENTERED'
               END-IF
           END-IF
           PERFORM SET-SESSION-SKY THRU SET-SESSION-SKY-EXIT
           PERFORM DISPLAY-SESSION-SKY THRU DISPLAY-SESSION-SKY-EXIT
           DISPLAY 'ENTER THE TEMPERATURE:'
           ACCEPT SES-TEMP
           DISPLAY 'ENTER SESSION NOTES:'
       ACCEPT-SESSION-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * ACCEPT-SITE PROMPTS FOR THE SESSION SITE AND LOOKS IT UP
      * IN THE SITE REGISTRY.  A HIT IS NORMALIZED TO THE SITE
      * CODE.  A MISS IS WARNED ABOUT AND THE OPERATOR ASKED
      * WHETHER TO USE IT AS ENTERED; ANYTHING BUT "Y" RETURNS TO
      * OPEN-SESSION'S PERFORM UNTIL LOOP AND RE-PROMPTS.
      *-----------------------------------------------------------
       ACCEPT-SITE.
           DISPLAY 'ENTER THE SITE CODE OR NAME:'
           ACCEPT SITEVAL
           PERFORM LOOKUP-SITE THRU LOOKUP-SITE-EXIT
           SET SITE-IS-VALID TO TRUE
           IF SITE-AVAILABLE AND SITE-NOT-FOUND
               DISPLAY 'NOT IN SITE REGISTRY: ' SITEVAL
               DISPLAY 'USE IT ANYWAY? (Y/N)'
               ACCEPT SIT-ANSWER
               IF SIT-ANSWER NOT = CHOICEYES
                   SET SITE-NOT-VALID TO TRUE
               END-IF
           END-IF.
       ACCEPT-SITE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * SET-SESSION-SKY COMPUTES THE MOON AND THE DARKNESS WINDOW
      * FOR THE SESSION IN SES-RECORD AND STORES THEM ON IT.  THE
      * SITE RECORD LEFT BY THE LAST LOOKUP-SITE SUPPLIES THE
      * POSITION; A SITE NOT FOUND LEAVES THE WINDOW UNKNOWN.
      *-----------------------------------------------------------
       SET-SESSION-SKY.
           MOVE SES-DATE TO DK-SESSION-DATE
           SET DK-SITE-UNKNOWN TO TRUE
           IF SITE-FOUND
               SET DK-SITE-KNOWN TO TRUE
               MOVE SIT-LATITUDE   TO DK-LATITUDE
               MOVE SIT-LONGITUDE  TO DK-LONGITUDE
               MOVE SIT-UTC-OFFSET TO DK-UTC-OFFSET
           END-IF
           PERFORM COMPUTE-SKY-CONDITIONS
               THRU COMPUTE-SKY-CONDITIONS-EXIT
           MOVE DK-MOON-PHASE TO SES-MOON
           MOVE DK-MOON-AGE   TO SES-MOON-AGE
           MOVE DK-MOON-ILLUM TO SES-MOON-ILLUM
           MOVE DK-STATUS     TO SES-DARK-STATUS
           MOVE DK-DARK-START TO SES-DARK-START
           MOVE DK-DARK-END   TO SES-DARK-END.
       SET-SESSION-SKY-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * DISPLAY-SESSION-SKY SHOWS THE SESSION'S MOON AND DARK
      * HOURS AS STORED ON THE SESSION HEADER.
      *-----------------------------------------------------------
       DISPLAY-SESSION-SKY.
           MOVE SES-MOON-AGE   TO MOON-AGE-EDIT
           MOVE SES-MOON-ILLUM TO MOON-ILLUM-EDIT
           DISPLAY 'MOON PHASE : ' SES-MOON ' AGE ' MOON-AGE-EDIT
               ' DAYS, ' MOON-ILLUM-EDIT '% LIT'
           IF SES-DARK-KNOWN
               DISPLAY 'DARK HOURS : ' SES-DARK-START ' TO '
                   SES-DARK-END
           END-IF
           IF SES-DARK-NEVER
               DISPLAY 'DARK HOURS : NONE - NO ASTRONOMICAL DARKNESS'
           END-IF
           IF SES-DARK-ALL-NIGHT
               DISPLAY 'DARK HOURS : DARK ALL NIGHT'
           END-IF
           IF SES-DARK-UNKNOWN
               DISPLAY 'DARK HOURS : UNKNOWN - SITE NOT REGISTERED'
           END-IF.
       DISPLAY-SESSION-SKY-EXIT.
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
      * WRITE-OBSERVATION CHECKS ASTROLOGFILE FOR AN ENTRY ALREADY
      * LOGGED UNDER THIS OBJECT/DATE BEFORE WRITING.  IF ONE IS
                       ADD 1 TO AUD-WRITE-COUNT
                       PERFORM CHECK-TARGET THRU CHECK-TARGET-EXIT
                       PERFORM WRITE-NOTES THRU WRITE-NOTES-EXIT
                       PERFORM WRITE-ESTIMATE THRU WRITE-ESTIMATE-EXIT
                       PERFORM WRITE-IMAGING THRU WRITE-IMAGING-EXIT
               END-REWRITE
           ELSE
               WRITE AL-RECORD
                       ADD 1 TO AUD-WRITE-COUNT
                       PERFORM CHECK-TARGET THRU CHECK-TARGET-EXIT
                       PERFORM WRITE-NOTES THRU WRITE-NOTES-EXIT
                       PERFORM WRITE-ESTIMATE THRU WRITE-ESTIMATE-EXIT
                       PERFORM WRITE-IMAGING THRU WRITE-IMAGING-EXIT
               END-WRITE
           END-IF.
       WRITE-OBSERVATION-EXIT.
       WRITE-NOTES-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * WRITE-ESTIMATE FILES A VARIABLE-STAR MAGNITUDE ESTIMATE IN
      * ASTRVAR.DAT UNDER THE SIGHTING'S OWN KEY, NOT YET
      * SUBMITTED.  ANY ESTIMATE ALREADY FILED UNDER THAT KEY (A
      * "LOG ANYWAY" REWRITE) IS DELETED FIRST, SO THE REPLACED
      * SIGHTING'S MAGNITUDE CANNOT SHOW AGAINST THE NEW ENTRY -
      * UNLESS IT HAS ALREADY GONE TO THE AAVSO, IN WHICH CASE IT
      * IS LEFT AS IT WAS AND THE NEW ESTIMATE IS NOT FILED.
      *-----------------------------------------------------------
       WRITE-ESTIMATE.
           IF VARSTAR-UNAVAILABLE
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
                           ' - NOT REPLACED'
                       GO TO WRITE-ESTIMATE-EXIT
                   END-IF
                   DELETE VARSTARFILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ
           IF ESTIMATE-NOT-TAKEN
               GO TO WRITE-ESTIMATE-EXIT
           END-IF
           MOVE AL-KEY        TO VAR-KEY
           MOVE AL-OBSERVER   TO VAR-OBSERVER
           MOVE AL-OBJECT     TO VAR-STAR
           MOVE ESTFAINTER    TO VAR-FAINTER-FLAG
           MOVE ESTMAGVAL     TO VAR-MAGNITUDE
           MOVE ESTCOMP1VAL   TO VAR-COMP1
           MOVE ESTCOMP2VAL   TO VAR-COMP2
           MOVE ESTCHARTVAL   TO VAR-CHART
           MOVE ESTCOMMENTVAL TO VAR-COMMENT-CODES
           SET VAR-NOT-SUBMITTED TO TRUE
           MOVE ZERO          TO VAR-SUBMIT-DATE
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
      * WRITE-IMAGING FILES THE SIGHTING'S IMAGING RUN IN
      * ASTRIMG.DAT UNDER THE SIGHTING'S OWN KEY.  A SIGHTING WITH
      * NO RUN FILES NOTHING ON A FRESH WRITE - BUT ON A "LOG
      * ANYWAY" REWRITE ANY RUN LEFT BY THE REPLACED SIGHTING IS
      * DELETED, SO ITS SUBFRAMES ARE NOT COUNTED AGAINST THE NEW
      * ENTRY.  A REWRITE WITH A RUN REPLACES IT.
      *-----------------------------------------------------------
       WRITE-IMAGING.
           IF IMAGING-UNAVAILABLE
               GO TO WRITE-IMAGING-EXIT
           END-IF
           IF IMAGING-NOT-TAKEN
               IF DUPLICATE-FOUND
                   MOVE AL-KEY TO IMG-KEY
                   DELETE IMAGINGFILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
               GO TO WRITE-IMAGING-EXIT
           END-IF
           MOVE AL-KEY       TO IMG-KEY
           MOVE AL-OBSERVER  TO IMG-OBSERVER
           MOVE CAMERAVAL    TO IMG-CAMERA
           MOVE IMGFILTERVAL TO IMG-FILTER
           MOVE IMGEXPVAL    TO IMG-SUB-EXPOSURE
           MOVE IMGSUBSVAL   TO IMG-SUB-COUNT
           MOVE IMGGAINVAL   TO IMG-GAIN
           MOVE IMGTEMPFLAG  TO IMG-TEMP-FLAG
           MOVE IMGTEMPVAL   TO IMG-SENSOR-TEMP
           MOVE IMGSTATUSVAL TO IMG-STATUS
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
      * ACCEPT-ESTIMATE TAKES THE MAGNITUDE ESTIMATE FOR A
      * VARIABLE STAR.  A BLANK MAGNITUDE MEANS NO ESTIMATE WAS
      * MADE AND NOTHING MORE IS ASKED.  OTHERWISE THE FIRST
      * COMPARISON STAR AND THE CHART ARE REQUIRED; THE SECOND
      * COMPARISON STAR AND THE COMMENT CODES MAY BE LEFT BLANK.
      *-----------------------------------------------------------
       ACCEPT-ESTIMATE.
           SET ESTMAG-NOT-VALID TO TRUE
           PERFORM ACCEPT-ESTIMATE-MAGNITUDE
               THRU ACCEPT-ESTIMATE-MAGNITUDE-EXIT
               UNTIL ESTMAG-IS-VALID
           IF ESTIMATE-NOT-TAKEN
               GO TO ACCEPT-ESTIMATE-EXIT
           END-IF
           MOVE SPACES TO ESTCOMP1VAL
           PERFORM ACCEPT-ESTIMATE-COMP1
               THRU ACCEPT-ESTIMATE-COMP1-EXIT
               UNTIL ESTCOMP1VAL NOT = SPACES
           DISPLAY 'ENTER SECOND COMPARISON STAR (BLANK = NONE):'
           ACCEPT ESTCOMP2VAL
           MOVE SPACES TO ESTCHARTVAL
           PERFORM ACCEPT-ESTIMATE-CHART
               THRU ACCEPT-ESTIMATE-CHART-EXIT
               UNTIL ESTCHARTVAL NOT = SPACES
           DISPLAY 'ENTER AAVSO COMMENT CODES (BLANK = NONE):'
           ACCEPT ESTCOMMENTVAL.
       ACCEPT-ESTIMATE-EXIT.
           EXIT.

       ACCEPT-ESTIMATE-MAGNITUDE.
           DISPLAY 'ENTER MAGNITUDE ESTIMATE, "<" PREFIX FOR FAINTER '
               'THAN (BLANK = NO ESTIMATE):'
           ACCEPT ESTMAGTEXT
           PERFORM EDIT-ESTIMATE-MAGNITUDE
               THRU EDIT-ESTIMATE-MAGNITUDE-EXIT
           IF ESTMAG-NOT-VALID
               DISPLAY 'INVALID MAGNITUDE - PLEASE RE-ENTER'
           END-IF.
       ACCEPT-ESTIMATE-MAGNITUDE-EXIT.
           EXIT.

       ACCEPT-ESTIMATE-COMP1.
           DISPLAY 'ENTER FIRST COMPARISON STAR LABEL:'
           ACCEPT ESTCOMP1VAL.
       ACCEPT-ESTIMATE-COMP1-EXIT.
           EXIT.

       ACCEPT-ESTIMATE-CHART.
           DISPLAY 'ENTER AAVSO CHART ID:'
           ACCEPT ESTCHARTVAL.
       ACCEPT-ESTIMATE-CHART-EXIT.
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
      * ACCEPT-IMAGING TAKES ONE IMAGING RUN - THE CAMERA, THE
      * FILTER (BLANK FOR NONE, KEPT IN UPPER CASE SO "Ha" AND
      * "HA" TOTAL TOGETHER), THE SUB-EXPOSURE IN SECONDS, THE
      * NUMBER OF SUBS, THE GAIN (OR ISO), THE SENSOR TEMPERATURE
      * AND THE PROCESSING STATUS.  EACH IS RE-PROMPTED UNTIL IT
      * IS VALID.
      *-----------------------------------------------------------
       ACCEPT-IMAGING.
           SET IMAGING-TAKEN TO TRUE
           SET CAMERA-NOT-VALID TO TRUE
           PERFORM ACCEPT-CAMERA THRU ACCEPT-CAMERA-EXIT
               UNTIL CAMERA-IS-VALID
           DISPLAY 'ENTER THE FILTER (BLANK = NONE):'
           ACCEPT IMGFILTERVAL
           INSPECT IMGFILTERVAL
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS
           SET IMGEXP-NOT-VALID TO TRUE
           PERFORM ACCEPT-IMAGING-EXPOSURE
               THRU ACCEPT-IMAGING-EXPOSURE-EXIT
               UNTIL IMGEXP-IS-VALID
           MOVE ZERO TO IMGSUBSVAL
           PERFORM ACCEPT-IMAGING-SUBS THRU ACCEPT-IMAGING-SUBS-EXIT
               UNTIL IMGSUBSVAL > ZERO
           DISPLAY 'ENTER THE GAIN (OR ISO):'
           ACCEPT IMGGAINVAL
           SET IMGTEMP-NOT-VALID TO TRUE
           PERFORM ACCEPT-IMAGING-TEMP THRU ACCEPT-IMAGING-TEMP-EXIT
               UNTIL IMGTEMP-IS-VALID
           MOVE SPACE TO IMGSTATUSVAL
           PERFORM ACCEPT-IMAGING-STATUS
               THRU ACCEPT-IMAGING-STATUS-EXIT
               UNTIL IMGSTATUS-IS-VALID.
       ACCEPT-IMAGING-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * ACCEPT-CAMERA TAKES THE CAMERA BY EQP-CODE OR DESCRIPTION
      * AND LOOKS IT UP IN THE EQUIPMENT REGISTRY.  A CAMERA NOT
      * IN THE REGISTRY IS WARNED ABOUT AND THE OPERATOR ASKED
      * WHETHER TO USE IT ANYWAY; IF NOT, IT IS ASKED FOR AGAIN.
      *-----------------------------------------------------------
       ACCEPT-CAMERA.
           DISPLAY 'ENTER THE CAMERA (EQUIPMENT CODE):'
           ACCEPT CAMERAVAL
           IF CAMERAVAL = SPACES
               DISPLAY 'A CAMERA IS REQUIRED - PLEASE RE-ENTER'
               GO TO ACCEPT-CAMERA-EXIT
           END-IF
           PERFORM LOOKUP-CAMERA THRU LOOKUP-CAMERA-EXIT
           IF EQUIP-AVAILABLE AND EQUIP-NOT-FOUND
               DISPLAY 'NOT IN EQUIPMENT REGISTRY: ' CAMERAVAL
               DISPLAY 'USE IT ANYWAY? (Y/N)'
               ACCEPT CAM-ANSWER
               IF CAM-ANSWER NOT = CHOICEYES
                   GO TO ACCEPT-CAMERA-EXIT
               END-IF
           END-IF
           SET CAMERA-IS-VALID TO TRUE.
       ACCEPT-CAMERA-EXIT.
           EXIT.

       ACCEPT-IMAGING-EXPOSURE.
           DISPLAY 'ENTER THE SUB-EXPOSURE IN SECONDS:'
           ACCEPT IMGEXPTEXT
           PERFORM EDIT-IMAGING-EXPOSURE
               THRU EDIT-IMAGING-EXPOSURE-EXIT
           IF IMGEXP-NOT-VALID
               DISPLAY 'INVALID SUB-EXPOSURE - PLEASE RE-ENTER'
           END-IF.
       ACCEPT-IMAGING-EXPOSURE-EXIT.
           EXIT.

       ACCEPT-IMAGING-SUBS.
           DISPLAY 'ENTER THE NUMBER OF SUBS:'
           ACCEPT IMGSUBSVAL
           IF IMGSUBSVAL = ZERO
               DISPLAY 'INVALID NUMBER OF SUBS - PLEASE RE-ENTER'
           END-IF.
       ACCEPT-IMAGING-SUBS-EXIT.
           EXIT.

       ACCEPT-IMAGING-TEMP.
           DISPLAY 'ENTER THE SENSOR TEMPERATURE IN DEGREES C '
               '(BLANK = NOT RECORDED):'
           ACCEPT IMGTEMPTEXT
           PERFORM EDIT-IMAGING-TEMP THRU EDIT-IMAGING-TEMP-EXIT
           IF IMGTEMP-NOT-VALID
               DISPLAY 'INVALID TEMPERATURE - PLEASE RE-ENTER'
           END-IF.
       ACCEPT-IMAGING-TEMP-EXIT.
           EXIT.

       ACCEPT-IMAGING-STATUS.
           DISPLAY 'ENTER THE PROCESSING STATUS - R RAW, C CALIBRATED,'
               ' S STACKED, P PROCESSED (BLANK = R):'
           ACCEPT IMGSTATUSVAL
           INSPECT IMGSTATUSVAL
               CONVERTING LOWER-LETTERS TO UPPER-LETTERS
           IF IMGSTATUSVAL = SPACE
               MOVE "R" TO IMGSTATUSVAL
           END-IF
           IF NOT IMGSTATUS-IS-VALID
               DISPLAY 'INVALID STATUS - PLEASE RE-ENTER'
           END-IF.
       ACCEPT-IMAGING-STATUS-EXIT.
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
      * ACCEPT-RATING PROMPTS FOR THE QUALITY RATING AND ACCEPTS
      * ONLY 0 (NOT RATED) THROUGH 5, RE-PROMPTING ON ANYTHING
       LOOKUP-EQUIPMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * LOOKUP-CAMERA LOOKS THE CAMERA IN CAMERAVAL UP IN
      * ASTREQP.DAT THE SAME WAY LOOKUP-EQUIPMENT DOES - BY CODE,
      * THEN BY DESCRIPTION - AND ON A HIT NORMALIZES IT TO THE
      * REGISTERED CODE.  WHEN THE REGISTRY IS UNAVAILABLE THE
      * LOOKUP IS SKIPPED AND EQUIP-NOT-FOUND IS LEFT SET.
      *-----------------------------------------------------------
       LOOKUP-CAMERA.
           SET EQUIP-NOT-FOUND TO TRUE
           IF EQUIP-UNAVAILABLE
               GO TO LOOKUP-CAMERA-EXIT
           END-IF
           MOVE CAMERAVAL TO EQP-CODE
           READ EQUIPFILE
               INVALID KEY
                   SET EQUIP-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET EQUIP-FOUND TO TRUE
           END-READ
           IF EQUIP-FOUND
               GO TO LOOKUP-CAMERA-FOUND
           END-IF
           MOVE CAMERAVAL TO EQP-DESC
           READ EQUIPFILE KEY IS EQP-DESC
               INVALID KEY
                   SET EQUIP-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET EQUIP-FOUND TO TRUE
           END-READ
           IF EQUIP-NOT-FOUND
               GO TO LOOKUP-CAMERA-EXIT
           END-IF.
       LOOKUP-CAMERA-FOUND.
           DISPLAY 'FOUND IN REGISTRY: ' EQP-CODE ' - ' EQP-DESC
           MOVE EQP-CODE TO CAMERAVAL.
       LOOKUP-CAMERA-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * LOOKUP-SITE LOOKS THE SITE IN SITEVAL UP IN ASTRSIT.DAT,
      * FIRST BY SITE CODE (THE PRIMARY KEY), THEN BY SITE NAME
      * (THE ALTERNATE KEY).  ON A HIT THE VALUE IS NORMALIZED TO
      * THE REGISTERED CODE SO "DARK FIELD" AND "DARKFLD" BOTH
      * LOG UNDER THE ONE SITE.  WHEN THE REGISTRY IS UNAVAILABLE
      * THE LOOKUP IS SKIPPED AND SITE-NOT-FOUND IS LEFT SET.
      *-----------------------------------------------------------
       LOOKUP-SITE.
           SET SITE-NOT-FOUND TO TRUE
           IF SITE-UNAVAILABLE
               GO TO LOOKUP-SITE-EXIT
           END-IF
           MOVE SITEVAL TO SIT-CODE
           READ SITEFILE
               INVALID KEY
                   SET SITE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET SITE-FOUND TO TRUE
           END-READ
           IF SITE-FOUND
               GO TO LOOKUP-SITE-FOUND
           END-IF
           MOVE SITEVAL TO SIT-NAME
           READ SITEFILE KEY IS SIT-NAME
               INVALID KEY
                   SET SITE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET SITE-FOUND TO TRUE
           END-READ
           IF SITE-NOT-FOUND
               GO TO LOOKUP-SITE-EXIT
           END-IF.
       LOOKUP-SITE-FOUND.
           DISPLAY 'FOUND IN SITE REGISTRY: ' SIT-CODE ' - ' SIT-NAME
           MOVE SIT-CODE TO SITEVAL.
       LOOKUP-SITE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * LOOKUP-MEMBER LOOKS THE ENTERED OBSERVER MEMBER ID UP IN
      * ASTRMBR.DAT.  ONLY AN ACTIVE MEMBER COUNTS AS FOUND - AN
       LOOKUP-MEMBER-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CHECK-LOANER LOOKS THE EQUIPMENT IN EQUIPVAL UP IN THE
      * LOAN FILE ASTRLON.DAT FOR THE SESSION NIGHT.  THE LOANS OF
      * ONE INSTRUMENT READ BACK IN CHECKOUT ORDER AND NEVER
      * OVERLAP, SO THE LAST ONE CHECKED OUT ON OR BEFORE THE
      * NIGHT IS THE ONLY ONE THAT CAN COVER IT - IT DOES IF IT
      * IS STILL OUT OR CAME BACK AFTER THAT NIGHT.  IF IT DOES
      * AND THE BORROWER IS NOT THE OBSERVER, LOANER-ELSEWHERE IS
      * SET AND THE BORROWER LEFT IN LOAN-BORROWER.  EQUIPMENT
      * NEVER LENT OUT, OR A MISSING LOAN FILE, CHECKS CLEAN.
      *-----------------------------------------------------------
       CHECK-LOANER.
           SET LOANER-NOT-ELSEWHERE TO TRUE
           MOVE SPACES TO LOAN-BORROWER
           IF LOAN-UNAVAILABLE OR EQUIPVAL = SPACES
               GO TO CHECK-LOANER-EXIT
           END-IF
           MOVE EQUIPVAL      TO LOAN-EQP-CODE
           MOVE LOAN-EQP-CODE TO LON-EQP-CODE
           MOVE ZERO          TO LON-CHECKOUT-DATE
           START LOANFILE KEY IS NOT LESS THAN LON-KEY
               INVALID KEY
                   GO TO CHECK-LOANER-EXIT
           END-START
           SET LOAN-SCAN-MORE TO TRUE
           PERFORM SCAN-LOAN-NIGHT THRU SCAN-LOAN-NIGHT-EXIT
               UNTIL LOAN-SCAN-DONE
           IF LOAN-BORROWER NOT = SPACES
                   AND LOAN-BORROWER NOT = OBSERVERVAL
               SET LOANER-ELSEWHERE TO TRUE
           END-IF.
       CHECK-LOANER-EXIT.
           EXIT.

       SCAN-LOAN-NIGHT.
           READ LOANFILE NEXT RECORD
               AT END
                   SET LOAN-SCAN-DONE TO TRUE
                   GO TO SCAN-LOAN-NIGHT-EXIT
           END-READ
           IF LON-EQP-CODE NOT = LOAN-EQP-CODE
                   OR LON-CHECKOUT-DATE > DK-SESSION-DATE
               SET LOAN-SCAN-DONE TO TRUE
               GO TO SCAN-LOAN-NIGHT-EXIT
           END-IF
           IF LON-STILL-OUT OR LON-RETURN-DATE > DK-SESSION-DATE
               MOVE LON-MBR-ID TO LOAN-BORROWER
           ELSE
               MOVE SPACES     TO LOAN-BORROWER
           END-IF.
       SCAN-LOAN-NIGHT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * ACCEPT-DATETIME PROMPTS FOR THE DATE/TIME/YEAR AND VALIDATES
      * IT.  CONTROL RETURNS TO PROGRAM-BEGIN'S PERFORM UNTIL LOOP
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
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
           STOP RUN.
