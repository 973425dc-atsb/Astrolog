      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTRTON.COB
      *
      *  DESCRIPTIVE
      *         NAME: WHAT'S UP TONIGHT
      *
      *  FUNCTION:
      *  THIS MODULE ANSWERS THE QUESTION ASKED AT THE START OF
      *  EVERY NIGHT - WHAT CAN WE ACTUALLY SEE FROM HERE, NOW?
      *  GIVEN A DATE, A LOCAL CLOCK TIME AND A REGISTERED SITE
      *  (ASTRSIT.DAT), IT TAKES EVERY ACTIVE ASTRTGT.DAT TARGET,
      *  PLUS - IF ONE IS ASKED FOR - EVERY ASTRCAT.DAT OBJECT OF
      *  A CHOSEN TYPE, AND WORKS OUT FROM THE CATALOG POSITION
      *  EACH OBJECT'S ALTITUDE AND COMPASS BEARING AT THAT TIME
      *  AND ITS RISE, TRANSIT AND SET TIMES IN THE SITE'S CLOCK.
      *  OBJECTS BELOW THE CHOSEN MINIMUM ALTITUDE ARE DROPPED.
      *  THE REST ARE LISTED IN ORDER OF TRANSIT THROUGH THE NIGHT,
      *  EACH WITH ITS LAST-SEEN DATE FROM ASTROLOG.LOG AND
      *  ASTROLOG.HIS, ON ASTRTON.RPT, PAGINATED LIKE ASTRPLN'S
      *  PLAN.  AN OBJECT WITH NO FIXED POSITION (A PLANET OR
      *  COMET) OR NO CATALOG ENTRY CANNOT BE PLACED AND IS ONLY
      *  COUNTED.  POSITIONS ARE TAKEN AS J2000 WITHOUT PRECESSION,
      *  WHICH IS CLOSE ENOUGH TO FIND AN OBJECT IN THE SKY.
      *
      *  LOGIC:
      *     (1) ACCEPT AND VALIDATE THE DATE, TIME, SITE, CATALOG
      *         TYPE AND MINIMUM ALTITUDE
      *     (2) WORK OUT THE LOCAL SIDEREAL TIME AT THE SITE
      *     (3) PLACE THE ACTIVE TARGETS, THEN THE CATALOG OBJECTS
      *         OF THE CHOSEN TYPE, TABLING THOSE HIGH ENOUGH
      *     (4) PRINT THEM IN TRANSIT ORDER
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
       PROGRAM-ID.     ASTRTON.
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

           SELECT TARGETFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TGT-OBJECT
           FILE STATUS IS TGTFILESTATUS.

           SELECT CATALOGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-DESIG
           ALTERNATE RECORD KEY IS CAT-NAME WITH DUPLICATES
           FILE STATUS IS CATFILESTATUS.

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
       FD SITEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRSIT.DAT".
       COPY ASTRSIT.

       FD TARGETFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRTGT.DAT".
       COPY ASTRTGT.

       FD CATALOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRCAT.DAT".
       COPY ASTRCAT.

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
           VALUE OF FILE-ID IS "ASTRTON.RPT".
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 SITFILESTATUS    PIC 9(2).
           01 TGTFILESTATUS    PIC 9(2).
           01 CATFILESTATUS    PIC 9(2).
           01 FILESTATUS       PIC 9(2).
           01 HISTFILESTATUS   PIC 9(2).
           01 RPTFILESTATUS    PIC 9(2).
           01 EOF-SWITCH       PIC A(1).
               88 END-OF-FILE     VALUE "Y".
               88 NOT-END-OF-FILE VALUE "N".
           01 TARGET-SWITCH    PIC A(1).
               88 TARGET-AVAILABLE   VALUE "Y".
               88 TARGET-UNAVAILABLE VALUE "N".
           01 LOG-SWITCH       PIC A(1).
               88 LOG-AVAILABLE     VALUE "Y".
               88 LOG-UNAVAILABLE   VALUE "N".
           01 HIST-SWITCH      PIC A(1).
               88 HIST-AVAILABLE    VALUE "Y".
               88 HIST-UNAVAILABLE  VALUE "N".
           01 SCAN-EOF-SWITCH  PIC A(1).
               88 SCAN-DONE         VALUE "Y".
               88 SCAN-NOT-DONE     VALUE "N".
           01 SITOBJ-SWITCH    PIC A(1).
               88 SITE-FOUND         VALUE "Y".
               88 SITE-NOT-FOUND     VALUE "N".
           01 DUP-SWITCH       PIC A(1).
               88 ALREADY-TABLED     VALUE "Y".
               88 NOT-YET-TABLED     VALUE "N".

           01 DATEVAL          PIC 9(8).
           01 DATEVAL-BRKDN REDEFINES DATEVAL.
               05 DTY-YEAR     PIC 9(4).
               05 DTY-MONTH    PIC 9(2).
               05 DTY-DAY      PIC 9(2).
           01 TIMEVAL          PIC 9(4).
           01 TIMEVAL-BRKDN REDEFINES TIMEVAL.
               05 TV-HOUR      PIC 9(2).
               05 TV-MINUTE    PIC 9(2).
           01 SITEVAL          PIC X(50).
           01 TYPEVAL          PIC X(20).
           01 ALTTEXT          PIC X(12).
           01 MIN-ALTITUDE     PIC S9(2).
           01 NUMERIC-WORK     PIC S9(6)V9(6).

           01 MONTH-DAYS-TABLE VALUE '312831303130313130313031'.
               05 MONTH-DAYS   PIC 9(2) OCCURS 12 TIMES.
           01 MAX-DAY-VAL       PIC 9(2).
           01 DT-QUOTIENT        PIC 9(4).
           01 DT-REM4            PIC 9(4).
           01 DT-REM100          PIC 9(4).
           01 DT-REM400          PIC 9(4).
           01 DATE-SWITCH       PIC A(1).
               88 DATE-IS-VALID     VALUE "Y".
               88 DATE-NOT-VALID    VALUE "N".

           01 SKY-TABLE.
               05 SKY-ENTRY OCCURS 300 TIMES
                             INDEXED BY SKY-IDX.
                   10 ST-OBJECT    PIC X(30).
                   10 ST-TYPE      PIC X(20).
                   10 ST-MAG       PIC X(5).
                   10 ST-ALTITUDE  PIC S9(2).
                   10 ST-AZIMUTH   PIC 9(3).
                   10 ST-COMPASS   PIC X(3).
                   10 ST-RISE      PIC X(5).
                   10 ST-TRANSIT   PIC 9(4).
                   10 ST-SET       PIC X(5).
                   10 ST-SORT-KEY  PIC S9(5).
                   10 ST-LAST-SEEN PIC 9(8).
                   10 ST-SOURCE    PIC X(7).
                   10 ST-PRIORITY  PIC X(1).
                   10 ST-PRINTED   PIC X(1).
           01 SKY-TABLE-COUNT  PIC 9(3) VALUE ZERO.
           01 TON-TABLE-FULL-SWITCH PIC A(1) VALUE "N".
               88 TON-TABLE-IS-FULL  VALUE "Y".
               88 TON-TABLE-NOT-FULL VALUE "N".

      *    COMPASS-TABLE HOLDS THE SIXTEEN POINTS OF THE COMPASS,
      *    EACH COVERING 22.5 DEGREES OF AZIMUTH CENTRED ON ITS
      *    BEARING, STARTING AT NORTH AND RUNNING EAST.
           01 COMPASS-TABLE-VALUES.
               05 FILLER       PIC X(24) VALUE
                   "N  NNENE ENEE  ESESE SSE".
               05 FILLER       PIC X(24) VALUE
                   "S  SSWSW WSWW  WNWNW NNW".
           01 COMPASS-TABLE REDEFINES COMPASS-TABLE-VALUES.
               05 COMPASS-POINT PIC X(3) OCCURS 16 TIMES.
           01 COMPASS-SUB      PIC 9(2).

           01 WANTED-OBJECT    PIC X(30).
           01 LAST-SEEN-DATE   PIC 9(8).
           01 ENTRY-SOURCE     PIC X(7).
           01 ENTRY-PRIORITY   PIC X(1).
           01 BEST-IDX         PIC 9(3).
           01 SCAN-IDX         PIC 9(3).
           01 LISTED-COUNT     PIC 9(5) VALUE ZERO.
           01 CANDIDATE-COUNT  PIC 9(5) VALUE ZERO.
           01 LOW-COUNT        PIC 9(5) VALUE ZERO.
           01 NO-POSITION-COUNT PIC 9(5) VALUE ZERO.

      *    TN- FIELDS ARE THE WORKING FIELDS OF THE POSITION
      *    ARITHMETIC.  EVERY INTRINSIC FUNCTION RESULT IS TAKEN
      *    INTO A FIELD OF ITS OWN BEFORE IT IS COMBINED WITH
      *    ANYTHING ELSE, SO NO PRECISION IS LOST IN A LONG
      *    COMPUTE.
           01 TN-LATITUDE      PIC S9(2)V9(4).
           01 TN-LONGITUDE     PIC S9(3)V9(4).
           01 TN-UTC-OFFSET    PIC S9(2)V9(2).
           01 TN-LOCAL-HOURS   PIC S9(3)V9(6).
           01 TN-DAYS          PIC S9(6)V9(6).
           01 TN-DAY-FRACTION  PIC S9(1)V9(9).
           01 TN-PART-TURN     PIC S9(3)V9(6).
           01 TN-SIDEREAL      PIC S9(5)V9(9).
           01 TN-SIN-LAT       PIC S9(1)V9(9).
           01 TN-COS-LAT       PIC S9(1)V9(9).
           01 TN-RA-DEGREES    PIC S9(3)V9(6).
           01 TN-DEC-RADIANS   PIC S9(1)V9(9).
           01 TN-SIN-DEC       PIC S9(1)V9(9).
           01 TN-COS-DEC       PIC S9(1)V9(9).
           01 TN-HOUR-ANGLE    PIC S9(4)V9(6).
           01 TN-COS-HA        PIC S9(1)V9(9).
           01 TN-SIN-HA        PIC S9(1)V9(9).
           01 TN-SIN-ALT       PIC S9(1)V9(9).
           01 TN-ALT-RADIANS   PIC S9(1)V9(9).
           01 TN-COS-ALT       PIC S9(1)V9(9).
           01 TN-ALTITUDE      PIC S9(3)V9(6).
           01 TN-COS-AZ        PIC S9(5)V9(9).
           01 TN-AZIMUTH       PIC S9(3)V9(6).
           01 TN-COS-H0        PIC S9(5)V9(9).
           01 TN-SEMI-ARC      PIC S9(3)V9(6).
           01 TN-TRANSIT-HOURS PIC S9(3)V9(6).
           01 TN-HOURS         PIC S9(3)V9(6).
           01 TN-MINUTES       PIC S9(5).
           01 TN-OBS-MINUTES   PIC S9(5).
           01 TN-HHMM.
               05 TN-HH         PIC 9(2).
               05 TN-MM         PIC 9(2).
           01 TN-HHMM-NUM REDEFINES TN-HHMM PIC 9(4).
           01 TN-HHMM-TEXT REDEFINES TN-HHMM PIC X(4).
           01 TN-RAD-PER-DEG   PIC 9V9(12) VALUE 0.017453292520.
           01 TN-SOLAR-PER-SIDEREAL PIC 9V9(9) VALUE 0.997269566.
           01 TN-SIN-HORIZON   PIC S9V9(9) VALUE -0.009890.

           01 PAGE-COUNT       PIC 9(4) VALUE ZERO.
           01 LINE-COUNT       PIC 9(2) VALUE 99.
           01 LINES-PER-PAGE   PIC 9(2) VALUE 56.
           01 RUN-DATE         PIC 9(8).

           01 HEAD-LINE-1.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 FILLER       PIC X(35)
                   VALUE "W H A T ' S   U P   T O N I G H T".
               05 FILLER       PIC X(5)  VALUE "DATE ".
               05 H1-DATE      PIC 9(8).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 FILLER       PIC X(5)  VALUE "TIME ".
               05 H1-TIME      PIC 9(4).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 FILLER       PIC X(5)  VALUE "SITE ".
               05 H1-SITE      PIC X(10).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 FILLER       PIC X(8)  VALUE "MIN ALT ".
               05 H1-MIN-ALT   PIC -Z9.
               05 FILLER       PIC X(13) VALUE SPACES.
               05 FILLER       PIC X(9)  VALUE "RUN DATE ".
               05 H1-RUN-DATE  PIC 9(8).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 FILLER       PIC X(5)  VALUE "PAGE ".
               05 H1-PAGE      PIC ZZZ9.
           01 HEAD-LINE-2.
               05 FILLER       PIC X(21) VALUE "OBJECT".
               05 FILLER       PIC X(15) VALUE "TYPE".
               05 FILLER       PIC X(7)  VALUE "MAG".
               05 FILLER       PIC X(5)  VALUE "ALT".
               05 FILLER       PIC X(9)  VALUE "AZIMUTH".
               05 FILLER       PIC X(6)  VALUE "RISE".
               05 FILLER       PIC X(8)  VALUE "TRANSIT".
               05 FILLER       PIC X(6)  VALUE "SET".
               05 FILLER       PIC X(11) VALUE "LAST SEEN".
               05 FILLER       PIC X(8)  VALUE "SOURCE".
               05 FILLER       PIC X(3)  VALUE "PRI".
               05 FILLER       PIC X(33) VALUE SPACES.
           01 HEAD-LINE-3.
               05 FILLER       PIC X(99) VALUE ALL "-".
               05 FILLER       PIC X(33) VALUE SPACES.

           01 DETAIL-LINE.
               05 DET-OBJECT   PIC X(20).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 DET-TYPE     PIC X(14).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 DET-MAG      PIC X(5).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 DET-ALTITUDE PIC -Z9.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 DET-AZIMUTH  PIC ZZ9.
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 DET-COMPASS  PIC X(3).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 DET-RISE     PIC X(5).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 DET-TRANSIT  PIC 9(4).
               05 FILLER       PIC X(4)  VALUE SPACES.
               05 DET-SET      PIC X(5).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 DET-LAST     PIC X(10).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 DET-SOURCE   PIC X(7).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 DET-PRIORITY PIC X(1).
               05 FILLER       PIC X(35) VALUE SPACES.

           01 BLANK-LINE       PIC X(132) VALUE SPACES.
      **********************************************************
      * PROCEDURE DIVISION
      **********************************************************
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY '-----------------------------------'
           DISPLAY '   WHAT''S UP TONIGHT               '
           DISPLAY '-----------------------------------'
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO H1-RUN-DATE

           DISPLAY 'ENTER THE DATE (YYYYMMDD):'
           ACCEPT DATEVAL
           PERFORM VALIDATE-DATE THRU VALIDATE-DATE-EXIT
           IF DATE-NOT-VALID
               DISPLAY 'INVALID DATE: ' DATEVAL
               GO TO PROGRAM-STOP
           END-IF
           DISPLAY 'ENTER THE LOCAL TIME (HHMM, 24-HOUR):'
           ACCEPT TIMEVAL
           IF TV-HOUR > 23 OR TV-MINUTE > 59
               DISPLAY 'INVALID TIME: ' TIMEVAL
               GO TO PROGRAM-STOP
           END-IF
           DISPLAY 'ENTER THE MINIMUM ALTITUDE IN DEGREES '
               '(BLANK = 0):'
           ACCEPT ALTTEXT
           MOVE ZERO TO MIN-ALTITUDE
           IF ALTTEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(ALTTEXT) NOT = ZERO
                   DISPLAY 'MINIMUM ALTITUDE IS NOT A NUMBER: '
                       ALTTEXT
                   GO TO PROGRAM-STOP
               END-IF
               MOVE FUNCTION NUMVAL(ALTTEXT) TO NUMERIC-WORK
               IF NUMERIC-WORK < -90 OR NUMERIC-WORK > 89
                   DISPLAY 'MINIMUM ALTITUDE MUST BE -90 TO +89: '
                       ALTTEXT
                   GO TO PROGRAM-STOP
               END-IF
               MOVE NUMERIC-WORK TO MIN-ALTITUDE
           END-IF
           DISPLAY 'ENTER A CATALOG OBJECT TYPE TO INCLUDE '
               '(BLANK = TARGETS ONLY):'
           ACCEPT TYPEVAL
           MOVE DATEVAL      TO H1-DATE
           MOVE TIMEVAL      TO H1-TIME
           MOVE MIN-ALTITUDE TO H1-MIN-ALT

           OPEN INPUT SITEFILE
           IF SITFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRSIT.DAT - STATUS: '
                   SITFILESTATUS
               GO TO PROGRAM-STOP
           END-IF
           DISPLAY 'ENTER THE SITE CODE OR NAME:'
           ACCEPT SITEVAL
           PERFORM LOOKUP-SITE THRU LOOKUP-SITE-EXIT
           CLOSE SITEFILE
           IF SITE-NOT-FOUND
               DISPLAY 'NOT IN SITE REGISTRY: ' SITEVAL
               GO TO PROGRAM-STOP
           END-IF
           MOVE SIT-CODE       TO H1-SITE
           MOVE SIT-LATITUDE   TO TN-LATITUDE
           MOVE SIT-LONGITUDE  TO TN-LONGITUDE
           MOVE SIT-UTC-OFFSET TO TN-UTC-OFFSET

           OPEN INPUT CATALOGFILE
           IF CATFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRCAT.DAT - STATUS: '
                   CATFILESTATUS ' - NO POSITIONS TO WORK FROM'
               GO TO PROGRAM-STOP
           END-IF
           SET TARGET-AVAILABLE TO TRUE
           OPEN INPUT TARGETFILE
           IF TGTFILESTATUS IS NOT EQUAL ZERO
               SET TARGET-UNAVAILABLE TO TRUE
               DISPLAY 'NO TARGET LIST ON FILE - STATUS: '
                   TGTFILESTATUS
           END-IF
           SET LOG-AVAILABLE TO TRUE
           OPEN INPUT ASTROLOGFILE
           IF FILESTATUS IS NOT EQUAL ZERO
               SET LOG-UNAVAILABLE TO TRUE
           END-IF
           SET HIST-AVAILABLE TO TRUE
           OPEN INPUT HISTFILE
           IF HISTFILESTATUS IS NOT EQUAL ZERO
               SET HIST-UNAVAILABLE TO TRUE
           END-IF

           PERFORM SET-SIDEREAL-TIME THRU SET-SIDEREAL-TIME-EXIT

           IF TARGET-AVAILABLE
               SET NOT-END-OF-FILE TO TRUE
               PERFORM PLACE-TARGET THRU PLACE-TARGET-EXIT
                   UNTIL END-OF-FILE
               CLOSE TARGETFILE
           END-IF
           IF TYPEVAL NOT = SPACES
               PERFORM PLACE-CATALOG-TYPE
                   THRU PLACE-CATALOG-TYPE-EXIT
           END-IF
           CLOSE CATALOGFILE
           IF LOG-AVAILABLE
               CLOSE ASTROLOGFILE
           END-IF
           IF HIST-AVAILABLE
               CLOSE HISTFILE
           END-IF

           DISPLAY 'OBJECTS CONSIDERED    : ' CANDIDATE-COUNT
           DISPLAY 'BELOW MINIMUM ALTITUDE: ' LOW-COUNT
           DISPLAY 'NO FIXED POSITION     : ' NO-POSITION-COUNT
           IF SKY-TABLE-COUNT = ZERO
               DISPLAY 'NOTHING ON THE LIST IS UP AT ' TIMEVAL
                   ' ON ' DATEVAL
               GO TO PROGRAM-STOP
           END-IF

           OPEN OUTPUT REPORTFILE
           IF RPTFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRTON.RPT - STATUS: '
                   RPTFILESTATUS
               GO TO PROGRAM-STOP
           END-IF
           MOVE 1 TO BEST-IDX
           PERFORM PRINT-NEXT-TRANSIT THRU PRINT-NEXT-TRANSIT-EXIT
               UNTIL BEST-IDX = ZERO
           CLOSE REPORTFILE
           DISPLAY 'OBJECTS LISTED        : ' LISTED-COUNT
           DISPLAY 'PAGES PRINTED         : ' PAGE-COUNT
           DISPLAY 'LIST WRITTEN TO ASTRTON.RPT'
           GO TO PROGRAM-STOP.

      *-----------------------------------------------------------
      * LOOKUP-SITE LOOKS SITEVAL UP IN THE SITE REGISTRY BY SITE
      * CODE FIRST, THEN BY SITE NAME, LEAVING THE SITE RECORD IN
      * SIT-RECORD WHEN IT IS FOUND.
      *-----------------------------------------------------------
       LOOKUP-SITE.
           SET SITE-NOT-FOUND TO TRUE
           MOVE SITEVAL TO SIT-CODE
           READ SITEFILE
               INVALID KEY
                   SET SITE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET SITE-FOUND TO TRUE
           END-READ
           IF SITE-FOUND
               GO TO LOOKUP-SITE-EXIT
           END-IF
           MOVE SITEVAL TO SIT-NAME
           READ SITEFILE KEY IS SIT-NAME
               INVALID KEY
                   SET SITE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET SITE-FOUND TO TRUE
           END-READ.
       LOOKUP-SITE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * SET-SIDEREAL-TIME WORKS OUT THE LOCAL SIDEREAL TIME, IN
      * DEGREES, AT THE SITE AT THE GIVEN LOCAL CLOCK TIME.  THE
      * CLOCK TIME IS TAKEN BACK TO UNIVERSAL TIME THROUGH THE
      * SITE'S UTC OFFSET AND COUNTED IN DAYS FROM THE J2000
      * EPOCH (NOON UT ON 01-JAN-2000); THE WHOLE TURNS OF THE
      * EARTH IN THOSE DAYS ARE DROPPED BEFORE THE SIDEREAL RATE
      * IS APPLIED.  THE SITE LATITUDE'S SINE AND COSINE ARE SET
      * ONCE HERE FOR EVERY OBJECT.
      *-----------------------------------------------------------
       SET-SIDEREAL-TIME.
           COMPUTE TN-LOCAL-HOURS = TV-HOUR + TV-MINUTE / 60
           COMPUTE TN-OBS-MINUTES = TV-HOUR * 60 + TV-MINUTE - 720
           IF TN-OBS-MINUTES < ZERO
               ADD 1440 TO TN-OBS-MINUTES
           END-IF
           COMPUTE TN-DAYS = FUNCTION INTEGER-OF-DATE(DATEVAL)
           COMPUTE TN-DAYS = TN-DAYS - 145732.5
               + (TN-LOCAL-HOURS - TN-UTC-OFFSET) / 24
           COMPUTE TN-DAY-FRACTION = FUNCTION INTEGER(TN-DAYS)
           COMPUTE TN-DAY-FRACTION = TN-DAYS - TN-DAY-FRACTION
           COMPUTE TN-SIDEREAL = 0.98564736629 * TN-DAYS
           COMPUTE TN-PART-TURN = 360 * TN-DAY-FRACTION
           ADD TN-PART-TURN TO TN-SIDEREAL
           ADD 280.46061837 TN-LONGITUDE TO TN-SIDEREAL
           COMPUTE TN-SIDEREAL = FUNCTION REM(TN-SIDEREAL, 360)
           IF TN-SIDEREAL < ZERO
               ADD 360 TO TN-SIDEREAL
           END-IF
           COMPUTE TN-SIN-LAT =
               FUNCTION SIN(TN-LATITUDE * TN-RAD-PER-DEG)
           COMPUTE TN-COS-LAT =
               FUNCTION COS(TN-LATITUDE * TN-RAD-PER-DEG).
       SET-SIDEREAL-TIME-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PLACE-TARGET READS THE NEXT TARGET AND, IF IT IS ACTIVE,
      * FINDS ITS POSITION IN THE CATALOG AND PLACES IT.
      *-----------------------------------------------------------
       PLACE-TARGET.
           READ TARGETFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO PLACE-TARGET-EXIT
           END-READ
           IF NOT TGT-ACTIVE
               GO TO PLACE-TARGET-EXIT
           END-IF
           ADD 1 TO CANDIDATE-COUNT
           MOVE TGT-OBJECT TO CAT-DESIG
           READ CATALOGFILE
               INVALID KEY
                   ADD 1 TO NO-POSITION-COUNT
                   GO TO PLACE-TARGET-EXIT
           END-READ
           IF NOT CAT-POSITION-KNOWN
               ADD 1 TO NO-POSITION-COUNT
               GO TO PLACE-TARGET-EXIT
           END-IF
           MOVE "TARGET"     TO ENTRY-SOURCE
           MOVE TGT-PRIORITY TO ENTRY-PRIORITY
           PERFORM PLACE-OBJECT THRU PLACE-OBJECT-EXIT.
       PLACE-TARGET-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PLACE-CATALOG-TYPE WALKS THE WHOLE CATALOG AND PLACES
      * EVERY OBJECT OF THE CHOSEN TYPE THAT IS NOT ALREADY ON THE
      * LIST AS A TARGET.
      *-----------------------------------------------------------
       PLACE-CATALOG-TYPE.
           SET NOT-END-OF-FILE TO TRUE
           MOVE LOW-VALUES TO CAT-DESIG
           START CATALOGFILE KEY IS NOT LESS THAN CAT-DESIG
               INVALID KEY
                   GO TO PLACE-CATALOG-TYPE-EXIT
           END-START
           PERFORM PLACE-CATALOG-OBJECT
               THRU PLACE-CATALOG-OBJECT-EXIT
               UNTIL END-OF-FILE.
       PLACE-CATALOG-TYPE-EXIT.
           EXIT.

       PLACE-CATALOG-OBJECT.
           READ CATALOGFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO PLACE-CATALOG-OBJECT-EXIT
           END-READ
           IF CAT-TYPE NOT = TYPEVAL
               GO TO PLACE-CATALOG-OBJECT-EXIT
           END-IF
           SET NOT-YET-TABLED TO TRUE
           PERFORM CHECK-TABLED THRU CHECK-TABLED-EXIT
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > SKY-TABLE-COUNT
                  OR ALREADY-TABLED
           IF ALREADY-TABLED
               GO TO PLACE-CATALOG-OBJECT-EXIT
           END-IF
           ADD 1 TO CANDIDATE-COUNT
           IF NOT CAT-POSITION-KNOWN
               ADD 1 TO NO-POSITION-COUNT
               GO TO PLACE-CATALOG-OBJECT-EXIT
           END-IF
           MOVE "CATALOG" TO ENTRY-SOURCE
           MOVE SPACE     TO ENTRY-PRIORITY
           PERFORM PLACE-OBJECT THRU PLACE-OBJECT-EXIT.
       PLACE-CATALOG-OBJECT-EXIT.
           EXIT.

       CHECK-TABLED.
           SET SKY-IDX TO SCAN-IDX
           IF ST-OBJECT(SKY-IDX) = CAT-DESIG
               SET ALREADY-TABLED TO TRUE
           END-IF.
       CHECK-TABLED-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PLACE-OBJECT WORKS OUT WHERE THE CATALOG OBJECT IN
      * CAT-RECORD IS AT THE GIVEN TIME AND TABLES IT IF IT IS AT
      * OR ABOVE THE MINIMUM ALTITUDE.  THE HOUR ANGLE IS THE
      * LOCAL SIDEREAL TIME LESS THE RIGHT ASCENSION, TAKEN INTO
      * -180 TO +180 DEGREES SO THE TRANSIT WORKED OUT FROM IT IS
      * THE ONE NEAREST THE GIVEN TIME.  AZIMUTH IS MEASURED FROM
      * NORTH THROUGH EAST.  RISE AND SET ARE FOR THE OBJECT'S
      * CENTRE ON A SEA-LEVEL HORIZON WITH ORDINARY REFRACTION; AN
      * OBJECT THAT NEVER SETS SHOWS "CIRC" FOR BOTH AND ONE THAT
      * NEVER RISES SHOWS "NEVER".
      *-----------------------------------------------------------
       PLACE-OBJECT.
           COMPUTE TN-RA-DEGREES = CAT-RA-HOURS * 15
           COMPUTE TN-DEC-RADIANS = CAT-DECLINATION * TN-RAD-PER-DEG
           COMPUTE TN-SIN-DEC = FUNCTION SIN(TN-DEC-RADIANS)
           COMPUTE TN-COS-DEC = FUNCTION COS(TN-DEC-RADIANS)
           COMPUTE TN-HOUR-ANGLE = TN-SIDEREAL - TN-RA-DEGREES
           IF TN-HOUR-ANGLE < -180
               ADD 360 TO TN-HOUR-ANGLE
           END-IF
           IF TN-HOUR-ANGLE > 180
               SUBTRACT 360 FROM TN-HOUR-ANGLE
           END-IF
           COMPUTE TN-COS-HA =
               FUNCTION COS(TN-HOUR-ANGLE * TN-RAD-PER-DEG)
           COMPUTE TN-SIN-HA =
               FUNCTION SIN(TN-HOUR-ANGLE * TN-RAD-PER-DEG)
           COMPUTE TN-SIN-ALT = TN-SIN-LAT * TN-SIN-DEC
               + TN-COS-LAT * TN-COS-DEC * TN-COS-HA
           IF TN-SIN-ALT > 1
               MOVE 1 TO TN-SIN-ALT
           END-IF
           IF TN-SIN-ALT < -1
               MOVE -1 TO TN-SIN-ALT
           END-IF
           COMPUTE TN-ALT-RADIANS = FUNCTION ASIN(TN-SIN-ALT)
           COMPUTE TN-ALTITUDE = TN-ALT-RADIANS / TN-RAD-PER-DEG
           IF TN-ALTITUDE < MIN-ALTITUDE
               ADD 1 TO LOW-COUNT
               GO TO PLACE-OBJECT-EXIT
           END-IF
           IF SKY-TABLE-COUNT NOT < 300
               IF TON-TABLE-NOT-FULL
                   SET TON-TABLE-IS-FULL TO TRUE
                   DISPLAY '*** MORE THAN 300 OBJECTS ARE UP - '
                       'ADDITIONAL OBJECTS OMITTED FROM THE LIST ***'
               END-IF
               GO TO PLACE-OBJECT-EXIT
           END-IF

           ADD 1 TO SKY-TABLE-COUNT
           SET SKY-IDX TO SKY-TABLE-COUNT
           MOVE CAT-DESIG      TO ST-OBJECT(SKY-IDX)
           MOVE CAT-TYPE       TO ST-TYPE(SKY-IDX)
           MOVE CAT-MAGNITUDE  TO ST-MAG(SKY-IDX)
           MOVE ENTRY-SOURCE   TO ST-SOURCE(SKY-IDX)
           MOVE ENTRY-PRIORITY TO ST-PRIORITY(SKY-IDX)
           MOVE "N"            TO ST-PRINTED(SKY-IDX)
           COMPUTE ST-ALTITUDE(SKY-IDX) ROUNDED = TN-ALTITUDE

           COMPUTE TN-COS-ALT = FUNCTION COS(TN-ALT-RADIANS)
           MOVE ZERO TO TN-AZIMUTH
           COMPUTE TN-COS-AZ =
               (TN-SIN-DEC - TN-SIN-ALT * TN-SIN-LAT)
               / (TN-COS-ALT * TN-COS-LAT)
               ON SIZE ERROR
                   MOVE 1 TO TN-COS-AZ
           END-COMPUTE
           IF TN-COS-AZ > 1
               MOVE 1 TO TN-COS-AZ
           END-IF
           IF TN-COS-AZ < -1
               MOVE -1 TO TN-COS-AZ
           END-IF
           COMPUTE TN-AZIMUTH = FUNCTION ACOS(TN-COS-AZ)
           COMPUTE TN-AZIMUTH = TN-AZIMUTH / TN-RAD-PER-DEG
           IF TN-SIN-HA > ZERO
               COMPUTE TN-AZIMUTH = 360 - TN-AZIMUTH
           END-IF
           COMPUTE ST-AZIMUTH(SKY-IDX) ROUNDED = TN-AZIMUTH
           IF ST-AZIMUTH(SKY-IDX) = 360
               MOVE ZERO TO ST-AZIMUTH(SKY-IDX)
           END-IF
           COMPUTE COMPASS-SUB = (TN-AZIMUTH + 11.25) / 22.5
           IF COMPASS-SUB > 15
               MOVE ZERO TO COMPASS-SUB
           END-IF
           ADD 1 TO COMPASS-SUB
           MOVE COMPASS-POINT(COMPASS-SUB) TO ST-COMPASS(SKY-IDX)

           COMPUTE TN-TRANSIT-HOURS = TN-LOCAL-HOURS
               - TN-HOUR-ANGLE / 15 * TN-SOLAR-PER-SIDEREAL
           MOVE TN-TRANSIT-HOURS TO TN-HOURS
           PERFORM HOURS-TO-HHMM THRU HOURS-TO-HHMM-EXIT
           MOVE TN-HHMM-NUM TO ST-TRANSIT(SKY-IDX)
           COMPUTE ST-SORT-KEY(SKY-IDX) ROUNDED = TN-OBS-MINUTES
               - TN-HOUR-ANGLE * 4 * TN-SOLAR-PER-SIDEREAL

           COMPUTE TN-COS-H0 =
               (TN-SIN-HORIZON - TN-SIN-LAT * TN-SIN-DEC)
               / (TN-COS-LAT * TN-COS-DEC)
               ON SIZE ERROR
                   MOVE -2 TO TN-COS-H0
           END-COMPUTE
           IF TN-COS-H0 < -1
               MOVE "CIRC" TO ST-RISE(SKY-IDX)
               MOVE "CIRC" TO ST-SET(SKY-IDX)
               GO TO PLACE-OBJECT-LAST-SEEN
           END-IF
           IF TN-COS-H0 > 1
               MOVE "NEVER" TO ST-RISE(SKY-IDX)
               MOVE "NEVER" TO ST-SET(SKY-IDX)
               GO TO PLACE-OBJECT-LAST-SEEN
           END-IF
           COMPUTE TN-SEMI-ARC = FUNCTION ACOS(TN-COS-H0)
           COMPUTE TN-SEMI-ARC = TN-SEMI-ARC / TN-RAD-PER-DEG
               / 15 * TN-SOLAR-PER-SIDEREAL
           COMPUTE TN-HOURS = TN-TRANSIT-HOURS - TN-SEMI-ARC
           PERFORM HOURS-TO-HHMM THRU HOURS-TO-HHMM-EXIT
           MOVE TN-HHMM-TEXT TO ST-RISE(SKY-IDX)
           COMPUTE TN-HOURS = TN-TRANSIT-HOURS + TN-SEMI-ARC
           PERFORM HOURS-TO-HHMM THRU HOURS-TO-HHMM-EXIT
           MOVE TN-HHMM-TEXT TO ST-SET(SKY-IDX).
       PLACE-OBJECT-LAST-SEEN.
           MOVE CAT-DESIG TO WANTED-OBJECT
           MOVE ZERO TO LAST-SEEN-DATE
           PERFORM FIND-LAST-LOG THRU FIND-LAST-LOG-EXIT
           PERFORM FIND-LAST-HIST THRU FIND-LAST-HIST-EXIT
           MOVE LAST-SEEN-DATE TO ST-LAST-SEEN(SKY-IDX).
       PLACE-OBJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * HOURS-TO-HHMM TURNS A CLOCK TIME IN DECIMAL HOURS (WHICH
      * MAY RUN PAST 24 OR BELOW 0) INTO HHMM IN TN-HHMM.
      *-----------------------------------------------------------
       HOURS-TO-HHMM.
           COMPUTE TN-MINUTES ROUNDED = TN-HOURS * 60
           COMPUTE TN-MINUTES = FUNCTION MOD(TN-MINUTES, 1440)
           DIVIDE TN-MINUTES BY 60 GIVING TN-HH REMAINDER TN-MM.
       HOURS-TO-HHMM-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * FIND-LAST-LOG WALKS THE OBJECT'S SIGHTINGS IN THE LIVE LOG
      * THROUGH THE AL-OBJECT ALTERNATE KEY, RAISING
      * LAST-SEEN-DATE TO THE LATEST DATE FOUND.  FIND-LAST-HIST
      * DOES THE SAME OVER THE ARCHIVED HISTORY.  AN OBJECT NEVER
      * SEEN IN EITHER FILE KEEPS LAST-SEEN-DATE ZERO.
      *-----------------------------------------------------------
       FIND-LAST-LOG.
           IF LOG-UNAVAILABLE
               GO TO FIND-LAST-LOG-EXIT
           END-IF
           SET SCAN-NOT-DONE TO TRUE
           MOVE WANTED-OBJECT TO AL-OBJECT
           READ ASTROLOGFILE KEY IS AL-OBJECT
               INVALID KEY
                   GO TO FIND-LAST-LOG-EXIT
           END-READ
           PERFORM SCAN-LOG-SIGHTING THRU SCAN-LOG-SIGHTING-EXIT
               UNTIL SCAN-DONE.
       FIND-LAST-LOG-EXIT.
           EXIT.

       SCAN-LOG-SIGHTING.
           IF AL-DATETIMEYR > LAST-SEEN-DATE
               MOVE AL-DATETIMEYR TO LAST-SEEN-DATE
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

       FIND-LAST-HIST.
           IF HIST-UNAVAILABLE
               GO TO FIND-LAST-HIST-EXIT
           END-IF
           SET SCAN-NOT-DONE TO TRUE
           MOVE WANTED-OBJECT TO AH-OBJECT
           READ HISTFILE KEY IS AH-OBJECT
               INVALID KEY
                   GO TO FIND-LAST-HIST-EXIT
           END-READ
           PERFORM SCAN-HIST-SIGHTING THRU SCAN-HIST-SIGHTING-EXIT
               UNTIL SCAN-DONE.
       FIND-LAST-HIST-EXIT.
           EXIT.

       SCAN-HIST-SIGHTING.
           IF AH-DATETIMEYR > LAST-SEEN-DATE
               MOVE AH-DATETIMEYR TO LAST-SEEN-DATE
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
      * PRINT-NEXT-TRANSIT PRINTS THE UNPRINTED OBJECT THAT
      * TRANSITS EARLIEST IN THE NIGHT BY REPEATEDLY PULLING THE
      * LOWEST SORT KEY (MINUTES FROM NOON) - THE SAME SELECTION
      * PASS ASTRPLN USES; THE TABLE IS SMALL ENOUGH THAT IT COSTS
      * NOTHING.
      *-----------------------------------------------------------
       PRINT-NEXT-TRANSIT.
           MOVE ZERO TO BEST-IDX
           PERFORM HUNT-EARLIEST THRU HUNT-EARLIEST-EXIT
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > SKY-TABLE-COUNT
           IF BEST-IDX = ZERO
               GO TO PRINT-NEXT-TRANSIT-EXIT
           END-IF
           SET SKY-IDX TO BEST-IDX
           MOVE "Y" TO ST-PRINTED(SKY-IDX)
           PERFORM PRINT-SKY-LINE THRU PRINT-SKY-LINE-EXIT.
       PRINT-NEXT-TRANSIT-EXIT.
           EXIT.

       HUNT-EARLIEST.
           SET SKY-IDX TO SCAN-IDX
           IF ST-PRINTED(SKY-IDX) = "Y"
               GO TO HUNT-EARLIEST-EXIT
           END-IF
           IF BEST-IDX = ZERO
               MOVE SCAN-IDX TO BEST-IDX
               GO TO HUNT-EARLIEST-EXIT
           END-IF
           IF ST-SORT-KEY(SKY-IDX) < ST-SORT-KEY(BEST-IDX)
               MOVE SCAN-IDX TO BEST-IDX
           END-IF.
       HUNT-EARLIEST-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-SKY-LINE PRINTS ONE OBJECT, STARTING A NEW PAGE AS
      * NEEDED.  A NEVER-SEEN OBJECT SHOWS "NEVER" IN THE LAST
      * SEEN COLUMN.
      *-----------------------------------------------------------
       PRINT-SKY-LINE.
           IF LINE-COUNT > LINES-PER-PAGE
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
           END-IF
           MOVE ST-OBJECT(SKY-IDX)   TO DET-OBJECT
           MOVE ST-TYPE(SKY-IDX)     TO DET-TYPE
           MOVE ST-MAG(SKY-IDX)      TO DET-MAG
           MOVE ST-ALTITUDE(SKY-IDX) TO DET-ALTITUDE
           MOVE ST-AZIMUTH(SKY-IDX)  TO DET-AZIMUTH
           MOVE ST-COMPASS(SKY-IDX)  TO DET-COMPASS
           MOVE ST-RISE(SKY-IDX)     TO DET-RISE
           MOVE ST-TRANSIT(SKY-IDX)  TO DET-TRANSIT
           MOVE ST-SET(SKY-IDX)      TO DET-SET
           IF ST-LAST-SEEN(SKY-IDX) = ZERO
               MOVE "NEVER" TO DET-LAST
           ELSE
               MOVE ST-LAST-SEEN(SKY-IDX) TO DET-LAST
           END-IF
           MOVE ST-SOURCE(SKY-IDX)   TO DET-SOURCE
           MOVE ST-PRIORITY(SKY-IDX) TO DET-PRIORITY
           WRITE REPORT-RECORD FROM DETAIL-LINE
           ADD 1 TO LINE-COUNT
           ADD 1 TO LISTED-COUNT.
       PRINT-SKY-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-HEADINGS STARTS A NEW PAGE - TITLE LINE WITH THE
      * DATE, TIME, SITE AND MINIMUM ALTITUDE, RUN DATE AND PAGE
      * NUMBER, COLUMN HEADINGS, AND A RULE LINE, MATCHING
      * ASTRPLN'S LAYOUT.
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
           WRITE REPORT-RECORD FROM BLANK-LINE
           WRITE REPORT-RECORD FROM HEAD-LINE-2
           WRITE REPORT-RECORD FROM HEAD-LINE-3
           MOVE 4 TO LINE-COUNT.
       PRINT-HEADINGS-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * VALIDATE-DATE CHECKS THAT DTY-MONTH IS 01-12 AND THAT
      * DTY-DAY IS A VALID DAY FOR THAT MONTH, ALLOWING FOR
      * 29 FEBRUARY IN LEAP YEARS.
      *-----------------------------------------------------------
       VALIDATE-DATE.
           SET DATE-IS-VALID TO TRUE
           IF DTY-MONTH < 1 OR DTY-MONTH > 12
               SET DATE-NOT-VALID TO TRUE
               GO TO VALIDATE-DATE-EXIT
           END-IF
           MOVE MONTH-DAYS(DTY-MONTH) TO MAX-DAY-VAL
           IF DTY-MONTH = 2
               PERFORM CHECK-LEAP-YEAR THRU CHECK-LEAP-YEAR-EXIT
           END-IF
           IF DTY-DAY < 1 OR DTY-DAY > MAX-DAY-VAL
               SET DATE-NOT-VALID TO TRUE
           END-IF.
       VALIDATE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CHECK-LEAP-YEAR RAISES MAX-DAY-VAL TO 29 WHEN DTY-YEAR IS A
      * LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURY YEARS NOT ALSO
      * DIVISIBLE BY 400).
      *-----------------------------------------------------------
       CHECK-LEAP-YEAR.
           DIVIDE DTY-YEAR BY 4   GIVING DT-QUOTIENT REMAINDER DT-REM4
           DIVIDE DTY-YEAR BY 100 GIVING DT-QUOTIENT REMAINDER DT-REM100
           DIVIDE DTY-YEAR BY 400 GIVING DT-QUOTIENT REMAINDER DT-REM400
           IF DT-REM4 = 0 AND (DT-REM100 NOT = 0 OR DT-REM400 = 0)
               MOVE 29 TO MAX-DAY-VAL
           END-IF.
       CHECK-LEAP-YEAR-EXIT.
           EXIT.

       PROGRAM-STOP.
           STOP RUN.
