      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTRAAV.COB
      *
      *  DESCRIPTIVE
      *         NAME: AAVSO EXPORT OF VARIABLE-STAR ESTIMATES
      *
      *  FUNCTION:
      *  THIS MODULE WRITES ONE MEMBER'S VARIABLE-STAR MAGNITUDE
      *  ESTIMATES (SEE ASTRVAR.CPY) THAT HAVE NOT YET GONE TO THE
      *  AAVSO TO ASTRAAV.TXT IN THE AAVSO VISUAL FILE FORMAT,
      *  READY FOR UPLOAD UNDER THE MEMBER'S AAVSO OBSERVER CODE
      *  (MBR-AAVSO-CODE, SEE ASTRMBR.CPY).  EACH ESTIMATE WRITTEN
      *  IS MARKED SUBMITTED WITH TODAY'S DATE, SO A LATER RUN
      *  NEVER SENDS IT AGAIN - UPLOAD ASTRAAV.TXT BEFORE THE NEXT
      *  RUN OVERWRITES IT.
      *
      *  THE DATE IS GIVEN AS A JULIAN DATE IN UT.  THE SIGHTING'S
      *  LOCAL DATE AND TIME ARE TAKEN BACK TO UT WITH THE UTC
      *  OFFSET OF THE SITE IT WAS LOGGED AT (SIT-UTC-OFFSET, SEE
      *  ASTRSIT.CPY), FOUND THROUGH THE SIGHTING IN ASTROLOG.LOG
      *  OR, ONCE ARCHIVED, ASTROLOG.HIS.  A SIGHTING WHOSE SITE
      *  CANNOT BE FOUND IS EXPORTED WITH ITS TIME TAKEN AS UT AND
      *  IS REPORTED SO THE OPERATOR CAN CHECK IT BEFORE UPLOAD.
      *
      *  LOGIC:
      *     (1) ACCEPT THE MEMBER ID AND LOOK UP THE OBSERVER CODE
      *     (2) OPEN VARSTARFILE I-O, THE LOG, HISTORY AND SITE
      *         FILES FOR INPUT AND AAVSOFILE FOR OUTPUT
      *     (3) WRITE THE VISUAL FILE FORMAT HEADER LINES
      *     (4) READ THE MEMBER'S ESTIMATES ON THE OBSERVER KEY,
      *         WRITING AND MARKING EACH ONE NOT YET SUBMITTED
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
       PROGRAM-ID.     ASTRAAV.
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
           SELECT VARSTARFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAR-KEY
           ALTERNATE RECORD KEY IS VAR-OBSERVER WITH DUPLICATES
           FILE STATUS IS VARFILESTATUS.

           SELECT MEMBERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MBR-ID
           FILE STATUS IS MBRFILESTATUS.

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

           SELECT SITEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIT-CODE
           ALTERNATE RECORD KEY IS SIT-NAME WITH DUPLICATES
           FILE STATUS IS SITFILESTATUS.

           SELECT AAVSOFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AAVFILESTATUS.
      **********************************************************
      * DATA DIVISION
      **********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD VARSTARFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRVAR.DAT".
       COPY ASTRVAR.

       FD MEMBERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRMBR.DAT".
       COPY ASTRMBR.

       FD ASTROLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTROLOG.LOG".
       COPY ASTRLOG.

       FD HISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTROLOG.HIS".
       COPY ASTRHIS.

       FD SITEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRSIT.DAT".
       COPY ASTRSIT.

       FD AAVSOFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRAAV.TXT".
       01 AAVSO-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 VARFILESTATUS    PIC 9(2).
           01 MBRFILESTATUS    PIC 9(2).
           01 FILESTATUS       PIC 9(2).
           01 HISTFILESTATUS   PIC 9(2).
           01 SITFILESTATUS    PIC 9(2).
           01 AAVFILESTATUS    PIC 9(2).

           01 EOF-SWITCH       PIC A(1) VALUE "N".
               88 END-OF-FILE  VALUE "Y".
           01 LOG-SWITCH       PIC A(1).
               88 LOG-AVAILABLE     VALUE "Y".
               88 LOG-UNAVAILABLE   VALUE "N".
           01 HIST-SWITCH      PIC A(1).
               88 HIST-AVAILABLE    VALUE "Y".
               88 HIST-UNAVAILABLE  VALUE "N".
           01 SITE-SWITCH      PIC A(1).
               88 SITE-AVAILABLE    VALUE "Y".
               88 SITE-UNAVAILABLE  VALUE "N".
           01 OFFSET-SWITCH    PIC A(1).
               88 OFFSET-FOUND      VALUE "Y".
               88 OFFSET-NOT-FOUND  VALUE "N".

           01 MEMBERVAL        PIC X(6).
           01 OBSCODE          PIC X(6).
           01 RUN-DATE         PIC 9(8).
           01 SIGHT-SITE       PIC X(50).
           01 UTC-OFFSET-WORK  PIC S9(2)V9(2).

           01 JD-DAY-NUMBER    PIC S9(7).
           01 JD-TIME          PIC 9(4).
           01 JD-TIME-BRKDN REDEFINES JD-TIME.
               05 JD-HOUR      PIC 9(2).
               05 JD-MINUTE    PIC 9(2).
           01 JD-DAY-MINUTES   PIC 9(4).
           01 JD-FRACTION      PIC S9(1)V9(8).
           01 JD-OFFSET-FRACTION PIC S9(1)V9(8).
           01 JD-VALUE         PIC 9(7)V9(4).
           01 JD-EDIT          PIC 9(7).9(4).

           01 MAG-EDIT         PIC --9.9.
           01 MAG-OUT          PIC X(6).
           01 COMMENT-OUT      PIC X(10).
           01 COMP2-OUT        PIC X(10).

           01 EXPORT-COUNT     PIC 9(5) VALUE ZERO.
           01 SKIPPED-COUNT    PIC 9(5) VALUE ZERO.
           01 UT-COUNT         PIC 9(5) VALUE ZERO.
      **********************************************************
      * PROCEDURE DIVISION
      **********************************************************
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY '-----------------------------------'
           DISPLAY '   AAVSO VARIABLE STAR EXPORT      '
           DISPLAY '-----------------------------------'
           DISPLAY 'ENTER THE MEMBER ID TO EXPORT:'
           ACCEPT MEMBERVAL
           PERFORM LOOKUP-OBSERVER THRU LOOKUP-OBSERVER-EXIT
           IF OBSCODE = SPACES
               GO TO PROGRAM-STOP
           END-IF

           OPEN I-O VARSTARFILE
           IF VARFILESTATUS = "35"
               DISPLAY 'NO VARIABLE STAR ESTIMATES ON FILE'
               GO TO PROGRAM-STOP
           END-IF
           IF VARFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRVAR.DAT - STATUS: '
                   VARFILESTATUS
               GO TO PROGRAM-STOP
           END-IF

           OPEN OUTPUT AAVSOFILE
           IF AAVFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRAAV.TXT - STATUS: '
                   AAVFILESTATUS
               CLOSE VARSTARFILE
               GO TO PROGRAM-STOP
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
           SET SITE-AVAILABLE TO TRUE
           OPEN INPUT SITEFILE
           IF SITFILESTATUS IS NOT EQUAL ZERO
               SET SITE-UNAVAILABLE TO TRUE
               DISPLAY 'SITE REGISTRY NOT AVAILABLE - STATUS: '
                   SITFILESTATUS ' - TIMES TAKEN AS UT'
           END-IF

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM WRITE-HEADER THRU WRITE-HEADER-EXIT

           MOVE MEMBERVAL TO VAR-OBSERVER
           START VARSTARFILE KEY IS EQUAL TO VAR-OBSERVER
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           PERFORM EXPORT-ESTIMATE THRU EXPORT-ESTIMATE-EXIT
               UNTIL END-OF-FILE

           CLOSE VARSTARFILE
           CLOSE AAVSOFILE
           IF LOG-AVAILABLE
               CLOSE ASTROLOGFILE
           END-IF
           IF HIST-AVAILABLE
               CLOSE HISTFILE
           END-IF
           IF SITE-AVAILABLE
               CLOSE SITEFILE
           END-IF
           DISPLAY 'ESTIMATES EXPORTED:          ' EXPORT-COUNT
           DISPLAY 'ALREADY SUBMITTED (SKIPPED): ' SKIPPED-COUNT
           IF UT-COUNT > ZERO
               DISPLAY 'EXPORTED WITH TIME TAKEN AS UT: ' UT-COUNT
           END-IF
           IF EXPORT-COUNT = ZERO
               DISPLAY 'NOTHING NEW TO SUBMIT FOR ' MEMBERVAL
           END-IF
           GO TO PROGRAM-STOP.

      *-----------------------------------------------------------
      * LOOKUP-OBSERVER READS THE MEMBER MASTER FOR MEMBERVAL AND
      * LEAVES THE MEMBER'S AAVSO OBSERVER CODE IN OBSCODE.  AN
      * UNKNOWN MEMBER, A MEMBER WITH NO OBSERVER CODE ON FILE, OR
      * NO MEMBER MASTER AT ALL LEAVES OBSCODE BLANK AND NOTHING
      * IS EXPORTED - AN AAVSO FILE CANNOT BE SUBMITTED WITHOUT
      * ONE.
      *-----------------------------------------------------------
       LOOKUP-OBSERVER.
           MOVE SPACES TO OBSCODE
           OPEN INPUT MEMBERFILE
           IF MBRFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRMBR.DAT - STATUS: '
                   MBRFILESTATUS
               GO TO LOOKUP-OBSERVER-EXIT
           END-IF
           MOVE MEMBERVAL TO MBR-ID
           READ MEMBERFILE
               INVALID KEY
                   DISPLAY 'MEMBER NOT ON FILE: ' MEMBERVAL
               NOT INVALID KEY
                   MOVE MBR-AAVSO-CODE TO OBSCODE
                   IF OBSCODE = SPACES
                       DISPLAY 'NO AAVSO OBSERVER CODE ON FILE FOR '
                           MEMBERVAL ' ' MBR-NAME
                   END-IF
           END-READ
           CLOSE MEMBERFILE.
       LOOKUP-OBSERVER-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * WRITE-HEADER WRITES THE VISUAL FILE FORMAT PARAMETER LINES
      * AND THE COLUMN NAMES.
      *-----------------------------------------------------------
       WRITE-HEADER.
           MOVE '#TYPE=VISUAL' TO AAVSO-RECORD
           WRITE AAVSO-RECORD
           MOVE SPACES TO AAVSO-RECORD
           STRING '#OBSCODE=' FUNCTION TRIM(OBSCODE)
               DELIMITED BY SIZE
               INTO AAVSO-RECORD
           END-STRING
           WRITE AAVSO-RECORD
           MOVE '#SOFTWARE=ASTROLOG ASTRAAV' TO AAVSO-RECORD
           WRITE AAVSO-RECORD
           MOVE '#DELIM=,' TO AAVSO-RECORD
           WRITE AAVSO-RECORD
           MOVE '#DATE=JD' TO AAVSO-RECORD
           WRITE AAVSO-RECORD
           MOVE '#OBSTYPE=VISUAL' TO AAVSO-RECORD
           WRITE AAVSO-RECORD
           MOVE '#NAME,DATE,MAG,COMMENTCODE,COMP1,COMP2,CHART,NOTES'
               TO AAVSO-RECORD
           WRITE AAVSO-RECORD.
       WRITE-HEADER-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * EXPORT-ESTIMATE READS THE NEXT OF THE MEMBER'S ESTIMATES.
      * ONE ALREADY SUBMITTED IS SKIPPED; ANY OTHER IS WRITTEN AS
      * A DATA LINE AND THEN REWRITTEN AS SUBMITTED TODAY.  IF THE
      * LINE CANNOT BE WRITTEN THE ESTIMATE IS LEFT UNSUBMITTED
      * AND THE EXPORT STOPS.
      *-----------------------------------------------------------
       EXPORT-ESTIMATE.
           READ VARSTARFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO EXPORT-ESTIMATE-EXIT
           END-READ.
           IF VAR-OBSERVER NOT = MEMBERVAL
               SET END-OF-FILE TO TRUE
               GO TO EXPORT-ESTIMATE-EXIT
           END-IF
           IF VAR-SUBMITTED
               ADD 1 TO SKIPPED-COUNT
               GO TO EXPORT-ESTIMATE-EXIT
           END-IF

           PERFORM FIND-SITE-OFFSET THRU FIND-SITE-OFFSET-EXIT
           IF OFFSET-NOT-FOUND
               ADD 1 TO UT-COUNT
               DISPLAY 'SITE NOT FOUND - TIME TAKEN AS UT: '
                   VAR-STAR ' ' VAR-DATETIMEYR ' ' VAR-TIME
           END-IF
           PERFORM COMPUTE-JULIAN-DATE
               THRU COMPUTE-JULIAN-DATE-EXIT

           MOVE VAR-MAGNITUDE TO MAG-EDIT
           MOVE SPACES TO MAG-OUT
           STRING VAR-FAINTER-FLAG DELIMITED BY SPACE
               FUNCTION TRIM(MAG-EDIT) DELIMITED BY SIZE
               INTO MAG-OUT
           END-STRING
           MOVE VAR-COMMENT-CODES TO COMMENT-OUT
           IF COMMENT-OUT = SPACES
               MOVE 'na' TO COMMENT-OUT
           END-IF
           MOVE VAR-COMP2 TO COMP2-OUT
           IF COMP2-OUT = SPACES
               MOVE 'na' TO COMP2-OUT
           END-IF

           MOVE SPACES TO AAVSO-RECORD
           STRING
               FUNCTION TRIM(VAR-STAR)    ','  DELIMITED BY SIZE
               JD-EDIT                    ','  DELIMITED BY SIZE
               FUNCTION TRIM(MAG-OUT)     ','  DELIMITED BY SIZE
               FUNCTION TRIM(COMMENT-OUT) ','  DELIMITED BY SIZE
               FUNCTION TRIM(VAR-COMP1)   ','  DELIMITED BY SIZE
               FUNCTION TRIM(COMP2-OUT)   ','  DELIMITED BY SIZE
               FUNCTION TRIM(VAR-CHART)   ','  DELIMITED BY SIZE
               'na'                            DELIMITED BY SIZE
               INTO AAVSO-RECORD
           END-STRING
           WRITE AAVSO-RECORD
           IF AAVFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'WRITE FAILED ON ASTRAAV.TXT - STATUS: '
                   AAVFILESTATUS ' - EXPORT STOPPED'
               SET END-OF-FILE TO TRUE
               GO TO EXPORT-ESTIMATE-EXIT
           END-IF
           ADD 1 TO EXPORT-COUNT

           SET VAR-SUBMITTED TO TRUE
           MOVE RUN-DATE TO VAR-SUBMIT-DATE
           REWRITE VAR-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO MARK ESTIMATE SUBMITTED - '
                       'STATUS: ' VARFILESTATUS ' ' VAR-STAR
                       ' ' VAR-DATETIMEYR ' ' VAR-TIME
           END-REWRITE.
       EXPORT-ESTIMATE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * FIND-SITE-OFFSET FINDS THE SITE THE ESTIMATE'S SIGHTING WAS
      * LOGGED AT - IN ASTROLOG.LOG, OR IN ASTROLOG.HIS ONCE
      * ARCHIVED - AND LEAVES THAT SITE'S UTC OFFSET IN
      * UTC-OFFSET-WORK WITH OFFSET-FOUND SET.  NO SIGHTING, OR A
      * SITE NOT IN THE REGISTRY, LEAVES A ZERO OFFSET WITH
      * OFFSET-NOT-FOUND SET.
      *-----------------------------------------------------------
       FIND-SITE-OFFSET.
           SET OFFSET-NOT-FOUND TO TRUE
           MOVE ZERO   TO UTC-OFFSET-WORK
           MOVE SPACES TO SIGHT-SITE
           IF LOG-AVAILABLE
               MOVE VAR-KEY TO AL-KEY
               READ ASTROLOGFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-LOCATION TO SIGHT-SITE
               END-READ
           END-IF
           IF SIGHT-SITE = SPACES AND HIST-AVAILABLE
               MOVE VAR-KEY TO AH-KEY
               READ HISTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AH-LOCATION TO SIGHT-SITE
               END-READ
           END-IF
           IF SIGHT-SITE = SPACES OR SITE-UNAVAILABLE
               GO TO FIND-SITE-OFFSET-EXIT
           END-IF
           MOVE SIGHT-SITE TO SIT-CODE
           READ SITEFILE
               INVALID KEY
                   GO TO FIND-SITE-OFFSET-EXIT
           END-READ
           MOVE SIT-UTC-OFFSET TO UTC-OFFSET-WORK
           SET OFFSET-FOUND TO TRUE.
       FIND-SITE-OFFSET-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * COMPUTE-JULIAN-DATE TURNS THE ESTIMATE'S LOCAL DATE AND
      * TIME INTO A UT JULIAN DATE TO FOUR PLACES IN JD-EDIT.  THE
      * INTEGER-OF-DATE DAY NUMBER OF 01/01/2000 IS 145732 AND
      * THAT DAY BEGAN AT JD 2451544.5, SO JD AT LOCAL MIDNIGHT IS
      * THE DAY NUMBER PLUS 2305812.5; THE TIME OF NIGHT IS ADDED
      * AS A FRACTION OF A DAY AND THE SITE'S UTC OFFSET (HOURS
      * EAST OF GREENWICH) TAKEN OFF.  EACH STEP IS COMPUTED INTO
      * ITS OWN FIELD SO NO INTERMEDIATE RESULT LOSES ITS
      * DECIMAL PLACES.
      *-----------------------------------------------------------
       COMPUTE-JULIAN-DATE.
           COMPUTE JD-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(VAR-DATETIMEYR)
           MOVE VAR-TIME TO JD-TIME
           COMPUTE JD-DAY-MINUTES = JD-HOUR * 60 + JD-MINUTE
           COMPUTE JD-FRACTION = JD-DAY-MINUTES / 1440
           COMPUTE JD-OFFSET-FRACTION = UTC-OFFSET-WORK / 24
           SUBTRACT JD-OFFSET-FRACTION FROM JD-FRACTION
           COMPUTE JD-VALUE = JD-DAY-NUMBER + 2305812.5
           ADD JD-FRACTION TO JD-VALUE ROUNDED
           MOVE JD-VALUE TO JD-EDIT.
       COMPUTE-JULIAN-DATE-EXIT.
           EXIT.

       PROGRAM-STOP.
           STOP RUN.
