      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTRCNV2.COB
      *
      *  DESCRIPTIVE
      *         NAME: ONE-TIME CONVERSION OF ASTRCAT.DAT, ASTRSES.DAT
      *               AND ASTRMBR.DAT FOR THE WIDENED LAYOUTS
      *
      *  FUNCTION:
      *  THIS MODULE IS RUN ONCE, WHEN TAKING ON THE ASTRCAT.CPY,
      *  ASTRSES.CPY AND ASTRMBR.CPY LAYOUTS THAT CARRY THE OBJECT
      *  POSITION, THE MOON AND DARKNESS FIELDS AND THE AAVSO
      *  OBSERVER CODE.  IT READS EACH OF THE THREE FILES STILL IN
      *  ITS OLD LAYOUT AND WRITES A .NEW COPY IN THE NEW LAYOUT:
      *     ASTRCAT.NEW - CAT-RA-HOURS AND CAT-DECLINATION ZERO,
      *                   CAT-POSITION-FLAG "N" (NO POSITION YET -
      *                   ENTER IT THROUGH ASTRCATM)
      *     ASTRSES.NEW - SES-MOON-AGE, SES-MOON-ILLUM,
      *                   SES-DARK-START AND SES-DARK-END ZERO,
      *                   SES-DARK-STATUS SPACE (WINDOW UNKNOWN)
      *     ASTRMBR.NEW - MBR-AAVSO-CODE SPACES (NOT AN AAVSO
      *                   REPORTER UNTIL ENTERED THROUGH ASTRMBRM)
      *  EACH FILE IS CONVERTED AND COUNTED ON ITS OWN.  AFTER A
      *  CLEAN RUN OF A FILE (RECORDS READ = RECORDS WRITTEN) THE
      *  OPERATOR RETIRES THE OLD FILE AND RENAMES THE .NEW COPY TO
      *  .DAT.  A FILE THAT WILL NOT OPEN IS REPORTED AND SKIPPED.
      *
      *  LOGIC:
      *     (1) CONVERT ASTRCAT.DAT TO ASTRCAT.NEW
      *     (2) CONVERT ASTRSES.DAT TO ASTRSES.NEW
      *     (3) CONVERT ASTRMBR.DAT TO ASTRMBR.NEW
      *     (4) FOR EACH, PRINT THE CONTROL TOTALS
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
       PROGRAM-ID.     ASTRCNV2.
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
           SELECT OLDCATFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLDCAT-DESIG
           ALTERNATE RECORD KEY IS OLDCAT-NAME WITH DUPLICATES
           FILE STATUS IS OLDCATFILESTATUS.

           SELECT CATALOGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-DESIG
           ALTERNATE RECORD KEY IS CAT-NAME WITH DUPLICATES
           FILE STATUS IS CATFILESTATUS.

           SELECT OLDSESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLDSES-DATE
           FILE STATUS IS OLDSESFILESTATUS.

           SELECT SESSIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SES-DATE
           FILE STATUS IS SESFILESTATUS.

           SELECT OLDMBRFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLDMBR-ID
           FILE STATUS IS OLDMBRFILESTATUS.

           SELECT MEMBERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MBR-ID
           FILE STATUS IS MBRFILESTATUS.
      **********************************************************
      * DATA DIVISION
      **********************************************************
       DATA DIVISION.
       FILE SECTION.
      *    THE OLD- RECORDS ARE THE ASTRCAT.CPY, ASTRSES.CPY AND
      *    ASTRMBR.CPY LAYOUTS AS THEY STOOD BEFORE THE NEW FIELDS
      *    WERE ADDED - THE ONE PLACE THE OLD LAYOUTS ARE STILL
      *    SPELLED OUT, SINCE THE COPYBOOKS HAVE MOVED ON.
       FD OLDCATFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRCAT.DAT".
       01  OLDCAT-RECORD.
           05  OLDCAT-DESIG        PIC X(30).
           05  OLDCAT-NAME         PIC X(30).
           05  OLDCAT-TYPE         PIC X(20).
           05  OLDCAT-CONST        PIC X(50).
           05  OLDCAT-MAGNITUDE    PIC X(5).

       FD CATALOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRCAT.NEW".
       COPY ASTRCAT.

       FD OLDSESFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRSES.DAT".
       01  OLDSES-RECORD.
           05  OLDSES-DATE         PIC 9(8).
           05  OLDSES-SITE         PIC X(50).
           05  OLDSES-OPERATOR     PIC X(20).
           05  OLDSES-MOON         PIC X(15).
           05  OLDSES-TEMP         PIC X(5).
           05  OLDSES-SEEING       PIC X(30).
           05  OLDSES-EQUIP        PIC X(50).
           05  OLDSES-NOTES        PIC X(100).

       FD SESSIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRSES.NEW".
       COPY ASTRSES.

       FD OLDMBRFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRMBR.DAT".
       01  OLDMBR-RECORD.
           05  OLDMBR-ID           PIC X(6).
           05  OLDMBR-NAME         PIC X(30).
           05  OLDMBR-JOINED       PIC 9(8).
           05  OLDMBR-STATUS       PIC X(1).

       FD MEMBERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRMBR.NEW".
       COPY ASTRMBR.

       WORKING-STORAGE SECTION.
           01 OLDCATFILESTATUS PIC 9(2).
           01 CATFILESTATUS    PIC 9(2).
           01 OLDSESFILESTATUS PIC 9(2).
           01 SESFILESTATUS    PIC 9(2).
           01 OLDMBRFILESTATUS PIC 9(2).
           01 MBRFILESTATUS    PIC 9(2).
           01 EOF-SWITCH       PIC A(1) VALUE "N".
               88 END-OF-FILE  VALUE "Y".
      *    THE COUNTS ARE RESET AT THE START OF EACH FILE.
           01 READ-COUNT       PIC 9(5) VALUE ZERO.
           01 WRITTEN-COUNT    PIC 9(5) VALUE ZERO.
           01 NEW-FILE-NAME    PIC X(7).
      **********************************************************
      * PROCEDURE DIVISION
      **********************************************************
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY '-----------------------------------'
           DISPLAY '  MASTER FILE LAYOUT CONVERSION'
           DISPLAY '-----------------------------------'

           PERFORM CONVERT-CATALOG THRU CONVERT-CATALOG-EXIT
           PERFORM CONVERT-SESSIONS THRU CONVERT-SESSIONS-EXIT
           PERFORM CONVERT-MEMBERS THRU CONVERT-MEMBERS-EXIT
           GO TO PROGRAM-STOP.

      *-----------------------------------------------------------
      * CONVERT-CATALOG COPIES ASTRCAT.DAT TO ASTRCAT.NEW WITH NO
      * POSITION ON ANY OBJECT.
      *-----------------------------------------------------------
       CONVERT-CATALOG.
           DISPLAY ' '
           DISPLAY 'ASTRCAT.DAT - OBJECT MASTER CATALOG'
           OPEN INPUT OLDCATFILE
           IF OLDCATFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN OLD ASTRCAT.DAT - STATUS: '
                   OLDCATFILESTATUS
               GO TO CONVERT-CATALOG-EXIT
           END-IF
           OPEN OUTPUT CATALOGFILE
           IF CATFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO CREATE ASTRCAT.NEW - STATUS: '
                   CATFILESTATUS
               CLOSE OLDCATFILE
               GO TO CONVERT-CATALOG-EXIT
           END-IF

           MOVE "N" TO EOF-SWITCH
           MOVE ZERO TO READ-COUNT
           MOVE ZERO TO WRITTEN-COUNT
           PERFORM CONVERT-CATALOG-RECORD
               THRU CONVERT-CATALOG-RECORD-EXIT
               UNTIL END-OF-FILE

           CLOSE OLDCATFILE
           CLOSE CATALOGFILE
           MOVE 'ASTRCAT' TO NEW-FILE-NAME
           PERFORM PRINT-CONTROL-TOTALS THRU PRINT-CONTROL-TOTALS-EXIT.
       CONVERT-CATALOG-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CONVERT-CATALOG-RECORD READS THE NEXT OLD-LAYOUT CATALOG
      * RECORD AND WRITES IT IN THE NEW LAYOUT WITH THE POSITION
      * ZERO AND CAT-POSITION-FLAG "N".
      *-----------------------------------------------------------
       CONVERT-CATALOG-RECORD.
           READ OLDCATFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO CONVERT-CATALOG-RECORD-EXIT
           END-READ.
           ADD 1 TO READ-COUNT
           MOVE OLDCAT-DESIG     TO CAT-DESIG
           MOVE OLDCAT-NAME      TO CAT-NAME
           MOVE OLDCAT-TYPE      TO CAT-TYPE
           MOVE OLDCAT-CONST     TO CAT-CONST
           MOVE OLDCAT-MAGNITUDE TO CAT-MAGNITUDE
           MOVE ZERO             TO CAT-RA-HOURS
           MOVE ZERO             TO CAT-DECLINATION
           MOVE "N"              TO CAT-POSITION-FLAG
           WRITE CAT-RECORD
               INVALID KEY
                   DISPLAY '*** WRITE FAILED - STATUS: ' CATFILESTATUS
                       ' ON ' OLDCAT-DESIG
               NOT INVALID KEY
                   ADD 1 TO WRITTEN-COUNT
           END-WRITE.
       CONVERT-CATALOG-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CONVERT-SESSIONS COPIES ASTRSES.DAT TO ASTRSES.NEW WITH THE
      * MOON AND DARKNESS FIELDS UNKNOWN ON EVERY HEADER.
      *-----------------------------------------------------------
       CONVERT-SESSIONS.
           DISPLAY ' '
           DISPLAY 'ASTRSES.DAT - OBSERVING SESSION HEADERS'
           OPEN INPUT OLDSESFILE
           IF OLDSESFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN OLD ASTRSES.DAT - STATUS: '
                   OLDSESFILESTATUS
               GO TO CONVERT-SESSIONS-EXIT
           END-IF
           OPEN OUTPUT SESSIONFILE
           IF SESFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO CREATE ASTRSES.NEW - STATUS: '
                   SESFILESTATUS
               CLOSE OLDSESFILE
               GO TO CONVERT-SESSIONS-EXIT
           END-IF

           MOVE "N" TO EOF-SWITCH
           MOVE ZERO TO READ-COUNT
           MOVE ZERO TO WRITTEN-COUNT
           PERFORM CONVERT-SESSION-RECORD
               THRU CONVERT-SESSION-RECORD-EXIT
               UNTIL END-OF-FILE

           CLOSE OLDSESFILE
           CLOSE SESSIONFILE
           MOVE 'ASTRSES' TO NEW-FILE-NAME
           PERFORM PRINT-CONTROL-TOTALS THRU PRINT-CONTROL-TOTALS-EXIT.
       CONVERT-SESSIONS-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CONVERT-SESSION-RECORD READS THE NEXT OLD-LAYOUT SESSION
      * HEADER AND WRITES IT IN THE NEW LAYOUT WITH THE MOON AGE,
      * ILLUMINATION AND DARKNESS WINDOW ZERO AND SES-DARK-STATUS
      * SPACE - THE WINDOW WAS NEVER WORKED OUT FOR THESE NIGHTS.
      *-----------------------------------------------------------
       CONVERT-SESSION-RECORD.
           READ OLDSESFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO CONVERT-SESSION-RECORD-EXIT
           END-READ.
           ADD 1 TO READ-COUNT
           MOVE OLDSES-DATE      TO SES-DATE
           MOVE OLDSES-SITE      TO SES-SITE
           MOVE OLDSES-OPERATOR  TO SES-OPERATOR
           MOVE OLDSES-MOON      TO SES-MOON
           MOVE OLDSES-TEMP      TO SES-TEMP
           MOVE OLDSES-SEEING    TO SES-SEEING
           MOVE OLDSES-EQUIP     TO SES-EQUIP
           MOVE OLDSES-NOTES     TO SES-NOTES
           MOVE ZERO             TO SES-MOON-AGE
           MOVE ZERO             TO SES-MOON-ILLUM
           MOVE SPACE            TO SES-DARK-STATUS
           MOVE ZERO             TO SES-DARK-START
           MOVE ZERO             TO SES-DARK-END
           WRITE SES-RECORD
               INVALID KEY
                   DISPLAY '*** WRITE FAILED - STATUS: ' SESFILESTATUS
                       ' ON ' OLDSES-DATE
               NOT INVALID KEY
                   ADD 1 TO WRITTEN-COUNT
           END-WRITE.
       CONVERT-SESSION-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CONVERT-MEMBERS COPIES ASTRMBR.DAT TO ASTRMBR.NEW WITH NO
      * AAVSO OBSERVER CODE ON ANY MEMBER.
      *-----------------------------------------------------------
       CONVERT-MEMBERS.
           DISPLAY ' '
           DISPLAY 'ASTRMBR.DAT - CLUB MEMBER MASTER'
           OPEN INPUT OLDMBRFILE
           IF OLDMBRFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN OLD ASTRMBR.DAT - STATUS: '
                   OLDMBRFILESTATUS
               GO TO CONVERT-MEMBERS-EXIT
           END-IF
           OPEN OUTPUT MEMBERFILE
           IF MBRFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO CREATE ASTRMBR.NEW - STATUS: '
                   MBRFILESTATUS
               CLOSE OLDMBRFILE
               GO TO CONVERT-MEMBERS-EXIT
           END-IF

           MOVE "N" TO EOF-SWITCH
           MOVE ZERO TO READ-COUNT
           MOVE ZERO TO WRITTEN-COUNT
           PERFORM CONVERT-MEMBER-RECORD
               THRU CONVERT-MEMBER-RECORD-EXIT
               UNTIL END-OF-FILE

           CLOSE OLDMBRFILE
           CLOSE MEMBERFILE
           MOVE 'ASTRMBR' TO NEW-FILE-NAME
           PERFORM PRINT-CONTROL-TOTALS THRU PRINT-CONTROL-TOTALS-EXIT.
       CONVERT-MEMBERS-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CONVERT-MEMBER-RECORD READS THE NEXT OLD-LAYOUT MEMBER
      * RECORD AND WRITES IT IN THE NEW LAYOUT WITH MBR-AAVSO-CODE
      * SET TO SPACES.
      *-----------------------------------------------------------
       CONVERT-MEMBER-RECORD.
           READ OLDMBRFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO CONVERT-MEMBER-RECORD-EXIT
           END-READ.
           ADD 1 TO READ-COUNT
           MOVE OLDMBR-ID        TO MBR-ID
           MOVE OLDMBR-NAME      TO MBR-NAME
           MOVE OLDMBR-JOINED    TO MBR-JOINED
           MOVE OLDMBR-STATUS    TO MBR-STATUS
           MOVE SPACES           TO MBR-AAVSO-CODE
           WRITE MBR-RECORD
               INVALID KEY
                   DISPLAY '*** WRITE FAILED - STATUS: ' MBRFILESTATUS
                       ' ON ' OLDMBR-ID
               NOT INVALID KEY
                   ADD 1 TO WRITTEN-COUNT
           END-WRITE.
       CONVERT-MEMBER-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-CONTROL-TOTALS SHOWS THE COUNTS FOR THE FILE JUST
      * CONVERTED (NAMED IN NEW-FILE-NAME) AND WHETHER ITS .NEW
      * COPY MAY BE RENAMED INTO PLACE.
      *-----------------------------------------------------------
       PRINT-CONTROL-TOTALS.
           DISPLAY 'RECORDS READ    : ' READ-COUNT
           DISPLAY 'RECORDS WRITTEN : ' WRITTEN-COUNT
           IF READ-COUNT = WRITTEN-COUNT
               DISPLAY 'CONVERSION COMPLETE - RETIRE THE OLD FILE'
               DISPLAY 'AND RENAME ' NEW-FILE-NAME '.NEW TO '
                   NEW-FILE-NAME '.DAT'
           ELSE
               DISPLAY '*** COUNTS DO NOT MATCH - DO NOT RENAME ***'
           END-IF.
       PRINT-CONTROL-TOTALS-EXIT.
           EXIT.

       PROGRAM-STOP.
           STOP RUN.
