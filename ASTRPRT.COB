      *             RECORDS FROM BEFORE THE SESSION FILE
      *             (AL-SESSION ZERO), OR A MISSING SESSION FILE,
      *             PRINT NO HEADER LINE.
      * 15-OCT-2026 A SECOND SESSION LINE NOW PRINTS THE MOON'S AGE
      *             AND ILLUMINATION AND THE NIGHT'S DARK HOURS
      *             (END TO START OF ASTRONOMICAL TWILIGHT) THAT
      *             ASTROLOG20 WORKS OUT FOR THE SESSION'S SITE.
      *             THE MOON COLUMN IS WIDENED TO THE FULL PHASE
      *             NAME.  HEADERS CONVERTED FROM THE OLD LAYOUT
      *             (SEE ASTRCNV2.COB) CARRY NO MOON OR DARKNESS
      *             FIGURES AND PRINT ONLY THE FIRST LINE.
      **********************************************************
      **********************************************************
      * IDENTIFICATION DIVISION
               05 FILLER       PIC X(6)  VALUE " OPER ".
               05 SESL-OPER    PIC X(12).
               05 FILLER       PIC X(6)  VALUE " MOON ".
               05 SESL-MOON    PIC X(15).
               05 FILLER       PIC X(6)  VALUE " TEMP ".
               05 SESL-TEMP    PIC X(5).
               05 FILLER       PIC X(8)  VALUE " SEEING ".
               05 SESL-SEEING  PIC X(16).
               05 FILLER       PIC X(16) VALUE SPACES.
           01 SESSION-SKY-LINE.
               05 FILLER       PIC X(19) VALUE SPACES.
               05 FILLER       PIC X(9)  VALUE "MOON AGE ".
               05 SKYL-AGE     PIC Z9.9.
               05 FILLER       PIC X(19)
                   VALUE " DAYS  ILLUMINATED ".
               05 SKYL-ILLUM   PIC ZZ9.
               05 FILLER       PIC X(8)  VALUE "%  DARK ".
               05 SKYL-DARK    PIC X(30).
               05 FILLER       PIC X(40) VALUE SPACES.
           01 SKY-DARK-HOURS.
               05 SKYD-START   PIC 9(4).
               05 FILLER       PIC X(4)  VALUE " TO ".
               05 SKYD-END     PIC 9(4).

           01 BLANK-LINE       PIC X(132) VALUE SPACES.
      **********************************************************
      * SESSION HEADER FILE AND PRINTS THE NIGHT'S CONDITIONS
      * ABOVE ITS SIGHTINGS.  A SIGHTING FROM BEFORE THE SESSION
      * FILE (AL-SESSION ZERO), A MISSING SESSION FILE, OR A
      * HEADER NOT ON FILE PRINTS NOTHING.  A SECOND LINE GIVES
      * THE MOON AND THE DARK HOURS WORKED OUT FOR THE SESSION,
      * WHEN THE HEADER CARRIES THEM.
      *-----------------------------------------------------------
       PRINT-SESSION-LINE.
           IF SESSION-UNAVAILABLE OR AL-SESSION = ZERO
           MOVE SES-TEMP     TO SESL-TEMP
           MOVE SES-SEEING   TO SESL-SEEING
           WRITE REPORT-RECORD FROM SESSION-LINE
           ADD 1 TO LINE-COUNT
           IF SES-MOON-ILLUM IS NOT NUMERIC
             OR SES-MOON-AGE IS NOT NUMERIC
               GO TO PRINT-SESSION-LINE-EXIT
           END-IF
           IF SES-DARK-UNKNOWN AND SES-MOON-AGE = ZERO
             AND SES-MOON-ILLUM = ZERO
               GO TO PRINT-SESSION-LINE-EXIT
           END-IF
           MOVE SES-MOON-AGE   TO SKYL-AGE
           MOVE SES-MOON-ILLUM TO SKYL-ILLUM
           MOVE "UNKNOWN - NO REGISTERED SITE" TO SKYL-DARK
           IF SES-DARK-KNOWN
               MOVE SES-DARK-START TO SKYD-START
               MOVE SES-DARK-END   TO SKYD-END
               MOVE SKY-DARK-HOURS TO SKYL-DARK
           END-IF
           IF SES-DARK-NEVER
               MOVE "NONE - TWILIGHT ALL NIGHT" TO SKYL-DARK
           END-IF
           IF SES-DARK-ALL-NIGHT
               MOVE "ALL NIGHT" TO SKYL-DARK
           END-IF
           WRITE REPORT-RECORD FROM SESSION-SKY-LINE
           ADD 1 TO LINE-COUNT.
       PRINT-SESSION-LINE-EXIT.
           EXIT.
