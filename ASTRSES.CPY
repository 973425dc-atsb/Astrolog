      *  PROGRAM THAT OPENS SESSIONFILE SO THE RECORD LAYOUT ONLY
      *  HAS TO BE MAINTAINED IN ONE PLACE.
      *
      *  SES-MOON-AGE (DAYS SINCE NEW MOON), SES-MOON-ILLUM
      *  (PERCENT OF THE DISC LIT) AND THE DARKNESS WINDOW ARE
      *  COMPUTED BY ASTROLOG20 FROM THE SESSION DATE AND SITE,
      *  FOR LOCAL MIDNIGHT OF THE SESSION NIGHT.  SES-DARK-START
      *  IS THE END OF EVENING ASTRONOMICAL TWILIGHT ON SES-DATE
      *  AND SES-DARK-END THE START OF MORNING ASTRONOMICAL
      *  TWILIGHT ON THE DAY AFTER, BOTH HHMM IN THE SITE'S CLOCK
      *  TIME (SEE SIT-UTC-OFFSET IN ASTRSIT.CPY).  SES-DARK-STATUS
      *  SAYS WHETHER THE WINDOW APPLIES - A SITE NOT IN THE SITE
      *  REGISTRY LEAVES IT BLANK AND THE WINDOW UNKNOWN.  A HEADER
      *  CONVERTED FROM THE OLD LAYOUT BY ASTRCNV2.COB IS BLANK
      *  TOO, WITH THE MOON AGE AND ILLUMINATION ZERO.
      *
      *  DATE
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 02-SEP-2026 CREATION OF SOFTWARE - OBSERVING SESSION HEADER
      * 15-OCT-2026 ADDED SES-MOON-AGE, SES-MOON-ILLUM AND THE
      *             DARKNESS WINDOW (SES-DARK-STATUS, SES-DARK-START,
      *             SES-DARK-END).  SES-MOON NOW HOLDS THE COMPUTED
      *             PHASE NAME RATHER THAN WHAT THE OPERATOR TYPED.
      * 15-OCT-2026 EXISTING ASTRSES.DAT FILES ARE CONVERTED TO THIS
      *             LAYOUT ONCE BY ASTRCNV2.COB - SES-DARK-STATUS
      *             SPACE, MOON AND DARKNESS FIELDS ZERO.
      **********************************************************
       01  SES-RECORD.
           05  SES-DATE            PIC 9(8).
           05  SES-SEEING          PIC X(30).
           05  SES-EQUIP           PIC X(50).
           05  SES-NOTES           PIC X(100).
           05  SES-MOON-AGE        PIC 9(2)V9(1).
           05  SES-MOON-ILLUM      PIC 9(3).
           05  SES-DARK-STATUS     PIC X(1).
               88  SES-DARK-KNOWN      VALUE "N".
               88  SES-DARK-NEVER      VALUE "L".
               88  SES-DARK-ALL-NIGHT  VALUE "D".
               88  SES-DARK-UNKNOWN    VALUE " ".
           05  SES-DARK-START      PIC 9(4).
           05  SES-DARK-END        PIC 9(4).
