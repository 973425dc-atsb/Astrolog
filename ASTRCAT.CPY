      *  NAMES AT ENTRY TIME INSTEAD OF TAKING THEM FREE-FORM.  IT
      *  IS COPIED INTO THE FD OF EVERY PROGRAM THAT OPENS
      *  CATALOGFILE SO THE RECORD LAYOUT ONLY HAS TO BE MAINTAINED
      *  IN ONE PLACE.  CAT-RA-HOURS (DECIMAL HOURS) AND
      *  CAT-DECLINATION (DECIMAL DEGREES, NORTH POSITIVE) ARE THE
      *  OBJECT'S J2000 POSITION, USED TO WORK OUT WHERE IT IS IN
      *  THE SKY ON A GIVEN NIGHT.  AN OBJECT THAT MOVES AGAINST
      *  THE STARS (A PLANET OR COMET) HAS NO FIXED POSITION AND
      *  IS CARRIED WITH CAT-POSITION-NONE.
      *
      *  DATE
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 22-AUG-2026 CREATION OF SOFTWARE - OBJECT MASTER CATALOG
      * 15-OCT-2026 ADDED CAT-RA-HOURS, CAT-DECLINATION AND
      *             CAT-POSITION-FLAG FOR THE TONIGHT'S-SKY LIST
      *             (SEE ASTRTON.COB).
      * 15-OCT-2026 ADDED CAT-VARIABLE-STAR ON CAT-TYPE - THE LOGGING
      *             PROGRAMS TAKE A MAGNITUDE ESTIMATE FOR A
      *             SIGHTING OF AN OBJECT OF THIS TYPE (SEE
      *             ASTRVAR.CPY).
      * 15-OCT-2026 EXISTING ASTRCAT.DAT FILES ARE CONVERTED TO THIS
      *             LAYOUT ONCE BY ASTRCNV2.COB - CAT-POSITION-FLAG
      *             "N", RA AND DECLINATION ZERO, UNTIL A POSITION
      *             IS ENTERED THROUGH ASTRCATM.
      **********************************************************
       01  CAT-RECORD.
           05  CAT-DESIG           PIC X(30).
           05  CAT-NAME            PIC X(30).
           05  CAT-TYPE            PIC X(20).
               88  CAT-VARIABLE-STAR   VALUE "VARIABLE STAR"
                                             "VARIABLE".
           05  CAT-CONST           PIC X(50).
           05  CAT-MAGNITUDE       PIC X(5).
           05  CAT-RA-HOURS        PIC 9(2)V9(4).
           05  CAT-DECLINATION     PIC S9(2)V9(4)
                                   SIGN IS LEADING SEPARATE.
           05  CAT-POSITION-FLAG   PIC X(1).
               88  CAT-POSITION-KNOWN  VALUE "Y".
               88  CAT-POSITION-NONE   VALUE "N" " ".
