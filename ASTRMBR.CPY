      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 02-SEP-2026 CREATION OF SOFTWARE - CLUB MEMBER MASTER
      * 15-OCT-2026 ADDED MBR-AAVSO-CODE, THE MEMBER'S AAVSO
      *             OBSERVER CODE, FOR THE VARIABLE-STAR EXPORT
      *             (SEE ASTRAAV.COB).  BLANK FOR A MEMBER WHO DOES
      *             NOT REPORT TO THE AAVSO.
      * 15-OCT-2026 EXISTING ASTRMBR.DAT FILES ARE CONVERTED TO THIS
      *             LAYOUT ONCE BY ASTRCNV2.COB - MBR-AAVSO-CODE
      *             SPACES ON EVERY MEMBER.
      **********************************************************
       01  MBR-RECORD.
           05  MBR-ID              PIC X(6).
           05  MBR-STATUS          PIC X(1).
               88  MBR-ACTIVE          VALUE "A".
               88  MBR-INACTIVE        VALUE "I".
           05  MBR-AAVSO-CODE      PIC X(6).
