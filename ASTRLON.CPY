      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTRLON.CPY
      *
      *  DESCRIPTIVE
      *         NAME: SHARED RECORD LAYOUT FOR LOANFILE
      *
      *  FUNCTION:
      *  THIS COPYBOOK DEFINES ONE RECORD OF ASTRLON.DAT, THE
      *  CLUB'S LOANER-INSTRUMENT LOAN FILE.  EACH RECORD IS ONE
      *  LOAN OF ONE INSTRUMENT FROM THE EQUIPMENT REGISTRY (SEE
      *  ASTREQP.CPY) TO ONE MEMBER (SEE ASTRMBR.CPY), KEYED BY
      *  THE INSTRUMENT'S EQP-CODE AND THE DATE IT WENT OUT, SO
      *  THE LOANS OF ONE INSTRUMENT READ BACK IN DATE ORDER.  THE
      *  BORROWER'S MEMBER ID IS AN ALTERNATE KEY.  A ZERO RETURN
      *  DATE MEANS THE INSTRUMENT IS STILL OUT; ASTRLONM.COB
      *  NEVER LETS ONE INSTRUMENT HAVE TWO LOANS OPEN OR TWO
      *  LOANS OVERLAP, SO AT MOST ONE LOAN COVERS ANY NIGHT.  A
      *  LOAN COVERS EVERY NIGHT FROM ITS CHECKOUT DATE UP TO, BUT
      *  NOT INCLUDING, ITS RETURN DATE.
      *
      *  DATE
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 15-OCT-2026 CREATION OF SOFTWARE - LOANER-INSTRUMENT LOANS
      **********************************************************
       01  LON-RECORD.
           05  LON-KEY.
               10  LON-EQP-CODE        PIC X(20).
               10  LON-CHECKOUT-DATE   PIC 9(8).
           05  LON-MBR-ID          PIC X(6).
           05  LON-DUE-DATE        PIC 9(8).
           05  LON-RETURN-DATE     PIC 9(8).
               88  LON-STILL-OUT       VALUE ZERO.
