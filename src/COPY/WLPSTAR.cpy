          03 STATE-AUTO-RESUME-DATE     PIC X(10).
          03 STATE-AUTO-RESUME-TIME     PIC X(08).
          03 STATE-AUTO-RESUME-REQID    PIC X(08).
      *    The change record the endpoint was paused under - spaces
      *    once it is resumed.
          03 STATE-CHANGE-NUMBER        PIC X(10).
