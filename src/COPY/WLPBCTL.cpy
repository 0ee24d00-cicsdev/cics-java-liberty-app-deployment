      *    Emergency override for a PAUSE that must run inside a
      *    change freeze; spaces on an ordinary entry.
          03 BULK-OVERRIDE-CODE     PIC X(08).
      *    The approved change record a PAUSE entry is made under, as
      *    raised in the change tool; spaces on a RESUME entry.
          03 BULK-CHANGE-NUMBER     PIC X(10).
