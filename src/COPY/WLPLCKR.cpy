      *----------------------------------------------------------------*
      *  WLPLCKR - per-endpoint operation lock, keyed by endpoint ID.  *
      *  Every program that drives a PAUSE or RESUME writes one        *
      *  before its LINK to WLPCTRL and deletes it once the audit,     *
      *  state and notification writes are done, so a second          *
      *  controller path for the same endpoint finds the record        *
      *  (DUPREC on its own WRITE) and is turned away naming the       *
      *  holder.  The file must be defined non-recoverable: a          *
      *  recoverable WRITE would hold the key until syncpoint and      *
      *  make the second caller wait instead of being told, and the    *
      *  lock has to be visible to other tasks the moment it is        *
      *  taken.  A record left behind by a task that abended is        *
      *  shown and cleared on WLPMNT (file code L).                    *
      *----------------------------------------------------------------*
       01 WLPLOCK-RECORD.
          03 LOCK-ENDPOINT          PIC X(128).
          03 LOCK-OPERATION         PIC X(10).
          03 LOCK-TRANSID           PIC X(04).
          03 LOCK-PROGRAM           PIC X(08).
          03 LOCK-USERID            PIC X(08).
          03 LOCK-TASK-NUMBER       PIC 9(07).
          03 LOCK-SYSID             PIC X(04).
          03 LOCK-DATE              PIC X(10).
          03 LOCK-TIME              PIC X(08).
