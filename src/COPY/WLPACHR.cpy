      *----------------------------------------------------------------*
      *  WLPACHR - head of the WLPAUDIT tamper-evidence chain, one     *
      *  record keyed WLPAUDIT.  It holds the chain position, check    *
      *  value and key of the last audit record written.  Every audit  *
      *  writer reads it for update, chains its record to it, and      *
      *  rewrites it once the audit WRITE has gone through, so chain   *
      *  positions are handed out one writer at a time.  The file must *
      *  be defined non-recoverable, like WLPLOCK: a recoverable       *
      *  REWRITE would hold the head until syncpoint and queue every   *
      *  other audit writer behind a long WLPBULK or WLPSNAP task.     *
      *  Load it with one record of zeros at install; if it is missing *
      *  the first audit writer starts the chain at position 1.        *
      *  WLPAUD01 checks the live file's newest record against it, so  *
      *  records removed from the end of the chain are caught too.     *
      *----------------------------------------------------------------*
       01 WLPACHN-RECORD.
          03 ACHN-KEY               PIC X(08).
          03 ACHN-LAST-SEQ          PIC 9(09).
          03 ACHN-LAST-VALUE        PIC 9(18).
          03 ACHN-LAST-KEY          PIC X(50).
