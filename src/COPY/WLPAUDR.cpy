      *    the actual requesting operator, as opposed to the typed
      *    AUDIT-APPROVER-ID token.
          03 AUDIT-REQUESTER-ID     PIC X(08).
      *    Set when the owning region could not be reached and the
      *    request was served by the endpoint's standby region
      *    instead; AUDIT-REGION then names the standby and
      *    AUDIT-FAILOVER-FROM the owner it was meant for.
          03 AUDIT-FAILOVER-SWITCH  PIC X(01).
             88 AUDIT-FAILED-OVER             VALUE 'Y'.
          03 AUDIT-FAILOVER-FROM    PIC X(08).
      *    The change record a PAUSE was made under, as checked against
      *    the WLPCREQ change extract - spaces on a RESUME or STATUS.
          03 AUDIT-CHANGE-NUMBER    PIC X(10).
      *    Set when a PAUSE went through on a change-freeze emergency
      *    override without a valid change record, so a change has to
      *    be raised for it retrospectively.
          03 AUDIT-RETRO-SWITCH     PIC X(01).
             88 AUDIT-RETRO-CHANGE-DUE        VALUE 'Y'.
      *    Tamper-evidence chain.  Every writer takes the next chain
      *    position from the WLPACHN chain head, copies the head's
      *    check value into AUDIT-CHAIN-PREV-VALUE and has WLPACHK
      *    work out AUDIT-CHAIN-VALUE over the rest of the record, so
      *    an edited record no longer matches its own value and a
      *    removed one leaves a hole in the positions.  WLPARC01 copies
      *    the fields to the archive unchanged and WLPAUD01 walks the
      *    archive and the live file as one chain.  A zero position
      *    means the chain head could not be read when the record was
      *    written.
          03 AUDIT-CHAIN.
             05 AUDIT-CHAIN-SEQ     PIC 9(09).
             05 AUDIT-CHAIN-PREV-VALUE PIC 9(18).
             05 AUDIT-CHAIN-VALUE   PIC 9(18).
