             88 HLT-IS-UNREACH                 VALUE 'UNREACH'.
          03 HLT-RETURN-CODE        PIC 9(02).
          03 HLT-REGION             PIC X(08).
      *    Set when the owning region could not be reached and the
      *    sample was taken on the endpoint's standby region instead;
      *    HLT-REGION then names the standby and HLT-FAILOVER-FROM
      *    the owner.
          03 HLT-FAILOVER-SWITCH    PIC X(01).
             88 HLT-FAILED-OVER               VALUE 'Y'.
          03 HLT-FAILOVER-FROM      PIC X(08).
