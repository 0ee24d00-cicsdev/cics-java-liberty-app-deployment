      *  WLPCTRLW arms the WLPT watchdog); the started instance       *
      *  drives the operation and advances SCHED-STATUS through       *
      *  STARTED to DONE so the morning shift can see that an         *
      *  overnight window actually ran.  An ARMED entry whose time    *
      *  passed while the region was down is set MISSED by WLPRCVR    *
      *  when the site has chosen to alert on such windows rather     *
      *  than fire them late; no arming pass picks it up again.       *
      *----------------------------------------------------------------*
       01 WLPSCHED-RECORD.
          03 SCHED-KEY.
             88 SCHED-IS-ARMED                 VALUE 'ARMED'.
             88 SCHED-IS-STARTED               VALUE 'STARTED'.
             88 SCHED-IS-DONE                  VALUE 'DONE'.
             88 SCHED-IS-MISSED                VALUE 'MISSED'.
          03 SCHED-ARM-REQID        PIC X(08).
      *    The approved change record a PAUSE window is carried out
      *    under; a BULK window's entries carry their own on WLPBCTL.
          03 SCHED-CHANGE-NUMBER    PIC X(10).
