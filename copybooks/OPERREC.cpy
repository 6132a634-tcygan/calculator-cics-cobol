      * per operator allowed to sign on to the calculator. MAPKALKP
      * reads it at sign-on so the working files can be keyed by who
      * the operator is instead of which terminal they are sitting at.
      * maintained online by OPERMNTP (supervisors only, audited) -
      * a change there is only applied once a second supervisor
      * approves it on APPRMNTP.
      * COPY this with REPLACING to supply the 01-level name:
      *     COPY OPERREC
      *         REPLACING OPERREC-NAME BY FS-OPER.
      * history all follow the id. never shown on any screen and
      * never written to the audit trail. a record still carrying a
      * blank PIN (loaded before this field existed, or not yet set)
      * signs on to the calculator without one until the supervisor
      * sets it - but not to VRFY or to the supervisor screens (RATE,
      * LIMT, OPER, APPR), which refuse it
           05 OP-PIN PIC X(4).
      * consecutive failed PIN attempts - reset to zero by a good
      * sign-on, and at three the lock byte below is set
