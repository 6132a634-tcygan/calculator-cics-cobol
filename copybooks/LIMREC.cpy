      * DISPLAYED; this table is for what can be displayed but
      * cannot be right. maintained online by LIMMNTP (supervisors
      * only, audited), the same arrangement RATEF has with
      * RATEMNTP, including the second supervisor's approval on
      * APPRMNTP. no record under a name means no limit.
      * COPY this with REPLACING to supply the 01-level name:
      *     COPY LIMREC
      *         REPLACING LIMREC-NAME BY FS-LIMIT.
