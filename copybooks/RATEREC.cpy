      * version takes effect; whoever applies a rate browses the
      * name's versions and picks the newest one whose effective
      * date is not in the future. maintained online by RATEMNTP
      * (supervisors only, audited) - a change there is only applied
      * once a second supervisor approves it on APPRMNTP.
      * extending the key from the bare 8-character name means the
      * VSAM cluster has to be redefined via IDCAMS and reloaded,
      * existing records getting effective date 0000000 (in effect
