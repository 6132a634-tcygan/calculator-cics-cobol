      * EIBTIME)
           05 HELD-DATE PIC S9(7) COMP-3.
           05 HELD-TIME PIC S9(7) COMP-3.
      * the customer account the held result was keyed for - the
      * PF16 release puts it on the 'G' audit record, so the result
      * reaches billing under the account it was calculated for
      * (adding this widens the record, so the VSAM cluster has to
      * be redefined via IDCAMS to match)
           05 HELD-ACCOUNT PIC X(10).
