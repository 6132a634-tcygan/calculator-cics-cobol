      ******************************************************************
      * ACCTREC - layout of the customer account master file ACCTF,
      * one record per customer account that calculations can be
      * keyed for. the calculator checks the account typed on MAP1
      * against this file before a calculation is accepted, and the
      * account then rides on the audit record, the held result and
      * the billing extract - disputes arrive by account number, and
      * ACCTSTMT lists everything done for an account from the trail.
      * loaded from the customer system's account extract by
      * ACCTLOAD - an account is closed, never deleted, so the
      * statements for its last months can still name it.
      * COPY this with REPLACING to supply the 01-level name:
      *     COPY ACCTREC
      *         REPLACING ACCTREC-NAME BY FS-ACCT.
      ******************************************************************
       01  ACCTREC-NAME.
           05 ACCT-KEY PIC X(10).
           05 ACCT-NAME PIC X(30).
      * only 'C' refuses calculations - the account stays on file so
      * its history can still be listed
           05 ACCT-STATUS PIC X.
               88 ACCT-OPEN VALUE 'O'.
               88 ACCT-CLOSED VALUE 'C'.
      * who last touched it and when (0CYYDDD julian, as EIBDATE) -
      * the ACCTLOAD listing has the full story, this is the quick
      * answer
           05 ACCT-UPD-OPER PIC X(8).
           05 ACCT-UPD-DATE PIC S9(7) COMP-3.
