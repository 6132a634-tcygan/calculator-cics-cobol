      ******************************************************************
      * VERHREC - layout of the verification history file VERHIST,
      * one record appended per operator per VERIRPT run, so each
      * operator's blind second-keying error rate can be followed
      * over time rather than only for the day on the report.
      * written and read back by VERIRPT. COPY this with REPLACING
      * to supply the 01-level name:
      *     COPY VERHREC
      *         REPLACING VERHREC-NAME BY VHIS-RECORD.
      ******************************************************************
       01  VERHREC-NAME.
      * the day the figures are for - the check date the VERIRPT run
      * reported on (0CYYDDD julian, as EIBDATE)
           05 VHIS-DATE PIC 9(7).
           05 VHIS-OPERID PIC X(8).
      * that day's checks of this operator's work, and how many of
      * them the checker's answer disagreed with
           05 VHIS-CHECKED PIC 9(5).
           05 VHIS-MISMATCHED PIC 9(5).
      * samples of this operator's still waiting for a checker when
      * the report ran
           05 VHIS-WAITING PIC 9(5).
           05 FILLER PIC X(10).
