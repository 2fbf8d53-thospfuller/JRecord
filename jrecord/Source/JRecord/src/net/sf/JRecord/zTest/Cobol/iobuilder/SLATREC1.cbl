      ************************************************************
      * Purpose: Service-level target record - the cut-off times
      *          agreed with the business for one Run-Id, keyed by
      *          Run-Id on SLATGT.  Three deadlines are held for
      *          each night's extract: its arrival (the load
      *          starting on it), its release (RUNREL 'RELEASED',
      *          or 'FORCED  ' by MROVRD00) and the BEXTRACT send
      *          (BSENTLOG).  Each deadline is a number of days
      *          after the Header-Record Creation-Date plus a
      *          24-hour HHMM time, so a 02:30 cut-off the morning
      *          after the business date is days 1, time 0230.
      *          Two sets are held: the weekday targets apply when
      *          the Creation-Date is a business day (Monday to
      *          Friday and not on the HOLIDAYS file), the holiday
      *          targets on every other day.  Sla-Schedule says
      *          which days an extract is owed at all - every day,
      *          or business days only - and Sla-Bext-Sw whether
      *          the Run-Id carries a BEXTRACT commitment (when it
      *          does not, the send deadlines are not measured).
      *          Entries are maintained through MRSLAM00's
      *          transaction file, not by hand-editing the VSAM
      *          file; MRSLA00 reports the month against them.
      ************************************************************

       01 Sla-Target-Record.
          03 Sla-Run-Id                             Pic X(8).
          03 Sla-Schedule                           Pic X.
             88 Sla-Every-Day          value 'E'.
             88 Sla-Business-Days      value 'B'.
          03 Sla-Bext-Sw                            Pic X.
             88 Sla-Bext-Committed     value 'Y'.
          03 Sla-Weekday-Targets.
             05 Sla-Wkd-Arrival-Days                Pic 9.
             05 Sla-Wkd-Arrival-Time                Pic 9(4).
             05 Sla-Wkd-Release-Days                Pic 9.
             05 Sla-Wkd-Release-Time                Pic 9(4).
             05 Sla-Wkd-Send-Days                   Pic 9.
             05 Sla-Wkd-Send-Time                   Pic 9(4).
          03 Sla-Holiday-Targets.
             05 Sla-Hol-Arrival-Days                Pic 9.
             05 Sla-Hol-Arrival-Time                Pic 9(4).
             05 Sla-Hol-Release-Days                Pic 9.
             05 Sla-Hol-Release-Time                Pic 9(4).
             05 Sla-Hol-Send-Days                   Pic 9.
             05 Sla-Hol-Send-Time                   Pic 9(4).
