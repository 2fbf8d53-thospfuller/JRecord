      *          stale-lock detection in LOCKPD1.cbl reports and
      *          (under MRLOCK-FORCE=Y) clears, so nobody ever
      *          hand-edits this file.  The resource names in use:
      *          'MASTERS ' (DMASTER/BMASTER/AMASTER/CMASTER),
      *          'CKPTFILE' and 'AUDITLOG'.
      ************************************************************

       01 Lock-Record.
