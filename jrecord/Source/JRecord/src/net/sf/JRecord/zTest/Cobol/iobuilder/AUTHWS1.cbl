      ************************************************************
      * Purpose: Shared WORKING-STORAGE fields for the dual-control
      *          authorization claim, COPY'd beside AUTHPD1.cbl
      *          (with an FD over AUTHREC1.cbl) into every program
      *          that performs a destructive or override operation
      *          - and, through LOCKPD1.cbl's stale-lock takeover,
      *          into every lock taker.  The caller fills
      *          WS-AUTH-PROGRAM-ID, WS-AUTH-ACTION,
      *          WS-AUTH-TARGET-ID and WS-AUTH-TARGET-DATE and
      *          performs 8500-CLAIM-AUTHORIZATION; WS-AUTH-GRANTED
      *          then says whether it may go ahead, and either the
      *          two operator ids and the reason for the AUDITLOG
      *          row or WS-AUTH-REFUSAL are filled in.
      ************************************************************

       01 WS-AUTH-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-AUTH-PROGRAM-ID                    PIC X(8) VALUE SPACES.
       01 WS-AUTH-ACTION                        PIC X(8) VALUE SPACES.
       01 WS-AUTH-TARGET-ID                     PIC X(8) VALUE SPACES.
       01 WS-AUTH-TARGET-DATE                   PIC 9(8) VALUE 0.
       01 WS-AUTH-GRANTED-SW                    PIC X VALUE 'N'.
           88 WS-AUTH-GRANTED                   VALUE 'Y'.
       01 WS-AUTH-REFUSAL                       PIC X(40) VALUE SPACES.
       01 WS-AUTH-MAKER-ID                      PIC X(8) VALUE SPACES.
       01 WS-AUTH-CHECKER-ID                    PIC X(8) VALUE SPACES.
       01 WS-AUTH-REASON-CODE                   PIC X(8) VALUE SPACES.

       01 WS-AUTH-NOW-DATE                      PIC 9(8) VALUE 0.
       01 WS-AUTH-NOW-TIME                      PIC 9(8) VALUE 0.
       01 WS-AUTH-NOW-TIME-R REDEFINES WS-AUTH-NOW-TIME.
           05 WS-AUTH-NOW-HH                    PIC 9(2).
           05 WS-AUTH-NOW-MM                    PIC 9(2).
           05 FILLER                            PIC 9(4).
       01 WS-AUTH-EXP-TIME                      PIC 9(8) VALUE 0.
       01 WS-AUTH-EXP-TIME-R REDEFINES WS-AUTH-EXP-TIME.
           05 WS-AUTH-EXP-HH                    PIC 9(2).
           05 WS-AUTH-EXP-MM                    PIC 9(2).
           05 FILLER                            PIC 9(4).
       01 WS-AUTH-NOW-MINUTES                   PIC 9(9) VALUE 0.
       01 WS-AUTH-EXP-MINUTES                   PIC 9(9) VALUE 0.
