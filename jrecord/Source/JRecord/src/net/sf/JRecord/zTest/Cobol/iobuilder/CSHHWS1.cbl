      ************************************************************
      * Purpose: Shared WORKING-STORAGE fields for keeping the
      *          dated cash history (CSHHIST) chained, COPY'd beside
      *          CSHHPD1.cbl (with an FD CASH-HISTORY-FILE over
      *          CSHHREC1.cbl) into every program that posts to
      *          it.  The caller fills WS-CHH-ACCOUNT, WS-CHH-DATE
      *          and, as the opening to fall back on when the
      *          account has no history at all, WS-CHH-OPENING, and
      *          performs 8600-LOCATE-CASH-HISTORY; WS-CHH-FOUND
      *          then says whether the date's row is in the record
      *          area, and WS-CHH-OPENING holds the opening a new
      *          row for the date must take.  Once the row is
      *          written, WS-CHH-DELTA (its new closing less what
      *          the later rows were chained from) goes to
      *          8650-CARRY-CASH-HISTORY.
      ************************************************************

       01 WS-CHH-ACCOUNT                        PIC X(10) VALUE SPACES.
       01 WS-CHH-DATE                           PIC 9(8) VALUE 0.
       01 WS-CHH-OPENING                        PIC S9(11)V99 VALUE 0.
       01 WS-CHH-OLD-CLOSING                    PIC S9(11)V99 VALUE 0.
       01 WS-CHH-DELTA                          PIC S9(11)V99 VALUE 0.
       01 WS-CHH-FOUND-SW                       PIC X VALUE 'N'.
           88 WS-CHH-FOUND                      VALUE 'Y'.
       01 WS-CHH-PRIOR-SW                       PIC X VALUE 'N'.
           88 WS-CHH-PRIOR                      VALUE 'Y'.
       01 WS-CHH-LATER-SW                       PIC X VALUE 'N'.
           88 WS-CHH-LATER                      VALUE 'Y'.
       01 WS-CHH-SCAN-END-SW                    PIC X VALUE 'N'.
           88 WS-CHH-SCAN-END                   VALUE 'Y'.
