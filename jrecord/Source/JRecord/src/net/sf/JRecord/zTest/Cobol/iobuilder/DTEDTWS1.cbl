      * Purpose: Shared WORKING-STORAGE fields for the Request 002
      *          version-layout normalisation and Request 008 field
      *          edits applied to Detail-Record/Detail-Record-B
      *          rows, and to the Detail-Record-A and
      *          Detail-Record-C rows.  COPY'd into the
      *          WORKING-STORAGE SECTION of every program that reads
      *          the master-record extract (MRLOAD00.cbl,
      *          MRSPLIT00.cbl, MRBEXT00.cbl) together with
      *          DTEDTPD1.cbl, so the version threshold and edit
      *          rules are kept in one place instead of being
      *          hand-copied and kept in sync across programs.
      ************************************************************

       01 WS-VERSION-V2-THRESHOLD               PIC 9(3)V99
               VALUE 002.00.

       01 WS-DETAIL-A-NORM.
           05 WS-DAN-FIELD-1A                   PIC X(11).
           05 WS-DAN-FIELD-2A                   PIC X(12).
           05 WS-DAN-FIELD-3A                   PIC X(11).
           05 WS-DAN-FIELD-4A                   PIC X(44).

       01 WS-DETAIL-NORM.
           05 WS-DN-FIELD-1                     PIC X(10).
           05 WS-DN-FIELD-2                     PIC X(20).
