      *    SGLDGST - the nightly job stream, in run order.  Each step
      *    may start only when the one before it is complete for the
      *    same run date, and the first only when the last run date
      *    on the ledger finished.  The two copy steps carry RETRYOUT
      *    and DEFEROUT over to the next night's RETRYIN and DEFERIN.
               05  FILLER              PIC X(8)  VALUE "SGEDIT".
               05  FILLER              PIC X(8)  VALUE "SENDGRID".
               05  FILLER              PIC X(8)  VALUE "SGBALNC".
               05  FILLER              PIC X(8)  VALUE "SGEVEDT".
               05  FILLER              PIC X(8)  VALUE "SGRECON".
               05  FILLER              PIC X(8)  VALUE "SGARCHV".
               05  FILLER              PIC X(8)  VALUE "RETRYCPY".
               05  FILLER              PIC X(8)  VALUE "DEFERCPY".
