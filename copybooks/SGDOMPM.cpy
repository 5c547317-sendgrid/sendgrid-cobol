      *    SGDOMPM - domain deliverability report parameter card.
      *    Bounds the run dates reported; a blank from-date starts at
      *    the oldest archived send, a blank to-date runs to the
      *    newest.  No card at all reports every run date on file.
           05  DP-FROM-DATE            PIC X(8).
           05  DP-TO-DATE              PIC X(8).
