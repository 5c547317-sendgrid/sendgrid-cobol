           05  SA-MERGE-AMOUNT         PIC X(15).
           05  SA-MERGE-DUE-DATE       PIC X(10).
           05  SA-ORIG-MESSAGE-ID      PIC X(40).
      *    Y when the message carried an attachment (from SENDLOG).
           05  SA-ATTACH-PRESENT       PIC X(1).
