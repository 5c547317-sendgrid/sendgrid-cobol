      *    send it repeats - the pointer that ties the audit trail
      *    together and tells the duplicate check it is deliberate.
           05  AL-ORIG-MESSAGE-ID      PIC X(40).
      *    Y when the message went out with an attachment - carried
      *    into the archive for the month-end chargeback.
           05  AL-ATTACH-PRESENT       PIC X(1).
