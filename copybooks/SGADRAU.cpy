      *    SGADRAU - address-change audit record.  One per change
      *    record, applied or not, with what the change moved in
      *    each file and any suppression it carried to the new
      *    address.
           05  ACA-TIMESTAMP           PIC X(26).
           05  ACA-USER-ID             PIC X(8).
           05  ACA-CUST-ID             PIC X(20).
           05  ACA-OLD-ADDRESS         PIC X(100).
           05  ACA-NEW-ADDRESS         PIC X(100).
           05  ACA-RESULT              PIC X(8).
               88  ACA-WAS-APPLIED          VALUE "APPLIED".
               88  ACA-WAS-REJECTED         VALUE "REJECTED".
           05  ACA-REASON              PIC X(40).
           05  ACA-CNT-DISTLIST        PIC 9(5).
           05  ACA-CNT-PREF            PIC 9(5).
           05  ACA-CNT-RETRY           PIC 9(5).
           05  ACA-CNT-DEFER           PIC 9(5).
      *    Reason of the old address's suppression, when one was
      *    carried to the new address; spaces when none was.
           05  ACA-SUPP-CARRIED        PIC X(12).
