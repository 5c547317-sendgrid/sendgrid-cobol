      *    SGERSAU - erasure audit record.  One per erasure request
      *    card, applied or not.  Holds the address's one-way digest,
      *    never the address itself - the audit trail must not become
      *    the one file that still remembers the customer - with the
      *    count of records removed or scrubbed in each file.
           05  ERA-TIMESTAMP           PIC X(26).
           05  ERA-USER-ID             PIC X(8).
           05  ERA-REQUEST-REF         PIC X(20).
           05  ERA-DIGEST              PIC X(40).
           05  ERA-RESULT              PIC X(8).
               88  ERA-WAS-APPLIED          VALUE "APPLIED".
               88  ERA-WAS-REJECTED         VALUE "REJECTED".
           05  ERA-REASON              PIC X(40).
           05  ERA-CNT-SUPPRESS        PIC 9(5).
           05  ERA-CNT-PREF            PIC 9(5).
           05  ERA-CNT-DISTLIST        PIC 9(5).
           05  ERA-CNT-RETRY           PIC 9(5).
           05  ERA-CNT-DEFER           PIC 9(5).
           05  ERA-CNT-ARCHIVE         PIC 9(7).
           05  ERA-CNT-HISTORY         PIC 9(7).
      *    Delivery open items dropped outright, and open items whose
      *    TO list had the address cut out.
           05  ERA-CNT-OPEN-DROP       PIC 9(5).
           05  ERA-CNT-OPEN-CHG        PIC 9(5).
