      *    SGCHGGL - chargeback general-ledger extract.  One detail
      *    record per owning department and cost center billed for
      *    the month, then one trailer carrying the detail count and
      *    the month's totals for the ledger load to balance against.
      *    Uncampaigned mail is billed to cost center UNCAMPAIGN, and
      *    mail of a campaign with no cost center on the campaign
      *    master to UNASSIGNED, so neither drops out of the bill.
           05  GL-RECORD-TYPE          PIC X(1).
               88  GL-IS-DETAIL             VALUE "D".
               88  GL-IS-TRAILER            VALUE "T".
           05  GL-BILL-MONTH           PIC X(6).
           05  GL-OWNER-DEPT           PIC X(8).
           05  GL-COST-CENTER          PIC X(10).
           05  GL-MESSAGES             PIC 9(9).
           05  GL-RECIPIENTS           PIC 9(9).
           05  GL-ATTACHMENTS          PIC 9(9).
           05  GL-RESENDS              PIC 9(9).
           05  GL-DIGESTS              PIC 9(9).
           05  GL-DETAIL-COUNT         PIC 9(5).
