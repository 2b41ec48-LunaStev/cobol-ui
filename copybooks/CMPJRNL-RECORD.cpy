      *> CMPJRNL-RECORD.cpy
      *> Record layout for CMPJRNL-FILE, the before/after change
      *> journal of the campaigns master. APPLYTRN appends one row
      *> per campaign.create, campaign.update, campaign.submit and
      *> campaign.decide posting, keyed by TRN-SEQ so a journal
      *> row ties back to the exact transaction: the full record
      *> image before the posting (spaces for a create) and after
      *> it. Every status a campaign passed through - and who moved
      *> it there, and the budget it carried when it was approved -
      *> is a read of this file.
       01 CMPJRNL-RECORD.
          05 CJR-TRN-SEQ         PIC X(06).
          05 CJR-DATE            PIC X(10).
          05 CJR-TIME            PIC X(08).
          05 CJR-TYPE            PIC X(16).
          05 CJR-ACTOR           PIC X(10).
          05 CJR-CAMP-ID         PIC X(08).
          05 CJR-BEFORE          PIC X(218).
          05 CJR-AFTER           PIC X(218).
