      *>     (the default), L local statutory only, G group GAAP
      *>     only - the parallel-adjustment dimension the ledger
      *>     filters on the reports read.
           05  JE-DEBIT-CLEARING-ID  PIC 9(9).
           05  JE-CREDIT-CLEARING-ID PIC 9(9).
      *>     one per side, since a posting can hit a clearing account
      *>     on either leg: zero while that side is an open item on
      *>     its clearing account; otherwise the clearing_group
      *>     CLEARING-MATCH cleared it in, shared by every row of that
      *>     match.
           05  JE-COUNTERPARTY-ID    PIC X(20).
      *>     the vendor or customer the subledger extract named for
      *>     this posting - a counterparty master id; blank when the
      *>     feed carried none.
           05  JE-PROJECT-CODE       PIC X(10).
      *>     the project the cost or credit is collected against - a
      *>     project master code; blank when the posting is not
      *>     project work.
