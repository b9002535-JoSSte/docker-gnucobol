      *> Accounts-receivable ledger record (ar-ledger.dat), indexed
      *> on LG-ID. One record per student: PaymentPost brings the
      *> billed amount and invoice dates up to date from invoice.dat
      *> and adds each payment to LG-PAID.
      *> LG-BILLED is every term billed so far; LG-BILLED-TERM,
      *> LG-TERM-AMOUNT and LG-TERM-DATE hold the latest term billed,
      *> its charge and the date it was invoiced, so a re-billed term
      *> replaces its own charge and a new term's charge is added to
      *> what is carried forward. ARAging ages the open balance (LG-
      *> BILLED less LG-PAID) up to the term charge from LG-TERM-DATE
      *> and any balance carried from earlier terms from
      *> LG-INVOICE-DATE, the date that carried balance fell due.
           05 LG-ID                    PIC 9(5).
           05 LG-INVOICE-DATE          PIC 9(8).
           05 LG-BILLED                PIC 9(7)V99.
           05 LG-PAID                  PIC 9(7)V99.
           05 LG-LAST-PAY-DATE         PIC 9(8).
           05 LG-LAST-PAY-REF          PIC X(12).
           05 LG-BILLED-TERM           PIC X(6).
           05 LG-TERM-AMOUNT           PIC 9(7)V99.
           05 LG-TERM-DATE             PIC 9(8).
