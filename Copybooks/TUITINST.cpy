      *> Tuition installment plan (TUITION-INST.dat), set up by
      *> INSTPLAN: one record per installment, ti-seq 1..n, the
      *> ti-amount values adding up to the term's tu-assessed.
      *> Payments and aid are not posted to installments; the
      *> tu-paid + tu-aid on TUITION-AR is applied to them in due
      *> order, so an installment is open for whatever that money
      *> does not reach.  ti-late-fee is the fee LATEFEE charged
      *> when the installment was missed (at most one each); the
      *> same amount is carried in tu-fees on the receivable.
           01 tuition-inst-record.
               02 ti-student   pic 9(6).
               02 ti-term      pic 9(6).
               02 ti-seq       pic 99.
               02 ti-due       pic 9(8).
               02 ti-amount    pic 9(7)v99.
               02 ti-late-fee  pic 9(7)v99.
               02 ti-fee-date  pic 9(8).
