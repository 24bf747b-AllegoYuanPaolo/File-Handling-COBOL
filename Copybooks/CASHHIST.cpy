      *> Cash application history, one record per amount CASHAPP
      *> applies to an invoice.  AR-OPEN only carries the running
      *> ar-paid; this is the dated detail behind it.
      *> ch-source: K keyed by the clerk, L lockbox import,
      *> U applied from an unapplied-cash item, R recovery on an
      *> invoice written off as bad debt (keyed or lockbox).
           01 cash-history-record.
               02 ch-invoice pic 9(6).
               02 ch-cust    pic 9(6).
               02 ch-date    pic 9(8).
               02 ch-amount  pic 9(7)v99.
               02 ch-source  pic x.
               02 ch-check   pic x(10).
