      *> Maintained by CUSTMNT the way EMPMAINT maintains the employee
      *> master; TRANSENT captures cm-custno on each Sel8 transaction
      *> so the commission batch can report sales by account.
      *> cm-status: A active, C closed, H credit hold (DUNLTR final
      *> notice or CUSTMNT) - Seq9 diverts every order while on hold.
      *> M = merged away by CUSTMRG (see cm-merged-into).
           01 customer-master-record.
               02 cm-custno      pic 9(6).
               02 cm-name        pic x(25).
      *> the tier percent onto the open quote so the shape programs
      *> price list and discounted cost.  Blank = no discount.
               02 cm-disc-tier pic x(2).
      *> Servicing branch (BRANCH-REF.dat code) - the office that
      *> mails the account's statements.  Blank = head office.
               02 cm-branch pic x(3).
      *> Account ownership: cm-owner-type R = owned by rep
      *> cm-owner-snum, H = house account (no commission is paid on
      *> it), blank = not yet assigned.  Sel8 suspends a sale keyed
      *> by anyone other than the owning rep (or the split rep when
      *> the owner shares the sale).
               02 cm-owner-type pic x.
               02 cm-owner-snum pic 9(6).
      *> Mailing address, three free-form lines (street, town,
      *> postcode) - printed on quotations by QUOTEPRT.
               02 cm-addr1 pic x(30).
               02 cm-addr2 pic x(30).
               02 cm-addr3 pic x(30).
      *> Surviving account when CUSTMRG has merged this duplicate
      *> away (cm-status M); TRANSENT redirects entries keyed under
      *> the retired number to it.  Zero on every live account.
               02 cm-merged-into pic 9(6).
      *> Billing currency (a BRANCH-REF.dat currency code) - INVGEN
      *> invoices the account in it, so its AR items, cm-balance and
      *> cm-credit-limit are in it too.  Blank = base currency.
               02 cm-currency pic x(3).
      *> Sound-alike key of cm-name (PHONKEY), set wherever the
      *> name is set; INQUIRY's name search, CUSTMNT's duplicate
      *> warning and PHONBLD use it.
               02 cm-phon-key pic x(10).
