      *> Sales-tax exemption certificates (TAX-EXEMPT.dat), kept by
      *> TAXEXMNT - one record per customer per jurisdiction.  Sel8
      *> charges no tax on a sale to te-cust in te-juris dated on or
      *> before te-expiry, and stamps te-cert on the SALE-DETAIL
      *> line; EXMTRPT lists certificates expired or coming due.
           01 tax-exempt-record.
               02 te-cust    pic 9(6).
               02 te-juris   pic x(4).
               02 te-cert    pic x(15).
               02 te-expiry  pic 9(8).
               02 te-entered pic 9(8).
               02 te-user    pic x(8).
