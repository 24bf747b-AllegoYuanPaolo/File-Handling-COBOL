                       02 qu-cust pic 9(6).
                       02 qu-disc-pct pic 9(2)v99.
                       02 qu-branch pic x(3).
                       02 qu-snum pic 9(6).

               fd quoteFile.
                   01 quote-record.
                       02 qf-cust      pic 9(6).
                       02 qf-list-cost pic 9(7)v99.
                       02 qf-branch    pic x(3).
                       02 qf-snum      pic 9(6).

               fd sidesFile.
                   01 sides-record.
           01 quoteCust pic 9(6) value 0.
           01 quoteDiscPct pic 9(2)v99 value 0.
           01 quoteBranch pic x(3) value spaces.
           01 quoteSnum pic 9(6) value 0.


           01 measuredHyp PIC 9(3).
           01 exceptCount pic 9(3) value 0.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
                       move qu-cust to quoteCust
                       move qu-disc-pct to quoteDiscPct
                       move qu-branch to quoteBranch
                       move qu-snum to quoteSnum
               end-read
               close quoteCurrFile
           end-if
           move sideB to qf-dim2
           move quoteCust to qf-cust
           move quoteBranch to qf-branch
           move quoteSnum to qf-snum
           write quote-record

           close quoteFile
                  function trim(parmInputFile) delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

           end-call
           cancel "AUDITLOG".

       SEAL-AUDIT-LINE.
           move 'S' to sl-function
           move "AUD" to sl-chain
           move audit-line to sl-text
           call "SEALREC" using seal-parms
           end-call
           move sl-seq to at-seq
           move sl-seal to at-seal
           write audit-sealed-line.

       
