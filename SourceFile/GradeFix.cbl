           01 termNum pic 99.

           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           copy "CHGPRM.cpy".
           copy "AUTHPRM.cpy".
           01 CUStat pic xx.
                  dispAve delimited by size
                  into audit-line
           end-string
           perform SEAL-AUDIT-LINE

           close auditFile.

           call "AUDITLOG" using audit-log-parms
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
