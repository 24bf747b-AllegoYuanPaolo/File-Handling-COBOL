           01 heldBy pic x(8).
           copy "LOCKPRM.cpy".
           copy "AUDITPRM.cpy".
           copy "SEALPRM.cpy".
           01 runStartStamp pic x(14).

       PROCEDURE DIVISION.
                  operatorId delimited by size
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
