           01 CUStat pic xx.
           01 currentUser pic x(8).
           01 savedRC pic 9(2).
           copy "SEALPRM.cpy".

       LINKAGE SECTION.
           copy "CHGPRM.cpy".
           move cj-key to cg-key
           move cj-before to cg-before
           move cj-after to cg-after

           move 'S' to sl-function
           move "CHG" to sl-chain
           move cg-entry to sl-text
           call "SEALREC" using seal-parms
           end-call
           move sl-seq to cg-seq
           move sl-seal to cg-seal
           write change-journal-record

           close changeJrnlFile
