           01 cutoverDate pic 9(8).

           copy "LOCKPRM.cpy".
           copy "PHONPRM.cpy".
           copy "AUDITPRM.cpy".
           01 runStartStamp pic x(14).

           perform until oldEOF = 'Y'
               move o-em-snum to em-snum
               move o-em-sname to em-sname
               move o-em-sname to ph-name
               call "PHONKEY" using phonetic-key-parms
               end-call
               move ph-key to em-phon-key
               move o-em-mtd-month to em-mtd-month
               move o-em-mtd-sales to em-mtd-sales
               move o-em-mtd-comm to em-mtd-comm
               move spaces to em-account
               move space to em-acct-type
               move spaces to em-branch
               move space to em-bank-status
               move spaces to em-plan
               move 0 to em-plan-date
               move spaces to em-prev-plan
               write employee-master-record
                   invalid key
                       display "WARNING: duplicate key " em-snum
           perform until oldEOF = 'Y'
               move o-sm-student-id to sm-student-id
               move spaces to sm-name
               move spaces to sm-phon-key
               move spaces to sm-program
               move 0 to sm-year-level
               move spaces to sm-section
               move spaces to sm-addr1
               move spaces to sm-addr2
               move space to sm-status
               move o-sm-term-count to sm-term-count
               perform varying termIdx from 1 by 1
                       until termIdx > 10
