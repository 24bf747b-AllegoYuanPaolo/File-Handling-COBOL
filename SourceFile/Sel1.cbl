           read studentMaster
               invalid key
                   move spaces to sm-name
                   move spaces to sm-phon-key
                   move spaces to sm-program
                   move 0 to sm-year-level
                   move spaces to sm-section
                   move spaces to sm-addr1
                   move spaces to sm-addr2
                   move space to sm-status
                   move 1 to sm-term-count
                   move prelim to sm-term-prelim(1)
                   move midterm to sm-term-midterm(1)
