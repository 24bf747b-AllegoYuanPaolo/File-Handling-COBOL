       WRITE-TRIAL-BALANCE.
           write bufferLine from
               "===== TRIAL BALANCE - COMMISSION JOURNAL ====="
           write bufferLine from
               "All amounts in base currency"
           write bufferLine from "--- By account ---"

           perform varying acct-idx from 1 by 1
