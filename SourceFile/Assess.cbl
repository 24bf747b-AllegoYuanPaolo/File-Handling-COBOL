           move feeAmount to tu-assessed
           move 0 to tu-paid
           move 'O' to tu-status
           move 0 to tu-aid
           move 0 to tu-fees
           move 0 to tu-credit
           write tuition-ar-record

           add 1 to assessedCount
