      *> Tuition receivable, one record per student per term.
      *> Assessed by ASSESS from the fee table, paid down by
      *> TUITPAY, printed by TUITSTMT, aged by TUITAGE.
      *> tu-aid is scholarship and grant money posted by AIDPOST -
      *> kept apart from tu-paid so cash and aid never mix.
      *> tu-fees is late fees charged by LATEFEE on missed
      *> installments (see TUITINST.cpy).
      *> tu-credit is tuition given back by ADDDROP when a class is
      *> dropped or withdrawn from, per the refund schedule.
      *> Balance due is tu-assessed + tu-fees - tu-paid - tu-aid
      *> - tu-credit; a negative balance is a refund owed.
      *> tu-status: O open, P partially paid, C closed.
           01 tuition-ar-record.
               02 tu-student  pic 9(6).
               02 tu-assessed pic 9(7)v99.
               02 tu-paid     pic 9(7)v99.
               02 tu-status   pic x.
               02 tu-aid      pic 9(7)v99.
               02 tu-fees     pic 9(7)v99.
               02 tu-credit   pic 9(7)v99.
