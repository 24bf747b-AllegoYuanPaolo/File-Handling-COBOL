      *> Evaluation question sets (EVAL-QUEST.dat) - up to ten rated
      *> questions per form code, numbered in the order they are
      *> printed on the paper form.
           01 eval-quest-record.
               02 eq-form   pic x(4).
               02 eq-number pic 99.
               02 eq-text   pic x(50).
