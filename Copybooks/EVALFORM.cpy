      *> Course evaluation form (COURSE-EVAL.dat), one record per
      *> paper form keyed in by EVALENT.  Forms are anonymous - no
      *> student is recorded, only the clerk who entered it.
      *> ev-form names the question set on EVAL-QUEST.dat; each
      *> rating is 1 (poor) to 5 (excellent), 0 where the question
      *> was left blank or the form has fewer questions.
           01 course-eval-record.
               02 ev-term     pic 9(6).
               02 ev-section  pic x(5).
               02 ev-subject  pic x(6).
               02 ev-instr-id pic x(6).
               02 ev-form     pic x(4).
               02 ev-form-no  pic 9(4).
               02 ev-entered  pic 9(8).
               02 ev-user     pic x(8).
               02 ev-rating   pic 9 occurs 10 times.
