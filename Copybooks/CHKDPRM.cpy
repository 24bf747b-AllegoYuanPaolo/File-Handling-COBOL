      *> Parameter block for the CHKDIG check-digit routine.  Employee,
      *> customer and student numbers end in a check digit: weights
      *> 6 5 4 3 2 on the first five digits, and the check digit
      *> (weight 1) brings the weighted sum to a multiple of 11, so a
      *> single mistyped digit or two adjacent digits swapped always
      *> fail.  A first five digits needing check digit 10 are never
      *> issued.
      *> cd-function: V validate a keyed existing number, N validate
      *> a new number being added, I issue the next new number,
      *> C check digit only (no conversion allowance).
      *> cd-type: EMP, CUS or STU.
      *> cd-result: Y good, L old-style number accepted during the
      *> conversion period (it is on the reissue list), N rejected.
      *> cd-message is for the operator - shown on L and N.
           01 check-digit-parms.
               02 cd-function pic x.
               02 cd-type     pic x(3).
               02 cd-number   pic 9(6).
               02 cd-caller   pic x(8).
               02 cd-result   pic x.
               02 cd-message  pic x(60).
