      *> after record images; CHGJRNL adds the user and timestamp
      *> and appends to CHANGE-JOURNAL.dat, which FWDRECOV replays
      *> against a restored backup.
      *> cj-master: EMP, STU, or CUS - or MRG for a record CUSTMRG
      *> moved between customer numbers (cj-key is the retired
      *> number; FWDRECOV passes these by, CUSTMRG reverses them).
      *> cj-action: A add, C change, D delete; on MRG entries
      *> M moved by a merge, U moved back by a reversal.
      *> SEL is the daily seal record SEALDAY writes (cj-action S,
      *> cj-key 0, the seal details in cj-after); FWDRECOV and
      *> CUSTMRG pass it by.
           01 change-journal-parms.
               02 cj-master pic x(3).
               02 cj-action pic x.
