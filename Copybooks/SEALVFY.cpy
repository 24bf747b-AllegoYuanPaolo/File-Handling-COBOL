      *> SEAL-VERIFY.dat: SEALVFY's verdict on each seal chain,
      *> rewritten every run and shown on the HLTHRPT morning page.
      *> sv-result INTACT or BROKEN; sv-break-seq is the first
      *> sequence number that failed, sv-file the file it is on.
      *> sv-keyed N when SEAL-KEY.dat was missing.
           01 seal-verify-record.
               02 sv-chain     pic x(3).
               02 sv-stamp     pic 9(14).
               02 sv-result    pic x(6).
               02 sv-keyed     pic x.
               02 sv-checked   pic 9(8).
               02 sv-break-seq pic 9(8).
               02 sv-file      pic x(30).
               02 sv-message   pic x(60).
