      *> SEAL-CTL.dat: where each seal chain has got to - the last
      *> sequence number issued by SEALREC and its seal.
           01 seal-ctl-record.
               02 sc-chain pic x(3).
               02 sc-seq   pic 9(8).
               02 sc-seal  pic x(16).
               02 sc-stamp pic 9(14).
