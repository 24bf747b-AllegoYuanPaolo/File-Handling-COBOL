      *> Parameter block for the SEALREC chain-seal routine.  Every
      *> line on AUDIT-TRAIL.dat and every record on
      *> CHANGE-JOURNAL.dat carries a sequence number and a seal
      *> computed from the record, the seal of the record before it
      *> and the key on SEAL-KEY.dat, so an edited, inserted or
      *> removed record breaks the chain.  SEALVFY walks it.
      *> sl-function: S seal the next record on the chain (sl-seq,
      *>              sl-prev-seal and sl-seal returned, chain
      *>              advanced on SEAL-CTL.dat)
      *>              C compute only - the seal sl-text would carry
      *>              at sl-seq after sl-prev-seal (chain untouched)
      *> sl-chain:    AUD audit trail, CHG change journal
           01 seal-parms.
               02 sl-function  pic x.
               02 sl-chain     pic x(3).
               02 sl-text      pic x(700).
               02 sl-seq       pic 9(8).
               02 sl-prev-seal pic x(16).
               02 sl-seal      pic x(16).
