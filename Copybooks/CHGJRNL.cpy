      *> Change-journal record: one per master-file write, rewrite,
      *> or delete, with before and after images.  Appended by the
      *> CHGJRNL subprogram, replayed by FWDRECOV.  cg-seq and
      *> cg-seal are the record's place on the seal chain (see
      *> SEALPRM.cpy), computed over cg-entry.
           01 change-journal-record.
               02 cg-entry.
                   03 cg-stamp  pic 9(14).
                   03 cg-user   pic x(8).
                   03 cg-master pic x(3).
                   03 cg-action pic x.
                   03 cg-key    pic 9(6).
                   03 cg-before pic x(300).
                   03 cg-after  pic x(300).
               02 cg-seq  pic 9(8).
               02 cg-seal pic x(16).
