           01 audit-line pic x(160).
      *> The same line as written: the text, then its place on the
      *> seal chain (see SEALPRM.cpy).  Writers build audit-line,
      *> have SEALREC fill at-seq and at-seal, and write this record;
      *> readers work on audit-line and never see the seal.
           01 audit-sealed-line.
               02 at-text pic x(160).
               02 at-seq  pic 9(8).
               02 at-seal pic x(16).
