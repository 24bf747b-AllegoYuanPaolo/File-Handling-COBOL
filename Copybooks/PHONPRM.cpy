      *> Parameter block for the PHONKEY sound-alike key routine.
      *> The key is built from the letters of the whole name, spaces
      *> and punctuation dropped, so "Dela Cruz", "De la Cruz" and
      *> "Delacruz" all come out the same.  Spelling variants common
      *> in Filipino and Spanish names (V/B, Z/S, C/K/Q, J/H, LL/L,
      *> silent H, E/I, O/U, PH/F) are folded together; the first
      *> sound is kept and later vowels dropped.  The same key is
      *> held on each master as em-phon-key, sm-phon-key and
      *> cm-phon-key.
           01 phonetic-key-parms.
               02 ph-name pic x(30).
               02 ph-key  pic x(10).
