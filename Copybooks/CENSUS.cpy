      *> Census snapshot (CENSUS-SNAP.dat), frozen once per term by
      *> CENSUS on or after the census date and never rewritten -
      *> later corrections are reported as variances against it.
      *> cs-type H one headcount row per active student on the
      *> master (program, year level, home section); E one row per
      *> subject the student was enrolled in on TERM-ENROL as of
      *> the census date.  cs-frozen is the day the run was made.
           01 census-snap-record.
               02 cs-term       pic 9(6).
               02 cs-census-date pic 9(8).
               02 cs-type       pic x.
               02 cs-student    pic 9(6).
               02 cs-program    pic x(10).
               02 cs-year-level pic 9.
               02 cs-section    pic x(5).
               02 cs-subject    pic x(6).
               02 cs-frozen     pic 9(8).
               02 cs-user       pic x(8).
