      *> Report repository index.  PRTSPOOL files one copy of every
      *> report it spools into its own archive file (ri-archive) and
      *> appends a row here; RPTBRWS finds, views and reprints from
      *> it.  Batch and branch come from the report's own labels
      *> (blank branch = all or mixed branches).
           01 report-index-record.
               02 ri-id          pic 9(8).
               02 ri-report      pic x(20).
               02 ri-report-name pic x(20).
               02 ri-run-date    pic 9(8).
               02 ri-batch       pic 9(6).
               02 ri-branch      pic x(3).
               02 ri-lines       pic 9(7).
               02 ri-archive     pic x(20).
               02 ri-filed-stamp pic 9(14).
