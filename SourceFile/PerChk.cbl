       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCHK.

       ENVIRONMENT DIVISION.
           input-output section.
               file-control.
                   select periodLockFile
                       assign to "PERIOD-LOCK.dat"
                       organization is line sequential
                       file status is PLStat.

       DATA DIVISION.
           file section.
      *> One row per period locked by its final close sign-off.
               fd periodLockFile.
                   01 period-lock-record.
                       02 pl-period pic 9(6).
                       02 pl-user   pic x(8).
                       02 pl-stamp  pic 9(14).

           WORKING-STORAGE SECTION.
           01 PLStat pic xx.
           01 lockEOF pic x.
           01 wantedPeriod pic 9(6).

       LINKAGE SECTION.
           copy "PERPRM.cpy".

      *> The lock file is read on every call rather than held - a
      *> period signed off while a long run is in progress must stop
      *> that run's later postings too.
       PROCEDURE DIVISION using period-check-parms.
       MAIN-LOGIC.
           move 'N' to pc-locked
           move spaces to pc-locked-by
           move pc-date(1:6) to wantedPeriod

           open input periodLockFile
           if PLStat not = "00"
               GOBACK
           end-if

           move 'N' to lockEOF
           perform until lockEOF = 'Y'
               read periodLockFile
                   at end move 'Y' to lockEOF
                   not at end
                       if pl-period = wantedPeriod
                           move 'Y' to pc-locked
                           move pl-user to pc-locked-by
                           move 'Y' to lockEOF
                       end-if
               end-read
           end-perform

           close periodLockFile

           GOBACK.
