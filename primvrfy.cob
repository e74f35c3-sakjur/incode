      *                    master key, the archive records and the
      *                    hash total all carry 8 digits, and trial
      *                    division walks divisors to 10000.
      *   2026-10-15  ET   A retired record past the retention
      *                    cutoff that an owner still holds on the
      *                    bucket-number allocation master (ALLOCMST)
      *                    is no longer archived: it stays on the
      *                    master, is listed ALLOCATD with the owner,
      *                    and the run ends with a warning.
      *   2026-10-15  ET   Every record archived off the master now
      *                    appends a before/after image to the prime
      *                    master change journal (PRIMJRNL), the
      *                    same record PRIMLOAD writes, so PRIMASOF
      *                    sees the value leave the master.
      *   2026-10-15  ET   PRIMJRNL is opened before PRIMARCH, so a
      *                    journal that cannot be opened stops the
      *                    run before the archive is touched, and a
      *                    master that cannot be opened closes the
      *                    archive with its trailer before stopping.
      *   2026-10-15  ET   ALLOCMST is opened before PRIMARCH, and only
      *                    a file that is not there means nothing
      *                    is held; one that cannot be opened for
      *                    any other reason stops the run rc 16
      *                    instead of letting allocated values be
      *                    archived unchecked.

       environment division.
       input-output section.
               record key is master-prime
               file status is master-file-status.

           select allocation-file assign to "ALLOCMST"
               organization is indexed
               access mode is random
               record key is alloc-value
               alternate record key is alloc-owner with duplicates
               file status is alloc-file-status.

           select journal-file assign to "PRIMJRNL"
               organization is line sequential
               file status is jrnl-file-status.

           select archive-file assign to "PRIMARCH"
               organization is line sequential.

               88  master-active        value "A".
               88  master-retired       value "R".

       fd  allocation-file.
       01  allocation-record.
           05  alloc-value              pic 9(8).
           05  alloc-owner              pic x(8).
           05  alloc-status             pic x(1).
               88  alloc-in-use         value "A".
               88  alloc-released       value "R".
           05  alloc-date               pic 9(8).
           05  alloc-release-date       pic 9(8).
           05  alloc-submitter          pic x(8).

       fd  journal-file.
       01  journal-record.
           05  jrnl-run-date            pic 9(8).
           05  jrnl-run-time            pic 9(8).
           05  jrnl-effective-date      pic 9(8).
           05  jrnl-source              pic x(8).
           05  jrnl-action              pic x(8).
           05  jrnl-prime               pic 9(8).
           05  jrnl-before-first        pic 9(8).
           05  jrnl-before-last         pic 9(8).
           05  jrnl-before-status       pic x(1).
           05  jrnl-after-first         pic 9(8).
           05  jrnl-after-last          pic 9(8).
           05  jrnl-after-status        pic x(1).

       fd  archive-file.
       01  archive-record               pic x(33).

           88 master-file-ok value "00".
           88 master-file-eof value "10".
           88 master-missing value "35".
       01  alloc-file-status pic xx.
           88 alloc-file-ok value "00".
           88 alloc-missing value "35".
       01  jrnl-file-status pic xx.
           88 jrnl-file-ok value "00".
       01  alloc-available-sw pic x value "N".
           88 alloc-available value "Y".
       01  value-allocated-sw pic x.
           88 value-allocated value "Y".

       01  stale-days pic 9(3) value 30.
       01  retain-days pic 9(3) value 90.
       01  stale-count pic 9(8) value 0.
       01  corrupt-count pic 9(8) value 0.
       01  archived-count pic 9(8) value 0.
       01  archive-held-count pic 9(8) value 0.

       01  finding-detail.
           05  fnd-tag pic x(8).
           perform convert-date-to-days
           move day-serial to run-day-serial
           perform open-verify-report
           perform open-journal-file
           perform open-allocation-file
           perform open-archive-file
           perform walk-master-file
           close journal-file
           if alloc-available
               close allocation-file
           end-if
           perform close-archive-file
           perform write-verify-summary
           close verify-report-file
               move 8 to return-code
           else
               if stale-count > 0
                   or archive-held-count > 0
                   move 4 to return-code
               end-if
           end-if
           write archive-record from archive-trailer
           close archive-file.

      *----------------------------------------------------------
      * The allocation master is optional: before the first
      * allocation run there is none, and nothing is held back.
      * Any other failure to open it stops the run before the
      * archive or the master is touched.
      *----------------------------------------------------------
       open-allocation-file.
           open input allocation-file
           if alloc-file-ok
               move "Y" to alloc-available-sw
           else
               if not alloc-missing
                   display "PRIMVRFY: ALLOCMST OPEN FAILED, STATUS "
                       alloc-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.

      *----------------------------------------------------------
      * The change journal accumulates across nights: open extend
      * with the create-on-first-use fallback, and stop before
      * the archive is opened if it could not be journaled.
      *----------------------------------------------------------
       open-journal-file.
           open extend journal-file
           if not jrnl-file-ok
               if jrnl-file-status = "35"
                   open output journal-file
               else
                   display "PRIMVRFY: PRIMJRNL OPEN EXTEND FAILED, "
                       "STATUS " jrnl-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.

      *----------------------------------------------------------
      * One sequential pass over the whole master in key order.
      * Every record is aged against the run date; active ones
               if not master-file-ok
                   display "PRIMVRFY: PRIMMSTR OPEN FAILED, STATUS "
                       master-file-status
                   perform close-archive-file
                   move 16 to return-code
                   stop run
               end-if
      * A retired record past the retention cutoff moves to the
      * sequential archive with its dates and is deleted off the
      * master; inside the cutoff it stays put so downstream
      * lookups can still see when it was last confirmed.  A
      * value an owner still holds as a bucket number is never
      * archived out from under them; it is listed instead.
      *----------------------------------------------------------
       check-one-retired.
           if record-age-days > retain-days
               perform check-value-allocated
               if value-allocated
                   perform hold-allocated-archive
               else
                   perform archive-one-retired
               end-if
           end-if.

       archive-one-retired.
           move master-prime to arch-d-prime
           move master-first-published to arch-d-first-published
           move master-last-confirmed to arch-d-last-confirmed
           move master-status to arch-d-status
           write archive-record from archive-detail
           add 1 to archive-count
           add master-prime to archive-hash
           perform write-archive-journal
           delete master-file record
           add 1 to archived-count
           move spaces to finding-detail
           move "ARCHIVED" to fnd-tag
           move master-prime to fnd-value
           move "R" to fnd-status
           move master-last-confirmed to fnd-confirmed
           move "MOVED TO PRIMARCH" to fnd-note
           write verify-report-line from finding-detail.

      *----------------------------------------------------------
      * An archived value leaves the master altogether, so its
      * after image is empty - the same shape as the before image
      * PRIMLOAD journals for a value new to the master.
      *----------------------------------------------------------
       write-archive-journal.
           move run-date to jrnl-run-date
           move run-time to jrnl-run-time
           move run-date to jrnl-effective-date
           move "PRIMVRFY" to jrnl-source
           move "ARCHIVE" to jrnl-action
           move master-prime to jrnl-prime
           move master-first-published to jrnl-before-first
           move master-last-confirmed to jrnl-before-last
           move master-status to jrnl-before-status
           move 0 to jrnl-after-first
           move 0 to jrnl-after-last
           move space to jrnl-after-status
           write journal-record.

       hold-allocated-archive.
           add 1 to archive-held-count
           move spaces to finding-detail
           move "ALLOCATD" to fnd-tag
           move master-prime to fnd-value
           move master-status to fnd-status
           move master-last-confirmed to fnd-confirmed
           move spaces to fnd-note
           string "ARCHIVE HELD, OWNER " delimited by size
               alloc-owner delimited by size
               into fnd-note
           write verify-report-line from finding-detail.

       check-value-allocated.
           move "N" to value-allocated-sw
           if alloc-available
               move master-prime to alloc-value
               read allocation-file
                   invalid key
                       continue
                   not invalid key
                       if alloc-in-use
                           move "Y" to value-allocated-sw
                       end-if
               end-read
           end-if.

       write-bad-status-line.
           string "RECORDS ARCHIVED     " delimited by size
               count-display delimited by size
               into verify-report-line
           write verify-report-line
           move archive-held-count to count-display
           move spaces to verify-report-line
           string "ARCHIVES HELD        " delimited by size
               count-display delimited by size
               into verify-report-line
           write verify-report-line.
