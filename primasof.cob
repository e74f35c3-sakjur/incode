       identification division.
       program-id.     primasof.
       author.         Emil Tullstedt.
       date-written.   Oct 15 2026.
      * Modification history:
      *   2026-10-15  ET   Original as-of reconstruction program: the
      *                    prime master only holds each value's
      *                    current state, so "which primes were
      *                    published in this range on that date" had
      *                    no answer once a later load had touched
      *                    the records.  This replays the prime
      *                    master change journal (PRIMJRNL) that
      *                    PRIMLOAD and PRIMVRFY append to, for the
      *                    range and as-of date on the parameter card
      *                    (ASOFPARM), and writes the published list
      *                    as it stood on that date to ASOFOUT in the
      *                    PRIMEOUT layout with H/D/T control records,
      *                    plus a listing (ASOFRPT) saying which
      *                    journal entry put each value there.

       environment division.
       input-output section.
       file-control.
           select asof-parm-file assign to "ASOFPARM"
               organization is line sequential
               file status is aparm-file-status.

           select journal-file assign to "PRIMJRNL"
               organization is line sequential
               file status is jrnl-file-status.

           select work-file assign to "ASOFWORK"
               organization is indexed
               access mode is dynamic
               record key is work-value
               file status is work-file-status.

           select asof-out-file assign to "ASOFOUT"
               organization is line sequential.

           select asof-report-file assign to "ASOFRPT"
               organization is line sequential.

       data division.
       file section.
       fd  asof-parm-file.
       01  asof-parm-record.
           05  aparm-range-start        pic 9(8).
           05  aparm-range-start-x redefines aparm-range-start
                                        pic x(8).
           05  aparm-range-end          pic 9(8).
           05  aparm-range-end-x redefines aparm-range-end
                                        pic x(8).
           05  aparm-as-of-date         pic 9(8).
           05  aparm-as-of-date-x redefines aparm-as-of-date
                                        pic x(8).

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

       fd  work-file.
       01  work-record.
           05  work-value               pic 9(8).
           05  work-image               pic x(6).
           05  work-status              pic x(1).
               88  work-active          value "A".
           05  work-first-published     pic 9(8).
           05  work-last-confirmed      pic 9(8).
           05  work-jrnl-date           pic 9(8).
           05  work-source              pic x(8).
           05  work-action              pic x(8).

       fd  asof-out-file.
       01  asof-out-record              pic x(33).

       fd  asof-report-file.
       01  asof-report-line             pic x(70).

       working-storage section.
       01  aparm-file-status pic xx.
           88 aparm-file-ok value "00".
       01  jrnl-file-status pic xx.
           88 jrnl-file-ok value "00".
           88 jrnl-file-eof value "10".
       01  work-file-status pic xx.
           88 work-file-ok value "00".
           88 work-file-eof value "10".

       01  parm-valid-sw pic x value "N".
           88 parm-valid value "Y".
       01  journal-missing-sw pic x value "N".
           88 journal-missing value "Y".
       01  work-done-sw pic x.
           88 work-done value "Y".
       01  asof-range-start pic 9(8).
       01  asof-range-end pic 9(8).
       01  asof-date pic 9(8).
       01  first-journal-date pic 9(8) value 99999999.

       01  asof-header.
           05  aoh-rec-type pic x value "H".
           05  aoh-run-date pic 9(8).
           05  aoh-run-time pic 9(8).
           05  aoh-range-start pic 9(8).
           05  aoh-range-end pic 9(8).
       01  asof-detail.
           05  aod-rec-type pic x value "D".
           05  aod-prime pic 9(8).
       01  asof-trailer.
           05  aot-rec-type pic x value "T".
           05  aot-count pic 9(9).
           05  aot-hash pic 9(15).
       01  asof-count pic 9(9) value 0.
       01  asof-hash pic 9(15) value 0.

       01  journal-read pic 9(8) value 0.
       01  journal-in-range pic 9(8) value 0.
       01  journal-after-asof pic 9(8) value 0.
       01  values-seen pic 9(8) value 0.

       01  value-detail.
           05  asd-value pic z(7)9.
           05  filler pic x(2) value spaces.
           05  asd-first pic 9(8).
           05  filler pic x(2) value spaces.
           05  asd-last pic 9(8).
           05  filler pic x(2) value spaces.
           05  asd-image pic x(6).
           05  filler pic x(1) value spaces.
           05  asd-jrnl-date pic 9(8).
           05  filler pic x(1) value spaces.
           05  asd-source pic x(8).
           05  filler pic x(1) value spaces.
           05  asd-action pic x(8).
           05  filler pic x(7) value spaces.

       01  count-display pic z(7)9.
       01  run-date pic 9(8).
       01  run-time pic 9(8).

       procedure division.
       main-logic.
           accept run-date from date yyyymmdd
           accept run-time from time
           perform read-asof-parm
           perform open-asof-report
           if not parm-valid
               move spaces to asof-report-line
               string "ASOFPARM MISSING OR INVALID - NOTHING REBUILT"
                   delimited by size into asof-report-line
               write asof-report-line
               close asof-report-file
               display "PRIMASOF: ASOFPARM MISSING OR INVALID"
               move 8 to return-code
               stop run
           end-if
           perform open-work-file
           perform replay-journal
           perform write-asof-output
           perform write-asof-summary
           close work-file
           close asof-report-file
           if journal-missing
               or asof-date < first-journal-date
               move 4 to return-code
           end-if
           stop run.

      *----------------------------------------------------------
      * The range and the as-of date come off ASOFPARM.  Unlike
      * the nightly parameter cards there is no sensible default
      * for an auditor's question, so a missing or malformed card
      * rebuilds nothing.
      *----------------------------------------------------------
       read-asof-parm.
           open input asof-parm-file
           if aparm-file-ok
               read asof-parm-file
                   at end
                       continue
                   not at end
                       if aparm-range-start-x is numeric
                           and aparm-range-end-x is numeric
                           and aparm-as-of-date-x is numeric
                           and aparm-range-end >= aparm-range-start
                           and aparm-as-of-date > 0
                           move aparm-range-start to asof-range-start
                           move aparm-range-end to asof-range-end
                           move aparm-as-of-date to asof-date
                           move "Y" to parm-valid-sw
                       end-if
               end-read
               close asof-parm-file
           end-if.

       open-asof-report.
           open output asof-report-file
           move spaces to asof-report-line
           string "PRIME MASTER AS-OF RECONSTRUCTION" delimited by size
               into asof-report-line
           write asof-report-line
           move spaces to asof-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "   RUN TIME " delimited by size
               run-time delimited by size
               into asof-report-line
           write asof-report-line
           if parm-valid
               move spaces to asof-report-line
               string "RANGE " delimited by size
                   asof-range-start delimited by size
                   "-" delimited by size
                   asof-range-end delimited by size
                   "   AS OF " delimited by size
                   asof-date delimited by size
                   into asof-report-line
               write asof-report-line
           end-if
           move spaces to asof-report-line
           write asof-report-line.

      *----------------------------------------------------------
      * The replay state lives on a keyed work file so a range of
      * any width fits; it is created empty every run.
      *----------------------------------------------------------
       open-work-file.
           open output work-file
           close work-file
           open i-o work-file
           if not work-file-ok
               display "PRIMASOF: ASOFWORK OPEN FAILED, STATUS "
                   work-file-status
               close asof-report-file
               move 16 to return-code
               stop run
           end-if.

      *----------------------------------------------------------
      * One pass over the journal in the order it was written.
      * For each value in the range, the after image of the
      * latest entry effective on or before the as-of date is
      * its state on that date.  A value whose first entry falls
      * after the as-of date was untouched until then, so that
      * entry's before image is its state instead - which is how
      * a value already on the master before journaling began
      * still comes back.  An ADD's empty before image means the
      * value was not on the master yet.
      *----------------------------------------------------------
       replay-journal.
           open input journal-file
           if not jrnl-file-ok
               move "Y" to journal-missing-sw
               display "PRIMASOF: PRIMJRNL NOT AVAILABLE, STATUS "
                   jrnl-file-status
           else
               perform until jrnl-file-eof
                   read journal-file
                       at end
                           continue
                       not at end
                           add 1 to journal-read
                           perform apply-one-journal-record
                   end-read
               end-perform
               close journal-file
               if journal-read = 0
                   move "Y" to journal-missing-sw
               end-if
           end-if.

       apply-one-journal-record.
           if jrnl-effective-date < first-journal-date
               move jrnl-effective-date to first-journal-date
           end-if
           if jrnl-prime >= asof-range-start
               and jrnl-prime <= asof-range-end
               add 1 to journal-in-range
               move jrnl-prime to work-value
               if jrnl-effective-date <= asof-date
                   read work-file
                       invalid key
                           perform take-after-image
                           write work-record
                           add 1 to values-seen
                       not invalid key
                           perform take-after-image
                           rewrite work-record
                   end-read
               else
                   add 1 to journal-after-asof
                   read work-file
                       invalid key
                           perform take-before-image
                           write work-record
                           add 1 to values-seen
                       not invalid key
                           continue
                   end-read
               end-if
           end-if.

       take-after-image.
           move jrnl-prime to work-value
           move "AFTER" to work-image
           move jrnl-after-status to work-status
           move jrnl-after-first to work-first-published
           move jrnl-after-last to work-last-confirmed
           move jrnl-effective-date to work-jrnl-date
           move jrnl-source to work-source
           move jrnl-action to work-action.

       take-before-image.
           move jrnl-prime to work-value
           move "BEFORE" to work-image
           move jrnl-before-status to work-status
           move jrnl-before-first to work-first-published
           move jrnl-before-last to work-last-confirmed
           move jrnl-effective-date to work-jrnl-date
           move jrnl-source to work-source
           move jrnl-action to work-action.

      *----------------------------------------------------------
      * Walk the work file in key order and write every value
      * that was active on the as-of date, in the PRIMEOUT layout
      * with the shop-standard header and count/hash trailer.
      * The header carries the as-of date as its run date: that
      * is the night the list stands for.
      *----------------------------------------------------------
       write-asof-output.
           open output asof-out-file
           move asof-date to aoh-run-date
           move run-time to aoh-run-time
           move asof-range-start to aoh-range-start
           move asof-range-end to aoh-range-end
           write asof-out-record from asof-header
           move spaces to asof-report-line
           string "   VALUE  FIRSTPUB  CONFIRMD  IMAGE  JRNLDATE "
               "SOURCE   ACTION" delimited by size
               into asof-report-line
           write asof-report-line
           move "N" to work-done-sw
           move asof-range-start to work-value
           start work-file key is not less than work-value
               invalid key
                   move "Y" to work-done-sw
           end-start
           perform until work-done
               read work-file next record
                   at end
                       move "Y" to work-done-sw
                   not at end
                       if work-active
                           perform write-one-asof-value
                       end-if
               end-read
           end-perform
           move asof-count to aot-count
           move asof-hash to aot-hash
           write asof-out-record from asof-trailer
           close asof-out-file.

       write-one-asof-value.
           move work-value to aod-prime
           write asof-out-record from asof-detail
           add 1 to asof-count
           add work-value to asof-hash
           move work-value to asd-value
           move work-first-published to asd-first
           move work-last-confirmed to asd-last
           move work-image to asd-image
           move work-jrnl-date to asd-jrnl-date
           move work-source to asd-source
           move work-action to asd-action
           write asof-report-line from value-detail.

      *----------------------------------------------------------
      * Counts, and a plain warning when the answer cannot be
      * trusted: with no journal, or an as-of date earlier than
      * the first journal entry, the list only shows what later
      * entries happen to remember about earlier state.
      *----------------------------------------------------------
       write-asof-summary.
           move spaces to asof-report-line
           write asof-report-line
           move journal-read to count-display
           move spaces to asof-report-line
           string "JOURNAL RECORDS READ " delimited by size
               count-display delimited by size
               into asof-report-line
           write asof-report-line
           move journal-in-range to count-display
           move spaces to asof-report-line
           string "JOURNAL IN RANGE     " delimited by size
               count-display delimited by size
               into asof-report-line
           write asof-report-line
           move journal-after-asof to count-display
           move spaces to asof-report-line
           string "IN RANGE AFTER AS-OF " delimited by size
               count-display delimited by size
               into asof-report-line
           write asof-report-line
           move values-seen to count-display
           move spaces to asof-report-line
           string "VALUES SEEN IN RANGE " delimited by size
               count-display delimited by size
               into asof-report-line
           write asof-report-line
           move asof-count to count-display
           move spaces to asof-report-line
           string "VALUES PUBLISHED     " delimited by size
               count-display delimited by size
               into asof-report-line
           write asof-report-line
           if journal-missing
               move spaces to asof-report-line
               string "WARNING: PRIMJRNL MISSING OR EMPTY - "
                   "NOTHING COULD BE REBUILT" delimited by size
                   into asof-report-line
               write asof-report-line
           else
               if asof-date < first-journal-date
                   move spaces to asof-report-line
                   string "WARNING: AS-OF DATE PRECEDES JOURNAL START "
                       delimited by size
                       first-journal-date delimited by size
                       into asof-report-line
                   write asof-report-line
               end-if
           end-if.
