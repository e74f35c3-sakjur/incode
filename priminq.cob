      *                    either 5-digit layout (bare or dated)
      *                    is recognized and re-based on the way
      *                    in.
      *   2026-10-15  ET   Every answer now also says who holds the
      *                    value as a bucket number: an owner column
      *                    on INQRPT and an owner field at the end of
      *                    the INQRESP record, read off the
      *                    allocation master (ALLOCMST).  A released
      *                    value, or no allocation master at all,
      *                    leaves the owner blank.
      *   2026-10-15  ET   New request types on INQREQST, answered
      *                    off PRIMMSTR by keyed positioning instead
      *                    of a PRIME range run: N (next published
      *                    prime at or above a value), P (previous
      *                    one below it), C (how many are published
      *                    between two values) and L (list them).
      *                    Only active values not excluded today
      *                    count.  A type-coded card is the type
      *                    letter followed by one or two 8-digit
      *                    values; the old bare 8-digit card is still
      *                    a value inquiry.  Each type has its own
      *                    INQRESP record (type byte first, so a
      *                    value answer, which starts with a digit,
      *                    is told apart by its first byte) and its
      *                    own section on INQRPT.  A list stops at
      *                    10000 values.
      *   2026-10-15  ET   An ALLOCMST that is there but cannot be
      *                    opened is shown on SYSOUT with its status
      *                    instead of quietly blanking every owner.

       environment division.
       input-output section.

           select master-file assign to "PRIMMSTR"
               organization is indexed
               access mode is dynamic
               record key is master-prime
               file status is master-file-status.

           select allocation-file assign to "ALLOCMST"
               organization is indexed
               access mode is random
               record key is alloc-value
               alternate record key is alloc-owner with duplicates
               file status is alloc-file-status.

           select exclusion-file assign to "EXCLLIST"
               organization is line sequential
               file status is excl-file-status.
       data division.
       file section.
       fd  request-file.
       01  request-record.
           05  reqst-type               pic x(1).
               88  reqst-next           value "N".
               88  reqst-previous       value "P".
               88  reqst-count          value "C".
               88  reqst-list           value "L".
           05  reqst-value-1            pic 9(8).
           05  reqst-value-1-x redefines reqst-value-1
                                        pic x(8).
           05  reqst-value-2            pic 9(8).
           05  reqst-value-2-x redefines reqst-value-2
                                        pic x(8).
       01  legacy-request-record        pic x(8).

       fd  response-file.
       01  response-record.
           05  resp-publication         pic x(1).
           05  resp-first-published     pic 9(8).
           05  resp-last-confirmed      pic 9(8).
           05  resp-alloc-owner         pic x(8).
       01  range-response-record        pic x(50).

       fd  inq-report-file.
       01  inq-report-line              pic x(120).

       fd  master-file.
       01  master-record.
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

       fd  exclusion-file.
       01  exclusion-record.
           05  excl-rec-value           pic 9(8).
           88 master-file-ok value "00".
           88 master-not-found value "23".
           88 master-missing value "35".
       01  alloc-file-status pic xx.
           88 alloc-file-ok value "00".
           88 alloc-missing value "35".
       01  excl-file-status pic xx.
           88 excl-file-ok value "00".
           88 excl-file-eof value "10".

       01  master-available-sw pic x value "N".
           88 master-available value "Y".
       01  alloc-available-sw pic x value "N".
           88 alloc-available value "Y".
       01  holding-owner pic x(8).
       01  excl-work-value pic 9(8).
       01  excl-in-value-x pic x(8).
       01  excl-in-eff-x pic x(8).
       01  fx-scan pic 9(2).
       01  requests-read pic 9(5) value 0.
       01  requests-invalid pic 9(5) value 0.
       01  value-requests pic 9(5) value 0.
       01  nearest-requests pic 9(5) value 0.
       01  count-requests pic 9(5) value 0.
       01  list-requests pic 9(5) value 0.

      *----------------------------------------------------------
      * INQRESP record for the N, P, C and L request types: the
      * type byte, the request's value(s), a status (F found, N
      * none, E invalid request, U master not available, T list
      * stopped at the limit) and the result - the prime found
      * or listed with its dates and owner, or the count.
      *----------------------------------------------------------
       01  range-response.
           05  rresp-type pic x(1).
           05  rresp-value-1 pic 9(8).
           05  rresp-value-2 pic 9(8).
           05  rresp-status pic x(1).
               88 rresp-found value "F".
               88 rresp-none value "N".
               88 rresp-invalid value "E".
               88 rresp-unknown value "U".
               88 rresp-truncated value "T".
           05  rresp-result pic 9(8).
           05  rresp-first-published pic 9(8).
           05  rresp-last-confirmed pic 9(8).
           05  rresp-alloc-owner pic x(8).

       01  search-done-sw pic x.
           88 search-done value "Y".
       01  range-count pic 9(8).
       01  list-limit pic 9(5) value 10000.
       01  list-count pic 9(5).

       01  nearest-detail.
           05  nrd-type pic x(8).
           05  filler pic x(2) value spaces.
           05  nrd-from pic x(8).
           05  filler pic x(3) value spaces.
           05  nrd-result pic x(9).
           05  filler pic x(2) value spaces.
           05  nrd-prime pic z(8).
           05  filler pic x(3) value spaces.
           05  nrd-first pic x(8).
           05  filler pic x(1) value spaces.
           05  nrd-last pic x(8).
           05  filler pic x(2) value spaces.
           05  nrd-owner pic x(8).
           05  filler pic x(50) value spaces.

       01  count-detail.
           05  cnd-from pic x(8).
           05  filler pic x(2) value spaces.
           05  cnd-to pic x(8).
           05  filler pic x(3) value spaces.
           05  cnd-result pic x(9).
           05  filler pic x(2) value spaces.
           05  cnd-count pic z(7)9.
           05  filler pic x(80) value spaces.

       01  list-detail.
           05  lsd-prime pic z(8).
           05  filler pic x(3) value spaces.
           05  lsd-first pic x(8).
           05  filler pic x(1) value spaces.
           05  lsd-last pic x(8).
           05  filler pic x(2) value spaces.
           05  lsd-owner pic x(8).
           05  filler pic x(82) value spaces.

       01  inq-detail.
           05  inq-rpt-value pic z(8).
           05  filler pic x(1) value spaces.
           05  inq-rpt-last pic x(8).
           05  filler pic x(2) value spaces.
           05  inq-rpt-owner pic x(8).
           05  filler pic x(2) value spaces.
           05  inq-rpt-factors pic x(50).

       01  factor-text pic x(50).
           if master-available
               close master-file
           end-if
           if alloc-available
               close allocation-file
           end-if
           stop run.

       open-inquiry-files.
               stop run
           end-if
           perform open-master-file
           perform open-allocation-file
           perform load-exclusion-list
           open output response-file
           open output inq-report-file
           move spaces to inq-report-line
           write inq-report-line
           move spaces to inq-report-line
           string "VALUE INQUIRIES" delimited by size
               into inq-report-line
           write inq-report-line
           move spaces to inq-report-line
           string "VALUE      ANSWER      PUBLISHED  FIRST    "
               "LAST       OWNER     FACTORS" delimited by size
               into inq-report-line
           write inq-report-line.

                   ", PUBLICATION ANSWERED UNKNOWN"
           end-if.

      *----------------------------------------------------------
      * The owner column needs the allocation master; before the
      * first allocation run there is none, and every owner is
      * simply blank.  One that is there but cannot be opened
      * is noted, so a blank owner column is not taken at its
      * word.
      *----------------------------------------------------------
       open-allocation-file.
           open input allocation-file
           if alloc-file-ok
               move "Y" to alloc-available-sw
           else
               if not alloc-missing
                   display "PRIMINQ: ALLOCMST OPEN FAILED, STATUS "
                       alloc-file-status ", OWNERS NOT SHOWN"
               end-if
           end-if.

      *----------------------------------------------------------
      * Load the exclusions in effect today off the maintenance
      * file, the same dated layout EXCLMNT writes; a bare
                   move excl-rec-expiry-x to excl-in-exp-x
           end-evaluate.

      *----------------------------------------------------------
      * The first pass over INQREQST answers the value inquiries
      * and counts the other types; each other type then gets a
      * pass of its own, so every type lands in its own section
      * of the report.  Anything that is not an N, P, C or L card
      * is a value inquiry, which keeps the old 8-digit deck
      * working unchanged.
      *----------------------------------------------------------
       process-requests.
           perform until reqst-file-eof
               read request-file
                       continue
                   not at end
                       add 1 to requests-read
                       evaluate true
                           when reqst-next
                           when reqst-previous
                               add 1 to nearest-requests
                           when reqst-count
                               add 1 to count-requests
                           when reqst-list
                               add 1 to list-requests
                           when other
                               add 1 to value-requests
                               perform answer-one-request
                       end-evaluate
               end-read
           end-perform
           close request-file
           if nearest-requests > 0
               perform answer-nearest-section
           end-if
           if count-requests > 0
               perform answer-count-section
           end-if
           if list-requests > 0
               perform answer-list-section
           end-if.

       reopen-request-file.
           open input request-file
           if not reqst-file-ok
               display "PRIMINQ: INQREQST REOPEN FAILED, STATUS "
                   reqst-file-status
               move 16 to return-code
               stop run
           end-if.

      *----------------------------------------------------------
      * Classify one candidate and write both the fixed-layout
       answer-one-request.
           move 0 to factor-count
           move spaces to factor-table
           if legacy-request-record is not numeric
               set answer-invalid to true
               add 1 to requests-invalid
               move 0 to inquiry-value
           else
               move legacy-request-record to inquiry-value
               perform factor-candidate
           end-if
           perform determine-publication
           perform determine-owner
           perform write-response-record
           perform write-answer-line.

               end-evaluate
           end-if.

       determine-owner.
           move spaces to holding-owner
           if not answer-invalid
               and alloc-available
               move inquiry-value to alloc-value
               read allocation-file
                   invalid key
                       continue
                   not invalid key
                       if alloc-in-use
                           move alloc-owner to holding-owner
                       end-if
               end-read
           end-if.

       check-exclusion-table.
           move "N" to excl-hit-sw
           perform varying ex from 1 by 1
                   end-if
           end-read.

      *----------------------------------------------------------
      * N and P: the nearest published prime at or above the
      * value, or strictly below it.  The master is positioned on
      * the value and walked in the asked direction until an
      * active record that no exclusion in effect today covers.
      *----------------------------------------------------------
       answer-nearest-section.
           move spaces to inq-report-line
           write inq-report-line
           move spaces to inq-report-line
           string "NEXT AND PREVIOUS PUBLISHED PRIME"
               delimited by size into inq-report-line
           write inq-report-line
           move spaces to inq-report-line
           string "TYPE      FROM       RESULT        PRIME   "
               "FIRST    LAST      OWNER" delimited by size
               into inq-report-line
           write inq-report-line
           perform reopen-request-file
           perform until reqst-file-eof
               read request-file
                   at end
                       continue
                   not at end
                       if reqst-next or reqst-previous
                           perform answer-nearest-request
                       end-if
               end-read
           end-perform
           close request-file.

       answer-nearest-request.
           perform clear-range-response
           evaluate true
               when reqst-value-1-x is not numeric
                   set rresp-invalid to true
                   add 1 to requests-invalid
               when not master-available
                   set rresp-unknown to true
               when reqst-next
                   perform find-next-published
               when other
                   perform find-previous-published
           end-evaluate
           if rresp-found
               move rresp-result to inquiry-value
               perform determine-owner
               move holding-owner to rresp-alloc-owner
           end-if
           write range-response-record from range-response
           move spaces to nearest-detail
           if reqst-next
               move "NEXT" to nrd-type
           else
               move "PREVIOUS" to nrd-type
           end-if
           move reqst-value-1-x to nrd-from
           perform name-range-result
           move cnd-result to nrd-result
           if rresp-found
               move rresp-result to nrd-prime
               move rresp-first-published to nrd-first
               move rresp-last-confirmed to nrd-last
               move rresp-alloc-owner to nrd-owner
           end-if
           write inq-report-line from nearest-detail.

       clear-range-response.
           move spaces to range-response
           move reqst-type to rresp-type
           move 0 to rresp-value-1
           move 0 to rresp-value-2
           if reqst-value-1-x is numeric
               move reqst-value-1 to rresp-value-1
           end-if
           if reqst-value-2-x is numeric
               move reqst-value-2 to rresp-value-2
           end-if
           move 0 to rresp-result
           move 0 to rresp-first-published
           move 0 to rresp-last-confirmed
           move space to answer-code
           set rresp-none to true.

       find-next-published.
           move "N" to search-done-sw
           move reqst-value-1 to master-prime
           start master-file key is not less than master-prime
               invalid key
                   move "Y" to search-done-sw
           end-start
           perform until search-done
               read master-file next record
                   at end
                       move "Y" to search-done-sw
                   not at end
                       perform test-nearest-candidate
               end-read
           end-perform.

       find-previous-published.
           move "N" to search-done-sw
           move reqst-value-1 to master-prime
           start master-file key is less than master-prime
               invalid key
                   move "Y" to search-done-sw
           end-start
           perform until search-done
               read master-file previous record
                   at end
                       move "Y" to search-done-sw
                   not at end
                       perform test-nearest-candidate
               end-read
           end-perform.

       test-nearest-candidate.
           if master-active
               move master-prime to inquiry-value
               perform check-exclusion-table
               if not excl-hit
                   set rresp-found to true
                   move master-prime to rresp-result
                   move master-first-published
                       to rresp-first-published
                   move master-last-confirmed
                       to rresp-last-confirmed
                   move "Y" to search-done-sw
               end-if
           end-if.

      *----------------------------------------------------------
      * Result wording shared by the three range sections; left
      * in the count line's result column for the others to copy.
      *----------------------------------------------------------
       name-range-result.
           evaluate true
               when rresp-found
                   move "FOUND" to cnd-result
               when rresp-invalid
                   move "INVALID" to cnd-result
               when rresp-unknown
                   move "UNKNOWN" to cnd-result
               when rresp-truncated
                   move "TRUNCATED" to cnd-result
               when other
                   move "NONE" to cnd-result
           end-evaluate.

      *----------------------------------------------------------
      * C: how many active, unexcluded primes the master holds
      * from the first value to the second, both inclusive.  A
      * reversed or non-numeric range is answered INVALID.
      *----------------------------------------------------------
       answer-count-section.
           move spaces to inq-report-line
           write inq-report-line
           move spaces to inq-report-line
           string "COUNT OF PUBLISHED PRIMES IN RANGE"
               delimited by size into inq-report-line
           write inq-report-line
           move spaces to inq-report-line
           string "FROM      TO         RESULT        COUNT"
               delimited by size into inq-report-line
           write inq-report-line
           perform reopen-request-file
           perform until reqst-file-eof
               read request-file
                   at end
                       continue
                   not at end
                       if reqst-count
                           perform answer-count-request
                       end-if
               end-read
           end-perform
           close request-file.

       answer-count-request.
           perform clear-range-response
           perform edit-range-request
           if rresp-none
               move 0 to range-count
               perform walk-range-for-count
               move range-count to rresp-result
               if range-count > 0
                   set rresp-found to true
               end-if
           end-if
           write range-response-record from range-response
           move spaces to count-detail
           move reqst-value-1-x to cnd-from
           move reqst-value-2-x to cnd-to
           perform name-range-result
           if not rresp-invalid
               and not rresp-unknown
               move rresp-result to cnd-count
           end-if
           write inq-report-line from count-detail.

       edit-range-request.
           evaluate true
               when reqst-value-1-x is not numeric
               when reqst-value-2-x is not numeric
                   set rresp-invalid to true
                   add 1 to requests-invalid
               when reqst-value-2 < reqst-value-1
                   set rresp-invalid to true
                   add 1 to requests-invalid
               when not master-available
                   set rresp-unknown to true
               when other
                   continue
           end-evaluate.

       walk-range-for-count.
           perform start-range-walk
           perform until search-done
               read master-file next record
                   at end
                       move "Y" to search-done-sw
                   not at end
                       if master-prime > reqst-value-2
                           move "Y" to search-done-sw
                       else
                           perform test-range-candidate
                           if not excl-hit
                               and master-active
                               add 1 to range-count
                           end-if
                       end-if
               end-read
           end-perform.

       start-range-walk.
           move "N" to search-done-sw
           move reqst-value-1 to master-prime
           start master-file key is not less than master-prime
               invalid key
                   move "Y" to search-done-sw
           end-start.

       test-range-candidate.
           move "N" to excl-hit-sw
           if master-active
               move master-prime to inquiry-value
               perform check-exclusion-table
           end-if.

      *----------------------------------------------------------
      * L: every active, unexcluded prime in the range, one
      * INQRESP record each carrying its dates and owner.  A
      * list stops at LIST-LIMIT values with a closing T record
      * and a report line telling the desk to narrow the range.
      *----------------------------------------------------------
       answer-list-section.
           move spaces to inq-report-line
           write inq-report-line
           move spaces to inq-report-line
           string "LIST OF PUBLISHED PRIMES IN RANGE"
               delimited by size into inq-report-line
           write inq-report-line
           perform reopen-request-file
           perform until reqst-file-eof
               read request-file
                   at end
                       continue
                   not at end
                       if reqst-list
                           perform answer-list-request
                       end-if
               end-read
           end-perform
           close request-file.

       answer-list-request.
           perform clear-range-response
           perform edit-range-request
           move spaces to inq-report-line
           write inq-report-line
           move spaces to inq-report-line
           string "RANGE " delimited by size
               reqst-value-1-x delimited by size
               " - " delimited by size
               reqst-value-2-x delimited by size
               into inq-report-line
           write inq-report-line
           move 0 to list-count
           if rresp-none
               move spaces to inq-report-line
               string "   PRIME   FIRST    LAST      OWNER"
                   delimited by size into inq-report-line
               write inq-report-line
               perform walk-range-for-list
           end-if
           if list-count = 0
               or rresp-truncated
               write range-response-record from range-response
           end-if
           move list-count to count-display
           move spaces to inq-report-line
           evaluate true
               when rresp-invalid
                   string "   INVALID RANGE" delimited by size
                       into inq-report-line
               when rresp-unknown
                   string "   PRIME MASTER NOT AVAILABLE"
                       delimited by size into inq-report-line
               when rresp-truncated
                   string "   LIST STOPPED AT " delimited by size
                       count-display delimited by size
                       " - NARROW THE RANGE" delimited by size
                       into inq-report-line
               when other
                   string "   LISTED " delimited by size
                       count-display delimited by size
                       into inq-report-line
           end-evaluate
           write inq-report-line.

       walk-range-for-list.
           perform start-range-walk
           perform until search-done
               read master-file next record
                   at end
                       move "Y" to search-done-sw
                   not at end
                       if master-prime > reqst-value-2
                           move "Y" to search-done-sw
                       else
                           perform test-range-candidate
                           if not excl-hit
                               and master-active
                               perform list-one-prime
                           end-if
                       end-if
               end-read
           end-perform.

       list-one-prime.
           if list-count >= list-limit
               perform clear-range-response
               set rresp-truncated to true
               move "Y" to search-done-sw
           else
               add 1 to list-count
               set rresp-found to true
               move master-prime to rresp-result
               move master-first-published to rresp-first-published
               move master-last-confirmed to rresp-last-confirmed
               perform determine-owner
               move holding-owner to rresp-alloc-owner
               write range-response-record from range-response
               move spaces to list-detail
               move master-prime to lsd-prime
               move master-first-published to lsd-first
               move master-last-confirmed to lsd-last
               move holding-owner to lsd-owner
               write inq-report-line from list-detail
           end-if.

      *----------------------------------------------------------
      * Full trial-division factorization: divide out 2, then
      * every odd divisor whose square does not exceed what is
           move publication-code to resp-publication
           move publication-first to resp-first-published
           move publication-last to resp-last-confirmed
           move holding-owner to resp-alloc-owner
           write response-record.

      *----------------------------------------------------------
           string "REQUESTS INVALID   " delimited by size
               count-display delimited by size
               into inq-report-line
           write inq-report-line
           move value-requests to count-display
           move spaces to inq-report-line
           string "  VALUE            " delimited by size
               count-display delimited by size
               into inq-report-line
           write inq-report-line
           move nearest-requests to count-display
           move spaces to inq-report-line
           string "  NEXT/PREVIOUS    " delimited by size
               count-display delimited by size
               into inq-report-line
           write inq-report-line
           move count-requests to count-display
           move spaces to inq-report-line
           string "  COUNT IN RANGE   " delimited by size
               count-display delimited by size
               into inq-report-line
           write inq-report-line
           move list-requests to count-display
           move spaces to inq-report-line
           string "  LIST IN RANGE    " delimited by size
               count-display delimited by size
               into inq-report-line
           write inq-report-line.

      *----------------------------------------------------------
                   move "NEITHER" to inq-rpt-answer
               when other
                   move "INVALID" to inq-rpt-answer
                   move legacy-request-record to inq-rpt-factors
           end-evaluate
           evaluate true
               when publication-active
               when other
                   continue
           end-evaluate
           move holding-owner to inq-rpt-owner
           write inq-report-line from inq-detail.

       build-factor-text.
