       identification division.
       program-id.     primredl.
       author.         Emil Tullstedt.
       date-written.   Oct 15 2026.
      * Modification history:
      *   2026-10-15  ET   Original redelivery program: when a
      *                    subscriber loses a feed or disputes a
      *                    count the desk can now re-send the night
      *                    in question instead of today's list.  One
      *                    request card per redelivery (REDLREQ:
      *                    subscriber id, run date and, where the
      *                    stream distributes a suffixed PRIMEOUT,
      *                    the routing suffix) is looked up on the
      *                    generation catalog (GENCAT) PRIMRETN
      *                    keeps.  The retained PRIMEOUT generation
      *                    is verified against its own trailer and
      *                    the totals catalogued for it before
      *                    anything is cut, and the subscriber's
      *                    extract is then rebuilt exactly the way
      *                    PRIMDIST cut it: the same SUBSMSTR
      *                    profile tests dated to that night, the
      *                    same full, delimited or delta format off
      *                    the retained RECONRPT, the same range
      *                    filter.  Each extract is written as the
      *                    subscriber id, R and the night, and is
      *                    listed on a redelivery manifest (REDLMAN)
      *                    in the MANIFEST layout with the original
      *                    night in columns 42-49, which PRIMACKM
      *                    matches the subscriber's receipt against.
      *                    Redeliveries are listed REDELIVD, not
      *                    WRITTEN, so the chargeback never bills a
      *                    night twice.

       environment division.
       input-output section.
       file-control.
           select request-file assign to "REDLREQ"
               organization is line sequential
               file status is req-file-status.

           select catalog-file assign to "GENCAT"
               organization is indexed
               access mode is random
               record key is gcat-key
               file status is gcat-file-status.

           select subscriber-file assign to "SUBSMSTR"
               organization is indexed
               access mode is random
               record key is subs-id
               file status is subs-file-status.

           select prime-in-file assign to dynamic prime-gen-name
               organization is line sequential
               file status is primein-file-status.

           select recon-in-file assign to dynamic recon-gen-name
               organization is line sequential
               file status is reconin-file-status.

           select extract-file assign to dynamic extract-name
               organization is line sequential.

           select manifest-file assign to "REDLMAN"
               organization is line sequential.

       data division.
       file section.
       fd  request-file.
       01  request-record.
           05  rreq-subscriber          pic x(8).
           05  rreq-run-date            pic 9(8).
           05  rreq-run-date-x redefines rreq-run-date
                                        pic x(8).
           05  rreq-suffix              pic x(1).

       fd  catalog-file.
       01  catalog-record.
           05  gcat-key.
               10  gcat-suffix          pic x(1).
               10  gcat-generation      pic 9(2).
           05  gcat-run-date            pic 9(8).
           05  gcat-run-time            pic 9(8).
           05  gcat-requestor           pic x(8).
           05  gcat-range-start         pic 9(8).
           05  gcat-range-end           pic 9(8).
           05  gcat-count               pic 9(9).
           05  gcat-hash                pic 9(15).
           05  gcat-recon-sw            pic x(1).
               88  gcat-recon-retained  value "Y".
           05  gcat-retained-date       pic 9(8).

       fd  subscriber-file.
       01  subscriber-record.
           05  subs-id                  pic x(8).
           05  subs-range-lo            pic 9(8).
           05  subs-range-hi            pic 9(8).
           05  subs-format              pic x(1).
           05  subs-status              pic x(1).
               88  subs-active          value "A".
               88  subs-suspended       value "S".
               88  subs-closed          value "C".
           05  subs-effective           pic 9(8).
           05  subs-end-date            pic 9(8).
           05  subs-contact             pic x(20).

       fd  prime-in-file.
       01  prime-in-record              pic x(33).

       fd  recon-in-file.
       01  recon-in-record              pic x(40).

       fd  extract-file.
       01  extract-record               pic x(26).

       fd  manifest-file.
       01  manifest-line                pic x(60).

       working-storage section.
       01  req-file-status pic xx.
           88 req-file-ok value "00".
           88 req-file-eof value "10".
       01  gcat-file-status pic xx.
           88 gcat-file-ok value "00".
       01  subs-file-status pic xx.
           88 subs-file-ok value "00".
       01  primein-file-status pic xx.
           88 primein-file-ok value "00".
           88 primein-file-eof value "10".
       01  reconin-file-status pic xx.
           88 reconin-file-ok value "00".
           88 reconin-file-eof value "10".

       01  prime-gen-name pic x(12).
       01  recon-gen-name pic x(12).
       01  extract-name pic x(20).

       01  gx pic 9(3).
       01  generation-found-sw pic x.
           88 generation-found value "Y".
       01  loaded-suffix pic x(1) value space.
       01  loaded-run-date pic 9(8) value 0.
       01  loaded-valid-sw pic x value "N".
           88 loaded-valid value "Y".
       01  redl-status pic x(8).
       01  redl-reason pic x(30).

       01  pin-rec-type pic x.
       01  pin-trailer-seen-sw pic x.
           88 pin-trailer-seen value "Y".
       01  pin-trailer-count pic 9(9).
       01  pin-trailer-hash pic 9(15).
       01  pin-read-count pic 9(9).
       01  pin-read-hash pic 9(15).
       01  pin-work-value pic 9(8).
       01  prime-table-full-sw pic x.
           88 prime-table-full value "Y".
       01  delta-table-full-sw pic x.
           88 delta-table-full value "Y".

       01  prime-limit pic 9(6) value 100000.
       01  prime-count pic 9(6) value 0.
       01  prime-table.
           05 prime-value occurs 100000 times pic 9(8).

       01  delta-limit pic 9(6) value 100000.
       01  delta-count pic 9(6) value 0.
       01  delta-table.
           05 delta-entry occurs 100000 times.
               10 delta-action pic x(1).
               10 delta-value pic 9(8).

       01  recon-action-part pic x(7).
       01  recon-value-part pic x(8).
       01  delta-unreliable-sw pic x.
           88 delta-unreliable value "Y".

       01  px pic 9(6).
       01  dx pic 9(6).
       01  extract-count pic 9(8).
       01  sequence-number pic 9(8).
       01  previous-value pic 9(8).
       01  gap-value pic 9(8).
       01  requests-read pic 9(3) value 0.
       01  extracts-produced pic 9(3) value 0.
       01  requests-refused pic 9(3) value 0.

       01  range-lo pic 9(8).
       01  range-hi pic 9(8).

       01  delimited-detail.
           05  dlm-sequence pic 9(8).
           05  filler pic x(1) value ",".
           05  dlm-value pic 9(8).
           05  filler pic x(1) value ",".
           05  dlm-gap pic 9(8).

       01  delta-detail.
           05  dta-action pic x(1).
           05  dta-value pic 9(8).

       01  manifest-detail.
           05  man-file-name pic x(8).
           05  filler pic x(2) value spaces.
           05  man-format pic x(1).
           05  filler pic x(2) value spaces.
           05  man-status pic x(8).
           05  filler pic x(2) value spaces.
           05  filler pic x(8) value "RECORDS ".
           05  man-count pic z(7)9.
           05  filler pic x(2) value spaces.
           05  man-night pic x(8).
           05  filler pic x(11) value spaces.

       01  count-display pic z(7)9.
       01  run-date pic 9(8).
       01  run-time pic 9(8).

       procedure division.
       main-logic.
           accept run-date from date yyyymmdd
           accept run-time from time
           perform open-redelivery-files
           perform open-manifest
           perform process-redelivery-requests
           perform close-manifest
           close catalog-file
           close subscriber-file
           if requests-refused > 0
               move 8 to return-code
           end-if
           stop run.

      *----------------------------------------------------------
      * Nothing can be redelivered without the catalog of what
      * was retained and the subscriber master to cut it by.
      *----------------------------------------------------------
       open-redelivery-files.
           open input catalog-file
           if not gcat-file-ok
               display "PRIMREDL: GENCAT OPEN FAILED, STATUS "
                   gcat-file-status
               move 16 to return-code
               stop run
           end-if
           open input subscriber-file
           if not subs-file-ok
               display "PRIMREDL: SUBSMSTR OPEN FAILED, STATUS "
                   subs-file-status
               move 16 to return-code
               stop run
           end-if.

       open-manifest.
           open output manifest-file
           move spaces to manifest-line
           string "PRIME REDELIVERY MANIFEST"
               delimited by size into manifest-line
           write manifest-line
           move spaces to manifest-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "   RUN TIME " delimited by size
               run-time delimited by size
               into manifest-line
           write manifest-line
           move spaces to manifest-line
           write manifest-line.

       process-redelivery-requests.
           open input request-file
           if not req-file-ok
               display "PRIMREDL: REDLREQ NOT AVAILABLE, STATUS "
                   req-file-status ", NOTHING REDELIVERED"
           else
               perform until req-file-eof
                   read request-file
                       at end
                           continue
                       not at end
                           add 1 to requests-read
                           perform redeliver-one-request
                   end-read
               end-perform
               close request-file
           end-if.

      *----------------------------------------------------------
      * Every card ends on the manifest: REDELIVD with the count
      * cut, or the reason it was not, on SYSOUT and as the
      * manifest status.  Only a REDELIVD line is a delivery
      * PRIMACKM waits for a receipt against.
      *----------------------------------------------------------
       redeliver-one-request.
           move spaces to redl-status
           move spaces to redl-reason
           move 0 to extract-count
           move rreq-subscriber to man-file-name
           move space to man-format
           move rreq-run-date-x to man-night
           if rreq-subscriber = spaces
               or rreq-run-date-x is not numeric
               move "REJECTED" to redl-status
               move "BAD REQUEST CARD" to redl-reason
           else
               perform read-subscriber-profile
           end-if
           if redl-status = spaces
               perform load-retained-night
           end-if
           if redl-status = spaces
               perform screen-profile-for-night
           end-if
           if redl-status = spaces
               perform write-one-extract
               move "REDELIVD" to redl-status
               add 1 to extracts-produced
           else
               add 1 to requests-refused
               display "PRIMREDL: " rreq-subscriber " "
                   rreq-run-date-x " NOT REDELIVERED, " redl-reason
           end-if
           move redl-status to man-status
           move extract-count to man-count
           write manifest-line from manifest-detail.

       read-subscriber-profile.
           move rreq-subscriber to subs-id
           read subscriber-file
               invalid key
                   move "REJECTED" to redl-status
                   move "NOT ON SUBSMSTR" to redl-reason
               not invalid key
                   move subs-format to man-format
           end-read.

      *----------------------------------------------------------
      * Find the night on the catalog and load its PRIMEOUT and
      * RECONRPT generations into the tables PRIMDIST cut from.
      * Consecutive cards for the same night reuse what is
      * already loaded.
      *----------------------------------------------------------
       load-retained-night.
           if not loaded-valid
               or loaded-suffix not = rreq-suffix
               or loaded-run-date not = rreq-run-date
               move "N" to loaded-valid-sw
               perform find-retained-generation
               if not generation-found
                   move "NOGEN" to redl-status
                   move "NIGHT NOT RETAINED" to redl-reason
               else
                   perform load-prime-generation
               end-if
               if redl-status = spaces
                   perform load-delta-generation
                   move rreq-suffix to loaded-suffix
                   move rreq-run-date to loaded-run-date
                   move "Y" to loaded-valid-sw
               end-if
           end-if.

       find-retained-generation.
           move "N" to generation-found-sw
           perform varying gx from 1 by 1
                   until gx > 99 or generation-found
               move rreq-suffix to gcat-suffix
               move gx to gcat-generation
               read catalog-file
                   invalid key
                       continue
                   not invalid key
                       if gcat-run-date = rreq-run-date
                           move "Y" to generation-found-sw
                       end-if
               end-read
           end-perform
           if generation-found
               move spaces to prime-gen-name
               string "PRIMEOUT" delimited by size
                   gcat-suffix delimited by space
                   "G" delimited by size
                   gcat-generation delimited by size
                   into prime-gen-name
               move spaces to recon-gen-name
               string "RECONRPT" delimited by size
                   gcat-suffix delimited by space
                   "G" delimited by size
                   gcat-generation delimited by size
                   into recon-gen-name
           end-if.

      *----------------------------------------------------------
      * The retained generation must agree with its own trailer
      * and with the totals PRIMRETN catalogued when it was
      * kept; a generation that does not is never cut from.
      *----------------------------------------------------------
       load-prime-generation.
           move "N" to pin-trailer-seen-sw
           move "N" to prime-table-full-sw
           move 0 to pin-read-count
           move 0 to pin-read-hash
           move 0 to prime-count
           open input prime-in-file
           if not primein-file-ok
               move "NOGEN" to redl-status
               move "GENERATION FILE MISSING" to redl-reason
           else
               perform until primein-file-eof
                   read prime-in-file
                       at end
                           continue
                       not at end
                           perform store-one-prime
                   end-read
               end-perform
               close prime-in-file
               evaluate true
                   when not pin-trailer-seen
                       move "UNVERIFD" to redl-status
                       move "GENERATION HAS NO TRAILER"
                           to redl-reason
                   when pin-trailer-count not = pin-read-count
                       or pin-trailer-hash not = pin-read-hash
                       move "UNVERIFD" to redl-status
                       move "GENERATION TOTALS MISMATCH"
                           to redl-reason
                   when pin-trailer-count not = gcat-count
                       or pin-trailer-hash not = gcat-hash
                       move "UNVERIFD" to redl-status
                       move "TRAILER DIFFERS FROM CATALOG"
                           to redl-reason
                   when prime-table-full
                       move "OVERFLOW" to redl-status
                       move "PRIME TABLE FULL" to redl-reason
                   when other
                       continue
               end-evaluate
           end-if.

       store-one-prime.
           move prime-in-record(1:1) to pin-rec-type
           evaluate pin-rec-type
               when "D"
                   add 1 to pin-read-count
                   move prime-in-record(2:8) to pin-work-value
                   add pin-work-value to pin-read-hash
                   if prime-count < prime-limit
                       add 1 to prime-count
                       move pin-work-value to prime-value(prime-count)
                   else
                       move "Y" to prime-table-full-sw
                   end-if
               when "T"
                   move "Y" to pin-trailer-seen-sw
                   move prime-in-record(2:9) to pin-trailer-count
                   move prime-in-record(11:15) to pin-trailer-hash
               when other
                   continue
           end-evaluate.

      *----------------------------------------------------------
      * The delta comes off the retained RECONRPT at the columns
      * PRIMDIST reads.  A night retained without one had empty
      * deltas, and gets them again.
      *----------------------------------------------------------
       load-delta-generation.
           move 0 to delta-count
           move "N" to delta-unreliable-sw
           move "N" to delta-table-full-sw
           if gcat-recon-retained
               open input recon-in-file
               if reconin-file-ok
                   perform until reconin-file-eof
                       read recon-in-file
                           at end
                               continue
                           not at end
                               perform store-one-delta
                       end-read
                   end-perform
                   close recon-in-file
               end-if
           end-if.

       store-one-delta.
           move recon-in-record(1:7) to recon-action-part
           if recon-action-part = "PRVLIST"
               move "Y" to delta-unreliable-sw
           end-if
           if recon-action-part = "ADDED"
               or recon-action-part = "DROPPED"
               move recon-in-record(11:8) to recon-value-part
               inspect recon-value-part replacing leading spaces
                   by zeros
               if recon-value-part is numeric
                   if delta-count < delta-limit
                       add 1 to delta-count
                       if recon-action-part = "ADDED"
                           move "A" to delta-action(delta-count)
                       else
                           move "D" to delta-action(delta-count)
                       end-if
                       move recon-value-part
                           to delta-value(delta-count)
                   else
                       move "Y" to delta-table-full-sw
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------
      * PRIMDIST's profile tests, dated to the night being
      * redelivered: a corrupt profile is REJECTED, one not in
      * effect that night or suspended or closed is SKIPPED, and
      * a delta off an unreliable or overflowed reconciliation
      * is held exactly as it was held the first time.
      *----------------------------------------------------------
       screen-profile-for-night.
           if (subs-format not = "F"
                   and subs-format not = "D"
                   and subs-format not = "L")
               or (not subs-active and not subs-suspended
                   and not subs-closed)
               or subs-range-hi < subs-range-lo
               move "REJECTED" to redl-status
               move "PROFILE FAILS EDIT" to redl-reason
           else
               move subs-range-lo to range-lo
               move subs-range-hi to range-hi
               evaluate true
                   when subs-suspended
                       move "SKIPPED" to redl-status
                       move "SUBSCRIBER SUSPENDED" to redl-reason
                   when subs-closed
                       move "SKIPPED" to redl-status
                       move "SUBSCRIBER CLOSED" to redl-reason
                   when subs-effective > rreq-run-date
                       move "SKIPPED" to redl-status
                       move "NOT YET EFFECTIVE THAT NIGHT"
                           to redl-reason
                   when subs-end-date < rreq-run-date
                       move "SKIPPED" to redl-status
                       move "ENDED BEFORE THAT NIGHT" to redl-reason
                   when subs-format = "L" and delta-unreliable
                       move "UNVERIFD" to redl-status
                       move "RECONRPT FLAGGED UNRELIABLE"
                           to redl-reason
                   when subs-format = "L" and delta-table-full
                       move "OVERFLOW" to redl-status
                       move "DELTA TABLE FULL" to redl-reason
                   when other
                       continue
               end-evaluate
           end-if.

       write-one-extract.
           move spaces to extract-name
           string subs-id delimited by space
               "R" delimited by size
               rreq-run-date delimited by size
               into extract-name
           open output extract-file
           move 0 to extract-count
           move 0 to sequence-number
           move 0 to previous-value
           evaluate subs-format
               when "F"
                   perform write-full-extract
               when "D"
                   perform write-delimited-extract
               when "L"
                   perform write-delta-extract
           end-evaluate
           close extract-file.

       write-full-extract.
           perform varying px from 1 by 1 until px > prime-count
               if prime-value(px) >= range-lo
                   and prime-value(px) <= range-hi
                   move spaces to extract-record
                   move prime-value(px) to extract-record(1:8)
                   write extract-record
                   add 1 to extract-count
               end-if
           end-perform.

       write-delimited-extract.
           perform varying px from 1 by 1 until px > prime-count
               if prime-value(px) >= range-lo
                   and prime-value(px) <= range-hi
                   add 1 to sequence-number
                   move sequence-number to dlm-sequence
                   move prime-value(px) to dlm-value
                   if sequence-number = 1
                       move 0 to dlm-gap
                   else
                       compute gap-value =
                           prime-value(px) - previous-value
                       move gap-value to dlm-gap
                   end-if
                   move prime-value(px) to previous-value
                   move spaces to extract-record
                   move delimited-detail to extract-record
                   write extract-record
                   add 1 to extract-count
               end-if
           end-perform.

       write-delta-extract.
           perform varying dx from 1 by 1 until dx > delta-count
               if delta-value(dx) >= range-lo
                   and delta-value(dx) <= range-hi
                   move delta-action(dx) to dta-action
                   move delta-value(dx) to dta-value
                   move spaces to extract-record
                   move delta-detail to extract-record
                   write extract-record
                   add 1 to extract-count
               end-if
           end-perform.

       close-manifest.
           move spaces to manifest-line
           write manifest-line
           move requests-read to count-display
           move spaces to manifest-line
           string "REQUESTS READ     " delimited by size
               count-display delimited by size
               into manifest-line
           write manifest-line
           move extracts-produced to count-display
           move spaces to manifest-line
           string "REDELIVERED       " delimited by size
               count-display delimited by size
               into manifest-line
           write manifest-line
           move requests-refused to count-display
           move spaces to manifest-line
           string "NOT REDELIVERED   " delimited by size
               count-display delimited by size
               into manifest-line
           write manifest-line
           close manifest-file.
