       identification division.
       program-id. RECSORT.
       environment division.
       input-output section.
       file-control.
      *> every other sort benchmark orders a single 5-digit number,
      *> but the shop's production sorts move fixed-length records
      *> on composite keys, where comparing the key and moving the
      *> record cost nothing like a 5-digit item does. This one
      *> sorts 80-byte transaction records on account (ascending,
      *> alphanumeric), posting date (ascending, packed decimal) and
      *> amount (descending, packed decimal) three ways, each
      *> measured and tagged as its own program so energy_report
      *> ranks them side by side:
      *>
      *>   RECSORT-VERB - SORT ... USING / GIVING, the file-to-file
      *>                  sort a production step runs; its time
      *>                  includes the SORT's own file passes
      *>   RECSORT-HAND - a hand-coded stable merge sort on the
      *>                  composite key over the in-storage table
      *>   RECSORT-PROC - SORT with INPUT / OUTPUT PROCEDUREs over
      *>                  the same table, the runtime's sort without
      *>                  the file passes
      *>
      *> Each method starts from the same unsorted records; the
      *> reload between methods is outside the measurement (the
      *> checkpoint chain is reset at each method's START). Each
      *> output is then read back and verified: keys in order, and
      *> record count and the sequence, date and amount hash totals
      *> equal to the input's, so a dropped or duplicated record
      *> fails. Any failure ends the run with RETURN-CODE 1, the
      *> sort_verify convention.
      *>
      *>   RECSORT_RECORD_COUNT - records generated, 1-50000,
      *>                          default 10000
      *>   RECSORT_SEED         - generator seed, default 12345, so
      *>                          a generated set is reproducible
      *>   RECSORT_INPUT_FILE   - read the records from this
      *>                          fixed-length file (the layout
      *>                          below) instead of generating them
      *>
      *> The record files are ORGANIZATION SEQUENTIAL, fixed 80-byte
      *> records rather than line sequential: the packed date and
      *> amount can hold any byte value, a newline included.
           select input-record-file assign to ws-input-path
               organization sequential
               file status is input-fs.
           select verb-input-file assign to "record-sort-input"
               organization sequential
               file status is verb-in-fs.
           select verb-output-file assign to "record-sort-verb-output"
               organization sequential
               file status is verb-out-fs.
           select hand-output-file assign to "record-sort-hand-output"
               organization sequential
               file status is hand-out-fs.
           select proc-output-file assign to "record-sort-proc-output"
               organization sequential
               file status is proc-out-fs.
           select verify-file assign to ws-verify-path
               organization sequential
               file status is verify-fs.
           select sort-work-file assign to "recsort-work".
       data division.
       file section.
       fd  input-record-file.
       01  input-record          pic x(80).
       fd  verb-input-file.
       01  verb-input-record     pic x(80).
       fd  verb-output-file.
       01  verb-output-record    pic x(80).
       fd  hand-output-file.
       01  hand-output-record    pic x(80).
       fd  proc-output-file.
       01  proc-output-record    pic x(80).
       fd  verify-file.
       01  verify-record.
           05  vr-account        pic x(12).
           05  vr-post-date      pic s9(8) comp-3.
           05  vr-amount         pic s9(9)v99 comp-3.
           05  vr-seq            pic 9(8).
           05  vr-branch         pic x(4).
           05  vr-desc           pic x(45).
       sd  sort-work-file.
       01  sort-work-record.
           05  sw-account        pic x(12).
           05  sw-post-date      pic s9(8) comp-3.
           05  sw-amount         pic s9(9)v99 comp-3.
           05  sw-seq            pic 9(8).
           05  sw-branch         pic x(4).
           05  sw-desc           pic x(45).
       working-storage section.
       01 input-fs          pic xx.
       01 verb-in-fs        pic xx.
       01 verb-out-fs       pic xx.
       01 hand-out-fs       pic xx.
       01 proc-out-fs       pic xx.
       01 verify-fs         pic xx.
       01 ws-input-path     pic x(100) value spaces.
       01 ws-verify-path    pic x(40) value spaces.
       01 ws-env-value      pic x(16) value spaces.
       01 input-eof         pic x value 'N'.
          88 input-at-end       value 'Y'.
          88 input-not-at-end   value 'N'.

       01 record-count      pic 9(5) value 10000.
       01 max-records       pic 9(5) value 50000.
       01 rec-no            pic 9(6).

       01 ws-lcg-state      pic 9(18) comp value 12345.
       01 ws-lcg-work       pic 9(18) comp.
       01 ws-rand           pic 9(9) comp.
       01 ws-accounts       pic 9(5).
       01 ws-day-base       pic 9(7).
       01 ws-seq-disp       pic 9(8).
       01 ws-branch-no      pic 9(3).

      *> the unsorted records, kept as loaded so every method starts
      *> from the same order.
       01 input-table.
          03 input-entry    pic x(80) occurs 50000 times.

      *> the table the hand sort and the procedure sort work on.
       01 rec-table.
          03 rec-entry      occurs 50000 times.
             05 rt-account  pic x(12).
             05 rt-post-date pic s9(8) comp-3.
             05 rt-amount   pic s9(9)v99 comp-3.
             05 rt-seq      pic 9(8).
             05 rt-branch   pic x(4).
             05 rt-desc     pic x(45).
      *> the merge sort's work table.
       01 work-table.
          03 work-entry     pic x(80) occurs 50000 times.
       01 gen-record.
          05 gr-account     pic x(12).
          05 gr-post-date   pic s9(8) comp-3.
          05 gr-amount      pic s9(9)v99 comp-3.
          05 gr-seq         pic 9(8).
          05 gr-branch      pic x(4).
          05 gr-desc        pic x(45).

      *> the composite-key comparison: cmp-left against cmp-right,
      *> cmp-result "<" when left sorts first, ">" when right does,
      *> "=" on equal keys.
       01 cmp-left.
          05 cl-account     pic x(12).
          05 cl-post-date   pic s9(8) comp-3.
          05 cl-amount      pic s9(9)v99 comp-3.
          05 filler         pic x(57).
       01 cmp-right.
          05 cr-account     pic x(12).
          05 cr-post-date   pic s9(8) comp-3.
          05 cr-amount      pic s9(9)v99 comp-3.
          05 filler         pic x(57).
       01 cmp-result        pic x.

      *> the merge pass, as in merge_sort: widths and bounds can pass
      *> the table size on the last pass, hence the extra digit.
       01 merge-width       pic 9(6).
       01 merge-lo          pic 9(6).
       01 merge-mid         pic 9(6).
       01 merge-hi          pic 9(6).
       01 left-index        pic 9(6).
       01 right-index       pic 9(6).
       01 work-index        pic 9(6).
       01 proc-count        pic 9(6).

      *> control totals: taken over the input, then over each
      *> output as it is read back.
       01 in-seq-total      pic 9(15) value 0.
       01 in-date-total     pic 9(15) value 0.
       01 in-amount-total   pic s9(15)v99 value 0.
       01 out-count         pic 9(6).
       01 out-seq-total     pic 9(15).
       01 out-date-total    pic 9(15).
       01 out-amount-total  pic s9(15)v99.
       01 out-out-of-order  pic 9(6).
       01 have-prior        pic x.
       01 ws-method         pic x(12).
       01 ws-fail-count     pic 9 value 0.
       01 ws-reset-flag     pic x value 'Y'.

      *> measure_energy's WS-CP-LABEL linkage item is PIC X(16);
      *> the label is staged in a properly-sized field first, the
      *> same precaution nbody and SORTVERB take.
       01 ws-cp-label       pic x(16).
       01 ws-workload-disp  pic Z(4)9.
       01 ws-workload-trim  pic x(5) value spaces.
       procedure division.
       main.
           accept ws-env-value from environment
               "RECSORT_RECORD_COUNT"
           if ws-env-value not = spaces
               move function numval(ws-env-value) to record-count
           end-if
           if record-count < 1 or record-count > max-records
               display "RECSORT: ERROR - RECSORT_RECORD_COUNT must "
                   "be between 1 and " max-records
               stop run
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment "RECSORT_SEED"
           if ws-env-value not = spaces
               move function numval(ws-env-value) to ws-lcg-state
           end-if
           if ws-lcg-state = 0
               move 12345 to ws-lcg-state
           end-if
           accept ws-input-path from environment "RECSORT_INPUT_FILE"
           if ws-input-path not = spaces
               perform load-records
           else
               perform generate-records
           end-if
           perform take-input-totals
           perform write-verb-input

           move record-count to ws-workload-disp
           move function trim(ws-workload-disp) to ws-workload-trim
           display "COBJOULES_WORKLOAD_SIZE" upon environment-name
           display ws-workload-trim upon environment-value

      *> 1 - the SORT verb, file to file.
           move "RECSORT-VERB" to ws-method
           perform start-method
           sort sort-work-file
               on ascending key sw-account sw-post-date
               on descending key sw-amount
               with duplicates in order
               using verb-input-file
               giving verb-output-file
           perform end-method
           move "record-sort-verb-output" to ws-verify-path
           perform verify-output

      *> 2 - the hand-coded merge sort on the composite key.
           move input-table to rec-table
           move "RECSORT-HAND" to ws-method
           perform start-method
           perform merge-sort
           perform end-method
           perform write-hand-output
           move "record-sort-hand-output" to ws-verify-path
           perform verify-output

      *> 3 - the SORT verb through INPUT / OUTPUT PROCEDUREs.
           move "RECSORT-PROC" to ws-method
           perform start-method
           sort sort-work-file
               on ascending key sw-account sw-post-date
               on descending key sw-amount
               with duplicates in order
               input procedure is release-records
               output procedure is collect-records
           perform end-method
           perform write-proc-output
           move "record-sort-proc-output" to ws-verify-path
           perform verify-output

           if ws-fail-count > 0
               display "RECSORT: overall result - FAIL"
               move 1 to return-code
           else
               display "RECSORT: overall result - PASS"
               move 0 to return-code
           end-if
           stop run.

      *> each method is its own program as far as the log goes; the
      *> reset makes START the first checkpoint of a fresh chain, so
      *> the reload and verification between methods are never
      *> logged as anyone's energy.
       start-method.
           display "COBJOULES_PROGRAM_NAME" upon environment-name
           display ws-method upon environment-value
           move "START" to ws-cp-label
           call "measure_energy" using ws-cp-label ws-reset-flag
           .

       end-method.
           move "AFTER-SORT" to ws-cp-label
           call "measure_energy" using ws-cp-label
           .

       next-random.
      *> the same Lehmer/MINSTD generator (16807 modulo 2147483647)
      *> sort_dataset_gen uses - deterministic on purpose.
           compute ws-lcg-work = ws-lcg-state * 16807
           compute ws-lcg-state =
               function mod(ws-lcg-work, 2147483647)
           move ws-lcg-state to ws-rand
           .

       generate-records.
      *> about eight records an account, dated through 2025, one
      *> amount in ten a credit - enough ties on account and date
      *> that all three key fields decide the order.
           compute ws-accounts = record-count / 8 + 1
           compute ws-day-base = function integer-of-date(20250101)
           perform varying rec-no from 1 by 1
               until rec-no > record-count
               move spaces to gen-record
               perform next-random
               move function mod(ws-rand, ws-accounts)
                   to ws-seq-disp
               string "ACCT-" delimited by size
                      ws-seq-disp(2:7) delimited by size
                   into gr-account
               perform next-random
               compute gr-post-date = function date-of-integer(
                   ws-day-base + function mod(ws-rand, 365))
               perform next-random
               compute gr-amount = function mod(ws-rand, 10000000)
                   / 100
               perform next-random
               if function mod(ws-rand, 10) = 0
                   compute gr-amount = 0 - gr-amount
               end-if
               move rec-no to gr-seq ws-seq-disp
               perform next-random
               move function mod(ws-rand, 1000) to ws-branch-no
               string "B" delimited by size
                      ws-branch-no delimited by size
                   into gr-branch
               move rec-no to ws-seq-disp
               string "TRANSACTION " delimited by size
                      ws-seq-disp delimited by size
                   into gr-desc
               move gen-record to input-entry (rec-no)
           end-perform
           .

       load-records.
           open input input-record-file
           if input-fs not = "00"
               display "RECSORT: ERROR - could not open "
                   function trim(ws-input-path)
                   " (status " input-fs ")"
               stop run
           end-if
           move 0 to record-count
           perform until input-at-end
               read input-record-file
                   at end
                       set input-at-end to true
                   not at end
                       if record-count >= max-records
                           display "RECSORT: ERROR - "
                               function trim(ws-input-path)
                               " holds more than " max-records
                               " records"
                           close input-record-file
                           stop run
                       end-if
                       add 1 to record-count
                       move input-record to input-entry (record-count)
               end-read
           end-perform
           close input-record-file
           if record-count = 0
               display "RECSORT: ERROR - "
                   function trim(ws-input-path) " is empty"
               stop run
           end-if
           .

       take-input-totals.
           perform varying rec-no from 1 by 1
               until rec-no > record-count
               move input-entry (rec-no) to gen-record
               add gr-seq to in-seq-total
               add gr-post-date to in-date-total
               add gr-amount to in-amount-total
           end-perform
           .

       write-verb-input.
           open output verb-input-file
           if verb-in-fs not = "00"
               display "RECSORT: ERROR - could not write "
                   "record-sort-input (status " verb-in-fs ")"
               stop run
           end-if
           perform varying rec-no from 1 by 1
               until rec-no > record-count
               write verb-input-record from input-entry (rec-no)
           end-perform
           close verb-input-file
           .

       merge-sort.
           move 1 to merge-width
           perform until merge-width >= record-count
               move 1 to merge-lo
               perform until merge-lo > record-count
                   compute merge-mid = merge-lo + merge-width - 1
                   compute merge-hi = merge-lo + 2 * merge-width - 1
                   if merge-hi > record-count
                       move record-count to merge-hi
                   end-if
                   if merge-mid < merge-hi
                       perform merge-runs
                   end-if
                   compute merge-lo = merge-lo + 2 * merge-width
               end-perform
               compute merge-width = merge-width * 2
           end-perform
           .

      *> lo..mid and mid+1..hi are each in key order; merge them
      *> into the work table, taking the left record on equal keys
      *> so the sort is stable, then copy the merged run back.
       merge-runs.
           move merge-lo to left-index work-index
           compute right-index = merge-mid + 1
           perform until left-index > merge-mid
                   or right-index > merge-hi
               move rec-entry (left-index) to cmp-left
               move rec-entry (right-index) to cmp-right
               perform compare-keys
               if cmp-result = ">"
                   move rec-entry (right-index)
                       to work-entry (work-index)
                   add 1 to right-index
               else
                   move rec-entry (left-index)
                       to work-entry (work-index)
                   add 1 to left-index
               end-if
               add 1 to work-index
           end-perform
           perform until left-index > merge-mid
               move rec-entry (left-index) to work-entry (work-index)
               add 1 to left-index work-index
           end-perform
           perform until right-index > merge-hi
               move rec-entry (right-index) to work-entry (work-index)
               add 1 to right-index work-index
           end-perform
           perform varying work-index from merge-lo by 1
               until work-index > merge-hi
               move work-entry (work-index) to rec-entry (work-index)
           end-perform
           .

       compare-keys.
           evaluate true
               when cl-account < cr-account
                   move "<" to cmp-result
               when cl-account > cr-account
                   move ">" to cmp-result
               when cl-post-date < cr-post-date
                   move "<" to cmp-result
               when cl-post-date > cr-post-date
                   move ">" to cmp-result
               when cl-amount > cr-amount
                   move "<" to cmp-result
               when cl-amount < cr-amount
                   move ">" to cmp-result
               when other
                   move "=" to cmp-result
           end-evaluate
           .

       release-records.
           perform varying rec-no from 1 by 1
               until rec-no > record-count
               move input-entry (rec-no) to sort-work-record
               release sort-work-record
           end-perform
           .

       collect-records.
           move 0 to proc-count
           perform collect-one-record
               until proc-count >= record-count
           .

       collect-one-record.
           return sort-work-file
               at end
                   move record-count to proc-count
               not at end
                   add 1 to proc-count
                   move sort-work-record to rec-entry (proc-count)
           end-return
           .

       write-hand-output.
           open output hand-output-file
           perform varying rec-no from 1 by 1
               until rec-no > record-count
               write hand-output-record from rec-entry (rec-no)
           end-perform
           close hand-output-file
           .

       write-proc-output.
           open output proc-output-file
           perform varying rec-no from 1 by 1
               until rec-no > record-count
               write proc-output-record from rec-entry (rec-no)
           end-perform
           close proc-output-file
           .

       verify-output.
           move 0 to out-count out-seq-total out-date-total
               out-amount-total out-out-of-order
           move 'N' to have-prior
           set input-not-at-end to true
           open input verify-file
           if verify-fs not = "00"
               display "RECSORT: FAIL " ws-method " - "
                   function trim(ws-verify-path)
                   " could not be read (status " verify-fs ")"
               add 1 to ws-fail-count
               exit paragraph
           end-if
           perform until input-at-end
               read verify-file
                   at end
                       set input-at-end to true
                   not at end
                       perform verify-one-record
               end-read
           end-perform
           close verify-file
           set input-not-at-end to true

           if out-count not = record-count
                   or out-seq-total not = in-seq-total
                   or out-date-total not = in-date-total
                   or out-amount-total not = in-amount-total
               display "RECSORT: FAIL " ws-method " - "
                   out-count " record(s) out of " record-count
                   "; control totals do not match the input"
               add 1 to ws-fail-count
               exit paragraph
           end-if
           if out-out-of-order > 0
               display "RECSORT: FAIL " ws-method " - "
                   out-out-of-order " record(s) out of key order"
               add 1 to ws-fail-count
               exit paragraph
           end-if
           display "RECSORT: PASS " ws-method " (" out-count
               " record(s) in key order, control totals match)"
           .

       verify-one-record.
           add 1 to out-count
           add vr-seq to out-seq-total
           add vr-post-date to out-date-total
           add vr-amount to out-amount-total
           move verify-record to cmp-right
           if have-prior = 'Y'
               perform compare-keys
               if cmp-result = ">"
                   add 1 to out-out-of-order
               end-if
           end-if
           move verify-record to cmp-left
           move 'Y' to have-prior
           .
