       identification division.
       program-id. TBLLOOK.
       data division.
       working-storage section.
      *> array_concat only fills and appends its tables; the lookup
      *> patterns the shop's programs actually spend their time on
      *> were never measured. This loads one ascending-key table of
      *> TBLLOOK_TABLE_SIZE entries and runs the same stream of
      *> lookups against it four ways, each inside its own named
      *> measurement region (measure_energy's BEGIN/END region
      *> calls, as nbody uses them):
      *>
      *>   SRCH-<size> - serial SEARCH ... VARYING
      *>   SALL-<size> - binary SEARCH ALL on the ASCENDING KEY
      *>   SUBS-<size> - direct subscripting, slot computed from key
      *>   SCAN-<size> - the hand-written PERFORM VARYING scan
      *>
      *> The table size rides in the region name because the
      *> workload field carries the lookup count; lookup_report
      *> splits the name back apart and shows energy per thousand
      *> lookups for each style at each size. Region names stay
      *> within twelve characters so the <name>-BEG-><name>-END
      *> pair fits the log's checkpoint-pair field.
      *>
      *>   TBLLOOK_TABLE_SIZE   - table entries (default 1000, at
      *>                          most 1000000)
      *>   TBLLOOK_LOOKUP_COUNT - lookups per style (default 10000)
      *>   TBLLOOK_HIT_PCT      - percentage of lookups whose key
      *>                          is on the table (default 80)
      *>   TBLLOOK_SEED         - generator seed (default 20250901)
      *>
      *> Table keys are the even numbers 2..2N, so a miss is an odd
      *> key inside the table's range - the serial styles pay the
      *> full scan for it, as they would in production. Every style
      *> replays the same key stream from the same seed, and all
      *> four must report the same hits and the same total of the
      *> values found; if any disagrees the program ends with
      *> return code 1.
       01 ws-env-value      pic x(16) value spaces.
       01 table-size        pic 9(7) value 1000.
       01 max-table-size    pic 9(7) value 1000000.
       01 lookup-count      pic 9(9) value 10000.
       01 hit-pct           pic 9(3) value 80.
       01 ws-seed           pic 9(18) comp value 20250901.

       01 lookup-table.
          05 lookup-entry occurs 1 to 1000000 times
                            depending on table-size
                            ascending key is lk-key
                            indexed by lk-idx.
             10 lk-key      pic 9(8).
             10 lk-value    pic 9(8).

       01 ws-lcg-state      pic 9(18) comp.
       01 ws-lcg-work       pic 9(18) comp.
       01 ws-rand           pic 9(9) comp.

       01 rec-no            pic 9(7).
       01 lookup-no         pic 9(9).
       01 op-pick           pic 9(3).
       01 target-key        pic 9(8).
       01 target-slot       pic 9(8).
       01 target-rem        pic 9.
       01 scan-sub          pic 9(7).
       01 scan-found        pic x.
          88 scan-hit          value 'Y'.
          88 scan-miss         value 'N'.

      *> per style: region name prefix, hits and value total.
       01 style-values.
          05 filler pic x(4) value "SRCH".
          05 filler pic x(4) value "SALL".
          05 filler pic x(4) value "SUBS".
          05 filler pic x(4) value "SCAN".
       01 style-table redefines style-values.
          05 style-code     pic x(4) occurs 4.
       01 style-results.
          05 style-result occurs 4.
             10 style-hits  pic 9(9).
             10 style-total pic 9(17).
       01 style-no          pic 9.
       01 expect-hits       pic 9(9) value 0.
       01 ws-fail-count     pic 9 value 0.

       01 ws-size-disp      pic z(6)9.
       01 ws-region-name    pic x(16).
       01 ws-region-op      pic x(5).

      *> measure_energy's WS-CP-LABEL linkage item is PIC X(16);
      *> the label is staged in a properly-sized field first, the
      *> same precaution nbody and keyed_io_bench take.
       01 ws-cp-label       pic x(16).
       01 ws-workload-disp  pic Z(8)9.
       01 ws-workload-trim  pic x(9) value spaces.
       procedure division.
       main.
           accept ws-env-value from environment "TBLLOOK_TABLE_SIZE"
           if ws-env-value not = spaces
               move function numval(ws-env-value) to table-size
           end-if
           if table-size < 1 or table-size > max-table-size
               display "TBLLOOK: ERROR - TBLLOOK_TABLE_SIZE must be "
                   "between 1 and " max-table-size
               stop run
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment
               "TBLLOOK_LOOKUP_COUNT"
           if ws-env-value not = spaces
               move function numval(ws-env-value) to lookup-count
           end-if
           if lookup-count < 1
               display "TBLLOOK: ERROR - TBLLOOK_LOOKUP_COUNT must "
                   "be 1 or greater"
               stop run
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment "TBLLOOK_HIT_PCT"
           if ws-env-value not = spaces
               move function numval(ws-env-value) to hit-pct
           end-if
           if hit-pct > 100
               display "TBLLOOK: ERROR - TBLLOOK_HIT_PCT must be "
                   "0 to 100"
               stop run
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment "TBLLOOK_SEED"
           if ws-env-value not = spaces
               move function numval(ws-env-value) to ws-seed
           end-if
           if ws-seed = 0
               move 20250901 to ws-seed
           end-if

           perform load-table

           display "COBJOULES_PROGRAM_NAME" upon environment-name
           display "TBLLOOK" upon environment-value
           move lookup-count to ws-workload-disp
           move function trim(ws-workload-disp) to ws-workload-trim
           display "COBJOULES_WORKLOAD_SIZE" upon environment-name
           display ws-workload-trim upon environment-value

           move "START" to ws-cp-label
           call "measure_energy" using ws-cp-label
           perform varying style-no from 1 by 1 until style-no > 4
               perform run-style
           end-perform
           move "AFTER-LOOKUPS" to ws-cp-label
           call "measure_energy" using ws-cp-label

           perform check-styles
           if ws-fail-count > 0
               display "TBLLOOK: FAIL - the lookup styles disagree"
               move 1 to return-code
           else
               display "TBLLOOK: PASS"
               move 0 to return-code
           end-if
           stop run.

       next-random.
      *> the same Lehmer/MINSTD generator (16807 modulo 2147483647)
      *> sort_dataset_gen uses - deterministic on purpose.
           compute ws-lcg-work = ws-lcg-state * 16807
           compute ws-lcg-state =
               function mod(ws-lcg-work, 2147483647)
           move ws-lcg-state to ws-rand
           .

       load-table.
           perform varying rec-no from 1 by 1
               until rec-no > table-size
               compute lk-key (rec-no) = rec-no * 2
               compute lk-value (rec-no) = rec-no * 7 + 3
           end-perform
      *> the hits the stream should find, counted once up front.
           move ws-seed to ws-lcg-state
           perform varying lookup-no from 1 by 1
               until lookup-no > lookup-count
               perform next-target
               if target-rem = 0
                   add 1 to expect-hits
               end-if
           end-perform
           .

       next-target.
      *> a hit is an even key on the table, a miss the odd key just
      *> below one - two draws per lookup whichever it is.
           perform next-random
           move function mod(ws-rand, 100) to op-pick
           perform next-random
           if op-pick < hit-pct
               compute target-key =
                   (function mod(ws-rand, table-size) + 1) * 2
               move 0 to target-rem
           else
               compute target-key =
                   (function mod(ws-rand, table-size) + 1) * 2 - 1
               move 1 to target-rem
           end-if
           .

       run-style.
           move 0 to style-hits (style-no) style-total (style-no)
           move table-size to ws-size-disp
           move spaces to ws-region-name
           string style-code (style-no) "-" delimited by size
               function trim(ws-size-disp) delimited by size
               into ws-region-name
           end-string
           move ws-seed to ws-lcg-state
           perform begin-region
           evaluate style-no
               when 1
                   perform varying lookup-no from 1 by 1
                       until lookup-no > lookup-count
                       perform next-target
                       perform serial-search
                   end-perform
               when 2
                   perform varying lookup-no from 1 by 1
                       until lookup-no > lookup-count
                       perform next-target
                       perform binary-search
                   end-perform
               when 3
                   perform varying lookup-no from 1 by 1
                       until lookup-no > lookup-count
                       perform next-target
                       perform direct-subscript
                   end-perform
               when 4
                   perform varying lookup-no from 1 by 1
                       until lookup-no > lookup-count
                       perform next-target
                       perform hand-scan
                   end-perform
           end-evaluate
           perform end-region
           .

       serial-search.
           set lk-idx to 1
           search lookup-entry varying lk-idx
               at end
                   continue
               when lk-key (lk-idx) = target-key
                   add 1 to style-hits (style-no)
                   add lk-value (lk-idx) to style-total (style-no)
           end-search
           .

       binary-search.
           search all lookup-entry
               at end
                   continue
               when lk-key (lk-idx) = target-key
                   add 1 to style-hits (style-no)
                   add lk-value (lk-idx) to style-total (style-no)
           end-search
           .

       direct-subscript.
      *> the key is its own address: slot = key / 2, and only an
      *> even key inside the table can be there.
           divide target-key by 2 giving target-slot
               remainder target-rem
           if target-rem = 0
                   and target-slot >= 1 and target-slot <= table-size
               if lk-key (target-slot) = target-key
                   add 1 to style-hits (style-no)
                   add lk-value (target-slot)
                       to style-total (style-no)
               end-if
           end-if
           .

       hand-scan.
           set scan-miss to true
           perform varying scan-sub from 1 by 1
               until scan-sub > table-size or scan-hit
               if lk-key (scan-sub) = target-key
                   set scan-hit to true
                   add 1 to style-hits (style-no)
                   add lk-value (scan-sub) to style-total (style-no)
               end-if
           end-perform
           .

       check-styles.
           perform varying style-no from 1 by 1 until style-no > 4
               display "TBLLOOK: " style-code (style-no) " "
                   style-hits (style-no) " hit(s) in " lookup-count
                   " lookup(s), value total " style-total (style-no)
               if style-hits (style-no) not = expect-hits
                   or style-total (style-no) not = style-total (1)
                   add 1 to ws-fail-count
               end-if
           end-perform
           .

       begin-region.
           move "BEGIN" to ws-region-op
           call "measure_energy" using ws-region-name
               omitted omitted ws-region-op
           .

       end-region.
           move "END" to ws-region-op
           call "measure_energy" using ws-region-name
               omitted omitted ws-region-op
           .

       exit program.
