       identification division.
       program-id. MSTRUPD.
       environment division.
       input-output section.
       file-control.
      *> the four files of a classic sequential update: the old
      *> master and the sorted transactions in, the new master and
      *> the exceptions report out. The raw transactions are
      *> written in arrival order and put through the SORT verb the
      *> way a production job's sort step would feed its update.
           select old-master-file assign to "mstrupd-old-master"
               organization line sequential
               file status is old-fs.
           select raw-trans-file assign to "mstrupd-trans-unsorted"
               organization line sequential
               file status is raw-fs.
           select trans-file assign to "mstrupd-transactions"
               organization line sequential
               file status is trans-fs.
           select new-master-file assign to "mstrupd-new-master"
               organization line sequential
               file status is new-fs.
           select exception-file assign to "mstrupd-exceptions"
               organization line sequential
               file status is exc-fs.
           select trans-sort-file assign to "mstrupd-sort-work".
       data division.
       file section.
       fd  old-master-file.
       01  old-master-record.
           05  om-key       pic 9(9).
           05  om-name      pic x(30).
           05  om-balance   pic s9(11)v99 sign leading separate.
           05  om-changes   pic 9(5).
       fd  raw-trans-file.
       01  raw-trans-record.
           05  rt-key       pic 9(9).
           05  rt-seq       pic 9(9).
           05  rt-type      pic x.
           05  rt-amount    pic s9(9)v99 sign leading separate.
           05  rt-name      pic x(30).
       fd  trans-file.
       01  trans-record.
           05  tr-key       pic 9(9).
           05  tr-seq       pic 9(9).
           05  tr-type      pic x.
           05  tr-amount    pic s9(9)v99 sign leading separate.
           05  tr-name      pic x(30).
       fd  new-master-file.
       01  new-master-record.
           05  nm-key       pic 9(9).
           05  nm-name      pic x(30).
           05  nm-balance   pic s9(11)v99 sign leading separate.
           05  nm-changes   pic 9(5).
       fd  exception-file.
       01  exception-line   pic x(100).
       sd  trans-sort-file.
       01  trans-sort-record.
           05  ts-key       pic 9(9).
           05  ts-seq       pic 9(9).
           05  ts-type      pic x.
           05  ts-amount    pic s9(9)v99 sign leading separate.
           05  ts-name      pic x(30).
       working-storage section.
      *> file_io_bench and keyed_io_bench measure raw access
      *> patterns; this measures the shape of the shop's nightly
      *> production jobs - a sequential old master matched against
      *> sorted add / change / delete transactions by the balanced-
      *> line algorithm, producing a new master and an exceptions
      *> report. The match phase is bracketed by the same
      *> measure_energy checkpoints and COBJOULES_PROGRAM_NAME /
      *> COBJOULES_WORKLOAD_SIZE tagging the other benchmarks use;
      *> the workload size is the transaction count, so
      *> energy_report's per-unit figures times 1000 are the cost
      *> of an update per thousand transactions.
      *>
      *>   MSTRUPD_MASTER_COUNT - old master records (default
      *>                          10000, at most 99999999)
      *>   MSTRUPD_TRANS_COUNT  - transactions (default = master
      *>                          count)
      *>   MSTRUPD_MIX          - percentages "adds:changes:deletes:
      *>                          unmatched", default "20:50:20:10";
      *>                          must sum to 100
      *>   MSTRUPD_SEED         - generator seed (default 20250901)
      *>
      *> Old master keys are the even numbers 2..2N, so adds and
      *> unmatched changes/deletes draw odd keys that are never on
      *> the old master. Transactions against the same key apply in
      *> arrival order - an add followed by a change of the same
      *> key is two good transactions, a change after a delete is
      *> an exception - exactly as the production update treats
      *> them, so the applied counts are results, not echoes of
      *> the mix.
      *>
      *> Control totals prove the new master balances: records
      *> (old + adds - deletes = new), money (old balances + add
      *> amounts + change amounts - deleted balances = new
      *> balances), transactions (read = applied + rejected), and
      *> a re-read of the new master that must agree with what the
      *> update wrote, in ascending key order. Any break is
      *> reported and the program ends with return code 1.
       01 old-fs            pic xx.
       01 raw-fs            pic xx.
       01 trans-fs          pic xx.
       01 new-fs            pic xx.
       01 exc-fs            pic xx.
       01 ws-env-value      pic x(16) value spaces.
       01 master-count      pic 9(9) value 10000.
       01 max-master-count  pic 9(9) value 99999999.
       01 trans-count       pic 9(9) value 0.
       01 mix-add-pct       pic 9(3) value 20.
       01 mix-change-pct    pic 9(3) value 50.
       01 mix-delete-pct    pic 9(3) value 20.
       01 mix-unmatched-pct pic 9(3) value 10.
       01 f-mix-1           pic x(4).
       01 f-mix-2           pic x(4).
       01 f-mix-3           pic x(4).
       01 f-mix-4           pic x(4).
       01 mix-sum           pic 9(4).

       01 ws-lcg-state      pic 9(18) comp value 20250901.
       01 ws-lcg-work       pic 9(18) comp.
       01 ws-rand           pic 9(9) comp.

       01 rec-no            pic 9(9).
       01 op-pick           pic 9(3).
       01 ws-name-no        pic 9(9).

      *> the balanced-line state: the key being worked, the master
      *> held for it, and the next key on each input. An exhausted
      *> input's key is high-key, which no real key reaches.
       01 high-key          pic 9(9) value 999999999.
       01 old-key           pic 9(9).
       01 trans-key         pic 9(9).
       01 active-key        pic 9(9).
       01 hold-present      pic x value 'N'.
          88 hold-on-file      value 'Y'.
          88 hold-not-on-file  value 'N'.
       01 hold-record.
          05 hold-key       pic 9(9).
          05 hold-name      pic x(30).
          05 hold-balance   pic s9(11)v99.
          05 hold-changes   pic 9(5).
       01 exc-reason        pic x(40).

      *> the generated mix.
       01 gen-adds          pic 9(9) value 0.
       01 gen-changes       pic 9(9) value 0.
       01 gen-deletes       pic 9(9) value 0.
       01 gen-unmatched     pic 9(9) value 0.
       01 gen-balance-total pic s9(15)v99 value 0.

      *> the update's control totals.
       01 old-read          pic 9(9) value 0.
       01 old-balance-total pic s9(15)v99 value 0.
       01 trans-read        pic 9(9) value 0.
       01 adds-applied      pic 9(9) value 0.
       01 changes-applied   pic 9(9) value 0.
       01 deletes-applied   pic 9(9) value 0.
       01 trans-rejected    pic 9(9) value 0.
       01 add-amount-total  pic s9(15)v99 value 0.
       01 change-amount-total pic s9(15)v99 value 0.
       01 delete-balance-total pic s9(15)v99 value 0.
       01 new-written       pic 9(9) value 0.
       01 new-balance-total pic s9(15)v99 value 0.
       01 new-reread        pic 9(9) value 0.
       01 new-reread-total  pic s9(15)v99 value 0.
       01 new-out-of-order  pic 9(9) value 0.
       01 prior-key         pic 9(9).
       01 expect-count      pic s9(10).
       01 expect-balance    pic s9(15)v99.
       01 applied-total     pic 9(10).
       01 ws-break-count    pic 9 value 0.
       01 ws-eof            pic x.
          88 at-eof            value 'Y'.
          88 not-at-eof        value 'N'.

       01 exc-detail.
          05 exc-key        pic 9(9).
          05 filler         pic x(2) value spaces.
          05 exc-seq        pic 9(9).
          05 filler         pic x(2) value spaces.
          05 exc-type       pic x.
          05 filler         pic x(2) value spaces.
          05 exc-amount     pic -(9)9.99.
          05 filler         pic x(2) value spaces.
          05 exc-text       pic x(40).
       01 ctl-line.
          05 ctl-label      pic x(36).
          05 ctl-figure     pic -(15)9.99.
       01 cnt-line.
          05 cnt-label      pic x(36).
          05 cnt-figure     pic z(15)9.
       01 ws-money-disp     pic -(15)9.99.
       01 ws-count-disp     pic z(9)9.

      *> measure_energy's WS-CP-LABEL linkage item is PIC X(16);
      *> the label is staged in a properly-sized field first, the
      *> same precaution nbody and keyed_io_bench take.
       01 ws-cp-label       pic x(16).
       01 ws-workload-disp  pic Z(8)9.
       01 ws-workload-trim  pic x(9) value spaces.
       01 ws-del-name       pic x(40) value "mstrupd-trans-unsorted".
       01 ws-chk-details    pic x(20).
       01 ws-chk-rc         pic 9(9) comp-5.
       procedure division.
       main.
           accept ws-env-value from environment
               "MSTRUPD_MASTER_COUNT"
           if ws-env-value not = spaces
               move function numval(ws-env-value) to master-count
           end-if
           if master-count < 1 or master-count > max-master-count
               display "MSTRUPD: ERROR - MSTRUPD_MASTER_COUNT must "
                   "be between 1 and " max-master-count
               stop run
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment "MSTRUPD_TRANS_COUNT"
           if ws-env-value not = spaces
               move function numval(ws-env-value) to trans-count
           end-if
           if trans-count = 0
               move master-count to trans-count
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment "MSTRUPD_SEED"
           if ws-env-value not = spaces
               move function numval(ws-env-value) to ws-lcg-state
           end-if
           if ws-lcg-state = 0
               move 20250901 to ws-lcg-state
           end-if
           perform parse-mix

           perform generate-old-master
           perform generate-transactions
           sort trans-sort-file
               on ascending key ts-key ts-seq
               using raw-trans-file
               giving trans-file

           display "COBJOULES_PROGRAM_NAME" upon environment-name
           display "MSTRUPD" upon environment-value
           move trans-count to ws-workload-disp
           move function trim(ws-workload-disp) to ws-workload-trim
           display "COBJOULES_WORKLOAD_SIZE" upon environment-name
           display ws-workload-trim upon environment-value

           move "START" to ws-cp-label
           call "measure_energy" using ws-cp-label
           perform match-phase
           move "AFTER-MATCH" to ws-cp-label
           call "measure_energy" using ws-cp-label

           perform reread-new-master
           perform prove-balance

      *> the unsorted transactions are scratch; the old and new
      *> masters, the sorted transactions and the exceptions
      *> report are left for inspection.
           call "CBL_CHECK_FILE_EXIST" using ws-del-name
               ws-chk-details returning ws-chk-rc
           if ws-chk-rc = 0
               call "CBL_DELETE_FILE" using ws-del-name
                   returning ws-chk-rc
           end-if

           if ws-break-count > 0
               display "MSTRUPD: new master OUT OF BALANCE - "
                   ws-break-count " control total(s) broken"
               move 1 to return-code
           else
               display "MSTRUPD: new master in balance"
               move 0 to return-code
           end-if
           stop run.

       parse-mix.
           move spaces to ws-env-value
           accept ws-env-value from environment "MSTRUPD_MIX"
           if ws-env-value not = spaces
               move spaces to f-mix-1 f-mix-2 f-mix-3 f-mix-4
               unstring ws-env-value delimited by ":"
                   into f-mix-1 f-mix-2 f-mix-3 f-mix-4
               end-unstring
               if function test-numval(function trim(f-mix-1)) = 0
                   and function test-numval(
                       function trim(f-mix-2)) = 0
                   and function test-numval(
                       function trim(f-mix-3)) = 0
                   and function test-numval(
                       function trim(f-mix-4)) = 0
                   compute mix-add-pct =
                       function numval(function trim(f-mix-1))
                   compute mix-change-pct =
                       function numval(function trim(f-mix-2))
                   compute mix-delete-pct =
                       function numval(function trim(f-mix-3))
                   compute mix-unmatched-pct =
                       function numval(function trim(f-mix-4))
               else
                   display "MSTRUPD: WARNING - unparseable "
                       "MSTRUPD_MIX '" function trim(ws-env-value)
                       "' ignored; using the 20:50:20:10 default"
               end-if
           end-if
           compute mix-sum = mix-add-pct + mix-change-pct
               + mix-delete-pct + mix-unmatched-pct
           if mix-sum not = 100
               display "MSTRUPD: ERROR - MSTRUPD_MIX percentages "
                   "must sum to 100 (got " mix-sum ")"
               stop run
           end-if
           .

       next-random.
      *> the same Lehmer/MINSTD generator (16807 modulo 2147483647)
      *> sort_dataset_gen uses - deterministic on purpose.
           compute ws-lcg-work = ws-lcg-state * 16807
           compute ws-lcg-state =
               function mod(ws-lcg-work, 2147483647)
           move ws-lcg-state to ws-rand
           .

       generate-old-master.
           open output old-master-file
           if old-fs not = "00"
               display "MSTRUPD: ERROR - could not create "
                   "mstrupd-old-master (status " old-fs ")"
               stop run
           end-if
           perform varying rec-no from 1 by 1
               until rec-no > master-count
               compute om-key = rec-no * 2
               move spaces to om-name
               move rec-no to ws-name-no
               string "ACCOUNT " delimited by size
                   ws-name-no delimited by size
                   into om-name
               end-string
               perform next-random
               compute om-balance =
                   function mod(ws-rand, 10000000) / 100
               move 0 to om-changes
               add om-balance to gen-balance-total
               write old-master-record
           end-perform
           close old-master-file
           .

       generate-transactions.
           open output raw-trans-file
           if raw-fs not = "00"
               display "MSTRUPD: ERROR - could not create "
                   "mstrupd-trans-unsorted (status " raw-fs ")"
               stop run
           end-if
           perform varying rec-no from 1 by 1
               until rec-no > trans-count
               move rec-no to rt-seq
               move spaces to rt-name
               move 0 to rt-amount
               perform next-random
               compute op-pick = function mod(ws-rand, 100)
               perform next-random
               if op-pick < mix-add-pct
                   move "A" to rt-type
                   compute rt-key =
                       function mod(ws-rand, master-count + 1) * 2
                           + 1
                   move rt-key to ws-name-no
                   string "NEW ACCOUNT " delimited by size
                       ws-name-no delimited by size
                       into rt-name
                   end-string
                   perform next-random
                   compute rt-amount =
                       function mod(ws-rand, 10000000) / 100
                   add 1 to gen-adds
               else
                   if op-pick < mix-add-pct + mix-change-pct
                       move "C" to rt-type
                       compute rt-key =
                           (function mod(ws-rand, master-count) + 1)
                               * 2
                       perform next-random
                       compute rt-amount =
                           (function mod(ws-rand, 2000001)
                               - 1000000) / 100
                       add 1 to gen-changes
                   else
                       if op-pick < mix-add-pct + mix-change-pct
                               + mix-delete-pct
                           move "D" to rt-type
                           compute rt-key =
                               (function mod(ws-rand, master-count)
                                   + 1) * 2
                           add 1 to gen-deletes
                       else
                           perform generate-unmatched
                       end-if
                   end-if
               end-if
               write raw-trans-record
           end-perform
           close raw-trans-file
           .

       generate-unmatched.
      *> a change or delete against an odd key - never on the old
      *> master, so it falls to the exceptions report unless an
      *> add of the same key happens to arrive before it.
           compute rt-key =
               function mod(ws-rand, master-count + 1) * 2 + 1
           perform next-random
           if function mod(ws-rand, 2) = 0
               move "C" to rt-type
               perform next-random
               compute rt-amount =
                   (function mod(ws-rand, 2000001) - 1000000) / 100
           else
               move "D" to rt-type
           end-if
           add 1 to gen-unmatched
           .

      *> the balanced-line update: the active key is the lower of
      *> the next master key and the next transaction key; the
      *> master for it (if any) is held, every transaction for it
      *> is applied to the held record, and whatever survives is
      *> written to the new master.
       match-phase.
           open input old-master-file
           if old-fs not = "00"
               display "MSTRUPD: ERROR - could not open "
                   "mstrupd-old-master (status " old-fs ")"
               stop run
           end-if
           open input trans-file
           if trans-fs not = "00"
               display "MSTRUPD: ERROR - could not open "
                   "mstrupd-transactions (status " trans-fs ")"
               stop run
           end-if
           open output new-master-file
           if new-fs not = "00"
               display "MSTRUPD: ERROR - could not create "
                   "mstrupd-new-master (status " new-fs ")"
               stop run
           end-if
           open output exception-file
           if exc-fs not = "00"
               display "MSTRUPD: ERROR - could not create "
                   "mstrupd-exceptions (status " exc-fs ")"
               stop run
           end-if
           move "MSTRUPD EXCEPTIONS - KEY, SEQ, TYPE, AMOUNT, REASON"
               to exception-line
           write exception-line

           perform read-old-master
           perform read-transaction
           perform process-active-key
               until old-key = high-key and trans-key = high-key

           perform write-control-report
           close old-master-file trans-file new-master-file
               exception-file
           .

       read-old-master.
           read old-master-file
               at end
                   move high-key to old-key
               not at end
                   move om-key to old-key
                   add 1 to old-read
                   add om-balance to old-balance-total
           end-read
           .

       read-transaction.
           read trans-file
               at end
                   move high-key to trans-key
               not at end
                   move tr-key to trans-key
                   add 1 to trans-read
           end-read
           .

       process-active-key.
           if old-key < trans-key
               move old-key to active-key
           else
               move trans-key to active-key
           end-if
           if old-key = active-key
               move om-key to hold-key
               move om-name to hold-name
               move om-balance to hold-balance
               move om-changes to hold-changes
               set hold-on-file to true
               perform read-old-master
           else
               set hold-not-on-file to true
           end-if
           perform apply-transaction until trans-key not = active-key
           if hold-on-file
               move hold-key to nm-key
               move hold-name to nm-name
               move hold-balance to nm-balance
               move hold-changes to nm-changes
               write new-master-record
               add 1 to new-written
               add hold-balance to new-balance-total
           end-if
           .

       apply-transaction.
           evaluate tr-type
               when "A"
                   if hold-on-file
                       move "DUPLICATE ADD - KEY ALREADY ON MASTER"
                           to exc-reason
                       perform write-exception
                   else
                       move tr-key to hold-key
                       move tr-name to hold-name
                       move tr-amount to hold-balance
                       move 0 to hold-changes
                       set hold-on-file to true
                       add 1 to adds-applied
                       add tr-amount to add-amount-total
                   end-if
               when "C"
                   if hold-on-file
                       add tr-amount to hold-balance
                       add 1 to hold-changes
                       if tr-name not = spaces
                           move tr-name to hold-name
                       end-if
                       add 1 to changes-applied
                       add tr-amount to change-amount-total
                   else
                       move "CHANGE - NO MATCHING MASTER"
                           to exc-reason
                       perform write-exception
                   end-if
               when "D"
                   if hold-on-file
                       set hold-not-on-file to true
                       add 1 to deletes-applied
                       add hold-balance to delete-balance-total
                   else
                       move "DELETE - NO MATCHING MASTER"
                           to exc-reason
                       perform write-exception
                   end-if
               when other
                   move "INVALID TRANSACTION TYPE" to exc-reason
                   perform write-exception
           end-evaluate
           perform read-transaction
           .

       write-exception.
           move tr-key to exc-key
           move tr-seq to exc-seq
           move tr-type to exc-type
           move tr-amount to exc-amount
           move exc-reason to exc-text
           move exc-detail to exception-line
           write exception-line
           add 1 to trans-rejected
           .

      *> the control totals go at the foot of the exceptions report
      *> as well as to the console, so the report proves itself.
       write-control-report.
           move spaces to exception-line
           write exception-line
           move "MSTRUPD CONTROL TOTALS" to exception-line
           write exception-line
           move "OLD MASTER RECORDS READ" to cnt-label
           move old-read to cnt-figure
           perform write-count-line
           move "TRANSACTIONS READ" to cnt-label
           move trans-read to cnt-figure
           perform write-count-line
           move "  ADDS APPLIED" to cnt-label
           move adds-applied to cnt-figure
           perform write-count-line
           move "  CHANGES APPLIED" to cnt-label
           move changes-applied to cnt-figure
           perform write-count-line
           move "  DELETES APPLIED" to cnt-label
           move deletes-applied to cnt-figure
           perform write-count-line
           move "  REJECTED TO EXCEPTIONS" to cnt-label
           move trans-rejected to cnt-figure
           perform write-count-line
           move "NEW MASTER RECORDS WRITTEN" to cnt-label
           move new-written to cnt-figure
           perform write-count-line
           move "OLD MASTER BALANCES" to ctl-label
           move old-balance-total to ctl-figure
           perform write-control-line
           move "  ADD AMOUNTS" to ctl-label
           move add-amount-total to ctl-figure
           perform write-control-line
           move "  CHANGE AMOUNTS" to ctl-label
           move change-amount-total to ctl-figure
           perform write-control-line
           move "  DELETED BALANCES" to ctl-label
           move delete-balance-total to ctl-figure
           perform write-control-line
           move "NEW MASTER BALANCES" to ctl-label
           move new-balance-total to ctl-figure
           perform write-control-line
           .

       write-control-line.
           move ctl-line to exception-line
           write exception-line
           .

       write-count-line.
           move cnt-line to exception-line
           write exception-line
           .

       reread-new-master.
           open input new-master-file
           if new-fs not = "00"
               display "MSTRUPD: ERROR - could not re-open "
                   "mstrupd-new-master (status " new-fs ")"
               stop run
           end-if
           move 0 to prior-key
           set not-at-eof to true
           perform until at-eof
               read new-master-file
                   at end
                       set at-eof to true
                   not at end
                       add 1 to new-reread
                       add nm-balance to new-reread-total
                       if new-reread > 1 and nm-key not > prior-key
                           add 1 to new-out-of-order
                       end-if
                       move nm-key to prior-key
               end-read
           end-perform
           close new-master-file
           .

       prove-balance.
           display "MSTRUPD: generated " master-count " master(s), "
               trans-count " transaction(s) - " gen-adds " add(s), "
               gen-changes " change(s), " gen-deletes " delete(s), "
               gen-unmatched " unmatched"
           display "MSTRUPD: applied " adds-applied " add(s), "
               changes-applied " change(s), " deletes-applied
               " delete(s); " trans-rejected " to exceptions"

           if old-read not = master-count
               or old-balance-total not = gen-balance-total
               display "MSTRUPD: BREAK - old master read does not "
                   "agree with the master generated"
               add 1 to ws-break-count
           end-if

           compute applied-total = adds-applied + changes-applied
               + deletes-applied + trans-rejected
           if trans-read not = trans-count
               or applied-total not = trans-read
               display "MSTRUPD: BREAK - transactions read "
                   trans-read " / accounted for " applied-total
                   " / generated " trans-count
               add 1 to ws-break-count
           end-if

           compute expect-count = old-read + adds-applied
               - deletes-applied
           move new-written to ws-count-disp
           if expect-count not = new-written
               display "MSTRUPD: BREAK - record count: old + adds - "
                   "deletes = " expect-count ", new master written "
                   function trim(ws-count-disp)
               add 1 to ws-break-count
           else
               display "MSTRUPD: record count balances - new master "
                   function trim(ws-count-disp) " record(s)"
           end-if

           compute expect-balance = old-balance-total
               + add-amount-total + change-amount-total
               - delete-balance-total
           move new-balance-total to ws-money-disp
           if expect-balance not = new-balance-total
               display "MSTRUPD: BREAK - balances: expected "
                   expect-balance ", new master written "
                   function trim(ws-money-disp)
               add 1 to ws-break-count
           else
               display "MSTRUPD: balances balance - new master total "
                   function trim(ws-money-disp)
           end-if

           if new-reread not = new-written
               or new-reread-total not = new-balance-total
               or new-out-of-order > 0
               display "MSTRUPD: BREAK - new master re-read "
                   new-reread " record(s), " new-out-of-order
                   " out of key order; does not agree with the update"
               add 1 to ws-break-count
           end-if
           .

       exit program.
