       identification division.
       program-id. SHELLSRT.
       environment division.
       input-output section.
       file-control.
      *> BUBBLSRT and insertionsort are both quadratic and SORTVERB
      *> is the runtime's sort, a black box - none of them says where
      *> a hand-coded sub-quadratic algorithm lands in energy
      *> against the runtime. This is the shell sort of that set
      *> (with MERGESRT, QUICKSRT and HEAPSRT): insertion sort over
      *> items a gap apart, the gap shrinking through Knuth's
      *> 1, 4, 13, 40 ... sequence to a final ordinary insertion
      *> pass - the cheap fix for insertionsort's long moves, and
      *> the in-between point on the energy curve.
      *> the sorted result is written out the same way bubble_sort's
      *> write-sorted-output does, so the correctness verifier can
      *> check it alongside the energy numbers.
           select sorted-output-file assign to "shell-sort-output"
               organization line sequential
               file status is sort-out-fs.
      *> same named-dataset override the other sorts honor
      *> (sort_dataset_gen profiles), via SHELLSRT_INPUT_FILE.
           select input-dataset-file assign to ws-input-path
               organization line sequential
               file status is dataset-fs.
       data division.
       file section.
       fd  sorted-output-file.
       01  sorted-output-record pic 9(5).
       fd  input-dataset-file.
       01  input-dataset-record pic 9(5).
       working-storage section.
       01 sort-out-fs       pic xx.
       01 dataset-fs        pic xx.
       01 ws-input-path     pic x(100) value spaces.
       01 dataset-eof       pic x value 'N'.
          88 dataset-at-end     value 'Y'.
          88 dataset-not-at-end value 'N'.
       01 ws-count-env      pic x(5) value spaces.
      *> measure_energy's WS-CP-LABEL linkage item is PIC X(16);
      *> the label is staged in a properly-sized field first, the
      *> same precaution nbody and SORTVERB take.
       01 ws-cp-label       pic x(16).
       01 ws-workload-disp  pic Z(4)9.
       01 ws-workload-trim  pic x(5) value spaces.
       01 shellGap          pic 9(6).
       01 shellIndex        pic 9(6).
       01 shellSlot         pic 9(6).
       01 shellPrior        pic 9(6).
       01 tempItem          pic 9(5).
       01 slot-found        pic x.
          88 slotFound          value 'Y'.
          88 slotNotFound       value 'N'.
       01 itemArray.
          03 itemArrayCount pic 9(5).
          03 item           pic 9(5) occurs 99999 times
                                   indexed by itemIndex.
      *
       procedure division.
       main.
      * place the values to sort into itemArray
           move 99999 to itemArrayCount
           accept ws-count-env from environment "SHELLSRT_ITEM_COUNT"
           if ws-count-env not = spaces
               move function numval(ws-count-env) to itemArrayCount
           end-if
           if itemArrayCount < 1 or itemArrayCount > 99999
               display "SHELLSRT: ERROR - SHELLSRT_ITEM_COUNT must "
                   "be between 1 and 99999"
               stop run
           end-if
      *> a dataset file, when named, supplies both the count (its
      *> first record) and the values, overriding the 1..N fill and
      *> SHELLSRT_ITEM_COUNT - same contract as the other sorts.
           accept ws-input-path from environment "SHELLSRT_INPUT_FILE"
           if ws-input-path not = spaces
               perform load-dataset
           else
               perform varying itemIndex from 1 by 1
                   until itemIndex > itemArrayCount
                   move itemIndex to item(itemIndex)
               end-perform
           end-if

      *> tag this program's measure_energy log lines so a
      *> consolidated cross-benchmark report can group them back out.
           display "COBJOULES_PROGRAM_NAME" upon environment-name
           display "SHELLSRT" upon environment-value

           move itemArrayCount to ws-workload-disp
           move function trim(ws-workload-disp) to ws-workload-trim
           display "COBJOULES_WORKLOAD_SIZE" upon environment-name
           display ws-workload-trim upon environment-value

           move "START" to ws-cp-label
           call "measure_energy" using ws-cp-label
           perform shell-sort
           move "AFTER-SORT" to ws-cp-label
           call "measure_energy" using ws-cp-label

           perform write-sorted-output

           stop run.
      *
       load-dataset.
           open input input-dataset-file
           if dataset-fs not = "00"
               display "SHELLSRT: ERROR - could not open dataset "
                   function trim(ws-input-path)
                   " (status " dataset-fs ")"
               stop run
           end-if
      *> first record is the item count, then one value per record -
      *> the format sort_dataset_gen writes.
           read input-dataset-file
               at end
                   display "SHELLSRT: ERROR - dataset "
                       function trim(ws-input-path) " is empty"
                   close input-dataset-file
                   stop run
           end-read
           move input-dataset-record to itemArrayCount
           if itemArrayCount < 1 or itemArrayCount > 99999
               display "SHELLSRT: ERROR - dataset item count must be "
                   "between 1 and 99999"
               close input-dataset-file
               stop run
           end-if
           perform varying itemIndex from 1 by 1
               until itemIndex > itemArrayCount or dataset-at-end
               read input-dataset-file
                   at end
                       set dataset-at-end to true
                   not at end
                       move input-dataset-record to item(itemIndex)
               end-read
           end-perform
           if dataset-at-end
               display "SHELLSRT: ERROR - dataset "
                   function trim(ws-input-path)
                   " ended before its own item count was satisfied"
               close input-dataset-file
               stop run
           end-if
           close input-dataset-file
           .

       write-sorted-output.
           open output sorted-output-file
           perform varying itemIndex from 1 by 1
               until itemIndex > itemArrayCount
               move item (itemIndex) to sorted-output-record
               write sorted-output-record
           end-perform
           close sorted-output-file
           .

       shell-sort.
           move 1 to shellGap
           perform until shellGap * 3 + 1 >= itemArrayCount
               compute shellGap = shellGap * 3 + 1
           end-perform
           perform until shellGap = 0
               compute shellIndex = shellGap + 1
               perform until shellIndex > itemArrayCount
                   perform gapped-insert
                   add 1 to shellIndex
               end-perform
               compute shellGap = shellGap / 3
           end-perform
           .

      *> insert item(shellIndex) among the items a gap apart before
      *> it, which are already in order.
       gapped-insert.
           move item (shellIndex) to tempItem
           move shellIndex to shellSlot
           set slotNotFound to true
           perform until slotFound
               if shellSlot > shellGap
                   compute shellPrior = shellSlot - shellGap
                   if item (shellPrior) > tempItem
                       move item (shellPrior) to item (shellSlot)
                       move shellPrior to shellSlot
                   else
                       set slotFound to true
                   end-if
               else
                   set slotFound to true
               end-if
           end-perform
           move tempItem to item (shellSlot)
           .
