       identification division.
       program-id. QUICKSRT.
       environment division.
       input-output section.
       file-control.
      *> BUBBLSRT and insertionsort are both quadratic and SORTVERB
      *> is the runtime's sort, a black box - none of them says where
      *> a hand-coded n log n algorithm lands in energy against the
      *> runtime. This is the quicksort of that set (with MERGESRT,
      *> HEAPSRT and SHELLSRT): Hoare partitioning around a
      *> median-of-three pivot, so the sorted and reverse-sorted
      *> profiles do not degrade it to quadratic, driven from an
      *> explicit table of pending partitions instead of recursion.
      *> the sorted result is written out the same way bubble_sort's
      *> write-sorted-output does, so the correctness verifier can
      *> check it alongside the energy numbers.
           select sorted-output-file assign to "quick-sort-output"
               organization line sequential
               file status is sort-out-fs.
      *> same named-dataset override the other sorts honor
      *> (sort_dataset_gen profiles), via QUICKSRT_INPUT_FILE.
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
      *> pending partitions. The larger side of every split is
      *> stacked and the smaller worked at once, so the stack never
      *> holds more than log2(99999) entries - 64 is ample.
       01 stackDepth        pic 9(3) value 0.
       01 partStack.
          03 partEntry      occurs 64 times.
             05 partLo      pic 9(5).
             05 partHi      pic 9(5).
       01 quickLo           pic 9(5).
       01 quickHi           pic 9(5).
       01 quickMid          pic 9(5).
       01 scanLeft          pic 9(6).
       01 scanRight         pic 9(6).
       01 pivotItem         pic 9(5).
       01 tempItem          pic 9(5).
       01 itemArray.
          03 itemArrayCount pic 9(5).
          03 item           pic 9(5) occurs 99999 times
                                   indexed by itemIndex.
      *
       procedure division.
       main.
      * place the values to sort into itemArray
           move 99999 to itemArrayCount
           accept ws-count-env from environment "QUICKSRT_ITEM_COUNT"
           if ws-count-env not = spaces
               move function numval(ws-count-env) to itemArrayCount
           end-if
           if itemArrayCount < 1 or itemArrayCount > 99999
               display "QUICKSRT: ERROR - QUICKSRT_ITEM_COUNT must "
                   "be between 1 and 99999"
               stop run
           end-if
      *> a dataset file, when named, supplies both the count (its
      *> first record) and the values, overriding the 1..N fill and
      *> QUICKSRT_ITEM_COUNT - same contract as the other sorts.
           accept ws-input-path from environment "QUICKSRT_INPUT_FILE"
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
           display "QUICKSRT" upon environment-value

           move itemArrayCount to ws-workload-disp
           move function trim(ws-workload-disp) to ws-workload-trim
           display "COBJOULES_WORKLOAD_SIZE" upon environment-name
           display ws-workload-trim upon environment-value

           move "START" to ws-cp-label
           call "measure_energy" using ws-cp-label
           perform quick-sort
           move "AFTER-SORT" to ws-cp-label
           call "measure_energy" using ws-cp-label

           perform write-sorted-output

           stop run.
      *
       load-dataset.
           open input input-dataset-file
           if dataset-fs not = "00"
               display "QUICKSRT: ERROR - could not open dataset "
                   function trim(ws-input-path)
                   " (status " dataset-fs ")"
               stop run
           end-if
      *> first record is the item count, then one value per record -
      *> the format sort_dataset_gen writes.
           read input-dataset-file
               at end
                   display "QUICKSRT: ERROR - dataset "
                       function trim(ws-input-path) " is empty"
                   close input-dataset-file
                   stop run
           end-read
           move input-dataset-record to itemArrayCount
           if itemArrayCount < 1 or itemArrayCount > 99999
               display "QUICKSRT: ERROR - dataset item count must be "
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
               display "QUICKSRT: ERROR - dataset "
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

       quick-sort.
           if itemArrayCount < 2
               exit paragraph
           end-if
           move 1 to stackDepth
           move 1 to partLo (1)
           move itemArrayCount to partHi (1)
           perform until stackDepth = 0
               move partLo (stackDepth) to quickLo
               move partHi (stackDepth) to quickHi
               subtract 1 from stackDepth
               perform until quickLo >= quickHi
                   perform partition-range
               end-perform
           end-perform
           .

      *> split quickLo..quickHi at the pivot value: afterwards
      *> everything in quickLo..scanRight is <= the pivot and
      *> everything in scanRight+1..quickHi is >= it. The larger
      *> side goes on the stack, the smaller becomes the range the
      *> caller keeps working.
       partition-range.
           perform choose-pivot
           compute scanLeft = quickLo - 1
           compute scanRight = quickHi + 1
           perform until scanLeft >= scanRight
               add 1 to scanLeft
               perform until item (scanLeft) >= pivotItem
                   add 1 to scanLeft
               end-perform
               subtract 1 from scanRight
               perform until item (scanRight) <= pivotItem
                   subtract 1 from scanRight
               end-perform
               if scanLeft < scanRight
                   move item (scanLeft) to tempItem
                   move item (scanRight) to item (scanLeft)
                   move tempItem to item (scanRight)
               end-if
           end-perform
           add 1 to stackDepth
           if scanRight - quickLo > quickHi - scanRight
               move quickLo to partLo (stackDepth)
               move scanRight to partHi (stackDepth)
               compute quickLo = scanRight + 1
           else
               compute partLo (stackDepth) = scanRight + 1
               move quickHi to partHi (stackDepth)
               move scanRight to quickHi
           end-if
           .

      *> median of the first, middle and last values of the range.
       choose-pivot.
           compute quickMid = quickLo + (quickHi - quickLo) / 2
           move item (quickMid) to pivotItem
           if item (quickLo) > item (quickMid)
               if item (quickMid) > item (quickHi)
                   continue
               else
                   if item (quickLo) > item (quickHi)
                       move item (quickHi) to pivotItem
                   else
                       move item (quickLo) to pivotItem
                   end-if
               end-if
           else
               if item (quickLo) > item (quickHi)
                   move item (quickLo) to pivotItem
               else
                   if item (quickMid) > item (quickHi)
                       move item (quickHi) to pivotItem
                   end-if
               end-if
           end-if
           .
