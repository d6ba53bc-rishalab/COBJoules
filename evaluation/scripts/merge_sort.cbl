       identification division.
       program-id. MERGESRT.
       environment division.
       input-output section.
       file-control.
      *> BUBBLSRT and insertionsort are both quadratic and SORTVERB
      *> is the runtime's sort, a black box - none of them says where
      *> a hand-coded n log n algorithm lands in energy against the
      *> runtime. This is the merge sort of that set (with QUICKSRT,
      *> HEAPSRT and SHELLSRT): bottom-up, runs of width 1, 2, 4 ...
      *> merged pairwise through a work table of the same size, so
      *> it is stable and needs no recursion, at the price of the
      *> extra table - exactly the memory traffic worth measuring.
      *> the sorted result is written out the same way bubble_sort's
      *> write-sorted-output does, so the correctness verifier can
      *> check it alongside the energy numbers.
           select sorted-output-file assign to "merge-sort-output"
               organization line sequential
               file status is sort-out-fs.
      *> same named-dataset override the other sorts honor
      *> (sort_dataset_gen profiles), via MERGESRT_INPUT_FILE.
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
      *> the merge pass: the run width, the two runs being merged
      *> (lo..mid and mid+1..hi) and the work table they merge into.
      *> Widths and bounds can pass 99999 on the last pass, hence
      *> the extra digit.
       01 mergeWidth        pic 9(6).
       01 mergeLo           pic 9(6).
       01 mergeMid          pic 9(6).
       01 mergeHi           pic 9(6).
       01 leftIndex         pic 9(6).
       01 rightIndex        pic 9(6).
       01 workIndex         pic 9(6).
       01 workArray.
          03 workItem       pic 9(5) occurs 99999 times.
       01 itemArray.
          03 itemArrayCount pic 9(5).
          03 item           pic 9(5) occurs 99999 times
                                   indexed by itemIndex.
      *
       procedure division.
       main.
      * place the values to sort into itemArray
           move 99999 to itemArrayCount
           accept ws-count-env from environment "MERGESRT_ITEM_COUNT"
           if ws-count-env not = spaces
               move function numval(ws-count-env) to itemArrayCount
           end-if
           if itemArrayCount < 1 or itemArrayCount > 99999
               display "MERGESRT: ERROR - MERGESRT_ITEM_COUNT must "
                   "be between 1 and 99999"
               stop run
           end-if
      *> a dataset file, when named, supplies both the count (its
      *> first record) and the values, overriding the 1..N fill and
      *> MERGESRT_ITEM_COUNT - same contract as the other sorts.
           accept ws-input-path from environment "MERGESRT_INPUT_FILE"
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
           display "MERGESRT" upon environment-value

           move itemArrayCount to ws-workload-disp
           move function trim(ws-workload-disp) to ws-workload-trim
           display "COBJOULES_WORKLOAD_SIZE" upon environment-name
           display ws-workload-trim upon environment-value

           move "START" to ws-cp-label
           call "measure_energy" using ws-cp-label
           perform merge-sort
           move "AFTER-SORT" to ws-cp-label
           call "measure_energy" using ws-cp-label

           perform write-sorted-output

           stop run.
      *
       load-dataset.
           open input input-dataset-file
           if dataset-fs not = "00"
               display "MERGESRT: ERROR - could not open dataset "
                   function trim(ws-input-path)
                   " (status " dataset-fs ")"
               stop run
           end-if
      *> first record is the item count, then one value per record -
      *> the format sort_dataset_gen writes.
           read input-dataset-file
               at end
                   display "MERGESRT: ERROR - dataset "
                       function trim(ws-input-path) " is empty"
                   close input-dataset-file
                   stop run
           end-read
           move input-dataset-record to itemArrayCount
           if itemArrayCount < 1 or itemArrayCount > 99999
               display "MERGESRT: ERROR - dataset item count must be "
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
               display "MERGESRT: ERROR - dataset "
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

       merge-sort.
           move 1 to mergeWidth
           perform until mergeWidth >= itemArrayCount
               move 1 to mergeLo
               perform until mergeLo > itemArrayCount
                   compute mergeMid = mergeLo + mergeWidth - 1
                   compute mergeHi = mergeLo + 2 * mergeWidth - 1
                   if mergeHi > itemArrayCount
                       move itemArrayCount to mergeHi
                   end-if
                   if mergeMid < mergeHi
                       perform merge-runs
                   end-if
                   compute mergeLo = mergeLo + 2 * mergeWidth
               end-perform
               compute mergeWidth = mergeWidth * 2
           end-perform
           .

      *> lo..mid and mid+1..hi are each in order; merge them into
      *> workArray(lo..hi), taking from the left run on ties so the
      *> sort stays stable, then copy the merged run back.
       merge-runs.
           move mergeLo to leftIndex workIndex
           compute rightIndex = mergeMid + 1
           perform until leftIndex > mergeMid or rightIndex > mergeHi
               if item (rightIndex) < item (leftIndex)
                   move item (rightIndex) to workItem (workIndex)
                   add 1 to rightIndex
               else
                   move item (leftIndex) to workItem (workIndex)
                   add 1 to leftIndex
               end-if
               add 1 to workIndex
           end-perform
           perform until leftIndex > mergeMid
               move item (leftIndex) to workItem (workIndex)
               add 1 to leftIndex workIndex
           end-perform
           perform until rightIndex > mergeHi
               move item (rightIndex) to workItem (workIndex)
               add 1 to rightIndex workIndex
           end-perform
           perform varying workIndex from mergeLo by 1
               until workIndex > mergeHi
               move workItem (workIndex) to item (workIndex)
           end-perform
           .
