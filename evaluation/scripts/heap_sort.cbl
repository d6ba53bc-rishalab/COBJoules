       identification division.
       program-id. HEAPSRT.
       environment division.
       input-output section.
       file-control.
      *> BUBBLSRT and insertionsort are both quadratic and SORTVERB
      *> is the runtime's sort, a black box - none of them says where
      *> a hand-coded n log n algorithm lands in energy against the
      *> runtime. This is the heapsort of that set (with MERGESRT,
      *> QUICKSRT and SHELLSRT): the table is built into a max-heap
      *> in place, then the root is swapped to the end and the heap
      *> rebuilt one item shorter until it is gone - n log n on
      *> every input order and no extra storage, but with the
      *> scattered access pattern the others avoid.
      *> the sorted result is written out the same way bubble_sort's
      *> write-sorted-output does, so the correctness verifier can
      *> check it alongside the energy numbers.
           select sorted-output-file assign to "heap-sort-output"
               organization line sequential
               file status is sort-out-fs.
      *> same named-dataset override the other sorts honor
      *> (sort_dataset_gen profiles), via HEAPSRT_INPUT_FILE.
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
      *> the heap: heapSize items in item(1..heapSize), children of
      *> node n at 2n and 2n+1. siftChild can pass 99999, hence the
      *> extra digit.
       01 heapSize          pic 9(5).
       01 heapStart         pic 9(5).
       01 siftNode          pic 9(5).
       01 siftChild         pic 9(6).
       01 sift-done         pic x.
          88 siftFinished       value 'Y'.
          88 siftNotFinished    value 'N'.
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
           accept ws-count-env from environment "HEAPSRT_ITEM_COUNT"
           if ws-count-env not = spaces
               move function numval(ws-count-env) to itemArrayCount
           end-if
           if itemArrayCount < 1 or itemArrayCount > 99999
               display "HEAPSRT: ERROR - HEAPSRT_ITEM_COUNT must "
                   "be between 1 and 99999"
               stop run
           end-if
      *> a dataset file, when named, supplies both the count (its
      *> first record) and the values, overriding the 1..N fill and
      *> HEAPSRT_ITEM_COUNT - same contract as the other sorts.
           accept ws-input-path from environment "HEAPSRT_INPUT_FILE"
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
           display "HEAPSRT" upon environment-value

           move itemArrayCount to ws-workload-disp
           move function trim(ws-workload-disp) to ws-workload-trim
           display "COBJOULES_WORKLOAD_SIZE" upon environment-name
           display ws-workload-trim upon environment-value

           move "START" to ws-cp-label
           call "measure_energy" using ws-cp-label
           perform heap-sort
           move "AFTER-SORT" to ws-cp-label
           call "measure_energy" using ws-cp-label

           perform write-sorted-output

           stop run.
      *
       load-dataset.
           open input input-dataset-file
           if dataset-fs not = "00"
               display "HEAPSRT: ERROR - could not open dataset "
                   function trim(ws-input-path)
                   " (status " dataset-fs ")"
               stop run
           end-if
      *> first record is the item count, then one value per record -
      *> the format sort_dataset_gen writes.
           read input-dataset-file
               at end
                   display "HEAPSRT: ERROR - dataset "
                       function trim(ws-input-path) " is empty"
                   close input-dataset-file
                   stop run
           end-read
           move input-dataset-record to itemArrayCount
           if itemArrayCount < 1 or itemArrayCount > 99999
               display "HEAPSRT: ERROR - dataset item count must be "
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
               display "HEAPSRT: ERROR - dataset "
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

       heap-sort.
           move itemArrayCount to heapSize
           compute heapStart = heapSize / 2
           perform until heapStart = 0
               move heapStart to siftNode
               perform sift-down
               subtract 1 from heapStart
           end-perform
           perform until heapSize < 2
               move item (1) to tempItem
               move item (heapSize) to item (1)
               move tempItem to item (heapSize)
               subtract 1 from heapSize
               move 1 to siftNode
               perform sift-down
           end-perform
           .

      *> move item(siftNode) down until neither child is larger.
       sift-down.
           set siftNotFinished to true
           perform until siftFinished
               compute siftChild = siftNode * 2
               if siftChild > heapSize
                   set siftFinished to true
               else
                   if siftChild < heapSize
                       if item (siftChild + 1) > item (siftChild)
                           add 1 to siftChild
                       end-if
                   end-if
                   if item (siftChild) > item (siftNode)
                       move item (siftNode) to tempItem
                       move item (siftChild) to item (siftNode)
                       move tempItem to item (siftChild)
                       move siftChild to siftNode
                   else
                       set siftFinished to true
                   end-if
               end-if
           end-perform
           .
