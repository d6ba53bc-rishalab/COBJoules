       identification division.
       program-id. TEXTETL.
       environment division.
       input-output section.
       file-control.
      *> a generated comma-delimited extract in, a fixed-layout load
      *> file out - the shape of the shop's ETL steps.
           select text-input-file assign to "textetl-input"
               organization line sequential
               file status is in-fs.
           select text-output-file assign to "textetl-output"
               organization line sequential
               file status is out-fs.
       data division.
       file section.
       fd  text-input-file.
       01  text-input-record    pic x(200).
       fd  text-output-file.
       01  text-output-record   pic x(120).
       working-storage section.
      *> the suite's CPU benchmarks are numeric and test/MAIN's
      *> kernels are BUSY, MEMORY, ARITH and BRANCH, but much of
      *> real batch work is parsing and reformatting delimited
      *> records. This generates a CSV-style extract, then - between
      *> the same measure_energy checkpoints and COBJOULES_PROGRAM_
      *> NAME / COBJOULES_WORKLOAD_SIZE tagging file_io_bench uses -
      *> splits every line with UNSTRING, validates and normalises
      *> the fields with INSPECT and reference modification, and
      *> builds the fixed-layout output with STRING.
      *>
      *>   TEXTETL_RECORD_COUNT - input lines (default 10000)
      *>   TEXTETL_SEED         - generator seed (default 20250901)
      *>
      *> Input:  id,last,first,m/d/yyyy,[-]$whole.ff,currency,
      *>         status,email
      *> with mixed case throughout, padded ids, unpadded dates, and
      *> one line in twenty deliberately bad (a month of 13, a
      *> non-numeric amount, or a missing field).
      *> Output: a "D" record - zero-filled id, "LAST, FIRST",
      *> yyyy-mm-dd, edited amount, upper-case currency, a one-
      *> letter status code, lower-case email - or an "R" record
      *> carrying the line number and the reason it was rejected.
      *>
      *> The generator builds the output each line should produce
      *> straight from the values it generated, never from the text,
      *> and folds it into an expected checksum; the output file is
      *> read back and checksummed the same way after the measured
      *> phase. A transformation that skips work or gets a field
      *> wrong cannot match, so it can never pass as a cheap run -
      *> a mismatch is reported and the program ends with return
      *> code 1.
       01 in-fs             pic xx.
       01 out-fs            pic xx.
       01 ws-env-value      pic x(16) value spaces.
       01 record-count      pic 9(9) value 10000.
       01 rec-no            pic 9(9).
       01 in-eof            pic x.
          88 in-at-end         value 'Y'.
          88 in-not-at-end     value 'N'.

       01 ws-lcg-state      pic 9(18) comp value 20250901.
       01 ws-lcg-work       pic 9(18) comp.
       01 ws-rand           pic 9(9) comp.

       01 lower-chars       pic x(26)
                            value "abcdefghijklmnopqrstuvwxyz".
       01 upper-chars       pic x(26)
                            value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *> generator value tables: the form that goes into the
      *> extract, and the normalised forms the output must carry.
       01 last-name-values.
          05 filler pic x(30) value "smith     SMITH     smith     ".
          05 filler pic x(30) value "O'Brien   O'BRIEN   o'brien   ".
          05 filler pic x(30) value "garcia    GARCIA    garcia    ".
          05 filler pic x(30) value "Nguyen    NGUYEN    nguyen    ".
          05 filler pic x(30) value "mueller   MUELLER   mueller   ".
          05 filler pic x(30) value "Okafor    OKAFOR    okafor    ".
          05 filler pic x(30) value "KOWALSKI  KOWALSKI  kowalski  ".
          05 filler pic x(30) value "tanaka    TANAKA    tanaka    ".
       01 last-name-table redefines last-name-values.
          05 last-entry occurs 8.
             10 last-mixed  pic x(10).
             10 last-upper  pic x(10).
             10 last-lower  pic x(10).
       01 first-name-values.
          05 filler pic x(30) value "John      JOHN      john      ".
          05 filler pic x(30) value "maria     MARIA     maria     ".
          05 filler pic x(30) value "Wei       WEI       wei       ".
          05 filler pic x(30) value "PRIYA     PRIYA     priya     ".
          05 filler pic x(30) value "olu       OLU       olu       ".
          05 filler pic x(30) value "Anna      ANNA      anna      ".
          05 filler pic x(30) value "lars      LARS      lars      ".
          05 filler pic x(30) value "Keiko     KEIKO     keiko     ".
       01 first-name-table redefines first-name-values.
          05 first-entry occurs 8.
             10 first-mixed pic x(10).
             10 first-upper pic x(10).
             10 first-lower pic x(10).
       01 currency-values.
          05 filler pic x(6) value "usdUSD".
          05 filler pic x(6) value "EurEUR".
          05 filler pic x(6) value "GBPGBP".
          05 filler pic x(6) value "jPyJPY".
       01 currency-table redefines currency-values.
          05 currency-entry occurs 4.
             10 currency-mixed pic x(3).
             10 currency-upper pic x(3).
       01 status-values.
          05 filler pic x(8) value "active A".
          05 filler pic x(8) value "Closed C".
          05 filler pic x(8) value "PENDINGP".
       01 status-table redefines status-values.
          05 status-entry occurs 3.
             10 status-mixed pic x(7).
             10 status-code  pic x.
       01 domain-values.
          05 filler pic x(40)
             value "Example.COM         example.com         ".
          05 filler pic x(40)
             value "corp.EXAMPLE.org    corp.example.org    ".
       01 domain-table redefines domain-values.
          05 domain-entry occurs 2.
             10 domain-mixed pic x(20).
             10 domain-lower pic x(20).

      *> one generated line's values.
       01 gen-last          pic 9.
       01 gen-first         pic 9.
       01 gen-currency      pic 9.
       01 gen-status        pic 9.
       01 gen-domain        pic 9.
       01 gen-year          pic 9(4).
       01 gen-month         pic 9(2).
       01 gen-day           pic 9(2).
       01 gen-cents         pic s9(11).
       01 gen-whole         pic 9(9).
       01 gen-frac          pic 9(2).
       01 gen-fault         pic 9.
          88 gen-clean         value 0.
          88 gen-bad-month     value 1.
          88 gen-bad-amount    value 2.
          88 gen-short-line    value 3.
       01 gen-id-edit       pic z(8)9.
       01 gen-whole-edit    pic z(8)9.
       01 gen-2-edit        pic z9.
       01 gen-ptr           pic 9(3).
       01 gen-line          pic x(200).

      *> one input line split into its fields.
       01 f-id              pic x(12).
       01 f-last            pic x(20).
       01 f-first           pic x(20).
       01 f-date            pic x(12).
       01 f-amount          pic x(16).
       01 f-currency        pic x(5).
       01 f-status          pic x(10).
       01 f-email           pic x(50).
       01 field-count       pic 9(3).
       01 line-fault        pic x(30).
       01 lead-spaces       pic 9(3).
       01 id-start          pic 9(3).
       01 id-len            pic 9(3).
       01 id-work           pic x(9).
       01 id-work-num redefines id-work pic 9(9).
       01 dt-month          pic x(4).
       01 dt-day            pic x(4).
       01 dt-year           pic x(6).
       01 dt-parts          pic 9(3).
       01 month-len         pic 9(3).
       01 day-len           pic 9(3).
       01 year-len          pic 9(3).
       01 two-work          pic x(2).
       01 two-work-num redefines two-work pic 9(2).
       01 dt-mm             pic 9(2).
       01 dt-dd             pic 9(2).
       01 amt-pos           pic 9(3).
       01 amt-negative      pic x.
       01 amt-whole         pic x(12).
       01 amt-frac          pic x(6).
       01 whole-len         pic 9(3).
       01 frac-len          pic 9(3).
       01 amt-value         pic s9(9)v99.
       01 char-count        pic 9(3).

      *> the output layout, shared by the generator (expected) and
      *> the transformation (actual).
       01 etl-out.
          05 etl-kind       pic x.
          05 etl-id         pic 9(9).
          05 etl-name       pic x(30).
          05 etl-date       pic x(10).
          05 etl-amount     pic -(9)9.99.
          05 etl-currency   pic x(3).
          05 etl-status     pic x.
          05 etl-email      pic x(50).
          05 filler         pic x(3).
       01 etl-reject redefines etl-out.
          05 etl-r-kind     pic x.
          05 etl-r-line     pic 9(9).
          05 etl-r-reason   pic x(30).
          05 filler         pic x(80).

       01 lines-read        pic 9(9) value 0.
       01 lines-written     pic 9(9) value 0.
       01 lines-rejected    pic 9(9) value 0.
       01 expect-rejected   pic 9(9) value 0.
       01 check-read        pic 9(9) value 0.

      *> the running checksum: each output byte folded in as
      *> sum = (sum * 31 + byte) mod 2147483647, records in order.
       01 ck-line           pic x(120).
       01 ck-pos            pic 9(3).
       01 ck-value          pic 9(18) comp.
       01 ck-work           pic 9(18) comp.
       01 expect-checksum   pic 9(10).
       01 output-checksum   pic 9(10).

      *> measure_energy's WS-CP-LABEL linkage item is PIC X(16);
      *> the label is staged in a properly-sized field first, the
      *> same precaution nbody and file_io_bench take.
       01 ws-cp-label       pic x(16).
       01 ws-workload-disp  pic Z(8)9.
       01 ws-workload-trim  pic x(9) value spaces.
       procedure division.
       main.
           accept ws-env-value from environment
               "TEXTETL_RECORD_COUNT"
           if ws-env-value not = spaces
               move function numval(ws-env-value) to record-count
           end-if
           if record-count < 1
               display "TEXTETL: ERROR - TEXTETL_RECORD_COUNT must "
                   "be 1 or greater"
               stop run
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment "TEXTETL_SEED"
           if ws-env-value not = spaces
               move function numval(ws-env-value) to ws-lcg-state
           end-if
           if ws-lcg-state = 0
               move 20250901 to ws-lcg-state
           end-if

           perform generate-input

           display "COBJOULES_PROGRAM_NAME" upon environment-name
           display "TEXTETL" upon environment-value
           move record-count to ws-workload-disp
           move function trim(ws-workload-disp) to ws-workload-trim
           display "COBJOULES_WORKLOAD_SIZE" upon environment-name
           display ws-workload-trim upon environment-value

           move "START" to ws-cp-label
           call "measure_energy" using ws-cp-label
           perform transform-phase
           move "AFTER-TRANSFORM" to ws-cp-label
           call "measure_energy" using ws-cp-label

           perform checksum-output

           display "TEXTETL: read " lines-read " line(s), wrote "
               lines-written " record(s), rejected " lines-rejected
           display "TEXTETL: output checksum " output-checksum
               ", expected " expect-checksum
           if output-checksum not = expect-checksum
               or check-read not = record-count
               or lines-rejected not = expect-rejected
               display "TEXTETL: FAIL - the output is not the "
                   "transformation of the input"
               move 1 to return-code
           else
               display "TEXTETL: PASS"
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

       generate-input.
           open output text-input-file
           if in-fs not = "00"
               display "TEXTETL: ERROR - could not create "
                   "textetl-input (status " in-fs ")"
               stop run
           end-if
           move 0 to ck-value
           perform varying rec-no from 1 by 1
               until rec-no > record-count
               perform generate-values
               perform generate-line
               move gen-line to text-input-record
               write text-input-record
               perform generate-expected
               move etl-out to ck-line
               perform checksum-line
           end-perform
           close text-input-file
           move ck-value to expect-checksum
           .

       generate-values.
           perform next-random
           compute gen-last = function mod(ws-rand, 8) + 1
           perform next-random
           compute gen-first = function mod(ws-rand, 8) + 1
           perform next-random
           compute gen-currency = function mod(ws-rand, 4) + 1
           perform next-random
           compute gen-status = function mod(ws-rand, 3) + 1
           perform next-random
           compute gen-domain = function mod(ws-rand, 2) + 1
           perform next-random
           compute gen-year = function mod(ws-rand, 25) + 2000
           perform next-random
           compute gen-month = function mod(ws-rand, 12) + 1
           perform next-random
           compute gen-day = function mod(ws-rand, 28) + 1
           perform next-random
           compute gen-cents = function mod(ws-rand, 10000000)
               - 2000000
           if gen-cents < 0
               compute gen-whole = (0 - gen-cents) / 100
               compute gen-frac =
                   function mod(0 - gen-cents, 100)
           else
               compute gen-whole = gen-cents / 100
               compute gen-frac = function mod(gen-cents, 100)
           end-if
           perform next-random
           move 0 to gen-fault
           if function mod(ws-rand, 20) = 0
               perform next-random
               compute gen-fault = function mod(ws-rand, 3) + 1
           end-if
           .

       generate-line.
           move spaces to gen-line
           move 1 to gen-ptr
           move rec-no to gen-id-edit
           if function mod(rec-no, 4) = 0
               string "  " function trim(gen-id-edit) " "
                   delimited by size
                   into gen-line with pointer gen-ptr
               end-string
           else
               string function trim(gen-id-edit)
                   delimited by size
                   into gen-line with pointer gen-ptr
               end-string
           end-if
           string "," last-mixed (gen-last) delimited by space
               "," first-mixed (gen-first) delimited by space
               "," delimited by size
               into gen-line with pointer gen-ptr
           end-string
           if gen-bad-month
               move 13 to gen-2-edit
           else
               move gen-month to gen-2-edit
           end-if
           string function trim(gen-2-edit) "/" delimited by size
               into gen-line with pointer gen-ptr
           end-string
           move gen-day to gen-2-edit
           string function trim(gen-2-edit) "/" gen-year ","
               delimited by size
               into gen-line with pointer gen-ptr
           end-string
           if gen-cents < 0
               string "-" delimited by size
                   into gen-line with pointer gen-ptr
               end-string
           end-if
           move gen-whole to gen-whole-edit
           string "$" function trim(gen-whole-edit) "." gen-frac
               delimited by size
               into gen-line with pointer gen-ptr
           end-string
           if gen-bad-amount
               subtract 1 from gen-ptr
               string "X" delimited by size
                   into gen-line with pointer gen-ptr
               end-string
           end-if
           string "," currency-mixed (gen-currency)
               "," status-mixed (gen-status) delimited by space
               into gen-line with pointer gen-ptr
           end-string
           if not gen-short-line
               string "," first-lower (gen-first) delimited by space
                   "." last-lower (gen-last) delimited by space
                   "@" domain-mixed (gen-domain) delimited by space
                   into gen-line with pointer gen-ptr
               end-string
           end-if
           .

       generate-expected.
           move spaces to etl-out
           evaluate true
               when gen-short-line
                   move "WRONG FIELD COUNT" to etl-r-reason
               when gen-bad-month
                   move "INVALID DATE" to etl-r-reason
               when gen-bad-amount
                   move "INVALID AMOUNT" to etl-r-reason
           end-evaluate
           if not gen-clean
               move "R" to etl-r-kind
               move rec-no to etl-r-line
               add 1 to expect-rejected
               exit paragraph
           end-if
           move "D" to etl-kind
           move rec-no to etl-id
           string last-upper (gen-last) delimited by space
               ", " delimited by size
               first-upper (gen-first) delimited by space
               into etl-name
           end-string
           move gen-month to dt-mm
           move gen-day to dt-dd
           string gen-year "-" dt-mm "-" dt-dd delimited by size
               into etl-date
           end-string
           compute amt-value = gen-cents / 100
           move amt-value to etl-amount
           move currency-upper (gen-currency) to etl-currency
           move status-code (gen-status) to etl-status
           string first-lower (gen-first) delimited by space
               "." last-lower (gen-last) delimited by space
               "@" domain-lower (gen-domain) delimited by space
               into etl-email
           end-string
           .

       transform-phase.
           open input text-input-file
           if in-fs not = "00"
               display "TEXTETL: ERROR - could not open "
                   "textetl-input (status " in-fs ")"
               stop run
           end-if
           open output text-output-file
           if out-fs not = "00"
               display "TEXTETL: ERROR - could not create "
                   "textetl-output (status " out-fs ")"
               stop run
           end-if
           set in-not-at-end to true
           perform until in-at-end
               read text-input-file
                   at end
                       set in-at-end to true
                   not at end
                       add 1 to lines-read
                       perform transform-line
                       move etl-out to text-output-record
                       write text-output-record
               end-read
           end-perform
           close text-input-file text-output-file
           .

       transform-line.
           move spaces to f-id f-last f-first f-date f-amount
               f-currency f-status f-email
           move spaces to etl-out line-fault
           move 0 to field-count
           unstring text-input-record delimited by ","
               into f-id f-last f-first f-date f-amount
                    f-currency f-status f-email
               tallying in field-count
               on overflow
                   move "WRONG FIELD COUNT" to line-fault
           end-unstring
           if field-count not = 8
               move "WRONG FIELD COUNT" to line-fault
           end-if
           if line-fault = spaces
               perform edit-id
           end-if
           if line-fault = spaces
               perform edit-name
           end-if
           if line-fault = spaces
               perform edit-date
           end-if
           if line-fault = spaces
               perform edit-amount
           end-if
           if line-fault = spaces
               perform edit-currency
           end-if
           if line-fault = spaces
               perform edit-status
           end-if
           if line-fault = spaces
               perform edit-email
           end-if
           if line-fault = spaces
               move "D" to etl-kind
               add 1 to lines-written
           else
               move spaces to etl-out
               move "R" to etl-r-kind
               move lines-read to etl-r-line
               move line-fault to etl-r-reason
               add 1 to lines-rejected
           end-if
           .

       edit-id.
      *> strip the padding, then right-justify the digits into a
      *> zero-filled work field.
           move 0 to lead-spaces id-len
           inspect f-id tallying lead-spaces for leading spaces
           if lead-spaces >= length of f-id
               move "INVALID ACCOUNT ID" to line-fault
               exit paragraph
           end-if
           compute id-start = lead-spaces + 1
           inspect f-id (id-start:) tallying id-len
               for characters before initial space
           if id-len > length of id-work
               or f-id (id-start:id-len) not numeric
               move "INVALID ACCOUNT ID" to line-fault
               exit paragraph
           end-if
           move zeros to id-work
           move f-id (id-start:id-len)
               to id-work (length of id-work - id-len + 1:id-len)
           move id-work-num to etl-id
           .

       edit-name.
           if f-last = spaces or f-first = spaces
               move "MISSING NAME" to line-fault
               exit paragraph
           end-if
           string f-last delimited by space
               ", " delimited by size
               f-first delimited by space
               into etl-name
           end-string
           inspect etl-name converting lower-chars to upper-chars
           .

       edit-date.
      *> m/d/yyyy, unpadded - split on the slashes, check each part
      *> by length and class, then rebuild as yyyy-mm-dd.
           move spaces to dt-month dt-day dt-year
           move 0 to dt-parts month-len day-len year-len
           unstring f-date delimited by "/" or space
               into dt-month count in month-len
                    dt-day count in day-len
                    dt-year count in year-len
               tallying in dt-parts
           end-unstring
           if dt-parts < 3
               or month-len < 1 or month-len > 2
               or day-len < 1 or day-len > 2
               or year-len not = 4
               move "INVALID DATE" to line-fault
               exit paragraph
           end-if
           if dt-month (1:month-len) not numeric
               or dt-day (1:day-len) not numeric
               or dt-year (1:4) not numeric
               move "INVALID DATE" to line-fault
               exit paragraph
           end-if
           move zeros to two-work
           move dt-month (1:month-len) to two-work (3 - month-len:)
           move two-work-num to dt-mm
           move zeros to two-work
           move dt-day (1:day-len) to two-work (3 - day-len:)
           move two-work-num to dt-dd
           if dt-mm < 1 or dt-mm > 12 or dt-dd < 1 or dt-dd > 31
               move "INVALID DATE" to line-fault
               exit paragraph
           end-if
           string dt-year (1:4) "-" dt-mm "-" dt-dd
               delimited by size into etl-date
           end-string
           .

       edit-amount.
      *> [-]$whole.ff - an optional sign, the currency mark, then
      *> the whole and fraction parts split on the point.
           move 1 to amt-pos
           move 'N' to amt-negative
           if f-amount (amt-pos:1) = "-"
               move 'Y' to amt-negative
               add 1 to amt-pos
           end-if
           if f-amount (amt-pos:1) not = "$"
               move "INVALID AMOUNT" to line-fault
               exit paragraph
           end-if
           add 1 to amt-pos
           move spaces to amt-whole amt-frac
           move 0 to whole-len frac-len
           unstring f-amount (amt-pos:) delimited by "." or space
               into amt-whole count in whole-len
                    amt-frac count in frac-len
           end-unstring
           if whole-len < 1 or whole-len > length of id-work
               or frac-len not = 2
               move "INVALID AMOUNT" to line-fault
               exit paragraph
           end-if
           if amt-whole (1:whole-len) not numeric
               or amt-frac (1:2) not numeric
               move "INVALID AMOUNT" to line-fault
               exit paragraph
           end-if
           move zeros to id-work
           move amt-whole (1:whole-len)
               to id-work (length of id-work - whole-len + 1:
                   whole-len)
           move amt-frac (1:2) to two-work
           compute amt-value = id-work-num + two-work-num / 100
           if amt-negative = 'Y'
               compute amt-value = 0 - amt-value
           end-if
           move amt-value to etl-amount
           .

       edit-currency.
           inspect f-currency converting lower-chars to upper-chars
           move 0 to char-count
           inspect f-currency (1:3) tallying char-count
               for all space
           if char-count > 0 or f-currency (4:) not = spaces
               or f-currency (1:3) not alphabetic
               move "INVALID CURRENCY" to line-fault
               exit paragraph
           end-if
           move f-currency (1:3) to etl-currency
           .

       edit-status.
           inspect f-status converting lower-chars to upper-chars
           evaluate f-status
               when "ACTIVE"
                   move "A" to etl-status
               when "CLOSED"
                   move "C" to etl-status
               when "PENDING"
                   move "P" to etl-status
               when other
                   move "INVALID STATUS" to line-fault
           end-evaluate
           .

       edit-email.
           inspect f-email converting upper-chars to lower-chars
           move 0 to char-count
           inspect f-email tallying char-count for all "@"
           if char-count not = 1 or f-email (1:1) = "@"
               move "INVALID EMAIL" to line-fault
               exit paragraph
           end-if
           move f-email to etl-email
           .

       checksum-output.
           open input text-output-file
           if out-fs not = "00"
               display "TEXTETL: ERROR - could not re-open "
                   "textetl-output (status " out-fs ")"
               stop run
           end-if
           move 0 to ck-value
           set in-not-at-end to true
           perform until in-at-end
               read text-output-file
                   at end
                       set in-at-end to true
                   not at end
                       add 1 to check-read
                       move text-output-record to ck-line
                       perform checksum-line
               end-read
           end-perform
           close text-output-file
           move ck-value to output-checksum
           .

       checksum-line.
           perform varying ck-pos from 1 by 1
               until ck-pos > length of ck-line
               compute ck-work = ck-value * 31
                   + function ord(ck-line (ck-pos:1))
               compute ck-value = function mod(ck-work, 2147483647)
           end-perform
           .

       exit program.
