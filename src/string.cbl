       *>
       *> FOLDTAB is read once, on the first call of the run, and
       *> kept; a missing FOLDTAB simply means case-folding only.
       *> A caller that passes l-fold-rules gets those rules for
       *> that call instead, and FOLDTAB is not opened (the next
       *> call without them reads FOLDTAB again).
       *> One rule per record:
       *>     cols 1-2  source, 1 or 2 bytes (byte 2 blank for a
       *>               1-byte source)
       *> @param l-o-len Returned length of the folded text, capped
       *> at l-o-max
       *> @param l-status Optional returned status, see strstat.cpy.
       *> @param l-fold-rules Optional FOLDTAB record images to fold
       *> by instead of FOLDTAB itself, see strfrul.cpy.
       *> @return Count of equivalence-rule applications (0 when the
       *> text needed case-folding only)
       *>*
           88 ws-fold-not-found value "35".
        01 ws-load-sw pic x value "N".
           88 ws-loaded value "Y".
           88 ws-loaded-given value "C".
        01 ws-table-eof-sw pic x value "N".
           88 ws-table-eof value "Y".
        01 ws-rule-count pic 9(4) usage binary value 0.
              10 ws-rule-tgt pic x.
              10 ws-rule-drop-sw pic x.
                 88 ws-rule-drops-byte value "Y".
        01 ws-rule-image pic x(80).
        01 ws-given-idx pic 9(4) usage binary.
        01 input-idx pic 9(9) usage binary value 1.
        01 out-idx pic 9(9) usage binary value 1.
        01 ws-pair pic x(2).
        77 l-o-max pic 9(9) usage binary.
        77 l-o-len pic 9(9) usage binary.
        copy "strstat.cpy".
        copy "strfrul.cpy".
        01 l-result pic 9(9) usage binary value 0.
       procedure division
           using l-input, l-i-len, l-output, l-o-max, l-o-len,
           optional l-status, optional l-fold-rules
           returning l-result.

           initialize l-result all to value.
              goback
           end-if.

           if l-fold-rules is not omitted
               perform 8300-load-given
           else
               if not ws-loaded
                   perform 8000-load-table
               end-if
           end-if.

           move 1 to out-idx.
      *> error - the fold is then a plain case-fold.
       8000-load-table.
           set ws-loaded to true.
           move 0 to ws-rule-count.
           move 0 to ws-rule-drops.
           move "N" to ws-table-eof-sw.
           open input fold-table.
           if ws-fold-ok
           if ws-table-eof
               exit paragraph
           end-if.
           move fold-table-rec to ws-rule-image.
           perform 8200-add-rule.

      *> hold the rule in ws-rule-image, FOLDTAB layout.
       8200-add-rule.
           if ws-rule-image = spaces
                   or ws-rule-image(1:1) = "*"
               exit paragraph
           end-if.
           if ws-rule-count >= 200
               exit paragraph
           end-if.
           add 1 to ws-rule-count.
           move function lower-case(ws-rule-image(1:2))
               to ws-rule-src(ws-rule-count).
           if ws-rule-image(2:1) = space
               move 1 to ws-rule-src-len(ws-rule-count)
           else
               move 2 to ws-rule-src-len(ws-rule-count)
           end-if.
           if ws-rule-image(4:1) = space
               move "Y" to ws-rule-drop-sw(ws-rule-count)
               move space to ws-rule-tgt(ws-rule-count)
           else
               move "N" to ws-rule-drop-sw(ws-rule-count)
               move function lower-case(ws-rule-image(4:1))
                   to ws-rule-tgt(ws-rule-count)
           end-if.

      *> take the rules from the caller's l-fold-rules instead of
      *> FOLDTAB. they last for this call only, so a later call
      *> without them still gets FOLDTAB.
       8300-load-given.
           set ws-loaded-given to true.
           move 0 to ws-rule-count.
           move 0 to ws-rule-drops.
           perform varying ws-given-idx from 1 by 1
                   until ws-given-idx > l-fold-rule-count
                   or ws-given-idx > 200
               move l-fold-rule(ws-given-idx) to ws-rule-image
               perform 8200-add-rule
           end-perform.
       end program strfold.


       end program striposd.


       *>*
       *> Compute the chained check value that seals one record of the
       *> string-library audit dataset. The value depends on every byte
       *> of the record and on the check value of the record before it,
       *> so altering, dropping, inserting or reordering any record
       *> changes every check value that follows. The first record of a
       *> chain is sealed against a previous check value of zero.
       *>
       *> Two independent modular hashes (bases 257 and 263, moduli
       *> 999999937 and 999999929) are run over the bytes, each seeded
       *> from its half of l-prev-check, and the results are returned
       *> side by side as 18 decimal digits. This is a tamper-evidence
       *> check, not a keyed signature: anyone who knows the method can
       *> reseal an edited log from the edit onward, which is why the
       *> chain is carried into the archive and verified end to end.
       *>
       *> @param l-prev-check Check value of the previous record, 18
       *> digits, zero for the first record of a chain
       *> @param l-text Record bytes to seal
       *> @param l-t-len Size of l-text in bytes
       *> @param l-check Returned check value, 18 digits
       *>*
       identification division.
       program-id. strseal.
       data division.
       working-storage section.
        01 text-idx pic 9(9) usage binary value 1.
        01 ws-h1 pic 9(12) usage binary value 0.
        01 ws-h2 pic 9(12) usage binary value 0.
        01 ws-ord pic 9(4) usage binary value 0.
        01 ws-quotient pic 9(12) usage binary value 0.
        01 ws-seed.
           05 ws-seed-1 pic 9(9).
           05 ws-seed-2 pic 9(9).
        01 ws-result.
           05 ws-result-1 pic 9(9).
           05 ws-result-2 pic 9(9).
       linkage section.
        01 l-prev-check pic 9(18).
        01 l-text.
           05 l-t pic x occurs 1 to unbounded depending on l-t-len.
        77 l-t-len pic 9(9) usage binary.
        01 l-check pic 9(18).
       procedure division
           using l-prev-check, l-text, l-t-len, l-check.

           move l-prev-check to ws-seed.
           move ws-seed-1 to ws-h1.
           move ws-seed-2 to ws-h2.

           perform varying text-idx from 1 by 1
                   until text-idx > l-t-len
               move function ord(l-text(text-idx:1)) to ws-ord
               compute ws-h1 = ws-h1 * 257 + ws-ord
               divide ws-h1 by 999999937 giving ws-quotient
                   remainder ws-h1
               compute ws-h2 = ws-h2 * 263 + ws-ord
               divide ws-h2 by 999999929 giving ws-quotient
                   remainder ws-h2
           end-perform.

           move ws-h1 to ws-result-1.
           move ws-h2 to ws-result-2.
           move ws-result to l-check.
           goback.
       end program strseal.


       *>*
       *> Append one reconciliation record to the string-library audit
       *> dataset. Not meant to be called directly by application
       *> again so the record is durable even if the calling program
       *> abends before it finishes.
       *>
       *> Every line carries a sequence number (cols 93-101) and a
       *> check value (cols 103-120) chained from the line before it
       *> by strseal over cols 1-101, so stravfy can prove the log
       *> has not been edited. The first call of a run reads STRAUDIT
       *> to its last line to pick the chain up - from a sealed line
       *> or from the chain anchor strahkp leaves at the top of the
       *> log - and keeps it in storage after that, which relies on
       *> one job at a time holding STRAUDIT, as the job step
       *> allocation already ensures. A log whose last line carries
       *> no seal starts a new chain at sequence 1.
       *>
       *> @param l-caller Name of the program that ran the search
       *> @param l-h-len Size of the haystack that was searched
       *> @param l-needle The needle that was searched for
       data division.
       file section.
       fd  audit-log.
       01  audit-log-rec.
           05 al-body        pic x(92).
           05 al-seq-x       pic x(09).
           05 filler         pic x(01).
           05 al-check-x     pic x(18).
       working-storage section.
        01 ws-audit-status pic x(02) value "00".
           88 ws-audit-ok value "00".
           88 ws-audit-not-found value "35".
        01 ws-timestamp pic x(21) value spaces.
        01 ws-chain-sw pic x value "N".
           88 ws-chain-primed value "Y".
        01 ws-tail-eof-sw pic x value "N".
           88 ws-tail-eof value "Y".
        01 ws-last-seq pic 9(9) value 0.
        01 ws-last-check pic 9(18) value 0.
        01 ws-new-check pic 9(18) value 0.
        01 ws-seal-len pic 9(9) usage binary value 101.
        01 ws-log-line.
           05 ll-timestamp   pic x(21).
           05 filler         pic x(01) value space.
           05 ll-needle      pic x(40).
           05 filler         pic x(01) value space.
           05 ll-result      pic zzzzzzzz9.
           05 filler         pic x(01) value space.
           05 ll-seq         pic 9(09).
           05 filler         pic x(01) value space.
           05 ll-check       pic 9(18).
       linkage section.
        77 l-caller pic x(08).
        77 l-h-len pic 9(9) usage binary.
       procedure division
           using l-caller, l-h-len, l-needle, l-n-len, l-result.

           if not ws-chain-primed
               perform 8000-pick-up-chain
           end-if.

           string function current-date(1:8) delimited by size
               "-" delimited by size
               function current-date(9:6) delimited by size
               move l-needle(1:l-n-len) to ll-needle
           end-if.
           move l-result to ll-result.
           compute ll-seq = ws-last-seq + 1.
           call "strseal" using by content ws-last-check,
               by reference ws-log-line, by content ws-seal-len,
               by reference ws-new-check.
           move ws-new-check to ll-check.

           open extend audit-log.
           if ws-audit-not-found
           if ws-audit-ok
               write audit-log-rec from ws-log-line
               close audit-log
               move ll-seq to ws-last-seq
               move ws-new-check to ws-last-check
           else
               display "STRLOG: UNABLE TO OPEN STRAUDIT, STATUS "
                   ws-audit-status
           end-if.

           goback.

      *> read STRAUDIT to its last line and continue the chain from
      *> its sequence number and check value; a missing log, or a
      *> last line without a seal, starts the chain afresh
       8000-pick-up-chain.
           set ws-chain-primed to true.
           move 0 to ws-last-seq.
           move 0 to ws-last-check.
           open input audit-log.
           if ws-audit-not-found
               exit paragraph
           end-if.
           if not ws-audit-ok
               display "STRLOG: UNABLE TO READ STRAUDIT, STATUS "
                   ws-audit-status
               exit paragraph
           end-if.
           move "N" to ws-tail-eof-sw.
           perform until ws-tail-eof
               read audit-log
                   at end
                       set ws-tail-eof to true
                   not at end
                       if al-seq-x is numeric
                               and al-check-x is numeric
                           move al-seq-x to ws-last-seq
                           move al-check-x to ws-last-check
                       else
                           move 0 to ws-last-seq
                           move 0 to ws-last-check
                       end-if
               end-read
           end-perform.
           close audit-log.
       end program strlog.
