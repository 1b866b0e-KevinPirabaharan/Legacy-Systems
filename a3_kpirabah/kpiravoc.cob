*>Kevin Pirabaharan
*>Companion reporting program for KPIRABAHA3
*>Lists the corpus vocabulary master WORDMSTR.IDX that the analyzer
*>builds from every completed document.  VOCAB.RPT shows each word
*>with the number of distinct documents that used it, its total
*>occurrences across the corpus and the run dates it was first and
*>last seen, ordered by document frequency (ties broken by total
*>occurrences), most widely used first.
*>The command line may carry the number of words to list; it defaults
*>to the whole vocabulary.  At most the 5000 widest-used words are
*>held for the listing; any beyond that are counted as not listed.

identification division.
program-id. KPIRAVOC.

environment division.
input-output section.
file-control.

select vocab-master-file assign to "WORDMSTR.IDX"
              organization is indexed
              access is dynamic
              record key is vocab-word
              file status is vocabFS.
select vocab-report-file assign to "VOCAB.RPT"
              organization is line sequential
              file status is vreportFS.

data division.
file section.
fd vocab-master-file.
    01 vocab-record.
      02 vocab-word             pic x(20).
      02 vocab-total-occurs     pic 9(9).
      02 vocab-doc-count        pic 9(7).
      02 vocab-first-seen       pic 9(6).
      02 vocab-last-seen        pic 9(6).
fd vocab-report-file.
    01 vreport-line      pic x(100).

working-storage section.
77 vocabFS                    pic xx.
77 vreportFS                  pic xx.
77 vocab-eof-switch           pic 9      value 1.
77 cmd-line-parm              pic x(80).
77 parm-token                 pic x(8)   value spaces.
77 parm-pos                   pic 9(2)   value 0.
77 list-limit                 pic 9(5)   value 0.
77 parm-seen-digit-switch     pic 9      value 0.
    88 parm-has-digits                   value 1.

01 work-digit-x               pic x.
01 work-digit-9 redefines work-digit-x pic 9.

77 vocab-count                pic 9(5)   value 0.
77 vocab-idx                  pic 9(5)   value 0.
77 vocab-rank                 pic 9(5)   value 0.
77 vocab-best-idx             pic 9(5)   value 0.
77 vocab-listed-count         pic 9(5)   value 0.
77 vocab-table-full-switch    pic 9      value 0.
    88 is-vocab-table-full               value 1.
77 vocab-corpus-count         pic 9(7)   value 0.
77 vocab-dropped-count        pic 9(7)   value 0.
77 vocab-low-idx              pic 9(5)   value 0.

01 vocab-table.
  02 vocab-entry occurs 5000 times.
    03 voc-word             pic x(20).
    03 voc-total-occurs     pic 9(9).
    03 voc-doc-count        pic 9(7).
    03 voc-first-seen       pic 9(6).
    03 voc-last-seen        pic 9(6).
    03 voc-done-switch      pic 9.

01 output-vocab-title-line.
  02 filler          pic x(27)  value spaces.
  02 filler          pic x(24)  value "CORPUS VOCABULARY REPORT".

01 output-vocab-underline.
  02 filler          pic x(50) value "--------------------------------------------------".
  02 filler          pic x(30) value "------------------------------".

01 output-vocab-order-line.
  02 filler          pic x(42)  value
      "BY DOCUMENT FREQUENCY, MOST WIDELY USED FI".
  02 filler          pic x(3)   value "RST".

01 output-vocab-heading-line.
  02 filler          pic x(7)   value "RANK   ".
  02 filler          pic x(22)  value "WORD                  ".
  02 filler          pic x(9)   value "     DOCS".
  02 filler          pic x(12)  value " OCCURRENCES".
  02 filler          pic x(10)  value "  FIRST   ".
  02 filler          pic x(6)   value "LAST  ".

01 output-vocab-detail-line.
  02 out-voc-rank    pic zzzz9.
  02 filler          pic x(2)   value spaces.
  02 out-voc-word    pic x(20).
  02 filler          pic x(2)   value spaces.
  02 out-voc-docs    pic zzzzzz9.
  02 filler          pic x(2)   value spaces.
  02 out-voc-occurs  pic zzzzzzzz9.
  02 filler          pic x(3)   value spaces.
  02 out-voc-first   pic 9(6).
  02 filler          pic x(2)   value spaces.
  02 out-voc-last    pic 9(6).

01 output-vocab-total-line.
  02 filler          pic x(18)  value "WORDS IN CORPUS:  ".
  02 out-voc-count   pic zzzzzz9.
  02 filler          pic x(12)  value "   LISTED:  ".
  02 out-voc-listed  pic zzzz9.

01 output-vocab-overflow-line.
  02 filler          pic x(24)  value "VOCABULARY TABLE FULL - ".
  02 out-voc-dropped pic zzzzzz9.
  02 filler          pic x(34)  value
      " LOWER-RANKED WORD(S) NOT LISTED".

procedure division.

  perform get-list-limit thru get-list-limit-done.
  perform load-vocab-table.
  perform write-vocab-report.

  display "Vocabulary written to VOCAB.RPT, "
      vocab-listed-count " word(s) listed".

  stop run.

get-list-limit.

  accept cmd-line-parm from command-line.

  if cmd-line-parm = spaces
      go to get-list-limit-done
  end-if.

  move spaces to parm-token.
  unstring cmd-line-parm delimited by all spaces
      into parm-token
  end-unstring.

  move zero to list-limit.
  move zero to parm-seen-digit-switch.

  perform varying parm-pos from 1 by 1
      until parm-pos > 5 or parm-token(parm-pos:1) = space

      if parm-token(parm-pos:1) >= '0'
          and parm-token(parm-pos:1) <= '9'
          move parm-token(parm-pos:1) to work-digit-x
          compute list-limit =
              list-limit * 10 + work-digit-9
          move 1 to parm-seen-digit-switch
      end-if
  end-perform.

  if not parm-has-digits
      move zero to list-limit
      display "Invalid word count parameter, listing every word"
  end-if.

get-list-limit-done.

  exit.

load-vocab-table.

  open input vocab-master-file.
  if vocabFS not = "00"
      display "Cannot open WORDMSTR.IDX, file status " vocabFS
      stop run
  end-if.

  move low-values to vocab-word.
  start vocab-master-file key >= vocab-word
    invalid key move zero to vocab-eof-switch
  end-start.

  perform load-vocab-record
    until vocab-eof-switch is equal to zero.

  close vocab-master-file.

load-vocab-record.

  read vocab-master-file next record
    at end move zero to vocab-eof-switch
    not at end
      add 1 to vocab-corpus-count
      if vocab-count < 5000
          add 1 to vocab-count
          move vocab-count to vocab-idx
          perform store-vocab-entry
      else
          move 1 to vocab-table-full-switch
          add 1 to vocab-dropped-count
          perform keep-higher-ranked-word
      end-if
  end-read.

keep-higher-ranked-word.

*>the master comes in word order, not rank order, so a full table
*>gives up its lowest-ranked word to any wider-used one that follows.
  if vocab-low-idx = zero
      perform find-lowest-ranked-word
  end-if.

  if vocab-doc-count > voc-doc-count(vocab-low-idx)
      or (vocab-doc-count = voc-doc-count(vocab-low-idx)
      and vocab-total-occurs > voc-total-occurs(vocab-low-idx))
      move vocab-low-idx to vocab-idx
      perform store-vocab-entry
      perform find-lowest-ranked-word
  end-if.

find-lowest-ranked-word.

  move 1 to vocab-low-idx.
  perform varying vocab-idx from 2 by 1
      until vocab-idx > vocab-count

      if voc-doc-count(vocab-idx) < voc-doc-count(vocab-low-idx)
          or (voc-doc-count(vocab-idx) = voc-doc-count(vocab-low-idx)
          and voc-total-occurs(vocab-idx) <
              voc-total-occurs(vocab-low-idx))
          move vocab-idx to vocab-low-idx
      end-if
  end-perform.

store-vocab-entry.

  move vocab-word to voc-word(vocab-idx).
  move vocab-total-occurs to voc-total-occurs(vocab-idx).
  move vocab-doc-count to voc-doc-count(vocab-idx).
  move vocab-first-seen to voc-first-seen(vocab-idx).
  move vocab-last-seen to voc-last-seen(vocab-idx).
  move zero to voc-done-switch(vocab-idx).

write-vocab-report.

  open output vocab-report-file.
  if vreportFS not = "00"
      display "Cannot open VOCAB.RPT, file status " vreportFS
      stop run
  end-if.

  write vreport-line from output-vocab-title-line.
  write vreport-line from output-vocab-underline.
  write vreport-line from output-vocab-order-line.
  write vreport-line from output-vocab-heading-line.

  if list-limit = zero or list-limit > vocab-count
      move vocab-count to list-limit
  end-if.

*>pull the widest-used remaining word on each pass so the report comes
*>out in descending order; the done switch retires it from the scan.
  perform varying vocab-rank from 1 by 1
      until vocab-rank > list-limit

      move zero to vocab-best-idx
      perform varying vocab-idx from 1 by 1
          until vocab-idx > vocab-count

          if voc-done-switch(vocab-idx) = zero
              and (vocab-best-idx = zero
                  or voc-doc-count(vocab-idx) >
                      voc-doc-count(vocab-best-idx)
                  or (voc-doc-count(vocab-idx) =
                      voc-doc-count(vocab-best-idx)
                  and voc-total-occurs(vocab-idx) >
                      voc-total-occurs(vocab-best-idx)))
              move vocab-idx to vocab-best-idx
          end-if
      end-perform

      if vocab-best-idx > 0
          perform write-vocab-detail
          move 1 to voc-done-switch(vocab-best-idx)
      end-if
  end-perform.

  write vreport-line from output-vocab-underline.
  move vocab-corpus-count to out-voc-count.
  move vocab-listed-count to out-voc-listed.
  write vreport-line from output-vocab-total-line.

  if is-vocab-table-full
      move vocab-dropped-count to out-voc-dropped
      write vreport-line from output-vocab-overflow-line
      display "Vocabulary table full, " vocab-dropped-count
          " lower-ranked word(s) not listed"
  end-if.

  close vocab-report-file.

write-vocab-detail.

  move vocab-rank to out-voc-rank.
  move voc-word(vocab-best-idx) to out-voc-word.
  move voc-doc-count(vocab-best-idx) to out-voc-docs.
  move voc-total-occurs(vocab-best-idx) to out-voc-occurs.
  move voc-first-seen(vocab-best-idx) to out-voc-first.
  move voc-last-seen(vocab-best-idx) to out-voc-last.

  write vreport-line from output-vocab-detail-line.
  add 1 to vocab-listed-count.
