*>Kevin Pirabaharan
*>Audit report program for the KPIRABAHA3 document master DOCMASTR.IDX.
*>KPIRABAHA3 (ADD, UPDATE) and KPIRACATM (DELETE, RENAME, REBUILD)
*>append every change they make to the master to the audit log
*>MASTAUD.LOG with the record as it stood before and after the change.
*>This program lists that log in AUDIT.RPT: who changed which record,
*>when, with which program, and the run and total counts on either side
*>of the change, so a drop in a document's cumulative totals can be
*>traced to the entry that caused it.
*>The command line may carry, in order:
*>  name|*     the document to report on (a RENAME is listed under
*>             both its old and its new name); * or nothing for all
*>  from       the first audit date to list (yymmdd)
*>  to         the last audit date to list (yymmdd)
*>No parameter lists the whole log.

identification division.
program-id. KPIRAAUDR.

environment division.
input-output section.
file-control.

select master-audit-file assign to "MASTAUD.LOG"
              organization is line sequential
              file status is auditFS.
select audit-report-file assign to "AUDIT.RPT"
              organization is line sequential
              file status is areportFS.

data division.
file section.
fd master-audit-file.
    01 master-audit-line pic x(610).
fd audit-report-file.
    01 areport-line      pic x(100).

working-storage section.
77 auditFS                    pic xx.
77 areportFS                  pic xx.
77 audit-eof-switch           pic 9      value 1.
77 cmd-line-parm              pic x(80).
77 doc-filter                 pic x(30)  value spaces.
77 from-token                 pic x(8)   value spaces.
77 to-token                   pic x(8)   value spaces.
77 from-date                  pic 9(6)   value 0.
77 to-date                    pic 9(6)   value 999999.
77 entry-selected-switch      pic 9      value 0.
    88 is-entry-selected                 value 1.

77 entries-read-count         pic 9(7)   value 0.
77 entries-listed-count       pic 9(7)   value 0.
77 add-count                  pic 9(7)   value 0.
77 update-count               pic 9(7)   value 0.
77 delete-count               pic 9(7)   value 0.
77 rename-count               pic 9(7)   value 0.
77 rebuild-count              pic 9(7)   value 0.
77 before-words               pic 9(9)   value 0.
77 after-words                pic 9(9)   value 0.

*>mirror of the output-audit-record layout written by KPIRABAHA3 and
*>KPIRACATM, with each image laid out as the master-record, so the
*>fields read back without any scanning.
01 audit-record.
  02 aud-date               pic 9(6).
  02 filler                 pic x.
  02 aud-time               pic 9(8).
  02 aud-time-x redefines aud-time.
    03 aud-time-hhmmss      pic 9(6).
    03 filler               pic 9(2).
  02 filler                 pic x.
  02 aud-program            pic x(10).
  02 filler                 pic x.
  02 aud-action             pic x(8).
  02 filler                 pic x.
  02 aud-operator           pic x(12).
  02 filler                 pic x.
  02 aud-doc-name           pic x(30).
  02 filler                 pic x.
  02 aud-before-image.
    03 bef-doc-name         pic x(30).
    03 bef-first-run        pic 9(6).
    03 bef-last-run         pic 9(6).
    03 bef-run-count        pic 9(5).
    03 bef-total-sentences  pic 9(9).
    03 bef-total-words      pic 9(9).
    03 bef-total-chars      pic 9(9).
    03 filler               pic x(186).
  02 filler                 pic x.
  02 aud-after-image.
    03 aft-doc-name         pic x(30).
    03 aft-first-run        pic 9(6).
    03 aft-last-run         pic 9(6).
    03 aft-run-count        pic 9(5).
    03 aft-total-sentences  pic 9(9).
    03 aft-total-words      pic 9(9).
    03 aft-total-chars      pic 9(9).
    03 filler               pic x(186).

01 output-audit-title-line.
  02 filler          pic x(29)  value spaces.
  02 filler          pic x(19)  value "MASTER AUDIT REPORT".

01 output-audit-underline.
  02 filler          pic x(50) value "--------------------------------------------------".
  02 filler          pic x(40) value "----------------------------------------".

01 output-audit-filter-line.
  02 filler          pic x(10)  value "DOCUMENT: ".
  02 out-flt-doc     pic x(30).
  02 filler          pic x(8)   value "  FROM: ".
  02 out-flt-from    pic 9(6).
  02 filler          pic x(6)   value "  TO: ".
  02 out-flt-to      pic 9(6).

01 output-audit-heading-line.
  02 filler          pic x(8)   value "DATE    ".
  02 filler          pic x(8)   value "TIME    ".
  02 filler          pic x(11)  value "PROGRAM    ".
  02 filler          pic x(9)   value "ACTION   ".
  02 filler          pic x(13)  value "OPERATOR     ".
  02 filler          pic x(8)   value "DOCUMENT".

01 output-audit-image-heading-line.
  02 filler          pic x(12)  value spaces.
  02 filler          pic x(8)   value "FIRST   ".
  02 filler          pic x(8)   value "LAST    ".
  02 filler          pic x(7)   value " RUNS  ".
  02 filler          pic x(11)  value " SENTENCES ".
  02 filler          pic x(11)  value "     WORDS ".
  02 filler          pic x(10)  value "     CHARS".

01 output-audit-entry-line.
  02 out-aud-date    pic 9(6).
  02 filler          pic x(2)   value spaces.
  02 out-aud-time    pic 9(6).
  02 filler          pic x(2)   value spaces.
  02 out-aud-program pic x(10).
  02 filler          pic x      value space.
  02 out-aud-action  pic x(8).
  02 filler          pic x      value space.
  02 out-aud-operator pic x(12).
  02 filler          pic x      value space.
  02 out-aud-doc     pic x(30).

01 output-audit-image-line.
  02 filler          pic x(2)   value spaces.
  02 out-img-label   pic x(8).
  02 filler          pic x(2)   value spaces.
  02 out-img-first   pic 9(6).
  02 filler          pic x(2)   value spaces.
  02 out-img-last    pic 9(6).
  02 filler          pic x(2)   value spaces.
  02 out-img-runs    pic zzzz9.
  02 filler          pic x(2)   value spaces.
  02 out-img-sentences pic zzzzzzzz9.
  02 filler          pic x(2)   value spaces.
  02 out-img-words   pic zzzzzzzz9.
  02 filler          pic x      value space.
  02 out-img-chars   pic zzzzzzzz9.

01 output-audit-no-image-line.
  02 filler          pic x(2)   value spaces.
  02 out-noimg-label pic x(8).
  02 filler          pic x(2)   value spaces.
  02 filler          pic x(9)   value "NO RECORD".

01 output-audit-rename-line.
  02 filler          pic x(12)  value "  NEW NAME  ".
  02 out-ren-doc     pic x(30).

01 output-audit-change-line.
  02 filler          pic x(14)  value "  WORD CHANGE ".
  02 out-chg-words   pic -(9)9.

01 output-audit-total-line-1.
  02 filler          pic x(15)  value "ENTRIES READ:  ".
  02 out-tot-read    pic zzzzzz9.
  02 filler          pic x(12)  value "   LISTED:  ".
  02 out-tot-listed  pic zzzzzz9.

01 output-audit-total-line-2.
  02 filler          pic x(5)   value "ADD: ".
  02 out-tot-add     pic zzzzzz9.
  02 filler          pic x(10)  value "   UPDATE:".
  02 out-tot-update  pic zzzzzz9.
  02 filler          pic x(10)  value "   DELETE:".
  02 out-tot-delete  pic zzzzzz9.
  02 filler          pic x(10)  value "   RENAME:".
  02 out-tot-rename  pic zzzzzz9.
  02 filler          pic x(11)  value "   REBUILD:".
  02 out-tot-rebuild pic zzzzzz9.

procedure division.

  perform get-parameters thru get-parameters-done.

  open input master-audit-file.
  if auditFS not = "00"
      display "Cannot open MASTAUD.LOG, file status " auditFS
      stop run
  end-if.

  open output audit-report-file.
  if areportFS not = "00"
      display "Cannot open AUDIT.RPT, file status " areportFS
      close master-audit-file
      stop run
  end-if.

  write areport-line from output-audit-title-line.
  write areport-line from output-audit-underline.
  if doc-filter = spaces
      move "ALL DOCUMENTS" to out-flt-doc
  else
      move doc-filter to out-flt-doc
  end-if.
  move from-date to out-flt-from.
  move to-date to out-flt-to.
  write areport-line from output-audit-filter-line.
  write areport-line from output-audit-underline.
  write areport-line from output-audit-heading-line.
  write areport-line from output-audit-image-heading-line.
  write areport-line from output-audit-underline.

  perform read-audit-record.
  perform report-audit-record
    until audit-eof-switch is equal to zero.

  write areport-line from output-audit-underline.
  move entries-read-count to out-tot-read.
  move entries-listed-count to out-tot-listed.
  write areport-line from output-audit-total-line-1.
  move add-count to out-tot-add.
  move update-count to out-tot-update.
  move delete-count to out-tot-delete.
  move rename-count to out-tot-rename.
  move rebuild-count to out-tot-rebuild.
  write areport-line from output-audit-total-line-2.

  close master-audit-file.
  close audit-report-file.

  display "Audit written to AUDIT.RPT, "
      entries-listed-count " audit entries listed".

  stop run.

get-parameters.

  accept cmd-line-parm from command-line.

  if cmd-line-parm = spaces
      go to get-parameters-done
  end-if.

  unstring cmd-line-parm delimited by all spaces
      into doc-filter from-token to-token
  end-unstring.

  if doc-filter = "*"
      move spaces to doc-filter
  end-if.

  if from-token not = spaces
      if from-token(1:6) numeric and from-token(7:2) = spaces
          move from-token(1:6) to from-date
      else
          display "Invalid from date " from-token
              ", listing from the start of the log"
      end-if
  end-if.

  if to-token not = spaces
      if to-token(1:6) numeric and to-token(7:2) = spaces
          move to-token(1:6) to to-date
      else
          display "Invalid to date " to-token
              ", listing to the end of the log"
      end-if
  end-if.

get-parameters-done.

  exit.

read-audit-record.

  read master-audit-file into audit-record
    at end move zero to audit-eof-switch
  end-read.

report-audit-record.

  add 1 to entries-read-count.

  move 1 to entry-selected-switch.
  if aud-date not numeric
      or aud-date < from-date
      or aud-date > to-date
      move zero to entry-selected-switch
  end-if.

  if doc-filter not = spaces
      and aud-doc-name not = doc-filter
      and bef-doc-name not = doc-filter
      and aft-doc-name not = doc-filter
      move zero to entry-selected-switch
  end-if.

  if is-entry-selected
      perform write-audit-entry
  end-if.

  perform read-audit-record.

write-audit-entry.

  add 1 to entries-listed-count.

  evaluate aud-action
      when "ADD"     add 1 to add-count
      when "UPDATE"  add 1 to update-count
      when "DELETE"  add 1 to delete-count
      when "RENAME"  add 1 to rename-count
      when "REBUILD" add 1 to rebuild-count
  end-evaluate.

  move aud-date to out-aud-date.
  if aud-time numeric
      move aud-time-hhmmss to out-aud-time
  else
      move zero to out-aud-time
  end-if.
  move aud-program to out-aud-program.
  move aud-action to out-aud-action.
  move aud-operator to out-aud-operator.
  move aud-doc-name to out-aud-doc.
  write areport-line from output-audit-entry-line.

*>an empty image is the missing side of an ADD, a DELETE or a record
*>dropped by a REBUILD, and counts as zero words.
  move zero to before-words.
  if bef-doc-name = spaces or bef-total-words not numeric
      move "BEFORE" to out-noimg-label
      write areport-line from output-audit-no-image-line
  else
      move "BEFORE" to out-img-label
      move bef-first-run to out-img-first
      move bef-last-run to out-img-last
      move bef-run-count to out-img-runs
      move bef-total-sentences to out-img-sentences
      move bef-total-words to out-img-words
      move bef-total-chars to out-img-chars
      write areport-line from output-audit-image-line
      move bef-total-words to before-words
  end-if.

  move zero to after-words.
  if aft-doc-name = spaces or aft-total-words not numeric
      move "AFTER" to out-noimg-label
      write areport-line from output-audit-no-image-line
  else
      move "AFTER" to out-img-label
      move aft-first-run to out-img-first
      move aft-last-run to out-img-last
      move aft-run-count to out-img-runs
      move aft-total-sentences to out-img-sentences
      move aft-total-words to out-img-words
      move aft-total-chars to out-img-chars
      write areport-line from output-audit-image-line
      move aft-total-words to after-words
  end-if.

  if bef-doc-name not = spaces and aft-doc-name not = spaces
      and aft-doc-name not = bef-doc-name
      move aft-doc-name to out-ren-doc
      write areport-line from output-audit-rename-line
  end-if.

  compute out-chg-words = after-words - before-words.
  write areport-line from output-audit-change-line.
