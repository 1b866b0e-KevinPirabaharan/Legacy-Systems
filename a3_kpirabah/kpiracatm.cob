*>  REBUILD           rebuild the whole index from HISTORY.LOG when
*>                    it is lost or corrupted
*>No parameter behaves as LIST.
*>DELETE, RENAME and REBUILD append the master record as it stood
*>before and after each change to the audit log MASTAUD.LOG; if the
*>log cannot be opened the master is left untouched and the run ends
*>with severity 12.

identification division.
program-id. KPIRACATM.
select catalog-report-file assign to "CATALOG.RPT"
              organization is line sequential
              file status is catalogFS.
select optional master-audit-file assign to "MASTAUD.LOG"
              organization is line sequential
              file status is auditFS.

data division.
file section.
      02 master-total-sentences pic 9(9).
      02 master-total-words     pic 9(9).
      02 master-total-chars     pic 9(9).
      02 master-fingerprint.
        03 master-fp-bytes      pic 9(9).
        03 master-fp-lines      pic 9(7).
        03 master-fp-hash       pic 9(9).
        03 master-fp-counter-set pic x(133).
      02 master-category        pic x(8).
      02 master-department      pic x(8).
      02 master-qa-rules-sig    pic 9(7).
      02 master-qa-result       pic x(4).
fd history-file.
    01 history-line      pic x(100).
fd catalog-report-file.
    01 catalog-line      pic x(100).
fd master-audit-file.
    01 master-audit-line pic x(610).

working-storage section.
77 masterFS                   pic xx.
77 historyFS                  pic xx.
77 catalogFS                  pic xx.
77 auditFS                    pic xx.
77 master-eof-switch          pic 9      value 1.
77 history-eof-switch         pic 9      value 1.
77 cmd-line-parm              pic x(80).
    88 is-doc-found                      value 1.
77 rebuild-written-count      pic 9(3)   value 0.
77 rebuild-skipped-count      pic 9(7)   value 0.
77 rebuild-dropped-count      pic 9(3)   value 0.

77 audit-action               pic x(8).
77 audit-operator             pic x(12)  value spaces.
77 audit-open-switch          pic 9      value 0.
    88 is-audit-open                     value 1.
77 share-retry-count          pic 9(3)   value 0.
77 share-retry-limit          pic 9(3)   value 120.
77 share-wait-seconds         pic 9(4)   value 1.
77 highest-severity           pic 99     value 0.
77 new-severity               pic 99     value 0.
01 audit-before-image         pic x(260) value spaces.
01 audit-after-image          pic x(260) value spaces.

*>the master as it stood before a REBUILD, so every rebuilt record can
*>be audited against its old image and records the history no longer
*>supports are audited as dropped.
77 prior-count                pic 9(3)   value 0.
77 prior-idx                  pic 9(3)   value 0.
01 prior-master-table.
  02 prior-entry occurs 500 times.
    03 prior-doc-name       pic x(30).
    03 prior-image          pic x(260).
    03 prior-matched-switch pic 9.

01 output-audit-record.
  02 aud-date               pic 9(6).
  02 filler                 pic x       value ",".
  02 aud-time               pic 9(8).
  02 filler                 pic x       value ",".
  02 aud-program            pic x(10).
  02 filler                 pic x       value ",".
  02 aud-action             pic x(8).
  02 filler                 pic x       value ",".
  02 aud-operator           pic x(12).
  02 filler                 pic x       value ",".
  02 aud-doc-name           pic x(30).
  02 filler                 pic x       value ",".
  02 aud-before-image       pic x(260).
  02 filler                 pic x       value ",".
  02 aud-after-image        pic x(260).

01 saved-master-record.
  02 saved-doc-name         pic x(30).
  02 saved-total-sentences  pic 9(9).
  02 saved-total-words      pic 9(9).
  02 saved-total-chars      pic 9(9).
  02 saved-fingerprint      pic x(158).
  02 saved-category         pic x(8).
  02 saved-department       pic x(8).
  02 saved-qa-rules-sig     pic 9(7).
  02 saved-qa-result        pic x(4).

01 catalog-table.
  02 catalog-entry occurs 500 times.
    03 cat-total-sentences  pic 9(9).
    03 cat-total-words      pic 9(9).
    03 cat-total-chars      pic 9(9).
    03 cat-category         pic x(8).
    03 cat-department       pic x(8).
    03 cat-done-switch      pic 9.

*>mirror of the output-history-record layout written by KPIRABAHA3,
  02 hist-avg-words-sentence pic x(8).
  02 filler                 pic x.
  02 hist-avg-chars-word     pic x(8).
  02 filler                 pic x.
  02 hist-category          pic x(8).
  02 filler                 pic x.
  02 hist-department        pic x(8).

01 output-catalog-title-line.
  02 filler          pic x(26)  value spaces.
      when "RENAME"
          perform run-rename thru run-rename-exit
      when "REBUILD"
          perform run-rebuild thru run-rebuild-exit
      when other
          display "Unknown mode " mode-token
          display "Use LIST, DELETE name, RENAME old new,"
              " or REBUILD"
  end-evaluate.

  perform close-master-audit.

  move highest-severity to return-code.
  stop run.

raise-severity.

  if new-severity > highest-severity
      move new-severity to highest-severity
  end-if.

wait-for-shared-file.

  add 1 to share-retry-count.
  call "C$SLEEP" using share-wait-seconds.

open-master-audit.

*>the audit log is opened, and held, before the master is touched, so
*>no change is made that cannot be audited; a batch stream writing the
*>log at the same moment is waited for as the analyzer does.  The log
*>is OPTIONAL, so its first entry creates it on this same open.
  move zero to share-retry-count.
  open extend sharing with no other master-audit-file.
  perform until auditFS not = "61"
          or share-retry-count >= share-retry-limit
      perform wait-for-shared-file
      open extend sharing with no other master-audit-file
  end-perform.
  if auditFS = "05"
      move "00" to auditFS
  end-if.

  if auditFS = "00"
      move 1 to audit-open-switch
  else
      display "Cannot open MASTAUD.LOG, file status " auditFS
      move 12 to new-severity
      perform raise-severity
  end-if.

run-catalog-list.

  perform load-catalog-table.
      go to run-delete-exit
  end-if.

  perform open-master-audit.
  if not is-audit-open
      display "DELETE not done, DOCMASTR.IDX left unchanged"
      go to run-delete-exit
  end-if.

  open i-o master-file.
  if masterFS not = "00"
      display "Cannot open DOCMASTR.IDX, file status " masterFS
  end-if.

  move operand-a to master-doc-name.
  read master-file
    invalid key
      display "No master record for " operand-a
      close master-file
      go to run-delete-exit
  end-read.

  move master-record to audit-before-image.

  delete master-file
    invalid key
      display "Cannot delete master record for " operand-a
    not invalid key
      display "Deleted master record for " operand-a
      move "DELETE" to audit-action
      move operand-a to aud-doc-name
      move spaces to audit-after-image
      perform write-master-audit
  end-delete.

  close master-file.
  perform close-master-audit.

run-delete-exit.
  exit.
      go to run-rename-exit
  end-if.

  perform open-master-audit.
  if not is-audit-open
      display "RENAME not done, DOCMASTR.IDX left unchanged"
      go to run-rename-exit
  end-if.

  open i-o master-file.
  if masterFS not = "00"
      display "Cannot open DOCMASTR.IDX, file status " masterFS
  end-read.

  move master-record to saved-master-record.
  move master-record to audit-before-image.

  delete master-file
    invalid key
    not invalid key
      display "Renamed master record " operand-a
          " to " operand-b
      move "RENAME" to audit-action
      move operand-a to aud-doc-name
      move master-record to audit-after-image
      perform write-master-audit
  end-write.

  close master-file.
  perform close-master-audit.

run-rename-exit.
  exit.

run-rebuild.

  perform open-master-audit.
  if not is-audit-open
      display "REBUILD not done, DOCMASTR.IDX left unchanged"
      go to run-rebuild-exit
  end-if.

  open input history-file.
  if historyFS not = "00"
      display "Cannot open HISTORY.LOG, file status " historyFS

  close history-file.

  perform load-prior-master.

  open output master-file.
  if masterFS not = "00"
      display "Cannot rebuild DOCMASTR.IDX, file status " masterFS
          to master-total-sentences
      move cat-total-words(catalog-idx) to master-total-words
      move cat-total-chars(catalog-idx) to master-total-chars
      move cat-category(catalog-idx) to master-category
      move cat-department(catalog-idx) to master-department
*>history carries no fingerprint, so every rebuilt document gets a
*>full analysis on its next batch.
      move zero to master-fp-bytes
      move zero to master-fp-lines
      move zero to master-fp-hash
      move spaces to master-fp-counter-set
      move zero to master-qa-rules-sig
      move spaces to master-qa-result
      write master-record
        invalid key
          display "Cannot write master record for "
              master-doc-name
        not invalid key
          add 1 to rebuild-written-count
          perform audit-rebuilt-record
      end-write
  end-perform.

  close master-file.

*>old records with no history behind them are gone from the rebuilt
*>master; audit them with an empty after image.
  perform varying prior-idx from 1 by 1
      until prior-idx > prior-count

      if prior-matched-switch(prior-idx) = zero
          move "REBUILD" to audit-action
          move prior-doc-name(prior-idx) to aud-doc-name
          move prior-image(prior-idx) to audit-before-image
          move spaces to audit-after-image
          perform write-master-audit
          add 1 to rebuild-dropped-count
      end-if
  end-perform.

  perform close-master-audit.

  display "Rebuilt DOCMASTR.IDX: " rebuild-written-count
      " record(s) written, " rebuild-skipped-count
      " malformed history record(s) skipped".
  if rebuild-dropped-count > 0
      display rebuild-dropped-count
          " old master record(s) not supported by HISTORY.LOG dropped"
  end-if.

run-rebuild-exit.
  exit.

load-prior-master.

*>a lost or unreadable master simply leaves the table empty and every
*>rebuilt record is audited against a blank before image.
  move zero to prior-count.
  open input master-file.
  if masterFS not = "00"
      display "No existing DOCMASTR.IDX to audit against, file status "
          masterFS
  else
      move 1 to master-eof-switch
      move low-values to master-doc-name
      start master-file key >= master-doc-name
        invalid key move zero to master-eof-switch
      end-start
      perform load-prior-record
        until master-eof-switch is equal to zero
      close master-file
  end-if.

load-prior-record.

  read master-file next record
    at end move zero to master-eof-switch
    not at end
      if prior-count < 500
          add 1 to prior-count
          move master-doc-name to prior-doc-name(prior-count)
          move master-record to prior-image(prior-count)
          move zero to prior-matched-switch(prior-count)
      else
          display "Prior master table full, audit incomplete for "
              master-doc-name
      end-if
  end-read.

audit-rebuilt-record.

  move spaces to audit-before-image.

  perform varying prior-idx from 1 by 1
      until prior-idx > prior-count

      if prior-doc-name(prior-idx) = master-doc-name
          move prior-image(prior-idx) to audit-before-image
          move 1 to prior-matched-switch(prior-idx)
      end-if
  end-perform.

  move "REBUILD" to audit-action.
  move master-doc-name to aud-doc-name.
  move master-record to audit-after-image.
  perform write-master-audit.

write-master-audit.

  if audit-operator = spaces
      accept audit-operator from environment "USER"
      if audit-operator = spaces
          accept audit-operator from environment "LOGNAME"
      end-if
      if audit-operator = spaces
          move "UNKNOWN" to audit-operator
      end-if
  end-if.

*>aud-doc-name is set by the caller before the perform; the log was
*>opened by open-master-audit before the master was changed.
  if is-audit-open
      accept aud-date from date
      accept aud-time from time
      move "KPIRACATM" to aud-program
      move audit-action to aud-action
      move audit-operator to aud-operator
      move audit-before-image to aud-before-image
      move audit-after-image to aud-after-image
      write master-audit-line from output-audit-record
  end-if.

close-master-audit.

  if is-audit-open
      close master-audit-file
      move zero to audit-open-switch
  end-if.

read-history-record.

          move hist-sentences to cat-total-sentences(catalog-count)
          move hist-words to cat-total-words(catalog-count)
          move hist-chars to cat-total-chars(catalog-count)
          move hist-category to cat-category(catalog-count)
          move hist-department to cat-department(catalog-count)
      else
          display "Catalog table full, history record dropped for "
              hist-input-file
  if hist-run-date > cat-last-run(catalog-idx)
      move hist-run-date to cat-last-run(catalog-idx)
  end-if.
*>codes follow the latest coded run, as the analyzer keeps them.
  if hist-run-date >= cat-last-run(catalog-idx)
      if hist-category not = spaces
          move hist-category to cat-category(catalog-idx)
      end-if
      if hist-department not = spaces
          move hist-department to cat-department(catalog-idx)
      end-if
  end-if.
  add 1 to cat-run-count(catalog-idx).
  add hist-sentences to cat-total-sentences(catalog-idx).
  add hist-words to cat-total-words(catalog-idx).
