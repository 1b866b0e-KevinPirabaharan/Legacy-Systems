*>Kevin Pirabaharan
*>Monthly operations scorecard for KPIRABAHA3.
*>Puts the month-to-date figures management asks for on one report,
*>SCORECRD.RPT, from the three logs the analyzer keeps:
*>  RUNJRNL.LOG  one record per run: runs by mode and by day, the
*>               severity distribution and the elapsed time of batch
*>               runs against the target batch window
*>  DISPOSN.LOG  one record per control pair per batch: documents
*>               processed versus failed by disposition code, joined to
*>               the journal on the run start date, time and control
*>               file to give the batch seconds per pair
*>  HISTORY.LOG  one record per document analyzed: the ten largest
*>               documents of the month by words
*>A pair PROCESSED but failed by the quality gates is counted under
*>QUALITY-FAILED.  A DONE-PRIOR-RUN pair was counted by the run that
*>finished it, so it is listed but counted neither way.
*>The command line may carry, in order:
*>  yymm       the month to report on; nothing for the current month
*>  minutes    the target batch window in minutes, default 60

identification division.
program-id. KPIRASCOR.

environment division.
input-output section.
file-control.

select journal-file assign to "RUNJRNL.LOG"
              organization is line sequential
              file status is journalFS.
select disposition-file assign to "DISPOSN.LOG"
              organization is line sequential
              file status is dispositionFS.
select history-file assign to "HISTORY.LOG"
              organization is line sequential
              file status is historyFS.
select scorecard-file assign to "SCORECRD.RPT"
              organization is line sequential
              file status is scorecardFS.

data division.
file section.
fd journal-file.
    01 journal-line      pic x(130).
fd disposition-file.
    01 disposition-line  pic x(180).
fd history-file.
    01 history-line      pic x(100).
fd scorecard-file.
    01 scorecard-line    pic x(100).

working-storage section.
77 journalFS                  pic xx.
77 dispositionFS              pic xx.
77 historyFS                  pic xx.
77 scorecardFS                pic xx.
77 journal-eof-switch         pic 9      value 1.
77 disposition-eof-switch     pic 9      value 1.
77 history-eof-switch         pic 9      value 1.

77 cmd-line-parm              pic x(80).
77 month-token                pic x(8)   value spaces.
77 window-token               pic x(8)   value spaces.
77 today-date                 pic 9(6)   value 0.
77 report-month               pic x(4)   value spaces.
77 window-minutes             pic 9(4)   value 60.
77 window-seconds             pic 9(7)   value 3600.
77 window-digits              pic 9(2)   value 0.

77 day-number                 pic 9(2)   value 0.
77 day-idx                    pic 9(2)   value 0.
77 mode-idx                   pic 9(2)   value 0.
77 mode-count                 pic 9(2)   value 0.
77 run-idx                    pic 9(4)   value 0.
77 run-count                  pic 9(4)   value 0.
77 code-idx                   pic 9(2)   value 0.
77 code-count                 pic 9(2)   value 0.
77 doc-idx                    pic 9(3)   value 0.
77 doc-count                  pic 9(3)   value 0.
77 rank-idx                   pic 9(2)   value 0.
77 best-idx                   pic 9(3)   value 0.
77 found-switch               pic 9      value 0.
    88 is-found                          value 1.

77 journal-read-count         pic 9(7)   value 0.
77 month-run-count            pic 9(7)   value 0.
77 month-elapsed-total        pic 9(9)   value 0.
77 batch-run-count            pic 9(7)   value 0.
77 batch-elapsed-total        pic 9(9)   value 0.
77 batch-elapsed-average      pic 9(7)   value 0.
77 batch-elapsed-longest      pic 9(7)   value 0.
77 batch-within-window        pic 9(7)   value 0.
77 batch-over-window          pic 9(7)   value 0.
77 joined-run-count           pic 9(7)   value 0.
77 joined-elapsed-total       pic 9(9)   value 0.
77 joined-pair-count          pic 9(7)   value 0.
77 unjoined-pair-count        pic 9(7)   value 0.
77 seconds-per-pair           pic 9(5)v99 value 0.
77 sev-00-count               pic 9(7)   value 0.
77 sev-04-count               pic 9(7)   value 0.
77 sev-08-count               pic 9(7)   value 0.
77 sev-12-count               pic 9(7)   value 0.
77 sev-other-count            pic 9(7)   value 0.
77 sev-work-count             pic 9(7)   value 0.
77 pair-total-count           pic 9(7)   value 0.
77 pair-processed-count       pic 9(7)   value 0.
77 pair-failed-count          pic 9(7)   value 0.
77 pair-carried-count         pic 9(7)   value 0.
77 history-month-count        pic 9(7)   value 0.
77 pair-code                  pic x(24).
77 pair-class                 pic x(9).

*>mirror of the output-journal-record layout written by KPIRABAHA3,
*>so the fields read back without any scanning.
01 journal-record.
  02 jrn-start-date         pic 9(6).
  02 filler                 pic x.
  02 jrn-start-time         pic x(8).
  02 filler                 pic x.
  02 jrn-end-date           pic 9(6).
  02 filler                 pic x.
  02 jrn-end-time           pic x(8).
  02 filler                 pic x.
  02 jrn-mode               pic x(12).
  02 filler                 pic x.
  02 jrn-run-name           pic x(30).
  02 filler                 pic x.
  02 jrn-ckpt-interval      pic x(5).
  02 filler                 pic x.
  02 jrn-delimiter-set      pic x(10).
  02 filler                 pic x.
  02 jrn-tab-flag           pic x.
  02 filler                 pic x.
  02 jrn-line-limit         pic x(3).
  02 filler                 pic x.
  02 jrn-csv-flag           pic x.
  02 filler                 pic x.
  02 jrn-severity           pic xx.
  02 filler                 pic x.
  02 jrn-elapsed-seconds    pic 9(7).
  02 filler                 pic x.
  02 jrn-stream             pic x(4).

*>mirror of the output-disposition-record layout written by KPIRABAHA3.
01 disposition-record.
  02 dsp-run-date           pic 9(6).
  02 filler                 pic x.
  02 dsp-run-time           pic x(8).
  02 filler                 pic x.
  02 dsp-stream             pic x(4).
  02 filler                 pic x.
  02 dsp-control-file       pic x(30).
  02 filler                 pic x.
  02 dsp-input-file         pic x(30).
  02 filler                 pic x.
  02 dsp-output-file        pic x(30).
  02 filler                 pic x.
  02 dsp-disposition        pic x(24).
  02 filler                 pic x.
  02 dsp-quality            pic x(4).
  02 filler                 pic x.
  02 dsp-category           pic x(8).
  02 filler                 pic x.
  02 dsp-department         pic x(8).
  02 filler                 pic x.
  02 dsp-lines              pic 9(7).
  02 filler                 pic x.
  02 dsp-words              pic 9(7).

*>mirror of the output-history-record layout written by KPIRABAHA3.
*>Records written before documents were coded end after the averages
*>and read back with blank codes.
01 history-record.
  02 hist-run-date          pic 9(6).
  02 filler                 pic x.
  02 hist-input-file        pic x(30).
  02 filler                 pic x.
  02 hist-sentences         pic 9(7).
  02 filler                 pic x.
  02 hist-words             pic 9(7).
  02 filler                 pic x.
  02 hist-chars             pic 9(7).
  02 filler                 pic x.
  02 hist-avg-words-sentence pic x(8).
  02 filler                 pic x.
  02 hist-avg-chars-word    pic x(8).
  02 filler                 pic x.
  02 hist-category          pic x(8).
  02 filler                 pic x.
  02 hist-department        pic x(8).

01 day-date-work.
  02 day-date-month         pic x(4).
  02 day-date-day           pic 9(2).
01 day-date-number redefines day-date-work pic 9(6).

01 mode-table.
  02 mode-entry occurs 10 times.
    03 mode-name            pic x(12).
    03 mode-runs            pic 9(7).
    03 mode-elapsed         pic 9(9).

01 day-table.
  02 day-entry occurs 31 times.
    03 day-runs             pic 9(7).
    03 day-batch-runs       pic 9(7).
    03 day-elapsed          pic 9(9).
    03 day-highest-sev      pic xx.

*>the month's batch runs, kept so each disposition record can find
*>the run that wrote it.
01 run-table.
  02 run-entry occurs 1000 times.
    03 run-date             pic 9(6).
    03 run-time             pic x(8).
    03 run-name             pic x(30).
    03 run-elapsed          pic 9(7).
    03 run-pairs            pic 9(5).

01 code-table.
  02 code-entry occurs 30 times.
    03 code-name            pic x(24).
    03 code-class           pic x(9).
    03 code-pairs           pic 9(7).

*>largest word count of each document analyzed in the month.
01 document-table.
  02 document-entry occurs 500 times.
    03 doc-name             pic x(30).
    03 doc-date             pic 9(6).
    03 doc-sentences        pic 9(7).
    03 doc-words            pic 9(7).
    03 doc-chars            pic 9(7).
    03 doc-category         pic x(8).
    03 doc-department       pic x(8).
    03 doc-ranked-switch    pic 9.

01 output-score-title-line.
  02 filler          pic x(30)  value spaces.
  02 filler          pic x(28)  value "MONTHLY OPERATIONS SCORECARD".

01 output-score-underline.
  02 filler          pic x(50) value "--------------------------------------------------".
  02 filler          pic x(40) value "----------------------------------------".

01 output-score-period-line.
  02 filler          pic x(7)   value "MONTH: ".
  02 out-per-yy      pic x(2).
  02 filler          pic x      value "/".
  02 out-per-mm      pic x(2).
  02 filler          pic x(12)  value "   THROUGH: ".
  02 out-per-through pic 99/99/99.
  02 filler          pic x(18)  value "   TARGET WINDOW: ".
  02 out-per-window  pic zzz9.
  02 filler          pic x(8)   value " MINUTES".

01 output-score-section-line.
  02 out-section-title pic x(60).

01 output-mode-heading-line.
  02 filler          pic x(13)  value "MODE         ".
  02 filler          pic x(10)  value "      RUNS".
  02 filler          pic x(15)  value "  ELAPSED (SEC)".

01 output-mode-detail-line.
  02 out-mode-name   pic x(12).
  02 filler          pic x(4)   value spaces.
  02 out-mode-runs   pic zzzzzz9.
  02 filler          pic x(6)   value spaces.
  02 out-mode-elapsed pic zzzzzzzz9.

01 output-day-heading-line.
  02 filler          pic x(10)  value "DAY       ".
  02 filler          pic x(10)  value "      RUNS".
  02 filler          pic x(12)  value "  BATCH RUNS".
  02 filler          pic x(15)  value "  ELAPSED (SEC)".
  02 filler          pic x(14)  value "  HIGHEST SEV".

01 output-day-detail-line.
  02 out-day-date    pic 99/99/99.
  02 filler          pic x(5)   value spaces.
  02 out-day-runs    pic zzzzzz9.
  02 filler          pic x(5)   value spaces.
  02 out-day-batch   pic zzzzzz9.
  02 filler          pic x(6)   value spaces.
  02 out-day-elapsed pic zzzzzzzz9.
  02 filler          pic x(12)  value spaces.
  02 out-day-sev     pic xx.

01 output-sev-heading-line.
  02 filler          pic x(13)  value "SEVERITY     ".
  02 filler          pic x(10)  value "      RUNS".
  02 filler          pic x(10)  value "   PERCENT".

01 output-sev-detail-line.
  02 out-sev-label   pic x(12).
  02 filler          pic x(4)   value spaces.
  02 out-sev-runs    pic zzzzzz9.
  02 filler          pic x(5)   value spaces.
  02 out-sev-percent pic zz9.9.

01 output-elapsed-line.
  02 out-elp-label   pic x(36).
  02 out-elp-value   pic zzzzzzzz9.

01 output-elapsed-rate-line.
  02 filler          pic x(36)  value "AVERAGE SECONDS PER PAIR".
  02 out-elp-rate    pic zzzzz9.99.

01 output-code-heading-line.
  02 filler          pic x(25)  value "DISPOSITION              ".
  02 filler          pic x(10)  value "COUNTED AS".
  02 filler          pic x(10)  value "     PAIRS".

01 output-code-detail-line.
  02 out-code-name   pic x(24).
  02 filler          pic x      value space.
  02 out-code-class  pic x(9).
  02 filler          pic x(4)   value spaces.
  02 out-code-pairs  pic zzzzzz9.

01 output-pair-total-line.
  02 filler          pic x(7)   value "PAIRS: ".
  02 out-pair-total  pic zzzzzz9.
  02 filler          pic x(14)  value "   PROCESSED: ".
  02 out-pair-processed pic zzzzzz9.
  02 filler          pic x(11)  value "   FAILED: ".
  02 out-pair-failed pic zzzzzz9.
  02 filler          pic x(18)  value "   DONE PRIOR RUN:".
  02 out-pair-carried pic zzzzzz9.

01 output-doc-heading-line.
  02 filler          pic x(6)   value "RANK  ".
  02 filler          pic x(31)  value "DOCUMENT                       ".
  02 filler          pic x(10)  value "     WORDS".
  02 filler          pic x(11)  value "  SENTENCES".
  02 filler          pic x(10)  value "     CHARS".
  02 filler          pic x(10)  value "  CATEGORY".
  02 filler          pic x(6)   value "  DEPT".

01 output-doc-detail-line.
  02 out-doc-rank    pic z9.
  02 filler          pic x(4)   value spaces.
  02 out-doc-name    pic x(30).
  02 filler          pic x(2)   value spaces.
  02 out-doc-words   pic zzzzzzzz9.
  02 filler          pic x(2)   value spaces.
  02 out-doc-sentences pic zzzzzzzz9.
  02 filler          pic x      value space.
  02 out-doc-chars   pic zzzzzzzz9.
  02 filler          pic x(2)   value spaces.
  02 out-doc-category pic x(8).
  02 filler          pic x(2)   value spaces.
  02 out-doc-department pic x(8).

01 output-score-none-line.
  02 filler          pic x(4)   value "NONE".

procedure division.

  perform get-parameters thru get-parameters-done.

  perform load-journal-runs.
  perform load-dispositions.
  perform load-history-documents.

  perform write-scorecard-report.

  display "Scorecard for " report-month " written to SCORECRD.RPT, "
      month-run-count " run(s), " pair-total-count " pair(s)".

  stop run.

get-parameters.

  accept today-date from date.
  move today-date to report-month.

  accept cmd-line-parm from command-line.

  if cmd-line-parm = spaces
      go to get-parameters-done
  end-if.

  unstring cmd-line-parm delimited by all spaces
      into month-token window-token
  end-unstring.

  if month-token not = spaces
      if month-token(1:4) numeric and month-token(5:4) = spaces
          and month-token(3:2) >= "01" and month-token(3:2) <= "12"
          move month-token(1:4) to report-month
      else
          display "Invalid month " month-token
              ", reporting the current month"
      end-if
  end-if.

  if window-token not = spaces
      move zero to window-digits
      inspect window-token tallying window-digits
          for characters before initial space
      if window-digits > 0 and window-digits <= 4
          and window-token(1:window-digits) numeric
          move window-token(1:window-digits) to window-minutes
      else
          display "Invalid batch window " window-token
              ", using " window-minutes " minutes"
      end-if
  end-if.

get-parameters-done.

  compute window-seconds = window-minutes * 60.
  initialize mode-table day-table.

load-journal-runs.

  open input journal-file.
  if journalFS not = "00"
      display "Cannot open RUNJRNL.LOG, file status " journalFS
          ", no runs counted"
  else
      move 1 to journal-eof-switch
      perform read-journal-record
      perform store-journal-run thru store-journal-run-exit
        until journal-eof-switch is equal to zero
      close journal-file
  end-if.

read-journal-record.

  read journal-file into journal-record
    at end move zero to journal-eof-switch
  end-read.

store-journal-run.

  add 1 to journal-read-count.

  if jrn-start-date not numeric
      or jrn-elapsed-seconds not numeric
      display "Malformed journal record skipped"
      perform read-journal-record
      go to store-journal-run-exit
  end-if.

  if jrn-start-date(1:4) not = report-month
      perform read-journal-record
      go to store-journal-run-exit
  end-if.

  add 1 to month-run-count.
  add jrn-elapsed-seconds to month-elapsed-total.

  move zero to found-switch.
  perform varying mode-idx from 1 by 1
      until mode-idx > mode-count or is-found
      if mode-name(mode-idx) = jrn-mode
          move 1 to found-switch
      end-if
  end-perform.
  if is-found
      subtract 1 from mode-idx
  else
  if mode-count < 10
      add 1 to mode-count
      move mode-count to mode-idx
      move jrn-mode to mode-name(mode-idx)
      move zero to mode-runs(mode-idx)
      move zero to mode-elapsed(mode-idx)
      move 1 to found-switch
  end-if
  end-if.
  if is-found
      add 1 to mode-runs(mode-idx)
      add jrn-elapsed-seconds to mode-elapsed(mode-idx)
  end-if.

  move jrn-start-date(5:2) to day-number.
  if day-number >= 1 and day-number <= 31
      add 1 to day-runs(day-number)
      add jrn-elapsed-seconds to day-elapsed(day-number)
      if jrn-severity > day-highest-sev(day-number)
          move jrn-severity to day-highest-sev(day-number)
      end-if
  end-if.

  evaluate jrn-severity
      when "00"  add 1 to sev-00-count
      when "04"  add 1 to sev-04-count
      when "08"  add 1 to sev-08-count
      when "12"  add 1 to sev-12-count
      when other add 1 to sev-other-count
  end-evaluate.

  if jrn-mode = "BATCH"
      perform store-batch-run
  end-if.

  perform read-journal-record.

store-journal-run-exit.
  exit.

store-batch-run.

  add 1 to batch-run-count.
  add jrn-elapsed-seconds to batch-elapsed-total.
  if jrn-elapsed-seconds > batch-elapsed-longest
      move jrn-elapsed-seconds to batch-elapsed-longest
  end-if.
  if jrn-elapsed-seconds > window-seconds
      add 1 to batch-over-window
  else
      add 1 to batch-within-window
  end-if.

  if day-number >= 1 and day-number <= 31
      add 1 to day-batch-runs(day-number)
  end-if.

  if run-count < 1000
      add 1 to run-count
      move jrn-start-date to run-date(run-count)
      move jrn-start-time to run-time(run-count)
      move jrn-run-name to run-name(run-count)
      move jrn-elapsed-seconds to run-elapsed(run-count)
      move zero to run-pairs(run-count)
  else
      display "Batch run table full, run not joined to its pairs"
  end-if.

load-dispositions.

  open input disposition-file.
  if dispositionFS not = "00"
      display "Cannot open DISPOSN.LOG, file status " dispositionFS
          ", no pairs counted"
  else
      move 1 to disposition-eof-switch
      perform read-disposition-record
      perform store-disposition thru store-disposition-exit
        until disposition-eof-switch is equal to zero
      close disposition-file
  end-if.

read-disposition-record.

  read disposition-file into disposition-record
    at end move zero to disposition-eof-switch
  end-read.

store-disposition.

  if dsp-run-date not numeric
      or dsp-run-date(1:4) not = report-month
      perform read-disposition-record
      go to store-disposition-exit
  end-if.

  add 1 to pair-total-count.

  move dsp-disposition to pair-code.
  evaluate true
      when dsp-quality = "FAIL"
          move "QUALITY-FAILED" to pair-code
          move "FAILED" to pair-class
          add 1 to pair-failed-count
      when dsp-disposition = "PROCESSED"
      when dsp-disposition = "RESUMED-FROM-CHECKPOINT"
      when dsp-disposition = "UNCHANGED"
          move "PROCESSED" to pair-class
          add 1 to pair-processed-count
      when dsp-disposition = "DONE-PRIOR-RUN"
          move "PRIOR RUN" to pair-class
          add 1 to pair-carried-count
      when other
          move "FAILED" to pair-class
          add 1 to pair-failed-count
  end-evaluate.

  move zero to found-switch.
  perform varying code-idx from 1 by 1
      until code-idx > code-count or is-found
      if code-name(code-idx) = pair-code
          move 1 to found-switch
      end-if
  end-perform.
  if is-found
      subtract 1 from code-idx
  else
  if code-count < 30
      add 1 to code-count
      move code-count to code-idx
      move pair-code to code-name(code-idx)
      move pair-class to code-class(code-idx)
      move zero to code-pairs(code-idx)
      move 1 to found-switch
  end-if
  end-if.
  if is-found
      add 1 to code-pairs(code-idx)
  end-if.

*>the journal record of a run carries the control file as its run
*>name and the same start date and time as the run's pairs.
  move zero to found-switch.
  perform varying run-idx from 1 by 1
      until run-idx > run-count or is-found
      if run-date(run-idx) = dsp-run-date
          and run-time(run-idx) = dsp-run-time
          and run-name(run-idx) = dsp-control-file
          move 1 to found-switch
      end-if
  end-perform.
  if is-found
      subtract 1 from run-idx
      add 1 to run-pairs(run-idx)
      add 1 to joined-pair-count
  else
      add 1 to unjoined-pair-count
  end-if.

  perform read-disposition-record.

store-disposition-exit.
  exit.

load-history-documents.

  open input history-file.
  if historyFS not = "00"
      display "Cannot open HISTORY.LOG, file status " historyFS
          ", no documents ranked"
  else
      move 1 to history-eof-switch
      perform read-history-record
      perform store-history-document thru store-history-document-exit
        until history-eof-switch is equal to zero
      close history-file
  end-if.

read-history-record.

  move spaces to history-record.
  read history-file into history-record
    at end move zero to history-eof-switch
  end-read.

store-history-document.

  if hist-run-date not numeric
      or hist-run-date(1:4) not = report-month
      or hist-words not numeric
      perform read-history-record
      go to store-history-document-exit
  end-if.

  add 1 to history-month-count.

  move zero to found-switch.
  perform varying doc-idx from 1 by 1
      until doc-idx > doc-count or is-found
      if doc-name(doc-idx) = hist-input-file
          move 1 to found-switch
      end-if
  end-perform.
  if is-found
      subtract 1 from doc-idx
*>on a tie the later record stands, as it carries the current codes.
      if hist-words >= doc-words(doc-idx)
          perform set-document-entry
      end-if
  else
  if doc-count < 500
      add 1 to doc-count
      move doc-count to doc-idx
      move zero to doc-ranked-switch(doc-idx)
      perform set-document-entry
  else
      display "Document table full, " hist-input-file " not ranked"
  end-if
  end-if.

  perform read-history-record.

store-history-document-exit.
  exit.

set-document-entry.

  move hist-input-file to doc-name(doc-idx).
  move hist-run-date to doc-date(doc-idx).
  move hist-sentences to doc-sentences(doc-idx).
  move hist-words to doc-words(doc-idx).
  move hist-chars to doc-chars(doc-idx).
  move hist-category to doc-category(doc-idx).
  move hist-department to doc-department(doc-idx).

write-scorecard-report.

  open output scorecard-file.
  if scorecardFS not = "00"
      display "Cannot open SCORECRD.RPT, file status " scorecardFS
      stop run
  end-if.

  write scorecard-line from output-score-title-line.
  write scorecard-line from output-score-underline.
  move report-month(1:2) to out-per-yy.
  move report-month(3:2) to out-per-mm.
  if today-date(1:4) = report-month
      move today-date to out-per-through
  else
      move zero to out-per-through
  end-if.
  move window-minutes to out-per-window.
  write scorecard-line from output-score-period-line.

  perform write-mode-section.
  perform write-day-section.
  perform write-severity-section.
  perform write-elapsed-section.
  perform write-disposition-section.
  perform write-document-section.

  close scorecard-file.

write-section-heading.

  write scorecard-line from output-score-underline.
  write scorecard-line from output-score-section-line.

write-mode-section.

  move "RUNS BY MODE" to out-section-title.
  perform write-section-heading.
  write scorecard-line from output-mode-heading-line.

  perform varying mode-idx from 1 by 1
      until mode-idx > mode-count
      move mode-name(mode-idx) to out-mode-name
      move mode-runs(mode-idx) to out-mode-runs
      move mode-elapsed(mode-idx) to out-mode-elapsed
      write scorecard-line from output-mode-detail-line
  end-perform.

  move "TOTAL" to out-mode-name.
  move month-run-count to out-mode-runs.
  move month-elapsed-total to out-mode-elapsed.
  write scorecard-line from output-mode-detail-line.

write-day-section.

  move "RUNS BY DAY" to out-section-title.
  perform write-section-heading.
  write scorecard-line from output-day-heading-line.

  if month-run-count = 0
      write scorecard-line from output-score-none-line
  end-if.

  perform varying day-idx from 1 by 1
      until day-idx > 31
      if day-runs(day-idx) > 0
          move report-month to day-date-month
          move day-idx to day-date-day
          move day-date-number to out-day-date
          move day-runs(day-idx) to out-day-runs
          move day-batch-runs(day-idx) to out-day-batch
          move day-elapsed(day-idx) to out-day-elapsed
          move day-highest-sev(day-idx) to out-day-sev
          write scorecard-line from output-day-detail-line
      end-if
  end-perform.

write-severity-section.

  move "SEVERITY DISTRIBUTION" to out-section-title.
  perform write-section-heading.
  write scorecard-line from output-sev-heading-line.

  move "00 CLEAN" to out-sev-label.
  move sev-00-count to sev-work-count.
  perform write-severity-line.
  move "04 WARNING" to out-sev-label.
  move sev-04-count to sev-work-count.
  perform write-severity-line.
  move "08 ERROR" to out-sev-label.
  move sev-08-count to sev-work-count.
  perform write-severity-line.
  move "12 SEVERE" to out-sev-label.
  move sev-12-count to sev-work-count.
  perform write-severity-line.
  if sev-other-count > 0
      move "OTHER" to out-sev-label
      move sev-other-count to sev-work-count
      perform write-severity-line
  end-if.

write-severity-line.

  move sev-work-count to out-sev-runs.
  if month-run-count = 0
      move zero to out-sev-percent
  else
      compute out-sev-percent rounded =
          sev-work-count * 100 / month-run-count
  end-if.
  write scorecard-line from output-sev-detail-line.

write-elapsed-section.

  move "BATCH ELAPSED TIME" to out-section-title.
  perform write-section-heading.

  if batch-run-count > 0
      compute batch-elapsed-average rounded =
          batch-elapsed-total / batch-run-count
  end-if.

  move "BATCH RUNS" to out-elp-label.
  move batch-run-count to out-elp-value.
  write scorecard-line from output-elapsed-line.
  move "TOTAL ELAPSED SECONDS" to out-elp-label.
  move batch-elapsed-total to out-elp-value.
  write scorecard-line from output-elapsed-line.
  move "AVERAGE ELAPSED SECONDS" to out-elp-label.
  move batch-elapsed-average to out-elp-value.
  write scorecard-line from output-elapsed-line.
  move "LONGEST RUN SECONDS" to out-elp-label.
  move batch-elapsed-longest to out-elp-value.
  write scorecard-line from output-elapsed-line.
  move "TARGET WINDOW SECONDS" to out-elp-label.
  move window-seconds to out-elp-value.
  write scorecard-line from output-elapsed-line.
  move "RUNS WITHIN TARGET WINDOW" to out-elp-label.
  move batch-within-window to out-elp-value.
  write scorecard-line from output-elapsed-line.
  move "RUNS OVER TARGET WINDOW" to out-elp-label.
  move batch-over-window to out-elp-value.
  write scorecard-line from output-elapsed-line.

*>seconds per pair cover only the runs whose pairs were logged, so a
*>run stopped before its pairs does not dilute the rate.
  perform varying run-idx from 1 by 1
      until run-idx > run-count
      if run-pairs(run-idx) > 0
          add 1 to joined-run-count
          add run-elapsed(run-idx) to joined-elapsed-total
      end-if
  end-perform.
  if joined-pair-count > 0
      compute seconds-per-pair rounded =
          joined-elapsed-total / joined-pair-count
  end-if.

  move "RUNS JOINED TO LOGGED PAIRS" to out-elp-label.
  move joined-run-count to out-elp-value.
  write scorecard-line from output-elapsed-line.
  move seconds-per-pair to out-elp-rate.
  write scorecard-line from output-elapsed-rate-line.
  move "PAIRS WITH NO JOURNAL RUN" to out-elp-label.
  move unjoined-pair-count to out-elp-value.
  write scorecard-line from output-elapsed-line.

write-disposition-section.

  move "DOCUMENTS BY DISPOSITION" to out-section-title.
  perform write-section-heading.
  write scorecard-line from output-code-heading-line.

  if code-count = 0
      write scorecard-line from output-score-none-line
  end-if.

  perform varying code-idx from 1 by 1
      until code-idx > code-count
      move code-name(code-idx) to out-code-name
      move code-class(code-idx) to out-code-class
      move code-pairs(code-idx) to out-code-pairs
      write scorecard-line from output-code-detail-line
  end-perform.

  move pair-total-count to out-pair-total.
  move pair-processed-count to out-pair-processed.
  move pair-failed-count to out-pair-failed.
  move pair-carried-count to out-pair-carried.
  write scorecard-line from output-pair-total-line.

write-document-section.

  move "TEN LARGEST DOCUMENTS BY WORDS" to out-section-title.
  perform write-section-heading.
  write scorecard-line from output-doc-heading-line.

  if doc-count = 0
      write scorecard-line from output-score-none-line
  end-if.

  perform varying rank-idx from 1 by 1
      until rank-idx > 10 or rank-idx > doc-count
      perform write-ranked-document
  end-perform.

write-ranked-document.

  move zero to best-idx.
  perform varying doc-idx from 1 by 1
      until doc-idx > doc-count
      if doc-ranked-switch(doc-idx) = zero
          if best-idx = zero
              move doc-idx to best-idx
          else
          if doc-words(doc-idx) > doc-words(best-idx)
              move doc-idx to best-idx
          end-if
          end-if
      end-if
  end-perform.

  move 1 to doc-ranked-switch(best-idx).

  move rank-idx to out-doc-rank.
  move doc-name(best-idx) to out-doc-name.
  move doc-words(best-idx) to out-doc-words.
  move doc-sentences(best-idx) to out-doc-sentences.
  move doc-chars(best-idx) to out-doc-chars.
  move doc-category(best-idx) to out-doc-category.
  move doc-department(best-idx) to out-doc-department.
  write scorecard-line from output-doc-detail-line.
