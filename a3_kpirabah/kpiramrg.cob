*>Kevin Pirabaharan
*>Consolidation program for KPIRABAHA3 batch streams.
*>A large control file can be split and run as several parallel
*>streams (KPIRABAHA3 control-file STREAM=id), each writing its own
*>BATCH_id.RPT, RUNSTAT_id.DAT and WAREHSE_id.DAT.  Once every stream
*>has finished, this program merges them:
*>  CONSOL.RPT    one batch summary: a line per stream from its run
*>                status, every pair from every stream's batch report,
*>                the category and department subtotals merged across
*>                the streams, and the grand totals
*>  RUNSTAT.DAT   one run status: files attempted, completed and
*>                failed and exceptions summed, highest severity kept
*>  WAREHSE.DAT   one extract: every stream's details under a single
*>                header, with a trailer recounted from the details
*>The merged extract is archived as WHS<run date><merge time>.ARC and
*>entered on TRANSMIT.LOG as SENT for KPIRAWACK, as a single-stream
*>batch does.
*>Each stream's own trailer must agree with its details, and its run
*>status and batch report must carry the run date and time from its
*>extract header, so a file left over from an earlier run is never
*>merged.  Every stream must share one run date and each must have
*>run its own control file.  If a stream is missing a file or does
*>not reconcile, no extract is written and the run ends with
*>severity 12.
*>The command line carries the stream ids, up to 8, for example
*>  KPIRAMRG A B C D

identification division.
program-id. KPIRAMRG.

environment division.
input-output section.
file-control.

select stream-status-file assign to dynamic stream-file-name
              organization is line sequential
              file status is streamFS.
select stream-extract-file assign to dynamic stream-file-name
              organization is line sequential
              file status is streamFS.
select stream-report-file assign to dynamic stream-file-name
              organization is line sequential
              file status is streamFS.
select consol-report-file assign to "CONSOL.RPT"
              organization is line sequential
              file status is consolFS.
select run-status-file assign to "RUNSTAT.DAT"
              organization is line sequential
              file status is runstatFS.
select extract-file assign to "WAREHSE.DAT"
              organization is line sequential
              file status is extractFS.
select extract-archive-file assign to dynamic extract-archive-name
              organization is line sequential
              file status is archiveFS.
select optional transmit-log-file assign to "TRANSMIT.LOG"
              organization is line sequential
              file status is transmitFS.

data division.
file section.
fd stream-status-file.
    01 stream-status-line pic x(80).
fd stream-extract-file.
    01 stream-extract-line pic x(200).
fd stream-report-file.
    01 stream-report-line pic x(100).
fd consol-report-file.
    01 consol-line       pic x(110).
fd run-status-file.
    01 run-status-line   pic x(80).
fd extract-file.
    01 extract-line      pic x(200).
fd extract-archive-file.
    01 extract-archive-line pic x(200).
fd transmit-log-file.
    01 transmit-line     pic x(160).

working-storage section.
77 streamFS                   pic xx.
77 consolFS                   pic xx.
77 runstatFS                  pic xx.
77 extractFS                  pic xx.
77 archiveFS                  pic xx.
77 transmitFS                 pic xx.
77 stream-file-name           pic x(20).
77 extract-archive-name       pic x(20).
77 stream-eof-switch          pic 9      value 1.
77 cmd-line-parm              pic x(80).
77 merged-run-date            pic 9(6)   value 0.
77 merge-start-time           pic 9(8)   value 0.
77 highest-severity           pic 99     value 0.
77 new-severity               pic 99     value 0.
77 reconciled-switch          pic 9      value 1.
    88 is-all-reconciled                 value 1.
77 report-section             pic x      value space.
    88 in-pair-section                   value "P".
    88 in-category-section               value "C".
    88 in-department-section             value "D".
77 share-retry-count          pic 9(3)   value 0.
77 share-retry-limit          pic 9(3)   value 120.
77 share-wait-seconds         pic 9(4)   value 1.

77 stream-count               pic 9      value 0.
77 stream-idx                 pic 9      value 0.
77 stream-work-count          pic 9(7)   value 0.
77 stream-work-words          pic 9(11)  value 0.
77 stream-work-chars          pic 9(11)  value 0.
77 stream-trailer-switch      pic 9      value 0.
    88 is-trailer-seen                   value 1.
77 stream-stamp-switch        pic 9      value 0.
    88 is-stamp-found                    value 1.
77 stream-other-idx           pic 9      value 0.

01 stream-table.
  02 stream-entry occurs 8 times.
    03 str-id               pic x(4).
    03 str-attempted        pic 9(5).
    03 str-completed        pic 9(5).
    03 str-failed           pic 9(5).
    03 str-exceptions       pic 9(7).
    03 str-severity         pic 99.
    03 str-records          pic 9(7).
    03 str-words-hash       pic 9(11).
    03 str-chars-hash       pic 9(11).
    03 str-pairs            pic 9(5).
    03 str-status           pic x(16).
    03 str-run-date         pic 9(6).
    03 str-run-time         pic 9(8).
    03 str-control-file     pic x(30).

77 merged-attempted           pic 9(5)   value 0.
77 merged-completed           pic 9(5)   value 0.
77 merged-failed              pic 9(5)   value 0.
77 merged-exceptions          pic 9(7)   value 0.
77 merged-severity            pic 99     value 0.
77 merged-pairs               pic 9(5)   value 0.
77 merged-sentences           pic s9(9)  value 0.
77 merged-words               pic s9(9)  value 0.
77 merged-chars               pic s9(9)  value 0.
77 merged-unchanged           pic s9(9)  value 0.
77 merged-qa-warn             pic s9(9)  value 0.
77 merged-qa-fail             pic s9(9)  value 0.
77 merged-transfer-mismatch   pic s9(9)  value 0.
77 total-work                 pic s9(9)  value 0.
77 extract-record-count       pic 9(7)   value 0.
77 extract-words-hash         pic 9(11)  value 0.
77 extract-chars-hash         pic 9(11)  value 0.

*>category and department subtotals merged from every stream's
*>batch report, kept in order of first appearance.
77 subtotal-count             pic 9(3)   value 0.
77 subtotal-idx               pic 9(3)   value 0.
77 subtotal-found-switch      pic 9      value 0.
    88 is-subtotal-found                 value 1.
77 subtotal-work-type         pic x.
77 sub-work                   pic 9(9)   value 0.

01 subtotal-table.
  02 subtotal-entry occurs 500 times.
    03 sub-type             pic x.
    03 sub-key              pic x(8).
    03 sub-documents        pic 9(7).
    03 sub-lines            pic 9(9).
    03 sub-sentences        pic 9(9).
    03 sub-words            pic 9(9).
    03 sub-chars            pic 9(9).

*>mirror of the run status record written by KPIRABAHA3.
01 run-status-record.
  02 stat-files-attempted   pic 9(5).
  02 stat-files-completed   pic 9(5).
  02 stat-files-failed      pic 9(5).
  02 stat-exception-count   pic 9(7).
  02 stat-highest-severity  pic 99.
  02 stat-run-date          pic 9(6).
  02 stat-run-time          pic 9(8).

*>mirror of the warehouse extract records written by KPIRABAHA3,
*>so the fields read back without any scanning.
01 extract-record.
  02 ext-type               pic x.
  02 ext-rest               pic x(199).
01 extract-detail-view redefines extract-record.
  02 filler                 pic x.
  02 ext-dtl-input-name     pic x(30).
  02 ext-dtl-sentences      pic 9(7).
  02 ext-dtl-words          pic 9(7).
  02 ext-dtl-chars          pic 9(7).
  02 filler                 pic x(148).
01 extract-header-view redefines extract-record.
  02 filler                 pic x.
  02 ext-str-run-date       pic 9(6).
  02 ext-str-control-file   pic x(30).
  02 ext-str-stream         pic x(4).
  02 ext-str-run-time       pic 9(8).
  02 filler                 pic x(151).
01 extract-trailer-view redefines extract-record.
  02 filler                 pic x.
  02 ext-trl-record-count   pic 9(7).
  02 ext-trl-words-hash     pic 9(11).
  02 ext-trl-chars-hash     pic 9(11).
  02 filler                 pic x(170).

01 output-extract-header-record.
  02 ext-hdr-type           pic x       value "H".
  02 ext-hdr-run-date       pic 9(6).
  02 ext-hdr-control-file   pic x(30)   value "MERGED BATCH STREAMS".
  02 ext-hdr-stream         pic x(4)    value spaces.
  02 ext-hdr-run-time       pic 9(8).

01 output-extract-trailer-record.
  02 out-trl-type           pic x       value "T".
  02 out-trl-record-count   pic 9(7).
  02 out-trl-words-hash     pic 9(11).
  02 out-trl-chars-hash     pic 9(11).

*>mirror of the output-batch lines written by KPIRABAHA3 to its batch
*>report, so the fields read back without any scanning.
01 batch-report-record      pic x(100).
01 batch-detail-view redefines batch-report-record.
  02 bat-input-name         pic x(30).
  02 filler                 pic x.
  02 bat-output-name        pic x(30).
  02 filler                 pic x.
  02 bat-dispo              pic x(24).
  02 filler                 pic x.
  02 bat-lines              pic zzzzzz9.
  02 filler                 pic x(6).
01 batch-subtotal-view redefines batch-report-record.
  02 bat-sub-key            pic x(8).
  02 filler                 pic x(2).
  02 bat-sub-documents      pic z(10)9.
  02 bat-sub-lines          pic z(10)9.
  02 bat-sub-sentences      pic z(10)9.
  02 bat-sub-words          pic z(10)9.
  02 bat-sub-chars          pic z(10)9.
  02 filler                 pic x(35).
01 batch-run-view redefines batch-report-record.
  02 bat-run-label          pic x(13).
  02 bat-run-date           pic 9(6).
  02 filler                 pic x.
  02 bat-run-time           pic 9(8).
  02 filler                 pic x(72).
01 batch-total-view redefines batch-report-record.
  02 bat-total-label        pic x(26).
  02 bat-total-value        pic -(8)9.
  02 filler                 pic x(65).

*>mirror of the output-transmit-record layout written by KPIRABAHA3.
01 output-transmit-record.
  02 txl-run-date           pic 9(6).
  02 filler                 pic x       value ",".
  02 txl-archive-name       pic x(20).
  02 filler                 pic x       value ",".
  02 txl-control-file       pic x(30).
  02 filler                 pic x       value ",".
  02 txl-record-count       pic 9(7).
  02 filler                 pic x       value ",".
  02 txl-words-hash         pic 9(11).
  02 filler                 pic x       value ",".
  02 txl-chars-hash         pic 9(11).
  02 filler                 pic x       value ",".
  02 txl-status             pic x(12).
  02 filler                 pic x       value ",".
  02 txl-sent-date          pic 9(6).
  02 filler                 pic x       value ",".
  02 txl-sent-count         pic 9(3).
  02 filler                 pic x       value ",".
  02 txl-ack-date           pic 9(6).
  02 filler                 pic x       value ",".
  02 txl-ack-loaded         pic 9(7).
  02 filler                 pic x       value ",".
  02 txl-ack-code           pic x.
  02 filler                 pic x       value ",".
  02 txl-note               pic x(20).

01 output-consol-title-line.
  02 filler          pic x(27)  value spaces.
  02 filler          pic x(33)  value "CONSOLIDATED BATCH SUMMARY REPORT".

01 output-consol-underline.
  02 filler          pic x(50) value "--------------------------------------------------".
  02 filler          pic x(54) value "------------------------------------------------------".

01 output-stream-heading-line.
  02 filler          pic x(8)   value "STREAM  ".
  02 filler          pic x(7)   value "  PAIRS".
  02 filler          pic x(11)  value "  ATTEMPTED".
  02 filler          pic x(11)  value "  COMPLETED".
  02 filler          pic x(8)   value "  FAILED".
  02 filler          pic x(12)  value "  EXCEPTIONS".
  02 filler          pic x(5)   value "  SEV".
  02 filler          pic x(10)  value "   EXTRACT".
  02 filler          pic x(18)  value "  STATUS".

01 output-stream-detail-line.
  02 out-str-id      pic x(4).
  02 filler          pic x(4)   value spaces.
  02 out-str-pairs   pic z(6)9.
  02 out-str-attempted pic z(10)9.
  02 out-str-completed pic z(10)9.
  02 out-str-failed  pic z(7)9.
  02 out-str-exceptions pic z(11)9.
  02 filler          pic x(3)   value spaces.
  02 out-str-severity pic 99.
  02 out-str-records pic z(9)9.
  02 filler          pic x(2)   value spaces.
  02 out-str-status  pic x(16).

01 output-pair-heading-line.
  02 filler          pic x(5)   value "STR  ".
  02 filler          pic x(31)  value "INPUT FILE                     ".
  02 filler          pic x(31)  value "OUTPUT FILE                    ".
  02 filler          pic x(25)  value "DISPOSITION              ".
  02 filler          pic x(8)   value "   LINES".
  02 filler          pic x(5)   value " QA  ".

01 output-pair-detail-line.
  02 out-pair-stream pic x(4).
  02 filler          pic x      value space.
  02 out-pair-text   pic x(100).

01 output-subtotal-category-title.
  02 filler          pic x(21)  value "SUBTOTALS BY CATEGORY".

01 output-subtotal-department-title.
  02 filler          pic x(23)  value "SUBTOTALS BY DEPARTMENT".

01 output-subtotal-heading-line.
  02 filler          pic x(10)  value "CODE      ".
  02 filler          pic x(11)  value "  DOCUMENTS".
  02 filler          pic x(11)  value "      LINES".
  02 filler          pic x(11)  value "  SENTENCES".
  02 filler          pic x(11)  value "      WORDS".
  02 filler          pic x(11)  value "      CHARS".

01 output-subtotal-detail-line.
  02 out-sub-key     pic x(8).
  02 filler          pic x(2)   value spaces.
  02 out-sub-documents pic z(10)9.
  02 out-sub-lines   pic z(10)9.
  02 out-sub-sentences pic z(10)9.
  02 out-sub-words   pic z(10)9.
  02 out-sub-chars   pic z(10)9.

01 output-consol-total-line.
  02 out-tot-label   pic x(26).
  02 out-tot-value   pic -(8)9.

01 output-extract-total-line.
  02 filler          pic x(26)  value "MERGED EXTRACT RECORDS=".
  02 out-ext-records pic z(8)9.
  02 filler          pic x(14)  value "   WORD HASH=".
  02 out-ext-words   pic z(10)9.
  02 filler          pic x(14)  value "   CHAR HASH=".
  02 out-ext-chars   pic z(10)9.

01 output-reconciled-line.
  02 filler          pic x(50)  value
      "STREAM EXTRACTS RECONCILED, WAREHSE.DAT WRITTEN".

01 output-not-reconciled-line.
  02 filler          pic x(50)  value
      "STREAMS DO NOT RECONCILE, NO EXTRACT WRITTEN".

procedure division.

  accept merge-start-time from time.

  perform get-stream-ids.

  if stream-count = 0
      display "No stream ids given; use KPIRAMRG id id ..."
      move 12 to new-severity
      perform raise-severity
      perform end-program
  end-if.

  perform varying stream-idx from 1 by 1
      until stream-idx > stream-count
      perform check-stream-extract
      perform load-stream-status
      perform check-stream-report-stamp
  end-perform.

  open output consol-report-file.
  if consolFS not = "00"
      display "Cannot write CONSOL.RPT, file status " consolFS
      move 12 to new-severity
      perform raise-severity
      perform end-program
  end-if.

  write consol-line from output-consol-title-line.
  write consol-line from output-consol-underline.
  write consol-line from output-pair-heading-line.

  perform varying stream-idx from 1 by 1
      until stream-idx > stream-count
      perform merge-stream-report thru merge-stream-report-exit
  end-perform.

  write consol-line from output-consol-underline.
  write consol-line from output-subtotal-category-title.
  move "C" to subtotal-work-type.
  perform write-merged-subtotals.
  write consol-line from output-subtotal-department-title.
  move "D" to subtotal-work-type.
  perform write-merged-subtotals.

  write consol-line from output-consol-underline.
  perform write-merged-totals.

  write consol-line from output-consol-underline.
  write consol-line from output-stream-heading-line.
  perform varying stream-idx from 1 by 1
      until stream-idx > stream-count
      perform write-stream-detail
  end-perform.

  write consol-line from output-consol-underline.
  if is-all-reconciled
      perform write-merged-extract
      move extract-record-count to out-ext-records
      move extract-words-hash to out-ext-words
      move extract-chars-hash to out-ext-chars
      write consol-line from output-extract-total-line
      write consol-line from output-reconciled-line
  else
      move 12 to new-severity
      perform raise-severity
      write consol-line from output-not-reconciled-line
  end-if.

  close consol-report-file.

  perform write-merged-run-status.

  display "Consolidated " stream-count " stream(s) into CONSOL.RPT".
  if not is-all-reconciled
      display "Streams do not reconcile, see CONSOL.RPT"
  end-if.

  perform end-program.

end-program.

  move highest-severity to return-code.
  stop run.

wait-for-shared-file.

  add 1 to share-retry-count.
  call "C$SLEEP" using share-wait-seconds.

raise-severity.

  if new-severity > highest-severity
      move new-severity to highest-severity
  end-if.

get-stream-ids.

  accept cmd-line-parm from command-line.

  move spaces to stream-table.
  unstring cmd-line-parm delimited by all spaces
      into str-id(1) str-id(2) str-id(3) str-id(4)
           str-id(5) str-id(6) str-id(7) str-id(8)
  end-unstring.

  move zero to stream-count.
  perform varying stream-idx from 1 by 1
      until stream-idx > 8 or str-id(stream-idx) = spaces
      move stream-idx to stream-count
      move zero to str-attempted(stream-idx)
      move zero to str-completed(stream-idx)
      move zero to str-failed(stream-idx)
      move zero to str-exceptions(stream-idx)
      move zero to str-severity(stream-idx)
      move zero to str-records(stream-idx)
      move zero to str-words-hash(stream-idx)
      move zero to str-chars-hash(stream-idx)
      move zero to str-pairs(stream-idx)
      move "OK" to str-status(stream-idx)
      move zero to str-run-date(stream-idx)
      move zero to str-run-time(stream-idx)
      move spaces to str-control-file(stream-idx)
  end-perform.

load-stream-status.

  move spaces to stream-file-name.
  string "RUNSTAT_" delimited by size
         str-id(stream-idx) delimited by space
         ".DAT" delimited by size
    into stream-file-name
  end-string.

  open input stream-status-file.
  if streamFS not = "00"
      move "NO RUN STATUS" to str-status(stream-idx)
      move zero to reconciled-switch
  else
      read stream-status-file into run-status-record
        at end move spaces to run-status-record
      end-read
      close stream-status-file
      if not stat-files-attempted numeric
          or not stat-highest-severity numeric
          move "BAD RUN STATUS" to str-status(stream-idx)
          move zero to reconciled-switch
      else
      if str-run-date(stream-idx) not = zero
          and (stat-run-date is not numeric
          or stat-run-time is not numeric
          or stat-run-date not = str-run-date(stream-idx)
          or stat-run-time not = str-run-time(stream-idx))
          move "STALE RUN STATUS" to str-status(stream-idx)
          move zero to reconciled-switch
      else
          move stat-files-attempted to str-attempted(stream-idx)
          move stat-files-completed to str-completed(stream-idx)
          move stat-files-failed to str-failed(stream-idx)
          move stat-exception-count to str-exceptions(stream-idx)
          move stat-highest-severity to str-severity(stream-idx)
          add stat-files-attempted to merged-attempted
          add stat-files-completed to merged-completed
          add stat-files-failed to merged-failed
          add stat-exception-count to merged-exceptions
          if stat-highest-severity > merged-severity
              move stat-highest-severity to merged-severity
          end-if
      end-if
      end-if
  end-if.

check-stream-extract.

*>the stream's own trailer must agree with its details before any of
*>them go into the merged extract.
  perform open-stream-extract.
  if streamFS not = "00"
      move "NO EXTRACT" to str-status(stream-idx)
      move zero to reconciled-switch
  else
      move zero to stream-work-count
      move zero to stream-work-words
      move zero to stream-work-chars
      move zero to stream-trailer-switch
      move 1 to stream-eof-switch
      perform read-stream-extract
*>the header has to be the first record; its run date and time are
*>the stamp the stream's other files must carry.
      if stream-eof-switch not = zero
          and ext-type = "H"
          and ext-str-run-date numeric
          and ext-str-run-time numeric
          move ext-str-run-date to str-run-date(stream-idx)
          move ext-str-run-time to str-run-time(stream-idx)
          move ext-str-control-file to str-control-file(stream-idx)
      end-if
      perform tally-stream-extract
        until stream-eof-switch is equal to zero
      close stream-extract-file
      if str-run-date(stream-idx) = zero
          move "NO HEADER" to str-status(stream-idx)
          move zero to reconciled-switch
      else
      if not is-trailer-seen
          move "NO TRAILER" to str-status(stream-idx)
          move zero to reconciled-switch
      else
      if ext-trl-record-count not = stream-work-count
          or ext-trl-words-hash not = stream-work-words
          or ext-trl-chars-hash not = stream-work-chars
          move "TRAILER MISMATCH" to str-status(stream-idx)
          move zero to reconciled-switch
      else
          move stream-work-count to str-records(stream-idx)
          move stream-work-words to str-words-hash(stream-idx)
          move stream-work-chars to str-chars-hash(stream-idx)
          perform check-stream-header
      end-if
      end-if
      end-if
  end-if.

check-stream-header.

*>the streams are parts of one night's batch: they share its run
*>date, and each runs its own share of the control entries, so two
*>streams naming the same control file have run the same documents.
  if merged-run-date = zero
      move str-run-date(stream-idx) to merged-run-date
  end-if.

  if str-run-date(stream-idx) not = merged-run-date
      move "RUN DATE DIFFERS" to str-status(stream-idx)
      move zero to reconciled-switch
  end-if.

  perform varying stream-other-idx from 1 by 1
      until stream-other-idx >= stream-idx

      if str-control-file(stream-other-idx)
          = str-control-file(stream-idx)
          move "DUP CONTROL FILE" to str-status(stream-idx)
          move zero to reconciled-switch
      end-if
  end-perform.

open-stream-extract.

  move spaces to stream-file-name.
  string "WAREHSE_" delimited by size
         str-id(stream-idx) delimited by space
         ".DAT" delimited by size
    into stream-file-name
  end-string.

  open input stream-extract-file.

read-stream-extract.

  read stream-extract-file into extract-record
    at end move zero to stream-eof-switch
  end-read.

tally-stream-extract.

  if ext-type = "D"
      add 1 to stream-work-count
      add ext-dtl-words to stream-work-words
      add ext-dtl-chars to stream-work-chars
  else
  if ext-type = "T"
      move 1 to stream-trailer-switch
  end-if
  end-if.

*>the trailer has to be the last record; anything after it means the
*>extract was appended to or damaged.
  perform read-stream-extract.
  if is-trailer-seen and stream-eof-switch not = zero
      move zero to stream-trailer-switch
      move zero to stream-eof-switch
  end-if.

check-stream-report-stamp.

*>the batch report names its run just under the title.
  perform open-stream-report.
  if streamFS not = "00"
      move "NO BATCH REPORT" to str-status(stream-idx)
      move zero to reconciled-switch
  else
      move zero to stream-stamp-switch
      move 1 to stream-eof-switch
      perform read-stream-report
      perform find-report-stamp
        until stream-eof-switch is equal to zero or is-stamp-found
      close stream-report-file
      if str-run-date(stream-idx) not = zero
          and (not is-stamp-found
          or bat-run-date not = str-run-date(stream-idx)
          or bat-run-time not = str-run-time(stream-idx))
          move "STALE REPORT" to str-status(stream-idx)
          move zero to reconciled-switch
      end-if
  end-if.

find-report-stamp.

  if bat-run-label = "RUN STARTED: "
      move 1 to stream-stamp-switch
  else
      perform read-stream-report
  end-if.

open-stream-report.

  move spaces to stream-file-name.
  string "BATCH_" delimited by size
         str-id(stream-idx) delimited by space
         ".RPT" delimited by size
    into stream-file-name
  end-string.

  open input stream-report-file.

merge-stream-report.

*>a report left from an earlier run is not merged at all.
  if str-status(stream-idx) = "STALE REPORT"
      or str-status(stream-idx) = "NO BATCH REPORT"
      go to merge-stream-report-exit
  end-if.

  perform open-stream-report.
  if streamFS not = "00"
      move "NO BATCH REPORT" to str-status(stream-idx)
      move zero to reconciled-switch
  else
      move space to report-section
      move 1 to stream-eof-switch
      perform read-stream-report
      perform merge-report-line
        until stream-eof-switch is equal to zero
      close stream-report-file
  end-if.

merge-stream-report-exit.
  exit.

read-stream-report.

  read stream-report-file into batch-report-record
    at end move zero to stream-eof-switch
  end-read.

merge-report-line.

  evaluate true
      when bat-run-label = "RUN STARTED: "
          continue
      when batch-report-record(1:10) = "INPUT FILE"
          move "P" to report-section
      when batch-report-record = "SUBTOTALS BY CATEGORY"
          move "C" to report-section
      when batch-report-record = "SUBTOTALS BY DEPARTMENT"
          move "D" to report-section
      when (in-category-section or in-department-section)
          and batch-report-record(1:4) = "CODE"
          continue
      when bat-total-label = "BATCH TOTAL SENTENCES="
          move space to report-section
          move bat-total-value to total-work
          add total-work to merged-sentences
      when bat-total-label = "BATCH TOTAL WORDS="
          move bat-total-value to total-work
          add total-work to merged-words
      when bat-total-label = "BATCH TOTAL CHARS="
          move bat-total-value to total-work
          add total-work to merged-chars
      when bat-total-label = "DOCUMENTS UNCHANGED="
          move bat-total-value to total-work
          add total-work to merged-unchanged
      when bat-total-label = "QUALITY GATE WARNINGS="
          move bat-total-value to total-work
          add total-work to merged-qa-warn
      when bat-total-label = "QUALITY GATE FAILURES="
          move bat-total-value to total-work
          add total-work to merged-qa-fail
      when bat-total-label = "TRANSFER MISMATCHES="
          move bat-total-value to total-work
          add total-work to merged-transfer-mismatch
      when in-pair-section
          move str-id(stream-idx) to out-pair-stream
          move batch-report-record to out-pair-text
          write consol-line from output-pair-detail-line
          add 1 to str-pairs(stream-idx)
          add 1 to merged-pairs
      when in-category-section
      when in-department-section
          move report-section to subtotal-work-type
          perform merge-subtotal-line thru merge-subtotal-line-exit
  end-evaluate.

  perform read-stream-report.

merge-subtotal-line.

  move zero to subtotal-found-switch.
  perform varying subtotal-idx from 1 by 1
      until subtotal-idx > subtotal-count or is-subtotal-found

      if sub-type(subtotal-idx) = subtotal-work-type
          and sub-key(subtotal-idx) = bat-sub-key
          move 1 to subtotal-found-switch
      end-if
  end-perform.

*>the loop leaves subtotal-idx one past the matching entry.
  if is-subtotal-found
      subtract 1 from subtotal-idx
  else
      if subtotal-count >= 500
          display "Subtotal table full, subtotal dropped for "
              bat-sub-key
          go to merge-subtotal-line-exit
      end-if
      add 1 to subtotal-count
      move subtotal-count to subtotal-idx
      move subtotal-work-type to sub-type(subtotal-idx)
      move bat-sub-key to sub-key(subtotal-idx)
      move zero to sub-documents(subtotal-idx)
      move zero to sub-lines(subtotal-idx)
      move zero to sub-sentences(subtotal-idx)
      move zero to sub-words(subtotal-idx)
      move zero to sub-chars(subtotal-idx)
  end-if.

  move bat-sub-documents to sub-work.
  add sub-work to sub-documents(subtotal-idx).
  move bat-sub-lines to sub-work.
  add sub-work to sub-lines(subtotal-idx).
  move bat-sub-sentences to sub-work.
  add sub-work to sub-sentences(subtotal-idx).
  move bat-sub-words to sub-work.
  add sub-work to sub-words(subtotal-idx).
  move bat-sub-chars to sub-work.
  add sub-work to sub-chars(subtotal-idx).

merge-subtotal-line-exit.
  exit.

write-merged-subtotals.

  write consol-line from output-subtotal-heading-line.

  perform varying subtotal-idx from 1 by 1
      until subtotal-idx > subtotal-count

      if sub-type(subtotal-idx) = subtotal-work-type
          move sub-key(subtotal-idx) to out-sub-key
          move sub-documents(subtotal-idx) to out-sub-documents
          move sub-lines(subtotal-idx) to out-sub-lines
          move sub-sentences(subtotal-idx) to out-sub-sentences
          move sub-words(subtotal-idx) to out-sub-words
          move sub-chars(subtotal-idx) to out-sub-chars
          write consol-line from output-subtotal-detail-line
      end-if
  end-perform.

write-merged-totals.

  move "CONTROL PAIRS=" to out-tot-label.
  move merged-pairs to out-tot-value.
  write consol-line from output-consol-total-line.
  move "BATCH TOTAL SENTENCES=" to out-tot-label.
  move merged-sentences to out-tot-value.
  write consol-line from output-consol-total-line.
  move "BATCH TOTAL WORDS=" to out-tot-label.
  move merged-words to out-tot-value.
  write consol-line from output-consol-total-line.
  move "BATCH TOTAL CHARS=" to out-tot-label.
  move merged-chars to out-tot-value.
  write consol-line from output-consol-total-line.
  move "DOCUMENTS UNCHANGED=" to out-tot-label.
  move merged-unchanged to out-tot-value.
  write consol-line from output-consol-total-line.
  move "QUALITY GATE WARNINGS=" to out-tot-label.
  move merged-qa-warn to out-tot-value.
  write consol-line from output-consol-total-line.
  move "QUALITY GATE FAILURES=" to out-tot-label.
  move merged-qa-fail to out-tot-value.
  write consol-line from output-consol-total-line.
  move "TRANSFER MISMATCHES=" to out-tot-label.
  move merged-transfer-mismatch to out-tot-value.
  write consol-line from output-consol-total-line.

write-stream-detail.

  move str-id(stream-idx) to out-str-id.
  move str-pairs(stream-idx) to out-str-pairs.
  move str-attempted(stream-idx) to out-str-attempted.
  move str-completed(stream-idx) to out-str-completed.
  move str-failed(stream-idx) to out-str-failed.
  move str-exceptions(stream-idx) to out-str-exceptions.
  move str-severity(stream-idx) to out-str-severity.
  move str-records(stream-idx) to out-str-records.
  move str-status(stream-idx) to out-str-status.
  write consol-line from output-stream-detail-line.

write-merged-extract.

  open output extract-file.
  if extractFS not = "00"
      display "Cannot write WAREHSE.DAT, file status " extractFS
      move 12 to new-severity
      perform raise-severity
      perform end-program
  end-if.

*>the streams' own run date, with the time of this consolidation, so
*>a second merge of the same night's streams does not overwrite the
*>first archive.
  move merged-run-date to ext-hdr-run-date.
  move merge-start-time to ext-hdr-run-time.
  move spaces to extract-archive-name.
  string "WHS" delimited by size
         ext-hdr-run-date delimited by size
         ext-hdr-run-time(1:6) delimited by size
         ".ARC" delimited by size
    into extract-archive-name
  end-string.

  open output extract-archive-file.
  if archiveFS not = "00"
      display "Cannot write " extract-archive-name
          ", file status " archiveFS
      move 4 to new-severity
      perform raise-severity
  end-if.

  write extract-line from output-extract-header-record.
  if archiveFS = "00"
      write extract-archive-line from output-extract-header-record
  end-if.

  perform varying stream-idx from 1 by 1
      until stream-idx > stream-count
      perform copy-stream-extract
  end-perform.

  move extract-record-count to out-trl-record-count.
  move extract-words-hash to out-trl-words-hash.
  move extract-chars-hash to out-trl-chars-hash.
  write extract-line from output-extract-trailer-record.
  close extract-file.

  if archiveFS = "00"
      write extract-archive-line from output-extract-trailer-record
      close extract-archive-file
      perform log-extract-transmission
  end-if.

copy-stream-extract.

  perform open-stream-extract.
  move 1 to stream-eof-switch.
  perform read-stream-extract.
  perform copy-stream-detail
    until stream-eof-switch is equal to zero.
  close stream-extract-file.

copy-stream-detail.

  if ext-type = "D"
      write extract-line from extract-record
      if archiveFS = "00"
          write extract-archive-line from extract-record
      end-if
      add 1 to extract-record-count
      add ext-dtl-words to extract-words-hash
      add ext-dtl-chars to extract-chars-hash
  end-if.

  perform read-stream-extract.

log-extract-transmission.

  move ext-hdr-run-date to txl-run-date.
  move extract-archive-name to txl-archive-name.
  move ext-hdr-control-file to txl-control-file.
  move extract-record-count to txl-record-count.
  move extract-words-hash to txl-words-hash.
  move extract-chars-hash to txl-chars-hash.
  move "SENT" to txl-status.
  move ext-hdr-run-date to txl-sent-date.
  move 1 to txl-sent-count.
  move zero to txl-ack-date.
  move zero to txl-ack-loaded.
  move space to txl-ack-code.
  move spaces to txl-note.

  move zero to share-retry-count.
  open extend sharing with no other transmit-log-file.
  perform until transmitFS not = "61"
          or share-retry-count >= share-retry-limit
      perform wait-for-shared-file
      open extend sharing with no other transmit-log-file
  end-perform.
*>the log is OPTIONAL: the first entry creates it on this same open.
  if transmitFS = "05"
      move "00" to transmitFS
  end-if.

  if transmitFS = "00"
      write transmit-line from output-transmit-record
      close transmit-log-file
  else
      display "Cannot write TRANSMIT.LOG, file status " transmitFS
      move 4 to new-severity
      perform raise-severity
  end-if.

write-merged-run-status.

*>the merged status carries the worst of the streams and of the
*>consolidation itself, so the scheduler sees one result.
  if highest-severity > merged-severity
      move highest-severity to merged-severity
  end-if.
  move merged-severity to highest-severity.

  move merged-attempted to stat-files-attempted.
  move merged-completed to stat-files-completed.
  move merged-failed to stat-files-failed.
  move merged-exceptions to stat-exception-count.
  move merged-severity to stat-highest-severity.
  move merged-run-date to stat-run-date.
  move merge-start-time to stat-run-time.

  open output run-status-file.
  if runstatFS = "00"
      write run-status-line from run-status-record
      close run-status-file
  else
      display "Cannot write RUNSTAT.DAT, file status " runstatFS
  end-if.
