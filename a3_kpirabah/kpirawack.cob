*>Kevin Pirabaharan
*>Warehouse transmission tracking for the KPIRABAHA3 nightly extract.
*>Every extract the analyzer writes to WAREHSE.DAT is archived as
*>WHS<run date><run time>.ARC and entered on the transmission log
*>TRANSMIT.LOG as SENT.  This program reads the acknowledgement file the warehouse
*>loader returns, matches each acknowledgement to the extract it
*>answers, and keeps every log entry at one of
*>  SENT          written, no acknowledgement yet
*>  ACKNOWLEDGED  loaded, and the loader's record count and hash
*>                totals agree with the extract trailer
*>  REJECTED      refused by the loader, or loaded with totals that
*>                do not agree with the trailer
*>  OVERDUE       still unacknowledged past the grace period
*>and prints ACKSTAT.RPT: the acknowledgements handled this run and
*>every extract still outstanding.
*>This program takes a mode word on the command line:
*>  ACK [file] [days]   match an acknowledgement file (default
*>                      WAREHSE.ACK), then report
*>  REPORT [days]       age the log and report only
*>  RESEND yymmdd       copy the archived extract for that run date
*>                      back to WAREHSE.DAT and mark it SENT again
*>days is the grace period before a SENT extract is OVERDUE; it
*>defaults to 1.  No parameter behaves as ACK.
*>The loader's acknowledgement record, one per extract loaded:
*>  cols  1- 6  run date from the extract header (yymmdd)
*>  cols  8-14  records loaded
*>  cols 16-26  word hash total loaded
*>  cols 28-38  character hash total loaded
*>  col  40     A accepted, R rejected
*>  cols 42-61  loader's reason text for a rejection

identification division.
program-id. KPIRAWACK.

environment division.
input-output section.
file-control.

select transmit-log-file assign to "TRANSMIT.LOG"
              organization is line sequential
              file status is transmitFS.
*>the same log, opened a second time to write it back while the first
*>open still holds it against the analyzer and KPIRAMRG.
select transmit-rewrite-file assign to "TRANSMIT.LOG"
              organization is line sequential
              file status is rewriteFS.
select ack-file assign to dynamic ack-file-name
              organization is line sequential
              file status is ackFS.
select extract-archive-file assign to dynamic extract-archive-name
              organization is line sequential
              file status is archiveFS.
select extract-file assign to "WAREHSE.DAT"
              organization is line sequential
              file status is extractFS.
select ack-report-file assign to "ACKSTAT.RPT"
              organization is line sequential
              file status is areportFS.

data division.
file section.
fd transmit-log-file.
    01 transmit-line     pic x(160).
fd transmit-rewrite-file.
    01 transmit-rewrite-line pic x(160).
fd ack-file.
    01 ack-line          pic x(80).
fd extract-archive-file.
    01 extract-archive-line pic x(200).
fd extract-file.
    01 extract-line      pic x(200).
fd ack-report-file.
    01 areport-line      pic x(100).

working-storage section.
77 transmitFS                 pic xx.
77 rewriteFS                  pic xx.
77 ackFS                      pic xx.
77 archiveFS                  pic xx.
77 extractFS                  pic xx.
77 areportFS                  pic xx.
77 ack-file-name              pic x(30)  value "WAREHSE.ACK".
77 extract-archive-name       pic x(20).
77 transmit-eof-switch        pic 9      value 1.
77 ack-eof-switch             pic 9      value 1.
77 archive-eof-switch         pic 9      value 1.
77 ack-totals-match-switch    pic 9      value 0.
    88 is-ack-totals-matched             value 1.
77 transmit-held-switch       pic 9      value 0.
    88 is-transmit-held                  value 1.
77 share-retry-count          pic 9(3)   value 0.
77 share-retry-limit          pic 9(3)   value 120.
77 share-wait-seconds         pic 9(4)   value 1.
77 cmd-line-parm              pic x(80).
77 mode-token                 pic x(8)   value spaces.
77 operand-a                  pic x(30)  value spaces.
77 operand-b                  pic x(30)  value spaces.
77 days-token                 pic x(8)   value spaces.
77 parm-pos                   pic 9(2)   value 0.
77 grace-days                 pic 9(3)   value 1.
77 parm-seen-digit-switch     pic 9      value 0.
    88 parm-has-digits                   value 1.

01 work-digit-x               pic x.
01 work-digit-9 redefines work-digit-x pic 9.

77 today-date                 pic 9(6)   value 0.
77 today-day-number           pic 9(7)   value 0.
77 days-outstanding           pic s9(7)  value 0.

77 log-count                  pic 9(4)   value 0.
77 log-idx                    pic 9(4)   value 0.
77 log-match-idx              pic 9(4)   value 0.
77 ack-count                  pic 9(4)   value 0.
77 ack-result                 pic x(24)  value spaces.
77 resend-run-date            pic x(6)   value spaces.
77 resend-record-count        pic 9(7)   value 0.
77 log-table-full-switch      pic 9      value 0.
    88 is-log-table-full                 value 1.
77 log-changed-switch         pic 9      value 0.
    88 is-log-changed                    value 1.

77 status-sent-count          pic 9(4)   value 0.
77 status-ack-count           pic 9(4)   value 0.
77 status-rejected-count      pic 9(4)   value 0.
77 status-overdue-count       pic 9(4)   value 0.

*>date arithmetic for the overdue test: run dates are yymmdd in the
*>2000s, turned into a day number counted from 1 January 2000.
77 date-work                  pic 9(6)   value 0.
77 day-number-work            pic 9(7)   value 0.
77 date-yy                    pic 9(2)   value 0.
77 date-mm                    pic 9(2)   value 0.
77 date-dd                    pic 9(2)   value 0.
77 leap-quotient              pic 9(3)   value 0.
77 leap-remainder             pic 9      value 0.

01 month-start-values         pic x(36)  value
      "000031059090120151181212243273304334".
01 month-start-table redefines month-start-values.
  02 month-start-days       pic 9(3)   occurs 12 times.

*>mirror of the output-transmit-record layout written by KPIRABAHA3,
*>so the fields read back without any scanning.
01 transmit-record.
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

01 transmit-table.
  02 transmit-entry occurs 1000 times.
    03 tt-run-date          pic 9(6).
    03 tt-archive-name      pic x(20).
    03 tt-control-file      pic x(30).
    03 tt-record-count      pic 9(7).
    03 tt-words-hash        pic 9(11).
    03 tt-chars-hash        pic 9(11).
    03 tt-status            pic x(12).
    03 tt-sent-date         pic 9(6).
    03 tt-sent-count        pic 9(3).
    03 tt-ack-date          pic 9(6).
    03 tt-ack-loaded        pic 9(7).
    03 tt-ack-code          pic x.
    03 tt-note              pic x(20).

01 ack-record.
  02 ack-run-date           pic 9(6).
  02 filler                 pic x.
  02 ack-records-loaded     pic 9(7).
  02 filler                 pic x.
  02 ack-words-hash         pic 9(11).
  02 filler                 pic x.
  02 ack-chars-hash         pic 9(11).
  02 filler                 pic x.
  02 ack-code               pic x.
  02 filler                 pic x.
  02 ack-reason             pic x(20).

*>the archive goes back to WAREHSE.DAT byte for byte.
01 archive-record             pic x(200).

01 output-ack-title-line.
  02 filler          pic x(22)  value spaces.
  02 filler          pic x(36)  value
      "WAREHOUSE TRANSMISSION STATUS REPORT".

01 output-ack-date-line.
  02 filler          pic x(12)  value "REPORT DATE ".
  02 out-ack-today   pic 99/99/99.
  02 filler          pic x(16)  value "   GRACE DAYS: ".
  02 out-ack-grace   pic zz9.

01 output-ack-underline.
  02 filler          pic x(50) value "--------------------------------------------------".
  02 filler          pic x(40) value "----------------------------------------".

01 output-ack-section-line.
  02 out-ack-section pic x(50).

01 output-ack-heading-line.
  02 filler          pic x(10)  value "RUN DATE  ".
  02 filler          pic x(9)   value "  LOADED ".
  02 filler          pic x(5)   value "CODE ".
  02 filler          pic x(25)  value "RESULT                   ".
  02 filler          pic x(20)  value "LOADER REASON".

01 output-ack-detail-line.
  02 out-ackd-run    pic 9(6).
  02 filler          pic x(4)   value spaces.
  02 out-ackd-loaded pic zzzzzz9.
  02 filler          pic x(4)   value spaces.
  02 out-ackd-code   pic x.
  02 filler          pic x(3)   value spaces.
  02 out-ackd-result pic x(24).
  02 filler          pic x      value space.
  02 out-ackd-reason pic x(20).

01 output-ack-none-line.
  02 filler          pic x(30)  value "NO ACKNOWLEDGEMENTS PROCESSED".

01 output-outstanding-heading-line.
  02 filler          pic x(10)  value "RUN DATE  ".
  02 filler          pic x(20)  value "ARCHIVE             ".
  02 filler          pic x(9)   value " RECORDS ".
  02 filler          pic x(13)  value "STATUS       ".
  02 filler          pic x(8)   value "SENT    ".
  02 filler          pic x(6)   value "SENDS ".
  02 filler          pic x(6)   value " DAYS ".
  02 filler          pic x(20)  value "NOTE".

01 output-outstanding-detail-line.
  02 out-out-run     pic 9(6).
  02 filler          pic x(4)   value spaces.
  02 out-out-archive pic x(19).
  02 filler          pic x      value space.
  02 out-out-records pic zzzzzz9.
  02 filler          pic x(2)   value spaces.
  02 out-out-status  pic x(12).
  02 filler          pic x      value space.
  02 out-out-sent    pic 9(6).
  02 filler          pic x(2)   value spaces.
  02 out-out-sends   pic zz9.
  02 filler          pic x(2)   value spaces.
  02 out-out-days    pic -(4)9.
  02 filler          pic x      value space.
  02 out-out-note    pic x(20).

01 output-outstanding-none-line.
  02 filler          pic x(26)  value "NO EXTRACTS OUTSTANDING".

01 output-status-total-line.
  02 filler          pic x(6)   value "SENT: ".
  02 out-tot-sent    pic zzz9.
  02 filler          pic x(11)  value "   OVERDUE:".
  02 out-tot-overdue pic zzz9.
  02 filler          pic x(12)  value "   REJECTED:".
  02 out-tot-rejected pic zzz9.
  02 filler          pic x(16)  value "   ACKNOWLEDGED:".
  02 out-tot-ack     pic zzz9.

procedure division.

  accept today-date from date.
  move today-date to date-work.
  perform compute-day-number.
  move day-number-work to today-day-number.

  accept cmd-line-parm from command-line.

  move spaces to mode-token.
  move spaces to operand-a.
  move spaces to operand-b.

  if cmd-line-parm not = spaces
      unstring cmd-line-parm delimited by all spaces
          into mode-token operand-a operand-b
      end-unstring
  end-if.

  perform load-transmit-log.

  evaluate mode-token
      when spaces
      when "ACK"
          if operand-a not = spaces
              move operand-a to ack-file-name
          end-if
          move operand-b to days-token
          perform get-grace-days thru get-grace-days-done
          perform open-ack-report
          perform match-acknowledgements thru
              match-acknowledgements-exit
          write areport-line from output-ack-underline
          perform age-transmit-log
          perform write-outstanding-section
      when "REPORT"
          move operand-a to days-token
          perform get-grace-days thru get-grace-days-done
          perform open-ack-report
          perform age-transmit-log
          perform write-outstanding-section
      when "RESEND"
          perform run-resend thru run-resend-exit
      when other
          display "Unknown mode " mode-token
          display "Use ACK [file] [days], REPORT [days],"
              " or RESEND yymmdd"
          stop run
  end-evaluate.

  if is-log-changed
      perform rewrite-transmit-log
  end-if.

  if is-transmit-held
      close transmit-log-file
  end-if.

  stop run.

get-grace-days.

  if days-token = spaces
      go to get-grace-days-done
  end-if.

  move zero to grace-days.
  move zero to parm-seen-digit-switch.

  perform varying parm-pos from 1 by 1
      until parm-pos > 3 or days-token(parm-pos:1) = space

      if days-token(parm-pos:1) >= '0'
          and days-token(parm-pos:1) <= '9'
          move days-token(parm-pos:1) to work-digit-x
          compute grace-days =
              grace-days * 10 + work-digit-9
          move 1 to parm-seen-digit-switch
      end-if
  end-perform.

  if not parm-has-digits
      move 1 to grace-days
      display "Invalid grace days parameter, using 1 day"
  end-if.

get-grace-days-done.

  exit.

load-transmit-log.

*>the log stays open and held from here until it is written back, so
*>an extract logged by a batch finishing meanwhile waits for this run
*>instead of being lost when the log is rewritten.
  move zero to share-retry-count.
  open i-o sharing with no other transmit-log-file.
  perform until transmitFS not = "61"
          or share-retry-count >= share-retry-limit
      perform wait-for-shared-file
      open i-o sharing with no other transmit-log-file
  end-perform.

  if transmitFS = "35"
      display "TRANSMIT.LOG not found, no extracts on record"
  else
  if transmitFS not = "00"
      display "Cannot open TRANSMIT.LOG, file status " transmitFS
      stop run
  else
      move 1 to transmit-eof-switch
      perform read-transmit-record
      perform store-transmit-record
        until transmit-eof-switch is equal to zero
      move 1 to transmit-held-switch
  end-if.

wait-for-shared-file.

  add 1 to share-retry-count.
  call "C$SLEEP" using share-wait-seconds.

read-transmit-record.

  read transmit-log-file into transmit-record
    at end move zero to transmit-eof-switch
  end-read.

store-transmit-record.

  if txl-run-date not numeric
      or txl-record-count not numeric
      or txl-words-hash not numeric
      or txl-chars-hash not numeric
      display "Malformed transmission log record skipped"
  else
  if log-count < 1000
      add 1 to log-count
      move txl-run-date to tt-run-date(log-count)
      move txl-archive-name to tt-archive-name(log-count)
      move txl-control-file to tt-control-file(log-count)
      move txl-record-count to tt-record-count(log-count)
      move txl-words-hash to tt-words-hash(log-count)
      move txl-chars-hash to tt-chars-hash(log-count)
      move txl-status to tt-status(log-count)
      move txl-sent-date to tt-sent-date(log-count)
      move txl-sent-count to tt-sent-count(log-count)
      move txl-ack-date to tt-ack-date(log-count)
      move txl-ack-loaded to tt-ack-loaded(log-count)
      move txl-ack-code to tt-ack-code(log-count)
      move txl-note to tt-note(log-count)
  else
      move 1 to log-table-full-switch
  end-if.

  perform read-transmit-record.

rewrite-transmit-log.

*>a full log table would drop the overflow on the rewrite, so the log
*>is left exactly as it was instead.
  if is-log-table-full
      display "Transmission log exceeds 1000 entries, not rewritten"
  else
      open output transmit-rewrite-file
      if rewriteFS not = "00"
          display "Cannot rewrite TRANSMIT.LOG, file status "
              rewriteFS
      else
          perform varying log-idx from 1 by 1
              until log-idx > log-count
              perform write-transmit-record
          end-perform
          close transmit-rewrite-file
      end-if
  end-if.

write-transmit-record.

  move tt-run-date(log-idx) to txl-run-date.
  move tt-archive-name(log-idx) to txl-archive-name.
  move tt-control-file(log-idx) to txl-control-file.
  move tt-record-count(log-idx) to txl-record-count.
  move tt-words-hash(log-idx) to txl-words-hash.
  move tt-chars-hash(log-idx) to txl-chars-hash.
  move tt-status(log-idx) to txl-status.
  move tt-sent-date(log-idx) to txl-sent-date.
  move tt-sent-count(log-idx) to txl-sent-count.
  move tt-ack-date(log-idx) to txl-ack-date.
  move tt-ack-loaded(log-idx) to txl-ack-loaded.
  move tt-ack-code(log-idx) to txl-ack-code.
  move tt-note(log-idx) to txl-note.

  write transmit-rewrite-line from transmit-record.

open-ack-report.

  open output ack-report-file.
  if areportFS not = "00"
      display "Cannot open ACKSTAT.RPT, file status " areportFS
      stop run
  end-if.

  write areport-line from output-ack-title-line.
  move today-date to out-ack-today.
  move grace-days to out-ack-grace.
  write areport-line from output-ack-date-line.
  write areport-line from output-ack-underline.

match-acknowledgements.

  move "ACKNOWLEDGEMENTS PROCESSED FROM " to out-ack-section.
  move ack-file-name to out-ack-section(33:18).
  write areport-line from output-ack-section-line.
  write areport-line from output-ack-heading-line.

  open input ack-file.
  if ackFS not = "00"
      display "No acknowledgement file " ack-file-name
          ", file status " ackFS
      write areport-line from output-ack-none-line
      go to match-acknowledgements-exit
  end-if.

  move 1 to ack-eof-switch.
  perform read-ack-record.

  perform apply-ack-record
    until ack-eof-switch is equal to zero.

  close ack-file.

  if ack-count = zero
      write areport-line from output-ack-none-line
  end-if.

match-acknowledgements-exit.
  exit.

read-ack-record.

  read ack-file into ack-record
    at end move zero to ack-eof-switch
  end-read.

apply-ack-record.

  if ack-record = spaces
      perform read-ack-record
  else
      add 1 to ack-count
      perform find-acked-extract
      perform judge-ack-record
      move ack-run-date to out-ackd-run
      if ack-records-loaded numeric
          move ack-records-loaded to out-ackd-loaded
      else
          move zero to out-ackd-loaded
      end-if
      move ack-code to out-ackd-code
      move ack-result to out-ackd-result
      move ack-reason to out-ackd-reason
      write areport-line from output-ack-detail-line
      perform read-ack-record
  end-if.

find-acked-extract.

*>an ack answers the extract for its run date; when a day has more than
*>one (a rerun), the one whose trailer the loader's totals agree with
*>wins, otherwise the latest one still waiting.
  move zero to log-match-idx.
  move zero to ack-totals-match-switch.

  perform varying log-idx from 1 by 1
      until log-idx > log-count

      if tt-run-date(log-idx) = ack-run-date
          and tt-status(log-idx) not = "ACKNOWLEDGED"
          and not is-ack-totals-matched
          move log-idx to log-match-idx
          if tt-record-count(log-idx) = ack-records-loaded
              and tt-words-hash(log-idx) = ack-words-hash
              and tt-chars-hash(log-idx) = ack-chars-hash
              move 1 to ack-totals-match-switch
          end-if
      end-if
  end-perform.

judge-ack-record.

  if ack-run-date not numeric
      or ack-records-loaded not numeric
      or ack-words-hash not numeric
      or ack-chars-hash not numeric
      move "MALFORMED ACK" to ack-result
  else
  if ack-code not = "A" and ack-code not = "R"
      move "UNKNOWN ACK CODE" to ack-result
  else
  if log-match-idx = zero
      move "NO MATCHING EXTRACT" to ack-result
  else
      move 1 to log-changed-switch
      move today-date to tt-ack-date(log-match-idx)
      move ack-records-loaded to tt-ack-loaded(log-match-idx)
      move ack-code to tt-ack-code(log-match-idx)
      if ack-code = "R"
          move "REJECTED" to tt-status(log-match-idx)
          move ack-reason to tt-note(log-match-idx)
          move "REJECTED BY LOADER" to ack-result
      else
      if ack-records-loaded not = tt-record-count(log-match-idx)
          move "REJECTED" to tt-status(log-match-idx)
          move "LOAD COUNT MISMATCH" to tt-note(log-match-idx)
          move "LOAD COUNT MISMATCH" to ack-result
      else
      if ack-words-hash not = tt-words-hash(log-match-idx)
          or ack-chars-hash not = tt-chars-hash(log-match-idx)
          move "REJECTED" to tt-status(log-match-idx)
          move "HASH TOTAL MISMATCH" to tt-note(log-match-idx)
          move "HASH TOTAL MISMATCH" to ack-result
      else
          move "ACKNOWLEDGED" to tt-status(log-match-idx)
          move spaces to tt-note(log-match-idx)
          move "ACKNOWLEDGED" to ack-result
      end-if
      end-if
      end-if
  end-if
  end-if
  end-if.

age-transmit-log.

  perform varying log-idx from 1 by 1
      until log-idx > log-count

      if tt-status(log-idx) = "SENT"
          move tt-sent-date(log-idx) to date-work
          perform compute-day-number
          if today-day-number - day-number-work > grace-days
              move "OVERDUE" to tt-status(log-idx)
              move 1 to log-changed-switch
          end-if
      end-if
  end-perform.

write-outstanding-section.

  move "EXTRACTS OUTSTANDING" to out-ack-section.
  write areport-line from output-ack-section-line.
  write areport-line from output-outstanding-heading-line.

  perform varying log-idx from 1 by 1
      until log-idx > log-count

      evaluate tt-status(log-idx)
          when "SENT"
              add 1 to status-sent-count
              perform write-outstanding-detail
          when "OVERDUE"
              add 1 to status-overdue-count
              perform write-outstanding-detail
          when "REJECTED"
              add 1 to status-rejected-count
              perform write-outstanding-detail
          when "ACKNOWLEDGED"
              add 1 to status-ack-count
      end-evaluate
  end-perform.

  if status-sent-count + status-overdue-count
      + status-rejected-count = zero
      write areport-line from output-outstanding-none-line
  end-if.

  write areport-line from output-ack-underline.
  move status-sent-count to out-tot-sent.
  move status-overdue-count to out-tot-overdue.
  move status-rejected-count to out-tot-rejected.
  move status-ack-count to out-tot-ack.
  write areport-line from output-status-total-line.

  close ack-report-file.

  display "Transmission status written to ACKSTAT.RPT: "
      status-overdue-count " overdue, "
      status-rejected-count " rejected".

write-outstanding-detail.

  move tt-sent-date(log-idx) to date-work.
  perform compute-day-number.
  compute days-outstanding = today-day-number - day-number-work.

  move tt-run-date(log-idx) to out-out-run.
  move tt-archive-name(log-idx) to out-out-archive.
  move tt-record-count(log-idx) to out-out-records.
  move tt-status(log-idx) to out-out-status.
  move tt-sent-date(log-idx) to out-out-sent.
  move tt-sent-count(log-idx) to out-out-sends.
  move days-outstanding to out-out-days.
  move tt-note(log-idx) to out-out-note.

  write areport-line from output-outstanding-detail-line.

run-resend.

  move operand-a(1:6) to resend-run-date.
  if resend-run-date not numeric
      display "RESEND needs the run date (yymmdd) of the extract"
      go to run-resend-exit
  end-if.

*>the latest extract on record for the date is the one sent again.
  move zero to log-match-idx.
  perform varying log-idx from 1 by 1
      until log-idx > log-count

      if tt-run-date(log-idx) = resend-run-date
          move log-idx to log-match-idx
      end-if
  end-perform.

  if log-match-idx = zero
      display "No extract on record for run date " resend-run-date
      go to run-resend-exit
  end-if.

  if tt-status(log-match-idx) = "ACKNOWLEDGED"
      display "Extract for " resend-run-date
          " was acknowledged, not sent again"
      go to run-resend-exit
  end-if.

  move tt-archive-name(log-match-idx) to extract-archive-name.
  open input extract-archive-file.
  if archiveFS not = "00"
      display "Cannot open archive " extract-archive-name
          ", file status " archiveFS
      go to run-resend-exit
  end-if.

  open output extract-file.
  if extractFS not = "00"
      display "Cannot open WAREHSE.DAT, file status " extractFS
      close extract-archive-file
      go to run-resend-exit
  end-if.

  move zero to resend-record-count.
  move 1 to archive-eof-switch.
  perform read-archive-record.

  perform copy-archive-record
    until archive-eof-switch is equal to zero.

  close extract-archive-file.
  close extract-file.

  move "SENT" to tt-status(log-match-idx).
  move today-date to tt-sent-date(log-match-idx).
  add 1 to tt-sent-count(log-match-idx).
  move zero to tt-ack-date(log-match-idx).
  move zero to tt-ack-loaded(log-match-idx).
  move space to tt-ack-code(log-match-idx).
  move "RESENT" to tt-note(log-match-idx).
  move 1 to log-changed-switch.

  display "Extract for " resend-run-date " copied from "
      extract-archive-name " to WAREHSE.DAT, "
      resend-record-count " record(s)".

run-resend-exit.
  exit.

read-archive-record.

  read extract-archive-file into archive-record
    at end move zero to archive-eof-switch
  end-read.

copy-archive-record.

  write extract-line from archive-record.
  add 1 to resend-record-count.
  perform read-archive-record.

compute-day-number.

*>2000-2099 only, so every year divisible by four is a leap year.
  move date-work(1:2) to date-yy.
  move date-work(3:2) to date-mm.
  move date-work(5:2) to date-dd.

  if date-mm < 1 or date-mm > 12
      move zero to day-number-work
  else
      divide date-yy by 4 giving leap-quotient
          remainder leap-remainder
      compute day-number-work =
          date-yy * 365 + leap-quotient
          + month-start-days(date-mm) + date-dd
      if leap-remainder = zero
          if date-mm > 2
              add 1 to day-number-work
          end-if
      else
          add 1 to day-number-work
      end-if
  end-if.
