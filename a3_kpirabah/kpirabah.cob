select output-csv-file assign to dynamic results-csv
              organization is line sequential
              file status is csvFS.
select optional history-file assign to "HISTORY.LOG"
              organization is line sequential
              file status is historyFS.
select restart-file assign to dynamic restart-file-name
select word-freq-file assign to dynamic word-freq-name
              organization is line sequential
              file status is freqFS.
select batch-report-file assign to dynamic batch-report-name
              organization is line sequential
              file status is batchFS.
select batch-ckpt-file assign to dynamic batch-ckpt-name
              organization is line sequential
              file status is bckpFS.
select extract-file assign to dynamic extract-file-name
              organization is line sequential
              file status is extractFS.
select extract-archive-file assign to dynamic extract-archive-name
              organization is line sequential
              file status is archiveFS.
select optional transmit-log-file assign to "TRANSMIT.LOG"
              organization is line sequential
              file status is transmitFS.
select run-status-file assign to dynamic run-status-name
              organization is line sequential
              file status is runstatFS.
select profile-file assign to "KPIRABAH.PRF"
select class-table-file assign to "KPIRABAH.CLS"
              organization is line sequential
              file status is classFS.
select quality-rules-file assign to "KPIRABAH.QAR"
              organization is line sequential
              file status is qarulesFS.
select quality-reject-file assign to dynamic qa-reject-name
              organization is line sequential
              file status is qarejectFS.
select compare-report-file assign to "COMPARE.RPT"
              organization is line sequential
              file status is compareFS.
select preflight-file assign to dynamic preflight-name
              organization is line sequential
              file status is preflightFS.
select manifest-file assign to dynamic manifest-name
              organization is line sequential
              file status is manifestFS.
select transfer-report-file assign to dynamic transfer-report-name
              organization is line sequential
              file status is transferFS.
select optional disposition-file assign to "DISPOSN.LOG"
              organization is line sequential
              file status is dispositionFS.
select optional journal-file assign to "RUNJRNL.LOG"
              organization is line sequential
              file status is journalFS.
select para-detail-file assign to dynamic para-detail-name
              organization is line sequential
              file status is paraFS.
select optional master-file assign to "DOCMASTR.IDX"
              organization is indexed
              access is random
              record key is master-doc-name
              file status is masterFS.
select optional master-audit-file assign to "MASTAUD.LOG"
              organization is line sequential
              file status is auditFS.
select optional vocab-master-file assign to "WORDMSTR.IDX"
              organization is indexed
              access is random
              record key is vocab-word
              file status is vocabFS.
select optional word-xref-file assign to "WORDXREF.IDX"
              organization is indexed
              access is dynamic
              record key is xref-key
              alternate record key is xref-doc-name with duplicates
              file status is xrefFS.
select new-words-file assign to dynamic new-words-name
              organization is line sequential
              file status is newFS.
select style-file assign to dynamic style-file-name
              organization is line sequential
              file status is styleFS.

data division.
file section.
    01 batch-report-line pic x(100).
fd extract-file.
    01 extract-line      pic x(200).
fd extract-archive-file.
    01 extract-archive-line pic x(200).
fd transmit-log-file.
    01 transmit-line     pic x(160).
fd batch-ckpt-file.
    01 batch-ckpt-line   pic x(200).
fd run-status-file.
    01 profile-line      pic x(80).
fd class-table-file.
    01 class-line        pic x(80).
fd quality-rules-file.
    01 qa-rules-line     pic x(80).
fd quality-reject-file.
    01 qa-reject-line    pic x(100).
fd compare-report-file.
    01 compare-line      pic x(80).
fd preflight-file.
    01 preflight-line    pic x(100).
fd manifest-file.
    01 manifest-line     pic x(80).
fd transfer-report-file.
    01 transfer-line     pic x(132).
fd disposition-file.
    01 disposition-line  pic x(180).
fd journal-file.
    01 journal-line      pic x(130).
fd para-detail-file.
      02 master-total-sentences pic 9(9).
      02 master-total-words     pic 9(9).
      02 master-total-chars     pic 9(9).
*>fingerprint of the input as it stood at the last full analysis,
*>with that analysis' counter set in the warehouse detail layout.
      02 master-fingerprint.
        03 master-fp-bytes      pic 9(9).
        03 master-fp-lines      pic 9(7).
        03 master-fp-hash       pic 9(9).
        03 master-fp-counter-set pic x(133).
      02 master-category        pic x(8).
      02 master-department      pic x(8).
*>quality gate result of that analysis and the signature of the rules
*>it was judged by; a fingerprint only stands while the rules do.
      02 master-qa-rules-sig    pic 9(7).
      02 master-qa-result       pic x(4).
fd master-audit-file.
    01 master-audit-line pic x(610).
*>corpus vocabulary: one record per word ever tallied, totalled over
*>every document; the cross-reference holds each word's count in each
*>document so a reanalyzed document replaces its own contribution
*>instead of adding to it, and the document count stays distinct.
fd vocab-master-file.
    01 vocab-record.
      02 vocab-word             pic x(20).
      02 vocab-total-occurs     pic 9(9).
      02 vocab-doc-count        pic 9(7).
      02 vocab-first-seen       pic 9(6).
      02 vocab-last-seen        pic 9(6).
fd word-xref-file.
    01 xref-record.
      02 xref-key.
        03 xref-word            pic x(20).
        03 xref-doc-name        pic x(30).
      02 xref-occurs            pic 9(7).
      02 xref-last-run          pic 9(6).
fd new-words-file.
    01 new-words-line    pic x(80).
fd style-file.
    01 style-line        pic x(80).

working-storage section.
77 dataFile                  pic x(30).
77 inquiry-switch             pic 9      value 0.
    88 is-inquiry-mode                   value 1.
77 masterFS                   pic xx.
77 batch-option-1             pic x(30).
77 batch-option-2             pic x(30).
77 batch-option-3             pic x(30).
77 batch-option-token         pic x(30).

*>STREAM=id on a batch command line runs the control file as one of
*>several parallel streams: the batch report, warehouse extract, run
*>status, pre-flight and QA reject files and the batch checkpoint
*>get the stream id worked into their names so the streams never
*>write over each other, and KPIRAMRG later merges them.
77 stream-id                  pic x(4)   value spaces.
77 stream-scan-pos            pic 9      value 0.
77 stream-valid-switch        pic 9      value 0.
    88 is-stream-valid                   value 1.
*>a stream stopped before its file names are qualified has no run
*>status of its own; RUNSTAT.DAT belongs to the merged streams.
77 run-status-skip-switch     pic 9      value 0.
    88 is-run-status-skipped             value 1.
77 batch-report-name          pic x(20)  value "BATCH.RPT".
77 extract-file-name          pic x(20)  value "WAREHSE.DAT".
77 run-status-name            pic x(20)  value "RUNSTAT.DAT".
77 preflight-name             pic x(20)  value "PREFLIGHT.RPT".
77 qa-reject-name             pic x(20)  value "QAREJECT.RPT".
77 transfer-report-name       pic x(20)  value "TRANSFER.RPT".

*>HISTORY.LOG, RUNJRNL.LOG, MASTAUD.LOG, TRANSMIT.LOG, DISPOSN.LOG and
*>the DOCMASTR.IDX, WORDMSTR.IDX and WORDXREF.IDX masters are shared by
*>every stream.  Each is opened for one update at a time with no
*>other run sharing it; a run that finds one held by another stream
*>(file status 61) waits a second and tries again.  They are all
*>OPTIONAL, so the first run to find one missing creates it on the
*>same open (file status 05) and a second stream starting at the same
*>moment waits for it rather than creating the file over again.
77 share-retry-count          pic 9(3)   value 0.
77 share-retry-limit          pic 9(3)   value 120.
77 share-wait-seconds         pic 9(4)   value 1.
77 force-switch               pic 9      value 0.
    88 is-force-reprocess                value 1.
77 inquiry-doc-name           pic x(30).
77 master-avg-words           pic 9(7)v99 value 0.
77 mode-token                 pic x(8).
*>  col  16     Y when tab also ends a word
*>  cols 17-19  exception line-length threshold
*>  col  20     N to suppress the CSV results file
*>  col  21     Y to reprocess every batch pair in full, even when its
*>              input matches the fingerprint on DOCMASTR.IDX
*>  cols 22-24  word limit above which a sentence is a style exception
01 profile-record.
  02 profile-ckpt-interval   pic 9(5).
  02 profile-delimiter-set   pic x(10).
  02 profile-tab-delim-flag  pic x.
  02 profile-line-limit      pic 9(3).
  02 profile-csv-flag        pic x.
  02 profile-force-flag      pic x.
  02 profile-sentence-limit  pic 9(3).

*>optional letter classification table, loaded at startup alongside
*>the run profile, one fixed-layout record per character:
    03 cls-class            pic x.
    03 cls-fold             pic x.

*>quality gates from KPIRABAH.QAR, checked against each document's
*>final counters.  One rule per record:
*>  cols  1-11  rule  MINWORDS     fewer words than the limit
*>                    MINSENTS     fewer sentences than the limit
*>                    MAXOTHERPCT  more than limit percent of the
*>                                 bytes are other symbols
*>                    MAXGRADE     grade level above the limit
*>                    MAXEXCEPT    more long-line exceptions
*>                    MAXSTYLE     more style exceptions
*>  col  13     W a broken rule warns, F it fails the document
*>  cols 15-21  limit (whole number)
*>A failed document stays out of HISTORY.LOG, the masters and the
*>warehouse extract and is listed in QAREJECT.RPT.  No rules file
*>passes every document.
77 qarulesFS                  pic xx.
77 qarejectFS                 pic xx.
77 qa-rules-eof-switch        pic 9      value 1.
77 qa-rule-count              pic 9(3)   value 0.
77 qa-rule-idx                pic 9(3)   value 0.
77 qa-result                  pic x(4)   value spaces.
    88 is-quality-failed                 value "FAIL".
77 qa-broken-switch           pic 9      value 0.
    88 is-rule-broken                    value 1.
77 qa-actual-value            pic s9(9)v99 value 0.
77 qa-other-pct               pic 9(3)v99 value 0.
77 qa-exception-base          pic 9(7)   value 0.
77 qa-doc-exceptions          pic 9(7)   value 0.
77 qa-warn-count              pic 9(5)   value 0.
77 qa-fail-count              pic 9(5)   value 0.
77 qa-reject-count            pic 9(3)   value 0.
77 qa-reject-start            pic 9(3)   value 0.
77 qa-reject-idx              pic 9(3)   value 0.
*>signature of the rules in force, hashed over the rule table as the
*>fingerprint hashes an input; zero when there are no rules.
77 qa-rules-sig               pic 9(7)   value 0.
77 qa-sig-work                pic 9(12)  value 0.
77 qa-sig-quotient            pic 9(12)  value 0.
77 qa-sig-pos                 pic 9(2)   value 0.

01 qa-rule-record.
  02 qa-rec-rule            pic x(11).
  02 filler                 pic x.
  02 qa-rec-action          pic x.
  02 filler                 pic x.
  02 qa-rec-limit           pic 9(7).

01 qa-rule-table.
  02 qa-rule-entry occurs 50 times.
    03 qa-rule-name         pic x(11).
    03 qa-rule-action       pic x.
    03 qa-rule-limit        pic 9(7).

01 qa-reject-table.
  02 qa-reject-entry occurs 500 times.
    03 qa-rej-input-name    pic x(30).
    03 qa-rej-rule          pic x(11).
    03 qa-rej-action        pic x.
    03 qa-rej-limit         pic 9(7).
    03 qa-rej-actual        pic s9(9)v99.

01 output-qa-title-line.
  02 filler          pic x(28)  value spaces.
  02 filler          pic x(27)  value "QUALITY GATE REJECTS REPORT".

01 output-qa-underline.
  02 filler          pic x(50) value "--------------------------------------------------".
  02 filler          pic x(30) value "------------------------------".

01 output-qa-heading-line.
  02 filler          pic x(31)  value "INPUT FILE                     ".
  02 filler          pic x(12)  value "RULE        ".
  02 filler          pic x(7)   value "ACTION ".
  02 filler          pic x(9)   value "    LIMIT".
  02 filler          pic x(13)  value "       ACTUAL".

01 output-qa-detail-line.
  02 out-qa-input    pic x(30).
  02 filler          pic x      value space.
  02 out-qa-rule     pic x(11).
  02 filler          pic x      value space.
  02 out-qa-action   pic x(4).
  02 filler          pic x(3)   value spaces.
  02 out-qa-limit    pic zzzzzz9.
  02 filler          pic x(2)   value spaces.
  02 out-qa-actual   pic -(9)9.99.

01 output-qa-no-rules-line.
  02 filler          pic x(32)  value "NO QUALITY RULES IN KPIRABAH.QAR".

01 output-qa-total-line.
  02 filler          pic x(18)  value "DOCUMENTS FAILED: ".
  02 out-qa-failed   pic zzzz9.
  02 filler          pic x(19)  value "   RULES BROKEN:   ".
  02 out-qa-broken   pic zzzz9.

77 profile-ender-count       pic 9(2)   value 0.
77 profile-clean-set         pic x(10)  value spaces.
77 profile-clean-len         pic 9(2)   value 0.
  02 stat-files-failed      pic 9(5).
  02 stat-exception-count   pic 9(7).
  02 stat-highest-severity  pic 99.
  02 stat-run-date          pic 9(6).
  02 stat-run-time          pic 9(8).
77 journalFS                  pic xx.
77 journal-start-date         pic 9(6)   value 0.
01 journal-start-time         pic 9(8)   value 0.
  02 jrn-severity           pic 99.
  02 filler                 pic x       value ",".
  02 jrn-elapsed-seconds    pic 9(7).
  02 filler                 pic x       value ",".
  02 jrn-stream             pic x(4).

*>one record per control pair per batch, appended to DISPOSN.LOG so
*>the outcome of every pair outlives the BATCH.RPT it was printed on.
*>The run start date and time are those of the run's RUNJRNL.LOG
*>record, so the two logs join on them.
77 dispositionFS              pic xx.

01 output-disposition-record.
  02 dsp-run-date           pic 9(6).
  02 filler                 pic x       value ",".
  02 dsp-run-time           pic 9(8).
  02 filler                 pic x       value ",".
  02 dsp-stream             pic x(4).
  02 filler                 pic x       value ",".
  02 dsp-control-file       pic x(30).
  02 filler                 pic x       value ",".
  02 dsp-input-file         pic x(30).
  02 filler                 pic x       value ",".
  02 dsp-output-file        pic x(30).
  02 filler                 pic x       value ",".
  02 dsp-disposition        pic x(24).
  02 filler                 pic x       value ",".
  02 dsp-quality            pic x(4).
  02 filler                 pic x       value ",".
  02 dsp-category           pic x(8).
  02 filler                 pic x       value ",".
  02 dsp-department         pic x(8).
  02 filler                 pic x       value ",".
  02 dsp-lines              pic 9(7).
  02 filler                 pic x       value ",".
  02 dsp-words              pic 9(7).

77 pair-count                 pic 9(3)   value 0.
77 pair-idx                   pic 9(3)   value 0.
77 pair-disposition           pic x(24).

*>business line and owning department of the document in hand, from
*>the optional fourth and fifth fields of its control record; spaces
*>outside batch mode or when the control record carries none.
77 doc-category               pic x(8)   value spaces.
77 doc-department             pic x(8)   value spaces.
77 batch-total-sentences      pic 9(9)   value 0.
77 batch-total-words          pic 9(9)   value 0.
77 batch-total-chars          pic 9(9)   value 0.
77 batch-unchanged-count      pic 9(5)   value 0.

77 fp-eof-switch              pic 9      value 1.
77 fp-taken-switch            pic 9      value 0.
    88 is-fingerprint-taken              value 1.
77 unchanged-switch           pic 9      value 0.
    88 is-document-unchanged             value 1.
77 master-recode-switch       pic 9      value 0.
    88 is-master-recode-needed           value 1.
77 fp-lines                   pic 9(7)   value 0.
77 fp-bytes                   pic 9(9)   value 0.
77 fp-hash                    pic 9(9)   value 0.
77 fp-hash-work               pic 9(11)  value 0.
77 fp-hash-quotient           pic 9(11)  value 0.
77 fp-scan-pos                pic 9(3)   value 0.
77 fp-char-idx                pic 9(3)   value 0.
77 fp-stored-counters         pic x(133) value spaces.
77 fp-stored-qa-result        pic x(4)   value spaces.

*>one input byte seen as a binary halfword, so its code point can be
*>folded into the content hash.
01 hash-byte-area.
  02 filler                 pic x       value low-value.
  02 hash-byte              pic x.
01 hash-byte-value redefines hash-byte-area pic 9(4) comp.

77 extractFS                  pic xx.
77 extract-open-switch        pic 9      value 0.
  02 ext-hdr-type           pic x       value "H".
  02 ext-hdr-run-date       pic 9(6).
  02 ext-hdr-control-file   pic x(30).
  02 ext-hdr-stream         pic x(4).
  02 ext-hdr-run-time       pic 9(8).

01 output-extract-detail-record.
  02 ext-dtl-type           pic x       value "D".
    03 ext-dtl-bytes          pic 9(7).
    03 ext-dtl-lines-read     pic 9(7).
    03 ext-dtl-syllables      pic 9(7).
  02 ext-dtl-category       pic x(8).
  02 ext-dtl-department     pic x(8).

01 output-extract-trailer-record.
  02 ext-trl-type           pic x       value "T".
  02 ext-trl-words-hash     pic 9(11).
  02 ext-trl-chars-hash     pic 9(11).

*>every extract is also written to WHS<run date><run time>.ARC, the
*>run start from its header to the second, so KPIRAWACK can send it
*>again, and is entered on TRANSMIT.LOG as SENT for KPIRAWACK to match
*>against the warehouse loader's acknowledgement.  The log carries the
*>header's run date, which the loader echoes, even when the batch runs
*>past midnight.
77 archiveFS                  pic xx.
77 transmitFS                 pic xx.
77 extract-archive-name       pic x(20).
77 archive-open-switch        pic 9      value 0.
    88 is-archive-open                   value 1.

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

77 preflightFS                pic xx.
77 ctl-count                  pic 9(3)   value 0.
77 ctl-idx                    pic 9(3)   value 0.
    03 ctl-input-name       pic x(30).
    03 ctl-output-name      pic x(30).
    03 ctl-csv-name         pic x(30).
    03 ctl-category         pic x(8).
    03 ctl-department       pic x(8).
    03 ctl-valid-switch     pic 9.
    03 ctl-done-switch      pic 9.
    03 ctl-done-counters    pic x(133).
    03 pair-output-name     pic x(30).
    03 pair-dispo           pic x(24).
    03 pair-line-count      pic 9(7).
    03 pair-category        pic x(8).
    03 pair-department      pic x(8).
    03 pair-sentences       pic 9(7).
    03 pair-words           pic 9(7).
    03 pair-chars           pic 9(7).
    03 pair-quality         pic x(4).

01 output-batch-title-line.
  02 filler          pic x(30)  value spaces.
  02 filler          pic x(20)  value "BATCH SUMMARY REPORT".

*>the run start date and time also head the extract and close the
*>run status, so KPIRAMRG can tell that a stream's three files all
*>come from the same run.
01 output-batch-run-line.
  02 filler          pic x(13)  value "RUN STARTED: ".
  02 out-batch-run-date pic 9(6).
  02 filler          pic x      value space.
  02 out-batch-run-time pic 9(8).
  02 filler          pic x(10)  value "  STREAM: ".
  02 out-batch-stream pic x(4).

01 output-batch-heading-line.
  02 filler          pic x(31)  value "INPUT FILE                     ".
  02 filler          pic x(31)  value "OUTPUT FILE                    ".
  02 filler          pic x(25)  value "DISPOSITION              ".
  02 filler          pic x(8)   value "   LINES".
  02 filler          pic x(5)   value " QA  ".

01 output-batch-detail-line.
  02 out-pair-input  pic x(30).
  02 out-pair-dispo  pic x(24).
  02 filler          pic x      value space.
  02 out-pair-lines  pic zzzzzz9.
  02 filler          pic x      value space.
  02 out-pair-quality pic x(4).

01 output-batch-total-line-1.
  02 filler          pic x(26)  value "BATCH TOTAL SENTENCES=".
  02 filler          pic x(26)  value "BATCH TOTAL CHARS=".
  02 out-batch-chars pic -(8)9.

01 output-batch-total-line-4.
  02 filler          pic x(26)  value "DOCUMENTS UNCHANGED=".
  02 out-batch-unchanged pic -(8)9.

01 output-batch-total-line-5.
  02 filler          pic x(26)  value "QUALITY GATE WARNINGS=".
  02 out-batch-qa-warn pic -(8)9.

01 output-batch-total-line-6.
  02 filler          pic x(26)  value "QUALITY GATE FAILURES=".
  02 out-batch-qa-fail pic -(8)9.

01 output-batch-total-line-7.
  02 filler          pic x(26)  value "TRANSFER MISMATCHES=".
  02 out-batch-mismatch pic -(8)9.

*>the sender's transfer manifest, one record per file sent:
*>  input file name,bytes,lines,checksum
*>bytes are those actually held on the lines (trailing blanks dropped,
*>one for each line end) and the checksum is the fingerprint hash over
*>them, both as take-input-fingerprint works them out.  A pair whose
*>file disagrees is TRANSFER-MISMATCH and stays out of HISTORY.LOG,
*>the masters and the warehouse extract.
77 manifestFS                 pic xx.
77 transferFS                 pic xx.
77 manifest-name              pic x(30)  value spaces.
77 manifest-eof-switch        pic 9      value 1.
77 manifest-count             pic 9(3)   value 0.
77 manifest-idx               pic 9(3)   value 0.
77 manifest-found-switch      pic 9      value 0.
    88 is-manifest-found                 value 1.
77 manifest-bad-count         pic 9(5)   value 0.
77 manifest-actual-lines      pic 9(7)   value 0.
77 transfer-mismatch-switch   pic 9      value 0.
    88 is-transfer-mismatch              value 1.
77 transfer-mismatch-count    pic 9(5)   value 0.
77 transfer-matched-count     pic 9(5)   value 0.
77 transfer-result-count      pic 9(3)   value 0.
77 transfer-result-idx        pic 9(3)   value 0.
77 transfer-listed-count      pic 9(5)   value 0.
77 transfer-result-text       pic x(24).
77 transfer-result-ptr        pic 9(2)   value 0.
77 mf-number-text             pic x(12).
77 mf-number                  pic 9(11)  value 0.
77 mf-scan-pos                pic 9(2)   value 0.
77 mf-digit-x                 pic x.
77 mf-digit-9 redefines mf-digit-x pic 9.
77 mf-valid-switch            pic 9      value 0.
    88 is-mf-valid                       value 1.

01 manifest-fields.
  02 mf-name                pic x(30).
  02 mf-bytes-text          pic x(12).
  02 mf-lines-text          pic x(12).
  02 mf-checksum-text       pic x(12).

01 manifest-table.
  02 manifest-entry occurs 500 times.
    03 man-name             pic x(30).
    03 man-bytes            pic 9(9).
    03 man-lines            pic 9(7).
    03 man-checksum         pic 9(9).

01 transfer-result-table.
  02 transfer-result-entry occurs 500 times.
    03 trn-input-name       pic x(30).
    03 trn-exp-bytes        pic 9(9).
    03 trn-act-bytes        pic 9(9).
    03 trn-exp-lines        pic 9(7).
    03 trn-act-lines        pic 9(7).
    03 trn-exp-checksum     pic 9(9).
    03 trn-act-checksum     pic 9(9).
    03 trn-result           pic x(24).

01 output-transfer-title-line.
  02 filler          pic x(40)  value spaces.
  02 filler          pic x(30)  value "TRANSFER RECONCILIATION REPORT".

01 output-transfer-underline.
  02 filler          pic x(50) value "--------------------------------------------------".
  02 filler          pic x(50) value "--------------------------------------------------".
  02 filler          pic x(25) value "-------------------------".

01 output-transfer-manifest-line.
  02 filler          pic x(10)  value "MANIFEST: ".
  02 out-trn-manifest pic x(30).
  02 filler          pic x(12)  value "  CONTROL:  ".
  02 out-trn-control pic x(30).

01 output-transfer-section-1.
  02 filler          pic x(36)  value
      "SECTION 1 - CONTROL PAIRS RECONCILED".

01 output-transfer-section-2.
  02 filler          pic x(46)  value
      "SECTION 2 - MANIFEST ENTRIES NOT IN THE CONTRO".
  02 filler          pic x(6)   value "L FILE".

01 output-transfer-section-3.
  02 filler          pic x(44)  value
      "SECTION 3 - CONTROL ENTRIES WITH NO MANIFEST".
  02 filler          pic x(6)   value " ENTRY".

01 output-transfer-heading-line.
  02 filler          pic x(30)  value "INPUT FILE".
  02 filler          pic x(19)  value "     BYTES EXPECTED".
  02 filler          pic x(10)  value "    ACTUAL".
  02 filler          pic x(16)  value "  LINES EXPECTED".
  02 filler          pic x(8)   value "  ACTUAL".
  02 filler          pic x(19)  value "  CHECKSUM EXPECTED".
  02 filler          pic x(10)  value "    ACTUAL".
  02 filler          pic x(8)   value "  RESULT".

01 output-transfer-detail-line.
  02 out-trn-input   pic x(30).
  02 filler          pic x(10)  value spaces.
  02 out-trn-exp-bytes pic zzzzzzzz9.
  02 filler          pic x      value space.
  02 out-trn-act-bytes pic zzzzzzzz9.
  02 filler          pic x(9)   value spaces.
  02 out-trn-exp-lines pic zzzzzz9.
  02 filler          pic x      value space.
  02 out-trn-act-lines pic zzzzzz9.
  02 filler          pic x(10)  value spaces.
  02 out-trn-exp-checksum pic zzzzzzzz9.
  02 filler          pic x      value space.
  02 out-trn-act-checksum pic zzzzzzzz9.
  02 filler          pic x(2)   value spaces.
  02 out-trn-result  pic x(24).

01 output-transfer-name-line.
  02 out-trn-name    pic x(30).
  02 filler          pic x(10)  value spaces.
  02 out-trn-name-bytes pic zzzzzzzz9.
  02 filler          pic x(17)  value spaces.
  02 out-trn-name-lines pic zzzzzz9.
  02 filler          pic x(19)  value spaces.
  02 out-trn-name-checksum pic zzzzzzzz9.

01 output-transfer-none-line.
  02 filler          pic x(4)   value "NONE".

01 output-transfer-total-line.
  02 filler          pic x(9)   value "MATCHED: ".
  02 out-trn-matched pic zzzz9.
  02 filler          pic x(14)  value "   MISMATCHED:".
  02 out-trn-mismatched pic zzzz9.
  02 filler          pic x(22)  value "   NOT IN CONTROL:    ".
  02 out-trn-unlisted pic zzzz9.
  02 filler          pic x(22)  value "   NO MANIFEST ENTRY: ".
  02 out-trn-unmanifested pic zzzz9.

*>per-category and per-department subtotals for BATCH.RPT, built from
*>the pair table in order of first appearance.  Sentences, words and
*>chars follow the batch totals: only pairs analyzed this run add in.
77 subtotal-count             pic 9(3)   value 0.
77 subtotal-idx               pic 9(3)   value 0.
77 subtotal-key-work          pic x(8).
77 subtotal-found-switch      pic 9      value 0.
    88 is-subtotal-found                 value 1.

01 subtotal-table.
  02 subtotal-entry occurs 500 times.
    03 sub-key              pic x(8).
    03 sub-documents        pic 9(5).
    03 sub-lines            pic 9(9).
    03 sub-sentences        pic 9(9).
    03 sub-words            pic 9(9).
    03 sub-chars            pic 9(9).

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

01 word-tally-table.
  02 freq-entry occurs 500 times.
    03 freq-word            pic x(20).
    03 freq-count           pic 9(7).
    03 freq-reported-switch pic 9.

01 output-freq-title-line.
  02 filler          pic x(20)  value spaces.
  02 filler          pic x(3)   value spaces.
  02 out-freq-pct    pic zz9.99.

*>every add or change to a DOCMASTR.IDX record is appended to the
*>master audit log MASTAUD.LOG with the record as it stood before and
*>after, the same log KPIRACATM writes its maintenance actions to.
77 auditFS                    pic xx.
77 audit-action               pic x(8).
77 audit-operator             pic x(12)  value spaces.
01 audit-before-image         pic x(260) value spaces.

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

77 vocabFS                    pic xx.
77 xrefFS                     pic xx.
77 newFS                      pic xx.
77 new-words-name             pic x(40).
77 new-word-count             pic 9(5)   value 0.
77 vocab-new-switch           pic 9      value 0.
    88 is-new-vocab-word                 value 1.
77 xref-new-switch            pic 9      value 0.
    88 is-new-xref-entry                 value 1.
77 xref-eof-switch            pic 9      value 1.

01 output-new-words-title-line.
  02 filler          pic x(20)  value spaces.
  02 filler          pic x(36)  value
      "WORDS NEW TO THE CORPUS VOCABULARY".

01 output-new-words-doc-line.
  02 filler          pic x(10)  value "DOCUMENT: ".
  02 out-new-doc     pic x(30).
  02 filler          pic x(11)  value "  RUN DATE ".
  02 out-new-date    pic 99/99/99.

01 output-new-words-heading-line.
  02 filler          pic x(22)  value "WORD                  ".
  02 filler          pic x(9)   value "   COUNT ".

01 output-new-words-detail-line.
  02 out-new-word    pic x(20).
  02 filler          pic x(2)   value spaces.
  02 out-new-count   pic zzzzzz9.

01 output-new-words-total-line.
  02 filler          pic x(22)  value "NEW WORDS=".
  02 out-new-total   pic zzzzzz9.

77 style-file-name            pic x(40).
77 styleFS                    pic xx.
77 style-open-switch          pic 9      value 0.
    88 is-style-open                     value 1.
77 style-word-limit           pic 9(3)   value 40.
77 sty-sentence-line          pic 9(7)   value 0.
77 sty-sentence-words         pic 9(5)   value 0.
77 sty-open-parens            pic 9(5)   value 0.
77 sty-close-parens           pic 9(5)   value 0.
77 sty-quote-count            pic 9(5)   value 0.
77 sty-quote-half             pic 9(5)   value 0.
77 sty-quote-odd              pic 9      value 0.
77 sty-prev-word              pic x(20)  value spaces.
77 sty-close-pending-switch   pic 9      value 0.
    88 is-sty-close-pending              value 1.
77 sty-long-count             pic 9(7)   value 0.
77 sty-repeat-count           pic 9(7)   value 0.
77 sty-lower-count            pic 9(7)   value 0.
77 sty-paren-count            pic 9(7)   value 0.
77 sty-quote-exc-count        pic 9(7)   value 0.
77 sty-total-count            pic 9(7)   value 0.
77 sty-number-edit            pic zzzz9.

01 output-style-title-line.
  02 filler          pic x(20)  value spaces.
  02 filler          pic x(25)  value "SENTENCE STYLE EXCEPTIONS".

01 output-style-doc-line.
  02 filler          pic x(10)  value "DOCUMENT: ".
  02 out-sty-doc     pic x(30).
  02 filler          pic x(15)  value "  WORD LIMIT: ".
  02 out-sty-limit   pic zz9.

01 output-style-heading-line.
  02 filler          pic x(9)   value "   LINE  ".
  02 filler          pic x(26)  value "REASON                    ".
  02 filler          pic x(6)   value "DETAIL".

01 output-style-detail-line.
  02 out-sty-line    pic zzzzzz9.
  02 filler          pic x(2)   value spaces.
  02 out-sty-reason  pic x(24).
  02 filler          pic x(2)   value spaces.
  02 out-sty-detail  pic x(30).

01 output-style-count-line.
  02 out-sty-count-name pic x(30).
  02 out-sty-count   pic zzzzzz9.

77 para-detail-name           pic x(40).
77 paraFS                     pic xx.
77 para-count                 pic 9(3)   value 0.
  02 hist-avg-words-sentence pic -(4)9.9(2).
  02 filler                 pic x       value ",".
  02 hist-avg-chars-word     pic -(4)9.9(2).
  02 filler                 pic x       value ",".
  02 hist-category          pic x(8).
  02 filler                 pic x       value ",".
  02 hist-department        pic x(8).

01 output-exception-line.
  02 filler          pic x(6)   value "FILE: ".

    perform read-run-profile thru read-run-profile-done.
    perform load-class-table thru load-class-table-done.
    perform load-quality-rules thru load-quality-rules-done.

    accept cmd-line-parm from command-line.

            move compare-file-a to inquiry-doc-name
            move "INQUIRE" to journal-mode
        else
            move spaces to control-file-name
            move spaces to batch-option-1
            move spaces to batch-option-2
            move spaces to batch-option-3
            unstring cmd-line-parm delimited by all spaces
                into control-file-name batch-option-1
                     batch-option-2 batch-option-3
            end-unstring
            move 1 to batch-switch
            move "BATCH" to journal-mode
            perform apply-batch-options
        end-if
        end-if
    end-if.
end-program.

  perform write-journal-record thru write-journal-record-exit.
  if not is-run-status-skipped
      perform write-run-status-file
  end-if.
  move highest-severity to return-code.
  stop run.

  end-if.
  move highest-severity to jrn-severity.
  move journal-elapsed-seconds to jrn-elapsed-seconds.
  move stream-id to jrn-stream.

  move zero to share-retry-count.
  open extend sharing with no other journal-file.
  perform until journalFS not = "61"
          or share-retry-count >= share-retry-limit
      perform wait-for-shared-file
      open extend sharing with no other journal-file
  end-perform.
  if journalFS = "05"
      move "00" to journalFS
  end-if.

  move "RUNJRNL.LOG" to ws-status-file.
      if profile-csv-flag = "N"
          move zero to csv-output-switch
      end-if
      if profile-force-flag = "Y"
          move 1 to force-switch
      end-if
      if profile-sentence-limit numeric
          and profile-sentence-limit > 0
          move profile-sentence-limit to style-word-limit
      end-if
      display "Run profile applied from KPIRABAH.PRF"
  end-if.


  exit.

load-quality-rules.

  open input quality-rules-file.
  if qarulesFS not = "00"
      go to load-quality-rules-done
  end-if.

  move 1 to qa-rules-eof-switch.
  perform read-quality-rule.

  perform store-quality-rule
    until qa-rules-eof-switch is equal to zero.

  close quality-rules-file.

  if qa-rule-count > 0
      display "Quality gates applied from KPIRABAH.QAR, "
          qa-rule-count " rule(s)"
      perform varying qa-rule-idx from 1 by 1
          until qa-rule-idx > qa-rule-count
          perform sign-quality-rule
      end-perform
  end-if.

load-quality-rules-done.

  exit.

sign-quality-rule.

  perform varying qa-sig-pos from 1 by 1
      until qa-sig-pos > 19

      move qa-rule-entry(qa-rule-idx)(qa-sig-pos:1) to hash-byte
      compute qa-sig-work = qa-rules-sig * 31 + hash-byte-value + 1
      divide qa-sig-work by 9999991 giving qa-sig-quotient
          remainder qa-rules-sig
  end-perform.

read-quality-rule.

  read quality-rules-file into qa-rule-record
    at end move zero to qa-rules-eof-switch
  end-read.

store-quality-rule.

  if qa-rec-rule = spaces
      continue
  else
  if (qa-rec-rule = "MINWORDS" or qa-rec-rule = "MINSENTS"
      or qa-rec-rule = "MAXOTHERPCT" or qa-rec-rule = "MAXGRADE"
      or qa-rec-rule = "MAXEXCEPT" or qa-rec-rule = "MAXSTYLE")
      and (qa-rec-action = "W" or qa-rec-action = "F")
      and qa-rec-limit numeric
      if qa-rule-count < 50
          add 1 to qa-rule-count
          move qa-rec-rule to qa-rule-name(qa-rule-count)
          move qa-rec-action to qa-rule-action(qa-rule-count)
          move qa-rec-limit to qa-rule-limit(qa-rule-count)
      else
          display "Quality rule table full, rule dropped: "
              qa-rec-rule
      end-if
  else
      display "Invalid quality rule ignored: " qa-rules-line
  end-if
  end-if.

  perform read-quality-rule.

load-class-table.

  open input class-table-file.

  perform read-class-record.

apply-batch-options.

*>words after the control file name on a batch command line:
*>  FORCE   reprocess every pair in full, ignoring the fingerprints
*>          on DOCMASTR.IDX (use after changing KPIRABAH.PRF/.CLS)
*>  STREAM=id  run as parallel stream id (1 to 4 letters or digits)
*>  MANIFEST=name  reconcile every pair against the sender's transfer
*>          manifest and write TRANSFER.RPT
  move batch-option-1 to batch-option-token.
  perform apply-batch-option.
  move batch-option-2 to batch-option-token.
  perform apply-batch-option.
  move batch-option-3 to batch-option-token.
  perform apply-batch-option.

  if stream-id not = spaces
      perform set-stream-file-names
  end-if.

apply-batch-option.

  evaluate true
      when batch-option-token = spaces
          continue
      when batch-option-token = "FORCE"
          move 1 to force-switch
      when batch-option-token(1:7) = "STREAM="
          perform apply-stream-option
      when batch-option-token(1:9) = "MANIFEST="
          move batch-option-token(10:21) to manifest-name
      when other
          display "Unknown batch option ignored: " batch-option-token
  end-evaluate.

apply-stream-option.

  move 1 to stream-valid-switch.
  if batch-option-token(8:1) = space
      or batch-option-token(12:19) not = spaces
      move zero to stream-valid-switch
  end-if.

  perform varying stream-scan-pos from 1 by 1
      until stream-scan-pos > 4
      if batch-option-token(7 + stream-scan-pos:1) not = space
          and batch-option-token(7 + stream-scan-pos:1) is not alphabetic
          and (batch-option-token(7 + stream-scan-pos:1) < "0"
              or batch-option-token(7 + stream-scan-pos:1) > "9")
          move zero to stream-valid-switch
      end-if
  end-perform.

  if is-stream-valid
      move batch-option-token(8:4) to stream-id
  else
      display "Invalid stream id, batch stopped: " batch-option-token
      move 12 to new-severity
      perform raise-severity
      move 1 to run-status-skip-switch
      perform end-program
  end-if.

set-stream-file-names.

  move spaces to batch-report-name.
  string "BATCH_" delimited by size
         stream-id delimited by space
         ".RPT" delimited by size
    into batch-report-name
  end-string.

  move spaces to extract-file-name.
  string "WAREHSE_" delimited by size
         stream-id delimited by space
         ".DAT" delimited by size
    into extract-file-name
  end-string.

  move spaces to run-status-name.
  string "RUNSTAT_" delimited by size
         stream-id delimited by space
         ".DAT" delimited by size
    into run-status-name
  end-string.

  move spaces to preflight-name.
  string "PREFLIGHT_" delimited by size
         stream-id delimited by space
         ".RPT" delimited by size
    into preflight-name
  end-string.

  move spaces to qa-reject-name.
  string "QAREJECT_" delimited by size
         stream-id delimited by space
         ".RPT" delimited by size
    into qa-reject-name
  end-string.

  move spaces to transfer-report-name.
  string "TRANSFER_" delimited by size
         stream-id delimited by space
         ".RPT" delimited by size
    into transfer-report-name
  end-string.

wait-for-shared-file.

  add 1 to share-retry-count.
  call "C$SLEEP" using share-wait-seconds.

raise-severity.

  if new-severity > highest-severity
  move files-failed to stat-files-failed.
  move exception-count to stat-exception-count.
  move highest-severity to stat-highest-severity.
  move journal-start-date to stat-run-date.
  move journal-start-time to stat-run-time.

  open output run-status-file.
  if runstatFS = "00"
      write run-status-line from output-run-status-record
      close run-status-file
  else
      display "Cannot write " run-status-name
          ", file status " runstatFS
  end-if.

run-interactive.
  display "Please enter the output file (CSV): ".
  accept results-csv.

  perform take-input-fingerprint thru take-input-fingerprint-exit.
  perform process-file-pair thru process-file-pair-exit.

run-compare.

  move compare-file-a to dataFile.
  perform build-compare-output-names.
  perform take-input-fingerprint thru take-input-fingerprint-exit.
  perform process-file-pair thru process-file-pair-exit.
  perform store-compare-values.
  perform varying cmp-idx from 1 by 1

  move compare-file-b to dataFile.
  perform build-compare-output-names.
  perform take-input-fingerprint thru take-input-fingerprint-exit.
  perform process-file-pair thru process-file-pair-exit.
  perform store-compare-values.
  perform varying cmp-idx from 1 by 1

  close control-file.

  if manifest-name not = spaces
      perform load-transfer-manifest
  end-if.

  perform preflight-validation.
  perform write-preflight-report.

  if preflight-bad-count > 0
      display "Pre-flight flagged " preflight-bad-count
          " control pair(s), see " preflight-name
      display "Enter K to skip the bad pairs and continue, "
          "anything else stops the batch: "
      accept operator-choice
  perform process-control-table.

  perform write-batch-summary.
  perform write-disposition-log thru write-disposition-log-exit.
  perform write-quality-reject-report.
  if manifest-name not = spaces
      perform write-transfer-report
  end-if.

  perform close-extract-file.

      move spaces to ctl-input-name(ctl-count)
      move spaces to ctl-output-name(ctl-count)
      move spaces to ctl-csv-name(ctl-count)
      move spaces to ctl-category(ctl-count)
      move spaces to ctl-department(ctl-count)
      unstring control-record delimited by ","
          into ctl-input-name(ctl-count)
               ctl-output-name(ctl-count)
               ctl-csv-name(ctl-count)
               ctl-category(ctl-count)
               ctl-department(ctl-count)
      end-unstring
      move 1 to ctl-valid-switch(ctl-count)
      move zero to ctl-done-switch(ctl-count)

  open output preflight-file.
  if preflightFS not = "00"
      display "Cannot write " preflight-name
          ", file status " preflightFS
  else
      write preflight-line from output-preflight-title-line
      write preflight-line from output-preflight-heading-line
*>the pairs already on record instead of double-counting them into
*>HISTORY.LOG and DOCMASTR.IDX.
  move spaces to batch-ckpt-name.
  if stream-id = spaces
      string control-file-name delimited by space
             ".BCP" delimited by size
        into batch-ckpt-name
      end-string
  else
      string control-file-name delimited by space
             "_" delimited by size
             stream-id delimited by space
             ".BCP" delimited by size
        into batch-ckpt-name
      end-string
  end-if.

  open input batch-ckpt-file.
  if bckpFS not = "00"
  perform varying ctl-idx from 1 by 1
      until ctl-idx > ctl-count

      move ctl-category(ctl-idx) to doc-category
      move ctl-department(ctl-idx) to doc-department

      if ctl-done-switch(ctl-idx) = 1
          perform record-done-pair
      else
      move ctl-output-name(ctl-idx) to pair-output-name(pair-count)
      move "DONE-PRIOR-RUN" to pair-dispo(pair-count)
      move zero to pair-line-count(pair-count)
      perform set-pair-category
  end-if.

*>the warehouse extract must cover every completed pair in the
      end-string
  end-if.

  perform take-input-fingerprint thru take-input-fingerprint-exit.
  perform check-document-unchanged thru check-document-unchanged-exit.

  if is-document-unchanged
      add 1 to files-attempted
      add 1 to files-completed
      move fp-lines to manifest-actual-lines
      perform reconcile-transfer-manifest thru
          reconcile-transfer-manifest-exit
      if is-transfer-mismatch
          move "TRANSFER-MISMATCH" to pair-disposition
      else
          perform record-unchanged-pair
      end-if
  else
      perform process-file-pair thru process-file-pair-exit
      if pair-disposition = "PROCESSED"
          or pair-disposition = "RESUMED-FROM-CHECKPOINT"
          perform fill-extract-counters
*>a failed document stays out of the warehouse, and its completion
*>record carries no counters so a restart does not send it either.
          if is-quality-failed
              move spaces to ext-dtl-counter-set
          end-if
          perform record-pair-completion
          if is-extract-open and not is-quality-failed
              perform write-extract-detail
          end-if
      end-if
  end-if.

  perform record-batch-pair.

take-input-fingerprint.

*>one quick pass over the input ahead of the analysis: the line count,
*>the bytes actually held on those lines (trailing blanks dropped, one
*>byte for each line end) and a positional hash over every one of
*>those bytes.  DOCMASTR.IDX keeps all three from the last analysis so
*>a batch can tell an unchanged document without scanning it again.
  move zero to fp-taken-switch.
  move zero to fp-lines.
  move zero to fp-bytes.
  move zero to fp-hash.

  open input input-file.
  if fileFS not = "00"
      go to take-input-fingerprint-exit
  end-if.

  move 1 to fp-eof-switch.
  perform read-fingerprint-record.

  perform hash-fingerprint-record
    until fp-eof-switch is equal to zero.

  close input-file.
  move 1 to fp-taken-switch.

take-input-fingerprint-exit.
  exit.

read-fingerprint-record.

  read input-file
    at end move zero to fp-eof-switch
  end-read.

hash-fingerprint-record.

  perform varying fp-scan-pos from 255 by -1
      until fp-scan-pos = 0 or sample-input(fp-scan-pos:1) not = space
  end-perform

  add 1 to fp-lines.
  compute fp-bytes = fp-bytes + fp-scan-pos + 1.

*>hash = (hash * 31 + byte + 1) mod 999999937 over every byte, then
*>257 for the line end -- a value no single byte can produce.
  perform varying fp-char-idx from 1 by 1
      until fp-char-idx > fp-scan-pos

      move sample-input(fp-char-idx:1) to hash-byte
      compute fp-hash-work = fp-hash * 31 + hash-byte-value + 1
      divide fp-hash-work by 999999937 giving fp-hash-quotient
          remainder fp-hash
  end-perform.

  compute fp-hash-work = fp-hash * 31 + 257.
  divide fp-hash-work by 999999937 giving fp-hash-quotient
      remainder fp-hash.

  perform read-fingerprint-record.

check-document-unchanged.

  move zero to unchanged-switch.
  move zero to master-recode-switch.
  move spaces to fp-stored-counters.
  move spaces to fp-stored-qa-result.

  if is-force-reprocess or not is-fingerprint-taken
      go to check-document-unchanged-exit
  end-if.

  move zero to share-retry-count.
  open input master-file.
  perform until masterFS not = "61"
          or share-retry-count >= share-retry-limit
      perform wait-for-shared-file
      open input master-file
  end-perform.
  if masterFS = "05"
      close master-file
  end-if.
  if masterFS not = "00"
      go to check-document-unchanged-exit
  end-if.

  move dataFile to master-doc-name.
  read master-file
    invalid key continue
    not invalid key
      if master-fp-counter-set numeric
          and master-fp-lines = fp-lines
          and master-fp-bytes = fp-bytes
          and master-fp-hash = fp-hash
          and master-qa-rules-sig = qa-rules-sig
          and master-qa-result not = "FAIL"
          move master-fp-counter-set to fp-stored-counters
          move master-qa-result to fp-stored-qa-result
          move 1 to unchanged-switch
          if (doc-category not = spaces
                  and doc-category not = master-category)
              or (doc-department not = spaces
                  and doc-department not = master-department)
              move 1 to master-recode-switch
          end-if
      end-if
  end-read.

  close master-file.

check-document-unchanged-exit.
  exit.

record-unchanged-pair.

*>the counters saved with the fingerprint stand in for a fresh
*>analysis: the warehouse still gets the document's detail and the
*>completion record still goes to the batch checkpoint, but the
*>master totals are left exactly as they were.  The quality gates
*>judged the same content under the same rules, so their result
*>stands; a failed document never reaches the master, so none here
*>has failed.
  move "UNCHANGED" to pair-disposition.
  add 1 to batch-unchanged-count.

  if fp-stored-qa-result = spaces
      move "PASS" to qa-result
  else
      move fp-stored-qa-result to qa-result
  end-if.
  if qa-result = "WARN"
      add 1 to qa-warn-count
      move 4 to new-severity
      perform raise-severity
      display "Quality gate WARN for " dataFile
  end-if.

*>new codes on the control file still reach the master, as they do
*>for a document analyzed in full.
  if is-master-recode-needed
      perform recode-document-master
  end-if.

  move dataFile to ext-dtl-input-name.
  move fp-stored-counters to ext-dtl-counter-set.
  perform record-pair-completion.
  if is-extract-open
      perform write-extract-detail
  end-if.

open-extract-file.

  open output extract-file.
  move extract-file-name to ws-status-file.
  move extractFS to ws-status-code.
  perform check-file-status.
  if status-was-ok
      move 1 to extract-open-switch
      move journal-start-date to ext-hdr-run-date
      move journal-start-time to ext-hdr-run-time
      move control-file-name to ext-hdr-control-file
      move stream-id to ext-hdr-stream
      write extract-line from output-extract-header-record
*>a stream extract is only part of the night's load; KPIRAMRG
*>archives and logs the merged extract it builds from the streams.
      if stream-id = spaces
          perform open-extract-archive
      end-if
  else
      move zero to extract-open-switch
      move 8 to new-severity
      perform raise-severity
  end-if.

open-extract-archive.

  move spaces to extract-archive-name.
  string "WHS" delimited by size
         ext-hdr-run-date delimited by size
         ext-hdr-run-time(1:6) delimited by size
         ".ARC" delimited by size
    into extract-archive-name
  end-string.

  open output extract-archive-file.
  move extract-archive-name to ws-status-file.
  move archiveFS to ws-status-code.
  perform check-file-status.
  if status-was-ok
      move 1 to archive-open-switch
      write extract-archive-line from output-extract-header-record
  else
      move zero to archive-open-switch
      move 4 to new-severity
      perform raise-severity
  end-if.

fill-extract-counters.

  move dataFile to ext-dtl-input-name.

*>hashes come from the record itself so details re-emitted for pairs
*>done on a prior run reconcile the same as freshly processed ones.
  move doc-category to ext-dtl-category.
  move doc-department to ext-dtl-department.
  write extract-line from output-extract-detail-record.
  if is-archive-open
      write extract-archive-line from output-extract-detail-record
  end-if.

  add 1 to extract-record-count.
  add ext-dtl-words to extract-words-hash.
      write extract-line from output-extract-trailer-record
      close extract-file
      move zero to extract-open-switch
      if is-archive-open
          write extract-archive-line
              from output-extract-trailer-record
          close extract-archive-file
          move zero to archive-open-switch
          perform log-extract-transmission
      end-if
  end-if.

log-extract-transmission.

  move ext-hdr-run-date to txl-run-date.
  move extract-archive-name to txl-archive-name.
  move control-file-name to txl-control-file.
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

record-skipped-pair.
      move ctl-output-name(ctl-idx) to pair-output-name(pair-count)
      move ctl-problem(ctl-idx) to pair-dispo(pair-count)
      move zero to pair-line-count(pair-count)
      perform set-pair-category
  end-if.

  move 4 to new-severity.
  perform raise-severity.

  if ctl-problem(ctl-idx) = "INPUT-MISSING"
      perform record-missing-transfer
          thru record-missing-transfer-exit
  end-if.

record-missing-transfer.

*>a file the sender's manifest lists but that never arrived is a
*>failed transfer as well as a missing input.
  if manifest-name = spaces
      go to record-missing-transfer-exit
  end-if.

  move zero to manifest-found-switch.
  perform varying manifest-idx from 1 by 1
      until manifest-idx > manifest-count or is-manifest-found

      if man-name(manifest-idx) = ctl-input-name(ctl-idx)
          move 1 to manifest-found-switch
      end-if
  end-perform.

  if not is-manifest-found
      go to record-missing-transfer-exit
  end-if.

*>the loop leaves manifest-idx one past the matching entry.
  subtract 1 from manifest-idx.

  add 1 to transfer-mismatch-count.
  move 8 to new-severity.
  perform raise-severity.
  display "Transfer mismatch for " ctl-input-name(ctl-idx)
      ": NOT RECEIVED".

  if transfer-result-count < 500
      add 1 to transfer-result-count
      move ctl-input-name(ctl-idx)
          to trn-input-name(transfer-result-count)
      move man-bytes(manifest-idx) to trn-exp-bytes(transfer-result-count)
      move zero to trn-act-bytes(transfer-result-count)
      move man-lines(manifest-idx) to trn-exp-lines(transfer-result-count)
      move zero to trn-act-lines(transfer-result-count)
      move man-checksum(manifest-idx)
          to trn-exp-checksum(transfer-result-count)
      move zero to trn-act-checksum(transfer-result-count)
      move "NOT RECEIVED" to trn-result(transfer-result-count)
  end-if.

record-missing-transfer-exit.
  exit.

record-batch-pair.

  if pair-count < 500
      move dataFile to pair-input-name(pair-count)
      move results to pair-output-name(pair-count)
      move pair-disposition to pair-dispo(pair-count)
      perform set-pair-category
      if pair-disposition = "PROCESSED"
          or pair-disposition = "RESUMED-FROM-CHECKPOINT"
          move NO-of-lines-read to pair-line-count(pair-count)
          move NO-of-sentences to pair-sentences(pair-count)
          move NO-of-words to pair-words(pair-count)
          move NO-of-char to pair-chars(pair-count)
          move qa-result to pair-quality(pair-count)
          add NO-of-sentences to batch-total-sentences
          add NO-of-words to batch-total-words
          add NO-of-char to batch-total-chars
      else
      if pair-disposition = "UNCHANGED"
          move fp-lines to pair-line-count(pair-count)
          move qa-result to pair-quality(pair-count)
      else
          move zero to pair-line-count(pair-count)
      end-if
      end-if
  else
      display "Batch pair table full, summary line dropped for "
          dataFile
  end-if.

set-pair-category.

  move doc-category to pair-category(pair-count).
  move doc-department to pair-department(pair-count).
  move zero to pair-sentences(pair-count).
  move zero to pair-words(pair-count).
  move zero to pair-chars(pair-count).
  move spaces to pair-quality(pair-count).

write-batch-summary.

  open output batch-report-file.
  move batch-report-name to ws-status-file.
  move batchFS to ws-status-code.
  perform check-file-status.
  if status-was-ok
      write batch-report-line from output-batch-title-line
      move journal-start-date to out-batch-run-date
      move journal-start-time to out-batch-run-time
      move stream-id to out-batch-stream
      write batch-report-line from output-batch-run-line
      write batch-report-line from output-batch-heading-line

      perform varying pair-idx from 1 by 1
          move pair-output-name(pair-idx) to out-pair-output
          move pair-dispo(pair-idx) to out-pair-dispo
          move pair-line-count(pair-idx) to out-pair-lines
          move pair-quality(pair-idx) to out-pair-quality
          write batch-report-line from output-batch-detail-line
      end-perform

      perform write-category-subtotals
      perform write-department-subtotals

      move batch-total-sentences to out-batch-sentences
      move batch-total-words to out-batch-words
      move batch-total-chars to out-batch-chars
      write batch-report-line from output-batch-total-line-1
      write batch-report-line from output-batch-total-line-2
      write batch-report-line from output-batch-total-line-3
      move batch-unchanged-count to out-batch-unchanged
      write batch-report-line from output-batch-total-line-4
      move qa-warn-count to out-batch-qa-warn
      write batch-report-line from output-batch-total-line-5
      move qa-fail-count to out-batch-qa-fail
      write batch-report-line from output-batch-total-line-6
      move transfer-mismatch-count to out-batch-mismatch
      write batch-report-line from output-batch-total-line-7

      close batch-report-file
  end-if.

write-disposition-log.

  if pair-count = 0
      go to write-disposition-log-exit
  end-if.

  move zero to share-retry-count.
  open extend sharing with no other disposition-file.
  perform until dispositionFS not = "61"
          or share-retry-count >= share-retry-limit
      perform wait-for-shared-file
      open extend sharing with no other disposition-file
  end-perform.
  if dispositionFS = "05"
      move "00" to dispositionFS
  end-if.

  move "DISPOSN.LOG" to ws-status-file.
  move dispositionFS to ws-status-code.
  perform check-file-status.
  if not status-was-ok
      move 4 to new-severity
      perform raise-severity
      go to write-disposition-log-exit
  end-if.

  move journal-start-date to dsp-run-date.
  move journal-start-time to dsp-run-time.
  move stream-id to dsp-stream.
  move control-file-name to dsp-control-file.

  perform varying pair-idx from 1 by 1
      until pair-idx > pair-count
      move pair-input-name(pair-idx) to dsp-input-file
      move pair-output-name(pair-idx) to dsp-output-file
      move pair-dispo(pair-idx) to dsp-disposition
      move pair-quality(pair-idx) to dsp-quality
      move pair-category(pair-idx) to dsp-category
      move pair-department(pair-idx) to dsp-department
      move pair-line-count(pair-idx) to dsp-lines
      move pair-words(pair-idx) to dsp-words
      write disposition-line from output-disposition-record
  end-perform.

  close disposition-file.

write-disposition-log-exit.
  exit.

write-quality-reject-report.

  open output quality-reject-file.
  if qarejectFS not = "00"
      display "Cannot write " qa-reject-name
          ", file status " qarejectFS
      move 4 to new-severity
      perform raise-severity
  else
      write qa-reject-line from output-qa-title-line
      write qa-reject-line from output-qa-underline
      if qa-rule-count = 0
          write qa-reject-line from output-qa-no-rules-line
      end-if
      write qa-reject-line from output-qa-heading-line

      perform varying qa-reject-idx from 1 by 1
          until qa-reject-idx > qa-reject-count

          move qa-rej-input-name(qa-reject-idx) to out-qa-input
          move qa-rej-rule(qa-reject-idx) to out-qa-rule
          if qa-rej-action(qa-reject-idx) = "F"
              move "FAIL" to out-qa-action
          else
              move "WARN" to out-qa-action
          end-if
          move qa-rej-limit(qa-reject-idx) to out-qa-limit
          move qa-rej-actual(qa-reject-idx) to out-qa-actual
          write qa-reject-line from output-qa-detail-line
      end-perform

      write qa-reject-line from output-qa-underline
      move qa-fail-count to out-qa-failed
      move qa-reject-count to out-qa-broken
      write qa-reject-line from output-qa-total-line

      close quality-reject-file
  end-if.

write-category-subtotals.

  move zero to subtotal-count.
  perform varying pair-idx from 1 by 1
      until pair-idx > pair-count

      move pair-category(pair-idx) to subtotal-key-work
      perform add-to-subtotal
  end-perform.

  write batch-report-line from output-subtotal-category-title.
  perform write-subtotal-lines.

write-department-subtotals.

  move zero to subtotal-count.
  perform varying pair-idx from 1 by 1
      until pair-idx > pair-count

      move pair-department(pair-idx) to subtotal-key-work
      perform add-to-subtotal
  end-perform.

  write batch-report-line from output-subtotal-department-title.
  perform write-subtotal-lines.

add-to-subtotal.

  if subtotal-key-work = spaces
      move "UNCODED" to subtotal-key-work
  end-if.

  move zero to subtotal-found-switch.
  perform varying subtotal-idx from 1 by 1
      until subtotal-idx > subtotal-count or is-subtotal-found

      if sub-key(subtotal-idx) = subtotal-key-work
          move 1 to subtotal-found-switch
      end-if
  end-perform.

*>the loop leaves subtotal-idx one past the matching entry.
  if is-subtotal-found
      subtract 1 from subtotal-idx
  else
      add 1 to subtotal-count
      move subtotal-count to subtotal-idx
      move subtotal-key-work to sub-key(subtotal-idx)
      move zero to sub-documents(subtotal-idx)
      move zero to sub-lines(subtotal-idx)
      move zero to sub-sentences(subtotal-idx)
      move zero to sub-words(subtotal-idx)
      move zero to sub-chars(subtotal-idx)
  end-if.

  add 1 to sub-documents(subtotal-idx).
  add pair-line-count(pair-idx) to sub-lines(subtotal-idx).
  add pair-sentences(pair-idx) to sub-sentences(subtotal-idx).
  add pair-words(pair-idx) to sub-words(subtotal-idx).
  add pair-chars(pair-idx) to sub-chars(subtotal-idx).

write-subtotal-lines.

  write batch-report-line from output-subtotal-heading-line.

  perform varying subtotal-idx from 1 by 1
      until subtotal-idx > subtotal-count

      move sub-key(subtotal-idx) to out-sub-key
      move sub-documents(subtotal-idx) to out-sub-documents
      move sub-lines(subtotal-idx) to out-sub-lines
      move sub-sentences(subtotal-idx) to out-sub-sentences
      move sub-words(subtotal-idx) to out-sub-words
      move sub-chars(subtotal-idx) to out-sub-chars
      write batch-report-line from output-subtotal-detail-line
  end-perform.

process-file-pair.

  add 1 to files-attempted.
  move "PROCESSED" to pair-disposition.
  move spaces to qa-result.
  move exception-count to qa-exception-base.
  move zero to transfer-mismatch-switch.
  accept run-date from date.
  move zero to page-number.
  move zero to line-count-page.
  move zero to para-table-full-switch.
  move zero to para-start-sentences.
  move zero to para-start-words.
  move zero to sty-sentence-line.
  move zero to sty-sentence-words.
  move zero to sty-open-parens.
  move zero to sty-close-parens.
  move zero to sty-quote-count.
  move spaces to sty-prev-word.
  move zero to sty-close-pending-switch.
  move zero to sty-long-count.
  move zero to sty-repeat-count.
  move zero to sty-lower-count.
  move zero to sty-paren-count.
  move zero to sty-quote-exc-count.
  move zero to sty-total-count.
  move zero to records-since-checkpoint.
  move zero to resume-line-count.
  move zero to restart-found-switch.
    into restart-file-name
  end-string.

  move spaces to style-file-name.
  string dataFile delimited by space
         ".STY" delimited by size
    into style-file-name
  end-string.

  perform check-for-restart.

  if not is-restart-found
      end-if
  end-if.

  perform open-style-file.

  if is-restart-found
      perform skip-to-checkpoint
  end-if.
  if in-paragraph
      perform close-paragraph
  end-if.
  perform close-style-sentence.
  perform write-style-summary thru write-style-summary-exit.

  perform outputStat.
  perform evaluate-quality-gates.
  move NO-of-lines-read to manifest-actual-lines.
  perform reconcile-transfer-manifest thru
      reconcile-transfer-manifest-exit.
  perform write-structure-section.
  perform write-paragraph-detail-file thru
      write-paragraph-detail-file-exit.
  if not is-quality-failed and not is-transfer-mismatch
      perform write-history-record thru write-history-record-exit
  end-if.
  perform write-word-frequency-report thru
      write-word-frequency-report-exit.

  if is-restart-found
      move "RESUMED-FROM-CHECKPOINT" to pair-disposition
  end-if.
  if is-transfer-mismatch
      move "TRANSFER-MISMATCH" to pair-disposition
  end-if.

  add 1 to files-completed.

  if not is-quality-failed and not is-transfer-mismatch
      perform update-document-master
      perform update-vocabulary-master thru
          update-vocabulary-master-exit
  end-if.

  go to process-file-pair-exit.

load-transfer-manifest.

  open input manifest-file.
  move manifest-name to ws-status-file.
  move manifestFS to ws-status-code.
  perform check-file-status.
  if not status-was-ok
      display "Transfer manifest " manifest-name
          " not received, batch stopped"
      move 12 to new-severity
      perform raise-severity
      perform end-program
  end-if.

  move 1 to manifest-eof-switch.
  perform read-manifest-record.

  perform store-manifest-record thru store-manifest-record-exit
    until manifest-eof-switch is equal to zero.

  close manifest-file.

  display "Transfer manifest " manifest-name ", "
      manifest-count " file(s) listed".
  if manifest-bad-count > 0
      display manifest-bad-count
          " malformed manifest record(s) ignored"
      move 4 to new-severity
      perform raise-severity
  end-if.

read-manifest-record.

  read manifest-file
    at end move zero to manifest-eof-switch
  end-read.

store-manifest-record.

  if manifest-line = spaces
      perform read-manifest-record
      go to store-manifest-record-exit
  end-if.

  move spaces to manifest-fields.
  unstring manifest-line delimited by ","
      into mf-name mf-bytes-text mf-lines-text mf-checksum-text
  end-unstring.

  if mf-name = spaces or manifest-count >= 500
      add 1 to manifest-bad-count
      perform read-manifest-record
      go to store-manifest-record-exit
  end-if.

  add 1 to manifest-count.
  move mf-name to man-name(manifest-count).

  move mf-bytes-text to mf-number-text.
  perform parse-manifest-number.
  if is-mf-valid
      move mf-number to man-bytes(manifest-count)
      move mf-lines-text to mf-number-text
      perform parse-manifest-number
  end-if.
  if is-mf-valid
      move mf-number to man-lines(manifest-count)
      move mf-checksum-text to mf-number-text
      perform parse-manifest-number
  end-if.
  if is-mf-valid
      move mf-number to man-checksum(manifest-count)
  else
      subtract 1 from manifest-count
      add 1 to manifest-bad-count
  end-if.

  perform read-manifest-record.

store-manifest-record-exit.
  exit.

parse-manifest-number.

  move zero to mf-number.
  move zero to mf-valid-switch.

  perform varying mf-scan-pos from 1 by 1
      until mf-scan-pos > 12

      if mf-number-text(mf-scan-pos:1) >= '0'
          and mf-number-text(mf-scan-pos:1) <= '9'
          move mf-number-text(mf-scan-pos:1) to mf-digit-x
          compute mf-number = mf-number * 10 + mf-digit-9
          move 1 to mf-valid-switch
      else
      if mf-number-text(mf-scan-pos:1) not = space
          move 13 to mf-scan-pos
          move zero to mf-valid-switch
      end-if
      end-if
  end-perform.

reconcile-transfer-manifest.

  move zero to transfer-mismatch-switch.

  if manifest-name = spaces
      go to reconcile-transfer-manifest-exit
  end-if.

  move zero to manifest-found-switch.
  perform varying manifest-idx from 1 by 1
      until manifest-idx > manifest-count or is-manifest-found

      if man-name(manifest-idx) = dataFile
          move 1 to manifest-found-switch
      end-if
  end-perform.

*>a file the sender did not list is reported in section 3 of the
*>reconciliation report but is not held back.
  if not is-manifest-found
      go to reconcile-transfer-manifest-exit
  end-if.

*>the loop leaves manifest-idx one past the matching entry.
  subtract 1 from manifest-idx.

  move spaces to transfer-result-text.
  move 1 to transfer-result-ptr.
  if man-bytes(manifest-idx) not = fp-bytes
      or not is-fingerprint-taken
      string "BYTES " delimited by size
        into transfer-result-text
        with pointer transfer-result-ptr
      end-string
  end-if.
  if man-lines(manifest-idx) not = manifest-actual-lines
      string "LINES " delimited by size
        into transfer-result-text
        with pointer transfer-result-ptr
      end-string
  end-if.
  if man-checksum(manifest-idx) not = fp-hash
      or not is-fingerprint-taken
      string "CHECKSUM" delimited by size
        into transfer-result-text
        with pointer transfer-result-ptr
      end-string
  end-if.

  if transfer-result-text = spaces
      move "MATCHED" to transfer-result-text
      add 1 to transfer-matched-count
  else
      move 1 to transfer-mismatch-switch
      add 1 to transfer-mismatch-count
      move 8 to new-severity
      perform raise-severity
      display "Transfer mismatch for " dataFile ": "
          transfer-result-text
  end-if.

  if transfer-result-count < 500
      add 1 to transfer-result-count
      move dataFile to trn-input-name(transfer-result-count)
      move man-bytes(manifest-idx) to trn-exp-bytes(transfer-result-count)
      move fp-bytes to trn-act-bytes(transfer-result-count)
      move man-lines(manifest-idx) to trn-exp-lines(transfer-result-count)
      move manifest-actual-lines to trn-act-lines(transfer-result-count)
      move man-checksum(manifest-idx)
          to trn-exp-checksum(transfer-result-count)
      move fp-hash to trn-act-checksum(transfer-result-count)
      move transfer-result-text to trn-result(transfer-result-count)
  end-if.

reconcile-transfer-manifest-exit.
  exit.

write-transfer-report.

  open output transfer-report-file.
  if transferFS not = "00"
      display "Cannot write " transfer-report-name
          ", file status " transferFS
      move 4 to new-severity
      perform raise-severity
  else
      write transfer-line from output-transfer-title-line
      write transfer-line from output-transfer-underline
      move manifest-name to out-trn-manifest
      move control-file-name to out-trn-control
      write transfer-line from output-transfer-manifest-line
      write transfer-line from output-transfer-underline

      write transfer-line from output-transfer-section-1
      write transfer-line from output-transfer-heading-line
      perform varying transfer-result-idx from 1 by 1
          until transfer-result-idx > transfer-result-count
          perform write-transfer-detail
      end-perform
      if transfer-result-count = 0
          write transfer-line from output-transfer-none-line
      end-if

      write transfer-line from output-transfer-underline
      write transfer-line from output-transfer-section-2
      perform write-unlisted-manifest-entries
      move transfer-listed-count to out-trn-unlisted

      write transfer-line from output-transfer-underline
      write transfer-line from output-transfer-section-3
      perform write-unmanifested-control-entries

      write transfer-line from output-transfer-underline
      move transfer-matched-count to out-trn-matched
      move transfer-mismatch-count to out-trn-mismatched
      write transfer-line from output-transfer-total-line

      close transfer-report-file
  end-if.

write-transfer-detail.

  move trn-input-name(transfer-result-idx) to out-trn-input.
  move trn-exp-bytes(transfer-result-idx) to out-trn-exp-bytes.
  move trn-act-bytes(transfer-result-idx) to out-trn-act-bytes.
  move trn-exp-lines(transfer-result-idx) to out-trn-exp-lines.
  move trn-act-lines(transfer-result-idx) to out-trn-act-lines.
  move trn-exp-checksum(transfer-result-idx) to out-trn-exp-checksum.
  move trn-act-checksum(transfer-result-idx) to out-trn-act-checksum.
  move trn-result(transfer-result-idx) to out-trn-result.
  write transfer-line from output-transfer-detail-line.

write-unlisted-manifest-entries.

  move zero to transfer-listed-count.

  perform varying manifest-idx from 1 by 1
      until manifest-idx > manifest-count

      move zero to manifest-found-switch
      perform varying ctl-scan-idx from 1 by 1
          until ctl-scan-idx > ctl-count or is-manifest-found
          if ctl-input-name(ctl-scan-idx) = man-name(manifest-idx)
              move 1 to manifest-found-switch
          end-if
      end-perform

      if not is-manifest-found
          move man-name(manifest-idx) to out-trn-name
          move man-bytes(manifest-idx) to out-trn-name-bytes
          move man-lines(manifest-idx) to out-trn-name-lines
          move man-checksum(manifest-idx) to out-trn-name-checksum
          write transfer-line from output-transfer-name-line
          add 1 to transfer-listed-count
      end-if
  end-perform.

  if transfer-listed-count = 0
      write transfer-line from output-transfer-none-line
  end-if.

write-unmanifested-control-entries.

  move zero to transfer-listed-count.

  perform varying ctl-idx from 1 by 1
      until ctl-idx > ctl-count

      move zero to manifest-found-switch
      perform varying manifest-idx from 1 by 1
          until manifest-idx > manifest-count or is-manifest-found
          if man-name(manifest-idx) = ctl-input-name(ctl-idx)
              move 1 to manifest-found-switch
          end-if
      end-perform

      if not is-manifest-found
          move spaces to output-transfer-name-line
          move ctl-input-name(ctl-idx) to out-trn-name
          write transfer-line from output-transfer-name-line
          add 1 to transfer-listed-count
      end-if
  end-perform.

  if transfer-listed-count = 0
      write transfer-line from output-transfer-none-line
  end-if.

  move transfer-listed-count to out-trn-unmanifested.

evaluate-quality-gates.

  move "PASS" to qa-result.
  compute qa-doc-exceptions = exception-count - qa-exception-base.
  if NO-of-bytes > 0
      compute qa-other-pct rounded = NO-of-other * 100 / NO-of-bytes
  else
      move zero to qa-other-pct
  end-if.

  move qa-reject-count to qa-reject-start.

  perform varying qa-rule-idx from 1 by 1
      until qa-rule-idx > qa-rule-count
      perform check-quality-rule
  end-perform.

*>only a failed document is listed as a reject, with every rule it
*>broke; the broken rules of a document that merely warns are dropped.
  if is-quality-failed
      add 1 to qa-fail-count
      move 8 to new-severity
      perform raise-severity
      display "Quality gate FAIL for " dataFile
  else
      move qa-reject-start to qa-reject-count
      if qa-result = "WARN"
          add 1 to qa-warn-count
          move 4 to new-severity
          perform raise-severity
          display "Quality gate WARN for " dataFile
      end-if
  end-if.

check-quality-rule.

  move zero to qa-broken-switch.

  evaluate qa-rule-name(qa-rule-idx)
      when "MINWORDS"
          move NO-of-words to qa-actual-value
          if qa-actual-value < qa-rule-limit(qa-rule-idx)
              move 1 to qa-broken-switch
          end-if
      when "MINSENTS"
          move NO-of-sentences to qa-actual-value
          if qa-actual-value < qa-rule-limit(qa-rule-idx)
              move 1 to qa-broken-switch
          end-if
      when "MAXOTHERPCT"
          move qa-other-pct to qa-actual-value
          if qa-actual-value > qa-rule-limit(qa-rule-idx)
              move 1 to qa-broken-switch
          end-if
      when "MAXGRADE"
          move grade-level-score to qa-actual-value
          if qa-actual-value > qa-rule-limit(qa-rule-idx)
              move 1 to qa-broken-switch
          end-if
      when "MAXEXCEPT"
          move qa-doc-exceptions to qa-actual-value
          if qa-actual-value > qa-rule-limit(qa-rule-idx)
              move 1 to qa-broken-switch
          end-if
      when "MAXSTYLE"
          move sty-total-count to qa-actual-value
          if qa-actual-value > qa-rule-limit(qa-rule-idx)
              move 1 to qa-broken-switch
          end-if
  end-evaluate.

  if is-rule-broken
      if qa-rule-action(qa-rule-idx) = "F"
          move "FAIL" to qa-result
      else
      if not is-quality-failed
          move "WARN" to qa-result
      end-if
      end-if
      if qa-reject-count < 500
          add 1 to qa-reject-count
          move dataFile to qa-rej-input-name(qa-reject-count)
          move qa-rule-name(qa-rule-idx) to qa-rej-rule(qa-reject-count)
          move qa-rule-action(qa-rule-idx)
              to qa-rej-action(qa-reject-count)
          move qa-rule-limit(qa-rule-idx)
              to qa-rej-limit(qa-reject-count)
          move qa-actual-value to qa-rej-actual(qa-reject-count)
      end-if
  end-if.

check-for-restart.

  open input restart-file.
      close restart-file
  end-if.

open-style-file.

*>a resumed pair carries on the style file it was writing; a missing
*>style file costs only the style report, not the analysis.
  move zero to style-open-switch.

  if is-restart-found
      open extend style-file
      if styleFS = "35"
          open output style-file
      end-if
  else
      open output style-file
  end-if.

  move style-file-name to ws-status-file.
  move styleFS to ws-status-code.
  perform check-file-status.
  if status-was-ok
      move 1 to style-open-switch
      if not is-restart-found
          write style-line from output-style-title-line
          move dataFile to out-sty-doc
          move style-word-limit to out-sty-limit
          write style-line from output-style-doc-line
          write style-line from output-style-heading-line
      end-if
  end-if.

skip-to-checkpoint.

  perform varying skip-idx from 1 by 1
  if raw-line-length = zero
      if in-paragraph
          perform close-paragraph
          perform close-style-sentence
      end-if
  else
      if not in-paragraph

    add 1 to NO-of-bytes
    perform check-word-delimiter
    perform note-style-char

    if (lineNum(k) >= 'A' and lineNum(k) <= 'Z')
      compute NO-of-char = NO-of-char  + 1
      compute NO-of-periods = NO-of-periods + 1
      compute NO-of-punct = NO-of-punct + 1
      perform bucket-word-length
      move 1 to sty-close-pending-switch
      add 1 to k

    else if lineNum(k) = "?"
      compute NO-of-questions = NO-of-questions + 1
      compute NO-of-punct = NO-of-punct + 1
      perform bucket-word-length
      move 1 to sty-close-pending-switch
      add 1 to k

    else if lineNum(k) = "!"
      compute NO-of-exclamations = NO-of-exclamations + 1
      compute NO-of-punct = NO-of-punct + 1
      perform bucket-word-length
      move 1 to sty-close-pending-switch
      add 1 to k

    else if lineNum(k) = x"09"
          freq-word-build(current-word-length:1)
  end-if.

  if current-word-length = 1 and sty-sentence-words = zero
      perform note-sentence-start
      if letter-class-found = "L"
          perform flag-lowercase-start
      end-if
  end-if.

check-word-delimiter.

  move zero to delim-hit-switch.
              add 1 to NO-word-len-10-plus
      end-evaluate
      perform tally-word
      perform check-repeated-word
      perform count-word-syllables
      move zero to current-word-length
      move spaces to freq-word-build
      move lineNum(k) to freq-word-build(current-word-length:1)
  end-if.

  if current-word-length = 1 and sty-sentence-words = zero
      perform note-sentence-start
      if lineNum(k) >= 'a' and lineNum(k) <= 'z'
          perform flag-lowercase-start
      end-if
  end-if.

note-style-char.

*>a sentence ended by . ? or ! stays open until the first character
*>that is not a closing quote or parenthesis, so the closing mark in
*>He said "stop." or (See above.) balances the sentence it ends.
  if is-sty-close-pending
      if lineNum(k) not = '"'
          and lineNum(k) not = ")"
          and lineNum(k) not = "."
          and lineNum(k) not = "?"
          and lineNum(k) not = "!"
          perform close-style-sentence
      end-if
  end-if.

  evaluate lineNum(k)
      when "("
          add 1 to sty-open-parens
      when ")"
          add 1 to sty-close-parens
      when '"'
          add 1 to sty-quote-count
  end-evaluate.

note-sentence-start.

  move NO-of-lines-read to sty-sentence-line.

flag-lowercase-start.

  move NO-of-lines-read to out-sty-line.
  move "LOWERCASE START" to out-sty-reason.
  move spaces to out-sty-detail.
  perform write-style-exception.
  add 1 to sty-lower-count.

check-repeated-word.

*>runs on the case-folded word tally-word just built, so "The the"
*>is caught as well as "the the".
  if freq-word-build = sty-prev-word
      move NO-of-lines-read to out-sty-line
      move "REPEATED WORD" to out-sty-reason
      move freq-word-build to out-sty-detail
      perform write-style-exception
      add 1 to sty-repeat-count
  end-if.

  move freq-word-build to sty-prev-word.
  add 1 to sty-sentence-words.

close-style-sentence.

*>a sentence ends at . ? ! or at the blank line closing its paragraph;
*>the long-sentence and balance checks run on the whole sentence and
*>report the line it started on.
  if sty-sentence-words > style-word-limit
      move sty-sentence-line to out-sty-line
      move "SENTENCE OVER LIMIT" to out-sty-reason
      move sty-sentence-words to sty-number-edit
      move spaces to out-sty-detail
      string sty-number-edit delimited by size
             " WORDS" delimited by size
        into out-sty-detail
      end-string
      perform write-style-exception
      add 1 to sty-long-count
  end-if.

  if sty-open-parens not = sty-close-parens
      move sty-sentence-line to out-sty-line
      move "UNBALANCED PARENTHESES" to out-sty-reason
      move sty-open-parens to sty-number-edit
      move spaces to out-sty-detail
      string sty-number-edit delimited by size
             " OPEN," delimited by size
        into out-sty-detail
      end-string
      move sty-close-parens to sty-number-edit
      move sty-number-edit to out-sty-detail(13:5)
      move " CLOSE" to out-sty-detail(18:6)
      perform write-style-exception
      add 1 to sty-paren-count
  end-if.

  divide sty-quote-count by 2 giving sty-quote-half
      remainder sty-quote-odd.
  if sty-quote-odd not = zero
      move sty-sentence-line to out-sty-line
      move "UNBALANCED QUOTES" to out-sty-reason
      move sty-quote-count to sty-number-edit
      move spaces to out-sty-detail
      string sty-number-edit delimited by size
             " QUOTE MARKS" delimited by size
        into out-sty-detail
      end-string
      perform write-style-exception
      add 1 to sty-quote-exc-count
  end-if.

  move zero to sty-sentence-words.
  move zero to sty-open-parens.
  move zero to sty-close-parens.
  move zero to sty-quote-count.
  move spaces to sty-prev-word.
  move zero to sty-close-pending-switch.

write-style-exception.

  if is-style-open
      write style-line from output-style-detail-line
  end-if.
  add 1 to sty-total-count.

write-style-summary.

  if not is-style-open
      go to write-style-summary-exit
  end-if.

  move "SENTENCES OVER WORD LIMIT=" to out-sty-count-name.
  move sty-long-count to out-sty-count.
  write style-line from output-style-count-line.
  move "REPEATED WORDS=" to out-sty-count-name.
  move sty-repeat-count to out-sty-count.
  write style-line from output-style-count-line.
  move "LOWERCASE SENTENCE STARTS=" to out-sty-count-name.
  move sty-lower-count to out-sty-count.
  write style-line from output-style-count-line.
  move "UNBALANCED PARENTHESES=" to out-sty-count-name.
  move sty-paren-count to out-sty-count.
  write style-line from output-style-count-line.
  move "UNBALANCED QUOTES=" to out-sty-count-name.
  move sty-quote-exc-count to out-sty-count.
  write style-line from output-style-count-line.
  move "TOTAL STYLE EXCEPTIONS=" to out-sty-count-name.
  move sty-total-count to out-sty-count.
  write style-line from output-style-count-line.

  close style-file.
  move zero to style-open-switch.

write-style-summary-exit.
  exit.

tally-word.

  inspect freq-word-build converting
          add 1 to freq-entry-count
          move freq-word-build to freq-word(freq-entry-count)
          move 1 to freq-count(freq-entry-count)
          move zero to freq-reported-switch(freq-entry-count)
      else
          move 1 to freq-table-full-switch
      end-if
  move NO-of-char to hist-chars.
  move avg-of-words-sentences to hist-avg-words-sentence.
  move avg-of-symbols-words to hist-avg-chars-word.
  move doc-category to hist-category.
  move doc-department to hist-department.

  move zero to share-retry-count.
  open extend sharing with no other history-file.
  perform until historyFS not = "61"
          or share-retry-count >= share-retry-limit
      perform wait-for-shared-file
      open extend sharing with no other history-file
  end-perform.
  if historyFS = "05"
      move "00" to historyFS
  end-if.

  move "HISTORY.LOG" to ws-status-file.
  write freq-line from output-freq-heading-line.

*>pull the highest remaining count on each pass so the report comes
*>out in descending order; the reported switch retires the winner from
*>the scan and leaves its count intact for the vocabulary master.
  perform varying freq-rank from 1 by 1
      until freq-rank > 50

      perform varying freq-idx from 1 by 1
          until freq-idx > freq-entry-count

          if freq-reported-switch(freq-idx) = zero
              and freq-count(freq-idx) > freq-best-count
              move freq-count(freq-idx) to freq-best-count
              move freq-idx to freq-best-idx
          end-if
          end-if
          move freq-pct to out-freq-pct
          write freq-line from output-freq-detail-line
          move 1 to freq-reported-switch(freq-best-idx)
      end-if
  end-perform.


update-document-master.

  move zero to share-retry-count.
  open i-o sharing with no other master-file.
  perform until masterFS not = "61"
          or share-retry-count >= share-retry-limit
      perform wait-for-shared-file
      open i-o sharing with no other master-file
  end-perform.
  if masterFS = "05"
      move "00" to masterFS
  end-if.

  if masterFS not = "00"
      perform raise-severity
  else
      move dataFile to master-doc-name
      move "UPDATE" to audit-action
      read master-file
        invalid key
          move "ADD" to audit-action
          move dataFile to master-doc-name
          move run-date to master-first-run
          move run-date to master-last-run
          move zero to master-total-sentences
          move zero to master-total-words
          move zero to master-total-chars
          move zero to master-fp-bytes
          move zero to master-fp-lines
          move zero to master-fp-hash
          move spaces to master-fp-counter-set
          move spaces to master-category
          move spaces to master-department
          move zero to master-qa-rules-sig
          move spaces to master-qa-result
      end-read

      if audit-action = "ADD"
          move spaces to audit-before-image
      else
          move master-record to audit-before-image
      end-if

*>a run with no codes leaves the document's codes as they were.
      if doc-category not = spaces
          move doc-category to master-category
      end-if
      if doc-department not = spaces
          move doc-department to master-department
      end-if

      move run-date to master-last-run
      add 1 to master-run-count
      add NO-of-sentences to master-total-sentences
      add NO-of-words to master-total-words
      add NO-of-char to master-total-chars

*>without a fingerprint (input unreadable on the quick pass) the
*>record is left with none, so the next batch analyzes it in full.
      if is-fingerprint-taken
          perform fill-extract-counters
          move fp-bytes to master-fp-bytes
          move fp-lines to master-fp-lines
          move fp-hash to master-fp-hash
          move ext-dtl-counter-set to master-fp-counter-set
          move qa-rules-sig to master-qa-rules-sig
          move qa-result to master-qa-result
      else
          move zero to master-fp-bytes
          move zero to master-fp-lines
          move zero to master-fp-hash
          move spaces to master-fp-counter-set
      end-if

      if audit-action = "ADD"
          write master-record
            invalid key
              display "Cannot write master record for " dataFile
            not invalid key
              perform write-master-audit
          end-write
      else
          rewrite master-record
            invalid key
              display "Cannot rewrite master record for " dataFile
            not invalid key
              perform write-master-audit
          end-rewrite
      end-if

      close master-file
  end-if.

recode-document-master.

*>only the codes change; the totals and fingerprint stay as they were.
  move zero to share-retry-count.
  open i-o sharing with no other master-file.
  perform until masterFS not = "61"
          or share-retry-count >= share-retry-limit
      perform wait-for-shared-file
      open i-o sharing with no other master-file
  end-perform.

  if masterFS not = "00"
      display "Cannot open DOCMASTR.IDX, file status " masterFS
      move 4 to new-severity
      perform raise-severity
  else
      move dataFile to master-doc-name
      read master-file
        invalid key
          display "No master record to recode for " dataFile
        not invalid key
          move "UPDATE" to audit-action
          move master-record to audit-before-image
          if doc-category not = spaces
              move doc-category to master-category
          end-if
          if doc-department not = spaces
              move doc-department to master-department
          end-if
          rewrite master-record
            invalid key
              display "Cannot rewrite master record for " dataFile
            not invalid key
              perform write-master-audit
          end-rewrite
      end-read
      close master-file
  end-if.

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

  accept aud-date from date.
  accept aud-time from time.
  move "KPIRABAHA3" to aud-program.
  move audit-action to aud-action.
  move audit-operator to aud-operator.
  move master-doc-name to aud-doc-name.
  move audit-before-image to aud-before-image.
  move master-record to aud-after-image.

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
      write master-audit-line from output-audit-record
      close master-audit-file
  else
      display "Cannot write MASTAUD.LOG, file status " auditFS
      move 4 to new-severity
      perform raise-severity
  end-if.

update-vocabulary-master.

*>every word in this document's tally goes to the corpus vocabulary;
*>words the vocabulary has never held before are listed in
*><input>.NEW for the editors.
  move spaces to new-words-name.
  string dataFile delimited by space
         ".NEW" delimited by size
    into new-words-name
  end-string.

*>the cross-reference is always taken after the vocabulary, so two
*>streams posting at once cannot each hold the file the other needs.
  move zero to share-retry-count.
  open i-o sharing with no other vocab-master-file.
  perform until vocabFS not = "61"
          or share-retry-count >= share-retry-limit
      perform wait-for-shared-file
      open i-o sharing with no other vocab-master-file
  end-perform.
  if vocabFS = "05"
      move "00" to vocabFS
  end-if.

  if vocabFS not = "00"
      display "Cannot open WORDMSTR.IDX, file status " vocabFS
      move 4 to new-severity
      perform raise-severity
      go to update-vocabulary-master-exit
  end-if.

  move zero to share-retry-count.
  open i-o sharing with no other word-xref-file.
  perform until xrefFS not = "61"
          or share-retry-count >= share-retry-limit
      perform wait-for-shared-file
      open i-o sharing with no other word-xref-file
  end-perform.
  if xrefFS = "05"
      move "00" to xrefFS
  end-if.

  if xrefFS not = "00"
      display "Cannot open WORDXREF.IDX, file status " xrefFS
      move 4 to new-severity
      perform raise-severity
      close vocab-master-file
      go to update-vocabulary-master-exit
  end-if.

  open output new-words-file.
  move new-words-name to ws-status-file.
  move newFS to ws-status-code.
  perform check-file-status.
  if not status-was-ok
      close vocab-master-file
      close word-xref-file
      go to update-vocabulary-master-exit
  end-if.

  write new-words-line from output-new-words-title-line.
  move dataFile to out-new-doc.
  move run-date to out-new-date.
  write new-words-line from output-new-words-doc-line.
  write new-words-line from output-new-words-heading-line.

  move zero to new-word-count.

  perform back-out-dropped-words thru back-out-dropped-words-exit.

  perform varying freq-idx from 1 by 1
      until freq-idx > freq-entry-count
      perform post-vocabulary-word
  end-perform.

  move new-word-count to out-new-total.
  write new-words-line from output-new-words-total-line.

  if is-freq-table-full
      write new-words-line from output-freq-overflow-line
  end-if.

  close new-words-file.
  close word-xref-file.
  close vocab-master-file.

update-vocabulary-master-exit.
  exit.

back-out-dropped-words.

*>a document analyzed before may no longer use some of its words;
*>their cross-references come out, with their share of the vocabulary
*>totals, before the new tally goes in.  A full tally table has lost
*>words it could not hold, so nothing is taken out on its account;
*>nor for a pair resumed from a checkpoint, whose tally holds only
*>the lines after it.
  if is-freq-table-full or is-restart-found
      go to back-out-dropped-words-exit
  end-if.

  move dataFile to xref-doc-name.
  start word-xref-file key = xref-doc-name
    invalid key
      go to back-out-dropped-words-exit
  end-start.

  move 1 to xref-eof-switch.
  perform read-document-xref.
  perform back-out-xref-entry
    until xref-eof-switch is equal to zero.

back-out-dropped-words-exit.
  exit.

read-document-xref.

  read word-xref-file next record
    at end move zero to xref-eof-switch
  end-read.

  if xref-eof-switch not = zero
      and xref-doc-name not = dataFile
      move zero to xref-eof-switch
  end-if.

back-out-xref-entry.

  move zero to freq-found-switch.
  perform varying freq-idx from 1 by 1
      until freq-idx > freq-entry-count or is-freq-word-found

      if freq-word(freq-idx) = xref-word
          move 1 to freq-found-switch
      end-if
  end-perform.

*>a word no document uses any longer leaves the vocabulary.
  if not is-freq-word-found
      move xref-word to vocab-word
      read vocab-master-file
        invalid key
          continue
        not invalid key
          if xref-occurs > vocab-total-occurs
              move zero to vocab-total-occurs
          else
              subtract xref-occurs from vocab-total-occurs
          end-if
          if vocab-doc-count > 1
              subtract 1 from vocab-doc-count
              rewrite vocab-record
                invalid key
                  display "Cannot rewrite vocabulary record for "
                      vocab-word
              end-rewrite
          else
              delete vocab-master-file record
                invalid key
                  display "Cannot delete vocabulary record for "
                      vocab-word
              end-delete
          end-if
      end-read
      delete word-xref-file record
        invalid key
          display "Cannot delete vocabulary cross-reference for "
              xref-word
      end-delete
  end-if.

  perform read-document-xref.

post-vocabulary-word.

  move zero to vocab-new-switch.
  move freq-word(freq-idx) to vocab-word.
  read vocab-master-file
    invalid key
      move freq-word(freq-idx) to vocab-word
      move zero to vocab-total-occurs
      move zero to vocab-doc-count
      move run-date to vocab-first-seen
      move 1 to vocab-new-switch
  end-read.

  move zero to xref-new-switch.
  move freq-word(freq-idx) to xref-word.
  move dataFile to xref-doc-name.
  read word-xref-file
    invalid key
      move freq-word(freq-idx) to xref-word
      move dataFile to xref-doc-name
      move zero to xref-occurs
      move 1 to xref-new-switch
  end-read.

*>a document seen before swaps its old count for the new one, unless
*>the pair was resumed from a checkpoint: its count covers only the
*>lines after the checkpoint, so the count already posted is kept.
  if is-new-xref-entry
      add 1 to vocab-doc-count
      add freq-count(freq-idx) to vocab-total-occurs
      move freq-count(freq-idx) to xref-occurs
  else
  if not is-restart-found
      if xref-occurs > vocab-total-occurs
          move zero to vocab-total-occurs
      else
          subtract xref-occurs from vocab-total-occurs
      end-if
      add freq-count(freq-idx) to vocab-total-occurs
      move freq-count(freq-idx) to xref-occurs
  end-if
  end-if.

  move run-date to vocab-last-seen.
  move run-date to xref-last-run.

  if is-new-vocab-word
      write vocab-record
        invalid key
          display "Cannot write vocabulary record for " vocab-word
        not invalid key
          move vocab-word to out-new-word
          move freq-count(freq-idx) to out-new-count
          write new-words-line from output-new-words-detail-line
          add 1 to new-word-count
      end-write
  else
      rewrite vocab-record
        invalid key
          display "Cannot rewrite vocabulary record for " vocab-word
      end-rewrite
  end-if.

  if is-new-xref-entry
      write xref-record
        invalid key
          display "Cannot write vocabulary cross-reference for "
              xref-word
      end-write
  else
      rewrite xref-record
        invalid key
          display "Cannot rewrite vocabulary cross-reference for "
              xref-word
      end-rewrite
  end-if.

run-inquiry.

  open input master-file.
  if masterFS = "05"
      close master-file
      move "35" to masterFS
  end-if.
  if masterFS not = "00"
      display "Cannot open DOCMASTR.IDX, file status " masterFS
  else
      display "Total sentences: " master-total-sentences
      display "Total words:     " master-total-words
      display "Total chars:     " master-total-chars
      display "Category:        " master-category
          "  Department: " master-department
      if master-fp-counter-set numeric
          display "Fingerprint:     " master-fp-lines " lines, "
              master-fp-bytes " bytes, hash " master-fp-hash
      else
          display "Fingerprint:     none"
      end-if
      if master-run-count > 0
          compute master-avg-words rounded =
              master-total-words / master-run-count
