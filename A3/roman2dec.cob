           access mode is dynamic
           record key is master-id
           file status is master-status.
      select change-journal assign to journal-filename
           organization is line sequential
           file status is journal-status.
      select pending-file assign to pending-filename
           organization is line sequential
           file status is pending-status.
      select pending-work assign to pending-work-filename
           organization is line sequential
           file status is pending-work-status.
      select rework-input assign to rework-filename
           organization is line sequential
           file status is rework-status.
      select recon-output assign to recon-out-filename
           organization is line sequential
           file status is recon-out-status.
      select rate-file assign to rate-filename
           organization is line sequential
           file status is rate-status.
      select stmt-output assign to stmt-filename
           organization is line sequential
           file status is stmt-status.
      select ack-input assign to ack-filename
           organization is line sequential
           file status is ack-status.
      select ackr-intf-input assign to ackr-intf-filename
           organization is line sequential
           file status is ackr-intf-status.
      select ackr-output assign to ackr-out-filename
           organization is line sequential
           file status is ackr-out-status.
      select ackr-resend assign to ackr-resend-filename
           organization is line sequential
           file status is ackr-resend-status.
      select rja-input assign to rja-in-filename
           organization is line sequential
           file status is rja-in-status.
      select rja-output assign to rja-out-filename
           organization is line sequential
           file status is rja-out-status.
      select operator-file assign to operator-filename
           organization is line sequential
           file status is operator-status.
      select operator-log assign to oplog-filename
           organization is line sequential
           file status is oplog-status.
      select edit-output assign to edit-out-filename
           organization is line sequential
           file status is edit-out-status.

data division.
file section.
          05 input-file-id pic x(10).
          05 input-file-direction pic x(1).
          05 input-file-numeral pic x(20).
          *> Second operand, used only by arithmetic ('A'/'S') records;
          *> it must be blank on a date ('C') record
          05 input-file-numeral-2 pic x(20).

fd  valid-output.
      01 valid-output-record pic x(100).

fd  reject-output.
      *> Every reject line carries its reason code (columns 44-46)
      *> and short reason text (48-77) after the record-style prefix,
      *> and the source office from the extract header (82-89), so a
      *> night's rejects can be totalled by what went wrong and who
      *> keyed it.
      01 reject-output-record pic x(100).

fd  dups-output.
      *> Later occurrences of a case ID already seen in this run, kept
      *> record style. One 'H' header identifies the run, each 'D'
      *> detail carries one valid conversion, and the 'T' trailer
      *> carries the record count and decimal-value sum the load
      *> balances against before posting. A date detail (direction
      *> 'C') carries its CCYYMMDD date in the decimal column and is
      *> counted, but left out of the sum.
      01 interface-output-record pic x(89).

fd  catalog-file.
      *> generation, when it ran, its control totals, and how the run
      *> ended - the index operations uses to pick a generation for a
      *> delta, a rework, or an audit question.
      01 catalog-file-record pic x(100).

fd  checkpoint-file.
      *> Besides how far the run got, the checkpoint carries the
          05 ckpt-trailer-bad pic x(1).
          05 ckpt-expect-count pic 9(8).
          05 ckpt-expect-sum pic 9(10).
          05 ckpt-held-count pic 9(8).

fd  report-output.
      01 report-record pic x(132).
      01 report-work-record pic x(71).

fd  audit-log.
      01 audit-record pic x(160).

fd  manifest-file.
      01 manifest-record pic x(80).
          05 master-decimal pic 9(8).
          05 master-conv-date pic x(8).

fd  change-journal.
      *> Permanent, append-only journal of every add, change, and
      *> delete on the conversion master, with the entry's image before
      *> and after the change - the trail that answers when a case's
      *> value changed, what it was before, and what put it there.
      01 journal-record pic x(256).

fd  pending-file.
      *> Value changes held out of the master for a supervisor's
      *> decision, one line per held change, stamped with the
      *> decision once it is made.
      01 pending-record pic x(400).

fd  pending-work.
      01 pending-work-record pic x(400).

fd  rework-input.
      01 rework-record pic x(100).

fd  scan-input.
      01 scan-input-record pic x(200).
fd  recon-output.
      01 recon-output-record pic x(132).

fd  rate-file.
      *> Chargeback rate per records office: office code, a space, and
      *> the rate per billable record as 9(3)v9(4) (e.g. "0001500" is
      *> 0.15). An office not listed is billed at the DEFAULT entry.
      01 rate-record.
          05 rate-office pic x(8).
          05 filler pic x(1).
          05 rate-amount pic 9(3)v9(4).

fd  stmt-output.
      01 stmt-output-record pic x(132).

fd  ack-input.
      *> The docket load's acknowledgement of an interface extract: one
      *> line per detail it received - case ID, the run date the detail
      *> carried, the decimal value, P (posted) or R (rejected), and
      *> the docket's reason for a rejection.
      01 ack-record.
          05 ack-case-id pic x(10).
          05 ack-run-date pic x(8).
          05 ack-decimal pic 9(8).
          05 ack-flag pic x(1).
          05 ack-reason pic x(30).

fd  ackr-intf-input.
      01 ackr-intf-record pic x(89).

fd  ackr-output.
      01 ackr-output-record pic x(132).

fd  ackr-resend.
      *> Docket-rejected records re-queued in the input-file layout,
      *> ready to be corrected and run again.
      01 ackr-resend-record.
          05 rs-id pic x(10).
          05 rs-direction pic x(1).
          05 rs-numeral pic x(20).
          05 rs-numeral-2 pic x(20).

fd  rja-input.
      01 rja-input-record pic x(100).

fd  rja-output.
      01 rja-output-record pic x(132).

fd  operator-file.
      *> Authorized operators: ID, class (S supervisor, C clerk), one
      *> Y/N flag per main-menu option in option order, and name.
      01 operator-file-record pic x(80).

fd  operator-log.
      *> Permanent, append-only log of every menu action: who, when,
      *> which option, whether it was allowed, and its key inputs.
      01 oplog-record pic x(150).

fd  edit-output.
      *> Edit-check report: what tonight's run would find in an
      *> extract, record by record, and the return code it would end
      *> with.
      01 edit-output-record pic x(132).

fd  corrections-file.
      *> Same layout as INPUT-FILE-EXIST: one corrected record per
      *> reject, keyed by the document/case ID the reject line carries.
      77 len pic 9(2).

      77 is-roman pic s99 usage is computational.
      77 sum1 pic 9(8) usage is computational.

      *> Parameter area for the shared ROMANCONV conversion engine,
      *> which holds the numeral rules for every application in the
      *> shop - this program included.
      copy romanparm.
      *> The engine's GOBACK resets RETURN-CODE, which belongs to the
      *> scheduler in a batch run, so every call saves and restores it.
      77 conv-saved-rc pic s9(4) usage is computational value 0.

      *> Working-storage for the decimal-to-roman direction
      77 decimal-value pic 9(4) usage is computational.
      77 roman-result pic x(20) value spaces.
      77 rr-len pic 9(2) value 0.

          *> before duplicate tracking existed still line up.
          05 filler pic x(1) value space.
          05 aud-dup-count pic 9(8).
          05 filler pic x(1) value space.
          05 aud-held-count pic 9(8).
          05 filler pic x(1) value space.
          05 aud-office-code pic x(8).

      *> Working-storage for the permanent conversion master and the
      *> case-ID inquiry menu option
      77 run-date pic x(8) value spaces.
      77 inquiry-id pic x(30) value spaces.

      *> Working-storage for the conversion-master change journal. An
      *> entry is cut for every write, rewrite, and delete against the
      *> master: action (A add, C change, D delete), case ID, the
      *> source that made the change (BATCH with the input file and
      *> generation, REWORK with the reject file, PURGE with the
      *> archive, MAINT for the maintenance screen), and the master
      *> entry before and after. A master that cannot be journaled is
      *> not updated - the change would otherwise leave no trail.
      01 journal-filename pic x(64) value "ROMAN2DEC.JOURNAL".
      77 journal-status pic x(2) value spaces.
      77 journal-open-switch pic x(1) value 'N'.
          88 journal-open value 'Y'.
      77 journal-eof-switch pic x(1) value 'N'.
      77 journal-action pic x(1) value space.
      77 journal-source pic x(8) value spaces.
      77 journal-source-file pic x(64) value spaces.
      77 journal-source-gen pic x(5) value spaces.
      77 journal-time pic x(8) value spaces.
      77 journal-reason pic x(2) value spaces.
      77 journal-comment pic x(60) value spaces.
      77 master-found pic x(1) value 'N'.
      77 master-update-ok pic x(1) value 'N'.
      *> The docket extract header names FILENAME; the one-off
      *> approval and maintenance extracts name another file there and
      *> put the operator's input filename back afterwards.
      77 saved-filename pic x(64) value spaces.
      77 master-new-numeral pic x(20) value spaces.
      01 master-before.
          05 mb-id pic x(10).
          05 mb-numeral pic x(20).
          05 mb-decimal pic 9(8).
          05 mb-conv-date pic x(8).
      01 journal-detail.
          05 jrn-date pic x(8).
          05 filler pic x(1) value space.
          05 jrn-time pic x(6).
          05 filler pic x(1) value space.
          05 jrn-action pic x(1).
          05 filler pic x(1) value space.
          05 jrn-case-id pic x(10).
          05 filler pic x(1) value space.
          05 jrn-source pic x(8).
          05 filler pic x(1) value space.
          05 jrn-source-file pic x(40).
          05 filler pic x(1) value space.
          05 jrn-source-gen pic x(5).
          05 filler pic x(1) value space.
          05 jrn-bef-numeral pic x(20).
          05 filler pic x(1) value space.
          05 jrn-bef-decimal pic 9(8).
          05 filler pic x(1) value space.
          05 jrn-bef-conv-date pic x(8).
          05 filler pic x(1) value space.
          05 jrn-aft-numeral pic x(20).
          05 filler pic x(1) value space.
          05 jrn-aft-decimal pic 9(8).
          05 filler pic x(1) value space.
          05 jrn-aft-conv-date pic x(8).
          *> Maintenance-screen changes only: reason code and comment.
          05 filler pic x(1) value space.
          05 jrn-reason pic x(2).
          05 filler pic x(1) value space.
          05 jrn-comment pic x(60).
          *> Operator signed on when the change was made (blank for an
          *> unattended batch run).
          05 filler pic x(1) value space.
          05 jrn-operator pic x(8).

      *> Working-storage for value changes held for approval. A batch
      *> or rework record for a case already on the master with a
      *> different decimal value does not overwrite it: the change is
      *> written to the pending-changes file, marked HELD on the
      *> transcript and the print report, and left off the master and
      *> the docket extract until a supervisor approves it (applied to
      *> the master, journaled as APPROVAL, and cut to its own docket
      *> extract with status C) or denies it (sent to the reject queue
      *> of the run that held it). Pending status: P awaiting a
      *> decision, A approved, D denied.
      01 pending-filename pic x(64) value "ROMAN2DEC.PENDING".
      77 pending-work-filename pic x(72) value "ROMAN2DEC.PENDING.WORK".
      77 pending-status pic x(2) value spaces.
      77 pending-work-status pic x(2) value spaces.
      77 pending-eof-switch pic x(1) value 'N'.
      77 change-held-switch pic x(1) value 'N'.
          88 change-held value 'Y'.
      77 pnd-already pic x(1) value 'N'.
      77 pnd-choice pic x(1) value space.
      77 pnd-quit pic x(1) value 'N'.
      77 pnd-waiting pic 9(6) value 0.
      77 pnd-approved pic 9(6) value 0.
      77 pnd-denied pic 9(6) value 0.
      77 hold-numeral pic x(20) value spaces.
      77 hold-direction pic x(1) value space.
      77 hold-entered pic x(30) value spaces.
      77 hold-canonical pic x(30) value spaces.
      77 hold-intf-status pic x(1) value space.
      01 pending-detail.
          05 pnd-status pic x(1).
          05 filler pic x(1) value space.
          05 pnd-case-id pic x(10).
          05 filler pic x(1) value space.
          05 pnd-run-date pic x(8).
          05 filler pic x(1) value space.
          05 pnd-run-time pic x(6).
          05 filler pic x(1) value space.
          05 pnd-source pic x(8).
          05 filler pic x(1) value space.
          05 pnd-source-file pic x(64).
          05 filler pic x(1) value space.
          05 pnd-source-gen pic x(5).
          05 filler pic x(1) value space.
          05 pnd-reject-file pic x(88).
          05 filler pic x(1) value space.
          05 pnd-office pic x(8).
          05 filler pic x(1) value space.
          05 pnd-old-numeral pic x(20).
          05 filler pic x(1) value space.
          05 pnd-old-decimal pic 9(8).
          05 filler pic x(1) value space.
          05 pnd-old-conv-date pic x(8).
          05 filler pic x(1) value space.
          05 pnd-new-numeral pic x(20).
          05 filler pic x(1) value space.
          05 pnd-new-decimal pic 9(8).
          05 filler pic x(1) value space.
          05 pnd-direction pic x(1).
          05 filler pic x(1) value space.
          05 pnd-entered pic x(30).
          05 filler pic x(1) value space.
          05 pnd-canonical pic x(30).
          05 filler pic x(1) value space.
          05 pnd-intf-status pic x(1).
          05 filler pic x(1) value space.
          05 pnd-decided-date pic x(8).
          05 filler pic x(1) value space.
          05 pnd-decided-time pic x(6).
          05 filler pic x(1) value space.
          05 pnd-decided-by pic x(8).

      *> Working-storage for the master maintenance screen: a case is
      *> added, its numeral corrected, or the case deleted by hand,
      *> each change carrying one of the fixed reason codes below and
      *> a free-text comment into the change journal, and each cut to
      *> a one-record docket extract of its own (status M for an add
      *> or correction, X with a zero value for a withdrawn case).
      01 maint-reason-values.
          05 filler pic x(32) value "KEKeying error".
          05 filler pic x(32) value "WIKeyed against wrong case ID".
          05 filler pic x(32) value "WDRecord withdrawn".
          05 filler pic x(32) value "COCourt order".
          05 filler pic x(32) value "OTOther - see comment".
      01 maint-reason-table redefines maint-reason-values.
          03 maint-reason-entry occurs 5 times.
              05 mrs-code pic x(2).
              05 mrs-text pic x(30).
      77 maint-reason-max pic s9(4) usage is computational value 5.
      77 maint-rsn-iter pic s9(4) usage is computational.
      77 maint-rsn-index pic s9(4) usage is computational value 0.
      77 maint-action pic x(1) value space.
      77 maint-ok pic x(1) value 'N'.
      77 maint-reason-entry-text pic x(8) value spaces.
      77 maint-reason pic x(2) value spaces.
      77 maint-comment pic x(60) value spaces.
      77 maint-confirm pic x(1) value space.
      77 maint-new-numeral pic x(20) value spaces.
      77 maint-new-decimal pic 9(8) value 0.
      77 maint-canonical pic x(30) value spaces.

      *> Working-storage for the case history and as-of inquiry on
      *> menu option 5: the journal is read for one case ID, either
      *> listed in full or used to rebuild the master entry as it
      *> stood at the end of a given day - the last change made on or
      *> before that day, or failing that the before image of the
      *> first change made after it.
      77 asof-date pic x(8) value spaces.
      77 asof-entries pic 9(6) value 0.
      77 asof-have-before pic x(1) value 'N'.
      77 asof-have-after pic x(1) value 'N'.
      77 asof-on-master pic x(1) value 'N'.
      77 asof-numeral pic x(20) value spaces.
      77 asof-decimal pic 9(8) value 0.
      77 asof-conv-date pic x(8) value spaces.
      77 asof-unknown pic x(1) value 'N'.
      77 asof-journal-start pic x(8) value spaces.
      77 hist-action-name pic x(7) value spaces.

      *> Working-storage for the reject-file rework pass: corrections
      *> are loaded into a table keyed by document/case ID, each reject
      *> line is re-driven through its correction, and results append
      77 corr-index pic s9(4) usage is computational value 0.
      77 corr-found pic x(1) value 'N'.
      77 ct-rework-applied pic 9(8) value 0.
      77 rework-office pic x(8) value spaces.

      *> Direction/record-type code carried on each file record: blank
      *> or 'R' converts a roman numeral to decimal, 'D' renders a
      *> decimal value as a roman numeral for the transcript, 'C' is a
      *> roman-numeral date - a roman date converts to CCYYMMDD, an
      *> 8-digit CCYYMMDD date renders as a roman date.
      77 record-direction pic x(1) value space.
          88 forward-direction values space 'R'.
          88 reverse-direction value 'D'.
          88 date-record value 'C'.
          88 arith-add value 'A'.
          88 arith-subtract value 'S'.
          88 control-header value 'H'.
          88 control-trailer value 'T'.
      77 record-numeral-2 pic x(20) value spaces.
      77 date-display pic x(10) value spaces.

      *> Working-storage for the optional header/trailer control
      *> records around an extract. A trailer is balanced against
      *> CT-RECORDS-READ and CT-SUM-TOTAL at end of file (a date record
      *> counts as a record but adds nothing to the sum); a file that
      *> is out of balance, or that carries a header with no trailer
      *> (the signature of a truncated transfer), ends the run with an
      *> OUT-OF-BAL disposition so the schedule stops instead of
          05 cat-sum pic 9(10).
          05 filler pic x(1) value space.
          05 cat-disposition pic x(12).
          05 filler pic x(1) value space.
          05 cat-office pic x(8).
      77 gen-name-entry pic x(72) value spaces.
      77 gen-name-kind pic x(6) value spaces.
      77 gen-name-resolved pic x(80) value spaces.
      *> are fixed: record type (1), case ID (2-11), direction code
      *> (12), numeral as entered (13-42), canonical numeral (43-72),
      *> decimal value (73-80), status code (81: V valid, N normalized
      *> legacy, A arithmetic result, W reworked, C held change
      *> approved, M maintenance add or correction, X case withdrawn
      *> by maintenance), run date (82-89).
      77 intf-filename pic x(88) value spaces.
      77 intf-status pic x(2) value spaces.
      77 intf-open-switch pic x(1) value 'N'.
      *> which occurrence stands: FIRST (the default) converts only
      *> the first and quarantines the rest, DUPLAST lets the last
      *> occurrence stand - the old overwrite behaviour - while still
      *> leaving the .DUPS trail and the duplicate count behind. Each
      *> ID also notes whether this run has posted it to the master,
      *> so a later occurrence that overwrites this run's own value is
      *> not mistaken for a change to a value posted on an earlier
      *> night and held for approval.
      01 dups-out-filename pic x(88) value spaces.
      77 dups-status pic x(2) value spaces.
      01 seen-id-table.
          03 seen-id-entry occurs 5000 times.
              05 tbl-seen-id pic x(10).
              05 tbl-seen-posted pic x(1).
      77 seen-count pic s9(4) usage is computational value 0.
      77 seen-iter pic s9(4) usage is computational.
      77 seen-entry pic s9(4) usage is computational value 0.
      77 seen-full-warned pic x(1) value 'N'.
      77 dup-found pic x(1) value 'N'.
      77 dup-policy pic x(5) value "FIRST".
      77 arith-error-msg pic x(30) value spaces.
      77 arith-expression pic x(30) value spaces.

      *> Working-storage for the reject reason codes: the code of
      *> whichever rule a record breaks first, and its "Rnn text" label.
      copy romanrsn.
      77 rsn-code pic 9(2) value 0.
      77 rsn-label pic x(34) value spaces.

      *> Working-storage for the PARM-driven unattended batch entry
      *> point. The PARM is "<input-file or @manifest> [options]":
      *> LENIENT selects legacy-forms acceptance; DUPFIRST/DUPLAST
      *> selects which occurrence of a duplicate case ID stands;
      *> KEEP=n sets how many output generations are retained;
      *> ENDBY=hhmm sets the batch-window must-end-by time;
      *> EDITCHECK makes the run a dry-run edit check (see below).
      *> Return codes: 0 clean, 4 ran with rejects, 6 stopped at the
      *> batch-window deadline, 8 empty input, 12 file-status error,
      *> 16 reject threshold exceeded, 20 control trailer out of
      77 window-now pic x(8) value spaces.
      77 window-reached pic x(1) value 'N'.

      *> Working-storage for the edit-check (dry-run) mode: the PARM
      *> option EDITCHECK, or the menu's edit-check option, puts a
      *> file or manifest through every check the real run makes -
      *> header/trailer balancing, duplicate case IDs, syntax rejects,
      *> direction codes, the reject threshold, and (reading the
      *> master without updating it) the value changes that would be
      *> held - but writes nothing except the "<input>.EDIT" report:
      *> no master update, pending change, generation, catalog entry,
      *> checkpoint, or audit record. The report closes with the
      *> return code the real run would end with, and the run ends
      *> with that code too. The batch window is not checked, and a
      *> checkpoint left by an interrupted run is reported but not
      *> resumed - the whole file is always checked.
      77 edit-check-switch pic x(1) value 'N'.
          88 edit-check-run value 'Y'.
      77 edit-out-filename pic x(72) value spaces.
      77 edit-out-status pic x(2) value spaces.
      77 edit-open-switch pic x(1) value 'N'.
          88 edit-open value 'Y'.
      77 edit-ckpt-processed pic 9(8) value 0.
      77 edit-rc-meaning pic x(48) value spaces.
      01 edit-detail.
          05 edt-id pic x(10).
          05 filler pic x(1) value space.
          05 edt-direction pic x(1).
          05 filler pic x(1) value space.
          05 edt-numeral pic x(20).
          05 filler pic x(2) value spaces.
          05 edt-finding pic x(50).

      *> Working-storage for the lenient "legacy forms" acceptance
      *> mode: old deed books and clock faces use additive numerals
      *> like IIII and VIIII that strict validation rightly rejects.
      77 lenient-switch pic x(1) value 'N'.
          88 lenient-mode value 'Y'.
      77 normalized-switch pic x(1) value 'N'.
      77 canonical-numeral pic x(30) value spaces.
      77 ct-normalized-count pic 9(8) value 0.

      *> Working-storage for manifest-driven multi-file runs: a PARM of
      77 gt-reject-count pic 9(8) value 0.
      77 gt-normalized-count pic 9(8) value 0.
      77 gt-dup-count pic 9(8) value 0.
      77 gt-held-count pic 9(8) value 0.
      77 gt-sum-total pic 9(10) value 0.

      *> Working-storage for restart/checkpoint recovery of large files
      77 ct-valid-count pic 9(8) value 0.
      77 ct-reject-count pic 9(8) value 0.
      77 ct-sum-total pic 9(10) value 0.
      77 ct-held-count pic 9(8) value 0.

      *> Working-storage for the night-over-night delta report: two
      *> .VALID transcripts are matched on the document/case ID, and
      77 rec-missing pic 9(8) value 0.
      77 rec-differs pic 9(8) value 0.
      77 rec-unsupported pic 9(8) value 0.
      77 rec-held pic 9(8) value 0.

      *> Working-storage for the reject analysis report: the .REJECT
      *> generations of one input file are read back for a single run
      *> or a range of generations, and every reject line is totalled
      *> by its reason code and by the source office it carries.
      *> Reject lines written before reason codes existed are counted
      *> as unclassified rather than guessed at.
      77 rja-input-name pic x(64) value spaces.
      77 rja-in-filename pic x(80) value spaces.
      77 rja-in-status pic x(2) value spaces.
      77 rja-out-filename pic x(72) value spaces.
      77 rja-out-status pic x(2) value spaces.
      77 rja-eof-switch pic x(1) value 'N'.
      77 rja-from-gen pic 9(4) value 0.
      77 rja-to-gen pic 9(4) value 0.
      77 rja-gen pic 9(4) value 0.
      77 rja-gen-display pic 9(4) value 0.
      77 rja-gen-ok pic x(1) value 'Y'.
      77 rja-gens-read pic 9(4) value 0.
      77 rja-gens-missing pic 9(4) value 0.
      77 rja-gen-lines pic 9(8) value 0.
      77 rja-lines pic 9(8) value 0.
      77 rja-unclassified pic 9(8) value 0.
      77 rja-share-count pic 9(8) value 0.
      77 rja-share-base pic 9(8) value 0.
      77 rja-line-office pic x(8) value spaces.
      77 rja-line-code pic 9(2) value 0.
      77 rja-iter pic s9(4) usage is computational.
      77 rja-rsn-iter pic s9(4) usage is computational.
      77 rja-office-found pic x(1) value 'N'.
      77 rja-office-index pic s9(4) usage is computational value 0.
      77 rja-office-full-warned pic x(1) value 'N'.
      77 rja-rate pic 9(3)v99 value 0.
      77 rja-rate-display pic zz9.99.
      01 rja-reason-totals.
          03 rja-reason-count pic 9(8) occurs 20 times.
      01 rja-office-table.
          03 rja-office-entry occurs 100 times.
              05 ro-office pic x(8).
              05 ro-total pic 9(8).
              05 ro-unclassified pic 9(8).
              05 ro-reason-count pic 9(8) occurs 20 times.
      77 ro-count pic s9(4) usage is computational value 0.

      *> Working-storage for the free-text scanning mode: an ordinary
      *> document is read line by line, every maximal run of letters
      77 pg-purged-count pic 9(8) value 0.
      77 pg-kept-count pic 9(8) value 0.

      *> Working-storage for the docket acknowledgement reconciliation:
      *> the details of one interface extract are loaded into a table
      *> and the docket's acknowledgement is matched against them by
      *> case ID, run date, and decimal value. The report lists details
      *> the docket rejected, details it never acknowledged, and
      *> acknowledgements for details we never sent; docket-rejected
      *> records are re-queued in the input layout to "<extract>.RESEND"
      *> - except withdrawals (status X), which are not conversions to
      *> be run again. Table status: N not yet acknowledged, P posted,
      *> R rejected by the docket.
      77 ack-filename pic x(80) value spaces.
      77 ack-status pic x(2) value spaces.
      77 ackr-intf-filename pic x(80) value spaces.
      77 ackr-intf-status pic x(2) value spaces.
      77 ackr-out-filename pic x(88) value spaces.
      77 ackr-out-status pic x(2) value spaces.
      77 ackr-resend-filename pic x(88) value spaces.
      77 ackr-resend-status pic x(2) value spaces.
      77 ackr-resend-open pic x(1) value 'N'.
      77 ackr-eof-switch pic x(1) value 'N'.
      77 ackr-found pic x(1) value 'N'.
      77 ackr-case-found pic x(1) value 'N'.
      77 ackr-index pic s9(4) usage is computational value 0.
      77 ackr-iter pic s9(4) usage is computational.
      77 ackr-full-warned pic x(1) value 'N'.
      77 ackr-trl-seen pic x(1) value 'N'.
      77 ackr-trl-count pic 9(8) value 0.
      77 ackr-sent pic 9(8) value 0.
      77 ackr-acks-read pic 9(8) value 0.
      77 ackr-posted pic 9(8) value 0.
      77 ackr-rejected pic 9(8) value 0.
      77 ackr-unacked pic 9(8) value 0.
      77 ackr-unsent pic 9(8) value 0.
      77 ackr-dup-acks pic 9(8) value 0.
      77 ackr-bad-acks pic 9(8) value 0.
      77 ackr-requeued pic 9(8) value 0.
      77 ackr-tag pic x(21) value spaces.
      01 ackr-intf-table.
          03 ackr-intf-entry occurs 5000 times.
              05 ai-case-id pic x(10).
              05 ai-run-date pic x(8).
              05 ai-decimal pic 9(8).
              05 ai-direction pic x(1).
              05 ai-entered pic x(30).
              05 ai-status pic x(1).
              05 ai-acked pic x(1).
      77 ai-count pic s9(4) usage is computational value 0.

      *> Working-storage for the month-end office statement: the audit
      *> log is read for one month and every completed run is totalled
      *> under the office its extract header named - files received,
      *> records converted, rejects, duplicates, and records reworked
      *> later (from the REWORKED audit records the rework pass cuts).
      *> Billable records are those converted plus those reworked,
      *> charged at the office's rate from the rate table. Runs stopped
      *> at the batch window are left out (the resuming run's record
      *> carries the whole file) and so are runs that never opened
      *> their input. The grand total is checked against the same
      *> month's audit records summed directly. That is a completeness
      *> check, not an independent reconciliation: it fails only when
      *> the office table is full and runs from further offices are
      *> left off the statement, and it says so.
      77 stmt-month pic x(6) value spaces.
      77 stmt-filename pic x(80) value spaces.
      77 stmt-status pic x(2) value spaces.
      77 stmt-eof-switch pic x(1) value 'N'.
      77 stmt-office pic x(8) value spaces.
      77 stmt-found pic x(1) value 'N'.
      77 stmt-index pic s9(4) usage is computational value 0.
      77 stmt-iter pic s9(4) usage is computational.
      77 stmt-full-warned pic x(1) value 'N'.
      77 stmt-runs-kept pic 9(8) value 0.
      77 stmt-runs-dropped pic 9(8) value 0.
      77 stmt-line-dups pic 9(8) value 0.
      01 stmt-office-table.
          03 stmt-office-entry occurs 100 times.
              05 so-office pic x(8).
              05 so-files pic 9(6).
              05 so-converted pic 9(8).
              05 so-rejects pic 9(8).
              05 so-dups pic 9(8).
              05 so-reworked pic 9(8).
              05 so-billable pic 9(8).
              05 so-rate pic 9(3)v9(4).
              05 so-charge pic 9(9)v99.
              05 so-rate-found pic x(1).
      77 so-count pic s9(4) usage is computational value 0.
      01 stmt-totals.
          05 st-files pic 9(6).
          05 st-converted pic 9(8).
          05 st-rejects pic 9(8).
          05 st-dups pic 9(8).
          05 st-reworked pic 9(8).
          05 st-billable pic 9(8).
          05 st-charge pic 9(9)v99.
      01 stmt-audit-totals.
          05 sa-files pic 9(6).
          05 sa-converted pic 9(8).
          05 sa-rejects pic 9(8).
          05 sa-dups pic 9(8).
          05 sa-reworked pic 9(8).
      01 stmt-detail.
          05 sd-office pic x(10).
          05 sd-files pic zzzzz9.
          05 filler pic x(2) value spaces.
          05 sd-converted pic zzzzzzzz9.
          05 filler pic x(2) value spaces.
          05 sd-rejects pic zzzzzzzz9.
          05 filler pic x(2) value spaces.
          05 sd-dups pic zzzzzzzz9.
          05 filler pic x(2) value spaces.
          05 sd-reworked pic zzzzzzzz9.
          05 filler pic x(2) value spaces.
          05 sd-billable pic zzzzzzzz9.
          05 filler pic x(2) value spaces.
          05 sd-rate pic zz9.9999.
          05 filler pic x(2) value spaces.
          05 sd-charge pic zzz,zzz,zz9.99.
          05 filler pic x(2) value spaces.
          05 sd-note pic x(12).
      01 stmt-col-heads.
          05 filler pic x(10) value "OFFICE".
          05 filler pic x(8) value " FILES".
          05 filler pic x(11) value "CONVERTED".
          05 filler pic x(11) value "  REJECTS".
          05 filler pic x(11) value "     DUPS".
          05 filler pic x(11) value " REWORKED".
          05 filler pic x(11) value " BILLABLE".
          05 filler pic x(10) value "    RATE".
          05 filler pic x(14) value "        CHARGE".
      01 rate-filename pic x(64) value "ROMAN2DEC.RATES".
      77 rate-status pic x(2) value spaces.
      77 rate-eof-switch pic x(1) value 'N'.
      77 rate-default pic 9(3)v9(4) value 0.
      77 rate-default-found pic x(1) value 'N'.
      01 rate-table.
          03 rate-entry occurs 100 times.
              05 rt-office pic x(8).
              05 rt-amount pic 9(3)v9(4).
      77 rt-count pic s9(4) usage is computational value 0.
      77 rt-iter pic s9(4) usage is computational.

      *> Working-storage for operator sign-on and the action log. The
      *> menu opens only for an operator on the authorized-operator
      *> file, and only for the options that operator's entry allows
      *> (position n of the flag string is menu option n, Y to allow);
      *> rework, purge, and the review of held value changes are
      *> further limited to supervisors whatever the flags say. Three
      *> failed sign-ons, or an operator file or action log that cannot
      *> be opened, keep the menu closed. Every sign-on, sign-off, and
      *> menu action - allowed or refused - is appended to the action
      *> log with its key inputs, and the operator is stamped on the
      *> change journal and on pending-change decisions.
      01 operator-filename pic x(64) value "ROMAN2DEC.OPERATORS".
      01 oplog-filename pic x(64) value "ROMAN2DEC.OPLOG".
      77 operator-status pic x(2) value spaces.
      77 oplog-status pic x(2) value spaces.
      77 operator-eof-switch pic x(1) value 'N'.
      77 signon-entry pic x(30) value spaces.
      77 signon-attempts pic 9(1) value 0.
      77 signon-switch pic x(1) value 'N'.
          88 signed-on value 'Y'.
      77 signon-closed pic x(1) value 'N'.
      77 operator-id pic x(8) value spaces.
      77 operator-name pic x(30) value spaces.
      77 operator-class pic x(1) value space.
          88 operator-supervisor value 'S'.
      77 operator-options pic x(20) value spaces.
      77 option-number pic 9(2) value 0.
      77 option-allowed pic x(1) value 'N'.
      77 oplog-option pic x(2) value spaces.
      77 oplog-action pic x(12) value spaces.
      77 oplog-result pic x(8) value spaces.
      77 oplog-inputs pic x(100) value spaces.
      77 oplog-time pic x(8) value spaces.
      77 oplog-written pic x(1) value 'N'.
      01 operator-entry.
          05 opr-id pic x(8).
          05 filler pic x(1).
          05 opr-class pic x(1).
          05 filler pic x(1).
          05 opr-options pic x(20).
          05 filler pic x(1).
          05 opr-name pic x(30).
          05 filler pic x(18).
      01 oplog-detail.
          05 opl-date pic x(8).
          05 filler pic x(1) value space.
          05 opl-time pic x(6).
          05 filler pic x(1) value space.
          05 opl-operator pic x(8).
          05 filler pic x(1) value space.
          05 opl-option pic x(2).
          05 filler pic x(1) value space.
          05 opl-action pic x(12).
          05 filler pic x(1) value space.
          05 opl-result pic x(8).
          05 filler pic x(1) value space.
          05 opl-inputs pic x(100).
      01 menu-option-values.
          05 filler pic x(12) value "CONVERT".
          05 filler pic x(12) value "CONVERT-FILE".
          05 filler pic x(12) value "REVERSE".
          05 filler pic x(12) value "REWORK".
          05 filler pic x(12) value "INQUIRY".
          05 filler pic x(12) value "LENIENT".
          05 filler pic x(12) value "ARITHMETIC".
          05 filler pic x(12) value "DELTA".
          05 filler pic x(12) value "RECONCILE".
          05 filler pic x(12) value "PURGE".
          05 filler pic x(12) value "TREND".
          05 filler pic x(12) value "SCAN".
          05 filler pic x(12) value "REJ-ANALYSIS".
          05 filler pic x(12) value "PENDING".
          05 filler pic x(12) value "MAINTENANCE".
          05 filler pic x(12) value "STATEMENT".
          05 filler pic x(12) value "DOCKET-ACK".
          05 filler pic x(12) value "EDIT-CHECK".
          05 filler pic x(12) value "SIGNOFF".
      01 menu-option-table redefines menu-option-values.
          03 menu-option-name pic x(12) occurs 19 times.
      77 menu-quit-option pic 9(2) value 19.

      *> Working-storage for the main menu
      77 menu-choice pic x(2) value spaces.
      77 done-switch pic x(1) value 'N'.
      display "ROMAN NUMBER         " "        DEC. EQUIV.".
      display "----------------------------------------".

      perform operator-sign-on
      if not signed-on
          display "Sign-on refused - the menu is closed."
          stop run
      end-if

      perform until all-done
          display " "
          display "1. Convert one roman numeral"
          display "10. Purge aged master records to archive"
          display "11. Operations trend report from the audit log"
          display "12. Scan a text file for roman numerals"
          display "13. Reject analysis by reason and office"
          display "14. Review value changes held for approval"
          display "15. Add, correct, or delete a case on the master"
          display "16. Monthly office statement and chargeback"
          display "17. Reconcile a docket acknowledgement file"
          display "18. Edit-check an extract before the batch window"
          display "19. Quit"
          display "Enter your choice (1-19): "
          read std-input into menu-choice
          display " "

          move spaces to oplog-inputs
          move "DONE" to oplog-result
          perform check-operator-option
          if option-allowed is equal to 'N'
              move "DENIED" to oplog-result
          else
              evaluate function trim(menu-choice)
                  when '1'
                      perform menu-convert-numeral
                  when '2'
                      perform menu-convert-file
                  when '3'
                      perform menu-reverse-convert
                  when '4'
                      perform menu-rework-reject
                  when '5'
                      perform menu-master-inquiry
                  when '6'
                      perform menu-toggle-lenient
                  when '7'
                      perform menu-arithmetic
                  when '8'
                      perform menu-compare-transcripts
                  when '9'
                      perform menu-reconcile-master
                  when '10'
                      perform menu-purge-master
                  when '11'
                      perform menu-trend-report
                  when '12'
                      perform menu-scan-text
                  when '13'
                      perform menu-reject-analysis
                  when '14'
                      perform menu-review-pending
                  when '15'
                      perform menu-maintain-master
                  when '16'
                      perform menu-office-statement
                  when '17'
                      perform menu-docket-ack
                  when '18'
                      perform menu-edit-check
                  when '19'
                      display "Goodbye."
                      move 'Y' to done-switch
                  when other
                      display "Please enter 1 through 19."
              end-evaluate
          end-if
          if option-number is not equal to 0
              perform write-operator-log
          end-if
      end-perform.
stop run.

operator-sign-on.
      *> Asks for an operator ID, up to three tries, and looks it up on
      *> the authorized-operator file. The menu opens only for an
      *> operator found there, and only once the sign-on itself is on
      *> the action log - a session that cannot be logged is not run.

      move 'N' to signon-switch.
      move 'N' to signon-closed.
      move 0 to signon-attempts.
      move 0 to option-number.
      move spaces to oplog-option.
      move "SIGNON" to oplog-action.
      perform until signed-on or signon-closed = 'Y'
              or signon-attempts >= 3
          display "Operator ID: "
          read std-input into signon-entry
          move function upper-case(signon-entry) to signon-entry
          move function trim(signon-entry) to signon-entry
          add 1 to signon-attempts
          perform find-operator
          move spaces to oplog-inputs
          if signed-on
              move "DONE" to oplog-result
              string "NAME " delimited by size
                    function trim(operator-name) delimited by size
                    " CLASS " delimited by size
                    operator-class delimited by size
                    into oplog-inputs
              perform write-operator-log
              if oplog-written is equal to 'N'
                  move 'N' to signon-switch
                  move 'Y' to signon-closed
                  move spaces to operator-id
              else
                  if operator-supervisor
                      display "Signed on: " function trim(operator-name)
                          " (supervisor)"
                  else
                      display "Signed on: " function trim(operator-name)
                  end-if
              end-if
          else
              move "REFUSED" to oplog-result
              string "ID " delimited by size
                    signon-entry delimited by size
                    into oplog-inputs
              perform write-operator-log
              if signon-closed is equal to 'N'
                  display "Operator ID not authorized."
              end-if
          end-if
      end-perform.

find-operator.
      *> Looks SIGNON-ENTRY up on the authorized-operator file and, if
      *> it is there, signs that operator on with the entry's class
      *> and option flags. An operator file that cannot be read keeps
      *> the menu closed.

      move 'N' to signon-switch.
      open input operator-file
      if operator-status is not equal to "00"
          display "Authorized-operator file "
              function trim(operator-filename) " unavailable (status "
              operator-status ")"
          move 'Y' to signon-closed
      else
          move 'N' to operator-eof-switch
          perform until operator-eof-switch = 'Y' or signed-on
              read operator-file into operator-entry
                  at end
                      move 'Y' to operator-eof-switch
                  not at end
                      if opr-id is not equal to spaces
                          and opr-id is equal to signon-entry(1:8)
                          and signon-entry(9:22) is equal to spaces
                          move 'Y' to signon-switch
                          move opr-id to operator-id
                          move opr-name to operator-name
                          move opr-class to operator-class
                          move opr-options to operator-options
                      end-if
              end-read
          end-perform
          close operator-file
      end-if.

check-operator-option.
      *> Turns MENU-CHOICE into OPTION-NUMBER (0 when it is not a menu
      *> option at all) and decides whether the signed-on operator may
      *> use it. Quit is always open.

      move 0 to option-number.
      move 'Y' to option-allowed.
      move function trim(menu-choice) to oplog-option.
      if oplog-option(1:1) is numeric and oplog-option(2:1) is equal to space
          move oplog-option(1:1) to option-number
      else if oplog-option is numeric
          move oplog-option to option-number
      end-if
      end-if
      if option-number is greater than menu-quit-option
          move 0 to option-number
      end-if
      if option-number is not equal to 0
          move menu-option-name(option-number) to oplog-action
      end-if

      if option-number is equal to 0
          or option-number is equal to menu-quit-option
          continue
      else if operator-options(option-number:1) is not equal to 'Y'
          move 'N' to option-allowed
          display "Option " function trim(oplog-option)
              " is not authorized for operator "
              function trim(operator-id)
      else if (option-number = 4 or option-number = 10
              or option-number = 14) and not operator-supervisor
          move 'N' to option-allowed
          display "Option " function trim(oplog-option)
              " is limited to supervisors."
      end-if
      end-if
      end-if.

write-operator-log.
      *> Appends one action-log entry for the signed-on operator: the
      *> option (OPLOG-OPTION/-ACTION), OPLOG-RESULT, and the key inputs
      *> the option paragraph left in OPLOG-INPUTS. The log is opened
      *> and closed around every entry, so nothing is lost if the
      *> session ends abruptly.

      move 'N' to oplog-written.
      move spaces to oplog-detail.
      accept opl-date from date yyyymmdd.
      accept oplog-time from time.
      move oplog-time(1:6) to opl-time.
      move operator-id to opl-operator.
      if operator-id is equal to spaces
          move "????????" to opl-operator
      end-if
      move oplog-option to opl-option.
      move oplog-action to opl-action.
      move oplog-result to opl-result.
      move oplog-inputs to opl-inputs.
      open extend operator-log
      if oplog-status is equal to "35"
          open output operator-log
      end-if
      if oplog-status is equal to "00"
          write oplog-record from oplog-detail
          close operator-log
          move 'Y' to oplog-written
      else
          display "Operator action log " function trim(oplog-filename)
              " unavailable (status " oplog-status ")"
      end-if.

menu-convert-numeral.
      *> Menu option 1: convert a single roman numeral entered at the
      *> terminal.

      move function upper-case(input-entered) to input-entered
      move spaces to record-id
      string "NUMERAL " delimited by size
            function trim(input-entered) delimited by size
            into oplog-inputs

      perform conversion.

      display "Write results to output files as well? (Y/N): "
      read std-input into write-output-switch
      move function upper-case(write-output-switch) to write-output-switch
      string "FILE " delimited by size
            function trim(filename) delimited by size
            " OUTPUT " delimited by size
            write-output-switch delimited by size
            into oplog-inputs

      perform process-conversion-file.

      *> Menu option 3: convert a decimal number to a roman numeral.
      display "Enter a decimal number: "
      read std-input into input-entered
      string "VALUE " delimited by size
            function trim(input-entered) delimited by size
            into oplog-inputs

      move 0 to whitespaces
      move 0 to len
      *> off for the rest of the session. Strict is the default.
      if lenient-mode
          move 'N' to lenient-switch
          move "LENIENT OFF" to oplog-inputs
          display "Lenient legacy-forms mode is now OFF (strict)."
      else
          move 'Y' to lenient-switch
          move "LENIENT ON" to oplog-inputs
          display "Lenient legacy-forms mode is now ON - unambiguous"
          display "additive numerals (e.g. IIII) will be accepted."
      end-if.

      move spaces to record-id
      perform do-arithmetic
      string "EXPRESSION " delimited by size
            function trim(arith-expression) delimited by size
            into oplog-inputs

      if arith-ok is equal to 'Y'
          move arith-result to sum1
menu-master-inquiry.
      *> Menu option 5: answer "what did case X convert to" from the
      *> permanent conversion master instead of re-running old batch
      *> files - and, from the change journal, how the case got there
      *> and what the master said for it on any earlier day.
      display "Enter the case ID to look up: "
      read std-input into inquiry-id
      string "CASE " delimited by size
            inquiry-id(1:10) delimited by size
            into oplog-inputs

      move 'N' to master-found
      open input conversion-master
      if master-status is not equal to "00"
          display "Conversion master unavailable (status "
                  display "Case " master-id
                      " is not on the conversion master"
              not invalid key
                  move 'Y' to master-found
                  display "Case ID:        " master-id
                  display "Numeral:        " master-numeral
                  display "Decimal value:  " master-decimal
                      master-conv-date(5:2) "-" master-conv-date(7:2)
          end-read
          close conversion-master
      end-if

      display "Enter H for the change history, an as-of date "
          "(YYYYMMDD), or blank to finish: "
      read std-input into input-entered
      move function upper-case(input-entered) to input-entered
      move 0 to whitespaces
      move 0 to len
      inspect function reverse (input-entered)
          tallying whitespaces for leading space
      subtract whitespaces from length of input-entered giving len
      if len is greater than 0
          string "CASE " delimited by size
                inquiry-id(1:10) delimited by size
                " " delimited by size
                input-entered(1:len) delimited by size
                into oplog-inputs
      end-if

      evaluate true
          when len is equal to 0
              continue
          when len is equal to 1 and input-entered(1:1) is equal to 'H'
              perform show-case-history
          when len is equal to 8 and input-entered(1:8) is numeric
              move input-entered(1:8) to asof-date
              perform show-case-as-of
          when other
              display "Please enter H, an 8-digit date, or blank."
      end-evaluate.

show-case-history.
      *> Lists every journal entry for the inquiry case ID in the
      *> order they happened, with the before and after images.

      move 0 to asof-entries
      open input change-journal
      if journal-status is not equal to "00"
          display "Change journal unavailable (status "
              journal-status ")"
      else
          display "Change history for case " inquiry-id(1:10)
          move 'N' to journal-eof-switch
          perform until journal-eof-switch = 'Y'
              read change-journal
              at end move 'Y' to journal-eof-switch not at end
                  move journal-record to journal-detail
                  if jrn-case-id is equal to inquiry-id(1:10)
                      add 1 to asof-entries
                      perform show-journal-entry
                  end-if
              end-read
          end-perform
          close change-journal
          if asof-entries is equal to 0
              display "  No changes are journaled for this case."
          end-if
      end-if.

show-journal-entry.
      *> Displays the journal entry in JOURNAL-DETAIL.

      evaluate jrn-action
          when 'A' move "ADDED" to hist-action-name
          when 'C' move "CHANGED" to hist-action-name
          when 'D' move "DELETED" to hist-action-name
          when other move jrn-action to hist-action-name
      end-evaluate
      display "  " jrn-date(1:4) "-" jrn-date(5:2) "-" jrn-date(7:2)
          " " jrn-time(1:2) ":" jrn-time(3:2) ":" jrn-time(5:2)
          " " hist-action-name " " jrn-source " "
          function trim(jrn-source-file) " " jrn-source-gen
      if jrn-action is not equal to 'A'
          display "      before: " jrn-bef-numeral " " jrn-bef-decimal
              "  converted " jrn-bef-conv-date
      end-if
      if jrn-action is not equal to 'D'
          display "      after:  " jrn-aft-numeral " " jrn-aft-decimal
              "  converted " jrn-aft-conv-date
      end-if
      if jrn-operator is not equal to spaces
          display "      operator: " jrn-operator
      end-if
      if jrn-reason is not equal to spaces
          display "      reason: " jrn-reason "  "
              function trim(jrn-comment)
      end-if.

show-case-as-of.
      *> Rebuilds what the master said for the inquiry case at the end
      *> of ASOF-DATE: the after image of the last change made on or
      *> before that day; failing that, the before image of the first
      *> change made after it; failing both, the case has not changed
      *> since the journal began and today's entry is the answer - if
      *> it was converted by that date. An entry converted later, with
      *> nothing journaled, was posted before the journal began, so
      *> what the master held on the date cannot be known.

      move 0 to asof-entries
      move 'N' to asof-have-before
      move 'N' to asof-have-after
      move 'N' to asof-on-master
      move 'N' to asof-unknown
      move spaces to asof-journal-start
      open input change-journal
      if journal-status is not equal to "00"
          and journal-status is not equal to "35"
          display "Change journal unavailable (status "
              journal-status ")"
      else
          if journal-status is equal to "00"
              move 'N' to journal-eof-switch
              perform until journal-eof-switch = 'Y'
                  read change-journal
                  at end move 'Y' to journal-eof-switch not at end
                      move journal-record to journal-detail
                      if asof-journal-start is equal to spaces
                          move jrn-date to asof-journal-start
                      end-if
                      if jrn-case-id is equal to inquiry-id(1:10)
                          add 1 to asof-entries
                          perform apply-as-of-entry
                      end-if
                  end-read
              end-perform
              close change-journal
          end-if

          if asof-have-before is equal to 'N'
              and asof-have-after is equal to 'N'
              *> Nothing journaled either side of the date.
              if master-found is equal to 'Y'
                  if master-conv-date <= asof-date
                      move 'Y' to asof-on-master
                      move master-numeral to asof-numeral
                      move master-decimal to asof-decimal
                      move master-conv-date to asof-conv-date
                  else
                      move 'Y' to asof-unknown
                  end-if
              end-if
          end-if

          display "As of " asof-date(1:4) "-" asof-date(5:2) "-"
              asof-date(7:2) " (" asof-entries " journal entries):"
          if asof-unknown is equal to 'Y'
              if asof-journal-start is equal to spaces
                  display "  History of case " inquiry-id(1:10)
                      " is unavailable - the change journal has no "
                      "entries"
              else
                  display "  History of case " inquiry-id(1:10)
                      " before the journal's first entry ("
                      asof-journal-start(1:4) "-"
                      asof-journal-start(5:2) "-"
                      asof-journal-start(7:2) ") is unavailable"
              end-if
              display "  Current entry " master-numeral " "
                  master-decimal "  converted " master-conv-date
          else if asof-on-master is equal to 'Y'
              display "  Case " inquiry-id(1:10) " was " asof-numeral
                  " " asof-decimal "  converted " asof-conv-date
          else
              display "  Case " inquiry-id(1:10)
                  " was not on the conversion master"
          end-if
          end-if
      end-if.

apply-as-of-entry.
      *> Folds one journal entry for the inquiry case into the as-of
      *> answer. Entries are in the order they happened, so each one
      *> on or before the date supersedes the last; only the first one
      *> after the date matters, and only when none came before.

      if jrn-date <= asof-date
          move 'Y' to asof-have-before
          if jrn-action is equal to 'D'
              move 'N' to asof-on-master
          else
              move 'Y' to asof-on-master
              move jrn-aft-numeral to asof-numeral
              move jrn-aft-decimal to asof-decimal
              move jrn-aft-conv-date to asof-conv-date
          end-if
      else
          if asof-have-before is equal to 'N'
              and asof-have-after is equal to 'N'
              move 'Y' to asof-have-after
              if jrn-action is equal to 'A'
                  move 'N' to asof-on-master
              else
                  move 'Y' to asof-on-master
                  move jrn-bef-numeral to asof-numeral
                  move jrn-bef-decimal to asof-decimal
                  move jrn-bef-conv-date to asof-conv-date
              end-if
          end-if
      end-if.

menu-compare-transcripts.
      move "VALID" to gen-name-kind
      perform resolve-generation-name
      move gen-name-resolved to delta-new-filename
      string "OLD " delimited by size
            function trim(delta-old-filename) delimited by size
            " NEW " delimited by size
            function trim(delta-new-filename) delimited by size
            into oplog-inputs

      perform compare-transcripts.

      *> that died between the transcript write and the master update.
      display "Enter a valid transcript (or @listfile of them): "
      read std-input into recon-filename
      string "TRANSCRIPT " delimited by size
            function trim(recon-filename) delimited by size
            into oplog-inputs

      perform reconcile-master.

      move 0 to rec-missing.
      move 0 to rec-differs.
      move 0 to rec-unsupported.
      move 0 to rec-held.
      move 0 to recon-id-count.
      move 'N' to recon-full-warned.
      accept run-date from date yyyymmdd.
              write recon-output-record
              end-write
          not invalid key
              if (master-decimal is not equal to rec-line-decimal
                  or master-numeral is not equal to rec-line-numeral)
                  and recon-input-record(58:4) is equal to "HELD"
                  *> A change held for approval is meant to differ
                  *> from the master until a supervisor decides it.
                  add 1 to rec-held
                  move spaces to recon-output-record
                  string "HELD FOR APPROVAL    " delimited by size
                        rec-line-id delimited by size
                        "  TRANSCRIPT: " delimited by size
                        rec-line-numeral delimited by size
                        " " delimited by size
                        rec-line-decimal delimited by size
                        "  MASTER: " delimited by size
                        master-numeral delimited by size
                        " " delimited by size
                        master-decimal delimited by size
                        into recon-output-record
                  write recon-output-record
              else
              if master-decimal is not equal to rec-line-decimal
                  or master-numeral is not equal to rec-line-numeral
                  add 1 to rec-differs
              else
                  add 1 to rec-matched
              end-if
              end-if
      end-read.

recon-find-id.
            into recon-output-record
      write recon-output-record

      move rec-held to rpt-count-display
      move spaces to recon-output-record
      string "HELD FOR APPROVAL:   " delimited by size
            rpt-count-display delimited by size
            into recon-output-record
      write recon-output-record

      move rec-unsupported to rpt-count-display
      move spaces to recon-output-record
      string "NO TRANSCRIPT SUPPORT: " delimited by size
      display "Matched:               " rec-matched
      display "Missing from master:   " rec-missing
      display "Differing values:      " rec-differs
      display "Held for approval:     " rec-held
      display "No transcript support: " rec-unsupported
      display "Unparseable lines:     " rec-unparseable
      if rec-missing is equal to 0 and rec-differs is equal to 0
      if len is equal to 8 and input-entered(1:8) is numeric
          move input-entered(1:8) to pg-cutoff-date
          perform purge-master
          string "CUTOFF " delimited by size
                pg-cutoff-date delimited by size
                " PURGED " delimited by size
                pg-purged-count delimited by size
                " ARCHIVE " delimited by size
                function trim(archive-filename) delimited by size
                into oplog-inputs
      else
          display "Cutoff must be an 8-digit date (YYYYMMDD)."
          string "CUTOFF " delimited by size
                function trim(input-entered) delimited by size
                into oplog-inputs
      end-if.

purge-master.
            into purge-reg-filename.

      open i-o conversion-master
      if master-status is equal to "00"
          perform open-change-journal
          if not journal-open
              display "Change journal unavailable (status "
                  journal-status ") - nothing purged"
              close conversion-master
              move "99" to master-status
          end-if
      end-if
      if master-status is not equal to "00"
          display "Conversion master unavailable (status "
              master-status ")"
      else
          move "PURGE" to journal-source
          move archive-filename to journal-source-file
          move spaces to journal-source-gen
          open output archive-output
          if archive-status is not equal to "00"
              display "Cannot create archive "
                  function trim(archive-filename)
                  " (status " archive-status ")"
              close conversion-master
              close change-journal
              move 'N' to journal-open-switch
          else
              open output purge-register
              if purge-reg-status is not equal to "00"
                      " (status " purge-reg-status ")"
                  close archive-output
                  close conversion-master
                  close change-journal
                  move 'N' to journal-open-switch
              else
                  perform purge-sweep
                  perform write-purge-summary
                  close purge-register
                  close archive-output
                  close conversion-master
                  close change-journal
                  move 'N' to journal-open-switch
              end-if
          end-if
      end-if.
            into purge-reg-record
      write purge-reg-record
      move spaces to purge-reg-record
      string "RUN BY:  " delimited by size
            operator-id delimited by size
            " " delimited by size
            function trim(operator-name) delimited by size
            into purge-reg-record
      write purge-reg-record
      move spaces to purge-reg-record
      write purge-reg-record

      move low-values to master-id
                        into purge-reg-record
                  write purge-reg-record
                  end-write
                  move master-record to master-before
                  delete conversion-master record
                      invalid key
                          display "Master delete failed for " master-id
                              " (status " master-status ")"
                      not invalid key
                          move 'D' to journal-action
                          perform write-journal-entry
                  end-delete
                  add 1 to pg-purged-count
              else
      display "Enter the period end date (YYYYMMDD): "
      read std-input into input-entered
      move input-entered(1:8) to trend-to-date
      string "FROM " delimited by size
            trend-from-date delimited by size
            " TO " delimited by size
            trend-to-date delimited by size
            into oplog-inputs

      if trend-from-date is numeric and trend-to-date is numeric
          and trend-from-date <= trend-to-date
                  read audit-log
                  at end move 'Y' to trend-eof-switch not at end
                      move audit-record to audit-detail
                      *> Rework runs re-read old rejects; they are
                      *> billed on the office statement but kept out
                      *> of the batch-run trends.
                      if aud-date is numeric
                          and aud-date >= trend-from-date
                          and aud-date <= trend-to-date
                          and aud-disposition is not equal to "REWORKED"
                          perform trend-tally-record
                      end-if
                  end-read
      *> without anyone keying them into the batch layout first.
      display "Enter the text file to scan: "
      read std-input into scan-filename
      string "FILE " delimited by size
            function trim(scan-filename) delimited by size
            into oplog-inputs

      perform scan-text-file.

          write scan-output-record
      end-if.

menu-reject-analysis.
      *> Menu option 13: total the rejects of one input file by reason
      *> code and by source office, for its latest run or for a range
      *> of generations, so the records office can see which keying
      *> mistakes keep coming back and fix them at the source.
      display "Enter the input file whose rejects are to be analysed: "
      read std-input into rja-input-name
      move function trim(rja-input-name) to rja-input-name

      display "Enter the first generation (blank for the latest run): "
      read std-input into input-entered
      perform rja-parse-generation
      move rja-gen to rja-from-gen

      if rja-gen-ok is equal to 'Y' and rja-from-gen is equal to 0
          move rja-input-name to filename
          perform read-catalog-max-gen
          move gen-max-found to rja-from-gen
          move gen-max-found to rja-to-gen
          if gen-max-found is equal to 0
              display "No generations are cataloged for "
                  function trim(rja-input-name)
              move 'N' to rja-gen-ok
          end-if
      else
          if rja-gen-ok is equal to 'Y'
              display "Enter the last generation (blank for the same): "
              read std-input into input-entered
              perform rja-parse-generation
              move rja-gen to rja-to-gen
              if rja-to-gen is equal to 0
                  move rja-from-gen to rja-to-gen
              end-if
              if rja-to-gen < rja-from-gen
                  move 'N' to rja-gen-ok
              end-if
          end-if
      end-if

      string "FILE " delimited by size
            function trim(rja-input-name) delimited by size
            " GENERATIONS " delimited by size
            rja-from-gen delimited by size
            "-" delimited by size
            rja-to-gen delimited by size
            into oplog-inputs
      if rja-gen-ok is equal to 'Y'
          perform reject-analysis
      else
          display "Generations must be numbers (e.g. G0003 or 3), "
              "first not after last."
      end-if.

rja-parse-generation.
      *> Reads a generation number as keyed - "G0003", "0003", or "3" -
      *> into RJA-GEN. A blank entry leaves RJA-GEN zero; anything that
      *> is not a number clears RJA-GEN-OK.

      move 0 to rja-gen.
      move 'Y' to rja-gen-ok.
      move spaces to gen-tok-2.
      move function trim(input-entered) to gen-tok-2.
      move function upper-case(gen-tok-2) to gen-tok-2.
      if gen-tok-2(1:1) is equal to 'G'
          move gen-tok-2(2:) to gen-tok-2
      end-if
      move 0 to whitespaces
      move 0 to len
      inspect function reverse (gen-tok-2)
          tallying whitespaces for leading space
      subtract whitespaces from length of gen-tok-2 giving len
      if len > 0
          if len < 5 and gen-tok-2(1:len) is numeric
              move gen-tok-2(1:len) to rja-gen
          else
              move 'N' to rja-gen-ok
          end-if
      end-if.

reject-analysis.
      *> Reads the .REJECT generations RJA-FROM-GEN through RJA-TO-GEN
      *> of RJA-INPUT-NAME and writes the analysis (input name with
      *> ".REJAN" appended): the generations read, the rejects by
      *> reason code, the rejects by office and reason, and the totals.
      *> A generation whose reject file has been retired is listed as
      *> missing rather than silently left out.

      move 0 to rja-gens-read.
      move 0 to rja-gens-missing.
      move 0 to rja-lines.
      move 0 to rja-unclassified.
      move 0 to ro-count.
      move 'N' to rja-office-full-warned.
      initialize rja-reason-totals.
      accept run-date from date yyyymmdd.

      move spaces to rja-out-filename
      string function trim(rja-input-name) delimited by size
            ".REJAN" delimited by size
            into rja-out-filename
      open output rja-output
      if rja-out-status is not equal to "00"
          display "Cannot create reject analysis "
              function trim(rja-out-filename)
              " (status " rja-out-status ")"
      else
          move rja-from-gen to gen-display
          move rja-to-gen to rja-gen-display
          move spaces to rja-output-record
          string "REJECT ANALYSIS REPORT  RUN DATE " delimited by size
                run-date(1:4) delimited by size
                "-" delimited by size
                run-date(5:2) delimited by size
                "-" delimited by size
                run-date(7:2) delimited by size
                into rja-output-record
          write rja-output-record
          move spaces to rja-output-record
          string "INPUT: " delimited by size
                function trim(rja-input-name) delimited by size
                "   GENERATIONS G" delimited by size
                gen-display delimited by size
                " - G" delimited by size
                rja-gen-display delimited by size
                into rja-output-record
          write rja-output-record
          move spaces to rja-output-record
          write rja-output-record
          move "GENERATIONS READ" to rja-output-record
          write rja-output-record

          perform varying rja-gen from rja-from-gen by 1
                  until rja-gen > rja-to-gen
              perform rja-read-generation
          end-perform

          perform write-rja-reasons
          perform write-rja-offices
          perform write-rja-summary
          close rja-output

          display "Reject analysis written to "
              function trim(rja-out-filename)
          display "Generations read:    " rja-gens-read
          display "Generations missing: " rja-gens-missing
          display "Reject lines:        " rja-lines
      end-if.

rja-read-generation.
      *> Totals every line of one .REJECT generation, listing the
      *> generation with its line count (or as missing).

      move rja-gen to rja-gen-display
      move spaces to rja-in-filename
      string function trim(rja-input-name) delimited by size
            ".REJECT.G" delimited by size
            rja-gen-display delimited by size
            into rja-in-filename
      move 0 to rja-gen-lines

      open input rja-input
      if rja-in-status is not equal to "00"
          add 1 to rja-gens-missing
          move spaces to rja-output-record
          string "  G" delimited by size
                rja-gen-display delimited by size
                "  NOT ON FILE (RETIRED OR NEVER RUN)" delimited by size
                into rja-output-record
          write rja-output-record
      else
          add 1 to rja-gens-read
          move 'N' to rja-eof-switch
          perform until rja-eof-switch = 'Y'
              read rja-input
              at end move 'Y' to rja-eof-switch not at end
                  if rja-input-record is not equal to spaces
                      add 1 to rja-gen-lines
                      perform rja-tally-line
                  end-if
              end-read
          end-perform
          close rja-input
          move rja-gen-lines to rpt-count-display
          move spaces to rja-output-record
          string "  G" delimited by size
                rja-gen-display delimited by size
                "  REJECT LINES " delimited by size
                rpt-count-display delimited by size
                into rja-output-record
          write rja-output-record
      end-if.

rja-tally-line.
      *> Folds one reject line into the reason and office totals. The
      *> reason code is "Rnn" in columns 44-46 and the office is in
      *> columns 82-89; a line without a code is unclassified, and one
      *> without an office came from an extract with no header.

      add 1 to rja-lines
      move rja-input-record(82:8) to rja-line-office
      if rja-line-office is equal to spaces
          move "(NONE)" to rja-line-office
      end-if
      move 0 to rja-line-code
      if rja-input-record(44:1) is equal to 'R'
          and rja-input-record(45:2) is numeric
          move rja-input-record(45:2) to rja-line-code
          if rja-line-code > rsn-max-code
              move 0 to rja-line-code
          end-if
      end-if
      if rja-line-code is equal to 0
          add 1 to rja-unclassified
      else
          add 1 to rja-reason-count(rja-line-code)
      end-if

      perform rja-find-office
      if rja-office-found is equal to 'N' and ro-count < 100
          add 1 to ro-count
          move ro-count to rja-office-index
          move rja-line-office to ro-office(rja-office-index)
          move 0 to ro-total(rja-office-index)
          move 0 to ro-unclassified(rja-office-index)
          perform varying rja-rsn-iter from 1 by 1
                  until rja-rsn-iter > 20
              move 0 to ro-reason-count(rja-office-index, rja-rsn-iter)
          end-perform
          move 'Y' to rja-office-found
      end-if
      if rja-office-found is equal to 'Y'
          add 1 to ro-total(rja-office-index)
          if rja-line-code is equal to 0
              add 1 to ro-unclassified(rja-office-index)
          else
              add 1 to ro-reason-count(rja-office-index, rja-line-code)
          end-if
      else
          if rja-office-full-warned is equal to 'N'
              display "Office table full (100) - later offices are "
                  "left out of the office section"
              move 'Y' to rja-office-full-warned
          end-if
      end-if.

rja-find-office.
      *> Looks RJA-LINE-OFFICE up in the office table, leaving the
      *> matching subscript in RJA-OFFICE-INDEX.

      move 'N' to rja-office-found.
      perform varying rja-iter from 1 by 1
              until rja-iter > ro-count or rja-office-found = 'Y'
          if ro-office(rja-iter) is equal to rja-line-office
              move 'Y' to rja-office-found
              move rja-iter to rja-office-index
          end-if
      end-perform.

write-rja-reasons.
      *> Rejects by reason code across every generation read, with
      *> each reason's share of all the rejects.

      move spaces to rja-output-record
      write rja-output-record
      move "REJECTS BY REASON" to rja-output-record
      write rja-output-record
      move spaces to rja-output-record
      move "  CODE" to rja-output-record(1:6)
      move "REASON" to rja-output-record(9:6)
      move "COUNT" to rja-output-record(44:5)
      move "SHARE" to rja-output-record(54:5)
      write rja-output-record

      perform varying rja-rsn-iter from 1 by 1
              until rja-rsn-iter > rsn-max-code
          move rja-reason-count(rja-rsn-iter) to rja-share-count
          move rja-rsn-iter to rja-line-code
          move rja-lines to rja-share-base
          perform write-rja-reason-line
      end-perform

      if rja-unclassified > 0
          move rja-unclassified to rpt-count-display
          move spaces to rja-output-record
          move "  ---" to rja-output-record(1:5)
          move "UNCLASSIFIED (NO REASON CODE)"
              to rja-output-record(9:30)
          move rpt-count-display to rja-output-record(41:8)
          write rja-output-record
      end-if.

write-rja-reason-line.
      *> One reason line: code RJA-LINE-CODE with RJA-SHARE-COUNT
      *> rejects, as a share of the RJA-SHARE-BASE rejects it is
      *> measured against.

      move spaces to rja-output-record
      move "R" to rja-output-record(3:1)
      move rja-line-code to rja-output-record(4:2)
      move rsn-text(rja-line-code) to rja-output-record(9:30)
      move rja-share-count to rpt-count-display
      move rpt-count-display to rja-output-record(41:8)
      if rja-share-base > 0
          compute rja-rate rounded =
              rja-share-count * 100 / rja-share-base
      else
          move 0 to rja-rate
      end-if
      move rja-rate to rja-rate-display
      move rja-rate-display to rja-output-record(52:6)
      move "%" to rja-output-record(58:1)
      write rja-output-record.

write-rja-offices.
      *> Rejects by source office: each office's total, then the
      *> reasons that office's rejects fell under.

      move spaces to rja-output-record
      write rja-output-record
      move "REJECTS BY OFFICE" to rja-output-record
      write rja-output-record

      if ro-count is equal to 0
          move "  (NONE)" to rja-output-record
          write rja-output-record
      end-if

      perform varying rja-office-index from 1 by 1
              until rja-office-index > ro-count
          move ro-total(rja-office-index) to rpt-count-display
          move spaces to rja-output-record
          string "  OFFICE " delimited by size
                ro-office(rja-office-index) delimited by size
                "  REJECTS " delimited by size
                rpt-count-display delimited by size
                into rja-output-record
          write rja-output-record
          perform varying rja-rsn-iter from 1 by 1
                  until rja-rsn-iter > rsn-max-code
              if ro-reason-count(rja-office-index, rja-rsn-iter) > 0
                  move ro-reason-count(rja-office-index, rja-rsn-iter)
                      to rja-share-count
                  move rja-rsn-iter to rja-line-code
                  move ro-total(rja-office-index) to rja-share-base
                  perform write-rja-reason-line
              end-if
          end-perform
          if ro-unclassified(rja-office-index) > 0
              move ro-unclassified(rja-office-index)
                  to rpt-count-display
              move spaces to rja-output-record
              move "  ---" to rja-output-record(1:5)
              move "UNCLASSIFIED (NO REASON CODE)"
                  to rja-output-record(9:30)
              move rpt-count-display to rja-output-record(41:8)
              write rja-output-record
          end-if
      end-perform.

write-rja-summary.
      *> Count block closing the analysis.

      move spaces to rja-output-record
      write rja-output-record
      move "SUMMARY" to rja-output-record
      write rja-output-record

      move rja-gens-read to gen-display
      move spaces to rja-output-record
      string "GENERATIONS READ:    " delimited by size
            gen-display delimited by size
            into rja-output-record
      write rja-output-record

      move rja-gens-missing to gen-display
      move spaces to rja-output-record
      string "GENERATIONS MISSING: " delimited by size
            gen-display delimited by size
            into rja-output-record
      write rja-output-record

      move rja-lines to rpt-count-display
      move spaces to rja-output-record
      string "REJECT LINES:        " delimited by size
            rpt-count-display delimited by size
            into rja-output-record
      write rja-output-record

      move rja-unclassified to rpt-count-display
      move spaces to rja-output-record
      string "UNCLASSIFIED:        " delimited by size
            rpt-count-display delimited by size
            into rja-output-record
      write rja-output-record.

menu-review-pending.
      *> Menu option 14: a supervisor works through the value changes
      *> held out of the master, one at a time, with the master's
      *> current entry and the held change side by side. Approval
      *> applies the change to the master, journaled as APPROVAL
      *> against the run that held it, and cuts a docket record to an
      *> extract of its own; denial sends the record to the reject
      *> queue of that run with reason R11. Each decision is stamped on
      *> the pending file, which is rewritten through a work file; a
      *> skipped change stays pending for the next review.

      move 0 to pnd-waiting.
      move 0 to pnd-approved.
      move 0 to pnd-denied.
      move 'N' to pnd-quit.

      open input pending-file
      if pending-status is equal to "35"
          display "No value changes are awaiting approval."
      else
          if pending-status is not equal to "00"
              display "Pending-changes file unavailable (status "
                  pending-status ")"
          else
              open output pending-work
              if pending-work-status is not equal to "00"
                  display "Cannot open pending work file "
                      function trim(pending-work-filename)
                      " (status " pending-work-status ")"
                  close pending-file
              else
                  perform review-pending-pass
                  perform copy-pending-work
              end-if
          end-if
      end-if
      string "APPROVED " delimited by size
            pnd-approved delimited by size
            " DENIED " delimited by size
            pnd-denied delimited by size
            " STILL PENDING " delimited by size
            pnd-waiting delimited by size
            into oplog-inputs.

review-pending-pass.
      *> Copies the pending file to the work file, stopping at each
      *> change still awaiting a decision for the supervisor's call.

      accept run-date from date yyyymmdd
      accept run-time from time
      move "APPROVAL" to journal-source
      perform open-conversion-master
      move 'N' to intf-open-switch
      move 0 to intf-record-count
      move 0 to intf-sum-total

      move 'N' to pending-eof-switch
      perform until pending-eof-switch = 'Y'
          read pending-file into pending-detail
          at end move 'Y' to pending-eof-switch not at end
              if pnd-status is equal to 'P'
                  add 1 to pnd-waiting
                  if pnd-quit is equal to 'N'
                      perform review-one-pending
                  end-if
              end-if
              write pending-work-record from pending-detail
          end-read
      end-perform
      close pending-file
      close pending-work

      if intf-open
          perform write-interface-trailer
          display "Approved changes sent to the docket in "
              function trim(intf-filename)
      end-if
      perform close-conversion-master

      display " "
      display "Changes awaiting approval: " pnd-waiting
      display "Approved:                  " pnd-approved
      display "Denied:                    " pnd-denied
      compute pnd-waiting = pnd-waiting - pnd-approved - pnd-denied
      display "Still pending:             " pnd-waiting.

review-one-pending.
      *> Shows one held change against the master's current entry and
      *> takes the supervisor's decision.

      display " "
      display "Case " pnd-case-id "  held " pnd-run-date(1:4) "-"
          pnd-run-date(5:2) "-" pnd-run-date(7:2) " by "
          function trim(pnd-source) " "
          function trim(pnd-source-file) " " pnd-source-gen
          "  office " pnd-office
      display "                NUMERAL              DECIMAL   CONVERTED"
      if master-open
          move pnd-case-id to master-id
          read conversion-master
              invalid key
                  display "  On master:    (no longer on the master)"
              not invalid key
                  display "  On master:    " master-numeral " "
                      master-decimal "  " master-conv-date
          end-read
      else
          display "  When held:    " pnd-old-numeral " "
              pnd-old-decimal "  " pnd-old-conv-date
      end-if
      display "  Held change:  " pnd-new-numeral " " pnd-new-decimal
          "  entered as " function trim(pnd-entered)

      display "A to approve, D to deny, S to skip, Q to stop reviewing: "
      read std-input into pnd-choice
      move function upper-case(pnd-choice) to pnd-choice
      evaluate pnd-choice
          when 'A'
              if master-open
                  perform approve-pending-change
              else
                  display "Conversion master unavailable - change "
                      "left pending"
              end-if
          when 'D'
              perform deny-pending-change
          when 'Q'
              move 'Y' to pnd-quit
          when other
              display "Left pending."
      end-evaluate.

approve-pending-change.
      *> Applies the held change to the master as of today, journaled
      *> against the run that held it, and cuts its docket record. A
      *> master update that fails leaves the change pending, with no
      *> docket record, so it can be approved again.

      move pnd-case-id to record-id
      move pnd-new-numeral to master-numeral
      move pnd-new-decimal to sum1
      move pnd-source-file to journal-source-file
      move pnd-source-gen to journal-source-gen
      perform update-conversion-master
      if master-update-ok is not equal to 'Y'
          display "Master update failed for " pnd-case-id
              " - change left pending"
      else
          if not intf-open
              move spaces to intf-filename
              string function trim(master-filename) delimited by size
                    ".APPROVE." delimited by size
                    run-date delimited by size
                    run-time(1:6) delimited by size
                    ".INTF" delimited by size
                    into intf-filename
              move filename to saved-filename
              move pending-filename to filename
              perform open-new-interface-extract
              move saved-filename to filename
          end-if
          if intf-open
              move pnd-direction to intf-direction
              move pnd-entered to intf-numeral-entered
              move pnd-canonical to intf-canonical
              move 'C' to intf-rec-status
              perform write-interface-detail
          end-if

          move 'A' to pnd-status
          move run-date to pnd-decided-date
          move run-time(1:6) to pnd-decided-time
          move operator-id to pnd-decided-by
          add 1 to pnd-approved
          display "Approved - master updated for " pnd-case-id
      end-if.

deny-pending-change.
      *> Sends the held record to the reject queue of the run that held
      *> it, with reason R11, so it can be corrected and reworked like
      *> any other reject. A run that wrote no transcripts queues it
      *> alongside the pending file instead. A generation retired
      *> since the hold is not brought back (OPEN-DENIAL-REJECT-FILE).

      if pnd-reject-file is equal to spaces
          move spaces to reject-out-filename
          string function trim(pending-filename) delimited by size
                ".REJECT" delimited by size
                into reject-out-filename
          open extend reject-output
          if reject-status is equal to "35"
              open output reject-output
          end-if
      else
          move pnd-reject-file to reject-out-filename
          open extend reject-output
          if reject-status is equal to "35"
              perform open-denial-reject-file
          end-if
      end-if
      if reject-status is equal to "00"
          move spaces to reject-output-record
          string pnd-case-id delimited by size
                "  " delimited by size
                pnd-entered delimited by size
                into reject-output-record
          move 11 to rsn-code
          perform set-reject-label
          move pnd-office to ctl-office-code
          perform write-reject-line
          close reject-output
          move 'D' to pnd-status
          move run-date to pnd-decided-date
          move run-time(1:6) to pnd-decided-time
          move operator-id to pnd-decided-by
          add 1 to pnd-denied
          display "Denied - queued on "
              function trim(reject-out-filename)
      else
          display "Cannot open reject file "
              function trim(reject-out-filename)
              " (status " reject-status ") - change left pending"
      end-if.

open-denial-reject-file.
      *> The .REJECT generation of the run that held the change has
      *> been retired by the retention count since. Recreating it would
      *> revive a generation the catalog no longer lists, so the denial
      *> goes to the current generation of the same input file, as its
      *> catalog shows, or failing that to the pending file's own
      *> reject queue.

      move filename to saved-filename
      move pnd-source-file to filename
      perform read-catalog-max-gen
      move saved-filename to filename
      if gen-max-found is greater than 0
          move gen-max-found to gen-display
          move spaces to reject-out-filename
          string function trim(pnd-source-file) delimited by size
                ".REJECT.G" delimited by size
                gen-display delimited by size
                into reject-out-filename
          open extend reject-output
      end-if
      if gen-max-found is equal to 0
          or reject-status is not equal to "00"
          move spaces to reject-out-filename
          string function trim(pending-filename) delimited by size
                ".REJECT" delimited by size
                into reject-out-filename
          open extend reject-output
          if reject-status is equal to "35"
              open output reject-output
          end-if
      end-if.

copy-pending-work.
      *> Replaces the pending file with the work copy carrying this
      *> review's decisions.

      open input pending-work
      if pending-work-status is not equal to "00"
          display "Cannot reopen pending work file (status "
              pending-work-status ") - decisions not recorded"
      else
          open output pending-file
          move 'N' to pending-eof-switch
          perform until pending-eof-switch = 'Y'
              read pending-work
              at end move 'Y' to pending-eof-switch not at end
                  write pending-record from pending-work-record
              end-read
          end-perform
          close pending-work
          close pending-file
      end-if.

menu-maintain-master.
      *> Menu option 15: add a case to the conversion master, correct
      *> its numeral, or delete it, outside any batch run. A new
      *> numeral is re-validated through the same rules as a batch
      *> record; every change needs a reason code and a comment, is
      *> shown before and after for confirmation, is journaled as
      *> MAINT with its reason and comment, and goes to the docket on
      *> an extract of its own so the docket stays in step.

      move 'N' to maint-ok
      move 'N' to master-update-ok
      move spaces to maint-reason
      move spaces to maint-new-numeral
      move spaces to inquiry-id
      display "Enter A to add, C to correct, or D to delete a case: "
      read std-input into maint-action
      move function upper-case(maint-action) to maint-action
      if maint-action is not equal to 'A'
          and maint-action is not equal to 'C'
          and maint-action is not equal to 'D'
          display "Please enter A, C, or D."
      else
          display "Enter the case ID: "
          read std-input into inquiry-id
          if inquiry-id(1:10) is equal to spaces
              display "A case ID is required."
          else
              move inquiry-id(1:10) to record-id
              accept run-date from date yyyymmdd
              accept run-time from time
              perform open-conversion-master
              if master-open
                  perform maint-prepare-change
                  if maint-ok is equal to 'Y'
                      perform maint-apply-change
                  end-if
                  perform close-conversion-master
              end-if
          end-if
      end-if
      string "ACTION " delimited by size
            maint-action delimited by size
            " CASE " delimited by size
            inquiry-id(1:10) delimited by size
            " REASON " delimited by size
            maint-reason delimited by size
            " NUMERAL " delimited by size
            function trim(maint-new-numeral) delimited by size
            into oplog-inputs
      if maint-ok is equal to 'Y' and master-update-ok is equal to 'Y'
          move "DONE" to oplog-result
      else
          move "NOCHANGE" to oplog-result
      end-if.

maint-prepare-change.
      *> Checks the case against the master for the action asked,
      *> takes the new numeral, reason, and comment, and asks for
      *> confirmation. MAINT-OK stays 'Y' only if every step passes.

      move record-id to master-id
      read conversion-master
          invalid key
              move 'N' to master-found
          not invalid key
              move 'Y' to master-found
              move master-record to master-before
      end-read

      evaluate true
          when maint-action = 'A' and master-found = 'Y'
              display "Case " record-id " is already on the master - "
                  "use C to correct it"
          when maint-action not = 'A' and master-found = 'N'
              display "Case " record-id
                  " is not on the conversion master"
          when other
              move 'Y' to maint-ok
      end-evaluate

      if maint-ok is equal to 'Y' and maint-action is not equal to 'D'
          perform maint-enter-numeral
      end-if
      if maint-ok is equal to 'Y'
          perform maint-enter-reason
      end-if
      if maint-ok is equal to 'Y'
          perform maint-confirm-change
      end-if.

maint-enter-numeral.
      *> Takes the case's numeral and puts it through the conversion
      *> rules - strict, or lenient when the session has lenient mode
      *> on - exactly as a batch record would be.

      display "Enter the roman numeral: "
      read std-input into input-entered
      move 0 to whitespaces
      move 0 to len
      inspect function reverse (input-entered)
          tallying whitespaces for leading space
      subtract whitespaces from length of input-entered giving len
      move function upper-case(input-entered) to input-entered

      if len is equal to 0
          display "A numeral is required."
          move 'N' to maint-ok
      else
          perform convert-numeral-value
          if is-roman is not equal to 0
              perform set-reject-label
              display "Numeral rejected: " rsn-label
              move 'N' to maint-ok
          else if len is greater than 20
              display "Numeral is longer than the master's 20 "
                  "characters."
              move 'N' to maint-ok
          else
              move input-entered to maint-new-numeral
              move sum1 to maint-new-decimal
              move input-entered to maint-canonical
              if normalized-switch is equal to 'Y'
                  move canonical-numeral to maint-canonical
                  display "  (legacy form normalized to "
                      function trim(canonical-numeral) ")"
              end-if
              if maint-action is equal to 'C'
                  and maint-new-numeral is equal to mb-numeral
                  and maint-new-decimal is equal to mb-decimal
                  display "That is what the master already holds - "
                      "nothing to correct."
                  move 'N' to maint-ok
              end-if
          end-if
      end-if.

maint-enter-reason.
      *> Takes one of the fixed maintenance reason codes and the
      *> comment that must accompany it.

      display "Reason codes:"
      perform varying maint-rsn-iter from 1 by 1
              until maint-rsn-iter > maint-reason-max
          display "  " mrs-code(maint-rsn-iter) "  "
              mrs-text(maint-rsn-iter)
      end-perform
      display "Enter the reason code: "
      read std-input into maint-reason-entry-text
      move function upper-case(maint-reason-entry-text)
          to maint-reason-entry-text

      move 0 to maint-rsn-index
      perform varying maint-rsn-iter from 1 by 1
              until maint-rsn-iter > maint-reason-max
                  or maint-rsn-index > 0
          if mrs-code(maint-rsn-iter) is equal to
              maint-reason-entry-text(1:2)
              and maint-reason-entry-text(3:6) is equal to spaces
              move maint-rsn-iter to maint-rsn-index
          end-if
      end-perform

      if maint-rsn-index is equal to 0
          display "Unknown reason code - change abandoned."
          move 'N' to maint-ok
      else
          move mrs-code(maint-rsn-index) to maint-reason
          display "Enter a comment (required): "
          read std-input into maint-comment
          if maint-comment is equal to spaces
              display "A comment is required - change abandoned."
              move 'N' to maint-ok
          end-if
      end-if.

maint-confirm-change.
      *> Shows the master entry before and after the change and asks
      *> for confirmation.

      display " "
      display "Case " record-id
      display "                NUMERAL              DECIMAL   CONVERTED"
      if maint-action is equal to 'A'
          display "  Before:       (not on the master)"
      else
          display "  Before:       " mb-numeral " " mb-decimal "  "
              mb-conv-date
      end-if
      if maint-action is equal to 'D'
          display "  After:        (deleted from the master)"
      else
          display "  After:        " maint-new-numeral " "
              maint-new-decimal "  " run-date
      end-if
      display "  Reason:       " maint-reason " "
          mrs-text(maint-rsn-index)
      display "  Comment:      " function trim(maint-comment)
      display "Apply this change? (Y/N): "
      read std-input into maint-confirm
      move function upper-case(maint-confirm) to maint-confirm
      if maint-confirm is not equal to 'Y'
          display "Change abandoned - master not updated."
          move 'N' to maint-ok
      end-if.

maint-apply-change.
      *> Makes the confirmed change, journaled as MAINT with its reason
      *> and comment, and sends it to the docket.

      move "MAINT" to journal-source
      move spaces to journal-source-file
      move spaces to journal-source-gen
      move maint-reason to journal-reason
      move maint-comment to journal-comment

      if maint-action is equal to 'D'
          move 'N' to master-update-ok
          move mb-id to master-id
          delete conversion-master record
              invalid key
                  display "Master delete failed for " master-id
                      " (status " master-status ")"
              not invalid key
                  move 'Y' to master-update-ok
                  move 'D' to journal-action
                  perform write-journal-entry
          end-delete
      else
          move maint-new-numeral to master-numeral
          move maint-new-decimal to sum1
          perform update-conversion-master
      end-if

      move spaces to journal-reason
      move spaces to journal-comment

      if master-update-ok is equal to 'Y'
          display "Conversion master updated for case " record-id
          perform write-maint-extract
      end-if.

write-maint-extract.
      *> Cuts the one-record docket extract for a maintenance change:
      *> status M with the new value for an add or correction, status X
      *> with a zero value for a withdrawn case.

      move spaces to intf-filename
      string function trim(master-filename) delimited by size
            ".MAINT." delimited by size
            run-date delimited by size
            run-time(1:6) delimited by size
            ".INTF" delimited by size
            into intf-filename
      move filename to saved-filename
      move master-filename to filename
      move 0 to intf-record-count
      move 0 to intf-sum-total
      move 'N' to intf-open-switch
      perform open-new-interface-extract
      move saved-filename to filename
      if intf-open
          move 'R' to intf-direction
          if maint-action is equal to 'D'
              move mb-numeral to intf-numeral-entered
              move mb-numeral to intf-canonical
              move 0 to sum1
              move 'X' to intf-rec-status
          else
              move maint-new-numeral to intf-numeral-entered
              move maint-canonical to intf-canonical
              move maint-new-decimal to sum1
              move 'M' to intf-rec-status
          end-if
          perform write-interface-detail
          perform write-interface-trailer
          display "Docket record written to " function trim(intf-filename)
      end-if.

menu-office-statement.
      *> Menu option 16: the month-end statement finance charges each
      *> records office from.

      display "Enter the statement month (YYYYMM): "
      read std-input into input-entered
      move input-entered(1:6) to stmt-month
      string "MONTH " delimited by size
            function trim(input-entered) delimited by size
            into oplog-inputs
      if stmt-month is numeric and input-entered(7:24) is equal to spaces
          and stmt-month(5:2) >= "01" and stmt-month(5:2) <= "12"
          perform office-statement
      else
          display "The month must be 6-digit YYYYMM."
      end-if.

office-statement.
      *> Totals the month's audit records by office, prices each
      *> office's billable records from the rate table, and writes the
      *> statement with its completeness check.

      move 0 to so-count.
      move 0 to stmt-runs-kept.
      move 0 to stmt-runs-dropped.
      move 'N' to stmt-full-warned.
      initialize stmt-totals.
      initialize stmt-audit-totals.
      accept run-date from date yyyymmdd.

      open input audit-log
      if audit-status is not equal to "00"
          display "Audit log unavailable (status " audit-status ")"
      else
          move 'N' to stmt-eof-switch
          perform until stmt-eof-switch = 'Y'
              read audit-log
              at end move 'Y' to stmt-eof-switch not at end
                  move audit-record to audit-detail
                  if aud-date is numeric
                      and aud-date(1:6) is equal to stmt-month
                      perform stmt-tally-record
                  end-if
              end-read
          end-perform
          close audit-log

          perform load-rate-table
          perform varying stmt-iter from 1 by 1
                  until stmt-iter > so-count
              perform stmt-price-office
          end-perform

          move spaces to stmt-filename
          string "ROMAN2DEC.STMT." delimited by size
                stmt-month delimited by size
                into stmt-filename
          open output stmt-output
          if stmt-status is not equal to "00"
              display "Cannot create statement "
                  function trim(stmt-filename)
                  " (status " stmt-status ")"
          else
              perform write-office-statement
              close stmt-output
              display "Office statement written to "
                  function trim(stmt-filename)
              display "Runs in month:     " stmt-runs-kept
              move so-count to rpt-count-display
              display "Offices billed:    " rpt-count-display
              move st-charge to sd-charge
              display "Total charge:      " sd-charge
          end-if
      end-if.

stmt-tally-record.
      *> Folds one of the month's audit records into its office's
      *> totals and into the audit-side totals the statement's
      *> completeness is checked against. Only completed runs count;
      *> a record written before the office was carried, or from an
      *> extract without a header, falls under "(NONE)".

      if aud-disposition is equal to "ENDED-EOF"
          or aud-disposition is equal to "OUT-OF-BAL"
          or aud-disposition is equal to "REWORKED"
          add 1 to stmt-runs-kept
          if aud-dup-count is numeric
              move aud-dup-count to stmt-line-dups
          else
              move 0 to stmt-line-dups
          end-if
          if aud-disposition is equal to "REWORKED"
              add aud-valid-count to sa-reworked
          else
              add 1 to sa-files
              add aud-valid-count to sa-converted
              add aud-reject-count to sa-rejects
              add stmt-line-dups to sa-dups
          end-if

          move aud-office-code to stmt-office
          if stmt-office is equal to spaces
              move "(NONE)" to stmt-office
          end-if
          perform stmt-find-office
          if stmt-found is equal to 'N'
              if so-count < 100
                  add 1 to so-count
                  move so-count to stmt-index
                  move stmt-office to so-office(stmt-index)
                  move 0 to so-files(stmt-index)
                  move 0 to so-converted(stmt-index)
                  move 0 to so-rejects(stmt-index)
                  move 0 to so-dups(stmt-index)
                  move 0 to so-reworked(stmt-index)
                  move 'Y' to stmt-found
              else
                  add 1 to stmt-runs-dropped
                  if stmt-full-warned is equal to 'N'
                      display "Office table full (100) - runs from "
                          "further offices are left off the statement"
                      move 'Y' to stmt-full-warned
                  end-if
              end-if
          end-if
          if stmt-found is equal to 'Y'
              if aud-disposition is equal to "REWORKED"
                  add aud-valid-count to so-reworked(stmt-index)
              else
                  add 1 to so-files(stmt-index)
                  add aud-valid-count to so-converted(stmt-index)
                  add aud-reject-count to so-rejects(stmt-index)
                  add stmt-line-dups to so-dups(stmt-index)
              end-if
          end-if
      end-if.

stmt-find-office.
      *> Looks STMT-OFFICE up in the statement's office table, setting
      *> STMT-FOUND and leaving the entry's subscript in STMT-INDEX.

      move 'N' to stmt-found.
      perform varying stmt-iter from 1 by 1
              until stmt-iter > so-count or stmt-found = 'Y'
          if so-office(stmt-iter) is equal to stmt-office
              move 'Y' to stmt-found
              move stmt-iter to stmt-index
          end-if
      end-perform.

load-rate-table.
      *> Loads the chargeback rates. Without a rate table every office
      *> is shown at a zero rate and flagged, so the statement still
      *> reports volumes.

      move 0 to rt-count.
      move 0 to rate-default.
      move 'N' to rate-default-found.
      open input rate-file
      if rate-status is not equal to "00"
          display "Rate table " function trim(rate-filename)
              " unavailable (status " rate-status
              ") - charges shown as zero"
      else
          move 'N' to rate-eof-switch
          perform until rate-eof-switch = 'Y'
              read rate-file
              at end move 'Y' to rate-eof-switch not at end
                  move function upper-case(rate-office) to rate-office
                  if rate-amount is not numeric
                      display "Ignoring rate for " rate-office
                          " - rate is not numeric"
                  else
                      if rate-office is equal to "DEFAULT"
                          move rate-amount to rate-default
                          move 'Y' to rate-default-found
                      else
                          if rt-count < 100
                              add 1 to rt-count
                              move rate-office to rt-office(rt-count)
                              move rate-amount to rt-amount(rt-count)
                          end-if
                      end-if
                  end-if
              end-read
          end-perform
          close rate-file
      end-if.

stmt-price-office.
      *> Works out the billable records and the charge for the office
      *> at STMT-ITER: its own rate, else the DEFAULT rate, else zero
      *> and flagged.

      compute so-billable(stmt-iter) = so-converted(stmt-iter)
          + so-reworked(stmt-iter)
      move 'N' to so-rate-found(stmt-iter)
      move 0 to so-rate(stmt-iter)
      perform varying rt-iter from 1 by 1
              until rt-iter > rt-count or so-rate-found(stmt-iter) = 'Y'
          if rt-office(rt-iter) is equal to so-office(stmt-iter)
              move rt-amount(rt-iter) to so-rate(stmt-iter)
              move 'Y' to so-rate-found(stmt-iter)
          end-if
      end-perform
      if so-rate-found(stmt-iter) is equal to 'N'
          and rate-default-found is equal to 'Y'
          move rate-default to so-rate(stmt-iter)
          move 'D' to so-rate-found(stmt-iter)
      end-if
      compute so-charge(stmt-iter) rounded =
          so-billable(stmt-iter) * so-rate(stmt-iter)

      add so-files(stmt-iter) to st-files
      add so-converted(stmt-iter) to st-converted
      add so-rejects(stmt-iter) to st-rejects
      add so-dups(stmt-iter) to st-dups
      add so-reworked(stmt-iter) to st-reworked
      add so-billable(stmt-iter) to st-billable
      add so-charge(stmt-iter) to st-charge.

write-office-statement.
      *> Statement body: one line per office, the grand total, and the
      *> check that every completed run in the month's audit records
      *> made it onto an office line.

      move spaces to stmt-output-record
      string "MONTHLY OFFICE STATEMENT - CONVERSION CHARGEBACK"
                delimited by size
            "    MONTH " delimited by size
            stmt-month(1:4) delimited by size
            "-" delimited by size
            stmt-month(5:2) delimited by size
            "    RUN DATE " delimited by size
            run-date(1:4) delimited by size
            "-" delimited by size
            run-date(5:2) delimited by size
            "-" delimited by size
            run-date(7:2) delimited by size
            into stmt-output-record
      write stmt-output-record
      move spaces to stmt-output-record
      write stmt-output-record
      write stmt-output-record from stmt-col-heads
      move all "-" to stmt-output-record(1:109)
      write stmt-output-record

      perform varying stmt-iter from 1 by 1
              until stmt-iter > so-count
          move so-office(stmt-iter) to sd-office
          move so-files(stmt-iter) to sd-files
          move so-converted(stmt-iter) to sd-converted
          move so-rejects(stmt-iter) to sd-rejects
          move so-dups(stmt-iter) to sd-dups
          move so-reworked(stmt-iter) to sd-reworked
          move so-billable(stmt-iter) to sd-billable
          move so-rate(stmt-iter) to sd-rate
          move so-charge(stmt-iter) to sd-charge
          evaluate so-rate-found(stmt-iter)
              when 'Y' move spaces to sd-note
              when 'D' move "DEFAULT RATE" to sd-note
              when other move "NO RATE" to sd-note
          end-evaluate
          write stmt-output-record from stmt-detail
      end-perform
      if so-count is equal to 0
          move "  (NO COMPLETED RUNS IN THE MONTH)" to stmt-output-record
          write stmt-output-record
      end-if

      move spaces to stmt-output-record
      move all "-" to stmt-output-record(1:109)
      write stmt-output-record
      move "TOTAL" to sd-office
      move st-files to sd-files
      move st-converted to sd-converted
      move st-rejects to sd-rejects
      move st-dups to sd-dups
      move st-reworked to sd-reworked
      move st-billable to sd-billable
      move 0 to sd-rate
      move st-charge to sd-charge
      move spaces to sd-note
      move stmt-detail to stmt-output-record
      move spaces to stmt-output-record(74:8)
      write stmt-output-record

      move spaces to stmt-output-record
      write stmt-output-record
      move "AUDIT LOG" to sd-office
      move sa-files to sd-files
      move sa-converted to sd-converted
      move sa-rejects to sd-rejects
      move sa-dups to sd-dups
      move sa-reworked to sd-reworked
      compute sd-billable = sa-converted + sa-reworked
      move 0 to sd-rate
      move 0 to sd-charge
      move spaces to sd-note
      move stmt-detail to stmt-output-record
      move spaces to stmt-output-record(74:24)
      write stmt-output-record

      move spaces to stmt-output-record
      if sa-files = st-files and sa-converted = st-converted
          and sa-rejects = st-rejects and sa-dups = st-dups
          and sa-reworked = st-reworked
          string "COMPLETENESS CHECK: EVERY COMPLETED RUN IN THE "
                    delimited by size
                "AUDIT LOG IS ON THE STATEMENT" delimited by size
                into stmt-output-record
          display "Completeness check: every completed run is on the "
              "statement."
      else
          move stmt-runs-dropped to rpt-count-display
          string "COMPLETENESS CHECK FAILED: OFFICE TABLE FULL - "
                    delimited by size
                rpt-count-display delimited by size
                " RUNS LEFT OFF THE STATEMENT" delimited by size
                into stmt-output-record
          display "Completeness check FAILED: office table full - "
              stmt-runs-dropped " runs left off the statement."
      end-if
      write stmt-output-record.

menu-docket-ack.
      *> Menu option 17: match the docket's acknowledgement file
      *> against the interface extract it answers. The extract may be
      *> named as "<input> Gnnnn" to pick a generation.

      display "Enter the interface extract that was sent: "
      read std-input into gen-name-entry
      move "INTF" to gen-name-kind
      perform resolve-generation-name
      move gen-name-resolved to ackr-intf-filename

      display "Enter the docket acknowledgement file: "
      read std-input into ack-filename
      string "EXTRACT " delimited by size
            function trim(ackr-intf-filename) delimited by size
            " ACK " delimited by size
            function trim(ack-filename) delimited by size
            into oplog-inputs

      perform docket-ack-reconcile.

docket-ack-reconcile.
      *> Loads the extract, matches every acknowledgement against it,
      *> sweeps for details never acknowledged, and writes the report
      *> "<extract>.ACKREC" with the re-queue alongside.

      move 0 to ackr-acks-read.
      move 0 to ackr-posted.
      move 0 to ackr-rejected.
      move 0 to ackr-unacked.
      move 0 to ackr-unsent.
      move 0 to ackr-dup-acks.
      move 0 to ackr-bad-acks.
      move 0 to ackr-requeued.
      move 'N' to ackr-resend-open.
      move function trim(ackr-intf-filename) to ackr-intf-filename.
      move function trim(ack-filename) to ack-filename.

      perform load-ack-extract
      if ackr-intf-status is equal to "00"
          open input ack-input
          if ack-status is not equal to "00"
              display "Cannot open acknowledgement file "
                  function trim(ack-filename)
                  " (status " ack-status ")"
          else
              move spaces to ackr-out-filename
              string function trim(ackr-intf-filename) delimited by size
                    ".ACKREC" delimited by size
                    into ackr-out-filename
              move spaces to ackr-resend-filename
              string function trim(ackr-intf-filename) delimited by size
                    ".RESEND" delimited by size
                    into ackr-resend-filename
              open output ackr-output
              if ackr-out-status is not equal to "00"
                  display "Cannot create report "
                      function trim(ackr-out-filename)
                      " (status " ackr-out-status ")"
                  close ack-input
              else
                  perform write-ackrec-heading
                  move 'N' to ackr-eof-switch
                  perform until ackr-eof-switch = 'Y'
                      read ack-input
                      at end move 'Y' to ackr-eof-switch not at end
                          if ack-record is not equal to spaces
                              add 1 to ackr-acks-read
                              perform match-ack-record
                          end-if
                      end-read
                  end-perform
                  close ack-input
                  perform sweep-unacked-details
                  perform write-ackrec-summary
                  close ackr-output
                  if ackr-resend-open is equal to 'Y'
                      close ackr-resend
                  end-if
              end-if
          end-if
      end-if.

load-ack-extract.
      *> Loads the extract's details into ACKR-INTF-TABLE and notes its
      *> trailer count.

      move 0 to ai-count.
      move 0 to ackr-sent.
      move 'N' to ackr-full-warned.
      move 'N' to ackr-trl-seen.
      move 0 to ackr-trl-count.
      open input ackr-intf-input
      if ackr-intf-status is not equal to "00"
          display "Cannot open interface extract "
              function trim(ackr-intf-filename)
              " (status " ackr-intf-status ")"
      else
          move 'N' to ackr-eof-switch
          perform until ackr-eof-switch = 'Y'
              read ackr-intf-input
              at end move 'Y' to ackr-eof-switch not at end
                  evaluate ackr-intf-record(1:1)
                      when 'D'
                          add 1 to ackr-sent
                          move ackr-intf-record to interface-detail
                          perform load-ack-detail
                      when 'T'
                          move ackr-intf-record to interface-trailer
                          move 'Y' to ackr-trl-seen
                          move intf-trl-count to ackr-trl-count
                      when other
                          continue
                  end-evaluate
              end-read
          end-perform
          close ackr-intf-input
          move "00" to ackr-intf-status
      end-if.

load-ack-detail.
      *> Remembers one extract detail. Past 5000 details the rest
      *> cannot be matched, so the reconciliation says so up front.

      if ai-count < 5000
          add 1 to ai-count
          move intf-case-id to ai-case-id(ai-count)
          move intf-run-date to ai-run-date(ai-count)
          move intf-decimal to ai-decimal(ai-count)
          move intf-direction to ai-direction(ai-count)
          move intf-numeral-entered to ai-entered(ai-count)
          move intf-rec-status to ai-status(ai-count)
          move 'N' to ai-acked(ai-count)
      else
          if ackr-full-warned is equal to 'N'
              display "Extract table full (5000) - later details "
                  "will show as never sent"
              move 'Y' to ackr-full-warned
          end-if
      end-if.

match-ack-record.
      *> Matches one acknowledgement to the detail it answers and
      *> scores it.

      move 'N' to ackr-found
      move 'N' to ackr-case-found
      move 0 to ackr-index
      perform varying ackr-iter from 1 by 1
              until ackr-iter > ai-count or ackr-found = 'Y'
          if ai-case-id(ackr-iter) is equal to ack-case-id
              move 'Y' to ackr-case-found
              if ai-run-date(ackr-iter) is equal to ack-run-date
                  and ack-decimal is numeric
                  and ai-decimal(ackr-iter) is equal to ack-decimal
                  move ackr-iter to ackr-index
                  if ai-acked(ackr-iter) is equal to 'N'
                      move 'Y' to ackr-found
                  end-if
              end-if
          end-if
      end-perform

      evaluate true
          when ack-flag is not equal to 'P' and ack-flag is not equal to 'R'
              add 1 to ackr-bad-acks
              move "UNREADABLE ACK" to ackr-tag
              perform write-ack-line
          when ackr-found is equal to 'Y'
              move ack-flag to ai-acked(ackr-index)
              if ack-flag is equal to 'P'
                  add 1 to ackr-posted
              else
                  add 1 to ackr-rejected
                  move "DOCKET REJECTED" to ackr-tag
                  perform write-ack-line
                  perform requeue-ack-detail
              end-if
          when ackr-index > 0
              add 1 to ackr-dup-acks
              move "DUPLICATE ACK" to ackr-tag
              perform write-ack-line
          when other
              add 1 to ackr-unsent
              move "ACK NOT IN EXTRACT" to ackr-tag
              perform write-ack-line
      end-evaluate.

write-ack-line.
      *> One report line for the acknowledgement just read, with a note
      *> when the case was sent but with another date or value.

      move spaces to ackr-output-record
      string ackr-tag delimited by size
            ack-case-id delimited by size
            "  " delimited by size
            ack-run-date delimited by size
            "  " delimited by size
            ack-decimal delimited by size
            "  " delimited by size
            ack-flag delimited by size
            "  " delimited by size
            ack-reason delimited by size
            into ackr-output-record
      if ackr-found is equal to 'N' and ackr-index is equal to 0
          and ackr-case-found is equal to 'Y'
          move "(CASE SENT WITH ANOTHER DATE/VALUE)"
              to ackr-output-record(97:35)
      end-if
      write ackr-output-record.

requeue-ack-detail.
      *> Writes a docket-rejected detail back out in the input layout.
      *> An arithmetic detail carries its expression, split back into
      *> its two operands; a withdrawal is reported but not re-queued.

      if ai-status(ackr-index) is equal to 'X'
          move spaces to ackr-output-record
          move "  (WITHDRAWAL - NOT RE-QUEUED)" to ackr-output-record
          write ackr-output-record
      else
          if ackr-resend-open is equal to 'N'
              open output ackr-resend
              if ackr-resend-status is equal to "00"
                  move 'Y' to ackr-resend-open
              else
                  display "Cannot create re-queue file "
                      function trim(ackr-resend-filename)
                      " (status " ackr-resend-status ")"
              end-if
          end-if
          if ackr-resend-open is equal to 'Y'
              move spaces to ackr-resend-record
              move ai-case-id(ackr-index) to rs-id
              move ai-direction(ackr-index) to rs-direction
              if ai-direction(ackr-index) is equal to 'A'
                  or ai-direction(ackr-index) is equal to 'S'
                  unstring ai-entered(ackr-index)
                      delimited by '+' or '-'
                      into rs-numeral rs-numeral-2
                  end-unstring
              else
                  move ai-entered(ackr-index) to rs-numeral
              end-if
              write ackr-resend-record
              add 1 to ackr-requeued
          end-if
      end-if.

sweep-unacked-details.
      *> Every extract detail the acknowledgement never mentioned.

      perform varying ackr-iter from 1 by 1 until ackr-iter > ai-count
          if ai-acked(ackr-iter) is equal to 'N'
              add 1 to ackr-unacked
              move spaces to ackr-output-record
              string "NEVER ACKNOWLEDGED   " delimited by size
                    ai-case-id(ackr-iter) delimited by size
                    "  " delimited by size
                    ai-run-date(ackr-iter) delimited by size
                    "  " delimited by size
                    ai-decimal(ackr-iter) delimited by size
                    into ackr-output-record
              write ackr-output-record
          end-if
      end-perform.

write-ackrec-heading.
      *> Title block naming the extract and the acknowledgement, with
      *> the extract's own trailer count against the details loaded.

      accept run-date from date yyyymmdd
      move spaces to ackr-output-record
      string "DOCKET ACKNOWLEDGEMENT RECONCILIATION  RUN DATE "
                delimited by size
            run-date(1:4) delimited by size
            "-" delimited by size
            run-date(5:2) delimited by size
            "-" delimited by size
            run-date(7:2) delimited by size
            into ackr-output-record
      write ackr-output-record
      move spaces to ackr-output-record
      string "EXTRACT: " delimited by size
            function trim(ackr-intf-filename) delimited by size
            into ackr-output-record
      write ackr-output-record
      move spaces to ackr-output-record
      string "ACKNOWLEDGEMENT: " delimited by size
            function trim(ack-filename) delimited by size
            into ackr-output-record
      write ackr-output-record
      if ackr-trl-seen is equal to 'N'
          move "EXTRACT HAS NO TRAILER - IT MAY BE INCOMPLETE"
              to ackr-output-record
          write ackr-output-record
      else
          if ackr-trl-count is not equal to ackr-sent
              move spaces to ackr-output-record
              string "EXTRACT TRAILER COUNT " delimited by size
                    ackr-trl-count delimited by size
                    " DOES NOT MATCH " delimited by size
                    ackr-sent delimited by size
                    " DETAILS" delimited by size
                    into ackr-output-record
              write ackr-output-record
          end-if
      end-if
      move spaces to ackr-output-record
      write ackr-output-record.

write-ackrec-summary.
      *> The count block, written to the report and echoed to the
      *> terminal.

      move spaces to ackr-output-record
      write ackr-output-record
      move "SUMMARY" to ackr-output-record
      write ackr-output-record

      move ackr-sent to rpt-count-display
      move spaces to ackr-output-record
      string "DETAILS SENT:          " delimited by size
            rpt-count-display delimited by size
            into ackr-output-record
      write ackr-output-record

      move ackr-acks-read to rpt-count-display
      move spaces to ackr-output-record
      string "ACKNOWLEDGEMENTS READ: " delimited by size
            rpt-count-display delimited by size
            into ackr-output-record
      write ackr-output-record

      move ackr-posted to rpt-count-display
      move spaces to ackr-output-record
      string "POSTED:                " delimited by size
            rpt-count-display delimited by size
            into ackr-output-record
      write ackr-output-record

      move ackr-rejected to rpt-count-display
      move spaces to ackr-output-record
      string "DOCKET REJECTED:       " delimited by size
            rpt-count-display delimited by size
            into ackr-output-record
      write ackr-output-record

      move ackr-unacked to rpt-count-display
      move spaces to ackr-output-record
      string "NEVER ACKNOWLEDGED:    " delimited by size
            rpt-count-display delimited by size
            into ackr-output-record
      write ackr-output-record

      move ackr-unsent to rpt-count-display
      move spaces to ackr-output-record
      string "ACKS FOR UNSENT:       " delimited by size
            rpt-count-display delimited by size
            into ackr-output-record
      write ackr-output-record

      move ackr-dup-acks to rpt-count-display
      move spaces to ackr-output-record
      string "DUPLICATE ACKS:        " delimited by size
            rpt-count-display delimited by size
            into ackr-output-record
      write ackr-output-record

      move ackr-bad-acks to rpt-count-display
      move spaces to ackr-output-record
      string "UNREADABLE ACKS:       " delimited by size
            rpt-count-display delimited by size
            into ackr-output-record
      write ackr-output-record

      move ackr-requeued to rpt-count-display
      move spaces to ackr-output-record
      string "RE-QUEUED FOR RESEND:  " delimited by size
            rpt-count-display delimited by size
            into ackr-output-record
      write ackr-output-record

      display "Acknowledgement reconciliation written to "
          function trim(ackr-out-filename)
      display "Details sent:          " ackr-sent
      display "Posted:                " ackr-posted
      display "Docket rejected:       " ackr-rejected
      display "Never acknowledged:    " ackr-unacked
      display "Acks for unsent:       " ackr-unsent
      display "Duplicate acks:        " ackr-dup-acks
      display "Unreadable acks:       " ackr-bad-acks
      if ackr-requeued > 0
          display "Re-queued for resend:  " ackr-requeued " to "
              function trim(ackr-resend-filename)
      end-if.

menu-rework-reject.
      *> Menu option 4: re-drive a .REJECT file through a corrections
      *> file and append the now-valid results to the original .VALID
      *> transcript. The reject file and the transcript may be named
      *> as "<input> Gnnnn" to pick a generation.
      display "Enter the reject file to rework: "
      read std-input into gen-name-entry
      move "REJECT" to gen-name-kind
      perform resolve-generation-name
      move gen-name-resolved to rework-filename

      display "Enter the corrections file (ID/direction/numeral): "
      read std-input into corrections-filename

      display "Enter the valid transcript to append to: "
      read std-input into gen-name-entry
      move "VALID" to gen-name-kind
      perform resolve-generation-name
      move gen-name-resolved to valid-out-filename
      string "REJECT " delimited by size
            function trim(rework-filename) delimited by size
            " CORRECTIONS " delimited by size
            function trim(corrections-filename) delimited by size
            " VALID " delimited by size
            function trim(valid-out-filename) delimited by size
            into oplog-inputs

      perform rework-pass.

rework-pass.
      *> Reads a .REJECT file alongside a corrections file keyed by the
      *> document/case ID carried on every reject line, applies each
      *> correction, and converts the corrected record: now-valid
      *> results append to the original .VALID transcript marked
      *> REWORKED, while records still failing (or with no correction
      *> on file) land in a new-generation reject file named after the
      *> reworked file with ".NEW" appended - so the queue visibly
      *> shrinks run over run.

      move 0 to ct-records-read.
      move 0 to ct-valid-count.
      move 0 to ct-reject-count.
      move 0 to ct-sum-total.
      move 0 to ct-normalized-count.
      move 0 to ct-rework-applied.
      move 0 to ct-held-count.
      move 0 to ct-dup-count.
      move spaces to rework-office.

      perform load-corrections

      move function trim(rework-filename) to rework-filename.
      open input rework-input
      if rework-status is not equal to "00"
          display "Cannot open reject file " function trim(rework-filename)
              " (status " rework-status ")"
                into intf-filename
          perform open-new-interface-extract

          move "REWORK" to journal-source
          move rework-filename to journal-source-file
          move spaces to journal-source-gen
          perform open-conversion-master

          move 'Y' to write-output-switch
              at end move 'Y' to eof-switch not at end
                  add 1 to ct-records-read
                  move rework-record(1:10) to record-id
                  *> A record that still fails keeps the office the
                  *> original reject line carried.
                  move rework-record(82:8) to ctl-office-code
                  if rework-office is equal to spaces
                      move ctl-office-code to rework-office
                  end-if
                  perform find-correction
                  if corr-found is equal to 'Y'
                      add 1 to ct-rework-applied
                          evaluate true
                              when reverse-direction
                                  perform convert-decimal-record
                              when date-record
                                  perform convert-date-record
                              when arith-add or arith-subtract
                                  perform convert-arith-record
                              when forward-direction
                          end-evaluate
                          if is-roman is equal to 0
                              add 1 to ct-valid-count
                              if not date-record
                                  add sum1 to ct-sum-total
                              end-if
                          else
                              add 1 to ct-reject-count
                          end-if
          if intf-open
              perform write-interface-trailer
          end-if
          perform close-conversion-master
          move 'N' to rework-switch
          move 'N' to write-output-switch

          *> The rework run goes on the run history too, under the
          *> office of the rejects it re-drove, so reworked records
          *> reach the office statement.
          move 'N' to restart-flag
          move "REWORKED" to run-disposition
          move rework-office to ctl-office-code
          perform write-audit-record

          display " "
          display "----------------------------------------"
          display "       REWORK CONTROL TOTALS"
          display "Corrections applied:  " ct-rework-applied
          display "Now valid (reworked): " ct-valid-count
          display "Still rejected:       " ct-reject-count
          display "Held for approval:    " ct-held-count
          if lenient-mode
              display "Normalized legacy:    " ct-normalized-count
          end-if
      end-if
      if master-status is equal to "00"
          move 'Y' to master-open-switch
          perform open-change-journal
          if not journal-open
              close conversion-master
              move 'N' to master-open-switch
              display "Change journal unavailable (status "
                  journal-status ") - conversions will not be recorded"
          end-if
      else
          display "Conversion master unavailable (status "
              master-status ") - conversions will not be recorded"
      end-if.

close-conversion-master.
      *> Closes the conversion master and the change journal that
      *> rides with it.

      if master-open
          close conversion-master
          move 'N' to master-open-switch
      end-if
      if journal-open
          close change-journal
          move 'N' to journal-open-switch
      end-if.

open-change-journal.
      *> Opens the change journal for appending, creating it on first
      *> use.

      move 'N' to journal-open-switch.
      open extend change-journal
      if journal-status is equal to "35"
          open output change-journal
      end-if
      if journal-status is equal to "00"
          move 'Y' to journal-open-switch
      end-if.

update-conversion-master.
      *> Adds or updates the master entry for RECORD-ID with the
      *> conversion just completed. MASTER-NUMERAL is set by the caller
      *> (the numeral as entered, or the roman form just rendered).
      *> The entry as it stood is read first, so the change journal
      *> carries both the before and the after image.

      move master-numeral to master-new-numeral.
      move record-id to master-id.
      read conversion-master
          invalid key
              move 'N' to master-found
          not invalid key
              move 'Y' to master-found
              move master-record to master-before
      end-read

      move record-id to master-id.
      move master-new-numeral to master-numeral.
      move sum1 to master-decimal.
      move run-date to master-conv-date.
      move 'N' to master-update-ok.
      if master-found is equal to 'Y'
          rewrite master-record
              invalid key
                  display "Master rewrite failed for " master-id
                      " (status " master-status ")"
              not invalid key
                  move 'Y' to master-update-ok
                  move 'C' to journal-action
                  perform write-journal-entry
          end-rewrite
      else
          write master-record
              invalid key
                  display "Master write failed for " master-id
                      " (status " master-status ")"
              not invalid key
                  move 'Y' to master-update-ok
                  move 'A' to journal-action
                  perform write-journal-entry
          end-write
      end-if.

write-journal-entry.
      *> Appends one change-journal entry for JOURNAL-ACTION: the
      *> before image from MASTER-BEFORE for a change or delete, the
      *> after image from MASTER-RECORD for an add or change, stamped
      *> with the date and time and the source the caller set up in
      *> JOURNAL-SOURCE/-SOURCE-FILE/-SOURCE-GEN.

      move spaces to journal-detail
      accept jrn-date from date yyyymmdd
      accept journal-time from time
      move journal-time(1:6) to jrn-time
      move journal-action to jrn-action
      move master-id to jrn-case-id
      move journal-source to jrn-source
      move journal-source-file(1:40) to jrn-source-file
      move journal-source-gen to jrn-source-gen
      move journal-reason to jrn-reason
      move journal-comment to jrn-comment
      move operator-id to jrn-operator
      if journal-action is not equal to 'A'
          move mb-numeral to jrn-bef-numeral
          move mb-decimal to jrn-bef-decimal
          move mb-conv-date to jrn-bef-conv-date
      end-if
      if journal-action is not equal to 'D'
          move master-numeral to jrn-aft-numeral
          move master-decimal to jrn-aft-decimal
          move master-conv-date to jrn-aft-conv-date
      end-if
      write journal-record from journal-detail.

check-master-change.
      *> Decides whether the conversion just completed for RECORD-ID
      *> would change the decimal value the master already holds for
      *> it. Such a change is held instead of applied: it goes to the
      *> pending-changes file for a supervisor's decision, and the
      *> caller leaves it off the master and the docket extract (an
      *> edit-check run only counts it). The caller has set
      *> HOLD-NUMERAL (the numeral the master would carry) and the
      *> direction, numerals, and status a docket record would carry.
      *> A master value this batch run posted itself - an earlier
      *> occurrence of the case under DUPLAST - is no earlier night's
      *> value, so overwriting it is not held.

      move 'N' to change-held-switch.
      move 0 to seen-entry.
      if not rework-mode and record-id is not equal to spaces
          perform find-seen-entry
      end-if
      if master-open and record-id is not equal to spaces
          move record-id to master-id
          read conversion-master
              invalid key
                  continue
              not invalid key
                  if master-decimal is not equal to sum1
                      move master-record to master-before
                      move 'Y' to change-held-switch
                      if seen-entry is greater than 0
                          if tbl-seen-posted(seen-entry) is equal to 'Y'
                              move 'N' to change-held-switch
                          end-if
                      end-if
                  end-if
          end-read
          if change-held
              add 1 to ct-held-count
              if not edit-check-run
                  perform write-pending-change
              end-if
          end-if
      end-if.

write-pending-change.
      *> Appends the held change to the pending-changes file - unless
      *> the same new value for the same case is already awaiting a
      *> decision, as when a restarted run re-drives the records after
      *> its last checkpoint or a file is run twice. A change that
      *> cannot be written is still kept off the master.

      move 'N' to pnd-already.
      open input pending-file
      if pending-status is equal to "00"
          move 'N' to pending-eof-switch
          perform until pending-eof-switch = 'Y'
              read pending-file into pending-detail
              at end move 'Y' to pending-eof-switch not at end
                  if pnd-status is equal to 'P'
                      and pnd-case-id is equal to record-id
                      and pnd-new-decimal is equal to sum1
                      move 'Y' to pnd-already
                      move 'Y' to pending-eof-switch
                  end-if
              end-read
          end-perform
          close pending-file
      end-if

      if pnd-already is equal to 'Y'
          display "  (the same change is already awaiting approval)"
      else
          open extend pending-file
          if pending-status is equal to "35"
              open output pending-file
          end-if
          if pending-status is equal to "00"
              move spaces to pending-detail
              move 'P' to pnd-status
              move record-id to pnd-case-id
              move run-date to pnd-run-date
              move run-time(1:6) to pnd-run-time
              move journal-source to pnd-source
              move journal-source-file to pnd-source-file
              move journal-source-gen to pnd-source-gen
              if write-output-file
                  move reject-out-filename to pnd-reject-file
              end-if
              move ctl-office-code to pnd-office
              move mb-numeral to pnd-old-numeral
              move mb-decimal to pnd-old-decimal
              move mb-conv-date to pnd-old-conv-date
              move hold-numeral to pnd-new-numeral
              move sum1 to pnd-new-decimal
              move hold-direction to pnd-direction
              move hold-entered to pnd-entered
              move hold-canonical to pnd-canonical
              move hold-intf-status to pnd-intf-status
              write pending-record from pending-detail
              close pending-file
          else
              display "Pending-changes file unavailable (status "
                  pending-status ") - change for " record-id
                  " not applied and not queued"
          end-if
      end-if.

find-correction.
      *> Looks RECORD-ID up in CORRECTIONS-TABLE, setting CORR-FOUND
parse-parm.
      *> Splits the PARM into the input-file (or @manifest) token and
      *> the optional trailing tokens: a numeric reject threshold,
      *> the word LENIENT, a duplicate policy (DUPFIRST or DUPLAST),
      *> and/or the word EDITCHECK, in any order.

      move spaces to parm-file-token.
      move spaces to parm-token-2.
      *> Applies one optional PARM token: "LENIENT" selects lenient
      *> legacy-forms acceptance, "DUPFIRST"/"DUPLAST" picks the
      *> duplicate-ID policy, "KEEP=n" sets how many output
      *> generations are retained, "EDITCHECK" makes the run a dry-run
      *> edit check, a number sets the reject threshold.

      if parm-option-token is not equal to spaces
          move function upper-case(parm-option-token)
                  move "FIRST" to dup-policy
              when parm-option-token is equal to "DUPLAST"
                  move "LAST" to dup-policy
              when parm-option-token is equal to "EDITCHECK"
                  move 'Y' to edit-check-switch
              when parm-option-token(1:6) is equal to "ENDBY="
                  if len is equal to 10
                      and parm-option-token(7:4) is numeric
      end-evaluate
      if run-rc is greater than return-code
          move run-rc to return-code
      end-if
      if edit-open
          perform write-edit-check-summary
      end-if.

process-manifest.
      move 0 to gt-reject-count.
      move 0 to gt-normalized-count.
      move 0 to gt-dup-count.
      move 0 to gt-held-count.
      move 0 to gt-sum-total.

      open input manifest-file
                      add ct-reject-count to gt-reject-count
                      add ct-normalized-count to gt-normalized-count
                      add ct-dup-count to gt-dup-count
                      add ct-held-count to gt-held-count
                      add ct-sum-total to gt-sum-total
                  end-if
              end-read
          display "Valid conversions: " gt-valid-count
          display "Rejected numerals: " gt-reject-count
          display "Duplicate IDs:     " gt-dup-count
          display "Held for approval: " gt-held-count
          if lenient-mode
              display "Normalized legacy: " gt-normalized-count
          end-if
          display "Sum of DEC. EQUIV: " gt-sum-total
          if edit-check-run
              move return-code to run-rc
              display "Edit check only - predicted return code " run-rc
          end-if
          display "========================================"
      end-if.

      *> FILENAME with ".VALID" appended and rejected numerals to
      *> FILENAME with ".REJECT" appended, when WRITE-OUTPUT-SWITCH is
      *> 'Y'. Shared by the interactive file prompt and the PARM-driven
      *> unattended batch entry point. An edit-check run writes none of
      *> the outputs and leaves the master and checkpoint alone - only
      *> the edit report, which the caller's SET-RUN-RETURN-CODE closes
      *> with the predicted return code.

      move 0 to len.
      move 'N' to eof-switch.
      move run-time(1:4) to window-start.
      move 'N' to window-reached.
      move "ENDED-EOF" to run-disposition.
      if edit-check-run
          move 'N' to write-output-switch
      else
          perform open-conversion-master
      end-if.

      *> Control totals for this run's summary
      move 0 to ct-records-read.
      move 0 to ct-sum-total.
      move 0 to ct-normalized-count.
      move 0 to ct-dup-count.
      move 0 to ct-held-count.
      move 0 to seen-count.
      move 'N' to seen-full-warned.
      move 0 to intf-record-count.
            into ckpt-filename.
      move 0 to skip-count.

      if edit-check-run
          perform open-edit-check
      else
          open input checkpoint-file
          if ckpt-status is equal to "00"
              read checkpoint-file
                  at end continue
                  not at end
                      move ckpt-processed to skip-count
                      move ckpt-records-read to ct-records-read
                      move ckpt-valid-count to ct-valid-count
                      move ckpt-reject-count to ct-reject-count
                      move ckpt-sum-total to ct-sum-total
                      move ckpt-dup-count to ct-dup-count
                      move ckpt-intf-count to intf-record-count
                      move ckpt-intf-sum to intf-sum-total
                      move ckpt-gen-number to gen-number
                      move ckpt-header-seen to ctl-header-seen
                      move ckpt-extract-date to ctl-extract-date
                      move ckpt-office-code to ctl-office-code
                      move ckpt-trailer-seen to ctl-trailer-seen
                      move ckpt-trailer-bad to ctl-trailer-bad
                      move ckpt-expect-count to ctl-expect-count
                      move ckpt-expect-sum to ctl-expect-sum
                      if ckpt-held-count is numeric
                          move ckpt-held-count to ct-held-count
                      end-if
              end-read
              close checkpoint-file
          end-if
      end-if
      move skip-count to total-processed
      if skip-count > 0
          end-if
      end-if

      *> Master changes made by this run are journaled against the
      *> input file and the generation it is writing.
      move "BATCH" to journal-source
      move filename to journal-source-file
      if write-output-file
          move gen-suffix to journal-source-gen
      else
          move spaces to journal-source-gen
      end-if

      open input input-file
      if input-status is not equal to "00"
          display "Cannot open input file " function trim(filename)
             *> The batch window is checked at the record boundary, so
             *> a closing window never leaves a record half done.
             if window-end-time is not equal to spaces
                 and not edit-check-run
                 perform check-batch-window
             end-if
             if eof-switch is not equal to 'Y'
                     *> the earlier conversion stands and this record
                     *> goes no further; under DUPLAST it converts as
                     *> well, so the last occurrence lands in the
                     *> master as the old overwrite behaviour did -
                     *> over this run's own earlier posting without a
                     *> hold (CHECK-MASTER-CHANGE), though still held
                     *> if it changes a value from an earlier night.
                     move 'N' to dup-found
                     if record-id is not equal to spaces
                         perform find-seen-id
                     else
                         *> Calling on conversion subprogram - a record
                         *> flagged 'D' runs the other way, rendering a
                         *> decimal value as a roman numeral, and one
                         *> flagged 'C' carries a roman-numeral date.
                         move 'N' to change-held-switch
                         move 'N' to master-update-ok
                         evaluate true
                             when reverse-direction
                                 perform convert-decimal-record
                             when date-record
                                 perform convert-date-record
                             when arith-add or arith-subtract
                                 perform convert-arith-record
                             when forward-direction
                         end-evaluate
                         if is-roman is equal to 0
                             add 1 to ct-valid-count
                             if not date-record
                                 add sum1 to ct-sum-total
                             end-if
                         else
                             add 1 to ct-reject-count
                         end-if
                         *> Note the case as posted by this run - or as
                         *> one it would post, in an edit check.
                         if is-roman is equal to 0 and not change-held
                             and master-open
                             and record-id is not equal to spaces
                             and (master-update-ok is equal to 'Y'
                                 or edit-check-run)
                             perform find-seen-entry
                             if seen-entry is greater than 0
                                 move 'Y' to tbl-seen-posted(seen-entry)
                             end-if
                         end-if
                         *> An edit check lists every reject, and every
                         *> value change that would be held, on its report.
                         if edit-open
                             if is-roman is not equal to 0
                                 move rsn-label to edt-finding
                                 perform write-edit-check-detail
                             else if change-held
                                 move "WOULD BE HELD - MASTER VALUE DIFFERS"
                                     to edt-finding
                                 perform write-edit-check-detail
                             end-if
                             end-if
                         end-if
                     end-if
                     end-if
                 end-evaluate
                 *> here instead of starting the file over.
                 add 1 to total-processed
                 if function mod(total-processed, ckpt-interval) = 0
                     and not edit-check-run
                     perform write-checkpoint
                 end-if
              end-read
      display "Valid conversions: " ct-valid-count.
      display "Rejected numerals: " ct-reject-count.
      display "Duplicate IDs:     " ct-dup-count.
      display "Held for approval: " ct-held-count.
      if lenient-mode
          display "Normalized legacy: " ct-normalized-count
      end-if.
          perform produce-sorted-report
          move 'N' to report-open-switch
      end-if
      perform close-conversion-master

      *> A completed run catalogs its generation and lets the oldest
      *> generations beyond the retention count go. A run that never
      *> A clean end-of-file means the whole file was processed, so clear
      *> the checkpoint - a future run of this file should start fresh.
      *> A run that never opened its input, or that stopped for the
      *> batch window, leaves its checkpoint for the resume. An
      *> edit-check run neither clears a checkpoint nor is audited.
      if run-disposition is not equal to "FILE-ERROR"
          and run-disposition is not equal to "WINDOW-STOP"
          and not edit-check-run
          open output checkpoint-file
          close checkpoint-file
      end-if

      if not edit-check-run
          perform write-audit-record
      end-if.

menu-edit-check.
      *> Menu option 18: edit-check an extract, or an @manifest of
      *> them, before the batch window - every check the night run
      *> makes, with only the edit report written. The session's
      *> lenient setting applies; the reject threshold is asked for,
      *> since the night run takes it from its PARM.

      display "Enter the file to edit-check (or @listfile): "
      read std-input into parm-file-token
      move function trim(parm-file-token) to parm-file-token
      display "Reject threshold of the night run (blank for none): "
      read std-input into parm-option-token
      move 99999999 to reject-threshold
      move 0 to whitespaces
      move 0 to len
      inspect function reverse (parm-option-token)
          tallying whitespaces for leading space
      subtract whitespaces from length of parm-option-token giving len
      if len is greater than 0
          move function trim(parm-option-token) to parm-option-token
          move 0 to whitespaces
          inspect function reverse (parm-option-token)
              tallying whitespaces for leading space
          subtract whitespaces from length of parm-option-token
              giving len
          if len is greater than 8
              or parm-option-token(1:len) is not numeric
              display "Not a reject count - no threshold applied."
          else
              move parm-option-token(1:len) to reject-threshold
          end-if
      end-if

      move 'Y' to edit-check-switch
      move 0 to return-code
      if parm-file-token(1:1) is equal to '@'
          perform process-manifest
      else
          move parm-file-token to filename
          perform process-conversion-file
          perform set-run-return-code
      end-if
      move return-code to run-rc
      display "Predicted return code for the night run: " run-rc
      string "FILE " delimited by size
            function trim(parm-file-token) delimited by size
            " PREDICTED RC " delimited by size
            run-rc delimited by size
            into oplog-inputs
      move 'N' to edit-check-switch
      move 99999999 to reject-threshold
      move 0 to return-code.

open-edit-check.
      *> Readies an edit-check run of FILENAME: the conversion master
      *> is opened for reading only, so value changes that would be
      *> held can still be predicted, any checkpoint of an interrupted
      *> run is noted but left in place, and the edit report
      *> "<input>.EDIT" is begun.

      move 'N' to master-open-switch.
      open input conversion-master
      if master-status is equal to "00"
          move 'Y' to master-open-switch
      else
          display "Conversion master unavailable (status "
              master-status ") - held value changes not predicted"
      end-if

      move 0 to edit-ckpt-processed.
      open input checkpoint-file
      if ckpt-status is equal to "00"
          read checkpoint-file
              at end continue
              not at end
                  move ckpt-processed to edit-ckpt-processed
          end-read
          close checkpoint-file
      end-if

      move spaces to edit-out-filename
      string function trim(filename) delimited by size
            ".EDIT" delimited by size
            into edit-out-filename
      open output edit-output
      if edit-out-status is equal to "00"
          move 'Y' to edit-open-switch
          perform write-edit-check-heading
      else
          display "Cannot create edit report "
              function trim(edit-out-filename)
              " (status " edit-out-status ")"
      end-if.

write-edit-check-heading.
      *> Title block: the file, the options the prediction assumes,
      *> and anything that could make the night run differ from it.

      move spaces to edit-output-record
      string "EDIT CHECK (DRY RUN)  RUN DATE " delimited by size
            run-date(1:4) delimited by size
            "-" delimited by size
            run-date(5:2) delimited by size
            "-" delimited by size
            run-date(7:2) delimited by size
            into edit-output-record
      write edit-output-record
      move spaces to edit-output-record
      string "INPUT: " delimited by size
            function trim(filename) delimited by size
            into edit-output-record
      write edit-output-record
      move spaces to edit-output-record
      string "NOTHING WAS WRITTEN TO THE MASTER, A GENERATION, "
                delimited by size
            "THE CATALOG, OR A CHECKPOINT" delimited by size
            into edit-output-record
      write edit-output-record
      move spaces to edit-output-record
      if lenient-mode
          move "MODE: LENIENT" to edit-output-record(1:16)
      else
          move "MODE: STRICT" to edit-output-record(1:16)
      end-if
      string "DUPLICATES: " delimited by size
            dup-policy delimited by size
            into edit-output-record(17:20)
      if reject-threshold is equal to 99999999
          move "REJECT THRESHOLD: NONE" to edit-output-record(37:30)
      else
          string "REJECT THRESHOLD: " delimited by size
                reject-threshold delimited by size
                into edit-output-record(37:30)
      end-if
      write edit-output-record
      if edit-ckpt-processed is greater than 0
          move spaces to edit-output-record
          string "CHECKPOINT ON FILE - THE NIGHT RUN WOULD RESUME "
                    delimited by size
                "AFTER RECORD " delimited by size
                edit-ckpt-processed delimited by size
                into edit-output-record
          write edit-output-record
      end-if
      if not master-open
          move spaces to edit-output-record
          string "MASTER UNAVAILABLE - VALUE CHANGES THAT WOULD BE "
                    delimited by size
                "HELD ARE NOT PREDICTED" delimited by size
                into edit-output-record
          write edit-output-record
      end-if
      move spaces to edit-output-record
      write edit-output-record
      move "CASE ID    D NUMERAL               FINDING"
          to edit-output-record
      write edit-output-record.

write-edit-check-detail.
      *> One finding for the current record: case ID, direction, and
      *> numeral as delivered, with the finding the caller left in
      *> EDT-FINDING.

      move record-id to edt-id
      move record-direction to edt-direction
      move input-file-numeral to edt-numeral
      write edit-output-record from edit-detail.

write-edit-check-summary.
      *> Closes the edit report with the control-trailer verdict, the
      *> counts, and RUN-RC as SET-RUN-RETURN-CODE has just scored it -
      *> the return code the night run would end with.

      move spaces to edit-output-record
      write edit-output-record
      move spaces to edit-output-record
      evaluate true
          when run-disposition is equal to "FILE-ERROR"
              move "INPUT FILE COULD NOT BE OPENED" to edit-output-record
          when ctl-trailer-seen is equal to 'Y'
              and ctl-trailer-bad is equal to 'Y'
              move "CONTROL TRAILER: UNREADABLE - FILE IS OUT OF BALANCE"
                  to edit-output-record
          when ctl-trailer-seen is equal to 'Y'
              and (ctl-expect-count is not equal to ct-records-read
                  or ctl-expect-sum is not equal to ct-sum-total)
              string "CONTROL TRAILER: OUT OF BALANCE - RECORDS "
                        delimited by size
                    "EXPECTED " delimited by size
                    ctl-expect-count delimited by size
                    " READ " delimited by size
                    ct-records-read delimited by size
                    ", VALUE SUM EXPECTED " delimited by size
                    ctl-expect-sum delimited by size
                    " SUMMED " delimited by size
                    ct-sum-total delimited by size
                    into edit-output-record
          when ctl-trailer-seen is equal to 'Y'
              string "CONTROL TRAILER: BALANCED - " delimited by size
                    ctl-expect-count delimited by size
                    " RECORDS, VALUE SUM " delimited by size
                    ctl-expect-sum delimited by size
                    into edit-output-record
          when ctl-header-seen is equal to 'Y'
              string "CONTROL TRAILER: MISSING - HEADER PRESENT, "
                        delimited by size
                    "FILE MAY BE TRUNCATED" delimited by size
                    into edit-output-record
          when other
              move "CONTROL TRAILER: NONE SUPPLIED" to edit-output-record
      end-evaluate
      write edit-output-record
      if ctl-header-seen is equal to 'Y'
          move spaces to edit-output-record
          string "EXTRACT DATE: " delimited by size
                ctl-extract-date delimited by size
                "  OFFICE: " delimited by size
                ctl-office-code delimited by size
                into edit-output-record
          write edit-output-record
      end-if

      move spaces to edit-output-record
      write edit-output-record
      move "SUMMARY" to edit-output-record
      write edit-output-record

      move ct-records-read to rpt-count-display
      move spaces to edit-output-record
      string "RECORDS READ:          " delimited by size
            rpt-count-display delimited by size
            into edit-output-record
      write edit-output-record

      move ct-valid-count to rpt-count-display
      move spaces to edit-output-record
      string "WOULD CONVERT:         " delimited by size
            rpt-count-display delimited by size
            into edit-output-record
      write edit-output-record

      move ct-reject-count to rpt-count-display
      move spaces to edit-output-record
      string "WOULD REJECT:          " delimited by size
            rpt-count-display delimited by size
            into edit-output-record
      write edit-output-record

      move ct-dup-count to rpt-count-display
      move spaces to edit-output-record
      string "DUPLICATE IDS:         " delimited by size
            rpt-count-display delimited by size
            into edit-output-record
      write edit-output-record

      move ct-held-count to rpt-count-display
      move spaces to edit-output-record
      string "WOULD BE HELD:         " delimited by size
            rpt-count-display delimited by size
            into edit-output-record
      write edit-output-record

      if lenient-mode
          move ct-normalized-count to rpt-count-display
          move spaces to edit-output-record
          string "NORMALIZED LEGACY:     " delimited by size
                rpt-count-display delimited by size
                into edit-output-record
          write edit-output-record
      end-if

      evaluate run-rc
          when 0
              move "CLEAN" to edit-rc-meaning
          when 4
              move "RUNS WITH REJECTS" to edit-rc-meaning
          when 8
              move "EMPTY INPUT" to edit-rc-meaning
          when 12
              move "FILE ERROR" to edit-rc-meaning
          when 16
              move "REJECT THRESHOLD EXCEEDED" to edit-rc-meaning
          when 20
              move "OUT OF BALANCE - RESULTS MUST NOT BE PUBLISHED"
                  to edit-rc-meaning
          when other
              move spaces to edit-rc-meaning
      end-evaluate
      move spaces to edit-output-record
      write edit-output-record
      string "PREDICTED RETURN CODE: " delimited by size
            run-rc delimited by size
            "  " delimited by size
            edit-rc-meaning delimited by size
            into edit-output-record
      write edit-output-record

      close edit-output
      move 'N' to edit-open-switch
      display "Edit report written to " function trim(edit-out-filename)
          " - predicted return code " run-rc.

write-audit-record.
      *> Appends this run's record to the permanent audit log so the
          move ct-sum-total to aud-sum-total
          move run-disposition to aud-disposition
          move ct-dup-count to aud-dup-count
          move ct-held-count to aud-held-count
          move ctl-office-code to aud-office-code
          write audit-record from audit-detail
          close audit-log
      else
          close report-work
          open extend report-work
      end-if
      if journal-open
          close change-journal
          open extend change-journal
      end-if

      move total-processed to ckpt-processed
      move ct-records-read to ckpt-records-read
      move ctl-trailer-bad to ckpt-trailer-bad
      move ctl-expect-count to ckpt-expect-count
      move ctl-expect-sum to ckpt-expect-sum
      move ct-held-count to ckpt-held-count
      open output checkpoint-file
      write checkpoint-record
      close checkpoint-file.
          move ct-dup-count to cat-dups
          move ct-sum-total to cat-sum
          move run-disposition to cat-disposition
          move ctl-office-code to cat-office
          write catalog-file-record from catalog-detail
          close catalog-file
      else
          end-if
      end-perform.

find-seen-entry.
      *> Sets SEEN-ENTRY to RECORD-ID's place in the seen-ID table, or
      *> to 0 when it is not there.

      move 0 to seen-entry.
      perform varying seen-iter from 1 by 1
              until seen-iter > seen-count or seen-entry > 0
          if tbl-seen-id(seen-iter) is equal to record-id
              move seen-iter to seen-entry
          end-if
      end-perform.

record-seen-id.
      *> Remembers RECORD-ID for the rest of the run. A file too large
      *> for the table keeps converting - later duplicates of the
      if seen-count < 5000
          add 1 to seen-count
          move record-id to tbl-seen-id(seen-count)
          move 'N' to tbl-seen-posted(seen-count)
      else
          if seen-full-warned is equal to 'N'
              display "Seen-ID table full - duplicate detection "
route-duplicate-record.
      *> A later occurrence of a case ID already seen in this run:
      *> counted, written raw to the .DUPS exception file, and shown
      *> on the print report as a DUPLICATE line (on the edit report,
      *> in an edit-check run).

      add 1 to ct-dup-count.
      display record-id "  " input-entered "Duplicate case ID".
          move input-file-exist to dups-output-record
          write dups-output-record
      end-if
      if edit-open
          move "DUPLICATE CASE ID" to edt-finding
          perform write-edit-check-detail
      end-if
      if report-open
          move record-id to rpt-det-id
          move input-entered to rpt-det-numeral
      move run-date to intf-run-date.
      write interface-output-record from interface-detail.
      add 1 to intf-record-count.
      if intf-direction is not equal to 'C'
          add sum1 to intf-sum-total
      end-if.

write-interface-trailer.
      *> Closes the extract with the control trailer the docket load
            into report-record
      write report-record

      move ct-held-count to rpt-count-display
      move spaces to report-record
      string "HELD FOR APPROVAL:  " delimited by size
            rpt-count-display delimited by size
            into report-record
      write report-record

      if lenient-mode
          move ct-normalized-count to rpt-count-display
          move spaces to report-record

convert-numeral-value.
      *> Computes the value of the numeral in INPUT-ENTERED(1:LEN)
      *> into SUM1, setting IS-ROMAN when it is not a legal numeral
      *> (RSN-CODE says why) and NORMALIZED-SWITCH when lenient mode
      *> let a legacy form through; CANONICAL-NUMERAL gets the
      *> canonical form either way. The rules themselves are the
      *> shared ROMANCONV engine's, so this program answers exactly as
      *> every other caller does. CONVERSION adds the terminal/
      *> transcript/report output on top; the arithmetic mode, the
      *> scan mode, and the maintenance screen call this directly to
      *> validate and value a numeral without writing anything.

      move spaces to roman-conv-parm.
      move 'R' to rcp-direction.
      if lenient-mode
          move 'L' to rcp-mode
      else
          move 'S' to rcp-mode
      end-if
      move input-entered to rcp-numeral.
      move 0 to rcp-value.
      move return-code to conv-saved-rc.
      call "romanconv" using roman-conv-parm.
      move conv-saved-rc to return-code.

      move rcp-value to sum1.
      move rcp-canonical to canonical-numeral.
      if rcp-accepted
          move 0 to is-roman
          move 0 to rsn-code
      else
          move 1 to is-roman
          move rcp-reason-code to rsn-code
      end-if
      if rcp-normalized
          move 'Y' to normalized-switch
      else
          move 'N' to normalized-switch
      end-if.

conversion.
      *> echoed alongside its numeral.
      if is-roman is equal to 0
          if normalized-switch is equal to 'Y'
              add 1 to ct-normalized-count
          end-if
          move input-entered to hold-numeral
          move 'R' to hold-direction
          move input-entered to hold-entered
          if normalized-switch is equal to 'Y'
              move canonical-numeral to hold-canonical
          else
              move input-entered to hold-canonical
          end-if
          evaluate true
              when rework-mode
                  move 'W' to hold-intf-status
              when normalized-switch = 'Y'
                  move 'N' to hold-intf-status
              when other
                  move 'V' to hold-intf-status
          end-evaluate
          perform check-master-change
          if record-id is equal to spaces
              display input-entered sum1
          else
              display "  (legacy form normalized to "
                  function trim(canonical-numeral) ")"
          end-if
          if change-held
              display "  (value change held for approval - master has "
                  mb-decimal ")"
          end-if
          if write-output-file
              move sum1 to sum1-display
              move spaces to valid-output-record
              if rework-mode
                  move "REWORKED" to valid-output-record(58:8)
              end-if
              if change-held
                  move "HELD" to valid-output-record(58:8)
              end-if
              if normalized-switch is equal to 'Y'
                  string "NORMALIZED " delimited by size
                        function trim(canonical-numeral)
              end-if
              write valid-output-record
          end-if
          if intf-open and not change-held
              move 'R' to intf-direction
              move input-entered to intf-numeral-entered
              if normalized-switch is equal to 'Y'
              perform write-interface-detail
          end-if
          if master-open and record-id is not equal to spaces
              and not change-held and not edit-check-run
              move input-entered to master-numeral
              perform update-conversion-master
          end-if
              move input-entered to rpt-det-numeral
              move sum1 to sum1-display
              move sum1-display to rpt-det-value
              evaluate true
                  when change-held
                      move "HELD" to rpt-det-status
                  when normalized-switch = 'Y'
                      move "NORMALIZED" to rpt-det-status
                  when other
                      move "VALID" to rpt-det-status
              end-evaluate
              perform queue-report-line
          end-if
      else
          perform set-reject-label
          if record-id is equal to spaces
              display input-entered rsn-label
          else
              display record-id "  " input-entered rsn-label
          end-if
          if write-output-file
              move spaces to reject-output-record
              if record-id is equal to spaces
                  move input-entered to reject-output-record(1:30)
              else
                  string record-id delimited by size
                        "  " delimited by size
                        input-entered delimited by size
                        into reject-output-record
              end-if
              perform write-reject-line
          end-if
          if report-open
              move record-id to rpt-det-id
              move input-entered to rpt-det-numeral
              move spaces to rpt-det-value
              perform set-reject-status
              perform queue-report-line
          end-if
      end-if.

      move 0 to is-roman.
      move 0 to sum1.
      move 0 to rsn-code.

      if len is less than 5 and input-entered(1:len) is numeric
          move input-entered(1:len) to decimal-value
          if decimal-value is less than 1 or decimal-value is greater than 3999
              move 1 to is-roman
              move 6 to rsn-code
          end-if
      else
          move 1 to is-roman
          if input-entered(1:len) is numeric
              move 6 to rsn-code
          else
              move 7 to rsn-code
          end-if
      end-if

      if is-roman is equal to 0
          perform value-to-roman
          move decimal-value to sum1
          move roman-result to hold-numeral
          move 'D' to hold-direction
          move input-entered to hold-entered
          move roman-result to hold-canonical
          if rework-mode
              move 'W' to hold-intf-status
          else
              move 'V' to hold-intf-status
          end-if
          perform check-master-change
          display record-id "  " roman-result sum1
          if change-held
              display "  (value change held for approval - master has "
                  mb-decimal ")"
          end-if
          if write-output-file
              move sum1 to sum1-display
              move spaces to valid-output-record
              if rework-mode
                  move "REWORKED" to valid-output-record(58:8)
              end-if
              if change-held
                  move "HELD" to valid-output-record(58:8)
              end-if
              write valid-output-record
          end-if
          if intf-open and not change-held
              move 'D' to intf-direction
              move input-entered to intf-numeral-entered
              move roman-result to intf-canonical
              perform write-interface-detail
          end-if
          if master-open and record-id is not equal to spaces
              and not change-held and not edit-check-run
              move roman-result to master-numeral
              perform update-conversion-master
          end-if
              move roman-result to rpt-det-numeral
              move sum1 to sum1-display
              move sum1-display to rpt-det-value
              if change-held
                  move "HELD" to rpt-det-status
              else
                  move "VALID" to rpt-det-status
              end-if
              perform queue-report-line
          end-if
      else
          perform set-reject-label
          display record-id "  " input-entered rsn-label
          if write-output-file
              move spaces to reject-output-record
              string record-id delimited by size
                    "  " delimited by size
                    input-entered delimited by size
                    into reject-output-record
              perform write-reject-line
          end-if
          if report-open
              move record-id to rpt-det-id
              move input-entered to rpt-det-numeral
              move spaces to rpt-det-value
              perform set-reject-status
              perform queue-report-line
          end-if
      end-if.

convert-date-record.
      *> File-mode record whose direction code is 'C': a roman-numeral
      *> date off a court order or deed book. A roman date in the
      *> numeral field ("XV.IV.MCMXC", "XV IV MCMXC") converts to its
      *> CCYYMMDD date; an 8-digit CCYYMMDD date renders the other way
      *> as a roman date for a reproduction certificate. Either way the
      *> shared engine checks the date against the calendar, and the
      *> result goes to the transcripts, report, docket extract, and
      *> master like any other conversion, with the CCYYMMDD date as
      *> the record's value - though not into the value totals.
      *> The date must fit the 20-column numeral field, as the
      *> transcript and master numeral do: text running on into the
      *> second operand means a date cut short at column 31, which can
      *> still read as a valid but wrong date, and a rendered date
      *> longer than 20 characters cannot be carried whole - both are
      *> rejected as malformed rather than cut.

      move spaces to roman-conv-parm.
      move 'N' to normalized-switch
      if record-numeral-2 is not equal to spaces
          move 1 to is-roman
          move 12 to rsn-code
      else
          if len is equal to 8 and input-entered(1:8) is numeric
              move 'E' to rcp-direction
              move input-entered(1:8) to rcp-value
          else
              move 'C' to rcp-direction
              move input-entered to rcp-numeral
              move 0 to rcp-value
          end-if
          if lenient-mode
              move 'L' to rcp-mode
          else
              move 'S' to rcp-mode
          end-if
          move return-code to conv-saved-rc
          call "romanconv" using roman-conv-parm
          move conv-saved-rc to return-code

          if rcp-accepted
              move 0 to is-roman
              move 0 to rsn-code
          else
              move 1 to is-roman
              move rcp-reason-code to rsn-code
          end-if
          if rcp-normalized
              move 'Y' to normalized-switch
          end-if
          if is-roman is equal to 0 and rcp-value-to-date
              and rcp-canonical-len is greater than 20
              move 1 to is-roman
              move 12 to rsn-code
              move 'N' to normalized-switch
          end-if
      end-if

      if is-roman is equal to 0
          move rcp-value to sum1
          move rcp-canonical to canonical-numeral
          move spaces to date-display
          string rcp-value(1:4) delimited by size
                "-" delimited by size
                rcp-value(5:2) delimited by size
                "-" delimited by size
                rcp-value(7:2) delimited by size
                into date-display
          if normalized-switch is equal to 'Y'
              add 1 to ct-normalized-count
          end-if
          *> The master keeps the numeral the transcript shows - the
          *> roman date as entered, or the one just rendered (both
          *> within 20 characters, as checked above) - so the master
          *> reconciliation reads them alike; its value is the CCYYMMDD
          *> date.
          if rcp-value-to-date
              move canonical-numeral(1:20) to hold-numeral
          else
              move input-entered to hold-numeral
          end-if
          move 'C' to hold-direction
          move input-entered to hold-entered
          move canonical-numeral to hold-canonical
          evaluate true
              when rework-mode
                  move 'W' to hold-intf-status
              when normalized-switch = 'Y'
                  move 'N' to hold-intf-status
              when other
                  move 'V' to hold-intf-status
          end-evaluate
          perform check-master-change
          if rcp-value-to-date
              display record-id "  " date-display " = "
                  function trim(canonical-numeral)
          else
              display record-id "  " function trim(input-entered)
                  " = " date-display
          end-if
          if normalized-switch is equal to 'Y'
              display "  (legacy form normalized to "
                  function trim(canonical-numeral) ")"
          end-if
          if change-held
              display "  (value change held for approval - master has "
                  mb-decimal ")"
          end-if
          if write-output-file
              move sum1 to sum1-display
              move spaces to valid-output-record
              if rcp-value-to-date
                  string record-id delimited by size
                        "  " delimited by size
                        canonical-numeral delimited by size
                        "     " delimited by size
                        sum1-display delimited by size
                        into valid-output-record
              else
                  string record-id delimited by size
                        "  " delimited by size
                        input-entered delimited by size
                        "     " delimited by size
                        sum1-display delimited by size
                        into valid-output-record
              end-if
              if rework-mode
                  move "REWORKED" to valid-output-record(58:8)
              end-if
              if change-held
                  move "HELD" to valid-output-record(58:8)
              end-if
              if normalized-switch is equal to 'Y'
                  string "DATE " delimited by size
                        date-display delimited by size
                        " NORMALIZED" delimited by size
                        into valid-output-record(68:33)
              else
                  string "DATE " delimited by size
                        date-display delimited by size
                        into valid-output-record(68:33)
              end-if
              write valid-output-record
          end-if
          if intf-open and not change-held
              move 'C' to intf-direction
              move input-entered to intf-numeral-entered
              move canonical-numeral to intf-canonical
              move hold-intf-status to intf-rec-status
              perform write-interface-detail
          end-if
          if master-open and record-id is not equal to spaces
              and not change-held and not edit-check-run
              move hold-numeral to master-numeral
              perform update-conversion-master
          end-if
          if report-open
              move record-id to rpt-det-id
              if rcp-value-to-date
                  move canonical-numeral to rpt-det-numeral
              else
                  move input-entered to rpt-det-numeral
              end-if
              move date-display to rpt-det-value
              evaluate true
                  when change-held
                      move "HELD" to rpt-det-status
                  when normalized-switch = 'Y'
                      move "NORMALIZED" to rpt-det-status
                  when other
                      move "VALID" to rpt-det-status
              end-evaluate
              perform queue-report-line
          end-if
      else
          perform set-reject-label
          display record-id "  " input-entered rsn-label
          if write-output-file
              move spaces to reject-output-record
              string record-id delimited by size
                    "  " delimited by size
                    input-entered delimited by size
                    into reject-output-record
              perform write-reject-line
          end-if
          if report-open
              move record-id to rpt-det-id
              move input-entered to rpt-det-numeral
              move spaces to rpt-det-value
              perform set-reject-status
              perform queue-report-line
          end-if
      end-if.
          move 0 to is-roman
          move arith-result to sum1
          move sum1 to sum1-display
          move canonical-numeral to hold-numeral
          move record-direction to hold-direction
          move arith-expression to hold-entered
          move canonical-numeral to hold-canonical
          if rework-mode
              move 'W' to hold-intf-status
          else
              move 'A' to hold-intf-status
          end-if
          perform check-master-change
          display record-id "  " arith-expression "   " sum1-display
              "  " function trim(canonical-numeral)
          if change-held
              display "  (value change held for approval - master has "
                  mb-decimal ")"
          end-if
          if write-output-file
              move spaces to valid-output-record
              string record-id delimited by size
              if rework-mode
                  move "REWORKED" to valid-output-record(58:8)
              end-if
              if change-held
                  move "HELD" to valid-output-record(58:8)
              end-if
              string "RESULT " delimited by size
                    function trim(canonical-numeral) delimited by size
                    into valid-output-record(68:33)
              write valid-output-record
          end-if
          if intf-open and not change-held
              move record-direction to intf-direction
              move arith-expression to intf-numeral-entered
              move canonical-numeral to intf-canonical
              perform write-interface-detail
          end-if
          if master-open and record-id is not equal to spaces
              and not change-held and not edit-check-run
              *> The master records the canonical numeral of the
              *> result, so an inquiry on an arithmetic case answers
              *> with the figure that was published.
              move record-id to rpt-det-id
              move arith-expression to rpt-det-numeral
              move sum1-display to rpt-det-value
              if change-held
                  move "HELD" to rpt-det-status
              else
                  move "VALID" to rpt-det-status
              end-if
              perform queue-report-line
          end-if
      else
          move 1 to is-roman
          perform set-reject-label
          display record-id "  " arith-expression " "
              function trim(arith-error-msg) " " rsn-label
          if write-output-file
              move spaces to reject-output-record
              string record-id delimited by size
                    "  " delimited by size
                    arith-expression delimited by size
                    into reject-output-record
              perform write-reject-line
          end-if
          if report-open
              move record-id to rpt-det-id
              move arith-expression to rpt-det-numeral
              move spaces to rpt-det-value
              perform set-reject-status
              perform queue-report-line
          end-if
      end-if.
      *> not, and ARITH-EXPRESSION echoes what was asked.

      move 'Y' to arith-ok.
      move 0 to rsn-code.
      move 0 to arith-value-1.
      move 0 to arith-value-2.
      move 0 to arith-result.
      if len is equal to 0
          move 'N' to arith-ok
          move "First numeral missing" to arith-error-msg
          move 9 to rsn-code
      else
          perform convert-numeral-value
          if is-roman is not equal to 0
          if len is equal to 0
              move 'N' to arith-ok
              move "Second numeral missing" to arith-error-msg
              move 9 to rsn-code
          else
              perform convert-numeral-value
              if is-roman is not equal to 0
              when other
                  move 'N' to arith-ok
                  move "Operator must be + or -" to arith-error-msg
                  move 10 to rsn-code
          end-evaluate
      end-if

              or arith-result is greater than 3999999
              move 'N' to arith-ok
              move "Result out of roman range" to arith-error-msg
              move 6 to rsn-code
          else
              move arith-result to sum1
              perform build-canonical-form
            into arith-expression.

reject-direction-record.
      *> A record whose direction code is not blank, 'R', 'D', 'C',
      *> 'A', or 'S' is most likely a file still in the old layout,
      *> with its numeral starting in the direction column - reject it
      *> loudly rather than silently convert a numeral missing its
      *> first character.

      move 1 to is-roman.
      move 8 to rsn-code.
      perform set-reject-label.
      display record-id " " record-direction input-entered
          rsn-label.
      if write-output-file
          move spaces to reject-output-record
          string record-id delimited by size
                " " delimited by size
                record-direction delimited by size
                input-entered delimited by size
                into reject-output-record
          perform write-reject-line
      end-if.
      if report-open
          move record-id to rpt-det-id
                input-entered delimited by size
                into rpt-det-numeral
          move spaces to rpt-det-value
          perform set-reject-status
          perform queue-report-line
      end-if.

set-reject-label.
      *> Builds "Rnn text" for the reason in RSN-CODE - the form every
      *> reject is shown in, on the terminal and on the transcript.

      move spaces to rsn-label.
      if rsn-code < 1 or rsn-code > rsn-max-code
          move 1 to rsn-code
      end-if
      string "R" delimited by size
            rsn-code delimited by size
            " " delimited by size
            rsn-text(rsn-code) delimited by size
            into rsn-label.

set-reject-status.
      *> Print-report status for a rejected record: REJECTED and the
      *> reason code, so the paper register shows the reason as well.

      move spaces to rpt-det-status.
      string "REJECTED " delimited by size
            rsn-label(1:3) delimited by size
            into rpt-det-status.

write-reject-line.
      *> Finishes and writes one .REJECT line. The caller leaves the
      *> record-style prefix (case ID, direction, numeral) in columns
      *> 1-43; the reason code and text always land in columns 44-77
      *> and the source office in 82-89, whatever the record style,
      *> so the reject analysis and the rework pass read every line
      *> the same way.

      move rsn-label to reject-output-record(44:34).
      move ctl-office-code to reject-output-record(82:8).
      write reject-output-record.

build-canonical-form.
      *> Renders SUM1 as its canonical roman numeral in
      *> CANONICAL-NUMERAL, using the same bracket notation as input
      *> for values above 3999 (e.g. 4100 -> "[IV]C").

      move spaces to roman-conv-parm.
      move 'D' to rcp-direction.
      move 'S' to rcp-mode.
      move sum1 to rcp-value.
      move return-code to conv-saved-rc.
      call "romanconv" using roman-conv-parm.
      move conv-saved-rc to return-code.
      move rcp-canonical to canonical-numeral.

reverse-conversion.
      *> Converts a decimal value (1-3999) back into its roman numeral
      *> equivalent and displays it. VALUE-TO-ROMAN does the actual
      *> conversion work.

      if decimal-value is less than 1 or decimal-value is greater than 3999
          display decimal-value "Value out of range for a roman numeral (1-3999)"

value-to-roman.
      *> Converts DECIMAL-VALUE (assumed already checked to be in range
      *> 1-3999) into ROMAN-RESULT/RR-LEN through the shared engine.

      move spaces to roman-conv-parm.
      move 'D' to rcp-direction.
      move 'S' to rcp-mode.
      move decimal-value to rcp-value.
      move return-code to conv-saved-rc.
      call "romanconv" using roman-conv-parm.
      move conv-saved-rc to return-code.
      move rcp-canonical to roman-result.
      move rcp-canonical-len to rr-len.
