      *>itself is skipped by scoring, keeping a bad extract out of
      *>the scored results entirely.
           select data-reject-file assign to "DATAREJECT"
               organization is line sequential
               file status is drej-file-status.
      *> disposition routing: when the control card designates a
      *>disposition rule, every scored DATAIN record is carried
      *>verbatim to exactly one of these three, so the next jobs in
      *>the stream each pick up the records they own.
           select accept-out-file assign to "ACCEPTOUT"
               organization is line sequential
               file status is acc-file-status.
           select reject-out-file assign to "REJECTOUT"
               organization is line sequential
               file status is rej-file-status.
           select susp-out-file assign to "SUSPOUT"
               organization is line sequential.
      *> one line per reason code a rule attached to a scored record,
      *>keyed by the record and the rule that attached it - see
      *>eval-prim-reason.
           select reason-out-file assign to "REASONOUT"
               organization is line sequential.
      *> recycle mode's inputs: a prior run's SUSPOUT, and the
      *>analysts' decisions on its records - file status so a recycle
      *>run without them reports it instead of abending.
           select susp-in-file assign to "SUSPIN"
               organization is line sequential
               file status is sin-file-status.
           select override-file assign to "OVERRIDE"
               organization is line sequential
               file status is ovr-file-status.
      *> merge mode's inputs: each partition job's output of one kind,
      *>the N partitions' files read one after another under one
      *>name - file status so a kind no partition wrote is passed
      *>over rather than abending the merge.
           select merge-result-file assign to "MRGRESULT"
               organization is line sequential
               file status is mrg-file-status.
           select merge-dataout-file assign to "MRGDATAOUT"
               organization is line sequential
               file status is mrg-file-status.
           select merge-accept-file assign to "MRGACCEPT"
               organization is line sequential
               file status is mrg-file-status.
           select merge-reject-file assign to "MRGREJECT"
               organization is line sequential
               file status is mrg-file-status.
           select merge-susp-file assign to "MRGSUSP"
               organization is line sequential
               file status is mrg-file-status.
           select merge-reason-file assign to "MRGREASON"
               organization is line sequential
               file status is mrg-file-status.
           select merge-error-file assign to "MRGERROR"
               organization is line sequential
               file status is mrg-file-status.
           select merge-aggr-file assign to "MRGAGGR"
               organization is line sequential
               file status is mrg-file-status.
           select merge-summary-file assign to "MRGSUMMARY"
               organization is line sequential
               file status is mrg-file-status.
      *> the permanent record of every override recycle mode applied,
      *>and what became of the record - file status so the first
      *>recycle ever creates it.
           select override-audit-file assign to "OVRAUDIT"
               organization is line sequential
               file status is oaud-file-status.
      *> one line per scored rule after the data batch: sum, count,
      *>minimum, maximum, and average of its NumV results across the
      *>whole batch, and true against false for its BoolV results -
               file status is bl-file-status.
           select compare-out-file assign to "COMPAREOUT"
               organization is line sequential.
      *> list mode's print file: every rule version in RULESTORE
      *>rebuilt as rule text, paginated, with its in-force flag for
      *>the as-of date - see list-rule-store.
           select store-list-file assign to "STORELIST"
               organization is line sequential.
      *> every identifier each parsed rule and define references and
      *>what it resolves to, with the unused defines and unread
      *>dictionary fields - see run-cross-reference.
           select xref-report-file assign to "XREFRPT"
               organization is line sequential.
      *> reference values a rule reads by table and key through the
      *>lookup primitive - file status so a run without one still
      *>runs, failing only the lookups themselves.
           select ref-table-file assign to "REFTABLE"
               organization is indexed
               access mode is random
               record key is ref-rec-key
               file status is ref-file-status.
      *> the permanent rule change history: every compile appends
      *>one record per rule it added, changed, carried unchanged, or
      *>dropped - file status so the first compile ever creates it.
           select rule-hist-file assign to "RULEHIST"
               organization is line sequential
               file status is rh-file-status.
      *> history mode's print file - see list-rule-history.
           select hist-report-file assign to "HISTRPT"
               organization is line sequential.
      *> the data batch's reconciliation of DATAIN against its
      *>control trailer, with every exception found - see
      *>reconcile-data-batch.
           select recon-report-file assign to "RECONRPT"
               organization is line sequential.
      *> the run's tolerance limits - optional, file status so a run
      *>with none on hand is checked against nothing, as before.
           select tolerance-file assign to "TOLERANCE"
               organization is line sequential
               file status is tol-file-status.
      *> every tolerance limit the run breached - see
      *>check-tolerance-limits.
           select alert-out-file assign to "ALERTOUT"
               organization is line sequential.
      *> what each rule cost to evaluate, and how near the evaluation
      *>tables came to their limits - see write-profile-report.
           select profile-report-file assign to "PROFRPT"
               organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *>live wherever the layout says - build-record-from-layout
      *>rebuilds the keyed name/value view above from it in place.
        01 data-in-raw          pic x(250).
      *> The source system's control trailer, the extract's last
      *>line: the number of data records ahead of it and the total of
      *>the one numeric field the control card's HASH= names. It is
      *>taken aside for reconciliation, never scored.
        01 data-in-trailer.
            05 dtrl-tag         pic x(4).
            05 dtrl-count       pic 9(9).
            05 filler           pic x.
            05 dtrl-hash        pic s9(13)v99
                                sign is leading separate.

        FD result-out-file.
        01 result-out-record.
      *>format-result-value fills for RESULTOUT) - a self-contained
      *>scored record, no re-join against the extract needed. Columns
      *>past the tenth rule are not carried; RESULTOUT still has every
      *>rule's line. The reason codes the record's rules attached
      *>follow the result columns.
        FD data-out-file.
        01 data-out-record.
            05 dout-key         pic x(10).
                10 dout-res-tag     pic x.
                10 filler           pic x.
                10 dout-res-text    pic x(14).
            05 dout-reasons occurs 10 times.
                10 filler           pic x.
                10 dout-reason      pic x(10).
        01 data-out-line        pic x(60).

      *> One declaration per line: "K" names the key's column range
        FD accept-out-file.
        01 accept-out-record    pic x(250).
        01 accept-out-line      pic x(60).
      *>A rejected or suspended record carries after it the reason
      *>codes its rules attached - see disp-reason-line.
        FD reject-out-file.
        01 reject-out-record    pic x(360).
        01 reject-out-line      pic x(60).
        FD susp-out-file.
        01 susp-out-record      pic x(360).
        01 susp-out-line        pic x(60).
      *> One line per reason code per scored record: the record's key,
      *>the rule that attached the code (kind and name, as ERROROUT
      *>names it), and the code.
        FD reason-out-file.
        01 reason-out-record.
            05 rsno-key         pic x(10).
            05 filler           pic x.
            05 rsno-rule-kind   pic x(7).
            05 filler           pic x.
            05 rsno-rule-name   pic x(10).
            05 filler           pic x.
            05 rsno-code        pic x(10).
        01 reason-out-line      pic x(60).

      *> A prior run's suspense line: the DATAIN record and the reason
      *>codes after it, as write-suspense-record wrote them.
        FD susp-in-file.
        01 susp-in-record.
            05 sin-data-record  pic x(250).
            05 sin-reasons      pic x(110).
        01 susp-in-line         pic x(60).

      *> The partitions' outputs as MERGE reads them - every kind is
      *>read into merge-line and taken apart there.
        FD merge-result-file.
        01 merge-result-record pic x(530).
        FD merge-dataout-file.
        01 merge-dataout-record pic x(530).
        FD merge-accept-file.
        01 merge-accept-record pic x(530).
        FD merge-reject-file.
        01 merge-reject-record pic x(530).
        FD merge-susp-file.
        01 merge-susp-record pic x(530).
        FD merge-reason-file.
        01 merge-reason-record pic x(530).
        FD merge-error-file.
        01 merge-error-record pic x(530).
        FD merge-aggr-file.
        01 merge-aggr-record pic x(530).
        FD merge-summary-file.
        01 merge-summary-record pic x(530).

      *> One analyst decision per line: the suspended record's key,
      *>ACCEPT, REJECT, or RESCORE, who decided, and why.
        FD override-file.
        01 override-record.
            05 ovr-key          pic x(10).
            05 filler           pic x.
            05 ovr-action       pic x(7).
            05 filler           pic x.
            05 ovr-analyst      pic x(8).
            05 filler           pic x.
            05 ovr-comment      pic x(60).

      *> One line per override a recycle run read, between that run's
      *>header and trailer: the decision as the analyst gave it and
      *>where the record went - ACCEPTOUT, REJECTOUT, or SUSPOUT -
      *>PENDING for a RESCORE the run could not score, or NO RECORD
      *>when no suspended record carried its key.
        FD override-audit-file.
        01 override-audit-record.
            05 oaud-run-id      pic x(15).
            05 filler           pic x.
            05 oaud-key         pic x(10).
            05 filler           pic x.
            05 oaud-action      pic x(7).
            05 filler           pic x.
            05 oaud-analyst     pic x(8).
            05 filler           pic x.
            05 oaud-outcome     pic x(10).
            05 filler           pic x.
            05 oaud-comment     pic x(60).
        01 override-audit-line  pic x(60).

      *> One line per scored rule: its sequence, the NumV aggregates
      *>(count, sum, min, max, average), the BoolV true/false counts,
        FD compare-out-file.
        01 compare-out-record pic x(100).

      *> The store listing: 132-column print lines, a page heading
      *>carrying the run id and the as-of date, then one entry per
      *>rule version - its identity line and its rebuilt rule text.
        FD store-list-file.
        01 store-list-record pic x(132).

      *> The cross-reference report: 132-column print lines, a page
      *>heading carrying the run id, one block per parsed rule or
      *>define, then the unused-define and unread-field sections.
        FD xref-report-file.
        01 xref-report-record pic x(132).

      *> One reference value per record, keyed by the table it
      *>belongs to and its lookup key within that table - a rule's
      *>(lookup "RATETIER" region) reads the record keyed RATETIER
      *>plus the region's text. A numeric key is held the way a rule
      *>author writes the number (5, 2.50). The value is a number or
      *>a string, as ref-val-type says.
        FD ref-table-file.
        01 ref-table-record.
            05 ref-rec-key.
                10 ref-table-name pic x(10).
                10 ref-key-val    pic x(10).
            05 ref-val-type     pic x.
                88 ref-val-numeric value "N".
                88 ref-val-string  value "S".
            05 ref-num-val      pic s9(9)v99.
            05 ref-str-val      pic x(10).

      *> One record per rule per compile, appended between the
      *>standard header and trailer of that compile's run: who
      *>compiled it under which ticket, when it takes effect, what
      *>became of the rule against the store being replaced, which
      *>prior version it was compared with, and the rule text as
      *>compiled (as it was, for a removed rule) - the first 120
      *>characters; the store itself keeps the whole tree.
        FD rule-hist-file.
        01 rule-hist-record.
            05 rh-run-id        pic x(15).
            05 filler           pic x.
            05 rh-user          pic x(10).
            05 filler           pic x.
            05 rh-ticket        pic x(12).
            05 filler           pic x.
            05 rh-eff-date      pic 9(8).
            05 filler           pic x.
            05 rh-action        pic x(9).
            05 filler           pic x.
            05 rh-seq           pic 9(4).
            05 filler           pic x.
            05 rh-name          pic x(10).
            05 filler           pic x.
            05 rh-prior-version pic x(15).
            05 filler           pic x.
            05 rh-prior-eff     pic 9(8).
            05 filler           pic x.
            05 rh-text          pic x(120).
        01 rule-hist-line      pic x(220).

      *> The history report: 132-column print lines, a page heading
      *>carrying the run id, the selection it was run for, then one
      *>entry per history record selected.
        FD hist-report-file.
        01 hist-report-record pic x(132).

      *> The reconciliation report: 132-column print lines, the
      *>control totals read against the trailer's, then one line per
      *>exception found, then whether the extract balanced.
        FD recon-report-file.
        01 recon-report-record pic x(132).

      *> One limit per line: RUN or a plain rule's 4-digit sequence,
      *>the limit's name, its value (digits, optional 2 decimals),
      *>and WARN or FAIL. A line starting * is a comment.
        FD tolerance-file.
        01 tolerance-record.
            05 tol-scope        pic x(4).
            05 filler           pic x.
            05 tol-limit-name   pic x(12).
            05 filler           pic x.
            05 tol-limit-text   pic x(12).
            05 filler           pic x.
            05 tol-severity     pic x(4).
            05 filler           pic x(45).

      *> One line per limit breached: what was measured against what
      *>it was allowed to be.
        FD alert-out-file.
        01 alert-out-record.
            05 alrt-severity    pic x(4).
            05 filler           pic x.
            05 alrt-scope       pic x(4).
            05 filler           pic x.
            05 alrt-limit-name  pic x(12).
            05 filler           pic x.
            05 alrt-actual      pic -(9)9.99.
            05 filler           pic x.
            05 alrt-compare     pic x(2).
            05 filler           pic x.
            05 alrt-limit       pic -(9)9.99.
            05 filler           pic x.
            05 alrt-text        pic x(40).
        01 alert-out-line       pic x(110).

      *> The resource profile: 132-column print lines, a block of
      *>measures per rule, then the tables' high-water marks.
        FD profile-report-file.
        01 profile-report-record pic x(132).

       WORKING-STORAGE SECTION.

      *> exprc-table-max/val-table-max are the single source of truth
                10 filler pic x(60).


      *> Start at slot 25 since 1-24 will contain top-env bindings
        01 val-idx pic 9(4) value 25.
      *> sized to the largest val REDEFINES sibling (clov-element,
      *>1 + 1 + 10*10 + 4 + 4 = 110 bytes) times val-table-max, for the
      *>same reason as exprc-storage above.
      *>checkpoint restore raising the run's floor.
        01 top-val-watermark pic 9(4).
        01 top-bds-watermark pic 9(4).
      *> how many bds slots setup-top-environment itself binds - the
      *>primitives and constants every rule can name, below anything a
      *>define adds.
        01 top-prim-count pic 9(4) value 0.

      *> The data batch's inner version of the same idea: the slots in
      *>use after a record's fields are bound, restored between rules
        01 accept-out-count pic 9(6) value 0.
        01 reject-out-count pic 9(6) value 0.
        01 susp-out-count pic 9(6) value 0.
        01 acc-file-status pic xx.
        01 rej-file-status pic xx.

      *> Reason codes (eval-prim-reason). A scored record's codes are
      *>collected here as its rules attach them - at most ten, one
      *>entry per code per rule - and written out once the record is
      *>routed. reason-total-table counts, for each code seen in the
      *>run, the records it was attached to.
        01 reason-collect-sw pic x value 'N'.
            88 reason-collecting value 'Y'.
        01 reason-max pic 99 value 10.
        01 reason-count pic 99 value 0.
        01 reason-table.
            05 reason-entry occurs 10 times.
                10 rsn-code pic x(10).
                10 rsn-rule-id pic x(17).
        01 reason-idx pic 99.
        01 reason-cmp-idx pic 99.
        01 reason-col pic 99.
        01 reason-found-sw pic x value 'N'.
            88 reason-already-held value 'Y'.
        01 reason-dropped-count pic 9(6) value 0.
        01 reason-out-count pic 9(6) value 0.
        01 reason-total-max pic 9(4) value 100.
        01 reason-total-count pic 9(4) value 0.
        01 reason-total-table.
            05 reason-total occurs 100 times.
                10 rsn-total-code pic x(10).
                10 rsn-total-records pic 9(6).
        01 reason-total-idx pic 9(4).
        01 reason-total-full-sw pic x value 'N'.
            88 reason-total-full value 'Y'.
      *> a rejected or suspended record as it is written: the record
      *>itself, then its codes one column apart.
        01 disp-reason-line.
            05 drl-record pic x(250).
            05 drl-reasons occurs 10 times.
                10 filler pic x.
                10 drl-reason pic x(10).

      *> Suspense recycle (run-suspense-recycle). The override file is
      *>loaded whole, keyed by din-key; a key given more than once
      *>takes its last line, the way a later define shadows an
      *>earlier one. Each entry is marked when a suspended record
      *>takes it, so the ones nothing took can be audited as such.
        01 sin-file-status pic xx.
        01 sin-eof-sw pic x value 'N'.
            88 sin-at-eof value 'Y'.
        01 ovr-file-status pic xx.
        01 ovr-eof-sw pic x value 'N'.
            88 ovr-at-eof value 'Y'.
        01 oaud-file-status pic xx.
        01 ovr-line-num pic 9(4) value 0.
        01 ovr-max pic 9(4) value 500.
        01 ovr-count pic 9(4) value 0.
        01 ovr-table.
            05 ovr-entry occurs 500 times.
                10 ovt-key pic x(10).
                10 ovt-action pic x(7).
                10 ovt-analyst pic x(8).
                10 ovt-comment pic x(60).
                10 ovt-used-sw pic x.
        01 ovr-idx pic 9(4).
        01 ovr-found-idx pic 9(4).
      *> rescoring needs the rules bound cleanly and a disposition
      *>rule to route on - without either, a RESCORE stays pending.
        01 recycle-rescore-sw pic x value 'N'.
            88 recycle-can-rescore value 'Y'.
        01 recycle-ran-sw pic x value 'N'.
            88 recycle-ran value 'Y'.
        01 recycle-in-count pic 9(6) value 0.
        01 recycle-override-count pic 9(6) value 0.
        01 recycle-rescore-count pic 9(6) value 0.
        01 recycle-pending-count pic 9(6) value 0.
        01 recycle-unmatched-count pic 9(6) value 0.
        01 recycle-audit-count pic 9(6) value 0.
        01 recycle-outcome pic x(10).
        01 recycle-saved-accept pic 9(6).
        01 recycle-saved-reject pic 9(6).

      *> Partition merge (run-partition-merge). The nine kinds of
      *>partition output are worked by number, 1 to 9 in the order of
      *>mrg-file-names. MRGRESULT is read first and fixes the merge:
      *>how many partitions, which run each one was, and the rule
      *>store version they scored with. Every kind is checked in full
      *>before anything is written.
        01 mrg-file-status pic xx.
        01 mrg-eof-sw pic x value 'N'.
            88 mrg-at-eof value 'Y'.
        01 mrg-file-id pic 99.
        01 mrg-file-name-list.
            05 filler pic x(10) value "MRGRESULT".
            05 filler pic x(10) value "MRGDATAOUT".
            05 filler pic x(10) value "MRGACCEPT".
            05 filler pic x(10) value "MRGREJECT".
            05 filler pic x(10) value "MRGSUSP".
            05 filler pic x(10) value "MRGREASON".
            05 filler pic x(10) value "MRGERROR".
            05 filler pic x(10) value "MRGAGGR".
            05 filler pic x(10) value "MRGSUMMARY".
        01 mrg-file-names redefines mrg-file-name-list.
            05 mrg-file-name occurs 9 times pic x(10).
        01 mrg-present-table value spaces.
            05 mrg-present occurs 9 times pic x.
        01 mrg-part-total pic 99 value 0.
        01 mrg-rules-version pic x(15) value spaces.
        01 mrg-part-table.
            05 mrg-part occurs 99 times.
                10 mrg-part-run-id pic x(15).
                10 mrg-part-seen occurs 9 times pic x.
                10 mrg-part-trailed occurs 9 times pic x.
        01 mrg-part-idx pic 99.
        01 mrg-cur-part pic 99.
        01 mrg-hdr-part pic 99.
        01 mrg-hdr-total pic 99.
        01 mrg-refused-sw pic x value 'N'.
            88 merge-refused value 'Y'.
        01 mrg-held-sw pic x value 'N'.
            88 merge-accept-held value 'Y'.
        01 mrg-line-count pic 9(6).
        01 mrg-message pic x(70).
        01 merge-line pic x(530).
      *> a partition header, as stamp-part-header built it.
        01 merge-hdr-view redefines merge-line.
            05 mh-tag pic x(4).
            05 filler pic x(5).
            05 mh-run-id pic x(15).
            05 mh-part-tag pic x(6).
            05 mh-part pic xx.
            05 filler pic x.
            05 mh-part-total pic xx.
            05 filler pic x(7).
            05 mh-rules pic x(15).
            05 filler pic x(473).
      *> an AGGROUT line, as write-aggregate-rule edited it.
        01 merge-agg-view redefines merge-line.
            05 mav-rule-seq pic z(3)9.
            05 filler pic x.
            05 mav-num-count pic z(5)9.
            05 filler pic x.
            05 mav-sum pic -(14)9.99.
            05 filler pic x.
            05 mav-min pic -(9)9.99.
            05 filler pic x.
            05 mav-max pic -(9)9.99.
            05 filler pic x.
            05 mav-avg pic -(9)9.99.
            05 filler pic x.
            05 mav-true pic z(5)9.
            05 filler pic x.
            05 mav-false pic z(5)9.
            05 filler pic x.
            05 mav-other pic z(5)9.
            05 filler pic x(418).
      *> a RUNSUMMARY line, as write-summary-count wrote it.
        01 merge-sum-view redefines merge-line.
            05 msv-label pic x(30).
            05 msv-count pic z(5)9.
            05 filler pic x(494).
      *> the edited columns above are brought back to plain numbers
      *>here before they are added up.
        01 mrg-w-seq pic 9(4).
        01 mrg-w-count pic 9(6).
        01 mrg-w-sum pic s9(15)v99.
        01 mrg-w-min pic s9(9)v99.
        01 mrg-w-max pic s9(9)v99.
        01 mrg-w-tally pic 9(6).
      *> AGGROUT recomputed across partitions, one entry per rule in
      *>the order the first partition listed them.
        01 magg-table-max pic 9(4) value 500.
        01 magg-count pic 9(4) value 0.
        01 magg-table.
            05 magg-entry occurs 500 times.
                10 magg-seq pic 9(4).
                10 magg-num-count pic 9(6).
                10 magg-sum pic s9(15)v99.
                10 magg-min pic s9(9)v99.
                10 magg-max pic s9(9)v99.
                10 magg-true pic 9(6).
                10 magg-false pic 9(6).
                10 magg-other pic 9(6).
        01 magg-idx pic 9(4).
        01 magg-partial-sw pic x value 'N'.
            88 magg-partial value 'Y'.
      *> RUNSUMMARY merged label by label. A count of something every
      *>partition read whole - the rule sources, DATAIN itself - is
      *>the same in each and is carried once, not added up.
        01 msum-table-max pic 9(4) value 100.
        01 msum-count pic 9(4) value 0.
        01 msum-table.
            05 msum-entry occurs 100 times.
                10 msum-label pic x(30).
                10 msum-total pic 9(6).
        01 msum-idx pic 9(4).
        01 msum-once-sw pic x value 'N'.
            88 msum-counted-once value 'Y'.

      *> Tolerance limits (check-tolerance-limits). TOLERANCE is loaded
      *>whole into tol-table; at the end of the data batch each limit
      *>is measured against the run's own counters and any breach is
      *>marked on its entry for ALERTOUT and RUNSUMMARY. A rule limit
      *>is held as its rule's sequence, a run limit as sequence 0.
        01 tol-file-status pic xx.
        01 tol-eof-sw pic x value 'N'.
            88 tol-at-eof value 'Y'.
        01 tol-present-sw pic x value 'N'.
            88 tolerance-present value 'Y'.
        01 tol-checked-sw pic x value 'N'.
            88 tolerance-checked value 'Y'.
        01 tol-failed-sw pic x value 'N'.
            88 tolerance-failed value 'Y'.
        01 tol-line-ok-sw pic x.
            88 tol-line-ok value 'Y'.
        01 tol-table-max pic 9(4) value 200.
        01 tol-count pic 9(4) value 0.
        01 tol-table.
            05 tol-entry occurs 200 times.
                10 tolt-seq pic 9(4).
                10 tolt-rule-idx pic 9(4).
                10 tolt-name pic x(12).
                10 tolt-value pic s9(9)v99.
                10 tolt-severity pic x(4).
                10 tolt-state pic x.
                    88 tolt-not-checked value 'N'.
                    88 tolt-within value 'W'.
                    88 tolt-breached value 'B'.
                10 tolt-compare pic x(2).
                10 tolt-actual pic s9(9)v99.
        01 tol-idx pic 9(4).
        01 tol-rule-idx pic 9(4).
        01 tol-scope-num pic 9(4).
        01 tol-scope-text pic x(4).
        01 tol-text-pos pic 99.
        01 tol-checked-count pic 9(6) value 0.
        01 tol-warn-count pic 9(6) value 0.
        01 tol-fail-count pic 9(6) value 0.
        01 alert-out-count pic 9(6) value 0.
      *> a percentage limit's part and whole - a limit with nothing
      *>to measure is passed over rather than breached.
        01 tol-part pic 9(9).
        01 tol-whole pic 9(9).
        01 tol-all-errors pic 9(9).
        01 tol-all-results pic 9(9).
      *> a rule's AGGROUT sum in the BASELINE run, added up from that
      *>run's data-batch result lines the way tally-rule-aggregate
      *>adds up this run's.
        01 tol-base-loaded-sw pic x value 'N'.
            88 tol-base-loaded value 'Y'.
        01 tol-base-on-hand-sw pic x value 'N'.
            88 tol-base-on-hand value 'Y'.
        01 tol-base-table.
            05 tol-base occurs 500 times.
                10 tolb-sum pic s9(15)v99.
                10 tolb-seen pic x.
        01 tol-base-seq pic 9(4).
        01 tol-base-change pic s9(15)v99.
        01 tol-base-line pic x(40).
        01 tol-base-view redefines tol-base-line.
            05 tbv-key pic x(10).
            05 filler pic x.
            05 tbv-rule-seq pic z(3)9.
            05 filler pic x.
            05 tbv-val-tag pic x.
            05 filler pic x.
            05 tbv-val-text pic -(9)9.99.
            05 filler pic x(8).
        01 tol-base-value pic s9(9)v99.
      *> a breach as RUNSUMMARY lists it, after the section's counts.
        01 tol-summary-line.
            05 tsl-severity pic x(4).
            05 filler pic x value space.
            05 tsl-scope pic x(4).
            05 filler pic x value space.
            05 tsl-limit-name pic x(12).
            05 filler pic x value space.
            05 tsl-actual pic -(8)9.99.
            05 filler pic x(7) value " LIMIT ".
            05 tsl-limit pic -(8)9.99.

      *> Resource profile (start-rule-profile/end-rule-profile). The
      *>prof-win items measure the one rule evaluation in progress;
      *>end-rule-profile folds them into the rule's row. Rows 1 to 500
      *>follow the rule-root table, row 501 is the disposition rule,
      *>and the load-time evaluations follow from there, one row each.
        01 prof-active-sw pic x value 'N'.
            88 profiling value 'Y'.
        01 prof-win-kind pic x(7).
        01 prof-win-rule pic x(10).
        01 prof-win-key pic x(10).
        01 prof-win-calls pic 9(9).
        01 prof-win-depth-base pic 9(4).
        01 prof-win-depth-top pic 9(4).
        01 prof-win-depth pic 9(4).
        01 prof-win-val-floor pic 9(4).
        01 prof-win-val-top pic 9(4).
        01 prof-win-val pic 9(4).
        01 prof-win-bds-floor pic 9(4).
        01 prof-win-bds-top pic 9(4).
        01 prof-win-bds pic 9(4).
        01 prof-data-max pic 9(4) value 501.
        01 prof-load-max pic 9(4) value 500.
        01 prof-load-count pic 9(4) value 0.
        01 prof-load-dropped pic 9(6) value 0.
        01 prof-row pic 9(4).
        01 prof-table.
            05 prof-entry occurs 1001 times.
                10 prof-kind pic x(7).
                10 prof-rule pic x(10).
                10 prof-evals pic 9(7).
                10 prof-calls-sum pic 9(13).
                10 prof-calls-worst pic 9(9).
                10 prof-calls-key pic x(10).
                10 prof-depth-sum pic 9(11).
                10 prof-depth-worst pic 9(4).
                10 prof-depth-key pic x(10).
                10 prof-val-sum pic 9(11).
                10 prof-val-worst pic 9(4).
                10 prof-val-key pic x(10).
                10 prof-bds-sum pic 9(11).
                10 prof-bds-worst pic 9(4).
                10 prof-bds-key pic x(10).
        01 prof-avg-sum pic 9(13).
      *> the run's deepest use of each evaluation table, whatever was
      *>running at the time.
        01 prof-hw-val pic 9(4) value 0.
        01 prof-hw-bds pic 9(4) value 0.
        01 prof-hw-call pic 9(4) value 0.
        01 prof-hw-parse pic 9(4) value 0.
        01 prof-hw-limit pic 9(4).
        01 prof-hw-mark pic 9(4).

      *> Print control for the profile report.
        01 prpt-lines-per-page pic 9(4) value 60.
        01 prpt-line-count pic 9(4) value 0.
        01 prpt-page-num pic 9(4) value 0.
        01 prpt-line pic x(132).
        01 prpt-edit-count pic z(5)9.
        01 prpt-head-line.
            05 filler pic x(35)
                value "SHEQ RULE RESOURCE PROFILE     RUN ".
            05 prpt-head-run-id pic x(15).
            05 filler pic x(72) value spaces.
            05 filler pic x(5) value "PAGE ".
            05 prpt-head-page pic z(3)9.
        01 prpt-col-head.
            05 filler pic x(12) value "RULE".
            05 filler pic x(9) value "BATCH".
            05 filler pic x(9) value "   EVALS".
            05 filler pic x(15) value "  MEASURE".
            05 filler pic x(14) value "       AVERAGE".
            05 filler pic x(11) value "      WORST".
            05 filler pic x(20) value "  WORST CASE KEY".
        01 prpt-det-line.
            05 prpt-det-rule pic x(10).
            05 filler pic x(2) value spaces.
            05 prpt-det-kind pic x(7).
            05 filler pic x(2) value spaces.
            05 prpt-det-evals pic z(7)9 blank when zero.
            05 filler pic x(3) value spaces.
            05 prpt-det-measure pic x(13).
            05 filler pic x(2) value spaces.
            05 prpt-det-avg pic z(8)9.99.
            05 filler pic x(2) value spaces.
            05 prpt-det-worst pic z(8)9.
            05 filler pic x(2) value spaces.
            05 prpt-det-key pic x(10).
        01 prpt-hw-head.
            05 filler pic x(16) value "TABLE".
            05 filler pic x(10) value "     LIMIT".
            05 filler pic x(12) value "  HIGH-WATER".
            05 filler pic x(14) value "  % OF LIMIT".
        01 prpt-hw-line.
            05 prpt-hw-table pic x(16).
            05 prpt-hw-limit pic z(9)9.
            05 filler pic x(2) value spaces.
            05 prpt-hw-mark pic z(9)9.
            05 filler pic x(2) value spaces.
            05 prpt-hw-pct pic z(8)9.99.

      *> Control-trailer reconciliation (reconcile-data-batch). The
      *>control card's HASH= names the field the source system totals
      *>on its trailer - naming one says a trailer is expected - and
      *>SORTED=Y says the extract arrives in ascending key order. A
      *>trailer on hand is reconciled for its record count whether or
      *>not the card asks. Exceptions are kept for the report as they
      *>are found; past the table's room they are only counted.
        01 recon-hash-field pic x(10) value spaces.
        01 recon-sorted-sw pic x value 'N'.
            88 recon-sorted-extract value 'Y'.
        01 recon-trailer-sw pic x value 'N'.
            88 recon-trailer-seen value 'Y'.
        01 recon-active-sw pic x value 'N'.
            88 recon-active value 'Y'.
        01 recon-balance-sw pic x value 'Y'.
            88 extract-in-balance value 'Y'.
            88 extract-out-of-balance value 'N'.
        01 recon-trl-count pic 9(9) value 0.
        01 recon-trl-hash pic s9(13)v99 value 0.
        01 recon-hash-total pic s9(13)v99 value 0.
        01 recon-prior-key pic x(10) value spaces.
        01 recon-field-idx pic 99.
        01 recon-exc-max pic 9(4) value 200.
        01 recon-exc-count pic 9(6) value 0.
        01 recon-exc-table.
            05 recon-exc occurs 200 times.
                10 recon-exc-rec pic 9(6).
                10 recon-exc-key pic x(10).
                10 recon-exc-type pic x(20).
                10 recon-exc-detail pic x(40).
        01 recon-exc-idx pic 9(4).
        01 recon-new-type pic x(20).
        01 recon-new-detail pic x(40).
        01 recon-edit-count pic z(8)9.
        01 recon-edit-read pic z(8)9.
        01 recon-edit-hash pic -(13)9.99.
      *> an extract that did not balance leaves ACCEPTOUT closed on
      *>this in place of its trailer, so a posting job that checks
      *>for the trailer will not take the file.
        01 accept-hold-line.
            05 filler pic x(4) value "HLD ".
            05 hold-count pic z(5)9.
            05 hold-reason pic x(30)
                value " OUT OF BALANCE - SEE RECONRPT".

      *> Print control for the reconciliation report.
        01 rrpt-lines-per-page pic 9(4) value 60.
        01 rrpt-line-count pic 9(4) value 0.
        01 rrpt-page-num pic 9(4) value 0.
        01 rrpt-line pic x(132).
        01 rrpt-head-line.
            05 filler pic x(35)
                value "SHEQ DATAIN RECONCILIATION     RUN ".
            05 rrpt-head-run-id pic x(15).
            05 filler pic x(72) value spaces.
            05 filler pic x(5) value "PAGE ".
            05 rrpt-head-page pic z(3)9.
        01 rrpt-col-head.
            05 filler pic x(8) value "RECORD".
            05 filler pic x(12) value "KEY".
            05 filler pic x(22) value "EXCEPTION".
            05 filler pic x(40) value "DETAIL".
        01 rrpt-control-line.
            05 rrpt-ctl-label pic x(30).
            05 rrpt-ctl-value pic x(20).
        01 rrpt-exc-line.
      *> an end-of-file exception has no record number - it prints
      *>blank.
            05 rrpt-exc-rec pic z(5)9 blank when zero.
            05 filler pic x(2) value spaces.
            05 rrpt-exc-key pic x(10).
            05 filler pic x(2) value spaces.
            05 rrpt-exc-type pic x(20).
            05 filler pic x(2) value spaces.
            05 rrpt-exc-detail pic x(40).

      *> Layout definition (load-layout-def). LAYOUTIN is optional;
      *>when present, every DATAIN line is taken as a plain extract
      *>it still counts as completed for the checkpoint so a restart
      *>stays aligned with the input file.
        01 ddict-file-status pic xx.
        01 drej-file-status pic xx.
        01 ddict-eof-sw pic x value 'N'.
            88 ddict-at-eof value 'Y'.
      *> the cross-reference reads the dictionary ahead of the data
      *>batch; once read it is not read again.
        01 ddict-loaded-sw pic x value 'N'.
            88 ddict-loaded value 'Y'.
        01 ddict-max pic 9(4) value 50.
        01 ddict-count pic 9(4) value 0.
        01 ddict-table.
                10 agg-true-count pic 9(6).
                10 agg-false-count pic 9(6).
                10 agg-other-count pic 9(6).
                10 agg-error-count pic 9(6).
        01 agg-idx pic 9(4).
        01 agg-avg pic s9(9)v99.
        01 aggout-count pic 9(6) value 0.
            05 run-id-date pic 9(8).
            05 filler pic x value "-".
            05 run-id-time pic 9(6).
      *> A partitioned run's headers also carry its partition and the
      *>rule store version it scored with - blank on any other run -
      *>so MERGE can tell whose output it is reading.
        01 run-header-line.
            05 filler pic x(4) value "HDR ".
            05 filler pic x(5) value "SHEQ ".
            05 hdr-run-id pic x(15).
            05 hdr-part-area pic x(33) value spaces.
        01 hdr-part-build.
            05 filler pic x(6) value " PART ".
            05 hdr-part-num pic 99.
            05 filler pic x value "/".
            05 hdr-part-total pic 99.
            05 filler pic x(7) value " RULES ".
            05 hdr-part-rules pic x(15).
        01 run-trailer-line.
            05 filler pic x(4) value "TRL ".
            05 trl-count pic z(5)9.
            05 sum-count pic z(5)9.
        01 summary-line-count pic 9(6) value 0.

      *> Condition code: each failure class a run can end in has its
      *>own code, and a run that hits several ends with the most
      *>severe - raise-cond-code only ever moves return-code up. 8 is
      *>a result in error, 12 an unbound name found by the
      *>cross-reference, 16 a setup failure, 20 a DATAIN extract that
      *>did not reconcile to its control trailer.
        01 new-cond-code pic 9(4) value 0.

      *> Run mode, accepted from SYSIN at start of run: spaces (or
      *>BATCH) is the standard end-to-end run, COMPILE parses
      *>RULESCRIPT once and writes RULESTORE, EXECUTE loads RULESTORE
      *>and skips the parser, LIST prints RULESTORE back out as rule
      *>text, HISTORY prints the rule change history COMPILE keeps in
      *>RULEHIST, RECYCLE works a prior run's suspense against the
      *>analysts' overrides, MERGE combines the outputs of a
      *>partitioned run's jobs. The mode is the first word of the
      *>control card; keyword operands may follow it in any order -
      *>see parse-run-control. A card carrying just the mode reads
      *>exactly as it always has.
        01 run-opt-idx pic 9.
        01 run-opt-word pic x(20).
        01 run-mode pic x(10).
      *> COMPILE's USER= and TICKET= stamp the history records the
      *>compile appends; HISTORY's RULE= (a sequence number or a
      *>define name) and FROM=/TO= (effective dates) select what it
      *>prints.
        01 hist-user pic x(10) value spaces.
        01 hist-ticket pic x(12) value spaces.
        01 hist-rule-arg pic x(10) value spaces.
        01 hist-from-date pic 9(8) value 0.
        01 hist-to-date pic 9(8) value 99999999.
        01 store-exec-sw pic x value 'N'.
            88 rulestore-execute value 'Y'.
      *> PART=p/N makes the data batch one of N parallel jobs: it
      *>scores every Nth record, or with KEYLO=/KEYHI= the records
      *>whose keys fall in that range, and reads past the rest. Every
      *>job reads the whole of DATAIN, so the control totals are still
      *>the file's. part-rules-version is the store version the rules
      *>came from - the last RULESTORE segment's run id, or RULESCRIPT
      *>when they were parsed fresh.
        01 part-num pic 99 value 0.
        01 part-total pic 99 value 0.
        01 part-key-lo pic x(10) value spaces.
        01 part-key-hi pic x(10) value spaces.
        01 part-card-sw pic x value 'Y'.
            88 part-card-good value 'Y'.
        01 part-member-sw pic x value 'Y'.
            88 part-member value 'Y'.
        01 part-rules-version pic x(15) value spaces.
        01 part-slot pic 99.
        01 part-rec-ord pic 9(6).
        01 part-quotient pic 9(6).
        01 part-in-count pic 9(6) value 0.
        01 part-skip-count pic 9(6) value 0.

      *> Tester-mode scratch (run-expression-tester): one console line
      *>per expression, numbered so a failure's ERROROUT record can
        01 store-node-idx pic 9(4).
        01 store-node-first pic 9(4).
        01 store-rec-count pic 9(6) value 0.
      *> script lines compile mode parsed - more than rule-root-table
      *>could hold means the store would be short, and is not written.
        01 script-compiled-count pic 9(4) value 0.
        01 store-version-sw pic x value 'N'.
            88 store-version-shown value 'Y'.

        01 store-reloc-offset pic s9(5) value 0.
        01 store-slot-adj pic s9(5).

      *> List mode (list-rule-store): every "R" record in the store,
      *>in store order, with its root relocated the same way
      *>load-store-rule relocates it - but unlike the execute load,
      *>versions not in force are kept, so the listing can show all
      *>of them and flag the one the as-of date selects. slst-status
      *>is IN FORCE, SUPERSEDED (in force by date but replaced by a
      *>later version of the same rule), or FUTURE (not yet
      *>effective).
        01 slst-max pic 9(4) value 500.
        01 slst-count pic 9(4) value 0.
        01 slst-table.
            05 slst-entry occurs 500 times.
                10 slst-seq pic 9(4).
                10 slst-root pic 9(4).
                10 slst-version pic x(15).
                10 slst-eff pic 9(8).
                10 slst-name pic x(10).
                10 slst-status pic x(10).
        01 slst-idx pic 9(4).
        01 slst-cmp-idx pic 9(4).
        01 slst-full-sw pic x value 'N'.
            88 slst-full-reported value 'Y'.
        01 slst-loaded-sw pic x value 'N'.
            88 slst-store-loaded value 'Y'.
        01 slst-same-sw pic x value 'N'.
            88 slst-same-rule value 'Y'.
        01 slst-force-count pic 9(4) value 0.
        01 slst-super-count pic 9(4) value 0.
        01 slst-future-count pic 9(4) value 0.

      *> Print control for the store listing, the same shape as the
      *>triage report's.
        01 slst-lines-per-page pic 9(4) value 60.
        01 slst-line-count pic 9(4) value 0.
        01 slst-page-num pic 9(4) value 0.
        01 slst-line pic x(132).
        01 slst-head-line.
            05 filler pic x(31)
                value "SHEQ RULE STORE LISTING    RUN ".
            05 slst-head-run-id pic x(15).
            05 filler pic x(8) value "  AS OF ".
            05 slst-head-as-of pic 9(8).
            05 filler pic x(61) value spaces.
            05 filler pic x(5) value "PAGE ".
            05 slst-head-page pic z(3)9.
        01 slst-entry-line.
            05 filler pic x(4) value "SEQ ".
            05 slst-out-seq pic 9(4).
            05 filler pic x(9) value "  DEFINE ".
            05 slst-out-name pic x(10).
            05 filler pic x(10) value "  VERSION ".
            05 slst-out-version pic x(15).
            05 filler pic x(12) value "  EFFECTIVE ".
            05 slst-out-eff pic 9(8).
            05 filler pic x(2) value spaces.
            05 slst-out-status pic x(10).
        01 slst-total-line.
            05 slst-total-label pic x(30).
            05 slst-total-count pic z(3)9.

      *> Rule-text rebuild (unparse-expr and friends): walks an exprc
      *>tree and writes it back out as the plain-text form parse-expr
      *>reads - an AppC whose function is a LambC taking exactly its
      *>arguments comes back out as the let it was parsed from. The
      *>walk recurses through PERFORM the way parse-expr does, so each
      *>level keeps its node and its argument position in
      *>unparse-frame(unparse-depth). Text past the buffer's end is
      *>dropped and the truncation flagged rather than overrun.
        01 unparse-text pic x(4000).
        01 unparse-max pic 9(4) value 4000.
        01 unparse-len pic 9(4) value 0.
        01 unparse-trunc-sw pic x value 'N'.
            88 unparse-truncated value 'Y'.
        01 unparse-piece pic x(30).
        01 unparse-piece-len pic 99.
        01 unparse-node pic 9(4).
        01 unparse-define-name pic x(10).
        01 unparse-depth-max pic 9(4) value 200.
        01 unparse-depth pic 9(4) value 0.
        01 unparse-frame-table.
            05 unparse-frame occurs 200 times.
                10 uf-node pic 9(4).
                10 uf-idx pic 99.
      *> line-wrapping of the rebuilt text onto print lines: a break
      *>falls on the last space inside the width when there is one.
        01 unparse-wrap-width pic 9(4) value 100.
        01 unparse-wrap-pos pic 9(4).
        01 unparse-wrap-end pic 9(4).
        01 unparse-wrap-len pic 9(4).

      *> A NumV or NumC value written the way a rule author writes it:
      *>leading spaces dropped and a zero fraction left off, so 5
      *>comes back as "5" and 2.5 as "2.50".
        01 num-text-value pic s9(9)v99.
        01 num-text-out pic x(14).
        01 num-text-pos pic 99.
        01 num-text-end pic 99.
        01 num-text-len pic 99.

      *> Rule change history (record-rule-history, list-rule-history).
      *>Compile mode loads the store it is replacing into the listing
      *>table and marks the latest version of each rule in it; each
      *>newly compiled rule is then matched to that version - a define
      *>by name, a plain rule by sequence - and the two rebuilt texts
      *>compared. A prior version matched by nothing was removed.
        01 rh-file-status pic xx.
        01 rh-eof-sw pic x value 'N'.
            88 rh-at-eof value 'Y'.
        01 hist-saved-as-of pic 9(8).
        01 hist-prior-idx pic 9(4).
        01 hist-new-text pic x(4000).
        01 hist-action pic x(9).
        01 hist-write-count pic 9(6) value 0.
        01 hist-added-count pic 9(4) value 0.
        01 hist-changed-count pic 9(4) value 0.
        01 hist-unchanged-count pic 9(4) value 0.
        01 hist-removed-count pic 9(4) value 0.
      *> RULE= resolved once: all digits is a plain rule's sequence,
      *>anything else a define's name.
        01 hist-rule-seq pic 9(4) value 0.
        01 hist-arg-len pic 99.
        01 hist-by-seq-sw pic x value 'N'.
            88 hist-by-seq value 'Y'.
        01 hist-list-count pic 9(6) value 0.

      *> Print control for the history report.
        01 hrpt-lines-per-page pic 9(4) value 60.
        01 hrpt-line-count pic 9(4) value 0.
        01 hrpt-page-num pic 9(4) value 0.
        01 hrpt-line pic x(132).
        01 hrpt-head-line.
            05 filler pic x(31)
                value "SHEQ RULE HISTORY REPORT   RUN ".
            05 hrpt-head-run-id pic x(15).
            05 filler pic x(72) value spaces.
            05 filler pic x(5) value "PAGE ".
            05 hrpt-head-page pic z(3)9.
        01 hrpt-select-line.
            05 filler pic x(16) value "SELECTION  RULE ".
            05 hrpt-sel-rule pic x(10).
            05 filler pic x(7) value "  FROM ".
            05 hrpt-sel-from pic 9(8).
            05 filler pic x(5) value "  TO ".
            05 hrpt-sel-to pic 9(8).
        01 hrpt-col-head.
            05 filler pic x(10) value "EFFECTIVE".
            05 filler pic x(10) value "ACTION".
            05 filler pic x(6) value "SEQ".
            05 filler pic x(12) value "DEFINE".
            05 filler pic x(17) value "RUN".
            05 filler pic x(12) value "USER".
            05 filler pic x(14) value "TICKET".
            05 filler pic x(17) value "PRIOR VERSION".
            05 filler pic x(8) value "PRIOR EF".
        01 hrpt-detail-line.
            05 hrpt-eff pic 9(8).
            05 filler pic x(2) value spaces.
            05 hrpt-action pic x(10).
            05 hrpt-seq pic 9(4).
            05 filler pic x(2) value spaces.
            05 hrpt-name pic x(10).
            05 filler pic x(2) value spaces.
            05 hrpt-run-id pic x(15).
            05 filler pic x(2) value spaces.
            05 hrpt-user pic x(10).
            05 filler pic x(2) value spaces.
            05 hrpt-ticket pic x(12).
            05 filler pic x(2) value spaces.
            05 hrpt-prior-version pic x(15).
            05 filler pic x(2) value spaces.
            05 hrpt-prior-eff pic x(8).
        01 hrpt-total-line.
            05 hrpt-total-label pic x(30).
            05 hrpt-total-count pic z(5)9.

      *> Cross-reference (run-cross-reference). Every rule and define
      *>the parser reads from RULELIB or RULESCRIPT is registered as a
      *>unit as it is parsed; once all of them are in, each unit's
      *>tree is walked and every identifier it references is resolved
      *>the way interp would find it at scoring time - a parameter of
      *>an enclosing lambda or let first, then a DATADICT field (a
      *>record's fields bind over the top environment), then a define,
      *>then a primitive. A name none of those binds is an unbound
      *>name: an ERROROUT record is written for it and the rules are
      *>not scored. With no DATADICT on hand a record's fields are not
      *>known ahead of time, so a name left over is reported as an
      *>unchecked field rather than failed.
        01 xref-unit-max pic 9(4) value 1000.
        01 xref-unit-count pic 9(4) value 0.
        01 xref-unit-table.
            05 xref-unit occurs 1000 times.
                10 xu-kind pic x(7).
                10 xu-line pic 9(4).
                10 xu-name pic x(10).
                10 xu-root pic 9(4).
                10 xu-used-sw pic x.
        01 xref-unit-idx pic 9(4).
        01 xref-def-idx pic 9(4).
        01 xref-def-found pic 9(4).
        01 xref-lib-pass-sw pic x value 'N'.
            88 xref-lib-pass value 'Y'.
        01 xref-unit-full-sw pic x value 'N'.
            88 xref-unit-full-reported value 'Y'.
      *> the identifiers of the unit being walked, one entry per
      *>distinct name and resolution, with its reference count.
        01 xref-ref-max pic 9(4) value 200.
        01 xref-ref-count pic 9(4) value 0.
        01 xref-ref-table.
            05 xref-ref occurs 200 times.
                10 xr-name pic x(10).
                10 xr-class pic x(20).
                10 xr-where pic x(12).
                10 xr-count pic 9(4).
        01 xref-ref-idx pic 9(4).
        01 xref-ref-found pic 9(4).
      *> names bound by the lambdas and lets enclosing the node being
      *>walked, innermost on top; each walk level remembers the top it
      *>started from and drops its own names back off on the way out.
        01 xref-scope-max pic 9(4) value 200.
        01 xref-scope-top pic 9(4) value 0.
        01 xref-scope-table.
            05 xref-scope occurs 200 times.
                10 xs-name pic x(10).
                10 xs-class pic x(20).
        01 xref-scope-idx pic 9(4).
      *> the walk recurses through PERFORM the way unparse-expr does,
      *>each level keeping its node and position in its own frame.
        01 xref-depth-max pic 9(4) value 200.
        01 xref-depth pic 9(4) value 0.
        01 xref-walk-table.
            05 xref-walk occurs 200 times.
                10 xw-node pic 9(4).
                10 xw-idx pic 99.
                10 xw-scope-mark pic 9(4).
        01 xref-node pic 9(4).
        01 xref-name pic x(10).
        01 xref-class pic x(20).
        01 xref-where pic x(12).
        01 xref-where-view.
            05 xwv-kind pic x(8).
            05 xwv-line pic 9(4).
        01 xref-bind-class pic x(20).
        01 xref-lam-slot pic 9(4).
        01 xref-prim-idx pic 9(4).
        01 xref-fld-read-table.
            05 xref-fld-read-sw occurs 50 times pic x.
        01 xref-ran-sw pic x value 'N'.
            88 xref-ran value 'Y'.
        01 xref-ident-count pic 9(6) value 0.
        01 xref-unbound-count pic 9(6) value 0.
        01 xref-unchecked-count pic 9(6) value 0.
        01 xref-unused-count pic 9(4) value 0.
        01 xref-unread-count pic 9(4) value 0.

      *> Print control for the cross-reference report.
        01 xrpt-lines-per-page pic 9(4) value 60.
        01 xrpt-line-count pic 9(4) value 0.
        01 xrpt-page-num pic 9(4) value 0.
        01 xrpt-line pic x(132).
        01 xrpt-head-line.
            05 filler pic x(32)
                value "SHEQ CROSS-REFERENCE REPORT RUN ".
            05 xrpt-head-run-id pic x(15).
            05 filler pic x(76) value spaces.
            05 filler pic x(5) value "PAGE ".
            05 xrpt-head-page pic z(3)9.
        01 xrpt-col-head.
            05 filler pic x(4) value spaces.
            05 filler pic x(12) value "IDENTIFIER".
            05 filler pic x(22) value "RESOLVES TO".
            05 filler pic x(14) value "DEFINED AT".
            05 filler pic x(4) value "REFS".
        01 xrpt-unit-line.
            05 xrpt-unit-kind pic x(11).
            05 filler pic x(5) value "LINE ".
            05 xrpt-unit-num pic 9(4).
            05 filler pic x(2) value spaces.
            05 xrpt-unit-role pic x(7).
            05 xrpt-unit-name pic x(10).
        01 xrpt-ref-line.
            05 filler pic x(4) value spaces.
            05 xrpt-ref-name pic x(10).
            05 filler pic x(2) value spaces.
            05 xrpt-ref-class pic x(20).
            05 filler pic x(2) value spaces.
            05 xrpt-ref-where pic x(12).
            05 filler pic x(2) value spaces.
            05 xrpt-ref-count pic z(3)9.
        01 xrpt-total-line.
            05 xrpt-total-label pic x(40).
            05 xrpt-total-count pic z(5)9.

      *> Reference-table lookups (eval-prim-lookup). REFTABLE is
      *>opened once at start of run; with none on hand every lookup
      *>fails as unavailable. The counts go to RUNSUMMARY.
        01 ref-file-status pic xx.
        01 ref-open-sw pic x value 'N'.
            88 ref-table-open value 'Y'.
        01 ref-hit-sw pic x value 'N'.
            88 ref-key-found value 'Y'.
        01 ref-lookup-table pic x(10).
        01 ref-lookup-key pic x(10).
        01 ref-detail-len pic 99.
        01 ref-lookup-count pic 9(6) value 0.
        01 ref-miss-count pic 9(6) value 0.

      *> Backward scan position for eval-prim-strlen's trimmed-length
      *>count over a StrV's trailing spaces.
        01 str-len-pos pic 99.
        01 rlib-eof-sw pic x value 'N'.
            88 rlib-at-eof value 'Y'.
        01 rlib-line-num pic 9(4).
      *> raised by compile mode: the library is parsed for the
      *>cross-reference only - nothing is bound or evaluated, so a
      *>define that names record fields is not failed for them.
        01 rlib-parse-only-sw pic x value 'N'.
            88 rlib-parse-only value 'Y'.

      *> Checkpoint/restart, shared by process-rule-batch and
      *>process-script-batch. last-completed-seq is the highest rin-seq
            move run-time (1:6) to run-id-time
            move run-id to hdr-run-id

      *> the card is read before any file is headed - a partitioned
      *>run's partition goes on every header it writes. Only EXECUTE
      *>scores a partition; any other mode is refused the operands
      *>outright rather than heading its files with a partition it
      *>never ran.
            accept run-control-line
            perform parse-run-control
            if run-mode not = "EXECUTE"
                if part-num > 0
                    or part-key-lo not = spaces
                    or part-key-hi not = spaces
                    or not part-card-good
                    display "SHEQ: PART/KEYLO/KEYHI are for EXECUTE "
                        "runs only, run not started"
                    move 'N' to part-card-sw
                    move 16 to new-cond-code
                    perform raise-cond-code
                end-if
            end-if
            if part-num > 0 and part-card-good
                perform stamp-part-header
            end-if

      *> interp writes a trace record on every call, including the
      *>ones the TEST-* paragraphs below drive directly, so the trace
      *>file has to be open before the first one runs - and the error
           PERFORM TEST-IDC-MINUS
           PERFORM TEST-IDC-MULTIPLY
           PERFORM TEST-IDC-DIVIDE
           PERFORM TEST-UNPARSE-LET

           *> Print summary
           DISPLAY "Total tests: " TEST-COUNT
      *>instead of being handed out twice.
           move exprc-table-max to parse-next-slot

           perform open-ref-table

           evaluate true
               when not part-card-good and run-mode not = "EXECUTE"
                   continue
               when run-mode = spaces or run-mode = "BATCH"
                   perform run-standard-batch
               when run-mode = "COMPILE"
                   perform run-expression-tester
               when run-mode = "COMPARE"
                   perform run-standard-batch
                   if part-card-good
                       perform compare-to-baseline
                   end-if
               when run-mode = "LIST"
                   perform list-rule-store
               when run-mode = "HISTORY"
                   perform list-rule-history
               when run-mode = "RECYCLE"
                   perform run-suspense-recycle
               when run-mode = "MERGE"
                   perform run-partition-merge
               when other
      *> a typo on SYSIN must not hand the posting job a zero
      *>condition code over a run that wrote nothing - 16 marks a

           close trace-log-file
           close error-out-file
           if ref-table-open
               close ref-table-file
           end-if

      *> the triage print sweeps the tallies that grew alongside
      *>ERROROUT, so it comes after that file is complete.
      *>condition-coded off a failed rules run instead of blindly
      *>consuming its output.
           if count-error > 0
               move 8 to new-cond-code
               perform raise-cond-code
           end-if

        STOP RUN.
      *>its nodes before the library loader parses anything.
      *>==================================================================
        run-standard-batch.
            perform check-part-card
            if not part-card-good
                display "SHEQ: partition operands are not usable, "
                    "run not started"
                move 16 to new-cond-code
                perform raise-cond-code
                exit paragraph
            end-if
            perform init-data-profile
            perform probe-data-batch
            if rulestore-execute
                perform load-rule-store
            end-if
      *> the store version is known now, ahead of the first output
      *>header the batch writes - a partition that found no store has
      *>no version for the merge to hold the others to.
            if part-num > 0
                if part-rules-version = spaces
                    display "SHEQ: partitioned runs need a compiled "
                        "RULESTORE, run not started"
                    move 16 to new-cond-code
                    perform raise-cond-code
                    exit paragraph
                end-if
                perform stamp-part-header
            end-if
            perform load-rule-library
            perform process-rule-batch
            if rulestore-execute
                perform run-store-rules
            else
                perform process-script-batch
                perform run-cross-reference
            end-if
      *> a rule naming something nothing binds would fail on every
      *>record - none is scored until the names are put right.
            if xref-unbound-count = 0
                perform process-data-batch
            else
                display "SHEQ: " xref-unbound-count " unbound names "
                    "in the rules, data batch not scored - see "
                    "XREFRPT"
            end-if
      *> a run that never reached the end of DATAIN is still held to
      *>its limits - too few records is a breach in itself.
            if not tolerance-checked
                perform check-tolerance-limits
            end-if
            if datain-read-count > 0 and rule-root-count > 0
                perform write-aggregate-report
            end-if
            perform dump-bds-table
            perform dump-val-table
            perform write-run-summary
            perform write-profile-report
            exit paragraph.

      *> A partition outside 1 to N, or a key range with no partition
      *>number to merge it under, would score records no merge could
      *>account for. Only EXECUTE gets this far with the operands -
      *>a partition scores from the compiled RULESTORE, whose version
      *>is what the merge holds every partition to.
        check-part-card.
            if part-num > 0
                if part-total = 0 or part-num > part-total
                    display "SHEQ: PART " part-num " is not one of "
                        part-total " partitions"
                    move 'N' to part-card-sw
                end-if
            else
                if part-key-lo not = spaces
                    or part-key-hi not = spaces
                    display "SHEQ: KEYLO/KEYHI need PART=pp/nn"
                    move 'N' to part-card-sw
                end-if
            end-if
            exit paragraph.

        stamp-part-header.
            move part-num to hdr-part-num
            move part-total to hdr-part-total
            move part-rules-version to hdr-part-rules
            move hdr-part-build to hdr-part-area
            exit paragraph.

      *> A key range when one is given, otherwise every Nth record
      *>in turn starting from the partition's own number.
        check-record-partition.
            if part-key-lo not = spaces or part-key-hi not = spaces
                if (part-key-lo not = spaces
                        and din-key < part-key-lo)
                    or (part-key-hi not = spaces
                        and din-key > part-key-hi)
                    move 'N' to part-member-sw
                end-if
            else
                subtract 1 from datain-read-count
                    giving part-rec-ord
                divide part-rec-ord by part-total
                    giving part-quotient remainder part-slot
                add 1 to part-slot
                if part-slot not = part-num
                    move 'N' to part-member-sw
                end-if
            end-if
            exit paragraph.

        raise-cond-code.
            if new-cond-code > return-code
                move new-cond-code to return-code
            end-if
            exit paragraph.

        open-ref-table.
            move 'N' to ref-open-sw
            open input ref-table-file
            if ref-file-status = "00"
                move 'Y' to ref-open-sw
            end-if
            exit paragraph.

      *>==================================================================
               move 22 to bds-val (22)
               move 21 to bds-parent (22)

               move 'p' to val-tag of val (23)
               move "lookup" to primv-val (23)
               move "lookup" to bds-var (23)
               move 23 to bds-val (23)
               move 22 to bds-parent (23)

               move 'p' to val-tag of val (24)
               move "reason" to primv-val (24)
               move "reason" to bds-var (24)
               move 24 to bds-val (24)
               move 23 to bds-parent (24)

               move 24 to env-size
               move 24 to env-ptr
               move val-idx to top-val-watermark
               move env-size to top-bds-watermark
               move env-size to top-prim-count
            perform rebuild-top-env-index
            exit paragraph.

                        display "SHEQ: ASOF operand is not a "
                            "yyyymmdd date, run date kept"
                    end-if
                when run-opt-word (1:5) = "PART="
                    if run-opt-word (6:2) numeric
                        and run-opt-word (8:1) = "/"
                        and run-opt-word (9:2) numeric
                        move run-opt-word (6:2) to part-num
                        move run-opt-word (9:2) to part-total
                    else
                        display "SHEQ: PART operand is not pp/nn"
                        move 'N' to part-card-sw
                    end-if
                when run-opt-word (1:6) = "KEYLO="
                    move run-opt-word (7:10) to part-key-lo
                when run-opt-word (1:6) = "KEYHI="
                    move run-opt-word (7:10) to part-key-hi
                when run-opt-word (1:5) = "HASH="
                    move run-opt-word (6:10) to recon-hash-field
                when run-opt-word (1:7) = "SORTED="
                    if run-opt-word (8:1) = "Y"
                        move 'Y' to recon-sorted-sw
                    else
                        move 'N' to recon-sorted-sw
                    end-if
                when run-opt-word (1:5) = "USER="
                    move run-opt-word (6:10) to hist-user
                when run-opt-word (1:7) = "TICKET="
                    move run-opt-word (8:12) to hist-ticket
                when run-opt-word (1:5) = "RULE="
                    move run-opt-word (6:10) to hist-rule-arg
                when run-opt-word (1:5) = "FROM="
                    if run-opt-word (6:8) numeric
                        move run-opt-word (6:8) to hist-from-date
                    else
                        display "SHEQ: FROM operand is not a "
                            "yyyymmdd date, ignored"
                    end-if
                when run-opt-word (1:3) = "TO="
                    if run-opt-word (4:8) numeric
                        move run-opt-word (4:8) to hist-to-date
                    else
                        display "SHEQ: TO operand is not a "
                            "yyyymmdd date, ignored"
                    end-if
                when other
                    display "SHEQ: unknown control card operand "
                        run-opt-word " ignored"
            exit paragraph.

        write-result-record.
      *> the rules' own load-time results are the same in every
      *>partition - partition 1 carries them for the merge.
            if part-num > 1
                exit paragraph
            end-if
            move spaces to result-out-record
            move rin-seq to rout-seq
      *> ret = 0 is interp's own established sentinel for a failed
            end-evaluate
            exit paragraph.

        format-num-text.
            move num-text-value to num-edit-text
            move 1 to num-text-pos
            perform num-text-scan-fwd
                until num-text-pos > 13
                or num-edit-text (num-text-pos:1) not = space
            move 13 to num-text-end
            if num-edit-text (11:3) = ".00"
                move 10 to num-text-end
            end-if
            compute num-text-len = num-text-end - num-text-pos + 1
            move spaces to num-text-out
            move num-edit-text (num-text-pos:num-text-len)
                to num-text-out
            exit paragraph.

        num-text-scan-fwd.
            add 1 to num-text-pos
            exit paragraph.

      *>==================================================================
      *> Textual batch driver: reads rule-script-file one plain-text
      *>expression per record, parses it straight into exprc slots
                move 'N' to define-sw

                perform parse-expr
                perform register-xref-unit

                if define-found
      *> a define adds a name to the top environment rather than
      *>code channels alike.
                    if not data-batch-present
                        move parse-ret to arg
                        perform start-rule-profile
                        perform interp
                        move eval-source-id to prof-win-rule
                        perform profile-load-rule
                        move script-line-num to rin-seq
                        perform write-result-record
                    end-if
                perform parse-expr

                if define-found
                    perform register-xref-unit
                    if not rlib-parse-only
                        perform bind-script-define
                    end-if
                else
                    display "SHEQ: RULELIB line " rlib-line-num
                        " is not a define, ignored"
            end-if

            move parse-ret to arg
            perform start-rule-profile
            perform interp
            move define-name to prof-win-rule
            perform profile-load-rule
            if ret = 0
                display "SHEQ: define " define-name
                    " failed to evaluate, name not bound"
            move 'N' to define-sw

            perform parse-expr
            perform register-xref-unit

            if define-found
                perform bind-script-define
      *>process-rule-batch treats the result file.
            if resuming-from-checkpoint
                open extend data-out-file
                open extend reason-out-file
            else
                open output data-out-file
                write data-out-line from run-header-line
                open output reason-out-file
                write reason-out-line from run-header-line
            end-if
            if disp-rule-name not = spaces
                perform open-disposition-files
                until din-at-eof

            close data-in-file
      *> reconciled before the disposition files close - an extract
      *>that does not balance must not leave ACCEPTOUT postable.
            perform reconcile-data-batch
      *> the tolerance limits too - a failed limit holds ACCEPTOUT
      *>the same way.
            perform check-tolerance-limits
            close result-out-file
            move dataout-count to trl-count
            write data-out-line from run-trailer-line
            close data-out-file
            move reason-out-count to trl-count
            write reason-out-line from run-trailer-line
            close reason-out-file
            if disp-rule-name not = spaces
                perform close-disposition-files
            end-if
      *>are not numeric keeps its other checks and drops the range
      *>one - a bad dictionary line must not fail good data.
        load-data-dict.
            if ddict-loaded
                exit paragraph
            end-if
            move 'Y' to ddict-loaded-sw
            move 'N' to ddict-eof-sw
            move 0 to ddict-line-num

            end-if
            if resuming-from-checkpoint
                open extend accept-out-file
                if acc-file-status not = "00"
                    open output accept-out-file
                end-if
                open extend reject-out-file
                if rej-file-status not = "00"
                    open output reject-out-file
                end-if
                open extend susp-out-file
            else
                open output accept-out-file
            exit paragraph.

        close-disposition-files.
            if extract-out-of-balance or tolerance-failed
                move accept-out-count to hold-count
                if not extract-out-of-balance
                    move " TOLERANCE FAIL - SEE ALERTOUT"
                        to hold-reason
                end-if
                write accept-out-line from accept-hold-line
            else
                move accept-out-count to trl-count
                write accept-out-line from run-trailer-line
            end-if
            move reject-out-count to trl-count
            write reject-out-line from run-trailer-line
            move susp-out-count to trl-count
            exit paragraph.

        process-data-record.
      *> the control trailer is not a data record - it is taken aside
      *>for reconciliation and nothing else sees it.
            if data-in-raw (1:4) = "TRL "
                perform take-data-trailer
            else
                add 1 to datain-read-count
      *> with a layout on hand the line just read is a raw extract -
      *>rebuild the keyed name/value view from it before anything
      *>looks at the record.
                if layout-present
                    perform build-record-from-layout
                end-if
      *> every record counts toward the control totals, the ones a
      *>restart reads past included - the trailer covers the file.
                perform accumulate-data-controls
                move 'Y' to part-member-sw
                if part-num > 0
                    perform check-record-partition
                end-if
      *> records a prior, abended run already scored in full are read
      *>past, not re-scored - their result lines are already in the
      *>extended result file. Another partition's record is read
      *>past too, though it counts as completed - the restart skip
      *>count is a count of DATAIN records, whoever scores them.
                if datain-read-count > data-skip-count
                    if part-member
                        add 1 to part-in-count
                        perform score-data-record
                    else
                        add 1 to part-skip-count
                        add 1 to completed-data-records
                    end-if
                end-if
            end-if

            read data-in-file
            exit paragraph.

        score-data-record.
            move "data" to eval-source-kind
            move din-key to eval-source-id
            move eval-source to err-rule-id
            move val-idx to data-rule-val-idx
            move env-size to data-rule-env-size

            move 0 to reason-count
            move 'Y' to reason-collect-sw
            perform eval-rule-against-record
                varying rule-root-idx from 1 by 1
                until rule-root-idx > rule-root-count
            if disp-rule-name not = spaces
                perform route-data-record
            end-if
            move 'N' to reason-collect-sw

      *> the disposition rule's codes are in by now - every code the
      *>record collected goes out with it.
            move 0 to reason-col
            perform write-record-reason
                varying reason-idx from 1 by 1
                until reason-idx > reason-count

      *> a record's field bindings and intermediate values are out of
      *>scope once its last result line is written - unwind to the
            add 1 to dataout-count
            exit paragraph.

      *>==================================================================
      *> Partition merge: the N jobs of a partitioned run (PART=p/N)
      *>each wrote their own outputs; MERGE combines them into the one
      *>set downstream reads. Each kind of output is read from its
      *>MRGxxx input - the partitions' files one after another - and
      *>written to its usual name under this run's header and trailer.
      *>AGGROUT and RUNSUMMARY are recomputed across the partitions
      *>rather than strung together. Nothing is written unless every
      *>input holds a finished output from each of the N partitions,
      *>all from the same runs and the same rule store version; any
      *>doubt is listed on the console and the merge ends with
      *>condition code 16.
      *>==================================================================
        run-partition-merge.
            move spaces to hdr-part-area
            move 0 to mrg-part-total
            move spaces to mrg-rules-version
            move spaces to mrg-part-table
            move 'N' to mrg-refused-sw

            perform merge-check-file
                varying mrg-file-id from 1 by 1
                until mrg-file-id > 9
            if merge-refused
                display "SHEQ: MERGE refused, nothing merged"
                move 16 to new-cond-code
                perform raise-cond-code
                exit paragraph
            end-if

            perform merge-copy-file
                varying mrg-file-id from 1 by 1
                until mrg-file-id > 9
            if mrg-present (8) = 'Y'
                perform write-merged-aggregate
            end-if
            perform write-merged-summary

            display "SHEQ: " mrg-part-total " partitions merged, "
                "rules " mrg-rules-version
            exit paragraph.

        merge-check-file.
            move 'N' to mrg-present (mrg-file-id)
            perform merge-open-input
            if mrg-file-status not = "00"
                if mrg-file-id = 1
                    move "MRGRESULT not available" to mrg-message
                    perform merge-refuse
                else
                    display "SHEQ: MERGE: " mrg-file-name (mrg-file-id)
                        " not on hand, not merged"
                end-if
                exit paragraph
            end-if
            move 'Y' to mrg-present (mrg-file-id)

            move 0 to mrg-cur-part
            move 'N' to mrg-eof-sw
            perform merge-read
            perform merge-check-line
                until mrg-at-eof
            perform merge-close-input

            perform merge-check-part
                varying mrg-part-idx from 1 by 1
                until mrg-part-idx > mrg-part-total
            exit paragraph.

        merge-check-line.
            evaluate merge-line (1:4)
                when "HDR "
                    perform merge-check-header
                when "TRL "
                when "HLD "
                    if mrg-cur-part > 0
                        move 'Y' to mrg-part-trailed
                            (mrg-cur-part, mrg-file-id)
                    end-if
                when other
                    continue
            end-evaluate
            perform merge-read
            exit paragraph.

      *> MRGRESULT's first header sets the partition count and the
      *>store version; every other header must agree with them, and
      *>outside MRGRESULT must name the same run its partition had
      *>there.
        merge-check-header.
            move 0 to mrg-cur-part
            if mh-part-tag not = " PART "
                or mh-part not numeric
                or mh-part-total not numeric
                move spaces to mrg-message
                string mrg-file-name (mrg-file-id) delimited by space
                    " holds output of run " delimited by size
                    mh-run-id delimited by size
                    ", which was not partitioned" delimited by size
                    into mrg-message
                end-string
                perform merge-refuse
                exit paragraph
            end-if
            move mh-part to mrg-hdr-part
            move mh-part-total to mrg-hdr-total

            if mrg-part-total = 0
                if mrg-file-id not = 1
                    exit paragraph
                end-if
                move mrg-hdr-total to mrg-part-total
                move mh-rules to mrg-rules-version
            end-if
            if mrg-hdr-total not = mrg-part-total
                or mrg-hdr-part < 1
                or mrg-hdr-part > mrg-part-total
                move spaces to mrg-message
                string mrg-file-name (mrg-file-id) delimited by space
                    " holds partition " delimited by size
                    mh-part delimited by size
                    "/" delimited by size
                    mh-part-total delimited by size
                    " - the merge is of " delimited by size
                    mrg-part-total delimited by size
                    into mrg-message
                end-string
                perform merge-refuse
                exit paragraph
            end-if

            if mrg-part-seen (mrg-hdr-part, mrg-file-id) = 'Y'
                move spaces to mrg-message
                string mrg-file-name (mrg-file-id) delimited by space
                    " holds partition " delimited by size
                    mh-part delimited by size
                    " twice" delimited by size
                    into mrg-message
                end-string
                perform merge-refuse
                exit paragraph
            end-if
            if mrg-file-id = 1
                move mh-run-id to mrg-part-run-id (mrg-hdr-part)
            else
                if mh-run-id not = mrg-part-run-id (mrg-hdr-part)
                    and mrg-part-run-id (mrg-hdr-part) not = spaces
                    move spaces to mrg-message
                    string mrg-file-name (mrg-file-id)
                            delimited by space
                        " partition " delimited by size
                        mh-part delimited by size
                        " is run " delimited by size
                        mh-run-id delimited by size
                        ", not MRGRESULT's" delimited by size
                        into mrg-message
                    end-string
                    perform merge-refuse
                end-if
            end-if
      *> a header written before the rules were loaded carries no
      *>version and is not held to one.
            if mh-rules not = spaces
                and mh-rules not = mrg-rules-version
                move spaces to mrg-message
                string "partition " delimited by size
                    mh-part delimited by size
                    " scored with rules " delimited by size
                    mh-rules delimited by size
                    ", not " delimited by size
                    mrg-rules-version delimited by size
                    into mrg-message
                end-string
                perform merge-refuse
            end-if

            move 'Y' to mrg-part-seen (mrg-hdr-part, mrg-file-id)
            move mrg-hdr-part to mrg-cur-part
            exit paragraph.

      *> a partition with no header is missing; one with a header but
      *>no trailer did not run to the end.
        merge-check-part.
            if mrg-part-seen (mrg-part-idx, mrg-file-id) not = 'Y'
                move mrg-part-idx to mrg-hdr-part
                move spaces to mrg-message
                string mrg-file-name (mrg-file-id) delimited by space
                    " has no partition " delimited by size
                    mrg-hdr-part delimited by size
                    into mrg-message
                end-string
                perform merge-refuse
                exit paragraph
            end-if
            if mrg-part-trailed (mrg-part-idx, mrg-file-id) not = 'Y'
                move mrg-part-idx to mrg-hdr-part
                move spaces to mrg-message
                string mrg-file-name (mrg-file-id) delimited by space
                    " partition " delimited by size
                    mrg-hdr-part delimited by size
                    " has no trailer - the job did not finish"
                        delimited by size
                    into mrg-message
                end-string
                perform merge-refuse
            end-if
            exit paragraph.

        merge-refuse.
            display "SHEQ: MERGE: " mrg-message
            move 'Y' to mrg-refused-sw
            exit paragraph.

        merge-copy-file.
            if mrg-present (mrg-file-id) not = 'Y'
                exit paragraph
            end-if
            perform merge-open-input
            perform merge-open-output
            move 0 to mrg-line-count
            move 'N' to mrg-eof-sw
            perform merge-read
            perform merge-copy-line
                until mrg-at-eof
            perform merge-close-input
            perform merge-close-output
            exit paragraph.

      *> the partitions' own headers and trailers are dropped - the
      *>merged file gets this run's. A held ACCEPTOUT holds the merge.
        merge-copy-line.
            evaluate merge-line (1:4)
                when "HDR "
                when "TRL "
                    continue
                when "HLD "
                    move 'Y' to mrg-held-sw
                when other
                    perform merge-write-line
            end-evaluate
            perform merge-read
            exit paragraph.

        merge-write-line.
            evaluate mrg-file-id
                when 1
                    write result-out-line from merge-line
                when 2
                    write data-out-record from merge-line
                when 3
                    write accept-out-record from merge-line
                when 4
                    write reject-out-record from merge-line
                when 5
                    write susp-out-record from merge-line
                when 6
                    write reason-out-line from merge-line
                when 7
                    write error-out-line from merge-line
                    add 1 to error-count
                when 8
                    perform merge-agg-line
                when 9
                    perform merge-sum-line
            end-evaluate
            add 1 to mrg-line-count
            exit paragraph.

        merge-open-input.
            evaluate mrg-file-id
                when 1
                    open input merge-result-file
                when 2
                    open input merge-dataout-file
                when 3
                    open input merge-accept-file
                when 4
                    open input merge-reject-file
                when 5
                    open input merge-susp-file
                when 6
                    open input merge-reason-file
                when 7
                    open input merge-error-file
                when 8
                    open input merge-aggr-file
                when 9
                    open input merge-summary-file
            end-evaluate
            exit paragraph.

        merge-read.
            evaluate mrg-file-id
                when 1
                    read merge-result-file into merge-line
                        at end
                            move 'Y' to mrg-eof-sw
                    end-read
                when 2
                    read merge-dataout-file into merge-line
                        at end
                            move 'Y' to mrg-eof-sw
                    end-read
                when 3
                    read merge-accept-file into merge-line
                        at end
                            move 'Y' to mrg-eof-sw
                    end-read
                when 4
                    read merge-reject-file into merge-line
                        at end
                            move 'Y' to mrg-eof-sw
                    end-read
                when 5
                    read merge-susp-file into merge-line
                        at end
                            move 'Y' to mrg-eof-sw
                    end-read
                when 6
                    read merge-reason-file into merge-line
                        at end
                            move 'Y' to mrg-eof-sw
                    end-read
                when 7
                    read merge-error-file into merge-line
                        at end
                            move 'Y' to mrg-eof-sw
                    end-read
                when 8
                    read merge-aggr-file into merge-line
                        at end
                            move 'Y' to mrg-eof-sw
                    end-read
                when 9
                    read merge-summary-file into merge-line
                        at end
                            move 'Y' to mrg-eof-sw
                    end-read
            end-evaluate
            exit paragraph.

        merge-close-input.
            evaluate mrg-file-id
                when 1
                    close merge-result-file
                when 2
                    close merge-dataout-file
                when 3
                    close merge-accept-file
                when 4
                    close merge-reject-file
                when 5
                    close merge-susp-file
                when 6
                    close merge-reason-file
                when 7
                    close merge-error-file
                when 8
                    close merge-aggr-file
                when 9
                    close merge-summary-file
            end-evaluate
            exit paragraph.

      *> ERROROUT is already open and headed for this run, and the two
      *>recomputed files are written whole once they are added up.
        merge-open-output.
            evaluate mrg-file-id
                when 1
                    open output result-out-file
                    write result-out-line from run-header-line
                when 2
                    open output data-out-file
                    write data-out-line from run-header-line
                when 3
                    open output accept-out-file
                    write accept-out-line from run-header-line
                when 4
                    open output reject-out-file
                    write reject-out-line from run-header-line
                when 5
                    open output susp-out-file
                    write susp-out-line from run-header-line
                when 6
                    open output reason-out-file
                    write reason-out-line from run-header-line
                when other
                    continue
            end-evaluate
            exit paragraph.

        merge-close-output.
            move mrg-line-count to trl-count
            evaluate mrg-file-id
                when 1
                    write result-out-line from run-trailer-line
                    close result-out-file
                when 2
                    write data-out-line from run-trailer-line
                    close data-out-file
                when 3
                    if merge-accept-held
                        move mrg-line-count to hold-count
                        move " A PARTITION WAS HELD" to hold-reason
                        write accept-out-line from accept-hold-line
                        display "SHEQ: a partition's ACCEPTOUT was "
                            "held, the merged ACCEPTOUT is held"
                        move 20 to new-cond-code
                        perform raise-cond-code
                    else
                        write accept-out-line from run-trailer-line
                    end-if
                    close accept-out-file
                when 4
                    write reject-out-line from run-trailer-line
                    close reject-out-file
                when 5
                    write susp-out-line from run-trailer-line
                    close susp-out-file
                when 6
                    write reason-out-line from run-trailer-line
                    close reason-out-file
                when other
                    continue
            end-evaluate
            exit paragraph.

      *> The sum, count, and tallies add; min and max are taken over
      *>the partitions that had a NumV result at all; the average is
      *>worked out again from the merged sum and count.
        merge-agg-line.
            if merge-line (1:7) = "PARTIAL"
                move 'Y' to magg-partial-sw
                exit paragraph
            end-if
            move mav-rule-seq to mrg-w-seq
            perform find-merge-agg-step
                varying magg-idx from 1 by 1
                until magg-idx > magg-count
                or magg-seq (magg-idx) = mrg-w-seq
            if magg-idx > magg-count
                if magg-count >= magg-table-max
                    display "SHEQ: MERGE: more than " magg-table-max
                        " AGGROUT rules, rule " mrg-w-seq
                        " not merged"
                    exit paragraph
                end-if
                add 1 to magg-count
                move magg-count to magg-idx
                move mrg-w-seq to magg-seq (magg-idx)
                move 0 to magg-num-count (magg-idx)
                move 0 to magg-sum (magg-idx)
                move 0 to magg-min (magg-idx)
                move 0 to magg-max (magg-idx)
                move 0 to magg-true (magg-idx)
                move 0 to magg-false (magg-idx)
                move 0 to magg-other (magg-idx)
            end-if

            move mav-num-count to mrg-w-count
            if mrg-w-count > 0
                move mav-min to mrg-w-min
                move mav-max to mrg-w-max
                if magg-num-count (magg-idx) = 0
                    move mrg-w-min to magg-min (magg-idx)
                    move mrg-w-max to magg-max (magg-idx)
                else
                    if mrg-w-min < magg-min (magg-idx)
                        move mrg-w-min to magg-min (magg-idx)
                    end-if
                    if mrg-w-max > magg-max (magg-idx)
                        move mrg-w-max to magg-max (magg-idx)
                    end-if
                end-if
                add mrg-w-count to magg-num-count (magg-idx)
                move mav-sum to mrg-w-sum
                add mrg-w-sum to magg-sum (magg-idx)
            end-if
            move mav-true to mrg-w-tally
            add mrg-w-tally to magg-true (magg-idx)
            move mav-false to mrg-w-tally
            add mrg-w-tally to magg-false (magg-idx)
            move mav-other to mrg-w-tally
            add mrg-w-tally to magg-other (magg-idx)
            exit paragraph.

        find-merge-agg-step.
            exit paragraph.

        write-merged-aggregate.
            move 0 to aggout-count
            open output aggregate-file
            write aggregate-line from run-header-line
            if magg-partial
                move spaces to aggregate-line
                move "PARTIAL - RESUMED RUN, EXCLUDES RECORDS "
                    to aggregate-line (1:40)
                move "COMPLETED BEFORE RESTART"
                    to aggregate-line (41:24)
                write aggregate-line
                add 1 to aggout-count
            end-if
            perform write-merged-agg-rule
                varying magg-idx from 1 by 1
                until magg-idx > magg-count
            move aggout-count to trl-count
            write aggregate-line from run-trailer-line
            close aggregate-file
            exit paragraph.

        write-merged-agg-rule.
            move spaces to aggregate-record
            move magg-seq (magg-idx) to agr-rule-seq
            move magg-num-count (magg-idx) to agr-num-count
            move magg-sum (magg-idx) to agr-sum
            move magg-min (magg-idx) to agr-min
            move magg-max (magg-idx) to agr-max
            if magg-num-count (magg-idx) > 0
                compute agg-avg rounded
                    = magg-sum (magg-idx) / magg-num-count (magg-idx)
                move agg-avg to agr-avg
            else
                move 0 to agr-avg
            end-if
            move magg-true (magg-idx) to agr-true
            move magg-false (magg-idx) to agr-false
            move magg-other (magg-idx) to agr-other
            write aggregate-record
            add 1 to aggout-count
            exit paragraph.

      *> a partition's count of another partition's records means
      *>nothing once they are merged.
        merge-sum-line.
            if msv-label = "RECORDS FOR OTHER PARTITIONS"
                or msv-label (1:5) = "WARN "
                or msv-label (1:5) = "FAIL "
                exit paragraph
            end-if
            perform find-merge-sum-step
                varying msum-idx from 1 by 1
                until msum-idx > msum-count
                or msum-label (msum-idx) = msv-label
            if msum-idx > msum-count
                if msum-count >= msum-table-max
                    display "SHEQ: MERGE: more than " msum-table-max
                        " RUNSUMMARY lines, " msv-label " not merged"
                    exit paragraph
                end-if
                add 1 to msum-count
                move msum-count to msum-idx
                move msv-label to msum-label (msum-idx)
                move 0 to msum-total (msum-idx)
            end-if

            move msv-count to mrg-w-tally
            evaluate msv-label
                when "RULEIN RECORDS READ"
                when "RULESCRIPT RECORDS READ"
                when "RULELIB RECORDS READ"
                when "DATAIN RECORDS READ"
                when "DATAIN TRAILER COUNT"
                when "RECONCILIATION EXCEPTIONS"
                when "XREF UNBOUND NAMES"
                when "XREF UNCHECKED FIELD NAMES"
                    move 'Y' to msum-once-sw
                when other
                    move 'N' to msum-once-sw
            end-evaluate
            if msum-counted-once
                if mrg-w-tally > msum-total (msum-idx)
                    move mrg-w-tally to msum-total (msum-idx)
                end-if
            else
                add mrg-w-tally to msum-total (msum-idx)
            end-if
            exit paragraph.

        find-merge-sum-step.
            exit paragraph.

      *> The merged counts decide the merge's condition code the way
      *>they decided each partition's: a result in error is 8, an
      *>extract that did not reconcile 20, a failed tolerance limit
      *>24 and one that only warned 4. The breaches themselves are on
      *>each partition's own ALERTOUT and are not carried over.
        write-merged-summary.
            move 0 to summary-line-count
            open output run-summary-file
            write run-summary-record from run-header-line
            perform write-merged-sum-line
                varying msum-idx from 1 by 1
                until msum-idx > msum-count
            move "PARTITIONS MERGED" to sum-label
            move mrg-part-total to sum-count
            perform write-summary-count
            move summary-line-count to trl-count
            write run-summary-record from run-trailer-line
            close run-summary-file
            exit paragraph.

        write-merged-sum-line.
            move msum-label (msum-idx) to sum-label
            move msum-total (msum-idx) to sum-count
            perform write-summary-count
            if msum-label (msum-idx) = "RESULTS IN ERROR"
                and msum-total (msum-idx) > 0
                move 8 to new-cond-code
                perform raise-cond-code
            end-if
            if msum-label (msum-idx) = "RECONCILIATION EXCEPTIONS"
                and msum-total (msum-idx) > 0
                move 20 to new-cond-code
                perform raise-cond-code
            end-if
            if msum-label (msum-idx) = "TOLERANCE FAILURES"
                and msum-total (msum-idx) > 0
                move 24 to new-cond-code
                perform raise-cond-code
            end-if
            if msum-label (msum-idx) = "TOLERANCE WARNINGS"
                and msum-total (msum-idx) > 0
                move 4 to new-cond-code
                perform raise-cond-code
            end-if
            exit paragraph.

      *>==================================================================
      *> Suspense recycle: a prior run's SUSPOUT, read back as SUSPIN,
      *>worked against the analysts' OVERRIDE file. An ACCEPT or
      *>REJECT record is appended to ACCEPTOUT or REJECTOUT as it
      *>stands; a RESCORE record is scored again against the current
      *>RULESCRIPT and RULELIB and routed by the DISP= rule the way
      *>the data batch routes it. A record with no override is
      *>written to the new SUSPOUT untouched. ACCEPTOUT and REJECTOUT
      *>are extended, each with this run's own header and trailer;
      *>every override read goes to the permanent OVRAUDIT.
      *>==================================================================
        run-suspense-recycle.
            move 'Y' to recycle-ran-sw
      *> a rescored record is measured as the data batch measures
      *>it, so the rows it lands in start clear.
            perform init-data-profile
            move 'N' to sin-eof-sw
            open input susp-in-file
            if sin-file-status not = "00"
                display "SHEQ: SUSPIN not available, nothing recycled"
                move 16 to new-cond-code
                perform raise-cond-code
                perform write-run-summary
                exit paragraph
            end-if

      *> the run's results - the rescored records' and any define's
      *>the rule load binds - go to a RESULTOUT of its own.
            open output result-out-file
            write result-out-line from run-header-line
            close result-out-file

            perform load-override-file
            perform load-recycle-rules

            open extend accept-out-file
            if acc-file-status not = "00"
                open output accept-out-file
            end-if
            open extend reject-out-file
            if rej-file-status not = "00"
                open output reject-out-file
            end-if
            open output susp-out-file
            write accept-out-line from run-header-line
            write reject-out-line from run-header-line
            write susp-out-line from run-header-line
            open extend result-out-file
            open output data-out-file
            write data-out-line from run-header-line
            open output reason-out-file
            write reason-out-line from run-header-line
            open extend override-audit-file
            if oaud-file-status not = "00"
                open output override-audit-file
            end-if
            write override-audit-line from run-header-line

            perform init-agg-entry
                varying agg-idx from 1 by 1
                until agg-idx > rule-root-count
            perform load-data-dict
      *> a rescored record can fail the dictionary the same as a
      *>batch record - its reasons go to the run's own DATAREJECT
      *>segment.
            if ddict-count > 0
                open extend data-reject-file
                if drej-file-status not = "00"
                    open output data-reject-file
                end-if
                write data-reject-line from run-header-line
            end-if

            read susp-in-file
                at end
                    move 'Y' to sin-eof-sw
            end-read
            perform recycle-susp-record
                until sin-at-eof
            close susp-in-file

            perform audit-unmatched-override
                varying ovr-idx from 1 by 1
                until ovr-idx > ovr-count

            move accept-out-count to trl-count
            write accept-out-line from run-trailer-line
            move reject-out-count to trl-count
            write reject-out-line from run-trailer-line
            move susp-out-count to trl-count
            write susp-out-line from run-trailer-line
            move dataout-count to trl-count
            write data-out-line from run-trailer-line
            move reason-out-count to trl-count
            write reason-out-line from run-trailer-line
            move recycle-audit-count to trl-count
            write override-audit-line from run-trailer-line
            if ddict-count > 0
                move datareject-count to trl-count
                write data-reject-line from run-trailer-line
                close data-reject-file
            end-if
            close accept-out-file
            close reject-out-file
            close susp-out-file
            close result-out-file
            close data-out-file
            close reason-out-file
            close override-audit-file

            display "SHEQ: recycle " recycle-in-count " in, "
                recycle-override-count " overridden, "
                recycle-rescore-count " rescored, "
                recycle-pending-count " pending"
            if recycle-unmatched-count > 0
                display "SHEQ: " recycle-unmatched-count
                    " overrides matched no suspended record - see "
                    "OVRAUDIT"
            end-if

            perform write-result-trailer
            perform write-run-summary
            exit paragraph.

      *> An override line whose action is not one of the three is
      *>reported and skipped; it never reaches a record.
        load-override-file.
            move 'N' to ovr-eof-sw
            move 0 to ovr-line-num
            open input override-file
            if ovr-file-status not = "00"
                display "SHEQ: OVERRIDE not available, every "
                    "suspended record stays pending"
                exit paragraph
            end-if
            read override-file
                at end
                    move 'Y' to ovr-eof-sw
            end-read
            perform load-override-record
                until ovr-at-eof
            close override-file
            exit paragraph.

        load-override-record.
            add 1 to ovr-line-num
            evaluate true
                when override-record = spaces
                    continue
                when ovr-action not = "ACCEPT"
                    and ovr-action not = "REJECT"
                    and ovr-action not = "RESCORE"
                    display "SHEQ: OVERRIDE line " ovr-line-num
                        " action " ovr-action " is not ACCEPT, "
                        "REJECT, or RESCORE, ignored"
                when ovr-count >= ovr-max
                    display "SHEQ: OVERRIDE table full, line "
                        ovr-line-num " ignored"
                when other
                    add 1 to ovr-count
                    move ovr-key to ovt-key (ovr-count)
                    move ovr-action to ovt-action (ovr-count)
                    move ovr-analyst to ovt-analyst (ovr-count)
                    move ovr-comment to ovt-comment (ovr-count)
                    move 'N' to ovt-used-sw (ovr-count)
            end-evaluate
            read override-file
                at end
                    move 'Y' to ovr-eof-sw
            end-read
            exit paragraph.

      *> The current rules, bound the way the standard batch binds
      *>them when a data batch follows: defines bound, rules held for
      *>per-record scoring. Production scores from the compiled
      *>RULESTORE, so a store on hand is loaded as EXECUTE loads it;
      *>RULESCRIPT is parsed only when there is none. Only wanted when
      *>something is to be rescored.
        load-recycle-rules.
            move 'N' to recycle-rescore-sw
            move 0 to ovr-found-idx
            perform find-rescore-override
                varying ovr-idx from 1 by 1
                until ovr-idx > ovr-count
                or ovr-found-idx not = 0
            if ovr-found-idx = 0
                exit paragraph
            end-if

            move 'Y' to data-present-sw
            open input rule-store-file
            if srs-file-status = "00"
                close rule-store-file
                move 'Y' to store-exec-sw
                perform load-rule-store
                perform load-rule-library
                perform run-store-rules
            else
                perform load-rule-library
                perform process-script-batch
                perform run-cross-reference
            end-if

            evaluate true
                when xref-unbound-count > 0
                    display "SHEQ: " xref-unbound-count " unbound "
                        "names in the rules, RESCORE overrides stay "
                        "pending - see XREFRPT"
                when disp-rule-name = spaces
                    display "SHEQ: RECYCLE has no DISP= rule, RESCORE "
                        "overrides stay pending"
                when other
                    move disp-rule-name to define-lookup-name
                    perform find-define-root
                    move define-found-slot to disp-rule-slot
                    if disp-rule-slot = 0
                        display "SHEQ: disposition rule "
                            disp-rule-name " is not defined, RESCORE "
                            "overrides stay pending"
                    else
                        move 'Y' to recycle-rescore-sw
                    end-if
            end-evaluate
            exit paragraph.

        find-rescore-override.
            if ovt-action (ovr-idx) = "RESCORE"
                move ovr-idx to ovr-found-idx
            end-if
            exit paragraph.

        recycle-susp-record.
      *> each run's records sit between its own header and trailer.
            if susp-in-line (1:4) not = "HDR "
                and susp-in-line (1:4) not = "TRL "
                perform recycle-one-record
            end-if

            read susp-in-file
                at end
                    move 'Y' to sin-eof-sw
            end-read
            exit paragraph.

        recycle-one-record.
            add 1 to recycle-in-count
            move sin-data-record to data-in-record

            move 0 to ovr-found-idx
            perform find-override-step
                varying ovr-idx from ovr-count by -1
                until ovr-idx < 1
                or ovr-found-idx not = 0

            if ovr-found-idx = 0
                write susp-out-record from susp-in-record
                add 1 to susp-out-count
                add 1 to recycle-pending-count
                exit paragraph
            end-if

            move 'Y' to ovt-used-sw (ovr-found-idx)
            evaluate ovt-action (ovr-found-idx)
                when "ACCEPT"
                    write accept-out-record from sin-data-record
                    add 1 to accept-out-count
                    add 1 to recycle-override-count
                    move "ACCEPTOUT" to recycle-outcome
                when "REJECT"
                    write reject-out-record from susp-in-record
                    add 1 to reject-out-count
                    add 1 to recycle-override-count
                    move "REJECTOUT" to recycle-outcome
                when "RESCORE"
                    perform recycle-rescore-record
            end-evaluate
            perform write-override-audit
            exit paragraph.

        find-override-step.
            if ovt-key (ovr-idx) = din-key
                move ovr-idx to ovr-found-idx
            end-if
            exit paragraph.

      *> Scored exactly as the data batch scores a record, dictionary
      *>check first; where the disposition rule sent it is read back
      *>from the routing counts.
        recycle-rescore-record.
            if not recycle-can-rescore
                write susp-out-record from susp-in-record
                add 1 to susp-out-count
                add 1 to recycle-pending-count
                move "PENDING" to recycle-outcome
                exit paragraph
            end-if

            add 1 to recycle-rescore-count
            move accept-out-count to recycle-saved-accept
            move reject-out-count to recycle-saved-reject

            move "data" to eval-source-kind
            move din-key to eval-source-id
            move eval-source to err-rule-id
            move 'Y' to valid-rec-sw
            if ddict-count > 0
                perform validate-data-record
            end-if
            if data-record-valid
                perform score-valid-data-record
            else
                add 1 to rejected-rec-count
                write susp-out-record from susp-in-record
                add 1 to susp-out-count
            end-if

            evaluate true
                when accept-out-count > recycle-saved-accept
                    move "ACCEPTOUT" to recycle-outcome
                when reject-out-count > recycle-saved-reject
                    move "REJECTOUT" to recycle-outcome
                when other
                    move "SUSPOUT" to recycle-outcome
                    add 1 to recycle-pending-count
            end-evaluate
            exit paragraph.

        write-override-audit.
            move spaces to override-audit-record
            move run-id to oaud-run-id
            move recycle-outcome to oaud-outcome
            move ovt-key (ovr-found-idx) to oaud-key
            move ovt-action (ovr-found-idx) to oaud-action
            move ovt-analyst (ovr-found-idx) to oaud-analyst
            move ovt-comment (ovr-found-idx) to oaud-comment
            write override-audit-record
            add 1 to recycle-audit-count
            exit paragraph.

      *> an override no suspended record took is audited too - a
      *>mistyped key has to be findable.
        audit-unmatched-override.
            if ovt-used-sw (ovr-idx) = 'Y'
                exit paragraph
            end-if
            add 1 to recycle-unmatched-count
            move ovr-idx to ovr-found-idx
            move "NO RECORD" to recycle-outcome
            perform write-override-audit
            exit paragraph.

      *>==================================================================
      *> Control-trailer reconciliation. Every data record read adds
      *>to the control totals - its count and, when the card names a
      *>HASH= field, that field's value - and on a SORTED=Y extract
      *>its key is checked against the one before it. At end of file
      *>the totals are read against the trailer. Any exception puts
      *>the extract out of balance: the run ends with condition code
      *>20, ACCEPTOUT is closed held instead of trailed, and RECONRPT
      *>lists what was found. The records are still scored - the
      *>results are there to look at, only posting is held.
      *>==================================================================
        take-data-trailer.
            if recon-trailer-seen
                move "SECOND TRAILER" to recon-new-type
                move "ONLY THE FIRST TRAILER IS RECONCILED"
                    to recon-new-detail
                perform add-recon-exception
                exit paragraph
            end-if
            move 'Y' to recon-trailer-sw
            if dtrl-count not numeric or dtrl-hash not numeric
                move "BAD TRAILER" to recon-new-type
                move "TRAILER COUNT OR HASH IS NOT NUMERIC"
                    to recon-new-detail
                perform add-recon-exception
                exit paragraph
            end-if
            move dtrl-count to recon-trl-count
            move dtrl-hash to recon-trl-hash
            exit paragraph.

        accumulate-data-controls.
            if recon-trailer-seen
                move "DATA AFTER TRAILER" to recon-new-type
                move spaces to recon-new-detail
                perform add-recon-exception
            end-if

            if recon-hash-field not = spaces
                move 0 to recon-field-idx
                perform find-hash-field-step
                    varying data-field-idx from 1 by 1
                    until data-field-idx > 10
                    or recon-field-idx not = 0
                perform add-hash-field
            end-if

      *> only the record just before is compared - one record out of
      *>place is one exception, not one for every record after it.
            if recon-sorted-extract and datain-read-count > 1
                if din-key = recon-prior-key
                    move "DUPLICATE KEY" to recon-new-type
                    move spaces to recon-new-detail
                    perform add-recon-exception
                end-if
                if din-key < recon-prior-key
                    move "OUT OF SEQUENCE" to recon-new-type
                    move spaces to recon-new-detail
                    string "FOLLOWS KEY " delimited by size
                        recon-prior-key delimited by size
                        into recon-new-detail
                    end-string
                    perform add-recon-exception
                end-if
            end-if
            move din-key to recon-prior-key
            exit paragraph.

        find-hash-field-step.
            if din-field-name (data-field-idx) = recon-hash-field
                move data-field-idx to recon-field-idx
            end-if
            exit paragraph.

      *> the same conversion bind-data-field applies, kept quiet - a
      *>bad value is this check's exception, and the bind reports its
      *>own trouble when the record is scored.
        add-hash-field.
            if recon-field-idx = 0
                move "HASH FIELD MISSING" to recon-new-type
                move recon-hash-field to recon-new-detail
                perform add-recon-exception
                exit paragraph
            end-if
            move recon-field-idx to data-field-idx
            perform scan-data-field-type
            if not data-field-numeric
                move "HASH NOT NUMERIC" to recon-new-type
                move din-field-value (data-field-idx)
                    to recon-new-detail
                perform add-recon-exception
                exit paragraph
            end-if
            move 'Y' to num-scan-quiet-sw
            perform data-field-to-num
            move 'N' to num-scan-quiet-sw
            if num-lit-overflowed
                move "HASH TOO WIDE" to recon-new-type
                move din-field-value (data-field-idx)
                    to recon-new-detail
                perform add-recon-exception
                exit paragraph
            end-if
            add num-lit-value to recon-hash-total
            exit paragraph.

      *> a record-level exception carries the record's number and
      *>key; the end-of-file ones carry neither.
        add-recon-exception.
            move 'N' to recon-balance-sw
            add 1 to recon-exc-count
            if recon-exc-count > recon-exc-max
                exit paragraph
            end-if
            move recon-exc-count to recon-exc-idx
            if din-at-eof
                move 0 to recon-exc-rec (recon-exc-idx)
                move spaces to recon-exc-key (recon-exc-idx)
            else
                move datain-read-count to recon-exc-rec (recon-exc-idx)
                move din-key to recon-exc-key (recon-exc-idx)
            end-if
            move recon-new-type to recon-exc-type (recon-exc-idx)
            move recon-new-detail to recon-exc-detail (recon-exc-idx)
            exit paragraph.

        reconcile-data-batch.
            if recon-trailer-seen or recon-hash-field not = spaces
                or recon-sorted-extract
                move 'Y' to recon-active-sw
            end-if
            if not recon-active
                exit paragraph
            end-if

            if recon-hash-field not = spaces and not recon-trailer-seen
                move "NO TRAILER" to recon-new-type
                move "HASH= NAMED BUT DATAIN HAS NO TRAILER"
                    to recon-new-detail
                perform add-recon-exception
            end-if
            if recon-trailer-seen
                if recon-trl-count not = datain-read-count
                    move "COUNT MISMATCH" to recon-new-type
                    move recon-trl-count to recon-edit-count
                    move datain-read-count to recon-edit-read
                    move spaces to recon-new-detail
                    string "TRAILER " delimited by size
                        recon-edit-count delimited by size
                        " READ " delimited by size
                        recon-edit-read delimited by size
                        into recon-new-detail
                    end-string
                    perform add-recon-exception
                end-if
                if recon-hash-field not = spaces
                    and recon-trl-hash not = recon-hash-total
                    move "HASH MISMATCH" to recon-new-type
                    move recon-trl-hash to recon-edit-hash
                    move spaces to recon-new-detail
                    string "TRAILER " delimited by size
                        recon-edit-hash delimited by size
                        into recon-new-detail
                    end-string
                    perform add-recon-exception
                end-if
            end-if

            if extract-out-of-balance
                display "SHEQ: DATAIN does not reconcile, "
                    recon-exc-count " exceptions - ACCEPTOUT held, "
                    "see RECONRPT"
                move 20 to new-cond-code
                perform raise-cond-code
            end-if
            perform write-recon-report
            exit paragraph.

        write-recon-report.
            open output recon-report-file
            move 0 to rrpt-page-num
            move run-id to rrpt-head-run-id
            perform rrpt-new-page

            move "DATAIN RECORDS READ" to rrpt-ctl-label
            move datain-read-count to recon-edit-count
            move recon-edit-count to rrpt-ctl-value
            perform rrpt-print-control
            move "TRAILER RECORD COUNT" to rrpt-ctl-label
            if recon-trailer-seen
                move recon-trl-count to recon-edit-count
                move recon-edit-count to rrpt-ctl-value
            else
                move "NO TRAILER" to rrpt-ctl-value
            end-if
            perform rrpt-print-control
            if recon-hash-field not = spaces
                move "HASH FIELD" to rrpt-ctl-label
                move recon-hash-field to rrpt-ctl-value
                perform rrpt-print-control
                move "HASH TOTAL COMPUTED" to rrpt-ctl-label
                move recon-hash-total to recon-edit-hash
                move recon-edit-hash to rrpt-ctl-value
                perform rrpt-print-control
                move "TRAILER HASH TOTAL" to rrpt-ctl-label
                if recon-trailer-seen
                    move recon-trl-hash to recon-edit-hash
                    move recon-edit-hash to rrpt-ctl-value
                else
                    move "NO TRAILER" to rrpt-ctl-value
                end-if
                perform rrpt-print-control
            end-if
            move "KEY SEQUENCE CHECKED" to rrpt-ctl-label
            if recon-sorted-extract
                move "YES" to rrpt-ctl-value
            else
                move "NO" to rrpt-ctl-value
            end-if
            perform rrpt-print-control
            move "EXCEPTIONS" to rrpt-ctl-label
            move recon-exc-count to recon-edit-count
            move recon-edit-count to rrpt-ctl-value
            perform rrpt-print-control

            if recon-exc-count > 0
                move spaces to rrpt-line
                perform rrpt-print-line
                move rrpt-col-head to rrpt-line
                perform rrpt-print-line
                perform print-recon-exception
                    varying recon-exc-idx from 1 by 1
                    until recon-exc-idx > recon-exc-count
                    or recon-exc-idx > recon-exc-max
                if recon-exc-count > recon-exc-max
                    move spaces to rrpt-line
                    compute recon-edit-count
                        = recon-exc-count - recon-exc-max
                    string recon-edit-count delimited by size
                        " FURTHER EXCEPTIONS NOT LISTED"
                            delimited by size
                        into rrpt-line
                    end-string
                    perform rrpt-print-line
                end-if
            end-if

            move spaces to rrpt-line
            perform rrpt-print-line
            if extract-in-balance
                move "EXTRACT IN BALANCE" to rrpt-line
            else
                move "EXTRACT OUT OF BALANCE - ACCEPTOUT HELD"
                    to rrpt-line
            end-if
            perform rrpt-print-line
            close recon-report-file
            exit paragraph.

        print-recon-exception.
            move spaces to rrpt-line
            move recon-exc-rec (recon-exc-idx) to rrpt-exc-rec
            move recon-exc-key (recon-exc-idx) to rrpt-exc-key
            move recon-exc-type (recon-exc-idx) to rrpt-exc-type
            move recon-exc-detail (recon-exc-idx) to rrpt-exc-detail
            move rrpt-exc-line to rrpt-line
            perform rrpt-print-line
            exit paragraph.

        rrpt-new-page.
            add 1 to rrpt-page-num
            move rrpt-page-num to rrpt-head-page
            if rrpt-page-num = 1
                write recon-report-record from rrpt-head-line
                    after advancing 0 lines
            else
                write recon-report-record from rrpt-head-line
                    after advancing page
            end-if
            move spaces to recon-report-record
            write recon-report-record after advancing 1 line
            move 2 to rrpt-line-count
            exit paragraph.

        rrpt-print-line.
            if rrpt-line-count >= rrpt-lines-per-page
                perform rrpt-new-page
            end-if
            write recon-report-record from rrpt-line
                after advancing 1 line
            add 1 to rrpt-line-count
            exit paragraph.

        rrpt-print-control.
            move rrpt-control-line to rrpt-line
            perform rrpt-print-line
            exit paragraph.

      *>==================================================================
      *> Tolerance limits. An optional TOLERANCE file sets limits on
      *>how the run may turn out, for the run as a whole or for one
      *>plain rule by its sequence:
      *>    ERROR-PCT    results in error, % of results   (run, rule)
      *>    REJECT-PCT   records rejected, % of records   (run)
      *>    SUSP-PCT     records suspended, % of records  (run)
      *>    MIN-DATAIN   fewest DATAIN records read       (run)
      *>    MAX-DATAIN   most DATAIN records read         (run)
      *>    SUM-CHG-PCT  change in the rule's AGGROUT sum
      *>                 from the BASELINE run's, %       (rule)
      *>Rejected records count DATADICT rejects with the DISP= rule's,
      *>out of every record scored or rejected. Each limit is WARN
      *>(condition code 4) or FAIL (24, and ACCEPTOUT is held); a
      *>blank severity is FAIL. Every breach goes to ALERTOUT and to
      *>its own section of RUNSUMMARY.
      *>==================================================================
        check-tolerance-limits.
            move 'Y' to tol-checked-sw
            perform load-tolerance-file
            if not tolerance-present
                exit paragraph
            end-if

            open output alert-out-file
            write alert-out-line from run-header-line
            perform check-one-tolerance
                varying tol-idx from 1 by 1
                until tol-idx > tol-count
            move alert-out-count to trl-count
            write alert-out-line from run-trailer-line
            close alert-out-file

            if tol-fail-count > 0
                display "SHEQ: " tol-fail-count " tolerance limits "
                    "failed - ACCEPTOUT held, see ALERTOUT"
                move 'Y' to tol-failed-sw
                move 24 to new-cond-code
                perform raise-cond-code
            else
                if tol-warn-count > 0
                    display "SHEQ: " tol-warn-count " tolerance "
                        "limits breached as warnings - see ALERTOUT"
                    move 4 to new-cond-code
                    perform raise-cond-code
                end-if
            end-if
            exit paragraph.

        load-tolerance-file.
            move 'N' to tol-eof-sw
            open input tolerance-file
            if tol-file-status not = "00"
                exit paragraph
            end-if
            move 'Y' to tol-present-sw
            read tolerance-file
                at end
                    move 'Y' to tol-eof-sw
            end-read
            perform load-tolerance-record
                until tol-at-eof
            close tolerance-file
            exit paragraph.

        load-tolerance-record.
            if tolerance-record not = spaces
                and tolerance-record (1:1) not = "*"
                perform take-tolerance-line
            end-if
            read tolerance-file
                at end
                    move 'Y' to tol-eof-sw
            end-read
            exit paragraph.

      *> A line that cannot be used is shown and left out - it never
      *>stops the run, and it never passes as a limit met.
        take-tolerance-line.
            move 'Y' to tol-line-ok-sw
            if tol-count >= tol-table-max
                display "SHEQ: more than " tol-table-max
                    " tolerance limits, " tolerance-record (1:40)
                    " not checked"
                exit paragraph
            end-if

            move 0 to tol-rule-idx
            move 0 to tol-scope-num
            if tol-scope not = "RUN "
                if tol-scope is numeric
                    move tol-scope to tol-scope-num
                    perform find-tolerance-rule
                end-if
                if tol-scope-num = 0
                    move 'N' to tol-line-ok-sw
                end-if
            end-if

            evaluate tol-limit-name
                when "ERROR-PCT"
                    continue
                when "REJECT-PCT"
                when "SUSP-PCT"
                when "MIN-DATAIN"
                when "MAX-DATAIN"
                    if tol-scope-num not = 0
                        move 'N' to tol-line-ok-sw
                    end-if
                when "SUM-CHG-PCT"
                    if tol-scope-num = 0
                        move 'N' to tol-line-ok-sw
                    end-if
                when other
                    move 'N' to tol-line-ok-sw
            end-evaluate

            if tol-severity = spaces
                move "FAIL" to tol-severity
            end-if
            if tol-severity not = "WARN" and tol-severity not = "FAIL"
                move 'N' to tol-line-ok-sw
            end-if
            if tol-limit-text (1:1) < "0" or tol-limit-text (1:1) > "9"
                move 'N' to tol-line-ok-sw
            end-if
            if not tol-line-ok
                display "SHEQ: tolerance line not understood, "
                    "ignored: " tolerance-record (1:40)
                exit paragraph
            end-if
            if tol-scope-num not = 0 and tol-rule-idx = 0
                display "SHEQ: tolerance limit for rule " tol-scope
                    " - no such rule in this run, not checked"
                exit paragraph
            end-if

            perform tolerance-text-to-num
            add 1 to tol-count
            move tol-scope-num to tolt-seq (tol-count)
            move tol-rule-idx to tolt-rule-idx (tol-count)
            move tol-limit-name to tolt-name (tol-count)
            move num-lit-value to tolt-value (tol-count)
            move tol-severity to tolt-severity (tol-count)
            move 'N' to tolt-state (tol-count)
            move spaces to tolt-compare (tol-count)
            move 0 to tolt-actual (tol-count)
            exit paragraph.

      *> plain rules only - a define has no AGGROUT line to hold to
      *>a limit.
        find-tolerance-rule.
            perform find-tolerance-rule-step
                varying rule-root-idx from 1 by 1
                until rule-root-idx > rule-root-count
                or tol-rule-idx > 0
            exit paragraph.

        find-tolerance-rule-step.
            if rule-root-seq (rule-root-idx) = tol-scope-num
                and rule-root-name (rule-root-idx) = spaces
                move rule-root-idx to tol-rule-idx
            end-if
            exit paragraph.

      *> the limit's digits, read the way parse-num-lit reads a script
      *>literal's: integer digits, then up to two decimal places.
        tolerance-text-to-num.
            move 0 to num-lit-value
            move 0 to num-lit-frac-pos
            move 'N' to num-lit-ovf-sw
            move 1 to tol-text-pos
            perform tolerance-text-digit
                until tol-text-pos > 12
                or tol-limit-text (tol-text-pos:1) < "0"
                or tol-limit-text (tol-text-pos:1) > "9"
            if tol-text-pos < 12
                and tol-limit-text (tol-text-pos:1) = "."
                add 1 to tol-text-pos
                perform tolerance-text-frac-digit
                    until tol-text-pos > 12
                    or tol-limit-text (tol-text-pos:1) < "0"
                    or tol-limit-text (tol-text-pos:1) > "9"
            end-if
            exit paragraph.

        tolerance-text-digit.
            move tol-limit-text (tol-text-pos:1) to num-lit-digit-x
            compute num-lit-value =
                num-lit-value * 10 + num-lit-digit
                on size error
                    move 'Y' to num-lit-ovf-sw
            end-compute
            add 1 to tol-text-pos
            exit paragraph.

        tolerance-text-frac-digit.
            move tol-limit-text (tol-text-pos:1) to num-lit-digit-x
            if num-lit-frac-pos < 3
                add 1 to num-lit-frac-pos
            end-if
            evaluate num-lit-frac-pos
                when 1
                    compute num-lit-value =
                        num-lit-value + num-lit-digit / 10
                when 2
                    compute num-lit-value =
                        num-lit-value + num-lit-digit / 100
            end-evaluate
            add 1 to tol-text-pos
            exit paragraph.

      *> Measures one limit. A percentage of nothing - no results, no
      *>records, no baseline sum to change from - is not measured and
      *>not counted as checked.
        check-one-tolerance.
            move 0 to tol-part
            move 0 to tol-whole
            move tolt-rule-idx (tol-idx) to agg-idx
            evaluate tolt-name (tol-idx)
                when "ERROR-PCT"
                    if tolt-seq (tol-idx) = 0
                        perform total-tolerance-errors
                        move tol-all-errors to tol-part
                        move tol-all-results to tol-whole
                    else
                        if datain-read-count > 0
                            move agg-error-count (agg-idx) to tol-part
                            compute tol-whole =
                                agg-num-count (agg-idx)
                                + agg-true-count (agg-idx)
                                + agg-false-count (agg-idx)
                                + agg-other-count (agg-idx)
                        end-if
                    end-if
                    perform tolerance-percent
                when "REJECT-PCT"
                    compute tol-part =
                        reject-out-count + rejected-rec-count
                    compute tol-whole =
                        dataout-count + rejected-rec-count
                    perform tolerance-percent
                when "SUSP-PCT"
                    move susp-out-count to tol-part
                    compute tol-whole =
                        dataout-count + rejected-rec-count
                    perform tolerance-percent
                when "MIN-DATAIN"
                when "MAX-DATAIN"
                    move datain-read-count to tolt-actual (tol-idx)
                    move 'W' to tolt-state (tol-idx)
                when "SUM-CHG-PCT"
                    perform tolerance-sum-change
            end-evaluate
            if tolt-not-checked (tol-idx)
                exit paragraph
            end-if
            add 1 to tol-checked-count

            if tolt-name (tol-idx) = "MIN-DATAIN"
                if tolt-actual (tol-idx) < tolt-value (tol-idx)
                    move 'B' to tolt-state (tol-idx)
                    move "< " to tolt-compare (tol-idx)
                end-if
            else
                if tolt-actual (tol-idx) > tolt-value (tol-idx)
                    move 'B' to tolt-state (tol-idx)
                    move "> " to tolt-compare (tol-idx)
                end-if
            end-if
            if tolt-breached (tol-idx)
                perform write-tolerance-alert
            end-if
            exit paragraph.

        tolerance-percent.
            if tol-whole > 0
                compute tolt-actual (tol-idx) rounded =
                    tol-part * 100 / tol-whole
                move 'W' to tolt-state (tol-idx)
            end-if
            exit paragraph.

      *> the run's error results across every plain rule's AGGROUT
      *>entry - the data batch's own results, not the load-time ones.
        total-tolerance-errors.
            move 0 to tol-all-errors
            move 0 to tol-all-results
            if datain-read-count = 0
                exit paragraph
            end-if
            perform total-tolerance-error-step
                varying agg-idx from 1 by 1
                until agg-idx > rule-root-count
            exit paragraph.

        total-tolerance-error-step.
            if rule-root-name (agg-idx) not = spaces
                exit paragraph
            end-if
            add agg-error-count (agg-idx) to tol-all-errors
            compute tol-all-results = tol-all-results
                + agg-num-count (agg-idx)
                + agg-true-count (agg-idx)
                + agg-false-count (agg-idx)
                + agg-other-count (agg-idx)
            exit paragraph.

      *> The change is taken against the baseline sum's size, so a
      *>rule that swung from +100 to -100 changed by 200%. A rule the
      *>BASELINE run never produced a number for has nothing to be
      *>measured against.
        tolerance-sum-change.
            if datain-read-count = 0
                exit paragraph
            end-if
            if not tol-base-loaded
                perform load-tolerance-baseline
            end-if
            if not tol-base-on-hand
                exit paragraph
            end-if
            if tolb-seen (agg-idx) not = 'Y'
                or tolb-sum (agg-idx) = 0
                display "SHEQ: BASELINE has no sum for rule "
                    tolt-seq (tol-idx) ", SUM-CHG-PCT not checked"
                exit paragraph
            end-if
            compute tol-base-change =
                agg-num-sum (agg-idx) - tolb-sum (agg-idx)
            if tol-base-change < 0
                compute tol-base-change = 0 - tol-base-change
            end-if
            if tolb-sum (agg-idx) < 0
                compute tol-base-change rounded =
                    tol-base-change * 100 / (0 - tolb-sum (agg-idx))
            else
                compute tol-base-change rounded =
                    tol-base-change * 100 / tolb-sum (agg-idx)
            end-if
            compute tolt-actual (tol-idx) = tol-base-change
                on size error
                    move 999999999.99 to tolt-actual (tol-idx)
            end-compute
            move 'W' to tolt-state (tol-idx)
            exit paragraph.

      *> BASELINE is a prior run's RESULTOUT (see compare-to-baseline):
      *>its data-batch lines carry each record's result by rule
      *>sequence, and the NumV ones add up to that run's AGGROUT sum.
        load-tolerance-baseline.
            move 'Y' to tol-base-loaded-sw
            perform clear-tolerance-base
                varying agg-idx from 1 by 1
                until agg-idx > rule-root-count
            move 'N' to bl-eof-sw
            open input baseline-file
            if bl-file-status not = "00"
                display "SHEQ: BASELINE not available, SUM-CHG-PCT "
                    "limits not checked"
                exit paragraph
            end-if
            move 'Y' to tol-base-on-hand-sw
            read baseline-file
                at end
                    move 'Y' to bl-eof-sw
            end-read
            perform load-tolerance-base-line
                until bl-at-eof
            close baseline-file
            move tolt-rule-idx (tol-idx) to agg-idx
            exit paragraph.

        clear-tolerance-base.
            move 0 to tolb-sum (agg-idx)
            move 'N' to tolb-seen (agg-idx)
            exit paragraph.

      *> a data-batch line has its tag at column 17 behind the record
      *>key and sequence - the classic layout's tag sits at column 6
      *>(see extract-result-key).
        load-tolerance-base-line.
            move baseline-record to tol-base-line
            if tol-base-line (1:4) not = "HDR "
                and tol-base-line (1:4) not = "TRL "
                and tbv-val-tag = "n"
                and not (tol-base-line (5:1) = space
                    and tol-base-line (7:1) = space
                    and tol-base-line (6:1) not = space)
                move tbv-rule-seq to tol-base-seq
                move tbv-val-text to tol-base-value
                move 0 to tol-rule-idx
                move tol-base-seq to tol-scope-num
                perform find-tolerance-rule
                if tol-rule-idx > 0
                    add tol-base-value to tolb-sum (tol-rule-idx)
                    move 'Y' to tolb-seen (tol-rule-idx)
                end-if
            end-if
            read baseline-file
                at end
                    move 'Y' to bl-eof-sw
            end-read
            exit paragraph.

        write-tolerance-alert.
            if tolt-severity (tol-idx) = "FAIL"
                add 1 to tol-fail-count
            else
                add 1 to tol-warn-count
            end-if
            perform edit-tolerance-scope
            move spaces to alert-out-record
            move tolt-severity (tol-idx) to alrt-severity
            move tol-scope-text to alrt-scope
            move tolt-name (tol-idx) to alrt-limit-name
            move tolt-actual (tol-idx) to alrt-actual
            move tolt-compare (tol-idx) to alrt-compare
            move tolt-value (tol-idx) to alrt-limit
            evaluate tolt-name (tol-idx)
                when "ERROR-PCT"
                    move "RESULTS IN ERROR, % OF RESULTS" to alrt-text
                when "REJECT-PCT"
                    move "RECORDS REJECTED, % OF RECORDS" to alrt-text
                when "SUSP-PCT"
                    move "RECORDS SUSPENDED, % OF RECORDS" to alrt-text
                when "MIN-DATAIN"
                    move "TOO FEW DATAIN RECORDS READ" to alrt-text
                when "MAX-DATAIN"
                    move "TOO MANY DATAIN RECORDS READ" to alrt-text
                when "SUM-CHG-PCT"
                    move "AGGROUT SUM CHANGE FROM BASELINE, %"
                        to alrt-text
            end-evaluate
            write alert-out-record
            add 1 to alert-out-count
            exit paragraph.

        edit-tolerance-scope.
            if tolt-seq (tol-idx) = 0
                move "RUN" to tol-scope-text
            else
                move tolt-seq (tol-idx) to tol-scope-text
            end-if
            exit paragraph.

      *>==================================================================
      *> Resource profile. Every rule evaluation the data batch and
      *>the script/store batches make is measured: how many times
      *>interp was entered, how deep the calls nested, and how many
      *>val and bds slots were claimed above the floor the rule started
      *>from - in the data batch, the record's own floor
      *>(data-rule-val-idx/data-rule-env-size). start-rule-profile and
      *>end-rule-profile bracket the one interp call a rule is scored
      *>with; profile-interp-call is run by interp itself on the way
      *>out of every call. Alongside, the run's high-water mark of each
      *>evaluation table is kept whatever is running, and PROFRPT sets
      *>them against their limits.
      *>==================================================================
        start-rule-profile.
            move 0 to prof-win-calls
            move call-depth to prof-win-depth-base
            move call-depth to prof-win-depth-top
            move val-idx to prof-win-val-floor
            move val-idx to prof-win-val-top
            move env-size to prof-win-bds-floor
            move env-size to prof-win-bds-top
            move 'Y' to prof-active-sw
            exit paragraph.

      *> val-idx is the next free slot, so the slots in use are the
      *>ones below it; env-size is the last bds slot in use.
        profile-interp-call.
            if call-depth > prof-hw-call
                move call-depth to prof-hw-call
            end-if
            if val-idx - 1 > prof-hw-val
                compute prof-hw-val = val-idx - 1
            end-if
            if env-size > prof-hw-bds
                move env-size to prof-hw-bds
            end-if
            if not profiling
                exit paragraph
            end-if
            add 1 to prof-win-calls
            if call-depth > prof-win-depth-top
                move call-depth to prof-win-depth-top
            end-if
            if val-idx > prof-win-val-top
                move val-idx to prof-win-val-top
            end-if
            if env-size > prof-win-bds-top
                move env-size to prof-win-bds-top
            end-if
            exit paragraph.

      *> A data rule's row is its rule-root entry's, the disposition
      *>rule's the row after the last of those; a load-time evaluation
      *>gets a row of its own, since each is made once.
        end-rule-profile.
            move 'N' to prof-active-sw
            compute prof-win-depth =
                prof-win-depth-top - prof-win-depth-base
            compute prof-win-val =
                prof-win-val-top - prof-win-val-floor
            compute prof-win-bds =
                prof-win-bds-top - prof-win-bds-floor
            if prof-row = 0
                if prof-load-count >= prof-load-max
                    add 1 to prof-load-dropped
                    exit paragraph
                end-if
                add 1 to prof-load-count
                compute prof-row = prof-data-max + prof-load-count
                perform clear-profile-row
            end-if
            if prof-evals (prof-row) = 0
                move prof-win-kind to prof-kind (prof-row)
                move prof-win-rule to prof-rule (prof-row)
            end-if

            add 1 to prof-evals (prof-row)
            add prof-win-calls to prof-calls-sum (prof-row)
            add prof-win-depth to prof-depth-sum (prof-row)
            add prof-win-val to prof-val-sum (prof-row)
            add prof-win-bds to prof-bds-sum (prof-row)
            if prof-win-calls > prof-calls-worst (prof-row)
                or prof-evals (prof-row) = 1
                move prof-win-calls to prof-calls-worst (prof-row)
                move prof-win-key to prof-calls-key (prof-row)
            end-if
            if prof-win-depth > prof-depth-worst (prof-row)
                or prof-evals (prof-row) = 1
                move prof-win-depth to prof-depth-worst (prof-row)
                move prof-win-key to prof-depth-key (prof-row)
            end-if
            if prof-win-val > prof-val-worst (prof-row)
                or prof-evals (prof-row) = 1
                move prof-win-val to prof-val-worst (prof-row)
                move prof-win-key to prof-val-key (prof-row)
            end-if
            if prof-win-bds > prof-bds-worst (prof-row)
                or prof-evals (prof-row) = 1
                move prof-win-bds to prof-bds-worst (prof-row)
                move prof-win-key to prof-bds-key (prof-row)
            end-if
            exit paragraph.

        clear-profile-row.
            move spaces to prof-kind (prof-row)
            move spaces to prof-rule (prof-row)
            move 0 to prof-evals (prof-row)
            move 0 to prof-calls-sum (prof-row)
            move 0 to prof-calls-worst (prof-row)
            move spaces to prof-calls-key (prof-row)
            move 0 to prof-depth-sum (prof-row)
            move 0 to prof-depth-worst (prof-row)
            move spaces to prof-depth-key (prof-row)
            move 0 to prof-val-sum (prof-row)
            move 0 to prof-val-worst (prof-row)
            move spaces to prof-val-key (prof-row)
            move 0 to prof-bds-sum (prof-row)
            move 0 to prof-bds-worst (prof-row)
            move spaces to prof-bds-key (prof-row)
            exit paragraph.

      *> the data batch's rows are zeroed with its aggregates, once
      *>the rule-root table is complete.
        init-data-profile.
            perform clear-profile-row
                varying prof-row from 1 by 1
                until prof-row > prof-data-max
            exit paragraph.

      *> a load-time rule: a plain rule by its sequence, a define by
      *>its name - the same identity ERROROUT gives it.
        profile-load-rule.
            move 0 to prof-row
            move eval-source-kind to prof-win-kind
            move spaces to prof-win-key
            perform end-rule-profile
            exit paragraph.

      *>==================================================================
      *> The profile report: one block per rule profiled - interp
      *>calls, call depth, and val and bds slots above the floor, each
      *>as the average over the rule's evaluations and the worst single
      *>one with the record that caused it - then the run's high-water
      *>mark of each table against its limit.
      *>==================================================================
        write-profile-report.
            open output profile-report-file
            move 0 to prpt-page-num
            move run-id to prpt-head-run-id
            perform prpt-new-page

            perform print-profile-row
                varying prof-row from 1 by 1
                until prof-row > prof-data-max + prof-load-count
            if prof-load-dropped > 0
                move spaces to prpt-line
                move prof-load-dropped to prpt-edit-count
                string prpt-edit-count delimited by size
                    " FURTHER LOAD-TIME EVALUATIONS NOT PROFILED"
                        delimited by size
                    into prpt-line
                end-string
                perform prpt-print-line
            end-if

            move spaces to prpt-line
            perform prpt-print-line
            move "TABLE HIGH-WATER MARKS" to prpt-line
            perform prpt-print-line
            move prpt-hw-head to prpt-line
            perform prpt-print-line
            move "VAL TABLE" to prpt-hw-table
            move val-table-max to prof-hw-limit
            move prof-hw-val to prof-hw-mark
            perform print-profile-high-water
            move "BDS TABLE" to prpt-hw-table
            move bds-table-max to prof-hw-limit
            move prof-hw-bds to prof-hw-mark
            perform print-profile-high-water
            move "CALL DEPTH" to prpt-hw-table
            move call-depth-max to prof-hw-limit
            move prof-hw-call to prof-hw-mark
            perform print-profile-high-water
            move "PARSE DEPTH" to prpt-hw-table
            move parse-depth-max to prof-hw-limit
            move prof-hw-parse to prof-hw-mark
            perform print-profile-high-water
            close profile-report-file
            exit paragraph.

        print-profile-row.
            if prof-evals (prof-row) = 0
                exit paragraph
            end-if
            move spaces to prpt-line
            perform prpt-print-line
            move prof-rule (prof-row) to prpt-det-rule
            move prof-kind (prof-row) to prpt-det-kind
            move prof-evals (prof-row) to prpt-det-evals

            move "INTERP CALLS" to prpt-det-measure
            move prof-calls-sum (prof-row) to prof-avg-sum
            move prof-calls-worst (prof-row) to prpt-det-worst
            move prof-calls-key (prof-row) to prpt-det-key
            perform print-profile-measure
            move "CALL DEPTH" to prpt-det-measure
            move prof-depth-sum (prof-row) to prof-avg-sum
            move prof-depth-worst (prof-row) to prpt-det-worst
            move prof-depth-key (prof-row) to prpt-det-key
            perform print-profile-measure
            move "VAL SLOTS" to prpt-det-measure
            move prof-val-sum (prof-row) to prof-avg-sum
            move prof-val-worst (prof-row) to prpt-det-worst
            move prof-val-key (prof-row) to prpt-det-key
            perform print-profile-measure
            move "BDS SLOTS" to prpt-det-measure
            move prof-bds-sum (prof-row) to prof-avg-sum
            move prof-bds-worst (prof-row) to prpt-det-worst
            move prof-bds-key (prof-row) to prpt-det-key
            perform print-profile-measure
            exit paragraph.

      *> the rule, its batch, and its count print on the block's first
      *>line only.
        print-profile-measure.
            compute prpt-det-avg rounded =
                prof-avg-sum / prof-evals (prof-row)
            move prpt-det-line to prpt-line
            perform prpt-print-line
            move spaces to prpt-det-rule
            move spaces to prpt-det-kind
            move 0 to prpt-det-evals
            exit paragraph.

        print-profile-high-water.
            move prof-hw-limit to prpt-hw-limit
            move prof-hw-mark to prpt-hw-mark
            compute prpt-hw-pct rounded =
                prof-hw-mark * 100 / prof-hw-limit
            move prpt-hw-line to prpt-line
            perform prpt-print-line
            exit paragraph.

        prpt-new-page.
            add 1 to prpt-page-num
            move prpt-page-num to prpt-head-page
            if prpt-page-num = 1
                write profile-report-record from prpt-head-line
                    after advancing 0 lines
            else
                write profile-report-record from prpt-head-line
                    after advancing page
            end-if
            move spaces to profile-report-record
            write profile-report-record after advancing 1 line
            write profile-report-record from prpt-col-head
                after advancing 1 line
            move 3 to prpt-line-count
            exit paragraph.

        prpt-print-line.
            if prpt-line-count >= prpt-lines-per-page
                perform prpt-new-page
            end-if
            write profile-report-record from prpt-line
                after advancing 1 line
            add 1 to prpt-line-count
            exit paragraph.

      *> Checks the record against every dictionary entry; each
      *>failed check drops the valid switch and writes its own reject
      *>line, so one pass reports everything wrong with the record.
        validate-data-record.
            perform validate-dict-entry
                varying ddict-idx from 1 by 1
                until ddict-idx > ddict-count
            exit paragraph.

        validate-dict-entry.
            move 'N' to valid-field-found-sw
            move 0 to valid-field-idx
            perform find-record-field-step
                varying data-field-idx from 1 by 1
                until data-field-idx > 10 or valid-field-found

            if not valid-field-found
                if ddict-req (ddict-idx) = 'Y'
                    move "required-missing" to ddict-reason
                    perform write-data-reject
                end-if
                exit paragraph
            end-if

            move valid-field-idx to data-field-idx
            if din-field-value (data-field-idx) = spaces
                if ddict-req (ddict-idx) = 'Y'
                    move "required-missing" to ddict-reason
                    perform write-data-reject
                end-if
                exit paragraph
            end-if

            evaluate ddict-type (ddict-idx)
                when 'N'
                    perform validate-numeric-field
                when 'S'
                    perform validate-string-field
            end-evaluate
            exit paragraph.

        find-record-field-step.
            if din-field-name (data-field-idx)
                = ddict-field-name (ddict-idx)
                move 'Y' to valid-field-found-sw
                move data-field-idx to valid-field-idx
            end-if
            exit paragraph.

      *> The same sniff-and-convert bind-data-field will apply runs
      *>here first, so a field that would bind as a StrV when the
      *>dictionary promised a number is caught before it scores
      *>garbage. A value too wide for the nine integer digits a NumV
      *>holds is its own reject reason - the bind would silently
      *>truncate it, and a range check on the truncated value would
      *>be checking garbage - so the record stops here and the range
      *>is only ever compared against a faithfully converted value.
        validate-numeric-field.
            perform scan-data-field-type
            if not data-field-numeric
                move "not-numeric" to ddict-reason
                perform write-data-reject
                exit paragraph
            end-if
            move 'Y' to num-scan-quiet-sw
            perform data-field-to-num
            move 'N' to num-scan-quiet-sw
            if num-lit-overflowed
                move "value-too-wide" to ddict-reason
                perform write-data-reject
                exit paragraph
            end-if
            if ddict-range (ddict-idx) = 'Y'
                if num-lit-value < ddict-min (ddict-idx)
                    or num-lit-value > ddict-max-val (ddict-idx)
                    move "out-of-range" to ddict-reason
                    perform write-data-reject
                end-if
            end-if
            exit paragraph.

      *> A declared string must not look like a number (it would bind
      *>as a NumV and fail every string rule), and must fit the ten
      *>characters strv-val holds - the bind's silent truncation is
      *>exactly what the dictionary exists to catch.
        validate-string-field.
            perform scan-data-field-type
            if data-field-numeric
                move "not-string" to ddict-reason
                perform write-data-reject
                exit paragraph
            end-if
            move 14 to ddict-scan-pos
            perform ddict-scan-back
                until ddict-scan-pos = 0
                or din-field-value (data-field-idx)
                    (ddict-scan-pos:1) not = space
            if ddict-scan-pos > 10
                move "value-too-long" to ddict-reason
                perform write-data-reject
            end-if
            exit paragraph.

        ddict-scan-back.
            subtract 1 from ddict-scan-pos
            exit paragraph.

        write-data-reject.
            move spaces to data-reject-record
            move din-key to drej-key
            move ddict-field-name (ddict-idx) to drej-field
            move ddict-reason to drej-reason
            write data-reject-record
            add 1 to datareject-count
            move 'N' to valid-rec-sw
            exit paragraph.

      *> One field becomes one fresh val-table slot and one fresh bds
      *>slot chained onto whatever is already in scope - the same
      *>claim-a-slot-then-chain-it shape env-extend-many uses for a
      *>closure call's own bindings.
        bind-data-field.
            if din-field-name (data-field-idx) = spaces
                exit paragraph
            end-if

            perform check-val-bounds
            perform scan-data-field-type
            if data-field-numeric
                perform data-field-to-num
                move 'n' to val-tag of val (val-idx)
                move num-lit-value to numv-val (val-idx)
            else
                move 's' to val-tag of val (val-idx)
                move din-field-value (data-field-idx) (1:10)
                    to strv-val (val-idx)
            end-if

            perform check-bds-bounds
            add 1 to env-size
            move din-field-name (data-field-idx)
                to bds-var (env-size)
            move val-idx to bds-val (env-size)
            move env-ptr to bds-parent (env-size)
            move env-size to env-ptr
            add 1 to val-idx
            exit paragraph.

      *> A field whose first nonblank character is a digit (or a minus
      *>sign directly ahead of one) binds as a NumV; anything else
      *>binds as a StrV, truncated to strv-val's ten characters the
      *>same way the parser truncates a long string literal.
        scan-data-field-type.
            move 'N' to data-field-num-sw
            move 1 to data-field-pos
            perform scan-data-field-step
                until data-field-pos > 14
                or din-field-value (data-field-idx)
                    (data-field-pos:1) not = space
            if data-field-pos > 14
                exit paragraph
            end-if
            if din-field-value (data-field-idx)
                (data-field-pos:1) >= "0"
                and din-field-value (data-field-idx)
                    (data-field-pos:1) <= "9"
                move 'Y' to data-field-num-sw
            end-if
            if din-field-value (data-field-idx)
                (data-field-pos:1) = "-"
                and data-field-pos < 14
                and din-field-value (data-field-idx)
                    (data-field-pos + 1:1) >= "0"
                and din-field-value (data-field-idx)
                    (data-field-pos + 1:1) <= "9"
                move 'Y' to data-field-num-sw
            end-if
            exit paragraph.

        scan-data-field-step.
            add 1 to data-field-pos
            exit paragraph.

      *> Same digit-by-digit accumulation parse-num-lit applies to a
      *>script literal, applied to a data field's text starting at the
      *>first nonblank character scan-data-field-type stopped on.
        data-field-to-num.
            move 0 to num-lit-value
            move 0 to num-lit-frac-pos
            move 'N' to num-lit-neg-sw
            move 'N' to num-lit-ovf-sw
            if din-field-value (data-field-idx)
                (data-field-pos:1) = "-"
                move 'Y' to num-lit-neg-sw
                add 1 to data-field-pos
            end-if
            perform data-field-num-digit
                until data-field-pos > 14
                or din-field-value (data-field-idx)
                    (data-field-pos:1) < "0"
                or din-field-value (data-field-idx)
                    (data-field-pos:1) > "9"
            if data-field-pos < 14
                and din-field-value (data-field-idx)
                    (data-field-pos:1) = "."
                add 1 to data-field-pos
                perform data-field-num-frac-digit
                    until data-field-pos > 14
                    or din-field-value (data-field-idx)
                        (data-field-pos:1) < "0"
                    or din-field-value (data-field-idx)
                        (data-field-pos:1) > "9"
            end-if
            if num-lit-overflowed and not num-scan-quiet
                display "SHEQ: data field value wider than nine "
                    "integer digits, trailing digits lost"
                move "overflow" to err-reason
                move "data-field" to err-detail
                perform write-error-record
            end-if
            if num-lit-negative
                compute num-lit-value = 0 - num-lit-value
            end-if
            exit paragraph.

        data-field-num-digit.
            move din-field-value (data-field-idx)
                (data-field-pos:1) to num-lit-digit-x
            compute num-lit-value =
                num-lit-value * 10 + num-lit-digit
                on size error
                    move 'Y' to num-lit-ovf-sw
            end-compute
            add 1 to data-field-pos
            exit paragraph.

        data-field-num-frac-digit.
            move din-field-value (data-field-idx)
                (data-field-pos:1) to num-lit-digit-x
      *> counter parks at three past the storable places, as in
      *>parse-num-lit-frac-digit.
            if num-lit-frac-pos < 3
                add 1 to num-lit-frac-pos
            end-if
            evaluate num-lit-frac-pos
                when 1
                    compute num-lit-value =
                        num-lit-value + num-lit-digit / 10
                when 2
                    compute num-lit-value =
                        num-lit-value + num-lit-digit / 100
            end-evaluate
            add 1 to data-field-pos
            exit paragraph.

        eval-rule-against-record.
      *> a loaded store define is a binding, not a rule - it was bound
      *>once by run-store-rules and has nothing to score per record.
            if rule-root-name (rule-root-idx) not = spaces
                exit paragraph
            end-if

            move "data" to eval-source-kind
            move din-key to eval-source-id
      *> the triage report groups by rule, not by record - the record
      *>stays in eval-source for the raw error line.
            move "rule" to err-rule-kind
            move rule-root-seq (rule-root-idx) to eval-source-seq
            move eval-source-seq to err-rule-name
            move rule-root-slot (rule-root-idx) to arg
            perform start-rule-profile
            perform interp
            move rule-root-idx to prof-row
            move "data" to prof-win-kind
            move eval-source-seq to prof-win-rule
            move din-key to prof-win-key
            perform end-rule-profile
            perform write-data-result-record
            move data-rule-val-idx to val-idx
            move data-rule-env-size to env-size
            exit paragraph.

      *> Routes the record on the designated rule's verdict: a BoolV
      *>"true" is accepted, "false" rejected; a failed evaluation or a
      *>non-boolean result belongs to neither stream and lands in
      *>suspense for a person to look at.
        route-data-record.
            if disp-rule-slot = 0
                perform write-suspense-record
                exit paragraph
            end-if

            move "data" to eval-source-kind
            move din-key to eval-source-id
            move "disp" to err-rule-kind
            move disp-rule-name to err-rule-name
            move disp-rule-slot to arg
            perform start-rule-profile
            perform interp
            move prof-data-max to prof-row
            move "data" to prof-win-kind
            move disp-rule-name to prof-win-rule
            move din-key to prof-win-key
            perform end-rule-profile

            if ret = 0
                perform write-suspense-record
            else
                if val-tag of val (ret) = 'b'
                    if boolv-val (ret) = "true"
                        write accept-out-record from data-in-record
                        add 1 to accept-out-count
                    else
                        perform build-disp-reason-line
                        write reject-out-record from disp-reason-line
                        add 1 to reject-out-count
                    end-if
                else
                    perform write-suspense-record
                end-if
            end-if

            move data-rule-val-idx to val-idx
            move data-rule-env-size to env-size
            exit paragraph.

        write-suspense-record.
            perform build-disp-reason-line
            write susp-out-record from disp-reason-line
            add 1 to susp-out-count
            exit paragraph.

        build-disp-reason-line.
            move spaces to disp-reason-line
            move data-in-record to drl-record
            move 0 to reason-col
            perform move-disp-reason
                varying reason-idx from 1 by 1
                until reason-idx > reason-count
            exit paragraph.

      *> a code two rules attached is carried on the line once.
        move-disp-reason.
            perform check-earlier-reason
            if not reason-already-held
                add 1 to reason-col
                move rsn-code (reason-idx) to drl-reason (reason-col)
            end-if
            exit paragraph.

        check-earlier-reason.
            move 'N' to reason-found-sw
            perform find-earlier-reason-step
                varying reason-cmp-idx from 1 by 1
                until reason-cmp-idx >= reason-idx
            exit paragraph.

      *> One REASONOUT line per code per rule; on the record's DATAOUT
      *>line and in the code's record count, once per record however
      *>many of the record's rules attached it.
        write-record-reason.
            move spaces to reason-out-record
            move din-key to rsno-key
            move rsn-rule-id (reason-idx) to rsno-rule-kind
            move rsn-rule-id (reason-idx) (8:10) to rsno-rule-name
            move rsn-code (reason-idx) to rsno-code
            write reason-out-record
            add 1 to reason-out-count

            perform check-earlier-reason
            if not reason-already-held
                add 1 to reason-col
                move rsn-code (reason-idx) to dout-reason (reason-col)
                perform tally-reason-code
            end-if
            exit paragraph.

        find-earlier-reason-step.
            if rsn-code (reason-cmp-idx) = rsn-code (reason-idx)
                move 'Y' to reason-found-sw
            end-if
            exit paragraph.

        tally-reason-code.
            perform find-reason-total-step
                varying reason-total-idx from 1 by 1
                until reason-total-idx > reason-total-count
                or rsn-total-code (reason-total-idx)
                    = rsn-code (reason-idx)
            if reason-total-idx > reason-total-count
                if reason-total-count >= reason-total-max
                    if not reason-total-full
                        display "SHEQ: more than " reason-total-max
                            " reason codes in the run, later codes "
                            "not counted"
                        move 'Y' to reason-total-full-sw
                    end-if
                    exit paragraph
                end-if
                add 1 to reason-total-count
                move reason-total-count to reason-total-idx
                move rsn-code (reason-idx)
                    to rsn-total-code (reason-total-idx)
                move 0 to rsn-total-records (reason-total-idx)
            end-if
            add 1 to rsn-total-records (reason-total-idx)
            exit paragraph.

        find-reason-total-step.
            exit paragraph.

        write-data-result-record.
            move spaces to data-result-record
            move din-key to dres-key
            move rule-root-seq (rule-root-idx) to dres-rule-seq
      *> ret = 0 is interp's own "failed evaluation" sentinel, caught
      *>here before indexing val(ret) the same way write-result-record
      *>catches it.
            if ret = 0
                move "e" to dres-val-tag
                move "<error>" to dres-val-text
            else
                move val-tag of val (ret) to dres-val-tag
                perform format-result-value
                move fmt-val-text to dres-val-text
            end-if
            write data-result-record
            add 1 to result-count
            move dres-val-tag to result-tag-char
            perform count-result-tag
            perform fill-data-out-column
            perform tally-rule-aggregate
            exit paragraph.

        init-agg-entry.
            move 0 to agg-num-count (agg-idx)
            move 0 to agg-num-sum (agg-idx)
            move 0 to agg-num-min (agg-idx)
            move 0 to agg-num-max (agg-idx)
            move 0 to agg-true-count (agg-idx)
            move 0 to agg-false-count (agg-idx)
            move 0 to agg-other-count (agg-idx)
            move 0 to agg-error-count (agg-idx)
            exit paragraph.

      *> Folds the result just written into its rule's run totals.
      *>min/max seed from the first NumV rather than from sentinel
      *>extremes, so a rule whose every result is negative still
      *>reports a true maximum.
        tally-rule-aggregate.
            move rule-root-idx to agg-idx
      *> an error is counted on its own as well, for the tolerance
      *>limits - the same tags count-result-tag takes as errors.
            evaluate result-tag-char
                when 'n'
                when 'b'
                when 's'
                when 'p'
                when 'c'
                    continue
                when other
                    add 1 to agg-error-count (agg-idx)
            end-evaluate
            if ret = 0
                add 1 to agg-other-count (agg-idx)
                exit paragraph
            end-if
            evaluate val-tag of val (ret)
                when 'n'
                    if agg-num-count (agg-idx) = 0
                        move numv-val (ret)
                            to agg-num-min (agg-idx)
                        move numv-val (ret)
                            to agg-num-max (agg-idx)
                    else
                        if numv-val (ret) < agg-num-min (agg-idx)
                            move numv-val (ret)
                                to agg-num-min (agg-idx)
                        end-if
                        if numv-val (ret) > agg-num-max (agg-idx)
                            move numv-val (ret)
                                to agg-num-max (agg-idx)
                        end-if
                    end-if
                    add 1 to agg-num-count (agg-idx)
                    add numv-val (ret) to agg-num-sum (agg-idx)
                when 'b'
                    if boolv-val (ret) = "true"
                        add 1 to agg-true-count (agg-idx)
                    else
                        add 1 to agg-false-count (agg-idx)
                    end-if
                when other
                    add 1 to agg-other-count (agg-idx)
            end-evaluate
            exit paragraph.

      *> Lays the result just written into the scored record's next
      *>free column - the same tag and text RESULTOUT carries, so the
      *>two files never disagree about a record.
        fill-data-out-column.
            if dout-res-idx >= 10
                if not dout-cols-full-reported
                    display "SHEQ: more than 10 rules in the run, "
                        "DATAOUT carries the first 10 results only"
                    move 'Y' to dout-full-sw
                end-if
                exit paragraph
            end-if
            add 1 to dout-res-idx
            move dres-val-tag to dout-res-tag (dout-res-idx)
            move dres-val-text to dout-res-text (dout-res-idx)
            exit paragraph.

      *>==================================================================
      *> Compare mode: after the batch has run as usual, match the new
      *>RESULTOUT against a prior run's copy kept as BASELINE, keyed
      *>the way the result lines are keyed, and write a difference
      *>report: every record whose tag or value text changed (old and
      *>new side by side), records present in only one file, and the
      *>matched/changed/added/dropped counts. A clean compare is the
      *>sign-off evidence for promoting a rule change; a dirty one
      *>names exactly the records to review.
      *>==================================================================
        compare-to-baseline.
            move 'N' to bl-eof-sw
            open input baseline-file
            if bl-file-status not = "00"
                display "SHEQ: BASELINE not available, compare "
                    "skipped"
                exit paragraph
            end-if

            read baseline-file
                at end
                    move 'Y' to bl-eof-sw
            end-read
            perform load-baseline-record
                until bl-at-eof
            close baseline-file

      *> the header is not counted - every trailer in this program
      *>carries its file's data-record count alone.
            open output compare-out-file
            write compare-out-record from run-header-line

            move 'N' to cmp-eof-sw
            open input result-out-file
            read result-out-file
                at end
                    move 'Y' to cmp-eof-sw
            end-read
            perform compare-result-line
                until cmp-at-eof
            close result-out-file

            perform report-dropped-baseline
                varying bl-idx from 1 by 1
                until bl-idx > baseline-count

            move "MATCHED" to cmps-label
            move cmp-matched-count to cmps-count
            perform write-compare-summary
            move "CHANGED" to cmps-label
            move cmp-changed-count to cmps-count
            perform write-compare-summary
            move "ADDED" to cmps-label
            move cmp-added-count to cmps-count
            perform write-compare-summary
            move "DROPPED" to cmps-label
            move cmp-dropped-count to cmps-count
            perform write-compare-summary

            move cmp-out-count to trl-count
            write compare-out-record from run-trailer-line
            close compare-out-file

            display "SHEQ: compare matched " cmp-matched-count
                " changed " cmp-changed-count
                " added " cmp-added-count
                " dropped " cmp-dropped-count
            exit paragraph.

        load-baseline-record.
            move baseline-record to cmp-line
            if cmp-line (1:4) not = "HDR "
                and cmp-line (1:4) not = "TRL "
                and cmp-line not = spaces
                if baseline-count < baseline-max
                    add 1 to baseline-count
                    perform extract-result-key
                    move cmp-key to bl-key (baseline-count)
                    move cmp-rest to bl-rest (baseline-count)
                    move 'N' to bl-matched-sw (baseline-count)
                else
                    if not bl-full-reported
                        display "SHEQ: baseline table full, compare "
                            "covers the first " baseline-max
                            " records"
                        move 'Y' to bl-full-sw
                    end-if
                end-if
            end-if

            read baseline-file
                at end
                    move 'Y' to bl-eof-sw
            end-read
            exit paragraph.

      *> A classic result line is keyed by its 4-column sequence
      *>number (right-justified, tag at column 6 between two spaces);
      *>a data-batch line is keyed by the record key plus rule
      *>sequence in its first 15 columns (tag at column 17). The two
      *>are told apart by the classic layout's fixed spacing around
      *>its tag column.
        extract-result-key.
            move spaces to cmp-key
            move spaces to cmp-rest
            if cmp-line (5:1) = space and cmp-line (7:1) = space
                and cmp-line (6:1) not = space
                move cmp-line (1:4) to cmp-key
                move cmp-line (6:25) to cmp-rest
            else
                move cmp-line (1:15) to cmp-key
                move cmp-line (17:24) to cmp-rest
            end-if
            exit paragraph.

        compare-result-line.
            move result-out-line to cmp-line
            if cmp-line (1:4) not = "HDR "
                and cmp-line (1:4) not = "TRL "
                and cmp-line not = spaces
                perform extract-result-key
                perform find-baseline-entry
                if cmp-found
                    move 'Y' to bl-matched-sw (bl-found-idx)
                    if cmp-rest = bl-rest (bl-found-idx)
                        add 1 to cmp-matched-count
                    else
                        add 1 to cmp-changed-count
                        move cmp-key to cmpc-key
                        move bl-rest (bl-found-idx) to cmpc-old
                        move cmp-rest to cmpc-new
                        write compare-out-record
                            from compare-change-line
                        add 1 to cmp-out-count
                    end-if
                else
                    add 1 to cmp-added-count
                    move cmp-line to cmpa-text
                    write compare-out-record from compare-add-line
                    add 1 to cmp-out-count
                end-if
            end-if

            read result-out-file
                at end
                    move 'Y' to cmp-eof-sw
            end-read
            exit paragraph.

      *> First unmatched baseline entry with an equal key - duplicate
      *>keys pair positionally, the order both files were written in.
        find-baseline-entry.
            move 'N' to cmp-found-sw
            move 0 to bl-found-idx
            perform find-baseline-step
                varying bl-idx from 1 by 1
                until bl-idx > baseline-count or cmp-found
            exit paragraph.

        find-baseline-step.
            if bl-matched-sw (bl-idx) = 'N'
                and bl-key (bl-idx) = cmp-key
                move 'Y' to cmp-found-sw
                move bl-idx to bl-found-idx
            end-if
            exit paragraph.

        report-dropped-baseline.
            if bl-matched-sw (bl-idx) = 'N'
                add 1 to cmp-dropped-count
                move bl-key (bl-idx) to cmpd-key
                move bl-rest (bl-idx) to cmpd-rest
                write compare-out-record from compare-drop-line
                add 1 to cmp-out-count
            end-if
            exit paragraph.

        write-compare-summary.
            write compare-out-record from compare-sum-line
            add 1 to cmp-out-count
            exit paragraph.

      *>==================================================================
      *> Tester mode: accepts one expression at a time from the
      *>console, runs it through parse-expr and interp against the
      *>standard top environment (library definitions included), and
      *>immediately displays the result formatted the way
      *>format-result-value formats a result line - with the recorded
      *>reason code and detail when the evaluation fails - looping
      *>until the analyst quits. A (define ...) sticks for the rest of
      *>the session, so a sub-rule can be defined once and then tried
      *>against different operands line after line.
      *>==================================================================
        run-expression-tester.
            perform load-rule-library
            display "SHEQ tester - enter an expression per line, "
                "quit (or an empty line) to end"
            perform test-one-expression
                until tester-quit
            exit paragraph.

        test-one-expression.
            move spaces to tester-line
            accept tester-line
            if tester-line = spaces or tester-line = "quit"
                move 'Y' to tester-done-sw
                exit paragraph
            end-if

            add 1 to tester-line-num
            move "tester" to eval-source-kind
            move tester-line-num to eval-source-seq
            move eval-source-seq to eval-source-id
            move eval-source to err-rule-id
            move spaces to err-reason
            move spaces to err-detail

            move tester-line to parse-text
            move 1 to parse-pos
            move 'N' to define-sw

            perform parse-expr

            if define-found
                perform bind-script-define
            else
                move parse-ret to arg
                perform interp
            end-if

            if ret = 0
                if err-reason = spaces
                    display "result: e <error>"
                else
                    display "result: e <error> " err-reason
                        " " err-detail
                end-if
            else
                perform format-result-value
                if define-found
                    display "defined " define-name " = " fmt-val-text
                else
                    display "result: " val-tag of val (ret)
                        " " fmt-val-text
                end-if
            end-if
            perform reclaim-eval-storage
            exit paragraph.

      *>==================================================================
      *> Compile mode: parses RULESCRIPT once and writes the resulting
      *>exprc nodes to RULESTORE, together with one rule record per
      *>script line carrying its sequence, root slot, compile version
      *>(the run id), effective date (the run date), and the defined
      *>name when the line is a define. The nightly execute run loads
      *>the store and skips the parser, and the archived, versioned
      *>store is the answer when audit asks which rule text was in
      *>force on a given date. The whole script is parsed and
      *>cross-referenced before the store is opened: a script naming
      *>something nothing binds leaves the prior store in place.
      *>==================================================================
        compile-rule-script.
            move 0 to script-line-num

            open input rule-script-file

            read rule-script-file
                at end
                    move high-values to rule-script-record
            end-read

            perform compile-script-record
                until rule-script-record = high-values

            close rule-script-file

      *> the parser hands slots out from exprc-table-max downward, so
      *>everything from the slot above the last one allocated up to
      *>the top of the table is a node some compiled rule references.
            compute store-node-first = parse-next-slot + 1

      *> the library is parsed after the script so its nodes land
      *>below store-node-first and stay out of the store - it is read
      *>here only so a rule naming a library define resolves.
            move 'Y' to rlib-parse-only-sw
            perform load-rule-library
            perform run-cross-reference

            if rule-root-count < script-compiled-count
                display "SHEQ: rule-root table full, RULESTORE not "
                    "written"
                move 16 to new-cond-code
                perform raise-cond-code
                exit paragraph
            end-if
            if xref-unbound-count > 0
                display "SHEQ: " xref-unbound-count " unbound names "
                    "in RULESCRIPT, RULESTORE not written - see "
                    "XREFRPT"
                exit paragraph
            end-if

      *> the store about to be replaced is read for the history
      *>before it is opened for output.
            perform record-rule-history

            open output rule-store-file
            write store-line from run-header-line
            perform write-store-rule
                varying rule-root-idx from 1 by 1
                until rule-root-idx > rule-root-count
            perform write-store-node
                varying store-node-idx from store-node-first by 1
                until store-node-idx > exprc-table-max

            move store-rec-count to trl-count
            write store-line from run-trailer-line
            close rule-store-file
            exit paragraph.

        compile-script-record.
            add 1 to script-line-num
            add 1 to script-read-count

            if rule-script-record not = spaces
                move "script" to eval-source-kind
                move script-line-num to eval-source-seq
                move eval-source-seq to eval-source-id
                move eval-source to err-rule-id

                move rule-script-record to parse-text
                move 1 to parse-pos
                move 'N' to define-sw
                move spaces to define-name

                perform parse-expr
                perform register-xref-unit

      *> held in rule-root-table until the cross-reference has
      *>passed the script - see write-store-rule.
                add 1 to script-compiled-count
                if rule-root-count < rule-root-max
                    add 1 to rule-root-count
                    move parse-ret to rule-root-slot (rule-root-count)
                    move script-line-num
                        to rule-root-seq (rule-root-count)
                    move spaces to rule-root-name (rule-root-count)
                    if define-found
                        move define-name
                            to rule-root-name (rule-root-count)
                    end-if
                    move run-date to rule-root-eff (rule-root-count)
                end-if
            end-if

            read rule-script-file
                at end
                    move high-values to rule-script-record
            end-read
            exit paragraph.

        write-store-rule.
            move spaces to store-rule-record
            move "R" to srr-type
            move rule-root-seq (rule-root-idx) to srr-seq
            move rule-root-slot (rule-root-idx) to srr-root
            move run-id to srr-version
            move rule-root-eff (rule-root-idx) to srr-eff-date
            move rule-root-name (rule-root-idx) to srr-name
            write store-rule-record
            add 1 to store-rec-count
            exit paragraph.

      *> One "N" record per parsed node, populated field by field the
      *>same way build-exprc-from-record consumes them on the way back
      *>in - only the fields the node's own tag uses are meaningful.
        write-store-node.
            move spaces to store-node-record
            move "N" to snr-type
            move store-node-idx to snr-slot
            move exprc-tag of exprc (store-node-idx) to snr-tag

            evaluate exprc-tag of exprc (store-node-idx)
                when "n"
                    move numc-val (store-node-idx) to snr-num-val
                when "i"
                    move idc-val (store-node-idx) to snr-id-val
                when "s"
                    move strc-val (store-node-idx) to snr-str-val
                when "f"
                    move ifc-test (store-node-idx) to snr-test-ptr
                    move ifc-then (store-node-idx) to snr-then-ptr
                    move ifc-else (store-node-idx) to snr-else-ptr
                when "l"
                    move lamc-param-counts (store-node-idx)
                        to snr-param-count
                    perform copy-store-param-out
                        varying idx from 1 by 1
                        until idx > lamc-param-counts (store-node-idx)
                    move lamc-body (store-node-idx) to snr-body-ptr
                when "a"
                    move appc-fexpr (store-node-idx) to snr-fexpr-ptr
                    move appc-arg-counts (store-node-idx)
                        to snr-arg-count
                    perform copy-store-arg-out
                        varying idx from 1 by 1
                        until idx > appc-arg-counts (store-node-idx)
            end-evaluate

            write store-node-record
            add 1 to store-rec-count
            exit paragraph.

        copy-store-param-out.
            move lamc-param-val (store-node-idx, idx)
                to snr-param-vals (idx)
            exit paragraph.

        copy-store-arg-out.
            move appc-arg-val (store-node-idx, idx)
                to snr-arg-vals (idx)
            exit paragraph.

      *>==================================================================
      *> Execute mode, load half: reads RULESTORE back, rebuilding
      *>each "N" record's exprc node at its recorded slot and queueing
      *>each "R" record in rule-root-table. Runs before the library
      *>load so parse-next-slot can be pinned below the store's lowest
      *>slot - the library's own parsed nodes then allocate underneath
      *>instead of overwriting loaded store nodes.
      *>==================================================================
        load-rule-store.
            move 'N' to srs-eof-sw
            move 0 to store-reloc-offset

            open input rule-store-file
            if srs-file-status not = "00"
                display "SHEQ: RULESTORE not available, no rules "
                    "loaded"
                exit paragraph
            end-if

            read rule-store-file
                at end
                    move 'Y' to srs-eof-sw
            end-read

            perform load-store-record
                until srs-at-eof

            close rule-store-file
            exit paragraph.

        load-store-record.
            evaluate srr-type
                when "N"
                    perform load-store-node
                when "R"
                    perform load-store-rule
                when "H"
      *> a header opens a new compile segment - pin its relocation
      *>offset to the space still free below the segments loaded so
      *>far (zero for the first segment of the file).
                    compute store-reloc-offset
                        = parse-next-slot - exprc-table-max
                    move store-line (10:15) to part-rules-version
                when other
                    continue
            end-evaluate

            read rule-store-file
                at end
                    move 'Y' to srs-eof-sw
            end-read
            exit paragraph.

        load-store-node.
      *> the segment's relocation offset applies to the node's own
      *>slot and to every slot pointer inside it - the node fields
      *>that carry names or values pass through untouched.
            compute store-slot-adj = snr-slot + store-reloc-offset

      *> same reasoning as build-exprc-from-record - a store whose
      *>slot numbers run outside the table would otherwise silently
      *>corrupt whatever borders exprc-storage.
            if store-slot-adj < 1 or store-slot-adj > exprc-table-max
                display "SHEQ: rule store node slot out of range "
                    store-slot-adj
                stop run
            end-if

            move snr-tag to exprc-tag of exprc (store-slot-adj)

            evaluate snr-tag
                when "n"
                    move snr-num-val to numc-val (store-slot-adj)
                when "i"
                    move snr-id-val to idc-val (store-slot-adj)
                when "s"
                    move snr-str-val to strc-val (store-slot-adj)
                when "f"
                    compute ifc-test (store-slot-adj)
                        = snr-test-ptr + store-reloc-offset
                    compute ifc-then (store-slot-adj)
                        = snr-then-ptr + store-reloc-offset
                    compute ifc-else (store-slot-adj)
                        = snr-else-ptr + store-reloc-offset
                when "l"
                    move snr-param-count
                        to lamc-param-counts (store-slot-adj)
                    perform copy-store-param-in
                        varying idx from 1 by 1
                        until idx > snr-param-count
                    compute lamc-body (store-slot-adj)
                        = snr-body-ptr + store-reloc-offset
                when "a"
                    compute appc-fexpr (store-slot-adj)
                        = snr-fexpr-ptr + store-reloc-offset
                    move snr-arg-count
                        to appc-arg-counts (store-slot-adj)
                    perform copy-store-arg-in
                        varying idx from 1 by 1
                        until idx > snr-arg-count
                when other
                    display "SHEQ: load-store-node: unknown node tag "
                        snr-tag
            end-evaluate

            if store-slot-adj - 1 < parse-next-slot
                compute parse-next-slot = store-slot-adj - 1
            end-if
            exit paragraph.

        copy-store-param-in.
            move snr-param-vals (idx)
                to lamc-param-val (store-slot-adj, idx)
            exit paragraph.

        copy-store-arg-in.
            compute appc-arg-val (store-slot-adj, idx)
                = snr-arg-vals (idx) + store-reloc-offset
            exit paragraph.

        load-store-rule.
      *> effective-dating: a rule compiled ahead of its in-force date
      *>rides along in the store but is not loaded until the as-of
      *>date (the run date, unless ASOF= overrode it) reaches it.
            if srr-eff-date > as-of-date
                display "SHEQ: rule store seq " srr-seq
                    " effective " srr-eff-date
                    " not yet in force as of " as-of-date
                    ", skipped"
                exit paragraph
            end-if

            if not store-version-shown
                display "SHEQ: executing rule store version "
                    srr-version
                move 'Y' to store-version-sw
            end-if

      *> several dated versions of one rule can ride in one store - a
      *>define keyed by its name, a plain rule by its sequence. Of the
      *>versions at or before the as-of date, the latest effective
      *>date wins; on a tie the record written later in the store
      *>(a same-day recompile) replaces the earlier one.
            perform find-store-rule-entry
            if store-rule-found
                if srr-eff-date >= rule-root-eff (store-found-idx)
                    compute rule-root-slot (store-found-idx)
                        = srr-root + store-reloc-offset
                    move srr-seq to rule-root-seq (store-found-idx)
                    move srr-name to rule-root-name (store-found-idx)
                    move srr-eff-date
                        to rule-root-eff (store-found-idx)
                end-if
                exit paragraph
            end-if

            if rule-root-count < rule-root-max
                add 1 to rule-root-count
                compute rule-root-slot (rule-root-count)
                    = srr-root + store-reloc-offset
                move srr-seq to rule-root-seq (rule-root-count)
                move srr-name to rule-root-name (rule-root-count)
                move srr-eff-date to rule-root-eff (rule-root-count)
            else
                display "SHEQ: rule-root table full, store rule "
                    srr-seq " skipped"
            end-if
            exit paragraph.

        find-store-rule-entry.
            move 'N' to store-dup-sw
            move 0 to store-found-idx
            perform find-store-rule-step
                varying rule-root-idx from 1 by 1
                until rule-root-idx > rule-root-count
                or store-rule-found
            exit paragraph.

        find-store-rule-step.
            if srr-name not = spaces
                if rule-root-name (rule-root-idx) = srr-name
                    move 'Y' to store-dup-sw
                    move rule-root-idx to store-found-idx
                end-if
            else
                if rule-root-name (rule-root-idx) = spaces
                    and rule-root-seq (rule-root-idx) = srr-seq
                    move 'Y' to store-dup-sw
                    move rule-root-idx to store-found-idx
                end-if
            end-if
            exit paragraph.

      *>==================================================================
      *> Execute mode, run half: evaluates the loaded rules in store
      *>order once the library and rule batches have run - a define
      *>binds its name the same way a script define does, anything
      *>else is scored - appending result lines the same way the
      *>script batch would have.
      *>==================================================================
        run-store-rules.
            open extend result-out-file

            perform run-store-rule
                varying rule-root-idx from 1 by 1
                until rule-root-idx > rule-root-count

            close result-out-file
            exit paragraph.

      *> store rules share the script batch's checkpoint counter - a
      *>resumed run skips rules already completed and written, but a
      *>skipped define is still re-bound, the same reconciliation
      *>reload-skipped-script-line makes for a skipped script line.
        run-store-rule.
            move "store" to eval-source-kind
            move rule-root-seq (rule-root-idx) to eval-source-seq
            move eval-source-seq to eval-source-id
            move eval-source to err-rule-id

            if rule-root-seq (rule-root-idx)
                > last-completed-script-line
                if rule-root-name (rule-root-idx) not = spaces
                    move rule-root-name (rule-root-idx)
                        to define-name
                    move rule-root-slot (rule-root-idx) to parse-ret
                    perform bind-script-define
                    if not define-eval-skipped
                        move rule-root-seq (rule-root-idx) to rin-seq
                        perform write-result-record
                    end-if
                else
      *> same skip process-script-record makes: with a data batch on
      *>hand the rule is scored per data record, not once at load
      *>against an environment its field names cannot be in.
                    if not data-batch-present
                        move rule-root-slot (rule-root-idx) to arg
                        perform start-rule-profile
                        perform interp
                        move eval-source-id to prof-win-rule
                        perform profile-load-rule
                        move rule-root-seq (rule-root-idx) to rin-seq
                        perform write-result-record
                    end-if
                end-if

                perform reclaim-eval-storage

                move rule-root-seq (rule-root-idx)
                    to last-completed-script-line
                add 1 to ckpt-since-last
                if ckpt-since-last >= ckpt-interval
                    perform write-checkpoint
                    move 0 to ckpt-since-last
                end-if
            else
                if rule-root-name (rule-root-idx) not = spaces
                    move rule-root-name (rule-root-idx)
                        to define-name
                    move rule-root-slot (rule-root-idx) to parse-ret
                    perform bind-script-define
                end-if
            end-if
            exit paragraph.

      *>==================================================================
      *> List mode: reads RULESTORE back and prints every rule version
      *>it carries - sequence, defined name, compile version, and
      *>effective date - followed by the rule itself rebuilt as rule
      *>text from its stored nodes, so what a production rule says can
      *>be read off the store instead of hunted down in whichever
      *>RULESCRIPT it was compiled from. Each version is flagged
      *>against the as-of date (the run date, or ASOF=) with the same
      *>selection load-rule-store makes: of the versions effective on
      *>or before that date the latest effective date wins, and a
      *>same-day recompile later in the store beats the earlier one.
      *>==================================================================
        list-rule-store.
            perform load-store-listing
            if not slst-store-loaded
                display "SHEQ: RULESTORE not available, nothing "
                    "listed"
      *> nothing to list is a setup failure, not a clean run.
                move 16 to new-cond-code
                perform raise-cond-code
                exit paragraph
            end-if

            perform mark-listing-status
                varying slst-idx from 1 by 1
                until slst-idx > slst-count

            open output store-list-file
            move 0 to slst-page-num
            move run-id to slst-head-run-id
            move as-of-date to slst-head-as-of
            perform slst-new-page

            perform list-store-entry
                varying slst-idx from 1 by 1
                until slst-idx > slst-count

            move spaces to slst-line
            perform slst-print-line
            move "RULE VERSIONS LISTED" to slst-total-label
            move slst-count to slst-total-count
            perform slst-print-total
            move "IN FORCE AS OF DATE" to slst-total-label
            move slst-force-count to slst-total-count
            perform slst-print-total
            move "SUPERSEDED" to slst-total-label
            move slst-super-count to slst-total-count
            perform slst-print-total
            move "NOT YET EFFECTIVE" to slst-total-label
            move slst-future-count to slst-total-count
            perform slst-print-total
            close store-list-file

            display "SHEQ: rule store listed, " slst-count
                " versions, " slst-force-count " in force as of "
                as-of-date
            exit paragraph.

      *> The store is read the way load-rule-store reads it - nodes
      *>rebuilt at their relocated slots, each header pinning its
      *>segment's offset - but every "R" record is kept, in force or
      *>not. Compile mode reads the store it is about to replace the
      *>same way, for the change history.
        load-store-listing.
            move 'N' to srs-eof-sw
            move 'N' to slst-loaded-sw
            move 0 to store-reloc-offset
            move 0 to slst-count

            open input rule-store-file
            if srs-file-status not = "00"
                exit paragraph
            end-if
            move 'Y' to slst-loaded-sw

            read rule-store-file
                at end
                    move 'Y' to srs-eof-sw
            end-read

            perform load-store-listing-record
                until srs-at-eof

            close rule-store-file
            exit paragraph.

        load-store-listing-record.
            evaluate srr-type
                when "N"
                    perform load-store-node
                when "R"
                    perform add-listing-entry
                when "H"
                    compute store-reloc-offset
                        = parse-next-slot - exprc-table-max
                when other
                    continue
            end-evaluate

            read rule-store-file
                at end
                    move 'Y' to srs-eof-sw
            end-read
            exit paragraph.

        add-listing-entry.
            if slst-count >= slst-max
                if not slst-full-reported
                    display "SHEQ: listing table full, the first "
                        slst-max " rule versions are listed"
                    move 'Y' to slst-full-sw
                end-if
                exit paragraph
            end-if
            add 1 to slst-count
            move srr-seq to slst-seq (slst-count)
            compute slst-root (slst-count)
                = srr-root + store-reloc-offset
            move srr-version to slst-version (slst-count)
            move srr-eff-date to slst-eff (slst-count)
            move srr-name to slst-name (slst-count)
            move spaces to slst-status (slst-count)
            exit paragraph.

      *> A version is superseded when another version of the same
      *>rule - a define by its name, a plain rule by its sequence -
      *>is also effective by the as-of date and either takes effect
      *>later or was written later in the store on the same date.
        mark-listing-status.
            if slst-eff (slst-idx) > as-of-date
                move "FUTURE" to slst-status (slst-idx)
                add 1 to slst-future-count
                exit paragraph
            end-if

            move "IN FORCE" to slst-status (slst-idx)
            perform check-listing-supersede
                varying slst-cmp-idx from 1 by 1
                until slst-cmp-idx > slst-count
            if slst-status (slst-idx) = "IN FORCE"
                add 1 to slst-force-count
            else
                add 1 to slst-super-count
            end-if
            exit paragraph.

        check-listing-supersede.
            if slst-cmp-idx = slst-idx
                or slst-eff (slst-cmp-idx) > as-of-date
                exit paragraph
            end-if

            move 'N' to slst-same-sw
            if slst-name (slst-idx) not = spaces
                if slst-name (slst-cmp-idx) = slst-name (slst-idx)
                    move 'Y' to slst-same-sw
                end-if
            else
                if slst-name (slst-cmp-idx) = spaces
                    and slst-seq (slst-cmp-idx) = slst-seq (slst-idx)
                    move 'Y' to slst-same-sw
                end-if
            end-if

            if slst-same-rule
                if slst-eff (slst-cmp-idx) > slst-eff (slst-idx)
                    or (slst-eff (slst-cmp-idx) = slst-eff (slst-idx)
                        and slst-cmp-idx > slst-idx)
                    move "SUPERSEDED" to slst-status (slst-idx)
                end-if
            end-if
            exit paragraph.

        list-store-entry.
            move slst-seq (slst-idx) to slst-out-seq
            move slst-name (slst-idx) to slst-out-name
            move slst-version (slst-idx) to slst-out-version
            move slst-eff (slst-idx) to slst-out-eff
            move slst-status (slst-idx) to slst-out-status
            move slst-entry-line to slst-line
            perform slst-print-line

            move slst-root (slst-idx) to unparse-node
            move slst-name (slst-idx) to unparse-define-name
            perform unparse-rule-text
            perform print-unparse-text

            move spaces to slst-line
            perform slst-print-line
            exit paragraph.

      *> The rebuilt text goes out indented under its entry line,
      *>wrapped at the last space inside the print width.
        print-unparse-text.
            move 1 to unparse-wrap-pos
            perform print-unparse-chunk
                until unparse-wrap-pos > unparse-len
            if unparse-truncated
                move spaces to slst-line
                move "<rule text truncated>" to slst-line (5:21)
                perform slst-print-line
            end-if
            exit paragraph.

        print-unparse-chunk.
            compute unparse-wrap-end
                = unparse-wrap-pos + unparse-wrap-width - 1
            if unparse-wrap-end >= unparse-len
                move unparse-len to unparse-wrap-end
            else
                perform unparse-wrap-back
                    until unparse-wrap-end <= unparse-wrap-pos
                    or unparse-text (unparse-wrap-end:1) = space
      *> no space inside the width - the line is cut hard.
                if unparse-wrap-end <= unparse-wrap-pos
                    compute unparse-wrap-end
                        = unparse-wrap-pos + unparse-wrap-width - 1
                end-if
            end-if
            compute unparse-wrap-len
                = unparse-wrap-end - unparse-wrap-pos + 1
            move spaces to slst-line
            move unparse-text (unparse-wrap-pos:unparse-wrap-len)
                to slst-line (5:unparse-wrap-len)
            perform slst-print-line
            compute unparse-wrap-pos = unparse-wrap-end + 1
            exit paragraph.

        unparse-wrap-back.
            subtract 1 from unparse-wrap-end
            exit paragraph.

        slst-new-page.
            add 1 to slst-page-num
            move slst-page-num to slst-head-page
      *> every write carries an advancing clause, as on the triage
      *>report.
            if slst-page-num = 1
                write store-list-record from slst-head-line
                    after advancing 0 lines
            else
                write store-list-record from slst-head-line
                    after advancing page
            end-if
            move spaces to store-list-record
            write store-list-record after advancing 1 line
            move 2 to slst-line-count
            exit paragraph.

        slst-print-line.
            if slst-line-count >= slst-lines-per-page
                perform slst-new-page
            end-if
            write store-list-record from slst-line
                after advancing 1 line
            add 1 to slst-line-count
            exit paragraph.

        slst-print-total.
            move slst-total-line to slst-line
            perform slst-print-line
            exit paragraph.

      *>==================================================================
      *> Rule change history. Before compile mode replaces RULESTORE
      *>it compares what it compiled with what the store held, and
      *>appends to the permanent RULEHIST one record per rule: ADDED,
      *>CHANGED, UNCHANGED, or REMOVED, stamped with the run id, the
      *>USER= and TICKET= the compile was run under, and the date the
      *>new store takes effect. Two rules are the same rule when a
      *>define carries the same name or a plain rule the same
      *>sequence; they are the same text when their rebuilt rule text
      *>is the same, so spacing in RULESCRIPT does not show as a
      *>change. History mode prints the file back - one rule's every
      *>record, or every change effective in a date range.
      *>==================================================================
        record-rule-history.
            if hist-user = spaces or hist-ticket = spaces
                display "SHEQ: COMPILE has no USER= or TICKET=, the "
                    "history records carry them blank"
            end-if

            perform load-store-listing
      *> every version counts as effective for this pass, so the
      *>status marking leaves IN FORCE on exactly the latest version
      *>of each rule the prior store carries.
            move as-of-date to hist-saved-as-of
            move 99999999 to as-of-date
            perform mark-listing-status
                varying slst-idx from 1 by 1
                until slst-idx > slst-count
            move hist-saved-as-of to as-of-date

            open extend rule-hist-file
            if rh-file-status not = "00"
                open output rule-hist-file
            end-if
            write rule-hist-line from run-header-line

            perform history-new-rule
                varying rule-root-idx from 1 by 1
                until rule-root-idx > rule-root-count
            perform history-removed-rule
                varying slst-idx from 1 by 1
                until slst-idx > slst-count

            move hist-write-count to trl-count
            write rule-hist-line from run-trailer-line
            close rule-hist-file

            display "SHEQ: rule history " hist-added-count " added, "
                hist-changed-count " changed, " hist-unchanged-count
                " unchanged, " hist-removed-count " removed"
            exit paragraph.

        history-new-rule.
            move 0 to hist-prior-idx
            perform find-history-prior
                varying slst-idx from 1 by 1
                until slst-idx > slst-count
                or hist-prior-idx not = 0

            move rule-root-slot (rule-root-idx) to unparse-node
            move rule-root-name (rule-root-idx) to unparse-define-name
            perform unparse-rule-text
            move unparse-text to hist-new-text

            if hist-prior-idx = 0
                move "ADDED" to hist-action
                add 1 to hist-added-count
            else
                move slst-root (hist-prior-idx) to unparse-node
                move slst-name (hist-prior-idx) to unparse-define-name
                perform unparse-rule-text
                if unparse-text = hist-new-text
                    move "UNCHANGED" to hist-action
                    add 1 to hist-unchanged-count
                else
                    move "CHANGED" to hist-action
                    add 1 to hist-changed-count
                end-if
      *> matched - it is not a removal.
                move "MATCHED" to slst-status (hist-prior-idx)
            end-if

            move spaces to rule-hist-record
            move rule-root-seq (rule-root-idx) to rh-seq
            move rule-root-name (rule-root-idx) to rh-name
            if hist-prior-idx = 0
                move spaces to rh-prior-version
                move 0 to rh-prior-eff
            else
                move slst-version (hist-prior-idx) to rh-prior-version
                move slst-eff (hist-prior-idx) to rh-prior-eff
            end-if
            move hist-new-text to rh-text
            perform write-history-record
            exit paragraph.

        find-history-prior.
            if slst-status (slst-idx) not = "IN FORCE"
                exit paragraph
            end-if
            if rule-root-name (rule-root-idx) not = spaces
                if slst-name (slst-idx) = rule-root-name (rule-root-idx)
                    move slst-idx to hist-prior-idx
                end-if
            else
                if slst-name (slst-idx) = spaces
                    and slst-seq (slst-idx)
                        = rule-root-seq (rule-root-idx)
                    move slst-idx to hist-prior-idx
                end-if
            end-if
            exit paragraph.

        history-removed-rule.
            if slst-status (slst-idx) not = "IN FORCE"
                exit paragraph
            end-if
            move "REMOVED" to hist-action
            add 1 to hist-removed-count

            move slst-root (slst-idx) to unparse-node
            move slst-name (slst-idx) to unparse-define-name
            perform unparse-rule-text

            move spaces to rule-hist-record
            move slst-seq (slst-idx) to rh-seq
            move slst-name (slst-idx) to rh-name
            move slst-version (slst-idx) to rh-prior-version
            move slst-eff (slst-idx) to rh-prior-eff
            move unparse-text to rh-text
            perform write-history-record
            exit paragraph.

      *> the compile's own stamp: run id, who, which ticket, and the
      *>date the new store takes effect.
        write-history-record.
            move run-id to rh-run-id
            move hist-user to rh-user
            move hist-ticket to rh-ticket
            move run-date to rh-eff-date
            move hist-action to rh-action
            write rule-hist-record
            add 1 to hist-write-count
            exit paragraph.

        list-rule-history.
            move 'N' to rh-eof-sw
            open input rule-hist-file
            if rh-file-status not = "00"
                display "SHEQ: RULEHIST not available, no history "
                    "listed"
                move 16 to new-cond-code
                perform raise-cond-code
                exit paragraph
            end-if

            move 'N' to hist-by-seq-sw
            if hist-rule-arg not = spaces
                move 10 to hist-arg-len
                perform hist-arg-scan-back
                    until hist-arg-len = 0
                    or hist-rule-arg (hist-arg-len:1) not = space
                if hist-arg-len <= 4
                    and hist-rule-arg (1:hist-arg-len) is numeric
                    move hist-rule-arg (1:hist-arg-len)
                        to hist-rule-seq
                    move 'Y' to hist-by-seq-sw
                end-if
            end-if

            open output hist-report-file
            move 0 to hrpt-page-num
            move run-id to hrpt-head-run-id
            if hist-rule-arg = spaces
                move "ALL" to hrpt-sel-rule
            else
                move hist-rule-arg to hrpt-sel-rule
            end-if
            move hist-from-date to hrpt-sel-from
            move hist-to-date to hrpt-sel-to
            perform hrpt-new-page

            move 0 to hist-added-count
            move 0 to hist-changed-count
            move 0 to hist-unchanged-count
            move 0 to hist-removed-count

            read rule-hist-file
                at end
                    move 'Y' to rh-eof-sw
            end-read
            perform history-report-record
                until rh-at-eof

            move spaces to hrpt-line
            perform hrpt-print-line
            move "HISTORY RECORDS LISTED" to hrpt-total-label
            move hist-list-count to hrpt-total-count
            perform hrpt-print-total
            move "ADDED" to hrpt-total-label
            move hist-added-count to hrpt-total-count
            perform hrpt-print-total
            move "CHANGED" to hrpt-total-label
            move hist-changed-count to hrpt-total-count
            perform hrpt-print-total
            move "UNCHANGED" to hrpt-total-label
            move hist-unchanged-count to hrpt-total-count
            perform hrpt-print-total
            move "REMOVED" to hrpt-total-label
            move hist-removed-count to hrpt-total-count
            perform hrpt-print-total

            close rule-hist-file
            close hist-report-file
            display "SHEQ: rule history listed, " hist-list-count
                " records"
            exit paragraph.

        hist-arg-scan-back.
            subtract 1 from hist-arg-len
            exit paragraph.

        history-report-record.
      *> each compile's records sit between its own header and
      *>trailer.
            if rule-hist-line (1:4) not = "HDR "
                and rule-hist-line (1:4) not = "TRL "
                perform select-history-record
            end-if

            read rule-hist-file
                at end
                    move 'Y' to rh-eof-sw
            end-read
            exit paragraph.

      *> One rule's history is all of it, carried-forward compiles
      *>included; a date-range listing with no rule named is the
      *>changes only.
        select-history-record.
            if hist-rule-arg not = spaces
                if hist-by-seq
                    if rh-name not = spaces
                        or rh-seq not = hist-rule-seq
                        exit paragraph
                    end-if
                else
                    if rh-name not = hist-rule-arg
                        exit paragraph
                    end-if
                end-if
            else
                if rh-action = "UNCHANGED"
                    exit paragraph
                end-if
            end-if
            if rh-eff-date < hist-from-date
                or rh-eff-date > hist-to-date
                exit paragraph
            end-if

            add 1 to hist-list-count
            evaluate rh-action
                when "ADDED"
                    add 1 to hist-added-count
                when "CHANGED"
                    add 1 to hist-changed-count
                when "UNCHANGED"
                    add 1 to hist-unchanged-count
                when "REMOVED"
                    add 1 to hist-removed-count
            end-evaluate

            move rh-eff-date to hrpt-eff
            move rh-action to hrpt-action
            move rh-seq to hrpt-seq
            move rh-name to hrpt-name
            move rh-run-id to hrpt-run-id
            move rh-user to hrpt-user
            move rh-ticket to hrpt-ticket
            move rh-prior-version to hrpt-prior-version
            if rh-prior-eff = 0
                move spaces to hrpt-prior-eff
            else
                move rh-prior-eff to hrpt-prior-eff
            end-if
            move hrpt-detail-line to hrpt-line
            perform hrpt-print-line
            move spaces to hrpt-line
            move rh-text to hrpt-line (5:120)
            perform hrpt-print-line
            exit paragraph.

        hrpt-new-page.
            add 1 to hrpt-page-num
            move hrpt-page-num to hrpt-head-page
            if hrpt-page-num = 1
                write hist-report-record from hrpt-head-line
                    after advancing 0 lines
            else
                write hist-report-record from hrpt-head-line
                    after advancing page
            end-if
            write hist-report-record from hrpt-select-line
                after advancing 1 line
            write hist-report-record from hrpt-col-head
                after advancing 1 line
            move spaces to hist-report-record
            write hist-report-record after advancing 1 line
            move 4 to hrpt-line-count
            exit paragraph.

        hrpt-print-line.
            if hrpt-line-count >= hrpt-lines-per-page
                perform hrpt-new-page
            end-if
            write hist-report-record from hrpt-line
                after advancing 1 line
            add 1 to hrpt-line-count
            exit paragraph.

        hrpt-print-total.
            move hrpt-total-line to hrpt-line
            perform hrpt-print-line
            exit paragraph.

      *>==================================================================
      *> Cross-reference: run once every rule and define for the run
      *>has been parsed and before any record is scored - by compile
      *>mode ahead of writing the store, and by the standard batch
      *>between the script batch and the data batch. Each unit the
      *>loaders registered is walked and its identifiers resolved the
      *>way interp will resolve them; the report lists, per unit,
      *>every distinct name with what it resolves to and where a
      *>define it names was defined, then the RULELIB defines nothing
      *>else references and the DATADICT fields no rule reads. An
      *>unbound name gets an ERROROUT record and the run's condition
      *>code goes to 12.
      *>==================================================================

      *> Called straight after parse-expr by every loader that
      *>parses a rule or a define: eval-source-kind says which file
      *>the text came from, define-found whether it is a define.
        register-xref-unit.
            if xref-unit-count >= xref-unit-max
                if not xref-unit-full-reported
                    display "SHEQ: cross-reference table full, only "
                        "the first " xref-unit-max " rules and defines "
                        "are cross-referenced"
                    move 'Y' to xref-unit-full-sw
                end-if
                exit paragraph
            end-if
            add 1 to xref-unit-count
            move eval-source-kind to xu-kind (xref-unit-count)
            if eval-source-kind = "rulelib"
                move rlib-line-num to xu-line (xref-unit-count)
            else
                move script-line-num to xu-line (xref-unit-count)
            end-if
            move spaces to xu-name (xref-unit-count)
            if define-found
                move define-name to xu-name (xref-unit-count)
            end-if
            move parse-ret to xu-root (xref-unit-count)
            move 'N' to xu-used-sw (xref-unit-count)
            exit paragraph.

        run-cross-reference.
            move 'Y' to xref-ran-sw
            perform load-data-dict
            move spaces to xref-fld-read-table

            open output xref-report-file
            move 0 to xrpt-page-num
            move run-id to xrpt-head-run-id
            perform xrpt-new-page

            perform xref-unit-entry
                varying xref-unit-idx from 1 by 1
                until xref-unit-idx > xref-unit-count

            move "RULELIB DEFINES NOT REFERENCED" to xrpt-line
            perform xrpt-print-line
            perform xref-unused-define
                varying xref-unit-idx from 1 by 1
                until xref-unit-idx > xref-unit-count
            if xref-unused-count = 0
                move "    NONE" to xrpt-line
                perform xrpt-print-line
            end-if
            move spaces to xrpt-line
            perform xrpt-print-line

            move "DATADICT FIELDS NOT READ BY ANY RULE" to xrpt-line
            perform xrpt-print-line
            if ddict-count = 0
                move "    NO DATADICT ON HAND - FIELD NAMES NOT CHECKED"
                    to xrpt-line
                perform xrpt-print-line
            else
                perform xref-unread-field
                    varying ddict-idx from 1 by 1
                    until ddict-idx > ddict-count
                if xref-unread-count = 0
                    move "    NONE" to xrpt-line
                    perform xrpt-print-line
                end-if
            end-if
            move spaces to xrpt-line
            perform xrpt-print-line

            move "RULES AND DEFINES CROSS-REFERENCED"
                to xrpt-total-label
            move xref-unit-count to xrpt-total-count
            perform xrpt-print-total
            move "IDENTIFIER REFERENCES" to xrpt-total-label
            move xref-ident-count to xrpt-total-count
            perform xrpt-print-total
            move "UNBOUND NAMES" to xrpt-total-label
            move xref-unbound-count to xrpt-total-count
            perform xrpt-print-total
            move "UNCHECKED FIELD NAMES" to xrpt-total-label
            move xref-unchecked-count to xrpt-total-count
            perform xrpt-print-total
            move "RULELIB DEFINES NOT REFERENCED" to xrpt-total-label
            move xref-unused-count to xrpt-total-count
            perform xrpt-print-total
            move "DATADICT FIELDS NOT READ" to xrpt-total-label
            move xref-unread-count to xrpt-total-count
            perform xrpt-print-total
            close xref-report-file

            if xref-unbound-count > 0
                move 12 to new-cond-code
                perform raise-cond-code
            end-if
            exit paragraph.

        xref-unit-entry.
      *> an unbound name's ERROROUT record is charged to the rule or
      *>define it was found in.
            move xu-kind (xref-unit-idx) to eval-source-kind
            move xu-line (xref-unit-idx) to eval-source-seq
            move eval-source-seq to eval-source-id
            move eval-source to err-rule-id

            move 0 to xref-ref-count
            move 0 to xref-scope-top
            move 0 to xref-depth
            move xu-root (xref-unit-idx) to xref-node
            perform xref-walk-expr

            if xu-kind (xref-unit-idx) = "rulelib"
                move "RULELIB" to xrpt-unit-kind
            else
                move "RULESCRIPT" to xrpt-unit-kind
            end-if
            move xu-line (xref-unit-idx) to xrpt-unit-num
            if xu-name (xref-unit-idx) = spaces
                move "RULE" to xrpt-unit-role
            else
                move "DEFINE" to xrpt-unit-role
            end-if
            move xu-name (xref-unit-idx) to xrpt-unit-name
            move xrpt-unit-line to xrpt-line
            perform xrpt-print-line

            perform xref-print-ref
                varying xref-ref-idx from 1 by 1
                until xref-ref-idx > xref-ref-count
            if xref-ref-count = 0
                move "    NO IDENTIFIERS" to xrpt-line
                perform xrpt-print-line
            end-if
            move spaces to xrpt-line
            perform xrpt-print-line
            exit paragraph.

        xref-walk-expr.
            if xref-depth + 1 > xref-depth-max
                display "SHEQ: rule nested too deep to cross-reference "
                    "past depth " xref-depth
                exit paragraph
            end-if
            add 1 to xref-depth
            move xref-node to xw-node (xref-depth)
            move xref-scope-top to xw-scope-mark (xref-depth)

            if xw-node (xref-depth) >= 1
                and xw-node (xref-depth) <= exprc-table-max
                evaluate exprc-tag of exprc (xw-node (xref-depth))
                    when "i"
                        move idc-val (xw-node (xref-depth))
                            to xref-name
                        perform xref-resolve-name
                    when "f"
                        perform xref-walk-if
                    when "l"
                        move "LAMBDA PARAMETER" to xref-bind-class
                        move xw-node (xref-depth) to xref-lam-slot
                        perform xref-push-params
                        move lamc-body (xw-node (xref-depth))
                            to xref-node
                        perform xref-walk-expr
                    when "a"
                        perform xref-walk-app
                    when other
                        continue
                end-evaluate
            end-if

      *> the names this level bound go back out of scope with it.
            move xw-scope-mark (xref-depth) to xref-scope-top
            subtract 1 from xref-depth
            exit paragraph.

        xref-walk-if.
            move ifc-test (xw-node (xref-depth)) to xref-node
            perform xref-walk-expr
            move ifc-then (xw-node (xref-depth)) to xref-node
            perform xref-walk-expr
            move ifc-else (xw-node (xref-depth)) to xref-node
            perform xref-walk-expr
            exit paragraph.

      *> A let is parsed into an application of a lambda written in
      *>place (see unparse-app): its bound expressions are evaluated
      *>outside the let, so they are walked before its names go into
      *>scope, and only its body sees them - as let bindings.
        xref-walk-app.
            move 0 to xref-lam-slot
            if appc-fexpr (xw-node (xref-depth)) >= 1
                and appc-fexpr (xw-node (xref-depth))
                    <= exprc-table-max
                if exprc-tag of exprc
                        (appc-fexpr (xw-node (xref-depth))) = "l"
                    and lamc-param-counts
                        (appc-fexpr (xw-node (xref-depth)))
                        = appc-arg-counts (xw-node (xref-depth))
                    move appc-fexpr (xw-node (xref-depth))
                        to xref-lam-slot
                end-if
            end-if

            if xref-lam-slot = 0
                move appc-fexpr (xw-node (xref-depth)) to xref-node
                perform xref-walk-expr
                perform xref-walk-app-arg
                    varying xw-idx (xref-depth) from 1 by 1
                    until xw-idx (xref-depth)
                        > appc-arg-counts (xw-node (xref-depth))
            else
                perform xref-walk-app-arg
                    varying xw-idx (xref-depth) from 1 by 1
                    until xw-idx (xref-depth)
                        > appc-arg-counts (xw-node (xref-depth))
                move "LET BINDING" to xref-bind-class
                move appc-fexpr (xw-node (xref-depth))
                    to xref-lam-slot
                perform xref-push-params
                move lamc-body (appc-fexpr (xw-node (xref-depth)))
                    to xref-node
                perform xref-walk-expr
            end-if
            exit paragraph.

        xref-walk-app-arg.
            move appc-arg-val (xw-node (xref-depth),
                xw-idx (xref-depth)) to xref-node
            perform xref-walk-expr
            exit paragraph.

      *> xref-lam-slot names the lambda, xref-bind-class what its
      *>parameters are to be reported as.
        xref-push-params.
            perform xref-push-param
                varying xw-idx (xref-depth) from 1 by 1
                until xw-idx (xref-depth)
                    > lamc-param-counts (xref-lam-slot)
            exit paragraph.

        xref-push-param.
            if xref-scope-top >= xref-scope-max
                exit paragraph
            end-if
            add 1 to xref-scope-top
            move lamc-param-val (xref-lam-slot, xw-idx (xref-depth))
                to xs-name (xref-scope-top)
            move xref-bind-class to xs-class (xref-scope-top)
            exit paragraph.

      *> Resolution order is interp's own: the innermost enclosing
      *>parameter, then a record field, then a define, then a
      *>primitive. A script define shadows a RULELIB one of the same
      *>name, since the library is bound first at run time; within
      *>each, the latest of a name wins, as on the bds chain.
        xref-resolve-name.
            add 1 to xref-ident-count
            move spaces to xref-class
            move spaces to xref-where

            move xref-scope-top to xref-scope-idx
            perform xref-scope-step
                until xref-scope-idx = 0
                or xref-class not = spaces

            if xref-class = spaces
                perform xref-find-field-step
                    varying ddict-idx from 1 by 1
                    until ddict-idx > ddict-count
                    or xref-class not = spaces
            end-if

            if xref-class = spaces
                perform xref-find-define
            end-if

            if xref-class = spaces
                perform xref-find-prim-step
                    varying xref-prim-idx from 1 by 1
                    until xref-prim-idx > top-prim-count
                    or xref-class not = spaces
            end-if

            if xref-class = spaces
                if ddict-count > 0
                    move "*** UNBOUND ***" to xref-class
                else
                    move "FIELD - NO DATADICT" to xref-class
                end-if
            end-if

            perform xref-record-ref
            exit paragraph.

        xref-scope-step.
            if xs-name (xref-scope-idx) = xref-name
                move xs-class (xref-scope-idx) to xref-class
            else
                subtract 1 from xref-scope-idx
            end-if
            exit paragraph.

        xref-find-field-step.
            if ddict-field-name (ddict-idx) = xref-name
                move "DATADICT FIELD" to xref-class
                move 'Y' to xref-fld-read-sw (ddict-idx)
            end-if
            exit paragraph.

      *> COMPILE registers the library's units after the script's,
      *>so the table order alone cannot say which binds - the script
      *>units are searched first, the library's after.
        xref-find-define.
            move 0 to xref-def-found
            move 'N' to xref-lib-pass-sw
            move xref-unit-count to xref-def-idx
            perform xref-find-define-step
                until xref-def-idx = 0
                or xref-def-found not = 0
            if xref-def-found = 0
                move 'Y' to xref-lib-pass-sw
                move xref-unit-count to xref-def-idx
                perform xref-find-define-step
                    until xref-def-idx = 0
                    or xref-def-found not = 0
            end-if
            if xref-def-found = 0
                exit paragraph
            end-if

            if xu-kind (xref-def-found) = "rulelib"
                move "RULELIB DEFINE" to xref-class
                move "RULELIB" to xwv-kind
            else
                move "SCRIPT DEFINE" to xref-class
                move "SCRIPT" to xwv-kind
            end-if
            move xu-line (xref-def-found) to xwv-line
            move xref-where-view to xref-where
      *> a define naming itself is not a use of it.
            if xref-def-found not = xref-unit-idx
                move 'Y' to xu-used-sw (xref-def-found)
            end-if
            exit paragraph.

        xref-find-define-step.
            if xu-name (xref-def-idx) = xref-name
                if xu-kind (xref-def-idx) = "rulelib"
                    if xref-lib-pass
                        move xref-def-idx to xref-def-found
                    end-if
                else
                    if not xref-lib-pass
                        move xref-def-idx to xref-def-found
                    end-if
                end-if
            end-if
            if xref-def-found = 0
                subtract 1 from xref-def-idx
            end-if
            exit paragraph.

        xref-find-prim-step.
            if bds-var (xref-prim-idx) = xref-name
                move "TOP-ENV PRIMITIVE" to xref-class
            end-if
            exit paragraph.

      *> One entry per distinct name and resolution within the unit;
      *>an unbound name is written to ERROROUT once per unit, not
      *>once per reference.
        xref-record-ref.
            move 0 to xref-ref-found
            perform xref-find-ref-step
                varying xref-ref-idx from 1 by 1
                until xref-ref-idx > xref-ref-count
                or xref-ref-found not = 0
            if xref-ref-found not = 0
                add 1 to xr-count (xref-ref-found)
                exit paragraph
            end-if

            if xref-ref-count >= xref-ref-max
                exit paragraph
            end-if
            add 1 to xref-ref-count
            move xref-name to xr-name (xref-ref-count)
            move xref-class to xr-class (xref-ref-count)
            move xref-where to xr-where (xref-ref-count)
            move 1 to xr-count (xref-ref-count)

            evaluate xref-class
                when "*** UNBOUND ***"
                    add 1 to xref-unbound-count
                    move "xref-unbound" to err-reason
                    move xref-name to err-detail
                    perform write-error-record
                when "FIELD - NO DATADICT"
                    add 1 to xref-unchecked-count
                when other
                    continue
            end-evaluate
            exit paragraph.

        xref-find-ref-step.
            if xr-name (xref-ref-idx) = xref-name
                and xr-class (xref-ref-idx) = xref-class
                move xref-ref-idx to xref-ref-found
            end-if
            exit paragraph.

        xref-print-ref.
            move xr-name (xref-ref-idx) to xrpt-ref-name
            move xr-class (xref-ref-idx) to xrpt-ref-class
            move xr-where (xref-ref-idx) to xrpt-ref-where
            move xr-count (xref-ref-idx) to xrpt-ref-count
            move xrpt-ref-line to xrpt-line
            perform xrpt-print-line
            exit paragraph.

        xref-unused-define.
            if xu-kind (xref-unit-idx) not = "rulelib"
                or xu-used-sw (xref-unit-idx) = 'Y'
                exit paragraph
            end-if
            add 1 to xref-unused-count
            move "RULELIB" to xwv-kind
            move xu-line (xref-unit-idx) to xwv-line
            move spaces to xrpt-line
            move xu-name (xref-unit-idx) to xrpt-line (5:10)
            move xref-where-view to xrpt-line (39:12)
            perform xrpt-print-line
            exit paragraph.

        xref-unread-field.
            if xref-fld-read-sw (ddict-idx) = 'Y'
                exit paragraph
            end-if
            add 1 to xref-unread-count
            move spaces to xrpt-line
            move ddict-field-name (ddict-idx) to xrpt-line (5:10)
            perform xrpt-print-line
            exit paragraph.

        xrpt-new-page.
            add 1 to xrpt-page-num
            move xrpt-page-num to xrpt-head-page
            if xrpt-page-num = 1
                write xref-report-record from xrpt-head-line
                    after advancing 0 lines
            else
                write xref-report-record from xrpt-head-line
                    after advancing page
            end-if
            write xref-report-record from xrpt-col-head
                after advancing 1 line
            move spaces to xref-report-record
            write xref-report-record after advancing 1 line
            move 3 to xrpt-line-count
            exit paragraph.

        xrpt-print-line.
            if xrpt-line-count >= xrpt-lines-per-page
                perform xrpt-new-page
            end-if
            write xref-report-record from xrpt-line
                after advancing 1 line
            add 1 to xrpt-line-count
            exit paragraph.

        xrpt-print-total.
            move xrpt-total-line to xrpt-line
            perform xrpt-print-line
            exit paragraph.

      *>==================================================================
      *> unparse-expr and friends: the reverse of parse-expr. Given a
      *>root slot in unparse-node (and a name in unparse-define-name
      *>when the root is a define's), rebuilds the rule as the text a
      *>rule author would have written into unparse-text. A cond was
      *>folded into nested ifs by the parser and comes back out as
      *>those ifs; a let comes back out as a let.
      *>==================================================================
        unparse-rule-text.
            move spaces to unparse-text
            move 0 to unparse-len
            move 'N' to unparse-trunc-sw
            move 0 to unparse-depth
            if unparse-define-name not = spaces
                move "(define" to unparse-piece
                perform unparse-add-piece
                perform unparse-add-space
                move unparse-define-name to unparse-piece
                perform unparse-add-piece
                perform unparse-add-space
            end-if
            perform unparse-expr
            if unparse-define-name not = spaces
                move ")" to unparse-piece
                perform unparse-add-piece
            end-if
            exit paragraph.

        unparse-expr.
            if unparse-depth + 1 > unparse-depth-max
                move "<too-deep>" to unparse-piece
                perform unparse-add-piece
                exit paragraph
            end-if
            add 1 to unparse-depth
            move unparse-node to uf-node (unparse-depth)

      *> a pointer outside the table is a damaged store, reported in
      *>the text rather than followed.
            if uf-node (unparse-depth) < 1
                or uf-node (unparse-depth) > exprc-table-max
                move "<bad-slot>" to unparse-piece
                perform unparse-add-piece
            else
                evaluate exprc-tag of exprc (uf-node (unparse-depth))
                    when "n"
                        move numc-val (uf-node (unparse-depth))
                            to num-text-value
                        perform format-num-text
                        move num-text-out to unparse-piece
                        perform unparse-add-piece
                    when "i"
                        move idc-val (uf-node (unparse-depth))
                            to unparse-piece
                        perform unparse-add-piece
                    when "s"
                        move '"' to unparse-piece
                        perform unparse-add-piece
                        move strc-val (uf-node (unparse-depth))
                            to unparse-piece
                        perform unparse-add-piece
                        move '"' to unparse-piece
                        perform unparse-add-piece
                    when "f"
                        perform unparse-if
                    when "l"
                        perform unparse-lambda
                    when "a"
                        perform unparse-app
                    when other
                        move "<?>" to unparse-piece
                        perform unparse-add-piece
                end-evaluate
            end-if

            subtract 1 from unparse-depth
            exit paragraph.

        unparse-if.
            move "(if" to unparse-piece
            perform unparse-add-piece
            perform unparse-add-space
            move ifc-test (uf-node (unparse-depth)) to unparse-node
            perform unparse-expr
            perform unparse-add-space
            move ifc-then (uf-node (unparse-depth)) to unparse-node
            perform unparse-expr
            perform unparse-add-space
            move ifc-else (uf-node (unparse-depth)) to unparse-node
            perform unparse-expr
            move ")" to unparse-piece
            perform unparse-add-piece
            exit paragraph.

        unparse-lambda.
            move "(lambda" to unparse-piece
            perform unparse-add-piece
            perform unparse-add-space
            move "(" to unparse-piece
            perform unparse-add-piece
            perform unparse-lambda-param
                varying uf-idx (unparse-depth) from 1 by 1
                until uf-idx (unparse-depth)
                    > lamc-param-counts (uf-node (unparse-depth))
            move ")" to unparse-piece
            perform unparse-add-piece
            perform unparse-add-space
            move lamc-body (uf-node (unparse-depth)) to unparse-node
            perform unparse-expr
            move ")" to unparse-piece
            perform unparse-add-piece
            exit paragraph.

        unparse-lambda-param.
            if uf-idx (unparse-depth) > 1
                perform unparse-add-space
            end-if
            move lamc-param-val (uf-node (unparse-depth),
                uf-idx (unparse-depth)) to unparse-piece
            perform unparse-add-piece
            exit paragraph.

      *> An application of a lambda written in place, taking exactly
      *>as many arguments as it has parameters, is how parse-let-form
      *>builds a let - so that is how it is written back.
        unparse-app.
            if appc-fexpr (uf-node (unparse-depth)) >= 1
                and appc-fexpr (uf-node (unparse-depth))
                    <= exprc-table-max
                if exprc-tag of exprc
                        (appc-fexpr (uf-node (unparse-depth))) = "l"
                    and lamc-param-counts
                        (appc-fexpr (uf-node (unparse-depth)))
                        = appc-arg-counts (uf-node (unparse-depth))
                    perform unparse-let
                    exit paragraph
                end-if
            end-if

            move "(" to unparse-piece
            perform unparse-add-piece
            move appc-fexpr (uf-node (unparse-depth)) to unparse-node
            perform unparse-expr
            perform unparse-app-arg
                varying uf-idx (unparse-depth) from 1 by 1
                until uf-idx (unparse-depth)
                    > appc-arg-counts (uf-node (unparse-depth))
            move ")" to unparse-piece
            perform unparse-add-piece
            exit paragraph.

        unparse-app-arg.
            perform unparse-add-space
            move appc-arg-val (uf-node (unparse-depth),
                uf-idx (unparse-depth)) to unparse-node
            perform unparse-expr
            exit paragraph.

        unparse-let.
            move "(let" to unparse-piece
            perform unparse-add-piece
            perform unparse-add-space
            move "(" to unparse-piece
            perform unparse-add-piece
            perform unparse-let-binding
                varying uf-idx (unparse-depth) from 1 by 1
                until uf-idx (unparse-depth)
                    > appc-arg-counts (uf-node (unparse-depth))
            move ")" to unparse-piece
            perform unparse-add-piece
            perform unparse-add-space
            move lamc-body (appc-fexpr (uf-node (unparse-depth)))
                to unparse-node
            perform unparse-expr
            move ")" to unparse-piece
            perform unparse-add-piece
            exit paragraph.

        unparse-let-binding.
            if uf-idx (unparse-depth) > 1
                perform unparse-add-space
            end-if
            move "(" to unparse-piece
            perform unparse-add-piece
            move lamc-param-val (appc-fexpr (uf-node (unparse-depth)),
                uf-idx (unparse-depth)) to unparse-piece
            perform unparse-add-piece
            perform unparse-add-space
            move appc-arg-val (uf-node (unparse-depth),
                uf-idx (unparse-depth)) to unparse-node
            perform unparse-expr
            move ")" to unparse-piece
            perform unparse-add-piece
            exit paragraph.

      *> Appends unparse-piece with its trailing spaces trimmed - the
      *>spaces between tokens are laid down by unparse-add-space, so
      *>a string literal's own inner spaces survive.
        unparse-add-piece.
            move 30 to unparse-piece-len
            perform unparse-piece-scan-back
                until unparse-piece-len = 0
                or unparse-piece (unparse-piece-len:1) not = space
            if unparse-piece-len = 0
                exit paragraph
            end-if
            if unparse-len + unparse-piece-len > unparse-max
                move 'Y' to unparse-trunc-sw
                exit paragraph
            end-if
            move unparse-piece (1:unparse-piece-len)
                to unparse-text (unparse-len + 1:unparse-piece-len)
            add unparse-piece-len to unparse-len
            exit paragraph.

        unparse-piece-scan-back.
            subtract 1 from unparse-piece-len
            exit paragraph.

        unparse-add-space.
            if unparse-len + 1 > unparse-max
                move 'Y' to unparse-trunc-sw
                exit paragraph
            end-if
            add 1 to unparse-len
            move space to unparse-text (unparse-len:1)
            exit paragraph.

      *>==================================================================
        parse-expr.
            perform check-parse-depth
            add 1 to parse-depth
            if parse-depth > prof-hw-parse
                move parse-depth to prof-hw-parse
            end-if
            perform parse-skip-ws

            if parse-text (parse-pos:1) = "("
                move datareject-count to sum-count
                perform write-summary-count
            end-if
            if reason-out-count > 0
                move "REASON CODES WRITTEN" to sum-label
                move reason-out-count to sum-count
                perform write-summary-count
                perform write-reason-summary
                    varying reason-total-idx from 1 by 1
                    until reason-total-idx > reason-total-count
                if reason-dropped-count > 0
                    move "REASON CODES NOT CARRIED" to sum-label
                    move reason-dropped-count to sum-count
                    perform write-summary-count
                end-if
            end-if
            if part-num > 0
                move "DATAIN RECORDS IN PARTITION" to sum-label
                move part-in-count to sum-count
                perform write-summary-count
                move "RECORDS FOR OTHER PARTITIONS" to sum-label
                move part-skip-count to sum-count
                perform write-summary-count
            end-if
            if recon-active
                move "DATAIN TRAILER COUNT" to sum-label
                move recon-trl-count to sum-count
                perform write-summary-count
                move "RECONCILIATION EXCEPTIONS" to sum-label
                move recon-exc-count to sum-count
                perform write-summary-count
            end-if
            if tolerance-present
                move "TOLERANCE LIMITS CHECKED" to sum-label
                move tol-checked-count to sum-count
                perform write-summary-count
                move "TOLERANCE WARNINGS" to sum-label
                move tol-warn-count to sum-count
                perform write-summary-count
                move "TOLERANCE FAILURES" to sum-label
                move tol-fail-count to sum-count
                perform write-summary-count
                perform write-tolerance-summary
                    varying tol-idx from 1 by 1
                    until tol-idx > tol-count
            end-if
            if recycle-ran
                move "SUSPENSE RECORDS IN" to sum-label
                move recycle-in-count to sum-count
                perform write-summary-count
                move "RECORDS OVERRIDDEN" to sum-label
                move recycle-override-count to sum-count
                perform write-summary-count
                move "RECORDS RESCORED" to sum-label
                move recycle-rescore-count to sum-count
                perform write-summary-count
                move "RECORDS STILL PENDING" to sum-label
                move recycle-pending-count to sum-count
                perform write-summary-count
                move "OVERRIDES WITH NO RECORD" to sum-label
                move recycle-unmatched-count to sum-count
                perform write-summary-count
            end-if
            if disp-rule-name not = spaces or recycle-ran
                move "RECORDS ACCEPTED" to sum-label
                move accept-out-count to sum-count
                perform write-summary-count
            move "ERROR RECORDS WRITTEN" to sum-label
            move error-count to sum-count
            perform write-summary-count
            if ref-table-open or ref-lookup-count > 0
                move "REFTABLE LOOKUPS MADE" to sum-label
                move ref-lookup-count to sum-count
                perform write-summary-count
                move "REFTABLE LOOKUPS MISSED" to sum-label
                move ref-miss-count to sum-count
                perform write-summary-count
            end-if
            if xref-ran
                move "XREF UNBOUND NAMES" to sum-label
                move xref-unbound-count to sum-count
                perform write-summary-count
                move "XREF UNCHECKED FIELD NAMES" to sum-label
                move xref-unchecked-count to sum-count
                perform write-summary-count
            end-if

            move summary-line-count to trl-count
            write run-summary-record from run-trailer-line
            add 1 to summary-line-count
            exit paragraph.

        write-tolerance-summary.
            if not tolt-breached (tol-idx)
                exit paragraph
            end-if
            perform edit-tolerance-scope
            move tolt-severity (tol-idx) to tsl-severity
            move tol-scope-text to tsl-scope
            move tolt-name (tol-idx) to tsl-limit-name
            move tolt-actual (tol-idx) to tsl-actual
            move tolt-value (tol-idx) to tsl-limit
            write run-summary-record from tol-summary-line
            add 1 to summary-line-count
            exit paragraph.

        write-reason-summary.
            move spaces to sum-label
            string "RECORDS WITH REASON " delimited by size
                rsn-total-code (reason-total-idx) delimited by size
                into sum-label
            end-string
            move rsn-total-records (reason-total-idx) to sum-count
            perform write-summary-count
            exit paragraph.

      *>==================================================================
      *> Error triage report: the failures write-error-record already
      *>tallied, formatted for the morning meeting - one control

            move fr-arg(call-depth) to arg
            perform write-trace-record
            perform profile-interp-call
            subtract 1 from call-depth
            exit paragraph.

                    when "equal?" when "not-equal?"
                    when "and" when "or"
                    when "mod" when "min" when "max"
                    when "concat" when "lookup" when "reason"
                    if appc-arg-counts(fr-arg(call-depth)) not = 2
                        display "SHEQ: eval-prim: " op
                            " requires exactly two arguments"
                        perform eval-prim-substring
                    when "error"
                        perform eval-prim-error
                    when "lookup"
                        perform eval-prim-lookup
                    when "reason"
                        perform eval-prim-reason
                    when other
                        display "SHEQ: eval-prim: unknown primitive "
                            op
            add 1 to val-idx
            exit paragraph.

      *> lookup reads REFTABLE by table name and key: a StrV key is
      *>used as it stands, a NumV key as its written form. The value
      *>comes back as a NumV or StrV by the record's own type. A key
      *>the table does not hold fails the evaluation under its own
      *>reason code, with table and key as the detail, so a missing
      *>reference row is told apart from a rule's own error.
        eval-prim-lookup.
            if prim-arg1 = 0 or prim-arg2 = 0
                display "SHEQ: eval-prim: lookup argument failed to "
                    "evaluate"
                move 0 to ret
                exit paragraph
            end-if
            if val-tag of val (prim-arg1) not = 's'
                or (val-tag of val (prim-arg2) not = 's'
                    and val-tag of val (prim-arg2) not = 'n')
                display "SHEQ: eval-prim: lookup requires a table "
                    "name and a string or number key"
                perform fail-prim-type
                exit paragraph
            end-if

            move strv-val (prim-arg1) to ref-lookup-table
            if val-tag of val (prim-arg2) = 'n'
                move numv-val (prim-arg2) to num-text-value
                perform format-num-text
                move num-text-out to ref-lookup-key
            else
                move strv-val (prim-arg2) to ref-lookup-key
            end-if
            add 1 to ref-lookup-count

            if not ref-table-open
                display "SHEQ: eval-prim: lookup with no REFTABLE "
                    "on hand"
                add 1 to ref-miss-count
                move "ref-unavailable" to err-reason
                move ref-lookup-table to err-detail
                perform write-error-record
                move 0 to ret
                exit paragraph
            end-if

            move ref-lookup-table to ref-table-name
            move ref-lookup-key to ref-key-val
            move 'Y' to ref-hit-sw
            read ref-table-file
                invalid key
                    move 'N' to ref-hit-sw
            end-read

            if not ref-key-found
                or (not ref-val-numeric and not ref-val-string)
                add 1 to ref-miss-count
                move 10 to ref-detail-len
                perform ref-detail-scan-back
                    until ref-detail-len = 0
                    or ref-lookup-table (ref-detail-len:1) not = space
                move spaces to err-detail
                move ref-lookup-table to err-detail
                move ":" to err-detail (ref-detail-len + 1:1)
                move ref-lookup-key to err-detail (ref-detail-len + 2:)
                if ref-key-found
                    display "SHEQ: eval-prim: REFTABLE entry "
                        err-detail " has no value type"
                    move "ref-bad-entry" to err-reason
                else
                    display "SHEQ: eval-prim: lookup found no "
                        err-detail
                    move "lookup-miss" to err-reason
                end-if
                perform write-error-record
                move 0 to ret
                exit paragraph
            end-if

            perform check-val-bounds
            if ref-val-numeric
                move 'n' to val-tag of val (val-idx)
                move ref-num-val to numv-val (val-idx)
            else
                move 's' to val-tag of val (val-idx)
                move ref-str-val to strv-val (val-idx)
            end-if
            move val-idx to ret
            add 1 to val-idx
            exit paragraph.

        ref-detail-scan-back.
            subtract 1 from ref-detail-len
            exit paragraph.

      *> (reason "R042" expr) is expr's own value, with the code
      *>attached to the data record being scored - placed in the
      *>branch of an if or cond that decides it, the code is attached
      *>only when that branch is taken. A code is attached once per
      *>rule however often the rule passes through it. Outside the
      *>data batch there is no record to attach it to, and the value
      *>passes through alone.
        eval-prim-reason.
            if prim-arg1 = 0 or prim-arg2 = 0
                display "SHEQ: eval-prim: reason argument failed to "
                    "evaluate"
                move 0 to ret
                exit paragraph
            end-if
            if val-tag of val (prim-arg1) not = 's'
                display "SHEQ: eval-prim: reason requires a string "
                    "code"
                perform fail-prim-type
                exit paragraph
            end-if
            move prim-arg2 to ret
            if not reason-collecting
                exit paragraph
            end-if

            move 'N' to reason-found-sw
            perform find-record-reason-step
                varying reason-idx from 1 by 1
                until reason-idx > reason-count
            if reason-already-held
                exit paragraph
            end-if
            if reason-count >= reason-max
                display "SHEQ: eval-prim: record " din-key " has "
                    "more than " reason-max " reason codes, "
                    strv-val (prim-arg1) " not carried"
                add 1 to reason-dropped-count
                exit paragraph
            end-if
            add 1 to reason-count
            move strv-val (prim-arg1) to rsn-code (reason-count)
            move err-rule-id to rsn-rule-id (reason-count)
            exit paragraph.

        find-record-reason-step.
            if rsn-code (reason-idx) = strv-val (prim-arg1)
                and rsn-rule-id (reason-idx) = err-rule-id
                move 'Y' to reason-found-sw
            end-if
            exit paragraph.

      *> "error" is ordinary rule-script validation logic, not a fatal
      *>interpreter condition, so it fails the current record the same
      *>way the other primitives do on bad input (eval-prim-add and

            perform setup-top-environment
            move exprc-table-max to parse-next-slot
            perform open-ref-table

            perform load-rule-store
            perform load-rule-library
            EXIT PARAGRAPH.


        *> Rebuild rule text from nodes
        TEST-UNPARSE-LET.
            MOVE "Unparse let -> (let ((y 3)) (+ y 1))" TO TEST-NAME

            *> Build AST at slots 7-13:
            *> {AppC {LamC (y) {AppC {IdC +} {IdC y} {NumC 1}}} {NumC 3}}
            MOVE "n"  TO exprc-tag OF exprc (7)
            MOVE 3    TO numc-val (7)
            MOVE "i"  TO exprc-tag OF exprc (8)
            MOVE "y"  TO idc-val (8)
            MOVE "i"  TO exprc-tag OF exprc (9)
            MOVE "+"  TO idc-val (9)
            MOVE "n"  TO exprc-tag OF exprc (10)
            MOVE 1    TO numc-val (10)
            MOVE "a"  TO exprc-tag OF exprc (11)
            MOVE 9    TO appc-fexpr (11)
            MOVE 2    TO appc-arg-counts (11)
            MOVE 8    TO appc-arg-val (11, 1)
            MOVE 10   TO appc-arg-val (11, 2)
            MOVE "l"  TO exprc-tag OF exprc (12)
            MOVE 1    TO lamc-param-counts (12)
            MOVE "y"  TO lamc-param-val (12, 1)
            MOVE 11   TO lamc-body (12)
            MOVE "a"  TO exprc-tag OF exprc (13)
            MOVE 12   TO appc-fexpr (13)
            MOVE 1    TO appc-arg-counts (13)
            MOVE 7    TO appc-arg-val (13, 1)

            MOVE 13 TO unparse-node
            MOVE SPACES TO unparse-define-name
            PERFORM unparse-rule-text

            *> Expect the let written back as it would be authored
            IF unparse-text = "(let ((y 3)) (+ y 1))"
                AND unparse-len = 21
                    PERFORM TEST-PASS
            ELSE
                PERFORM TEST-FAIL
            END-IF

            EXIT PARAGRAPH.





