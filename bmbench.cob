*>                  acknowledged); exception summary dataset
*>                  (BMBALRT) with severity codes for console
*>                  automation
*> 15.10.2026 0.12  management report (MGMTRPT keyword): paginated
*>                  132-column print dataset BMBRPT from the history
*>                  joined to the run-context registry, with control
*>                  breaks by host, language and month and a grand-
*>                  total page; composite performance index (INDEX
*>                  keyword): geometric mean of the per-bench ratios
*>                  against a reference host (REF-HOST in BMBCONF),
*>                  ranked per host with latest, best and median;
*>                  EXPORT/MERGE carry the producing host;
*>                  capacity-planning projection (PROJECT keyword)
*>                  of the production jobs in the workload-mix
*>                  dataset BMBMIX onto every host, window flagged
*>                  against WINDOW-LIMIT-MIN; run calendar BMBCAL:
*>                  no run starts inside a blackout window (return
*>                  code 10), plan steps falling into one are HELD;
*>                  BACKUP/RESTORE: every shared dataset copied
*>                  under the lock into one dated generation of the
*>                  snapshot store BMBSNAP with a control record
*>                  (record count, hash total) per dataset; RESTORE
*>                  brings a generation back only whole and only
*>                  after its control totals check out; audit
*>                  trail BMBAUDT: every administrative action
*>                  (UNLOCK, PROMOTE, PURGE, MERGE, BACKUP,
*>                  RESTORE, resumed PLAN, changed BMBCONF setting)
*>                  with date/time, run-id, operator (OPER=id) and
*>                  the keys it affected; AUDIT keyword lists it
*>                  for a date range; decimal workload class
*>                  (DECBENCH keyword): interest/tax ROUNDED chains,
*>                  multi-precision totals and report-line editing
*>                  on COMP-3 and DISPLAY fields, published under
*>                  the CobDC language tag; BMBHIST and BMBRCTX are
*>                  indexed datasets keyed by run-id (history rows
*>                  numbered within their run), looked up by key in
*>                  VERIFY, MERGE, PURGE and the reports instead of
*>                  in 2000-entry tables; CONVERT keyword loads the
*>                  former line-sequential datasets (BMBHSEQ/
*>                  BMBRSEQ) once, reporting counts and duplicates;
*>                  the registry records each run's configuration
*>                  (bench range, n or suite series, keywords,
*>                  BMBCONF tuning); RERUN keyword repeats a run-id
*>                  under a new run-id, warns on a changed host or
*>                  compiler and gives a REPRODUCED/DEVIATES
*>                  verdict per bench and overall (BMBALRT);
*>                  maintenance screens (MAINT keyword) list, add,
*>                  change and delete BMBPLAN steps and BMBCONF
*>                  settings, checking every field with the run's
*>                  own rules, reset FAILED/HELD steps to pending,
*>                  and save only while BMBLOCK is free
*>
*>
*> Usage (with TinyCobol):
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
   SELECT hist-file ASSIGN TO "BMBHIST"
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS hist-key
     FILE STATUS IS hist-status.
   SELECT ckpt-file ASSIGN TO "BMBCKPT"
     ORGANIZATION IS LINE SEQUENTIAL
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS expt-status.
   SELECT rctx-file ASSIGN TO "BMBRCTX"
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS rctx-run-id
     FILE STATUS IS rctx-status.
   SELECT parc-file ASSIGN TO "BMBPARC"
     ORGANIZATION IS LINE SEQUENTIAL
     ACCESS MODE IS DYNAMIC
     RELATIVE KEY IS iowk-rel-key
     FILE STATUS IS iowk-status.
   SELECT rpt-file ASSIGN TO "BMBRPT"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS rpt-status.
   SELECT rsrt-file ASSIGN TO "BMBRSRT".
   SELECT isrt-file ASSIGN TO "BMBISRT".
   SELECT mix-file ASSIGN TO "BMBMIX"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS mix-status.
   SELECT cal-file ASSIGN TO "BMBCAL"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS cal-status.
   SELECT snap-file ASSIGN TO "BMBSNAP"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS snap-status.
   SELECT audt-file ASSIGN TO "BMBAUDT"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS audt-status.
   SELECT cfgp-file ASSIGN TO "BMBCFGP"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS cfgp-status.
   SELECT hseq-file ASSIGN TO "BMBHSEQ"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS hseq-status.
   SELECT rseq-file ASSIGN TO "BMBRSEQ"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS rseq-status.

 DATA DIVISION.

 FILE SECTION.
*> history dataset: one record per run (per language tag, suite
*> series entry or plan step), for trend charting. keyed by the
*> producing run-id plus a row number within that run, so the rows
*> of one run are read together and a run-id is found by key.
 FD hist-file.
 01 hist-record.
   05 hist-date PIC 9(6).
*> with, so every history figure can be traced back to the full
*> run context in the BMBRCTX registry. appended after the classic
*> columns, so their positions stay stable for existing readers.
*> hist-seq numbers the rows one run-id published (1, 2, ...).
   05 hist-key.
     10 hist-run-id PIC X(24).
     10 hist-seq PIC 9(4).
   05 hist-n PIC 9(9).
*> quality stamp: "C" = run CONTAMINATED (interference guard saw
*> the machine's availability change during the run), "U" = some
*> the run-id carried in the history records, answering "which
*> machine and configuration produced this figure": host name,
*> compiler, the requested n and cali-ms, where the parameters
*> came from, and the step's final return code. keyed by run-id.
*> the run configuration follows: bench range, the n slot as given
*> (a single n or the suite series), the STABLE/IOBENCH/DECBENCH
*> keywords and the BMBCONF tuning in effect, so a RERUN can repeat
*> the run exactly. entries registered before it was recorded, and
*> merged ones, carry spaces there.
 FD rctx-file.
 01 rctx-record.
   05 rctx-run-id PIC X(24).
   05 rctx-rc PIC 9(2).
   05 rctx-date PIC 9(6).
   05 rctx-time PIC 9(8).
   05 rctx-run-config.
     10 rctx-bench1 PIC 9(1).
     10 rctx-bench2 PIC 9(1).
     10 rctx-n-arg PIC X(40).
     10 rctx-stable PIC X.
     10 rctx-iobench PIC X.
     10 rctx-decbench PIC X.
     10 rctx-guard-tol PIC 9(3).
     10 rctx-guard-n PIC 9(9).
     10 rctx-guard-loops PIC 9(9).
     10 rctx-stab-cnt PIC 9(3).
     10 rctx-stab-tol PIC 9(3).
     10 rctx-delta-ms PIC 9(9).
     10 rctx-max-ms PIC 9(9).
     10 rctx-regress-pct PIC 9(3).
     10 rctx-budget-min PIC 9(9).
*> "Y" for a PLAN invocation (its steps each had their own
*> configuration); the run-id a RERUN repeated.
     10 rctx-plan PIC X.
     10 rctx-rerun-of PIC X(24).

*> dated generation archive for the housekeeping (PURGE) mode: every
*> record aged out of one of the append-only datasets is appended

*> housekeeping work dataset: the records surviving a PURGE pass are
*> staged here and then copied back, so each dataset is compacted
*> without ever holding more than one record in storage. BACKUP
*> stages the pruned snapshot store the same way.
 FD pwrk-file.
 01 pwrk-record PIC X(332).

*> run-plan dataset: one record per planned step (PLAN keyword). a
*> single invocation works the steps in order, so a nightly job of
   05 iowk-seq PIC 9(9).
   05 iowk-payload PIC X(71).

*> management report print dataset (MGMTRPT keyword): 132-column
*> print lines, paginated through WRITE ... ADVANCING, so the monthly
*> report can be filed or printed exactly as it stands.
 FD rpt-file.
 01 rpt-record PIC X(132).

*> sort work file for the management report: one entry per history
*> record, carrying the host looked up in the BMBRCTX registry, so
*> the control breaks (host, language, month) see the records in
*> break order whatever order the history was appended in.
 SD rsrt-file.
 01 rsrt-record.
   05 rsrt-host PIC X(16).
   05 rsrt-language PIC X(5).
   05 rsrt-month PIC 9(4).
   05 rsrt-date PIC 9(6).
   05 rsrt-time PIC 9(8).
   05 rsrt-flag PIC X.
   05 rsrt-res1 OCCURS 8 TIMES PIC S9(9)V9(3).

*> sort work file for the composite index (INDEX keyword): one entry
*> per indexed history record, in language/host/index order, so the
*> median of each host's runs is simply the middle entry of its
*> group.
 SD isrt-file.
 01 isrt-record.
   05 isrt-language PIC X(5).
   05 isrt-host PIC X(16).
   05 isrt-index PIC 9(7)V9(4).
   05 isrt-date PIC 9(6).
   05 isrt-time PIC 9(8).

*> production workload-mix dataset (PROJECT keyword): one record per
*> nightly production job -- its name, its measured elapsed minutes
*> on the reference host, and how its work divides (in percent,
*> adding up to 100) over the bench00-bench07 columns and the three
*> I/O phases. a leading "*" makes a record a comment.
 FD mix-file.
 01 mix-record.
   05 mix-job PIC X(8).
   05 mix-ref-min PIC 9(5)V9(2).
   05 mix-cpu-wt OCCURS 8 TIMES PIC 9(3).
   05 mix-io-wt OCCURS 3 TIMES PIC 9(3).

*> run calendar: one blackout window per record -- a day pattern
*> (YYYYMMDD with "*" wildcards, MON..SUN, DAILY or MONTHEND), the
*> from/to time HHMM and the reason shown when a run is refused.
 FD cal-file.
 01 cal-record.
   05 cal-day PIC X(8).
   05 cal-from PIC 9(4).
   05 cal-to PIC 9(4).
   05 cal-reason PIC X(40).

*> snapshot store: generations of copies of all shared datasets,
*> appended oldest first (BACKUP keyword). each generation opens
*> with a header record, holds every dataset's records in turn,
*> each followed by its control record (record count, hash total,
*> dataset present or absent), and closes with a trailer giving the
*> dataset and record counts. snap-gen-id is the YYMMDDHHMMSSCC of
*> the run that wrote the generation.
 FD snap-file.
 01 snap-record.
   05 snap-gen-id PIC 9(14).
   05 snap-type PIC X.
   05 snap-dataset PIC X(8).
   05 snap-data PIC X(300).
   05 snap-ctl-data REDEFINES snap-data.
     10 snap-ctl-count PIC 9(9).
     10 snap-ctl-hash PIC 9(18).
     10 snap-ctl-present PIC X.
     10 FILLER PIC X(272).

*> audit trail: one record per administrative action, appended the
*> moment the action is taken and never purged or rolled back --
*> who (operator), when, under which run-id, what (action) and the
*> keys it affected, e.g. the stale run-id an UNLOCK took over or
*> the superseded and new baseline of a PROMOTE.
 FD audt-file.
 01 audt-record.
   05 audt-date PIC 9(6).
   05 audt-time PIC 9(8).
   05 audt-run-id PIC X(24).
   05 audt-oper PIC X(16).
   05 audt-action PIC X(8).
   05 audt-keys PIC X(120).

*> the BMBCONF settings in effect for the previous lock-taking run,
*> one KEYWORD/value pair per record, so a changed setting can be
*> audited as a change.
 FD cfgp-file.
 01 cfgp-record.
   05 cfgp-key PIC X(20).
   05 cfgp-val PIC X(20).

*> the history and registry as they were kept before both became
*> keyed datasets (one line-sequential record per row, history row
*> without hist-seq), read once by the CONVERT mode. the old history
*> image is the keyed one minus the 4-byte row number after the
*> run-id.
 FD hseq-file.
 01 hseq-record.
   05 hseq-head PIC X(143).
   05 hseq-tail PIC X(82).
 FD rseq-file.
 01 rseq-record PIC X(100).

 WORKING-STORAGE SECTION.

 01 prg-version PIC X(4) value "0.12".
 01 prg-language PIC X(5) value "Cobol".

 01 args-str PIC X(40).
 01 host-name PIC X(16) value SPACES.
 01 parm-src-ws PIC X(7) value "DEFAULT".
 01 rctx-n-ws USAGE BINARY PIC 9(9) value 0.
*> the requested bench range and n slot, taken where rctx-n-ws is
*> (a checkpoint resume moves bench1 on, a suite moves n on).
 01 rctx-bench1-ws PIC 9 value 0.
 01 rctx-bench2-ws PIC 9 value 0.
 01 rctx-n-arg-ws PIC X(40) value SPACES.
 01 rctx-n-disp PIC 9(9) value 0.
 01 rctx-plan-ws PIC X value "N".
*> set the moment a history record is appended: only runs that
*> really published a figure register themselves in BMBRCTX. a
*> registry entry without a history row is exactly what the VERIFY
*> data for the housekeeping/retention mode (PURGE keyword): records
*> older than purge-retention-days in the append-only datasets
*> (BMBHIST, BMBCLOG, BMBCHKV, BMBBARC) are moved to the dated
*> generation archive BMBPARC. the keyed BMBHIST loses its aged rows
*> by DELETE on the key; the line-sequential datasets are still
*> compacted via the BMBPWRK staging file. kept/archived counts are
*> reported per dataset. the cutoff is computed as a day serial, so
*> the retention age stays correct across month and year boundaries.
 01 purge-sw PIC X value "N".
   88 purge-requested VALUE "Y".
 01 purge-keep-sw PIC X value "Y".
 01 purge-arch-cnt USAGE BINARY PIC S9(9) value 0.

*> data for the cross-dataset reconciliation audit (VERIFY keyword):
*> each side is checked against the other by key -- a history
*> run-id by a keyed READ of BMBRCTX (verify-find-rctx-id), a
*> registry run-id by a START on hist-key at its first row number
*> (verify-find-hist-id) -- so neither dataset is held in storage,
*> whatever its size. every finding is displayed and
*> counted; a non-zero total drives a non-zero RETURN-CODE, so a
*> scheduled weekly audit fails visibly when the datasets disagree.
 01 verify-sw PIC X value "N".
   88 vfy-rec-bad VALUE "Y".
 01 vfy-found-sw PIC X value "N".
   88 vfy-id-found VALUE "Y".
 01 vfy-key PIC X(24) value SPACES.
 01 vfy-total-bad-cnt USAGE BINARY PIC S9(9) value 0.
 01 vfy-hist-ok-cnt USAGE BINARY PIC S9(9) value 0.
 01 vfy-hist-bad-cnt USAGE BINARY PIC S9(9) value 0.
 01 vfy-lock-ok-cnt USAGE BINARY PIC S9(9) value 0.
 01 vfy-lock-bad-cnt USAGE BINARY PIC S9(9) value 0.
 01 vfy-lock-id PIC X(24) value SPACES.
 01 vfy-hist-open-status PIC XX value SPACES.

*> data for the moving-average drift detection (TREND keyword): the
*> last trend-window clean history records per language (rows
 01 plan-done-cnt USAGE BINARY PIC S9(9) value 0.
 01 plan-skip-cnt USAGE BINARY PIC S9(9) value 0.
 01 plan-fail-cnt USAGE BINARY PIC S9(9) value 0.
 01 plan-held-cnt USAGE BINARY PIC S9(9) value 0.
 01 plan-base-cali-ms USAGE BINARY PIC S9(9) value 0.
 01 plan-kw1 PIC X(24).
 01 plan-kw2 PIC X(24).
 01 io-recs-p-sec USAGE COMP-2 value 0.
 01 io-phase-name PIC X(7).

*> data for the decimal workload (DECBENCH keyword): pseudo-bench 9
*> runs its three phases (interest/tax chain, totals, report-line
*> editing) through measureBench like the I/O phases and publishes
*> them under the language tag "CobDC" in bench-res1(1..3). a phase
*> loop works dec-items = n/100 items (the way bench05 scales n),
*> which keeps one loop at the default n near ten milliseconds. the
*> working fields are deliberately packed (COMP-3) and zoned
*> (DISPLAY) -- the representations production programs compute in.
 01 dec-sw PIC X value "N".
   88 dec-requested VALUE "Y".
 01 dec-phase USAGE BINARY PIC 9 value 0.
 01 dec-phase-name PIC X(8).
 01 dec-items USAGE BINARY PIC 9(9) value 0.
 01 dec-principal PIC S9(9)V99 value 0.
 01 dec-days USAGE COMP-3 PIC S9(3) value 0.
 01 dec-rate USAGE COMP-3 PIC S9V9(6) value 0.034750.
 01 dec-tax-rate USAGE COMP-3 PIC S9V9(4) value 0.2650.
 01 dec-interest USAGE COMP-3 PIC S9(9)V99 value 0.
 01 dec-tax USAGE COMP-3 PIC S9(9)V99 value 0.
 01 dec-net USAGE COMP-3 PIC S9(9)V99 value 0.
 01 dec-acc USAGE COMP-3 PIC S9(15)V99 value 0.
 01 dec-amount USAGE COMP-3 PIC S9(5)V999 value 0.
 01 dec-tot-4 PIC S9(11)V9(4) value 0.
 01 dec-tot-2 USAGE COMP-3 PIC S9(13)V99 value 0.
 01 dec-tot-0 USAGE COMP-3 PIC S9(15) value 0.
 01 dec-qty USAGE COMP-3 PIC S9(5) value 0.
 01 dec-deedit PIC S9(9)V99 value 0.
 01 dec-units USAGE COMP-3 PIC S9(18) value 0.
 01 dec-quot USAGE COMP-3 PIC S9(18) value 0.
 01 dec-rpt-line.
   05 FILLER PIC X(6) value "ITEM  ".
   05 dec-rl-qty PIC ZZZ,ZZ9-.
   05 FILLER PIC X(2) value SPACES.
   05 dec-rl-amt PIC -ZZZ,ZZZ,ZZ9.99.
   05 FILLER PIC X(2) value SPACES.
   05 dec-rl-rate PIC Z9.9999.

*> data for the tuning configuration dataset (BMBCONF). settings
*> out of range are reported and ignored, so a typo can never turn
*> the guard or the calibration off entirely. the legacy numeric
*> data for the MERGE mode (transfer dataset BMBMERG in the BMBEXPT
*> layout). every row is fully validated before it may enter the
*> local history; rows that fail are listed with the reason and
*> counted, never silently dropped. duplicates are looked up by key
*> in BMBHIST itself, which already holds the rows merged earlier in
*> the same pass, so a duplicate within the transfer file itself is
*> caught too.
 01 merge-sw PIC X value "N".
   88 merge-requested VALUE "Y".
 01 merg-status PIC XX.
     10 suite-eff-n OCCURS 8 TIMES USAGE BINARY PIC 9(9).
 01 expt-effn PIC 9(9) value 0.

*> registry lookup run-id -> host, read by key from BMBRCTX for the
*> modes that group the history by machine (the history record
*> itself carries no host). the registry stays open for the whole
*> report. a run-id not in the registry is reported under
*> rhost-unreg-name instead of being dropped.
 01 rhost-open-sw PIC X value "N".
   88 rhost-open VALUE "Y".
 01 rhost-found-sw PIC X value "N".
   88 rhost-found VALUE "Y".
 01 rhost-key PIC X(24) value SPACES.
 01 rhost-host PIC X(16) value SPACES.
 01 rhost-unreg-name PIC X(16) value "*UNREGISTERED*".

*> data for the management report (MGMTRPT keyword, print dataset
*> BMBRPT): the history is joined to the registry by run-id, sorted
*> host/language/month through the BMBRSRT work file and printed
*> with a control break at each level. every host/language group
*> starts a new page. rpt-acc holds one accumulator set per level --
*> 1 month, 2 language, 3 host, 4 the whole report -- followed by
*> one per language for the grand-total page (5 up to 14). average,
*> best and worst are taken over clean runs only (flag space, zero
*> columns left out); "C" and "U" runs are counted, never averaged,
*> the same rule TREND applies. a host total mixes languages (and
*> CPU bench columns with CobIO phases), so it prints counts only.
 01 mgmt-sw PIC X value "N".
   88 mgmt-requested VALUE "Y".
 01 rpt-status PIC XX.
 01 rsrt-eof-sw PIC X value "N".
   88 rsrt-at-eof VALUE "Y".
 01 rpt-first-sw PIC X value "Y".
   88 rpt-first-record VALUE "Y".
 01 rpt-stats-sw PIC X value "N".
   88 rpt-with-stats VALUE "Y".
 01 rpt-page-no USAGE BINARY PIC S9(9) value 0.
 01 rpt-line-no USAGE BINARY PIC S9(9) value 0.
 01 rpt-page-max USAGE BINARY PIC S9(9) value 60.
 01 rpt-need USAGE BINARY PIC S9(9) value 0.
 01 rpt-read-cnt USAGE BINARY PIC S9(9) value 0.
 01 rpt-bad-cnt USAGE BINARY PIC S9(9) value 0.
 01 rpt-unreg-cnt USAGE BINARY PIC S9(9) value 0.
 01 rpt-host-cnt USAGE BINARY PIC S9(9) value 0.
 01 rpt-lvl USAGE BINARY PIC S9(9) value 0.
 01 rpt-bidx USAGE BINARY PIC S9(9) value 0.
 01 rpt-lidx USAGE BINARY PIC S9(9) value 0.
 01 rpt-ljdx USAGE BINARY PIC S9(9) value 0.
 01 rpt-lang-cnt USAGE BINARY PIC S9(9) value 0.
 01 rpt-lang-tab.
   05 rpt-lang OCCURS 10 TIMES PIC X(5).
 01 rpt-val USAGE COMP-2 value 0.
 01 rpt-cur-host PIC X(16) value SPACES.
 01 rpt-cur-language PIC X(5) value SPACES.
 01 rpt-cur-month PIC 9(4) value 0.
 01 rpt-date-work PIC 9(6) value 0.
 01 rpt-date-parts REDEFINES rpt-date-work.
   05 rpt-dw-yy PIC 9(2).
   05 rpt-dw-mm PIC 9(2).
   05 rpt-dw-dd PIC 9(2).
 01 rpt-time-work PIC 9(8) value 0.
 01 rpt-time-parts REDEFINES rpt-time-work.
   05 rpt-tw-hh PIC 9(2).
   05 rpt-tw-mi PIC 9(2).
   05 rpt-tw-ss PIC 9(4).
 01 rpt-month-work PIC 9(4) value 0.
 01 rpt-month-parts REDEFINES rpt-month-work.
   05 rpt-mw-yy PIC 9(2).
   05 rpt-mw-mm PIC 9(2).
 01 rpt-date-txt PIC X(10) value SPACES.
 01 rpt-fmt-cnt PIC Z(8)9.
 01 rpt-acc-tab.
   05 rpt-acc OCCURS 14 TIMES.
     10 rpt-acc-runs USAGE BINARY PIC S9(9).
     10 rpt-acc-clean USAGE BINARY PIC S9(9).
     10 rpt-acc-c-cnt USAGE BINARY PIC S9(9).
     10 rpt-acc-u-cnt USAGE BINARY PIC S9(9).
     10 rpt-acc-col OCCURS 8 TIMES.
       15 rpt-acc-n USAGE BINARY PIC S9(9).
       15 rpt-acc-sum USAGE COMP-2.
       15 rpt-acc-best USAGE COMP-2.
       15 rpt-acc-worst USAGE COMP-2.
 01 rpt-head1.
   05 FILLER PIC X(8) VALUE "BMBRPT".
   05 FILLER PIC X(80) VALUE "BM BENCH MANAGEMENT REPORT - THROUGHPUT (LOOPS/SEC) BY HOST, LANGUAGE AND MONTH".
   05 FILLER PIC X(14) VALUE SPACES.
   05 FILLER PIC X(10) VALUE "RUN DATE: ".
   05 rpt-h1-date PIC X(10).
   05 FILLER PIC X(6) VALUE "  PAGE".
   05 rpt-h1-page PIC ZZZ9.
 01 rpt-subhead PIC X(132) value SPACES.
 01 rpt-colhead.
   05 FILLER PIC X(20) VALUE "  RUN DATE   TIME  F".
   05 FILLER PIC X(14) VALUE "       BENCH00".
   05 FILLER PIC X(14) VALUE "       BENCH01".
   05 FILLER PIC X(14) VALUE "       BENCH02".
   05 FILLER PIC X(14) VALUE "       BENCH03".
   05 FILLER PIC X(14) VALUE "       BENCH04".
   05 FILLER PIC X(14) VALUE "       BENCH05".
   05 FILLER PIC X(14) VALUE "       BENCH06".
   05 FILLER PIC X(14) VALUE "       BENCH07".
 01 rpt-underline PIC X(132) value ALL "-".
 01 rpt-detail-line.
   05 FILLER PIC X(2) VALUE SPACES.
   05 rpt-d-date PIC X(10).
   05 FILLER PIC X VALUE SPACE.
   05 rpt-d-time PIC X(5).
   05 FILLER PIC X VALUE SPACE.
   05 rpt-d-flag PIC X.
   05 rpt-d-col OCCURS 8 TIMES.
     10 rpt-d-sep PIC X.
     10 rpt-d-val PIC Z(8)9.999 BLANK WHEN ZERO.
 01 rpt-break-line.
   05 FILLER PIC X(2) VALUE SPACES.
   05 rpt-b-title PIC X(48).
   05 FILLER PIC X(7) VALUE " RUNS: ".
   05 rpt-b-runs PIC ZZZZZ9.
   05 FILLER PIC X(9) VALUE "  CLEAN: ".
   05 rpt-b-clean PIC ZZZZZ9.
   05 FILLER PIC X(22) VALUE "  CONTAMINATED (C): ".
   05 rpt-b-c PIC ZZZZZ9.
   05 FILLER PIC X(18) VALUE "  UNSTABLE (U): ".
   05 rpt-b-u PIC ZZZZZ9.
   05 FILLER PIC X(2) VALUE SPACES.
 01 rpt-total-line.
   05 FILLER PIC X(4) VALUE SPACES.
   05 rpt-t-label PIC X(16).
   05 rpt-t-col OCCURS 8 TIMES.
     10 rpt-t-sep PIC X.
     10 rpt-t-val PIC Z(8)9.999 BLANK WHEN ZERO.
 01 rpt-note-line PIC X(132) value SPACES.

*> data for the composite performance index (INDEX keyword): each
*> clean history record is set against the latest clean record of
*> the reference host (idx-ref-host: REF-HOST in BMBCONF, the token
*> after INDEX on the command line, else this machine) for the same
*> language. a bench column takes part only when both figures are
*> positive and both ran at the same recorded effective n -- a ratio
*> between two different workload sizes says nothing about the
*> machines. the index is the geometric mean of those ratios, in
*> points: the reference run itself scores 100.
 01 index-sw PIC X value "N".
   88 index-requested VALUE "Y".
 01 idx-ref-host PIC X(16) value SPACES.
 01 idx-ref-cnt USAGE BINARY PIC S9(9) value 0.
 01 idx-ref-tab.
   05 idx-ref-entry OCCURS 10 TIMES.
     10 idx-ref-lang PIC X(5).
     10 idx-ref-stamp PIC 9(14).
     10 idx-ref-run-id PIC X(24).
     10 idx-ref-res OCCURS 8 TIMES USAGE COMP-2.
     10 idx-ref-effn OCCURS 8 TIMES USAGE BINARY PIC 9(9).
 01 idx-lidx USAGE BINARY PIC S9(9) value 0.
 01 idx-ljdx USAGE BINARY PIC S9(9) value 0.
 01 idx-bidx USAGE BINARY PIC S9(9) value 0.
 01 idx-k USAGE BINARY PIC S9(9) value 0.
 01 idx-stamp PIC 9(14) value 0.
 01 idx-ratio USAGE COMP-2 value 0.
 01 idx-prod USAGE COMP-2 value 0.
 01 idx-exp USAGE COMP-2 value 0.
 01 idx-val USAGE COMP-2 value 0.
 01 idx-rec-cnt USAGE BINARY PIC S9(9) value 0.
 01 idx-skip-cnt USAGE BINARY PIC S9(9) value 0.
 01 idx-unreg-cnt USAGE BINARY PIC S9(9) value 0.
 01 idx-noref-cnt USAGE BINARY PIC S9(9) value 0.
 01 isrt-eof-sw PIC X value "N".
   88 isrt-at-eof VALUE "Y".
 01 idx-first-sw PIC X value "Y".
   88 idx-first-record VALUE "Y".
 01 idx-med-ovfl-sw PIC X value "N".
   88 idx-med-overflow VALUE "Y".
 01 idx-med-cnt USAGE BINARY PIC S9(9) value 0.
 01 idx-med-idx USAGE BINARY PIC S9(9) value 0.
 01 idx-med-tab.
   05 idx-med OCCURS 5000 TIMES USAGE COMP-2.
 01 idx-cur-language PIC X(5) value SPACES.
 01 idx-cur-host PIC X(16) value SPACES.
 01 idx-grp-stamp PIC 9(14) value 0.
 01 idx-league-cnt USAGE BINARY PIC S9(9) value 0.
 01 idx-gidx USAGE BINARY PIC S9(9) value 0.
 01 idx-gjdx USAGE BINARY PIC S9(9) value 0.
 01 idx-rank USAGE BINARY PIC S9(9) value 0.
 01 idx-league-tab.
   05 idx-league-entry OCCURS 100 TIMES.
     10 idx-lg-lang PIC X(5).
     10 idx-lg-host PIC X(16).
     10 idx-lg-cnt USAGE BINARY PIC S9(9).
     10 idx-lg-latest USAGE COMP-2.
     10 idx-lg-best USAGE COMP-2.
     10 idx-lg-median USAGE COMP-2.
 01 idx-league-hold.
   05 idx-hd-lang PIC X(5).
   05 idx-hd-host PIC X(16).
   05 idx-hd-cnt USAGE BINARY PIC S9(9).
   05 idx-hd-latest USAGE COMP-2.
   05 idx-hd-best USAGE COMP-2.
   05 idx-hd-median USAGE COMP-2.
 01 idx-fmt-rank PIC ZZ9.
 01 idx-fmt-cnt PIC ZZZZZ9.
 01 idx-fmt-latest PIC ZZZZZZ9.99.
 01 idx-fmt-best PIC ZZZZZZ9.99.
 01 idx-fmt-median PIC ZZZZZZ9.99.

*> data for the capacity-planning projection (PROJECT keyword, mix
*> dataset BMBMIX): projection columns 1-8 are bench00-bench07,
*> 9-11 the CobIO phases. the reference host is the one INDEX uses.
*> proj-limit-min is the nightly window (WINDOW-LIMIT-MIN in
*> BMBCONF, or the number after PROJECT on the command line).
 01 project-sw PIC X value "N".
   88 project-requested VALUE "Y".
 01 mix-status PIC XX.
 01 mix-eof-sw PIC X value "N".
   88 mix-at-eof VALUE "Y".
 01 mix-job-cnt USAGE BINARY PIC S9(9) value 0.
 01 mix-bad-cnt USAGE BINARY PIC S9(9) value 0.
 01 mix-jidx USAGE BINARY PIC S9(9) value 0.
 01 mix-wt-sum USAGE BINARY PIC S9(9) value 0.
 01 mix-tab.
   05 mix-tab-entry OCCURS 200 TIMES.
     10 mixt-job PIC X(8).
     10 mixt-ref-min USAGE COMP-2.
     10 mixt-wt OCCURS 11 TIMES USAGE BINARY PIC 9(3).
 01 proj-limit-min USAGE BINARY PIC S9(9) value 480.
 01 proj-host-cnt USAGE BINARY PIC S9(9) value 0.
 01 proj-hidx USAGE BINARY PIC S9(9) value 0.
 01 proj-hjdx USAGE BINARY PIC S9(9) value 0.
 01 proj-ref-hidx USAGE BINARY PIC S9(9) value 0.
 01 proj-col USAGE BINARY PIC S9(9) value 0.
 01 proj-host-tab.
   05 proj-host-entry OCCURS 50 TIMES.
     10 proj-host PIC X(16).
     10 proj-fig OCCURS 11 TIMES USAGE COMP-2.
     10 proj-stamp OCCURS 11 TIMES PIC 9(14).
*> the effective workload size the kept figure was measured at:
*> loops/sec at different sizes do not compare (0 = not recorded).
     10 proj-effn OCCURS 11 TIMES PIC 9(9).
 01 proj-share USAGE COMP-2 value 0.
 01 proj-job-min USAGE COMP-2 value 0.
 01 proj-window USAGE COMP-2 value 0.
 01 proj-job-ok-sw PIC X value "Y".
   88 proj-job-ok VALUE "Y".
 01 proj-host-ok-sw PIC X value "Y".
   88 proj-host-ok VALUE "Y".
 01 proj-over-cnt USAGE BINARY PIC S9(9) value 0.
 01 proj-incomplete-cnt USAGE BINARY PIC S9(9) value 0.
 01 proj-fmt-ref PIC ZZZZ9.99.
 01 proj-fmt-min PIC ZZZZZZ9.99.
 01 proj-fmt-limit PIC ZZZZZ9.

*> data for the run calendar (BMBCAL): the blackout windows are read
*> once into cal-tab. a run that would start inside a window is
*> refused before the lock is taken (return code 10, BLACKOUT
*> alert); a plan step that would start inside one is marked HELD
*> and left for the next PLAN run. the read-only modes never take
*> the lock, so they are never held.
 01 cal-status PIC XX.
 01 cal-eof-sw PIC X value "N".
   88 cal-at-eof VALUE "Y".
 01 cal-loaded-sw PIC X value "N".
   88 cal-loaded VALUE "Y".
 01 cal-blocked-sw PIC X value "N".
   88 cal-blocked VALUE "Y".
 01 cal-cnt USAGE BINARY PIC S9(9) value 0.
 01 cal-bad-cnt USAGE BINARY PIC S9(9) value 0.
 01 cal-idx USAGE BINARY PIC S9(9) value 0.
 01 cal-hit USAGE BINARY PIC S9(9) value 0.
 01 cal-pos USAGE BINARY PIC S9(9) value 0.
 01 cal-q USAGE BINARY PIC S9(9) value 0.
 01 cal-r USAGE BINARY PIC S9(9) value 0.
 01 cal-mlen USAGE BINARY PIC S9(9) value 0.
 01 cal-tab.
   05 cal-tab-entry OCCURS 50 TIMES.
     10 calt-day PIC X(8).
     10 calt-from PIC 9(4).
     10 calt-to PIC 9(4).
     10 calt-reason PIC X(40).
 01 cal-now-date PIC 9(8) value 0.
 01 cal-now-time PIC 9(8) value 0.
 01 cal-now-parts REDEFINES cal-now-time.
   05 cal-now-hhmm PIC 9(4).
   05 FILLER PIC 9(4).
 01 cal-chk-date PIC 9(8) value 0.
 01 cal-chk-parts REDEFINES cal-chk-date.
   05 cal-chk-yyyy PIC 9(4).
   05 cal-chk-mm PIC 9(2).
   05 cal-chk-dd PIC 9(2).
 01 cal-chk-x REDEFINES cal-chk-date PIC X(8).
 01 cal-hhmm PIC 9(4) value 0.
 01 cal-hhmm-parts REDEFINES cal-hhmm.
   05 cal-hh PIC 9(2).
   05 cal-mi PIC 9(2).
 01 cal-day-names PIC X(21) value "MONTUEWEDTHUFRISATSUN".
 01 cal-day-tab REDEFINES cal-day-names.
   05 cal-day-name OCCURS 7 TIMES PIC X(3).
 01 cal-mlen-vals PIC X(24) value "312831303130313130313031".
 01 cal-mlen-tab REDEFINES cal-mlen-vals.
   05 cal-mlen-val OCCURS 12 TIMES PIC 9(2).
 01 cal-msg-prefix PIC X(20) value SPACES.
 01 cal-msg-line PIC X(100) value SPACES.
 01 cal-fmt-from PIC X(5) value SPACES.
 01 cal-fmt-to PIC X(5) value SPACES.

*> data for the snapshot modes (BACKUP/RESTORE keywords). the
*> datasets making up the family are listed once in snap-ds-names;
*> the lock, alert, extract, transfer and work datasets are either
*> transient or rebuilt every run and are not part of it. a record
*> image is read into snap-data-ws, whose 4-byte word view feeds the
*> hash total. snap-keep-gens (SNAP-KEEP-GENS in BMBCONF) caps the
*> generations kept; RESTORE collects each dataset's recomputed
*> totals in snap-verify-tab before anything is rewritten.
 01 backup-sw PIC X value "N".
   88 backup-requested VALUE "Y".
 01 restore-sw PIC X value "N".
   88 restore-requested VALUE "Y".
 01 snap-status PIC XX.
 01 snap-io-status PIC XX.
 01 snap-eof-sw PIC X value "N".
   88 snap-at-eof VALUE "Y".
 01 snap-src-eof-sw PIC X value "N".
   88 snap-src-at-eof VALUE "Y".
 01 snap-write-ok-sw PIC X value "Y".
   88 snap-write-ok VALUE "Y".
 01 snap-gen-ok-sw PIC X value "N".
   88 snap-gen-ok VALUE "Y".
 01 snap-hdr-seen-sw PIC X value "N".
   88 snap-hdr-seen VALUE "Y".
 01 snap-trl-seen-sw PIC X value "N".
   88 snap-trl-seen VALUE "Y".
 01 snap-ds-names.
   05 FILLER PIC X(56) value
      "BMBHIST BMBRCTX BMBBASE BMBBARC BMBCLOG BMBCHKV BMBPROF ".
   05 FILLER PIC X(56) value
      "BMBCONF BMBPLAN BMBPARC BMBCKPT BMBPARM BMBCAL  BMBMIX  ".
   05 FILLER PIC X(16) value
      "BMBAUDT BMBCFGP ".
 01 snap-ds-tab REDEFINES snap-ds-names.
   05 snap-ds-name OCCURS 16 TIMES PIC X(8).
 01 snap-ds-cnt USAGE BINARY PIC S9(9) value 16.
 01 snap-didx USAGE BINARY PIC S9(9) value 0.
 01 snap-djdx USAGE BINARY PIC S9(9) value 0.
 01 snap-widx USAGE BINARY PIC S9(9) value 0.
 01 snap-keep-gens USAGE BINARY PIC S9(9) value 7.
 01 snap-gen-cnt USAGE BINARY PIC S9(9) value 0.
 01 snap-drop-cnt USAGE BINARY PIC S9(9) value 0.
 01 snap-bad-cnt USAGE BINARY PIC S9(9) value 0.
 01 snap-tag-cnt USAGE BINARY PIC S9(9) value 0.
*> carried in every generation header: the generation's history and
*> registry images are in the keyed layout.
 01 snap-layout-tag PIC X(8) value "KEYED".
 01 snap-rec-cnt USAGE BINARY PIC S9(9) value 0.
 01 snap-total-cnt USAGE BINARY PIC S9(9) value 0.
 01 snap-hash USAGE BINARY PIC S9(18) value 0.
 01 snap-gen PIC 9(14) value 0.
 01 snap-want-gen PIC 9(14) value 0.
 01 snap-cut-gen PIC 9(14) value 0.
 01 snap-purpose PIC X(12) value SPACES.
 01 snap-present-ws PIC X value "N".
 01 snap-list-text PIC X(60) value SPACES.
 01 snap-data-ws PIC X(300) value SPACES.
 01 snap-word-tab REDEFINES snap-data-ws.
   05 snap-word OCCURS 75 TIMES USAGE COMP-5 PIC 9(9).
 01 snap-verify-tab.
   05 snap-verify-entry OCCURS 16 TIMES.
     10 snap-v-cnt USAGE BINARY PIC S9(9).
     10 snap-v-hash USAGE BINARY PIC S9(18).
     10 snap-v-ctl PIC X.
     10 snap-v-present PIC X.

*> data for the audit trail (BMBAUDT). operator-id comes from the
*> OPER=id token or, failing that, the submitting user. an entry is
*> built in audt-action-ws/audt-keys-ws (audt-ptr for keys put
*> together piecewise). conf-cur-tab holds the BMBCONF settings as
*> read at startup, cfgp-tab the previous run's from BMBCFGP. the
*> AUDIT report lists audt-from-date to audt-to-date (YYMMDD).
 01 audit-sw PIC X value "N".
   88 audit-requested VALUE "Y".
 01 audt-status PIC XX.
 01 audt-eof-sw PIC X value "N".
   88 audt-at-eof VALUE "Y".
 01 operator-id PIC X(16) value SPACES.
 01 oper-pos USAGE BINARY PIC S9(9) value 0.
 01 oper-len USAGE BINARY PIC S9(9) value 0.
 01 oper-ptr USAGE BINARY PIC S9(9) value 0.
 01 oper-rest USAGE BINARY PIC S9(9) value 0.
 01 oper-args-hold PIC X(40) value SPACES.
 01 audt-action-ws PIC X(8) value SPACES.
 01 audt-keys-ws PIC X(120) value SPACES.
 01 audt-ptr USAGE BINARY PIC S9(9) value 1.
 01 audt-label PIC X(12) value SPACES.
 01 audt-cnt USAGE BINARY PIC S9(9) value 0.
 01 audt-fmt-cnt PIC Z(8)9.
 01 audt-lead USAGE BINARY PIC S9(9) value 0.
 01 audt-now-date PIC 9(6) value 0.
 01 audt-now-time PIC 9(8) value 0.
 01 audt-from-date PIC 9(6) value 0.
 01 audt-to-date PIC 9(6) value 999999.
 01 audt-list-cnt USAGE BINARY PIC S9(9) value 0.
 01 audt-skip-cnt USAGE BINARY PIC S9(9) value 0.
 01 audt-act-cnt USAGE BINARY PIC S9(9) value 0.
 01 audt-aidx USAGE BINARY PIC S9(9) value 0.
 01 audt-hit USAGE BINARY PIC S9(9) value 0.
 01 audt-act-tab.
   05 audt-act-entry OCCURS 20 TIMES.
     10 audt-act-name PIC X(8).
     10 audt-act-total USAGE BINARY PIC S9(9).
 01 cfgp-status PIC XX.
 01 cfgp-eof-sw PIC X value "N".
   88 cfgp-at-eof VALUE "Y".
 01 cfgp-found-sw PIC X value "N".
   88 cfgp-found VALUE "Y".
 01 cfgp-cnt USAGE BINARY PIC S9(9) value 0.
 01 cfgp-idx USAGE BINARY PIC S9(9) value 0.
 01 cfgp-hit USAGE BINARY PIC S9(9) value 0.
 01 cfgp-chg-cnt USAGE BINARY PIC S9(9) value 0.
 01 cfgp-tab.
   05 cfgp-tab-entry OCCURS 50 TIMES.
     10 cfgp-tab-key PIC X(20).
     10 cfgp-tab-val PIC X(20).
 01 conf-cur-cnt USAGE BINARY PIC S9(9) value 0.
 01 conf-cur-idx USAGE BINARY PIC S9(9) value 0.
 01 conf-cur-tab.
   05 conf-cur-entry OCCURS 50 TIMES.
     10 conf-cur-key PIC X(20).
     10 conf-cur-val PIC X(20).
 01 plan-resume-cnt USAGE BINARY PIC S9(9) value 0.
 01 plan-resume-step USAGE BINARY PIC S9(9) value 0.
 01 plan-resumed-sw PIC X value "N".
   88 plan-resumed VALUE "Y".

*> data for the keyed history/registry datasets. a history row is
*> stored under the next free row number of its run-id (hist-seq);
*> CONVERT (keyword) loads the former line-sequential datasets
*> BMBHSEQ/BMBRSEQ into the keyed BMBHIST/BMBRCTX once, counting
*> what it read, loaded and found duplicated. a history row is a
*> duplicate when an identical row of the same run-id is already
*> loaded; a registry record when its run-id already is.
 01 convert-sw PIC X value "N".
   88 convert-requested VALUE "Y".
 01 hseq-status PIC XX.
 01 rseq-status PIC XX.
 01 hseq-eof-sw PIC X value "N".
   88 hseq-at-eof VALUE "Y".
 01 rseq-eof-sw PIC X value "N".
   88 rseq-at-eof VALUE "Y".
 01 hkey-done-sw PIC X value "N".
   88 hkey-done VALUE "Y".
 01 hkey-run-id PIC X(24) value SPACES.
 01 hkey-image PIC X(229) value SPACES.
 01 conv-hist-in-cnt USAGE BINARY PIC S9(9) value 0.
 01 conv-hist-ok-cnt USAGE BINARY PIC S9(9) value 0.
 01 conv-hist-dup-cnt USAGE BINARY PIC S9(9) value 0.
 01 conv-rctx-in-cnt USAGE BINARY PIC S9(9) value 0.
 01 conv-rctx-ok-cnt USAGE BINARY PIC S9(9) value 0.
 01 conv-rctx-dup-cnt USAGE BINARY PIC S9(9) value 0.
 01 conv-bad-cnt USAGE BINARY PIC S9(9) value 0.
 01 conv-src-cnt USAGE BINARY PIC S9(9) value 0.

*> data for the reproduction mode (RERUN keyword): the original
*> run's registry entry supplies the configuration, its history
*> rows the figures the rerun is held against, row by row (same
*> row number) and bench by bench. the verdict tolerance is the
*> STAB-TOLERANCE-PCT configured when the rerun starts.
 01 rerun-sw PIC X value "N".
   88 rerun-requested VALUE "Y".
 01 rerun-loaded-sw PIC X value "N".
   88 rerun-loaded VALUE "Y".
 01 rerun-rows-done-sw PIC X value "N".
   88 rerun-rows-done VALUE "Y".
 01 rerun-of-id PIC X(24) value SPACES.
 01 rerun-orig-host PIC X(16) value SPACES.
 01 rerun-orig-compiler PIC X(10) value SPACES.
 01 rerun-orig-lang PIC X(5) value SPACES.
 01 rerun-orig-tab.
   05 rerun-orig-res OCCURS 8 TIMES PIC S9(9)V9(3).
 01 rerun-tol-pct USAGE BINARY PIC S9(3) value 0.
 01 rerun-seq USAGE BINARY PIC S9(9) value 0.
 01 rerun-col USAGE BINARY PIC S9(9) value 0.
 01 rerun-bench-no PIC 9 value 0.
 01 rerun-row-cnt USAGE BINARY PIC S9(9) value 0.
 01 rerun-cmp-cnt USAGE BINARY PIC S9(9) value 0.
 01 rerun-dev-cnt USAGE BINARY PIC S9(9) value 0.
 01 rerun-pct USAGE COMP-2 value 0.
 01 rerun-abs-pct USAGE COMP-2 value 0.
 01 rerun-worst-pct USAGE COMP-2 value 0.
 01 rerun-fmt-pct PIC -9(3).9(2).
 01 rerun-verdict PIC X(10) value SPACES.

*> data for the maintenance mode (MAINT keyword): operator screens
*> to list, add, change and delete the BMBPLAN steps and BMBCONF
*> settings. both datasets are edited in storage (the plan in
*> plan-tab-rec, the configuration as raw lines) and written back
*> only on save, under the active-run lock for the moment of the
*> write: a save is refused while another run holds BMBLOCK. every
*> field is checked as it is entered, with the batch run's own
*> rules -- validate-parms for a step, apply-config-setting for a
*> setting.
 01 maint-sw PIC X value "N".
   88 maint-requested VALUE "Y".
 01 maint-done-sw PIC X value "N".
   88 maint-done VALUE "Y".
*> set while the screens are up: the batch checks and loads MAINT
*> shares (validate-parms, the BMBCONF readers, load-plan-table)
*> keep their console lines to themselves, since they would land
*> on top of the screen; MAINT gives its own text in maint-msg.
 01 maint-quiet-sw PIC X value "N".
   88 maint-quiet VALUE "Y".
 01 maint-back-sw PIC X value "N".
   88 maint-back VALUE "Y".
 01 maint-field-ok-sw PIC X value "N".
   88 maint-field-ok VALUE "Y".
 01 maint-kw-bad-sw PIC X value "N".
   88 maint-kw-bad VALUE "Y".
 01 maint-lock-held-sw PIC X value "N".
   88 maint-lock-held VALUE "Y".
 01 maint-plan-dirty-sw PIC X value "N".
   88 maint-plan-dirty VALUE "Y".
 01 maint-conf-dirty-sw PIC X value "N".
   88 maint-conf-dirty VALUE "Y".
 01 maint-warned-sw PIC X value "N".
   88 maint-warned VALUE "Y".
*> BMBCONF (BMBPLAN) had more lines (steps) than the table holds:
*> saving would lose the ones not loaded, so the save is refused.
 01 maint-conf-ovfl-sw PIC X value "N".
   88 maint-conf-overflow VALUE "Y".
 01 maint-plan-ovfl-sw PIC X value "N".
   88 maint-plan-overflow VALUE "Y".
*> the dataset on disk no longer matches the image loaded at the
*> start of the session (a PLAN run wrote its step statuses back in
*> the meantime, say): a save would overwrite that with stale data.
 01 maint-stale-sw PIC X value "N".
   88 maint-stale VALUE "Y".
 01 maint-disk-cnt USAGE BINARY PIC S9(9) value 0.
 01 maint-porig-cnt USAGE BINARY PIC S9(9) value 0.
 01 maint-porig-tab.
   05 maint-porig OCCURS 20 TIMES PIC X(83).
 01 maint-corig-cnt USAGE BINARY PIC S9(9) value 0.
 01 maint-corig-tab.
   05 maint-corig OCCURS 50 TIMES PIC X(40).
 01 maint-choice PIC X value SPACE.
 01 maint-cmd PIC X value SPACE.
 01 maint-cmd-no PIC 9(2) value 0.
 01 maint-confirm PIC X value SPACE.
 01 maint-title PIC X(34) value SPACES.
 01 maint-msg PIC X(79) value SPACES.
 01 maint-lock-text PIC X(44) value SPACES.
 01 maint-fmt-no PIC Z9.
 01 maint-fmt-app PIC Z9.
 01 maint-fmt-bad PIC Z9.
 01 maint-fmt-chg PIC ZZ9.
 01 maint-idx USAGE BINARY PIC S9(9) value 0.
 01 maint-jdx USAGE BINARY PIC S9(9) value 0.
 01 maint-top USAGE BINARY PIC S9(9) value 1.
 01 maint-step-no USAGE BINARY PIC S9(9) value 0.
 01 maint-check-level USAGE BINARY PIC S9(9) value 0.
 01 maint-reset-cnt USAGE BINARY PIC S9(9) value 0.
 01 maint-kw-cnt USAGE BINARY PIC S9(9) value 0.
 01 maint-eq-cnt USAGE BINARY PIC S9(9) value 0.
 01 maint-bad-before USAGE BINARY PIC S9(9) value 0.
 01 maint-kw-tok PIC X(24) value SPACES.
*> the step being edited (pstep-rec layout, one field per item).
 01 maint-bench1 PIC 9 value 0.
 01 maint-bench2 PIC 9 value 5.
 01 maint-n-arg PIC X(40) value SPACES.
 01 maint-cali-ms PIC 9(9) value 0.
 01 maint-keywords PIC X(24) value SPACES.
 01 maint-status PIC X(8) value SPACES.
 01 maint-status-text PIC X(8) value SPACES.
*> the configuration dataset line by line, comments included, and
*> the setting being edited.
 01 maint-conf-cnt USAGE BINARY PIC S9(9) value 0.
 01 maint-conf-no USAGE BINARY PIC S9(9) value 0.
 01 maint-conf-tab.
   05 maint-conf-line OCCURS 50 TIMES PIC X(40).
 01 maint-conf-key PIC X(20) value SPACES.
 01 maint-conf-val PIC X(20) value SPACES.
 01 maint-dup-key PIC X(20) value SPACES.
 01 maint-dup-val PIC X(20) value SPACES.
*> list lines of the two list screens.
 01 maint-plan-row.
   05 maint-prow-no PIC Z9.
   05 FILLER PIC X(2) value SPACES.
   05 maint-prow-bench1 PIC X.
   05 FILLER PIC X value "-".
   05 maint-prow-bench2 PIC X.
   05 FILLER PIC X(2) value SPACES.
   05 maint-prow-n-arg PIC X(24).
   05 FILLER PIC X value SPACE.
   05 maint-prow-cali-ms PIC Z(8)9.
   05 FILLER PIC X(2) value SPACES.
   05 maint-prow-keywords PIC X(24).
   05 FILLER PIC X value SPACE.
   05 maint-prow-status PIC X(8).
 01 maint-conf-row.
   05 maint-crow-no PIC Z9.
   05 FILLER PIC X(2) value SPACES.
   05 maint-crow-text PIC X(40).
 01 maint-plan-page.
   05 maint-prow OCCURS 20 TIMES PIC X(78).
 01 maint-conf-page.
   05 maint-crow OCCURS 20 TIMES PIC X(78).

*> data for the exception summary dataset (BMBALRT). exceptions are
*> collected into this table as they happen (a plan accumulates
*> across all its steps) and written in one pass at end of run, so
*>   UNSTABLE WARN    spread above tolerance in STABLE mode
*>   DEFER    WARN    batch-window budget deferred benches
*>   UNLOCK   INFO    stale lock taken over at startup
*>   BLACKOUT WARN    run refused inside a BMBCAL blackout window
*>   HELD     WARN    plan step held by a BMBCAL blackout window
*>   RERUNOK  INFO    RERUN reproduced the original run
*>   RERUNDEV WARN    RERUN deviates from the original run
*> every alert carries the res-language tag of the workload that
*> raised it, and an I/O alert's bench number is always the result
*> column 0-2 (the phase, numbered exactly as in the CobIO history
*>   88 h1-c value 2147483647.


*> operator screens of the maintenance mode (MAINT keyword).
 SCREEN SECTION.
 01 maint-menu-screen.
   05 BLANK SCREEN.
   05 LINE 1 COL 1 VALUE "BMbench maintenance".
   05 LINE 1 COL 36 PIC X(44) FROM maint-lock-text.
   05 LINE 2 COL 1 VALUE "operator".
   05 LINE 2 COL 10 PIC X(16) FROM operator-id.
   05 LINE 4 COL 3 VALUE "1  run-plan steps (BMBPLAN)".
   05 LINE 5 COL 3 VALUE "2  configuration settings (BMBCONF)".
   05 LINE 6 COL 3 VALUE "X  leave".
   05 LINE 8 COL 3 VALUE "Choice:".
   05 maint-fld-choice LINE 8 COL 11 PIC X USING maint-choice.
   05 LINE 24 COL 1 PIC X(79) FROM maint-msg.

 01 maint-plan-screen.
   05 BLANK SCREEN.
   05 LINE 1 COL 1 VALUE "BMBPLAN run-plan steps".
   05 LINE 1 COL 36 PIC X(44) FROM maint-lock-text.
   05 LINE 2 COL 1 VALUE
      "no  bch  n or n-series              cali-ms  keywords                 status".
   05 LINE 3 COL 1 PIC X(78) FROM maint-prow(1).
   05 LINE 4 COL 1 PIC X(78) FROM maint-prow(2).
   05 LINE 5 COL 1 PIC X(78) FROM maint-prow(3).
   05 LINE 6 COL 1 PIC X(78) FROM maint-prow(4).
   05 LINE 7 COL 1 PIC X(78) FROM maint-prow(5).
   05 LINE 8 COL 1 PIC X(78) FROM maint-prow(6).
   05 LINE 9 COL 1 PIC X(78) FROM maint-prow(7).
   05 LINE 10 COL 1 PIC X(78) FROM maint-prow(8).
   05 LINE 11 COL 1 PIC X(78) FROM maint-prow(9).
   05 LINE 12 COL 1 PIC X(78) FROM maint-prow(10).
   05 LINE 13 COL 1 PIC X(78) FROM maint-prow(11).
   05 LINE 14 COL 1 PIC X(78) FROM maint-prow(12).
   05 LINE 15 COL 1 PIC X(78) FROM maint-prow(13).
   05 LINE 16 COL 1 PIC X(78) FROM maint-prow(14).
   05 LINE 17 COL 1 PIC X(78) FROM maint-prow(15).
   05 LINE 18 COL 1 PIC X(78) FROM maint-prow(16).
   05 LINE 19 COL 1 PIC X(78) FROM maint-prow(17).
   05 LINE 20 COL 1 PIC X(78) FROM maint-prow(18).
   05 LINE 21 COL 1 PIC X(78) FROM maint-prow(19).
   05 LINE 22 COL 1 PIC X(78) FROM maint-prow(20).
   05 LINE 23 COL 1 VALUE
      "A add  C change  D delete  R reset  S save  X back".
   05 LINE 23 COL 53 VALUE "Command:".
   05 maint-fld-cmd LINE 23 COL 62 PIC X USING maint-cmd.
   05 LINE 23 COL 65 VALUE "Step:".
   05 maint-fld-cmd-no LINE 23 COL 71 PIC 9(2) USING maint-cmd-no.
   05 LINE 24 COL 1 PIC X(79) FROM maint-msg.

 01 maint-step-screen.
   05 BLANK SCREEN.
   05 LINE 1 COL 1 PIC X(34) FROM maint-title.
   05 LINE 1 COL 36 PIC X(44) FROM maint-lock-text.
   05 LINE 3 COL 3 VALUE "First bench (0-7) ..........".
   05 maint-fld-bench1 LINE 3 COL 32 PIC 9 USING maint-bench1.
   05 LINE 4 COL 3 VALUE "Last bench (0-7) ...........".
   05 maint-fld-bench2 LINE 4 COL 32 PIC 9 USING maint-bench2.
   05 LINE 5 COL 3 VALUE "n, or n1,n2,... (suite) ....".
   05 maint-fld-n-arg LINE 5 COL 32 PIC X(40) USING maint-n-arg.
   05 LINE 6 COL 3 VALUE "cali-ms (0 = invocation's) .".
   05 maint-fld-cali-ms LINE 6 COL 32 PIC 9(9) USING maint-cali-ms.
   05 LINE 7 COL 3 VALUE "Keywords ...................".
   05 maint-fld-keywords LINE 7 COL 32 PIC X(24)
      USING maint-keywords.
   05 LINE 8 COL 3 VALUE "Status .....................".
   05 LINE 8 COL 32 PIC X(8) FROM maint-status-text.
   05 LINE 10 COL 3 VALUE "Keep this step (Y/N) .......".
   05 maint-fld-step-ok LINE 10 COL 32 PIC X USING maint-confirm.
   05 LINE 24 COL 1 PIC X(79) FROM maint-msg.

 01 maint-conf-screen.
   05 BLANK SCREEN.
   05 LINE 1 COL 1 VALUE "BMBCONF configuration settings".
   05 LINE 1 COL 36 PIC X(44) FROM maint-lock-text.
   05 LINE 2 COL 1 VALUE "no  KEYWORD=value".
   05 LINE 3 COL 1 PIC X(78) FROM maint-crow(1).
   05 LINE 4 COL 1 PIC X(78) FROM maint-crow(2).
   05 LINE 5 COL 1 PIC X(78) FROM maint-crow(3).
   05 LINE 6 COL 1 PIC X(78) FROM maint-crow(4).
   05 LINE 7 COL 1 PIC X(78) FROM maint-crow(5).
   05 LINE 8 COL 1 PIC X(78) FROM maint-crow(6).
   05 LINE 9 COL 1 PIC X(78) FROM maint-crow(7).
   05 LINE 10 COL 1 PIC X(78) FROM maint-crow(8).
   05 LINE 11 COL 1 PIC X(78) FROM maint-crow(9).
   05 LINE 12 COL 1 PIC X(78) FROM maint-crow(10).
   05 LINE 13 COL 1 PIC X(78) FROM maint-crow(11).
   05 LINE 14 COL 1 PIC X(78) FROM maint-crow(12).
   05 LINE 15 COL 1 PIC X(78) FROM maint-crow(13).
   05 LINE 16 COL 1 PIC X(78) FROM maint-crow(14).
   05 LINE 17 COL 1 PIC X(78) FROM maint-crow(15).
   05 LINE 18 COL 1 PIC X(78) FROM maint-crow(16).
   05 LINE 19 COL 1 PIC X(78) FROM maint-crow(17).
   05 LINE 20 COL 1 PIC X(78) FROM maint-crow(18).
   05 LINE 21 COL 1 PIC X(78) FROM maint-crow(19).
   05 LINE 22 COL 1 PIC X(78) FROM maint-crow(20).
   05 LINE 23 COL 1 VALUE
      "A add  C change  D delete  + -  page  S save  X back".
   05 LINE 23 COL 55 VALUE "Command:".
   05 maint-fld-conf-cmd LINE 23 COL 64 PIC X USING maint-cmd.
   05 LINE 23 COL 67 VALUE "Line:".
   05 maint-fld-conf-no LINE 23 COL 73 PIC 9(2) USING maint-cmd-no.
   05 LINE 24 COL 1 PIC X(79) FROM maint-msg.

 01 maint-setting-screen.
   05 BLANK SCREEN.
   05 LINE 1 COL 1 PIC X(34) FROM maint-title.
   05 LINE 1 COL 36 PIC X(44) FROM maint-lock-text.
   05 LINE 3 COL 3 VALUE "Setting keyword ............".
   05 maint-fld-conf-key LINE 3 COL 32 PIC X(20)
      USING maint-conf-key.
   05 LINE 4 COL 3 VALUE "Value ......................".
   05 maint-fld-conf-val LINE 4 COL 32 PIC X(20)
      USING maint-conf-val.
   05 LINE 6 COL 3 VALUE "Keep this setting (Y/N) ....".
   05 maint-fld-conf-ok LINE 6 COL 32 PIC X USING maint-confirm.
   05 LINE 24 COL 1 PIC X(79) FROM maint-msg.

 PROCEDURE DIVISION.

*>  MOVE bench04-r to num-str.
    CLOSE iowk-file
  END-IF
  .
*>
*> bench09: decimal business-arithmetic workload (pseudo-bench,
*> DECBENCH keyword -- not part of the user-selectable 0-7 range).
*> one phase per invocation, selected by dec-phase, each working
*> dec-items (n/100) items on packed (COMP-3) and zoned (DISPLAY) fields
*> the way the production programs do: an interest and tax COMPUTE
*> ROUNDED chain, running totals kept at three precisions, and
*> report-line editing with the edited figures read back. each phase
*> folds its exact decimal result (in the smallest unit) into x
*> modulo 65536.
*>
bench09.
  EVALUATE dec-phase
  WHEN 1
    PERFORM bench09-interest-phase
  WHEN 2
    PERFORM bench09-totals-phase
  WHEN 3
    PERFORM bench09-edit-phase
  WHEN OTHER
    DISPLAY "Error: Unknown decimal phase: " dec-phase
    MOVE -1 TO x
  END-EVALUATE
  .

*>
*> phase 1: per item a zoned principal, a day count and the
*> interest for those days, the withholding tax on it and the net
*> amount, each rounded to the cent as a posting would be.
*>
bench09-interest-phase.
  MOVE 0 TO dec-acc
  MOVE 1 TO i
  PERFORM dec-items TIMES
    COMPUTE x-help = i / 997
    COMPUTE dec-principal = 1000.37 + (i - x-help * 997) * 12.5
    COMPUTE x-help = i / 365
    COMPUTE dec-days = i - x-help * 365 + 1
    COMPUTE dec-interest ROUNDED =
      dec-principal * dec-rate * dec-days / 365
    COMPUTE dec-tax ROUNDED = dec-interest * dec-tax-rate
    COMPUTE dec-net = dec-interest - dec-tax
    ADD dec-net TO dec-acc
    ADD 1 TO i
  END-PERFORM
  COMPUTE dec-units = dec-acc * 100
  PERFORM bench09-fold-result
  .

*>
*> phase 2: the same amounts accumulated exactly (4 places, zoned)
*> and rounded on every addition to cents and to whole units
*> (packed), as ledger, statement and summary totals are kept.
*>
bench09-totals-phase.
  MOVE 0 TO dec-tot-4
  MOVE 0 TO dec-tot-2
  MOVE 0 TO dec-tot-0
  MOVE 1 TO i
  PERFORM dec-items TIMES
    COMPUTE x-help = i / 10007
    COMPUTE dec-amount = (i - x-help * 10007) * 0.013
    COMPUTE dec-tot-4 = dec-tot-4 + dec-amount
    COMPUTE dec-tot-2 ROUNDED = dec-tot-2 + dec-amount
    COMPUTE dec-tot-0 ROUNDED = dec-tot-0 + dec-amount
    ADD 1 TO i
  END-PERFORM
  COMPUTE dec-units = dec-tot-4 * 10000 + dec-tot-2 * 100 + dec-tot-0
  PERFORM bench09-fold-result
  .

*>
*> phase 3: per item a signed amount and a quantity moved into the
*> edited fields of a report line, then read back out of the line
*> (de-edited) and totalled, so a formatting fault shows up in the
*> check value.
*>
bench09-edit-phase.
  MOVE 0 TO dec-acc
  MOVE 1 TO i
  PERFORM dec-items TIMES
    COMPUTE x-help = i / 9973
    COMPUTE dec-qty = i - x-help * 9973
    COMPUTE dec-net = dec-qty * 123.45 - 500000
    MOVE dec-qty TO dec-rl-qty
    MOVE dec-net TO dec-rl-amt
    MOVE dec-rate TO dec-rl-rate
    MOVE dec-rl-amt TO dec-deedit
    ADD dec-deedit TO dec-acc
    MOVE dec-rl-qty TO dec-qty
    ADD dec-qty TO dec-acc
    ADD 1 TO i
  END-PERFORM
  COMPUTE dec-units = dec-acc * 100
  PERFORM bench09-fold-result
  .

*>
*> x = dec-units modulo 65536 (in the packed domain, so no binary
*> conversion of the full total is involved).
*>
bench09-fold-result.
  COMPUTE dec-quot = dec-units / 65536
  COMPUTE x = dec-units - dec-quot * 65536
  .


*>
      PERFORM bench07
    WHEN 8
      PERFORM bench08
    WHEN 9
      PERFORM bench09
    WHEN OTHER
      DISPLAY "Error: Unknown benchmark: " bench
      MOVE -1 TO x
   WHEN 8
*> every I/O phase processes exactly n records.
    MOVE n TO check1
   WHEN 9
*> the decimal phases' exact results at the default n are known;
*> for any other n the phase is worked once to obtain it.
    COMPUTE dec-items = n / 100
    IF n = 1000000
      EVALUATE dec-phase
      WHEN 1
        MOVE 13371 TO check1
      WHEN 2
        MOVE 58622 TO check1
      WHEN OTHER
        MOVE 14796 TO check1
      END-EVALUATE
    ELSE
      PERFORM bench09
      MOVE x TO check1
    END-IF
   WHEN OTHER
     DISPLAY "Error: Unknown benchmark: " bench
     MOVE -1 TO check1
  MOVE RETURN-CODE TO rctx-rc
  MOVE run-date TO rctx-date
  MOVE run-time TO rctx-time
  MOVE rctx-bench1-ws TO rctx-bench1
  MOVE rctx-bench2-ws TO rctx-bench2
  MOVE rctx-n-arg-ws TO rctx-n-arg
  MOVE stable-sw TO rctx-stable
  MOVE io-sw TO rctx-iobench
  MOVE dec-sw TO rctx-decbench
  MOVE guard-tolerance-pct TO rctx-guard-tol
  MOVE guard-n TO rctx-guard-n
  MOVE guard-loops TO rctx-guard-loops
  MOVE stab-sample-cnt TO rctx-stab-cnt
  MOVE stab-tolerance-pct TO rctx-stab-tol
  MOVE delta-ms TO rctx-delta-ms
  MOVE max-ms TO rctx-max-ms
  MOVE regression-pct-threshold TO rctx-regress-pct
  MOVE budget-min TO rctx-budget-min
  MOVE rctx-plan-ws TO rctx-plan
  MOVE rerun-of-id TO rctx-rerun-of
  PERFORM open-rctx-update
  WRITE rctx-record
    INVALID KEY
      CONTINUE
  END-WRITE
  IF rctx-status = "00"
    DISPLAY "Run context " run-id " recorded (host " host-name ")."
  ELSE
    DISPLAY "Run context " run-id " not recorded (BMBRCTX status "
      rctx-status ")."
  END-IF
  CLOSE rctx-file
  .

*>
  END-IF
  .

*>
*> append one entry to the audit trail BMBAUDT (in: audt-action-ws,
*> audt-keys-ws). the entry is written the moment the action is
*> taken, stamped with the clock, this run's run-id and the
*> operator, and never collected for a later pass like the alerts:
*> an abend after the action must not lose its trace.
*>
write-audit-entry.
  ACCEPT audt-now-date FROM DATE
  ACCEPT audt-now-time FROM TIME
  MOVE audt-now-date TO audt-date
  MOVE audt-now-time TO audt-time
  MOVE run-id TO audt-run-id
  MOVE operator-id TO audt-oper
  MOVE audt-action-ws TO audt-action
  MOVE audt-keys-ws TO audt-keys
  OPEN EXTEND audt-file
  IF audt-status NOT = "00"
    OPEN OUTPUT audt-file
  END-IF
  WRITE audt-record
  CLOSE audt-file
  MOVE SPACES TO audt-keys-ws
  MOVE 1 TO audt-ptr
  .

*>
*> append " label=count" (in: audt-label, audt-cnt) to audt-keys-ws
*> at audt-ptr, the count without its leading blanks.
*>
audit-add-count.
  MOVE audt-cnt TO audt-fmt-cnt
  MOVE 0 TO audt-lead
  INSPECT audt-fmt-cnt TALLYING audt-lead FOR LEADING SPACES
  STRING audt-label DELIMITED BY SPACE
    "=" DELIMITED BY SIZE
    audt-fmt-cnt(audt-lead + 1:) DELIMITED BY SIZE
    " " DELIMITED BY SIZE
    INTO audt-keys-ws WITH POINTER audt-ptr
  .

*>
*> the operator responsible for this invocation: an OPER=id token
*> anywhere in the argument string (command line or BMBPARM). the
*> token is taken out of args-str before the positional parameters
*> are split, so it never shifts them; without one the submitting
*> user from the environment is recorded.
*>
take-operator-id.
  MOVE SPACES TO operator-id
  MOVE 0 TO oper-pos
  INSPECT args-str TALLYING oper-pos
    FOR CHARACTERS BEFORE INITIAL "OPER="
  IF oper-pos < 35
    MOVE 0 TO oper-len
    UNSTRING args-str(oper-pos + 6:) DELIMITED BY " "
      INTO operator-id COUNT IN oper-len
    MOVE args-str TO oper-args-hold
    MOVE SPACES TO args-str
    MOVE 1 TO oper-ptr
    IF oper-pos > 0
      STRING oper-args-hold(1:oper-pos) DELIMITED BY SIZE
        INTO args-str WITH POINTER oper-ptr
    END-IF
    COMPUTE oper-rest = oper-pos + oper-len + 7
    IF oper-rest <= 40
      STRING oper-args-hold(oper-rest:) DELIMITED BY SIZE
        INTO args-str WITH POINTER oper-ptr
    END-IF
  END-IF
  IF operator-id = SPACES
    ACCEPT operator-id FROM ENVIRONMENT "USER"
      ON EXCEPTION
        MOVE "unknown" TO operator-id
    END-ACCEPT
    IF operator-id = SPACES
      MOVE "unknown" TO operator-id
    END-IF
  END-IF
  .

*>
*> compare the BMBCONF settings read at startup with the ones the
*> previous lock-taking run used (kept in BMBCFGP) and audit every
*> setting added, changed or removed; BMBCFGP then holds this run's
*> settings. done under the lock, so two runs never race on it, and
*> never by the read-only modes.
*>
audit-config-changes.
  MOVE 0 TO cfgp-cnt
  MOVE "N" TO cfgp-eof-sw
  MOVE "N" TO cfgp-found-sw
  OPEN INPUT cfgp-file
  IF cfgp-status = "00"
    SET cfgp-found TO TRUE
    PERFORM UNTIL cfgp-at-eof
      READ cfgp-file
        AT END
          SET cfgp-at-eof TO TRUE
        NOT AT END
          IF cfgp-cnt < 50
            ADD 1 TO cfgp-cnt
            MOVE cfgp-key TO cfgp-tab-key(cfgp-cnt)
            MOVE cfgp-val TO cfgp-tab-val(cfgp-cnt)
          END-IF
      END-READ
    END-PERFORM
    CLOSE cfgp-file
  END-IF
  MOVE 0 TO cfgp-chg-cnt
  IF NOT cfgp-found
    IF conf-cur-cnt > 0
      MOVE "CONFIG" TO audt-action-ws
      MOVE SPACES TO audt-keys-ws
      MOVE 1 TO audt-ptr
      STRING "no previous settings on record; now "
        DELIMITED BY SIZE
        INTO audt-keys-ws WITH POINTER audt-ptr
      MOVE "settings" TO audt-label
      MOVE conf-cur-cnt TO audt-cnt
      PERFORM audit-add-count
      PERFORM write-audit-entry
      ADD 1 TO cfgp-chg-cnt
    END-IF
  ELSE
    MOVE 1 TO conf-cur-idx
    PERFORM conf-cur-cnt TIMES
      PERFORM audit-config-setting
      ADD 1 TO conf-cur-idx
    END-PERFORM
    MOVE 1 TO cfgp-idx
    PERFORM cfgp-cnt TIMES
      IF cfgp-tab-key(cfgp-idx) NOT = SPACES
        MOVE "CONFIG" TO audt-action-ws
        MOVE SPACES TO audt-keys-ws
        STRING cfgp-tab-key(cfgp-idx) DELIMITED BY SPACE
          " removed (was " DELIMITED BY SIZE
          cfgp-tab-val(cfgp-idx) DELIMITED BY SPACE
          ")" DELIMITED BY SIZE
          INTO audt-keys-ws
        PERFORM write-audit-entry
        ADD 1 TO cfgp-chg-cnt
      END-IF
      ADD 1 TO cfgp-idx
    END-PERFORM
  END-IF
  IF cfgp-chg-cnt > 0
    IF NOT maint-quiet
      DISPLAY "Config: " cfgp-chg-cnt " change(s) since the previous"
        " run recorded in BMBAUDT."
    END-IF
    OPEN OUTPUT cfgp-file
    MOVE 1 TO conf-cur-idx
    PERFORM conf-cur-cnt TIMES
      MOVE conf-cur-key(conf-cur-idx) TO cfgp-key
      MOVE conf-cur-val(conf-cur-idx) TO cfgp-val
      WRITE cfgp-record
      ADD 1 TO conf-cur-idx
    END-PERFORM
    CLOSE cfgp-file
  END-IF
  .

*>
*> one current setting (slot conf-cur-idx) against the previous
*> run's: added or changed settings are audited; the matching
*> previous slot is blanked, so the ones left over afterwards are
*> the settings that were removed.
*>
audit-config-setting.
  MOVE 0 TO cfgp-hit
  MOVE 1 TO cfgp-idx
  PERFORM UNTIL cfgp-idx > cfgp-cnt OR cfgp-hit > 0
    IF cfgp-tab-key(cfgp-idx) = conf-cur-key(conf-cur-idx)
      MOVE cfgp-idx TO cfgp-hit
    END-IF
    ADD 1 TO cfgp-idx
  END-PERFORM
  MOVE "CONFIG" TO audt-action-ws
  MOVE SPACES TO audt-keys-ws
  IF cfgp-hit = 0
    STRING conf-cur-key(conf-cur-idx) DELIMITED BY SPACE
      " added: " DELIMITED BY SIZE
      conf-cur-val(conf-cur-idx) DELIMITED BY SPACE
      INTO audt-keys-ws
    PERFORM write-audit-entry
    ADD 1 TO cfgp-chg-cnt
  ELSE
    IF cfgp-tab-val(cfgp-hit) NOT = conf-cur-val(conf-cur-idx)
      STRING conf-cur-key(conf-cur-idx) DELIMITED BY SPACE
        ": " DELIMITED BY SIZE
        cfgp-tab-val(cfgp-hit) DELIMITED BY SPACE
        " -> " DELIMITED BY SIZE
        conf-cur-val(conf-cur-idx) DELIMITED BY SPACE
        INTO audt-keys-ws
      PERFORM write-audit-entry
      ADD 1 TO cfgp-chg-cnt
    END-IF
    MOVE SPACES TO cfgp-tab-key(cfgp-hit)
  END-IF
  .

*>
*> audit report mode (AUDIT keyword): list the BMBAUDT entries
*> dated audt-from-date to audt-to-date (YYMMDD, both inclusive;
*> AUDIT alone lists everything), with a count per action.
*>
audit-report.
  MOVE 0 TO audt-list-cnt
  MOVE 0 TO audt-skip-cnt
  MOVE 0 TO audt-act-cnt
  MOVE "N" TO audt-eof-sw
  OPEN INPUT audt-file
  IF audt-status NOT = "00"
    DISPLAY "AUDIT: audit dataset BMBAUDT not found (status "
      audt-status ")."
    MOVE 16 TO RETURN-CODE
  ELSE
    DISPLAY "AUDIT: entries dated " audt-from-date " to "
      audt-to-date " (BMBAUDT):"
    DISPLAY "  Date   Time     Run-Id                   Operator"
      "         Action   Keys"
    PERFORM UNTIL audt-at-eof
      READ audt-file
        AT END
          SET audt-at-eof TO TRUE
        NOT AT END
          IF audt-date < audt-from-date OR audt-date > audt-to-date
            ADD 1 TO audt-skip-cnt
          ELSE
            ADD 1 TO audt-list-cnt
            DISPLAY "  " audt-date " " audt-time " " audt-run-id " "
              audt-oper " " audt-action " " audt-keys
            PERFORM audit-count-action
          END-IF
      END-READ
    END-PERFORM
    CLOSE audt-file
    DISPLAY "AUDIT: " audt-list-cnt " entr(ies) listed, "
      audt-skip-cnt " outside the date range."
    MOVE 1 TO audt-aidx
    PERFORM audt-act-cnt TIMES
      DISPLAY "  " audt-act-name(audt-aidx) " "
        audt-act-total(audt-aidx)
      ADD 1 TO audt-aidx
    END-PERFORM
  END-IF
  .

*>
*> add the listed entry to its action's count.
*>
audit-count-action.
  MOVE 0 TO audt-hit
  MOVE 1 TO audt-aidx
  PERFORM UNTIL audt-aidx > audt-act-cnt OR audt-hit > 0
    IF audt-act-name(audt-aidx) = audt-action
      MOVE audt-aidx TO audt-hit
    END-IF
    ADD 1 TO audt-aidx
  END-PERFORM
  IF audt-hit = 0 AND audt-act-cnt < 20
    ADD 1 TO audt-act-cnt
    MOVE audt-act-cnt TO audt-hit
    MOVE audt-action TO audt-act-name(audt-hit)
    MOVE 0 TO audt-act-total(audt-hit)
  END-IF
  IF audt-hit > 0
    ADD 1 TO audt-act-total(audt-hit)
  END-IF
  .

*>
*> take the active-run lock, or fail fast when another run already
*> holds it. an operator override (UNLOCK keyword) clears a stale
*>
acquire-run-lock.
  MOVE "N" TO lock-blocked-sw
*> the run calendar is consulted before the lock is even looked at:
*> a run refused for a blackout window must not take over a stale
*> lock (UNLOCK) either. the refusal is the run's only exception, so
*> the alert dataset is written right here.
  PERFORM check-run-calendar
  IF cal-blocked
    MOVE "Run calendar:" TO cal-msg-prefix
    PERFORM cal-show-window
    DISPLAY "Run calendar: refusing to start inside a blackout"
      " window (BMBCAL)."
    SET lock-blocked TO TRUE
    MOVE 10 TO RETURN-CODE
    MOVE "BLACKOUT" TO alert-code-ws
    MOVE "WARN" TO alert-sev-ws
    MOVE calt-from(cal-hit) TO alert-fig1-ws
    MOVE calt-to(cal-hit) TO alert-fig2-ws
    PERFORM add-alert
    PERFORM write-alert-file
  ELSE
    OPEN INPUT lock-file
    IF lock-status = "00"
      READ lock-file
        AT END
          CONTINUE
        NOT AT END
          IF unlock-requested
            MOVE lock-run-id TO stale-run-id
            DISPLAY "UNLOCK: clearing stale run lock left by "
              lock-run-id
            MOVE "UNLOCK" TO alert-code-ws
            MOVE "INFO" TO alert-sev-ws
            PERFORM add-alert
            MOVE "UNLOCK" TO audt-action-ws
            STRING "stale lock of run " DELIMITED BY SIZE
              lock-run-id DELIMITED BY SPACE
              " taken over" DELIMITED BY SIZE
              INTO audt-keys-ws
            PERFORM write-audit-entry
          ELSE
            DISPLAY "Run " lock-run-id " holds the active-run lock"
              " (BMBLOCK); refusing to start."
            DISPLAY "If that run abended, resubmit with the UNLOCK"
              " keyword to clear the stale lock."
            SET lock-blocked TO TRUE
            MOVE 12 TO RETURN-CODE
          END-IF
      END-READ
      CLOSE lock-file
    END-IF
  END-IF
  IF NOT lock-blocked
    PERFORM write-run-lock
    PERFORM audit-config-changes
  END-IF
  .

  CLOSE lock-file
  .

*>
*> run calendar (BMBCAL): is "now" inside a blackout window? sets
*> cal-blocked and leaves the window's slot in cal-hit. the calendar
*> is loaded on first use; the clock is read afresh on every call,
*> because a plan asks again before each step, hours into the run.
*>
check-run-calendar.
  MOVE "N" TO cal-blocked-sw
  MOVE 0 TO cal-hit
  IF NOT cal-loaded
    PERFORM load-run-calendar
  END-IF
  IF cal-cnt > 0
    ACCEPT cal-now-date FROM DATE YYYYMMDD
    ACCEPT cal-now-time FROM TIME
    MOVE 1 TO cal-idx
    PERFORM UNTIL cal-idx > cal-cnt OR cal-blocked
      PERFORM cal-window-active
      IF cal-blocked
        MOVE cal-idx TO cal-hit
      END-IF
      ADD 1 TO cal-idx
    END-PERFORM
*> the weekday arithmetic reused ts-date/ts-day-serial (see
*> purge-age-check); make the next get-raw-ts recompute its serial.
    MOVE 0 TO ts-last-date
  END-IF
  .

*>
*> load the blackout windows. a window names its day as a date
*> pattern YYYYMMDD ("*" matches any digit, so "******01" is the
*> first of every month), a weekday MON..SUN, DAILY or MONTHEND (the
*> last day of the month), and runs from cal-from to cal-to (HHMM).
*> a window whose to-time is earlier than its from-time runs past
*> midnight into the next day; from = to blocks the whole day. a
*> record that fits none of this is reported and ignored.
*>
load-run-calendar.
  MOVE 0 TO cal-cnt
  MOVE 0 TO cal-bad-cnt
  MOVE "N" TO cal-eof-sw
  SET cal-loaded TO TRUE
  OPEN INPUT cal-file
  IF cal-status = "00"
    PERFORM UNTIL cal-at-eof
      READ cal-file
        AT END
          SET cal-at-eof TO TRUE
        NOT AT END
*> a date pattern may itself start with "*", so only a "*" that is
*> not followed by another "*" or a digit makes a comment.
          IF cal-record NOT = SPACES
            IF cal-day(1:1) = "*" AND cal-day(2:1) NOT = "*"
               AND cal-day(2:1) IS NOT NUMERIC
              CONTINUE
            ELSE
              PERFORM load-calendar-record
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE cal-file
    IF cal-bad-cnt > 0
      DISPLAY "Run calendar: " cal-bad-cnt " BMBCAL record(s)"
        " rejected."
    END-IF
  END-IF
  .

load-calendar-record.
  MOVE "N" TO vfy-rec-bad-sw
  EVALUATE cal-day
  WHEN "DAILY"
  WHEN "MONTHEND"
  WHEN "MON"
  WHEN "TUE"
  WHEN "WED"
  WHEN "THU"
  WHEN "FRI"
  WHEN "SAT"
  WHEN "SUN"
    CONTINUE
  WHEN OTHER
    MOVE 1 TO cal-pos
    PERFORM 8 TIMES
      IF cal-day(cal-pos:1) NOT = "*"
         AND (cal-day(cal-pos:1) < "0" OR cal-day(cal-pos:1) > "9")
        SET vfy-rec-bad TO TRUE
      END-IF
      ADD 1 TO cal-pos
    END-PERFORM
  END-EVALUATE
  IF cal-from IS NOT NUMERIC OR cal-to IS NOT NUMERIC
    SET vfy-rec-bad TO TRUE
  ELSE
    MOVE cal-from TO cal-hhmm
    IF cal-hh > 23 OR cal-mi > 59
      SET vfy-rec-bad TO TRUE
    END-IF
    MOVE cal-to TO cal-hhmm
    IF cal-hh > 23 OR cal-mi > 59
      SET vfy-rec-bad TO TRUE
    END-IF
  END-IF
  IF vfy-rec-bad
    DISPLAY "Run calendar: window '" cal-record(1:16)
      "' is not a valid day pattern and HHMM from/to; ignored."
    ADD 1 TO cal-bad-cnt
  ELSE
    IF cal-cnt < 50
      ADD 1 TO cal-cnt
      MOVE cal-day TO calt-day(cal-cnt)
      MOVE cal-from TO calt-from(cal-cnt)
      MOVE cal-to TO calt-to(cal-cnt)
      MOVE cal-reason TO calt-reason(cal-cnt)
    ELSE
      DISPLAY "Run calendar: more than 50 windows in BMBCAL;"
        " window '" cal-record(1:16) "' ignored."
      ADD 1 TO cal-bad-cnt
    END-IF
  END-IF
  .

*>
*> is window cal-idx in force at cal-now-date/cal-now-hhmm? the
*> early-morning part of a window that started the evening before
*> belongs to the previous day's pattern.
*>
cal-window-active.
  MOVE cal-now-date TO cal-chk-date
  IF calt-from(cal-idx) = calt-to(cal-idx)
    PERFORM cal-day-match
  ELSE
    IF calt-from(cal-idx) < calt-to(cal-idx)
      IF cal-now-hhmm >= calt-from(cal-idx)
         AND cal-now-hhmm < calt-to(cal-idx)
        PERFORM cal-day-match
      END-IF
    ELSE
      IF cal-now-hhmm >= calt-from(cal-idx)
        PERFORM cal-day-match
      ELSE
        IF cal-now-hhmm < calt-to(cal-idx)
          PERFORM cal-set-prev-date
          PERFORM cal-day-match
        END-IF
      END-IF
    END-IF
  END-IF
  .

*>
*> does window cal-idx's day pattern cover cal-chk-date? sets
*> cal-blocked when it does.
*>
cal-day-match.
  EVALUATE calt-day(cal-idx)
  WHEN "DAILY"
    SET cal-blocked TO TRUE
  WHEN "MONTHEND"
    PERFORM cal-month-length
    IF cal-chk-dd = cal-mlen
      SET cal-blocked TO TRUE
    END-IF
  WHEN "MON"
  WHEN "TUE"
  WHEN "WED"
  WHEN "THU"
  WHEN "FRI"
  WHEN "SAT"
  WHEN "SUN"
*> day serial 0 mod 7 is a Monday.
    MOVE cal-chk-date TO ts-date
    PERFORM get-day-serial
    DIVIDE ts-day-serial BY 7 GIVING cal-q REMAINDER cal-r
    IF cal-day-name(cal-r + 1) = calt-day(cal-idx)(1:3)
      SET cal-blocked TO TRUE
    END-IF
  WHEN OTHER
    SET cal-blocked TO TRUE
    MOVE 1 TO cal-pos
    PERFORM 8 TIMES
      IF calt-day(cal-idx)(cal-pos:1) NOT = "*"
         AND calt-day(cal-idx)(cal-pos:1) NOT = cal-chk-x(cal-pos:1)
        MOVE "N" TO cal-blocked-sw
      END-IF
      ADD 1 TO cal-pos
    END-PERFORM
  END-EVALUATE
  .

*>
*> number of days in the month of cal-chk-date, into cal-mlen.
*>
cal-month-length.
  MOVE cal-mlen-val(cal-chk-mm) TO cal-mlen
  IF cal-chk-mm = 2
    DIVIDE cal-chk-yyyy BY 4 GIVING cal-q REMAINDER cal-r
    IF cal-r = 0
      MOVE 29 TO cal-mlen
      DIVIDE cal-chk-yyyy BY 100 GIVING cal-q REMAINDER cal-r
      IF cal-r = 0
        DIVIDE cal-chk-yyyy BY 400 GIVING cal-q REMAINDER cal-r
        IF cal-r NOT = 0
          MOVE 28 TO cal-mlen
        END-IF
      END-IF
    END-IF
  END-IF
  .

*>
*> step cal-chk-date back by one day.
*>
cal-set-prev-date.
  IF cal-chk-dd > 1
    SUBTRACT 1 FROM cal-chk-dd
  ELSE
    IF cal-chk-mm > 1
      SUBTRACT 1 FROM cal-chk-mm
    ELSE
      MOVE 12 TO cal-chk-mm
      SUBTRACT 1 FROM cal-chk-yyyy
    END-IF
    PERFORM cal-month-length
    MOVE cal-mlen TO cal-chk-dd
  END-IF
  .

*>
*> describe window cal-hit for the console (in: cal-msg-prefix).
*>
cal-show-window.
  MOVE calt-from(cal-hit) TO cal-hhmm
  MOVE SPACES TO cal-fmt-from
  STRING cal-hh ":" cal-mi DELIMITED BY SIZE INTO cal-fmt-from
  MOVE calt-to(cal-hit) TO cal-hhmm
  MOVE SPACES TO cal-fmt-to
  STRING cal-hh ":" cal-mi DELIMITED BY SIZE INTO cal-fmt-to
  MOVE SPACES TO cal-msg-line
  STRING cal-msg-prefix DELIMITED BY "  "
    " blackout window " DELIMITED BY SIZE
    calt-day(cal-hit) DELIMITED BY SPACE
    " " DELIMITED BY SIZE
    cal-fmt-from DELIMITED BY SIZE
    "-" DELIMITED BY SIZE
    cal-fmt-to DELIMITED BY SIZE
    " in force: " DELIMITED BY SIZE
    calt-reason(cal-hit) DELIMITED BY SIZE
    INTO cal-msg-line
  DISPLAY cal-msg-line
  .

get-info.
  DISPLAY "BM Bench v" prg-version " (" prg-language ") -- (" WITH NO ADVANCING
  DISPLAY "short:" profile-bits-short-ws WITH NO ADVANCING
  OPEN INPUT hist-file
  IF hist-status = "00"
    PERFORM UNTIL hist-at-eof
      READ hist-file NEXT RECORD
        AT END
          SET hist-at-eof TO TRUE
        NOT AT END
*> results without manual transcription.
*>
export-history.
  PERFORM open-run-registry
  OPEN OUTPUT expt-file
  IF expt-status NOT = "00"
    DISPLAY "EXPORT: could not create extract dataset BMBEXPT"
      " (status " expt-status ")."
  ELSE
    MOVE "language;date;time;version;b0;b1;b2;b3;b4;b5;b6;b7;n;flag;runid;effn0;effn1;effn2;effn3;effn4;effn5;effn6;effn7;host"
      TO expt-record
    WRITE expt-record
    MOVE 0 TO expt-rec-cnt
    OPEN INPUT hist-file
    IF hist-status = "00"
      PERFORM UNTIL hist-at-eof
        READ hist-file NEXT RECORD
          AT END
            SET hist-at-eof TO TRUE
          NOT AT END
    DISPLAY "EXPORT: " expt-rec-cnt " history record(s) written"
      " to BMBEXPT."
  END-IF
  PERFORM close-run-registry
  .

*>
      INTO expt-record WITH POINTER expt-ptr
    ADD 1 TO hist-idx
  END-PERFORM
*> the producing host (from the registry; empty for a run that was
*> never registered), so a MERGE on the master machine keeps each
*> row attributed to the machine it was measured on.
  MOVE hist-run-id TO rhost-key
  PERFORM find-run-host
  STRING ";" DELIMITED BY SIZE
    rhost-host DELIMITED BY SPACE
    INTO expt-record WITH POINTER expt-ptr
  WRITE expt-record
  ADD 1 TO expt-rec-cnt
  .

*>
*> open the BMBRCTX registry for run-id -> host lookups, for the
*> modes that report the history per machine. without a registry
*> every run reads as unregistered.
*>
open-run-registry.
  MOVE "N" TO rhost-open-sw
  OPEN INPUT rctx-file
  IF rctx-status = "00"
    SET rhost-open TO TRUE
  END-IF
  .

close-run-registry.
  IF rhost-open
    CLOSE rctx-file
    MOVE "N" TO rhost-open-sw
  END-IF
  .

*>
*> look up the host of run-id rhost-key; leaves it in rhost-host
*> with rhost-found set, or spaces when the run is not registered.
*>
find-run-host.
  MOVE "N" TO rhost-found-sw
  MOVE SPACES TO rhost-host
  IF rhost-key NOT = SPACES AND rhost-open
    MOVE rhost-key TO rctx-run-id
    READ rctx-file
      KEY IS rctx-run-id
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        SET rhost-found TO TRUE
        MOVE rctx-host TO rhost-host
    END-READ
  END-IF
  .

*>
*> management report mode (MGMTRPT keyword): print the history as a
*> paginated 132-column report (BMBRPT) for the monthly management
*> pack -- one page group per host and language, a total at every
*> change of month, language and host, and a grand-total page per
*> language across all hosts. the history is sorted host/language/
*> month through BMBRSRT, so the breaks come out right however the
*> nightly runs of the different machines were interleaved.
*>
print-management-report.
  MOVE 0 TO rpt-page-no
  MOVE 0 TO rpt-line-no
  MOVE 0 TO rpt-read-cnt
  MOVE 0 TO rpt-bad-cnt
  MOVE 0 TO rpt-unreg-cnt
  MOVE 0 TO rpt-host-cnt
  MOVE 0 TO rpt-lang-cnt
  MOVE 1 TO rpt-lvl
  PERFORM 14 TIMES
    PERFORM rpt-reset-acc
    ADD 1 TO rpt-lvl
  END-PERFORM
  MOVE run-date TO rpt-date-work
  PERFORM rpt-format-date
  MOVE rpt-date-txt TO rpt-h1-date
  PERFORM open-run-registry
  OPEN OUTPUT rpt-file
  IF rpt-status NOT = "00"
    DISPLAY "MGMTRPT: could not create report dataset BMBRPT"
      " (status " rpt-status ")."
    MOVE 16 TO RETURN-CODE
  ELSE
    SORT rsrt-file
      ON ASCENDING KEY rsrt-host rsrt-language rsrt-month
        rsrt-date rsrt-time
      INPUT PROCEDURE IS rpt-sort-input
      OUTPUT PROCEDURE IS rpt-sort-output
    CLOSE rpt-file
    DISPLAY "MGMTRPT: " rpt-read-cnt " history record(s) on "
      rpt-page-no " page(s) written to BMBRPT."
    IF rpt-bad-cnt > 0
      DISPLAY "MGMTRPT: " rpt-bad-cnt " malformed history record(s)"
        " left out (see VERIFY)."
    END-IF
    IF rpt-unreg-cnt > 0
      DISPLAY "MGMTRPT: " rpt-unreg-cnt " record(s) without a"
        " registry entry reported under " rhost-unreg-name "."
    END-IF
  END-IF
  PERFORM close-run-registry
  .

*>
*> sort input: every well-formed history record, tagged with the
*> host of its run. records whose numeric fields no longer pass
*> their pictures are counted and left out, as TREND does.
*>
rpt-sort-input.
  MOVE "N" TO hist-eof-sw
  OPEN INPUT hist-file
  IF hist-status = "00"
    PERFORM UNTIL hist-at-eof
      READ hist-file NEXT RECORD
        AT END
          SET hist-at-eof TO TRUE
        NOT AT END
          PERFORM rpt-release-record
      END-READ
    END-PERFORM
    CLOSE hist-file
  ELSE
    DISPLAY "MGMTRPT: no history dataset found;"
      " report has the grand-total page only."
  END-IF
  .

rpt-release-record.
  MOVE "N" TO vfy-rec-bad-sw
  IF hist-date IS NOT NUMERIC OR hist-time IS NOT NUMERIC
    SET vfy-rec-bad TO TRUE
  END-IF
  MOVE 1 TO hist-idx
  PERFORM 8 TIMES
    IF hist-res1(hist-idx) IS NOT NUMERIC
      SET vfy-rec-bad TO TRUE
    END-IF
    ADD 1 TO hist-idx
  END-PERFORM
  IF vfy-rec-bad
    ADD 1 TO rpt-bad-cnt
  ELSE
    ADD 1 TO rpt-read-cnt
    MOVE hist-run-id TO rhost-key
    PERFORM find-run-host
    IF rhost-found
      MOVE rhost-host TO rsrt-host
    ELSE
      MOVE rhost-unreg-name TO rsrt-host
      ADD 1 TO rpt-unreg-cnt
    END-IF
    MOVE hist-language TO rsrt-language
    COMPUTE rsrt-month = hist-date / 100
    MOVE hist-date TO rsrt-date
    MOVE hist-time TO rsrt-time
    MOVE hist-flag TO rsrt-flag
    MOVE 1 TO hist-idx
    PERFORM 8 TIMES
      MOVE hist-res1(hist-idx) TO rsrt-res1(hist-idx)
      ADD 1 TO hist-idx
    END-PERFORM
    RELEASE rsrt-record
  END-IF
  .

*>
*> sort output: the control-break loop. a change of host closes the
*> month, language and host; a change of language closes the month
*> and language; a change of month closes the month only.
*>
rpt-sort-output.
  MOVE "N" TO rsrt-eof-sw
  MOVE "Y" TO rpt-first-sw
  MOVE SPACES TO rpt-cur-host
  PERFORM rpt-return-record
  PERFORM UNTIL rsrt-at-eof
    IF rpt-first-record
      MOVE "N" TO rpt-first-sw
      PERFORM rpt-start-group
    ELSE
      IF rsrt-host NOT = rpt-cur-host
        PERFORM rpt-month-break
        PERFORM rpt-language-break
        PERFORM rpt-host-break
        PERFORM rpt-start-group
      ELSE
        IF rsrt-language NOT = rpt-cur-language
          PERFORM rpt-month-break
          PERFORM rpt-language-break
          PERFORM rpt-start-group
        ELSE
          IF rsrt-month NOT = rpt-cur-month
            PERFORM rpt-month-break
            MOVE rsrt-month TO rpt-cur-month
          END-IF
        END-IF
      END-IF
    END-IF
    PERFORM rpt-detail-record
    PERFORM rpt-return-record
  END-PERFORM
  IF NOT rpt-first-record
    PERFORM rpt-month-break
    PERFORM rpt-language-break
    PERFORM rpt-host-break
  END-IF
  PERFORM rpt-grand-totals
  .

rpt-return-record.
  RETURN rsrt-file
    AT END
      SET rsrt-at-eof TO TRUE
  END-RETURN
  .

*>
*> open a new host/language group on a fresh page.
*>
rpt-start-group.
  IF rsrt-host NOT = rpt-cur-host
    ADD 1 TO rpt-host-cnt
  END-IF
  MOVE rsrt-host TO rpt-cur-host
  MOVE rsrt-language TO rpt-cur-language
  MOVE rsrt-month TO rpt-cur-month
  MOVE SPACES TO rpt-subhead
  STRING "  HOST: " DELIMITED BY SIZE
    rpt-cur-host DELIMITED BY SIZE
    "  LANGUAGE: " DELIMITED BY SIZE
    rpt-cur-language DELIMITED BY SIZE
    INTO rpt-subhead
  PERFORM rpt-new-page
  .

*>
*> one detail line per run; the record is added into the month,
*> language, host and report accumulators and into its language's
*> grand-total slot.
*>
rpt-detail-record.
  MOVE 1 TO rpt-lvl
  PERFORM 4 TIMES
    PERFORM rpt-accumulate
    ADD 1 TO rpt-lvl
  END-PERFORM
  PERFORM rpt-find-language
  IF rpt-lidx > 0
    COMPUTE rpt-lvl = rpt-lidx + 4
    PERFORM rpt-accumulate
  END-IF
  MOVE rsrt-date TO rpt-date-work
  PERFORM rpt-format-date
  MOVE rpt-date-txt TO rpt-d-date
  MOVE rsrt-time TO rpt-time-work
  MOVE SPACES TO rpt-d-time
  STRING rpt-tw-hh DELIMITED BY SIZE
    ":" DELIMITED BY SIZE
    rpt-tw-mi DELIMITED BY SIZE
    INTO rpt-d-time
  MOVE rsrt-flag TO rpt-d-flag
  MOVE 1 TO rpt-bidx
  PERFORM 8 TIMES
    MOVE SPACE TO rpt-d-sep(rpt-bidx)
    MOVE rsrt-res1(rpt-bidx) TO rpt-d-val(rpt-bidx)
    ADD 1 TO rpt-bidx
  END-PERFORM
  MOVE 1 TO rpt-need
  PERFORM rpt-check-page
  WRITE rpt-record FROM rpt-detail-line AFTER ADVANCING 1 LINE
  ADD 1 TO rpt-line-no
  .

*>
*> add the current sort record into accumulator set rpt-lvl.
*>
rpt-accumulate.
  ADD 1 TO rpt-acc-runs(rpt-lvl)
  IF rsrt-flag = "C"
    ADD 1 TO rpt-acc-c-cnt(rpt-lvl)
  ELSE
    IF rsrt-flag = "U"
      ADD 1 TO rpt-acc-u-cnt(rpt-lvl)
    ELSE
      ADD 1 TO rpt-acc-clean(rpt-lvl)
      MOVE 1 TO rpt-bidx
      PERFORM 8 TIMES
        IF rsrt-res1(rpt-bidx) > 0
          MOVE rsrt-res1(rpt-bidx) TO rpt-val
          IF rpt-acc-n(rpt-lvl, rpt-bidx) = 0
            MOVE rpt-val TO rpt-acc-best(rpt-lvl, rpt-bidx)
            MOVE rpt-val TO rpt-acc-worst(rpt-lvl, rpt-bidx)
          ELSE
            IF rpt-val > rpt-acc-best(rpt-lvl, rpt-bidx)
              MOVE rpt-val TO rpt-acc-best(rpt-lvl, rpt-bidx)
            END-IF
            IF rpt-val < rpt-acc-worst(rpt-lvl, rpt-bidx)
              MOVE rpt-val TO rpt-acc-worst(rpt-lvl, rpt-bidx)
            END-IF
          END-IF
          ADD 1 TO rpt-acc-n(rpt-lvl, rpt-bidx)
          ADD rpt-val TO rpt-acc-sum(rpt-lvl, rpt-bidx)
        END-IF
        ADD 1 TO rpt-bidx
      END-PERFORM
    END-IF
  END-IF
  .

rpt-reset-acc.
  MOVE 0 TO rpt-acc-runs(rpt-lvl)
  MOVE 0 TO rpt-acc-clean(rpt-lvl)
  MOVE 0 TO rpt-acc-c-cnt(rpt-lvl)
  MOVE 0 TO rpt-acc-u-cnt(rpt-lvl)
  MOVE 1 TO rpt-bidx
  PERFORM 8 TIMES
    MOVE 0 TO rpt-acc-n(rpt-lvl, rpt-bidx)
    MOVE 0 TO rpt-acc-sum(rpt-lvl, rpt-bidx)
    MOVE 0 TO rpt-acc-best(rpt-lvl, rpt-bidx)
    MOVE 0 TO rpt-acc-worst(rpt-lvl, rpt-bidx)
    ADD 1 TO rpt-bidx
  END-PERFORM
  .

rpt-month-break.
  MOVE rpt-cur-month TO rpt-month-work
  MOVE SPACES TO rpt-b-title
  STRING "TOTAL MONTH 20" DELIMITED BY SIZE
    rpt-mw-yy DELIMITED BY SIZE
    "-" DELIMITED BY SIZE
    rpt-mw-mm DELIMITED BY SIZE
    INTO rpt-b-title
  MOVE 1 TO rpt-lvl
  SET rpt-with-stats TO TRUE
  PERFORM rpt-print-totals
  PERFORM rpt-reset-acc
  .

rpt-language-break.
  MOVE SPACES TO rpt-b-title
  STRING "TOTAL LANGUAGE " DELIMITED BY SIZE
    rpt-cur-language DELIMITED BY SPACE
    " ON " DELIMITED BY SIZE
    rpt-cur-host DELIMITED BY SPACE
    INTO rpt-b-title
  MOVE 2 TO rpt-lvl
  SET rpt-with-stats TO TRUE
  PERFORM rpt-print-totals
  PERFORM rpt-reset-acc
  .

rpt-host-break.
  MOVE SPACES TO rpt-b-title
  STRING "TOTAL HOST " DELIMITED BY SIZE
    rpt-cur-host DELIMITED BY SPACE
    " (ALL LANGUAGES)" DELIMITED BY SIZE
    INTO rpt-b-title
  MOVE 3 TO rpt-lvl
  MOVE "N" TO rpt-stats-sw
  PERFORM rpt-print-totals
  PERFORM rpt-reset-acc
  .

*>
*> print accumulator set rpt-lvl under the title in rpt-b-title:
*> the counts line, then (rpt-with-stats) average, best and worst
*> per column. the block is never split across a page boundary.
*>
rpt-print-totals.
  MOVE rpt-acc-runs(rpt-lvl) TO rpt-b-runs
  MOVE rpt-acc-clean(rpt-lvl) TO rpt-b-clean
  MOVE rpt-acc-c-cnt(rpt-lvl) TO rpt-b-c
  MOVE rpt-acc-u-cnt(rpt-lvl) TO rpt-b-u
  IF rpt-with-stats
    MOVE 5 TO rpt-need
  ELSE
    MOVE 2 TO rpt-need
  END-IF
  PERFORM rpt-check-page
  WRITE rpt-record FROM rpt-break-line AFTER ADVANCING 2 LINES
  ADD 2 TO rpt-line-no
  IF rpt-with-stats
    MOVE SPACES TO rpt-total-line
    MOVE "AVERAGE" TO rpt-t-label
    MOVE 1 TO rpt-bidx
    PERFORM 8 TIMES
      IF rpt-acc-n(rpt-lvl, rpt-bidx) > 0
        COMPUTE rpt-t-val(rpt-bidx) ROUNDED =
          rpt-acc-sum(rpt-lvl, rpt-bidx) / rpt-acc-n(rpt-lvl, rpt-bidx)
      END-IF
      ADD 1 TO rpt-bidx
    END-PERFORM
    WRITE rpt-record FROM rpt-total-line AFTER ADVANCING 1 LINE
    MOVE SPACES TO rpt-total-line
    MOVE "BEST" TO rpt-t-label
    MOVE 1 TO rpt-bidx
    PERFORM 8 TIMES
      IF rpt-acc-n(rpt-lvl, rpt-bidx) > 0
        COMPUTE rpt-t-val(rpt-bidx) ROUNDED =
          rpt-acc-best(rpt-lvl, rpt-bidx)
      END-IF
      ADD 1 TO rpt-bidx
    END-PERFORM
    WRITE rpt-record FROM rpt-total-line AFTER ADVANCING 1 LINE
    MOVE SPACES TO rpt-total-line
    MOVE "WORST" TO rpt-t-label
    MOVE 1 TO rpt-bidx
    PERFORM 8 TIMES
      IF rpt-acc-n(rpt-lvl, rpt-bidx) > 0
        COMPUTE rpt-t-val(rpt-bidx) ROUNDED =
          rpt-acc-worst(rpt-lvl, rpt-bidx)
      END-IF
      ADD 1 TO rpt-bidx
    END-PERFORM
    WRITE rpt-record FROM rpt-total-line AFTER ADVANCING 1 LINE
    ADD 3 TO rpt-line-no
  END-IF
  .

*>
*> grand-total page: all runs of the report, then every language
*> across all hosts, then the run statistics and the legend.
*>
rpt-grand-totals.
  MOVE SPACES TO rpt-subhead
  MOVE "  GRAND TOTALS -- ALL HOSTS, BY LANGUAGE" TO rpt-subhead
  PERFORM rpt-new-page
  MOVE "ALL RUNS IN THE REPORT" TO rpt-b-title
  MOVE 4 TO rpt-lvl
  MOVE "N" TO rpt-stats-sw
  PERFORM rpt-print-totals
  MOVE 1 TO rpt-lidx
  PERFORM rpt-lang-cnt TIMES
    MOVE SPACES TO rpt-b-title
    STRING "LANGUAGE " DELIMITED BY SIZE
      rpt-lang(rpt-lidx) DELIMITED BY SPACE
      " (ALL HOSTS)" DELIMITED BY SIZE
      INTO rpt-b-title
    COMPUTE rpt-lvl = rpt-lidx + 4
    SET rpt-with-stats TO TRUE
    PERFORM rpt-print-totals
    ADD 1 TO rpt-lidx
  END-PERFORM
  MOVE 1 TO rpt-need
  PERFORM rpt-check-page
  MOVE SPACES TO rpt-record
  WRITE rpt-record AFTER ADVANCING 1 LINE
  ADD 1 TO rpt-line-no
  MOVE rpt-host-cnt TO rpt-fmt-cnt
  MOVE SPACES TO rpt-note-line
  STRING "  HOSTS REPORTED:" DELIMITED BY SIZE
    rpt-fmt-cnt DELIMITED BY SIZE
    INTO rpt-note-line
  PERFORM rpt-write-note
  MOVE rpt-read-cnt TO rpt-fmt-cnt
  MOVE SPACES TO rpt-note-line
  STRING "  HISTORY RECORDS REPORTED:" DELIMITED BY SIZE
    rpt-fmt-cnt DELIMITED BY SIZE
    INTO rpt-note-line
  PERFORM rpt-write-note
  MOVE rpt-unreg-cnt TO rpt-fmt-cnt
  MOVE SPACES TO rpt-note-line
  STRING "  OF WHICH WITHOUT A REGISTRY ENTRY:" DELIMITED BY SIZE
    rpt-fmt-cnt DELIMITED BY SIZE
    "  (REPORTED UNDER HOST " DELIMITED BY SIZE
    rhost-unreg-name DELIMITED BY SPACE
    ")" DELIMITED BY SIZE
    INTO rpt-note-line
  PERFORM rpt-write-note
  MOVE rpt-bad-cnt TO rpt-fmt-cnt
  MOVE SPACES TO rpt-note-line
  STRING "  MALFORMED HISTORY RECORDS LEFT OUT:" DELIMITED BY SIZE
    rpt-fmt-cnt DELIMITED BY SIZE
    INTO rpt-note-line
  PERFORM rpt-write-note
  MOVE "  FIGURES ARE LOOPS PER SECOND; FOR CobIO ROWS BENCH00-02 ARE THE SEQUENTIAL WRITE, SEQUENTIAL READ AND RANDOM REWRITE PHASES."
    TO rpt-note-line
  PERFORM rpt-write-note
  MOVE "  FOR CobDC ROWS BENCH00-02 ARE THE INTEREST/TAX, TOTALS AND REPORT-EDITING DECIMAL PHASES."
    TO rpt-note-line
  PERFORM rpt-write-note
  MOVE "  AVERAGE/BEST/WORST COVER CLEAN RUNS ONLY; F = C (CONTAMINATED) OR U (UNSTABLE) RUNS ARE COUNTED BUT NOT AVERAGED."
    TO rpt-note-line
  PERFORM rpt-write-note
  .

rpt-write-note.
  MOVE 1 TO rpt-need
  PERFORM rpt-check-page
  WRITE rpt-record FROM rpt-note-line AFTER ADVANCING 1 LINE
  ADD 1 TO rpt-line-no
  .

*>
*> start a new page when rpt-need more lines would not fit.
*>
rpt-check-page.
  IF rpt-line-no + rpt-need > rpt-page-max
    PERFORM rpt-new-page
  END-IF
  .

rpt-new-page.
  ADD 1 TO rpt-page-no
  MOVE rpt-page-no TO rpt-h1-page
  WRITE rpt-record FROM rpt-head1 AFTER ADVANCING PAGE
  WRITE rpt-record FROM rpt-subhead AFTER ADVANCING 2 LINES
  WRITE rpt-record FROM rpt-colhead AFTER ADVANCING 2 LINES
  WRITE rpt-record FROM rpt-underline AFTER ADVANCING 1 LINE
  MOVE 6 TO rpt-line-no
  .

*>
*> find (or register) the grand-total slot for rsrt-language; leaves
*> the slot number in rpt-lidx, or 0 when the table is full.
*>
rpt-find-language.
  MOVE 0 TO rpt-lidx
  MOVE 1 TO rpt-ljdx
  PERFORM UNTIL rpt-ljdx > rpt-lang-cnt OR rpt-lidx > 0
    IF rpt-lang(rpt-ljdx) = rsrt-language
      MOVE rpt-ljdx TO rpt-lidx
    END-IF
    ADD 1 TO rpt-ljdx
  END-PERFORM
  IF rpt-lidx = 0
    IF rpt-lang-cnt < 10
      ADD 1 TO rpt-lang-cnt
      MOVE rpt-lang-cnt TO rpt-lidx
      MOVE rsrt-language TO rpt-lang(rpt-lidx)
    ELSE
      DISPLAY "MGMTRPT: WARNING: more than 10 languages in the"
        " history; " rsrt-language " left off the grand totals."
    END-IF
  END-IF
  .

*>
*> rpt-date-work (YYMMDD) as "20YY-MM-DD" in rpt-date-txt.
*>
rpt-format-date.
  MOVE SPACES TO rpt-date-txt
  STRING "20" DELIMITED BY SIZE
    rpt-dw-yy DELIMITED BY SIZE
    "-" DELIMITED BY SIZE
    rpt-dw-mm DELIMITED BY SIZE
    "-" DELIMITED BY SIZE
    rpt-dw-dd DELIMITED BY SIZE
    INTO rpt-date-txt
  .

*>
*> composite performance index (INDEX keyword): one number per
*> machine. the reference host's latest clean run per language is
*> collected first; every clean history record of a registered host
*> is then scored against it and passed through BMBISRT, so each
*> host's runs arrive together and in index order for the median.
*> the league table is ranked by median per language and displayed.
*>
index-report.
  IF idx-ref-host = SPACES
    MOVE host-name TO idx-ref-host
  END-IF
  DISPLAY "INDEX: composite performance index against reference"
    " host " idx-ref-host " (its latest clean run = 100)."
  MOVE 0 TO idx-ref-cnt
  MOVE 0 TO idx-rec-cnt
  MOVE 0 TO idx-skip-cnt
  MOVE 0 TO idx-unreg-cnt
  MOVE 0 TO idx-noref-cnt
  MOVE 0 TO idx-league-cnt
  PERFORM open-run-registry
  MOVE "N" TO hist-eof-sw
  OPEN INPUT hist-file
  IF hist-status NOT = "00"
    DISPLAY "INDEX: no history dataset found; nothing to rank."
  ELSE
    PERFORM UNTIL hist-at-eof
      READ hist-file NEXT RECORD
        AT END
          SET hist-at-eof TO TRUE
        NOT AT END
          PERFORM index-collect-reference
      END-READ
    END-PERFORM
    CLOSE hist-file
    IF idx-ref-cnt = 0
      DISPLAY "INDEX: reference host " idx-ref-host " has no clean"
        " registered run in the history; nothing to compare with."
      MOVE 16 TO RETURN-CODE
    ELSE
      SORT isrt-file
        ON ASCENDING KEY isrt-language isrt-host isrt-index
        INPUT PROCEDURE IS index-sort-input
        OUTPUT PROCEDURE IS index-sort-output
      PERFORM index-rank-league
      PERFORM index-print-league
      DISPLAY "INDEX: " idx-rec-cnt " run(s) indexed, "
        idx-skip-cnt " contaminated/unstable/malformed skipped, "
        idx-unreg-cnt " unregistered, " idx-noref-cnt
        " without a comparable reference."
    END-IF
  END-IF
  PERFORM close-run-registry
  .

*>
*> pass 1: keep, per language, the latest clean well-formed record
*> of the reference host.
*>
index-collect-reference.
  PERFORM index-check-record
  IF NOT vfy-rec-bad
    MOVE hist-run-id TO rhost-key
    PERFORM find-run-host
    IF rhost-found AND rhost-host = idx-ref-host
      MOVE 0 TO idx-lidx
      MOVE 1 TO idx-ljdx
      PERFORM UNTIL idx-ljdx > idx-ref-cnt OR idx-lidx > 0
        IF idx-ref-lang(idx-ljdx) = hist-language
          MOVE idx-ljdx TO idx-lidx
        END-IF
        ADD 1 TO idx-ljdx
      END-PERFORM
      COMPUTE idx-stamp = hist-date * 100000000 + hist-time
      IF idx-lidx = 0
        IF idx-ref-cnt < 10
          ADD 1 TO idx-ref-cnt
          MOVE idx-ref-cnt TO idx-lidx
          MOVE hist-language TO idx-ref-lang(idx-lidx)
          MOVE 0 TO idx-ref-stamp(idx-lidx)
        END-IF
      END-IF
      IF idx-lidx > 0
        IF idx-stamp >= idx-ref-stamp(idx-lidx)
          MOVE idx-stamp TO idx-ref-stamp(idx-lidx)
          MOVE hist-run-id TO idx-ref-run-id(idx-lidx)
          MOVE 1 TO hist-idx
          PERFORM 8 TIMES
            MOVE hist-res1(hist-idx) TO idx-ref-res(idx-lidx, hist-idx)
            IF hist-eff-n(hist-idx) IS NUMERIC
              MOVE hist-eff-n(hist-idx)
                TO idx-ref-effn(idx-lidx, hist-idx)
            ELSE
              MOVE 0 TO idx-ref-effn(idx-lidx, hist-idx)
            END-IF
            ADD 1 TO hist-idx
          END-PERFORM
        END-IF
      END-IF
    END-IF
  END-IF
  .

*>
*> a record takes part in the index only when it is clean (no "C"
*> or "U" stamp) and its numeric fields still pass their pictures;
*> sets vfy-rec-bad otherwise.
*>
index-check-record.
  MOVE "N" TO vfy-rec-bad-sw
  IF hist-flag = "C" OR hist-flag = "U"
    SET vfy-rec-bad TO TRUE
  END-IF
  IF hist-date IS NOT NUMERIC OR hist-time IS NOT NUMERIC
    SET vfy-rec-bad TO TRUE
  END-IF
  MOVE 1 TO hist-idx
  PERFORM 8 TIMES
    IF hist-res1(hist-idx) IS NOT NUMERIC
      SET vfy-rec-bad TO TRUE
    END-IF
    ADD 1 TO hist-idx
  END-PERFORM
  .

*>
*> pass 2 (sort input): score every clean record of a registered
*> host against its language's reference run.
*>
index-sort-input.
  MOVE "N" TO hist-eof-sw
  OPEN INPUT hist-file
  IF hist-status = "00"
    PERFORM UNTIL hist-at-eof
      READ hist-file NEXT RECORD
        AT END
          SET hist-at-eof TO TRUE
        NOT AT END
          PERFORM index-score-record
      END-READ
    END-PERFORM
    CLOSE hist-file
  END-IF
  .

index-score-record.
  PERFORM index-check-record
  IF vfy-rec-bad
    ADD 1 TO idx-skip-cnt
  ELSE
    MOVE hist-run-id TO rhost-key
    PERFORM find-run-host
    IF NOT rhost-found
      ADD 1 TO idx-unreg-cnt
    ELSE
      MOVE 0 TO idx-lidx
      MOVE 1 TO idx-ljdx
      PERFORM UNTIL idx-ljdx > idx-ref-cnt OR idx-lidx > 0
        IF idx-ref-lang(idx-ljdx) = hist-language
          MOVE idx-ljdx TO idx-lidx
        END-IF
        ADD 1 TO idx-ljdx
      END-PERFORM
      MOVE 0 TO idx-k
      MOVE 1 TO idx-prod
      IF idx-lidx > 0
        MOVE 1 TO idx-bidx
        PERFORM 8 TIMES
          IF hist-res1(idx-bidx) > 0
             AND idx-ref-res(idx-lidx, idx-bidx) > 0
             AND hist-eff-n(idx-bidx) IS NUMERIC
            IF hist-eff-n(idx-bidx) > 0 AND hist-eff-n(idx-bidx)
               = idx-ref-effn(idx-lidx, idx-bidx)
              COMPUTE idx-ratio = hist-res1(idx-bidx)
                / idx-ref-res(idx-lidx, idx-bidx)
              COMPUTE idx-prod = idx-prod * idx-ratio
              ADD 1 TO idx-k
            END-IF
          END-IF
          ADD 1 TO idx-bidx
        END-PERFORM
      END-IF
      IF idx-k = 0
        ADD 1 TO idx-noref-cnt
      ELSE
        COMPUTE idx-exp = 1 / idx-k
        COMPUTE idx-val = idx-prod ** idx-exp
        COMPUTE idx-val = idx-val * 100
        IF idx-val > 9999999
          MOVE 9999999 TO idx-val
        END-IF
        MOVE hist-language TO isrt-language
        MOVE rhost-host TO isrt-host
        COMPUTE isrt-index ROUNDED = idx-val
        MOVE hist-date TO isrt-date
        MOVE hist-time TO isrt-time
        RELEASE isrt-record
        ADD 1 TO idx-rec-cnt
      END-IF
    END-IF
  END-IF
  .

*>
*> sort output: one league entry per language/host group with its
*> run count, latest, best and median index.
*>
index-sort-output.
  MOVE "N" TO isrt-eof-sw
  MOVE "Y" TO idx-first-sw
  PERFORM index-return-record
  PERFORM UNTIL isrt-at-eof
    IF idx-first-record
      MOVE "N" TO idx-first-sw
      PERFORM index-start-group
    ELSE
      IF isrt-language NOT = idx-cur-language
         OR isrt-host NOT = idx-cur-host
        PERFORM index-end-group
        PERFORM index-start-group
      END-IF
    END-IF
    IF idx-med-cnt < 5000
      ADD 1 TO idx-med-cnt
      MOVE isrt-index TO idx-med(idx-med-cnt)
    ELSE
      SET idx-med-overflow TO TRUE
    END-IF
    COMPUTE idx-stamp = isrt-date * 100000000 + isrt-time
    IF idx-stamp >= idx-grp-stamp
      MOVE idx-stamp TO idx-grp-stamp
      MOVE isrt-index TO idx-hd-latest
    END-IF
    MOVE isrt-index TO idx-hd-best
    ADD 1 TO idx-hd-cnt
    PERFORM index-return-record
  END-PERFORM
  IF NOT idx-first-record
    PERFORM index-end-group
  END-IF
  .

index-return-record.
  RETURN isrt-file
    AT END
      SET isrt-at-eof TO TRUE
  END-RETURN
  .

index-start-group.
  MOVE isrt-language TO idx-cur-language
  MOVE isrt-host TO idx-cur-host
  MOVE isrt-language TO idx-hd-lang
  MOVE isrt-host TO idx-hd-host
  MOVE 0 TO idx-hd-cnt
  MOVE 0 TO idx-hd-latest
  MOVE 0 TO idx-hd-best
  MOVE 0 TO idx-hd-median
  MOVE 0 TO idx-grp-stamp
  MOVE 0 TO idx-med-cnt
  MOVE "N" TO idx-med-ovfl-sw
  .

*>
*> close one group: the runs came in ascending index order, so the
*> best is the last one seen and the median the middle entry (the
*> mean of the two middle entries for an even count).
*>
index-end-group.
  IF idx-med-overflow
    DISPLAY "INDEX: WARNING: more than 5000 runs for "
      idx-cur-host " " idx-cur-language "; median taken over the"
      " lowest 5000."
  END-IF
  COMPUTE idx-med-idx = idx-med-cnt / 2
  IF idx-med-idx * 2 = idx-med-cnt
    COMPUTE idx-hd-median = idx-med(idx-med-idx)
      + idx-med(idx-med-idx + 1)
    COMPUTE idx-hd-median = idx-hd-median / 2
  ELSE
    MOVE idx-med(idx-med-idx + 1) TO idx-hd-median
  END-IF
  IF idx-league-cnt < 100
    ADD 1 TO idx-league-cnt
    MOVE idx-league-hold TO idx-league-entry(idx-league-cnt)
  ELSE
    DISPLAY "INDEX: WARNING: more than 100 host/language groups;"
      " " idx-cur-host " " idx-cur-language " not ranked."
  END-IF
  .

*>
*> rank the league table: language ascending, then median index
*> descending (insertion sort, as for the stability samples).
*>
index-rank-league.
  MOVE 2 TO idx-gidx
  PERFORM UNTIL idx-gidx > idx-league-cnt
    MOVE idx-league-entry(idx-gidx) TO idx-league-hold
    COMPUTE idx-gjdx = idx-gidx - 1
    PERFORM UNTIL idx-gjdx < 1
       OR idx-lg-lang(idx-gjdx) < idx-hd-lang
       OR (idx-lg-lang(idx-gjdx) = idx-hd-lang
           AND idx-lg-median(idx-gjdx) >= idx-hd-median)
      MOVE idx-league-entry(idx-gjdx) TO idx-league-entry(idx-gjdx + 1)
      SUBTRACT 1 FROM idx-gjdx
    END-PERFORM
    MOVE idx-league-hold TO idx-league-entry(idx-gjdx + 1)
    ADD 1 TO idx-gidx
  END-PERFORM
  .

index-print-league.
  MOVE SPACES TO idx-cur-language
  MOVE 1 TO idx-gidx
  PERFORM idx-league-cnt TIMES
    IF idx-lg-lang(idx-gidx) NOT = idx-cur-language
      MOVE idx-lg-lang(idx-gidx) TO idx-cur-language
      MOVE 0 TO idx-rank
      MOVE 0 TO idx-lidx
      MOVE 1 TO idx-ljdx
      PERFORM UNTIL idx-ljdx > idx-ref-cnt OR idx-lidx > 0
        IF idx-ref-lang(idx-ljdx) = idx-cur-language
          MOVE idx-ljdx TO idx-lidx
        END-IF
        ADD 1 TO idx-ljdx
      END-PERFORM
      DISPLAY " "
      DISPLAY "INDEX: league table for " idx-cur-language
        " (reference run " idx-ref-run-id(idx-lidx) "):"
      DISPLAY "Rank Host               Runs     Latest       Best"
        "     Median"
    END-IF
    ADD 1 TO idx-rank
    MOVE idx-rank TO idx-fmt-rank
    MOVE idx-lg-cnt(idx-gidx) TO idx-fmt-cnt
    MOVE idx-lg-latest(idx-gidx) TO idx-fmt-latest
    MOVE idx-lg-best(idx-gidx) TO idx-fmt-best
    MOVE idx-lg-median(idx-gidx) TO idx-fmt-median
    DISPLAY " " idx-fmt-rank " " idx-lg-host(idx-gidx) " "
      idx-fmt-cnt " " idx-fmt-latest " " idx-fmt-best " "
      idx-fmt-median
    ADD 1 TO idx-gidx
  END-PERFORM
  .

*>
*> capacity-planning projection (PROJECT keyword): estimate the
*> elapsed time of every production job in BMBMIX on every machine
*> in the history, from the job's measured minutes on the reference
*> host and its workload mix. per machine the latest clean non-zero
*> figure of each bench column (CPU) and I/O phase (CobIO) is used;
*> a column the job weights is scaled by reference figure / machine
*> figure (a faster machine shortens that share of the job). the
*> nightly window is the total over all jobs and is flagged against
*> proj-limit-min; a machine lacking a figure some job needs is
*> reported INCOMPLETE rather than guessed at.
*>
project-capacity.
  IF idx-ref-host = SPACES
    MOVE host-name TO idx-ref-host
  END-IF
  MOVE 0 TO proj-over-cnt
  MOVE 0 TO proj-incomplete-cnt
  PERFORM load-mix-table
  IF mix-job-cnt = 0
    DISPLAY "PROJECT: no usable job in workload-mix dataset BMBMIX;"
      " nothing to project."
    MOVE 16 TO RETURN-CODE
  ELSE
    PERFORM open-run-registry
    PERFORM project-collect-figures
    PERFORM close-run-registry
    MOVE 0 TO proj-ref-hidx
    MOVE 1 TO proj-hidx
    PERFORM UNTIL proj-hidx > proj-host-cnt OR proj-ref-hidx > 0
      IF proj-host(proj-hidx) = idx-ref-host
        MOVE proj-hidx TO proj-ref-hidx
      END-IF
      ADD 1 TO proj-hidx
    END-PERFORM
    IF proj-ref-hidx = 0
      DISPLAY "PROJECT: reference host " idx-ref-host " has no clean"
        " registered figures in the history; nothing to scale from."
      MOVE 16 TO RETURN-CODE
    ELSE
      MOVE proj-limit-min TO proj-fmt-limit
      DISPLAY "PROJECT: " mix-job-cnt " job(s) from BMBMIX, reference"
        " host " idx-ref-host ", window limit" proj-fmt-limit
        " min."
      MOVE 1 TO proj-hidx
      PERFORM proj-host-cnt TIMES
        PERFORM project-one-host
        ADD 1 TO proj-hidx
      END-PERFORM
      IF proj-over-cnt > 0
        DISPLAY "PROJECT: " proj-over-cnt " host(s) over the window"
          " limit."
        MOVE 4 TO RETURN-CODE
      END-IF
      IF proj-incomplete-cnt > 0
        DISPLAY "PROJECT: " proj-incomplete-cnt " host(s) lack"
          " figures for part of the mix; run the missing benches"
          " there."
      END-IF
    END-IF
  END-IF
  .

*>
*> load the production workload mix. each job's weights must add up
*> to 100 (percent of its work) and its reference minutes must be
*> positive; a record that fails either is reported and left out.
*>
load-mix-table.
  MOVE 0 TO mix-job-cnt
  MOVE 0 TO mix-bad-cnt
  MOVE "N" TO mix-eof-sw
  OPEN INPUT mix-file
  IF mix-status NOT = "00"
    DISPLAY "PROJECT: workload-mix dataset BMBMIX not found (status "
      mix-status ")."
  ELSE
    PERFORM UNTIL mix-at-eof
      READ mix-file
        AT END
          SET mix-at-eof TO TRUE
        NOT AT END
          IF mix-record NOT = SPACES AND mix-job(1:1) NOT = "*"
            PERFORM load-mix-record
          END-IF
      END-READ
    END-PERFORM
    CLOSE mix-file
    IF mix-bad-cnt > 0
      DISPLAY "PROJECT: " mix-bad-cnt " BMBMIX record(s) rejected."
    END-IF
  END-IF
  .

load-mix-record.
  MOVE "N" TO vfy-rec-bad-sw
  MOVE 0 TO mix-wt-sum
  IF mix-ref-min IS NOT NUMERIC
    SET vfy-rec-bad TO TRUE
  ELSE
    IF mix-ref-min = 0
      SET vfy-rec-bad TO TRUE
    END-IF
  END-IF
  MOVE 1 TO proj-col
  PERFORM 8 TIMES
    IF mix-cpu-wt(proj-col) IS NUMERIC
      ADD mix-cpu-wt(proj-col) TO mix-wt-sum
    ELSE
      SET vfy-rec-bad TO TRUE
    END-IF
    ADD 1 TO proj-col
  END-PERFORM
  MOVE 1 TO proj-col
  PERFORM 3 TIMES
    IF mix-io-wt(proj-col) IS NUMERIC
      ADD mix-io-wt(proj-col) TO mix-wt-sum
    ELSE
      SET vfy-rec-bad TO TRUE
    END-IF
    ADD 1 TO proj-col
  END-PERFORM
  IF NOT vfy-rec-bad AND mix-wt-sum NOT = 100
    SET vfy-rec-bad TO TRUE
  END-IF
  IF vfy-rec-bad
    DISPLAY "PROJECT: job " mix-job " rejected: reference minutes"
      " must be positive and the weights numeric, adding up to 100."
    ADD 1 TO mix-bad-cnt
  ELSE
    IF mix-job-cnt < 200
      ADD 1 TO mix-job-cnt
      MOVE mix-job TO mixt-job(mix-job-cnt)
      MOVE mix-ref-min TO mixt-ref-min(mix-job-cnt)
      MOVE 1 TO proj-col
      PERFORM 8 TIMES
        MOVE mix-cpu-wt(proj-col) TO mixt-wt(mix-job-cnt, proj-col)
        ADD 1 TO proj-col
      END-PERFORM
      MOVE 1 TO proj-col
      PERFORM 3 TIMES
        MOVE mix-io-wt(proj-col)
          TO mixt-wt(mix-job-cnt, proj-col + 8)
        ADD 1 TO proj-col
      END-PERFORM
    ELSE
      DISPLAY "PROJECT: more than 200 jobs in BMBMIX; job " mix-job
        " left out."
      ADD 1 TO mix-bad-cnt
    END-IF
  END-IF
  .

*>
*> collect, per registered host, the latest clean non-zero figure of
*> every projection column: bench00-07 from the CPU rows, the three
*> I/O phases from the CobIO rows. the figure's effective workload
*> size is kept with it, so project-one-host only sets figures
*> measured at the same size side by side (as INDEX does).
*>
project-collect-figures.
  MOVE 0 TO proj-host-cnt
  MOVE "N" TO hist-eof-sw
  OPEN INPUT hist-file
  IF hist-status = "00"
    PERFORM UNTIL hist-at-eof
      READ hist-file NEXT RECORD
        AT END
          SET hist-at-eof TO TRUE
        NOT AT END
          PERFORM project-collect-record
      END-READ
    END-PERFORM
    CLOSE hist-file
  END-IF
  .

project-collect-record.
  PERFORM index-check-record
  IF NOT vfy-rec-bad
     AND (hist-language = prg-language OR hist-language = "CobIO")
    MOVE hist-run-id TO rhost-key
    PERFORM find-run-host
    IF rhost-found
      MOVE 0 TO proj-hidx
      MOVE 1 TO proj-hjdx
      PERFORM UNTIL proj-hjdx > proj-host-cnt OR proj-hidx > 0
        IF proj-host(proj-hjdx) = rhost-host
          MOVE proj-hjdx TO proj-hidx
        END-IF
        ADD 1 TO proj-hjdx
      END-PERFORM
      IF proj-hidx = 0
        IF proj-host-cnt < 50
          ADD 1 TO proj-host-cnt
          MOVE proj-host-cnt TO proj-hidx
          MOVE rhost-host TO proj-host(proj-hidx)
          MOVE 1 TO proj-col
          PERFORM 11 TIMES
            MOVE 0 TO proj-fig(proj-hidx, proj-col)
            MOVE 0 TO proj-stamp(proj-hidx, proj-col)
            MOVE 0 TO proj-effn(proj-hidx, proj-col)
            ADD 1 TO proj-col
          END-PERFORM
        ELSE
          DISPLAY "PROJECT: WARNING: more than 50 hosts in the"
            " history; " rhost-host " not projected."
        END-IF
      END-IF
      IF proj-hidx > 0
        COMPUTE idx-stamp = hist-date * 100000000 + hist-time
        MOVE 1 TO hist-idx
        PERFORM 8 TIMES
          IF hist-language = prg-language
            MOVE hist-idx TO proj-col
          ELSE
            COMPUTE proj-col = hist-idx + 8
          END-IF
          IF hist-res1(hist-idx) > 0 AND proj-col <= 11
            IF idx-stamp >= proj-stamp(proj-hidx, proj-col)
              MOVE idx-stamp TO proj-stamp(proj-hidx, proj-col)
              MOVE hist-res1(hist-idx) TO proj-fig(proj-hidx, proj-col)
              MOVE 0 TO proj-effn(proj-hidx, proj-col)
              IF hist-eff-n(hist-idx) IS NUMERIC
                MOVE hist-eff-n(hist-idx)
                  TO proj-effn(proj-hidx, proj-col)
              END-IF
            END-IF
          END-IF
          ADD 1 TO hist-idx
        END-PERFORM
      END-IF
  .

*>
*> project every job onto host proj-hidx and total its window.
*>
project-one-host.
  MOVE 0 TO proj-window
  MOVE "Y" TO proj-host-ok-sw
  DISPLAY " "
  DISPLAY "PROJECT: host " proj-host(proj-hidx)
  DISPLAY "  Job        Ref-min   Projected"
  MOVE 1 TO mix-jidx
  PERFORM mix-job-cnt TIMES
    MOVE 0 TO proj-job-min
    MOVE "Y" TO proj-job-ok-sw
    MOVE 1 TO proj-col
    PERFORM 11 TIMES
      IF mixt-wt(mix-jidx, proj-col) > 0
        IF proj-fig(proj-hidx, proj-col) > 0
           AND proj-fig(proj-ref-hidx, proj-col) > 0
           AND proj-effn(proj-hidx, proj-col) > 0
           AND proj-effn(proj-hidx, proj-col)
             = proj-effn(proj-ref-hidx, proj-col)
          COMPUTE proj-share = mixt-ref-min(mix-jidx)
            * mixt-wt(mix-jidx, proj-col)
          COMPUTE proj-share = proj-share / 100
          COMPUTE proj-share = proj-share
            * proj-fig(proj-ref-hidx, proj-col)
          COMPUTE proj-share = proj-share
            / proj-fig(proj-hidx, proj-col)
          ADD proj-share TO proj-job-min
        ELSE
          MOVE "N" TO proj-job-ok-sw
        END-IF
      END-IF
      ADD 1 TO proj-col
    END-PERFORM
    MOVE mixt-ref-min(mix-jidx) TO proj-fmt-ref
    IF proj-job-ok
      COMPUTE proj-fmt-min ROUNDED = proj-job-min
      ADD proj-job-min TO proj-window
      DISPLAY "  " mixt-job(mix-jidx) " " proj-fmt-ref " "
        proj-fmt-min
    ELSE
      MOVE "N" TO proj-host-ok-sw
      DISPLAY "  " mixt-job(mix-jidx) " " proj-fmt-ref
        "   (no figure for a weighted column)"
    END-IF
    ADD 1 TO mix-jidx
  END-PERFORM
  COMPUTE proj-fmt-min ROUNDED = proj-window
  IF NOT proj-host-ok
    ADD 1 TO proj-incomplete-cnt
    DISPLAY "  window  " proj-fmt-min " min -- INCOMPLETE"
  ELSE
    IF proj-window > proj-limit-min
      ADD 1 TO proj-over-cnt
      DISPLAY "  window  " proj-fmt-min " min -- OVER LIMIT"
    ELSE
      DISPLAY "  window  " proj-fmt-min " min -- ok"
    END-IF
  END-IF
  .

*>
*> housekeeping/retention mode (PURGE keyword): age the append-only
*> datasets. records older than purge-retention-days are moved into
*> the dated generation archive (BMBPARC) and each dataset is then
*> compacted in place, so REPORT/EXPORT passes over years of nightly
*> runs stop paying for records nobody looks at any more -- without
*> the operators ever having to trim a shared dataset by hand.
*>
purge-datasets.
  ACCEPT ts-date FROM DATE YYYYMMDD
  PERFORM get-day-serial
  COMPUTE purge-cutoff-serial = ts-day-serial - purge-retention-days
  DISPLAY "PURGE: archiving records older than " purge-retention-days
    " day(s) to BMBPARC."
  MOVE SPACES TO audt-keys-ws
  MOVE 1 TO audt-ptr
  MOVE "retention" TO audt-label
  MOVE purge-retention-days TO audt-cnt
  PERFORM audit-add-count
  MOVE "BMBHIST" TO purge-ds-name
  PERFORM purge-hist-dataset
*> the registry ages with the history: rctx-date and hist-date both
*> carry the run date, so the same cutoff keeps the two datasets in
*> lockstep and the VERIFY cross-check never sees a registry entry
*> whose history row was archived out from under it (or vice versa).
  MOVE "BMBRCTX" TO purge-ds-name
  PERFORM purge-rctx-dataset
  MOVE "BMBCLOG" TO purge-ds-name
  PERFORM purge-clog-dataset
  MOVE "BMBCHKV" TO purge-ds-name
  PERFORM purge-chkv-dataset
  MOVE "BMBBARC" TO purge-ds-name
  PERFORM purge-barc-dataset
  MOVE "PURGE" TO audt-action-ws
  PERFORM write-audit-entry
*> the cutoff arithmetic above reused ts-date/ts-day-serial, so the
*> cached day serial in the timing probe is stale now; forget the
*> cached date and the next get-raw-ts recomputes it.
  MOVE 0 TO ts-last-date
  .

*>
*> decide keep-or-archive for one record date (in: purge-rec-date,
*> out: purge-keep-sw): the record's day serial is compared against
*> the retention cutoff. run dates are stored as YYMMDD, all of them
*> written this century.
*>
purge-age-check.
  MOVE "Y" TO purge-keep-sw
  COMPUTE ts-date = 20000000 + purge-rec-date
  PERFORM get-day-serial
  IF ts-day-serial < purge-cutoff-serial
    MOVE "N" TO purge-keep-sw
  END-IF
  .

*>
*> append one aged-out record (already placed in parc-data) to the
*> dated generation archive, stamped with this purge run's date/time
*> and the dataset it came from.
*>
write-purge-archive.
  MOVE run-date TO parc-date
  MOVE run-time TO parc-time
  MOVE purge-ds-name TO parc-dataset
  OPEN EXTEND parc-file
  IF parc-status NOT = "00"
    OPEN OUTPUT parc-file
  END-IF
  WRITE parc-record
  CLOSE parc-file
  ADD 1 TO purge-arch-cnt
  .

*>
*> print the kept/archived housekeeping summary line for the dataset
*> just processed.
*>
print-purge-summary.
  DISPLAY "PURGE: " purge-ds-name ": kept=" purge-kept-cnt
    " archived=" purge-arch-cnt
  MOVE purge-ds-name TO audt-label
  MOVE purge-arch-cnt TO audt-cnt
  PERFORM audit-add-count
  .

*>
*> age the run-history dataset (BMBHIST): one pass in key order,
*> aged records go to the archive and are deleted by key, so the
*> keyed dataset needs no staging and copy-back.
*>
purge-hist-dataset.
  MOVE 0 TO purge-kept-cnt
  MOVE 0 TO purge-arch-cnt
  MOVE "N" TO hist-eof-sw
  OPEN I-O hist-file
  IF hist-status = "00"
    PERFORM UNTIL hist-at-eof
      READ hist-file NEXT RECORD
        AT END
          SET hist-at-eof TO TRUE
        NOT AT END
          MOVE hist-date TO purge-rec-date
          PERFORM purge-age-check
          IF purge-keep
            ADD 1 TO purge-kept-cnt
          ELSE
            MOVE hist-record TO parc-data
            PERFORM write-purge-archive
            DELETE hist-file RECORD
              INVALID KEY
                DISPLAY "PURGE: BMBHIST row " hist-run-id " "
                  hist-seq " could not be deleted (status "
                  hist-status ")."
            END-DELETE
          END-IF
      END-READ
    END-PERFORM
    CLOSE hist-file
  END-IF
  PERFORM print-purge-summary
  .

*>
*> age the run-context registry (BMBRCTX), by run date -- in the
*> same pass and against the same cutoff as the history, so every
*> kept history row keeps its registry entry and every archived row
*> takes it along to BMBPARC.
*>
purge-rctx-dataset.
  MOVE 0 TO purge-kept-cnt
  MOVE 0 TO purge-arch-cnt
  MOVE "N" TO rctx-eof-sw
  OPEN I-O rctx-file
  IF rctx-status = "00"
    PERFORM UNTIL rctx-at-eof
      READ rctx-file NEXT RECORD
        AT END
          SET rctx-at-eof TO TRUE
        NOT AT END
          MOVE rctx-date TO purge-rec-date
          PERFORM purge-age-check
          IF purge-keep
            ADD 1 TO purge-kept-cnt
          ELSE
            MOVE rctx-record TO parc-data
            PERFORM write-purge-archive
            DELETE rctx-file RECORD
              INVALID KEY
                DISPLAY "PURGE: BMBRCTX entry " rctx-run-id
                  " could not be deleted (status " rctx-status ")."
            END-DELETE
          END-IF
      END-READ
    END-PERFORM
    CLOSE rctx-file
  END-IF
  PERFORM print-purge-summary
  .

*>
*> age the calibration audit trail (BMBCLOG) -- the fastest-growing
*> dataset of the family, one record per measureBench iteration.
*>
purge-clog-dataset.
  MOVE 0 TO purge-kept-cnt
  MOVE 0 TO purge-arch-cnt
  MOVE "N" TO clog-eof-sw
  OPEN INPUT clog-file
  IF clog-status = "00"
    OPEN OUTPUT pwrk-file
    PERFORM UNTIL clog-at-eof
      READ clog-file
        AT END
          SET clog-at-eof TO TRUE
        NOT AT END
          MOVE clog-date TO purge-rec-date
          PERFORM purge-age-check
          IF purge-keep
            MOVE clog-record TO pwrk-record
            WRITE pwrk-record
            ADD 1 TO purge-kept-cnt
          ELSE
            MOVE clog-record TO parc-data
            PERFORM write-purge-archive
          END-IF
      END-READ
    END-PERFORM
    CLOSE clog-file
    CLOSE pwrk-file
    MOVE "N" TO pwrk-eof-sw
    OPEN INPUT pwrk-file
    OPEN OUTPUT clog-file
    PERFORM UNTIL pwrk-at-eof
      READ pwrk-file
        AT END
          SET pwrk-at-eof TO TRUE
        NOT AT END
          MOVE pwrk-record TO clog-record
          WRITE clog-record
      END-READ
    END-PERFORM
    CLOSE pwrk-file
    CLOSE clog-file
  END-IF
  PERFORM print-purge-summary
  .

*>
*> age the check-value store (BMBCHKV). records written before the
*> store carried a date read back with spaces there: those are kept
*> and re-stamped with today's date, so they age out through normal
*> retention from now on instead of being discarded unseen.
*>
purge-chkv-dataset.
  MOVE 0 TO purge-kept-cnt
  MOVE 0 TO purge-arch-cnt
  MOVE "N" TO chkv-eof-sw
  OPEN INPUT chkv-file
  IF chkv-status = "00"
    OPEN OUTPUT pwrk-file
    PERFORM UNTIL chkv-at-eof
      READ chkv-file
        AT END
          SET chkv-at-eof TO TRUE
        NOT AT END
          IF chkv-date IS NUMERIC
            MOVE chkv-date TO purge-rec-date
            PERFORM purge-age-check
          ELSE
            MOVE run-date TO chkv-date
            MOVE "Y" TO purge-keep-sw
          END-IF
          IF purge-keep
            MOVE chkv-record TO pwrk-record
            WRITE pwrk-record
            ADD 1 TO purge-kept-cnt
          ELSE
            MOVE chkv-record TO parc-data
            PERFORM write-purge-archive
          END-IF
      END-READ
    END-PERFORM
    CLOSE chkv-file
    CLOSE pwrk-file
    MOVE "N" TO pwrk-eof-sw
    OPEN INPUT pwrk-file
    OPEN OUTPUT chkv-file
    PERFORM UNTIL pwrk-at-eof
      READ pwrk-file
        AT END
          SET pwrk-at-eof TO TRUE
        NOT AT END
          MOVE pwrk-record TO chkv-record
          WRITE chkv-record
      END-READ
    END-PERFORM
    CLOSE pwrk-file
    CLOSE chkv-file
  END-IF
  PERFORM print-purge-summary
  .

*>
*> age the baseline archive (BMBBARC), by promotion date.
*>
purge-barc-dataset.
  MOVE 0 TO purge-kept-cnt
  MOVE 0 TO purge-arch-cnt
  MOVE "N" TO barc-eof-sw
  OPEN INPUT barc-file
  IF barc-status = "00"
    OPEN OUTPUT pwrk-file
    PERFORM UNTIL barc-at-eof
      READ barc-file
        AT END
          SET barc-at-eof TO TRUE
        NOT AT END
          MOVE barc-promo-date TO purge-rec-date
          PERFORM purge-age-check
          IF purge-keep
            MOVE barc-record TO pwrk-record
            WRITE pwrk-record
            ADD 1 TO purge-kept-cnt
          ELSE
            MOVE barc-record TO parc-data
            PERFORM write-purge-archive
          END-IF
      END-READ
    END-PERFORM
    CLOSE barc-file
    CLOSE pwrk-file
    MOVE "N" TO pwrk-eof-sw
    OPEN INPUT pwrk-file
    OPEN OUTPUT barc-file
    PERFORM UNTIL pwrk-at-eof
      READ pwrk-file
        AT END
          SET pwrk-at-eof TO TRUE
        NOT AT END
          MOVE pwrk-record TO barc-record
          WRITE barc-record
      END-READ
    END-PERFORM
    CLOSE pwrk-file
    CLOSE barc-file
  END-IF
  PERFORM print-purge-summary
  .

*>
*> cross-dataset reconciliation audit (VERIFY keyword): read the
*> whole dataset family and report every place where the datasets
*> no longer agree -- history records whose run-id resolves to no
*> registry entry (write-run-context runs after release-run-lock,
*> so an abend between the two leaves exactly this orphan),
*> registry entries with no history, records whose numeric fields
*> no longer pass their pictures, a checkpoint pointing at no known
*> run, and a leftover lock. ends with clean/suspect counts per
*> dataset and a non-zero RETURN-CODE when anything is suspect.
*>
verify-datasets.
  DISPLAY "VERIFY: reconciling the benchmark dataset family."
  MOVE 0 TO vfy-total-bad-cnt
  PERFORM verify-lock-dataset
  PERFORM verify-rctx-dataset
  PERFORM verify-hist-dataset
  PERFORM verify-cross-reference
  PERFORM verify-base-dataset
  PERFORM verify-barc-dataset
  PERFORM verify-chkv-dataset
  PERFORM verify-ckpt-dataset
  DISPLAY "VERIFY summary (clean/suspect):"
  DISPLAY "  BMBHIST: clean=" vfy-hist-ok-cnt " suspect="
    vfy-hist-bad-cnt
  DISPLAY "  BMBRCTX: clean=" vfy-rctx-ok-cnt " suspect="
    vfy-rctx-bad-cnt
  DISPLAY "  BMBBASE: clean=" vfy-base-ok-cnt " suspect="
    vfy-base-bad-cnt
  DISPLAY "  BMBBARC: clean=" vfy-barc-ok-cnt " suspect="
    vfy-barc-bad-cnt
  DISPLAY "  BMBCHKV: clean=" vfy-chkv-ok-cnt " suspect="
    vfy-chkv-bad-cnt
  DISPLAY "  BMBCKPT: clean=" vfy-ckpt-ok-cnt " suspect="
    vfy-ckpt-bad-cnt
  DISPLAY "  BMBLOCK: clean=" vfy-lock-ok-cnt " suspect="
    vfy-lock-bad-cnt
  IF vfy-total-bad-cnt > 0
    DISPLAY "VERIFY: " vfy-total-bad-cnt " discrepanc(ies) found."
    MOVE 6 TO RETURN-CODE
  ELSE
    DISPLAY "VERIFY: datasets agree; no discrepancies found."
  END-IF
  .

*>
*> look a run-id (in: vfy-key) up in the registry by key (the
*> registry must be open through open-run-registry); sets
*> vfy-id-found. the run-id held by a leftover lock counts as
*> known too: the run existed, it just never got to write its
*> registry record.
*>
verify-find-rctx-id.
  MOVE "N" TO vfy-found-sw
  MOVE vfy-key TO rhost-key
  PERFORM find-run-host
  IF rhost-found
    SET vfy-id-found TO TRUE
  END-IF
  IF NOT vfy-id-found AND vfy-key = vfy-lock-id
     AND vfy-key NOT = SPACES
    SET vfy-id-found TO TRUE
  END-IF
  .

*>
*> look a run-id (in: vfy-key) up in the open history: position on
*> its first row (row numbers start at 1) and see whether the row
*> found there belongs to it; sets vfy-id-found. the record area is
*> overwritten.
*>
verify-find-hist-id.
  MOVE "N" TO vfy-found-sw
  MOVE vfy-key TO hist-run-id
  MOVE 0 TO hist-seq
  START hist-file KEY IS NOT LESS THAN hist-key
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      READ hist-file NEXT RECORD
        AT END
          CONTINUE
        NOT AT END
          IF hist-run-id = vfy-key
            SET vfy-id-found TO TRUE
          END-IF
      END-READ
  END-START
  .

*>
*> audit the active-run lock (BMBLOCK): a record in here while no
*> run is in flight means a run abended and nobody cleaned up. the
*> lock's run-id is remembered so checkpoint/registry checks can
*> treat that run as known.
*>
verify-lock-dataset.
  MOVE 0 TO vfy-lock-ok-cnt
  MOVE 0 TO vfy-lock-bad-cnt
  MOVE SPACES TO vfy-lock-id
  OPEN INPUT lock-file
  IF lock-status = "00"
    READ lock-file
      AT END
        CONTINUE
      NOT AT END
        MOVE lock-run-id TO vfy-lock-id
        DISPLAY "VERIFY: leftover active-run lock held by "
          lock-run-id " -- run abended or is still in flight."
        ADD 1 TO vfy-lock-bad-cnt
        ADD 1 TO vfy-total-bad-cnt
    END-READ
    CLOSE lock-file
  END-IF
  IF vfy-lock-bad-cnt = 0
    ADD 1 TO vfy-lock-ok-cnt
  END-IF
  .

*>
*> audit the run-context registry (BMBRCTX): numeric fields must
*> pass their pictures and the run-id must be present.
*>
verify-rctx-dataset.
  MOVE 0 TO vfy-rctx-ok-cnt
  MOVE 0 TO vfy-rctx-bad-cnt
  MOVE "N" TO rctx-eof-sw
  OPEN INPUT rctx-file
  IF rctx-status = "00"
    PERFORM UNTIL rctx-at-eof
      READ rctx-file NEXT RECORD
        AT END
          SET rctx-at-eof TO TRUE
        NOT AT END
          MOVE "N" TO vfy-rec-bad-sw
          IF rctx-run-id = SPACES
            DISPLAY "VERIFY: BMBRCTX record with blank run-id."
            SET vfy-rec-bad TO TRUE
          END-IF
          IF rctx-n IS NOT NUMERIC OR rctx-cali-ms IS NOT NUMERIC
             OR rctx-rc IS NOT NUMERIC OR rctx-date IS NOT NUMERIC
             OR rctx-time IS NOT NUMERIC
            DISPLAY "VERIFY: BMBRCTX record " rctx-run-id
              " has non-numeric fields."
            SET vfy-rec-bad TO TRUE
          END-IF
          IF vfy-rec-bad
            ADD 1 TO vfy-rctx-bad-cnt
            ADD 1 TO vfy-total-bad-cnt
          ELSE
            ADD 1 TO vfy-rctx-ok-cnt
          END-IF
      END-READ
    END-PERFORM
    CLOSE rctx-file
  END-IF
  .

*>
*> audit the run-history dataset (BMBHIST): numeric fields must
*> pass their pictures and the run-id must resolve to a registry
*> entry. records predating the run-id column (spaces there) are
*> reported once each: they can no longer be traced.
*>
verify-hist-dataset.
  MOVE 0 TO vfy-hist-ok-cnt
  MOVE 0 TO vfy-hist-bad-cnt
  MOVE "N" TO hist-eof-sw
  PERFORM open-run-registry
  OPEN INPUT hist-file
  IF hist-status = "00"
    PERFORM UNTIL hist-at-eof
      READ hist-file NEXT RECORD
        AT END
          SET hist-at-eof TO TRUE
        NOT AT END
          MOVE "N" TO vfy-rec-bad-sw
          IF hist-date IS NOT NUMERIC OR hist-time IS NOT NUMERIC
             OR hist-n IS NOT NUMERIC
            DISPLAY "VERIFY: BMBHIST record " hist-date " " hist-time
              " has non-numeric fields."
            SET vfy-rec-bad TO TRUE
          END-IF
          MOVE 1 TO hist-idx
          PERFORM 8 TIMES
            IF hist-res1(hist-idx) IS NOT NUMERIC
              DISPLAY "VERIFY: BMBHIST record " hist-date " "
                hist-time ": throughput column " hist-idx
                " fails its picture."
              SET vfy-rec-bad TO TRUE
            END-IF
            ADD 1 TO hist-idx
          END-PERFORM
          IF hist-run-id = SPACES
            DISPLAY "VERIFY: BMBHIST record " hist-date " " hist-time
              " carries no run-id (written before the registry"
              " existed)."
            SET vfy-rec-bad TO TRUE
          ELSE
            MOVE hist-run-id TO vfy-key
            PERFORM verify-find-rctx-id
            IF NOT vfy-id-found
              DISPLAY "VERIFY: BMBHIST run-id " hist-run-id
                " has no BMBRCTX registry entry (orphan)."
              SET vfy-rec-bad TO TRUE
            END-IF
          END-IF
          IF vfy-rec-bad
            ADD 1 TO vfy-hist-bad-cnt
            ADD 1 TO vfy-total-bad-cnt
          ELSE
            ADD 1 TO vfy-hist-ok-cnt
          END-IF
      END-READ
    END-PERFORM
    CLOSE hist-file
  END-IF
  PERFORM close-run-registry
  .

*>
*> reverse cross-check: every registry entry should have at least
*> one history record. a registry entry without one marks a run
*> that registered itself but never published a figure (or whose
*> history was purged longer ago than its registry record). the
*> registry is read in key order and each run-id looked up in the
*> history by key.
*>
verify-cross-reference.
  MOVE "N" TO rctx-eof-sw
  OPEN INPUT rctx-file
  IF rctx-status = "00"
    OPEN INPUT hist-file
    MOVE hist-status TO vfy-hist-open-status
    PERFORM UNTIL rctx-at-eof
      READ rctx-file NEXT RECORD
        AT END
          SET rctx-at-eof TO TRUE
        NOT AT END
          MOVE rctx-run-id TO vfy-key
          MOVE "N" TO vfy-found-sw
          IF vfy-hist-open-status = "00"
            PERFORM verify-find-hist-id
          END-IF
          IF NOT vfy-id-found
            DISPLAY "VERIFY: BMBRCTX entry " vfy-key
              " has no BMBHIST history record."
            ADD 1 TO vfy-rctx-bad-cnt
            ADD 1 TO vfy-total-bad-cnt
          END-IF
      END-READ
    END-PERFORM
    IF vfy-hist-open-status = "00"
      CLOSE hist-file
    END-IF
    CLOSE rctx-file
  END-IF
  .

*>
*> audit the baseline dataset (BMBBASE): structural check of every
*> golden record.
*>
verify-base-dataset.
  MOVE 0 TO vfy-base-ok-cnt
  MOVE 0 TO vfy-base-bad-cnt
  MOVE "N" TO base-eof-sw
  OPEN INPUT base-file
  IF base-status = "00"
    PERFORM UNTIL base-at-eof
      READ base-file
        AT END
          SET base-at-eof TO TRUE
        NOT AT END
          MOVE "N" TO vfy-rec-bad-sw
          IF base-date IS NOT NUMERIC OR base-time IS NOT NUMERIC
             OR base-language = SPACES
            DISPLAY "VERIFY: BMBBASE record for language '"
              base-language "' fails its pictures."
            SET vfy-rec-bad TO TRUE
          END-IF
          MOVE 1 TO base-idx
          PERFORM 8 TIMES
            IF base-res1(base-idx) IS NOT NUMERIC
              DISPLAY "VERIFY: BMBBASE record for " base-language
                ": throughput column " base-idx
                " fails its picture."
              SET vfy-rec-bad TO TRUE
            END-IF
            ADD 1 TO base-idx
          END-PERFORM
          IF vfy-rec-bad
            ADD 1 TO vfy-base-bad-cnt
            ADD 1 TO vfy-total-bad-cnt
          ELSE
            ADD 1 TO vfy-base-ok-cnt
          END-IF
      END-READ
    END-PERFORM
    CLOSE base-file
  END-IF
  .

*>
*> audit the baseline archive (BMBBARC): every row must look like a
*> promotion -- a numeric promotion stamp in front of a well-formed
*> superseded BMBBASE record.
*>
verify-barc-dataset.
  MOVE 0 TO vfy-barc-ok-cnt
  MOVE 0 TO vfy-barc-bad-cnt
  MOVE "N" TO barc-eof-sw
  OPEN INPUT barc-file
  IF barc-status = "00"
    PERFORM UNTIL barc-at-eof
      READ barc-file
        AT END
          SET barc-at-eof TO TRUE
        NOT AT END
          MOVE "N" TO vfy-rec-bad-sw
          IF barc-promo-date IS NOT NUMERIC
             OR barc-promo-time IS NOT NUMERIC
            DISPLAY "VERIFY: BMBBARC record has a non-numeric"
              " promotion stamp."
            SET vfy-rec-bad TO TRUE
          END-IF
*> the archived payload is a BMBBASE record: its own date/time in
*> the first 14 positions and the language tag behind them must
*> still parse, or the row traces back to no promotion.
          IF barc-old-base(1:14) IS NOT NUMERIC
             OR barc-old-base(19:5) = SPACES
            DISPLAY "VERIFY: BMBBARC record " barc-promo-date " "
              barc-promo-time " does not hold a valid superseded"
              " baseline record."
            SET vfy-rec-bad TO TRUE
          END-IF
          IF vfy-rec-bad
            ADD 1 TO vfy-barc-bad-cnt
            ADD 1 TO vfy-total-bad-cnt
          ELSE
            ADD 1 TO vfy-barc-ok-cnt
          END-IF
      END-READ
    END-PERFORM
    CLOSE barc-file
  END-IF
  .

*>
*> audit the check-value store (BMBCHKV): key and value must be
*> numeric; the trailing date may be spaces (records written before
*> the store carried one).
*>
verify-chkv-dataset.
  MOVE 0 TO vfy-chkv-ok-cnt
  MOVE 0 TO vfy-chkv-bad-cnt
  MOVE "N" TO chkv-eof-sw
  OPEN INPUT chkv-file
  IF chkv-status = "00"
    PERFORM UNTIL chkv-at-eof
      READ chkv-file
        AT END
          SET chkv-at-eof TO TRUE
        NOT AT END
          IF chkv-bench IS NOT NUMERIC OR chkv-n IS NOT NUMERIC
             OR chkv-check IS NOT NUMERIC
             OR (chkv-date IS NOT NUMERIC
                 AND chkv-date NOT = SPACES)
            DISPLAY "VERIFY: BMBCHKV record fails its pictures."
            ADD 1 TO vfy-chkv-bad-cnt
            ADD 1 TO vfy-total-bad-cnt
          ELSE
            ADD 1 TO vfy-chkv-ok-cnt
          END-IF
      END-READ
    END-PERFORM
    CLOSE chkv-file
  END-IF
  .

*>
*> audit the checkpoint dataset (BMBCKPT): a record in here means a
*> run was interrupted mid-flight; its run-id must belong to a known
*> run (registry entry or the leftover lock holder), or nothing can
*> ever legitimately resume it.
*>
verify-ckpt-dataset.
  MOVE 0 TO vfy-ckpt-ok-cnt
  MOVE 0 TO vfy-ckpt-bad-cnt
  OPEN INPUT ckpt-file
  IF ckpt-status = "00"
    READ ckpt-file
      AT END
        CONTINUE
      NOT AT END
        DISPLAY "VERIFY: checkpoint present -- run " ckpt-run-id
          " was interrupted after bench" ckpt-last-bench "."
        IF ckpt-n IS NOT NUMERIC OR ckpt-last-bench IS NOT NUMERIC
          DISPLAY "VERIFY: BMBCKPT record has non-numeric fields."
        END-IF
*> what read-checkpoint will actually honour: a "D" deferral flag
*> (resumable by any run with the same parameters), or a lock still
*> held by the writing run (resumable via UNLOCK takeover). a
*> checkpoint whose lock is gone and that carries no flag is dead
*> weight, however well its run-id resolves in the registry.
        IF ckpt-defer-flag = "D"
          DISPLAY "VERIFY: deferral checkpoint; resubmit with the"
            " same bench1/bench2/n to resume."
        ELSE
          IF vfy-lock-id = ckpt-run-id AND vfy-lock-id NOT = SPACES
            DISPLAY "VERIFY: the interrupted run can be resumed"
              " with the UNLOCK keyword."
          ELSE
            MOVE ckpt-run-id TO vfy-key
            PERFORM open-run-registry
            PERFORM verify-find-rctx-id
            PERFORM close-run-registry
            IF vfy-id-found
              DISPLAY "VERIFY: the run is known but its lock is"
                " gone; no restart can honour this checkpoint."
            ELSE
              DISPLAY "VERIFY: checkpoint run-id " ckpt-run-id
                " matches no known run; no restart can honour it."
            END-IF
          END-IF
        END-IF
        ADD 1 TO vfy-ckpt-bad-cnt
        ADD 1 TO vfy-total-bad-cnt
    END-READ
    CLOSE ckpt-file
  END-IF
  IF vfy-ckpt-bad-cnt = 0
    ADD 1 TO vfy-ckpt-ok-cnt
  END-IF
  .

*>
*> moving-average drift detection (TREND keyword): collect the last
*> trend-window clean history records per language and judge each
*> bench column from the change between the older and the newer
*> half of the window, so a slow degradation shows up here long
*> before it would ever trip the single-baseline regression check.
*>
trend-report.
  DISPLAY "TREND: drift detection over the last " trend-window
    " clean record(s) per language (tolerance "
    trend-tolerance-pct "%)."
  MOVE 0 TO trend-lang-cnt
  MOVE 0 TO trend-skip-cnt
  MOVE "N" TO hist-eof-sw
  OPEN INPUT hist-file
  IF hist-status = "00"
    PERFORM UNTIL hist-at-eof
      READ hist-file NEXT RECORD
        AT END
          SET hist-at-eof TO TRUE
        NOT AT END
          PERFORM trend-collect-record
      END-READ
    END-PERFORM
    CLOSE hist-file
  ELSE
    DISPLAY "TREND: no history dataset found; nothing to analyze."
  END-IF
  IF trend-skip-cnt > 0
    DISPLAY "TREND: " trend-skip-cnt " contaminated/unstable/"
      "malformed record(s) skipped."
  END-IF
  MOVE 1 TO trend-lidx
  PERFORM trend-lang-cnt TIMES
    PERFORM trend-analyze-lang
    ADD 1 TO trend-lidx
  END-PERFORM
  IF trend-lang-cnt = 0
    DISPLAY "TREND: no clean history records to analyze."
  END-IF
  .

*>
*> route one history record into its language's ring: contaminated
*> ("C") and unstable ("U") rows are skipped, as are rows whose
*> numeric fields no longer pass their pictures (VERIFY reports
*> those; feeding them into averages would poison the trend).
*>
trend-collect-record.
  IF hist-flag = "C" OR hist-flag = "U"
    ADD 1 TO trend-skip-cnt
  ELSE
    MOVE "N" TO vfy-rec-bad-sw
    MOVE 1 TO hist-idx
    PERFORM 8 TIMES
      IF hist-res1(hist-idx) IS NOT NUMERIC
        SET vfy-rec-bad TO TRUE
      END-IF
      ADD 1 TO hist-idx
    END-PERFORM
    IF vfy-rec-bad
      ADD 1 TO trend-skip-cnt
    ELSE
      PERFORM trend-find-language
      IF trend-lidx > 0
        ADD 1 TO trend-rec-cnt(trend-lidx)
        COMPUTE x-help = (trend-rec-cnt(trend-lidx) - 1) / 30
        COMPUTE trend-ridx = trend-rec-cnt(trend-lidx)
          - (x-help * 30)
        MOVE 1 TO hist-idx
        PERFORM 8 TIMES
          MOVE hist-res1(hist-idx)
            TO trend-val(trend-lidx, trend-ridx, hist-idx)
          ADD 1 TO hist-idx
        END-PERFORM
      END-IF
    END-IF
  END-IF
  .

*>
*> find (or register) the table slot for hist-language; leaves the
*> slot number in trend-lidx, or 0 when the language table is full.
*>
trend-find-language.
  MOVE 0 TO trend-lidx
  MOVE 1 TO trend-jdx-find
  PERFORM UNTIL trend-jdx-find > trend-lang-cnt OR trend-lidx > 0
    IF trend-lang(trend-jdx-find) = hist-language
      MOVE trend-jdx-find TO trend-lidx
    END-IF
    ADD 1 TO trend-jdx-find
  END-PERFORM
  IF trend-lidx = 0
    IF trend-lang-cnt < 10
      ADD 1 TO trend-lang-cnt
      MOVE trend-lang-cnt TO trend-lidx
      MOVE hist-language TO trend-lang(trend-lidx)
      MOVE 0 TO trend-rec-cnt(trend-lidx)
    ELSE
      DISPLAY "TREND: WARNING: more than 10 languages in the"
        " history; records for " hist-language " not analyzed."
    END-IF
  END-IF
  .

*>
*> analyze one language's window: every bench column gets its
*> moving average and a direction verdict.
*>
trend-analyze-lang.
  COMPUTE trend-m = trend-rec-cnt(trend-lidx)
  IF trend-m > trend-window
    MOVE trend-window TO trend-m
  END-IF
  DISPLAY "TREND " trend-lang(trend-lidx) ": window of " trend-m
    " record(s) (of " trend-rec-cnt(trend-lidx) " clean):"
  MOVE 1 TO trend-bidx
  PERFORM 8 TIMES
    PERFORM trend-analyze-bench
    ADD 1 TO trend-bidx
  END-PERFORM
  .

*>
*> verdict for one bench column of the current language: pull the
*> window's values out of the ring in chronological order (zeros
*> mean "bench not measured in that run" and are left out), then
*> compare the averages of the older and the newer half.
*>
trend-analyze-bench.
  MOVE 0 TO trend-series-cnt
  MOVE 1 TO trend-jdx-find
  PERFORM trend-m TIMES
*> ring slot of this window position: the window covers the last
*> trend-m of trend-rec-cnt records, laid down round-robin over the
*> 30 ring slots.
    COMPUTE trend-ridx = trend-rec-cnt(trend-lidx) - trend-m
      + trend-jdx-find
    COMPUTE x-help = (trend-ridx - 1) / 30
    COMPUTE trend-ridx = trend-ridx - (x-help * 30)
    IF trend-val(trend-lidx, trend-ridx, trend-bidx) > 0
      ADD 1 TO trend-series-cnt
      MOVE trend-val(trend-lidx, trend-ridx, trend-bidx)
        TO trend-series(trend-series-cnt)
    END-IF
    ADD 1 TO trend-jdx-find
  END-PERFORM

  IF trend-series-cnt = 0
    CONTINUE
  ELSE
    IF trend-series-cnt < 4
      COMPUTE trend-bench-no = trend-bidx - 1
      DISPLAY "  bench" trend-bench-no ": insufficient data ("
        trend-series-cnt " sample(s); 4 needed)"
    ELSE
      MOVE 0 TO trend-avg
      MOVE 1 TO trend-jdx-find
      PERFORM trend-series-cnt TIMES
        ADD trend-series(trend-jdx-find) TO trend-avg
        ADD 1 TO trend-jdx-find
      END-PERFORM
      COMPUTE trend-avg = trend-avg / trend-series-cnt
      COMPUTE trend-half = trend-series-cnt / 2
      MOVE 0 TO trend-old-avg
      MOVE 1 TO trend-jdx-find
      PERFORM trend-half TIMES
        ADD trend-series(trend-jdx-find) TO trend-old-avg
        ADD 1 TO trend-jdx-find
      END-PERFORM
      COMPUTE trend-old-avg = trend-old-avg / trend-half
      MOVE 0 TO trend-new-avg
      COMPUTE trend-jdx-find = trend-series-cnt - trend-half + 1
      PERFORM trend-half TIMES
        ADD trend-series(trend-jdx-find) TO trend-new-avg
        ADD 1 TO trend-jdx-find
      END-PERFORM
      COMPUTE trend-new-avg = trend-new-avg / trend-half
*> one operation per COMPUTE (same scheme as compare-baseline), so
*> no intermediate result is ever narrowed behind our back.
      COMPUTE trend-pct = trend-new-avg - trend-old-avg
      COMPUTE trend-pct = trend-pct * 100
      COMPUTE trend-pct = trend-pct / trend-old-avg
      MOVE trend-pct TO trend-fmt-pct
      MOVE trend-avg TO fmt09
      COMPUTE trend-bench-no = trend-bidx - 1
      IF trend-pct > trend-tolerance-pct
        DISPLAY "  bench" trend-bench-no ": avg=" fmt09 " change="
          trend-fmt-pct "% IMPROVING (" trend-series-cnt
          " samples)"
      ELSE
        IF trend-pct < (0 - trend-tolerance-pct)
          DISPLAY "  bench" trend-bench-no ": avg=" fmt09
            " change=" trend-fmt-pct "% DRIFTING DOWN ("
            trend-series-cnt " samples)"
        ELSE
          DISPLAY "  bench" trend-bench-no ": avg=" fmt09
            " change=" trend-fmt-pct "% STABLE ("
            trend-series-cnt " samples)"
        END-IF
      END-IF
    END-IF
  END-IF
  .

*>
*> MERGE mode: ingest another machine's history extract (transfer
*> dataset BMBMERG, in the delimited BMBEXPT layout) into the local
*> BMBHIST. every row is validated field by field; duplicates by
*> run-id are suppressed, so re-running a merge or overlapping
*> extracts cannot double records; failures are listed and counted.
*> afterwards REPORT and TREND over this machine's history cover
*> the whole fleet.
*>
merge-transfer.
  MOVE 0 TO merge-row-cnt
  MOVE 0 TO merge-ok-cnt
  MOVE 0 TO merge-dup-cnt
  MOVE 0 TO merge-bad-cnt
  DISPLAY "MERGE: ingesting transfer dataset BMBMERG."
  MOVE "N" TO merg-eof-sw
  OPEN INPUT merg-file
  IF merg-status NOT = "00"
    DISPLAY "MERGE: transfer dataset BMBMERG not found (status "
      merg-status ")."
    MOVE 16 TO RETURN-CODE
  ELSE
    PERFORM open-hist-update
    PERFORM open-rctx-update
    PERFORM UNTIL merg-at-eof
      READ merg-file
        AT END
          SET merg-at-eof TO TRUE
        NOT AT END
          ADD 1 TO merge-row-cnt
          IF merge-row-cnt = 1 AND merg-record(1:9) = "language;"
            CONTINUE
          ELSE
            PERFORM merge-one-row
          END-IF
      END-READ
    END-PERFORM
    CLOSE merg-file
    CLOSE hist-file
    CLOSE rctx-file
    DISPLAY "MERGE: " merge-ok-cnt " record(s) merged, "
      merge-dup-cnt " duplicate(s) suppressed, " merge-bad-cnt
      " rejected."
    MOVE "MERGE" TO audt-action-ws
    MOVE SPACES TO audt-keys-ws
    MOVE 1 TO audt-ptr
    MOVE "accepted" TO audt-label
    MOVE merge-ok-cnt TO audt-cnt
    PERFORM audit-add-count
    MOVE "duplicates" TO audt-label
    MOVE merge-dup-cnt TO audt-cnt
    PERFORM audit-add-count
    MOVE "rejected" TO audt-label
    MOVE merge-bad-cnt TO audt-cnt
    PERFORM audit-add-count
    PERFORM write-audit-entry
    IF merge-bad-cnt > 0
      MOVE 4 TO RETURN-CODE
    END-IF
  END-IF
  .

*>
*> validate one transfer row and, when it is clean and new, append
*> it to the local history. layout (see export-hist-record):
*> language;date;time;version;b0..b7;n;flag;runid
*>
merge-one-row.
  MOVE "N" TO merge-row-bad-sw
  MOVE SPACES TO merge-fld-tab
  MOVE 0 TO merge-fld-cnt
  UNSTRING merg-record DELIMITED BY ";"
    INTO merge-fld(1) merge-fld(2) merge-fld(3) merge-fld(4)
      merge-fld(5) merge-fld(6) merge-fld(7) merge-fld(8)
      merge-fld(9) merge-fld(10) merge-fld(11) merge-fld(12)
      merge-fld(13) merge-fld(14) merge-fld(15) merge-fld(16)
      merge-fld(17) merge-fld(18) merge-fld(19) merge-fld(20)
      merge-fld(21) merge-fld(22) merge-fld(23) merge-fld(24)
    TALLYING IN merge-fld-cnt
*> 15 columns is the classic extract, 23 the one with the trailing
*> effective-size columns, 24 the one with the producing host; all
*> are accepted, so extracts from machines still running a previous
*> version keep merging.
  IF merge-fld-cnt NOT = 15 AND merge-fld-cnt NOT = 23
     AND merge-fld-cnt NOT = 24
    DISPLAY "MERGE: row " merge-row-cnt " rejected: expected 15,"
      " 23 or 24 columns, found " merge-fld-cnt "."
    SET merge-row-bad TO TRUE
  ELSE
    IF merge-fld(1) = SPACES
      DISPLAY "MERGE: row " merge-row-cnt " rejected: blank"
        " language."
      SET merge-row-bad TO TRUE
    END-IF
    IF merge-fld(2)(1:6) IS NOT NUMERIC
       OR merge-fld(2)(7:20) NOT = SPACES
      DISPLAY "MERGE: row " merge-row-cnt " rejected: bad date '"
        merge-fld(2) "'."
      SET merge-row-bad TO TRUE
    END-IF
    IF merge-fld(3)(1:8) IS NOT NUMERIC
       OR merge-fld(3)(9:18) NOT = SPACES
      DISPLAY "MERGE: row " merge-row-cnt " rejected: bad time '"
        merge-fld(3) "'."
      SET merge-row-bad TO TRUE
    END-IF
    IF merge-fld(13)(1:9) IS NOT NUMERIC
       OR merge-fld(13)(10:17) NOT = SPACES
      DISPLAY "MERGE: row " merge-row-cnt " rejected: bad n '"
        merge-fld(13) "'."
      SET merge-row-bad TO TRUE
    END-IF
    IF merge-fld(14) NOT = SPACES AND merge-fld(14)(1:1) NOT = "C"
       AND merge-fld(14)(1:1) NOT = "U"
      DISPLAY "MERGE: row " merge-row-cnt " rejected: bad quality"
        " flag '" merge-fld(14)(1:1) "'."
      SET merge-row-bad TO TRUE
    END-IF
    IF merge-fld(15) = SPACES
      DISPLAY "MERGE: row " merge-row-cnt " rejected: blank"
        " run-id."
      SET merge-row-bad TO TRUE
    END-IF
    MOVE 1 TO merge-bidx
    PERFORM 8 TIMES
      MOVE merge-fld(4 + merge-bidx) TO merge-num-txt
      PERFORM merge-parse-number
      MOVE merge-val TO merge-res(merge-bidx)
      ADD 1 TO merge-bidx
    END-PERFORM
    IF merge-fld-cnt >= 23
      MOVE 1 TO merge-bidx
      PERFORM 8 TIMES
        IF merge-fld(15 + merge-bidx)(1:9) IS NOT NUMERIC
          DISPLAY "MERGE: row " merge-row-cnt " rejected: bad"
            " effective size '" merge-fld(15 + merge-bidx) "'."
          SET merge-row-bad TO TRUE
        END-IF
        ADD 1 TO merge-bidx
      END-PERFORM
    END-IF
  END-IF

*> duplicates are looked up by key in the local history, which
*> already holds the rows merged earlier in this same pass.
  IF merge-row-bad
    ADD 1 TO merge-bad-cnt
  ELSE
    MOVE merge-fld(15)(1:24) TO vfy-key
    PERFORM verify-find-hist-id
    IF vfy-id-found
      DISPLAY "MERGE: row " merge-row-cnt " is a duplicate of"
        " run " vfy-key "; suppressed."
      ADD 1 TO merge-dup-cnt
    ELSE
      PERFORM merge-append-history
      IF hist-status = "00"
        ADD 1 TO merge-ok-cnt
      ELSE
        DISPLAY "MERGE: row " merge-row-cnt " could not be stored"
          " (BMBHIST status " hist-status ")."
        ADD 1 TO merge-bad-cnt
      END-IF
    END-IF
  END-IF
  .

*>
*> parse one exported throughput column (in: merge-num-txt, format
*> [-]999999999.999 as expt-num writes it; out: merge-val). a value
*> that does not parse rejects the whole row.
*>
merge-parse-number.
  MOVE "N" TO merge-neg-sw
  IF merge-num-txt(1:1) = "-"
    SET merge-num-negative TO TRUE
    MOVE merge-num-txt(2:25) TO merge-num-body
  ELSE
    IF merge-num-txt(1:1) = " "
      MOVE merge-num-txt(2:25) TO merge-num-body
    ELSE
      MOVE merge-num-txt TO merge-num-body
    END-IF
  END-IF
  MOVE SPACES TO merge-int-txt
  MOVE SPACES TO merge-frac-txt
  UNSTRING merge-num-body DELIMITED BY "."
    INTO merge-int-txt merge-frac-txt
  IF merge-int-txt IS NUMERIC AND merge-frac-txt IS NUMERIC
    MOVE merge-int-txt TO merge-num-int
    MOVE merge-frac-txt TO merge-num-frac
    COMPUTE merge-val = merge-num-frac / 1000
    COMPUTE merge-val = merge-val + merge-num-int
    IF merge-num-negative
      COMPUTE merge-val = 0 - merge-val
    END-IF
  ELSE
    DISPLAY "MERGE: row " merge-row-cnt " rejected: bad"
      " throughput value '" merge-num-txt "'."
    SET merge-row-bad TO TRUE
    MOVE 0 TO merge-val
  END-IF
  .

*>
*> append one validated transfer row to the local history, with the
*> same negative-value clamping write-history applies.
*>
merge-append-history.
  MOVE merge-fld(2)(1:6) TO hist-date
  MOVE merge-fld(3)(1:8) TO hist-time
  MOVE merge-fld(4)(1:4) TO hist-version
  MOVE merge-fld(1)(1:5) TO hist-language
  MOVE 1 TO hist-idx
  PERFORM 8 TIMES
    IF merge-res(hist-idx) < 0
      MOVE 0 TO hist-res1(hist-idx)
    ELSE
      MOVE merge-res(hist-idx) TO hist-res1(hist-idx)
    END-IF
    ADD 1 TO hist-idx
  END-PERFORM
  MOVE merge-fld(15)(1:24) TO hist-run-id
  MOVE merge-fld(13)(1:9) TO hist-n
  MOVE merge-fld(14)(1:1) TO hist-flag
  MOVE 1 TO hist-idx
  PERFORM 8 TIMES
    IF merge-fld-cnt >= 23
      MOVE merge-fld(15 + hist-idx)(1:9) TO hist-eff-n(hist-idx)
    ELSE
      MOVE 0 TO hist-eff-n(hist-idx)
    END-IF
    ADD 1 TO hist-idx
  END-PERFORM
  PERFORM write-hist-row
  IF hist-status = "00"
    PERFORM merge-append-context
  END-IF
  .

*>
*> register the merged run in the local BMBRCTX as well: the VERIFY
*> audit treats a history run-id without a registry entry as an
*> orphan, so a merged history must bring its own (stub) registry
*> records or the master machine's weekly audit would stay red
*> forever. the extract does not carry the producing machine's
*> tuning, so those fields say so honestly: cali-ms zero, parameter
*> source "MERGED"; the host is taken over when the extract carries
*> it (24 columns) and is "unknown" otherwise. a run-id the local
*> registry already holds keeps its existing entry.
*>
merge-append-context.
  MOVE merge-fld(15)(1:24) TO rctx-run-id
  IF merge-fld-cnt = 24 AND merge-fld(24) NOT = SPACES
    MOVE merge-fld(24)(1:16) TO rctx-host
  ELSE
    MOVE "unknown" TO rctx-host
  END-IF
  MOVE merge-fld(1)(1:5) TO rctx-language
  MOVE "unknown" TO rctx-compiler
  MOVE merge-fld(4)(1:4) TO rctx-version
  MOVE merge-fld(13)(1:9) TO rctx-n
  MOVE 0 TO rctx-cali-ms
  MOVE "MERGED" TO rctx-parm-src
  MOVE 0 TO rctx-rc
  MOVE merge-fld(2)(1:6) TO rctx-date
  MOVE merge-fld(3)(1:8) TO rctx-time
  MOVE SPACES TO rctx-run-config
  WRITE rctx-record
    INVALID KEY
      CONTINUE
  END-WRITE
  .

*>
*> reproduction mode (RERUN keyword), first half: fetch the original
*> run's registry entry (in: rerun-of-id) and put its configuration
*> in place of whatever this invocation was given -- bench range
*> and n slot into the positional parameters, the STABLE/IOBENCH/
*> DECBENCH keywords into their switches, the BMBCONF tuning over
*> the machine's current one. only the verdict tolerance is taken
*> from the current configuration. sets rerun-loaded; otherwise says
*> why and validate-parms rejects the run.
*>
rerun-load-original.
  MOVE "N" TO rerun-loaded-sw
  IF rerun-of-id = SPACES
    DISPLAY "RERUN: no run-id given."
  ELSE
    OPEN INPUT rctx-file
    IF rctx-status NOT = "00"
      DISPLAY "RERUN: run-context registry BMBRCTX not available"
        " (status " rctx-status ")."
    ELSE
      MOVE rerun-of-id TO rctx-run-id
      READ rctx-file
        KEY IS rctx-run-id
        INVALID KEY
          DISPLAY "RERUN: run " rerun-of-id " is not registered in"
            " BMBRCTX."
        NOT INVALID KEY
          IF rctx-run-config = SPACES
            DISPLAY "RERUN: run " rerun-of-id " was registered before"
              " run configurations were recorded (or merged from"
              " another machine); it cannot be repeated."
          ELSE
          IF rctx-plan = "Y"
            DISPLAY "RERUN: run " rerun-of-id " was a PLAN; its steps"
              " each had their own configuration -- repeat the PLAN."
          ELSE
            PERFORM rerun-apply-original
          END-IF
          END-IF
      END-READ
      CLOSE rctx-file
    END-IF
  END-IF
  .

rerun-apply-original.
  MOVE rctx-host TO rerun-orig-host
  MOVE rctx-compiler TO rerun-orig-compiler
  MOVE stab-tolerance-pct TO rerun-tol-pct
  MOVE rctx-bench1 TO args1
  MOVE rctx-bench2 TO args2
  MOVE rctx-n-arg TO args3
  MOVE rctx-cali-ms TO args4
*> the regression token of the original is in the tuning below; a
*> number given with the RERUN would change the configuration.
  MOVE SPACES TO args5
  MOVE SPACES TO args6
  MOVE SPACES TO args7
  MOVE rctx-stable TO stable-sw
  MOVE rctx-iobench TO io-sw
  MOVE rctx-decbench TO dec-sw
  MOVE rctx-guard-tol TO guard-tolerance-pct
  MOVE rctx-guard-n TO guard-n
  MOVE rctx-guard-loops TO guard-loops
  MOVE rctx-stab-cnt TO stab-sample-cnt
  MOVE rctx-stab-tol TO stab-tolerance-pct
  MOVE rctx-delta-ms TO delta-ms
  MOVE rctx-max-ms TO max-ms
  MOVE rctx-regress-pct TO regression-pct-threshold
  MOVE rctx-budget-min TO budget-min
  MOVE "RERUN" TO parm-src-ws
  SET rerun-loaded TO TRUE
  .

*>
*> reproduction mode, before the run: name the run being repeated
*> and warn when this machine or compiler is not the one that
*> produced the original -- the rerun still goes ahead, but its
*> verdict then compares two environments, not two runs.
*>
rerun-check-origin.
  DISPLAY "RERUN: repeating run " rerun-of-id " as run " run-id "."
  IF rerun-orig-host NOT = host-name
    DISPLAY "RERUN: WARNING original ran on host " rerun-orig-host
      ", this is host " host-name "."
  END-IF
  IF rerun-orig-compiler NOT = prg-compiler
    DISPLAY "RERUN: WARNING original was built with "
      rerun-orig-compiler ", this is " prg-compiler "."
  END-IF
  .

*>
*> reproduction mode, after the run: set every history row of the
*> rerun beside the original's row of the same number, bench by
*> bench. a bench whose result moved by more than the tolerance
*> (either way) DEVIATES, and so does a row either run lacks. the
*> overall verdict goes to BMBALRT: RERUNOK when everything was
*> reproduced, RERUNDEV (return code 4) otherwise.
*>
rerun-compare.
  MOVE 0 TO rerun-row-cnt
  MOVE 0 TO rerun-cmp-cnt
  MOVE 0 TO rerun-dev-cnt
  MOVE 0 TO rerun-worst-pct
  MOVE "N" TO rerun-rows-done-sw
  OPEN INPUT hist-file
  IF hist-status NOT = "00"
    DISPLAY "RERUN: history BMBHIST not available (status "
      hist-status "); no comparison."
    MOVE 4 TO RETURN-CODE
  ELSE
    DISPLAY "RERUN: comparison against run " rerun-of-id
      " (tolerance " rerun-tol-pct "%)"
    DISPLAY "row  lang  bench    original       rerun        diff%"
      "   verdict"
    MOVE 1 TO rerun-seq
    PERFORM UNTIL rerun-rows-done OR rerun-seq > 9999
      PERFORM rerun-compare-row
      ADD 1 TO rerun-seq
    END-PERFORM
    CLOSE hist-file
    MOVE rerun-worst-pct TO rerun-fmt-pct
    MOVE rerun-cmp-cnt TO alert-fig1-ws
    MOVE rerun-dev-cnt TO alert-fig2-ws
    MOVE rerun-worst-pct TO alert-pct-ws
    MOVE 0 TO alert-bench-ws
    IF rerun-cmp-cnt > 0 AND rerun-dev-cnt = 0
      DISPLAY "RERUN: run " rerun-of-id " REPRODUCED (" rerun-cmp-cnt
        " bench results within " rerun-tol-pct "%)."
      MOVE "RERUNOK" TO alert-code-ws
      MOVE "INFO" TO alert-sev-ws
    ELSE
      DISPLAY "RERUN: run " rerun-of-id " DEVIATES (" rerun-dev-cnt
        " of " rerun-cmp-cnt " bench results, worst " rerun-fmt-pct
        "%)."
      MOVE "RERUNDEV" TO alert-code-ws
      MOVE "WARN" TO alert-sev-ws
      MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM add-alert
  END-IF
  .

*> one row number: the original's row first, then the rerun's.
rerun-compare-row.
  MOVE SPACES TO rerun-orig-lang
  MOVE rerun-of-id TO hist-run-id
  MOVE rerun-seq TO hist-seq
  READ hist-file
    KEY IS hist-key
    INVALID KEY
      MOVE SPACES TO rerun-orig-lang
    NOT INVALID KEY
      MOVE hist-language TO rerun-orig-lang
      MOVE 1 TO rerun-col
      PERFORM 8 TIMES
        MOVE hist-res1(rerun-col) TO rerun-orig-res(rerun-col)
        ADD 1 TO rerun-col
      END-PERFORM
  END-READ
  MOVE run-id TO hist-run-id
  MOVE rerun-seq TO hist-seq
  READ hist-file
    KEY IS hist-key
    INVALID KEY
      IF rerun-orig-lang = SPACES
        SET rerun-rows-done TO TRUE
      ELSE
        DISPLAY rerun-seq " " rerun-orig-lang
          " row missing in the rerun            DEVIATES"
        ADD 1 TO rerun-dev-cnt
        ADD 1 TO rerun-cmp-cnt
      END-IF
    NOT INVALID KEY
      ADD 1 TO rerun-row-cnt
      IF rerun-orig-lang = SPACES
        DISPLAY rerun-seq " " hist-language
          " row missing in the original         DEVIATES"
        ADD 1 TO rerun-dev-cnt
        ADD 1 TO rerun-cmp-cnt
      ELSE
        MOVE 1 TO rerun-col
        PERFORM 8 TIMES
          PERFORM rerun-compare-column
          ADD 1 TO rerun-col
        END-PERFORM
      END-IF
  END-READ
  .

*> one result column of a row held by both runs (benches outside
*> the range are zero in both and not compared).
rerun-compare-column.
  IF rerun-orig-res(rerun-col) > 0 OR hist-res1(rerun-col) > 0
    ADD 1 TO rerun-cmp-cnt
    IF rerun-orig-res(rerun-col) > 0
      COMPUTE rerun-pct = (hist-res1(rerun-col)
        - rerun-orig-res(rerun-col)) * 100 / rerun-orig-res(rerun-col)
    ELSE
      MOVE 999.99 TO rerun-pct
    END-IF
    IF rerun-pct < 0
      COMPUTE rerun-abs-pct = rerun-pct * -1
    ELSE
      MOVE rerun-pct TO rerun-abs-pct
    END-IF
    IF rerun-abs-pct > 999.99
      MOVE 999.99 TO rerun-abs-pct
    END-IF
    IF rerun-abs-pct > rerun-tol-pct
      MOVE "DEVIATES" TO rerun-verdict
      ADD 1 TO rerun-dev-cnt
    ELSE
      MOVE "REPRODUCED" TO rerun-verdict
    END-IF
    IF rerun-abs-pct > rerun-worst-pct
      MOVE rerun-abs-pct TO rerun-worst-pct
    END-IF
    COMPUTE rerun-bench-no = rerun-col - 1
    MOVE rerun-orig-res(rerun-col) TO fmt09
    MOVE hist-res1(rerun-col) TO fmt09_2
    IF rerun-abs-pct >= 999.99
      MOVE rerun-abs-pct TO rerun-fmt-pct
    ELSE
      MOVE rerun-pct TO rerun-fmt-pct
    END-IF
    DISPLAY rerun-seq " " hist-language " bench0" rerun-bench-no
      " " fmt09 " " fmt09_2 " " rerun-fmt-pct " " rerun-verdict
  END-IF
  .

*>
*> conversion mode (CONVERT keyword): one-time load of the history
*> and registry kept before both became keyed datasets. the former
*> line-sequential datasets are read as BMBHSEQ and BMBRSEQ and
*> loaded into new keyed BMBHIST/BMBRCTX, each history row under the
*> next row number of its run-id. a registry record whose run-id is
*> already loaded, or a history row identical to one already loaded
*> under its run-id, is reported as a duplicate and left out. a
*> keyed dataset that already exists is never overwritten.
*>
convert-datasets.
  DISPLAY "CONVERT: loading BMBRSEQ/BMBHSEQ into the keyed"
    " BMBRCTX/BMBHIST."
  MOVE 0 TO conv-hist-in-cnt
  MOVE 0 TO conv-hist-ok-cnt
  MOVE 0 TO conv-hist-dup-cnt
  MOVE 0 TO conv-rctx-in-cnt
  MOVE 0 TO conv-rctx-ok-cnt
  MOVE 0 TO conv-rctx-dup-cnt
  MOVE 0 TO conv-bad-cnt
  MOVE 0 TO conv-src-cnt
  PERFORM convert-rctx-dataset
  PERFORM convert-hist-dataset
  IF conv-src-cnt = 0
    DISPLAY "CONVERT: neither BMBRSEQ nor BMBHSEQ found; nothing"
      " converted."
    ADD 1 TO conv-bad-cnt
  END-IF
  DISPLAY "CONVERT: BMBRCTX: read=" conv-rctx-in-cnt " loaded="
    conv-rctx-ok-cnt " duplicates=" conv-rctx-dup-cnt
  DISPLAY "CONVERT: BMBHIST: read=" conv-hist-in-cnt " loaded="
    conv-hist-ok-cnt " duplicates=" conv-hist-dup-cnt
  MOVE "CONVERT" TO audt-action-ws
  MOVE SPACES TO audt-keys-ws
  MOVE 1 TO audt-ptr
  MOVE "BMBRCTX" TO audt-label
  MOVE conv-rctx-ok-cnt TO audt-cnt
  PERFORM audit-add-count
  MOVE "dup" TO audt-label
  MOVE conv-rctx-dup-cnt TO audt-cnt
  PERFORM audit-add-count
  MOVE "BMBHIST" TO audt-label
  MOVE conv-hist-ok-cnt TO audt-cnt
  PERFORM audit-add-count
  MOVE "dup" TO audt-label
  MOVE conv-hist-dup-cnt TO audt-cnt
  PERFORM audit-add-count
  MOVE "failed" TO audt-label
  MOVE conv-bad-cnt TO audt-cnt
  PERFORM audit-add-count
  PERFORM write-audit-entry
  IF conv-bad-cnt > 0
    DISPLAY "CONVERT: " conv-bad-cnt " problem(s); see above."
    MOVE 16 TO RETURN-CODE
  END-IF
  .

convert-rctx-dataset.
  OPEN INPUT rctx-file
  IF rctx-status = "00"
    CLOSE rctx-file
    DISPLAY "CONVERT: keyed BMBRCTX already exists; registry not"
      " converted again."
    ADD 1 TO conv-bad-cnt
  ELSE
    MOVE "N" TO rseq-eof-sw
    OPEN INPUT rseq-file
    IF rseq-status NOT = "00"
      DISPLAY "CONVERT: BMBRSEQ not found (status " rseq-status
        "); no registry to convert."
    ELSE
      ADD 1 TO conv-src-cnt
      OPEN OUTPUT rctx-file
      IF rctx-status NOT = "00"
        DISPLAY "CONVERT: could not create keyed BMBRCTX (status "
          rctx-status ")."
        ADD 1 TO conv-bad-cnt
      ELSE
        PERFORM UNTIL rseq-at-eof
          READ rseq-file
            AT END
              SET rseq-at-eof TO TRUE
            NOT AT END
              ADD 1 TO conv-rctx-in-cnt
              MOVE rseq-record TO rctx-record
              WRITE rctx-record
                INVALID KEY
                  CONTINUE
              END-WRITE
              IF rctx-status = "00"
                ADD 1 TO conv-rctx-ok-cnt
              ELSE
              IF rctx-status = "22"
                DISPLAY "CONVERT: BMBRCTX run-id " rctx-run-id
                  " registered more than once; first entry kept."
                ADD 1 TO conv-rctx-dup-cnt
              ELSE
                DISPLAY "CONVERT: BMBRCTX run-id " rctx-run-id
                  " not loaded (status " rctx-status ")."
                ADD 1 TO conv-bad-cnt
              END-IF
              END-IF
          END-READ
        END-PERFORM
        CLOSE rctx-file
      END-IF
      CLOSE rseq-file
    END-IF
  END-IF
  .

convert-hist-dataset.
  OPEN INPUT hist-file
  IF hist-status = "00"
    CLOSE hist-file
    DISPLAY "CONVERT: keyed BMBHIST already exists; history not"
      " converted again."
    ADD 1 TO conv-bad-cnt
  ELSE
    MOVE "N" TO hseq-eof-sw
    OPEN INPUT hseq-file
    IF hseq-status NOT = "00"
      DISPLAY "CONVERT: BMBHSEQ not found (status " hseq-status
        "); no history to convert."
    ELSE
      ADD 1 TO conv-src-cnt
      PERFORM open-hist-update
      IF hist-status NOT = "00"
        DISPLAY "CONVERT: could not create keyed BMBHIST (status "
          hist-status ")."
        ADD 1 TO conv-bad-cnt
      ELSE
        PERFORM UNTIL hseq-at-eof
          READ hseq-file
            AT END
              SET hseq-at-eof TO TRUE
            NOT AT END
              ADD 1 TO conv-hist-in-cnt
              PERFORM convert-hist-row
          END-READ
        END-PERFORM
        CLOSE hist-file
      END-IF
      CLOSE hseq-file
    END-IF
  END-IF
  .

*>
*> load one former history row: the keyed image is the old one with
*> the row number inserted after the run-id.
*>
convert-hist-row.
  MOVE SPACES TO hist-record
  MOVE hseq-head TO hist-record(1:143)
  MOVE hseq-tail TO hist-record(148:82)
  PERFORM convert-find-dup-row
  IF vfy-id-found
    DISPLAY "CONVERT: BMBHIST run-id " hist-run-id " " hist-date
      " " hist-time " " hist-language " duplicated; first row kept."
    ADD 1 TO conv-hist-dup-cnt
  ELSE
    PERFORM write-hist-row
    IF hist-status = "00"
      ADD 1 TO conv-hist-ok-cnt
    ELSE
      DISPLAY "CONVERT: BMBHIST run-id " hist-run-id
        " row not loaded (status " hist-status ")."
      ADD 1 TO conv-bad-cnt
    END-IF
  END-IF
  .

*>
*> look through the rows already loaded under the run-id of the row
*> in hist-record for one identical to it (row number aside); sets
*> vfy-id-found and leaves hist-record as it was.
*>
convert-find-dup-row.
  MOVE hist-record TO hkey-image
  MOVE hist-run-id TO hkey-run-id
  MOVE "N" TO vfy-found-sw
  MOVE "N" TO hkey-done-sw
  MOVE 0 TO hist-seq
  START hist-file KEY IS NOT LESS THAN hist-key
    INVALID KEY
      CONTINUE
  END-START
  IF hist-status NOT = "00"
    SET hkey-done TO TRUE
  END-IF
  PERFORM UNTIL hkey-done
    READ hist-file NEXT RECORD
      AT END
        CONTINUE
    END-READ
    IF hist-status NOT = "00" OR hist-run-id NOT = hkey-run-id
      SET hkey-done TO TRUE
    ELSE
      IF hist-record(1:143) = hkey-image(1:143)
         AND hist-record(148:82) = hkey-image(148:82)
        SET vfy-id-found TO TRUE
        SET hkey-done TO TRUE
      END-IF
    END-IF
  END-PERFORM
  MOVE hkey-image TO hist-record
  .

*>
*> snapshot mode (BACKUP keyword): copy every shared dataset into
*> one new generation of the snapshot store BMBSNAP, under the lock
*> so no run, PURGE or MERGE can change a dataset halfway through
*> the copy. the generation is numbered by this run's date and time
*> (YYMMDDHHMMSSCC); each dataset's records are followed by a
*> control record with their count and hash total, and a trailer
*> closes the generation -- a generation without its trailer was
*> cut short and is never restored. generations beyond
*> snap-keep-gens are dropped, oldest first.
*>
backup-datasets.
  MOVE "BACKUP" TO snap-purpose
  PERFORM snap-write-generation
  IF snap-write-ok
    PERFORM snap-prune-generations
  ELSE
    MOVE 4 TO RETURN-CODE
  END-IF
  .

*>
*> write one complete generation (in: snap-purpose) and report it.
*>
snap-write-generation.
  SET snap-write-ok TO TRUE
  COMPUTE snap-gen = run-date * 100000000 + run-time
  MOVE 0 TO snap-total-cnt
  OPEN EXTEND snap-file
  IF snap-status NOT = "00"
    OPEN OUTPUT snap-file
  END-IF
  IF snap-status NOT = "00"
    DISPLAY "BACKUP: could not open snapshot store BMBSNAP (status "
      snap-status ")."
    MOVE "N" TO snap-write-ok-sw
  ELSE
    MOVE snap-gen TO snap-gen-id
    MOVE "H" TO snap-type
    MOVE SPACES TO snap-dataset
    MOVE SPACES TO snap-data
    STRING snap-purpose DELIMITED BY SPACE
      " " DELIMITED BY SIZE
      run-id DELIMITED BY SPACE
      " " DELIMITED BY SIZE
      snap-layout-tag DELIMITED BY SPACE
      INTO snap-data
    WRITE snap-record
    MOVE 1 TO snap-didx
    PERFORM snap-ds-cnt TIMES
      PERFORM snap-copy-dataset
      ADD 1 TO snap-didx
    END-PERFORM
    MOVE snap-gen TO snap-gen-id
    MOVE "E" TO snap-type
    MOVE SPACES TO snap-dataset
    MOVE SPACES TO snap-data
    MOVE snap-ds-cnt TO snap-ctl-count
    MOVE snap-total-cnt TO snap-ctl-hash
    MOVE "Y" TO snap-ctl-present
    WRITE snap-record
    CLOSE snap-file
    DISPLAY "BACKUP: generation " snap-gen " written to BMBSNAP: "
      snap-ds-cnt " dataset(s), " snap-total-cnt " record(s)."
    MOVE "BACKUP" TO audt-action-ws
    MOVE SPACES TO audt-keys-ws
    MOVE 1 TO audt-ptr
    STRING snap-purpose DELIMITED BY SPACE
      " generation=" DELIMITED BY SIZE
      snap-gen DELIMITED BY SIZE
      " " DELIMITED BY SIZE
      INTO audt-keys-ws WITH POINTER audt-ptr
    MOVE "records" TO audt-label
    MOVE snap-total-cnt TO audt-cnt
    PERFORM audit-add-count
    PERFORM write-audit-entry
  END-IF
  .

*>
*> copy dataset snap-didx into the open generation, followed by its
*> control record. a dataset that does not exist is recorded as
*> absent, so RESTORE recreates it empty rather than keeping a copy
*> the generation never had.
*>
snap-copy-dataset.
  MOVE 0 TO snap-rec-cnt
  MOVE 0 TO snap-hash
  PERFORM snap-open-source
  IF snap-io-status = "00"
    MOVE "N" TO snap-src-eof-sw
    PERFORM snap-read-source
    PERFORM UNTIL snap-src-at-eof
      MOVE snap-gen TO snap-gen-id
      MOVE "D" TO snap-type
      MOVE snap-ds-name(snap-didx) TO snap-dataset
      MOVE snap-data-ws TO snap-data
      WRITE snap-record
      PERFORM snap-hash-record
      PERFORM snap-read-source
    END-PERFORM
    PERFORM snap-close-source
    MOVE "Y" TO snap-present-ws
  ELSE
    MOVE "N" TO snap-present-ws
  END-IF
  MOVE snap-gen TO snap-gen-id
  MOVE "C" TO snap-type
  MOVE snap-ds-name(snap-didx) TO snap-dataset
  MOVE SPACES TO snap-data
  MOVE snap-rec-cnt TO snap-ctl-count
  MOVE snap-hash TO snap-ctl-hash
  MOVE snap-present-ws TO snap-ctl-present
  WRITE snap-record
  ADD snap-rec-cnt TO snap-total-cnt
  .

*>
*> count one record image (snap-data-ws) into snap-rec-cnt and the
*> hash total: the image taken as 4-byte words, each weighted by its
*> position, so a changed, lost or swapped character shows up in
*> the total and not only a changed record count.
*>
snap-hash-record.
  ADD 1 TO snap-rec-cnt
  MOVE 1 TO snap-widx
  PERFORM 75 TIMES
    COMPUTE snap-hash = snap-hash + (snap-word(snap-widx) * snap-widx)
    IF snap-hash >= 1000000000000000
      SUBTRACT 1000000000000000 FROM snap-hash
    END-IF
    ADD 1 TO snap-widx
  END-PERFORM
  .

*>
*> generic access to the snapshotted datasets by table slot
*> snap-didx: open for input, read the next record image into
*> snap-data-ws (snap-src-at-eof at the end), close; and open for
*> output, write snap-data, close on the restore side.
*>
snap-open-source.
  EVALUATE snap-ds-name(snap-didx)
  WHEN "BMBHIST"
    OPEN INPUT hist-file
    MOVE hist-status TO snap-io-status
  WHEN "BMBRCTX"
    OPEN INPUT rctx-file
    MOVE rctx-status TO snap-io-status
  WHEN "BMBBASE"
    OPEN INPUT base-file
    MOVE base-status TO snap-io-status
  WHEN "BMBBARC"
    OPEN INPUT barc-file
    MOVE barc-status TO snap-io-status
  WHEN "BMBCLOG"
    OPEN INPUT clog-file
    MOVE clog-status TO snap-io-status
  WHEN "BMBCHKV"
    OPEN INPUT chkv-file
    MOVE chkv-status TO snap-io-status
  WHEN "BMBPROF"
    OPEN INPUT profile-file
    MOVE profile-status TO snap-io-status
  WHEN "BMBCONF"
    OPEN INPUT conf-file
    MOVE conf-status TO snap-io-status
  WHEN "BMBPLAN"
    OPEN INPUT plan-file
    MOVE plan-status TO snap-io-status
  WHEN "BMBPARC"
    OPEN INPUT parc-file
    MOVE parc-status TO snap-io-status
  WHEN "BMBCKPT"
    OPEN INPUT ckpt-file
    MOVE ckpt-status TO snap-io-status
  WHEN "BMBPARM"
    OPEN INPUT parm-file
    MOVE parm-status TO snap-io-status
  WHEN "BMBCAL"
    OPEN INPUT cal-file
    MOVE cal-status TO snap-io-status
  WHEN "BMBMIX"
    OPEN INPUT mix-file
    MOVE mix-status TO snap-io-status
  WHEN "BMBAUDT"
    OPEN INPUT audt-file
    MOVE audt-status TO snap-io-status
  WHEN "BMBCFGP"
    OPEN INPUT cfgp-file
    MOVE cfgp-status TO snap-io-status
  END-EVALUATE
  .

snap-read-source.
  MOVE SPACES TO snap-data-ws
  EVALUATE snap-ds-name(snap-didx)
  WHEN "BMBHIST"
    READ hist-file NEXT RECORD INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  WHEN "BMBRCTX"
    READ rctx-file NEXT RECORD INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  WHEN "BMBBASE"
    READ base-file INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  WHEN "BMBBARC"
    READ barc-file INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  WHEN "BMBCLOG"
    READ clog-file INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  WHEN "BMBCHKV"
    READ chkv-file INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  WHEN "BMBPROF"
    READ profile-file INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  WHEN "BMBCONF"
    READ conf-file INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  WHEN "BMBPLAN"
    READ plan-file INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  WHEN "BMBPARC"
    READ parc-file INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  WHEN "BMBCKPT"
    READ ckpt-file INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  WHEN "BMBPARM"
    READ parm-file INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  WHEN "BMBCAL"
    READ cal-file INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  WHEN "BMBMIX"
    READ mix-file INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  WHEN "BMBAUDT"
    READ audt-file INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  WHEN "BMBCFGP"
    READ cfgp-file INTO snap-data-ws
      AT END SET snap-src-at-eof TO TRUE
    END-READ
  END-EVALUATE
  .

snap-close-source.
  EVALUATE snap-ds-name(snap-didx)
  WHEN "BMBHIST"
    CLOSE hist-file
  WHEN "BMBRCTX"
    CLOSE rctx-file
  WHEN "BMBBASE"
    CLOSE base-file
  WHEN "BMBBARC"
    CLOSE barc-file
  WHEN "BMBCLOG"
    CLOSE clog-file
  WHEN "BMBCHKV"
    CLOSE chkv-file
  WHEN "BMBPROF"
    CLOSE profile-file
  WHEN "BMBCONF"
    CLOSE conf-file
  WHEN "BMBPLAN"
    CLOSE plan-file
  WHEN "BMBPARC"
    CLOSE parc-file
  WHEN "BMBCKPT"
    CLOSE ckpt-file
  WHEN "BMBPARM"
    CLOSE parm-file
  WHEN "BMBCAL"
    CLOSE cal-file
  WHEN "BMBMIX"
    CLOSE mix-file
  WHEN "BMBAUDT"
    CLOSE audt-file
  WHEN "BMBCFGP"
    CLOSE cfgp-file
  END-EVALUATE
  .

snap-open-target.
  EVALUATE snap-ds-name(snap-didx)
  WHEN "BMBHIST"
    OPEN OUTPUT hist-file
    MOVE hist-status TO snap-io-status
  WHEN "BMBRCTX"
    OPEN OUTPUT rctx-file
    MOVE rctx-status TO snap-io-status
  WHEN "BMBBASE"
    OPEN OUTPUT base-file
    MOVE base-status TO snap-io-status
  WHEN "BMBBARC"
    OPEN OUTPUT barc-file
    MOVE barc-status TO snap-io-status
  WHEN "BMBCLOG"
    OPEN OUTPUT clog-file
    MOVE clog-status TO snap-io-status
  WHEN "BMBCHKV"
    OPEN OUTPUT chkv-file
    MOVE chkv-status TO snap-io-status
  WHEN "BMBPROF"
    OPEN OUTPUT profile-file
    MOVE profile-status TO snap-io-status
  WHEN "BMBCONF"
    OPEN OUTPUT conf-file
    MOVE conf-status TO snap-io-status
  WHEN "BMBPLAN"
    OPEN OUTPUT plan-file
    MOVE plan-status TO snap-io-status
  WHEN "BMBPARC"
    OPEN OUTPUT parc-file
    MOVE parc-status TO snap-io-status
  WHEN "BMBCKPT"
    OPEN OUTPUT ckpt-file
    MOVE ckpt-status TO snap-io-status
  WHEN "BMBPARM"
    OPEN OUTPUT parm-file
    MOVE parm-status TO snap-io-status
  WHEN "BMBCAL"
    OPEN OUTPUT cal-file
    MOVE cal-status TO snap-io-status
  WHEN "BMBMIX"
    OPEN OUTPUT mix-file
    MOVE mix-status TO snap-io-status
  WHEN "BMBAUDT"
    OPEN OUTPUT audt-file
    MOVE audt-status TO snap-io-status
  WHEN "BMBCFGP"
    OPEN OUTPUT cfgp-file
    MOVE cfgp-status TO snap-io-status
  END-EVALUATE
  .

snap-write-target.
  EVALUATE snap-ds-name(snap-didx)
  WHEN "BMBHIST"
    WRITE hist-record FROM snap-data
      INVALID KEY
        DISPLAY "RESTORE: BMBHIST row " hist-run-id " " hist-seq
          " is a duplicate key; not restored."
        MOVE 4 TO RETURN-CODE
    END-WRITE
  WHEN "BMBRCTX"
    WRITE rctx-record FROM snap-data
      INVALID KEY
        DISPLAY "RESTORE: BMBRCTX entry " rctx-run-id
          " is a duplicate key; not restored."
        MOVE 4 TO RETURN-CODE
    END-WRITE
  WHEN "BMBBASE"
    WRITE base-record FROM snap-data
  WHEN "BMBBARC"
    WRITE barc-record FROM snap-data
  WHEN "BMBCLOG"
    WRITE clog-record FROM snap-data
  WHEN "BMBCHKV"
    WRITE chkv-record FROM snap-data
  WHEN "BMBPROF"
    WRITE profile-record FROM snap-data
  WHEN "BMBCONF"
    WRITE conf-record FROM snap-data
  WHEN "BMBPLAN"
    WRITE plan-record FROM snap-data
  WHEN "BMBPARC"
    WRITE parc-record FROM snap-data
  WHEN "BMBCKPT"
    WRITE ckpt-record FROM snap-data
  WHEN "BMBPARM"
    WRITE parm-record FROM snap-data
  WHEN "BMBCAL"
    WRITE cal-record FROM snap-data
  WHEN "BMBMIX"
    WRITE mix-record FROM snap-data
  WHEN "BMBCFGP"
    WRITE cfgp-record FROM snap-data
  END-EVALUATE
  .

*>
*> drop the oldest generations beyond snap-keep-gens: the store is
*> copied through the work dataset BMBPWRK without them, the same
*> staging PURGE uses. generations are appended in time order, so
*> the oldest are simply the first ones in the store.
*>
snap-prune-generations.
  MOVE 0 TO snap-gen-cnt
  MOVE "N" TO snap-eof-sw
  OPEN INPUT snap-file
  IF snap-status = "00"
    PERFORM UNTIL snap-at-eof
      READ snap-file
        AT END
          SET snap-at-eof TO TRUE
        NOT AT END
          IF snap-type = "H"
            ADD 1 TO snap-gen-cnt
          END-IF
      END-READ
    END-PERFORM
    CLOSE snap-file
  END-IF
  IF snap-gen-cnt > snap-keep-gens
    COMPUTE snap-drop-cnt = snap-gen-cnt - snap-keep-gens
    MOVE 0 TO snap-gen-cnt
    MOVE 0 TO snap-cut-gen
    MOVE "N" TO snap-eof-sw
    OPEN INPUT snap-file
    OPEN OUTPUT pwrk-file
    PERFORM UNTIL snap-at-eof
      READ snap-file
        AT END
          SET snap-at-eof TO TRUE
        NOT AT END
          IF snap-type = "H"
            ADD 1 TO snap-gen-cnt
            IF snap-gen-cnt <= snap-drop-cnt
              MOVE snap-gen-id TO snap-cut-gen
            END-IF
          END-IF
          IF snap-gen-cnt > snap-drop-cnt
            MOVE snap-record TO pwrk-record
            WRITE pwrk-record
          END-IF
      END-READ
    END-PERFORM
    CLOSE snap-file
    CLOSE pwrk-file
    MOVE "N" TO pwrk-eof-sw
    OPEN INPUT pwrk-file
    OPEN OUTPUT snap-file
    PERFORM UNTIL pwrk-at-eof
      READ pwrk-file
        AT END
          SET pwrk-at-eof TO TRUE
        NOT AT END
          MOVE pwrk-record TO snap-record
          WRITE snap-record
      END-READ
    END-PERFORM
    CLOSE pwrk-file
    CLOSE snap-file
    DISPLAY "BACKUP: " snap-drop-cnt " old generation(s) up to "
      snap-cut-gen " dropped; " snap-keep-gens " kept."
  END-IF
  .

*>
*> restore mode (RESTORE keyword): bring back generation
*> snap-want-gen, all datasets or none. pass 1 reads the generation
*> and checks every dataset's record count and hash total against
*> its control record, that every dataset of the family is there
*> and that the trailer closes it; any discrepancy refuses the whole
*> restore before a single dataset is touched. the current state is
*> then saved as a generation of its own, so a restore can itself
*> be undone, and pass 2 rewrites each dataset from the snapshot --
*> all but the audit trail, which records the restore itself and
*> must never lose entries.
*> without a generation number the available ones are listed.
*>
restore-datasets.
  IF snap-want-gen = 0
    PERFORM snap-list-generations
  ELSE
    PERFORM snap-verify-generation
    IF NOT snap-gen-ok
      DISPLAY "RESTORE: generation " snap-want-gen " failed its"
        " control checks; nothing restored."
      MOVE 4 TO RETURN-CODE
      MOVE "RESTORE" TO audt-action-ws
      STRING "generation=" DELIMITED BY SIZE
        snap-want-gen DELIMITED BY SIZE
        " refused: control checks failed" DELIMITED BY SIZE
        INTO audt-keys-ws
      PERFORM write-audit-entry
    ELSE
      MOVE "PRE-RESTORE" TO snap-purpose
      PERFORM snap-write-generation
      IF NOT snap-write-ok
        DISPLAY "RESTORE: the current state could not be saved;"
          " nothing restored."
        MOVE 4 TO RETURN-CODE
      ELSE
        MOVE 0 TO snap-total-cnt
        MOVE 1 TO snap-didx
        PERFORM snap-ds-cnt TIMES
          IF snap-ds-name(snap-didx) = "BMBAUDT"
            DISPLAY "RESTORE: BMBAUDT is never rolled back; the"
              " audit trail is kept as it stands."
          ELSE
            PERFORM snap-restore-dataset
          END-IF
          ADD 1 TO snap-didx
        END-PERFORM
        DISPLAY "RESTORE: generation " snap-want-gen " restored: "
          snap-ds-cnt " dataset(s), " snap-total-cnt " record(s)."
        MOVE "RESTORE" TO audt-action-ws
        MOVE SPACES TO audt-keys-ws
        MOVE 1 TO audt-ptr
        STRING "generation=" DELIMITED BY SIZE
          snap-want-gen DELIMITED BY SIZE
          " restored, prior state saved as " DELIMITED BY SIZE
          snap-gen DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          INTO audt-keys-ws WITH POINTER audt-ptr
        MOVE "records" TO audt-label
        MOVE snap-total-cnt TO audt-cnt
        PERFORM audit-add-count
        PERFORM write-audit-entry
      END-IF
    END-IF
  END-IF
  .

*>
*> pass 1 of a restore: sets snap-gen-ok only when the generation
*> is complete and every control total agrees.
*>
snap-verify-generation.
  MOVE "N" TO snap-gen-ok-sw
  MOVE "N" TO snap-hdr-seen-sw
  MOVE "N" TO snap-trl-seen-sw
  MOVE 0 TO snap-bad-cnt
  MOVE 1 TO snap-didx
  PERFORM snap-ds-cnt TIMES
    MOVE 0 TO snap-v-cnt(snap-didx)
    MOVE 0 TO snap-v-hash(snap-didx)
    MOVE "N" TO snap-v-ctl(snap-didx)
    ADD 1 TO snap-didx
  END-PERFORM
  MOVE "N" TO snap-eof-sw
  OPEN INPUT snap-file
  IF snap-status NOT = "00"
    DISPLAY "RESTORE: snapshot store BMBSNAP not found (status "
      snap-status ")."
    ADD 1 TO snap-bad-cnt
  ELSE
    PERFORM UNTIL snap-at-eof
      READ snap-file
        AT END
          SET snap-at-eof TO TRUE
        NOT AT END
          IF snap-gen-id = snap-want-gen
            PERFORM snap-verify-record
          END-IF
      END-READ
    END-PERFORM
    CLOSE snap-file
  END-IF
  IF NOT snap-hdr-seen
    DISPLAY "RESTORE: generation " snap-want-gen " not found in"
      " BMBSNAP."
    ADD 1 TO snap-bad-cnt
  ELSE
    IF NOT snap-trl-seen
      DISPLAY "RESTORE: generation " snap-want-gen " has no trailer"
        " (backup was cut short)."
      ADD 1 TO snap-bad-cnt
    END-IF
    MOVE 1 TO snap-didx
    PERFORM snap-ds-cnt TIMES
      IF snap-v-ctl(snap-didx) NOT = "Y"
        DISPLAY "RESTORE: dataset " snap-ds-name(snap-didx)
          " missing from generation " snap-want-gen "."
        ADD 1 TO snap-bad-cnt
      END-IF
      ADD 1 TO snap-didx
    END-PERFORM
  END-IF
  IF snap-bad-cnt = 0
    SET snap-gen-ok TO TRUE
  END-IF
  .

snap-verify-record.
  EVALUATE snap-type
  WHEN "H"
    SET snap-hdr-seen TO TRUE
    DISPLAY "RESTORE: generation " snap-gen-id ": "
      snap-data(1:60)
*> a generation taken while BMBHIST/BMBRCTX were still line
*> sequential holds history images without the row number; they
*> would no longer land on their fields, so it is refused.
    MOVE 0 TO snap-tag-cnt
    INSPECT snap-data TALLYING snap-tag-cnt
      FOR ALL snap-layout-tag(1:5)
    IF snap-tag-cnt = 0
      DISPLAY "RESTORE: generation " snap-gen-id " predates the"
        " keyed BMBHIST/BMBRCTX layout and cannot be restored."
      ADD 1 TO snap-bad-cnt
    END-IF
  WHEN "E"
    SET snap-trl-seen TO TRUE
    IF snap-ctl-count NOT = snap-ds-cnt
      DISPLAY "RESTORE: trailer names " snap-ctl-count
        " dataset(s), " snap-ds-cnt " expected."
      ADD 1 TO snap-bad-cnt
    END-IF
  WHEN "D"
    PERFORM snap-find-dataset
    IF snap-didx = 0
      DISPLAY "RESTORE: record for unknown dataset " snap-dataset
        "."
      ADD 1 TO snap-bad-cnt
    ELSE
      MOVE snap-v-cnt(snap-didx) TO snap-rec-cnt
      MOVE snap-v-hash(snap-didx) TO snap-hash
      MOVE snap-data TO snap-data-ws
      PERFORM snap-hash-record
      MOVE snap-rec-cnt TO snap-v-cnt(snap-didx)
      MOVE snap-hash TO snap-v-hash(snap-didx)
    END-IF
  WHEN "C"
    PERFORM snap-find-dataset
    IF snap-didx = 0
      DISPLAY "RESTORE: control record for unknown dataset "
        snap-dataset "."
      ADD 1 TO snap-bad-cnt
    ELSE
      MOVE "Y" TO snap-v-ctl(snap-didx)
      MOVE snap-ctl-present TO snap-v-present(snap-didx)
      IF snap-ctl-count NOT = snap-v-cnt(snap-didx)
         OR snap-ctl-hash NOT = snap-v-hash(snap-didx)
        DISPLAY "RESTORE: " snap-dataset " control totals disagree:"
          " count " snap-ctl-count " / " snap-v-cnt(snap-didx)
          ", hash " snap-ctl-hash " / " snap-v-hash(snap-didx) "."
        ADD 1 TO snap-bad-cnt
      END-IF
    END-IF
  WHEN OTHER
    DISPLAY "RESTORE: unknown record type '" snap-type "' in the"
      " generation."
    ADD 1 TO snap-bad-cnt
  END-EVALUATE
  .

*>
*> table slot of dataset snap-dataset into snap-didx (0 = unknown).
*>
snap-find-dataset.
  MOVE 0 TO snap-didx
  MOVE 1 TO snap-djdx
  PERFORM UNTIL snap-djdx > snap-ds-cnt OR snap-didx > 0
    IF snap-ds-name(snap-djdx) = snap-dataset
      MOVE snap-djdx TO snap-didx
    END-IF
    ADD 1 TO snap-djdx
  END-PERFORM
  .

*>
*> pass 2 of a restore: rewrite dataset snap-didx from the verified
*> generation (a dataset absent at backup time comes back empty).
*>
snap-restore-dataset.
  MOVE 0 TO snap-rec-cnt
  PERFORM snap-open-target
  IF snap-io-status NOT = "00"
    DISPLAY "RESTORE: could not rewrite " snap-ds-name(snap-didx)
      " (status " snap-io-status "); restore incomplete."
    MOVE 4 TO RETURN-CODE
  ELSE
    MOVE "N" TO snap-eof-sw
    OPEN INPUT snap-file
    PERFORM UNTIL snap-at-eof
      READ snap-file
        AT END
          SET snap-at-eof TO TRUE
        NOT AT END
          IF snap-gen-id = snap-want-gen AND snap-type = "D"
             AND snap-dataset = snap-ds-name(snap-didx)
            PERFORM snap-write-target
            ADD 1 TO snap-rec-cnt
          END-IF
      END-READ
    END-PERFORM
    CLOSE snap-file
    PERFORM snap-close-source
    ADD snap-rec-cnt TO snap-total-cnt
  END-IF
  .

*>
*> list the generations in the store (RESTORE without a number).
*>
snap-list-generations.
  MOVE 0 TO snap-gen-cnt
  MOVE "N" TO snap-eof-sw
  OPEN INPUT snap-file
  IF snap-status NOT = "00"
    DISPLAY "RESTORE: snapshot store BMBSNAP not found; no"
      " generation to restore."
  ELSE
    DISPLAY "RESTORE: generations in BMBSNAP (restore one with"
      " RESTORE <generation>):"
    PERFORM UNTIL snap-at-eof
      READ snap-file
        AT END
          SET snap-at-eof TO TRUE
        NOT AT END
          IF snap-type = "H"
            ADD 1 TO snap-gen-cnt
            MOVE snap-data(1:60) TO snap-list-text
          END-IF
          IF snap-type = "E"
            DISPLAY "  " snap-gen-id " " snap-ctl-hash " record(s)  "
              snap-list-text
          END-IF
      END-READ
    END-PERFORM
    CLOSE snap-file
    IF snap-gen-cnt = 0
      DISPLAY "RESTORE: no generation in BMBSNAP."
    END-IF
  END-IF
  .

*>
*> run-plan mode (PLAN keyword): execute the scripted series of
*> runs in BMBPLAN in order, under the one lock this invocation
*> already holds and with the profile loaded once. the plan dataset
*> is rewritten with the step's completion status after every step,
*> so a cancelled job resumes at the first incomplete step. the
*> per-bench checkpoint keeps working inside each step exactly as
*> it does for a stand-alone run.
*>
run-plan.
  MOVE "N" TO plan-fail-sw
  MOVE 0 TO plan-done-cnt
  MOVE 0 TO plan-skip-cnt
  MOVE 0 TO plan-fail-cnt
  MOVE 0 TO plan-held-cnt
*> the invocation's own cali-ms (command line or BMBCONF), so every
*> step with a blank cali-ms column starts from it rather than from
*> whatever the previous step set.
  MOVE cali-ms TO plan-base-cali-ms
  PERFORM load-plan-table
  IF plan-step-cnt = 0
    DISPLAY "PLAN: run-plan dataset (BMBPLAN) missing or empty;"
      " nothing to execute."
    MOVE 16 TO RETURN-CODE
  ELSE
    PERFORM plan-check-resume
    MOVE 1 TO plan-idx
    PERFORM plan-step-cnt TIMES
      MOVE plan-tab-rec(plan-idx) TO pstep-rec
*> once the budget is blown no further step starts; the untouched
*> statuses make tomorrow's PLAN run resume right here.
      IF budget-deferred
        DISPLAY "PLAN: step " plan-idx " deferred"
          " (batch-window budget exhausted)."
      ELSE
      IF pstep-status = "DONE" OR pstep-status = "FAILED"
        DISPLAY "PLAN: step " plan-idx " already " pstep-status
          "; skipped."
        ADD 1 TO plan-skip-cnt
      ELSE
        DISPLAY "PLAN: step " plan-idx " of " plan-step-cnt
          ": benches " pstep-bench1 "-" pstep-bench2
          " n=" pstep-n-arg
        DISPLAY "PLAN: step keywords: " pstep-keywords
        PERFORM plan-exec-step
        MOVE pstep-rec TO plan-tab-rec(plan-idx)
        PERFORM rewrite-plan-file
        IF pstep-status = "FAILED"
          ADD 1 TO plan-fail-cnt
        ELSE
          IF pstep-status = "HELD"
            ADD 1 TO plan-held-cnt
          ELSE
            IF pstep-status NOT = "DEFERRED"
              ADD 1 TO plan-done-cnt
            END-IF
          END-IF
        END-IF
      END-IF
      END-IF
      ADD 1 TO plan-idx
    END-PERFORM
    DISPLAY "PLAN: " plan-done-cnt " step(s) completed, "
      plan-fail-cnt " failed, " plan-skip-cnt
      " skipped (already complete)."
    IF plan-held-cnt > 0
      DISPLAY "PLAN: " plan-held-cnt " step(s) held by the run"
        " calendar (BMBCAL); they run on the next PLAN."
      MOVE 2 TO RETURN-CODE
    END-IF
    IF plan-has-failure
      DISPLAY "PLAN: one or more steps failed;"
        " see the step messages above."
      MOVE 4 TO RETURN-CODE
    END-IF
  END-IF
  .

*>
*> a plan with steps already carrying a status is being resumed
*> (after a cancel, a budget deferral or a blackout hold): audit it,
*> with the first step still to run.
*>
plan-check-resume.
  MOVE 0 TO plan-resume-cnt
  MOVE 0 TO plan-resume-step
  MOVE "N" TO plan-resumed-sw
  MOVE 1 TO plan-idx
  PERFORM plan-step-cnt TIMES
    MOVE plan-tab-rec(plan-idx) TO pstep-rec
    IF pstep-status NOT = SPACES
      SET plan-resumed TO TRUE
    END-IF
    IF pstep-status = "DONE" OR pstep-status = "FAILED"
      ADD 1 TO plan-resume-cnt
    ELSE
      IF plan-resume-step = 0
        MOVE plan-idx TO plan-resume-step
      END-IF
    END-IF
    ADD 1 TO plan-idx
  END-PERFORM
  IF plan-resumed
    MOVE "PLAN" TO audt-action-ws
    MOVE SPACES TO audt-keys-ws
    MOVE 1 TO audt-ptr
    STRING "resumed; " DELIMITED BY SIZE
      INTO audt-keys-ws WITH POINTER audt-ptr
    MOVE "complete" TO audt-label
    MOVE plan-resume-cnt TO audt-cnt
    PERFORM audit-add-count
    MOVE "steps" TO audt-label
    MOVE plan-step-cnt TO audt-cnt
    PERFORM audit-add-count
    MOVE "next-step" TO audt-label
    MOVE plan-resume-step TO audt-cnt
    PERFORM audit-add-count
    PERFORM write-audit-entry
  END-IF
  .

*>
*> read the whole run plan into storage (same scheme as the
*> baseline table in load-baseline-table).
*>
load-plan-table.
  MOVE 0 TO plan-step-cnt
  MOVE "N" TO plan-eof-sw
  OPEN INPUT plan-file
  IF plan-status = "00"
    PERFORM UNTIL plan-at-eof
      READ plan-file
        AT END
          SET plan-at-eof TO TRUE
        NOT AT END
          IF plan-step-cnt < 20
            ADD 1 TO plan-step-cnt
            MOVE plan-record TO plan-tab-rec(plan-step-cnt)
          ELSE
            IF NOT maint-quiet
              DISPLAY "PLAN: WARNING: more than 20 steps in BMBPLAN;"
                " extra steps ignored."
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE plan-file
  END-IF
  .

*>
*> rewrite the whole plan dataset from the in-storage table, so the
*> step statuses written back so far are on disk before the next
*> step starts.
*>
rewrite-plan-file.
  OPEN OUTPUT plan-file
  MOVE 1 TO plan-jdx
  PERFORM plan-step-cnt TIMES
    MOVE plan-tab-rec(plan-jdx) TO plan-record
    WRITE plan-record
    ADD 1 TO plan-jdx
  END-PERFORM
  CLOSE plan-file
  .

*>
*> execute one plan step (in/out: pstep-rec): the step's fields are
*> applied exactly as the command line would set them, the step's
*> keywords go through the same scan-keyword-token recognizer, and
*> the same dispatch as main-form runs the step. the completion
*> status lands in pstep-status.
*>
plan-exec-step.
  MOVE "N" TO self-test-sw
  MOVE "N" TO stable-sw
  MOVE "N" TO report-requested-sw
  MOVE "N" TO export-sw
  MOVE "N" TO mgmt-sw
  MOVE "N" TO index-sw
  MOVE "N" TO project-sw
  MOVE "N" TO promote-sw
  MOVE "N" TO refresh-profile-sw
  MOVE "N" TO io-sw
  MOVE "N" TO dec-sw
*> the operator-level switches were consumed before the plan began
*> (they decided the dispatch in main-form and the lock takeover);
*> clear them first, so the check after the scan sees only what this
*> step's own keywords set.
  MOVE "N" TO purge-sw
  MOVE "N" TO verify-sw
  MOVE "N" TO trend-sw
  MOVE "N" TO plan-sw
  MOVE "N" TO merge-sw
  MOVE "N" TO unlock-sw
  MOVE "N" TO budget-sw
  MOVE "N" TO backup-sw
  MOVE "N" TO restore-sw
  MOVE "N" TO audit-sw
  MOVE "N" TO convert-sw
  MOVE "N" TO rerun-sw
  MOVE "N" TO maint-sw
  MOVE SPACES TO plan-kw1
  MOVE SPACES TO plan-kw2
  MOVE SPACES TO plan-kw3
  UNSTRING pstep-keywords DELIMITED BY ALL " "
    INTO plan-kw1 plan-kw2 plan-kw3
  MOVE plan-kw1 TO keyword-token
  PERFORM scan-keyword-token
  MOVE plan-kw2 TO keyword-token
  PERFORM scan-keyword-token
  MOVE plan-kw3 TO keyword-token
  PERFORM scan-keyword-token
*> the operator-level modes make no sense as plan steps: PURGE,
*> MERGE, BACKUP, RESTORE, CONVERT and PLAN would deadlock on the
*> lock this invocation already holds, UNLOCK and BUDGET are startup
*> decisions, RERUN takes its whole configuration from the run it
*> repeats, MAINT is an operator at a terminal, and VERIFY/TREND/
*> AUDIT belong to their own read-only invocations. they are
*> reported and switched back off, so a stray token is neither
*> dropped silently nor able to hijack the whole plan.
  IF purge-requested OR verify-requested OR trend-requested
     OR plan-requested OR merge-requested OR unlock-requested
     OR budget-requested OR backup-requested OR restore-requested
     OR audit-requested OR convert-requested OR rerun-requested
     OR maint-requested
    DISPLAY "PLAN: operator-level keyword in '" pstep-keywords
      "' ignored (PURGE/VERIFY/TREND/PLAN/MERGE/UNLOCK/BUDGET/"
      "BACKUP/RESTORE/AUDIT/CONVERT/RERUN/MAINT are not plan"
      " steps)."
    MOVE "N" TO maint-sw
    MOVE "N" TO rerun-sw
    MOVE "N" TO convert-sw
    MOVE "N" TO audit-sw
    MOVE "N" TO backup-sw
    MOVE "N" TO restore-sw
    MOVE "N" TO purge-sw
    MOVE "N" TO verify-sw
    MOVE "N" TO trend-sw
    MOVE "N" TO plan-sw
    MOVE "N" TO merge-sw
    MOVE "N" TO unlock-sw
    MOVE "N" TO budget-sw
  END-IF
*> a step that would measure inside a blackout window is held, not
*> run: HELD is neither DONE nor FAILED, so the next PLAN run picks
*> it up again. read-only steps are exempt, as they are at run start.
  MOVE "N" TO cal-blocked-sw
  IF NOT (report-requested OR export-requested OR mgmt-requested
     OR index-requested OR project-requested)
    PERFORM check-run-calendar
  END-IF
  IF cal-blocked
    MOVE "PLAN:" TO cal-msg-prefix
    PERFORM cal-show-window
    DISPLAY "PLAN: step held; it stays pending for the next run."
    MOVE "HELD" TO pstep-status
    MOVE "HELD" TO alert-code-ws
    MOVE "WARN" TO alert-sev-ws
    MOVE calt-from(cal-hit) TO alert-fig1-ws
    MOVE calt-to(cal-hit) TO alert-fig2-ws
    PERFORM add-alert
  ELSE
    PERFORM plan-run-step
  END-IF
  .

*>
*> run one plan step that has passed the keyword and calendar
*> checks (in/out: pstep-rec).
*>
plan-run-step.
  MOVE pstep-bench1 TO bench1
  MOVE pstep-bench2 TO bench2
*> a blank cali-ms column means the invocation's value, never the
*> previous step's -- the same rule the n column follows below.
  MOVE plan-base-cali-ms TO cali-ms
  IF pstep-cali-ms IS NUMERIC AND pstep-cali-ms > 0
    MOVE pstep-cali-ms TO cali-ms
  END-IF
  MOVE "N" TO suite-sw
  MOVE "N" TO suite-ovfl-sw
  MOVE 0 TO suite-comma-cnt
*> a blank n column means the program default -- never whatever the
*> previous step left behind: after a step runs, n holds the last
*> bench's scale-n-for-bench result, which is no workload size
*> anyone asked for.
  MOVE 1000000 TO n
  MOVE pstep-n-arg TO args3
  INSPECT args3 TALLYING suite-comma-cnt FOR ALL ","
  IF args3 <> SPACE
    IF suite-comma-cnt > 0
      PERFORM parse-suite-list
    ELSE
      MOVE args3 TO n
    END-IF
  END-IF

  PERFORM validate-parms
  IF parm-is-invalid
    DISPLAY "PLAN: step rejected due to invalid parameters."
    MOVE "FAILED" TO pstep-status
    SET plan-has-failure TO TRUE
  ELSE
    IF report-requested OR export-requested OR mgmt-requested
       OR index-requested OR project-requested
      IF report-requested
        PERFORM print-consolidated-report
      END-IF
      IF export-requested
        PERFORM export-history
      END-IF
      IF mgmt-requested
        PERFORM print-management-report
      END-IF
      IF index-requested
        PERFORM index-report
      END-IF
      IF project-requested
        PERFORM project-capacity
      END-IF
      MOVE "DONE" TO pstep-status
    ELSE
      IF self-test-requested
        PERFORM self-test-mode
        IF self-test-fail-cnt > 0
          MOVE "FAILED" TO pstep-status
          SET plan-has-failure TO TRUE
        ELSE
          MOVE "DONE" TO pstep-status
        END-IF
      ELSE
        IF io-requested
          PERFORM run-io-bench
        ELSE
        IF dec-requested
          PERFORM run-dec-bench
        ELSE
          IF suite-requested
            PERFORM run-suite
          ELSE
            PERFORM start-bench
          END-IF
        END-IF
        END-IF
        IF promote-requested
          PERFORM promote-baseline
        END-IF
        IF budget-deferred
*> an incomplete step: neither DONE (it must re-run) nor FAILED
*> (nothing went wrong). the restart check treats anything that is
*> not DONE/FAILED as still to do.
          DISPLAY "PLAN: step interrupted by the batch-window"
            " budget; it stays incomplete."
          MOVE "DEFERRED" TO pstep-status
        ELSE
          IF bench-has-failure
            DISPLAY "PLAN: step had failed benchmarks."
            MOVE "FAILED" TO pstep-status
            SET plan-has-failure TO TRUE
          ELSE
            MOVE "DONE" TO pstep-status
          END-IF
        END-IF
      END-IF
    END-IF
  END-IF
  .

*>
*> maintenance mode (MAINT keyword): operator screens for the run
*> plan (BMBPLAN) and the tuning configuration (BMBCONF). nothing is
*> measured and no lock is held while the operator works; each save
*> takes the active-run lock just for the write and is refused while
*> another run holds it, so a running PLAN never has its dataset
*> rewritten under it.
*>
maintenance-mode.
*> a step's blank cali-ms column means the invocation's value, as
*> in run-plan.
  MOVE cali-ms TO plan-base-cali-ms
  SET maint-quiet TO TRUE
  PERFORM maint-load-plan
  PERFORM maint-load-config
  MOVE SPACES TO maint-msg
  IF maint-plan-overflow
    STRING "BMBPLAN has more than 20 steps: only 20 are shown, and"
      " saving is refused." DELIMITED BY SIZE
      INTO maint-msg
  END-IF
  IF maint-conf-overflow
    STRING "BMBCONF has more than 50 lines: only 50 are shown, and"
      " saving is refused." DELIMITED BY SIZE
      INTO maint-msg
  END-IF
  MOVE "N" TO maint-done-sw
  MOVE "N" TO maint-warned-sw
  PERFORM UNTIL maint-done
    PERFORM maint-show-lock
    MOVE SPACE TO maint-choice
    DISPLAY maint-menu-screen
    ACCEPT maint-menu-screen
    MOVE SPACES TO maint-msg
    INSPECT maint-choice CONVERTING "x" TO "X"
    EVALUATE maint-choice
    WHEN "1"
      MOVE "N" TO maint-warned-sw
      PERFORM maint-plan-steps
    WHEN "2"
      MOVE "N" TO maint-warned-sw
      PERFORM maint-config-settings
    WHEN "X"
      IF (maint-plan-dirty OR maint-conf-dirty) AND NOT maint-warned
        MOVE "Unsaved changes: save them first, or X again to discard."
          TO maint-msg
        SET maint-warned TO TRUE
      ELSE
        SET maint-done TO TRUE
      END-IF
    WHEN OTHER
      MOVE "Choose 1, 2 or X." TO maint-msg
    END-EVALUATE
  END-PERFORM
  MOVE "N" TO maint-quiet-sw
  DISPLAY "MAINT: maintenance session ended."
  .

*>
*> is BMBLOCK held? sets maint-lock-held and the lock line every
*> screen shows; lock-run-id keeps the holder.
*>
maint-show-lock.
  MOVE "N" TO maint-lock-held-sw
  MOVE "BMBLOCK free" TO maint-lock-text
  OPEN INPUT lock-file
  IF lock-status = "00"
    READ lock-file
      AT END
        CONTINUE
      NOT AT END
        SET maint-lock-held TO TRUE
        MOVE SPACES TO maint-lock-text
        STRING "BMBLOCK held by run " DELIMITED BY SIZE
          lock-run-id DELIMITED BY SPACE
          INTO maint-lock-text
    END-READ
    CLOSE lock-file
  END-IF
  .

*>
*> the run-plan list screen: one line per step with its status, and
*> the command line (A add, C/D/R with a step number, S save).
*>
maint-plan-steps.
  MOVE "N" TO maint-back-sw
  PERFORM UNTIL maint-back
    PERFORM maint-show-lock
    PERFORM maint-build-plan-page
    MOVE SPACE TO maint-cmd
    MOVE 0 TO maint-cmd-no
    DISPLAY maint-plan-screen
    ACCEPT maint-plan-screen
    MOVE SPACES TO maint-msg
    INSPECT maint-cmd CONVERTING "acdrsx" TO "ACDRSX"
    EVALUATE maint-cmd
    WHEN "A"
      PERFORM maint-add-step
    WHEN "C"
      PERFORM maint-change-step
    WHEN "D"
      PERFORM maint-delete-step
    WHEN "R"
      PERFORM maint-reset-step
    WHEN "S"
      PERFORM maint-save-plan
    WHEN "X"
      SET maint-back TO TRUE
    WHEN OTHER
      MOVE "Commands: A, C nn, D nn, R nn, S or X." TO maint-msg
    END-EVALUATE
  END-PERFORM
  .

maint-build-plan-page.
  MOVE 1 TO maint-idx
  PERFORM 20 TIMES
    IF maint-idx > plan-step-cnt
      MOVE SPACES TO maint-prow(maint-idx)
    ELSE
      MOVE plan-tab-rec(maint-idx) TO pstep-rec
      MOVE maint-idx TO maint-prow-no
      MOVE pstep-bench1 TO maint-prow-bench1
      MOVE pstep-bench2 TO maint-prow-bench2
      MOVE pstep-n-arg TO maint-prow-n-arg
      IF pstep-cali-ms IS NUMERIC
        MOVE pstep-cali-ms TO maint-prow-cali-ms
      ELSE
        MOVE 0 TO maint-prow-cali-ms
      END-IF
      MOVE pstep-keywords TO maint-prow-keywords
      MOVE pstep-status TO maint-status
      PERFORM maint-set-status-text
      MOVE maint-status-text TO maint-prow-status
      MOVE maint-plan-row TO maint-prow(maint-idx)
    END-IF
    ADD 1 TO maint-idx
  END-PERFORM
  .

*> a step with no status yet has not run: it is pending.
maint-set-status-text.
  IF maint-status = SPACES
    MOVE "PENDING" TO maint-status-text
  ELSE
    MOVE maint-status TO maint-status-text
  END-IF
  .

*> the step number on the command line must name an existing step.
maint-check-step-no.
  MOVE maint-cmd-no TO maint-step-no
  IF maint-step-no < 1 OR maint-step-no > plan-step-cnt
    MOVE maint-cmd-no TO maint-fmt-no
    STRING "There is no step " DELIMITED BY SIZE
      maint-fmt-no DELIMITED BY SIZE
      " in BMBPLAN." DELIMITED BY SIZE
      INTO maint-msg
    MOVE 0 TO maint-step-no
  END-IF
  .

maint-add-step.
  IF plan-step-cnt >= 20
    MOVE "BMBPLAN holds at most 20 steps." TO maint-msg
  ELSE
    MOVE 0 TO maint-bench1
    MOVE 5 TO maint-bench2
    MOVE SPACES TO maint-n-arg
    MOVE 0 TO maint-cali-ms
    MOVE SPACES TO maint-keywords
    MOVE SPACES TO maint-status
    MOVE "New BMBPLAN step" TO maint-title
    PERFORM maint-edit-step
    MOVE SPACES TO maint-msg
    IF maint-confirm = "Y"
      ADD 1 TO plan-step-cnt
      MOVE plan-step-cnt TO maint-step-no
      PERFORM maint-store-step
      MOVE maint-step-no TO maint-fmt-no
      STRING "Step " DELIMITED BY SIZE
        maint-fmt-no DELIMITED BY SIZE
        " added; not saved yet." DELIMITED BY SIZE
        INTO maint-msg
    ELSE
      MOVE "Step not added." TO maint-msg
    END-IF
  END-IF
  .

*> a changed step keeps its status; R resets a FAILED or HELD one.
maint-change-step.
  PERFORM maint-check-step-no
  IF maint-step-no > 0
    MOVE plan-tab-rec(maint-step-no) TO pstep-rec
    MOVE 0 TO maint-bench1
    IF pstep-bench1 IS NUMERIC
      MOVE pstep-bench1 TO maint-bench1
    END-IF
    MOVE 0 TO maint-bench2
    IF pstep-bench2 IS NUMERIC
      MOVE pstep-bench2 TO maint-bench2
    END-IF
    MOVE pstep-n-arg TO maint-n-arg
    MOVE 0 TO maint-cali-ms
    IF pstep-cali-ms IS NUMERIC
      MOVE pstep-cali-ms TO maint-cali-ms
    END-IF
    MOVE pstep-keywords TO maint-keywords
    MOVE pstep-status TO maint-status
    MOVE maint-step-no TO maint-fmt-no
    MOVE SPACES TO maint-title
    STRING "BMBPLAN step " DELIMITED BY SIZE
      maint-fmt-no DELIMITED BY SIZE
      INTO maint-title
    PERFORM maint-edit-step
    MOVE SPACES TO maint-msg
    IF maint-confirm = "Y"
      PERFORM maint-store-step
      STRING "Step " DELIMITED BY SIZE
        maint-fmt-no DELIMITED BY SIZE
        " changed; not saved yet." DELIMITED BY SIZE
        INTO maint-msg
    ELSE
      MOVE "Step left unchanged." TO maint-msg
    END-IF
  END-IF
  .

maint-store-step.
  MOVE maint-bench1 TO pstep-bench1
  MOVE maint-bench2 TO pstep-bench2
  MOVE maint-n-arg TO pstep-n-arg
  MOVE maint-cali-ms TO pstep-cali-ms
  MOVE maint-keywords TO pstep-keywords
  MOVE maint-status TO pstep-status
  MOVE pstep-rec TO plan-tab-rec(maint-step-no)
  SET maint-plan-dirty TO TRUE
  .

maint-delete-step.
  PERFORM maint-check-step-no
  IF maint-step-no > 0
    MOVE maint-step-no TO maint-idx
    PERFORM UNTIL maint-idx >= plan-step-cnt
      MOVE plan-tab-rec(maint-idx + 1) TO plan-tab-rec(maint-idx)
      ADD 1 TO maint-idx
    END-PERFORM
    SUBTRACT 1 FROM plan-step-cnt
    SET maint-plan-dirty TO TRUE
    MOVE maint-step-no TO maint-fmt-no
    STRING "Step " DELIMITED BY SIZE
      maint-fmt-no DELIMITED BY SIZE
      " deleted; not saved yet." DELIMITED BY SIZE
      INTO maint-msg
  END-IF
  .

*> back to pending, so the next PLAN run works the step again.
maint-reset-step.
  PERFORM maint-check-step-no
  IF maint-step-no > 0
    MOVE plan-tab-rec(maint-step-no) TO pstep-rec
    MOVE maint-step-no TO maint-fmt-no
    IF pstep-status = "FAILED" OR pstep-status = "HELD"
      MOVE SPACES TO pstep-status
      MOVE pstep-rec TO plan-tab-rec(maint-step-no)
      ADD 1 TO maint-reset-cnt
      SET maint-plan-dirty TO TRUE
      STRING "Step " DELIMITED BY SIZE
        maint-fmt-no DELIMITED BY SIZE
        " reset to pending; not saved yet." DELIMITED BY SIZE
        INTO maint-msg
    ELSE
      MOVE pstep-status TO maint-status
      PERFORM maint-set-status-text
      STRING "Step " DELIMITED BY SIZE
        maint-fmt-no DELIMITED BY SIZE
        " is " DELIMITED BY SIZE
        maint-status-text DELIMITED BY SPACE
        "; only a FAILED or HELD step can be reset."
          DELIMITED BY SIZE
        INTO maint-msg
    END-IF
  END-IF
  .

*>
*> the step entry screen: each field is checked the moment it is
*> entered and taken again until it passes; maint-confirm says
*> whether the operator keeps the step.
*>
maint-edit-step.
  PERFORM maint-set-status-text
  MOVE SPACES TO maint-msg
  MOVE "Y" TO maint-confirm
  DISPLAY maint-step-screen
  MOVE 1 TO maint-check-level
  PERFORM 5 TIMES
    MOVE "N" TO maint-field-ok-sw
    PERFORM UNTIL maint-field-ok
      PERFORM maint-accept-step-field
    END-PERFORM
    ADD 1 TO maint-check-level
  END-PERFORM
  MOVE SPACE TO maint-confirm
  PERFORM UNTIL maint-confirm = "Y" OR maint-confirm = "N"
    ACCEPT maint-fld-step-ok
    INSPECT maint-confirm CONVERTING "yn" TO "YN"
  END-PERFORM
  .

maint-accept-step-field.
  EVALUATE maint-check-level
  WHEN 1
    ACCEPT maint-fld-bench1
  WHEN 2
    ACCEPT maint-fld-bench2
  WHEN 3
    ACCEPT maint-fld-n-arg
  WHEN 4
    ACCEPT maint-fld-cali-ms
  WHEN OTHER
    ACCEPT maint-fld-keywords
  END-EVALUATE
  PERFORM maint-check-step
  IF NOT maint-field-ok AND maint-msg = SPACES
    EVALUATE maint-check-level
    WHEN 1
      MOVE "First bench rejected by the parameter checks (0 to 7)."
        TO maint-msg
    WHEN 2
      MOVE "Last bench rejected by the parameter checks (0 to 7)."
        TO maint-msg
    WHEN 3
      STRING "n rejected by the parameter checks (positive, at most"
        " 8 series values, within every bench's limit)."
        DELIMITED BY SIZE INTO maint-msg
    WHEN 4
      MOVE "cali-ms rejected by the parameter checks." TO maint-msg
    WHEN OTHER
      MOVE "Keywords rejected by the parameter checks." TO maint-msg
    END-EVALUATE
  END-IF
  DISPLAY maint-step-screen
  .

*>
*> check the step as far as it has been entered (maint-check-level
*> = fields 1 to 5) with the rules a PLAN run applies to it: the
*> keywords through scan-keyword-token and the plan-step keyword
*> rule, then the step's fields set up exactly as plan-run-step does
*> and put through validate-parms. a field not entered yet takes the
*> value a blank column means in the plan. sets maint-field-ok.
*>
maint-check-step.
  MOVE SPACES TO maint-msg
  SET maint-field-ok TO TRUE
  MOVE "N" TO maint-kw-bad-sw
  PERFORM maint-clear-switches
  IF maint-check-level >= 5
    PERFORM maint-check-keywords
  END-IF
  MOVE maint-bench1 TO bench1
  IF maint-check-level >= 2
    MOVE maint-bench2 TO bench2
  ELSE
    MOVE maint-bench1 TO bench2
  END-IF
  MOVE "N" TO suite-sw
  MOVE "N" TO suite-ovfl-sw
  MOVE 0 TO suite-comma-cnt
  MOVE 1000000 TO n
  IF maint-check-level >= 3 AND maint-n-arg NOT = SPACES
    MOVE maint-n-arg TO args3
    INSPECT args3 TALLYING suite-comma-cnt FOR ALL ","
    IF suite-comma-cnt > 0
      PERFORM parse-suite-list
    ELSE
      MOVE args3 TO n
    END-IF
  END-IF
  MOVE plan-base-cali-ms TO cali-ms
  IF maint-check-level >= 4 AND maint-cali-ms > 0
    MOVE maint-cali-ms TO cali-ms
  END-IF
  IF maint-kw-bad
    MOVE "N" TO maint-field-ok-sw
  ELSE
    PERFORM validate-parms
    IF parm-is-invalid
      MOVE "N" TO maint-field-ok-sw
    END-IF
  END-IF
  SET maint-requested TO TRUE
  .

*> every mode switch off, so a scan shows only what it recognized.
maint-clear-switches.
  MOVE "N" TO self-test-sw
  MOVE "N" TO refresh-profile-sw
  MOVE "N" TO report-requested-sw
  MOVE "N" TO stable-sw
  MOVE "N" TO promote-sw
  MOVE "N" TO unlock-sw
  MOVE "N" TO export-sw
  MOVE "N" TO purge-sw
  MOVE "N" TO verify-sw
  MOVE "N" TO trend-sw
  MOVE "N" TO plan-sw
  MOVE "N" TO io-sw
  MOVE "N" TO dec-sw
  MOVE "N" TO budget-sw
  MOVE "N" TO merge-sw
  MOVE "N" TO mgmt-sw
  MOVE "N" TO index-sw
  MOVE "N" TO project-sw
  MOVE "N" TO backup-sw
  MOVE "N" TO restore-sw
  MOVE "N" TO audit-sw
  MOVE "N" TO convert-sw
  MOVE "N" TO rerun-sw
  MOVE "N" TO maint-sw
  .

*> the step keywords, split as plan-exec-step splits them: each one
*> must be a keyword a plan step can carry; then all of them are
*> scanned together for validate-parms.
maint-check-keywords.
  MOVE SPACES TO plan-kw1
  MOVE SPACES TO plan-kw2
  MOVE SPACES TO plan-kw3
  MOVE 0 TO maint-kw-cnt
  UNSTRING maint-keywords DELIMITED BY ALL " "
    INTO plan-kw1 plan-kw2 plan-kw3
    TALLYING IN maint-kw-cnt
    ON OVERFLOW
      SET maint-kw-bad TO TRUE
      MOVE "At most three keywords per step." TO maint-msg
  END-UNSTRING
  MOVE plan-kw1 TO maint-kw-tok
  PERFORM maint-check-keyword
  MOVE plan-kw2 TO maint-kw-tok
  PERFORM maint-check-keyword
  MOVE plan-kw3 TO maint-kw-tok
  PERFORM maint-check-keyword
  PERFORM maint-clear-switches
  MOVE plan-kw1 TO keyword-token
  PERFORM scan-keyword-token
  MOVE plan-kw2 TO keyword-token
  PERFORM scan-keyword-token
  MOVE plan-kw3 TO keyword-token
  PERFORM scan-keyword-token
  .

maint-check-keyword.
  IF maint-kw-tok NOT = SPACES AND NOT maint-kw-bad
    PERFORM maint-clear-switches
    MOVE maint-kw-tok TO keyword-token
    PERFORM scan-keyword-token
    IF self-test-requested OR refresh-profile-requested
       OR report-requested OR stability-requested
       OR promote-requested OR export-requested OR io-requested
       OR dec-requested OR mgmt-requested OR index-requested
       OR project-requested
      CONTINUE
    ELSE
      SET maint-kw-bad TO TRUE
      IF purge-requested OR verify-requested OR trend-requested
         OR plan-requested OR merge-requested OR unlock-requested
         OR budget-requested OR backup-requested
         OR restore-requested OR audit-requested
         OR convert-requested OR rerun-requested OR maint-requested
        STRING maint-kw-tok DELIMITED BY SPACE
          " is an operator-level keyword; it is not a plan step."
            DELIMITED BY SIZE
          INTO maint-msg
      ELSE
        STRING "Keyword " DELIMITED BY SIZE
          maint-kw-tok DELIMITED BY SPACE
          " is not known." DELIMITED BY SIZE
          INTO maint-msg
      END-IF
    END-IF
  END-IF
  .

*>
*> write the plan back (save command) under the lock, and audit it.
*>
maint-save-plan.
  PERFORM maint-show-lock
  IF maint-plan-overflow
    STRING "Not saved: BMBPLAN has more than 20 steps, and the"
      " steps not shown would be lost." DELIMITED BY SIZE
      INTO maint-msg
  ELSE
  IF maint-lock-held
    STRING "Not saved: run " DELIMITED BY SIZE
      lock-run-id DELIMITED BY SPACE
      " holds BMBLOCK; save again when it has ended."
        DELIMITED BY SIZE
      INTO maint-msg
  ELSE
    PERFORM write-run-lock
    PERFORM maint-check-plan-disk
    IF maint-stale
      PERFORM release-run-lock
      PERFORM maint-load-plan
      STRING "Not saved: BMBPLAN was changed by a run meanwhile;"
        " reloaded, please make the changes again." DELIMITED BY SIZE
        INTO maint-msg
    ELSE
      PERFORM rewrite-plan-file
      PERFORM release-run-lock
      MOVE plan-tab-array TO maint-porig-tab
      MOVE plan-step-cnt TO maint-porig-cnt
      MOVE "MAINT" TO audt-action-ws
      MOVE SPACES TO audt-keys-ws
      MOVE 1 TO audt-ptr
      STRING "BMBPLAN saved; " DELIMITED BY SIZE
        INTO audt-keys-ws WITH POINTER audt-ptr
      MOVE "steps" TO audt-label
      MOVE plan-step-cnt TO audt-cnt
      PERFORM audit-add-count
      MOVE "reset" TO audt-label
      MOVE maint-reset-cnt TO audt-cnt
      PERFORM audit-add-count
      PERFORM write-audit-entry
      MOVE 0 TO maint-reset-cnt
      MOVE "N" TO maint-plan-dirty-sw
      MOVE plan-step-cnt TO maint-fmt-no
      STRING "BMBPLAN saved with " DELIMITED BY SIZE
        maint-fmt-no DELIMITED BY SIZE
        " step(s)." DELIMITED BY SIZE
        INTO maint-msg
    END-IF
  END-IF
  END-IF
  .

*>
*> load the plan for editing and keep its image, to tell at save
*> time whether a run has rewritten BMBPLAN in the meantime. the
*> image check also counts every record on disk, which is how a
*> plan longer than the table is found.
*>
maint-load-plan.
  PERFORM load-plan-table
  MOVE plan-tab-array TO maint-porig-tab
  MOVE plan-step-cnt TO maint-porig-cnt
  MOVE 0 TO maint-reset-cnt
  MOVE "N" TO maint-plan-dirty-sw
  MOVE "N" TO maint-plan-ovfl-sw
  PERFORM maint-check-plan-disk
  IF maint-disk-cnt > 20
    SET maint-plan-overflow TO TRUE
  END-IF
  .

*> BMBPLAN on disk against the image (sets maint-stale).
maint-check-plan-disk.
  MOVE "N" TO maint-stale-sw
  MOVE 0 TO maint-disk-cnt
  MOVE "N" TO plan-eof-sw
  OPEN INPUT plan-file
  IF plan-status = "00"
        AT END
          SET plan-at-eof TO TRUE
        NOT AT END
          ADD 1 TO maint-disk-cnt
          IF maint-disk-cnt <= maint-porig-cnt
            IF plan-record NOT = maint-porig(maint-disk-cnt)
              SET maint-stale TO TRUE
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE plan-file
  END-IF
  IF maint-disk-cnt NOT = maint-porig-cnt
    SET maint-stale TO TRUE
  END-IF
  .

*>
*> read BMBCONF line by line, comments included, for editing.
*>
maint-load-config.
  MOVE 0 TO maint-conf-cnt
  MOVE 1 TO maint-top
  MOVE "N" TO maint-conf-ovfl-sw
  MOVE "N" TO conf-eof-sw
  OPEN INPUT conf-file
  IF conf-status = "00"
    PERFORM UNTIL conf-at-eof
      READ conf-file
        AT END
          SET conf-at-eof TO TRUE
        NOT AT END
          IF maint-conf-cnt < 50
            ADD 1 TO maint-conf-cnt
            MOVE conf-record TO maint-conf-line(maint-conf-cnt)
          ELSE
            SET maint-conf-overflow TO TRUE
          END-IF
      END-READ
    END-PERFORM
    CLOSE conf-file
  END-IF
  MOVE maint-conf-tab TO maint-corig-tab
  MOVE maint-conf-cnt TO maint-corig-cnt
  MOVE "N" TO maint-conf-dirty-sw
  .

*> BMBCONF on disk against the image loaded (sets maint-stale).
maint-check-conf-disk.
  MOVE "N" TO maint-stale-sw
  MOVE 0 TO maint-disk-cnt
  MOVE "N" TO conf-eof-sw
  OPEN INPUT conf-file
  IF conf-status = "00"
    PERFORM UNTIL conf-at-eof
      READ conf-file
        AT END
          SET conf-at-eof TO TRUE
        NOT AT END
          ADD 1 TO maint-disk-cnt
          IF maint-disk-cnt <= maint-corig-cnt
            IF conf-record NOT = maint-corig(maint-disk-cnt)
              SET maint-stale TO TRUE
            END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE conf-file
  END-IF
  IF maint-disk-cnt NOT = maint-corig-cnt
    SET maint-stale TO TRUE
  END-IF
  .

*>
*> the configuration list screen, 20 lines a page.
*>
maint-config-settings.
  MOVE "N" TO maint-back-sw
  PERFORM UNTIL maint-back
    PERFORM maint-show-lock
    PERFORM maint-build-conf-page
    MOVE SPACE TO maint-cmd
    MOVE 0 TO maint-cmd-no
    DISPLAY maint-conf-screen
    ACCEPT maint-conf-screen
    MOVE SPACES TO maint-msg
    INSPECT maint-cmd CONVERTING "acdsx" TO "ACDSX"
    EVALUATE maint-cmd
    WHEN "A"
      PERFORM maint-add-setting
    WHEN "C"
      PERFORM maint-change-setting
    WHEN "D"
      PERFORM maint-delete-setting
    WHEN "S"
      PERFORM maint-save-config
    WHEN "+"
      IF maint-top + 20 <= maint-conf-cnt
        ADD 20 TO maint-top
      END-IF
    WHEN "-"
      IF maint-top > 20
        SUBTRACT 20 FROM maint-top
      END-IF
    WHEN "X"
      SET maint-back TO TRUE
    WHEN OTHER
      MOVE "Commands: A, C nn, D nn, +, -, S or X." TO maint-msg
    END-EVALUATE
  END-PERFORM
  .

maint-build-conf-page.
  MOVE maint-top TO maint-jdx
  MOVE 1 TO maint-idx
  PERFORM 20 TIMES
    IF maint-jdx > maint-conf-cnt
      MOVE SPACES TO maint-crow(maint-idx)
    ELSE
      MOVE maint-jdx TO maint-crow-no
      MOVE maint-conf-line(maint-jdx) TO maint-crow-text
      MOVE maint-conf-row TO maint-crow(maint-idx)
    END-IF
    ADD 1 TO maint-idx
    ADD 1 TO maint-jdx
  END-PERFORM
  .

*> the line number on the command line must name an existing line.
maint-check-line-no.
  MOVE maint-cmd-no TO maint-conf-no
  IF maint-conf-no < 1 OR maint-conf-no > maint-conf-cnt
    MOVE maint-cmd-no TO maint-fmt-no
    STRING "There is no line " DELIMITED BY SIZE
      maint-fmt-no DELIMITED BY SIZE
      " in BMBCONF." DELIMITED BY SIZE
      INTO maint-msg
    MOVE 0 TO maint-conf-no
  END-IF
  .

maint-add-setting.
  IF maint-conf-cnt >= 50
    MOVE "BMBCONF holds at most 50 lines here." TO maint-msg
  ELSE
    MOVE 0 TO maint-conf-no
    MOVE SPACES TO maint-conf-key
    MOVE SPACES TO maint-conf-val
    MOVE "New BMBCONF setting" TO maint-title
    PERFORM maint-edit-setting
    IF maint-confirm = "Y"
      ADD 1 TO maint-conf-cnt
      MOVE maint-conf-cnt TO maint-conf-no
      PERFORM maint-store-setting
      MOVE "Setting added; not saved yet." TO maint-msg
    ELSE
      MOVE "Setting not added." TO maint-msg
    END-IF
  END-IF
  .

*> comment lines are kept as they are; they can only be deleted.
maint-change-setting.
  PERFORM maint-check-line-no
  IF maint-conf-no > 0
    IF maint-conf-line(maint-conf-no) = SPACES
       OR maint-conf-line(maint-conf-no)(1:1) = "*"
      MOVE "That line is a comment; it can only be deleted."
        TO maint-msg
    ELSE
      MOVE SPACES TO maint-conf-key
      MOVE SPACES TO maint-conf-val
      UNSTRING maint-conf-line(maint-conf-no) DELIMITED BY "="
        INTO maint-conf-key maint-conf-val
      MOVE maint-conf-no TO maint-fmt-no
      MOVE SPACES TO maint-title
      STRING "BMBCONF line " DELIMITED BY SIZE
        maint-fmt-no DELIMITED BY SIZE
        INTO maint-title
      PERFORM maint-edit-setting
      IF maint-confirm = "Y"
        PERFORM maint-store-setting
        MOVE "Setting changed; not saved yet." TO maint-msg
      ELSE
        MOVE "Setting left unchanged." TO maint-msg
      END-IF
    END-IF
  END-IF
  .

maint-store-setting.
  MOVE SPACES TO maint-conf-line(maint-conf-no)
  STRING maint-conf-key DELIMITED BY SPACE
    "=" DELIMITED BY SIZE
    maint-conf-val DELIMITED BY SPACE
    INTO maint-conf-line(maint-conf-no)
  SET maint-conf-dirty TO TRUE
  .

maint-delete-setting.
  PERFORM maint-check-line-no
  IF maint-conf-no > 0
    MOVE maint-conf-no TO maint-idx
    PERFORM UNTIL maint-idx >= maint-conf-cnt
      MOVE maint-conf-line(maint-idx + 1)
        TO maint-conf-line(maint-idx)
      ADD 1 TO maint-idx
    END-PERFORM
    SUBTRACT 1 FROM maint-conf-cnt
    IF maint-top > maint-conf-cnt AND maint-top > 20
      SUBTRACT 20 FROM maint-top
    END-IF
    SET maint-conf-dirty TO TRUE
    MOVE "Line deleted; not saved yet." TO maint-msg
  END-IF
  .

*>
*> the setting entry screen: the keyword is checked when entered,
*> the pair KEYWORD=value when the value is; a rejected pair goes
*> back to the keyword.
*>
maint-edit-setting.
  MOVE SPACES TO maint-msg
  MOVE "Y" TO maint-confirm
  DISPLAY maint-setting-screen
  MOVE "N" TO maint-field-ok-sw
  PERFORM UNTIL maint-field-ok
    ACCEPT maint-fld-conf-key
    PERFORM maint-check-conf-key
    DISPLAY maint-setting-screen
    IF maint-field-ok
      ACCEPT maint-fld-conf-val
      PERFORM maint-check-conf-val
      DISPLAY maint-setting-screen
    END-IF
  END-PERFORM
  MOVE SPACE TO maint-confirm
  PERFORM UNTIL maint-confirm = "Y" OR maint-confirm = "N"
    ACCEPT maint-fld-conf-ok
    INSPECT maint-confirm CONVERTING "yn" TO "YN"
  END-PERFORM
  .

*> a keyword, not a comment, and not set on another line already (a
*> keyword given twice would silently keep only its last value).
maint-check-conf-key.
  MOVE SPACES TO maint-msg
  SET maint-field-ok TO TRUE
  INSPECT maint-conf-key CONVERTING "abcdefghijklmnopqrstuvwxyz"
    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
  MOVE 0 TO maint-eq-cnt
  INSPECT maint-conf-key TALLYING maint-eq-cnt FOR ALL "="
  IF maint-conf-key = SPACES OR maint-conf-key(1:1) = "*"
     OR maint-eq-cnt > 0
    MOVE "Enter a setting keyword, such as GUARD-TOLERANCE-PCT."
      TO maint-msg
    MOVE "N" TO maint-field-ok-sw
  ELSE
    MOVE 1 TO maint-idx
    PERFORM UNTIL maint-idx > maint-conf-cnt OR NOT maint-field-ok
      IF maint-idx NOT = maint-conf-no
         AND maint-conf-line(maint-idx)(1:1) NOT = "*"
        MOVE SPACES TO maint-dup-key
        UNSTRING maint-conf-line(maint-idx) DELIMITED BY "="
          INTO maint-dup-key maint-dup-val
        IF maint-dup-key = maint-conf-key
          MOVE maint-idx TO maint-fmt-no
          STRING maint-conf-key DELIMITED BY SPACE
            " is already set on line " DELIMITED BY SIZE
            maint-fmt-no DELIMITED BY SIZE
            "; change that line." DELIMITED BY SIZE
            INTO maint-msg
          MOVE "N" TO maint-field-ok-sw
        END-IF
      END-IF
      ADD 1 TO maint-idx
    END-PERFORM
  END-IF
  .

*> the pair goes through apply-config-setting, as read-config-file
*> puts every BMBCONF record through it; a rejection counts in
*> conf-bad-cnt.
maint-check-conf-val.
  MOVE SPACES TO maint-msg
  SET maint-field-ok TO TRUE
  MOVE SPACES TO conf-record
  STRING maint-conf-key DELIMITED BY SPACE
    "=" DELIMITED BY SIZE
    maint-conf-val DELIMITED BY SPACE
    INTO conf-record
  MOVE conf-bad-cnt TO maint-bad-before
  PERFORM apply-config-setting
  IF conf-bad-cnt > maint-bad-before
    STRING conf-record DELIMITED BY SPACE
      " rejected by the configuration checks." DELIMITED BY SIZE
      INTO maint-msg
    MOVE "N" TO maint-field-ok-sw
  END-IF
  .

*>
*> write the configuration back (save command) under the lock. the
*> saved settings are read back in as at startup and audited against
*> BMBCFGP right away, so the changes are on record under the
*> operator who made them.
*>
maint-save-config.
  PERFORM maint-show-lock
  IF maint-conf-overflow
    STRING "Not saved: BMBCONF has more than 50 lines, and the"
      " lines not shown would be lost." DELIMITED BY SIZE
      INTO maint-msg
  ELSE
  IF maint-lock-held
    STRING "Not saved: run " DELIMITED BY SIZE
      lock-run-id DELIMITED BY SPACE
      " holds BMBLOCK; save again when it has ended."
        DELIMITED BY SIZE
      INTO maint-msg
  ELSE
    PERFORM write-run-lock
    PERFORM maint-check-conf-disk
    IF maint-stale
      PERFORM release-run-lock
      PERFORM maint-load-config
      STRING "Not saved: BMBCONF was changed meanwhile; reloaded,"
        " please make the changes again." DELIMITED BY SIZE
        INTO maint-msg
    ELSE
      OPEN OUTPUT conf-file
      MOVE 1 TO maint-idx
      PERFORM maint-conf-cnt TIMES
        MOVE maint-conf-line(maint-idx) TO conf-record
        WRITE conf-record
        ADD 1 TO maint-idx
      END-PERFORM
      CLOSE conf-file
      MOVE 0 TO conf-cur-cnt
      PERFORM read-config-file
      PERFORM audit-config-changes
      PERFORM release-run-lock
      MOVE maint-conf-tab TO maint-corig-tab
      MOVE maint-conf-cnt TO maint-corig-cnt
      MOVE "N" TO maint-conf-dirty-sw
      MOVE maint-conf-cnt TO maint-fmt-no
      MOVE conf-applied-cnt TO maint-fmt-app
      MOVE conf-bad-cnt TO maint-fmt-bad
      MOVE cfgp-chg-cnt TO maint-fmt-chg
      STRING "BMBCONF saved with " DELIMITED BY SIZE
        maint-fmt-no DELIMITED BY SIZE
        " line(s):" DELIMITED BY SIZE
        maint-fmt-app DELIMITED BY SIZE
        " applied," DELIMITED BY SIZE
        maint-fmt-bad DELIMITED BY SIZE
        " rejected," DELIMITED BY SIZE
        maint-fmt-chg DELIMITED BY SIZE
        " change(s) audited." DELIMITED BY SIZE
        INTO maint-msg
    END-IF
  END-IF
  END-IF
  .

write-history.
  MOVE 1 TO hist-idx
  PERFORM 8 TIMES
*> a negative bench-res1 marks a failed benchmark run, not a real
*> throughput; store zero, so neither the unsigned fmt09
*> console-format helper (used by print-consolidated-report) nor
*> the BMBEXPT extract ever shows a failed bench as a small
*> positive throughput.
    IF bench-res1(hist-idx) < 0
      MOVE 0 TO hist-res1(hist-idx)
    ELSE
    END-IF
  END-IF

  PERFORM open-hist-update
  PERFORM write-hist-row
  IF hist-status = "00"
    SET hist-written TO TRUE
  ELSE
    DISPLAY "History row for " run-id " not written (BMBHIST"
      " status " hist-status ")."
  END-IF
  CLOSE hist-file
  .

*>
*> open the keyed history for update, creating it empty the first
*> time (an indexed dataset cannot be extended before it exists).
*>
open-hist-update.
  OPEN I-O hist-file
  IF hist-status = "35"
    OPEN OUTPUT hist-file
    CLOSE hist-file
    OPEN I-O hist-file
  END-IF
  .

open-rctx-update.
  OPEN I-O rctx-file
  IF rctx-status = "35"
    OPEN OUTPUT rctx-file
    CLOSE rctx-file
    OPEN I-O rctx-file
  END-IF
  .

*>
*> store the history row in hist-record under the next free row
*> number of its run-id: the rows already there answer a WRITE with
*> a duplicate key (status 22), so the number is simply stepped
*> until the row goes in. leaves the final status in hist-status.
*>
write-hist-row.
  MOVE 1 TO hist-seq
  MOVE "N" TO hkey-done-sw
  PERFORM UNTIL hkey-done
    WRITE hist-record
      INVALID KEY
        CONTINUE
    END-WRITE
    IF hist-status = "22" AND hist-seq < 9999
      ADD 1 TO hist-seq
    ELSE
      SET hkey-done TO TRUE
    END-IF
  END-PERFORM
  .

*>
        PERFORM write-new-baseline
        DISPLAY "PROMOTE: baseline for " res-language
          " updated from this run."
        MOVE "PROMOTE" TO audt-action-ws
        IF promo-old-found
          STRING res-language DELIMITED BY SPACE
            ": superseded baseline of " DELIMITED BY SIZE
            promo-old-record(1:6) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            promo-old-record(7:8) DELIMITED BY SIZE
            ", new baseline run " DELIMITED BY SIZE
            run-id DELIMITED BY SPACE
            INTO audt-keys-ws
        ELSE
          STRING res-language DELIMITED BY SPACE
            ": first baseline, run " DELIMITED BY SIZE
            run-id DELIMITED BY SPACE
            INTO audt-keys-ws
        END-IF
        PERFORM write-audit-entry
      END-IF
    END-IF
  END-IF
      SET run-has-unstable TO TRUE
      MOVE "UNSTABLE" TO alert-code-ws
      MOVE "WARN" TO alert-sev-ws
*> an I/O or decimal alert is numbered by its result column 0-2
*> (the phase),
*> like the REGRESS/BNCHFAIL alerts derived from bench-res1 -- the
*> internal pseudo-bench number 8 never reaches the alert dataset.
      IF bench = 8
        COMPUTE alert-bench-ws = io-phase - 1
      ELSE
        IF bench = 9
          COMPUTE alert-bench-ws = dec-phase - 1
        ELSE
          MOVE bench TO alert-bench-ws
        END-IF
      END-IF
      MOVE stab-min TO alert-fig1-ws
      MOVE stab-max TO alert-fig2-ws
  END-PERFORM
  .

*>
*> decimal benchmark mode (DECBENCH keyword): time the three
*> business-arithmetic phases of pseudo-bench 9 through the same
*> calibration, history and baseline machinery as the I/O workload.
*> the phase results go into bench-res1(1..3) and are published
*> under the "CobDC" language tag, so the decimal figures keep their
*> own history rows, baseline record, TREND lines and alerts, apart
*> from the CPU and CobIO figures.
*>
run-dec-bench.
  PERFORM load-machine-profile
  PERFORM get-info
  MOVE "CobDC" TO res-language
  COMPUTE dec-items = n / 100
  DISPLAY "Decimal benchmark: " dec-items " item(s) per phase"
    " (interest/tax chain / totals / report editing)."

  MOVE n TO start-bench-n
  PERFORM run-interference-probe
  MOVE guard-rate TO guard-rate-before
  MOVE "N" TO bench-fail-sw
  MOVE 1 TO ckpt-idx
  PERFORM 8 TIMES
    MOVE 0 TO bench-res1(ckpt-idx)
    MOVE 0 TO eff-n(ckpt-idx)
    ADD 1 TO ckpt-idx
  END-PERFORM
*> every phase works the same n/100 items.
  MOVE 1 TO ckpt-idx
  PERFORM 3 TIMES
    MOVE dec-items TO eff-n(ckpt-idx)
    ADD 1 TO ckpt-idx
  END-PERFORM

*> the baseline comparison and the phase loop below address the
*> result columns as "benches" 0-2.
  MOVE 0 TO bench1
  MOVE 2 TO bench2
  MOVE 9 TO bench
  MOVE 1 TO dec-phase
  PERFORM 3 TIMES
    PERFORM dec-phase-title
    DISPLAY "Decimal phase " dec-phase " (" dec-phase-name ")"
    PERFORM getCheck
    IF stability-requested
      PERFORM measure-bench-stable
    ELSE
      PERFORM measureBench
    END-IF
    COMPUTE bench-res1(dec-phase) = throughput
    ADD 1 TO dec-phase
  END-PERFORM

  PERFORM run-interference-probe
  MOVE guard-rate TO guard-rate-after
  PERFORM check-interference

  MOVE 1 TO ckpt-idx
  PERFORM 8 TIMES
    IF bench-res1(ckpt-idx) < 0
      SET bench-has-failure TO TRUE
      MOVE "BNCHFAIL" TO alert-code-ws
      MOVE "SEVERE" TO alert-sev-ws
      COMPUTE alert-bench-ws = ckpt-idx - 1
      PERFORM add-alert
    END-IF
    ADD 1 TO ckpt-idx
  END-PERFORM
  PERFORM print-dec-results
  PERFORM write-history
  IF run-contaminated
    DISPLAY "Baseline comparison skipped: run is stamped"
      " CONTAMINATED."
  ELSE
    PERFORM compare-baseline
  END-IF
  .

*>
*> name of the current decimal phase, for the report lines.
*>
dec-phase-title.
  EVALUATE dec-phase
  WHEN 1
    MOVE "INTEREST" TO dec-phase-name
  WHEN 2
    MOVE "TOTALS" TO dec-phase-name
  WHEN 3
    MOVE "EDIT" TO dec-phase-name
  WHEN OTHER
    MOVE "?" TO dec-phase-name
  END-EVALUATE
  .

*>
*> report the decimal phases in items per second (each calibration
*> loop works dec-items items, so items/sec is loops/sec times
*> dec-items).
*>
print-dec-results.
  DISPLAY "Decimal throughput per phase:"
  MOVE 1 TO dec-phase
  PERFORM 3 TIMES
    PERFORM dec-phase-title
    IF bench-res1(dec-phase) < 0
      DISPLAY "  " dec-phase-name ": FAILED"
    ELSE
      COMPUTE io-recs-p-sec = bench-res1(dec-phase) * dec-items
      MOVE io-recs-p-sec TO fmt09
      MOVE bench-res1(dec-phase) TO fmt09_2
      DISPLAY "  " dec-phase-name ": " fmt09 " items/sec ("
        fmt09_2 " loops/sec)"
    END-IF
    ADD 1 TO dec-phase
  END-PERFORM
  .

*>
*> scaling-curve suite mode: run bench1..bench2 once per n value
*> in the declared series, collecting throughput per (bench, n)
          IF conf-record NOT = SPACES
             AND conf-record(1:1) NOT = "*"
            PERFORM apply-config-setting
            PERFORM keep-config-setting
          END-IF
      END-READ
    END-PERFORM
    CLOSE conf-file
    IF NOT maint-quiet
      DISPLAY "Config: " conf-applied-cnt " setting(s) applied from"
        " BMBCONF, " conf-bad-cnt " rejected."
    END-IF
  END-IF
  .

*>
*> remember the setting just read (conf-key/conf-val) for the audit
*> of configuration changes; a keyword given twice keeps its last
*> value, as it does in apply-config-setting.
*>
keep-config-setting.
  MOVE 0 TO cfgp-hit
  MOVE 1 TO conf-cur-idx
  PERFORM UNTIL conf-cur-idx > conf-cur-cnt OR cfgp-hit > 0
    IF conf-cur-key(conf-cur-idx) = conf-key
      MOVE conf-cur-idx TO cfgp-hit
    END-IF
    ADD 1 TO conf-cur-idx
  END-PERFORM
  IF cfgp-hit = 0 AND conf-cur-cnt < 50
    ADD 1 TO conf-cur-cnt
    MOVE conf-cur-cnt TO cfgp-hit
    MOVE conf-key TO conf-cur-key(cfgp-hit)
  END-IF
  IF cfgp-hit > 0
    MOVE conf-val TO conf-cur-val(cfgp-hit)
  END-IF
  .

  MOVE SPACES TO conf-val
  UNSTRING conf-record DELIMITED BY "="
    INTO conf-key conf-val
*> REF-HOST is the one setting that names something instead of
*> sizing it, so it is taken before the numeric check.
  IF conf-key = "REF-HOST"
    IF conf-val = SPACES OR conf-val(17:4) NOT = SPACES
      IF NOT maint-quiet
        DISPLAY "Config: REF-HOST value '" conf-val "' is not a host"
          " name; default kept."
      END-IF
      ADD 1 TO conf-bad-cnt
    ELSE
      MOVE conf-val TO idx-ref-host
      ADD 1 TO conf-applied-cnt
    END-IF
  ELSE
  IF conf-val(1:1) < "0" OR conf-val(1:1) > "9"
    IF NOT maint-quiet
      DISPLAY "Config: " conf-key " has no numeric value; ignored."
    END-IF
    ADD 1 TO conf-bad-cnt
  ELSE
    MOVE conf-val TO conf-num
      ELSE
        PERFORM reject-config-setting
      END-IF
    WHEN "SNAP-KEEP-GENS"
      IF conf-num > 0 AND conf-num <= 99
        MOVE conf-num TO snap-keep-gens
        ADD 1 TO conf-applied-cnt
      ELSE
        PERFORM reject-config-setting
      END-IF
    WHEN "WINDOW-LIMIT-MIN"
      IF conf-num > 0
        MOVE conf-num TO proj-limit-min
        ADD 1 TO conf-applied-cnt
      ELSE
        PERFORM reject-config-setting
      END-IF
    WHEN "BUDGET-MIN"
*> 0 explicitly switches the batch-window budget off.
      IF conf-num >= 0
        PERFORM reject-config-setting
      END-IF
    WHEN OTHER
      IF NOT maint-quiet
        DISPLAY "Config: unknown setting '" conf-key "'; ignored."
      END-IF
      ADD 1 TO conf-bad-cnt
    END-EVALUATE
  END-IF
  END-IF
  .

*>
*> report a configuration value that failed its range check.
*>
reject-config-setting.
  IF NOT maint-quiet
    DISPLAY "Config: " conf-key " value " conf-num
      " out of range; default kept."
  END-IF
  ADD 1 TO conf-bad-cnt
  .

    MOVE "Y" TO plan-sw
  WHEN "IOBENCH"
    MOVE "Y" TO io-sw
  WHEN "DECBENCH"
    MOVE "Y" TO dec-sw
  WHEN "BUDGET"
    MOVE "Y" TO budget-sw
  WHEN "MERGE"
    MOVE "Y" TO merge-sw
  WHEN "MGMTRPT"
    MOVE "Y" TO mgmt-sw
  WHEN "INDEX"
    MOVE "Y" TO index-sw
  WHEN "PROJECT"
    MOVE "Y" TO project-sw
  WHEN "BACKUP"
    MOVE "Y" TO backup-sw
  WHEN "RESTORE"
    MOVE "Y" TO restore-sw
  WHEN "AUDIT"
    MOVE "Y" TO audit-sw
  WHEN "CONVERT"
    MOVE "Y" TO convert-sw
  WHEN "RERUN"
    MOVE "Y" TO rerun-sw
  WHEN "MAINT"
    MOVE "Y" TO maint-sw
  END-EVALUATE
  .

validate-parms.
  SET parm-is-valid TO TRUE
  IF bench1 > max-bench
    IF NOT maint-quiet
      DISPLAY "Parameter error: bench1=" bench1 " exceeds max-bench=" max-bench
    END-IF
    SET parm-is-invalid TO TRUE
  END-IF
  IF bench2 > max-bench
    IF NOT maint-quiet
      DISPLAY "Parameter error: bench2=" bench2 " exceeds max-bench=" max-bench
    END-IF
    SET parm-is-invalid TO TRUE
  END-IF
  IF n = 0
    IF NOT maint-quiet
      DISPLAY "Parameter error: n must be positive"
    END-IF
    SET parm-is-invalid TO TRUE
  END-IF
  IF cali-ms <= 0
    IF NOT maint-quiet
      DISPLAY "Parameter error: cali-ms must be positive"
    END-IF
    SET parm-is-invalid TO TRUE
  END-IF
  IF suite-has-overflow
    IF NOT maint-quiet
      DISPLAY "Parameter error: at most 8 suite n values are supported"
    END-IF
    SET parm-is-invalid TO TRUE
  END-IF
  IF purge-requested AND purge-retention-days <= 0
    IF NOT maint-quiet
      DISPLAY "Parameter error: PURGE retention age must be positive"
    END-IF
    SET parm-is-invalid TO TRUE
  END-IF
*> the verdict needs at least 4 samples (two per half-window, see
*> trend-analyze-bench), so a smaller window could never say
*> anything but "insufficient data".
  IF trend-requested AND (trend-window < 4 OR trend-window > 30)
    IF NOT maint-quiet
      DISPLAY "Parameter error: TREND window must be 4 to 30"
    END-IF
    SET parm-is-invalid TO TRUE
  END-IF
  IF budget-requested AND budget-min <= 0
    IF NOT maint-quiet
      DISPLAY "Parameter error: BUDGET needs a positive number of"
        " minutes"
    END-IF
    SET parm-is-invalid TO TRUE
  END-IF
  IF dec-requested AND n < 100
    IF NOT maint-quiet
      DISPLAY "Parameter error: DECBENCH needs n of at least 100"
        " (each phase works n/100 items)"
    END-IF
    SET parm-is-invalid TO TRUE
  END-IF
  IF io-requested AND dec-requested
    IF NOT maint-quiet
      DISPLAY "Parameter error: IOBENCH and DECBENCH are separate"
        " runs"
    END-IF
    SET parm-is-invalid TO TRUE
  END-IF
  IF audit-requested AND audt-from-date > audt-to-date
    IF NOT maint-quiet
      DISPLAY "Parameter error: AUDIT date range ends before it"
        " starts"
    END-IF
    SET parm-is-invalid TO TRUE
  END-IF
  IF rerun-requested AND NOT rerun-loaded
    IF NOT maint-quiet
      DISPLAY "Parameter error: RERUN needs the run-id of a"
        " registered run with a recorded configuration"
    END-IF
    SET parm-is-invalid TO TRUE
  END-IF
  IF suite-requested
    MOVE 1 TO suite-idx
    PERFORM suite-cnt TIMES
      IF suite-n(suite-idx) = 0
        IF NOT maint-quiet
          DISPLAY "Parameter error: suite n value " suite-idx
            " must be positive"
        END-IF
        SET parm-is-invalid TO TRUE
      END-IF
      ADD 1 TO suite-idx
*> the scaled CPU workloads, so they are exempt.
  IF NOT (report-requested OR export-requested OR verify-requested
     OR trend-requested OR purge-requested OR merge-requested
     OR io-requested OR dec-requested OR mgmt-requested
     OR index-requested OR project-requested OR backup-requested OR restore-requested
     OR audit-requested OR convert-requested)
    IF suite-requested
      MOVE 1 TO suite-idx
      PERFORM suite-cnt TIMES
    END-IF
    IF chk-b5-k > 1250
      MOVE eff-chk-n TO eff-fmt-n
      IF NOT maint-quiet
        DISPLAY "Parameter error: bench5 cannot honour n=" eff-fmt-n
          " (Pascal table holds k <= 1250; largest usable n is"
          " 1000000)"
      END-IF
      SET parm-is-invalid TO TRUE
    END-IF
  END-IF
    COMPUTE eff-chk-val = eff-chk-n / 50
    IF eff-chk-val > bench07-max
      MOVE eff-chk-n TO eff-fmt-n
      IF NOT maint-quiet
        DISPLAY "Parameter note: bench7 clamps its sort table to "
          bench07-max " entries; n=" eff-fmt-n " runs at that"
          " effective size (recorded as such in the history)."
      END-IF
    END-IF
  END-IF
  .
  IF parm-src-ws NOT = "BMBPARM" AND args-str <> SPACE
    MOVE "CMDLINE" TO parm-src-ws
  END-IF
  PERFORM take-operator-id

  IF args-str <> SPACE AND args-str(1:1) >= "0" AND args-str(1:1) <= "7"
     UNSTRING args-str DELIMITED BY ' ' INTO args1 args2 args3 args4 args5
  MOVE "N" TO trend-sw
  MOVE "N" TO plan-sw
  MOVE "N" TO io-sw
  MOVE "N" TO dec-sw
  MOVE "N" TO budget-sw
  MOVE "N" TO merge-sw
  MOVE "N" TO mgmt-sw
  MOVE "N" TO index-sw
  MOVE "N" TO project-sw
  MOVE "N" TO backup-sw
  MOVE "N" TO restore-sw
  MOVE "N" TO audit-sw
  MOVE "N" TO convert-sw
  MOVE "N" TO rerun-sw
  MOVE "N" TO maint-sw
  MOVE args0 TO keyword-token
  PERFORM scan-keyword-token
  MOVE args5 TO keyword-token
      MOVE args1 TO n
      MOVE SPACES TO args1
    END-IF
    IF dec-requested AND args0 = "DECBENCH"
      MOVE args1 TO n
      MOVE SPACES TO args1
    END-IF
    IF budget-requested AND args0 = "BUDGET"
      MOVE args1 TO budget-min
      MOVE SPACES TO args1
    END-IF
    IF project-requested AND args0 = "PROJECT"
      MOVE args1 TO proj-limit-min
      MOVE SPACES TO args1
    END-IF
    IF restore-requested AND args0 = "RESTORE"
      MOVE args1 TO snap-want-gen
      MOVE SPACES TO args1
    END-IF
*> "AUDIT from [to]": the date range, YYMMDD.
    IF audit-requested AND args0 = "AUDIT"
      MOVE args1 TO audt-from-date
      MOVE SPACES TO args1
      IF args2(1:1) >= "0" AND args2(1:1) <= "9"
        MOVE args2 TO audt-to-date
        MOVE SPACES TO args2
      END-IF
    END-IF
  END-IF
*> likewise "INDEX host" names the reference machine for this one
*> report, overriding REF-HOST.
  IF index-requested AND args0 = "INDEX" AND args1 NOT = SPACES
    MOVE args1 TO idx-ref-host
    MOVE SPACES TO args1
  END-IF
*> "RERUN run-id": the original run's registered configuration
*> replaces the positional parameters and keywords wholesale.
  IF rerun-requested
    IF args0 = "RERUN" AND args1 NOT = SPACES
      MOVE args1 TO rerun-of-id
      MOVE SPACES TO args1
    END-IF
    PERFORM rerun-load-original
  END-IF

*> DISPLAY "DEBUG: args1=" args1.
*> remember the requested workload size for the run-context
*> registry now: the run itself rescales n per bench (and per
*> suite step), so n no longer holds the requested value later.
*> for a suite, the first n of the series is recorded, and the
*> series itself goes into the n slot of the run configuration.
  MOVE n TO rctx-n-ws
  MOVE bench1 TO rctx-bench1-ws
  MOVE bench2 TO rctx-bench2-ws
  IF suite-requested
    MOVE args3 TO rctx-n-arg-ws
  ELSE
    MOVE n TO rctx-n-disp
    MOVE rctx-n-disp TO rctx-n-arg-ws
  END-IF

  PERFORM validate-parms
  IF parm-is-invalid
    MOVE 16 TO RETURN-CODE
  ELSE
    IF report-requested OR export-requested OR verify-requested
       OR trend-requested OR mgmt-requested OR index-requested
       OR project-requested OR audit-requested OR maint-requested
      IF report-requested
        PERFORM print-consolidated-report
      END-IF
      IF export-requested
        PERFORM export-history
      END-IF
      IF mgmt-requested
        PERFORM print-management-report
      END-IF
      IF index-requested
        PERFORM index-report
      END-IF
      IF project-requested
        PERFORM project-capacity
      END-IF
      IF trend-requested
        PERFORM trend-report
      END-IF
      IF audit-requested
        PERFORM audit-report
      END-IF
*> the audit is read-only and must run even while another run holds
*> the lock -- reporting that leftover lock is part of its job.
      IF verify-requested
        PERFORM verify-datasets
      END-IF
*> maintenance holds no lock while the operator works at the
*> screens; each save takes it for the moment of the write.
      IF maint-requested
        PERFORM maintenance-mode
      END-IF
    ELSE
*> a scripted plan is a real benchmarking session: it runs under the
*> lock and registers its run context like a stand-alone run.
*> entry with no history row is a VERIFY discrepancy, and a plan of
*> purely REPORT/EXPORT/TEST steps measures nothing.
          IF hist-written
            MOVE "Y" TO rctx-plan-ws
            PERFORM write-run-context
          ELSE
            DISPLAY "Run context not recorded: this invocation"
*> housekeeping and the transfer merge rewrite or extend the shared
*> datasets, so they take the active-run lock like a benchmark run
*> does: neither must ever touch a dataset another run is appending
*> to. a snapshot taken under the lock is consistent across all the
*> datasets, and a restore must not pull them from under a run. the
*> one-time conversion loads the keyed history before anything else
*> reads it.
      IF purge-requested OR merge-requested OR backup-requested
         OR restore-requested OR convert-requested
        PERFORM acquire-run-lock
        IF NOT lock-blocked
          IF convert-requested
            PERFORM convert-datasets
          END-IF
          IF restore-requested
            PERFORM restore-datasets
          END-IF
          IF purge-requested
            PERFORM purge-datasets
          END-IF
          IF merge-requested
            PERFORM merge-transfer
          END-IF
          IF backup-requested
            PERFORM backup-datasets
          END-IF
          PERFORM release-run-lock
        END-IF
      ELSE
      IF self-test-requested
        PERFORM self-test-mode
      ELSE
        IF rerun-requested
          PERFORM rerun-check-origin
        END-IF
        PERFORM acquire-run-lock
        IF NOT lock-blocked
          IF io-requested
            PERFORM run-io-bench
          ELSE
          IF dec-requested
            PERFORM run-dec-bench
          ELSE
            IF suite-requested
              PERFORM run-suite
              PERFORM start-bench
            END-IF
          END-IF
          END-IF
          IF bench-has-failure
            DISPLAY "One or more benchmarks failed; see Error lines above."
            MOVE 4 TO RETURN-CODE
          IF promote-requested
            PERFORM promote-baseline
          END-IF
          IF rerun-requested AND hist-written
            PERFORM rerun-compare
          END-IF
          PERFORM release-run-lock
*> same rule as the plan branch: a budget-deferred run publishes no
*> history (its resumed successor does, under its own run-id), so
